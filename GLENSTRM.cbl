        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENSTRM.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that runs the
      *  nightly job stream in order and refuses to go on when a
      *  step goes wrong.  The order matters -- cutoff, posting,
      *  the inventory report, velocity, then purchase orders --
      *  and until now nothing stopped the report run printing an
      *  unposted master after a held batch, or purchasing cutting
      *  orders off yesterday's reorder candidates after a failed
      *  report run.
      * ***************
      *  INPUT:
      *     The STEP TABLE below lists each program in the stream,
      *     the steps that must finish before it may start, and
      *     the highest return code it may finish with and still
      *     let those after it run.
      *
      *     The STREAM PARAMETER FILE carries one record: the name
      *     of the step to restart from.  No parameter file, or a
      *     blank step, means a fresh run from the first step.
      *     The card is emptied once read so that it restarts one
      *     run only, and a restart is refused when the stream it
      *     would finish was started before yesterday.
      *
      *     The STEP STATUS FILE, where every program in the
      *     stream records how it finished.  A fresh run marks the
      *     start of a new stream on it; a restart judges the steps
      *     ahead of the restart point by what they recorded since
      *     that mark.
      *
      * ***************
      *  OUTPUT:
      *     Each step is started in turn.  A step whose predecessor
      *     held, failed, or never ran is not started, and a step
      *     that ends without recording its status is counted as
      *     failed.
      *
      *     The STREAM SUMMARY REPORT shows the operator every step
      *     with how it finished or why it was not started, and
      *     where to restart.
      *
      *     RETURN CODE 8 when any step was held, failed or not
      *     started, so the scheduler pages the operator.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT STREAM-PARM-FILE
                ASSIGN TO 'GLENCOE-STRMPRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT STEP-STATUS-FILE
                ASSIGN TO 'GLENCOE-STEPSTAT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPSTAT-STATUS.
            SELECT STREAM-SUMMARY-REPORT
                ASSIGN TO PRINTER 'GLENCOE-STREAM.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    STREAM-PARM-FILE
            RECORD CONTAINS 8 CHARACTERS.

        01  STREAM-PARM-RECORD.
            05  SP-RESTART-STEP       PIC X(8).

        FD    STEP-STATUS-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  STEP-STATUS-RECORD.
            05  SS-RUN-DATE           PIC 9(8).
            05  SS-RUN-TIME           PIC 9(6).
            05  SS-PROGRAM-ID         PIC X(8).
            05  SS-RETURN-CODE        PIC 9(3).
            05  SS-STATUS             PIC X(4).
                88  SS-STREAM-START             VALUE 'STRT'.

        FD   STREAM-SUMMARY-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  STREAM-REPORT-RECORD      PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  STEPSTAT-EOF-FLAG        PIC X     VALUE ' '.
                88  NO-MORE-STEPSTAT               VALUE 'N'.
            05  WS-PARM-STATUS           PIC XX.
            05  WS-STEPSTAT-STATUS       PIC XX.
            05  WS-RESTART-RUN           PIC X(3)  VALUE 'NO'.
                88  RESTART-IS-RUNNING             VALUE 'YES'.
            05  WS-STREAM-REFUSED        PIC X(3)  VALUE 'NO'.
                88  STREAM-WAS-REFUSED             VALUE 'YES'.
            05  WS-STREAM-STOPPED        PIC X(3)  VALUE 'NO'.
                88  STREAM-HAS-STOPPED             VALUE 'YES'.
            05  WS-STEP-BLOCKED          PIC X(3)  VALUE 'NO'.
                88  STEP-IS-BLOCKED                VALUE 'YES'.
            05  WS-REFUSED-REASON        PIC X(5)  VALUE SPACES.
                88  REFUSED-NOT-IN-TABLE           VALUE 'TABLE'.
                88  REFUSED-STALE-RESTART          VALUE 'STALE'.
                88  REFUSED-NO-START-MARK          VALUE 'NOMRK'.

      *    the nightly stream: program, up to two predecessors,
      *    and the highest return code it may end with for the
      *    steps after it to start.  posting may finish with
      *    rejected transactions; nothing else may finish with
      *    anything but a clean return code
        01  STEP-TABLE-VALUES.
            05  FILLER            PIC X(8)   VALUE 'GLENBCUT'.
            05  FILLER            PIC X(8)   VALUE SPACES.
            05  FILLER            PIC X(8)   VALUE SPACES.
            05  FILLER            PIC 9      VALUE 0.
            05  FILLER            PIC X(8)   VALUE 'GLENPOST'.
            05  FILLER            PIC X(8)   VALUE 'GLENBCUT'.
            05  FILLER            PIC X(8)   VALUE SPACES.
            05  FILLER            PIC 9      VALUE 4.
            05  FILLER            PIC X(8)   VALUE 'GLENCOE'.
            05  FILLER            PIC X(8)   VALUE 'GLENPOST'.
            05  FILLER            PIC X(8)   VALUE SPACES.
            05  FILLER            PIC 9      VALUE 0.
            05  FILLER            PIC X(8)   VALUE 'GLENVELO'.
            05  FILLER            PIC X(8)   VALUE 'GLENCOE'.
            05  FILLER            PIC X(8)   VALUE SPACES.
            05  FILLER            PIC 9      VALUE 0.
            05  FILLER            PIC X(8)   VALUE 'GLENPORD'.
            05  FILLER            PIC X(8)   VALUE 'GLENCOE'.
            05  FILLER            PIC X(8)   VALUE 'GLENVELO'.
            05  FILLER            PIC 9      VALUE 0.

        01  STEP-TABLE  REDEFINES STEP-TABLE-VALUES.
            05  STEP-ENTRY OCCURS 5 TIMES.
                10  ST-PROGRAM-ID        PIC X(8).
                10  ST-PREDECESSOR       PIC X(8)  OCCURS 2 TIMES.
                10  ST-MAX-RC            PIC 9.

      *    how each step stands in this stream -- from its own
      *    record on the step status file, or from this run when
      *    the step was never started
        01  STEP-RESULT-TABLE.
            05  STEP-RESULT-ENTRY OCCURS 5 TIMES.
                10  SR-ACTION            PIC X(8).
                10  SR-RECORDED          PIC X(1).
                    88  SR-WAS-RECORDED            VALUE 'Y'.
                10  SR-STATUS            PIC X(4).
                10  SR-RETURN-CODE       PIC 9(3).
                10  SR-RUN-DATE          PIC 9(8).
                10  SR-RUN-TIME          PIC 9(6).
                10  SR-RECORD-NUMBER     PIC 9(7).
                10  SR-NOTE              PIC X(23).

        01  STREAM-CONTROLS.
            05  WS-STEP-COUNT            PIC 9     VALUE 5.
            05  WS-STEP-SUB              PIC 9.
            05  WS-PRED-SUB              PIC 9.
            05  WS-FIND-SUB              PIC 9.
            05  WS-LOOK-SUB              PIC 9.
            05  WS-START-SUB             PIC 9     VALUE 1.
            05  WS-SCAN-STEP-SUB         PIC 9     VALUE 0.
            05  WS-RECORD-NUMBER         PIC 9(7)  VALUE 0.
            05  WS-RECORDS-BEFORE        PIC 9(7)  VALUE 0.
            05  WS-RESTART-STEP          PIC X(8)  VALUE SPACES.
            05  WS-FIND-PROGRAM-ID       PIC X(8).
            05  WS-STOPPED-AT            PIC X(8)  VALUE SPACES.
            05  WS-COMMAND               PIC X(80).
            05  WS-SYSTEM-RC             PIC S9(9) COMP-5.
            05  WS-LAST-START-DATE       PIC 9(8)  VALUE 0.
            05  WS-TODAY-INT             PIC 9(7).
            05  WS-START-INT             PIC 9(7).

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.
        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  WS-TIME.
            05  RUN-HOUR                 PIC 99.
            05  RUN-MINUTE               PIC 99.
            05  RUN-SECOND               PIC 99.
            05  FILLER                   PIC XX.

        01  STREAM-HEADING-ONE.

            05  FILLER            PIC X(16)  VALUE SPACES.
            05  FILLER            PIC X(36)  VALUE
                'GLENCOE CANDY NIGHTLY STREAM'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SH-MONTH          PIC 99/.
            05  SH-DAY            PIC 99/.
            05  SH-YEAR           PIC 9999.

        01  STREAM-HEADING-TWO.

            05  FILLER            PIC X(15)  VALUE 'RUN TYPE:      '.
            05  SH-RUN-TYPE       PIC X(8).
            05  FILLER            PIC X(16)  VALUE '   FROM STEP:   '.
            05  SH-START-STEP     PIC X(8).

        01  STREAM-COLUMN-HEADING.

            05  FILLER            PIC X(10)  VALUE 'STEP'.
            05  FILLER            PIC X(18)  VALUE 'AFTER'.
            05  FILLER            PIC X(4)   VALUE 'MAX'.
            05  FILLER            PIC X(9)   VALUE 'ACTION'.
            05  FILLER            PIC X(5)   VALUE 'STAT'.
            05  FILLER            PIC X(4)   VALUE ' RC'.
            05  FILLER            PIC X(7)   VALUE 'TIME'.
            05  FILLER            PIC X(23)  VALUE 'NOTE'.

        01  STREAM-DETAIL-LINE.

            05  SD-PROGRAM-ID     PIC X(8).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-PREDECESSOR-1  PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-PREDECESSOR-2  PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-MAX-RC         PIC 9.
            05  FILLER            PIC X(3)   VALUE SPACES.
            05  SD-ACTION         PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-STATUS         PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-RETURN-CODE    PIC ZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-RUN-TIME       PIC 9(6).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-NOTE           PIC X(23).

        01  STREAM-COMPLETE-LINE.

            05  FILLER            PIC X(40)  VALUE
                'STREAM COMPLETE - ALL STEPS FINISHED'.

        01  STREAM-STOPPED-LINE.

            05  FILLER            PIC X(18)  VALUE
                'STREAM STOPPED AT '.
            05  SSL-STEP          PIC X(8).
            05  FILLER            PIC X(44)  VALUE
                ' - FIX AND RESTART FROM THAT STEP'.

        01  STREAM-REFUSED-LINE.

            05  FILLER            PIC X(14)  VALUE
                'RESTART STEP '.
            05  SRL-STEP          PIC X(8).
            05  FILLER            PIC X(40)  VALUE
                ' NOT IN STEP TABLE - NOTHING STARTED'.

        01  STALE-RESTART-LINE.

            05  FILLER            PIC X(31)  VALUE
                'RESTART REFUSED - STREAM DATED '.
            05  STL-START-DATE    PIC 9(8).
            05  FILLER            PIC X(32)  VALUE
                ' - RUN FRESH - NOTHING STARTED'.

        01  NO-START-MARK-LINE.

            05  FILLER            PIC X(50)  VALUE
                'STEP STATUS FILE NOT WRITABLE - NOTHING STARTED'.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-READ-PARAMETER
           IF NOT STREAM-WAS-REFUSED AND NOT RESTART-IS-RUNNING
              PERFORM 180-MARK-STREAM-START
           END-IF
           IF NOT STREAM-WAS-REFUSED
              MOVE 0 TO WS-SCAN-STEP-SUB
              PERFORM 200-LOAD-STEP-STATUS
              PERFORM 300-RUN-STREAM
           END-IF
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT STREAM-SUMMARY-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO SH-MONTH
           MOVE WS-DATE(7:2) TO SH-DAY
           MOVE WS-DATE(1:4) TO SH-YEAR

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
              MOVE SPACES TO SR-ACTION (WS-STEP-SUB)
                 SR-STATUS (WS-STEP-SUB) SR-NOTE (WS-STEP-SUB)
              MOVE 'N' TO SR-RECORDED (WS-STEP-SUB)
              MOVE ZEROS TO SR-RETURN-CODE (WS-STEP-SUB)
                 SR-RUN-DATE (WS-STEP-SUB) SR-RUN-TIME (WS-STEP-SUB)
                 SR-RECORD-NUMBER (WS-STEP-SUB)
           END-PERFORM
           .

        160-READ-PARAMETER.

      *    no parameter record means a fresh run from the first
      *    step -- the nightly schedule needs no card to do the
      *    usual thing
           OPEN INPUT STREAM-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ STREAM-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE SP-RESTART-STEP TO WS-RESTART-STEP
              END-READ
              CLOSE STREAM-PARM-FILE
      *       a restart card left behind would restart tomorrow's
      *       stream part way through, so it is used once only
              OPEN OUTPUT STREAM-PARM-FILE
              CLOSE STREAM-PARM-FILE
           END-IF

           IF WS-RESTART-STEP NOT = SPACES
              MOVE WS-RESTART-STEP TO WS-FIND-PROGRAM-ID
              PERFORM 390-FIND-STEP
              IF WS-FIND-SUB = 0
                 MOVE 'YES' TO WS-STREAM-REFUSED
                 MOVE 'TABLE' TO WS-REFUSED-REASON
              ELSE
                 MOVE 'YES' TO WS-RESTART-RUN
                 MOVE WS-FIND-SUB TO WS-START-SUB
                 PERFORM 170-CHECK-LAST-START
              END-IF
           END-IF

           WRITE STREAM-REPORT-RECORD FROM STREAM-HEADING-ONE
               AFTER ADVANCING PAGE
           IF WS-RESTART-STEP = SPACES
              MOVE 'FRESH' TO SH-RUN-TYPE
              MOVE ST-PROGRAM-ID (WS-START-SUB) TO SH-START-STEP
           ELSE
              MOVE 'RESTART' TO SH-RUN-TYPE
              MOVE WS-RESTART-STEP TO SH-START-STEP
           END-IF
           MOVE STREAM-HEADING-TWO TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        170-CHECK-LAST-START.

      *    a restart only finishes last night's stream -- the steps
      *    ahead of the restart point stand on what they recorded
      *    since the last start mark, and a mark older than
      *    yesterday would pass days-old results off as tonight's
           MOVE 0 TO WS-LAST-START-DATE
           MOVE ' ' TO STEPSTAT-EOF-FLAG
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = '00'
              PERFORM UNTIL NO-MORE-STEPSTAT
                 READ STEP-STATUS-FILE
                    AT END
                       MOVE 'N' TO STEPSTAT-EOF-FLAG
                    NOT AT END
                       IF SS-STREAM-START
                          MOVE SS-RUN-DATE TO WS-LAST-START-DATE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE STEP-STATUS-FILE
           END-IF

           IF WS-LAST-START-DATE = 0
              MOVE 'YES' TO WS-STREAM-REFUSED
              MOVE 'STALE' TO WS-REFUSED-REASON
           ELSE
              COMPUTE WS-TODAY-INT =
                 FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
              COMPUTE WS-START-INT =
                 FUNCTION INTEGER-OF-DATE (WS-LAST-START-DATE)
              IF WS-START-INT < WS-TODAY-INT - 1
                 MOVE 'YES' TO WS-STREAM-REFUSED
                 MOVE 'STALE' TO WS-REFUSED-REASON
              END-IF
           END-IF
           .

        180-MARK-STREAM-START.

      *    the start mark fences off the last stream's records, so
      *    a step that finished yesterday can never let tonight's
      *    next step start, so a stream that cannot write its mark
      *    starts nothing
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = '35'
              OPEN OUTPUT STEP-STATUS-FILE
           END-IF
           IF WS-STEPSTAT-STATUS = '00'
              ACCEPT WS-TIME FROM TIME
              MOVE WS-DATE TO SS-RUN-DATE
              MOVE WS-TIME (1:6) TO SS-RUN-TIME
              MOVE 'GLENSTRM' TO SS-PROGRAM-ID
              MOVE ZEROS TO SS-RETURN-CODE
              MOVE 'STRT' TO SS-STATUS
              WRITE STEP-STATUS-RECORD
              IF WS-STEPSTAT-STATUS NOT = '00'
                 MOVE 'YES' TO WS-STREAM-REFUSED
                 MOVE 'NOMRK' TO WS-REFUSED-REASON
              END-IF
              CLOSE STEP-STATUS-FILE
           ELSE
              MOVE 'YES' TO WS-STREAM-REFUSED
              MOVE 'NOMRK' TO WS-REFUSED-REASON
           END-IF
           .

        200-LOAD-STEP-STATUS.

      *    with no step named, every step's latest record since
      *    the last start mark is loaded; with a step named, only
      *    that step's records written after it was started count
           MOVE 0 TO WS-RECORD-NUMBER
           MOVE ' ' TO STEPSTAT-EOF-FLAG
           OPEN INPUT STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = '00'
              PERFORM UNTIL NO-MORE-STEPSTAT
                 READ STEP-STATUS-FILE
                    AT END
                       MOVE 'N' TO STEPSTAT-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-RECORD-NUMBER
                       PERFORM 210-APPLY-STATUS-RECORD
                 END-READ
              END-PERFORM
              CLOSE STEP-STATUS-FILE
           END-IF
           .

        210-APPLY-STATUS-RECORD.

           IF SS-STREAM-START
              IF WS-SCAN-STEP-SUB = 0
                 PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                    MOVE 'N' TO SR-RECORDED (WS-STEP-SUB)
                 END-PERFORM
              END-IF
           ELSE
              MOVE SS-PROGRAM-ID TO WS-FIND-PROGRAM-ID
              PERFORM 390-FIND-STEP
              IF WS-FIND-SUB > 0
                 IF WS-SCAN-STEP-SUB = 0
                       OR (WS-FIND-SUB = WS-SCAN-STEP-SUB
                       AND WS-RECORD-NUMBER > WS-RECORDS-BEFORE)
                    MOVE 'Y' TO SR-RECORDED (WS-FIND-SUB)
                    MOVE SS-STATUS TO SR-STATUS (WS-FIND-SUB)
                    MOVE SS-RETURN-CODE
                       TO SR-RETURN-CODE (WS-FIND-SUB)
                    MOVE SS-RUN-DATE TO SR-RUN-DATE (WS-FIND-SUB)
                    MOVE SS-RUN-TIME TO SR-RUN-TIME (WS-FIND-SUB)
                    MOVE WS-RECORD-NUMBER
                       TO SR-RECORD-NUMBER (WS-FIND-SUB)
                 END-IF
              END-IF
           END-IF
           .

        300-RUN-STREAM.

      *    steps ahead of a restart point are not run again; they
      *    stand on what they recorded in this stream
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
              IF WS-STEP-SUB < WS-START-SUB
                 MOVE 'PRIOR' TO SR-ACTION (WS-STEP-SUB)
                 IF NOT SR-WAS-RECORDED (WS-STEP-SUB)
                    MOVE 'NOT RUN IN THIS STREAM'
                       TO SR-NOTE (WS-STEP-SUB)
                 END-IF
              ELSE
                 PERFORM 310-CHECK-PREDECESSORS
                 IF STEP-IS-BLOCKED
                    MOVE 'NOT RUN' TO SR-ACTION (WS-STEP-SUB)
                    MOVE 'N' TO SR-RECORDED (WS-STEP-SUB)
                    MOVE SPACES TO SR-STATUS (WS-STEP-SUB)
                    PERFORM 350-NOTE-STREAM-STOP
                 ELSE
                    PERFORM 320-RUN-ONE-STEP
                 END-IF
              END-IF
           END-PERFORM
           .

        310-CHECK-PREDECESSORS.

      *    a predecessor stands only on a record of its own in this
      *    stream within its return code limit -- held, failed, or
      *    never run all keep the step from starting
           MOVE 'NO' TO WS-STEP-BLOCKED
           PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                 UNTIL WS-PRED-SUB > 2 OR STEP-IS-BLOCKED
              IF ST-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB)
                    NOT = SPACES
                 MOVE ST-PREDECESSOR (WS-STEP-SUB, WS-PRED-SUB)
                    TO WS-FIND-PROGRAM-ID
                 PERFORM 390-FIND-STEP
                 IF WS-FIND-SUB = 0
                    MOVE 'YES' TO WS-STEP-BLOCKED
                 ELSE
                    IF NOT SR-WAS-RECORDED (WS-FIND-SUB)
                          OR SR-RETURN-CODE (WS-FIND-SUB)
                             > ST-MAX-RC (WS-FIND-SUB)
                       MOVE 'YES' TO WS-STEP-BLOCKED
                    END-IF
                 END-IF
                 IF STEP-IS-BLOCKED
                    MOVE SPACES TO SR-NOTE (WS-STEP-SUB)
                    STRING 'WAITING ON ' DELIMITED BY SIZE
                       WS-FIND-PROGRAM-ID DELIMITED BY SPACE
                       INTO SR-NOTE (WS-STEP-SUB)
                 END-IF
              END-IF
           END-PERFORM
           .

        320-RUN-ONE-STEP.

      *    the program's return code does not survive the trip
      *    back through the shell on every system, so the step is
      *    judged only by the status it recorded for itself -- no
      *    new record means it ended without getting that far
           MOVE 'RAN' TO SR-ACTION (WS-STEP-SUB)
           MOVE WS-RECORD-NUMBER TO WS-RECORDS-BEFORE
           MOVE 'N' TO SR-RECORDED (WS-STEP-SUB)

           MOVE SPACES TO WS-COMMAND
           STRING ST-PROGRAM-ID (WS-STEP-SUB) DELIMITED BY SPACE
              INTO WS-COMMAND
           CALL 'SYSTEM' USING WS-COMMAND
              RETURNING WS-SYSTEM-RC

           MOVE WS-STEP-SUB TO WS-SCAN-STEP-SUB
           PERFORM 200-LOAD-STEP-STATUS
           MOVE 0 TO WS-SCAN-STEP-SUB

           IF NOT SR-WAS-RECORDED (WS-STEP-SUB)
              MOVE 'FAIL' TO SR-STATUS (WS-STEP-SUB)
              MOVE 'NO STATUS RECORDED' TO SR-NOTE (WS-STEP-SUB)
              PERFORM 350-NOTE-STREAM-STOP
           ELSE
              IF SR-RETURN-CODE (WS-STEP-SUB)
                    > ST-MAX-RC (WS-STEP-SUB)
                 MOVE 'OVER RETURN CODE LIMIT'
                    TO SR-NOTE (WS-STEP-SUB)
                 PERFORM 350-NOTE-STREAM-STOP
              END-IF
           END-IF
           .

        350-NOTE-STREAM-STOP.

      *    the first step that held, failed or could not start is
      *    where the operator restarts once it is fixed
           IF NOT STREAM-HAS-STOPPED
              MOVE 'YES' TO WS-STREAM-STOPPED
              MOVE ST-PROGRAM-ID (WS-STEP-SUB) TO WS-STOPPED-AT
           END-IF
           .

        390-FIND-STEP.

           MOVE 0 TO WS-FIND-SUB
           PERFORM VARYING WS-LOOK-SUB FROM 1 BY 1
                 UNTIL WS-LOOK-SUB > WS-STEP-COUNT
                 OR WS-FIND-SUB > 0
              IF ST-PROGRAM-ID (WS-LOOK-SUB) = WS-FIND-PROGRAM-ID
                 MOVE WS-LOOK-SUB TO WS-FIND-SUB
              END-IF
           END-PERFORM
           .

        500-PRINT-SUMMARY.

           MOVE STREAM-COLUMN-HEADING TO STREAM-REPORT-RECORD
           WRITE STREAM-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                 UNTIL WS-STEP-SUB > WS-STEP-COUNT
              MOVE ST-PROGRAM-ID (WS-STEP-SUB) TO SD-PROGRAM-ID
              MOVE ST-PREDECESSOR (WS-STEP-SUB, 1) TO SD-PREDECESSOR-1
              MOVE ST-PREDECESSOR (WS-STEP-SUB, 2) TO SD-PREDECESSOR-2
              MOVE ST-MAX-RC (WS-STEP-SUB) TO SD-MAX-RC
              MOVE SR-ACTION (WS-STEP-SUB) TO SD-ACTION
              MOVE SR-STATUS (WS-STEP-SUB) TO SD-STATUS
              MOVE SR-RETURN-CODE (WS-STEP-SUB) TO SD-RETURN-CODE
              MOVE SR-RUN-TIME (WS-STEP-SUB) TO SD-RUN-TIME
              MOVE SR-NOTE (WS-STEP-SUB) TO SD-NOTE
              MOVE STREAM-DETAIL-LINE TO STREAM-REPORT-RECORD
              WRITE STREAM-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-PERFORM

           IF STREAM-HAS-STOPPED
              MOVE WS-STOPPED-AT TO SSL-STEP
              MOVE STREAM-STOPPED-LINE TO STREAM-REPORT-RECORD
           ELSE
              MOVE STREAM-COMPLETE-LINE TO STREAM-REPORT-RECORD
           END-IF
           WRITE STREAM-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        800-END-OF-FILE-ROUTINE.

           IF STREAM-WAS-REFUSED
              EVALUATE TRUE
                 WHEN REFUSED-STALE-RESTART
                    MOVE WS-LAST-START-DATE TO STL-START-DATE
                    MOVE STALE-RESTART-LINE TO STREAM-REPORT-RECORD
                 WHEN REFUSED-NO-START-MARK
                    MOVE NO-START-MARK-LINE TO STREAM-REPORT-RECORD
                 WHEN OTHER
                    MOVE WS-RESTART-STEP TO SRL-STEP
                    MOVE STREAM-REFUSED-LINE TO STREAM-REPORT-RECORD
              END-EVALUATE
              WRITE STREAM-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              PERFORM 500-PRINT-SUMMARY
           END-IF

           CLOSE STREAM-SUMMARY-REPORT

      *    a stopped or refused stream holds the rest of the night
      *    the same way a held posting holds the report run
           IF STREAM-WAS-REFUSED OR STREAM-HAS-STOPPED
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .
