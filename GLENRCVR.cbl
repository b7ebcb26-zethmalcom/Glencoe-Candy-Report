        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENRCVR.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that recovers an
      *  interrupted inventory posting.  The posting run rewrites
      *  the candy master in place as each transaction applies and
      *  only writes the ledger, lots and open POs at end of job,
      *  so a posting that dies part way leaves the master carrying
      *  part of the batch and everything else carrying none of it.
      *  This program reads the posting's checkpoint log, reports
      *  exactly which transactions were committed, and either
      *  rolls the master back to where it stood before the
      *  posting or sets a resume point so the next posting carries
      *  on after the last committed transaction.
      * ***************
      *  INPUT:
      *     The RECOVERY PARAMETER FILE carries one record: the
      *     mode, REPORT, ROLLBACK or RESUME.  No parameter file
      *     means REPORT, which changes nothing.
      *
      *     The CHECKPOINT LOG written by the posting run: a run
      *     header, the before-image of every master record ahead
      *     of its rewrite, a commit record after every
      *     transaction, and posted and end records at the close.
      *
      *     The CLOSED TRANSACTION BATCH FILE (RESUME mode), which
      *     must still hold the committed transactions in the order
      *     they were committed.
      *
      *     The LEDGER and GL JOURNAL WORK FILES left by the
      *     interrupted posting (RESUME mode).
      *
      * ***************
      *  OUTPUT:
      *     The CANDY MASTER FILE, with the earliest before-image
      *     of every key put back (ROLLBACK mode) or with the
      *     transaction that was in flight backed out (RESUME mode).
      *
      *     The LEDGER and GL JOURNAL WORK FILES cut back to the
      *     last committed transaction, the RESUME LIST of the
      *     committed transactions, and a resume record on the
      *     checkpoint log (RESUME mode).  ROLLBACK mode closes the
      *     log with a rolled-back record instead, and the batch is
      *     posted again from the top.
      *
      *     The RECOVERY REPORT lists every committed transaction as
      *     applied or rejected, every master record image of the
      *     transaction in flight, and what was done about them.  A
      *     refused or incomplete recovery sets return code 8; an
      *     interrupted posting left alone in REPORT mode sets 4.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RECOVERY-PARM-FILE
                ASSIGN TO 'GLENCOE-RCVPRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT CHECKPOINT-FILE
                ASSIGN TO 'GLENCOE-POSTCKPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT INVENTORY-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRANB.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT LEDGER-WORK-FILE
                ASSIGN TO 'GLENCOE-LEDGER.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGWK-STATUS.
            SELECT LEDGER-CUT-FILE
                ASSIGN TO 'GLENCOE-LEDGER.CUT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGCUT-STATUS.
            SELECT GL-JOURNAL-WORK-FILE
                ASSIGN TO 'GLENCOE-GLJE.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLWK-STATUS.
            SELECT GL-JOURNAL-CUT-FILE
                ASSIGN TO 'GLENCOE-GLJE.CUT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLCUT-STATUS.
            SELECT RESUME-FILE
                ASSIGN TO 'GLENCOE-RESUME.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESUME-STATUS.
            SELECT RECOVERY-REPORT
                ASSIGN TO PRINTER 'GLENCOE-RCVRPT.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    RECOVERY-PARM-FILE
            RECORD CONTAINS 8 CHARACTERS.

        01  RECOVERY-PARM-RECORD.
            05  RP-MODE               PIC X(8).
                88  RP-MODE-ROLLBACK            VALUE 'ROLLBACK'.
                88  RP-MODE-RESUME              VALUE 'RESUME  '.

        FD    CHECKPOINT-FILE
            RECORD CONTAINS 557 CHARACTERS.

        01  CHECKPOINT-RECORD.
            05  CK-RECORD-TYPE        PIC X(1).
                88  CK-RUN-HEADER               VALUE 'H'.
                88  CK-BEFORE-IMAGE-REC         VALUE 'B'.
                88  CK-COMMIT-POINT             VALUE 'C'.
                88  CK-POSTED                   VALUE 'P'.
                88  CK-RUN-END                  VALUE 'E'.
                88  CK-ROLLED-BACK              VALUE 'R'.
                88  CK-RESUME-POINT             VALUE 'S'.
            05  CK-TRAN-SEQ           PIC 9(6).
            05  CK-BEFORE-IMAGE       PIC X(550).
            05  CK-COMMIT-DATA  REDEFINES  CK-BEFORE-IMAGE.
                10  CK-RESULT         PIC X(1).
                    88  CK-TRAN-APPLIED         VALUE 'A'.
                    88  CK-TRAN-REJECTED        VALUE 'J'.
                10  CK-REASON         PIC X(20).
                10  CK-TRAN-IMAGE     PIC X(33).
                10  CK-LEDGER-COUNT   PIC 9(7).
                10  CK-GL-LINES       PIC 9(7).
                10  CK-GL-UNPRICED    PIC 9(7).
                10  FILLER            PIC X(475).
            05  CK-HEADER-DATA  REDEFINES  CK-BEFORE-IMAGE.
                10  CK-RUN-DATE       PIC 9(8).
                10  CK-RUN-TIME       PIC 9(6).
                10  FILLER            PIC X(536).
            05  CK-IMAGE-KEY-DATA  REDEFINES  CK-BEFORE-IMAGE.
                10  CK-IMAGE-KEY      PIC X(8).
                10  CK-IMAGE-COUNT    PIC 99.
                10  FILLER            PIC X(540).

        FD    CANDY-MASTER-FILE
            RECORD CONTAINS 37 TO 550 CHARACTERS.

        01  CANDY-RECORD.
            05  CANDY-MASTER-KEY.
                10  WAREHOUSE-ID      PIC X(4).
                10  VENDOR-ID         PIC X(1).
                10  CANDY-ID          PIC X(3).
            05  CANDY-COUNT           PIC 99.
            05  CANDY-ARRAY OCCURS 1 TO 20 TIMES
                    DEPENDING ON CANDY-COUNT.
                10  CANDY-NAME        PIC X(15).
                10  BOX-SIZE          PIC A.
                10  CANDY-TYPE        PIC AA.
                10  CASES-IN-STOCK    PIC S9(4).
                10  PURCHASE-PRICE    PIC S999V99.

        FD    INVENTORY-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  INVENTORY-TRAN-RECORD.
            05  BT-RECORD-TYPE        PIC X(1).
                88  BT-IS-TRAILER               VALUE '9'.
            05  FILLER                PIC X(32).

        FD    LEDGER-WORK-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  LEDGER-WORK-RECORD        PIC X(47).

        FD    LEDGER-CUT-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  LEDGER-CUT-RECORD         PIC X(47).

        FD    GL-JOURNAL-WORK-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  GL-JOURNAL-WORK-RECORD    PIC X(63).

        FD    GL-JOURNAL-CUT-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  GL-JOURNAL-CUT-RECORD     PIC X(63).

        FD    RESUME-FILE
            RECORD CONTAINS 61 CHARACTERS.

        01  RESUME-RECORD.
            05  RS-RECORD-TYPE        PIC X(1).
            05  RS-TRAN-SEQ           PIC 9(6).
            05  RS-RESULT             PIC X(1).
            05  RS-REASON             PIC X(20).
            05  RS-TRAN-IMAGE         PIC X(33).

        FD   RECOVERY-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  RECOVERY-REPORT-RECORD    PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  WS-PARM-STATUS           PIC XX.
            05  WS-CKPT-STATUS           PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-TRAN-STATUS           PIC XX.
            05  WS-LEDGWK-STATUS         PIC XX.
            05  WS-LEDGCUT-STATUS        PIC XX.
            05  WS-GLWK-STATUS           PIC XX.
            05  WS-GLCUT-STATUS          PIC XX.
            05  WS-RESUME-STATUS         PIC XX.
            05  CKPT-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-CHECKPOINTS            VALUE 'N'.
            05  TRAN-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-TRANS                  VALUE 'N'.
            05  LEDGWK-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-LEDGER-WORK            VALUE 'N'.
            05  GLWK-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-GL-WORK                VALUE 'N'.
            05  WS-CK-LAST-TYPE          PIC X     VALUE SPACE.
                88  CK-LOG-EMPTY                   VALUE SPACE.
                88  CK-LOG-FINISHED                VALUE 'E'.
                88  CK-LOG-ROLLED-BACK             VALUE 'R'.
                88  CK-LOG-POSTED                  VALUE 'P'.
                88  CK-LOG-INTERRUPTED   VALUE 'H' 'B' 'C' 'S'.
            05  WS-RUN-MODE              PIC X(8)  VALUE 'REPORT'.
                88  MODE-IS-ROLLBACK               VALUE 'ROLLBACK'.
                88  MODE-IS-RESUME                 VALUE 'RESUME'.
            05  WS-ACTION                PIC X(8)  VALUE 'NONE'.
                88  ACTION-IS-NONE                 VALUE 'NONE'.
                88  ACTION-IS-ROLLBACK             VALUE 'ROLLBACK'.
                88  ACTION-IS-RESUME               VALUE 'RESUME'.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-RESUME-OK             PIC X(3)  VALUE 'YES'.
                88  RESUME-IS-OK                   VALUE 'YES'.
            05  WS-KEY-FOUND             PIC X(3)  VALUE 'NO'.
                88  KEY-ALREADY-RESTORED           VALUE 'YES'.
            05  WS-RECOVERY-INCOMPLETE   PIC X(3)  VALUE 'NO'.
                88  RECOVERY-IS-INCOMPLETE         VALUE 'YES'.
            05  WS-CUT-FAILED            PIC X(3)  VALUE 'NO'.
                88  WORK-CUT-FAILED                VALUE 'YES'.

      *    every key put back once -- the first image on the log
      *    for a key is the record as it stood before the posting
        01  RESTORED-KEY-TABLE.
            05  RK-ENTRY-COUNT           PIC 9(4)  VALUE 0.
            05  RESTORED-KEY-ENTRY OCCURS 1 TO 999 TIMES
                    DEPENDING ON RK-ENTRY-COUNT.
                10  RK-MASTER-KEY        PIC X(8).

        01  RECOVERY-CONTROLS.
            05  WS-RK-SUB                PIC 9(4).
            05  WS-CK-RECORD-NUMBER      PIC 9(7)  VALUE 0.
            05  WS-CK-RECORDS            PIC 9(7)  VALUE 0.
            05  WS-LAST-COMMIT-RECORD    PIC 9(7)  VALUE 0.
            05  WS-LAST-COMMIT-SEQ       PIC 9(6)  VALUE 0.
            05  WS-LAST-LEDGER-COUNT     PIC 9(7)  VALUE 0.
            05  WS-LAST-GL-LINES         PIC 9(7)  VALUE 0.
            05  WS-LAST-UNPRICED         PIC 9(7)  VALUE 0.
            05  WS-BATCH-SEQ             PIC 9(6)  VALUE 0.
            05  WS-COPY-COUNT            PIC 9(7)  VALUE 0.
            05  WS-WORK-COUNT            PIC 9(7)  VALUE 0.
            05  WS-COMMITTED-APPLIED     PIC 9(6)  VALUE 0.
            05  WS-COMMITTED-REJECTED    PIC 9(6)  VALUE 0.
            05  WS-IN-FLIGHT-IMAGES      PIC 9(6)  VALUE 0.
            05  WS-RECORDS-RESTORED      PIC 9(6)  VALUE 0.
            05  WS-RESTORE-FAILED        PIC 9(6)  VALUE 0.
            05  WS-VERDICT               PIC X(60).
            05  WS-REFUSE-REASON         PIC X(60).

        01  FILE-NAMES.
            05  WS-OLD-LEDGER-NAME   PIC X(40)
                    VALUE 'GLENCOE-LEDGER.TMP'.
            05  WS-CUT-LEDGER-NAME   PIC X(40)
                    VALUE 'GLENCOE-LEDGER.CUT'.
            05  WS-OLD-GLJE-NAME     PIC X(40)
                    VALUE 'GLENCOE-GLJE.TMP'.
            05  WS-CUT-GLJE-NAME     PIC X(40)
                    VALUE 'GLENCOE-GLJE.CUT'.
            05  WS-RENAME-RC         PIC S9(9) COMP-5.

      *    the transaction image on a commit record, laid out the
      *    way the posting run reads the batch
        01  WS-TRAN-IMAGE.
            05  TI-RECORD-TYPE        PIC X(1).
            05  TI-WAREHOUSE-ID       PIC X(4).
            05  TI-VENDOR-ID          PIC X(1).
            05  TI-CANDY-ID           PIC X(3).
            05  TI-CANDY-NAME         PIC X(15).
            05  TI-CASE-QTY           PIC X(4).
            05  TI-TO-WAREHOUSE-ID    PIC X(4).
            05  TI-SOURCE-CODE        PIC X(1).

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  RECOVERY-HEADING-ONE.

            05  FILLER            PIC X(20)  VALUE SPACES.
            05  FILLER            PIC X(33)  VALUE
                'GLENCOE CANDY POSTING RECOVERY'.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  RH-MONTH          PIC 99/.
            05  RH-DAY            PIC 99/.
            05  RH-YEAR           PIC 9999.

        01  RECOVERY-HEADING-TWO.

            05  FILLER            PIC X(6)   VALUE 'MODE: '.
            05  RH-MODE           PIC X(8).
            05  FILLER            PIC X(6)   VALUE SPACES.
            05  FILLER            PIC X(16)  VALUE 'LOG RECORDS:'.
            05  RH-LOG-RECORDS    PIC ZZZ,ZZ9.

        01  RECOVERY-HEADING-THREE.

            05  FILLER            PIC X(8)   VALUE '   SEQ'.
            05  FILLER            PIC X(5)   VALUE 'TYPE'.
            05  FILLER            PIC X(5)   VALUE 'WH'.
            05  FILLER            PIC X(4)   VALUE 'VND'.
            05  FILLER            PIC X(6)   VALUE 'CANDY'.
            05  FILLER            PIC X(16)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(6)   VALUE '  QTY'.
            05  FILLER            PIC X(30)  VALUE 'STATUS'.

        01  RECOVERY-DETAIL-LINE.

            05  RD-TRAN-SEQ       PIC ZZZZZ9.
            05  FILLER            PIC X(3)   VALUE SPACES.
            05  RD-RECORD-TYPE    PIC X(1).
            05  FILLER            PIC X(3)   VALUE SPACES.
            05  RD-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RD-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RD-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(3)   VALUE SPACES.
            05  RD-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RD-CASE-QTY       PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RD-STATUS         PIC X(30).

        01  RECOVERY-RUN-LINE.

            05  FILLER            PIC X(21)  VALUE
                'POSTING RUN STARTED '.
            05  RR-RUN-DATE       PIC 9(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RR-RUN-TIME       PIC 9(6).
            05  FILLER            PIC X(27)  VALUE
                '  AFTER COMMITTED TRAN    '.
            05  RR-TRAN-SEQ       PIC ZZZZZ9.

        01  RECOVERY-RESUME-LINE.

            05  FILLER            PIC X(42)  VALUE
                'RESUME POINT SET AFTER COMMITTED TRAN'.
            05  RS-LINE-SEQ       PIC ZZZZZ9.

        01  RECOVERY-TOTAL-LINE-ONE.

            05  FILLER            PIC X(30)  VALUE
                'COMMITTED AND APPLIED:'.
            05  RT-APPLIED        PIC ZZZ,ZZ9.
            05  FILLER            PIC X(20)  VALUE
                '     REJECTED:'.
            05  RT-REJECTED       PIC ZZZ,ZZ9.

        01  RECOVERY-TOTAL-LINE-TWO.

            05  FILLER            PIC X(30)  VALUE
                'IN-FLIGHT MASTER IMAGES:'.
            05  RT-IN-FLIGHT      PIC ZZZ,ZZ9.
            05  FILLER            PIC X(20)  VALUE
                '     RESTORED:'.
            05  RT-RESTORED       PIC ZZZ,ZZ9.

        01  RECOVERY-FAILED-LINE.

            05  FILLER            PIC X(37)  VALUE
                'MASTER RECORDS THAT COULD NOT BE PUT'.
            05  FILLER            PIC X(13)  VALUE
                ' BACK:'.
            05  RT-FAILED         PIC ZZZ,ZZ9.

        01  RECOVERY-VERDICT-LINE.

            05  RV-VERDICT        PIC X(60).

        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-SCAN-CHECKPOINT-LOG
           PERFORM 250-DECIDE-RECOVERY
           IF ACTION-IS-RESUME
              PERFORM 260-VERIFY-RESUME
           END-IF
           IF NOT ACTION-IS-NONE
              PERFORM 280-OPEN-MASTER
           END-IF
           PERFORM 300-PROCESS-CHECKPOINT-LOG
           EVALUATE TRUE
              WHEN ACTION-IS-RESUME AND NOT RECOVERY-IS-INCOMPLETE
                 PERFORM 400-CUT-WORK-FILES
                 IF NOT RECOVERY-IS-INCOMPLETE
                    PERFORM 450-WRITE-RESUME-POINT
                 END-IF
              WHEN ACTION-IS-ROLLBACK AND NOT RECOVERY-IS-INCOMPLETE
                 PERFORM 460-WRITE-ROLLED-BACK
           END-EVALUATE
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT RECOVERY-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO RH-MONTH
           MOVE WS-DATE(7:2) TO RH-DAY
           MOVE WS-DATE(1:4) TO RH-YEAR

      *    no parameter record means REPORT -- recovery changes the
      *    master, so operations has to ask for it by name
           OPEN INPUT RECOVERY-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ RECOVERY-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RP-MODE-ROLLBACK OR RP-MODE-RESUME
                       MOVE RP-MODE TO WS-RUN-MODE
                    END-IF
              END-READ
              CLOSE RECOVERY-PARM-FILE
           END-IF

           WRITE RECOVERY-REPORT-RECORD FROM RECOVERY-HEADING-ONE
               AFTER ADVANCING PAGE
           .

        200-SCAN-CHECKPOINT-LOG.

      *    first pass: how the log ends, and where the last commit
      *    sits -- everything after the last commit record belongs
      *    to the transaction that was in flight
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
              PERFORM UNTIL NO-MORE-CHECKPOINTS
                 READ CHECKPOINT-FILE
                    AT END
                       MOVE 'N' TO CKPT-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CK-RECORDS
                       MOVE CK-RECORD-TYPE TO WS-CK-LAST-TYPE
                       IF CK-COMMIT-POINT
                          MOVE WS-CK-RECORDS
                             TO WS-LAST-COMMIT-RECORD
                          MOVE CK-TRAN-SEQ TO WS-LAST-COMMIT-SEQ
                          MOVE CK-LEDGER-COUNT
                             TO WS-LAST-LEDGER-COUNT
                          MOVE CK-GL-LINES TO WS-LAST-GL-LINES
                          MOVE CK-GL-UNPRICED TO WS-LAST-UNPRICED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
           END-IF

           MOVE WS-RUN-MODE TO RH-MODE
           MOVE WS-CK-RECORDS TO RH-LOG-RECORDS
           MOVE RECOVERY-HEADING-TWO TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           MOVE RECOVERY-HEADING-THREE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        250-DECIDE-RECOVERY.

           EVALUATE TRUE
              WHEN CK-LOG-EMPTY
                 MOVE 'NO POSTING ON THE CHECKPOINT LOG - NOTHING TO DO'
                    TO WS-VERDICT
              WHEN CK-LOG-FINISHED
                 MOVE 'LAST POSTING FINISHED CLEANLY - NOTHING TO DO'
                    TO WS-VERDICT
              WHEN CK-LOG-ROLLED-BACK
                 MOVE 'LAST POSTING ALREADY ROLLED BACK - NOTHING TO DO'
                    TO WS-VERDICT
      *       past the posted record the batch has been emptied and
      *       the master is whole -- neither a rollback nor a resume
      *       can be trusted from here
              WHEN CK-LOG-POSTED
                 MOVE 'BATCH POSTED BUT END OF JOB NOT REACHED - REFER'
                    TO WS-VERDICT
                 MOVE 8 TO RETURN-CODE
              WHEN MODE-IS-ROLLBACK
                 MOVE 'ROLLBACK' TO WS-ACTION
              WHEN MODE-IS-RESUME
                 MOVE 'RESUME' TO WS-ACTION
              WHEN OTHER
                 MOVE 'POSTING INTERRUPTED - NO ACTION TAKEN IN REPORT'
                    TO WS-VERDICT
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

        260-VERIFY-RESUME.

      *    a resume only makes sense against the very batch that was
      *    interrupted, and with work files that still hold every
      *    committed movement
           OPEN INPUT INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS NOT = '00'
              MOVE 'NO' TO WS-RESUME-OK
              MOVE 'CLOSED BATCH MISSING - CANNOT RESUME'
                 TO WS-REFUSE-REASON
           ELSE
              OPEN INPUT CHECKPOINT-FILE
              MOVE ' ' TO CKPT-EOF-FLAG
              PERFORM UNTIL NO-MORE-CHECKPOINTS OR NOT RESUME-IS-OK
                 READ CHECKPOINT-FILE
                    AT END
                       MOVE 'N' TO CKPT-EOF-FLAG
                    NOT AT END
                       IF CK-COMMIT-POINT
                          PERFORM 265-MATCH-BATCH-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
              CLOSE INVENTORY-TRAN-FILE
           END-IF

           IF RESUME-IS-OK
              MOVE 0 TO WS-WORK-COUNT
              OPEN INPUT LEDGER-WORK-FILE
              IF WS-LEDGWK-STATUS = '00'
                 PERFORM UNTIL NO-MORE-LEDGER-WORK
                    READ LEDGER-WORK-FILE
                       AT END
                          MOVE 'N' TO LEDGWK-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-WORK-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE LEDGER-WORK-FILE
              END-IF
              IF WS-WORK-COUNT < WS-LAST-LEDGER-COUNT
                 MOVE 'NO' TO WS-RESUME-OK
                 MOVE 'LEDGER WORK FILE SHORT - CANNOT RESUME'
                    TO WS-REFUSE-REASON
              END-IF
           END-IF

           IF RESUME-IS-OK
              MOVE 0 TO WS-WORK-COUNT
              OPEN INPUT GL-JOURNAL-WORK-FILE
              IF WS-GLWK-STATUS = '00'
                 PERFORM UNTIL NO-MORE-GL-WORK
                    READ GL-JOURNAL-WORK-FILE
                       AT END
                          MOVE 'N' TO GLWK-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-WORK-COUNT
                    END-READ
                 END-PERFORM
                 CLOSE GL-JOURNAL-WORK-FILE
              END-IF
              IF WS-WORK-COUNT < WS-LAST-GL-LINES
                 MOVE 'NO' TO WS-RESUME-OK
                 MOVE 'GL JOURNAL WORK FILE SHORT - CANNOT RESUME'
                    TO WS-REFUSE-REASON
              END-IF
           END-IF

           MOVE ' ' TO CKPT-EOF-FLAG
           MOVE ' ' TO LEDGWK-EOF-FLAG
           MOVE ' ' TO GLWK-EOF-FLAG
           IF NOT RESUME-IS-OK
              MOVE 'NONE' TO WS-ACTION
              MOVE WS-REFUSE-REASON TO WS-VERDICT
              MOVE 8 TO RETURN-CODE
           END-IF
           .

        265-MATCH-BATCH-RECORD.

      *    the commit sequence is the transaction's place in the
      *    batch, trailer not counted
           MOVE SPACES TO INVENTORY-TRAN-RECORD
           PERFORM UNTIL NO-MORE-TRANS
                 OR WS-BATCH-SEQ = CK-TRAN-SEQ
              READ INVENTORY-TRAN-FILE
                 AT END
                    MOVE 'N' TO TRAN-EOF-FLAG
                 NOT AT END
                    IF NOT BT-IS-TRAILER
                       ADD 1 TO WS-BATCH-SEQ
                    END-IF
              END-READ
           END-PERFORM
           IF WS-BATCH-SEQ NOT = CK-TRAN-SEQ
                 OR INVENTORY-TRAN-RECORD NOT = CK-TRAN-IMAGE
              MOVE 'NO' TO WS-RESUME-OK
              MOVE 'BATCH DOES NOT MATCH COMMITTED TRANS - NO RESUME'
                 TO WS-REFUSE-REASON
           END-IF
           .

        280-OPEN-MASTER.

           OPEN I-O CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OPENED
           ELSE
              MOVE 'NONE' TO WS-ACTION
              MOVE 'MASTER PR3FA19.DAT NOT READABLE - NOTHING RESTORED'
                 TO WS-VERDICT
              MOVE 8 TO RETURN-CODE
           END-IF
           .

        300-PROCESS-CHECKPOINT-LOG.

      *    second pass: list the log and, when recovering, put the
      *    before-images back.  a rollback restores the earliest
      *    image of every key on the log; a resume restores only
      *    the images written after the last commit
           IF ACTION-IS-RESUME
              OPEN OUTPUT RESUME-FILE
           END-IF
           MOVE 0 TO WS-CK-RECORD-NUMBER
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
              PERFORM UNTIL NO-MORE-CHECKPOINTS
                 READ CHECKPOINT-FILE
                    AT END
                       MOVE 'N' TO CKPT-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-CK-RECORD-NUMBER
                       PERFORM 310-LIST-CHECKPOINT-RECORD
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
           END-IF
           IF ACTION-IS-RESUME
              CLOSE RESUME-FILE
           END-IF
           IF MASTER-WAS-OPENED
              CLOSE CANDY-MASTER-FILE
           END-IF
           .

        310-LIST-CHECKPOINT-RECORD.

           EVALUATE TRUE
              WHEN CK-RUN-HEADER
                 MOVE CK-RUN-DATE TO RR-RUN-DATE
                 MOVE CK-RUN-TIME TO RR-RUN-TIME
                 MOVE CK-TRAN-SEQ TO RR-TRAN-SEQ
                 MOVE RECOVERY-RUN-LINE TO RECOVERY-REPORT-RECORD
                 WRITE RECOVERY-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              WHEN CK-COMMIT-POINT
                 PERFORM 320-LIST-COMMITTED-TRAN
              WHEN CK-BEFORE-IMAGE-REC
                 IF WS-CK-RECORD-NUMBER > WS-LAST-COMMIT-RECORD
                    PERFORM 330-LIST-IN-FLIGHT-IMAGE
                 END-IF
                 IF ACTION-IS-ROLLBACK
                       OR (ACTION-IS-RESUME
                       AND WS-CK-RECORD-NUMBER > WS-LAST-COMMIT-RECORD)
                    PERFORM 340-RESTORE-BEFORE-IMAGE
                 END-IF
              WHEN CK-RESUME-POINT
                 MOVE CK-TRAN-SEQ TO RS-LINE-SEQ
                 MOVE RECOVERY-RESUME-LINE TO RECOVERY-REPORT-RECORD
                 WRITE RECOVERY-REPORT-RECORD
                     AFTER ADVANCING 1 LINE
           END-EVALUATE
           .

        320-LIST-COMMITTED-TRAN.

           MOVE CK-TRAN-IMAGE TO WS-TRAN-IMAGE
           MOVE CK-TRAN-SEQ TO RD-TRAN-SEQ
           MOVE TI-RECORD-TYPE TO RD-RECORD-TYPE
           MOVE TI-WAREHOUSE-ID TO RD-WAREHOUSE-ID
           MOVE TI-VENDOR-ID TO RD-VENDOR-ID
           MOVE TI-CANDY-ID TO RD-CANDY-ID
           MOVE TI-CANDY-NAME TO RD-CANDY-NAME
           MOVE TI-CASE-QTY TO RD-CASE-QTY
           MOVE SPACES TO RD-STATUS
           IF CK-TRAN-APPLIED
              ADD 1 TO WS-COMMITTED-APPLIED
              IF ACTION-IS-ROLLBACK
                 MOVE 'APPLIED - BACKED OUT' TO RD-STATUS
              ELSE
                 MOVE 'APPLIED' TO RD-STATUS
              END-IF
           ELSE
              ADD 1 TO WS-COMMITTED-REJECTED
              STRING 'REJECTED ' CK-REASON
                     DELIMITED BY SIZE INTO RD-STATUS
           END-IF
           MOVE RECOVERY-DETAIL-LINE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           IF ACTION-IS-RESUME
              MOVE CK-RECORD-TYPE TO RS-RECORD-TYPE
              MOVE CK-TRAN-SEQ TO RS-TRAN-SEQ
              MOVE CK-RESULT TO RS-RESULT
              MOVE CK-REASON TO RS-REASON
              MOVE CK-TRAN-IMAGE TO RS-TRAN-IMAGE
              WRITE RESUME-RECORD
           END-IF
           .

        330-LIST-IN-FLIGHT-IMAGE.

           ADD 1 TO WS-IN-FLIGHT-IMAGES
           MOVE CK-TRAN-SEQ TO RD-TRAN-SEQ
           MOVE CK-RECORD-TYPE TO RD-RECORD-TYPE
           MOVE CK-IMAGE-KEY (1:4) TO RD-WAREHOUSE-ID
           MOVE CK-IMAGE-KEY (5:1) TO RD-VENDOR-ID
           MOVE CK-IMAGE-KEY (6:3) TO RD-CANDY-ID
           MOVE SPACES TO RD-CANDY-NAME
           MOVE SPACES TO RD-CASE-QTY
           IF ACTION-IS-NONE
              MOVE 'IN FLIGHT - NOT COMMITTED' TO RD-STATUS
           ELSE
              MOVE 'IN FLIGHT - BACKED OUT' TO RD-STATUS
           END-IF
           MOVE RECOVERY-DETAIL-LINE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        340-RESTORE-BEFORE-IMAGE.

      *    a later image of a key already put back is the record
      *    part way through the posting and must not overlay it.
      *    a full key table means keys can no longer be told apart,
      *    so the recovery stops there and says so
           MOVE 'NO' TO WS-KEY-FOUND
           PERFORM VARYING WS-RK-SUB
                 FROM 1 BY 1 UNTIL WS-RK-SUB > RK-ENTRY-COUNT
                 OR KEY-ALREADY-RESTORED
              IF RK-MASTER-KEY (WS-RK-SUB) = CK-IMAGE-KEY
                 MOVE 'YES' TO WS-KEY-FOUND
              END-IF
           END-PERFORM

           IF NOT KEY-ALREADY-RESTORED AND NOT RECOVERY-IS-INCOMPLETE
              IF RK-ENTRY-COUNT < 999
                 ADD 1 TO RK-ENTRY-COUNT
                 MOVE CK-IMAGE-KEY TO RK-MASTER-KEY (RK-ENTRY-COUNT)
                 MOVE CK-IMAGE-COUNT TO CANDY-COUNT
                 MOVE CK-BEFORE-IMAGE TO CANDY-RECORD
                 REWRITE CANDY-RECORD
                    INVALID KEY
                       ADD 1 TO WS-RESTORE-FAILED
                       MOVE 'YES' TO WS-RECOVERY-INCOMPLETE
                    NOT INVALID KEY
                       ADD 1 TO WS-RECORDS-RESTORED
                 END-REWRITE
              ELSE
                 ADD 1 TO WS-RESTORE-FAILED
                 MOVE 'YES' TO WS-RECOVERY-INCOMPLETE
              END-IF
           END-IF
           .

        400-CUT-WORK-FILES.

      *    anything past the last commit belongs to the transaction
      *    that was backed out, so it comes off both work files.
      *    a work file that was not cut back would post that
      *    transaction's lines a second time on the resume, so
      *    any failure here leaves the resume point unwritten and
      *    the posting run goes on holding the batch
           PERFORM 410-CUT-LEDGER-WORK
           IF NOT WORK-CUT-FAILED
              PERFORM 420-CUT-GL-WORK
           END-IF
           IF WORK-CUT-FAILED
              MOVE 'YES' TO WS-RECOVERY-INCOMPLETE
           END-IF
           .

        410-CUT-LEDGER-WORK.

           OPEN INPUT LEDGER-WORK-FILE
           IF WS-LEDGWK-STATUS NOT = '00'
              MOVE 'YES' TO WS-CUT-FAILED
           ELSE
              OPEN OUTPUT LEDGER-CUT-FILE
              IF WS-LEDGCUT-STATUS NOT = '00'
                 MOVE 'YES' TO WS-CUT-FAILED
              ELSE
                 MOVE 0 TO WS-COPY-COUNT
                 PERFORM UNTIL NO-MORE-LEDGER-WORK
                       OR WS-COPY-COUNT = WS-LAST-LEDGER-COUNT
                       OR WORK-CUT-FAILED
                    READ LEDGER-WORK-FILE
                       AT END
                          MOVE 'N' TO LEDGWK-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-COPY-COUNT
                          MOVE LEDGER-WORK-RECORD
                             TO LEDGER-CUT-RECORD
                          WRITE LEDGER-CUT-RECORD
                          IF WS-LEDGCUT-STATUS NOT = '00'
                             MOVE 'YES' TO WS-CUT-FAILED
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LEDGER-CUT-FILE
                 IF WS-LEDGCUT-STATUS NOT = '00'
                    MOVE 'YES' TO WS-CUT-FAILED
                 END-IF
              END-IF
              CLOSE LEDGER-WORK-FILE
           END-IF

           IF NOT WORK-CUT-FAILED
              CALL 'CBL_DELETE_FILE' USING WS-OLD-LEDGER-NAME
                 RETURNING WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 MOVE 'YES' TO WS-CUT-FAILED
              ELSE
                 CALL 'CBL_RENAME_FILE' USING WS-CUT-LEDGER-NAME
                    WS-OLD-LEDGER-NAME
                    RETURNING WS-RENAME-RC
                 IF WS-RENAME-RC NOT = 0
                    MOVE 'YES' TO WS-CUT-FAILED
                 END-IF
              END-IF
           END-IF
           IF WORK-CUT-FAILED
              MOVE 'LEDGER WORK FILE NOT CUT BACK - RESUME NOT SET'
                 TO WS-VERDICT
           END-IF
           .

        420-CUT-GL-WORK.

           OPEN INPUT GL-JOURNAL-WORK-FILE
           IF WS-GLWK-STATUS NOT = '00'
              MOVE 'YES' TO WS-CUT-FAILED
           ELSE
              OPEN OUTPUT GL-JOURNAL-CUT-FILE
              IF WS-GLCUT-STATUS NOT = '00'
                 MOVE 'YES' TO WS-CUT-FAILED
              ELSE
                 MOVE 0 TO WS-COPY-COUNT
                 PERFORM UNTIL NO-MORE-GL-WORK
                       OR WS-COPY-COUNT = WS-LAST-GL-LINES
                       OR WORK-CUT-FAILED
                    READ GL-JOURNAL-WORK-FILE
                       AT END
                          MOVE 'N' TO GLWK-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-COPY-COUNT
                          MOVE GL-JOURNAL-WORK-RECORD
                             TO GL-JOURNAL-CUT-RECORD
                          WRITE GL-JOURNAL-CUT-RECORD
                          IF WS-GLCUT-STATUS NOT = '00'
                             MOVE 'YES' TO WS-CUT-FAILED
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE GL-JOURNAL-CUT-FILE
                 IF WS-GLCUT-STATUS NOT = '00'
                    MOVE 'YES' TO WS-CUT-FAILED
                 END-IF
              END-IF
              CLOSE GL-JOURNAL-WORK-FILE
           END-IF

           IF NOT WORK-CUT-FAILED
              CALL 'CBL_DELETE_FILE' USING WS-OLD-GLJE-NAME
                 RETURNING WS-RENAME-RC
              IF WS-RENAME-RC NOT = 0
                 MOVE 'YES' TO WS-CUT-FAILED
              ELSE
                 CALL 'CBL_RENAME_FILE' USING WS-CUT-GLJE-NAME
                    WS-OLD-GLJE-NAME
                    RETURNING WS-RENAME-RC
                 IF WS-RENAME-RC NOT = 0
                    MOVE 'YES' TO WS-CUT-FAILED
                 END-IF
              END-IF
           END-IF
           IF WORK-CUT-FAILED
              MOVE 'GL WORK FILE NOT CUT BACK - RESUME NOT SET'
                 TO WS-VERDICT
           END-IF
           .

        450-WRITE-RESUME-POINT.

      *    the posting run reads this record to know where to carry
      *    on and what the work files already hold.  without it
      *    the log still ends part way through a posting, so the
      *    posting run goes on holding the batch
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
              MOVE 'CHECKPOINT LOG NOT EXTENDED - RESUME NOT SET'
                 TO WS-VERDICT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO CHECKPOINT-RECORD
              MOVE 'S' TO CK-RECORD-TYPE
              MOVE WS-LAST-COMMIT-SEQ TO CK-TRAN-SEQ
              MOVE WS-LAST-LEDGER-COUNT TO CK-LEDGER-COUNT
              MOVE WS-LAST-GL-LINES TO CK-GL-LINES
              MOVE WS-LAST-UNPRICED TO CK-GL-UNPRICED
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE

              MOVE WS-LAST-COMMIT-SEQ TO RS-LINE-SEQ
              MOVE RECOVERY-RESUME-LINE TO RECOVERY-REPORT-RECORD
              WRITE RECOVERY-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
              MOVE 'RESUME READY - RERUN GLENPOST ON THE SAME BATCH'
                 TO WS-VERDICT
           END-IF
           .

        460-WRITE-ROLLED-BACK.

      *    the master is back where it stood before the posting and
      *    the batch was never emptied, so the next posting starts
      *    the batch from the top with a fresh log
           OPEN EXTEND CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
              MOVE 'CHECKPOINT LOG NOT EXTENDED - ROLLBACK NOT SET'
                 TO WS-VERDICT
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO CHECKPOINT-RECORD
              MOVE 'R' TO CK-RECORD-TYPE
              MOVE WS-LAST-COMMIT-SEQ TO CK-TRAN-SEQ
              WRITE CHECKPOINT-RECORD
              CLOSE CHECKPOINT-FILE
              MOVE
                 'MASTER ROLLED BACK - RERUN GLENPOST ON THE SAME BATCH'
                 TO WS-VERDICT
           END-IF
           .

        800-END-OF-FILE-ROUTINE.

           MOVE WS-COMMITTED-APPLIED TO RT-APPLIED
           MOVE WS-COMMITTED-REJECTED TO RT-REJECTED
           MOVE RECOVERY-TOTAL-LINE-ONE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 3 LINES
           MOVE WS-IN-FLIGHT-IMAGES TO RT-IN-FLIGHT
           MOVE WS-RECORDS-RESTORED TO RT-RESTORED
           MOVE RECOVERY-TOTAL-LINE-TWO TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 1 LINE

      *    a work file that could not be cut back has already put
      *    its own verdict in place
           IF RECOVERY-IS-INCOMPLETE
              IF WORK-CUT-FAILED
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE WS-RESTORE-FAILED TO RT-FAILED
                 MOVE RECOVERY-FAILED-LINE TO RECOVERY-REPORT-RECORD
                 WRITE RECOVERY-REPORT-RECORD
                     AFTER ADVANCING 1 LINE
                 MOVE 'RECOVERY INCOMPLETE - LOG LEFT OPEN - REFER'
                    TO WS-VERDICT
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF

           MOVE WS-VERDICT TO RV-VERDICT
           MOVE RECOVERY-VERDICT-LINE TO RECOVERY-REPORT-RECORD
           WRITE RECOVERY-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           CLOSE RECOVERY-REPORT
           STOP RUN
           .
