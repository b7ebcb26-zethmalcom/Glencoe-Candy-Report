      *     The LIVE TRANSACTION FILE, exactly as data entry and
      *     the cycle count run left it.
      *
      *     The SCREENED TRANSACTION FILE: adjustments the cycle
      *     count run wrote inside their limit and adjustments a
      *     supervisor released in GLENAPRV.  No clerk keys into
      *     it, so its records go into the batch without being
      *     screened again.
      *
      *     The REASON CODE FILE with each adjustment reason's
      *     dollar approval limit, and the CANDY MASTER FILE for
      *     the purchase price that values a keyed adjustment.
      *
      * ***************
      *  OUTPUT:
      *     The CLOSED BATCH FILE: every live transaction followed
      *     cutoff date, which the posting run verifies before
      *     applying anything.
      *
      *     The PENDING ADJUSTMENT FILE: a keyed adjustment whose
      *     dollar impact is over its reason's approval limit is
      *     held there for a supervisor (GLENAPRV) instead of
      *     going into the batch.  Every adjustment on the live
      *     file is screened, whatever its approval flag or source
      *     code says -- those are only bytes a clerk can key, so
      *     they are cleared here and only the screened file's
      *     records reach the posting run carrying them.
      *
      *     The LIVE TRANSACTION FILE and the SCREENED TRANSACTION
      *     FILE, emptied, ready for the next batch.
      *
      *     The CUTOFF REPORT with the counts.  If the prior batch
      *     is still sitting unposted the cutoff refuses to run and
                ASSIGN TO 'GLENCOE-TRAN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LIVE-STATUS.
            SELECT SCREENED-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRANSCR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCREENED-STATUS.
            SELECT BATCH-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRANB.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BATCH-STATUS.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT REASON-CODE-FILE
                ASSIGN TO 'GLENCOE-REASON.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REASON-STATUS.
            SELECT PENDING-ADJUSTMENT-FILE
                ASSIGN TO 'GLENCOE-ADJPEND.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
            SELECT CUTOFF-REPORT
                ASSIGN TO PRINTER 'GLENCOE-BCUT.TXT'.
            SELECT STEP-STATUS-FILE
                ASSIGN TO 'GLENCOE-STEPSTAT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD    LIVE-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  LIVE-TRAN-RECORD.
            05  LV-RECORD-TYPE        PIC X(1).
                88  LV-ADJUSTMENT               VALUE 'A'.
            05  LV-WAREHOUSE-ID       PIC X(4).
            05  LV-VENDOR-ID          PIC X(1).
            05  LV-CANDY-ID           PIC X(3).
            05  LV-CANDY-NAME         PIC X(15).
            05  LV-CASE-QTY           PIC S9(4).
            05  LV-REASON-CODE        PIC X(2).
            05  LV-ADJ-APPROVED       PIC X(1).
                88  LV-ADJ-RELEASED             VALUE 'Y'.
            05  FILLER                PIC X(1).
            05  LV-SOURCE-CODE        PIC X(1).
                88  LV-FROM-CYCLE-COUNT         VALUE 'C'.

        FD    SCREENED-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  SCREENED-TRAN-RECORD      PIC X(33).

        FD    BATCH-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.
            05  BT-CUTOFF-DATE        PIC 9(8).
            05  FILLER                PIC X(17).

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
                10  CASES-IN-STOCK   PIC S9(4).
                10  PURCHASE-PRICE    PIC S999V99.

        FD    REASON-CODE-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  REASON-CODE-RECORD.
            05  RN-REASON-CODE        PIC X(2).
            05  RN-DESCRIPTION        PIC X(20).
            05  RN-APPROVAL-LIMIT     PIC 9(5)V99.

        FD    PENDING-ADJUSTMENT-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  PENDING-ADJUSTMENT-RECORD.
            05  PA-PENDING-ID.
                10  PA-QUEUED-DATE    PIC 9(8).
                10  PA-QUEUED-TIME    PIC 9(6).
                10  PA-QUEUED-SEQ     PIC 9(3).
            05  PA-TRAN-IMAGE         PIC X(33).
            05  PA-DOLLAR-IMPACT      PIC S9(7)V99.
            05  PA-QUEUED-BY          PIC X(8).

        FD   CUTOFF-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  CUTOFF-REPORT-RECORD      PIC X(80).

        FD    STEP-STATUS-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  STEP-STATUS-RECORD.
            05  SS-RUN-DATE           PIC 9(8).
            05  SS-RUN-TIME           PIC 9(6).
            05  SS-PROGRAM-ID         PIC X(8).
            05  SS-RETURN-CODE        PIC 9(3).
            05  SS-STATUS             PIC X(4).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
            05  LIVE-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-LIVE                   VALUE 'N'.
            05  WS-LIVE-STATUS           PIC XX.
            05  SCREENED-EOF-FLAG        PIC X     VALUE ' '.
                88  NO-MORE-SCREENED               VALUE 'N'.
            05  WS-SCREENED-STATUS       PIC XX.
            05  WS-BATCH-STATUS          PIC XX.
            05  WS-PRIOR-BATCH           PIC X(3)  VALUE 'NO'.
                88  PRIOR-BATCH-WAITING            VALUE 'YES'.
            05  WS-CUT-FAILED            PIC X(3)  VALUE 'NO'.
                88  BATCH-CUT-FAILED               VALUE 'YES'.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-REASON-STATUS         PIC XX.
            05  WS-PENDING-STATUS        PIC XX.
            05  REASON-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-REASONS                VALUE 'N'.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-PENDING-OPENED        PIC X(3)  VALUE 'NO'.
                88  PENDING-WAS-OPENED             VALUE 'YES'.
            05  WS-HOLD-FOR-APPROVAL     PIC X(3)  VALUE 'NO'.
                88  HOLD-FOR-APPROVAL              VALUE 'YES'.
            05  WS-HOLD-TABLE-FULL       PIC X(3)  VALUE 'NO'.
                88  HOLD-TABLE-IS-FULL             VALUE 'YES'.
            05  WS-REASON-FOUND          PIC X(3)  VALUE 'NO'.
                88  REASON-WAS-FOUND               VALUE 'YES'.
            05  WS-ELEMENT-FOUND         PIC X(3)  VALUE 'NO'.
                88  ELEMENT-WAS-FOUND              VALUE 'YES'.
            05  WS-QUEUE-FAILED          PIC X(3)  VALUE 'NO'.
                88  QUEUE-HAS-FAILED               VALUE 'YES'.

        01  SUB  PIC 99   VALUE 1.

        01  CUTOFF-CONTROLS.
            05  WS-TRANS-CUT             PIC 9(7)  VALUE 0.
            05  WS-SCREENED-CUT          PIC 9(7)  VALUE 0.
            05  WS-HA-QUEUED             PIC 9(3)  VALUE 0.

      *    adjustment reasons and their dollar approval limits
        01  REASON-CODE-TABLE.
            05  RD-ENTRY-COUNT           PIC 99    VALUE 0.
            05  REASON-CODE-ENTRY OCCURS 1 TO 30 TIMES
                    DEPENDING ON RD-ENTRY-COUNT.
                10  RD-REASON-CODE       PIC X(2).
                10  RD-APPROVAL-LIMIT    PIC 9(5)V99.
            05  WS-RD-SUB                PIC 99.
            05  WS-RD-HIT-SUB            PIC 99.

      *    held adjustments are kept here until every batch
      *    record and the trailer are written, so a failed cut
      *    that leaves the live file standing does not also leave
      *    them on the pending file to be held a second time on
      *    the rerun
        01  HELD-ADJUSTMENT-TABLE.
            05  HA-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  HELD-ADJUSTMENT-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON HA-ENTRY-COUNT.
                10  HA-TRAN-IMAGE        PIC X(33).
                10  HA-DOLLAR-IMPACT     PIC S9(7)V99.
            05  WS-HA-SUB                PIC 9(3).

        01  APPROVAL-CONTROLS.
            05  WS-ADJ-QTY-ABS           PIC 9(4).
            05  WS-UNIT-PRICE            PIC S999V99.
            05  WS-IMPACT                PIC S9(7)V99.
            05  WS-IMPACT-ABS            PIC 9(7)V99.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  WS-TIME.
            05  RUN-HOUR                 PIC 99.
            05  RUN-MINUTE               PIC 99.
            05  RUN-SECOND               PIC 99.
            05  FILLER                   PIC XX.

        01  CUTOFF-HEADING-ONE.

            05  FILLER            PIC X(15)  VALUE SPACES.
            05  FILLER            PIC X(2)   VALUE ': '.
            05  CT-TRANS-CUT      PIC ZZZ,ZZ9.

        01  SCREENED-TOTAL-LINE.

            05  FILLER            PIC X(25)  VALUE
                '  FROM SCREENED FILE'.
            05  FILLER            PIC X(2)   VALUE ': '.
            05  CT-SCREENED-CUT   PIC ZZZ,ZZ9.

        01  HELD-TOTAL-LINE.

            05  FILLER            PIC X(25)  VALUE
                'HELD FOR APPROVAL'.
            05  FILLER            PIC X(2)   VALUE ': '.
            05  CT-TRANS-HELD     PIC ZZZ,ZZ9.

        01  HOLD-FULL-LINE.

            05  FILLER            PIC X(52)  VALUE
                'TOO MANY ADJUSTMENTS TO HOLD - LIVE FILE LEFT'.

        01  PENDING-FAILED-LINE.

            05  FILLER            PIC X(52)  VALUE
                'PENDING ADJUSTMENT FILE NOT WRITABLE - CUTOFF HELD'.

        01  QUEUE-FAILED-LINE.

            05  FILLER            PIC X(44)  VALUE
                'PENDING WRITE FAILED - BATCH EMPTIED - HELD'.
            05  FILLER            PIC X(16)  VALUE
                ' ALREADY QUEUED:'.
            05  QF-QUEUED         PIC ZZ9.

        01  STEP-STATUS-CONTROLS.
            05  WS-STEPSTAT-STATUS       PIC XX.
            05  WS-STEP-TIME             PIC X(8).


        PROCEDURE DIVISION.

      *       destroy the very transactions this program exists
      *       to protect
              IF BATCH-CUT-FAILED
                 IF HOLD-TABLE-IS-FULL
                    MOVE HOLD-FULL-LINE TO CUTOFF-REPORT-RECORD
                    WRITE CUTOFF-REPORT-RECORD
                        AFTER ADVANCING 2 LINES
                 END-IF
                 MOVE CUTOFF-FAILED-LINE TO CUTOFF-REPORT-RECORD
                 WRITE CUTOFF-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
           OPEN OUTPUT CUTOFF-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(5:2) TO CH-MONTH
           MOVE WS-DATE(7:2) TO CH-DAY
           MOVE WS-DATE(1:4) TO CH-YEAR

           WRITE CUTOFF-REPORT-RECORD FROM CUTOFF-HEADING-ONE
               AFTER ADVANCING PAGE

      *    an unreadable master cannot value a keyed adjustment,
      *    so every one of them is held rather than guessed at
           OPEN INPUT CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OPENED
           END-IF
           PERFORM 160-LOAD-REASON-TABLE
           .

        160-LOAD-REASON-TABLE.

           OPEN INPUT REASON-CODE-FILE
           IF WS-REASON-STATUS = '00'
              PERFORM UNTIL NO-MORE-REASONS
                 READ REASON-CODE-FILE
                    AT END
                       MOVE 'N' TO REASON-EOF-FLAG
                    NOT AT END
                       IF RD-ENTRY-COUNT < 30
                          ADD 1 TO RD-ENTRY-COUNT
                          MOVE RN-REASON-CODE
                             TO RD-REASON-CODE (RD-ENTRY-COUNT)
                          IF RN-APPROVAL-LIMIT IS NUMERIC
                             MOVE RN-APPROVAL-LIMIT
                                TO RD-APPROVAL-LIMIT (RD-ENTRY-COUNT)
                          ELSE
                             MOVE ZEROS
                                TO RD-APPROVAL-LIMIT (RD-ENTRY-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-CODE-FILE
           END-IF
           .

        200-CHECK-PRIOR-BATCH.

        300-CUT-BATCH.

      *    the pending file must be writable before anything is
      *    cut, or a held adjustment would have nowhere to go
      *    ('35' means nothing has ever been held -- any other
      *    failure must not empty the queue with an OPEN OUTPUT)
           OPEN EXTEND PENDING-ADJUSTMENT-FILE
           IF WS-PENDING-STATUS = '35'
              OPEN OUTPUT PENDING-ADJUSTMENT-FILE
           END-IF
           IF WS-PENDING-STATUS = '00'
              MOVE 'YES' TO WS-PENDING-OPENED
           ELSE
              MOVE PENDING-FAILED-LINE TO CUTOFF-REPORT-RECORD
              WRITE CUTOFF-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
              MOVE 'YES' TO WS-CUT-FAILED
           END-IF

           IF NOT BATCH-CUT-FAILED
              OPEN OUTPUT BATCH-TRAN-FILE
              IF WS-BATCH-STATUS NOT = '00'
                 MOVE 'YES' TO WS-CUT-FAILED
              END-IF
           END-IF
           IF NOT BATCH-CUT-FAILED
              OPEN INPUT LIVE-TRAN-FILE
              IF WS-LIVE-STATUS = '00'
                 PERFORM UNTIL NO-MORE-LIVE OR BATCH-CUT-FAILED
                       AT END
                          MOVE 'N' TO LIVE-EOF-FLAG
                       NOT AT END
                          PERFORM 320-SCREEN-ADJUSTMENT
                          IF HOLD-FOR-APPROVAL
                             PERFORM 340-HOLD-ADJUSTMENT
                          ELSE
                             MOVE LIVE-TRAN-RECORD
                                TO BATCH-TRAN-RECORD
                             WRITE BATCH-TRAN-RECORD
                             IF WS-BATCH-STATUS NOT = '00'
                                MOVE 'YES' TO WS-CUT-FAILED
                             ELSE
                                ADD 1 TO WS-TRANS-CUT
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM
                 CLOSE LIVE-TRAN-FILE
              END-IF

              IF NOT BATCH-CUT-FAILED
                 PERFORM 360-CUT-SCREENED-TRANS
              END-IF

      *       the trailer is the batch's proof of completeness --
      *       the posting run counts the records it reads and
      *       refuses the batch when the two disagree
                 END-IF
              END-IF

      *       held adjustments go to the pending file only once
      *       the trailer has proven the batch complete, so a cut
      *       that fails leaves none of them queued for the rerun
      *       to queue again
              IF NOT BATCH-CUT-FAILED
                 PERFORM 350-WRITE-HELD-ADJUSTMENTS
                 IF BATCH-CUT-FAILED
                    MOVE 'YES' TO WS-QUEUE-FAILED
                 END-IF
              END-IF

              CLOSE BATCH-TRAN-FILE

      *       a batch already proven complete must not post while
      *       the live file still holds the same transactions for
      *       the rerun to cut -- it is emptied, and the operator
      *       told how many held adjustments did reach the queue
              IF QUEUE-HAS-FAILED
                 OPEN OUTPUT BATCH-TRAN-FILE
                 CLOSE BATCH-TRAN-FILE
                 MOVE WS-HA-QUEUED TO QF-QUEUED
                 MOVE QUEUE-FAILED-LINE TO CUTOFF-REPORT-RECORD
                 WRITE CUTOFF-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              END-IF
           END-IF
           .

        320-SCREEN-ADJUSTMENT.

      *    only a keyed adjustment with a known reason and a
      *    usable quantity is screened -- anything the posting
      *    run would reject anyway goes through to be rejected
      *    there, on the reject report, where keying looks.  a
      *    released flag or cycle-count source on the live file
      *    was keyed, not earned, so it is cleared and the
      *    adjustment screened like any other
           MOVE 'NO' TO WS-HOLD-FOR-APPROVAL
           IF LV-ADJUSTMENT
              MOVE SPACE TO LV-ADJ-APPROVED
              IF LV-FROM-CYCLE-COUNT
                 MOVE SPACE TO LV-SOURCE-CODE
              END-IF
           END-IF
           IF LV-ADJUSTMENT
              AND LV-CASE-QTY IS NUMERIC
              MOVE 'NO' TO WS-REASON-FOUND
              PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                      UNTIL WS-RD-SUB > RD-ENTRY-COUNT
                         OR REASON-WAS-FOUND
                 IF RD-REASON-CODE (WS-RD-SUB) = LV-REASON-CODE
                    MOVE 'YES' TO WS-REASON-FOUND
                    MOVE WS-RD-SUB TO WS-RD-HIT-SUB
                 END-IF
              END-PERFORM
              IF REASON-WAS-FOUND
                 IF MASTER-WAS-OPENED
                    PERFORM 330-VALUE-ADJUSTMENT
                    IF ELEMENT-WAS-FOUND
                       AND WS-IMPACT-ABS >
                           RD-APPROVAL-LIMIT (WS-RD-HIT-SUB)
                       MOVE 'YES' TO WS-HOLD-FOR-APPROVAL
                    END-IF
                 ELSE
                    MOVE ZEROS TO WS-IMPACT
                    MOVE 'YES' TO WS-HOLD-FOR-APPROVAL
                 END-IF
              END-IF
           END-IF
           .

        330-VALUE-ADJUSTMENT.

           MOVE 'NO' TO WS-ELEMENT-FOUND
           MOVE ZEROS TO WS-UNIT-PRICE
           MOVE LV-WAREHOUSE-ID TO WAREHOUSE-ID
           MOVE LV-VENDOR-ID TO VENDOR-ID
           MOVE LV-CANDY-ID TO CANDY-ID
           READ CANDY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
                    PERFORM VARYING SUB FROM 1 BY 1
                          UNTIL SUB > CANDY-COUNT
                          OR ELEMENT-WAS-FOUND
                       IF CANDY-NAME (SUB) = LV-CANDY-NAME
                          MOVE 'YES' TO WS-ELEMENT-FOUND
                          IF PURCHASE-PRICE (SUB) IS NUMERIC
                             MOVE PURCHASE-PRICE (SUB)
                                TO WS-UNIT-PRICE
                          END-IF
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ

           IF LV-CASE-QTY < 0
              COMPUTE WS-ADJ-QTY-ABS = 0 - LV-CASE-QTY
           ELSE
              MOVE LV-CASE-QTY TO WS-ADJ-QTY-ABS
           END-IF
           MULTIPLY WS-ADJ-QTY-ABS BY WS-UNIT-PRICE
              GIVING WS-IMPACT-ABS
           MULTIPLY LV-CASE-QTY BY WS-UNIT-PRICE
              GIVING WS-IMPACT
           .

        340-HOLD-ADJUSTMENT.

           IF HA-ENTRY-COUNT < 500
              ADD 1 TO HA-ENTRY-COUNT
              MOVE LIVE-TRAN-RECORD TO HA-TRAN-IMAGE (HA-ENTRY-COUNT)
              MOVE WS-IMPACT TO HA-DOLLAR-IMPACT (HA-ENTRY-COUNT)
           ELSE
              MOVE 'YES' TO WS-HOLD-TABLE-FULL
              MOVE 'YES' TO WS-CUT-FAILED
           END-IF
           .

        350-WRITE-HELD-ADJUSTMENTS.

           PERFORM VARYING WS-HA-SUB FROM 1 BY 1
                   UNTIL WS-HA-SUB > HA-ENTRY-COUNT
                      OR BATCH-CUT-FAILED
              MOVE WS-DATE-NUM TO PA-QUEUED-DATE
              MOVE WS-TIME (1:6) TO PA-QUEUED-TIME
              MOVE WS-HA-SUB TO PA-QUEUED-SEQ
              MOVE HA-TRAN-IMAGE (WS-HA-SUB) TO PA-TRAN-IMAGE
              MOVE HA-DOLLAR-IMPACT (WS-HA-SUB) TO PA-DOLLAR-IMPACT
              MOVE 'GLENBCUT' TO PA-QUEUED-BY
              WRITE PENDING-ADJUSTMENT-RECORD
              IF WS-PENDING-STATUS NOT = '00'
                 MOVE 'YES' TO WS-CUT-FAILED
              ELSE
                 ADD 1 TO WS-HA-QUEUED
              END-IF
           END-PERFORM
           .

        360-CUT-SCREENED-TRANS.

      *    cycle count and supervisor-released adjustments were
      *    screened when they were written and go in as they are
           OPEN INPUT SCREENED-TRAN-FILE
           IF WS-SCREENED-STATUS = '00'
              PERFORM UNTIL NO-MORE-SCREENED OR BATCH-CUT-FAILED
                 READ SCREENED-TRAN-FILE
                    AT END
                       MOVE 'N' TO SCREENED-EOF-FLAG
                    NOT AT END
                       MOVE SCREENED-TRAN-RECORD TO BATCH-TRAN-RECORD
                       WRITE BATCH-TRAN-RECORD
                       IF WS-BATCH-STATUS NOT = '00'
                          MOVE 'YES' TO WS-CUT-FAILED
                       ELSE
                          ADD 1 TO WS-TRANS-CUT
                          ADD 1 TO WS-SCREENED-CUT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SCREENED-TRAN-FILE
           END-IF
           .


           OPEN OUTPUT LIVE-TRAN-FILE
           CLOSE LIVE-TRAN-FILE
           OPEN OUTPUT SCREENED-TRAN-FILE
           CLOSE SCREENED-TRAN-FILE
           .

        800-END-OF-FILE-ROUTINE.
              MOVE CUTOFF-TOTAL-LINE TO CUTOFF-REPORT-RECORD
              WRITE CUTOFF-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
              MOVE WS-SCREENED-CUT TO CT-SCREENED-CUT
              MOVE SCREENED-TOTAL-LINE TO CUTOFF-REPORT-RECORD
              WRITE CUTOFF-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
              MOVE HA-ENTRY-COUNT TO CT-TRANS-HELD
              MOVE HELD-TOTAL-LINE TO CUTOFF-REPORT-RECORD
              WRITE CUTOFF-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF MASTER-WAS-OPENED
              CLOSE CANDY-MASTER-FILE
           END-IF
           IF PENDING-WAS-OPENED
              CLOSE PENDING-ADJUSTMENT-FILE
           END-IF
           CLOSE CUTOFF-REPORT

      *    a refused or failed cutoff holds the posting stream so
           IF PRIOR-BATCH-WAITING OR BATCH-CUT-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 850-RECORD-STEP-STATUS
           STOP RUN
           .

        850-RECORD-STEP-STATUS.

      *    the stream controller reads this record to decide
      *    whether the steps after this one may start
           OPEN EXTEND STEP-STATUS-FILE
           IF WS-STEPSTAT-STATUS = '35'
              OPEN OUTPUT STEP-STATUS-FILE
           END-IF
           IF WS-STEPSTAT-STATUS = '00'
              ACCEPT WS-STEP-TIME FROM TIME
              MOVE WS-DATE TO SS-RUN-DATE
              MOVE WS-STEP-TIME (1:6) TO SS-RUN-TIME
              MOVE 'GLENBCUT' TO SS-PROGRAM-ID
              MOVE RETURN-CODE TO SS-RETURN-CODE
              EVALUATE RETURN-CODE
                 WHEN 0
                    MOVE 'GOOD' TO SS-STATUS
                 WHEN 4
                    MOVE 'WARN' TO SS-STATUS
                 WHEN 8
                    MOVE 'HELD' TO SS-STATUS
                 WHEN OTHER
                    MOVE 'FAIL' TO SS-STATUS
              END-EVALUATE
              WRITE STEP-STATUS-RECORD
              CLOSE STEP-STATUS-FILE
           END-IF
           .
