      *     PURCHASE PRICE for the dollar impact, read by key per
      *     count record.
      *
      *     The REASON CODE FILE supplies the approval limit for
      *     the count error reason (CE).
      *
      * ***************
      *  OUTPUT:
      *     The VARIANCE REPORT shows book, counted, difference,
      *     counted candy, flagging counts with no master match.
      *
      *     Variances over tolerance write an adjustment
      *     transaction to the SCREENED TRANSACTION FILE so the
      *     book is corrected in the next posting run instead of
      *     by hand.  Each carries reason code CE.  An adjustment
      *     whose dollar impact is over the CE approval limit goes
      *     to the PENDING ADJUSTMENT FILE instead, and waits there
      *     for a supervisor to release or reject it (GLENAPRV).
      *     An adjustment neither file would take is reported NOT
      *     QUEUED or NOT WRITTEN, never as if it were waiting.
      *
      ****************************************************************

                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT INVENTORY-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRANSCR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT REASON-CODE-FILE
                ASSIGN TO 'GLENCOE-REASON.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REASON-STATUS.
            SELECT PENDING-ADJUSTMENT-FILE
                ASSIGN TO 'GLENCOE-ADJPEND.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
            SELECT VARIANCE-REPORT
                ASSIGN TO PRINTER 'GLENCOE-VAR.TXT'.

            05  TR-CANDY-ID           PIC X(3).
            05  TR-CANDY-NAME         PIC X(15).
            05  TR-CASE-QTY           PIC S9(4).
            05  TR-REASON-CODE        PIC X(2).
            05  TR-ADJ-APPROVED       PIC X(1).
            05  FILLER                PIC X(1).
            05  TR-SOURCE-CODE        PIC X(1).

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

        FD   VARIANCE-REPORT
            RECORD CONTAINS 80 CHARACTERS.

                88  BOOK-WAS-FOUND                 VALUE 'YES'.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-REASON-STATUS         PIC XX.
            05  WS-PENDING-STATUS        PIC XX.
            05  WS-TRAN-OPENED           PIC X(3)  VALUE 'NO'.
                88  TRAN-WAS-OPENED                VALUE 'YES'.
            05  WS-PENDING-OPENED        PIC X(3)  VALUE 'NO'.
                88  PENDING-WAS-OPENED             VALUE 'YES'.
            05  REASON-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-REASONS                VALUE 'N'.

        01  SUB  PIC 99   VALUE 1.

            05  WS-ADJUSTMENTS-WRITTEN   PIC 9(7)  VALUE 0.
            05  WS-TOTAL-IMPACT          PIC S9(9)V99 VALUE ZEROS.

      *    a count error over this many dollars waits for a
      *    supervisor; with no CE entry on the reason file the
      *    limit stays zero and every adjustment waits
        01  APPROVAL-CONTROLS.
            05  WS-COUNT-REASON-CODE     PIC X(2)  VALUE 'CE'.
            05  WS-APPROVAL-LIMIT        PIC 9(5)V99 VALUE ZEROS.
            05  WS-IMPACT-ABS            PIC 9(7)V99.
            05  WS-PENDING-WRITTEN       PIC 9(3)  VALUE 0.
            05  WS-PENDING-IMPACT        PIC S9(9)V99 VALUE ZEROS.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.
        01  WS-DATE-NUM REDEFINES WS-DATE  PIC 9(8).

        01  WS-TIME.
            05  RUN-HOUR                 PIC 99.
            05  RUN-MINUTE               PIC 99.
            05  RUN-SECOND               PIC 99.
            05  FILLER                   PIC XX.

        01  VARIANCE-HEADING-ONE.

            05  FILLER            PIC X(2)   VALUE SPACES.
            05  VL-IMPACT         PIC ----,--9.99.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  VL-NOTE           PIC X(11).

        01  VARIANCE-TOTAL-LINE.

            05  FILLER            PIC X(16)  VALUE '  NET $ IMPACT: '.
            05  VT-TOTAL-IMPACT   PIC --,---,--9.99.

        01  PENDING-TOTAL-LINE.

            05  FILLER            PIC X(23)  VALUE
                'HELD FOR APPROVAL:     '.
            05  PT-PENDING        PIC ZZ9.
            05  FILLER            PIC X(14)  VALUE '  $ IMPACT:   '.
            05  PT-PENDING-IMPACT PIC --,---,--9.99.
            05  FILLER            PIC X(10)  VALUE '  LIMIT:  '.
            05  PT-LIMIT          PIC ZZ,ZZ9.99.

        01  MASTER-HELD-LINE.

            05  FILLER            PIC X(52)  VALUE
                'MASTER PR3FA19.DAT NOT READABLE - COUNTS NOT RUN'.

        01  TRAN-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'SCREENED TRANSACTION FILE NOT WRITABLE - NONE WRITTEN'.

        01  PENDING-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'PENDING ADJUSTMENT FILE NOT WRITABLE - NONE QUEUED'.


        PROCEDURE DIVISION.

              MOVE 'YES' TO WS-MASTER-OPENED
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(5:2) TO VH-MONTH
           MOVE WS-DATE(7:2) TO VH-DAY
           MOVE WS-DATE(1:4) TO VH-YEAR

           WRITE VARIANCE-REPORT-RECORD FROM VARIANCE-HEADING-ONE
               AFTER ADVANCING PAGE

      *    adjustments append to the screened transaction file,
      *    which only this run and the approval run write -- the
      *    batch cutoff run adds it to the batch the posting run
      *    consumes without screening it again, so a late
      *    adjustment is never wiped ('35' means the cutoff has
      *    not yet seen one; any other failure must not empty it)
           OPEN EXTEND INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS = '35'
              OPEN OUTPUT INVENTORY-TRAN-FILE
           END-IF
           IF WS-TRAN-STATUS = '00'
              MOVE 'YES' TO WS-TRAN-OPENED
           ELSE
              MOVE TRAN-FAILED-LINE TO VARIANCE-REPORT-RECORD
              WRITE VARIANCE-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

      *    over-limit adjustments queue behind any still awaiting
      *    a supervisor from earlier runs ('35' means nothing has
      *    ever been held -- any other failure must not truncate
      *    the queue with an OPEN OUTPUT)
           OPEN EXTEND PENDING-ADJUSTMENT-FILE
           IF WS-PENDING-STATUS = '35'
              OPEN OUTPUT PENDING-ADJUSTMENT-FILE
           END-IF
           IF WS-PENDING-STATUS = '00'
              MOVE 'YES' TO WS-PENDING-OPENED
           ELSE
              MOVE PENDING-FAILED-LINE TO VARIANCE-REPORT-RECORD
              WRITE VARIANCE-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 200-LOAD-APPROVAL-LIMIT

           MOVE VARIANCE-COLUMN-HEADING TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        200-LOAD-APPROVAL-LIMIT.

           OPEN INPUT REASON-CODE-FILE
           IF WS-REASON-STATUS = '00'
              PERFORM UNTIL NO-MORE-REASONS
                 READ REASON-CODE-FILE
                    AT END
                       MOVE 'N' TO REASON-EOF-FLAG
                    NOT AT END
                       IF RN-REASON-CODE = WS-COUNT-REASON-CODE
                          AND RN-APPROVAL-LIMIT IS NUMERIC
                          MOVE RN-APPROVAL-LIMIT TO WS-APPROVAL-LIMIT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-CODE-FILE
           END-IF
           .

        300-RECONCILE-COUNTS.

           IF NOT MASTER-WAS-OPENED
           END-IF

           IF WS-VARIANCE-ABS > WS-VARIANCE-TOLERANCE
              PERFORM 350-WRITE-ADJUSTMENT-TRAN
           ELSE
              IF WS-VARIANCE = 0

        350-WRITE-ADJUSTMENT-TRAN.

           MOVE SPACES TO INVENTORY-TRAN-RECORD
           MOVE 'A' TO TR-RECORD-TYPE
           MOVE CC-WAREHOUSE-ID TO TR-WAREHOUSE-ID
           MOVE CC-VENDOR-ID TO TR-VENDOR-ID
           MOVE CC-CANDY-ID TO TR-CANDY-ID
           MOVE CC-CANDY-NAME TO TR-CANDY-NAME
           MOVE WS-VARIANCE TO TR-CASE-QTY
           MOVE WS-COUNT-REASON-CODE TO TR-REASON-CODE
      *    marked so the posting run can tell a cycle-count
      *    adjustment from daily keying on the permanent ledger
           MOVE 'C' TO TR-SOURCE-CODE

           IF WS-IMPACT < 0
              COMPUTE WS-IMPACT-ABS = 0 - WS-IMPACT
           ELSE
              MOVE WS-IMPACT TO WS-IMPACT-ABS
           END-IF

      *    a big write-off waits for a supervisor instead of going
      *    straight into tonight's batch; once the sequence is
      *    used up the rest of the run queues nothing more and
      *    the adjustment is left for the next count
           IF WS-IMPACT-ABS > WS-APPROVAL-LIMIT
              IF NOT PENDING-WAS-OPENED
                 MOVE 'NOT QUEUED' TO VL-NOTE
              ELSE
                 IF WS-PENDING-WRITTEN < 999
                    MOVE WS-DATE-NUM TO PA-QUEUED-DATE
                    MOVE WS-TIME (1:6) TO PA-QUEUED-TIME
                    COMPUTE PA-QUEUED-SEQ = WS-PENDING-WRITTEN + 1
                    MOVE INVENTORY-TRAN-RECORD TO PA-TRAN-IMAGE
                    MOVE WS-IMPACT TO PA-DOLLAR-IMPACT
                    MOVE 'GLENCYCL' TO PA-QUEUED-BY
                    WRITE PENDING-ADJUSTMENT-RECORD
                    IF WS-PENDING-STATUS = '00'
                       ADD 1 TO WS-PENDING-WRITTEN
                       ADD WS-IMPACT TO WS-PENDING-IMPACT
                       MOVE 'PENDING' TO VL-NOTE
                    ELSE
                       MOVE 'NOT QUEUED' TO VL-NOTE
                    END-IF
                 ELSE
                    MOVE 'HOLD FULL' TO VL-NOTE
                 END-IF
              END-IF
           ELSE
              IF NOT TRAN-WAS-OPENED
                 MOVE 'NOT WRITTEN' TO VL-NOTE
              ELSE
                 WRITE INVENTORY-TRAN-RECORD
                 IF WS-TRAN-STATUS = '00'
                    ADD 1 TO WS-ADJUSTMENTS-WRITTEN
                    MOVE 'ADJUSTED' TO VL-NOTE
                 ELSE
                    MOVE 'NOT WRITTEN' TO VL-NOTE
                 END-IF
              END-IF
           END-IF
           .

        370-WRITE-VARIANCE-LINE.
           MOVE VARIANCE-TOTAL-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 3 LINES
           MOVE WS-PENDING-WRITTEN TO PT-PENDING
           MOVE WS-PENDING-IMPACT TO PT-PENDING-IMPACT
           MOVE WS-APPROVAL-LIMIT TO PT-LIMIT
           MOVE PENDING-TOTAL-LINE TO VARIANCE-REPORT-RECORD
           WRITE VARIANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           IF MASTER-WAS-OPENED
              CLOSE CANDY-MASTER-FILE
           END-IF

           IF TRAN-WAS-OPENED
              CLOSE INVENTORY-TRAN-FILE
           END-IF
           IF PENDING-WAS-OPENED
              CLOSE PENDING-ADJUSTMENT-FILE
           END-IF

           CLOSE VARIANCE-REPORT
           STOP RUN
           .
