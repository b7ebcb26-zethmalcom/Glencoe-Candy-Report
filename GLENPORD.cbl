      *     VENDOR / CANDY) supplies the PURCHASE PRICE for each
      *     line item's extended cost, read by key per line.
      *
      *     The LIVE and CLOSED TRANSACTION FILES: a candidate with
      *     a rebalancing transfer released to it but not yet
      *     posted is being restocked from another warehouse.  The
      *     transferred cases count toward its target level; it is
      *     left off the purchase orders only when they reach it,
      *     and otherwise ordered for the shortfall alone.  Once a
      *     transfer posts, its cases are in the candidate's stock.
      *
      * ***************
      *  OUTPUT:
      *     The PURCHASE ORDER FILE: one purchase order per vendor
                ASSIGN TO 'GLENCOE-OPENPO.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPENPO-STATUS.
            SELECT INVENTORY-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRAN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT CLOSED-BATCH-FILE
                ASSIGN TO 'GLENCOE-TRANB.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BATCH-STATUS.
            SELECT STEP-STATUS-FILE
                ASSIGN TO 'GLENCOE-STEPSTAT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        01  PO-FILE-RECORD            PIC X(80).

        FD    OPEN-PO-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  OPEN-PO-RECORD.
            05  OP-PO-NUMBER          PIC X(11).
                88  OP-PARTIAL                  VALUE 'P'.
                88  OP-FILLED                   VALUE 'F'.
                88  OP-OVER-RECEIVED            VALUE 'V'.
            05  OP-FIRST-RCPT-DATE    PIC 9(8).
            05  OP-LAST-RCPT-DATE     PIC 9(8).

        FD    INVENTORY-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  INVENTORY-TRAN-RECORD     PIC X(33).

        FD    CLOSED-BATCH-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  CLOSED-BATCH-RECORD       PIC X(33).

        FD    STEP-STATUS-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  STEP-STATUS-RECORD.
            05  SS-RUN-DATE           PIC 9(8).
            05  SS-RUN-TIME           PIC 9(6).
            05  SS-PROGRAM-ID         PIC X(8).
            05  SS-RETURN-CODE        PIC 9(3).
            05  SS-STATUS             PIC X(4).

        WORKING-STORAGE SECTION.

                88  NO-MORE-VENDORS                VALUE 'N'.
            05  OPENPO-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-OPENPO                 VALUE 'N'.
            05  TRAN-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-TRANS                  VALUE 'N'.
            05  BATCH-EOF-FLAG           PIC X     VALUE ' '.
                88  NO-MORE-BATCH                  VALUE 'N'.
            05  WS-RCAND-STATUS          PIC XX.
            05  WS-VM-STATUS             PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-OPENPO-STATUS         PIC XX.
            05  WS-TRAN-STATUS           PIC XX.
            05  WS-BATCH-STATUS          PIC XX.
            05  WS-PRICE-FOUND           PIC X(3)  VALUE 'NO'.
                88  PRICE-WAS-FOUND                VALUE 'YES'.

                10  RC-CANDY-ID          PIC X(3).
                10  RC-CANDY-NAME        PIC X(15).
                10  RC-CASES-IN-STOCK    PIC 9(4).
                10  RC-XFER-QTY          PIC 9(5)  VALUE 0.
                10  RC-EMITTED           PIC X     VALUE 'N'.
                    88  RC-IS-EMITTED              VALUE 'Y'.

                10  EX-CANDY-ID          PIC X(3).
                10  EX-CANDY-NAME        PIC X(15).

        01  RELEASED-TRANSFER-TABLE.
            05  XT-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  RELEASED-TRANSFER-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON XT-ENTRY-COUNT.
                10  XT-TO-WAREHOUSE-ID   PIC X(4).
                10  XT-VENDOR-ID         PIC X(1).
                10  XT-CANDY-ID          PIC X(3).
                10  XT-CANDY-NAME        PIC X(15).
                10  XT-CASE-QTY          PIC 9(4).

      *    an unposted transaction, laid out the way the posting
      *    run reads it
        01  UNPOSTED-TRANSFER.
            05  XR-RECORD-TYPE           PIC X(1).
                88  XR-TRANSFER                    VALUE 'T'.
            05  XR-WAREHOUSE-ID          PIC X(4).
            05  XR-VENDOR-ID             PIC X(1).
            05  XR-CANDY-ID              PIC X(3).
            05  XR-CANDY-NAME            PIC X(15).
            05  XR-CASE-QTY              PIC S9(4).
            05  XR-TO-WAREHOUSE-ID       PIC X(4).
            05  XR-SOURCE-CODE           PIC X(1).
                88  XR-FROM-REBALANCING            VALUE 'R'.

        01  PO-CONTROLS.
            05  WS-TARGET-STOCK-LEVEL    PIC S9(4)  VALUE +50.
            05  WS-RC-OUTER-IDX          PIC 9(3).
                WS-SEQ-CHECK             PIC 9(3).
            05  WS-CANDS-COVERED         PIC 9(3)   VALUE 0.
            05  WS-EX-DROPPED            PIC 9(5)   VALUE 0.
            05  WS-XT-SUB                PIC 9(3).
            05  WS-CANDS-XFERRED         PIC 9(3)   VALUE 0.
            05  WS-CANDS-XFER-PART       PIC 9(3)   VALUE 0.
            05  WS-COVERED-QTY           PIC 9(5).
            05  WS-XT-DROPPED            PIC 9(5)   VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  FILLER            PIC X(43)  VALUE
                ' CANDIDATES ALREADY ON OPEN ORDER - SKIPPED'.

        01  PO-XFER-NOTE-LINE.

            05  PXN-COUNT         PIC ZZ9.
            05  FILLER            PIC X(51)  VALUE
                ' CANDIDATES COVERED BY RELEASED TRANSFER - SKIPPED'.

        01  PO-XFER-PART-NOTE-LINE.

            05  PXP-COUNT         PIC ZZ9.
            05  FILLER            PIC X(52)  VALUE
                ' CANDIDATES PART COVERED BY TRANSFER - REST ORDERED'.

        01  PO-XFER-CAPPED-LINE.

            05  FILLER            PIC X(52)  VALUE
                'RELEASED TRANSFER TABLE FULL - LATER ONES NOT SEEN'.

        01  PO-SCAN-CAPPED-LINE.

            05  FILLER            PIC X(50)  VALUE
                'OPEN PO SCAN TABLE FULL - NEW LINES NOT RECORDED'.

        01  STEP-STATUS-CONTROLS.
            05  WS-STEPSTAT-STATUS       PIC XX.
            05  WS-STEP-TIME             PIC X(8).


        PROCEDURE DIVISION.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-LOAD-VENDOR-TABLE
           PERFORM 170-SCAN-OPEN-PO-FILE
           PERFORM 190-LOAD-UNPOSTED-TRANSFERS
           PERFORM 200-LOAD-REORDER-CANDIDATES
           PERFORM 250-SKIP-COVERED-CANDIDATES
           PERFORM 260-SKIP-TRANSFERRED-CANDIDATES
           PERFORM 300-BUILD-PURCHASE-ORDERS
           PERFORM 800-END-OF-FILE-ROUTINE

           END-IF
           .

        190-LOAD-UNPOSTED-TRANSFERS.

      *    a rebalancing transfer is waiting on the live file until
      *    the cutoff, and in the closed batch until the posting
      *    run takes it.  once posted -- or rejected -- it is gone
      *    from both, and the candidate file already shows the
      *    stock it really has.  no transaction files simply
      *    means nothing is in transit
           OPEN INPUT INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS = '00'
              PERFORM UNTIL NO-MORE-TRANS
                 READ INVENTORY-TRAN-FILE
                    AT END
                       MOVE 'N' TO TRAN-EOF-FLAG
                    NOT AT END
                       MOVE INVENTORY-TRAN-RECORD TO UNPOSTED-TRANSFER
                       PERFORM 195-NOTE-UNPOSTED-TRANSFER
                 END-READ
              END-PERFORM
              CLOSE INVENTORY-TRAN-FILE
           END-IF

           OPEN INPUT CLOSED-BATCH-FILE
           IF WS-BATCH-STATUS = '00'
              PERFORM UNTIL NO-MORE-BATCH
                 READ CLOSED-BATCH-FILE
                    AT END
                       MOVE 'N' TO BATCH-EOF-FLAG
                    NOT AT END
                       MOVE CLOSED-BATCH-RECORD TO UNPOSTED-TRANSFER
                       PERFORM 195-NOTE-UNPOSTED-TRANSFER
                 END-READ
              END-PERFORM
              CLOSE CLOSED-BATCH-FILE
           END-IF
           .

        195-NOTE-UNPOSTED-TRANSFER.

           IF XR-TRANSFER AND XR-FROM-REBALANCING
              IF XT-ENTRY-COUNT NOT < 500
                 ADD 1 TO WS-XT-DROPPED
              ELSE
                 ADD 1 TO XT-ENTRY-COUNT
                 MOVE XR-TO-WAREHOUSE-ID
                    TO XT-TO-WAREHOUSE-ID (XT-ENTRY-COUNT)
                 MOVE XR-VENDOR-ID TO XT-VENDOR-ID (XT-ENTRY-COUNT)
                 MOVE XR-CANDY-ID TO XT-CANDY-ID (XT-ENTRY-COUNT)
                 MOVE XR-CANDY-NAME TO XT-CANDY-NAME (XT-ENTRY-COUNT)
                 IF XR-CASE-QTY IS NUMERIC AND XR-CASE-QTY > 0
                    MOVE XR-CASE-QTY TO XT-CASE-QTY (XT-ENTRY-COUNT)
                 ELSE
                    MOVE ZEROS TO XT-CASE-QTY (XT-ENTRY-COUNT)
                 END-IF
              END-IF
           END-IF
           .

        200-LOAD-REORDER-CANDIDATES.

           OPEN INPUT REORDER-CANDIDATE-FILE
                             TO RC-CANDY-NAME (RC-ENTRY-COUNT)
                          MOVE RCR-CASES-IN-STOCK
                             TO RC-CASES-IN-STOCK (RC-ENTRY-COUNT)
                          MOVE ZEROS TO RC-XFER-QTY (RC-ENTRY-COUNT)
                          MOVE 'N' TO RC-EMITTED (RC-ENTRY-COUNT)
                       END-IF
                 END-READ
           END-PERFORM
           .

        260-SKIP-TRANSFERRED-CANDIDATES.

      *    cases another warehouse is shipping to a candidate on a
      *    transfer not yet posted are stock we own -- buying them
      *    again is what rebalancing is there to stop.  the
      *    rebalancing run caps a transfer at what the donor can
      *    spare, so the transfers are added up and the candidate
      *    is only dropped when they bring it to the target level;
      *    short of that, 320 orders the rest.  Candidate names
      *    carry only the 13 characters the inventory report
      *    prints, so the transfer name is matched on those
           PERFORM VARYING WS-RC-OUTER-IDX FROM 1 BY 1
                 UNTIL WS-RC-OUTER-IDX > RC-ENTRY-COUNT
              PERFORM VARYING WS-XT-SUB FROM 1 BY 1
                    UNTIL WS-XT-SUB > XT-ENTRY-COUNT
                 IF XT-TO-WAREHOUSE-ID (WS-XT-SUB)
                       = RC-WAREHOUSE-ID (WS-RC-OUTER-IDX)
                       AND XT-VENDOR-ID (WS-XT-SUB)
                          = RC-VENDOR-ID (WS-RC-OUTER-IDX)
                       AND XT-CANDY-ID (WS-XT-SUB)
                          = RC-CANDY-ID (WS-RC-OUTER-IDX)
                       AND XT-CANDY-NAME (WS-XT-SUB) (1:13)
                          = RC-CANDY-NAME (WS-RC-OUTER-IDX) (1:13)
                    ADD XT-CASE-QTY (WS-XT-SUB)
                       TO RC-XFER-QTY (WS-RC-OUTER-IDX)
                 END-IF
              END-PERFORM
              IF RC-XFER-QTY (WS-RC-OUTER-IDX) > 0
                    AND NOT RC-IS-EMITTED (WS-RC-OUTER-IDX)
                 COMPUTE WS-COVERED-QTY =
                    RC-CASES-IN-STOCK (WS-RC-OUTER-IDX)
                    + RC-XFER-QTY (WS-RC-OUTER-IDX)
                 IF WS-COVERED-QTY NOT < WS-TARGET-STOCK-LEVEL
                    MOVE 'Y' TO RC-EMITTED (WS-RC-OUTER-IDX)
                    ADD 1 TO WS-CANDS-XFERRED
                 ELSE
                    ADD 1 TO WS-CANDS-XFER-PART
                 END-IF
              END-IF
           END-PERFORM
           .

        300-BUILD-PURCHASE-ORDERS.

      *    one purchase order per distinct vendor, covering every
           MOVE RC-CANDY-NAME (WS-RC-INNER-IDX) TO POL-CANDY-NAME
           MOVE RC-CASES-IN-STOCK (WS-RC-INNER-IDX) TO POL-ON-HAND

      *    cases on an unposted transfer in count as stock
           COMPUTE WS-COVERED-QTY =
              RC-CASES-IN-STOCK (WS-RC-INNER-IDX)
              + RC-XFER-QTY (WS-RC-INNER-IDX)
           IF WS-COVERED-QTY < WS-TARGET-STOCK-LEVEL
              SUBTRACT WS-COVERED-QTY
                 FROM WS-TARGET-STOCK-LEVEL
                 GIVING WS-ORDER-QTY
           ELSE
           MOVE WS-DATE TO OP-ORDER-DATE
           MOVE ZEROS TO OP-RECEIVED-QTY
           MOVE 'O' TO OP-STATUS
           MOVE ZEROS TO OP-FIRST-RCPT-DATE OP-LAST-RCPT-DATE
           WRITE OPEN-PO-RECORD
           .

                  AFTER ADVANCING 2 LINES
           END-IF

           IF WS-CANDS-XFERRED > 0
              MOVE WS-CANDS-XFERRED TO PXN-COUNT
              WRITE PO-FILE-RECORD FROM PO-XFER-NOTE-LINE
                  AFTER ADVANCING 2 LINES
           END-IF

           IF WS-CANDS-XFER-PART > 0
              MOVE WS-CANDS-XFER-PART TO PXP-COUNT
              WRITE PO-FILE-RECORD FROM PO-XFER-PART-NOTE-LINE
                  AFTER ADVANCING 2 LINES
           END-IF

           IF WS-EX-DROPPED > 0
              WRITE PO-FILE-RECORD FROM PO-SCAN-CAPPED-LINE
                  AFTER ADVANCING 2 LINES
           END-IF

           IF WS-XT-DROPPED > 0
              WRITE PO-FILE-RECORD FROM PO-XFER-CAPPED-LINE
                  AFTER ADVANCING 2 LINES
           END-IF

           CLOSE PURCHASE-ORDER-FILE
               OPEN-PO-FILE
               CANDY-MASTER-FILE
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
              MOVE 'GLENPORD' TO SS-PROGRAM-ID
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
