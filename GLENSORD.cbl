        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENSORD.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that takes
      *  customer sales orders, allocates the ordered cases against
      *  the stock actually on hand, backorders the shortfall, and
      *  releases a shipment to the warehouse books only when the
      *  pick is confirmed, so customer service stops promising
      *  candy the warehouse no longer has.
      * ***************
      *  INPUT:
      *     The SALES ORDER ENTRY FILE carries one action per record:
      *         1.  ACTION (N=NEW ORDER LINE, P=PICK CONFIRMED,
      *             X=CANCEL ORDER LINE)
      *         2.  ORDER NUMBER AND LINE NUMBER
      *         3.  CUSTOMER ID
      *         4.  WAREHOUSE ID (BLANK = CUSTOMER'S SHIP WAREHOUSE)
      *         5.  VENDOR ID / CANDY ID / CANDY NAME
      *         6.  CASES ORDERED, OR CASES PICKED ON A P ACTION
      *         7.  USER ID OF THE CLERK KEYING THE ACTION
      *
      *     The CUSTOMER MASTER FILE, one record per customer with
      *     the warehouse that normally ships to it and a credit
      *     hold flag.
      *
      *     The OPEN SALES ORDER FILE as the last run left it.
      *
      *     The CANDY MASTER FILE (indexed) supplies cases on hand,
      *     read by key.
      *
      *     The LIVE, CLOSED and SCREENED TRANSACTION FILES,
      *     scanned for shipments, transfers out and stock
      *     write-downs already released but not yet posted, so
      *     the same cases are never allocated or picked twice.
      *
      * ***************
      *  OUTPUT:
      *     The OPEN SALES ORDER FILE, rewritten with each line's
      *     allocated, shipped and backordered cases.  Fully
      *     shipped and cancelled lines drop off.
      *
      *     A type S shipment on the live transaction file for
      *     every confirmed pick, posted by the next posting run.
      *
      *     The ORDER ENTRY REJECT REPORT lists every action that
      *     could not be applied and why.
      *
      *     The OPEN ORDER / BACKORDER REPORT lists every open line
      *     by customer with what is allocated and what is owed.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SALES-ORDER-TRAN-FILE
                ASSIGN TO 'GLENCOE-SOTRAN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SOT-STATUS.
            SELECT CUSTOMER-MASTER-FILE
                ASSIGN TO 'CUSTMAST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CUST-STATUS.
            SELECT SALES-ORDER-FILE
                ASSIGN TO 'GLENCOE-SORDER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SORDER-STATUS.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT INVENTORY-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRAN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT CLOSED-BATCH-FILE
                ASSIGN TO 'GLENCOE-TRANB.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BATCH-STATUS.
            SELECT SCREENED-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRANSCR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCREENED-STATUS.
            SELECT ORDER-REJECT-REPORT
                ASSIGN TO PRINTER 'GLENCOE-SOREJ.TXT'.
            SELECT BACKORDER-REPORT
                ASSIGN TO PRINTER 'GLENCOE-SOOPEN.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    SALES-ORDER-TRAN-FILE
            RECORD CONTAINS 52 CHARACTERS.

        01  SALES-ORDER-TRAN-RECORD.
            05  SOT-ACTION            PIC X(1).
                88  SOT-NEW-LINE                VALUE 'N'.
                88  SOT-PICK-CONFIRMED          VALUE 'P'.
                88  SOT-CANCEL-LINE             VALUE 'X'.
                88  SOT-VALID-ACTION            VALUE 'N' 'P' 'X'.
            05  SOT-ORDER-NUMBER      PIC X(8).
            05  SOT-LINE-NUMBER       PIC 9(2).
            05  SOT-CUSTOMER-ID       PIC X(6).
            05  SOT-WAREHOUSE-ID      PIC X(4).
            05  SOT-VENDOR-ID         PIC X(1).
            05  SOT-CANDY-ID          PIC X(3).
            05  SOT-CANDY-NAME        PIC X(15).
            05  SOT-CASE-QTY          PIC 9(4).
            05  SOT-CASE-QTY-X  REDEFINES
                SOT-CASE-QTY          PIC X(4).
            05  SOT-USER-ID           PIC X(8).

        FD    CUSTOMER-MASTER-FILE
            RECORD CONTAINS 31 CHARACTERS.

        01  CUSTOMER-MASTER-RECORD.
            05  CM-CUSTOMER-ID        PIC X(6).
            05  CM-CUSTOMER-NAME      PIC X(20).
            05  CM-SHIP-WAREHOUSE-ID  PIC X(4).
            05  CM-CREDIT-STATUS      PIC X(1).

        FD    SALES-ORDER-FILE
            RECORD CONTAINS 60 CHARACTERS.

        01  SALES-ORDER-RECORD.
            05  SO-ORDER-NUMBER       PIC X(8).
            05  SO-LINE-NUMBER        PIC 9(2).
            05  SO-CUSTOMER-ID        PIC X(6).
            05  SO-WAREHOUSE-ID       PIC X(4).
            05  SO-VENDOR-ID          PIC X(1).
            05  SO-CANDY-ID           PIC X(3).
            05  SO-CANDY-NAME         PIC X(15).
            05  SO-ORDER-DATE         PIC 9(8).
            05  SO-ORDER-QTY          PIC 9(4).
            05  SO-ALLOCATED-QTY      PIC 9(4).
            05  SO-SHIPPED-QTY        PIC 9(4).
            05  SO-STATUS             PIC X(1).

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
            05  TR-RECORD-TYPE        PIC X(1).
                88  TR-SHIPMENT                 VALUE 'S'.
            05  TR-WAREHOUSE-ID       PIC X(4).
            05  TR-VENDOR-ID          PIC X(1).
            05  TR-CANDY-ID           PIC X(3).
            05  TR-CANDY-NAME         PIC X(15).
            05  TR-CASE-QTY           PIC S9(4).
            05  TR-TO-WAREHOUSE-ID    PIC X(4).
            05  TR-SOURCE-CODE        PIC X(1).

        FD    CLOSED-BATCH-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  CLOSED-BATCH-RECORD       PIC X(33).

        FD    SCREENED-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  SCREENED-TRAN-RECORD      PIC X(33).

        FD   ORDER-REJECT-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  REJECT-REPORT-RECORD      PIC X(80).

        FD   BACKORDER-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  BACKORDER-REPORT-RECORD   PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  SOT-EOF-FLAG             PIC X     VALUE ' '.
                88  NO-MORE-ENTRIES                VALUE 'N'.
            05  CUST-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-CUSTOMERS              VALUE 'N'.
            05  SORDER-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-ORDERS                 VALUE 'N'.
            05  TRAN-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-TRANS                  VALUE 'N'.
            05  BATCH-EOF-FLAG           PIC X     VALUE ' '.
                88  NO-MORE-BATCH                  VALUE 'N'.
            05  SCREENED-EOF-FLAG        PIC X     VALUE ' '.
                88  NO-MORE-SCREENED               VALUE 'N'.
            05  WS-SOT-STATUS            PIC XX.
            05  WS-CUST-STATUS           PIC XX.
            05  WS-SORDER-STATUS         PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-TRAN-STATUS           PIC XX.
            05  WS-BATCH-STATUS          PIC XX.
            05  WS-SCREENED-STATUS       PIC XX.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-CUST-FOUND            PIC X(3)  VALUE 'NO'.
                88  CUSTOMER-WAS-FOUND             VALUE 'YES'.
            05  WS-LINE-FOUND            PIC X(3)  VALUE 'NO'.
                88  ORDER-LINE-FOUND               VALUE 'YES'.
            05  WS-STOCK-FOUND           PIC X(3)  VALUE 'NO'.
                88  STOCK-WAS-FOUND                VALUE 'YES'.
            05  WS-POSITION-FOUND        PIC X(3)  VALUE 'NO'.
                88  POSITION-WAS-FOUND             VALUE 'YES'.
            05  WS-ENTRIES-HELD          PIC X(3)  VALUE 'NO'.
                88  ENTRIES-ARE-HELD               VALUE 'YES'.
            05  WS-REWRITE-FAILED        PIC X(3)  VALUE 'NO'.
                88  REWRITE-HAS-FAILED             VALUE 'YES'.
            05  WS-OPEN-ANY-POSITION     PIC X(3)  VALUE 'NO'.
                88  OPEN-ANY-POSITION              VALUE 'YES'.

        01  SUB  PIC 99   VALUE 1.

        01  CUSTOMER-TABLE.
            05  CT-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  CUSTOMER-TABLE-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON CT-ENTRY-COUNT.
                10  CT-CUSTOMER-ID       PIC X(6).
                10  CT-CUSTOMER-NAME     PIC X(20).
                10  CT-SHIP-WAREHOUSE-ID PIC X(4).
                10  CT-CREDIT-STATUS     PIC X(1).
                    88  CT-ON-CREDIT-HOLD          VALUE 'H'.

        01  SALES-ORDER-TABLE.
            05  SO-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  SALES-ORDER-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON SO-ENTRY-COUNT.
                10  ST-ORDER-NUMBER      PIC X(8).
                10  ST-LINE-NUMBER       PIC 9(2).
                10  ST-CUSTOMER-ID       PIC X(6).
                10  ST-WAREHOUSE-ID      PIC X(4).
                10  ST-VENDOR-ID         PIC X(1).
                10  ST-CANDY-ID          PIC X(3).
                10  ST-CANDY-NAME        PIC X(15).
                10  ST-ORDER-DATE        PIC 9(8).
                10  ST-ORDER-QTY         PIC 9(4).
                10  ST-ALLOCATED-QTY     PIC 9(4).
                10  ST-SHIPPED-QTY       PIC 9(4).
                10  ST-STATUS            PIC X(1).
                    88  ST-ALLOCATED               VALUE 'A'.
                    88  ST-BACKORDERED             VALUE 'B'.
                    88  ST-CLOSED                  VALUE 'C'.
                    88  ST-CANCELLED               VALUE 'X'.
                    88  ST-NO-LONGER-OPEN          VALUE 'C' 'X'.
                10  ST-LISTED            PIC X(1).
                    88  ST-WAS-LISTED              VALUE 'Y'.

      *    one entry per warehouse / vendor / candy / name that an
      *    open order line wants -- on hand comes off the master,
      *    the rest is what is already spoken for
        01  STOCK-POSITION-TABLE.
            05  SP-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  STOCK-POSITION-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON SP-ENTRY-COUNT.
                10  SP-WAREHOUSE-ID      PIC X(4).
                10  SP-VENDOR-ID         PIC X(1).
                10  SP-CANDY-ID          PIC X(3).
                10  SP-CANDY-NAME        PIC X(15).
                10  SP-ON-HAND           PIC S9(5).
                10  SP-UNPOSTED-QTY      PIC S9(5).
                10  SP-ALLOCATED-QTY     PIC S9(5).

      *    any unposted transaction from the three transaction
      *    files, laid out the way the posting run reads it
        01  UNPOSTED-MOVEMENT.
            05  UM-RECORD-TYPE           PIC X(1).
                88  UM-SHIPMENT                    VALUE 'S'.
                88  UM-ADJUSTMENT                  VALUE 'A'.
                88  UM-TRANSFER                    VALUE 'T'.
            05  UM-WAREHOUSE-ID          PIC X(4).
            05  UM-VENDOR-ID             PIC X(1).
            05  UM-CANDY-ID              PIC X(3).
            05  UM-CANDY-NAME            PIC X(15).
            05  UM-CASE-QTY              PIC S9(4).
            05  UM-TO-WAREHOUSE-ID       PIC X(4).
            05  UM-SOURCE-CODE           PIC X(1).

        01  ORDER-CONTROLS.
            05  WS-CT-SUB                PIC 9(3).
            05  WS-CUST-HIT-SUB          PIC 9(3).
            05  WS-ST-SUB                PIC 9(3).
            05  WS-LINE-HIT-SUB          PIC 9(3).
            05  WS-SP-SUB                PIC 9(3).
            05  WS-DEMAND-SUB            PIC 9(3).
            05  WS-POS-HIT-SUB           PIC 9(3).
            05  WS-HIT-ELEMENT           PIC 99.
            05  WS-FIND-WAREHOUSE-ID     PIC X(4).
            05  WS-FIND-VENDOR-ID        PIC X(1).
            05  WS-FIND-CANDY-ID         PIC X(3).
            05  WS-FIND-CANDY-NAME       PIC X(15).
            05  WS-LINE-WAREHOUSE-ID     PIC X(4).
            05  WS-AVAILABLE-QTY         PIC S9(5).
            05  WS-OWED-QTY              PIC S9(5).
            05  WS-ALLOCATE-QTY          PIC S9(5).
            05  WS-EXCESS-QTY            PIC S9(5).
            05  WS-RELEASE-QTY           PIC S9(5).
            05  WS-MOVED-OUT-QTY         PIC S9(5).
            05  WS-CASES-RELEASED        PIC 9(7)  VALUE 0.
            05  WS-SO-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-SP-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-ENTRIES-READ          PIC 9(7)  VALUE 0.
            05  WS-ENTRIES-APPLIED       PIC 9(7)  VALUE 0.
            05  WS-ENTRIES-REJECTED      PIC 9(7)  VALUE 0.
            05  WS-PICKS-RELEASED        PIC 9(7)  VALUE 0.
            05  WS-LINES-LISTED          PIC 9(5)  VALUE 0.
            05  WS-REJECT-REASON         PIC X(20).
            05  WS-CUST-ORDERED          PIC 9(7).
            05  WS-CUST-ALLOCATED        PIC 9(7).
            05  WS-CUST-BACKORDER        PIC 9(7).
            05  WS-CUST-LINES            PIC 9(5).

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  REJECT-HEADING-ONE.

            05  FILLER            PIC X(18)  VALUE SPACES.
            05  FILLER            PIC X(35)  VALUE
                'GLENCOE CANDY ORDER ENTRY REJECTS'.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  RH-MONTH          PIC 99/.
            05  RH-DAY            PIC 99/.
            05  RH-YEAR           PIC 9999.

        01  REJECT-HEADING-TWO.

            05  FILLER            PIC X(4)   VALUE 'ACT '.
            05  FILLER            PIC X(9)   VALUE 'ORDER   '.
            05  FILLER            PIC X(3)   VALUE 'LN '.
            05  FILLER            PIC X(7)   VALUE 'CUST   '.
            05  FILLER            PIC X(5)   VALUE 'WHSE '.
            05  FILLER            PIC X(2)   VALUE 'V '.
            05  FILLER            PIC X(4)   VALUE 'CDY '.
            05  FILLER            PIC X(16)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(5)   VALUE ' QTY '.
            05  FILLER            PIC X(20)  VALUE 'REASON'.

        01  REJECT-DETAIL-LINE.

            05  RJ-ACTION         PIC X(1).
            05  FILLER            PIC X(3)   VALUE SPACES.
            05  RJ-ORDER-NUMBER   PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-LINE-NUMBER    PIC X(2).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-CUSTOMER-ID    PIC X(6).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-CASE-QTY       PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  RJ-REASON         PIC X(20).

        01  REJECT-TOTAL-LINE.

            05  FILLER            PIC X(14)  VALUE 'ENTRIES READ: '.
            05  RT-ENTRIES-READ   PIC ZZZ,ZZ9.
            05  FILLER            PIC X(12)  VALUE '   APPLIED: '.
            05  RT-ENTRIES-APPLIED PIC ZZZ,ZZ9.
            05  FILLER            PIC X(13)  VALUE '   REJECTED: '.
            05  RT-ENTRIES-REJECTED PIC ZZZ,ZZ9.
            05  FILLER            PIC X(10)  VALUE '   PICKS: '.
            05  RT-PICKS-RELEASED PIC ZZZ,ZZ9.

        01  ENTRIES-HELD-LINE.

            05  FILLER            PIC X(50)  VALUE
                'ENTRIES NOT APPLIED - SALES ORDER TABLE FULL'.

        01  MASTER-HELD-LINE.

            05  FILLER            PIC X(53)  VALUE
                'ENTRIES NOT APPLIED - MASTER PR3FA19.DAT NOT READABLE'.

        01  TRAN-HELD-LINE.

            05  FILLER            PIC X(53)  VALUE
                'ENTRIES NOT APPLIED - GLENCOE-TRAN.TXT NOT WRITABLE'.

        01  REWRITE-FAILED-LINE.

            05  FILLER            PIC X(53)  VALUE
                'GLENCOE-SORDER.TXT NOT REWRITTEN - DO NOT RERUN'.

        01  POSITION-DROP-LINE.

            05  FILLER            PIC X(49)  VALUE
                'STOCK POSITION TABLE FULL - LINES NOT ALLOCATED: '.
            05  PD-DROPPED        PIC ZZZ,ZZ9.

        01  ALLOCATION-RELEASED-LINE.

            05  FILLER            PIC X(49)  VALUE
                'STOCK SHORT OF ALLOCATIONS - CASES DE-ALLOCATED: '.
            05  AR-RELEASED       PIC ZZZ,ZZ9.

        01  BACKORDER-HEADING-ONE.

            05  FILLER            PIC X(16)  VALUE SPACES.
            05  FILLER            PIC X(37)  VALUE
                'GLENCOE CANDY OPEN ORDER / BACKORDERS'.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  BH-MONTH          PIC 99/.
            05  BH-DAY            PIC 99/.
            05  BH-YEAR           PIC 9999.

        01  BACKORDER-CUSTOMER-LINE.

            05  FILLER            PIC X(10)  VALUE 'CUSTOMER: '.
            05  BC-CUSTOMER-ID    PIC X(6).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  BC-CUSTOMER-NAME  PIC X(20).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  BC-CREDIT-NOTE    PIC X(20).

        01  BACKORDER-HEADING-TWO.

            05  FILLER            PIC X(2)   VALUE SPACES.
            05  FILLER            PIC X(12)  VALUE 'ORDER    LN '.
            05  FILLER            PIC X(9)   VALUE 'ORDERED  '.
            05  FILLER            PIC X(5)   VALUE 'WHSE '.
            05  FILLER            PIC X(2)   VALUE 'V '.
            05  FILLER            PIC X(4)   VALUE 'CDY '.
            05  FILLER            PIC X(16)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(5)   VALUE ' ORD '.
            05  FILLER            PIC X(5)   VALUE 'ALLOC'.
            05  FILLER            PIC X(5)   VALUE ' SHIP'.
            05  FILLER            PIC X(5)   VALUE ' B/O '.
            05  FILLER            PIC X(10)  VALUE 'STATUS'.

        01  BACKORDER-DETAIL-LINE.

            05  FILLER            PIC X(2)   VALUE SPACES.
            05  BL-ORDER-NUMBER   PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-LINE-NUMBER    PIC 99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-ORDER-DATE     PIC 9(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-ORDER-QTY      PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-ALLOCATED-QTY  PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-SHIPPED-QTY    PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-BACKORDER-QTY  PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  BL-STATUS         PIC X(9).

        01  BACKORDER-SUBTOTAL-LINE.

            05  FILLER            PIC X(4)   VALUE SPACES.
            05  FILLER            PIC X(7)   VALUE 'LINES: '.
            05  BS-LINES          PIC ZZ,ZZ9.
            05  FILLER            PIC X(11)  VALUE '  ORDERED: '.
            05  BS-ORDERED        PIC Z,ZZZ,ZZ9.
            05  FILLER            PIC X(13)  VALUE '  ALLOCATED: '.
            05  BS-ALLOCATED      PIC Z,ZZZ,ZZ9.
            05  FILLER            PIC X(8)   VALUE '  B/O:  '.
            05  BS-BACKORDER      PIC Z,ZZZ,ZZ9.

        01  BACKORDER-UNKNOWN-LINE.

            05  FILLER            PIC X(40)  VALUE
                'CUSTOMER NOT ON CUSTOMER MASTER'.

        01  BACKORDER-NONE-LINE.

            05  FILLER            PIC X(40)  VALUE
                'NO OPEN SALES ORDER LINES ON FILE'.

        01  BACKORDER-HELD-LINE.

            05  FILLER            PIC X(50)  VALUE
                'SALES ORDER FILE NOT UPDATED - ORDER TABLE FULL'.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-LOAD-CUSTOMER-TABLE
           PERFORM 170-LOAD-SALES-ORDERS
           PERFORM 200-LOAD-UNPOSTED-SHIPMENTS
           PERFORM 300-APPLY-ORDER-ENTRIES
           PERFORM 400-ALLOCATE-STOCK
           PERFORM 700-REWRITE-SALES-ORDERS
           PERFORM 750-WRITE-BACKORDER-REPORT
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT ORDER-REJECT-REPORT

      *    on-hand stock comes off the indexed master by key, the
      *    same way the count reconciliation reads it
           OPEN INPUT CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OPENED
           ELSE
              MOVE 'YES' TO WS-ENTRIES-HELD
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO RH-MONTH
           MOVE WS-DATE(7:2) TO RH-DAY
           MOVE WS-DATE(1:4) TO RH-YEAR

           WRITE REJECT-REPORT-RECORD FROM REJECT-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE REJECT-HEADING-TWO TO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        160-LOAD-CUSTOMER-TABLE.

           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-CUST-STATUS = '00'
              PERFORM UNTIL NO-MORE-CUSTOMERS
                 READ CUSTOMER-MASTER-FILE
                    AT END
                       MOVE 'N' TO CUST-EOF-FLAG
                    NOT AT END
                       IF CT-ENTRY-COUNT < 200
                          ADD 1 TO CT-ENTRY-COUNT
                          MOVE CM-CUSTOMER-ID
                             TO CT-CUSTOMER-ID (CT-ENTRY-COUNT)
                          MOVE CM-CUSTOMER-NAME
                             TO CT-CUSTOMER-NAME (CT-ENTRY-COUNT)
                          MOVE CM-SHIP-WAREHOUSE-ID
                             TO CT-SHIP-WAREHOUSE-ID (CT-ENTRY-COUNT)
                          MOVE CM-CREDIT-STATUS
                             TO CT-CREDIT-STATUS (CT-ENTRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CUSTOMER-MASTER-FILE
           END-IF
           .

        170-LOAD-SALES-ORDERS.

      *    an absent order file just means nothing is outstanding --
      *    the first run creates it
           OPEN INPUT SALES-ORDER-FILE
           IF WS-SORDER-STATUS = '00'
              PERFORM UNTIL NO-MORE-ORDERS
                 READ SALES-ORDER-FILE
                    AT END
                       MOVE 'N' TO SORDER-EOF-FLAG
                    NOT AT END
      *                a line the table cannot hold cannot be carried
      *                into the rewritten file, so the entries are
      *                held and the file is left standing -- the rule
      *                the posting run follows for its open-PO table
                       IF SO-ENTRY-COUNT NOT < 500
                          ADD 1 TO WS-SO-DROPPED
                       ELSE
                          ADD 1 TO SO-ENTRY-COUNT
                          MOVE SO-ORDER-NUMBER
                             TO ST-ORDER-NUMBER (SO-ENTRY-COUNT)
                          MOVE SO-LINE-NUMBER
                             TO ST-LINE-NUMBER (SO-ENTRY-COUNT)
                          MOVE SO-CUSTOMER-ID
                             TO ST-CUSTOMER-ID (SO-ENTRY-COUNT)
                          MOVE SO-WAREHOUSE-ID
                             TO ST-WAREHOUSE-ID (SO-ENTRY-COUNT)
                          MOVE SO-VENDOR-ID
                             TO ST-VENDOR-ID (SO-ENTRY-COUNT)
                          MOVE SO-CANDY-ID
                             TO ST-CANDY-ID (SO-ENTRY-COUNT)
                          MOVE SO-CANDY-NAME
                             TO ST-CANDY-NAME (SO-ENTRY-COUNT)
                          MOVE SO-ORDER-DATE
                             TO ST-ORDER-DATE (SO-ENTRY-COUNT)
                          MOVE SO-ORDER-QTY
                             TO ST-ORDER-QTY (SO-ENTRY-COUNT)
                          MOVE SO-ALLOCATED-QTY
                             TO ST-ALLOCATED-QTY (SO-ENTRY-COUNT)
                          MOVE SO-SHIPPED-QTY
                             TO ST-SHIPPED-QTY (SO-ENTRY-COUNT)
                          MOVE SO-STATUS
                             TO ST-STATUS (SO-ENTRY-COUNT)
                          MOVE 'N' TO ST-LISTED (SO-ENTRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALES-ORDER-FILE
           END-IF

           IF WS-SO-DROPPED > 0
              MOVE 'YES' TO WS-ENTRIES-HELD
           END-IF
           .

        200-LOAD-UNPOSTED-SHIPMENTS.

      *    a movement released earlier today sits on the live file,
      *    one released before the cutoff sits in the closed batch
      *    until the posting run empties it, and a cycle count or
      *    approved adjustment sits on the screened file until the
      *    cutoff -- in every case the master still shows the cases
      *    on hand, so whatever will take stock out is counted here
      *    as already gone.  this is done before the entries, so a
      *    pick is tested against what is really left, and every
      *    such movement opens its position whether or not an order
      *    line wants the candy yet -- a line keyed tonight must
      *    still see them.  picks released by this run are added as
      *    they are written.  the trailer on the closed batch moves
      *    nothing and falls out by itself
           MOVE 'YES' TO WS-OPEN-ANY-POSITION
           OPEN INPUT INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS = '00'
              PERFORM UNTIL NO-MORE-TRANS
                 READ INVENTORY-TRAN-FILE
                    AT END
                       MOVE 'N' TO TRAN-EOF-FLAG
                    NOT AT END
                       MOVE INVENTORY-TRAN-RECORD TO UNPOSTED-MOVEMENT
                       PERFORM 210-NOTE-UNPOSTED-MOVEMENT
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
                       MOVE CLOSED-BATCH-RECORD TO UNPOSTED-MOVEMENT
                       PERFORM 210-NOTE-UNPOSTED-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE CLOSED-BATCH-FILE
           END-IF

           OPEN INPUT SCREENED-TRAN-FILE
           IF WS-SCREENED-STATUS = '00'
              PERFORM UNTIL NO-MORE-SCREENED
                 READ SCREENED-TRAN-FILE
                    AT END
                       MOVE 'N' TO SCREENED-EOF-FLAG
                    NOT AT END
                       MOVE SCREENED-TRAN-RECORD TO UNPOSTED-MOVEMENT
                       PERFORM 210-NOTE-UNPOSTED-MOVEMENT
                 END-READ
              END-PERFORM
              CLOSE SCREENED-TRAN-FILE
           END-IF
           MOVE 'NO' TO WS-OPEN-ANY-POSITION
           .

        210-NOTE-UNPOSTED-MOVEMENT.

      *    a shipment and a transfer take their cases out of the
      *    warehouse on the record; an adjustment only when it is
      *    a write-down.  receipts, transfers in and write-ups are
      *    not counted until they post
           MOVE 0 TO WS-MOVED-OUT-QTY
           IF UM-CASE-QTY IS NUMERIC
              EVALUATE TRUE
                 WHEN UM-SHIPMENT OR UM-TRANSFER
                    MOVE UM-CASE-QTY TO WS-MOVED-OUT-QTY
                 WHEN UM-ADJUSTMENT AND UM-CASE-QTY < 0
                    COMPUTE WS-MOVED-OUT-QTY = 0 - UM-CASE-QTY
              END-EVALUATE
           END-IF

           IF WS-MOVED-OUT-QTY > 0
              MOVE UM-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
              MOVE UM-VENDOR-ID TO WS-FIND-VENDOR-ID
              MOVE UM-CANDY-ID TO WS-FIND-CANDY-ID
              MOVE UM-CANDY-NAME TO WS-FIND-CANDY-NAME
              PERFORM 450-FIND-STOCK-POSITION
              IF POSITION-WAS-FOUND
                 ADD WS-MOVED-OUT-QTY
                    TO SP-UNPOSTED-QTY (WS-POS-HIT-SUB)
              END-IF
           END-IF
           .

        300-APPLY-ORDER-ENTRIES.

      *    an unreadable master or a capped order table holds
      *    every entry -- the entry file stays put for the next run,
      *    nothing is half applied and no pick is released
           EVALUATE TRUE
              WHEN WS-SO-DROPPED > 0
                 MOVE ENTRIES-HELD-LINE TO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              WHEN NOT MASTER-WAS-OPENED
                 MOVE MASTER-HELD-LINE TO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              WHEN OTHER
                 PERFORM 305-READ-ORDER-ENTRIES
           END-EVALUATE
           .

        305-READ-ORDER-ENTRIES.

      *    confirmed picks append to the live daily transaction
      *    file behind whatever receiving keyed today.  only a
      *    missing file is started fresh -- a live file that will
      *    not open holds every entry rather than risk emptying it
           OPEN INPUT SALES-ORDER-TRAN-FILE
           IF WS-SOT-STATUS = '00'
              OPEN EXTEND INVENTORY-TRAN-FILE
              IF WS-TRAN-STATUS = '35'
                 OPEN OUTPUT INVENTORY-TRAN-FILE
              END-IF
              IF WS-TRAN-STATUS NOT = '00'
                 MOVE 'YES' TO WS-ENTRIES-HELD
                 MOVE TRAN-HELD-LINE TO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
                 CLOSE SALES-ORDER-TRAN-FILE
              ELSE
                 PERFORM UNTIL NO-MORE-ENTRIES
                    READ SALES-ORDER-TRAN-FILE
                       AT END
                          MOVE 'N' TO SOT-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-ENTRIES-READ
                          PERFORM 310-APPLY-ONE-ENTRY
                    END-READ
                 END-PERFORM
                 CLOSE SALES-ORDER-TRAN-FILE
                 CLOSE INVENTORY-TRAN-FILE
              END-IF
           END-IF
           .

        310-APPLY-ONE-ENTRY.

           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 350-FIND-ORDER-LINE

           EVALUATE TRUE
              WHEN NOT SOT-VALID-ACTION
                 MOVE 'INVALID ACTION' TO WS-REJECT-REASON
              WHEN SOT-NEW-LINE
                 PERFORM 320-ADD-ORDER-LINE
              WHEN SOT-PICK-CONFIRMED
                 PERFORM 330-CONFIRM-PICK
              WHEN SOT-CANCEL-LINE
                 PERFORM 340-CANCEL-ORDER-LINE
           END-EVALUATE

           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-ENTRIES-APPLIED
           ELSE
              PERFORM 395-WRITE-REJECT-LINE
           END-IF
           .

        320-ADD-ORDER-LINE.

           PERFORM 360-FIND-CUSTOMER
           IF CUSTOMER-WAS-FOUND
              IF SOT-WAREHOUSE-ID = SPACES
                 MOVE CT-SHIP-WAREHOUSE-ID (WS-CUST-HIT-SUB)
                    TO WS-LINE-WAREHOUSE-ID
              ELSE
                 MOVE SOT-WAREHOUSE-ID TO WS-LINE-WAREHOUSE-ID
              END-IF
              MOVE WS-LINE-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
              MOVE SOT-VENDOR-ID TO WS-FIND-VENDOR-ID
              MOVE SOT-CANDY-ID TO WS-FIND-CANDY-ID
              MOVE SOT-CANDY-NAME TO WS-FIND-CANDY-NAME
              PERFORM 370-FIND-MASTER-ELEMENT
           END-IF

           EVALUATE TRUE
              WHEN ORDER-LINE-FOUND
                 MOVE 'DUPLICATE ORDER LINE' TO WS-REJECT-REASON
              WHEN NOT CUSTOMER-WAS-FOUND
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-REJECT-REASON
              WHEN CT-ON-CREDIT-HOLD (WS-CUST-HIT-SUB)
                 MOVE 'CUSTOMER CREDIT HOLD' TO WS-REJECT-REASON
              WHEN SOT-CASE-QTY IS NOT NUMERIC
                 MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
              WHEN SOT-CASE-QTY = 0
                 MOVE 'QUANTITY IS ZERO' TO WS-REJECT-REASON
              WHEN NOT STOCK-WAS-FOUND
                 MOVE 'NO MASTER MATCH' TO WS-REJECT-REASON
              WHEN SO-ENTRY-COUNT NOT < 500
                 MOVE 'ORDER TABLE FULL' TO WS-REJECT-REASON
              WHEN OTHER
      *          a new line owns nothing yet -- the allocation pass
      *          gives it what stock there is after the older lines
                 ADD 1 TO SO-ENTRY-COUNT
                 MOVE SOT-ORDER-NUMBER
                    TO ST-ORDER-NUMBER (SO-ENTRY-COUNT)
                 MOVE SOT-LINE-NUMBER
                    TO ST-LINE-NUMBER (SO-ENTRY-COUNT)
                 MOVE SOT-CUSTOMER-ID
                    TO ST-CUSTOMER-ID (SO-ENTRY-COUNT)
                 MOVE WS-LINE-WAREHOUSE-ID
                    TO ST-WAREHOUSE-ID (SO-ENTRY-COUNT)
                 MOVE SOT-VENDOR-ID TO ST-VENDOR-ID (SO-ENTRY-COUNT)
                 MOVE SOT-CANDY-ID TO ST-CANDY-ID (SO-ENTRY-COUNT)
                 MOVE SOT-CANDY-NAME
                    TO ST-CANDY-NAME (SO-ENTRY-COUNT)
                 MOVE WS-DATE-NUM TO ST-ORDER-DATE (SO-ENTRY-COUNT)
                 MOVE SOT-CASE-QTY TO ST-ORDER-QTY (SO-ENTRY-COUNT)
                 MOVE 0 TO ST-ALLOCATED-QTY (SO-ENTRY-COUNT)
                 MOVE 0 TO ST-SHIPPED-QTY (SO-ENTRY-COUNT)
                 MOVE 'B' TO ST-STATUS (SO-ENTRY-COUNT)
                 MOVE 'N' TO ST-LISTED (SO-ENTRY-COUNT)
           END-EVALUATE
           .

        330-CONFIRM-PICK.

      *    a pick is held to what the line still owes and to what
      *    is physically left -- on hand less the shipments already
      *    released but not yet posted, this run's picks included.
      *    the line's allocation is only a promise and can be stale
      *    by the time the pick is keyed; on hand is what the
      *    posting run will test the shipment against.  the pick
      *    goes onto the live file as a shipment and releases what
      *    the line held
           IF ORDER-LINE-FOUND
              IF NOT ST-NO-LONGER-OPEN (WS-LINE-HIT-SUB)
                 MOVE WS-LINE-HIT-SUB TO WS-ST-SUB
                 PERFORM 440-SET-FIND-FROM-LINE
                 PERFORM 450-FIND-STOCK-POSITION
                 COMPUTE WS-OWED-QTY = ST-ORDER-QTY (WS-LINE-HIT-SUB)
                    - ST-SHIPPED-QTY (WS-LINE-HIT-SUB)
                 IF POSITION-WAS-FOUND
                    COMPUTE WS-AVAILABLE-QTY =
                       SP-ON-HAND (WS-POS-HIT-SUB)
                       - SP-UNPOSTED-QTY (WS-POS-HIT-SUB)
                 END-IF
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN NOT ORDER-LINE-FOUND
                 MOVE 'ORDER LINE NOT FOUND' TO WS-REJECT-REASON
              WHEN ST-NO-LONGER-OPEN (WS-LINE-HIT-SUB)
                 MOVE 'ORDER LINE NOT OPEN' TO WS-REJECT-REASON
              WHEN SOT-CASE-QTY IS NOT NUMERIC
                 MOVE 'QUANTITY NOT NUMERIC' TO WS-REJECT-REASON
              WHEN SOT-CASE-QTY = 0
                 MOVE 'QUANTITY IS ZERO' TO WS-REJECT-REASON
              WHEN SOT-CASE-QTY > WS-OWED-QTY
                 MOVE 'PICK OVER ORDER QTY' TO WS-REJECT-REASON
              WHEN NOT POSITION-WAS-FOUND
                 MOVE 'STOCK POSITION FULL' TO WS-REJECT-REASON
              WHEN SOT-CASE-QTY > WS-AVAILABLE-QTY
                 MOVE 'INSUFFICIENT STOCK' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 'S' TO TR-RECORD-TYPE
                 MOVE ST-WAREHOUSE-ID (WS-LINE-HIT-SUB)
                    TO TR-WAREHOUSE-ID
                 MOVE ST-VENDOR-ID (WS-LINE-HIT-SUB) TO TR-VENDOR-ID
                 MOVE ST-CANDY-ID (WS-LINE-HIT-SUB) TO TR-CANDY-ID
                 MOVE ST-CANDY-NAME (WS-LINE-HIT-SUB)
                    TO TR-CANDY-NAME
                 MOVE SOT-CASE-QTY TO TR-CASE-QTY
                 MOVE SPACES TO TR-TO-WAREHOUSE-ID
                 MOVE 'D' TO TR-SOURCE-CODE
                 WRITE INVENTORY-TRAN-RECORD
                 IF WS-TRAN-STATUS NOT = '00'
                    MOVE 'NOT WRITTEN' TO WS-REJECT-REASON
                 END-IF
           END-EVALUATE

      *    the line is only credited once the shipment is on file
           IF WS-REJECT-REASON = SPACES
              ADD 1 TO WS-PICKS-RELEASED
              ADD SOT-CASE-QTY TO SP-UNPOSTED-QTY (WS-POS-HIT-SUB)

              IF SOT-CASE-QTY < ST-ALLOCATED-QTY (WS-LINE-HIT-SUB)
                 SUBTRACT SOT-CASE-QTY
                    FROM ST-ALLOCATED-QTY (WS-LINE-HIT-SUB)
              ELSE
                 MOVE 0 TO ST-ALLOCATED-QTY (WS-LINE-HIT-SUB)
              END-IF
              ADD SOT-CASE-QTY TO ST-SHIPPED-QTY (WS-LINE-HIT-SUB)
              IF ST-SHIPPED-QTY (WS-LINE-HIT-SUB)
                    NOT < ST-ORDER-QTY (WS-LINE-HIT-SUB)
                 MOVE 'C' TO ST-STATUS (WS-LINE-HIT-SUB)
              END-IF
           END-IF
           .

        340-CANCEL-ORDER-LINE.

      *    a cancelled line drops off at the rewrite and whatever it
      *    held goes back into the pool for the allocation pass
           EVALUATE TRUE
              WHEN NOT ORDER-LINE-FOUND
                 MOVE 'ORDER LINE NOT FOUND' TO WS-REJECT-REASON
              WHEN ST-NO-LONGER-OPEN (WS-LINE-HIT-SUB)
                 MOVE 'ORDER LINE NOT OPEN' TO WS-REJECT-REASON
              WHEN OTHER
                 MOVE 0 TO ST-ALLOCATED-QTY (WS-LINE-HIT-SUB)
                 MOVE 'X' TO ST-STATUS (WS-LINE-HIT-SUB)
           END-EVALUATE
           .

        350-FIND-ORDER-LINE.

           MOVE 'NO' TO WS-LINE-FOUND
           MOVE 0 TO WS-LINE-HIT-SUB
           PERFORM VARYING WS-ST-SUB
                 FROM 1 BY 1 UNTIL WS-ST-SUB > SO-ENTRY-COUNT
                 OR ORDER-LINE-FOUND
              IF ST-ORDER-NUMBER (WS-ST-SUB) = SOT-ORDER-NUMBER
                    AND ST-LINE-NUMBER (WS-ST-SUB) = SOT-LINE-NUMBER
                 MOVE 'YES' TO WS-LINE-FOUND
                 MOVE WS-ST-SUB TO WS-LINE-HIT-SUB
              END-IF
           END-PERFORM
           .

        360-FIND-CUSTOMER.

           MOVE 'NO' TO WS-CUST-FOUND
           MOVE 0 TO WS-CUST-HIT-SUB
           PERFORM VARYING WS-CT-SUB
                 FROM 1 BY 1 UNTIL WS-CT-SUB > CT-ENTRY-COUNT
                 OR CUSTOMER-WAS-FOUND
              IF CT-CUSTOMER-ID (WS-CT-SUB) = SOT-CUSTOMER-ID
                 MOVE 'YES' TO WS-CUST-FOUND
                 MOVE WS-CT-SUB TO WS-CUST-HIT-SUB
              END-IF
           END-PERFORM
           .

        370-FIND-MASTER-ELEMENT.

      *    one keyed read against the indexed master, then the
      *    element scan by candy name within the record
           MOVE 'NO' TO WS-STOCK-FOUND
           MOVE WS-FIND-WAREHOUSE-ID TO WAREHOUSE-ID
           MOVE WS-FIND-VENDOR-ID TO VENDOR-ID
           MOVE WS-FIND-CANDY-ID TO CANDY-ID
           READ CANDY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
                    PERFORM VARYING SUB FROM 1 BY 1
                          UNTIL SUB > CANDY-COUNT
                          OR STOCK-WAS-FOUND
                       IF CANDY-NAME (SUB) = WS-FIND-CANDY-NAME
                          MOVE 'YES' TO WS-STOCK-FOUND
                          MOVE SUB TO WS-HIT-ELEMENT
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ
           .

        395-WRITE-REJECT-LINE.

           MOVE SOT-ACTION TO RJ-ACTION
           MOVE SOT-ORDER-NUMBER TO RJ-ORDER-NUMBER
           MOVE SOT-LINE-NUMBER TO RJ-LINE-NUMBER
           MOVE SOT-CUSTOMER-ID TO RJ-CUSTOMER-ID
           MOVE SOT-WAREHOUSE-ID TO RJ-WAREHOUSE-ID
           MOVE SOT-VENDOR-ID TO RJ-VENDOR-ID
           MOVE SOT-CANDY-ID TO RJ-CANDY-ID
           MOVE SOT-CANDY-NAME TO RJ-CANDY-NAME
           MOVE SOT-CASE-QTY-X TO RJ-CASE-QTY
           MOVE WS-REJECT-REASON TO RJ-REASON
           MOVE REJECT-DETAIL-LINE TO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-ENTRIES-REJECTED
           .

        400-ALLOCATE-STOCK.

      *    first pass: every open line's allocation is charged to
      *    its stock position, so what is free is what is on hand
      *    less what is picked but unposted less what other lines
      *    already hold
           IF MASTER-WAS-OPENED
              PERFORM VARYING WS-ST-SUB
                    FROM 1 BY 1 UNTIL WS-ST-SUB > SO-ENTRY-COUNT
                 IF NOT ST-NO-LONGER-OPEN (WS-ST-SUB)
                    PERFORM 440-SET-FIND-FROM-LINE
                    PERFORM 450-FIND-STOCK-POSITION
                    IF POSITION-WAS-FOUND
                       ADD ST-ALLOCATED-QTY (WS-ST-SUB)
                          TO SP-ALLOCATED-QTY (WS-POS-HIT-SUB)
                    END-IF
                 END-IF
              END-PERFORM

      *       shipments, adjustments and transfers out can leave a
      *       position holding more than it has -- the excess is
      *       taken back from the newest lines first, so the oldest
      *       promise is the last one broken
              PERFORM VARYING WS-SP-SUB
                    FROM 1 BY 1 UNTIL WS-SP-SUB > SP-ENTRY-COUNT
                 COMPUTE WS-EXCESS-QTY = SP-ALLOCATED-QTY (WS-SP-SUB)
                    - SP-ON-HAND (WS-SP-SUB)
                    + SP-UNPOSTED-QTY (WS-SP-SUB)
                 IF WS-EXCESS-QTY > 0
                    PERFORM 410-RELEASE-NEWEST-LINES
                 END-IF
              END-PERFORM

      *       second pass: the table holds the order file in entry
      *       sequence with today's new lines last, so the oldest
      *       backorder is always filled first
              PERFORM VARYING WS-ST-SUB
                    FROM 1 BY 1 UNTIL WS-ST-SUB > SO-ENTRY-COUNT
                 IF NOT ST-NO-LONGER-OPEN (WS-ST-SUB)
                    PERFORM 420-ALLOCATE-ONE-LINE
                 END-IF
              END-PERFORM
              CLOSE CANDY-MASTER-FILE
           END-IF
           .

        410-RELEASE-NEWEST-LINES.

           PERFORM VARYING WS-ST-SUB
                 FROM SO-ENTRY-COUNT BY -1 UNTIL WS-ST-SUB < 1
                 OR WS-EXCESS-QTY NOT > 0
              IF NOT ST-NO-LONGER-OPEN (WS-ST-SUB)
                    AND ST-ALLOCATED-QTY (WS-ST-SUB) > 0
                    AND ST-WAREHOUSE-ID (WS-ST-SUB)
                       = SP-WAREHOUSE-ID (WS-SP-SUB)
                    AND ST-VENDOR-ID (WS-ST-SUB)
                       = SP-VENDOR-ID (WS-SP-SUB)
                    AND ST-CANDY-ID (WS-ST-SUB)
                       = SP-CANDY-ID (WS-SP-SUB)
                    AND ST-CANDY-NAME (WS-ST-SUB)
                       = SP-CANDY-NAME (WS-SP-SUB)
                 IF ST-ALLOCATED-QTY (WS-ST-SUB) < WS-EXCESS-QTY
                    MOVE ST-ALLOCATED-QTY (WS-ST-SUB) TO WS-RELEASE-QTY
                 ELSE
                    MOVE WS-EXCESS-QTY TO WS-RELEASE-QTY
                 END-IF
                 SUBTRACT WS-RELEASE-QTY
                    FROM ST-ALLOCATED-QTY (WS-ST-SUB)
                 SUBTRACT WS-RELEASE-QTY
                    FROM SP-ALLOCATED-QTY (WS-SP-SUB)
                 SUBTRACT WS-RELEASE-QTY FROM WS-EXCESS-QTY
                 ADD WS-RELEASE-QTY TO WS-CASES-RELEASED
              END-IF
           END-PERFORM
           .

        420-ALLOCATE-ONE-LINE.

           COMPUTE WS-OWED-QTY = ST-ORDER-QTY (WS-ST-SUB)
              - ST-SHIPPED-QTY (WS-ST-SUB)
              - ST-ALLOCATED-QTY (WS-ST-SUB)
           IF WS-OWED-QTY > 0
              PERFORM 440-SET-FIND-FROM-LINE
              PERFORM 450-FIND-STOCK-POSITION
              IF POSITION-WAS-FOUND
                 COMPUTE WS-AVAILABLE-QTY =
                    SP-ON-HAND (WS-POS-HIT-SUB)
                    - SP-UNPOSTED-QTY (WS-POS-HIT-SUB)
                    - SP-ALLOCATED-QTY (WS-POS-HIT-SUB)
                 IF WS-AVAILABLE-QTY > 0
                    IF WS-AVAILABLE-QTY < WS-OWED-QTY
                       MOVE WS-AVAILABLE-QTY TO WS-ALLOCATE-QTY
                    ELSE
                       MOVE WS-OWED-QTY TO WS-ALLOCATE-QTY
                    END-IF
                    ADD WS-ALLOCATE-QTY
                       TO ST-ALLOCATED-QTY (WS-ST-SUB)
                    ADD WS-ALLOCATE-QTY
                       TO SP-ALLOCATED-QTY (WS-POS-HIT-SUB)
                    SUBTRACT WS-ALLOCATE-QTY FROM WS-OWED-QTY
                 END-IF
              END-IF
           END-IF

           IF WS-OWED-QTY > 0
              MOVE 'B' TO ST-STATUS (WS-ST-SUB)
           ELSE
              MOVE 'A' TO ST-STATUS (WS-ST-SUB)
           END-IF
           .

        440-SET-FIND-FROM-LINE.

           MOVE ST-WAREHOUSE-ID (WS-ST-SUB) TO WS-FIND-WAREHOUSE-ID
           MOVE ST-VENDOR-ID (WS-ST-SUB) TO WS-FIND-VENDOR-ID
           MOVE ST-CANDY-ID (WS-ST-SUB) TO WS-FIND-CANDY-ID
           MOVE ST-CANDY-NAME (WS-ST-SUB) TO WS-FIND-CANDY-NAME
           .

        450-FIND-STOCK-POSITION.

      *    positions are only ever opened for candy an order line
      *    wants or an unposted shipment moves
           MOVE 'NO' TO WS-POSITION-FOUND
           MOVE 0 TO WS-POS-HIT-SUB
           PERFORM VARYING WS-SP-SUB
                 FROM 1 BY 1 UNTIL WS-SP-SUB > SP-ENTRY-COUNT
                 OR POSITION-WAS-FOUND
              IF SP-WAREHOUSE-ID (WS-SP-SUB) = WS-FIND-WAREHOUSE-ID
                    AND SP-VENDOR-ID (WS-SP-SUB) = WS-FIND-VENDOR-ID
                    AND SP-CANDY-ID (WS-SP-SUB) = WS-FIND-CANDY-ID
                    AND SP-CANDY-NAME (WS-SP-SUB) = WS-FIND-CANDY-NAME
                 MOVE 'YES' TO WS-POSITION-FOUND
                 MOVE WS-SP-SUB TO WS-POS-HIT-SUB
              END-IF
           END-PERFORM

           IF NOT POSITION-WAS-FOUND
              PERFORM 455-CHECK-ORDER-DEMAND
           END-IF
           .

        455-CHECK-ORDER-DEMAND.

      *    a new position is opened only when some open order line
      *    wants this candy, or for an unposted shipment; its
      *    on-hand figure is taken from the master once, here, and
      *    never re-read
           IF OPEN-ANY-POSITION
              MOVE 'YES' TO WS-POSITION-FOUND
           END-IF
           PERFORM VARYING WS-DEMAND-SUB
                 FROM 1 BY 1 UNTIL WS-DEMAND-SUB > SO-ENTRY-COUNT
                 OR POSITION-WAS-FOUND
              IF ST-WAREHOUSE-ID (WS-DEMAND-SUB) = WS-FIND-WAREHOUSE-ID
                    AND ST-VENDOR-ID (WS-DEMAND-SUB)
                       = WS-FIND-VENDOR-ID
                    AND ST-CANDY-ID (WS-DEMAND-SUB) = WS-FIND-CANDY-ID
                    AND ST-CANDY-NAME (WS-DEMAND-SUB)
                       = WS-FIND-CANDY-NAME
                    AND NOT ST-NO-LONGER-OPEN (WS-DEMAND-SUB)
                 MOVE 'YES' TO WS-POSITION-FOUND
              END-IF
           END-PERFORM

           IF POSITION-WAS-FOUND
              IF SP-ENTRY-COUNT NOT < 500
                 MOVE 'NO' TO WS-POSITION-FOUND
                 ADD 1 TO WS-SP-DROPPED
              ELSE
                 ADD 1 TO SP-ENTRY-COUNT
                 MOVE SP-ENTRY-COUNT TO WS-POS-HIT-SUB
                 MOVE WS-FIND-WAREHOUSE-ID
                    TO SP-WAREHOUSE-ID (WS-POS-HIT-SUB)
                 MOVE WS-FIND-VENDOR-ID TO SP-VENDOR-ID (WS-POS-HIT-SUB)
                 MOVE WS-FIND-CANDY-ID TO SP-CANDY-ID (WS-POS-HIT-SUB)
                 MOVE WS-FIND-CANDY-NAME
                    TO SP-CANDY-NAME (WS-POS-HIT-SUB)
                 MOVE 0 TO SP-ON-HAND (WS-POS-HIT-SUB)
                 MOVE 0 TO SP-UNPOSTED-QTY (WS-POS-HIT-SUB)
                 MOVE 0 TO SP-ALLOCATED-QTY (WS-POS-HIT-SUB)
                 IF MASTER-WAS-OPENED
                    PERFORM 370-FIND-MASTER-ELEMENT
                    IF STOCK-WAS-FOUND
                       IF CASES-IN-STOCK (WS-HIT-ELEMENT) IS NUMERIC
                          MOVE CASES-IN-STOCK (WS-HIT-ELEMENT)
                             TO SP-ON-HAND (WS-POS-HIT-SUB)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

        700-REWRITE-SALES-ORDERS.

      *    fully shipped and cancelled lines drop off here.  a held
      *    run leaves both the order file and the entry file exactly
      *    as they were, so nothing is lost and nothing is applied
      *    twice
           IF NOT ENTRIES-ARE-HELD
              OPEN OUTPUT SALES-ORDER-FILE
              IF WS-SORDER-STATUS NOT = '00'
                 MOVE 'YES' TO WS-REWRITE-FAILED
              ELSE
                 PERFORM VARYING WS-ST-SUB
                       FROM 1 BY 1 UNTIL WS-ST-SUB > SO-ENTRY-COUNT
                       OR REWRITE-HAS-FAILED
                    IF NOT ST-NO-LONGER-OPEN (WS-ST-SUB)
                       MOVE ST-ORDER-NUMBER (WS-ST-SUB)
                          TO SO-ORDER-NUMBER
                       MOVE ST-LINE-NUMBER (WS-ST-SUB)
                          TO SO-LINE-NUMBER
                       MOVE ST-CUSTOMER-ID (WS-ST-SUB)
                          TO SO-CUSTOMER-ID
                       MOVE ST-WAREHOUSE-ID (WS-ST-SUB)
                          TO SO-WAREHOUSE-ID
                       MOVE ST-VENDOR-ID (WS-ST-SUB) TO SO-VENDOR-ID
                       MOVE ST-CANDY-ID (WS-ST-SUB) TO SO-CANDY-ID
                       MOVE ST-CANDY-NAME (WS-ST-SUB) TO SO-CANDY-NAME
                       MOVE ST-ORDER-DATE (WS-ST-SUB) TO SO-ORDER-DATE
                       MOVE ST-ORDER-QTY (WS-ST-SUB) TO SO-ORDER-QTY
                       MOVE ST-ALLOCATED-QTY (WS-ST-SUB)
                          TO SO-ALLOCATED-QTY
                       MOVE ST-SHIPPED-QTY (WS-ST-SUB)
                          TO SO-SHIPPED-QTY
                       MOVE ST-STATUS (WS-ST-SUB) TO SO-STATUS
                       WRITE SALES-ORDER-RECORD
                       IF WS-SORDER-STATUS NOT = '00'
                          MOVE 'YES' TO WS-REWRITE-FAILED
                       END-IF
                    END-IF
                 END-PERFORM
                 CLOSE SALES-ORDER-FILE
                 IF WS-SORDER-STATUS NOT = '00'
                    MOVE 'YES' TO WS-REWRITE-FAILED
                 END-IF
              END-IF

      *       the entries are now in the order file -- empty the
      *       entry file so tomorrow's run cannot apply them again.
      *       the picks are already on the live transaction file,
      *       so an order file that did not rewrite clean keeps the
      *       entries as the only record of what shipped -- a rerun
      *       would ship them again
              IF REWRITE-HAS-FAILED
                 MOVE REWRITE-FAILED-LINE TO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              ELSE
                 IF WS-SOT-STATUS = '00'
                    OPEN OUTPUT SALES-ORDER-TRAN-FILE
                    CLOSE SALES-ORDER-TRAN-FILE
                 END-IF
              END-IF
           END-IF
           .

        750-WRITE-BACKORDER-REPORT.

           OPEN OUTPUT BACKORDER-REPORT

           MOVE WS-DATE (5:2) TO BH-MONTH
           MOVE WS-DATE (7:2) TO BH-DAY
           MOVE WS-DATE (1:4) TO BH-YEAR
           WRITE BACKORDER-REPORT-RECORD FROM BACKORDER-HEADING-ONE
               AFTER ADVANCING PAGE

      *    customers print in customer master order, each with its
      *    own open lines; a line whose customer has since left the
      *    master still prints, under its own heading at the end
           PERFORM VARYING WS-CT-SUB
                 FROM 1 BY 1 UNTIL WS-CT-SUB > CT-ENTRY-COUNT
              PERFORM 760-WRITE-ONE-CUSTOMER
           END-PERFORM

           MOVE 0 TO WS-CUST-LINES
           PERFORM VARYING WS-ST-SUB
                 FROM 1 BY 1 UNTIL WS-ST-SUB > SO-ENTRY-COUNT
              IF NOT ST-NO-LONGER-OPEN (WS-ST-SUB)
                    AND NOT ST-WAS-LISTED (WS-ST-SUB)
                 IF WS-CUST-LINES = 0
                    PERFORM 765-START-UNKNOWN-CUSTOMER
                 END-IF
                 PERFORM 770-WRITE-BACKORDER-LINE
              END-IF
           END-PERFORM
           IF WS-CUST-LINES > 0
              PERFORM 775-WRITE-CUSTOMER-SUBTOTAL
           END-IF

           IF WS-LINES-LISTED = 0
              MOVE BACKORDER-NONE-LINE TO BACKORDER-REPORT-RECORD
              WRITE BACKORDER-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           IF ENTRIES-ARE-HELD AND WS-SO-DROPPED > 0
              MOVE BACKORDER-HELD-LINE TO BACKORDER-REPORT-RECORD
              WRITE BACKORDER-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           CLOSE BACKORDER-REPORT
           .

        760-WRITE-ONE-CUSTOMER.

           MOVE 0 TO WS-CUST-LINES
           PERFORM VARYING WS-ST-SUB
                 FROM 1 BY 1 UNTIL WS-ST-SUB > SO-ENTRY-COUNT
              IF NOT ST-NO-LONGER-OPEN (WS-ST-SUB)
                    AND NOT ST-WAS-LISTED (WS-ST-SUB)
                    AND ST-CUSTOMER-ID (WS-ST-SUB)
                       = CT-CUSTOMER-ID (WS-CT-SUB)
                 IF WS-CUST-LINES = 0
                    PERFORM 762-START-CUSTOMER
                 END-IF
                 PERFORM 770-WRITE-BACKORDER-LINE
              END-IF
           END-PERFORM
           IF WS-CUST-LINES > 0
              PERFORM 775-WRITE-CUSTOMER-SUBTOTAL
           END-IF
           .

        762-START-CUSTOMER.

           MOVE 0 TO WS-CUST-ORDERED, WS-CUST-ALLOCATED,
              WS-CUST-BACKORDER
           MOVE CT-CUSTOMER-ID (WS-CT-SUB) TO BC-CUSTOMER-ID
           MOVE CT-CUSTOMER-NAME (WS-CT-SUB) TO BC-CUSTOMER-NAME
           IF CT-ON-CREDIT-HOLD (WS-CT-SUB)
              MOVE '** CREDIT HOLD **' TO BC-CREDIT-NOTE
           ELSE
              MOVE SPACES TO BC-CREDIT-NOTE
           END-IF
           MOVE BACKORDER-CUSTOMER-LINE TO BACKORDER-REPORT-RECORD
           WRITE BACKORDER-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           MOVE BACKORDER-HEADING-TWO TO BACKORDER-REPORT-RECORD
           WRITE BACKORDER-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        765-START-UNKNOWN-CUSTOMER.

           MOVE 0 TO WS-CUST-ORDERED, WS-CUST-ALLOCATED,
              WS-CUST-BACKORDER
           MOVE BACKORDER-UNKNOWN-LINE TO BACKORDER-REPORT-RECORD
           WRITE BACKORDER-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           MOVE BACKORDER-HEADING-TWO TO BACKORDER-REPORT-RECORD
           WRITE BACKORDER-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        770-WRITE-BACKORDER-LINE.

           COMPUTE WS-OWED-QTY = ST-ORDER-QTY (WS-ST-SUB)
              - ST-SHIPPED-QTY (WS-ST-SUB)
              - ST-ALLOCATED-QTY (WS-ST-SUB)
           IF WS-OWED-QTY < 0
              MOVE 0 TO WS-OWED-QTY
           END-IF

           MOVE ST-ORDER-NUMBER (WS-ST-SUB) TO BL-ORDER-NUMBER
           MOVE ST-LINE-NUMBER (WS-ST-SUB) TO BL-LINE-NUMBER
           MOVE ST-ORDER-DATE (WS-ST-SUB) TO BL-ORDER-DATE
           MOVE ST-WAREHOUSE-ID (WS-ST-SUB) TO BL-WAREHOUSE-ID
           MOVE ST-VENDOR-ID (WS-ST-SUB) TO BL-VENDOR-ID
           MOVE ST-CANDY-ID (WS-ST-SUB) TO BL-CANDY-ID
           MOVE ST-CANDY-NAME (WS-ST-SUB) TO BL-CANDY-NAME
           MOVE ST-ORDER-QTY (WS-ST-SUB) TO BL-ORDER-QTY
           MOVE ST-ALLOCATED-QTY (WS-ST-SUB) TO BL-ALLOCATED-QTY
           MOVE ST-SHIPPED-QTY (WS-ST-SUB) TO BL-SHIPPED-QTY
           MOVE WS-OWED-QTY TO BL-BACKORDER-QTY
           IF ST-BACKORDERED (WS-ST-SUB)
              MOVE 'BACKORDER' TO BL-STATUS
           ELSE
              MOVE 'ALLOCATED' TO BL-STATUS
           END-IF
           MOVE BACKORDER-DETAIL-LINE TO BACKORDER-REPORT-RECORD
           WRITE BACKORDER-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           ADD ST-ORDER-QTY (WS-ST-SUB) TO WS-CUST-ORDERED
           ADD ST-ALLOCATED-QTY (WS-ST-SUB) TO WS-CUST-ALLOCATED
           ADD WS-OWED-QTY TO WS-CUST-BACKORDER
           ADD 1 TO WS-CUST-LINES
           ADD 1 TO WS-LINES-LISTED
           MOVE 'Y' TO ST-LISTED (WS-ST-SUB)
           .

        775-WRITE-CUSTOMER-SUBTOTAL.

           MOVE WS-CUST-LINES TO BS-LINES
           MOVE WS-CUST-ORDERED TO BS-ORDERED
           MOVE WS-CUST-ALLOCATED TO BS-ALLOCATED
           MOVE WS-CUST-BACKORDER TO BS-BACKORDER
           MOVE BACKORDER-SUBTOTAL-LINE TO BACKORDER-REPORT-RECORD
           WRITE BACKORDER-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        800-END-OF-FILE-ROUTINE.

           IF WS-SP-DROPPED > 0
              MOVE WS-SP-DROPPED TO PD-DROPPED
              MOVE POSITION-DROP-LINE TO REJECT-REPORT-RECORD
              WRITE REJECT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           IF WS-CASES-RELEASED > 0
              MOVE WS-CASES-RELEASED TO AR-RELEASED
              MOVE ALLOCATION-RELEASED-LINE TO REJECT-REPORT-RECORD
              WRITE REJECT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           MOVE WS-ENTRIES-READ TO RT-ENTRIES-READ
           MOVE WS-ENTRIES-APPLIED TO RT-ENTRIES-APPLIED
           MOVE WS-ENTRIES-REJECTED TO RT-ENTRIES-REJECTED
           MOVE WS-PICKS-RELEASED TO RT-PICKS-RELEASED
           MOVE REJECT-TOTAL-LINE TO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD
               AFTER ADVANCING 3 LINES

           IF ENTRIES-ARE-HELD OR REWRITE-HAS-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE ORDER-REJECT-REPORT
           STOP RUN
           .
