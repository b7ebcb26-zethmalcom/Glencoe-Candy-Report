        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENRBAL.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that looks across
      *  all five warehouses before the purchase orders are cut.
      *  The purchase order run buys every reorder candidate from
      *  the vendor even when another warehouse is sitting on
      *  months of the same candy; this run proposes moving that
      *  stock instead, so we stop buying candy we already own.
      * ***************
      *  INPUT:
      *     The REBALANCE PARAMETER FILE selects the mode.  With no
      *     parameter the run PROPOSEs transfers.  RELEASE releases
      *     the proposals on file, all of them or, when a
      *     warehouse is named, only those shipping from it, so
      *     each shipping manager can release their own.
      *
      *     The CANDY MASTER FILE, read through for every
      *     warehouse's CASES IN STOCK.
      *
      *     The REORDER POINT FILE and the DEMAND HISTORY FILE from
      *     the velocity run supply each candy's own reorder point
      *     and weekly demand at each warehouse.
      *
      *     The OPEN SALES ORDER FILE, so cases already allocated
      *     to a customer order are never counted as surplus and
      *     shipped away to another warehouse.
      *
      *     The LIVE and CLOSED TRANSACTION FILES, so a warehouse
      *     already being restocked by a released transfer that has
      *     not yet posted is not proposed for a second one.
      *
      * ***************
      *  OUTPUT:
      *     The PROPOSED TRANSFER FILE: one ready-to-release T-type
      *     transaction per proposed move, from a warehouse well
      *     above its reorder point to one below it.
      *
      *     On RELEASE the proposals go to the LIVE TRANSACTION
      *     FILE for the next batch and to the RELEASED TRANSFER
      *     FILE with the release date as a history of what was
      *     released; any not released stay proposed.
      *
      *     The REBALANCING REPORT lists each proposed or released
      *     transfer for the warehouse managers, and each warehouse
      *     still short after every transfer, which is left for
      *     the purchase order run.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT REBALANCE-PARM-FILE
                ASSIGN TO 'GLENCOE-RBALPRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT REORDER-POINT-FILE
                ASSIGN TO 'GLENCOE-ROP.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROP-STATUS.
            SELECT DEMAND-HISTORY-FILE
                ASSIGN TO 'GLENCOE-DMND.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DMND-STATUS.
            SELECT SALES-ORDER-FILE
                ASSIGN TO 'GLENCOE-SORDER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SORDER-STATUS.
            SELECT PROPOSED-TRANSFER-FILE
                ASSIGN TO 'GLENCOE-XFER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XFER-STATUS.
            SELECT NEW-PROPOSED-FILE
                ASSIGN TO 'GLENCOE-XFER.NEW'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWXFER-STATUS.
            SELECT RELEASED-TRANSFER-FILE
                ASSIGN TO 'GLENCOE-XFERREL.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-XFERREL-STATUS.
            SELECT INVENTORY-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRAN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT CLOSED-BATCH-FILE
                ASSIGN TO 'GLENCOE-TRANB.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BATCH-STATUS.
            SELECT REBALANCE-REPORT
                ASSIGN TO PRINTER 'GLENCOE-RBAL.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    REBALANCE-PARM-FILE
            RECORD CONTAINS 12 CHARACTERS.

        01  REBALANCE-PARM-RECORD.
            05  RB-MODE               PIC X(8).
                88  RB-MODE-PROPOSE             VALUE 'PROPOSE '.
                88  RB-MODE-RELEASE             VALUE 'RELEASE '.
            05  RB-WAREHOUSE-ID       PIC X(4).

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

        FD    REORDER-POINT-FILE
            RECORD CONTAINS 27 CHARACTERS.

        01  REORDER-POINT-RECORD.
            05  RP-WAREHOUSE-ID       PIC X(4).
            05  RP-VENDOR-ID          PIC X(1).
            05  RP-CANDY-ID           PIC X(3).
            05  RP-CANDY-NAME         PIC X(15).
            05  RP-REORDER-POINT      PIC 9(4).

        FD    DEMAND-HISTORY-FILE
            RECORD CONTAINS 52 CHARACTERS.

        01  DEMAND-HISTORY-RECORD.
            05  DH-WAREHOUSE-ID       PIC X(4).
            05  DH-VENDOR-ID          PIC X(1).
            05  DH-CANDY-ID           PIC X(3).
            05  DH-CANDY-NAME         PIC X(15).
            05  DH-CASES-SHIPPED      PIC 9(7).
            05  DH-FIRST-SHIP-DATE    PIC 9(8).
            05  DH-LAST-SHIP-DATE     PIC 9(8).
            05  DH-WEEKLY-RATE        PIC 9(5)V9.

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
                88  SO-NO-LONGER-OPEN           VALUE 'C' 'X'.

        FD    PROPOSED-TRANSFER-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  PROPOSED-TRANSFER-RECORD.
            05  XP-RECORD-TYPE        PIC X(1).
            05  XP-WAREHOUSE-ID       PIC X(4).
            05  XP-VENDOR-ID          PIC X(1).
            05  XP-CANDY-ID           PIC X(3).
            05  XP-CANDY-NAME         PIC X(15).
            05  XP-CASE-QTY           PIC S9(4).
            05  XP-TO-WAREHOUSE-ID    PIC X(4).
            05  XP-SOURCE-CODE        PIC X(1).

        FD    NEW-PROPOSED-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  NEW-PROPOSED-RECORD       PIC X(33).

        FD    RELEASED-TRANSFER-FILE
            RECORD CONTAINS 41 CHARACTERS.

        01  RELEASED-TRANSFER-RECORD.
            05  XR-RECORD-TYPE        PIC X(1).
            05  XR-WAREHOUSE-ID       PIC X(4).
            05  XR-VENDOR-ID          PIC X(1).
            05  XR-CANDY-ID           PIC X(3).
            05  XR-CANDY-NAME         PIC X(15).
            05  XR-CASE-QTY           PIC S9(4).
            05  XR-TO-WAREHOUSE-ID    PIC X(4).
            05  XR-SOURCE-CODE        PIC X(1).
            05  XR-RELEASE-DATE       PIC 9(8).

        FD    INVENTORY-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  INVENTORY-TRAN-RECORD     PIC X(33).

        FD    CLOSED-BATCH-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  CLOSED-BATCH-RECORD       PIC X(33).

        FD   REBALANCE-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  REBALANCE-REPORT-RECORD   PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  MASTER-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-MASTER                 VALUE 'N'.
            05  ROP-EOF-FLAG             PIC X     VALUE ' '.
                88  NO-MORE-ROP                    VALUE 'N'.
            05  DMND-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-DMND                   VALUE 'N'.
            05  SORDER-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-ORDERS                 VALUE 'N'.
            05  XFER-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-XFER                   VALUE 'N'.
            05  TRAN-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-TRANS                  VALUE 'N'.
            05  BATCH-EOF-FLAG           PIC X     VALUE ' '.
                88  NO-MORE-BATCH                  VALUE 'N'.
            05  WS-PARM-STATUS           PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-ROP-STATUS            PIC XX.
            05  WS-DMND-STATUS           PIC XX.
            05  WS-SORDER-STATUS         PIC XX.
            05  WS-XFER-STATUS           PIC XX.
            05  WS-NEWXFER-STATUS        PIC XX.
            05  WS-XFERREL-STATUS        PIC XX.
            05  WS-TRAN-STATUS           PIC XX.
            05  WS-BATCH-STATUS          PIC XX.
            05  WS-ELEMENT-FOUND         PIC X(3)  VALUE 'NO'.
                88  ELEMENT-WAS-FOUND              VALUE 'YES'.
            05  WS-RUN-HELD              PIC X(3)  VALUE 'NO'.
                88  RUN-IS-HELD                    VALUE 'YES'.
            05  WS-RUN-MODE              PIC X(8)  VALUE 'PROPOSE '.
                88  RUN-IS-RELEASE                 VALUE 'RELEASE '.

        01  SUB  PIC 99   VALUE 1.

      *    one entry per candy element at every warehouse, with
      *    its reorder point and demand, and what it can spare or
      *    needs once those are known
        01  STOCK-BALANCE-TABLE.
            05  SB-ENTRY-COUNT           PIC 9(4)  VALUE 0.
            05  STOCK-BALANCE-ENTRY OCCURS 1 TO 999 TIMES
                    DEPENDING ON SB-ENTRY-COUNT.
                10  SB-WAREHOUSE-ID      PIC X(4).
                10  SB-VENDOR-ID         PIC X(1).
                10  SB-CANDY-ID          PIC X(3).
                10  SB-CANDY-NAME        PIC X(15).
                10  SB-ON-HAND           PIC S9(4).
                10  SB-ALLOCATED-QTY     PIC 9(5).
                10  SB-REORDER-POINT     PIC 9(4).
                10  SB-WEEKLY-RATE       PIC 9(5)V9.
                10  SB-HAS-ROP           PIC X(1).
                    88  SB-ROP-KNOWN               VALUE 'Y'.
                10  SB-COVERED           PIC X(1).
                    88  SB-IS-COVERED              VALUE 'Y'.
                10  SB-KEEP-QTY          PIC 9(5).
                10  SB-SURPLUS           PIC 9(5).
                10  SB-NEED              PIC 9(5).

        01  REBALANCE-CONTROLS.
      *    a donor keeps its reorder point plus this many weeks of
      *    its own demand, and never less than the floor; a short
      *    warehouse is brought up to its reorder point plus the
      *    cover weeks of demand
            05  WS-DONOR-KEEP-WEEKS      PIC 9(2)  VALUE 4.
            05  WS-MIN-KEEP-CASES        PIC 9(4)  VALUE 5.
            05  WS-COVER-WEEKS           PIC 9(2)  VALUE 2.
            05  WS-SB-SUB                PIC 9(4).
            05  WS-SB-HIT-SUB            PIC 9(4).
            05  WS-RCV-SUB               PIC 9(4).
            05  WS-DON-SUB               PIC 9(4).
            05  WS-BEST-SUB              PIC 9(4).
            05  WS-BEST-SURPLUS          PIC 9(5).
            05  WS-TARGET-QTY            PIC 9(5).
            05  WS-XFER-QTY              PIC 9(5).
            05  WS-FIND-WAREHOUSE-ID     PIC X(4).
            05  WS-FIND-VENDOR-ID        PIC X(1).
            05  WS-FIND-CANDY-ID         PIC X(3).
            05  WS-FIND-CANDY-NAME       PIC X(15).
            05  WS-SB-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-XFERS-PROPOSED        PIC 9(7)  VALUE 0.
            05  WS-CASES-PROPOSED        PIC 9(7)  VALUE 0.
            05  WS-SHORT-COUNT           PIC 9(7)  VALUE 0.
            05  WS-COVERED-COUNT         PIC 9(7)  VALUE 0.
            05  WS-XFERS-RELEASED        PIC 9(7)  VALUE 0.
            05  WS-XFERS-KEPT            PIC 9(7)  VALUE 0.
            05  WS-XFERS-NOT-RELEASED    PIC 9(7)  VALUE 0.
            05  WS-XFERS-NOT-KEPT        PIC 9(7)  VALUE 0.
            05  WS-XFERS-NOT-LOGGED      PIC 9(7)  VALUE 0.

      *    an unposted transaction, laid out the way the posting
      *    run reads it
        01  UNPOSTED-TRANSFER.
            05  UT-RECORD-TYPE           PIC X(1).
                88  UT-TRANSFER                    VALUE 'T'.
            05  UT-WAREHOUSE-ID          PIC X(4).
            05  UT-VENDOR-ID             PIC X(1).
            05  UT-CANDY-ID              PIC X(3).
            05  UT-CANDY-NAME            PIC X(15).
            05  UT-CASE-QTY              PIC S9(4).
            05  UT-TO-WAREHOUSE-ID       PIC X(4).
            05  UT-SOURCE-CODE           PIC X(1).
                88  UT-FROM-REBALANCING            VALUE 'R'.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  REBALANCE-HEADING-ONE.

            05  FILLER            PIC X(10)  VALUE SPACES.
            05  FILLER            PIC X(42)  VALUE
                'INTER-WAREHOUSE REBALANCING'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RH-MONTH          PIC 99/.
            05  RH-DAY            PIC 99/.
            05  RH-YEAR           PIC 9999.

        01  REBALANCE-HEADING-TWO.

            05  FILLER            PIC X(10)  VALUE SPACES.
            05  FILLER            PIC X(6)   VALUE 'MODE: '.
            05  RH-MODE           PIC X(8).
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  RH-WAREHOUSE-LIT  PIC X(16)  VALUE SPACES.
            05  RH-WAREHOUSE-ID   PIC X(4).

        01  REBALANCE-COLUMN-HEADING.

            05  FILLER            PIC X(6)   VALUE 'FROM'.
            05  FILLER            PIC X(6)   VALUE 'TO'.
            05  FILLER            PIC X(3)   VALUE 'V'.
            05  FILLER            PIC X(5)   VALUE 'CDY'.
            05  FILLER            PIC X(17)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(7)   VALUE ' CASES'.
            05  FILLER            PIC X(7)   VALUE 'FR OH'.
            05  FILLER            PIC X(7)   VALUE 'ALLOC'.
            05  FILLER            PIC X(7)   VALUE ' KEEP'.
            05  FILLER            PIC X(7)   VALUE 'TO OH'.
            05  FILLER            PIC X(4)   VALUE ' ROP'.

        01  REBALANCE-DETAIL-LINE.

            05  RL-FROM-WAREHOUSE PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-TO-WAREHOUSE   PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-CASES          PIC ZZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-FROM-ON-HAND   PIC -ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-FROM-ALLOC     PIC ZZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-FROM-KEEP      PIC ZZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-TO-ON-HAND     PIC -ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RL-TO-ROP         PIC ZZZ9.

        01  REBALANCE-SHORT-LINE.

            05  FILLER            PIC X(6)   VALUE SPACES.
            05  RS-TO-WAREHOUSE   PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RS-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RS-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RS-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(8)   VALUE '  SHORT '.
            05  RS-SHORT-QTY      PIC ZZZZ9.
            05  FILLER            PIC X(24)  VALUE
                ' - LEFT FOR PURCHASING'.

        01  RELEASE-DETAIL-LINE.

            05  RR-FROM-WAREHOUSE PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RR-TO-WAREHOUSE   PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RR-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RR-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RR-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RR-CASES          PIC -ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RR-RESULT         PIC X(14).

        01  REBALANCE-NONE-LINE.

            05  FILLER            PIC X(50)  VALUE
                'NO WAREHOUSE BELOW REORDER POINT HAS A DONOR'.

        01  MASTER-HELD-LINE.

            05  FILLER            PIC X(52)  VALUE
                'MASTER PR3FA19.DAT NOT READABLE - NOTHING PROPOSED'.

        01  RELEASE-HELD-LINE.

            05  FILLER            PIC X(56)  VALUE
                'LIVE TRANSACTION FILE NOT WRITABLE - NOTHING RELEASED'.

        01  HISTORY-HELD-LINE.

            05  FILLER            PIC X(56)  VALUE
                'TRANSFER HISTORY NOT WRITABLE - NOTHING RELEASED'.

        01  NEW-PROPOSED-HELD-LINE.

            05  FILLER            PIC X(56)  VALUE
                'GLENCOE-XFER.NEW NOT WRITABLE - NOTHING RELEASED'.

        01  SWAP-HELD-LINE.

            05  FILLER            PIC X(56)  VALUE
                'GLENCOE-XFER.TXT NOT REPLACED - DO NOT RELEASE AGAIN'.

        01  RELEASE-NONE-LINE.

            05  FILLER            PIC X(40)  VALUE
                'NO PROPOSED TRANSFERS ON FILE'.

        01  TABLE-CAPPED-LINE.

            05  FILLER            PIC X(30)  VALUE
                'STOCK TABLE FULL - ELEMENTS: '.
            05  TC-DROPPED        PIC ZZZ,ZZ9.
            05  FILLER            PIC X(20)  VALUE
                ' NOT CONSIDERED'.

        01  PROPOSE-TOTAL-LINE.

            05  FILLER            PIC X(20)  VALUE
                'TRANSFERS PROPOSED: '.
            05  PT-XFERS          PIC ZZZ,ZZ9.
            05  FILLER            PIC X(10)  VALUE '  CASES: '.
            05  PT-CASES          PIC ZZZ,ZZ9.
            05  FILLER            PIC X(10)  VALUE '  SHORT: '.
            05  PT-SHORT          PIC ZZZ,ZZ9.

        01  COVERED-TOTAL-LINE.

            05  FILLER            PIC X(40)  VALUE
                'ALREADY COVERED BY A RELEASED TRANSFER: '.
            05  PT-COVERED        PIC ZZZ,ZZ9.

        01  RELEASE-TOTAL-LINE.

            05  FILLER            PIC X(20)  VALUE
                'TRANSFERS RELEASED: '.
            05  RT-RELEASED       PIC ZZZ,ZZ9.
            05  FILLER            PIC X(20)  VALUE
                '  STILL PROPOSED:  '.
            05  RT-KEPT           PIC ZZZ,ZZ9.

        01  RELEASE-FAILED-LINE.

            05  FILLER            PIC X(20)  VALUE
                'NOT WRITTEN - HELD: '.
            05  RF-NOT-RELEASED   PIC ZZZ,ZZ9.
            05  FILLER            PIC X(20)  VALUE
                '  NOT KEPT:        '.
            05  RF-NOT-KEPT       PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE
                '  NO HISTORY:'.
            05  RF-NOT-LOGGED     PIC ZZZ,ZZ9.

        01  RENAME-CONTROLS.
            05  WS-OLD-XFER-NAME     PIC X(40)
                                      VALUE 'GLENCOE-XFER.TXT'.
            05  WS-NEW-XFER-NAME     PIC X(40)
                                      VALUE 'GLENCOE-XFER.NEW'.
            05  WS-RENAME-RC         PIC S9(9) COMP-5.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           IF RUN-IS-RELEASE
              PERFORM 600-RELEASE-TRANSFERS
           ELSE
              PERFORM 200-LOAD-STOCK-BALANCES
              IF NOT RUN-IS-HELD
                 PERFORM 220-LOAD-REORDER-POINTS
                 PERFORM 230-LOAD-DEMAND
                 PERFORM 240-LOAD-UNPOSTED-TRANSFERS
                 PERFORM 250-LOAD-ORDER-ALLOCATIONS
                 PERFORM 300-SIZE-SURPLUS-AND-NEED
                 PERFORM 400-PROPOSE-TRANSFERS
              END-IF
           END-IF
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT REBALANCE-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO RH-MONTH
           MOVE WS-DATE(7:2) TO RH-DAY
           MOVE WS-DATE(1:4) TO RH-YEAR

      *    no parameter record means a normal nightly proposal --
      *    releasing is always a manager's deliberate act
           MOVE SPACES TO RB-WAREHOUSE-ID
           OPEN INPUT REBALANCE-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ REBALANCE-PARM-FILE
                 AT END
                    MOVE SPACES TO RB-WAREHOUSE-ID
                 NOT AT END
                    IF RB-MODE-RELEASE
                       MOVE RB-MODE TO WS-RUN-MODE
                    ELSE
                       MOVE SPACES TO RB-WAREHOUSE-ID
                    END-IF
              END-READ
              CLOSE REBALANCE-PARM-FILE
           END-IF

           WRITE REBALANCE-REPORT-RECORD FROM REBALANCE-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE WS-RUN-MODE TO RH-MODE
           IF RUN-IS-RELEASE AND RB-WAREHOUSE-ID NOT = SPACES
              MOVE 'SHIPPING FROM: ' TO RH-WAREHOUSE-LIT
              MOVE RB-WAREHOUSE-ID TO RH-WAREHOUSE-ID
           END-IF
           MOVE REBALANCE-HEADING-TWO TO REBALANCE-REPORT-RECORD
           WRITE REBALANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE REBALANCE-COLUMN-HEADING TO REBALANCE-REPORT-RECORD
           WRITE REBALANCE-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        200-LOAD-STOCK-BALANCES.

      *    proposing from an unreadable master would move stock
      *    that may not be there -- hold the run instead
           OPEN INPUT CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              PERFORM UNTIL NO-MORE-MASTER
                 READ CANDY-MASTER-FILE
                    AT END
                       MOVE 'N' TO MASTER-EOF-FLAG
                    NOT AT END
                       PERFORM 210-LOAD-MASTER-ELEMENTS
                 END-READ
              END-PERFORM
              CLOSE CANDY-MASTER-FILE
           ELSE
              MOVE 'YES' TO WS-RUN-HELD
              MOVE MASTER-HELD-LINE TO REBALANCE-REPORT-RECORD
              WRITE REBALANCE-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        210-LOAD-MASTER-ELEMENTS.

           IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
              PERFORM VARYING SUB FROM 1 BY 1
                    UNTIL SUB > CANDY-COUNT
      *          an element the table cannot hold is simply not
      *          considered -- it can neither give nor receive, and
      *          the count is shown at the foot of the report
                 IF SB-ENTRY-COUNT NOT < 999
                    ADD 1 TO WS-SB-DROPPED
                 ELSE
                    ADD 1 TO SB-ENTRY-COUNT
                    MOVE WAREHOUSE-ID
                       TO SB-WAREHOUSE-ID (SB-ENTRY-COUNT)
                    MOVE VENDOR-ID TO SB-VENDOR-ID (SB-ENTRY-COUNT)
                    MOVE CANDY-ID TO SB-CANDY-ID (SB-ENTRY-COUNT)
                    MOVE CANDY-NAME (SUB)
                       TO SB-CANDY-NAME (SB-ENTRY-COUNT)
                    IF CASES-IN-STOCK (SUB) IS NUMERIC
                       MOVE CASES-IN-STOCK (SUB)
                          TO SB-ON-HAND (SB-ENTRY-COUNT)
                    ELSE
                       MOVE ZEROS TO SB-ON-HAND (SB-ENTRY-COUNT)
                    END-IF
                    MOVE ZEROS TO SB-REORDER-POINT (SB-ENTRY-COUNT)
                       SB-ALLOCATED-QTY (SB-ENTRY-COUNT)
                       SB-WEEKLY-RATE (SB-ENTRY-COUNT)
                       SB-KEEP-QTY (SB-ENTRY-COUNT)
                       SB-SURPLUS (SB-ENTRY-COUNT)
                       SB-NEED (SB-ENTRY-COUNT)
                    MOVE 'N' TO SB-HAS-ROP (SB-ENTRY-COUNT)
                       SB-COVERED (SB-ENTRY-COUNT)
                 END-IF
              END-PERFORM
           END-IF
           .

        220-LOAD-REORDER-POINTS.

           OPEN INPUT REORDER-POINT-FILE
           IF WS-ROP-STATUS = '00'
              PERFORM UNTIL NO-MORE-ROP
                 READ REORDER-POINT-FILE
                    AT END
                       MOVE 'N' TO ROP-EOF-FLAG
                    NOT AT END
                       MOVE RP-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                       MOVE RP-VENDOR-ID TO WS-FIND-VENDOR-ID
                       MOVE RP-CANDY-ID TO WS-FIND-CANDY-ID
                       MOVE RP-CANDY-NAME TO WS-FIND-CANDY-NAME
                       PERFORM 290-FIND-STOCK-ELEMENT
                       IF ELEMENT-WAS-FOUND
                          AND RP-REORDER-POINT IS NUMERIC
                          MOVE RP-REORDER-POINT
                             TO SB-REORDER-POINT (WS-SB-HIT-SUB)
                          MOVE 'Y' TO SB-HAS-ROP (WS-SB-HIT-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REORDER-POINT-FILE
           END-IF
           .

        230-LOAD-DEMAND.

           OPEN INPUT DEMAND-HISTORY-FILE
           IF WS-DMND-STATUS = '00'
              PERFORM UNTIL NO-MORE-DMND
                 READ DEMAND-HISTORY-FILE
                    AT END
                       MOVE 'N' TO DMND-EOF-FLAG
                    NOT AT END
                       MOVE DH-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                       MOVE DH-VENDOR-ID TO WS-FIND-VENDOR-ID
                       MOVE DH-CANDY-ID TO WS-FIND-CANDY-ID
                       MOVE DH-CANDY-NAME TO WS-FIND-CANDY-NAME
                       PERFORM 290-FIND-STOCK-ELEMENT
                       IF ELEMENT-WAS-FOUND
                          AND DH-WEEKLY-RATE IS NUMERIC
                          MOVE DH-WEEKLY-RATE
                             TO SB-WEEKLY-RATE (WS-SB-HIT-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DEMAND-HISTORY-FILE
           END-IF
           .

        240-LOAD-UNPOSTED-TRANSFERS.

      *    a warehouse with a released transfer inbound that has
      *    not posted yet is already being restocked -- it is not
      *    proposed again.  the transfer waits on the live file
      *    until the cutoff and in the closed batch until the
      *    posting run takes it; once posted it is in the master
           OPEN INPUT INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS = '00'
              PERFORM UNTIL NO-MORE-TRANS
                 READ INVENTORY-TRAN-FILE
                    AT END
                       MOVE 'N' TO TRAN-EOF-FLAG
                    NOT AT END
                       MOVE INVENTORY-TRAN-RECORD TO UNPOSTED-TRANSFER
                       PERFORM 245-NOTE-UNPOSTED-TRANSFER
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
                       PERFORM 245-NOTE-UNPOSTED-TRANSFER
                 END-READ
              END-PERFORM
              CLOSE CLOSED-BATCH-FILE
           END-IF
           .

        245-NOTE-UNPOSTED-TRANSFER.

           IF UT-TRANSFER AND UT-FROM-REBALANCING
              MOVE UT-TO-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
              MOVE UT-VENDOR-ID TO WS-FIND-VENDOR-ID
              MOVE UT-CANDY-ID TO WS-FIND-CANDY-ID
              MOVE UT-CANDY-NAME TO WS-FIND-CANDY-NAME
              PERFORM 290-FIND-STOCK-ELEMENT
              IF ELEMENT-WAS-FOUND
                 MOVE 'Y' TO SB-COVERED (WS-SB-HIT-SUB)
              END-IF
           END-IF
           .

        250-LOAD-ORDER-ALLOCATIONS.

      *    cases allocated to an open customer order are promised
      *    at that warehouse -- they stay there whatever the
      *    reorder point says.  an absent order file just means
      *    nothing is outstanding
           OPEN INPUT SALES-ORDER-FILE
           IF WS-SORDER-STATUS = '00'
              PERFORM UNTIL NO-MORE-ORDERS
                 READ SALES-ORDER-FILE
                    AT END
                       MOVE 'N' TO SORDER-EOF-FLAG
                    NOT AT END
                       IF NOT SO-NO-LONGER-OPEN
                          AND SO-ALLOCATED-QTY IS NUMERIC
                          MOVE SO-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                          MOVE SO-VENDOR-ID TO WS-FIND-VENDOR-ID
                          MOVE SO-CANDY-ID TO WS-FIND-CANDY-ID
                          MOVE SO-CANDY-NAME TO WS-FIND-CANDY-NAME
                          PERFORM 290-FIND-STOCK-ELEMENT
                          IF ELEMENT-WAS-FOUND
                             ADD SO-ALLOCATED-QTY
                                TO SB-ALLOCATED-QTY (WS-SB-HIT-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE SALES-ORDER-FILE
           END-IF
           .

        290-FIND-STOCK-ELEMENT.

           MOVE 'NO' TO WS-ELEMENT-FOUND
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                 UNTIL WS-SB-SUB > SB-ENTRY-COUNT
                 OR ELEMENT-WAS-FOUND
              IF SB-WAREHOUSE-ID (WS-SB-SUB) = WS-FIND-WAREHOUSE-ID
                    AND SB-VENDOR-ID (WS-SB-SUB) = WS-FIND-VENDOR-ID
                    AND SB-CANDY-ID (WS-SB-SUB) = WS-FIND-CANDY-ID
                    AND SB-CANDY-NAME (WS-SB-SUB)
                       = WS-FIND-CANDY-NAME
                 MOVE 'YES' TO WS-ELEMENT-FOUND
                 MOVE WS-SB-SUB TO WS-SB-HIT-SUB
              END-IF
           END-PERFORM
           .

        300-SIZE-SURPLUS-AND-NEED.

           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                 UNTIL WS-SB-SUB > SB-ENTRY-COUNT

      *       what a warehouse keeps before it gives anything away;
      *       only stock not allocated to a customer order counts
              COMPUTE SB-KEEP-QTY (WS-SB-SUB) ROUNDED =
                 SB-REORDER-POINT (WS-SB-SUB)
                 + SB-WEEKLY-RATE (WS-SB-SUB) * WS-DONOR-KEEP-WEEKS
                 ON SIZE ERROR MOVE 99999 TO SB-KEEP-QTY (WS-SB-SUB)
              END-COMPUTE
              IF SB-KEEP-QTY (WS-SB-SUB) < WS-MIN-KEEP-CASES
                 MOVE WS-MIN-KEEP-CASES TO SB-KEEP-QTY (WS-SB-SUB)
              END-IF
              IF SB-ON-HAND (WS-SB-SUB) - SB-ALLOCATED-QTY (WS-SB-SUB)
                    > SB-KEEP-QTY (WS-SB-SUB)
                 COMPUTE SB-SURPLUS (WS-SB-SUB) =
                    SB-ON-HAND (WS-SB-SUB)
                    - SB-ALLOCATED-QTY (WS-SB-SUB)
                    - SB-KEEP-QTY (WS-SB-SUB)
              END-IF

      *       only a candy with a measured reorder point can be
      *       said to be below it
              IF SB-ROP-KNOWN (WS-SB-SUB)
                 AND SB-ON-HAND (WS-SB-SUB)
                    < SB-REORDER-POINT (WS-SB-SUB)
                 IF SB-IS-COVERED (WS-SB-SUB)
                    ADD 1 TO WS-COVERED-COUNT
                 ELSE
                    COMPUTE WS-TARGET-QTY ROUNDED =
                       SB-REORDER-POINT (WS-SB-SUB)
                       + SB-WEEKLY-RATE (WS-SB-SUB) * WS-COVER-WEEKS
                       ON SIZE ERROR MOVE 9999 TO WS-TARGET-QTY
                    END-COMPUTE
                    IF SB-ON-HAND (WS-SB-SUB) < 0
                       COMPUTE SB-NEED (WS-SB-SUB) =
                          WS-TARGET-QTY - SB-ON-HAND (WS-SB-SUB)
                    ELSE
                       IF WS-TARGET-QTY > SB-ON-HAND (WS-SB-SUB)
                          COMPUTE SB-NEED (WS-SB-SUB) =
                             WS-TARGET-QTY - SB-ON-HAND (WS-SB-SUB)
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .

        400-PROPOSE-TRANSFERS.

           OPEN OUTPUT PROPOSED-TRANSFER-FILE

           PERFORM VARYING WS-RCV-SUB FROM 1 BY 1
                 UNTIL WS-RCV-SUB > SB-ENTRY-COUNT
              IF SB-NEED (WS-RCV-SUB) > 0
                 PERFORM 410-FILL-ONE-NEED
                 IF SB-NEED (WS-RCV-SUB) > 0
                    PERFORM 450-WRITE-SHORT-LINE
                 END-IF
              END-IF
           END-PERFORM

           CLOSE PROPOSED-TRANSFER-FILE

           IF WS-XFERS-PROPOSED = 0
              MOVE REBALANCE-NONE-LINE TO REBALANCE-REPORT-RECORD
              WRITE REBALANCE-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        410-FILL-ONE-NEED.

      *    the biggest surplus of the same candy gives first, so
      *    a need is met with as few trucks as possible
           MOVE 1 TO WS-BEST-SUB
           PERFORM UNTIL SB-NEED (WS-RCV-SUB) = 0
                      OR WS-BEST-SUB = 0
              MOVE 0 TO WS-BEST-SUB
              MOVE 0 TO WS-BEST-SURPLUS
              PERFORM VARYING WS-DON-SUB FROM 1 BY 1
                    UNTIL WS-DON-SUB > SB-ENTRY-COUNT
                 IF SB-WAREHOUSE-ID (WS-DON-SUB)
                       NOT = SB-WAREHOUSE-ID (WS-RCV-SUB)
                       AND SB-VENDOR-ID (WS-DON-SUB)
                          = SB-VENDOR-ID (WS-RCV-SUB)
                       AND SB-CANDY-ID (WS-DON-SUB)
                          = SB-CANDY-ID (WS-RCV-SUB)
                       AND SB-CANDY-NAME (WS-DON-SUB)
                          = SB-CANDY-NAME (WS-RCV-SUB)
                       AND SB-SURPLUS (WS-DON-SUB) > WS-BEST-SURPLUS
                    MOVE WS-DON-SUB TO WS-BEST-SUB
                    MOVE SB-SURPLUS (WS-DON-SUB) TO WS-BEST-SURPLUS
                 END-IF
              END-PERFORM
              IF WS-BEST-SUB > 0
                 PERFORM 420-WRITE-PROPOSED-TRANSFER
              END-IF
           END-PERFORM
           .

        420-WRITE-PROPOSED-TRANSFER.

           IF WS-BEST-SURPLUS < SB-NEED (WS-RCV-SUB)
              MOVE WS-BEST-SURPLUS TO WS-XFER-QTY
           ELSE
              MOVE SB-NEED (WS-RCV-SUB) TO WS-XFER-QTY
           END-IF
      *    a transaction carries at most 9999 cases
           IF WS-XFER-QTY > 9999
              MOVE 9999 TO WS-XFER-QTY
           END-IF

           MOVE 'T' TO XP-RECORD-TYPE
           MOVE SB-WAREHOUSE-ID (WS-BEST-SUB) TO XP-WAREHOUSE-ID
           MOVE SB-VENDOR-ID (WS-RCV-SUB) TO XP-VENDOR-ID
           MOVE SB-CANDY-ID (WS-RCV-SUB) TO XP-CANDY-ID
           MOVE SB-CANDY-NAME (WS-RCV-SUB) TO XP-CANDY-NAME
           MOVE WS-XFER-QTY TO XP-CASE-QTY
           MOVE SB-WAREHOUSE-ID (WS-RCV-SUB) TO XP-TO-WAREHOUSE-ID
      *    marked as a rebalancing move rather than a transfer
      *    keyed by hand; it posts like any other transfer
           MOVE 'R' TO XP-SOURCE-CODE
           WRITE PROPOSED-TRANSFER-RECORD
           ADD 1 TO WS-XFERS-PROPOSED
           ADD WS-XFER-QTY TO WS-CASES-PROPOSED

           MOVE SB-WAREHOUSE-ID (WS-BEST-SUB) TO RL-FROM-WAREHOUSE
           MOVE SB-WAREHOUSE-ID (WS-RCV-SUB) TO RL-TO-WAREHOUSE
           MOVE SB-VENDOR-ID (WS-RCV-SUB) TO RL-VENDOR-ID
           MOVE SB-CANDY-ID (WS-RCV-SUB) TO RL-CANDY-ID
           MOVE SB-CANDY-NAME (WS-RCV-SUB) TO RL-CANDY-NAME
           MOVE WS-XFER-QTY TO RL-CASES
           MOVE SB-ON-HAND (WS-BEST-SUB) TO RL-FROM-ON-HAND
           MOVE SB-ALLOCATED-QTY (WS-BEST-SUB) TO RL-FROM-ALLOC
           MOVE SB-KEEP-QTY (WS-BEST-SUB) TO RL-FROM-KEEP
           MOVE SB-ON-HAND (WS-RCV-SUB) TO RL-TO-ON-HAND
           MOVE SB-REORDER-POINT (WS-RCV-SUB) TO RL-TO-ROP
           MOVE REBALANCE-DETAIL-LINE TO REBALANCE-REPORT-RECORD
           WRITE REBALANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           SUBTRACT WS-XFER-QTY FROM SB-SURPLUS (WS-BEST-SUB)
           SUBTRACT WS-XFER-QTY FROM SB-NEED (WS-RCV-SUB)
           .

        450-WRITE-SHORT-LINE.

           MOVE SB-WAREHOUSE-ID (WS-RCV-SUB) TO RS-TO-WAREHOUSE
           MOVE SB-VENDOR-ID (WS-RCV-SUB) TO RS-VENDOR-ID
           MOVE SB-CANDY-ID (WS-RCV-SUB) TO RS-CANDY-ID
           MOVE SB-CANDY-NAME (WS-RCV-SUB) TO RS-CANDY-NAME
           MOVE SB-NEED (WS-RCV-SUB) TO RS-SHORT-QTY
           MOVE REBALANCE-SHORT-LINE TO REBALANCE-REPORT-RECORD
           WRITE REBALANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SHORT-COUNT
           .

        600-RELEASE-TRANSFERS.

           OPEN INPUT PROPOSED-TRANSFER-FILE
           IF WS-XFER-STATUS NOT = '00'
              MOVE RELEASE-NONE-LINE TO REBALANCE-REPORT-RECORD
              WRITE REBALANCE-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              PERFORM 605-OPEN-RELEASE-FILES
              IF RUN-IS-HELD
                 CLOSE PROPOSED-TRANSFER-FILE
              ELSE
                 PERFORM UNTIL NO-MORE-XFER
                    READ PROPOSED-TRANSFER-FILE
                       AT END
                          MOVE 'N' TO XFER-EOF-FLAG
                       NOT AT END
                          PERFORM 610-RELEASE-ONE-TRANSFER
                    END-READ
                 END-PERFORM
                 CLOSE PROPOSED-TRANSFER-FILE
                     NEW-PROPOSED-FILE
                     RELEASED-TRANSFER-FILE
                     INVENTORY-TRAN-FILE

      *          the proposals not released replace the file, the
      *          same swap the vendor maintenance run uses.  the
      *          swap goes ahead even when a kept proposal could not
      *          be written -- tomorrow's proposal run offers it
      *          again, where a file still holding today's releases
      *          would release them twice
                 CALL 'CBL_DELETE_FILE' USING WS-OLD-XFER-NAME
                    RETURNING WS-RENAME-RC
                 CALL 'CBL_RENAME_FILE' USING WS-NEW-XFER-NAME
                    WS-OLD-XFER-NAME
                    RETURNING WS-RENAME-RC
                 IF WS-RENAME-RC NOT = 0
                    MOVE 'YES' TO WS-RUN-HELD
                    MOVE SWAP-HELD-LINE TO REBALANCE-REPORT-RECORD
                    WRITE REBALANCE-REPORT-RECORD
                        AFTER ADVANCING 2 LINES
                 END-IF
              END-IF
           END-IF
           .

        605-OPEN-RELEASE-FILES.

      *    released transfers join today's keying on the live file,
      *    ahead of the next batch cutoff.  only a missing file is
      *    started fresh -- any other failure holds the release
      *    rather than risk emptying the day's keying, the release
      *    history, or losing track of what is still proposed
           OPEN EXTEND INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS = '35'
              OPEN OUTPUT INVENTORY-TRAN-FILE
           END-IF
           IF WS-TRAN-STATUS = '00'
              OPEN EXTEND RELEASED-TRANSFER-FILE
              IF WS-XFERREL-STATUS = '35'
                 OPEN OUTPUT RELEASED-TRANSFER-FILE
              END-IF
              IF WS-XFERREL-STATUS = '00'
                 OPEN OUTPUT NEW-PROPOSED-FILE
                 IF WS-NEWXFER-STATUS NOT = '00'
                    CLOSE RELEASED-TRANSFER-FILE
                 END-IF
              END-IF
              IF WS-XFERREL-STATUS NOT = '00'
                    OR WS-NEWXFER-STATUS NOT = '00'
                 CLOSE INVENTORY-TRAN-FILE
              END-IF
           END-IF

           MOVE SPACES TO REBALANCE-REPORT-RECORD
           EVALUATE TRUE
              WHEN WS-TRAN-STATUS NOT = '00'
                 MOVE RELEASE-HELD-LINE TO REBALANCE-REPORT-RECORD
              WHEN WS-XFERREL-STATUS NOT = '00'
                 MOVE HISTORY-HELD-LINE TO REBALANCE-REPORT-RECORD
              WHEN WS-NEWXFER-STATUS NOT = '00'
                 MOVE NEW-PROPOSED-HELD-LINE TO REBALANCE-REPORT-RECORD
           END-EVALUATE
           IF REBALANCE-REPORT-RECORD NOT = SPACES
              MOVE 'YES' TO WS-RUN-HELD
              WRITE REBALANCE-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        610-RELEASE-ONE-TRANSFER.

           MOVE XP-WAREHOUSE-ID TO RR-FROM-WAREHOUSE
           MOVE XP-TO-WAREHOUSE-ID TO RR-TO-WAREHOUSE
           MOVE XP-VENDOR-ID TO RR-VENDOR-ID
           MOVE XP-CANDY-ID TO RR-CANDY-ID
           MOVE XP-CANDY-NAME TO RR-CANDY-NAME
           IF XP-CASE-QTY IS NUMERIC
              MOVE XP-CASE-QTY TO RR-CASES
           ELSE
              MOVE ZEROS TO RR-CASES
           END-IF

      *    the live file is written first: a transfer only counts
      *    as released once it is there, and one that did not get
      *    there stays proposed with no history line behind it.
      *    the history is written only for a transfer that made
      *    the live file -- one it misses is still released, and
      *    is counted so the gap can be filled in by hand
           IF RB-WAREHOUSE-ID = SPACES
                 OR RB-WAREHOUSE-ID = XP-WAREHOUSE-ID
              MOVE PROPOSED-TRANSFER-RECORD TO INVENTORY-TRAN-RECORD
              WRITE INVENTORY-TRAN-RECORD
              IF WS-TRAN-STATUS = '00'
                 ADD 1 TO WS-XFERS-RELEASED
                 MOVE 'RELEASED' TO RR-RESULT
                 MOVE PROPOSED-TRANSFER-RECORD
                    TO RELEASED-TRANSFER-RECORD (1:33)
                 MOVE WS-DATE-NUM TO XR-RELEASE-DATE
                 WRITE RELEASED-TRANSFER-RECORD
                 IF WS-XFERREL-STATUS NOT = '00'
                    ADD 1 TO WS-XFERS-NOT-LOGGED
                    MOVE 'YES' TO WS-RUN-HELD
                 END-IF
              ELSE
                 ADD 1 TO WS-XFERS-NOT-RELEASED
                 MOVE 'YES' TO WS-RUN-HELD
                 PERFORM 620-KEEP-PROPOSAL
                 MOVE 'NOT RELEASED' TO RR-RESULT
              END-IF
           ELSE
              PERFORM 620-KEEP-PROPOSAL
              MOVE 'STILL PROPOSED' TO RR-RESULT
           END-IF

           MOVE RELEASE-DETAIL-LINE TO REBALANCE-REPORT-RECORD
           WRITE REBALANCE-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        620-KEEP-PROPOSAL.

           MOVE PROPOSED-TRANSFER-RECORD TO NEW-PROPOSED-RECORD
           WRITE NEW-PROPOSED-RECORD
           IF WS-NEWXFER-STATUS = '00'
              ADD 1 TO WS-XFERS-KEPT
           ELSE
              ADD 1 TO WS-XFERS-NOT-KEPT
              MOVE 'YES' TO WS-RUN-HELD
           END-IF
           .

        800-END-OF-FILE-ROUTINE.

           IF RUN-IS-RELEASE
              MOVE WS-XFERS-RELEASED TO RT-RELEASED
              MOVE WS-XFERS-KEPT TO RT-KEPT
              MOVE RELEASE-TOTAL-LINE TO REBALANCE-REPORT-RECORD
              WRITE REBALANCE-REPORT-RECORD
                  AFTER ADVANCING 3 LINES
              IF WS-XFERS-NOT-RELEASED > 0 OR WS-XFERS-NOT-KEPT > 0
                    OR WS-XFERS-NOT-LOGGED > 0
                 MOVE WS-XFERS-NOT-RELEASED TO RF-NOT-RELEASED
                 MOVE WS-XFERS-NOT-KEPT TO RF-NOT-KEPT
                 MOVE WS-XFERS-NOT-LOGGED TO RF-NOT-LOGGED
                 MOVE RELEASE-FAILED-LINE TO REBALANCE-REPORT-RECORD
                 WRITE REBALANCE-REPORT-RECORD
                     AFTER ADVANCING 1 LINE
              END-IF
           ELSE
              MOVE WS-XFERS-PROPOSED TO PT-XFERS
              MOVE WS-CASES-PROPOSED TO PT-CASES
              MOVE WS-SHORT-COUNT TO PT-SHORT
              MOVE PROPOSE-TOTAL-LINE TO REBALANCE-REPORT-RECORD
              WRITE REBALANCE-REPORT-RECORD
                  AFTER ADVANCING 3 LINES
              IF WS-COVERED-COUNT > 0
                 MOVE WS-COVERED-COUNT TO PT-COVERED
                 MOVE COVERED-TOTAL-LINE TO REBALANCE-REPORT-RECORD
                 WRITE REBALANCE-REPORT-RECORD
                     AFTER ADVANCING 1 LINE
              END-IF
              IF WS-SB-DROPPED > 0
                 MOVE WS-SB-DROPPED TO TC-DROPPED
                 MOVE TABLE-CAPPED-LINE TO REBALANCE-REPORT-RECORD
                 WRITE REBALANCE-REPORT-RECORD
                     AFTER ADVANCING 1 LINE
              END-IF
           END-IF

           CLOSE REBALANCE-REPORT

           IF RUN-IS-HELD
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
