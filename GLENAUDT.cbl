        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENAUDT.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that proves the
      *  stock files agree with each other.  Four files describe
      *  the same candy -- the master, the lots, the ledger and the
      *  purchase orders -- and until now nothing checked that they
      *  tell the same story.  Lots fall off when the posting run's
      *  lot table fills, and stock that was never lotted has no
      *  age at all, so the operations desk declares that stock as
      *  an undated balance and this run holds everyone to it.
      * ***************
      *  INPUT:
      *     The CANDY MASTER FILE, read through for CASES IN STOCK
      *     of every warehouse / vendor / candy.
      *
      *     The CANDY LOT FILE: the remaining cases on every open
      *     lot.
      *
      *     The UNDATED BALANCE FILE kept by the operations desk:
      *     the cases of each candy that have no lot, declared so
      *     that the lots plus the undated balance must equal the
      *     master.  A candy not on it is declared zero.
      *
      *     The POSTED LEDGER FILE: the after-stock of the last
      *     movement posted to each candy, and its total receipts.
      *
      *     The OPEN PURCHASE ORDER FILE and the CLOSED PURCHASE
      *     ORDER FILE: the cases received against each candy's
      *     purchase order lines.
      *
      * ***************
      *  OUTPUT:
      *     The OUT-OF-BALANCE REPORT lists every candy that does
      *     not tie:
      *         1.  MASTER STOCK NOT EQUAL TO OPEN LOTS PLUS THE
      *             DECLARED UNDATED BALANCE
      *         2.  MASTER STOCK NOT EQUAL TO THE AFTER-STOCK OF
      *             ITS LAST LEDGER MOVEMENT
      *         3.  CASES RECEIVED ON ITS PURCHASE ORDER LINES MORE
      *             THAN THE RECEIPTS POSTED TO THE LEDGER (A
      *             RECEIPT WITH NO PURCHASE ORDER IS ALLOWED, SO
      *             FEWER IS NOT AN ERROR)
      *     with a count of each at the foot.
      *
      *     RETURN CODE 8 when anything is out of balance or the
      *     audit could not see every candy, so the nightly stream
      *     stops on it.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT CANDY-LOT-FILE
                ASSIGN TO 'GLENCOE-LOT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOT-STATUS.
            SELECT UNDATED-BALANCE-FILE
                ASSIGN TO 'GLENCOE-UNDATED.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-UNDATED-STATUS.
            SELECT POSTED-LEDGER-FILE
                ASSIGN TO 'GLENCOE-LEDGER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
            SELECT OPEN-PO-FILE
                ASSIGN TO 'GLENCOE-OPENPO.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPENPO-STATUS.
            SELECT CLOSED-PO-FILE
                ASSIGN TO 'GLENCOE-POHIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POHIST-STATUS.
            SELECT AUDIT-REPORT
                ASSIGN TO PRINTER 'GLENCOE-AUDIT.TXT'.

        DATA DIVISION.
        FILE SECTION.

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

        FD    CANDY-LOT-FILE
            RECORD CONTAINS 39 CHARACTERS.

        01  CANDY-LOT-RECORD.
            05  LOT-WAREHOUSE-ID      PIC X(4).
            05  LOT-VENDOR-ID         PIC X(1).
            05  LOT-CANDY-ID          PIC X(3).
            05  LOT-CANDY-NAME        PIC X(15).
            05  LOT-RECEIPT-DATE      PIC 9(8).
            05  LOT-ORIG-QTY          PIC 9(4).
            05  LOT-REMAINING-QTY     PIC 9(4).

        FD    UNDATED-BALANCE-FILE
            RECORD CONTAINS 27 CHARACTERS.

        01  UNDATED-BALANCE-RECORD.
            05  UB-WAREHOUSE-ID       PIC X(4).
            05  UB-VENDOR-ID          PIC X(1).
            05  UB-CANDY-ID           PIC X(3).
            05  UB-CANDY-NAME         PIC X(15).
            05  UB-UNDATED-QTY        PIC S9(4).

        FD    POSTED-LEDGER-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  POSTED-LEDGER-RECORD.
            05  LG-POST-DATE          PIC 9(8).
            05  LG-RECORD-TYPE        PIC X(1).
            05  LG-WAREHOUSE-ID       PIC X(4).
            05  LG-VENDOR-ID          PIC X(1).
            05  LG-CANDY-ID           PIC X(3).
            05  LG-CANDY-NAME         PIC X(15).
            05  LG-CASE-QTY           PIC S9(4).
            05  LG-BEFORE-STOCK       PIC S9(4).
            05  LG-AFTER-STOCK        PIC S9(4).
            05  LG-SOURCE-CODE        PIC X(1).
            05  LG-REASON-CODE        PIC X(2).

        FD    OPEN-PO-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  OPEN-PO-RECORD.
            05  OP-PO-LINE            PIC X(51).
            05  OP-RECEIPT-DATES      PIC X(16).

        FD    CLOSED-PO-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  CLOSED-PO-RECORD.
            05  PH-PO-LINE            PIC X(51).
            05  PH-CLOSED-DATE        PIC 9(8).
            05  PH-RECEIPT-DATES      PIC X(16).

        FD   AUDIT-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  AUDIT-REPORT-RECORD       PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  MASTER-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-MASTER                 VALUE 'N'.
            05  LOT-EOF-FLAG             PIC X     VALUE ' '.
                88  NO-MORE-LOTS                   VALUE 'N'.
            05  UNDATED-EOF-FLAG         PIC X     VALUE ' '.
                88  NO-MORE-UNDATED                VALUE 'N'.
            05  LEDGER-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-LEDGER                 VALUE 'N'.
            05  OPENPO-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-OPEN-PO                VALUE 'N'.
            05  POHIST-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-CLOSED-PO              VALUE 'N'.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-LOT-STATUS            PIC XX.
            05  WS-UNDATED-STATUS        PIC XX.
            05  WS-LEDGER-STATUS         PIC XX.
            05  WS-OPENPO-STATUS         PIC XX.
            05  WS-POHIST-STATUS         PIC XX.
            05  WS-ELEMENT-FOUND         PIC X(3)  VALUE 'NO'.
                88  ELEMENT-WAS-FOUND              VALUE 'YES'.
            05  WS-AUDIT-REFUSED         PIC X(3)  VALUE 'NO'.
                88  AUDIT-WAS-REFUSED              VALUE 'YES'.

        01  SUB  PIC 99   VALUE 1.

      *    one PO line off either file, in the open-PO layout
        01  PO-LINE-WORK.
            05  PW-PO-NUMBER             PIC X(11).
            05  PW-VENDOR-ID             PIC X(1).
            05  PW-WAREHOUSE-ID          PIC X(4).
            05  PW-CANDY-ID              PIC X(3).
            05  PW-CANDY-NAME            PIC X(15).
            05  PW-ORDER-QTY             PIC 9(4).
            05  PW-ORDER-DATE            PIC 9(8).
            05  PW-RECEIVED-QTY          PIC 9(4).
            05  PW-STATUS                PIC X(1).

      *    every candy any of the files knows about, with what each
      *    file says about it
        01  AUDIT-ELEMENT-TABLE.
            05  AE-ENTRY-COUNT           PIC 9(4)  VALUE 0.
            05  AUDIT-ELEMENT-ENTRY OCCURS 1 TO 999 TIMES
                    DEPENDING ON AE-ENTRY-COUNT.
                10  AE-WAREHOUSE-ID      PIC X(4).
                10  AE-VENDOR-ID         PIC X(1).
                10  AE-CANDY-ID          PIC X(3).
                10  AE-CANDY-NAME        PIC X(15).
                10  AE-ON-MASTER         PIC X(1).
                    88  AE-IS-ON-MASTER            VALUE 'Y'.
                10  AE-MASTER-STOCK      PIC S9(5).
                10  AE-LOT-QTY           PIC S9(7).
                10  AE-UNDATED-QTY       PIC S9(7).
                10  AE-HAS-LEDGER        PIC X(1).
                    88  AE-LEDGER-SEEN             VALUE 'Y'.
                10  AE-LAST-AFTER-STOCK  PIC S9(5).
                10  AE-LEDGER-RECEIPTS   PIC S9(7).
                10  AE-PO-RECEIVED       PIC S9(7).

        01  AUDIT-CONTROLS.
            05  WS-AE-SUB                PIC 9(4).
            05  WS-AE-HIT-SUB            PIC 9(4).
            05  WS-FIND-WAREHOUSE-ID     PIC X(4).
            05  WS-FIND-VENDOR-ID        PIC X(1).
            05  WS-FIND-CANDY-ID         PIC X(3).
            05  WS-FIND-CANDY-NAME       PIC X(15).
      *    PO lines carry the report run's 13-byte working name, so
      *    only that much of the name is compared for them
            05  WS-FIND-NAME-LENGTH      PIC 99.
            05  WS-EXPECTED              PIC S9(7).
            05  WS-FOUND                 PIC S9(7).
            05  WS-ELEMENTS-DROPPED      PIC 9(7)  VALUE 0.
            05  WS-ELEMENTS-CHECKED      PIC 9(7)  VALUE 0.
            05  WS-LOT-FAILS             PIC 9(7)  VALUE 0.
            05  WS-LEDGER-FAILS          PIC 9(7)  VALUE 0.
            05  WS-PO-FAILS              PIC 9(7)  VALUE 0.
            05  WS-NO-LEDGER-COUNT       PIC 9(7)  VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  AUDIT-HEADING-ONE.

            05  FILLER            PIC X(14)  VALUE SPACES.
            05  FILLER            PIC X(38)  VALUE
                'INVENTORY INTEGRITY - OUT OF BALANCE'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  AH-MONTH          PIC 99/.
            05  AH-DAY            PIC 99/.
            05  AH-YEAR           PIC 9999.

        01  AUDIT-COLUMN-HEADING.

            05  FILLER            PIC X(6)   VALUE 'WHSE'.
            05  FILLER            PIC X(3)   VALUE 'V'.
            05  FILLER            PIC X(5)   VALUE 'CDY'.
            05  FILLER            PIC X(17)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(19)  VALUE 'CHECK'.
            05  FILLER            PIC X(9)   VALUE ' EXPECTED'.
            05  FILLER            PIC X(9)   VALUE '    FOUND'.
            05  FILLER            PIC X(9)   VALUE '     DIFF'.

        01  AUDIT-DETAIL-LINE.

            05  AD-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  AD-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  AD-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  AD-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  AD-CHECK          PIC X(18).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  AD-EXPECTED       PIC ----,--9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  AD-FOUND          PIC ----,--9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  AD-DIFFERENCE     PIC ----,--9.

        01  AUDIT-CLEAN-LINE.

            05  FILLER            PIC X(40)  VALUE
                'ALL STOCK FILES TIE - NOTHING TO REPORT'.

        01  AUDIT-REFUSED-LINE.

            05  FILLER            PIC X(50)  VALUE
                'MASTER PR3FA19.DAT NOT READABLE - AUDIT NOT RUN'.

        01  AUDIT-TOTAL-LINE.

            05  FILLER            PIC X(30)  VALUE
                'CANDY ELEMENTS CHECKED:'.
            05  ATL-CHECKED       PIC ZZZ,ZZ9.

        01  AUDIT-COUNT-LINE.

            05  FILLER            PIC X(30)  VALUE
                '  LOTS + UNDATED NOT TIED:'.
            05  ACL-LOT-FAILS     PIC ZZZ,ZZ9.
            05  FILLER            PIC X(23)  VALUE
                '   LEDGER NOT TIED:'.
            05  ACL-LEDGER-FAILS  PIC ZZZ,ZZ9.

        01  AUDIT-PO-COUNT-LINE.

            05  FILLER            PIC X(30)  VALUE
                '  PO RECEIPTS NOT TIED:'.
            05  ACL-PO-FAILS      PIC ZZZ,ZZ9.
            05  FILLER            PIC X(23)  VALUE
                '   NO LEDGER HISTORY:'.
            05  ACL-NO-LEDGER     PIC ZZZ,ZZ9.

        01  AUDIT-CAPPED-LINE.

            05  FILLER            PIC X(30)  VALUE
                'AUDIT TABLE FULL - RECORDS FOR'.
            05  ACP-DROPPED       PIC ZZZ,ZZ9.
            05  FILLER            PIC X(32)  VALUE
                ' CANDIES NOT CHECKED'.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-LOAD-MASTER-STOCK
           IF NOT AUDIT-WAS-REFUSED
              PERFORM 220-LOAD-OPEN-LOTS
              PERFORM 230-LOAD-UNDATED-BALANCES
              PERFORM 240-LOAD-LEDGER
              PERFORM 250-LOAD-PO-RECEIPTS
              PERFORM 300-CHECK-ELEMENTS
           END-IF
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT AUDIT-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO AH-MONTH
           MOVE WS-DATE(7:2) TO AH-DAY
           MOVE WS-DATE(1:4) TO AH-YEAR

           WRITE AUDIT-REPORT-RECORD FROM AUDIT-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE AUDIT-COLUMN-HEADING TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        200-LOAD-MASTER-STOCK.

      *    with no master there is nothing to hold the other files
      *    to -- refuse the audit rather than pass it
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
              MOVE 'YES' TO WS-AUDIT-REFUSED
              MOVE AUDIT-REFUSED-LINE TO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        210-LOAD-MASTER-ELEMENTS.

           IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
              PERFORM VARYING SUB FROM 1 BY 1
                    UNTIL SUB > CANDY-COUNT
                 MOVE WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                 MOVE VENDOR-ID TO WS-FIND-VENDOR-ID
                 MOVE CANDY-ID TO WS-FIND-CANDY-ID
                 MOVE CANDY-NAME (SUB) TO WS-FIND-CANDY-NAME
                 MOVE 15 TO WS-FIND-NAME-LENGTH
                 PERFORM 290-FIND-OR-ADD-ELEMENT
                 IF ELEMENT-WAS-FOUND
                    MOVE 'Y' TO AE-ON-MASTER (WS-AE-HIT-SUB)
                    IF CASES-IN-STOCK (SUB) IS NUMERIC
                       ADD CASES-IN-STOCK (SUB)
                          TO AE-MASTER-STOCK (WS-AE-HIT-SUB)
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           .

        220-LOAD-OPEN-LOTS.

           OPEN INPUT CANDY-LOT-FILE
           IF WS-LOT-STATUS = '00'
              PERFORM UNTIL NO-MORE-LOTS
                 READ CANDY-LOT-FILE
                    AT END
                       MOVE 'N' TO LOT-EOF-FLAG
                    NOT AT END
                       IF LOT-REMAINING-QTY IS NUMERIC
                             AND LOT-REMAINING-QTY > 0
                          MOVE LOT-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                          MOVE LOT-VENDOR-ID TO WS-FIND-VENDOR-ID
                          MOVE LOT-CANDY-ID TO WS-FIND-CANDY-ID
                          MOVE LOT-CANDY-NAME TO WS-FIND-CANDY-NAME
                          MOVE 15 TO WS-FIND-NAME-LENGTH
                          PERFORM 290-FIND-OR-ADD-ELEMENT
                          IF ELEMENT-WAS-FOUND
                             ADD LOT-REMAINING-QTY
                                TO AE-LOT-QTY (WS-AE-HIT-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CANDY-LOT-FILE
           END-IF
           .

        230-LOAD-UNDATED-BALANCES.

      *    no undated balance file declares every candy fully
      *    lotted
           OPEN INPUT UNDATED-BALANCE-FILE
           IF WS-UNDATED-STATUS = '00'
              PERFORM UNTIL NO-MORE-UNDATED
                 READ UNDATED-BALANCE-FILE
                    AT END
                       MOVE 'N' TO UNDATED-EOF-FLAG
                    NOT AT END
                       IF UB-UNDATED-QTY IS NUMERIC
                          MOVE UB-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                          MOVE UB-VENDOR-ID TO WS-FIND-VENDOR-ID
                          MOVE UB-CANDY-ID TO WS-FIND-CANDY-ID
                          MOVE UB-CANDY-NAME TO WS-FIND-CANDY-NAME
                          MOVE 15 TO WS-FIND-NAME-LENGTH
                          PERFORM 290-FIND-OR-ADD-ELEMENT
                          IF ELEMENT-WAS-FOUND
                             ADD UB-UNDATED-QTY
                                TO AE-UNDATED-QTY (WS-AE-HIT-SUB)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE UNDATED-BALANCE-FILE
           END-IF
           .

        240-LOAD-LEDGER.

      *    the ledger is in posting order, so the last record seen
      *    for a candy carries its current after-stock
           OPEN INPUT POSTED-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL NO-MORE-LEDGER
                 READ POSTED-LEDGER-FILE
                    AT END
                       MOVE 'N' TO LEDGER-EOF-FLAG
                    NOT AT END
                       IF LG-AFTER-STOCK IS NUMERIC
                          PERFORM 245-APPLY-LEDGER-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-LEDGER-FILE
           END-IF
           .

        245-APPLY-LEDGER-RECORD.

           MOVE LG-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
           MOVE LG-VENDOR-ID TO WS-FIND-VENDOR-ID
           MOVE LG-CANDY-ID TO WS-FIND-CANDY-ID
           MOVE LG-CANDY-NAME TO WS-FIND-CANDY-NAME
           MOVE 15 TO WS-FIND-NAME-LENGTH
           PERFORM 290-FIND-OR-ADD-ELEMENT
           IF ELEMENT-WAS-FOUND
              MOVE 'Y' TO AE-HAS-LEDGER (WS-AE-HIT-SUB)
              MOVE LG-AFTER-STOCK
                 TO AE-LAST-AFTER-STOCK (WS-AE-HIT-SUB)
              IF LG-RECORD-TYPE = 'R' AND LG-CASE-QTY IS NUMERIC
                 ADD LG-CASE-QTY TO AE-LEDGER-RECEIPTS (WS-AE-HIT-SUB)
              END-IF
           END-IF
           .

        250-LOAD-PO-RECEIPTS.

           OPEN INPUT OPEN-PO-FILE
           IF WS-OPENPO-STATUS = '00'
              PERFORM UNTIL NO-MORE-OPEN-PO
                 READ OPEN-PO-FILE
                    AT END
                       MOVE 'N' TO OPENPO-EOF-FLAG
                    NOT AT END
                       MOVE OP-PO-LINE TO PO-LINE-WORK
                       PERFORM 255-APPLY-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
           END-IF

           OPEN INPUT CLOSED-PO-FILE
           IF WS-POHIST-STATUS = '00'
              PERFORM UNTIL NO-MORE-CLOSED-PO
                 READ CLOSED-PO-FILE
                    AT END
                       MOVE 'N' TO POHIST-EOF-FLAG
                    NOT AT END
                       MOVE PH-PO-LINE TO PO-LINE-WORK
                       PERFORM 255-APPLY-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE CLOSED-PO-FILE
           END-IF
           .

        255-APPLY-PO-LINE.

           IF PW-RECEIVED-QTY IS NUMERIC AND PW-RECEIVED-QTY > 0
              MOVE PW-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
              MOVE PW-VENDOR-ID TO WS-FIND-VENDOR-ID
              MOVE PW-CANDY-ID TO WS-FIND-CANDY-ID
              MOVE PW-CANDY-NAME TO WS-FIND-CANDY-NAME
              MOVE 13 TO WS-FIND-NAME-LENGTH
              PERFORM 290-FIND-OR-ADD-ELEMENT
              IF ELEMENT-WAS-FOUND
                 ADD PW-RECEIVED-QTY TO AE-PO-RECEIVED (WS-AE-HIT-SUB)
              END-IF
           END-IF
           .

        290-FIND-OR-ADD-ELEMENT.

      *    a candy the table cannot hold is counted and the audit
      *    is failed -- a partial audit must never pass as clean
           MOVE 'NO' TO WS-ELEMENT-FOUND
           PERFORM VARYING WS-AE-SUB FROM 1 BY 1
                 UNTIL WS-AE-SUB > AE-ENTRY-COUNT
                 OR ELEMENT-WAS-FOUND
              IF AE-WAREHOUSE-ID (WS-AE-SUB) = WS-FIND-WAREHOUSE-ID
                    AND AE-VENDOR-ID (WS-AE-SUB) = WS-FIND-VENDOR-ID
                    AND AE-CANDY-ID (WS-AE-SUB) = WS-FIND-CANDY-ID
                    AND AE-CANDY-NAME (WS-AE-SUB)
                          (1:WS-FIND-NAME-LENGTH)
                       = WS-FIND-CANDY-NAME (1:WS-FIND-NAME-LENGTH)
                 MOVE 'YES' TO WS-ELEMENT-FOUND
                 MOVE WS-AE-SUB TO WS-AE-HIT-SUB
              END-IF
           END-PERFORM
           IF NOT ELEMENT-WAS-FOUND
              IF AE-ENTRY-COUNT NOT < 999
                 ADD 1 TO WS-ELEMENTS-DROPPED
              ELSE
                 ADD 1 TO AE-ENTRY-COUNT
                 MOVE AE-ENTRY-COUNT TO WS-AE-HIT-SUB
                 MOVE 'YES' TO WS-ELEMENT-FOUND
                 MOVE WS-FIND-WAREHOUSE-ID
                    TO AE-WAREHOUSE-ID (WS-AE-HIT-SUB)
                 MOVE WS-FIND-VENDOR-ID TO AE-VENDOR-ID (WS-AE-HIT-SUB)
                 MOVE WS-FIND-CANDY-ID TO AE-CANDY-ID (WS-AE-HIT-SUB)
                 MOVE WS-FIND-CANDY-NAME
                    TO AE-CANDY-NAME (WS-AE-HIT-SUB)
                 MOVE 'N' TO AE-ON-MASTER (WS-AE-HIT-SUB)
                    AE-HAS-LEDGER (WS-AE-HIT-SUB)
                 MOVE ZEROS TO AE-MASTER-STOCK (WS-AE-HIT-SUB)
                    AE-LOT-QTY (WS-AE-HIT-SUB)
                    AE-UNDATED-QTY (WS-AE-HIT-SUB)
                    AE-LAST-AFTER-STOCK (WS-AE-HIT-SUB)
                    AE-LEDGER-RECEIPTS (WS-AE-HIT-SUB)
                    AE-PO-RECEIVED (WS-AE-HIT-SUB)
              END-IF
           END-IF
           .

        300-CHECK-ELEMENTS.

      *    a candy known only to the lot, ledger or PO files is
      *    held to a master stock of zero -- stock the master has
      *    lost is exactly what this run is for
           PERFORM VARYING WS-AE-SUB FROM 1 BY 1
                 UNTIL WS-AE-SUB > AE-ENTRY-COUNT
              ADD 1 TO WS-ELEMENTS-CHECKED

              MOVE AE-MASTER-STOCK (WS-AE-SUB) TO WS-EXPECTED
              COMPUTE WS-FOUND = AE-LOT-QTY (WS-AE-SUB)
                 + AE-UNDATED-QTY (WS-AE-SUB)
              IF WS-FOUND NOT = WS-EXPECTED
                 MOVE 'LOTS + UNDATED' TO AD-CHECK
                 PERFORM 390-WRITE-AUDIT-LINE
                 ADD 1 TO WS-LOT-FAILS
              END-IF

              IF AE-LEDGER-SEEN (WS-AE-SUB)
                 MOVE AE-LAST-AFTER-STOCK (WS-AE-SUB) TO WS-FOUND
                 IF WS-FOUND NOT = WS-EXPECTED
                    MOVE 'LAST LEDGER STOCK' TO AD-CHECK
                    PERFORM 390-WRITE-AUDIT-LINE
                    ADD 1 TO WS-LEDGER-FAILS
                 END-IF
              ELSE
                 IF AE-IS-ON-MASTER (WS-AE-SUB)
                    ADD 1 TO WS-NO-LEDGER-COUNT
                 END-IF
              END-IF

              IF AE-PO-RECEIVED (WS-AE-SUB)
                    > AE-LEDGER-RECEIPTS (WS-AE-SUB)
                 MOVE AE-LEDGER-RECEIPTS (WS-AE-SUB) TO WS-EXPECTED
                 MOVE AE-PO-RECEIVED (WS-AE-SUB) TO WS-FOUND
                 MOVE 'PO VS LEDGER RCPTS' TO AD-CHECK
                 PERFORM 390-WRITE-AUDIT-LINE
                 ADD 1 TO WS-PO-FAILS
              END-IF
           END-PERFORM

           IF WS-LOT-FAILS = 0 AND WS-LEDGER-FAILS = 0
                 AND WS-PO-FAILS = 0 AND WS-ELEMENTS-DROPPED = 0
              MOVE AUDIT-CLEAN-LINE TO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        390-WRITE-AUDIT-LINE.

           MOVE AE-WAREHOUSE-ID (WS-AE-SUB) TO AD-WAREHOUSE-ID
           MOVE AE-VENDOR-ID (WS-AE-SUB) TO AD-VENDOR-ID
           MOVE AE-CANDY-ID (WS-AE-SUB) TO AD-CANDY-ID
           MOVE AE-CANDY-NAME (WS-AE-SUB) TO AD-CANDY-NAME
           MOVE WS-EXPECTED TO AD-EXPECTED
           MOVE WS-FOUND TO AD-FOUND
           COMPUTE AD-DIFFERENCE = WS-FOUND - WS-EXPECTED
           MOVE AUDIT-DETAIL-LINE TO AUDIT-REPORT-RECORD
           WRITE AUDIT-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        800-END-OF-FILE-ROUTINE.

           IF NOT AUDIT-WAS-REFUSED
              MOVE WS-ELEMENTS-CHECKED TO ATL-CHECKED
              MOVE AUDIT-TOTAL-LINE TO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
                  AFTER ADVANCING 3 LINES
              MOVE WS-LOT-FAILS TO ACL-LOT-FAILS
              MOVE WS-LEDGER-FAILS TO ACL-LEDGER-FAILS
              MOVE AUDIT-COUNT-LINE TO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
              MOVE WS-PO-FAILS TO ACL-PO-FAILS
              MOVE WS-NO-LEDGER-COUNT TO ACL-NO-LEDGER
              MOVE AUDIT-PO-COUNT-LINE TO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF WS-ELEMENTS-DROPPED > 0
              MOVE WS-ELEMENTS-DROPPED TO ACP-DROPPED
              MOVE AUDIT-CAPPED-LINE TO AUDIT-REPORT-RECORD
              WRITE AUDIT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           CLOSE AUDIT-REPORT

      *    anything out of balance stops the nightly stream the
      *    same way a refused close stops the month-end one
           IF AUDIT-WAS-REFUSED
                 OR WS-ELEMENTS-DROPPED > 0
                 OR WS-LOT-FAILS > 0
                 OR WS-LEDGER-FAILS > 0
                 OR WS-PO-FAILS > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
