        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENMTCH.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that matches each
      *  vendor invoice line against what purchasing ordered and
      *  what receiving actually signed for, before accounts
      *  payable pays it, so candy vendors stop being paid off the
      *  paper invoice alone.
      * ***************
      *  INPUT:
      *     The VENDOR INVOICE FILE, one record per invoice line:
      *         1.  INVOICE NUMBER AND INVOICE DATE
      *         2.  VENDOR ID
      *         3.  PO NUMBER THE VENDOR IS BILLING AGAINST
      *         4.  WAREHOUSE ID / CANDY ID / CANDY NAME
      *         5.  CASES INVOICED
      *         6.  UNIT COST INVOICED
      *
      *     The OPEN PURCHASE ORDER FILE and the CLOSED PURCHASE
      *     ORDER FILE supply each PO line's ordered and received
      *     cases, as the posting run left them.
      *
      *     The MATCHED INVOICE HISTORY FILE supplies the cases
      *     already approved against each PO line, so a line can
      *     never be paid for more than was received.
      *
      *     The CANDY MASTER FILE (indexed) supplies the PURCHASE
      *     PRICE the invoiced unit cost is checked against.
      *
      * ***************
      *  OUTPUT:
      *     The APPROVED FOR PAYMENT FILE, one record per invoice
      *     line inside tolerance, for accounts payable to import.
      *     Each approved line is also added to the MATCHED
      *     INVOICE HISTORY FILE.
      *
      *     The INVOICE HOLD REPORT lists every line held for the
      *     buyers -- price variance, quantity variance, no PO
      *     line, or goods never received -- with the figures
      *     behind the decision.
      *
      *     The VENDOR INVOICE FILE is rewritten holding only the
      *     held lines, so a line waiting on a receipt matches by
      *     itself once the receipt posts.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT VENDOR-INVOICE-FILE
                ASSIGN TO 'GLENCOE-INVC.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVC-STATUS.
            SELECT HELD-INVOICE-FILE
                ASSIGN TO 'GLENCOE-INVC.NEW'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWINV-STATUS.
            SELECT OPEN-PO-FILE
                ASSIGN TO 'GLENCOE-OPENPO.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPENPO-STATUS.
            SELECT CLOSED-PO-FILE
                ASSIGN TO 'GLENCOE-POHIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POHIST-STATUS.
            SELECT INVOICE-HISTORY-FILE
                ASSIGN TO 'GLENCOE-INVHIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-INVHIST-STATUS.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT APPROVED-PAYMENT-FILE
                ASSIGN TO 'GLENCOE-APPAY.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPAY-STATUS.
            SELECT INVOICE-HOLD-REPORT
                ASSIGN TO PRINTER 'GLENCOE-INVHOLD.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    VENDOR-INVOICE-FILE
            RECORD CONTAINS 61 CHARACTERS.

        01  VENDOR-INVOICE-RECORD.
            05  IV-INVOICE-NUMBER     PIC X(10).
            05  IV-VENDOR-ID          PIC X(1).
            05  IV-INVOICE-DATE       PIC 9(8).
            05  IV-PO-NUMBER          PIC X(11).
            05  IV-WAREHOUSE-ID       PIC X(4).
            05  IV-CANDY-ID           PIC X(3).
            05  IV-CANDY-NAME         PIC X(15).
            05  IV-INVOICED-QTY       PIC 9(4).
            05  IV-UNIT-COST          PIC 9(3)V99.

        FD    HELD-INVOICE-FILE
            RECORD CONTAINS 61 CHARACTERS.

        01  HELD-INVOICE-RECORD       PIC X(61).

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

        FD    INVOICE-HISTORY-FILE
            RECORD CONTAINS 70 CHARACTERS.

        01  INVOICE-HISTORY-RECORD.
            05  IH-INVOICE-NUMBER     PIC X(10).
            05  IH-VENDOR-ID          PIC X(1).
            05  IH-INVOICE-DATE       PIC 9(8).
            05  IH-PO-NUMBER          PIC X(11).
            05  IH-WAREHOUSE-ID       PIC X(4).
            05  IH-CANDY-ID           PIC X(3).
            05  IH-CANDY-NAME         PIC X(15).
            05  IH-INVOICED-QTY       PIC 9(4).
            05  IH-UNIT-COST          PIC 9(3)V99.
            05  IH-APPROVED-DATE      PIC 9(8).
            05  FILLER                PIC X(1).

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

        FD    APPROVED-PAYMENT-FILE
            RECORD CONTAINS 70 CHARACTERS.

        01  APPROVED-PAYMENT-RECORD.
            05  AP-VENDOR-ID          PIC X(1).
            05  AP-INVOICE-NUMBER     PIC X(10).
            05  AP-INVOICE-DATE       PIC 9(8).
            05  AP-PO-NUMBER          PIC X(11).
            05  AP-WAREHOUSE-ID       PIC X(4).
            05  AP-CANDY-ID           PIC X(3).
            05  AP-INVOICED-QTY       PIC 9(4).
            05  AP-UNIT-COST          PIC 9(3)V99.
            05  AP-LINE-AMOUNT        PIC 9(7)V99.
            05  AP-APPROVED-DATE      PIC 9(8).
            05  FILLER                PIC X(7).

        FD   INVOICE-HOLD-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  HOLD-REPORT-RECORD        PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  INVC-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-INVOICES               VALUE 'N'.
            05  OPENPO-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-OPEN-PO                VALUE 'N'.
            05  POHIST-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-CLOSED-PO              VALUE 'N'.
            05  INVHIST-EOF-FLAG         PIC X     VALUE ' '.
                88  NO-MORE-INV-HISTORY            VALUE 'N'.
            05  WS-INVC-STATUS           PIC XX.
            05  WS-NEWINV-STATUS         PIC XX.
            05  WS-OPENPO-STATUS         PIC XX.
            05  WS-POHIST-STATUS         PIC XX.
            05  WS-INVHIST-STATUS        PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-APPAY-STATUS          PIC XX.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-PO-FOUND              PIC X(3)  VALUE 'NO'.
                88  PO-LINE-MATCHED                VALUE 'YES'.
            05  WS-PRICE-FOUND           PIC X(3)  VALUE 'NO'.
                88  PRICE-WAS-FOUND                VALUE 'YES'.
            05  WS-SWAP-HELD             PIC X(3)  VALUE 'NO'.
                88  SWAP-WAS-HELD                  VALUE 'YES'.
            05  WS-FILES-HELD            PIC X(3)  VALUE 'NO'.
                88  FILES-WERE-HELD                VALUE 'YES'.

        01  SUB  PIC 99   VALUE 1.

      *    the open and closed PO lines load into one table -- an
      *    invoice bills a PO line whether or not it is still open
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

        01  PO-LINE-TABLE.
            05  PO-ENTRY-COUNT           PIC 9(4)  VALUE 0.
            05  PO-LINE-ENTRY OCCURS 1 TO 999 TIMES
                    DEPENDING ON PO-ENTRY-COUNT.
                10  PT-PO-NUMBER         PIC X(11).
                10  PT-VENDOR-ID         PIC X(1).
                10  PT-WAREHOUSE-ID      PIC X(4).
                10  PT-CANDY-ID          PIC X(3).
                10  PT-CANDY-NAME        PIC X(15).
                10  PT-ORDER-QTY         PIC 9(4).
                10  PT-RECEIVED-QTY      PIC 9(4).
                10  PT-INVOICED-QTY      PIC 9(5).

        01  MATCH-CONTROLS.
            05  WS-PO-SUB                PIC 9(4).
            05  WS-PO-HIT-SUB            PIC 9(4).
            05  WS-PO-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-FIND-PO-NUMBER        PIC X(11).
            05  WS-FIND-VENDOR-ID        PIC X(1).
            05  WS-FIND-WAREHOUSE-ID     PIC X(4).
            05  WS-FIND-CANDY-ID         PIC X(3).
            05  WS-FIND-CANDY-NAME       PIC X(15).
            05  WS-QTY-TOLERANCE         PIC 9(4)  VALUE 0.
            05  WS-PRICE-TOLERANCE-PCT   PIC 9V999 VALUE 0.020.
            05  WS-MASTER-PRICE          PIC S999V99.
            05  WS-PRICE-LIMIT           PIC S999V99.
            05  WS-PRICE-DIFF            PIC S999V99.
            05  WS-BILLED-QTY            PIC 9(5).
            05  WS-LINE-AMOUNT           PIC 9(7)V99.
            05  WS-HOLD-REASON           PIC X(17).
            05  WS-LINES-READ            PIC 9(7)  VALUE 0.
            05  WS-LINES-APPROVED        PIC 9(7)  VALUE 0.
            05  WS-LINES-HELD            PIC 9(7)  VALUE 0.
            05  WS-LINES-NOT-WRITTEN     PIC 9(7)  VALUE 0.
            05  WS-APPROVED-AMOUNT       PIC 9(9)V99 VALUE 0.
            05  WS-HELD-AMOUNT           PIC 9(9)V99 VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  HOLD-HEADING-ONE.

            05  FILLER            PIC X(20)  VALUE SPACES.
            05  FILLER            PIC X(33)  VALUE
                'GLENCOE CANDY INVOICE HOLD REPORT'.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  HH-MONTH          PIC 99/.
            05  HH-DAY            PIC 99/.
            05  HH-YEAR           PIC 9999.

        01  HOLD-HEADING-TWO.

            05  FILLER            PIC X(11)  VALUE 'INVOICE'.
            05  FILLER            PIC X(2)   VALUE 'V '.
            05  FILLER            PIC X(12)  VALUE 'PO NUMBER'.
            05  FILLER            PIC X(5)   VALUE 'WHSE '.
            05  FILLER            PIC X(4)   VALUE 'CDY '.
            05  FILLER            PIC X(5)   VALUE ' INV '.
            05  FILLER            PIC X(5)   VALUE ' ORD '.
            05  FILLER            PIC X(5)   VALUE 'RCVD '.
            05  FILLER            PIC X(7)   VALUE 'INV $ '.
            05  FILLER            PIC X(7)   VALUE 'MSTR $ '.
            05  FILLER            PIC X(17)  VALUE 'REASON'.

        01  HOLD-DETAIL-LINE.

            05  HL-INVOICE-NUMBER PIC X(10).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-PO-NUMBER      PIC X(11).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-INVOICED-QTY   PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-ORDER-QTY      PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-RECEIVED-QTY   PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-INVOICE-COST   PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-MASTER-COST    PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  HL-REASON         PIC X(17).

        01  HOLD-NONE-LINE.

            05  FILLER            PIC X(40)  VALUE
                'NO INVOICE LINES HELD'.

        01  HOLD-TOTAL-LINE-ONE.

            05  FILLER            PIC X(13)  VALUE 'LINES READ:  '.
            05  HT-LINES-READ     PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE '   APPROVED:  '.
            05  HT-LINES-APPROVED PIC ZZZ,ZZ9.
            05  FILLER            PIC X(10)  VALUE '   HELD:  '.
            05  HT-LINES-HELD     PIC ZZZ,ZZ9.

        01  HOLD-TOTAL-LINE-TWO.

            05  FILLER            PIC X(19)  VALUE
                'APPROVED FOR PAY: '.
            05  HT-APPROVED-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER            PIC X(14)  VALUE '   HELD $:    '.
            05  HT-HELD-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99.

        01  MASTER-HELD-LINE.

            05  FILLER            PIC X(52)  VALUE
                'MASTER PR3FA19.DAT NOT READABLE - NOTHING MATCHED'.

        01  PO-CAPPED-LINE.

            05  FILLER            PIC X(42)  VALUE
                'PO LINE TABLE FULL - PO LINES NOT LOADED:'.
            05  PC-DROPPED        PIC ZZZ,ZZ9.

        01  SWAP-HELD-LINE.

            05  FILLER            PIC X(52)  VALUE
                'GLENCOE-INVC.TXT NOT REPLACED - HELD LINES ON .NEW'.

        01  FILES-HELD-LINE.

            05  FILLER            PIC X(52)  VALUE
                'PAYMENT OR HISTORY FILE NOT USABLE - NOTHING MATCHED'.

        01  NOT-WRITTEN-LINE.

            05  FILLER            PIC X(42)  VALUE
                'APPROVALS NOT WRITTEN - KEPT ON .NEW:    '.
            05  NW-LINES          PIC ZZZ,ZZ9.

        01  RENAME-CONTROLS.
            05  WS-OLD-INV-NAME      PIC X(40) VALUE 'GLENCOE-INVC.TXT'.
            05  WS-NEW-INV-NAME      PIC X(40) VALUE 'GLENCOE-INVC.NEW'.
            05  WS-RENAME-RC         PIC S9(9) COMP-5.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-LOAD-OPEN-PO-LINES
           PERFORM 210-LOAD-CLOSED-PO-LINES
           PERFORM 230-LOAD-INVOICE-HISTORY
           PERFORM 300-MATCH-INVOICES
           PERFORM 700-REPLACE-INVOICE-FILE
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT INVOICE-HOLD-REPORT

           OPEN INPUT CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OPENED
           END-IF

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO HH-MONTH
           MOVE WS-DATE(7:2) TO HH-DAY
           MOVE WS-DATE(1:4) TO HH-YEAR

           WRITE HOLD-REPORT-RECORD FROM HOLD-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE HOLD-HEADING-TWO TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        200-LOAD-OPEN-PO-LINES.

           OPEN INPUT OPEN-PO-FILE
           IF WS-OPENPO-STATUS = '00'
              PERFORM UNTIL NO-MORE-OPEN-PO
                 READ OPEN-PO-FILE
                    AT END
                       MOVE 'N' TO OPENPO-EOF-FLAG
                    NOT AT END
                       MOVE OP-PO-LINE TO PO-LINE-WORK
                       PERFORM 220-ADD-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
           END-IF
           .

        210-LOAD-CLOSED-PO-LINES.

      *    an absent closed PO file just means no line has been
      *    received in full yet
           OPEN INPUT CLOSED-PO-FILE
           IF WS-POHIST-STATUS = '00'
              PERFORM UNTIL NO-MORE-CLOSED-PO
                 READ CLOSED-PO-FILE
                    AT END
                       MOVE 'N' TO POHIST-EOF-FLAG
                    NOT AT END
                       MOVE PH-PO-LINE TO PO-LINE-WORK
                       PERFORM 220-ADD-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE CLOSED-PO-FILE
           END-IF
           .

        220-ADD-PO-LINE.

      *    a PO line the table cannot hold leaves its invoices
      *    held as NO PO LINE, never approved unchecked -- count it
      *    and say so at the foot of the report
           IF PO-ENTRY-COUNT NOT < 999
              ADD 1 TO WS-PO-DROPPED
           ELSE
              ADD 1 TO PO-ENTRY-COUNT
              MOVE PW-PO-NUMBER TO PT-PO-NUMBER (PO-ENTRY-COUNT)
              MOVE PW-VENDOR-ID TO PT-VENDOR-ID (PO-ENTRY-COUNT)
              MOVE PW-WAREHOUSE-ID TO PT-WAREHOUSE-ID (PO-ENTRY-COUNT)
              MOVE PW-CANDY-ID TO PT-CANDY-ID (PO-ENTRY-COUNT)
              MOVE PW-CANDY-NAME TO PT-CANDY-NAME (PO-ENTRY-COUNT)
              MOVE PW-ORDER-QTY TO PT-ORDER-QTY (PO-ENTRY-COUNT)
              MOVE PW-RECEIVED-QTY TO PT-RECEIVED-QTY (PO-ENTRY-COUNT)
              MOVE 0 TO PT-INVOICED-QTY (PO-ENTRY-COUNT)
           END-IF
           .

        230-LOAD-INVOICE-HISTORY.

      *    every line already approved is charged back to its PO
      *    line, so a second invoice for the same cases shows up as
      *    billed beyond what was received
           OPEN INPUT INVOICE-HISTORY-FILE
           IF WS-INVHIST-STATUS = '00'
              PERFORM UNTIL NO-MORE-INV-HISTORY
                 READ INVOICE-HISTORY-FILE
                    AT END
                       MOVE 'N' TO INVHIST-EOF-FLAG
                    NOT AT END
                       MOVE IH-PO-NUMBER TO WS-FIND-PO-NUMBER
                       MOVE IH-VENDOR-ID TO WS-FIND-VENDOR-ID
                       MOVE IH-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                       MOVE IH-CANDY-ID TO WS-FIND-CANDY-ID
                       MOVE IH-CANDY-NAME TO WS-FIND-CANDY-NAME
                       PERFORM 320-FIND-PO-LINE
                       IF PO-LINE-MATCHED
                          ADD IH-INVOICED-QTY
                             TO PT-INVOICED-QTY (WS-PO-HIT-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVOICE-HISTORY-FILE
           ELSE
      *       only a history that is not there yet may be missed --
      *       matching without one that could not be read would
      *       approve again what it already approved
              IF WS-INVHIST-STATUS NOT = '35'
                 MOVE 'YES' TO WS-FILES-HELD
              END-IF
           END-IF
           .

        300-MATCH-INVOICES.

           IF NOT MASTER-WAS-OPENED
              MOVE MASTER-HELD-LINE TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
              MOVE 'YES' TO WS-SWAP-HELD
           ELSE
              PERFORM 305-READ-INVOICES
              CLOSE CANDY-MASTER-FILE
           END-IF
           .

        305-READ-INVOICES.

           OPEN INPUT VENDOR-INVOICE-FILE
           IF WS-INVC-STATUS = '00'
              IF NOT FILES-WERE-HELD
                 PERFORM 307-OPEN-MATCH-FILES
              END-IF
              IF FILES-WERE-HELD
                 MOVE FILES-HELD-LINE TO HOLD-REPORT-RECORD
                 WRITE HOLD-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
                 MOVE 'YES' TO WS-SWAP-HELD
              ELSE
                 PERFORM UNTIL NO-MORE-INVOICES
                    READ VENDOR-INVOICE-FILE
                       AT END
                          MOVE 'N' TO INVC-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-LINES-READ
                          PERFORM 310-MATCH-ONE-LINE
                    END-READ
                 END-PERFORM
                 CLOSE HELD-INVOICE-FILE
                 CLOSE APPROVED-PAYMENT-FILE
                 CLOSE INVOICE-HISTORY-FILE
              END-IF
              CLOSE VENDOR-INVOICE-FILE
           ELSE
              MOVE 'YES' TO WS-SWAP-HELD
           END-IF
           .

        307-OPEN-MATCH-FILES.

      *    the history is all that stops an invoice being paid
      *    twice, so it and the payment file are only ever created
      *    when they are not there -- any other failure matches
      *    nothing and leaves every line on the invoice file
           OPEN OUTPUT HELD-INVOICE-FILE
           IF WS-NEWINV-STATUS NOT = '00'
              MOVE 'YES' TO WS-FILES-HELD
           ELSE
              OPEN EXTEND APPROVED-PAYMENT-FILE
              IF WS-APPAY-STATUS = '35'
                 OPEN OUTPUT APPROVED-PAYMENT-FILE
              END-IF
              IF WS-APPAY-STATUS NOT = '00'
                 MOVE 'YES' TO WS-FILES-HELD
                 CLOSE HELD-INVOICE-FILE
              ELSE
                 OPEN EXTEND INVOICE-HISTORY-FILE
                 IF WS-INVHIST-STATUS = '35'
                    OPEN OUTPUT INVOICE-HISTORY-FILE
                 END-IF
                 IF WS-INVHIST-STATUS NOT = '00'
                    MOVE 'YES' TO WS-FILES-HELD
                    CLOSE HELD-INVOICE-FILE
                    CLOSE APPROVED-PAYMENT-FILE
                 END-IF
              END-IF
           END-IF
           .

        310-MATCH-ONE-LINE.

           MOVE SPACES TO WS-HOLD-REASON
           MOVE 'NO' TO WS-PO-FOUND
           MOVE 'NO' TO WS-PRICE-FOUND
           MOVE 0 TO WS-MASTER-PRICE

           IF IV-INVOICED-QTY IS NUMERIC
                 AND IV-UNIT-COST IS NUMERIC
              MOVE IV-PO-NUMBER TO WS-FIND-PO-NUMBER
              MOVE IV-VENDOR-ID TO WS-FIND-VENDOR-ID
              MOVE IV-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
              MOVE IV-CANDY-ID TO WS-FIND-CANDY-ID
              MOVE IV-CANDY-NAME TO WS-FIND-CANDY-NAME
              PERFORM 320-FIND-PO-LINE
              PERFORM 330-LOOKUP-PURCHASE-PRICE
              IF PO-LINE-MATCHED
                 COMPUTE WS-BILLED-QTY =
                    PT-INVOICED-QTY (WS-PO-HIT-SUB) + IV-INVOICED-QTY
              END-IF
              IF PRICE-WAS-FOUND
                 COMPUTE WS-PRICE-LIMIT ROUNDED =
                    WS-MASTER-PRICE * WS-PRICE-TOLERANCE-PCT
                 COMPUTE WS-PRICE-DIFF =
                    IV-UNIT-COST - WS-MASTER-PRICE
                 IF WS-PRICE-DIFF < 0
                    COMPUTE WS-PRICE-DIFF = 0 - WS-PRICE-DIFF
                 END-IF
              END-IF
           END-IF

      *    the checks run in the order a buyer would work them: a
      *    line with no PO or no receipt behind it is held for that
      *    before anyone argues about the price
           EVALUATE TRUE
              WHEN IV-INVOICED-QTY IS NOT NUMERIC
                    OR IV-UNIT-COST IS NOT NUMERIC
                    OR IV-INVOICED-QTY = 0
                 MOVE 'BAD INVOICE LINE' TO WS-HOLD-REASON
              WHEN NOT PO-LINE-MATCHED
                 MOVE 'NO PO LINE' TO WS-HOLD-REASON
              WHEN PT-RECEIVED-QTY (WS-PO-HIT-SUB) = 0
                 MOVE 'NOT RECEIVED' TO WS-HOLD-REASON
              WHEN WS-BILLED-QTY >
                    PT-RECEIVED-QTY (WS-PO-HIT-SUB) + WS-QTY-TOLERANCE
                 MOVE 'QTY OVER RECEIVED' TO WS-HOLD-REASON
              WHEN WS-BILLED-QTY >
                    PT-ORDER-QTY (WS-PO-HIT-SUB) + WS-QTY-TOLERANCE
                 MOVE 'QTY OVER ORDERED' TO WS-HOLD-REASON
              WHEN NOT PRICE-WAS-FOUND
                 MOVE 'NO MASTER PRICE' TO WS-HOLD-REASON
              WHEN WS-PRICE-DIFF > WS-PRICE-LIMIT
                 MOVE 'PRICE VARIANCE' TO WS-HOLD-REASON
           END-EVALUATE

           IF WS-HOLD-REASON = SPACES
              PERFORM 350-APPROVE-LINE
           ELSE
              PERFORM 360-HOLD-LINE
           END-IF
           .

        320-FIND-PO-LINE.

      *    the PO file carries the report run's 13-byte working
      *    name, so only the first 13 characters can ever agree --
      *    the rule the posting run uses to match receipts
           MOVE 'NO' TO WS-PO-FOUND
           MOVE 0 TO WS-PO-HIT-SUB
           PERFORM VARYING WS-PO-SUB
                 FROM 1 BY 1 UNTIL WS-PO-SUB > PO-ENTRY-COUNT
                 OR PO-LINE-MATCHED
              IF PT-PO-NUMBER (WS-PO-SUB) = WS-FIND-PO-NUMBER
                    AND PT-VENDOR-ID (WS-PO-SUB) = WS-FIND-VENDOR-ID
                    AND PT-WAREHOUSE-ID (WS-PO-SUB)
                       = WS-FIND-WAREHOUSE-ID
                    AND PT-CANDY-ID (WS-PO-SUB) = WS-FIND-CANDY-ID
                    AND PT-CANDY-NAME (WS-PO-SUB) (1:13)
                       = WS-FIND-CANDY-NAME (1:13)
                 MOVE 'YES' TO WS-PO-FOUND
                 MOVE WS-PO-SUB TO WS-PO-HIT-SUB
              END-IF
           END-PERFORM
           .

        330-LOOKUP-PURCHASE-PRICE.

           MOVE IV-WAREHOUSE-ID TO WAREHOUSE-ID
           MOVE IV-VENDOR-ID TO VENDOR-ID
           MOVE IV-CANDY-ID TO CANDY-ID
           READ CANDY-MASTER-FILE
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
                    PERFORM VARYING SUB FROM 1 BY 1
                          UNTIL SUB > CANDY-COUNT
                          OR PRICE-WAS-FOUND
                       IF CANDY-NAME (SUB) (1:13)
                             = IV-CANDY-NAME (1:13)
                             AND PURCHASE-PRICE (SUB) IS NUMERIC
                          MOVE 'YES' TO WS-PRICE-FOUND
                          MOVE PURCHASE-PRICE (SUB)
                             TO WS-MASTER-PRICE
                       END-IF
                    END-PERFORM
                 END-IF
           END-READ
           .

        350-APPROVE-LINE.

           COMPUTE WS-LINE-AMOUNT ROUNDED =
              IV-INVOICED-QTY * IV-UNIT-COST

           MOVE IV-VENDOR-ID TO AP-VENDOR-ID
           MOVE IV-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE IV-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE IV-PO-NUMBER TO AP-PO-NUMBER
           MOVE IV-WAREHOUSE-ID TO AP-WAREHOUSE-ID
           MOVE IV-CANDY-ID TO AP-CANDY-ID
           MOVE IV-INVOICED-QTY TO AP-INVOICED-QTY
           MOVE IV-UNIT-COST TO AP-UNIT-COST
           MOVE WS-LINE-AMOUNT TO AP-LINE-AMOUNT
           MOVE WS-DATE-NUM TO AP-APPROVED-DATE

           MOVE SPACES TO INVOICE-HISTORY-RECORD
           MOVE IV-INVOICE-NUMBER TO IH-INVOICE-NUMBER
           MOVE IV-VENDOR-ID TO IH-VENDOR-ID
           MOVE IV-INVOICE-DATE TO IH-INVOICE-DATE
           MOVE IV-PO-NUMBER TO IH-PO-NUMBER
           MOVE IV-WAREHOUSE-ID TO IH-WAREHOUSE-ID
           MOVE IV-CANDY-ID TO IH-CANDY-ID
           MOVE IV-CANDY-NAME TO IH-CANDY-NAME
           MOVE IV-INVOICED-QTY TO IH-INVOICED-QTY
           MOVE IV-UNIT-COST TO IH-UNIT-COST
           MOVE WS-DATE-NUM TO IH-APPROVED-DATE

      *    the history goes first -- a line in the history that
      *    never reached the payment file is held next run as
      *    already billed, where a payment with no history behind
      *    it would be approved and paid a second time
           WRITE INVOICE-HISTORY-RECORD
           IF WS-INVHIST-STATUS = '00'
              WRITE APPROVED-PAYMENT-RECORD
           END-IF

           IF WS-INVHIST-STATUS = '00' AND WS-APPAY-STATUS = '00'
      *       charged at once, so a second line for the same PO
      *       later in tonight's file is checked against what is
      *       left
              ADD IV-INVOICED-QTY TO PT-INVOICED-QTY (WS-PO-HIT-SUB)
              ADD 1 TO WS-LINES-APPROVED
              ADD WS-LINE-AMOUNT TO WS-APPROVED-AMOUNT
           ELSE
              MOVE VENDOR-INVOICE-RECORD TO HELD-INVOICE-RECORD
              WRITE HELD-INVOICE-RECORD
              ADD 1 TO WS-LINES-NOT-WRITTEN
              MOVE 'YES' TO WS-SWAP-HELD
           END-IF
           .

        360-HOLD-LINE.

           MOVE IV-INVOICE-NUMBER TO HL-INVOICE-NUMBER
           MOVE IV-VENDOR-ID TO HL-VENDOR-ID
           MOVE IV-PO-NUMBER TO HL-PO-NUMBER
           MOVE IV-WAREHOUSE-ID TO HL-WAREHOUSE-ID
           MOVE IV-CANDY-ID TO HL-CANDY-ID
           MOVE WS-MASTER-PRICE TO HL-MASTER-COST
           IF PO-LINE-MATCHED
              MOVE PT-ORDER-QTY (WS-PO-HIT-SUB) TO HL-ORDER-QTY
              MOVE PT-RECEIVED-QTY (WS-PO-HIT-SUB) TO HL-RECEIVED-QTY
           ELSE
              MOVE 0 TO HL-ORDER-QTY, HL-RECEIVED-QTY
           END-IF
           IF IV-INVOICED-QTY IS NUMERIC
                 AND IV-UNIT-COST IS NUMERIC
              MOVE IV-INVOICED-QTY TO HL-INVOICED-QTY
              MOVE IV-UNIT-COST TO HL-INVOICE-COST
              COMPUTE WS-LINE-AMOUNT ROUNDED =
                 IV-INVOICED-QTY * IV-UNIT-COST
              ADD WS-LINE-AMOUNT TO WS-HELD-AMOUNT
           ELSE
              MOVE 0 TO HL-INVOICED-QTY, HL-INVOICE-COST
           END-IF
           MOVE WS-HOLD-REASON TO HL-REASON
           MOVE HOLD-DETAIL-LINE TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
               AFTER ADVANCING 1 LINE

      *    the held line goes back on the invoice file for the next
      *    run, exactly as the vendor billed it
           MOVE VENDOR-INVOICE-RECORD TO HELD-INVOICE-RECORD
           WRITE HELD-INVOICE-RECORD
           ADD 1 TO WS-LINES-HELD
           .

        700-REPLACE-INVOICE-FILE.

      *    the held lines replace the invoice file the same way the
      *    vendor maintenance run swaps its new master in -- only
      *    when the whole file was matched and the held file wrote
      *    clean
           IF NOT SWAP-WAS-HELD AND WS-NEWINV-STATUS = '00'
              CALL 'CBL_DELETE_FILE' USING WS-OLD-INV-NAME
                 RETURNING WS-RENAME-RC
              CALL 'CBL_RENAME_FILE' USING WS-NEW-INV-NAME
                 WS-OLD-INV-NAME
                 RETURNING WS-RENAME-RC
           ELSE
              IF WS-INVC-STATUS = '00'
                 MOVE 'YES' TO WS-SWAP-HELD
              END-IF
           END-IF
           .

        800-END-OF-FILE-ROUTINE.

           IF WS-LINES-HELD = 0
              MOVE HOLD-NONE-LINE TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           IF WS-PO-DROPPED > 0
              MOVE WS-PO-DROPPED TO PC-DROPPED
              MOVE PO-CAPPED-LINE TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF

           MOVE WS-LINES-READ TO HT-LINES-READ
           MOVE WS-LINES-APPROVED TO HT-LINES-APPROVED
           MOVE WS-LINES-HELD TO HT-LINES-HELD
           MOVE HOLD-TOTAL-LINE-ONE TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
               AFTER ADVANCING 3 LINES
           MOVE WS-APPROVED-AMOUNT TO HT-APPROVED-AMOUNT
           MOVE WS-HELD-AMOUNT TO HT-HELD-AMOUNT
           MOVE HOLD-TOTAL-LINE-TWO TO HOLD-REPORT-RECORD
           WRITE HOLD-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           IF WS-LINES-NOT-WRITTEN > 0
              MOVE WS-LINES-NOT-WRITTEN TO NW-LINES
              MOVE NOT-WRITTEN-LINE TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF SWAP-WAS-HELD AND WS-INVC-STATUS = '00'
                 AND NOT FILES-WERE-HELD
              MOVE SWAP-HELD-LINE TO HOLD-REPORT-RECORD
              WRITE HOLD-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF NOT MASTER-WAS-OPENED OR FILES-WERE-HELD
                 OR WS-LINES-NOT-WRITTEN > 0
              MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE INVOICE-HOLD-REPORT
           STOP RUN
           .
