        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENSCRD.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that scores each
      *  vendor on how it actually ships: how long its orders take,
      *  how much of what we order arrives, whether it arrives on
      *  time, and which lines come in short or over.  The reorder
      *  point used to assume the same two weeks for every vendor;
      *  this run measures each vendor's own lead time for it.
      * ***************
      *  INPUT:
      *     The SCORECARD PARAMETER FILE may carry a FROM DATE and
      *     a TO DATE (YYYYMMDD) of order dates to score; with no
      *     parameter the scorecard covers the current month to
      *     date.
      *
      *     The VENDOR MASTER FILE supplies the vendor names; every
      *     vendor on it gets a line.
      *
      *     The OPEN PURCHASE ORDER FILE and the CLOSED PURCHASE
      *     ORDER FILE kept by the posting run.  Each PO line
      *     carries its order date, ordered and received cases,
      *     and the dates of its first and latest receipt.
      *
      *     The CANDY MASTER FILE supplies the PURCHASE PRICE each
      *     ordered line is valued at, read by key.
      *
      * ***************
      *  OUTPUT:
      *     The VENDOR SCORECARD, one line per vendor for the PO
      *     lines ordered in the period: lines ordered, average and
      *     worst lead time in days from order to first receipt,
      *     fill rate and on-time percentage on the lines now due,
      *     short and over-received lines, and dollars ordered,
      *     with a company total.
      *
      *     The VENDOR LEAD TIME FILE: each vendor's average lead
      *     time measured over the last six months of receipts,
      *     for a vendor with enough measured lines to trust.  The
      *     velocity run reads it in place of the single lead time
      *     it used to assume for everyone.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SCORECARD-PARM-FILE
                ASSIGN TO 'GLENCOE-SCRDPRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT VENDOR-MASTER-FILE
                ASSIGN TO 'VENDMAST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-VM-STATUS.
            SELECT OPEN-PO-FILE
                ASSIGN TO 'GLENCOE-OPENPO.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OPENPO-STATUS.
            SELECT CLOSED-PO-FILE
                ASSIGN TO 'GLENCOE-POHIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POHIST-STATUS.
            SELECT CANDY-MASTER-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT VENDOR-LEAD-TIME-FILE
                ASSIGN TO 'GLENCOE-LEADTM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEADTM-STATUS.
            SELECT SCORECARD-REPORT
                ASSIGN TO PRINTER 'GLENCOE-SCORE.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    SCORECARD-PARM-FILE
            RECORD CONTAINS 16 CHARACTERS.

        01  SCORECARD-PARM-RECORD.
            05  SP-FROM-DATE          PIC 9(8).
            05  SP-TO-DATE            PIC 9(8).

        FD    VENDOR-MASTER-FILE
            RECORD CONTAINS 19 CHARACTERS.

        01  VENDOR-MASTER-RECORD.
            05  VM-VENDOR-ID          PIC X(1).
            05  VM-VENDOR-NAME        PIC X(18).

        FD    OPEN-PO-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  OPEN-PO-RECORD.
            05  OP-PO-LINE            PIC X(51).
            05  OP-RECEIPT-DATES.
                10  OP-FIRST-RCPT-DATE    PIC 9(8).
                10  OP-LAST-RCPT-DATE     PIC 9(8).

        FD    CLOSED-PO-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  CLOSED-PO-RECORD.
            05  PH-PO-LINE            PIC X(51).
            05  PH-CLOSED-DATE        PIC 9(8).
            05  PH-RECEIPT-DATES.
                10  PH-FIRST-RCPT-DATE    PIC 9(8).
                10  PH-LAST-RCPT-DATE     PIC 9(8).

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

        FD    VENDOR-LEAD-TIME-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  VENDOR-LEAD-TIME-RECORD.
            05  VL-VENDOR-ID          PIC X(1).
            05  VL-AVG-LEAD-DAYS      PIC 9(3)V9.
            05  VL-LINES-MEASURED     PIC 9(5).
            05  VL-MEASURED-DATE      PIC 9(8).

        FD   SCORECARD-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  SCORECARD-REPORT-RECORD   PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  VENDOR-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-VENDORS                VALUE 'N'.
            05  OPENPO-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-OPEN-PO                VALUE 'N'.
            05  POHIST-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-CLOSED-PO              VALUE 'N'.
            05  WS-PARM-STATUS           PIC XX.
            05  WS-VM-STATUS             PIC XX.
            05  WS-OPENPO-STATUS         PIC XX.
            05  WS-POHIST-STATUS         PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-LEADTM-STATUS         PIC XX.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-ELEMENT-FOUND         PIC X(3)  VALUE 'NO'.
                88  ELEMENT-WAS-FOUND              VALUE 'YES'.
            05  WS-FIND-VENDOR-ID        PIC X(1).
            05  WS-VENDOR-FOUND          PIC X(3)  VALUE 'NO'.
                88  VENDOR-WAS-FOUND               VALUE 'YES'.
            05  WS-LEADTM-FAILED         PIC X(3)  VALUE 'NO'.
                88  LEADTM-HAS-FAILED              VALUE 'YES'.

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

        01  PO-LINE-DATES.
            05  PW-FIRST-RCPT-DATE       PIC 9(8).
            05  PW-LAST-RCPT-DATE        PIC 9(8).

        01  VENDOR-SCORE-TABLE.
            05  VS-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  VENDOR-SCORE-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON VS-ENTRY-COUNT.
                10  VS-VENDOR-ID         PIC X(1).
                10  VS-VENDOR-NAME       PIC X(18).
                10  VS-LINES             PIC 9(5).
                10  VS-DUE-LINES         PIC 9(5).
                10  VS-ON-TIME-LINES     PIC 9(5).
                10  VS-SHORT-LINES       PIC 9(5).
                10  VS-OVER-LINES        PIC 9(5).
                10  VS-CASES-DUE         PIC 9(7).
                10  VS-CASES-FILLED      PIC 9(7).
                10  VS-LT-LINES          PIC 9(5).
                10  VS-LT-DAYS           PIC 9(7).
                10  VS-LT-WORST          PIC 9(3).
                10  VS-DOLLARS           PIC 9(9)V99.
                10  VS-ROLL-LINES        PIC 9(5).
                10  VS-ROLL-DAYS         PIC 9(7).

        01  SCORECARD-CONTROLS.
      *    a line is due once it is fully received or this many
      *    days old -- the overdue window on the open-order report
            05  WS-ON-TIME-DAYS          PIC 9(3)  VALUE 14.
      *    the lead time the velocity run plans with is measured
      *    over this many days of receipts, and only for a vendor
      *    with at least this many measured lines
            05  WS-LEAD-HISTORY-DAYS     PIC 9(3)  VALUE 182.
            05  WS-MIN-LEAD-LINES        PIC 9(3)  VALUE 3.
            05  WS-FROM-DATE             PIC 9(8).
            05  WS-TO-DATE               PIC 9(8).
            05  WS-TODAY-INT             PIC 9(7).
            05  WS-ORDER-INT             PIC 9(7).
            05  WS-RECEIPT-INT           PIC 9(7).
            05  WS-LEAD-DAYS             PIC S9(5).
            05  WS-AGE-DAYS              PIC S9(5).
            05  WS-VS-SUB                PIC 9(3).
            05  WS-VS-HIT-SUB            PIC 9(3).
            05  WS-FILLED-QTY            PIC 9(4).
            05  WS-UNIT-PRICE            PIC 999V99.
            05  WS-LINE-DOLLARS          PIC 9(7)V99.
            05  WS-PCT                   PIC 9(3)V9.
            05  WS-AVG-DAYS              PIC 9(3)V9.
            05  WS-LINES-UNPRICED        PIC 9(7)  VALUE 0.
            05  WS-LINES-UNDATED         PIC 9(7)  VALUE 0.
            05  WS-VENDORS-DROPPED       PIC 9(5)  VALUE 0.
            05  WS-LEADTM-WRITTEN        PIC 9(5)  VALUE 0.

        01  SCORECARD-TOTALS.
            05  ST-LINES                 PIC 9(7)  VALUE 0.
            05  ST-DUE-LINES             PIC 9(7)  VALUE 0.
            05  ST-ON-TIME-LINES         PIC 9(7)  VALUE 0.
            05  ST-SHORT-LINES           PIC 9(7)  VALUE 0.
            05  ST-OVER-LINES            PIC 9(7)  VALUE 0.
            05  ST-CASES-DUE             PIC 9(9)  VALUE 0.
            05  ST-CASES-FILLED          PIC 9(9)  VALUE 0.
            05  ST-LT-LINES              PIC 9(7)  VALUE 0.
            05  ST-LT-DAYS               PIC 9(9)  VALUE 0.
            05  ST-LT-WORST              PIC 9(3)  VALUE 0.
            05  ST-DOLLARS               PIC 9(9)V99  VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  SCORECARD-HEADING-ONE.

            05  FILLER            PIC X(18)  VALUE SPACES.
            05  FILLER            PIC X(32)  VALUE
                'VENDOR PERFORMANCE SCORECARD'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SH-MONTH          PIC 99/.
            05  SH-DAY            PIC 99/.
            05  SH-YEAR           PIC 9999.

        01  SCORECARD-HEADING-TWO.

            05  FILLER            PIC X(15)  VALUE SPACES.
            05  FILLER            PIC X(17)  VALUE
                'PO LINES ORDERED '.
            05  SH-FROM-DATE      PIC 9(8).
            05  FILLER            PIC X(4)   VALUE ' TO '.
            05  SH-TO-DATE        PIC 9(8).

        01  SCORECARD-COLUMN-ONE.

            05  FILLER            PIC X(29)  VALUE SPACES.
            05  FILLER            PIC X(12)  VALUE ' LEAD DAYS'.
            05  FILLER            PIC X(7)   VALUE ' FILL'.
            05  FILLER            PIC X(7)   VALUE 'ON-TM'.
            05  FILLER            PIC X(11)  VALUE 'LINES'.
            05  FILLER            PIC X(10)  VALUE '   DOLLARS'.

        01  SCORECARD-COLUMN-TWO.

            05  FILLER            PIC X(3)   VALUE 'V'.
            05  FILLER            PIC X(20)  VALUE 'VENDOR NAME'.
            05  FILLER            PIC X(6)   VALUE 'LINES'.
            05  FILLER            PIC X(7)   VALUE '  AVG'.
            05  FILLER            PIC X(5)   VALUE 'WORST'.
            05  FILLER            PIC X(7)   VALUE '    %'.
            05  FILLER            PIC X(7)   VALUE '    %'.
            05  FILLER            PIC X(6)   VALUE 'SHORT'.
            05  FILLER            PIC X(6)   VALUE ' OVER'.
            05  FILLER            PIC X(10)  VALUE '   ORDERED'.

        01  SCORECARD-DETAIL-LINE.

            05  SD-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-VENDOR-NAME    PIC X(18).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-LINES          PIC ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-AVG-LEAD       PIC ZZ9.9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-WORST-LEAD     PIC ZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-FILL-PCT       PIC ZZ9.9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-ON-TIME-PCT    PIC ZZ9.9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-SHORT-LINES    PIC ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SD-OVER-LINES     PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  SD-DOLLARS        PIC ZZ,ZZZ,ZZ9.

        01  SCORECARD-IDLE-LINE.

            05  SI-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SI-VENDOR-NAME    PIC X(18).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  FILLER            PIC X(30)  VALUE
                'NO LINES ORDERED IN PERIOD'.

        01  SCORECARD-TOTAL-LINE.

            05  FILLER            PIC X(3)   VALUE SPACES.
            05  FILLER            PIC X(20)  VALUE
                'ALL VENDORS'.
            05  STL-LINES         PIC ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  STL-AVG-LEAD      PIC ZZ9.9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  STL-WORST-LEAD    PIC ZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  STL-FILL-PCT      PIC ZZ9.9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  STL-ON-TIME-PCT   PIC ZZ9.9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  STL-SHORT-LINES   PIC ZZZ9.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  STL-OVER-LINES    PIC ZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  STL-DOLLARS       PIC ZZ,ZZZ,ZZ9.

        01  LEAD-TIME-TOTAL-LINE.

            05  FILLER            PIC X(37)  VALUE
                'VENDOR LEAD TIMES WRITTEN FOR REORDER'.
            05  FILLER            PIC X(9)   VALUE ' POINTS: '.
            05  LTL-WRITTEN       PIC ZZ9.

        01  LEAD-TIME-FAILED-LINE.

            05  FILLER            PIC X(49)  VALUE
                'VENDOR LEAD TIME FILE NOT WRITTEN - REFER BEFORE'.
            05  FILLER            PIC X(15)  VALUE
                ' VELOCITY RUN'.

        01  UNPRICED-NOTE-LINE.

            05  FILLER            PIC X(34)  VALUE
                'LINES NOT PRICED ON CANDY MASTER: '.
            05  UPN-COUNT         PIC ZZZ,ZZ9.

        01  UNDATED-NOTE-LINE.

            05  FILLER            PIC X(45)  VALUE
                'RECEIVED LINES WITH NO RECEIPT DATE ON FILE: '.
            05  UDN-COUNT         PIC ZZZ,ZZ9.

        01  VENDOR-CAPPED-LINE.

            05  FILLER            PIC X(38)  VALUE
                'VENDOR TABLE FULL - VENDORS NOT SHOWN:'.
            05  VCL-DROPPED       PIC ZZ,ZZ9.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-LOAD-VENDOR-TABLE
           PERFORM 200-READ-PARAMETER
           PERFORM 210-SCORE-OPEN-PO-LINES
           PERFORM 220-SCORE-CLOSED-PO-LINES
           PERFORM 400-WRITE-SCORECARD
           PERFORM 500-WRITE-LEAD-TIMES
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT SCORECARD-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO SH-MONTH
           MOVE WS-DATE(7:2) TO SH-DAY
           MOVE WS-DATE(1:4) TO SH-YEAR
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)

      *    an unreadable master still lets the vendors be scored;
      *    the dollars are left at zero and counted as unpriced
           OPEN INPUT CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OPENED
           END-IF
           .

        160-LOAD-VENDOR-TABLE.

           OPEN INPUT VENDOR-MASTER-FILE
           IF WS-VM-STATUS = '00'
              PERFORM UNTIL NO-MORE-VENDORS
                 READ VENDOR-MASTER-FILE
                    AT END
                       MOVE 'N' TO VENDOR-EOF-FLAG
                    NOT AT END
                       MOVE VM-VENDOR-ID TO WS-FIND-VENDOR-ID
                       PERFORM 170-ADD-VENDOR-ENTRY
                       IF VENDOR-WAS-FOUND
                          MOVE VM-VENDOR-NAME
                             TO VS-VENDOR-NAME (WS-VS-HIT-SUB)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDOR-MASTER-FILE
           END-IF
           .

        170-ADD-VENDOR-ENTRY.

      *    a PO line for a vendor missing from the vendor master
      *    still gets scored, under its ID alone
           MOVE 'NO' TO WS-VENDOR-FOUND
           PERFORM VARYING WS-VS-SUB FROM 1 BY 1
                 UNTIL WS-VS-SUB > VS-ENTRY-COUNT
                 OR VENDOR-WAS-FOUND
              IF VS-VENDOR-ID (WS-VS-SUB) = WS-FIND-VENDOR-ID
                 MOVE 'YES' TO WS-VENDOR-FOUND
                 MOVE WS-VS-SUB TO WS-VS-HIT-SUB
              END-IF
           END-PERFORM
           IF NOT VENDOR-WAS-FOUND
              IF VS-ENTRY-COUNT NOT < 50
                 ADD 1 TO WS-VENDORS-DROPPED
              ELSE
                 ADD 1 TO VS-ENTRY-COUNT
                 MOVE VS-ENTRY-COUNT TO WS-VS-HIT-SUB
                 MOVE 'YES' TO WS-VENDOR-FOUND
                 MOVE WS-FIND-VENDOR-ID
                    TO VS-VENDOR-ID (WS-VS-HIT-SUB)
                 MOVE 'NOT ON VENDOR FILE'
                    TO VS-VENDOR-NAME (WS-VS-HIT-SUB)
                 MOVE ZEROS TO VS-LINES (WS-VS-HIT-SUB)
                    VS-DUE-LINES (WS-VS-HIT-SUB)
                    VS-ON-TIME-LINES (WS-VS-HIT-SUB)
                    VS-SHORT-LINES (WS-VS-HIT-SUB)
                    VS-OVER-LINES (WS-VS-HIT-SUB)
                    VS-CASES-DUE (WS-VS-HIT-SUB)
                    VS-CASES-FILLED (WS-VS-HIT-SUB)
                    VS-LT-LINES (WS-VS-HIT-SUB)
                    VS-LT-DAYS (WS-VS-HIT-SUB)
                    VS-LT-WORST (WS-VS-HIT-SUB)
                    VS-DOLLARS (WS-VS-HIT-SUB)
                    VS-ROLL-LINES (WS-VS-HIT-SUB)
                    VS-ROLL-DAYS (WS-VS-HIT-SUB)
              END-IF
           END-IF
           .

        200-READ-PARAMETER.

      *    no parameter record means the month to date -- the
      *    month-end run needs no card to do the usual thing
           MOVE WS-DATE-NUM TO WS-TO-DATE
           MOVE WS-DATE-NUM TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE (7:2)

           OPEN INPUT SCORECARD-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ SCORECARD-PARM-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SP-FROM-DATE IS NUMERIC
                       AND SP-TO-DATE IS NUMERIC
                       AND SP-FROM-DATE NOT > SP-TO-DATE
                       MOVE SP-FROM-DATE TO WS-FROM-DATE
                       MOVE SP-TO-DATE TO WS-TO-DATE
                    END-IF
              END-READ
              CLOSE SCORECARD-PARM-FILE
           END-IF

           WRITE SCORECARD-REPORT-RECORD FROM SCORECARD-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE WS-FROM-DATE TO SH-FROM-DATE
           MOVE WS-TO-DATE TO SH-TO-DATE
           MOVE SCORECARD-HEADING-TWO TO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE SCORECARD-COLUMN-ONE TO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           MOVE SCORECARD-COLUMN-TWO TO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        210-SCORE-OPEN-PO-LINES.

           OPEN INPUT OPEN-PO-FILE
           IF WS-OPENPO-STATUS = '00'
              PERFORM UNTIL NO-MORE-OPEN-PO
                 READ OPEN-PO-FILE
                    AT END
                       MOVE 'N' TO OPENPO-EOF-FLAG
                    NOT AT END
                       MOVE OP-PO-LINE TO PO-LINE-WORK
                       MOVE OP-RECEIPT-DATES TO PO-LINE-DATES
                       PERFORM 300-SCORE-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE OPEN-PO-FILE
           END-IF
           .

        220-SCORE-CLOSED-PO-LINES.

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
                       MOVE PH-RECEIPT-DATES TO PO-LINE-DATES
                       PERFORM 300-SCORE-PO-LINE
                 END-READ
              END-PERFORM
              CLOSE CLOSED-PO-FILE
           END-IF
           .

        300-SCORE-PO-LINE.

           IF PW-ORDER-DATE IS NUMERIC AND PW-ORDER-DATE > 19000000
                 AND PW-ORDER-QTY IS NUMERIC
                 AND PW-RECEIVED-QTY IS NUMERIC
      *       lines written before receipts were dated carry
      *       spaces where the dates now are
              IF PW-FIRST-RCPT-DATE NOT NUMERIC
                 MOVE ZEROS TO PW-FIRST-RCPT-DATE
              END-IF
              IF PW-LAST-RCPT-DATE NOT NUMERIC
                 MOVE ZEROS TO PW-LAST-RCPT-DATE
              END-IF
              MOVE PW-VENDOR-ID TO WS-FIND-VENDOR-ID
              PERFORM 170-ADD-VENDOR-ENTRY
              IF VENDOR-WAS-FOUND
                 COMPUTE WS-ORDER-INT =
                    FUNCTION INTEGER-OF-DATE (PW-ORDER-DATE)
                 PERFORM 310-MEASURE-LEAD-TIME
                 IF PW-ORDER-DATE NOT < WS-FROM-DATE
                       AND PW-ORDER-DATE NOT > WS-TO-DATE
                    PERFORM 320-SCORE-PERIOD-LINE
                 END-IF
              END-IF
           END-IF
           .

        310-MEASURE-LEAD-TIME.

      *    lead time runs from the order to the vendor's first
      *    delivery against the line
           MOVE -1 TO WS-LEAD-DAYS
           IF PW-FIRST-RCPT-DATE > 19000000
              COMPUTE WS-RECEIPT-INT =
                 FUNCTION INTEGER-OF-DATE (PW-FIRST-RCPT-DATE)
              COMPUTE WS-LEAD-DAYS = WS-RECEIPT-INT - WS-ORDER-INT
              IF WS-LEAD-DAYS < 0
                 MOVE 0 TO WS-LEAD-DAYS
              END-IF
              IF WS-LEAD-DAYS > 999
                 MOVE 999 TO WS-LEAD-DAYS
              END-IF
              IF WS-TODAY-INT - WS-RECEIPT-INT
                    NOT > WS-LEAD-HISTORY-DAYS
                 ADD 1 TO VS-ROLL-LINES (WS-VS-HIT-SUB)
                 ADD WS-LEAD-DAYS TO VS-ROLL-DAYS (WS-VS-HIT-SUB)
              END-IF
           END-IF
           .

        320-SCORE-PERIOD-LINE.

           ADD 1 TO VS-LINES (WS-VS-HIT-SUB)
           ADD 1 TO ST-LINES

           IF WS-LEAD-DAYS NOT < 0
              ADD 1 TO VS-LT-LINES (WS-VS-HIT-SUB)
              ADD WS-LEAD-DAYS TO VS-LT-DAYS (WS-VS-HIT-SUB)
              ADD 1 TO ST-LT-LINES
              ADD WS-LEAD-DAYS TO ST-LT-DAYS
              IF WS-LEAD-DAYS > VS-LT-WORST (WS-VS-HIT-SUB)
                 MOVE WS-LEAD-DAYS TO VS-LT-WORST (WS-VS-HIT-SUB)
              END-IF
              IF WS-LEAD-DAYS > ST-LT-WORST
                 MOVE WS-LEAD-DAYS TO ST-LT-WORST
              END-IF
           ELSE
              IF PW-RECEIVED-QTY > 0
                 ADD 1 TO WS-LINES-UNDATED
              END-IF
           END-IF

           IF PW-RECEIVED-QTY > PW-ORDER-QTY
              ADD 1 TO VS-OVER-LINES (WS-VS-HIT-SUB)
              ADD 1 TO ST-OVER-LINES
           END-IF

      *    a line is judged once it is fully received or past the
      *    on-time window -- a line ordered yesterday has not had
      *    its chance yet
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ORDER-INT
           IF PW-RECEIVED-QTY NOT < PW-ORDER-QTY
                 OR WS-AGE-DAYS > WS-ON-TIME-DAYS
              ADD 1 TO VS-DUE-LINES (WS-VS-HIT-SUB)
              ADD 1 TO ST-DUE-LINES
              IF PW-RECEIVED-QTY < PW-ORDER-QTY
                 MOVE PW-RECEIVED-QTY TO WS-FILLED-QTY
                 ADD 1 TO VS-SHORT-LINES (WS-VS-HIT-SUB)
                 ADD 1 TO ST-SHORT-LINES
              ELSE
                 MOVE PW-ORDER-QTY TO WS-FILLED-QTY
                 IF PW-LAST-RCPT-DATE > 19000000
                    COMPUTE WS-RECEIPT-INT =
                       FUNCTION INTEGER-OF-DATE (PW-LAST-RCPT-DATE)
                    IF WS-RECEIPT-INT - WS-ORDER-INT
                          NOT > WS-ON-TIME-DAYS
                       ADD 1 TO VS-ON-TIME-LINES (WS-VS-HIT-SUB)
                       ADD 1 TO ST-ON-TIME-LINES
                    END-IF
                 END-IF
              END-IF
              ADD PW-ORDER-QTY TO VS-CASES-DUE (WS-VS-HIT-SUB)
              ADD WS-FILLED-QTY TO VS-CASES-FILLED (WS-VS-HIT-SUB)
              ADD PW-ORDER-QTY TO ST-CASES-DUE
              ADD WS-FILLED-QTY TO ST-CASES-FILLED
           END-IF

           PERFORM 330-PRICE-PO-LINE
           COMPUTE WS-LINE-DOLLARS = PW-ORDER-QTY * WS-UNIT-PRICE
           ADD WS-LINE-DOLLARS TO VS-DOLLARS (WS-VS-HIT-SUB)
           ADD WS-LINE-DOLLARS TO ST-DOLLARS
           .

        330-PRICE-PO-LINE.

      *    valued at today's purchase price -- the PO line carries
      *    no price of its own.  only the first 13 characters of
      *    the name can agree: PO lines carry the report run's
      *    13-byte working name
           MOVE 'NO' TO WS-ELEMENT-FOUND
           MOVE ZEROS TO WS-UNIT-PRICE
           IF MASTER-WAS-OPENED
              MOVE PW-WAREHOUSE-ID TO WAREHOUSE-ID
              MOVE PW-VENDOR-ID TO VENDOR-ID
              MOVE PW-CANDY-ID TO CANDY-ID
              READ CANDY-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
                       PERFORM VARYING SUB FROM 1 BY 1
                             UNTIL SUB > CANDY-COUNT
                             OR ELEMENT-WAS-FOUND
                          IF CANDY-NAME (SUB) (1:13)
                                = PW-CANDY-NAME (1:13)
                             AND PURCHASE-PRICE (SUB) IS NUMERIC
                             MOVE 'YES' TO WS-ELEMENT-FOUND
                             MOVE PURCHASE-PRICE (SUB)
                                TO WS-UNIT-PRICE
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-IF
           IF NOT ELEMENT-WAS-FOUND
              ADD 1 TO WS-LINES-UNPRICED
           END-IF
           .

        400-WRITE-SCORECARD.

           PERFORM VARYING WS-VS-SUB FROM 1 BY 1
                 UNTIL WS-VS-SUB > VS-ENTRY-COUNT
              IF VS-LINES (WS-VS-SUB) = 0
                 MOVE VS-VENDOR-ID (WS-VS-SUB) TO SI-VENDOR-ID
                 MOVE VS-VENDOR-NAME (WS-VS-SUB) TO SI-VENDOR-NAME
                 MOVE SCORECARD-IDLE-LINE TO SCORECARD-REPORT-RECORD
              ELSE
                 PERFORM 410-FORMAT-VENDOR-LINE
                 MOVE SCORECARD-DETAIL-LINE TO SCORECARD-REPORT-RECORD
              END-IF
              WRITE SCORECARD-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-PERFORM

           MOVE ST-LINES TO STL-LINES
           MOVE ZEROS TO WS-AVG-DAYS
           IF ST-LT-LINES > 0
              COMPUTE WS-AVG-DAYS ROUNDED = ST-LT-DAYS / ST-LT-LINES
           END-IF
           MOVE WS-AVG-DAYS TO STL-AVG-LEAD
           MOVE ST-LT-WORST TO STL-WORST-LEAD
           MOVE ZEROS TO WS-PCT
           IF ST-CASES-DUE > 0
              COMPUTE WS-PCT ROUNDED =
                 ST-CASES-FILLED * 100 / ST-CASES-DUE
           END-IF
           MOVE WS-PCT TO STL-FILL-PCT
           MOVE ZEROS TO WS-PCT
           IF ST-DUE-LINES > 0
              COMPUTE WS-PCT ROUNDED =
                 ST-ON-TIME-LINES * 100 / ST-DUE-LINES
           END-IF
           MOVE WS-PCT TO STL-ON-TIME-PCT
           MOVE ST-SHORT-LINES TO STL-SHORT-LINES
           MOVE ST-OVER-LINES TO STL-OVER-LINES
           MOVE ST-DOLLARS TO STL-DOLLARS
           MOVE SCORECARD-TOTAL-LINE TO SCORECARD-REPORT-RECORD
           WRITE SCORECARD-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        410-FORMAT-VENDOR-LINE.

           MOVE VS-VENDOR-ID (WS-VS-SUB) TO SD-VENDOR-ID
           MOVE VS-VENDOR-NAME (WS-VS-SUB) TO SD-VENDOR-NAME
           MOVE VS-LINES (WS-VS-SUB) TO SD-LINES
           MOVE ZEROS TO WS-AVG-DAYS
           IF VS-LT-LINES (WS-VS-SUB) > 0
              COMPUTE WS-AVG-DAYS ROUNDED =
                 VS-LT-DAYS (WS-VS-SUB) / VS-LT-LINES (WS-VS-SUB)
           END-IF
           MOVE WS-AVG-DAYS TO SD-AVG-LEAD
           MOVE VS-LT-WORST (WS-VS-SUB) TO SD-WORST-LEAD
           MOVE ZEROS TO WS-PCT
           IF VS-CASES-DUE (WS-VS-SUB) > 0
              COMPUTE WS-PCT ROUNDED =
                 VS-CASES-FILLED (WS-VS-SUB) * 100
                    / VS-CASES-DUE (WS-VS-SUB)
           END-IF
           MOVE WS-PCT TO SD-FILL-PCT
           MOVE ZEROS TO WS-PCT
           IF VS-DUE-LINES (WS-VS-SUB) > 0
              COMPUTE WS-PCT ROUNDED =
                 VS-ON-TIME-LINES (WS-VS-SUB) * 100
                    / VS-DUE-LINES (WS-VS-SUB)
           END-IF
           MOVE WS-PCT TO SD-ON-TIME-PCT
           MOVE VS-SHORT-LINES (WS-VS-SUB) TO SD-SHORT-LINES
           MOVE VS-OVER-LINES (WS-VS-SUB) TO SD-OVER-LINES
           MOVE VS-DOLLARS (WS-VS-SUB) TO SD-DOLLARS
           .

        500-WRITE-LEAD-TIMES.

      *    rewritten whole each run; a vendor without enough
      *    measured lines is left off, and the velocity run falls
      *    back to its standard lead time for it.  a file that
      *    cannot be opened or written is reported and fails the step
           OPEN OUTPUT VENDOR-LEAD-TIME-FILE
           IF WS-LEADTM-STATUS = '00'
              PERFORM VARYING WS-VS-SUB FROM 1 BY 1
                    UNTIL WS-VS-SUB > VS-ENTRY-COUNT
                       OR LEADTM-HAS-FAILED
                 IF VS-ROLL-LINES (WS-VS-SUB) NOT < WS-MIN-LEAD-LINES
                    MOVE VS-VENDOR-ID (WS-VS-SUB) TO VL-VENDOR-ID
                    COMPUTE VL-AVG-LEAD-DAYS ROUNDED =
                       VS-ROLL-DAYS (WS-VS-SUB)
                          / VS-ROLL-LINES (WS-VS-SUB)
                    MOVE VS-ROLL-LINES (WS-VS-SUB)
                       TO VL-LINES-MEASURED
                    MOVE WS-DATE-NUM TO VL-MEASURED-DATE
                    WRITE VENDOR-LEAD-TIME-RECORD
                    IF WS-LEADTM-STATUS = '00'
                       ADD 1 TO WS-LEADTM-WRITTEN
                    ELSE
                       MOVE 'YES' TO WS-LEADTM-FAILED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE VENDOR-LEAD-TIME-FILE
              IF WS-LEADTM-STATUS NOT = '00'
                 MOVE 'YES' TO WS-LEADTM-FAILED
              END-IF
           ELSE
              MOVE 'YES' TO WS-LEADTM-FAILED
           END-IF
           .

        800-END-OF-FILE-ROUTINE.

           IF LEADTM-HAS-FAILED
              MOVE LEAD-TIME-FAILED-LINE TO SCORECARD-REPORT-RECORD
           ELSE
              MOVE WS-LEADTM-WRITTEN TO LTL-WRITTEN
              MOVE LEAD-TIME-TOTAL-LINE TO SCORECARD-REPORT-RECORD
           END-IF
           WRITE SCORECARD-REPORT-RECORD
               AFTER ADVANCING 3 LINES

           IF WS-LINES-UNPRICED > 0
              MOVE WS-LINES-UNPRICED TO UPN-COUNT
              MOVE UNPRICED-NOTE-LINE TO SCORECARD-REPORT-RECORD
              WRITE SCORECARD-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF WS-LINES-UNDATED > 0
              MOVE WS-LINES-UNDATED TO UDN-COUNT
              MOVE UNDATED-NOTE-LINE TO SCORECARD-REPORT-RECORD
              WRITE SCORECARD-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF WS-VENDORS-DROPPED > 0
              MOVE WS-VENDORS-DROPPED TO VCL-DROPPED
              MOVE VENDOR-CAPPED-LINE TO SCORECARD-REPORT-RECORD
              WRITE SCORECARD-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF MASTER-WAS-OPENED
              CLOSE CANDY-MASTER-FILE
           END-IF
           CLOSE SCORECARD-REPORT
           IF LEADTM-HAS-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
