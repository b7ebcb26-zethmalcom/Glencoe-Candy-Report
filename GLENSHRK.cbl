        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENSHRK.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that shows where
      *  the shrink goes: every posted adjustment for the period,
      *  totalled by warehouse and reason, in cases and dollars, so
      *  damage, theft and expired stock stop hiding inside one
      *  net adjustment figure.
      * ***************
      *  INPUT:
      *     The SHRINK PARAMETER FILE may carry a FROM DATE and a
      *     TO DATE (YYYYMMDD); with no parameter the report covers
      *     the current month to date.
      *
      *     The POSTED LEDGER FILE written by the posting run; only
      *     adjustment records posted within the period are read.
      *
      *     The CANDY MASTER FILE supplies the PURCHASE PRICE each
      *     adjustment is valued at, read by key.
      *
      *     The REASON CODE FILE supplies each reason's
      *     description.
      *
      * ***************
      *  OUTPUT:
      *     The SHRINK BY REASON REPORT, one line per warehouse and
      *     reason with the adjustments posted, cases lost and
      *     found, and their dollar value, with a subtotal for each
      *     warehouse and a grand total.  Adjustments posted before
      *     reasons were kept show as NO REASON GIVEN.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SHRINK-PARM-FILE
                ASSIGN TO 'GLENCOE-SHRKPRM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.
            SELECT POSTED-LEDGER-FILE
                ASSIGN TO 'GLENCOE-LEDGER.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
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
            SELECT SHRINK-REPORT
                ASSIGN TO PRINTER 'GLENCOE-SHRINK.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    SHRINK-PARM-FILE
            RECORD CONTAINS 16 CHARACTERS.

        01  SHRINK-PARM-RECORD.
            05  SP-FROM-DATE          PIC 9(8).
            05  SP-TO-DATE            PIC 9(8).

        FD    POSTED-LEDGER-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  POSTED-LEDGER-RECORD.
            05  LG-POST-DATE          PIC 9(8).
            05  LG-RECORD-TYPE        PIC X(1).
                88  LG-ADJUSTMENT               VALUE 'A'.
            05  LG-WAREHOUSE-ID       PIC X(4).
            05  LG-VENDOR-ID          PIC X(1).
            05  LG-CANDY-ID           PIC X(3).
            05  LG-CANDY-NAME         PIC X(15).
            05  LG-CASE-QTY           PIC S9(4).
            05  LG-BEFORE-STOCK       PIC S9(4).
            05  LG-AFTER-STOCK        PIC S9(4).
            05  LG-SOURCE-CODE        PIC X(1).
            05  LG-REASON-CODE        PIC X(2).

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

        FD   SHRINK-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  SHRINK-REPORT-RECORD      PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  LEDGER-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-LEDGER                 VALUE 'N'.
            05  REASON-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-REASONS                VALUE 'N'.
            05  WS-PARM-STATUS           PIC XX.
            05  WS-LEDGER-STATUS         PIC XX.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-REASON-STATUS         PIC XX.
            05  WS-MASTER-OPENED         PIC X(3)  VALUE 'NO'.
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-ELEMENT-FOUND         PIC X(3)  VALUE 'NO'.
                88  ELEMENT-WAS-FOUND              VALUE 'YES'.
            05  WS-SHRINK-FOUND          PIC X(3)  VALUE 'NO'.
                88  SHRINK-WAS-FOUND               VALUE 'YES'.
            05  WS-REASON-FOUND          PIC X(3)  VALUE 'NO'.
                88  REASON-WAS-FOUND               VALUE 'YES'.

        01  SUB  PIC 99   VALUE 1.

        01  REASON-CODE-TABLE.
            05  RD-ENTRY-COUNT           PIC 99    VALUE 0.
            05  REASON-CODE-ENTRY OCCURS 1 TO 30 TIMES
                    DEPENDING ON RD-ENTRY-COUNT.
                10  RD-REASON-CODE       PIC X(2).
                10  RD-DESCRIPTION       PIC X(20).

      *    one entry per warehouse and reason, kept in warehouse /
      *    reason order as entries are added so the report prints
      *    straight down the table
        01  SHRINK-TABLE.
            05  SK-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  SHRINK-TABLE-ENTRY OCCURS 1 TO 300 TIMES
                    DEPENDING ON SK-ENTRY-COUNT.
                10  SK-WAREHOUSE-ID      PIC X(4).
                10  SK-REASON-CODE       PIC X(2).
                10  SK-ADJ-COUNT         PIC 9(5).
                10  SK-CASES-LOST        PIC 9(7).
                10  SK-CASES-FOUND       PIC 9(7).
                10  SK-DOLLARS-LOST      PIC 9(9)V99.
                10  SK-DOLLARS-FOUND     PIC 9(9)V99.

        01  SHRINK-CONTROLS.
            05  WS-FROM-DATE             PIC 9(8).
            05  WS-TO-DATE               PIC 9(8).
            05  WS-SK-SUB                PIC 9(3).
            05  WS-SK-HIT-SUB            PIC 9(3).
            05  WS-SK-MOVE-SUB           PIC 9(3).
            05  WS-RD-SUB                PIC 99.
            05  WS-CASES                 PIC 9(4).
            05  WS-UNIT-PRICE            PIC S999V99.
            05  WS-DOLLARS               PIC 9(7)V99.
            05  WS-LEDGER-READ           PIC 9(7)  VALUE 0.
            05  WS-ADJS-SELECTED         PIC 9(7)  VALUE 0.
            05  WS-ADJS-UNPRICED         PIC 9(7)  VALUE 0.
            05  WS-SK-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-PREV-WAREHOUSE-ID     PIC X(4)  VALUE SPACES.

        01  SHRINK-TOTALS.
            05  WS-WH-ADJ-COUNT          PIC 9(7)  VALUE 0.
            05  WS-WH-CASES-LOST         PIC 9(7)  VALUE 0.
            05  WS-WH-CASES-FOUND        PIC 9(7)  VALUE 0.
            05  WS-WH-DOLLARS-LOST       PIC 9(9)V99 VALUE 0.
            05  WS-WH-DOLLARS-FOUND      PIC 9(9)V99 VALUE 0.
            05  WS-GR-ADJ-COUNT          PIC 9(7)  VALUE 0.
            05  WS-GR-CASES-LOST         PIC 9(7)  VALUE 0.
            05  WS-GR-CASES-FOUND        PIC 9(7)  VALUE 0.
            05  WS-GR-DOLLARS-LOST       PIC 9(9)V99 VALUE 0.
            05  WS-GR-DOLLARS-FOUND      PIC 9(9)V99 VALUE 0.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  SHRINK-HEADING-ONE.

            05  FILLER            PIC X(15)  VALUE SPACES.
            05  FILLER            PIC X(37)  VALUE
                'SHRINK BY REASON AND WAREHOUSE'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SH-MONTH          PIC 99/.
            05  SH-DAY            PIC 99/.
            05  SH-YEAR           PIC 9999.

        01  SHRINK-HEADING-TWO.

            05  FILLER            PIC X(15)  VALUE SPACES.
            05  FILLER            PIC X(17)  VALUE
                'ADJUSTMENTS FROM '.
            05  SH-FROM-DATE      PIC 9(8).
            05  FILLER            PIC X(4)   VALUE ' TO '.
            05  SH-TO-DATE        PIC 9(8).

        01  SHRINK-COLUMN-HEADING.

            05  FILLER            PIC X(6)   VALUE 'WHSE'.
            05  FILLER            PIC X(3)   VALUE 'RS'.
            05  FILLER            PIC X(21)  VALUE 'REASON'.
            05  FILLER            PIC X(6)   VALUE ' ADJS'.
            05  FILLER            PIC X(7)   VALUE '  LOST'.
            05  FILLER            PIC X(7)   VALUE ' FOUND'.
            05  FILLER            PIC X(13)  VALUE '     $ LOST'.
            05  FILLER            PIC X(12)  VALUE '    $ FOUND'.

        01  SHRINK-DETAIL-LINE.

            05  SL-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  SL-REASON-CODE    PIC X(2).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  SL-DESCRIPTION    PIC X(20).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  SL-ADJ-COUNT      PIC ZZZZ9.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  SL-CASES-LOST     PIC ZZ,ZZ9.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  SL-CASES-FOUND    PIC ZZ,ZZ9.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  SL-DOLLARS-LOST   PIC Z,ZZZ,ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  SL-DOLLARS-FOUND  PIC Z,ZZZ,ZZ9.99.

        01  SHRINK-NONE-LINE.

            05  FILLER            PIC X(48)  VALUE
                'NO ADJUSTMENTS POSTED IN THE PERIOD'.

        01  SHRINK-NO-LEDGER-LINE.

            05  FILLER            PIC X(48)  VALUE
                'POSTED LEDGER NOT READABLE - NOTHING REPORTED'.

        01  SHRINK-UNPRICED-LINE.

            05  FILLER            PIC X(36)  VALUE
                'ADJUSTMENTS WITH NO MASTER PRICE:  '.
            05  SU-UNPRICED       PIC ZZZ,ZZ9.

        01  SHRINK-DROPPED-LINE.

            05  FILLER            PIC X(36)  VALUE
                'ADJUSTMENTS LEFT OFF - TABLE FULL:  '.
            05  SU-DROPPED        PIC ZZZ,ZZ9.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 200-READ-PARAMETER
           PERFORM 250-LOAD-REASON-TABLE
           PERFORM 300-ACCUMULATE-SHRINK
           PERFORM 700-WRITE-SHRINK-REPORT
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

           OPEN OUTPUT SHRINK-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           MOVE WS-DATE(5:2) TO SH-MONTH
           MOVE WS-DATE(7:2) TO SH-DAY
           MOVE WS-DATE(1:4) TO SH-YEAR

      *    an unreadable master still lets the cases be reported;
      *    the dollars are left at zero and counted as unpriced
           OPEN INPUT CANDY-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              MOVE 'YES' TO WS-MASTER-OPENED
           END-IF
           .

        200-READ-PARAMETER.

      *    no parameter record means the month to date -- the
      *    month-end run needs no card to do the usual thing
           MOVE WS-DATE-NUM TO WS-TO-DATE
           MOVE WS-DATE-NUM TO WS-FROM-DATE
           MOVE '01' TO WS-FROM-DATE (7:2)

           OPEN INPUT SHRINK-PARM-FILE
           IF WS-PARM-STATUS = '00'
              READ SHRINK-PARM-FILE
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
              CLOSE SHRINK-PARM-FILE
           END-IF

           WRITE SHRINK-REPORT-RECORD FROM SHRINK-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE WS-FROM-DATE TO SH-FROM-DATE
           MOVE WS-TO-DATE TO SH-TO-DATE
           MOVE SHRINK-HEADING-TWO TO SHRINK-REPORT-RECORD
           WRITE SHRINK-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE SHRINK-COLUMN-HEADING TO SHRINK-REPORT-RECORD
           WRITE SHRINK-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        250-LOAD-REASON-TABLE.

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
                          MOVE RN-DESCRIPTION
                             TO RD-DESCRIPTION (RD-ENTRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-CODE-FILE
           END-IF
           .

        300-ACCUMULATE-SHRINK.

           OPEN INPUT POSTED-LEDGER-FILE
           IF WS-LEDGER-STATUS = '00'
              PERFORM UNTIL NO-MORE-LEDGER
                 READ POSTED-LEDGER-FILE
                    AT END
                       MOVE 'N' TO LEDGER-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-LEDGER-READ
                       IF LG-ADJUSTMENT
                          AND LG-POST-DATE IS NUMERIC
                          AND LG-POST-DATE NOT < WS-FROM-DATE
                          AND LG-POST-DATE NOT > WS-TO-DATE
                          AND LG-CASE-QTY IS NUMERIC
                          ADD 1 TO WS-ADJS-SELECTED
                          PERFORM 310-VALUE-ADJUSTMENT
                          PERFORM 320-FIND-SHRINK-ENTRY
                          PERFORM 330-ADD-TO-SHRINK-ENTRY
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE POSTED-LEDGER-FILE
           ELSE
              MOVE SHRINK-NO-LEDGER-LINE TO SHRINK-REPORT-RECORD
              WRITE SHRINK-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        310-VALUE-ADJUSTMENT.

      *    valued at today's purchase price -- the ledger carries
      *    no price of its own
           MOVE 'NO' TO WS-ELEMENT-FOUND
           MOVE ZEROS TO WS-UNIT-PRICE
           IF MASTER-WAS-OPENED
              MOVE LG-WAREHOUSE-ID TO WAREHOUSE-ID
              MOVE LG-VENDOR-ID TO VENDOR-ID
              MOVE LG-CANDY-ID TO CANDY-ID
              READ CANDY-MASTER-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
                       PERFORM VARYING SUB FROM 1 BY 1
                             UNTIL SUB > CANDY-COUNT
                             OR ELEMENT-WAS-FOUND
                          IF CANDY-NAME (SUB) = LG-CANDY-NAME
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
              ADD 1 TO WS-ADJS-UNPRICED
           END-IF

           IF LG-CASE-QTY < 0
              COMPUTE WS-CASES = 0 - LG-CASE-QTY
           ELSE
              MOVE LG-CASE-QTY TO WS-CASES
           END-IF
           MULTIPLY WS-CASES BY WS-UNIT-PRICE GIVING WS-DOLLARS
           .

        320-FIND-SHRINK-ENTRY.

      *    the table is in warehouse / reason order; stop at the
      *    entry or at the first one past it, which is where a new
      *    entry is slotted in
           MOVE 'NO' TO WS-SHRINK-FOUND
           MOVE 0 TO WS-SK-HIT-SUB
           PERFORM VARYING WS-SK-SUB FROM 1 BY 1
                 UNTIL WS-SK-SUB > SK-ENTRY-COUNT
                 OR WS-SK-HIT-SUB > 0
              IF SK-WAREHOUSE-ID (WS-SK-SUB) = LG-WAREHOUSE-ID
                 AND SK-REASON-CODE (WS-SK-SUB) = LG-REASON-CODE
                 MOVE 'YES' TO WS-SHRINK-FOUND
                 MOVE WS-SK-SUB TO WS-SK-HIT-SUB
              ELSE
                 IF SK-WAREHOUSE-ID (WS-SK-SUB) > LG-WAREHOUSE-ID
                    OR (SK-WAREHOUSE-ID (WS-SK-SUB) = LG-WAREHOUSE-ID
                    AND SK-REASON-CODE (WS-SK-SUB) > LG-REASON-CODE)
                    MOVE WS-SK-SUB TO WS-SK-HIT-SUB
                 END-IF
              END-IF
           END-PERFORM

           IF NOT SHRINK-WAS-FOUND
              IF SK-ENTRY-COUNT NOT < 300
                 ADD 1 TO WS-SK-DROPPED
              ELSE
                 IF WS-SK-HIT-SUB = 0
                    COMPUTE WS-SK-HIT-SUB = SK-ENTRY-COUNT + 1
                 END-IF
                 ADD 1 TO SK-ENTRY-COUNT
                 PERFORM VARYING WS-SK-MOVE-SUB
                       FROM SK-ENTRY-COUNT BY -1
                       UNTIL WS-SK-MOVE-SUB NOT > WS-SK-HIT-SUB
                    MOVE SHRINK-TABLE-ENTRY (WS-SK-MOVE-SUB - 1)
                       TO SHRINK-TABLE-ENTRY (WS-SK-MOVE-SUB)
                 END-PERFORM
                 MOVE LG-WAREHOUSE-ID
                    TO SK-WAREHOUSE-ID (WS-SK-HIT-SUB)
                 MOVE LG-REASON-CODE
                    TO SK-REASON-CODE (WS-SK-HIT-SUB)
                 MOVE ZEROS TO SK-ADJ-COUNT (WS-SK-HIT-SUB)
                    SK-CASES-LOST (WS-SK-HIT-SUB)
                    SK-CASES-FOUND (WS-SK-HIT-SUB)
                    SK-DOLLARS-LOST (WS-SK-HIT-SUB)
                    SK-DOLLARS-FOUND (WS-SK-HIT-SUB)
                 MOVE 'YES' TO WS-SHRINK-FOUND
              END-IF
           END-IF
           .

        330-ADD-TO-SHRINK-ENTRY.

           IF SHRINK-WAS-FOUND
              ADD 1 TO SK-ADJ-COUNT (WS-SK-HIT-SUB)
              IF LG-CASE-QTY < 0
                 ADD WS-CASES TO SK-CASES-LOST (WS-SK-HIT-SUB)
                 ADD WS-DOLLARS TO SK-DOLLARS-LOST (WS-SK-HIT-SUB)
              ELSE
                 ADD WS-CASES TO SK-CASES-FOUND (WS-SK-HIT-SUB)
                 ADD WS-DOLLARS TO SK-DOLLARS-FOUND (WS-SK-HIT-SUB)
              END-IF
           END-IF
           .

        700-WRITE-SHRINK-REPORT.

           IF SK-ENTRY-COUNT = 0
              MOVE SHRINK-NONE-LINE TO SHRINK-REPORT-RECORD
              WRITE SHRINK-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              PERFORM VARYING WS-SK-SUB FROM 1 BY 1
                    UNTIL WS-SK-SUB > SK-ENTRY-COUNT
                 IF SK-WAREHOUSE-ID (WS-SK-SUB)
                       NOT = WS-PREV-WAREHOUSE-ID
                    AND WS-SK-SUB > 1
                    PERFORM 720-WRITE-WAREHOUSE-TOTAL
                 END-IF
                 MOVE SK-WAREHOUSE-ID (WS-SK-SUB)
                    TO WS-PREV-WAREHOUSE-ID
                 PERFORM 710-WRITE-SHRINK-LINE
              END-PERFORM
              PERFORM 720-WRITE-WAREHOUSE-TOTAL
           END-IF
           .

        710-WRITE-SHRINK-LINE.

           MOVE SK-WAREHOUSE-ID (WS-SK-SUB) TO SL-WAREHOUSE-ID
           MOVE SK-REASON-CODE (WS-SK-SUB) TO SL-REASON-CODE
           IF SK-REASON-CODE (WS-SK-SUB) = SPACES
              MOVE 'NO REASON GIVEN' TO SL-DESCRIPTION
           ELSE
              MOVE 'NO' TO WS-REASON-FOUND
              MOVE 'UNKNOWN REASON' TO SL-DESCRIPTION
              PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                    UNTIL WS-RD-SUB > RD-ENTRY-COUNT
                    OR REASON-WAS-FOUND
                 IF RD-REASON-CODE (WS-RD-SUB)
                       = SK-REASON-CODE (WS-SK-SUB)
                    MOVE 'YES' TO WS-REASON-FOUND
                    MOVE RD-DESCRIPTION (WS-RD-SUB)
                       TO SL-DESCRIPTION
                 END-IF
              END-PERFORM
           END-IF
           MOVE SK-ADJ-COUNT (WS-SK-SUB) TO SL-ADJ-COUNT
           MOVE SK-CASES-LOST (WS-SK-SUB) TO SL-CASES-LOST
           MOVE SK-CASES-FOUND (WS-SK-SUB) TO SL-CASES-FOUND
           MOVE SK-DOLLARS-LOST (WS-SK-SUB) TO SL-DOLLARS-LOST
           MOVE SK-DOLLARS-FOUND (WS-SK-SUB) TO SL-DOLLARS-FOUND
           MOVE SHRINK-DETAIL-LINE TO SHRINK-REPORT-RECORD
           WRITE SHRINK-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           ADD SK-ADJ-COUNT (WS-SK-SUB) TO WS-WH-ADJ-COUNT
           ADD SK-CASES-LOST (WS-SK-SUB) TO WS-WH-CASES-LOST
           ADD SK-CASES-FOUND (WS-SK-SUB) TO WS-WH-CASES-FOUND
           ADD SK-DOLLARS-LOST (WS-SK-SUB) TO WS-WH-DOLLARS-LOST
           ADD SK-DOLLARS-FOUND (WS-SK-SUB) TO WS-WH-DOLLARS-FOUND
           .

        720-WRITE-WAREHOUSE-TOTAL.

           MOVE WS-PREV-WAREHOUSE-ID TO SL-WAREHOUSE-ID
           MOVE SPACES TO SL-REASON-CODE
           MOVE 'WAREHOUSE TOTAL' TO SL-DESCRIPTION
           MOVE WS-WH-ADJ-COUNT TO SL-ADJ-COUNT
           MOVE WS-WH-CASES-LOST TO SL-CASES-LOST
           MOVE WS-WH-CASES-FOUND TO SL-CASES-FOUND
           MOVE WS-WH-DOLLARS-LOST TO SL-DOLLARS-LOST
           MOVE WS-WH-DOLLARS-FOUND TO SL-DOLLARS-FOUND
           MOVE SHRINK-DETAIL-LINE TO SHRINK-REPORT-RECORD
           WRITE SHRINK-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SHRINK-REPORT-RECORD
           WRITE SHRINK-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           ADD WS-WH-ADJ-COUNT TO WS-GR-ADJ-COUNT
           ADD WS-WH-CASES-LOST TO WS-GR-CASES-LOST
           ADD WS-WH-CASES-FOUND TO WS-GR-CASES-FOUND
           ADD WS-WH-DOLLARS-LOST TO WS-GR-DOLLARS-LOST
           ADD WS-WH-DOLLARS-FOUND TO WS-GR-DOLLARS-FOUND
           MOVE ZEROS TO WS-WH-ADJ-COUNT WS-WH-CASES-LOST
              WS-WH-CASES-FOUND WS-WH-DOLLARS-LOST
              WS-WH-DOLLARS-FOUND
           .

        800-END-OF-FILE-ROUTINE.

           MOVE 'ALL ' TO SL-WAREHOUSE-ID
           MOVE SPACES TO SL-REASON-CODE
           MOVE 'GRAND TOTAL' TO SL-DESCRIPTION
           MOVE WS-GR-ADJ-COUNT TO SL-ADJ-COUNT
           MOVE WS-GR-CASES-LOST TO SL-CASES-LOST
           MOVE WS-GR-CASES-FOUND TO SL-CASES-FOUND
           MOVE WS-GR-DOLLARS-LOST TO SL-DOLLARS-LOST
           MOVE WS-GR-DOLLARS-FOUND TO SL-DOLLARS-FOUND
           MOVE SHRINK-DETAIL-LINE TO SHRINK-REPORT-RECORD
           WRITE SHRINK-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           IF WS-ADJS-UNPRICED > 0
              MOVE WS-ADJS-UNPRICED TO SU-UNPRICED
              MOVE SHRINK-UNPRICED-LINE TO SHRINK-REPORT-RECORD
              WRITE SHRINK-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           IF WS-SK-DROPPED > 0
              MOVE WS-SK-DROPPED TO SU-DROPPED
              MOVE SHRINK-DROPPED-LINE TO SHRINK-REPORT-RECORD
              WRITE SHRINK-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF MASTER-WAS-OPENED
              CLOSE CANDY-MASTER-FILE
           END-IF
           CLOSE SHRINK-REPORT
           STOP RUN
           .
