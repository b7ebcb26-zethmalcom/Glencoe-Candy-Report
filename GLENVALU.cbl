      *     order, as the report run reads it.
      *
      *     The RETAIL PRICE MASTER FILE keyed by CANDY ID and
      *     BOX SIZE, one record per dated price:
      *         1.  CANDY ID
      *         2.  BOX SIZE
      *         3.  RETAIL PRICE
      *         4.  EFFECTIVE DATE
      *         5.  STATUS (D = NO RETAIL PRICE FROM THIS DATE)
      *     Each item is priced at the retail price in effect
      *     today, so a price keyed ahead waits for its date.
      *
      *     The VENDOR MASTER FILE supplies vendor names for the
      *     subtotal lines.
                10  PURCHASE-PRICE    PIC S999V99.

        FD    RETAIL-PRICE-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  RETAIL-PRICE-RECORD.
            05  RM-CANDY-ID           PIC X(3).
            05  RM-BOX-SIZE           PIC X(1).
            05  RM-RETAIL-PRICE       PIC 999V99.
            05  RM-EFFECTIVE-DATE     PIC 9(8).
            05  RM-STATUS             PIC X(1).

        FD    VENDOR-MASTER-FILE
            RECORD CONTAINS 19 CHARACTERS.
                10  VT-VENDOR-NAME       PIC X(18).

        01  RETAIL-PRICE-TABLE.
            05  RT-ENTRY-COUNT           PIC 9(4)  VALUE 0.
            05  RETAIL-PRICE-ENTRY OCCURS 1 TO 999 TIMES
                    DEPENDING ON RT-ENTRY-COUNT.
                10  RT-CANDY-ID          PIC X(3).
                10  RT-BOX-SIZE          PIC X(1).
                10  RT-RETAIL-PRICE      PIC 999V99.
                10  RT-EFFECTIVE-DATE    PIC 9(8).
                10  RT-STATUS            PIC X(1).
                    88  RT-IS-DELETED              VALUE 'D'.

        01  VALUATION-CONTROLS.
            05  WS-RT-SUB                PIC 9(4).
            05  WS-RT-HIT-SUB            PIC 9(4).
            05  WS-BEST-DATE             PIC 9(8).
            05  WS-PREV-WAREHOUSE-ID     PIC X(4).
            05  WS-PREV-VENDOR-ID        PIC X(1).
            05  WS-CASES                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  VALUATION-HEADING-ONE.

            05  FILLER            PIC X(14)  VALUE SPACES.
                    AT END
                       MOVE 'N' TO RETAIL-EOF-FLAG
                    NOT AT END
                       IF RT-ENTRY-COUNT < 999
                             AND RM-RETAIL-PRICE IS NUMERIC
                          ADD 1 TO RT-ENTRY-COUNT
                          MOVE RM-CANDY-ID
                             TO RT-BOX-SIZE (RT-ENTRY-COUNT)
                          MOVE RM-RETAIL-PRICE
                             TO RT-RETAIL-PRICE (RT-ENTRY-COUNT)
      *                   a price from before effective dates has
      *                   none and counts as in effect since always
                          IF RM-EFFECTIVE-DATE IS NUMERIC
                             MOVE RM-EFFECTIVE-DATE
                                TO RT-EFFECTIVE-DATE (RT-ENTRY-COUNT)
                          ELSE
                             MOVE ZEROS
                                TO RT-EFFECTIVE-DATE (RT-ENTRY-COUNT)
                          END-IF
                          MOVE RM-STATUS
                             TO RT-STATUS (RT-ENTRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM

        385-LOOKUP-RETAIL-PRICE.

      *    the price in effect is the latest one dated on or
      *    before today -- a later entry keyed for the same day
      *    wins, and a delete in that place means no retail price
           MOVE 'NO' TO WS-RETAIL-FOUND
           MOVE ZEROS TO WS-UNIT-RETAIL WS-BEST-DATE WS-RT-HIT-SUB
           PERFORM VARYING WS-RT-SUB
                 FROM 1 BY 1 UNTIL WS-RT-SUB > RT-ENTRY-COUNT
              IF RT-CANDY-ID (WS-RT-SUB) = CANDY-ID
                    AND RT-BOX-SIZE (WS-RT-SUB) = BOX-SIZE (SUB)
                    AND RT-EFFECTIVE-DATE (WS-RT-SUB)
                          NOT > WS-DATE-NUM
                    AND RT-EFFECTIVE-DATE (WS-RT-SUB)
                          NOT < WS-BEST-DATE
                 MOVE RT-EFFECTIVE-DATE (WS-RT-SUB) TO WS-BEST-DATE
                 MOVE WS-RT-SUB TO WS-RT-HIT-SUB
              END-IF
           END-PERFORM
           IF WS-RT-HIT-SUB > 0
              IF NOT RT-IS-DELETED (WS-RT-HIT-SUB)
                 MOVE 'YES' TO WS-RETAIL-FOUND
                 MOVE RT-RETAIL-PRICE (WS-RT-HIT-SUB)
                    TO WS-UNIT-RETAIL
              END-IF
           END-IF
           .

        400-WAREHOUSE-BREAK.
