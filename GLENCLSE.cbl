      *
      *     The CANDY RECORD FILE and RETAIL PRICE MASTER FILE,
      *     valued exactly the way the valuation report values
      *     them, at the retail price in effect on the close date
      *     (CLOSE mode only).  A reprint uses the retail frozen on
      *     the snapshot, so later price changes never alter it.
      *
      *     The RUN CONTROL FILE written by the nightly inventory
      *     run -- the latest record's grand total is what the
                10  PURCHASE-PRICE    PIC S999V99.

        FD    RETAIL-PRICE-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  RETAIL-PRICE-RECORD.
            05  RM-CANDY-ID           PIC X(3).
            05  RM-BOX-SIZE           PIC X(1).
            05  RM-RETAIL-PRICE       PIC 999V99.
            05  RM-EFFECTIVE-DATE     PIC 9(8).
            05  RM-STATUS             PIC X(1).

        FD    RUN-CONTROL-FILE
            RECORD CONTAINS 108 CHARACTERS.
        01  SUB  PIC 99   VALUE 1.

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

        01  CLOSE-CONTROLS.
            05  WS-RT-SUB                PIC 9(4).
            05  WS-RT-HIT-SUB            PIC 9(4).
            05  WS-BEST-DATE             PIC 9(8).
            05  WS-SNAP-DATE             PIC 9(8).
            05  WS-CASES                 PIC 9(4).
            05  WS-UNIT-COST             PIC 999V99.
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

        330-LOOKUP-RETAIL-PRICE.

      *    the price in effect is the latest one dated on or
      *    before the close date -- a later entry keyed for the same day
      *    wins, and a delete in that place means no retail price
           MOVE 'NO' TO WS-RETAIL-FOUND
           MOVE ZEROS TO WS-UNIT-RETAIL WS-BEST-DATE WS-RT-HIT-SUB
           PERFORM VARYING WS-RT-SUB
                 FROM 1 BY 1 UNTIL WS-RT-SUB > RT-ENTRY-COUNT
              IF RT-CANDY-ID (WS-RT-SUB) = CANDY-ID
                    AND RT-BOX-SIZE (WS-RT-SUB) = BOX-SIZE (SUB)
                    AND RT-EFFECTIVE-DATE (WS-RT-SUB)
                          NOT > WS-SNAP-DATE
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

        340-PRINT-SNAPSHOT-DETAIL.
