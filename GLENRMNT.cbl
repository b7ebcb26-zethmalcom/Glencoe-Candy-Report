        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENRMNT.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that maintains the
      *  retail price master, replacing hand edits in a text editor
      *  that overwrote each old price -- a reprinted close package
      *  or a promotion keyed ahead could never be priced right.
      *  Every price now carries the date it takes effect, and a
      *  change adds a new dated price instead of replacing the old
      *  one, so the master holds the full price history.
      * ***************
      *  INPUT:
      *     The RETAIL MAINTENANCE TRANSACTION FILE carries one
      *     action per record:
      *         1.  ACTION (A=ADD, C=CHANGE, D=DELETE)
      *         2.  CANDY ID
      *         3.  BOX SIZE
      *         4.  RETAIL PRICE (FOR ADD AND CHANGE)
      *         5.  EFFECTIVE DATE (BLANK MEANS TODAY; NEVER
      *             EARLIER THAN TODAY, SO HISTORY STAYS AS IT WAS)
      *         6.  USER ID OF THE CLERK KEYING THE CHANGE
      *
      *     The RETAIL PRICE MASTER FILE as it stands today, one
      *     record per dated price:
      *         1.  CANDY ID
      *         2.  BOX SIZE
      *         3.  RETAIL PRICE
      *         4.  EFFECTIVE DATE
      *         5.  STATUS (D = NO RETAIL PRICE FROM THIS DATE)
      *
      *     The CANDY RECORD FILE, for the cost and cases on hand
      *     behind each price change.
      *
      * ***************
      *  OUTPUT:
      *     The NEW RETAIL PRICE MASTER FILE, which replaces the old
      *     one once maintenance applies clean.  A delete ends the
      *     price from its effective date; earlier prices stay on
      *     file for valuation and close as of earlier dates.
      *
      *     The MAINTENANCE AUDIT LOG records who changed what and
      *     when, including rejected actions and why.
      *
      *     The PRICE CHANGE REPORT shows, for every price applied,
      *     the old and new retail, the average cost on hand, the
      *     margin change per case and the margin impact on the
      *     cases in stock.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RETAIL-MAINT-TRAN-FILE
                ASSIGN TO 'GLENCOE-RMTRAN.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RMT-STATUS.
            SELECT RETAIL-PRICE-FILE
                ASSIGN TO 'RETLMAST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RM-STATUS.
            SELECT NEW-RETAIL-PRICE-FILE
                ASSIGN TO 'RETLMAST.NEW'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWRM-STATUS.
            SELECT MAINT-AUDIT-LOG
                ASSIGN TO 'GLENCOE-RMLOG.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT CANDY-RECORD-FILE
                ASSIGN TO 'PR3FA19.DAT'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS CANDY-MASTER-KEY
                FILE STATUS IS WS-CANDY-STATUS.
            SELECT PRICE-CHANGE-REPORT
                ASSIGN TO PRINTER 'GLENCOE-RMCHG.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    RETAIL-MAINT-TRAN-FILE
            RECORD CONTAINS 26 CHARACTERS.

        01  RETAIL-MAINT-TRAN-RECORD.
            05  RMT-ACTION            PIC X(1).
                88  RMT-ADD                     VALUE 'A'.
                88  RMT-CHANGE                  VALUE 'C'.
                88  RMT-DELETE                  VALUE 'D'.
                88  RMT-VALID-ACTION            VALUE 'A' 'C' 'D'.
            05  RMT-CANDY-ID          PIC X(3).
            05  RMT-BOX-SIZE          PIC X(1).
            05  RMT-RETAIL-PRICE      PIC 999V99.
            05  RMT-EFFECTIVE-DATE    PIC 9(8).
            05  RMT-USER-ID           PIC X(8).

        FD    RETAIL-PRICE-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  RETAIL-PRICE-RECORD.
            05  RM-CANDY-ID           PIC X(3).
            05  RM-BOX-SIZE           PIC X(1).
            05  RM-RETAIL-PRICE       PIC 999V99.
            05  RM-EFFECTIVE-DATE     PIC 9(8).
            05  RM-STATUS             PIC X(1).

        FD    NEW-RETAIL-PRICE-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  NEW-RETAIL-PRICE-RECORD.
            05  NRM-CANDY-ID          PIC X(3).
            05  NRM-BOX-SIZE          PIC X(1).
            05  NRM-RETAIL-PRICE      PIC 999V99.
            05  NRM-EFFECTIVE-DATE    PIC 9(8).
            05  NRM-STATUS            PIC X(1).

        FD    MAINT-AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS.

        01  AUDIT-LOG-RECORD          PIC X(80).

        FD    CANDY-RECORD-FILE
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

        FD   PRICE-CHANGE-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  PRICE-CHANGE-RECORD       PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  TRAN-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-TRANS                  VALUE 'N'.
            05  RETAIL-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-RETAIL                 VALUE 'N'.
            05  CANDY-EOF-FLAG           PIC X     VALUE ' '.
                88  NO-MORE-CANDY                  VALUE 'N'.
            05  WS-RMT-STATUS            PIC XX.
            05  WS-RM-STATUS             PIC XX.
            05  WS-NEWRM-STATUS          PIC XX.
            05  WS-LOG-STATUS            PIC XX.
            05  WS-CANDY-STATUS          PIC XX.
            05  WS-PRICE-FOUND           PIC X(3)  VALUE 'NO'.
                88  PRICE-WAS-FOUND                VALUE 'YES'.
            05  WS-DATE-VALID            PIC X(3)  VALUE 'NO'.
                88  DATE-IS-VALID                  VALUE 'YES'.
            05  WS-SWAP-HELD             PIC X(3)  VALUE 'NO'.
                88  SWAP-WAS-HELD                  VALUE 'YES'.
            05  WS-LOG-HELD              PIC X(3)  VALUE 'NO'.
                88  LOG-WAS-HELD                   VALUE 'YES'.
            05  WS-NEW-MASTER-FAILED     PIC X(3)  VALUE 'NO'.
                88  NEW-MASTER-HAS-FAILED          VALUE 'YES'.
            05  WS-RENAME-FAILED         PIC X(3)  VALUE 'NO'.
                88  RENAME-HAS-FAILED              VALUE 'YES'.

        01  SUB  PIC 99   VALUE 1.

      *    every dated price on the master, in file order -- two
      *    prices keyed for the same day resolve to the later one
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

      *    the prices applied this run, priced against the stock on
      *    hand once maintenance is done
        01  PRICE-CHANGE-TABLE.
            05  PC-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  PRICE-CHANGE-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON PC-ENTRY-COUNT.
                10  PC-ACTION            PIC X(1).
                10  PC-CANDY-ID          PIC X(3).
                10  PC-BOX-SIZE          PIC X(1).
                10  PC-CANDY-NAME        PIC X(15).
                10  PC-EFFECTIVE-DATE    PIC 9(8).
                10  PC-OLD-PRICE         PIC 999V99.
                10  PC-NEW-PRICE         PIC 999V99.
                10  PC-CASES             PIC S9(7).
                10  PC-COST-EXT          PIC S9(9)V99.
                10  PC-FIRST-COST        PIC 999V99.

        01  MAINT-CONTROLS.
            05  WS-RT-SUB                PIC 9(4).
            05  WS-HIT-SUB               PIC 9(4).
            05  WS-PC-SUB                PIC 9(3).
            05  WS-TRANS-READ            PIC 9(7)  VALUE 0.
            05  WS-TRANS-APPLIED         PIC 9(7)  VALUE 0.
            05  WS-TRANS-REJECTED        PIC 9(7)  VALUE 0.
            05  WS-RM-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-PC-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-OLD-PRICE             PIC 999V99.
            05  WS-AS-OF-DATE            PIC 9(8).
            05  WS-BEST-DATE             PIC 9(8).
            05  WS-LOG-RESULT            PIC X(20).
            05  WS-UNIT-COST             PIC 999V99.
            05  WS-MARGIN-CHANGE         PIC S999V99.
            05  WS-MARGIN-IMPACT         PIC S9(7)V99.
            05  WS-TOTAL-IMPACT          PIC S9(9)V99  VALUE ZEROS.

        01  WS-EFFECTIVE-DATE.
            05  EFF-YEAR                 PIC 9(4).
            05  EFF-MONTH                PIC 99.
            05  EFF-DAY                  PIC 99.

        01  WS-EFFECTIVE-NUM  REDEFINES WS-EFFECTIVE-DATE  PIC 9(8).

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.
            05  RUN-DAY                  PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  WS-TIME.
            05  RUN-HOUR                 PIC 99.
            05  RUN-MINUTE               PIC 99.
            05  RUN-SECOND               PIC 99.
            05  FILLER                   PIC XX.

        01  AUDIT-LOG-LINE.

            05  ALL-DATE          PIC 9(8).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-TIME          PIC 9(6).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-USER-ID       PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-ACTION        PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-CANDY-ID      PIC X(3).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-BOX-SIZE      PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-OLD-PRICE     PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-NEW-PRICE     PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-EFFECTIVE     PIC 9(8).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-RESULT        PIC X(13).

        01  CHANGE-HEADING-ONE.

            05  FILLER            PIC X(12)  VALUE SPACES.
            05  FILLER            PIC X(40)  VALUE
                'RETAIL PRICE CHANGES - MARGIN IMPACT'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  CH-MONTH          PIC 99/.
            05  CH-DAY            PIC 99/.
            05  CH-YEAR           PIC 9999.

        01  CHANGE-COLUMN-HEADING.

            05  FILLER            PIC X(5)   VALUE 'CDY'.
            05  FILLER            PIC X(3)   VALUE 'B'.
            05  FILLER            PIC X(16)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(9)   VALUE 'EFFECTIVE'.
            05  FILLER            PIC X(7)   VALUE '    OLD'.
            05  FILLER            PIC X(7)   VALUE '    NEW'.
            05  FILLER            PIC X(7)   VALUE '   COST'.
            05  FILLER            PIC X(8)   VALUE ' MGN/CS'.
            05  FILLER            PIC X(11)  VALUE '  ON HAND'.

        01  CHANGE-DETAIL-LINE.

            05  PCL-CANDY-ID      PIC X(3).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  PCL-BOX-SIZE      PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  PCL-CANDY-NAME    PIC X(15).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-EFFECTIVE     PIC 9(8).
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-OLD-PRICE     PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-NEW-PRICE     PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-UNIT-COST     PIC ZZ9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-MARGIN-CHANGE PIC ---9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-IMPACT        PIC ----,--9.99.
            05  FILLER            PIC X(1)   VALUE SPACES.
            05  PCL-FLAG          PIC X(6).

        01  CHANGE-NONE-LINE.

            05  FILLER            PIC X(40)  VALUE
                'NO RETAIL PRICES APPLIED THIS RUN'.

        01  CHANGE-TOTAL-LINE.

            05  FILLER            PIC X(40)  VALUE
                'TOTAL MARGIN IMPACT ON STOCK ON HAND:'.
            05  CTL-IMPACT        PIC --,---,--9.99.

        01  CHANGE-CAPPED-LINE.

            05  FILLER            PIC X(30)  VALUE
                'CHANGE TABLE FULL - IMPACT OF'.
            05  CCL-DROPPED       PIC ZZZ,ZZ9.
            05  FILLER            PIC X(32)  VALUE
                ' PRICES NOT SHOWN'.

        01  MAINT-TOTAL-LINE.

            05  FILLER            PIC X(14)  VALUE 'TRANS READ:   '.
            05  MT-TRANS-READ     PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE '   APPLIED:   '.
            05  MT-TRANS-APPLIED  PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE '   REJECTED:  '.
            05  MT-TRANS-REJECTED PIC ZZZ,ZZ9.

        01  RENAME-CONTROLS.
            05  WS-OLD-RM-NAME       PIC X(40) VALUE 'RETLMAST.TXT'.
            05  WS-NEW-RM-NAME       PIC X(40) VALUE 'RETLMAST.NEW'.
            05  WS-RENAME-RC         PIC S9(9) COMP-5.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-LOAD-RETAIL-TABLE
           PERFORM 300-APPLY-MAINTENANCE
           PERFORM 700-WRITE-NEW-MASTER
           PERFORM 750-PRICE-CHANGE-REPORT
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

      *    the audit log is started only when it is not there --
      *    any other failure applies no maintenance rather than
      *    empty the record of who changed which price
           OPEN EXTEND MAINT-AUDIT-LOG
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT MAINT-AUDIT-LOG
           END-IF
           IF WS-LOG-STATUS NOT = '00'
              MOVE 'YES' TO WS-LOG-HELD
           END-IF
           OPEN OUTPUT PRICE-CHANGE-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(5:2) TO CH-MONTH
           MOVE WS-DATE(7:2) TO CH-DAY
           MOVE WS-DATE(1:4) TO CH-YEAR
           .

        160-LOAD-RETAIL-TABLE.

      *    a price master from before effective dates carries none,
      *    so its prices read back as in effect since always
           OPEN INPUT RETAIL-PRICE-FILE
           IF WS-RM-STATUS = '00'
              PERFORM UNTIL NO-MORE-RETAIL
                 READ RETAIL-PRICE-FILE
                    AT END
                       MOVE 'N' TO RETAIL-EOF-FLAG
                    NOT AT END
      *                a price the table cannot hold cannot be
      *                carried into the rewritten master either, so
      *                count it and hold the swap in 700
                       IF RT-ENTRY-COUNT NOT < 999
                          ADD 1 TO WS-RM-DROPPED
                       ELSE
                          ADD 1 TO RT-ENTRY-COUNT
                          MOVE RM-CANDY-ID
                             TO RT-CANDY-ID (RT-ENTRY-COUNT)
                          MOVE RM-BOX-SIZE
                             TO RT-BOX-SIZE (RT-ENTRY-COUNT)
                          IF RM-RETAIL-PRICE IS NUMERIC
                             MOVE RM-RETAIL-PRICE
                                TO RT-RETAIL-PRICE (RT-ENTRY-COUNT)
                          ELSE
                             MOVE ZEROS
                                TO RT-RETAIL-PRICE (RT-ENTRY-COUNT)
                          END-IF
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
              CLOSE RETAIL-PRICE-FILE
           END-IF
           .

        300-APPLY-MAINTENANCE.

           IF NOT LOG-WAS-HELD
              OPEN INPUT RETAIL-MAINT-TRAN-FILE
           END-IF
           IF WS-RMT-STATUS = '00' AND NOT LOG-WAS-HELD
              PERFORM UNTIL NO-MORE-TRANS
                 READ RETAIL-MAINT-TRAN-FILE
                    AT END
                       MOVE 'N' TO TRAN-EOF-FLAG
                    NOT AT END
                       ADD 1 TO WS-TRANS-READ
                       PERFORM 310-APPLY-ONE-ACTION
                 END-READ
              END-PERFORM
              CLOSE RETAIL-MAINT-TRAN-FILE
           END-IF
           .

        310-APPLY-ONE-ACTION.

           PERFORM 320-EDIT-EFFECTIVE-DATE
           MOVE WS-EFFECTIVE-NUM TO WS-AS-OF-DATE
           PERFORM 350-FIND-PRICE-IN-EFFECT
           MOVE ZEROS TO WS-OLD-PRICE
           IF PRICE-WAS-FOUND
              MOVE RT-RETAIL-PRICE (WS-HIT-SUB) TO WS-OLD-PRICE
           END-IF

      *    a price dated before today would rewrite what valuation
      *    and close already reported, so history is never keyed
           EVALUATE TRUE
              WHEN NOT RMT-VALID-ACTION
                 MOVE 'REJECT-ACTION' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-REJECTED

              WHEN NOT DATE-IS-VALID
                 MOVE 'REJECT-DATE' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-REJECTED

              WHEN (RMT-ADD OR RMT-CHANGE)
                    AND (RMT-RETAIL-PRICE NOT NUMERIC
                    OR RMT-RETAIL-PRICE = 0)
                 MOVE 'REJECT-PRICE' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-REJECTED

              WHEN RMT-ADD AND PRICE-WAS-FOUND
                 MOVE 'REJECT-DUP' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-REJECTED

              WHEN (RMT-CHANGE OR RMT-DELETE)
                    AND NOT PRICE-WAS-FOUND
                 MOVE 'REJECT-NOTFND' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-REJECTED

              WHEN RT-ENTRY-COUNT NOT < 999
                 MOVE 'REJECT-FULL' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-REJECTED

              WHEN OTHER
                 ADD 1 TO RT-ENTRY-COUNT
                 MOVE RMT-CANDY-ID TO RT-CANDY-ID (RT-ENTRY-COUNT)
                 MOVE RMT-BOX-SIZE TO RT-BOX-SIZE (RT-ENTRY-COUNT)
                 MOVE WS-EFFECTIVE-NUM
                    TO RT-EFFECTIVE-DATE (RT-ENTRY-COUNT)
                 IF RMT-DELETE
                    MOVE ZEROS TO RT-RETAIL-PRICE (RT-ENTRY-COUNT)
                    MOVE 'D' TO RT-STATUS (RT-ENTRY-COUNT)
                 ELSE
                    MOVE RMT-RETAIL-PRICE
                       TO RT-RETAIL-PRICE (RT-ENTRY-COUNT)
                    MOVE SPACE TO RT-STATUS (RT-ENTRY-COUNT)
                 END-IF
                 MOVE 'APPLIED' TO WS-LOG-RESULT
                 ADD 1 TO WS-TRANS-APPLIED
                 PERFORM 330-NOTE-PRICE-CHANGE

           END-EVALUATE

           PERFORM 390-WRITE-AUDIT-LINE
           .

        320-EDIT-EFFECTIVE-DATE.

           MOVE 'YES' TO WS-DATE-VALID
           IF RMT-EFFECTIVE-DATE IS NUMERIC
                 AND RMT-EFFECTIVE-DATE > 0
              MOVE RMT-EFFECTIVE-DATE TO WS-EFFECTIVE-NUM
           ELSE
              MOVE WS-DATE-NUM TO WS-EFFECTIVE-NUM
           END-IF
           IF WS-EFFECTIVE-NUM < WS-DATE-NUM
                 OR EFF-MONTH < 1 OR EFF-MONTH > 12
                 OR EFF-DAY < 1 OR EFF-DAY > 31
              MOVE 'NO' TO WS-DATE-VALID
           END-IF
           .

        330-NOTE-PRICE-CHANGE.

           IF PC-ENTRY-COUNT NOT < 200
              ADD 1 TO WS-PC-DROPPED
           ELSE
              ADD 1 TO PC-ENTRY-COUNT
              MOVE RMT-ACTION TO PC-ACTION (PC-ENTRY-COUNT)
              MOVE RMT-CANDY-ID TO PC-CANDY-ID (PC-ENTRY-COUNT)
              MOVE RMT-BOX-SIZE TO PC-BOX-SIZE (PC-ENTRY-COUNT)
              MOVE SPACES TO PC-CANDY-NAME (PC-ENTRY-COUNT)
              MOVE WS-EFFECTIVE-NUM
                 TO PC-EFFECTIVE-DATE (PC-ENTRY-COUNT)
              MOVE WS-OLD-PRICE TO PC-OLD-PRICE (PC-ENTRY-COUNT)
              MOVE RT-RETAIL-PRICE (RT-ENTRY-COUNT)
                 TO PC-NEW-PRICE (PC-ENTRY-COUNT)
              MOVE ZEROS TO PC-CASES (PC-ENTRY-COUNT)
                 PC-COST-EXT (PC-ENTRY-COUNT)
                 PC-FIRST-COST (PC-ENTRY-COUNT)
           END-IF
           .

        350-FIND-PRICE-IN-EFFECT.

      *    the price in effect on a date is the latest one dated on
      *    or before it; a delete in that place means no price
           MOVE 'NO' TO WS-PRICE-FOUND
           MOVE ZEROS TO WS-BEST-DATE WS-HIT-SUB
           PERFORM VARYING WS-RT-SUB
                 FROM 1 BY 1 UNTIL WS-RT-SUB > RT-ENTRY-COUNT
              IF RT-CANDY-ID (WS-RT-SUB) = RMT-CANDY-ID
                    AND RT-BOX-SIZE (WS-RT-SUB) = RMT-BOX-SIZE
                    AND RT-EFFECTIVE-DATE (WS-RT-SUB)
                          NOT > WS-AS-OF-DATE
                    AND RT-EFFECTIVE-DATE (WS-RT-SUB)
                          NOT < WS-BEST-DATE
                 MOVE RT-EFFECTIVE-DATE (WS-RT-SUB) TO WS-BEST-DATE
                 MOVE WS-RT-SUB TO WS-HIT-SUB
              END-IF
           END-PERFORM
           IF WS-HIT-SUB > 0
              IF NOT RT-IS-DELETED (WS-HIT-SUB)
                 MOVE 'YES' TO WS-PRICE-FOUND
              END-IF
           END-IF
           .

        390-WRITE-AUDIT-LINE.

           MOVE WS-DATE TO ALL-DATE
           MOVE WS-TIME (1:6) TO ALL-TIME
           MOVE RMT-USER-ID TO ALL-USER-ID
           MOVE RMT-ACTION TO ALL-ACTION
           MOVE RMT-CANDY-ID TO ALL-CANDY-ID
           MOVE RMT-BOX-SIZE TO ALL-BOX-SIZE
           MOVE WS-OLD-PRICE TO ALL-OLD-PRICE
           IF RMT-DELETE OR RMT-RETAIL-PRICE NOT NUMERIC
              MOVE ZEROS TO ALL-NEW-PRICE
           ELSE
              MOVE RMT-RETAIL-PRICE TO ALL-NEW-PRICE
           END-IF
           MOVE WS-EFFECTIVE-NUM TO ALL-EFFECTIVE
           MOVE WS-LOG-RESULT TO ALL-RESULT
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           .

        700-WRITE-NEW-MASTER.

      *    with the audit log unusable nothing was applied, so
      *    the master stands as it is
           IF LOG-WAS-HELD
              MOVE 'YES' TO WS-SWAP-HELD
           ELSE
              OPEN OUTPUT NEW-RETAIL-PRICE-FILE
              IF WS-NEWRM-STATUS = '00'
                 PERFORM VARYING WS-RT-SUB
                       FROM 1 BY 1 UNTIL WS-RT-SUB > RT-ENTRY-COUNT
                       OR NEW-MASTER-HAS-FAILED
                    MOVE RT-CANDY-ID (WS-RT-SUB) TO NRM-CANDY-ID
                    MOVE RT-BOX-SIZE (WS-RT-SUB) TO NRM-BOX-SIZE
                    MOVE RT-RETAIL-PRICE (WS-RT-SUB)
                       TO NRM-RETAIL-PRICE
                    MOVE RT-EFFECTIVE-DATE (WS-RT-SUB)
                       TO NRM-EFFECTIVE-DATE
                    MOVE RT-STATUS (WS-RT-SUB) TO NRM-STATUS
                    WRITE NEW-RETAIL-PRICE-RECORD
                    IF WS-NEWRM-STATUS NOT = '00'
                       MOVE 'YES' TO WS-NEW-MASTER-FAILED
                    END-IF
                 END-PERFORM
                 CLOSE NEW-RETAIL-PRICE-FILE
                 IF WS-NEWRM-STATUS NOT = '00'
                    MOVE 'YES' TO WS-NEW-MASTER-FAILED
                 END-IF
              ELSE
                 MOVE 'YES' TO WS-NEW-MASTER-FAILED
              END-IF

      *       swap the new master in the way the vendor master is
      *       swapped -- only when the old one was read clean ('35'
      *       means a genuinely missing master, which a first run
      *       may create), every dated price made it into the table
      *       and every one of them was written to the new master
              IF (WS-RM-STATUS = '00' OR WS-RM-STATUS = '35')
                    AND NOT NEW-MASTER-HAS-FAILED
                    AND WS-RM-DROPPED = 0
                 CALL 'CBL_DELETE_FILE' USING WS-OLD-RM-NAME
                    RETURNING WS-RENAME-RC
                 CALL 'CBL_RENAME_FILE' USING WS-NEW-RM-NAME
                    WS-OLD-RM-NAME
                    RETURNING WS-RENAME-RC
                 IF WS-RENAME-RC NOT = 0
                    MOVE 'YES' TO WS-RENAME-FAILED
                 END-IF
              ELSE
                 MOVE 'YES' TO WS-SWAP-HELD
              END-IF
           END-IF
           .

        750-PRICE-CHANGE-REPORT.

           WRITE PRICE-CHANGE-RECORD FROM CHANGE-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE CHANGE-COLUMN-HEADING TO PRICE-CHANGE-RECORD
           WRITE PRICE-CHANGE-RECORD
               AFTER ADVANCING 2 LINES

           IF PC-ENTRY-COUNT = 0
              MOVE CHANGE-NONE-LINE TO PRICE-CHANGE-RECORD
              WRITE PRICE-CHANGE-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              OPEN INPUT CANDY-RECORD-FILE
              IF WS-CANDY-STATUS = '00'
                 PERFORM UNTIL NO-MORE-CANDY
                    READ CANDY-RECORD-FILE
                       AT END
                          MOVE 'N' TO CANDY-EOF-FLAG
                       NOT AT END
                          PERFORM 760-COST-CHANGED-CANDY
                    END-READ
                 END-PERFORM
                 CLOSE CANDY-RECORD-FILE
              END-IF
              PERFORM VARYING WS-PC-SUB
                    FROM 1 BY 1 UNTIL WS-PC-SUB > PC-ENTRY-COUNT
                 PERFORM 770-PRINT-CHANGE-LINE
              END-PERFORM
              MOVE WS-TOTAL-IMPACT TO CTL-IMPACT
              MOVE CHANGE-TOTAL-LINE TO PRICE-CHANGE-RECORD
              WRITE PRICE-CHANGE-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        760-COST-CHANGED-CANDY.

      *    a candy id and box size is priced the same in every
      *    warehouse, so its cost and cases add up across them all
           IF CANDY-COUNT > 0 AND CANDY-COUNT NOT > 20
              PERFORM VARYING SUB FROM 1 BY 1
                    UNTIL SUB > CANDY-COUNT
                 PERFORM VARYING WS-PC-SUB
                       FROM 1 BY 1 UNTIL WS-PC-SUB > PC-ENTRY-COUNT
                    IF PC-CANDY-ID (WS-PC-SUB) = CANDY-ID
                          AND PC-BOX-SIZE (WS-PC-SUB) = BOX-SIZE (SUB)
                       PERFORM 765-ADD-CANDY-COST
                    END-IF
                 END-PERFORM
              END-PERFORM
           END-IF
           .

        765-ADD-CANDY-COST.

           IF PC-CANDY-NAME (WS-PC-SUB) = SPACES
              MOVE CANDY-NAME (SUB) TO PC-CANDY-NAME (WS-PC-SUB)
           END-IF
           IF PURCHASE-PRICE (SUB) IS NUMERIC
              IF PC-FIRST-COST (WS-PC-SUB) = 0
                 MOVE PURCHASE-PRICE (SUB)
                    TO PC-FIRST-COST (WS-PC-SUB)
              END-IF
              IF CASES-IN-STOCK (SUB) IS NUMERIC
                    AND CASES-IN-STOCK (SUB) > 0
                 ADD CASES-IN-STOCK (SUB) TO PC-CASES (WS-PC-SUB)
                 COMPUTE PC-COST-EXT (WS-PC-SUB) =
                    PC-COST-EXT (WS-PC-SUB)
                    + CASES-IN-STOCK (SUB) * PURCHASE-PRICE (SUB)
              END-IF
           END-IF
           .

        770-PRINT-CHANGE-LINE.

      *    cost is the average over the cases on hand, or the first
      *    purchase price seen when none are in stock
           IF PC-CASES (WS-PC-SUB) > 0
              COMPUTE WS-UNIT-COST ROUNDED =
                 PC-COST-EXT (WS-PC-SUB) / PC-CASES (WS-PC-SUB)
           ELSE
              MOVE PC-FIRST-COST (WS-PC-SUB) TO WS-UNIT-COST
           END-IF
           COMPUTE WS-MARGIN-CHANGE =
              PC-NEW-PRICE (WS-PC-SUB) - PC-OLD-PRICE (WS-PC-SUB)
           COMPUTE WS-MARGIN-IMPACT =
              WS-MARGIN-CHANGE * PC-CASES (WS-PC-SUB)
           ADD WS-MARGIN-IMPACT TO WS-TOTAL-IMPACT

           MOVE PC-CANDY-ID (WS-PC-SUB) TO PCL-CANDY-ID
           MOVE PC-BOX-SIZE (WS-PC-SUB) TO PCL-BOX-SIZE
           MOVE PC-CANDY-NAME (WS-PC-SUB) TO PCL-CANDY-NAME
           MOVE PC-EFFECTIVE-DATE (WS-PC-SUB) TO PCL-EFFECTIVE
           MOVE PC-OLD-PRICE (WS-PC-SUB) TO PCL-OLD-PRICE
           MOVE PC-NEW-PRICE (WS-PC-SUB) TO PCL-NEW-PRICE
           MOVE WS-UNIT-COST TO PCL-UNIT-COST
           MOVE WS-MARGIN-CHANGE TO PCL-MARGIN-CHANGE
           MOVE WS-MARGIN-IMPACT TO PCL-IMPACT
           EVALUATE TRUE
              WHEN PC-ACTION (WS-PC-SUB) = 'D'
                 MOVE 'DELETE' TO PCL-FLAG
              WHEN PC-ACTION (WS-PC-SUB) = 'A'
                 MOVE 'NEW' TO PCL-FLAG
              WHEN PC-NEW-PRICE (WS-PC-SUB) < WS-UNIT-COST
                 MOVE 'LOSS' TO PCL-FLAG
              WHEN OTHER
                 MOVE SPACES TO PCL-FLAG
           END-EVALUATE
           MOVE CHANGE-DETAIL-LINE TO PRICE-CHANGE-RECORD
           WRITE PRICE-CHANGE-RECORD
               AFTER ADVANCING 1 LINE
           .

        800-END-OF-FILE-ROUTINE.

           IF WS-PC-DROPPED > 0
              MOVE WS-PC-DROPPED TO CCL-DROPPED
              MOVE CHANGE-CAPPED-LINE TO PRICE-CHANGE-RECORD
              WRITE PRICE-CHANGE-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           MOVE WS-TRANS-READ TO MT-TRANS-READ
           MOVE WS-TRANS-APPLIED TO MT-TRANS-APPLIED
           MOVE WS-TRANS-REJECTED TO MT-TRANS-REJECTED
           MOVE MAINT-TOTAL-LINE TO PRICE-CHANGE-RECORD
           WRITE PRICE-CHANGE-RECORD
               AFTER ADVANCING 3 LINES

           MOVE SPACES TO PRICE-CHANGE-RECORD
           EVALUATE TRUE
              WHEN LOG-WAS-HELD
                 MOVE 'MAINT AUDIT LOG NOT WRITABLE - NOTHING APPLIED'
                    TO PRICE-CHANGE-RECORD
              WHEN NEW-MASTER-HAS-FAILED
                 MOVE 'RETLMAST.NEW NOT WRITTEN - MASTER UNCHANGED'
                    TO PRICE-CHANGE-RECORD
              WHEN RENAME-HAS-FAILED
                 MOVE 'RETLMAST.NEW NOT RENAMED TO RETLMAST.TXT - REFER'
                    TO PRICE-CHANGE-RECORD
              WHEN SWAP-WAS-HELD
                 MOVE 'RETLMAST.TXT NOT REPLACED - MASTER LOAD TROUBLE'
                    TO PRICE-CHANGE-RECORD
           END-EVALUATE
           IF PRICE-CHANGE-RECORD NOT = SPACES
              WRITE PRICE-CHANGE-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF NOT LOG-WAS-HELD
              CLOSE MAINT-AUDIT-LOG
           END-IF
           CLOSE PRICE-CHANGE-REPORT

      *    prices that did not reach the master need a look before
      *    valuation and close price from it
           IF SWAP-WAS-HELD OR RENAME-HAS-FAILED
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
