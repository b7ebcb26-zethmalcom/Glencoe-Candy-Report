      *     The CANDY MASTER FILE supplies CASES IN STOCK for the
      *     days-of-supply figure.
      *
      *     The VENDOR LEAD TIME FILE written by the vendor
      *     scorecard run carries each vendor's measured lead time
      *     in days; a vendor not on it is planned at the standard
      *     lead time.
      *
      * ***************
      *  OUTPUT:
      *     The DEMAND HISTORY FILE: one record per candy element
      *     days of supply on hand for every candy with demand.
      *
      *     The REORDER POINT FILE: one record per candy element
      *     carrying its own computed reorder point (its vendor's
      *     lead time of demand), which the nightly inventory run
      *     reads in place of the single company-wide threshold.
      *
      ****************************************************************

                ASSIGN TO 'GLENCOE-ROP.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROP-STATUS.
            SELECT VENDOR-LEAD-TIME-FILE
                ASSIGN TO 'GLENCOE-LEADTM.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEADTM-STATUS.
            SELECT VELOCITY-REPORT
                ASSIGN TO PRINTER 'GLENCOE-VELO.TXT'.
            SELECT STEP-STATUS-FILE
                ASSIGN TO 'GLENCOE-STEPSTAT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD    POSTED-LEDGER-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  POSTED-LEDGER-RECORD.
            05  LG-POST-DATE          PIC 9(8).
            05  LG-BEFORE-STOCK       PIC S9(4).
            05  LG-AFTER-STOCK        PIC S9(4).
            05  LG-SOURCE-CODE        PIC X(1).
            05  LG-REASON-CODE        PIC X(2).

        FD    CANDY-MASTER-FILE
            RECORD CONTAINS 37 TO 550 CHARACTERS.
            05  RP-CANDY-NAME         PIC X(15).
            05  RP-REORDER-POINT      PIC 9(4).

        FD    VENDOR-LEAD-TIME-FILE
            RECORD CONTAINS 18 CHARACTERS.

        01  VENDOR-LEAD-TIME-RECORD.
            05  VL-VENDOR-ID          PIC X(1).
            05  VL-AVG-LEAD-DAYS      PIC 9(3)V9.
            05  VL-LINES-MEASURED     PIC 9(5).
            05  VL-MEASURED-DATE      PIC 9(8).

        FD   VELOCITY-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  VELOCITY-REPORT-RECORD    PIC X(80).

        FD    STEP-STATUS-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  STEP-STATUS-RECORD.
            05  SS-RUN-DATE           PIC 9(8).
            05  SS-RUN-TIME           PIC 9(6).
            05  SS-PROGRAM-ID         PIC X(8).
            05  SS-RETURN-CODE        PIC 9(3).
            05  SS-STATUS             PIC X(4).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.
            05  WS-MASTER-STATUS         PIC XX.
            05  WS-DMND-STATUS           PIC XX.
            05  WS-ROP-STATUS            PIC XX.
            05  WS-LEADTM-STATUS         PIC XX.
            05  LEADTM-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-LEAD-TIMES             VALUE 'N'.
            05  WS-DEMAND-FOUND          PIC X(3)  VALUE 'NO'.
                88  DEMAND-WAS-FOUND               VALUE 'YES'.

                10  DM-LAST-SHIP-DATE    PIC 9(8).
                10  DM-CASES-ON-HAND     PIC S9(4).

      *    each vendor's measured lead time in days
        01  VENDOR-LEAD-TIME-TABLE.
            05  VL-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  VENDOR-LEAD-TIME-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON VL-ENTRY-COUNT.
                10  VLT-VENDOR-ID        PIC X(1).
                10  VLT-LEAD-DAYS        PIC 9(3)V9.

        01  VELOCITY-CONTROLS.
      *    the standard lead time, used for a vendor the scorecard
      *    has not yet measured
            05  WS-LEAD-TIME-WEEKS       PIC 9(1)  VALUE 2.
            05  WS-LEAD-DAYS             PIC 9(3)V9.
            05  WS-VL-SUB                PIC 9(3).
            05  WS-ROP-MEASURED          PIC 9(7)  VALUE 0.
            05  WS-DM-SUB                PIC 9(3).
            05  WS-HIT-SUB               PIC 9(3).
            05  WS-TODAY-INT             PIC 9(7).
            05  FILLER            PIC X(24)  VALUE
                'REORDER POINTS WRITTEN: '.
            05  VT-ROP-WRITTEN    PIC ZZZ,ZZ9.
            05  FILLER            PIC X(26)  VALUE
                '  ON MEASURED LEAD TIME: '.
            05  VT-ROP-MEASURED   PIC ZZZ,ZZ9.

        01  STEP-STATUS-CONTROLS.
            05  WS-STEPSTAT-STATUS       PIC XX.
            05  WS-STEP-TIME             PIC X(8).


        PROCEDURE DIVISION.
        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 170-LOAD-VENDOR-LEAD-TIMES
           PERFORM 200-ACCUMULATE-DEMAND
           PERFORM 250-LOOKUP-ON-HAND
           PERFORM 300-WRITE-VELOCITY-OUTPUTS
               AFTER ADVANCING 2 LINES
           .

        170-LOAD-VENDOR-LEAD-TIMES.

      *    no lead time file just means no vendor has been scored
      *    yet -- every vendor plans at the standard lead time
           OPEN INPUT VENDOR-LEAD-TIME-FILE
           IF WS-LEADTM-STATUS = '00'
              PERFORM UNTIL NO-MORE-LEAD-TIMES
                 READ VENDOR-LEAD-TIME-FILE
                    AT END
                       MOVE 'N' TO LEADTM-EOF-FLAG
                    NOT AT END
                       IF VL-AVG-LEAD-DAYS IS NUMERIC
                             AND VL-AVG-LEAD-DAYS > 0
                             AND VL-ENTRY-COUNT < 50
                          ADD 1 TO VL-ENTRY-COUNT
                          MOVE VL-VENDOR-ID
                             TO VLT-VENDOR-ID (VL-ENTRY-COUNT)
                          MOVE VL-AVG-LEAD-DAYS
                             TO VLT-LEAD-DAYS (VL-ENTRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE VENDOR-LEAD-TIME-FILE
           END-IF
           .

        200-ACCUMULATE-DEMAND.

           OPEN INPUT POSTED-LEDGER-FILE
              MOVE 99999 TO WS-DAYS-SUPPLY
           END-IF

      *    the item's own reorder point is its vendor's lead time
      *    of its own demand -- the fast mover trips early, the
      *    slow seller stops crying wolf, and a slow vendor's
      *    candy reorders sooner than a quick one's
           COMPUTE WS-LEAD-DAYS = WS-LEAD-TIME-WEEKS * 7
           PERFORM VARYING WS-VL-SUB FROM 1 BY 1
                 UNTIL WS-VL-SUB > VL-ENTRY-COUNT
              IF VLT-VENDOR-ID (WS-VL-SUB) = DM-VENDOR-ID (WS-DM-SUB)
                 MOVE VLT-LEAD-DAYS (WS-VL-SUB) TO WS-LEAD-DAYS
                 ADD 1 TO WS-ROP-MEASURED
              END-IF
           END-PERFORM
           COMPUTE WS-REORDER-POINT ROUNDED =
              WS-WEEKLY-RATE * WS-LEAD-DAYS / 7
              ON SIZE ERROR MOVE 9999 TO WS-REORDER-POINT
           END-COMPUTE
           IF WS-REORDER-POINT = 0
        800-END-OF-FILE-ROUTINE.

           MOVE WS-ROP-WRITTEN TO VT-ROP-WRITTEN
           MOVE WS-ROP-MEASURED TO VT-ROP-MEASURED
           MOVE VELOCITY-TOTAL-LINE TO VELOCITY-REPORT-RECORD
           WRITE VELOCITY-REPORT-RECORD
               AFTER ADVANCING 3 LINES
           CLOSE VELOCITY-REPORT
               DEMAND-HISTORY-FILE
               REORDER-POINT-FILE
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
              MOVE 'GLENVELO' TO SS-PROGRAM-ID
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
