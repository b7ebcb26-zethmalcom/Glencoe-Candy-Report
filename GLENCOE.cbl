            SELECT TRUNCATE-TARGET-FILE
                ASSIGN TO DYNAMIC WS-TRUNC-TARGET-NAME
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT STEP-STATUS-FILE
                ASSIGN TO 'GLENCOE-STEPSTAT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.

        01  TRUNCATE-TARGET-RECORD    PIC X(80).

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
                'NO RECORDS FOR WAREHOUSE: '.
            05  NRL-WAREHOUSE-ID  PIC X(4).

        01  STEP-STATUS-CONTROLS.
            05  WS-STEPSTAT-STATUS       PIC XX.
            05  WS-STEP-TIME             PIC X(8).


        PROCEDURE DIVISION.

                 MOVE 4 TO RETURN-CODE
           END-EVALUATE

      *    a limited run is an ad hoc look at part of the file, not
      *    the nightly step, so it leaves the stream's record alone
           IF NOT LIMITED-RUN
              PERFORM 960-RECORD-STEP-STATUS
           END-IF

           CLOSE RUN-EXECUTION-LOG
           STOP RUN
           .
          MOVE 'YES' TO WS-RUN-FAILED
          CLOSE RUN-EXECUTION-LOG
          MOVE 8 TO RETURN-CODE
          IF NOT LIMITED-RUN
             PERFORM 960-RECORD-STEP-STATUS
          END-IF
          STOP RUN
          .

        960-RECORD-STEP-STATUS.

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
              MOVE 'GLENCOE' TO SS-PROGRAM-ID
              MOVE RETURN-CODE TO SS-RETURN-CODE
      *    an aborted run also ends on 8, but it crashed rather
      *    than held, so it is recorded as a failure
              EVALUATE TRUE
                 WHEN WS-RUN-FAILED = 'YES'
                    MOVE 'FAIL' TO SS-STATUS
                 WHEN RETURN-CODE = 0
                    MOVE 'GOOD' TO SS-STATUS
                 WHEN RETURN-CODE = 4
                    MOVE 'WARN' TO SS-STATUS
                 WHEN RETURN-CODE = 8
                    MOVE 'HELD' TO SS-STATUS
                 WHEN OTHER
                    MOVE 'FAIL' TO SS-STATUS
              END-EVALUATE
              WRITE STEP-STATUS-RECORD
              CLOSE STEP-STATUS-FILE
           END-IF
           .

        
               
        
