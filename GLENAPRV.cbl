        IDENTIFICATION DIVISION.
        PROGRAM-ID. GLENAPRV.
        AUTHOR. ZETH MALCOM.
      ****************************************************************
      *  This is a program for Glencoe Candy, Ltd that lets a
      *  supervisor release or reject the stock adjustments held
      *  for approval, so a large write-off no longer reaches the
      *  books on a clerk's say-so alone.
      * ***************
      *  INPUT:
      *     The ADJUSTMENT DECISION FILE carries one decision per
      *     record:
      *         1.  ACTION (A=APPROVE AND RELEASE, R=REJECT)
      *         2.  PENDING ID, AS PRINTED ON THIS REPORT
      *         3.  USER ID OF THE SUPERVISOR DECIDING
      *
      *     The PENDING ADJUSTMENT FILE written by the cycle count
      *     run and the batch cutoff run: every adjustment whose
      *     dollar impact is over its reason's approval limit.
      *
      *     The REASON CODE FILE, so an adjustment is not released
      *     with a reason the posting run would reject.
      *
      * ***************
      *  OUTPUT:
      *     An approved adjustment is appended to the SCREENED
      *     TRANSACTION FILE with its approval flag set.  No clerk
      *     keys into that file, so the batch cutoff adds it to
      *     the next batch without holding it a second time.
      *
      *     Every decided adjustment moves to the ADJUSTMENT
      *     HISTORY FILE with the decision, the supervisor's user
      *     id and the date; the undecided stay on the NEW PENDING
      *     FILE, which replaces the old one once it was read clean.
      *
      *     The APPROVAL AUDIT LOG records who decided what and
      *     when, including rejected decisions and why.
      *
      *     The APPROVAL REPORT lists tonight's decisions and every
      *     adjustment still waiting, with its dollar impact.
      *
      ****************************************************************

        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER.    IBM-PC.
        OBJECT-COMPUTER.    IBM-PC.

        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ADJ-DECISION-FILE
                ASSIGN TO 'GLENCOE-ADJDEC.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DEC-STATUS.
            SELECT PENDING-ADJUSTMENT-FILE
                ASSIGN TO 'GLENCOE-ADJPEND.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PENDING-STATUS.
            SELECT NEW-PENDING-FILE
                ASSIGN TO 'GLENCOE-ADJPEND.NEW'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-NEWPEND-STATUS.
            SELECT ADJ-HISTORY-FILE
                ASSIGN TO 'GLENCOE-ADJHIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT REASON-CODE-FILE
                ASSIGN TO 'GLENCOE-REASON.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REASON-STATUS.
            SELECT INVENTORY-TRAN-FILE
                ASSIGN TO 'GLENCOE-TRANSCR.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TRAN-STATUS.
            SELECT APPROVAL-AUDIT-LOG
                ASSIGN TO 'GLENCOE-ADJAUD.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOG-STATUS.
            SELECT APPROVAL-REPORT
                ASSIGN TO PRINTER 'GLENCOE-ADJAPRV.TXT'.

        DATA DIVISION.
        FILE SECTION.

        FD    ADJ-DECISION-FILE
            RECORD CONTAINS 26 CHARACTERS.

        01  ADJ-DECISION-RECORD.
            05  AD-ACTION             PIC X(1).
                88  AD-RELEASE                  VALUE 'A'.
                88  AD-REJECT                   VALUE 'R'.
                88  AD-VALID-ACTION             VALUE 'A' 'R'.
            05  AD-PENDING-ID         PIC X(17).
            05  AD-USER-ID            PIC X(8).

        FD    PENDING-ADJUSTMENT-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  PENDING-ADJUSTMENT-RECORD.
            05  PA-PENDING-ID.
                10  PA-QUEUED-DATE    PIC 9(8).
                10  PA-QUEUED-TIME    PIC 9(6).
                10  PA-QUEUED-SEQ     PIC 9(3).
            05  PA-TRAN-IMAGE         PIC X(33).
            05  PA-DOLLAR-IMPACT      PIC S9(7)V99.
            05  PA-QUEUED-BY          PIC X(8).

        FD    NEW-PENDING-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  NEW-PENDING-RECORD.
            05  NP-PENDING-ID         PIC X(17).
            05  NP-TRAN-IMAGE         PIC X(33).
            05  NP-DOLLAR-IMPACT      PIC S9(7)V99.
            05  NP-QUEUED-BY          PIC X(8).

        FD    ADJ-HISTORY-FILE
            RECORD CONTAINS 84 CHARACTERS.

        01  ADJ-HISTORY-RECORD.
            05  AH-PENDING-ID         PIC X(17).
            05  AH-TRAN-IMAGE         PIC X(33).
            05  AH-DOLLAR-IMPACT      PIC S9(7)V99.
            05  AH-QUEUED-BY          PIC X(8).
            05  AH-DECISION           PIC X(1).
            05  AH-USER-ID            PIC X(8).
            05  AH-DECISION-DATE      PIC 9(8).

        FD    REASON-CODE-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  REASON-CODE-RECORD.
            05  RN-REASON-CODE        PIC X(2).
            05  RN-DESCRIPTION        PIC X(20).
            05  RN-APPROVAL-LIMIT     PIC 9(5)V99.

        FD    INVENTORY-TRAN-FILE
            RECORD CONTAINS 33 CHARACTERS.

        01  INVENTORY-TRAN-RECORD.
            05  TR-RECORD-TYPE        PIC X(1).
            05  TR-WAREHOUSE-ID       PIC X(4).
            05  TR-VENDOR-ID          PIC X(1).
            05  TR-CANDY-ID           PIC X(3).
            05  TR-CANDY-NAME         PIC X(15).
            05  TR-CASE-QTY           PIC S9(4).
            05  TR-REASON-CODE        PIC X(2).
            05  TR-ADJ-APPROVED       PIC X(1).
            05  FILLER                PIC X(1).
            05  TR-SOURCE-CODE        PIC X(1).

        FD    APPROVAL-AUDIT-LOG
            RECORD CONTAINS 80 CHARACTERS.

        01  AUDIT-LOG-RECORD          PIC X(80).

        FD   APPROVAL-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  APPROVAL-REPORT-RECORD    PIC X(80).

        WORKING-STORAGE SECTION.

        01  FLAGS-N-SWITCHES.

            05  DEC-EOF-FLAG             PIC X     VALUE ' '.
                88  NO-MORE-DECISIONS              VALUE 'N'.
            05  PENDING-EOF-FLAG         PIC X     VALUE ' '.
                88  NO-MORE-PENDING                VALUE 'N'.
            05  REASON-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-REASONS                VALUE 'N'.
            05  WS-DEC-STATUS            PIC XX.
            05  WS-PENDING-STATUS        PIC XX.
            05  WS-NEWPEND-STATUS        PIC XX.
            05  WS-HIST-STATUS           PIC XX.
            05  WS-REASON-STATUS         PIC XX.
            05  WS-TRAN-STATUS           PIC XX.
            05  WS-LOG-STATUS            PIC XX.
            05  WS-PENDING-FOUND         PIC X(3)  VALUE 'NO'.
                88  PENDING-WAS-FOUND              VALUE 'YES'.
            05  WS-REASON-FOUND          PIC X(3)  VALUE 'NO'.
                88  REASON-WAS-FOUND               VALUE 'YES'.
            05  WS-DECISIONS-HELD        PIC X(3)  VALUE 'NO'.
                88  DECISIONS-WERE-HELD            VALUE 'YES'.
            05  WS-LOG-HELD              PIC X(3)  VALUE 'NO'.
                88  LOG-WAS-HELD                   VALUE 'YES'.
            05  WS-SWAP-HELD             PIC X(3)  VALUE 'NO'.
                88  SWAP-WAS-HELD                  VALUE 'YES'.
            05  WS-REWRITE-FAILED        PIC X(3)  VALUE 'NO'.
                88  REWRITE-HAS-FAILED             VALUE 'YES'.

      *    the whole pending file, with each entry's decision once
      *    a supervisor has made one
        01  PENDING-TABLE.
            05  PD-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  PENDING-TABLE-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON PD-ENTRY-COUNT.
                10  PD-PENDING-ID        PIC X(17).
                10  PD-TRAN-IMAGE        PIC X(33).
                10  PD-DOLLAR-IMPACT     PIC S9(7)V99.
                10  PD-QUEUED-BY         PIC X(8).
                10  PD-DECISION          PIC X(1)  VALUE SPACE.
                    88  PD-UNDECIDED               VALUE SPACE.
                10  PD-USER-ID           PIC X(8).

        01  REASON-CODE-TABLE.
            05  RD-ENTRY-COUNT           PIC 99    VALUE 0.
            05  REASON-CODE-ENTRY OCCURS 1 TO 30 TIMES
                    DEPENDING ON RD-ENTRY-COUNT.
                10  RD-REASON-CODE       PIC X(2).

      *    a held adjustment's transaction image, taken apart for
      *    the report and the reason check
        01  PENDING-TRAN-VIEW.
            05  PV-RECORD-TYPE           PIC X(1).
            05  PV-WAREHOUSE-ID          PIC X(4).
            05  PV-VENDOR-ID             PIC X(1).
            05  PV-CANDY-ID              PIC X(3).
            05  PV-CANDY-NAME            PIC X(15).
            05  PV-CASE-QTY              PIC S9(4).
            05  PV-REASON-CODE           PIC X(2).
            05  PV-ADJ-APPROVED          PIC X(1).
            05  FILLER                   PIC X(1).
            05  PV-SOURCE-CODE           PIC X(1).

        01  APPROVAL-CONTROLS.
            05  WS-PD-SUB                PIC 9(3).
            05  WS-HIT-SUB               PIC 9(3).
            05  WS-RD-SUB                PIC 99.
            05  WS-DECS-READ             PIC 9(7)  VALUE 0.
            05  WS-DECS-APPLIED          PIC 9(7)  VALUE 0.
            05  WS-DECS-REJECTED         PIC 9(7)  VALUE 0.
            05  WS-RELEASED              PIC 9(7)  VALUE 0.
            05  WS-PD-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-STILL-PENDING         PIC 9(7)  VALUE 0.
            05  WS-PENDING-IMPACT        PIC S9(9)V99 VALUE ZEROS.
            05  WS-LOG-RESULT            PIC X(20).

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
            05  ALL-PENDING-ID    PIC X(17).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-WAREHOUSE-ID  PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-REASON-CODE   PIC X(2).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-IMPACT        PIC -(6)9.99.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  ALL-RESULT        PIC X(13).

        01  APPROVAL-HEADING-ONE.

            05  FILLER            PIC X(15)  VALUE SPACES.
            05  FILLER            PIC X(37)  VALUE
                'ADJUSTMENT APPROVAL REPORT'.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  RH-MONTH          PIC 99/.
            05  RH-DAY            PIC 99/.
            05  RH-YEAR           PIC 9999.

        01  DECISION-COLUMN-HEADING.

            05  FILLER            PIC X(19)  VALUE 'PENDING ID'.
            05  FILLER            PIC X(3)   VALUE 'ACT'.
            05  FILLER            PIC X(5)   VALUE 'WHSE'.
            05  FILLER            PIC X(2)   VALUE 'V'.
            05  FILLER            PIC X(4)   VALUE 'CDY'.
            05  FILLER            PIC X(6)   VALUE '  QTY'.
            05  FILLER            PIC X(3)   VALUE 'RS'.
            05  FILLER            PIC X(11)  VALUE '  $ IMPACT'.
            05  FILLER            PIC X(9)   VALUE 'USER'.
            05  FILLER            PIC X(13)  VALUE 'RESULT'.

        01  DECISION-DETAIL-LINE.

            05  DL-PENDING-ID     PIC X(17).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  DL-ACTION         PIC X(1).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  DL-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-CASE-QTY       PIC ----9.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-REASON-CODE    PIC X(2).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-IMPACT         PIC ---,--9.99.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-USER-ID        PIC X(8).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  DL-RESULT         PIC X(13).

        01  PENDING-SECTION-HEADING.

            05  FILLER            PIC X(40)  VALUE
                'ADJUSTMENTS STILL AWAITING APPROVAL'.

        01  PENDING-COLUMN-HEADING.

            05  FILLER            PIC X(19)  VALUE 'PENDING ID'.
            05  FILLER            PIC X(5)   VALUE 'WHSE'.
            05  FILLER            PIC X(2)   VALUE 'V'.
            05  FILLER            PIC X(4)   VALUE 'CDY'.
            05  FILLER            PIC X(16)  VALUE 'CANDY NAME'.
            05  FILLER            PIC X(6)   VALUE '  QTY'.
            05  FILLER            PIC X(3)   VALUE 'RS'.
            05  FILLER            PIC X(11)  VALUE '  $ IMPACT'.
            05  FILLER            PIC X(8)   VALUE 'QUEUED'.

        01  PENDING-DETAIL-LINE.

            05  PL-PENDING-ID     PIC X(17).
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  PL-WAREHOUSE-ID   PIC X(4).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-VENDOR-ID      PIC X(1).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-CANDY-ID       PIC X(3).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-CANDY-NAME     PIC X(15).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-CASE-QTY       PIC ----9.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-REASON-CODE    PIC X(2).
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-IMPACT         PIC ---,--9.99.
            05  FILLER            PIC X(1)   VALUE SPACE.
            05  PL-QUEUED-BY      PIC X(8).

        01  PENDING-TOTAL-LINE.

            05  FILLER            PIC X(16)  VALUE 'STILL PENDING:  '.
            05  PT-STILL-PENDING  PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE '   $ IMPACT:  '.
            05  PT-PENDING-IMPACT PIC --,---,--9.99.

        01  APPROVAL-TOTAL-LINE.

            05  FILLER            PIC X(14)  VALUE 'DECS READ:    '.
            05  AT-DECS-READ      PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE '   APPLIED:   '.
            05  AT-DECS-APPLIED   PIC ZZZ,ZZ9.
            05  FILLER            PIC X(14)  VALUE '   REJECTED:  '.
            05  AT-DECS-REJECTED  PIC ZZZ,ZZ9.

        01  RELEASED-TOTAL-LINE.

            05  FILLER            PIC X(28)  VALUE
                'RELEASED TO SCREENED FILE:  '.
            05  AT-RELEASED       PIC ZZZ,ZZ9.

        01  TRAN-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'SCREENED TRANSACTION FILE NOT WRITABLE - NO RELEASES'.

        01  NEWPEND-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'NEW PENDING FILE NOT WRITABLE - NO DECISIONS APPLIED'.

        01  HISTORY-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'ADJ HISTORY NOT WRITABLE - NO DECISIONS APPLIED'.

        01  REWRITE-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'PENDING FILE REWRITE FAILED - DO NOT RERUN - REFER'.

        01  DECISIONS-HELD-LINE.

            05  FILLER            PIC X(56)  VALUE
                'PENDING FILE TOO LARGE TO LOAD - NO DECISIONS APPLIED'.

        01  LOG-FAILED-LINE.

            05  FILLER            PIC X(56)  VALUE
                'AUDIT LOG NOT WRITABLE - NO DECISIONS APPLIED'.

        01  RENAME-CONTROLS.
            05  WS-OLD-PEND-NAME     PIC X(40)
                                      VALUE 'GLENCOE-ADJPEND.TXT'.
            05  WS-NEW-PEND-NAME     PIC X(40)
                                      VALUE 'GLENCOE-ADJPEND.NEW'.
            05  WS-RENAME-RC         PIC S9(9) COMP-5.


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-LOAD-PENDING-TABLE
           PERFORM 170-LOAD-REASON-TABLE
           PERFORM 300-APPLY-DECISIONS
           PERFORM 700-REWRITE-PENDING-FILE
           PERFORM 750-WRITE-PENDING-LIST
           PERFORM 800-END-OF-FILE-ROUTINE

           .

        150-HOUSEKEEPING-ROUTINE.

      *    the audit log is the only record of who released what,
      *    so it is started only when it is not there -- with it
      *    unusable no decision is applied
           OPEN EXTEND APPROVAL-AUDIT-LOG
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT APPROVAL-AUDIT-LOG
           END-IF
           IF WS-LOG-STATUS NOT = '00'
              MOVE 'YES' TO WS-LOG-HELD
              MOVE 'YES' TO WS-DECISIONS-HELD
           END-IF
           OPEN OUTPUT APPROVAL-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(5:2) TO RH-MONTH
           MOVE WS-DATE(7:2) TO RH-DAY
           MOVE WS-DATE(1:4) TO RH-YEAR

           WRITE APPROVAL-REPORT-RECORD FROM APPROVAL-HEADING-ONE
               AFTER ADVANCING PAGE
           MOVE DECISION-COLUMN-HEADING TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        160-LOAD-PENDING-TABLE.

           OPEN INPUT PENDING-ADJUSTMENT-FILE
           IF WS-PENDING-STATUS = '00'
              PERFORM UNTIL NO-MORE-PENDING
                 READ PENDING-ADJUSTMENT-FILE
                    AT END
                       MOVE 'N' TO PENDING-EOF-FLAG
                    NOT AT END
      *                an adjustment the table cannot hold cannot be
      *                carried into the rewritten file either, so
      *                count it and hold both the decisions and the
      *                swap -- releasing against half a file would
      *                lose the rest
                       IF PD-ENTRY-COUNT NOT < 500
                          ADD 1 TO WS-PD-DROPPED
                       ELSE
                          ADD 1 TO PD-ENTRY-COUNT
                          MOVE PA-PENDING-ID
                             TO PD-PENDING-ID (PD-ENTRY-COUNT)
                          MOVE PA-TRAN-IMAGE
                             TO PD-TRAN-IMAGE (PD-ENTRY-COUNT)
                          MOVE PA-DOLLAR-IMPACT
                             TO PD-DOLLAR-IMPACT (PD-ENTRY-COUNT)
                          MOVE PA-QUEUED-BY
                             TO PD-QUEUED-BY (PD-ENTRY-COUNT)
                          MOVE SPACE TO PD-DECISION (PD-ENTRY-COUNT)
                          MOVE SPACES TO PD-USER-ID (PD-ENTRY-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PENDING-ADJUSTMENT-FILE
           END-IF

           IF WS-PD-DROPPED > 0
              MOVE 'YES' TO WS-DECISIONS-HELD
           END-IF
           .

        170-LOAD-REASON-TABLE.

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
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REASON-CODE-FILE
           END-IF
           .

        300-APPLY-DECISIONS.

           IF DECISIONS-WERE-HELD
              IF LOG-WAS-HELD
                 MOVE LOG-FAILED-LINE TO APPROVAL-REPORT-RECORD
              ELSE
                 MOVE DECISIONS-HELD-LINE TO APPROVAL-REPORT-RECORD
              END-IF
              WRITE APPROVAL-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              PERFORM 305-OPEN-DECISION-FILES
           END-IF
           IF NOT DECISIONS-WERE-HELD
              OPEN INPUT ADJ-DECISION-FILE
              IF WS-DEC-STATUS = '00'
                 PERFORM UNTIL NO-MORE-DECISIONS
                    READ ADJ-DECISION-FILE
                       AT END
                          MOVE 'N' TO DEC-EOF-FLAG
                       NOT AT END
                          ADD 1 TO WS-DECS-READ
                          PERFORM 310-APPLY-ONE-DECISION
                    END-READ
                 END-PERFORM
                 CLOSE ADJ-DECISION-FILE
              END-IF
              CLOSE INVENTORY-TRAN-FILE
           END-IF
           .

        305-OPEN-DECISION-FILES.

      *    released adjustments wait on the screened file for the
      *    next batch cutoff, and each decided one must come off
      *    the pending file and onto the history the same night or
      *    the next run releases it again -- so all three files are
      *    opened before any decision is applied.  '35' means the
      *    file has not been started yet; any other failure must
      *    not empty it.  with any of them unusable every decision
      *    is held and the pending file stands as it is
           OPEN EXTEND INVENTORY-TRAN-FILE
           IF WS-TRAN-STATUS = '35'
              OPEN OUTPUT INVENTORY-TRAN-FILE
           END-IF
           IF WS-TRAN-STATUS = '00'
              OPEN OUTPUT NEW-PENDING-FILE
              IF WS-NEWPEND-STATUS = '00'
                 OPEN EXTEND ADJ-HISTORY-FILE
                 IF WS-HIST-STATUS = '35'
                    OPEN OUTPUT ADJ-HISTORY-FILE
                 END-IF
                 IF WS-HIST-STATUS NOT = '00'
                    CLOSE NEW-PENDING-FILE
                 END-IF
              END-IF
              IF WS-NEWPEND-STATUS NOT = '00'
                    OR WS-HIST-STATUS NOT = '00'
                 CLOSE INVENTORY-TRAN-FILE
              END-IF
           END-IF

           MOVE SPACES TO APPROVAL-REPORT-RECORD
           EVALUATE TRUE
              WHEN WS-TRAN-STATUS NOT = '00'
                 MOVE TRAN-FAILED-LINE TO APPROVAL-REPORT-RECORD
              WHEN WS-NEWPEND-STATUS NOT = '00'
                 MOVE NEWPEND-FAILED-LINE TO APPROVAL-REPORT-RECORD
              WHEN WS-HIST-STATUS NOT = '00'
                 MOVE HISTORY-FAILED-LINE TO APPROVAL-REPORT-RECORD
           END-EVALUATE
           IF APPROVAL-REPORT-RECORD NOT = SPACES
              MOVE 'YES' TO WS-DECISIONS-HELD
              WRITE APPROVAL-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        310-APPLY-ONE-DECISION.

           PERFORM 350-FIND-PENDING
           MOVE SPACES TO PENDING-TRAN-VIEW
           IF PENDING-WAS-FOUND
              MOVE PD-TRAN-IMAGE (WS-HIT-SUB) TO PENDING-TRAN-VIEW
              PERFORM 360-CHECK-REASON-CODE
           END-IF

           EVALUATE TRUE
              WHEN NOT AD-VALID-ACTION
                 MOVE 'REJECT-ACTION' TO WS-LOG-RESULT
                 ADD 1 TO WS-DECS-REJECTED

              WHEN NOT PENDING-WAS-FOUND
                 MOVE 'REJECT-NOTFND' TO WS-LOG-RESULT
                 ADD 1 TO WS-DECS-REJECTED

              WHEN NOT PD-UNDECIDED (WS-HIT-SUB)
                 MOVE 'REJECT-DONE' TO WS-LOG-RESULT
                 ADD 1 TO WS-DECS-REJECTED

      *       a reason the posting run would reject stays pending
      *       so the supervisor rejects it and it is rekeyed right
              WHEN AD-RELEASE AND NOT REASON-WAS-FOUND
                 MOVE 'REJECT-REASON' TO WS-LOG-RESULT
                 ADD 1 TO WS-DECS-REJECTED

      *       a release that did not reach the screened file stays
      *       pending, to be released again on a later run
              WHEN AD-RELEASE
                 MOVE PD-TRAN-IMAGE (WS-HIT-SUB)
                    TO INVENTORY-TRAN-RECORD
                 MOVE 'Y' TO TR-ADJ-APPROVED
                 WRITE INVENTORY-TRAN-RECORD
                 IF WS-TRAN-STATUS = '00'
                    ADD 1 TO WS-RELEASED
                    MOVE 'A' TO PD-DECISION (WS-HIT-SUB)
                    MOVE AD-USER-ID TO PD-USER-ID (WS-HIT-SUB)
                    MOVE 'APPLIED' TO WS-LOG-RESULT
                    ADD 1 TO WS-DECS-APPLIED
                 ELSE
                    MOVE 'REJECT-WRITE' TO WS-LOG-RESULT
                    ADD 1 TO WS-DECS-REJECTED
                 END-IF

              WHEN AD-REJECT
                 MOVE 'R' TO PD-DECISION (WS-HIT-SUB)
                 MOVE AD-USER-ID TO PD-USER-ID (WS-HIT-SUB)
                 MOVE 'APPLIED' TO WS-LOG-RESULT
                 ADD 1 TO WS-DECS-APPLIED

           END-EVALUATE

           PERFORM 390-WRITE-AUDIT-LINE
           PERFORM 395-WRITE-DECISION-LINE
           .

        350-FIND-PENDING.

           MOVE 'NO' TO WS-PENDING-FOUND
           PERFORM VARYING WS-PD-SUB
                 FROM 1 BY 1 UNTIL WS-PD-SUB > PD-ENTRY-COUNT
                 OR PENDING-WAS-FOUND
              IF PD-PENDING-ID (WS-PD-SUB) = AD-PENDING-ID
                 MOVE 'YES' TO WS-PENDING-FOUND
                 MOVE WS-PD-SUB TO WS-HIT-SUB
              END-IF
           END-PERFORM
           .

        360-CHECK-REASON-CODE.

           MOVE 'NO' TO WS-REASON-FOUND
           PERFORM VARYING WS-RD-SUB
                 FROM 1 BY 1 UNTIL WS-RD-SUB > RD-ENTRY-COUNT
                 OR REASON-WAS-FOUND
              IF RD-REASON-CODE (WS-RD-SUB) = PV-REASON-CODE
                 MOVE 'YES' TO WS-REASON-FOUND
              END-IF
           END-PERFORM
           .

        390-WRITE-AUDIT-LINE.

           MOVE WS-DATE TO ALL-DATE
           MOVE WS-TIME (1:6) TO ALL-TIME
           MOVE AD-USER-ID TO ALL-USER-ID
           MOVE AD-ACTION TO ALL-ACTION
           MOVE AD-PENDING-ID TO ALL-PENDING-ID
           MOVE PV-WAREHOUSE-ID TO ALL-WAREHOUSE-ID
           MOVE PV-REASON-CODE TO ALL-REASON-CODE
           IF PENDING-WAS-FOUND
              MOVE PD-DOLLAR-IMPACT (WS-HIT-SUB) TO ALL-IMPACT
           ELSE
              MOVE ZEROS TO ALL-IMPACT
           END-IF
           MOVE WS-LOG-RESULT TO ALL-RESULT
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
           .

        395-WRITE-DECISION-LINE.

           MOVE AD-PENDING-ID TO DL-PENDING-ID
           MOVE AD-ACTION TO DL-ACTION
           MOVE PV-WAREHOUSE-ID TO DL-WAREHOUSE-ID
           MOVE PV-VENDOR-ID TO DL-VENDOR-ID
           MOVE PV-CANDY-ID TO DL-CANDY-ID
           MOVE PV-REASON-CODE TO DL-REASON-CODE
           IF PENDING-WAS-FOUND AND PV-CASE-QTY IS NUMERIC
              MOVE PV-CASE-QTY TO DL-CASE-QTY
           ELSE
              MOVE ZEROS TO DL-CASE-QTY
           END-IF
           IF PENDING-WAS-FOUND
              MOVE PD-DOLLAR-IMPACT (WS-HIT-SUB) TO DL-IMPACT
           ELSE
              MOVE ZEROS TO DL-IMPACT
           END-IF
           MOVE AD-USER-ID TO DL-USER-ID
           MOVE WS-LOG-RESULT TO DL-RESULT
           MOVE DECISION-DETAIL-LINE TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE
           .

        700-REWRITE-PENDING-FILE.

      *    nothing is rewritten when the decisions were held --
      *    the pending file stands exactly as the runs left it.
      *    the new pending file and the history were opened before
      *    the decisions were applied; a record that does not get
      *    written holds the swap
           IF DECISIONS-WERE-HELD
              MOVE 'YES' TO WS-SWAP-HELD
           ELSE
              PERFORM VARYING WS-PD-SUB
                    FROM 1 BY 1 UNTIL WS-PD-SUB > PD-ENTRY-COUNT
                 IF PD-UNDECIDED (WS-PD-SUB)
                    MOVE PD-PENDING-ID (WS-PD-SUB) TO NP-PENDING-ID
                    MOVE PD-TRAN-IMAGE (WS-PD-SUB) TO NP-TRAN-IMAGE
                    MOVE PD-DOLLAR-IMPACT (WS-PD-SUB)
                       TO NP-DOLLAR-IMPACT
                    MOVE PD-QUEUED-BY (WS-PD-SUB) TO NP-QUEUED-BY
                    WRITE NEW-PENDING-RECORD
                    IF WS-NEWPEND-STATUS NOT = '00'
                       MOVE 'YES' TO WS-REWRITE-FAILED
                    END-IF
                 ELSE
                    MOVE PD-PENDING-ID (WS-PD-SUB) TO AH-PENDING-ID
                    MOVE PD-TRAN-IMAGE (WS-PD-SUB) TO AH-TRAN-IMAGE
                    MOVE PD-DOLLAR-IMPACT (WS-PD-SUB)
                       TO AH-DOLLAR-IMPACT
                    MOVE PD-QUEUED-BY (WS-PD-SUB) TO AH-QUEUED-BY
                    MOVE PD-DECISION (WS-PD-SUB) TO AH-DECISION
                    MOVE PD-USER-ID (WS-PD-SUB) TO AH-USER-ID
                    MOVE WS-DATE-NUM TO AH-DECISION-DATE
                    WRITE ADJ-HISTORY-RECORD
                    IF WS-HIST-STATUS NOT = '00'
                       MOVE 'YES' TO WS-REWRITE-FAILED
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE NEW-PENDING-FILE
                  ADJ-HISTORY-FILE

      *       swap the new pending file in the same way the vendor
      *       maintenance run swaps its master ('35' means no
      *       adjustment has ever been held)
              IF (WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '35')
                    AND NOT REWRITE-HAS-FAILED
                 CALL 'CBL_DELETE_FILE' USING WS-OLD-PEND-NAME
                    RETURNING WS-RENAME-RC
                 CALL 'CBL_RENAME_FILE' USING WS-NEW-PEND-NAME
                    WS-OLD-PEND-NAME
                    RETURNING WS-RENAME-RC
              ELSE
                 MOVE 'YES' TO WS-SWAP-HELD
              END-IF
           END-IF
           .

        750-WRITE-PENDING-LIST.

           MOVE PENDING-SECTION-HEADING TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 3 LINES
           MOVE PENDING-COLUMN-HEADING TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 2 LINES

           PERFORM VARYING WS-PD-SUB
                 FROM 1 BY 1 UNTIL WS-PD-SUB > PD-ENTRY-COUNT
              IF PD-UNDECIDED (WS-PD-SUB)
                 MOVE PD-TRAN-IMAGE (WS-PD-SUB) TO PENDING-TRAN-VIEW
                 MOVE PD-PENDING-ID (WS-PD-SUB) TO PL-PENDING-ID
                 MOVE PV-WAREHOUSE-ID TO PL-WAREHOUSE-ID
                 MOVE PV-VENDOR-ID TO PL-VENDOR-ID
                 MOVE PV-CANDY-ID TO PL-CANDY-ID
                 MOVE PV-CANDY-NAME TO PL-CANDY-NAME
                 IF PV-CASE-QTY IS NUMERIC
                    MOVE PV-CASE-QTY TO PL-CASE-QTY
                 ELSE
                    MOVE ZEROS TO PL-CASE-QTY
                 END-IF
                 MOVE PV-REASON-CODE TO PL-REASON-CODE
                 MOVE PD-DOLLAR-IMPACT (WS-PD-SUB) TO PL-IMPACT
                 MOVE PD-QUEUED-BY (WS-PD-SUB) TO PL-QUEUED-BY
                 MOVE PENDING-DETAIL-LINE TO APPROVAL-REPORT-RECORD
                 WRITE APPROVAL-REPORT-RECORD
                     AFTER ADVANCING 1 LINE
                 ADD 1 TO WS-STILL-PENDING
                 ADD PD-DOLLAR-IMPACT (WS-PD-SUB) TO WS-PENDING-IMPACT
              END-IF
           END-PERFORM

           MOVE WS-STILL-PENDING TO PT-STILL-PENDING
           MOVE WS-PENDING-IMPACT TO PT-PENDING-IMPACT
           MOVE PENDING-TOTAL-LINE TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        800-END-OF-FILE-ROUTINE.

           MOVE WS-DECS-READ TO AT-DECS-READ
           MOVE WS-DECS-APPLIED TO AT-DECS-APPLIED
           MOVE WS-DECS-REJECTED TO AT-DECS-REJECTED
           MOVE APPROVAL-TOTAL-LINE TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 3 LINES
           MOVE WS-RELEASED TO AT-RELEASED
           MOVE RELEASED-TOTAL-LINE TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
               AFTER ADVANCING 1 LINE

           IF SWAP-WAS-HELD AND NOT REWRITE-HAS-FAILED
              MOVE 'GLENCOE-ADJPEND.TXT NOT REPLACED - LOAD TROUBLE'
                 TO APPROVAL-REPORT-RECORD
              WRITE APPROVAL-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF
           IF REWRITE-HAS-FAILED
              MOVE REWRITE-FAILED-LINE TO APPROVAL-REPORT-RECORD
              WRITE APPROVAL-REPORT-RECORD
                  AFTER ADVANCING 1 LINE
           END-IF

           IF NOT LOG-WAS-HELD
              CLOSE APPROVAL-AUDIT-LOG
           END-IF
           CLOSE APPROVAL-REPORT

      *    held decisions or a pending file left unreplaced need a
      *    look before the next cutoff
           IF DECISIONS-WERE-HELD OR SWAP-WAS-HELD
              MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN
           .
