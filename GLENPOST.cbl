      *     The CLOSED TRANSACTION BATCH FILE written by the batch
      *     cutoff run, ending in a type-9 trailer whose record
      *     count is verified before anything is applied.  Data
      *     entry keys into the live transaction file, and the
      *     cycle count and approval runs write the screened
      *     transaction file; this program never touches either,
      *     so a movement keyed after the cutoff waits in the next
      *     batch instead of being wiped by the clear step.
      *     Each movement record carries:
      *         1.  RECORD TYPE (R=RECEIPT, S=SHIPMENT,
      *         4.  CANDY ID
      *         5.  CANDY NAME
      *         6.  CASE QUANTITY (SIGNED FOR ADJUSTMENTS)
      *         7.  TO-WAREHOUSE ID (TRANSFERS ONLY), OR ON AN
      *             ADJUSTMENT THE REASON CODE AND APPROVAL FLAG
      *
      *     A transfer posts to both warehouses as a unit: either
      *     the subtract at the from-warehouse and the add at the
      *  OUTPUT:
      *     The CANDY MASTER FILE, updated in place.
      *
      *     The GL ACCOUNT MAP FILE names the debit and credit
      *     account for each record type and source code (a blank
      *     source covers any source).  Every applied movement is
      *     valued at the master PURCHASE PRICE and written as a
      *     balanced entry to the GL JOURNAL FILE in the general
      *     ledger's import layout, with the warehouse as the
      *     sub-account; a transfer credits the from-warehouse and
      *     debits the to-warehouse.  The journal is released only
      *     when the posting stands, and each batch ends in a
      *     control record.  The GL PROOF REPORT totals each
      *     account and shows that debits equal credits and that
      *     the entry count ties to the transactions applied.
      *
      *     The CHECKPOINT LOG records a run header, the before-image
      *     of each master record ahead of its rewrite, a commit
      *     record after each transaction, and posted and end
      *     records at the close.  A log left without an end record
      *     holds the next posting until the recovery run GLENRCVR
      *     has rolled the master back or set a resume point; a
      *     resumed posting replays the committed transactions
      *     against the lot and PO tables only and carries on from
      *     the next one.
      *
      *     The REASON CODE FILE lists the adjustment reasons
      *     (damage, theft, count error, sample, expired); an
      *     adjustment whose reason is not on it is rejected, and
      *     the reason is carried onto the ledger for the shrink
      *     report.
      *
      *     The TRANSACTION REJECT REPORT lists every transaction
      *     whose keys match no master record so receiving can fix
      *     the keying the same day, and every shipment, shrink
      *     adjustment or transfer that would take stock below zero.
      *
      *     The OPEN PURCHASE ORDER FILE is updated as receipts
      *     apply, and each line carries the dates of its first
      *     and latest receipt; a line received in full moves to
      *     the CLOSED PURCHASE ORDER FILE with the date it closed.
      *     Every receipt matched to a PO line is also written to
      *     the PO RECEIPT FILE with its date, for the vendor
      *     scorecard.  The OPEN ORDER REPORT lists every PO line
      *     still unfilled, partially filled, overdue, or
      *     over-received, so the buyers stop reconciling two
      *     printouts with a highlighter.
                ASSIGN TO 'GLENCOE-LOT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOT-STATUS.
            SELECT CLOSED-PO-FILE
                ASSIGN TO 'GLENCOE-POHIST.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-POHIST-STATUS.
            SELECT PO-RECEIPT-FILE
                ASSIGN TO 'GLENCOE-PORCPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PORCPT-STATUS.
            SELECT GL-ACCOUNT-MAP-FILE
                ASSIGN TO 'GLENCOE-GLMAP.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLMAP-STATUS.
            SELECT GL-JOURNAL-WORK-FILE
                ASSIGN TO 'GLENCOE-GLJE.TMP'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLWK-STATUS.
            SELECT GL-JOURNAL-FILE
                ASSIGN TO 'GLENCOE-GLJE.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GLJE-STATUS.
            SELECT GL-PROOF-REPORT
                ASSIGN TO PRINTER 'GLENCOE-GLPROOF.TXT'.
            SELECT CHECKPOINT-FILE
                ASSIGN TO 'GLENCOE-POSTCKPT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CKPT-STATUS.
            SELECT RESUME-FILE
                ASSIGN TO 'GLENCOE-RESUME.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RESUME-STATUS.
            SELECT REASON-CODE-FILE
                ASSIGN TO 'GLENCOE-REASON.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REASON-STATUS.
            SELECT STEP-STATUS-FILE
                ASSIGN TO 'GLENCOE-STEPSTAT.TXT'
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-STEPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05  TR-CASE-QTY-X  REDEFINES
                TR-CASE-QTY           PIC X(4).
            05  TR-TO-WAREHOUSE-ID    PIC X(4).
            05  TR-ADJUSTMENT-DATA  REDEFINES
                TR-TO-WAREHOUSE-ID.
                10  TR-REASON-CODE    PIC X(2).
                10  TR-ADJ-APPROVED   PIC X(1).
                    88  TR-ADJ-RELEASED         VALUE 'Y'.
                10  FILLER            PIC X(1).
            05  TR-SOURCE-CODE        PIC X(1).
                88  TR-FROM-CYCLE-COUNT         VALUE 'C'.

        01  REJECT-REPORT-RECORD      PIC X(80).

        FD    OPEN-PO-FILE
            RECORD CONTAINS 67 CHARACTERS.

        01  OPEN-PO-RECORD.
            05  OP-PO-NUMBER          PIC X(11).
            05  OP-ORDER-DATE         PIC 9(8).
            05  OP-RECEIVED-QTY       PIC 9(4).
            05  OP-STATUS             PIC X(1).
            05  OP-FIRST-RCPT-DATE    PIC 9(8).
            05  OP-LAST-RCPT-DATE     PIC 9(8).

        FD   OPEN-ORDER-REPORT
            RECORD CONTAINS 80 CHARACTERS.
        01  OPEN-ORDER-REPORT-RECORD  PIC X(80).

        FD    POSTED-LEDGER-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  POSTED-LEDGER-RECORD      PIC X(47).

        FD    LEDGER-WORK-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  LEDGER-WORK-RECORD.
            05  LG-POST-DATE          PIC 9(8).
            05  LG-BEFORE-STOCK       PIC S9(4).
            05  LG-AFTER-STOCK        PIC S9(4).
            05  LG-SOURCE-CODE        PIC X(1).
            05  LG-REASON-CODE        PIC X(2).

        FD    CANDY-LOT-FILE
            RECORD CONTAINS 39 CHARACTERS.
            05  LOT-ORIG-QTY          PIC 9(4).
            05  LOT-REMAINING-QTY     PIC 9(4).

        FD    CLOSED-PO-FILE
            RECORD CONTAINS 75 CHARACTERS.

        01  CLOSED-PO-RECORD.
            05  PH-PO-NUMBER          PIC X(11).
            05  PH-VENDOR-ID          PIC X(1).
            05  PH-WAREHOUSE-ID       PIC X(4).
            05  PH-CANDY-ID           PIC X(3).
            05  PH-CANDY-NAME         PIC X(15).
            05  PH-ORDER-QTY          PIC 9(4).
            05  PH-ORDER-DATE         PIC 9(8).
            05  PH-RECEIVED-QTY       PIC 9(4).
            05  PH-STATUS             PIC X(1).
            05  PH-CLOSED-DATE        PIC 9(8).
            05  PH-FIRST-RCPT-DATE    PIC 9(8).
            05  PH-LAST-RCPT-DATE     PIC 9(8).

        FD    PO-RECEIPT-FILE
            RECORD CONTAINS 46 CHARACTERS.

        01  PO-RECEIPT-RECORD.
            05  PR-PO-NUMBER          PIC X(11).
            05  PR-VENDOR-ID          PIC X(1).
            05  PR-WAREHOUSE-ID       PIC X(4).
            05  PR-CANDY-ID           PIC X(3).
            05  PR-CANDY-NAME         PIC X(15).
            05  PR-RECEIVED-QTY       PIC S9(4).
            05  PR-RECEIPT-DATE       PIC 9(8).

        FD    GL-ACCOUNT-MAP-FILE
            RECORD CONTAINS 34 CHARACTERS.

        01  GL-ACCOUNT-MAP-RECORD.
            05  GM-RECORD-TYPE        PIC X(1).
            05  GM-SOURCE-CODE        PIC X(1).
            05  GM-DEBIT-ACCOUNT      PIC X(6).
            05  GM-CREDIT-ACCOUNT     PIC X(6).
            05  GM-DESCRIPTION        PIC X(20).

        FD    REASON-CODE-FILE
            RECORD CONTAINS 29 CHARACTERS.

        01  REASON-CODE-RECORD.
            05  RN-REASON-CODE        PIC X(2).
            05  RN-DESCRIPTION        PIC X(20).
            05  RN-APPROVAL-LIMIT     PIC 9(5)V99.

        FD    GL-JOURNAL-WORK-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  GL-JOURNAL-WORK-RECORD.
            05  GJ-BATCH-DATE         PIC 9(8).
            05  GJ-ENTRY-NUMBER       PIC 9(6).
            05  GJ-LINE-TYPE          PIC X(1).
            05  GJ-ACCOUNT            PIC X(6).
            05  GJ-SUB-ACCOUNT        PIC X(4).
            05  GJ-AMOUNT             PIC 9(7)V99.
            05  GJ-DESCRIPTION        PIC X(20).
            05  GJ-SOURCE-TYPE        PIC X(1).
            05  GJ-VENDOR-ID          PIC X(1).
            05  GJ-CANDY-ID           PIC X(3).
            05  GJ-CASE-QTY           PIC S9(4).

        FD    GL-JOURNAL-FILE
            RECORD CONTAINS 63 CHARACTERS.

        01  GL-JOURNAL-RECORD         PIC X(63).

        FD   GL-PROOF-REPORT
            RECORD CONTAINS 80 CHARACTERS.

        01  GL-PROOF-RECORD           PIC X(80).

      *    the checkpoint log: a run header, the before-image of
      *    every master record ahead of its rewrite, a commit
      *    record after every transaction, a posted record once
      *    the master is closed and an end record once every
      *    end-of-job file is written
        FD    CHECKPOINT-FILE
            RECORD CONTAINS 557 CHARACTERS.

        01  CHECKPOINT-RECORD.
            05  CK-RECORD-TYPE        PIC X(1).
                88  CK-RUN-HEADER               VALUE 'H'.
                88  CK-BEFORE-IMAGE-REC         VALUE 'B'.
                88  CK-COMMIT-POINT             VALUE 'C'.
                88  CK-POSTED                   VALUE 'P'.
                88  CK-RUN-END                  VALUE 'E'.
                88  CK-ROLLED-BACK              VALUE 'R'.
                88  CK-RESUME-POINT             VALUE 'S'.
            05  CK-TRAN-SEQ           PIC 9(6).
            05  CK-BEFORE-IMAGE       PIC X(550).
            05  CK-COMMIT-DATA  REDEFINES  CK-BEFORE-IMAGE.
                10  CK-RESULT         PIC X(1).
                    88  CK-TRAN-APPLIED         VALUE 'A'.
                    88  CK-TRAN-REJECTED        VALUE 'J'.
                10  CK-REASON         PIC X(20).
                10  CK-TRAN-IMAGE     PIC X(33).
                10  CK-LEDGER-COUNT   PIC 9(7).
                10  CK-GL-LINES       PIC 9(7).
                10  CK-GL-UNPRICED    PIC 9(7).
                10  FILLER            PIC X(475).
            05  CK-HEADER-DATA  REDEFINES  CK-BEFORE-IMAGE.
                10  CK-RUN-DATE       PIC 9(8).
                10  CK-RUN-TIME       PIC 9(6).
                10  FILLER            PIC X(536).

      *    the committed transactions of an interrupted posting, in
      *    batch order, as left by the recovery run for a resume
        FD    RESUME-FILE
            RECORD CONTAINS 61 CHARACTERS.

        01  RESUME-RECORD.
            05  RS-RECORD-TYPE        PIC X(1).
            05  RS-TRAN-SEQ           PIC 9(6).
            05  RS-RESULT             PIC X(1).
                88  RS-TRAN-APPLIED             VALUE 'A'.
            05  RS-REASON             PIC X(20).
            05  RS-TRAN-IMAGE         PIC X(33).

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
                88  MASTER-WAS-OPENED              VALUE 'YES'.
            05  WS-TRAN-FOUND            PIC X(3)  VALUE 'NO'.
                88  TRAN-MATCHED                   VALUE 'YES'.
            05  WS-REASON-STATUS         PIC XX.
            05  REASON-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-REASONS                VALUE 'N'.
            05  WS-REASON-FOUND          PIC X(3)  VALUE 'NO'.
                88  REASON-IS-VALID                VALUE 'YES'.
            05  OPENPO-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-OPEN-PO                VALUE 'N'.
            05  WS-OPENPO-STATUS         PIC XX.
            05  LEDGWK-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-LEDGER-WORK            VALUE 'N'.
            05  WS-LOT-STATUS            PIC XX.
            05  WS-POHIST-STATUS         PIC XX.
            05  WS-PORCPT-STATUS         PIC XX.
            05  WS-GLMAP-STATUS          PIC XX.
            05  WS-GLWK-STATUS           PIC XX.
            05  WS-GLJE-STATUS           PIC XX.
            05  GLMAP-EOF-FLAG           PIC X     VALUE ' '.
                88  NO-MORE-GL-MAP                 VALUE 'N'.
            05  GLWK-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-GL-WORK                VALUE 'N'.
            05  WS-CKPT-STATUS           PIC XX.
            05  WS-RESUME-STATUS         PIC XX.
            05  CKPT-EOF-FLAG            PIC X     VALUE ' '.
                88  NO-MORE-CHECKPOINTS            VALUE 'N'.
            05  RESUME-EOF-FLAG          PIC X     VALUE ' '.
                88  NO-MORE-RESUME                 VALUE 'N'.
            05  WS-CK-LAST-TYPE          PIC X     VALUE SPACE.
                88  CK-LOG-IS-CLEAN          VALUE SPACE 'E' 'R'.
                88  CK-LOG-IS-RESUMABLE            VALUE 'S'.
            05  WS-WORK-FILES-OPENED     PIC X(3)  VALUE 'NO'.
                88  WORK-FILES-OPEN                VALUE 'YES'.
            05  WS-RESUME-RUN            PIC X(3)  VALUE 'NO'.
                88  RESUME-IS-RUNNING              VALUE 'YES'.
            05  LOT-EOF-FLAG             PIC X     VALUE ' '.
                88  NO-MORE-LOTS                   VALUE 'N'.
            05  WS-BATCH-TRAILER-FLAG    PIC X(3)  VALUE 'NO'.
                88  BATCH-TRAILER-SEEN             VALUE 'YES'.
            05  WS-BATCH-HELD            PIC X(3)  VALUE 'NO'.
                88  BATCH-IS-HELD                  VALUE 'YES'.
            05  WS-HISTORY-FAILED        PIC X(3)  VALUE 'NO'.
                88  HISTORY-HAS-FAILED             VALUE 'YES'.
            05  WS-POHIST-OPENED         PIC X(3)  VALUE 'NO'.
                88  POHIST-IS-OPEN                 VALUE 'YES'.
            05  WS-HISTORY-FILE-NAME     PIC X(20).

        01  SUB  PIC 99   VALUE 1.

                    88  PT-PARTIAL               VALUE 'P'.
                    88  PT-FILLED                VALUE 'F'.
                    88  PT-OVER-RECEIVED         VALUE 'V'.
                10  PT-FIRST-RCPT-DATE   PIC 9(8).
                10  PT-LAST-RCPT-DATE    PIC 9(8).

      *    this run's receipts against PO lines, written to the PO
      *    receipt file only when the open PO file is rewritten
        01  PO-RECEIPT-TABLE.
            05  RT-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  PO-RECEIPT-ENTRY OCCURS 1 TO 500 TIMES
                    DEPENDING ON RT-ENTRY-COUNT.
                10  RT-PO-SUB            PIC 9(3).
                10  RT-RECEIVED-QTY      PIC S9(4).

        01  OPEN-PO-CONTROLS.
            05  WS-PO-SUB                PIC 9(3).
            05  WS-ORDER-INT             PIC 9(7).
            05  WS-PO-AGE-DAYS           PIC S9(5).
            05  WS-OPEN-LINES-LISTED     PIC 9(5)  VALUE 0.
            05  WS-RT-SUB                PIC 9(3).
            05  WS-RT-DROPPED            PIC 9(5)  VALUE 0.

        01  CANDY-LOT-TABLE.
            05  LT-ENTRY-COUNT           PIC 9(4)  VALUE 0.
            05  WS-TRANS-REJECTED        PIC 9(7)  VALUE 0.
            05  WS-REJECT-REASON         PIC X(20).

      *    one entry per record type / source code on the account
      *    map; a blank source on the map covers any source
        01  GL-ACCOUNT-MAP-TABLE.
            05  GA-ENTRY-COUNT           PIC 99    VALUE 0.
            05  GL-ACCOUNT-MAP-ENTRY OCCURS 1 TO 50 TIMES
                    DEPENDING ON GA-ENTRY-COUNT.
                10  GA-RECORD-TYPE       PIC X(1).
                10  GA-SOURCE-CODE       PIC X(1).
                10  GA-DEBIT-ACCOUNT     PIC X(6).
                10  GA-CREDIT-ACCOUNT    PIC X(6).
                10  GA-DESCRIPTION       PIC X(20).

      *    adjustment reasons; the approval limit is used by the
      *    cycle count and cutoff runs, posting only validates
        01  REASON-CODE-TABLE.
            05  RD-ENTRY-COUNT           PIC 99    VALUE 0.
            05  REASON-CODE-ENTRY OCCURS 1 TO 30 TIMES
                    DEPENDING ON RD-ENTRY-COUNT.
                10  RD-REASON-CODE       PIC X(2).
            05  WS-RD-SUB                PIC 99.

        01  GL-ACCOUNT-TOTAL-TABLE.
            05  GT-ENTRY-COUNT           PIC 9(3)  VALUE 0.
            05  GL-ACCOUNT-TOTAL-ENTRY OCCURS 1 TO 200 TIMES
                    DEPENDING ON GT-ENTRY-COUNT.
                10  GT-ACCOUNT           PIC X(6).
                10  GT-SUB-ACCOUNT       PIC X(4).
                10  GT-DEBIT-TOTAL       PIC 9(9)V99.
                10  GT-CREDIT-TOTAL      PIC 9(9)V99.

        01  GL-JOURNAL-CONTROLS.
            05  WS-GA-SUB                PIC 99.
            05  WS-GA-HIT-SUB            PIC 99.
            05  WS-GT-SUB                PIC 9(3).
            05  WS-GT-HIT-SUB            PIC 9(3).
            05  WS-GA-DROPPED            PIC 9(5)  VALUE 0.
            05  WS-GT-DROPPED            PIC 9(7)  VALUE 0.
            05  WS-SUSPENSE-ACCOUNT      PIC X(6)  VALUE '999999'.
            05  WS-GL-PRICE              PIC S999V99.
            05  WS-GL-PRICE-X REDEFINES WS-GL-PRICE
                                         PIC X(5).
            05  WS-GL-SOURCE-CODE        PIC X(1).
            05  WS-GL-QTY                PIC 9(4).
            05  WS-GL-AMOUNT             PIC 9(7)V99.
            05  WS-GL-DEBIT-ACCOUNT      PIC X(6).
            05  WS-GL-CREDIT-ACCOUNT     PIC X(6).
            05  WS-GL-SWAP-ACCOUNT       PIC X(6).
            05  WS-GL-DEBIT-SUB          PIC X(4).
            05  WS-GL-CREDIT-SUB         PIC X(4).
            05  WS-GL-DESCRIPTION        PIC X(20).
            05  WS-GL-TOTAL-ACCOUNT      PIC X(6).
            05  WS-GL-TOTAL-SUB          PIC X(4).
            05  WS-GL-ENTRIES            PIC 9(6)  VALUE 0.
            05  WS-GL-LINES              PIC 9(7)  VALUE 0.
            05  WS-GL-DEBIT-TOTAL        PIC 9(9)V99 VALUE 0.
            05  WS-GL-CREDIT-TOTAL       PIC 9(9)V99 VALUE 0.
            05  WS-GL-DIFFERENCE         PIC S9(9)V99.
            05  WS-GL-UNMAPPED           PIC 9(7)  VALUE 0.
            05  WS-GL-UNPRICED           PIC 9(7)  VALUE 0.

        01  CHECKPOINT-CONTROLS.
            05  WS-RESUME-SEQ            PIC 9(6)  VALUE 0.
            05  WS-APPLIED-BEFORE        PIC 9(5).
            05  WS-RESUME-SEQ-EDIT       PIC ZZZ,ZZ9.

        01  WS-DATE.
            05  RUN-YEAR                 PIC 9(4).
            05  RUN-MONTH                PIC 99.

        01  WS-DATE-NUM  REDEFINES WS-DATE  PIC 9(8).

        01  WS-TIME.
            05  RUN-HOUR                 PIC 99.
            05  RUN-MINUTE               PIC 99.
            05  RUN-SECOND               PIC 99.
            05  FILLER                   PIC XX.

        01  REJECT-HEADING-ONE.

            05  FILLER            PIC X(20)  VALUE SPACES.
            05  FILLER            PIC X(46)  VALUE
                'OPEN PO FILE NOT UPDATED - PO TABLE FULL'.

        01  RECEIPT-CAPPED-LINE.

            05  FILLER            PIC X(32)  VALUE
                'PO RECEIPT TABLE FULL - RECEIPTS'.
            05  RCL-DROPPED       PIC ZZ,ZZ9.
            05  FILLER            PIC X(30)  VALUE
                ' NOT ON THE PO RECEIPT FILE'.

        01  GL-TRAILER-LINE.

            05  GLT-BATCH-DATE    PIC 9(8).
            05  GLT-ENTRY-COUNT   PIC 9(6).
            05  GLT-LINE-TYPE     PIC X(1)   VALUE 'T'.
            05  FILLER            PIC X(8)   VALUE SPACES.
            05  GLT-DEBIT-TOTAL   PIC 9(9)V99.
            05  FILLER            PIC X(20)  VALUE
                'BATCH CONTROL TOTAL'.
            05  FILLER            PIC X(9)   VALUE SPACES.

        01  GL-PROOF-HEADING-ONE.

            05  FILLER            PIC X(20)  VALUE SPACES.
            05  FILLER            PIC X(33)  VALUE
                'GLENCOE CANDY GL JOURNAL PROOF'.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  GH-MONTH          PIC 99/.
            05  GH-DAY            PIC 99/.
            05  GH-YEAR           PIC 9999.

        01  GL-PROOF-HEADING-TWO.

            05  FILLER            PIC X(10)  VALUE 'ACCOUNT'.
            05  FILLER            PIC X(8)   VALUE 'SUB'.
            05  FILLER            PIC X(18)  VALUE '           DEBITS'.
            05  FILLER            PIC X(18)  VALUE '          CREDITS'.

        01  GL-PROOF-DETAIL-LINE.

            05  GP-ACCOUNT        PIC X(6).
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  GP-SUB-ACCOUNT    PIC X(4).
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  GP-DEBIT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  GP-CREDIT-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.

        01  GL-PROOF-TOTAL-LINE.

            05  FILLER            PIC X(18)  VALUE 'BATCH TOTAL'.
            05  GPT-DEBIT-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER            PIC X(4)   VALUE SPACES.
            05  GPT-CREDIT-TOTAL  PIC ZZZ,ZZZ,ZZ9.99.
            05  FILLER            PIC X(2)   VALUE SPACES.
            05  GPT-BALANCE-NOTE  PIC X(16).

        01  GL-PROOF-COUNT-LINE.

            05  FILLER            PIC X(16)  VALUE 'TRANS APPLIED: '.
            05  GPC-TRANS-APPLIED PIC ZZZ,ZZ9.
            05  FILLER            PIC X(19)  VALUE
                '   JOURNAL ENTRIES:'.
            05  GPC-ENTRIES       PIC ZZZ,ZZ9.
            05  FILLER            PIC X(12)  VALUE '   LINES:   '.
            05  GPC-LINES         PIC ZZZ,ZZ9.

        01  GL-PROOF-TIE-LINE.

            05  GPT-TIE-NOTE      PIC X(50).

        01  GL-PROOF-EXCEPTION-LINE.

            05  FILLER            PIC X(28)  VALUE
                'UNMAPPED TO SUSPENSE 999999:'.
            05  GPE-UNMAPPED      PIC ZZZ,ZZ9.
            05  FILLER            PIC X(24)  VALUE
                '   VALUED AT ZERO PRICE:'.
            05  GPE-UNPRICED      PIC ZZZ,ZZ9.

        01  GL-PROOF-HELD-LINE.

            05  FILLER            PIC X(46)  VALUE
                'POSTING NOT APPLIED - NO JOURNAL RELEASED'.

        01  GL-PROOF-CAPPED-LINE.

            05  FILLER            PIC X(50)  VALUE
                'ACCOUNT SUMMARY TABLE FULL - ENTRIES NOT SUMMED:'.
            05  GPK-DROPPED       PIC ZZZ,ZZ9.

        01  GL-PROOF-MAP-CAPPED-LINE.

            05  FILLER            PIC X(50)  VALUE
                'ACCOUNT MAP TABLE FULL - MAP ENTRIES IGNORED:'.
            05  GPM-DROPPED       PIC ZZZ,ZZ9.

        01  STEP-STATUS-CONTROLS.
            05  WS-STEPSTAT-STATUS       PIC XX.
            05  WS-STEP-TIME             PIC X(8).


        PROCEDURE DIVISION.

        100-CONTROL-MODULE.

           PERFORM 150-HOUSEKEEPING-ROUTINE
           PERFORM 160-CHECK-CHECKPOINT-LOG
           PERFORM 220-LOAD-OPEN-PO-FILE
           PERFORM 230-LOAD-CANDY-LOTS
           PERFORM 240-LOAD-GL-ACCOUNT-MAP
           PERFORM 250-LOAD-REASON-TABLE
           PERFORM 290-VERIFY-BATCH
           PERFORM 300-POST-TRANSACTIONS
           PERFORM 700-FINISH-POSTING
           PERFORM 745-APPEND-POSTED-LEDGER
           PERFORM 746-APPEND-GL-JOURNAL
           PERFORM 748-REWRITE-LOT-FILE
           PERFORM 750-WRITE-OPEN-ORDER-REPORT
           PERFORM 780-WRITE-GL-PROOF-REPORT
           PERFORM 790-CLOSE-CHECKPOINT-LOG
           PERFORM 800-END-OF-FILE-ROUTINE

           .
           OPEN INPUT INVENTORY-TRAN-FILE
           OPEN OUTPUT TRAN-REJECT-REPORT

           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME
           MOVE WS-DATE(1:4) TO RH-YEAR
           MOVE WS-DATE(5:2) TO RH-MONTH
           MOVE WS-DATE(7:2) TO RH-DAY
               AFTER ADVANCING 2 LINES
           .

        160-CHECK-CHECKPOINT-LOG.

      *    a log that ends in anything but an end or a rolled-back
      *    record means the last posting died part way through:
      *    the master carries some of the batch and the ledger,
      *    lots and POs none of it, so posting the batch again
      *    would apply those transactions twice.  the batch is
      *    held until the recovery run has either rolled the
      *    master back or left a resume point
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
              PERFORM UNTIL NO-MORE-CHECKPOINTS
                 READ CHECKPOINT-FILE
                    AT END
                       MOVE 'N' TO CKPT-EOF-FLAG
                    NOT AT END
                       MOVE CK-RECORD-TYPE TO WS-CK-LAST-TYPE
                       IF CK-RESUME-POINT
                          MOVE CK-TRAN-SEQ TO WS-RESUME-SEQ
                          MOVE CK-LEDGER-COUNT
                             TO WS-LEDGER-WRITTEN
                          MOVE CK-GL-UNPRICED TO WS-GL-UNPRICED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CHECKPOINT-FILE
           END-IF

           EVALUATE TRUE
              WHEN CK-LOG-IS-CLEAN
                 MOVE 0 TO WS-RESUME-SEQ
                 MOVE 0 TO WS-LEDGER-WRITTEN
                 MOVE 0 TO WS-GL-UNPRICED
      *          applied movements collect in the work files first
      *          and only reach the permanent ledger and the GL
      *          once the posting stands -- a held posting
      *          re-applies its transactions next run and must not
      *          leave duplicate entries
                 OPEN OUTPUT LEDGER-WORK-FILE
                 OPEN OUTPUT GL-JOURNAL-WORK-FILE
                 OPEN OUTPUT CHECKPOINT-FILE
                 MOVE 'YES' TO WS-WORK-FILES-OPENED
                 PERFORM 165-WRITE-RUN-HEADER
              WHEN CK-LOG-IS-RESUMABLE
                 PERFORM 170-PREPARE-RESUME
              WHEN OTHER
                 MOVE 'YES' TO WS-BATCH-HELD
                 MOVE 'PRIOR POSTING DID NOT FINISH - RUN GLENRCVR'
                    TO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
           END-EVALUATE
           .

        165-WRITE-RUN-HEADER.

           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'H' TO CK-RECORD-TYPE
           MOVE WS-RESUME-SEQ TO CK-TRAN-SEQ
           MOVE WS-DATE-NUM TO CK-RUN-DATE
           MOVE WS-TIME (1:6) TO CK-RUN-TIME
           WRITE CHECKPOINT-RECORD
           .

        170-PREPARE-RESUME.

      *    the recovery run has backed out the transaction that was
      *    in flight and cut the work files back to the last
      *    commit.  the committed transactions are already in the
      *    master, so this run replays them only against the lot
      *    and PO tables, and the journal totals are rebuilt from
      *    the journal work file they were written to
           OPEN INPUT RESUME-FILE
           IF WS-RESUME-STATUS NOT = '00'
              MOVE 'YES' TO WS-BATCH-HELD
              MOVE 'RESUME LIST GLENCOE-RESUME.TXT MISSING - NOT POSTED'
                 TO REJECT-REPORT-RECORD
              WRITE REJECT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              MOVE 'YES' TO WS-RESUME-RUN
              OPEN INPUT GL-JOURNAL-WORK-FILE
              IF WS-GLWK-STATUS = '00'
                 PERFORM UNTIL NO-MORE-GL-WORK
                    READ GL-JOURNAL-WORK-FILE
                       AT END
                          MOVE 'N' TO GLWK-EOF-FLAG
                       NOT AT END
                          PERFORM 175-RELOAD-JOURNAL-LINE
                    END-READ
                 END-PERFORM
                 CLOSE GL-JOURNAL-WORK-FILE
              END-IF
              MOVE ' ' TO GLWK-EOF-FLAG

      *       the work files hold the committed transactions'
      *       ledger and journal lines, which are not replayed --
      *       a work file or log that will not extend holds the
      *       batch rather than start either one over empty
              OPEN EXTEND LEDGER-WORK-FILE
              IF WS-LEDGWK-STATUS = '00'
                 OPEN EXTEND GL-JOURNAL-WORK-FILE
                 IF WS-GLWK-STATUS = '00'
                    OPEN EXTEND CHECKPOINT-FILE
                    IF WS-CKPT-STATUS NOT = '00'
                       CLOSE GL-JOURNAL-WORK-FILE
                    END-IF
                 END-IF
                 IF WS-GLWK-STATUS NOT = '00'
                       OR WS-CKPT-STATUS NOT = '00'
                    CLOSE LEDGER-WORK-FILE
                 END-IF
              END-IF

              IF WS-LEDGWK-STATUS = '00' AND WS-GLWK-STATUS = '00'
                    AND WS-CKPT-STATUS = '00'
                 MOVE 'YES' TO WS-WORK-FILES-OPENED
                 PERFORM 165-WRITE-RUN-HEADER

                 MOVE WS-RESUME-SEQ TO WS-RESUME-SEQ-EDIT
                 MOVE SPACES TO REJECT-REPORT-RECORD
                 STRING 'RESUMING AFTER COMMITTED TRANSACTION '
                        WS-RESUME-SEQ-EDIT
                        DELIMITED BY SIZE INTO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              ELSE
                 MOVE 'YES' TO WS-BATCH-HELD
                 MOVE
                    'RESUME WORK FILES NOT EXTENDED - RUN GLENRCVR'
                    TO REJECT-REPORT-RECORD
                 WRITE REJECT-REPORT-RECORD
                     AFTER ADVANCING 2 LINES
              END-IF
           END-IF
           .

        175-RELOAD-JOURNAL-LINE.

           ADD 1 TO WS-GL-LINES
           MOVE GJ-ACCOUNT TO WS-GL-TOTAL-ACCOUNT
           MOVE GJ-SUB-ACCOUNT TO WS-GL-TOTAL-SUB
           PERFORM 349-ACCUMULATE-GL-ACCOUNT
           IF GJ-LINE-TYPE = 'D'
              ADD 1 TO WS-GL-ENTRIES
              ADD GJ-AMOUNT TO WS-GL-DEBIT-TOTAL
              IF WS-GT-HIT-SUB > 0
                 ADD GJ-AMOUNT TO GT-DEBIT-TOTAL (WS-GT-HIT-SUB)
              END-IF
              IF GJ-ACCOUNT = WS-SUSPENSE-ACCOUNT
                 ADD 1 TO WS-GL-UNMAPPED
              END-IF
           ELSE
              ADD GJ-AMOUNT TO WS-GL-CREDIT-TOTAL
              IF WS-GT-HIT-SUB > 0
                 ADD GJ-AMOUNT TO GT-CREDIT-TOTAL (WS-GT-HIT-SUB)
              END-IF
           END-IF
           .

        220-LOAD-OPEN-PO-FILE.

      *    an absent open-PO file just means no orders are
                             TO PT-RECEIVED-QTY (PO-ENTRY-COUNT)
                          MOVE OP-STATUS
                             TO PT-STATUS (PO-ENTRY-COUNT)
      *                   lines cut before receipts were dated
      *                   carry no dates at all
                          IF OP-FIRST-RCPT-DATE IS NUMERIC
                             MOVE OP-FIRST-RCPT-DATE
                                TO PT-FIRST-RCPT-DATE (PO-ENTRY-COUNT)
                          ELSE
                             MOVE ZEROS
                                TO PT-FIRST-RCPT-DATE (PO-ENTRY-COUNT)
                          END-IF
                          IF OP-LAST-RCPT-DATE IS NUMERIC
                             MOVE OP-LAST-RCPT-DATE
                                TO PT-LAST-RCPT-DATE (PO-ENTRY-COUNT)
                          ELSE
                             MOVE ZEROS
                                TO PT-LAST-RCPT-DATE (PO-ENTRY-COUNT)
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
               AFTER ADVANCING 1 LINE
           .

        240-LOAD-GL-ACCOUNT-MAP.

      *    the map is small and read once; a movement with no map
      *    entry still posts, but its journal goes to the suspense
      *    account so finance sees it on the proof report instead
      *    of the GL import quietly dropping value
           OPEN INPUT GL-ACCOUNT-MAP-FILE
           IF WS-GLMAP-STATUS = '00'
              PERFORM UNTIL NO-MORE-GL-MAP
                 READ GL-ACCOUNT-MAP-FILE
                    AT END
                       MOVE 'N' TO GLMAP-EOF-FLAG
                    NOT AT END
                       IF GA-ENTRY-COUNT < 50
                          ADD 1 TO GA-ENTRY-COUNT
                          MOVE GM-RECORD-TYPE
                             TO GA-RECORD-TYPE (GA-ENTRY-COUNT)
                          MOVE GM-SOURCE-CODE
                             TO GA-SOURCE-CODE (GA-ENTRY-COUNT)
                          MOVE GM-DEBIT-ACCOUNT
                             TO GA-DEBIT-ACCOUNT (GA-ENTRY-COUNT)
                          MOVE GM-CREDIT-ACCOUNT
                             TO GA-CREDIT-ACCOUNT (GA-ENTRY-COUNT)
                          MOVE GM-DESCRIPTION
                             TO GA-DESCRIPTION (GA-ENTRY-COUNT)
                       ELSE
                          ADD 1 TO WS-GA-DROPPED
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE GL-ACCOUNT-MAP-FILE
           END-IF
           .

        250-LOAD-REASON-TABLE.

      *    with no reason file every adjustment rejects, which is
      *    what finance wants -- shrink without a reason is not
      *    to be posted
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

        290-VERIFY-BATCH.

      *    the closed batch carries a type-9 trailer with the
                    PERFORM 295-WRITE-BATCH-HELD-LINE
              END-EVALUATE

              IF NOT BATCH-IS-HELD AND WS-BATCH-RECORDS > 0
                 PERFORM 296-CHECK-HISTORY-FILES
              END-IF

              IF NOT BATCH-IS-HELD
                 MOVE ' ' TO TRAN-EOF-FLAG
                 OPEN INPUT INVENTORY-TRAN-FILE
               AFTER ADVANCING 2 LINES
           .

        296-CHECK-HISTORY-FILES.

      *    the ledger, the GL journal and the PO histories are
      *    appended only after the batch has posted and been
      *    emptied, too late to hold it.  each is proven openable
      *    here first -- '35' means it has not been started yet;
      *    anything else holds the batch rather than empty a
      *    history nothing else can rebuild
           OPEN EXTEND POSTED-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
              OPEN OUTPUT POSTED-LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS = '00'
              CLOSE POSTED-LEDGER-FILE
           ELSE
              MOVE 'GLENCOE-LEDGER.TXT' TO WS-HISTORY-FILE-NAME
              PERFORM 297-HOLD-FOR-HISTORY-FILE
           END-IF

           OPEN EXTEND GL-JOURNAL-FILE
           IF WS-GLJE-STATUS = '35'
              OPEN OUTPUT GL-JOURNAL-FILE
           END-IF
           IF WS-GLJE-STATUS = '00'
              CLOSE GL-JOURNAL-FILE
           ELSE
              MOVE 'GLENCOE-GLJE.TXT' TO WS-HISTORY-FILE-NAME
              PERFORM 297-HOLD-FOR-HISTORY-FILE
           END-IF

           OPEN EXTEND CLOSED-PO-FILE
           IF WS-POHIST-STATUS = '35'
              OPEN OUTPUT CLOSED-PO-FILE
           END-IF
           IF WS-POHIST-STATUS = '00'
              CLOSE CLOSED-PO-FILE
           ELSE
              MOVE 'GLENCOE-POHIST.TXT' TO WS-HISTORY-FILE-NAME
              PERFORM 297-HOLD-FOR-HISTORY-FILE
           END-IF

           OPEN EXTEND PO-RECEIPT-FILE
           IF WS-PORCPT-STATUS = '35'
              OPEN OUTPUT PO-RECEIPT-FILE
           END-IF
           IF WS-PORCPT-STATUS = '00'
              CLOSE PO-RECEIPT-FILE
           ELSE
              MOVE 'GLENCOE-PORCPT.TXT' TO WS-HISTORY-FILE-NAME
              PERFORM 297-HOLD-FOR-HISTORY-FILE
           END-IF
           .

        297-HOLD-FOR-HISTORY-FILE.

           MOVE 'YES' TO WS-BATCH-HELD
           MOVE SPACES TO REJECT-REPORT-RECORD
           STRING 'BATCH NOT POSTED - ' DELIMITED BY SIZE
              WS-HISTORY-FILE-NAME DELIMITED BY SPACE
              ' NOT WRITABLE' DELIMITED BY SIZE
              INTO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        298-REPORT-HISTORY-FAILED.

      *    the batch has already posted, so a history that will
      *    not open now is left as it stands and the run ends
      *    held for someone to look at
           MOVE 'YES' TO WS-HISTORY-FAILED
           MOVE SPACES TO REJECT-REPORT-RECORD
           STRING WS-HISTORY-FILE-NAME DELIMITED BY SPACE
              ' NOT APPENDED - REFER BEFORE NEXT POSTING'
                 DELIMITED BY SIZE
              INTO REJECT-REPORT-RECORD
           WRITE REJECT-REPORT-RECORD
               AFTER ADVANCING 2 LINES
           .

        300-POST-TRANSACTIONS.

      *    an unreadable master must hold the batch, not reject
                    AT END
                       MOVE 'N' TO TRAN-EOF-FLAG
                    NOT AT END
                       IF BT-IS-TRAILER OR BATCH-IS-HELD
                          CONTINUE
                       ELSE
                          ADD 1 TO WS-TRANS-READ
                          IF WS-TRANS-READ NOT > WS-RESUME-SEQ
                             PERFORM 305-REPLAY-COMMITTED-TRAN
                          ELSE
                             MOVE WS-TRANS-APPLIED
                                TO WS-APPLIED-BEFORE
                             PERFORM 310-APPLY-TRANSACTION
                             PERFORM 312-WRITE-COMMIT-POINT
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVENTORY-TRAN-FILE
           END-IF
           IF RESUME-IS-RUNNING
              CLOSE RESUME-FILE
           END-IF
           .

        305-REPLAY-COMMITTED-TRAN.

      *    a committed transaction is already in the master; only
      *    the in-memory lot and PO tables and the counts need it
      *    again.  the resume list must walk the batch record for
      *    record, or the batch is not the one that was interrupted
           READ RESUME-FILE
              AT END
                 MOVE 'N' TO RESUME-EOF-FLAG
           END-READ
           IF NO-MORE-RESUME
                 OR RS-TRAN-SEQ NOT = WS-TRANS-READ
                 OR RS-TRAN-IMAGE NOT = INVENTORY-TRAN-RECORD
              MOVE 'YES' TO WS-BATCH-HELD
              MOVE 'RESUME LIST OUT OF STEP WITH BATCH - NOT POSTED'
                 TO REJECT-REPORT-RECORD
              WRITE REJECT-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           ELSE
              IF RS-TRAN-APPLIED
                 IF TR-TRANSFER
                    PERFORM 317-TRANSFER-LOTS
                 ELSE
                    IF TR-RECEIPT
                       PERFORM 340-MATCH-OPEN-PO
                    END-IF
                    PERFORM 348-UPDATE-LOTS
                 END-IF
                 ADD 1 TO WS-TRANS-APPLIED
              ELSE
                 MOVE RS-REASON TO WS-REJECT-REASON
                 PERFORM 395-WRITE-REJECT-LINE
              END-IF
           END-IF
           .

        310-APPLY-TRANSACTION.
                 IF TR-TRANSFER
                    PERFORM 315-APPLY-TRANSFER
                 ELSE
                    PERFORM 322-CHECK-REASON-CODE
                    IF REASON-IS-VALID
                       MOVE TR-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
                       PERFORM 320-FIND-MASTER-ELEMENT
                       IF TRAN-MATCHED
                          PERFORM 330-POST-TO-MASTER
                       ELSE
                          MOVE 'NO MASTER MATCH' TO WS-REJECT-REASON
                          PERFORM 395-WRITE-REJECT-LINE
                       END-IF
                    ELSE
                       MOVE 'INVALID REASON CODE' TO WS-REJECT-REASON
                       PERFORM 395-WRITE-REJECT-LINE
                    END-IF
                 END-IF
           END-IF
           .

        312-WRITE-COMMIT-POINT.

      *    the commit record carries the running work-file counts,
      *    so the recovery run can cut the ledger and journal work
      *    files back to exactly this transaction
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'C' TO CK-RECORD-TYPE
           MOVE WS-TRANS-READ TO CK-TRAN-SEQ
           IF WS-TRANS-APPLIED > WS-APPLIED-BEFORE
              MOVE 'A' TO CK-RESULT
           ELSE
              MOVE 'J' TO CK-RESULT
              MOVE WS-REJECT-REASON TO CK-REASON
           END-IF
           MOVE INVENTORY-TRAN-RECORD TO CK-TRAN-IMAGE
           MOVE WS-LEDGER-WRITTEN TO CK-LEDGER-COUNT
           MOVE WS-GL-LINES TO CK-GL-LINES
           MOVE WS-GL-UNPRICED TO CK-GL-UNPRICED
           WRITE CHECKPOINT-RECORD
           .

        315-APPLY-TRANSFER.

      *    the to-side is proven before the from-side is touched,
                    MOVE 'NO MASTER AT FROM-WH' TO WS-REJECT-REASON
                    PERFORM 395-WRITE-REJECT-LINE
                 ELSE
                    EVALUATE TRUE
                       WHEN CASES-IN-STOCK (WS-HIT-ELEMENT)
                             IS NOT NUMERIC
                          MOVE 'MASTER NOT NUMERIC'
                             TO WS-REJECT-REASON
                          PERFORM 395-WRITE-REJECT-LINE
      *                a move cannot send more than the from-side
      *                holds, the same rule 330 applies to a shipment
                       WHEN TR-CASE-QTY
                             > CASES-IN-STOCK (WS-HIT-ELEMENT)
                          MOVE 'INSUFFICIENT STOCK'
                             TO WS-REJECT-REASON
                          PERFORM 395-WRITE-REJECT-LINE
                       WHEN OTHER
                          PERFORM 316-POST-TRANSFER-SIDES
                    END-EVALUATE
                 END-IF
              END-IF
           END-IF

      *    the from-side record is already in the buffer from the
      *    final find in 315
           PERFORM 342-WRITE-BEFORE-IMAGE
           MOVE CASES-IN-STOCK (WS-HIT-ELEMENT) TO WS-BEFORE-STOCK
           MOVE PURCHASE-PRICE-X (WS-HIT-ELEMENT) TO WS-GL-PRICE-X
           SUBTRACT TR-CASE-QTY
              FROM CASES-IN-STOCK (WS-HIT-ELEMENT)
           REWRITE CANDY-RECORD

           MOVE TR-TO-WAREHOUSE-ID TO WS-FIND-WAREHOUSE-ID
           PERFORM 320-FIND-MASTER-ELEMENT
           PERFORM 342-WRITE-BEFORE-IMAGE
           MOVE CASES-IN-STOCK (WS-HIT-ELEMENT) TO WS-BEFORE-STOCK
           ADD TR-CASE-QTY TO CASES-IN-STOCK (WS-HIT-ELEMENT)
           REWRITE CANDY-RECORD
           MOVE WS-BEFORE-STOCK TO LG-BEFORE-STOCK
           MOVE CASES-IN-STOCK (WS-HIT-ELEMENT) TO LG-AFTER-STOCK
           PERFORM 345-WRITE-LEDGER-WORK
      *    one journal entry for the pair of ledger sides: the value
      *    leaves the from-warehouse sub-account at the from-side
      *    cost and lands on the to-warehouse sub-account at the
      *    same figure, so the move itself can never make or lose
      *    money on the books
           MOVE TR-TO-WAREHOUSE-ID TO WS-GL-DEBIT-SUB
           MOVE TR-WAREHOUSE-ID TO WS-GL-CREDIT-SUB
           PERFORM 346-WRITE-JOURNAL-WORK

           PERFORM 317-TRANSFER-LOTS
           ADD 1 TO WS-TRANS-APPLIED
           END-READ
           .

        322-CHECK-REASON-CODE.

      *    only adjustments carry a reason; the other types pass
           MOVE 'YES' TO WS-REASON-FOUND
           IF TR-ADJUSTMENT
              MOVE 'NO' TO WS-REASON-FOUND
              PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                      UNTIL WS-RD-SUB > RD-ENTRY-COUNT
                         OR REASON-IS-VALID
                 IF RD-REASON-CODE (WS-RD-SUB) = TR-REASON-CODE
                    MOVE 'YES' TO WS-REASON-FOUND
                 END-IF
              END-PERFORM
           END-IF
           .

        330-POST-TO-MASTER.

      *    a shipment or shrink adjustment bigger than the shelf is
      *    a keying error or a pick that never happened -- rejecting
      *    it keeps the book from going negative, where no report
      *    downstream can make sense of it
           IF CASES-IN-STOCK (WS-HIT-ELEMENT) IS NOT NUMERIC
              MOVE 'MASTER NOT NUMERIC' TO WS-REJECT-REASON
              PERFORM 395-WRITE-REJECT-LINE
           ELSE
           IF (TR-SHIPMENT
                 AND TR-CASE-QTY > CASES-IN-STOCK (WS-HIT-ELEMENT))
                 OR (TR-ADJUSTMENT
                 AND CASES-IN-STOCK (WS-HIT-ELEMENT) + TR-CASE-QTY
                    < 0)
              MOVE 'INSUFFICIENT STOCK' TO WS-REJECT-REASON
              PERFORM 395-WRITE-REJECT-LINE
           ELSE
              PERFORM 342-WRITE-BEFORE-IMAGE
              MOVE CASES-IN-STOCK (WS-HIT-ELEMENT)
                 TO WS-BEFORE-STOCK
              EVALUATE TRUE
              MOVE CASES-IN-STOCK (WS-HIT-ELEMENT)
                 TO LG-AFTER-STOCK
              PERFORM 345-WRITE-LEDGER-WORK
              MOVE PURCHASE-PRICE-X (WS-HIT-ELEMENT)
                 TO WS-GL-PRICE-X
              MOVE TR-WAREHOUSE-ID TO WS-GL-DEBIT-SUB
              MOVE TR-WAREHOUSE-ID TO WS-GL-CREDIT-SUB
              PERFORM 346-WRITE-JOURNAL-WORK
              PERFORM 348-UPDATE-LOTS
              ADD 1 TO WS-TRANS-APPLIED
           END-IF
           END-IF
           .

        340-MATCH-OPEN-PO.
                 WHEN OTHER
                    MOVE 'O' TO PT-STATUS (WS-PO-HIT-SUB)
              END-EVALUATE
      *       the receipt dates are what the vendor scorecard
      *       measures lead time and on-time delivery from
              IF PT-FIRST-RCPT-DATE (WS-PO-HIT-SUB) = 0
                 MOVE WS-DATE-NUM TO PT-FIRST-RCPT-DATE (WS-PO-HIT-SUB)
              END-IF
              MOVE WS-DATE-NUM TO PT-LAST-RCPT-DATE (WS-PO-HIT-SUB)
              IF RT-ENTRY-COUNT NOT < 500
                 ADD 1 TO WS-RT-DROPPED
              ELSE
                 ADD 1 TO RT-ENTRY-COUNT
                 MOVE WS-PO-HIT-SUB TO RT-PO-SUB (RT-ENTRY-COUNT)
                 MOVE TR-CASE-QTY TO RT-RECEIVED-QTY (RT-ENTRY-COUNT)
              END-IF
           END-IF
           .

        342-WRITE-BEFORE-IMAGE.

      *    the whole master record as it stood before this
      *    transaction touched it -- the recovery run puts the
      *    earliest image of each key back to undo the posting
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE 'B' TO CK-RECORD-TYPE
           MOVE WS-TRANS-READ TO CK-TRAN-SEQ
           MOVE CANDY-RECORD TO CK-BEFORE-IMAGE
           WRITE CHECKPOINT-RECORD
           .

        345-WRITE-LEDGER-WORK.

      *    the caller has already set the warehouse and the before
           ELSE
              MOVE 'D' TO LG-SOURCE-CODE
           END-IF
           IF TR-ADJUSTMENT
              MOVE TR-REASON-CODE TO LG-REASON-CODE
           ELSE
              MOVE SPACES TO LG-REASON-CODE
           END-IF
           WRITE LEDGER-WORK-RECORD
           ADD 1 TO WS-LEDGER-WRITTEN
           .

        346-WRITE-JOURNAL-WORK.

      *    the caller has set the cost and the warehouse
      *    sub-accounts.  the map is laid out for stock coming in;
      *    a negative quantity (shrink) turns the entry round, so
      *    the journal always carries a positive amount the way
      *    the GL import expects
           PERFORM 347-FIND-GL-ACCOUNTS
           IF WS-GL-PRICE-X IS NOT NUMERIC
              MOVE 0 TO WS-GL-PRICE
              ADD 1 TO WS-GL-UNPRICED
           END-IF
           IF TR-CASE-QTY < 0
              COMPUTE WS-GL-QTY = 0 - TR-CASE-QTY
              MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-SWAP-ACCOUNT
              MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
              MOVE WS-GL-SWAP-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
           ELSE
              MOVE TR-CASE-QTY TO WS-GL-QTY
           END-IF
           COMPUTE WS-GL-AMOUNT = WS-GL-QTY * WS-GL-PRICE
           ADD 1 TO WS-GL-ENTRIES

           MOVE WS-DATE-NUM TO GJ-BATCH-DATE
           MOVE WS-GL-ENTRIES TO GJ-ENTRY-NUMBER
           MOVE WS-GL-AMOUNT TO GJ-AMOUNT
           MOVE WS-GL-DESCRIPTION TO GJ-DESCRIPTION
           MOVE TR-RECORD-TYPE TO GJ-SOURCE-TYPE
           MOVE TR-VENDOR-ID TO GJ-VENDOR-ID
           MOVE TR-CANDY-ID TO GJ-CANDY-ID
           MOVE TR-CASE-QTY TO GJ-CASE-QTY

           MOVE 'D' TO GJ-LINE-TYPE
           MOVE WS-GL-DEBIT-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-GL-DEBIT-SUB TO GJ-SUB-ACCOUNT
           WRITE GL-JOURNAL-WORK-RECORD
           ADD WS-GL-AMOUNT TO WS-GL-DEBIT-TOTAL
           MOVE WS-GL-DEBIT-ACCOUNT TO WS-GL-TOTAL-ACCOUNT
           MOVE WS-GL-DEBIT-SUB TO WS-GL-TOTAL-SUB
           PERFORM 349-ACCUMULATE-GL-ACCOUNT
           IF WS-GT-HIT-SUB > 0
              ADD WS-GL-AMOUNT TO GT-DEBIT-TOTAL (WS-GT-HIT-SUB)
           END-IF

           MOVE 'C' TO GJ-LINE-TYPE
           MOVE WS-GL-CREDIT-ACCOUNT TO GJ-ACCOUNT
           MOVE WS-GL-CREDIT-SUB TO GJ-SUB-ACCOUNT
           WRITE GL-JOURNAL-WORK-RECORD
           ADD WS-GL-AMOUNT TO WS-GL-CREDIT-TOTAL
           MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-TOTAL-ACCOUNT
           MOVE WS-GL-CREDIT-SUB TO WS-GL-TOTAL-SUB
           PERFORM 349-ACCUMULATE-GL-ACCOUNT
           IF WS-GT-HIT-SUB > 0
              ADD WS-GL-AMOUNT TO GT-CREDIT-TOTAL (WS-GT-HIT-SUB)
           END-IF
           ADD 2 TO WS-GL-LINES
           .

        347-FIND-GL-ACCOUNTS.

      *    an exact record type / source entry wins; failing that
      *    the record type's blank-source entry covers it, so a
      *    cycle count adjustment can book to its own shrink
      *    account while manual adjustments use the general one
           MOVE 0 TO WS-GA-HIT-SUB
           IF TR-FROM-CYCLE-COUNT
              MOVE 'C' TO WS-GL-SOURCE-CODE
           ELSE
              MOVE 'D' TO WS-GL-SOURCE-CODE
           END-IF
           PERFORM VARYING WS-GA-SUB
                 FROM 1 BY 1 UNTIL WS-GA-SUB > GA-ENTRY-COUNT
              IF GA-RECORD-TYPE (WS-GA-SUB) = TR-RECORD-TYPE
                 IF GA-SOURCE-CODE (WS-GA-SUB) = WS-GL-SOURCE-CODE
                    MOVE WS-GA-SUB TO WS-GA-HIT-SUB
                 ELSE
                    IF GA-SOURCE-CODE (WS-GA-SUB) = SPACE
                          AND WS-GA-HIT-SUB = 0
                       MOVE WS-GA-SUB TO WS-GA-HIT-SUB
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-GA-HIT-SUB > 0
              MOVE GA-DEBIT-ACCOUNT (WS-GA-HIT-SUB)
                 TO WS-GL-DEBIT-ACCOUNT
              MOVE GA-CREDIT-ACCOUNT (WS-GA-HIT-SUB)
                 TO WS-GL-CREDIT-ACCOUNT
              MOVE GA-DESCRIPTION (WS-GA-HIT-SUB)
                 TO WS-GL-DESCRIPTION
           ELSE
              MOVE WS-SUSPENSE-ACCOUNT TO WS-GL-DEBIT-ACCOUNT
              MOVE WS-SUSPENSE-ACCOUNT TO WS-GL-CREDIT-ACCOUNT
              MOVE 'UNMAPPED MOVEMENT' TO WS-GL-DESCRIPTION
              ADD 1 TO WS-GL-UNMAPPED
           END-IF
           .

        348-UPDATE-LOTS.

      *    receipts open a dated lot; shipments and shrinkage
           END-EVALUATE
           .

        349-ACCUMULATE-GL-ACCOUNT.

           MOVE 0 TO WS-GT-HIT-SUB
           PERFORM VARYING WS-GT-SUB
                 FROM 1 BY 1 UNTIL WS-GT-SUB > GT-ENTRY-COUNT
                 OR WS-GT-HIT-SUB > 0
              IF GT-ACCOUNT (WS-GT-SUB) = WS-GL-TOTAL-ACCOUNT
                    AND GT-SUB-ACCOUNT (WS-GT-SUB) = WS-GL-TOTAL-SUB
                 MOVE WS-GT-SUB TO WS-GT-HIT-SUB
              END-IF
           END-PERFORM
           IF WS-GT-HIT-SUB = 0
              IF GT-ENTRY-COUNT < 200
                 ADD 1 TO GT-ENTRY-COUNT
                 MOVE GT-ENTRY-COUNT TO WS-GT-HIT-SUB
                 MOVE WS-GL-TOTAL-ACCOUNT
                    TO GT-ACCOUNT (GT-ENTRY-COUNT)
                 MOVE WS-GL-TOTAL-SUB
                    TO GT-SUB-ACCOUNT (GT-ENTRY-COUNT)
                 MOVE 0 TO GT-DEBIT-TOTAL (GT-ENTRY-COUNT)
                 MOVE 0 TO GT-CREDIT-TOTAL (GT-ENTRY-COUNT)
              ELSE
                 ADD 1 TO WS-GT-DROPPED
              END-IF
           END-IF
           .

        350-ADD-LOT.

           IF WS-LOT-QTY > 0

           IF MASTER-WAS-OPENED AND NOT BATCH-IS-HELD
              MOVE 'YES' TO WS-POSTING-APPLIED
      *       the posted record goes down before the batch is
      *       emptied: past this point the batch is gone and the
      *       master is whole, so the recovery run must not roll
      *       back or resume
              MOVE SPACES TO CHECKPOINT-RECORD
              MOVE 'P' TO CK-RECORD-TYPE
              MOVE WS-TRANS-READ TO CK-TRAN-SEQ
              WRITE CHECKPOINT-RECORD
      *       the posted transactions are now in the master --
      *       empty the closed batch so tomorrow's run cannot
      *       re-apply them.  held batch = not applied = batch
      *    applied movements survive after 700 empties the
      *    transaction file, so an auditor can trace a balance
      *    back through time
           IF WORK-FILES-OPEN
              CLOSE LEDGER-WORK-FILE
           END-IF

           IF POSTING-WAS-APPLIED AND WS-LEDGER-WRITTEN > 0
              OPEN EXTEND POSTED-LEDGER-FILE
              IF WS-LEDGER-STATUS = '35'
                 OPEN OUTPUT POSTED-LEDGER-FILE
              END-IF
              IF WS-LEDGER-STATUS = '00'
                 OPEN INPUT LEDGER-WORK-FILE
                 PERFORM UNTIL NO-MORE-LEDGER-WORK
                    READ LEDGER-WORK-FILE
                       AT END
                          MOVE 'N' TO LEDGWK-EOF-FLAG
                       NOT AT END
                          MOVE LEDGER-WORK-RECORD
                             TO POSTED-LEDGER-RECORD
                          WRITE POSTED-LEDGER-RECORD
                    END-READ
                 END-PERFORM
                 CLOSE LEDGER-WORK-FILE
                 CLOSE POSTED-LEDGER-FILE
              ELSE
                 MOVE 'GLENCOE-LEDGER.TXT' TO WS-HISTORY-FILE-NAME
                 PERFORM 298-REPORT-HISTORY-FAILED
              END-IF
           END-IF
           .

        746-APPEND-GL-JOURNAL.

      *    the journal follows the ledger's rule: a held posting
      *    re-applies its transactions next run, so its entries
      *    must not reach the GL import now.  each released batch
      *    ends in a control record carrying the entry count and
      *    the debit total for the GL to prove against
           IF WORK-FILES-OPEN
              CLOSE GL-JOURNAL-WORK-FILE
           END-IF

           IF POSTING-WAS-APPLIED AND WS-GL-ENTRIES > 0
              OPEN EXTEND GL-JOURNAL-FILE
              IF WS-GLJE-STATUS = '35'
                 OPEN OUTPUT GL-JOURNAL-FILE
              END-IF
              IF WS-GLJE-STATUS = '00'
                 OPEN INPUT GL-JOURNAL-WORK-FILE
                 PERFORM UNTIL NO-MORE-GL-WORK
                    READ GL-JOURNAL-WORK-FILE
                       AT END
                          MOVE 'N' TO GLWK-EOF-FLAG
                       NOT AT END
                          MOVE GL-JOURNAL-WORK-RECORD
                             TO GL-JOURNAL-RECORD
                          WRITE GL-JOURNAL-RECORD
                    END-READ
                 END-PERFORM
                 MOVE WS-DATE-NUM TO GLT-BATCH-DATE
                 MOVE WS-GL-ENTRIES TO GLT-ENTRY-COUNT
                 MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
                 WRITE GL-JOURNAL-RECORD FROM GL-TRAILER-LINE
                 CLOSE GL-JOURNAL-WORK-FILE
                 CLOSE GL-JOURNAL-FILE
              ELSE
                 MOVE 'GLENCOE-GLJE.TXT' TO WS-HISTORY-FILE-NAME
                 PERFORM 298-REPORT-HISTORY-FAILED
              END-IF
           END-IF
           .

        770-REWRITE-OPEN-PO-FILE.

      *    filled lines drop off here -- once a line is fully
      *    received there is nothing left for the buyers to chase.
      *    they move to the closed PO file first, so accounts
      *    payable can still match the vendor's invoice against
      *    what was ordered and received.  a closed PO file that
      *    will not open keeps its filled lines on the open file,
      *    to drop off on a later run rather than be lost
           OPEN EXTEND CLOSED-PO-FILE
           IF WS-POHIST-STATUS = '35'
              OPEN OUTPUT CLOSED-PO-FILE
           END-IF
           IF WS-POHIST-STATUS = '00'
              MOVE 'YES' TO WS-POHIST-OPENED
           ELSE
              MOVE 'GLENCOE-POHIST.TXT' TO WS-HISTORY-FILE-NAME
              PERFORM 298-REPORT-HISTORY-FAILED
           END-IF
           OPEN OUTPUT OPEN-PO-FILE
           PERFORM VARYING WS-PO-SUB
                 FROM 1 BY 1 UNTIL WS-PO-SUB > PO-ENTRY-COUNT
              IF PT-FILLED (WS-PO-SUB) AND POHIST-IS-OPEN
                 PERFORM 775-WRITE-CLOSED-PO-LINE
              ELSE
                 MOVE PT-PO-NUMBER (WS-PO-SUB) TO OP-PO-NUMBER
                 MOVE PT-VENDOR-ID (WS-PO-SUB) TO OP-VENDOR-ID
                 MOVE PT-WAREHOUSE-ID (WS-PO-SUB) TO OP-WAREHOUSE-ID
                 MOVE PT-ORDER-DATE (WS-PO-SUB) TO OP-ORDER-DATE
                 MOVE PT-RECEIVED-QTY (WS-PO-SUB) TO OP-RECEIVED-QTY
                 MOVE PT-STATUS (WS-PO-SUB) TO OP-STATUS
                 MOVE PT-FIRST-RCPT-DATE (WS-PO-SUB)
                    TO OP-FIRST-RCPT-DATE
                 MOVE PT-LAST-RCPT-DATE (WS-PO-SUB)
                    TO OP-LAST-RCPT-DATE
                 WRITE OPEN-PO-RECORD
              END-IF
           END-PERFORM
           CLOSE OPEN-PO-FILE
           IF POHIST-IS-OPEN
              CLOSE CLOSED-PO-FILE
           END-IF

           PERFORM 777-WRITE-PO-RECEIPTS
           .

        775-WRITE-CLOSED-PO-LINE.

           MOVE PT-PO-NUMBER (WS-PO-SUB) TO PH-PO-NUMBER
           MOVE PT-VENDOR-ID (WS-PO-SUB) TO PH-VENDOR-ID
           MOVE PT-WAREHOUSE-ID (WS-PO-SUB) TO PH-WAREHOUSE-ID
           MOVE PT-CANDY-ID (WS-PO-SUB) TO PH-CANDY-ID
           MOVE PT-CANDY-NAME (WS-PO-SUB) TO PH-CANDY-NAME
           MOVE PT-ORDER-QTY (WS-PO-SUB) TO PH-ORDER-QTY
           MOVE PT-ORDER-DATE (WS-PO-SUB) TO PH-ORDER-DATE
           MOVE PT-RECEIVED-QTY (WS-PO-SUB) TO PH-RECEIVED-QTY
           MOVE PT-STATUS (WS-PO-SUB) TO PH-STATUS
           MOVE WS-DATE-NUM TO PH-CLOSED-DATE
           MOVE PT-FIRST-RCPT-DATE (WS-PO-SUB) TO PH-FIRST-RCPT-DATE
           MOVE PT-LAST-RCPT-DATE (WS-PO-SUB) TO PH-LAST-RCPT-DATE
           WRITE CLOSED-PO-RECORD
           .

        777-WRITE-PO-RECEIPTS.

      *    one line per receipt matched to a PO line, so each
      *    delivery against a line keeps its own date once the
      *    line itself has closed
           OPEN EXTEND PO-RECEIPT-FILE
           IF WS-PORCPT-STATUS = '35'
              OPEN OUTPUT PO-RECEIPT-FILE
           END-IF
           IF WS-PORCPT-STATUS = '00'
              PERFORM VARYING WS-RT-SUB
                    FROM 1 BY 1 UNTIL WS-RT-SUB > RT-ENTRY-COUNT
                 MOVE RT-PO-SUB (WS-RT-SUB) TO WS-PO-SUB
                 MOVE PT-PO-NUMBER (WS-PO-SUB) TO PR-PO-NUMBER
                 MOVE PT-VENDOR-ID (WS-PO-SUB) TO PR-VENDOR-ID
                 MOVE PT-WAREHOUSE-ID (WS-PO-SUB) TO PR-WAREHOUSE-ID
                 MOVE PT-CANDY-ID (WS-PO-SUB) TO PR-CANDY-ID
                 MOVE PT-CANDY-NAME (WS-PO-SUB) TO PR-CANDY-NAME
                 MOVE RT-RECEIVED-QTY (WS-RT-SUB) TO PR-RECEIVED-QTY
                 MOVE WS-DATE-NUM TO PR-RECEIPT-DATE
                 WRITE PO-RECEIPT-RECORD
              END-PERFORM
              CLOSE PO-RECEIPT-FILE
           ELSE
              MOVE 'GLENCOE-PORCPT.TXT' TO WS-HISTORY-FILE-NAME
              PERFORM 298-REPORT-HISTORY-FAILED
           END-IF

           IF WS-RT-DROPPED > 0
              MOVE WS-RT-DROPPED TO RCL-DROPPED
              MOVE RECEIPT-CAPPED-LINE TO OPEN-ORDER-REPORT-RECORD
              WRITE OPEN-ORDER-REPORT-RECORD
                  AFTER ADVANCING 2 LINES
           END-IF
           .

        780-WRITE-GL-PROOF-REPORT.

      *    every applied transaction is exactly one journal entry --
      *    a transfer's two ledger sides share one -- so the entry
      *    count must equal the applied count, and the debit and
      *    credit columns must agree to the penny
           OPEN OUTPUT GL-PROOF-REPORT
           MOVE WS-DATE(1:4) TO GH-YEAR
           MOVE WS-DATE(5:2) TO GH-MONTH
           MOVE WS-DATE(7:2) TO GH-DAY
           WRITE GL-PROOF-RECORD FROM GL-PROOF-HEADING-ONE
               AFTER ADVANCING PAGE

           IF NOT POSTING-WAS-APPLIED
              WRITE GL-PROOF-RECORD FROM GL-PROOF-HELD-LINE
                  AFTER ADVANCING 2 LINES
           END-IF

           WRITE GL-PROOF-RECORD FROM GL-PROOF-HEADING-TWO
               AFTER ADVANCING 2 LINES
           PERFORM VARYING WS-GT-SUB
                 FROM 1 BY 1 UNTIL WS-GT-SUB > GT-ENTRY-COUNT
              PERFORM 785-WRITE-GL-ACCOUNT-LINE
           END-PERFORM

           MOVE WS-GL-DEBIT-TOTAL TO GPT-DEBIT-TOTAL
           MOVE WS-GL-CREDIT-TOTAL TO GPT-CREDIT-TOTAL
           COMPUTE WS-GL-DIFFERENCE
              = WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL
           IF WS-GL-DIFFERENCE = 0
              MOVE 'IN BALANCE' TO GPT-BALANCE-NOTE
           ELSE
              MOVE 'OUT OF BALANCE' TO GPT-BALANCE-NOTE
           END-IF
           WRITE GL-PROOF-RECORD FROM GL-PROOF-TOTAL-LINE
               AFTER ADVANCING 2 LINES

           MOVE WS-TRANS-APPLIED TO GPC-TRANS-APPLIED
           MOVE WS-GL-ENTRIES TO GPC-ENTRIES
           MOVE WS-GL-LINES TO GPC-LINES
           WRITE GL-PROOF-RECORD FROM GL-PROOF-COUNT-LINE
               AFTER ADVANCING 2 LINES
           IF WS-GL-ENTRIES = WS-TRANS-APPLIED
                 AND WS-GL-LINES = WS-GL-ENTRIES * 2
              MOVE 'BATCH TOTAL TIES TO POSTING COUNTS'
                 TO GPT-TIE-NOTE
           ELSE
              MOVE 'BATCH TOTAL DOES NOT TIE TO POSTING COUNTS'
                 TO GPT-TIE-NOTE
           END-IF
           WRITE GL-PROOF-RECORD FROM GL-PROOF-TIE-LINE
               AFTER ADVANCING 1 LINE

           MOVE WS-GL-UNMAPPED TO GPE-UNMAPPED
           MOVE WS-GL-UNPRICED TO GPE-UNPRICED
           WRITE GL-PROOF-RECORD FROM GL-PROOF-EXCEPTION-LINE
               AFTER ADVANCING 2 LINES
           IF WS-GT-DROPPED > 0
              MOVE WS-GT-DROPPED TO GPK-DROPPED
              WRITE GL-PROOF-RECORD FROM GL-PROOF-CAPPED-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           IF WS-GA-DROPPED > 0
              MOVE WS-GA-DROPPED TO GPM-DROPPED
              WRITE GL-PROOF-RECORD FROM GL-PROOF-MAP-CAPPED-LINE
                  AFTER ADVANCING 1 LINE
           END-IF
           CLOSE GL-PROOF-REPORT
           .

        785-WRITE-GL-ACCOUNT-LINE.

           MOVE GT-ACCOUNT (WS-GT-SUB) TO GP-ACCOUNT
           MOVE GT-SUB-ACCOUNT (WS-GT-SUB) TO GP-SUB-ACCOUNT
           MOVE GT-DEBIT-TOTAL (WS-GT-SUB) TO GP-DEBIT-TOTAL
           MOVE GT-CREDIT-TOTAL (WS-GT-SUB) TO GP-CREDIT-TOTAL
           WRITE GL-PROOF-RECORD FROM GL-PROOF-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           .

        790-CLOSE-CHECKPOINT-LOG.

      *    the end record says nothing is left half done: either
      *    every end-of-job file is written, or the run applied
      *    nothing to the master at all.  a resumed run that held
      *    part way leaves no end record, so the next posting
      *    holds until recovery has been run again
           IF WORK-FILES-OPEN
              IF POSTING-WAS-APPLIED
                    OR (NOT RESUME-IS-RUNNING
                    AND WS-TRANS-APPLIED = 0)
                 MOVE SPACES TO CHECKPOINT-RECORD
                 MOVE 'E' TO CK-RECORD-TYPE
                 MOVE WS-TRANS-READ TO CK-TRAN-SEQ
                 WRITE CHECKPOINT-RECORD
              END-IF
              CLOSE CHECKPOINT-FILE
           END-IF
           .

        800-END-OF-FILE-ROUTINE.
               AFTER ADVANCING 3 LINES

           CLOSE TRAN-REJECT-REPORT

      *    a held batch or an unreadable master stops the nightly
      *    stream before the report run can print an unposted
      *    master; rejected transactions are worth a look but the
      *    rest of the batch did post
           EVALUATE TRUE
              WHEN BATCH-IS-HELD OR NOT MASTER-WAS-OPENED
                    OR HISTORY-HAS-FAILED
                 MOVE 8 TO RETURN-CODE
              WHEN WS-TRANS-REJECTED > 0
                 MOVE 4 TO RETURN-CODE
           END-EVALUATE
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
              MOVE 'GLENPOST' TO SS-PROGRAM-ID
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
