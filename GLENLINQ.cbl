      *     The POSTED LEDGER FILE written by the posting run: one
      *     record per applied movement with the posting date,
      *     record type, quantity, the before- and after-posting
      *     CASES IN STOCK, the source (D=daily keying,
      *     C=cycle count adjustment), and on an adjustment its
      *     reason code.
      *
      * ***************
      *  OUTPUT:
            05  IP-CANDY-ID           PIC X(3).

        FD    POSTED-LEDGER-FILE
            RECORD CONTAINS 47 CHARACTERS.

        01  POSTED-LEDGER-RECORD.
            05  LG-POST-DATE          PIC 9(8).
            05  LG-BEFORE-STOCK       PIC S9(4).
            05  LG-AFTER-STOCK        PIC S9(4).
            05  LG-SOURCE-CODE        PIC X(1).
            05  LG-REASON-CODE        PIC X(2).

        FD   MOVEMENT-INQUIRY-REPORT
            RECORD CONTAINS 80 CHARACTERS.
