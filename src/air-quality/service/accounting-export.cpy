      *> ===============================================================
      *> COPYBOOK: accounting-export
      *> PURPOSE: One 128-byte fixed-format record of the accounting
      *>          export the town's finance software imports
      *>          (accounting-export.YYYYMMDD.dat, one file per day
      *>          the export ran; see INVOICE-EXPORT). Each invoice
      *>          and credit note in the register is exported exactly
      *>          once, in register order.
      *>          AX-DOC-TYPE is "INV" or "CRN"; AX-SIGN is "+" for an
      *>          invoice and "-" for a credit note, AX-AMOUNT being
      *>          unsigned with two implied decimals (no decimal
      *>          point). AX-ACCOUNT is the revenue account the
      *>          amount is posted to (AQRSS_REVENUE_ACCOUNT, default
      *>          706). Dates are YYYYMMDD, AX-PERIOD the billed month
      *>          YYYYMM, text fields left-justified and space-filled.
      *> ===============================================================
       01  AX-RECORD.
           05  AX-DOC-TYPE              PIC X(3).
           05  AX-DOC-NUMBER            PIC X(14).
           05  AX-DOC-DATE              PIC 9(8).
           05  AX-PERIOD                PIC X(6).
           05  AX-CUSTOMER              PIC X(32).
           05  AX-ACCOUNT               PIC X(8).
           05  AX-SIGN                  PIC X(1).
           05  AX-AMOUNT                PIC 9(9)V99.
           05  AX-RELATED-DOC           PIC X(14).
           05  AX-PLAN-CODE             PIC X(8).
           05  AX-CURRENCY              PIC X(3).
           05  FILLER                   PIC X(20).
