      *> ===============================================================
      *> COPYBOOK: invoice-record
      *> PURPOSE: One priced document in INVOICE-REGISTER-FILE
      *>          (invoice-register.dat), the append-only register of
      *>          every invoice and credit note issued (see
      *>          INVOICE-REGISTER).
      *>          IR-DOC-TYPE "I" is an invoice numbered
      *>          INV-YYYY-NNNNN, "C" a credit note numbered
      *>          CRN-YYYY-NNNNN; each series runs without gaps from
      *>          00001 every calendar year. A credit note carries
      *>          the invoice it corrects in IR-RELATED-DOC, the
      *>          credited amount in IR-TOTAL-AMOUNT and the
      *>          operator's reason in IR-REASON; its fee and overage
      *>          amounts are only filled when it credits the invoice
      *>          whole.
      *>          Amounts are in euros with two implied decimals and
      *>          never negative: the document type carries the sign.
      *>          A document is never changed once written - a
      *>          mistake is corrected by a credit note and, where the
      *>          key is still owed for the month, a new invoice.
      *> ===============================================================
       01  IR-RECORD.
           05  IR-DOC-NUMBER            PIC X(14).
           05  IR-DOC-TYPE              PIC X(1).
           05  IR-ISSUE-DATE            PIC 9(8).
           05  IR-PERIOD                PIC X(6).
           05  IR-API-KEY               PIC X(40).
           05  IR-OWNER                 PIC X(32).
           05  IR-PLAN-CODE             PIC X(8).
           05  IR-REQUESTS              PIC 9(9).
           05  IR-INCLUDED-REQUESTS     PIC 9(9).
           05  IR-OVERAGE-REQUESTS      PIC 9(9).
           05  IR-FEE-AMOUNT            PIC 9(7)V99.
           05  IR-OVERAGE-AMOUNT        PIC 9(7)V99.
           05  IR-TOTAL-AMOUNT          PIC 9(7)V99.
           05  IR-RELATED-DOC           PIC X(14).
           05  IR-REASON                PIC X(80).
