      *> ===============================================================
      *> PROGRAM: INVOICE-REGISTER
      *> PURPOSE: Centralized access to INVOICE-REGISTER-FILE, the
      *>          append-only register of the invoices and credit
      *>          notes issued to API key subscribers (see
      *>          invoice-record). SUBSCRIBER-STATEMENT-BATCH issues
      *>          a month's invoices from the plan catalog and the
      *>          audit trail; the /admin/invoices routes list them
      *>          and issue credit notes to correct them.
      *>          Numbers are allocated here, under the register's
      *>          mutex slot, as one past the highest of the year's
      *>          series in the register, so the sequence has no gaps
      *>          and survives a restart. Every document is also
      *>          written out as a plain-text document,
      *>          invoice.<number>.txt, to send to the subscriber.
      *>          INVOICE-EXPORT hands every document not yet
      *>          exported to the finance software's fixed-format
      *>          import file (see accounting-export), keeping the
      *>          count of register records already exported in
      *>          invoice-export.dat.
      *>          INVOICE-KEY-TABLE hands one key's most recent
      *>          documents to the subscriber portal's statements
      *>          page.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVOICE-REGISTER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice-register.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

           SELECT INVOICE-DOCUMENT-FILE ASSIGN TO
                   DYNAMIC WS-DOCUMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ID-FILE-STATUS.

           SELECT ACCOUNTING-EXPORT-FILE ASSIGN TO
                   DYNAMIC WS-EXPORT-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AX-FILE-STATUS.

           SELECT EXPORT-WATERMARK-FILE ASSIGN TO
                   "invoice-export.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INVOICE-REGISTER-FILE.
       COPY invoice-record IN "air-quality/service".

       FD  INVOICE-DOCUMENT-FILE.
       01  ID-LINE                      PIC X(100).

       FD  ACCOUNTING-EXPORT-FILE.
       COPY accounting-export IN "air-quality/service".

       FD  EXPORT-WATERMARK-FILE.
       01  EW-RECORD.
           05  EW-EXPORTED-COUNT        PIC 9(9).

       WORKING-STORAGE SECTION.
       01  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ID-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AX-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EW-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DOCUMENT-FILENAME         PIC X(40) VALUE SPACES.
       01  WS-EXPORT-FILENAME           PIC X(40) VALUE SPACES.
      *> The batch issues invoices while the admin route may be
      *> issuing a credit note, and both allocate numbers from the
      *> same series, so every entry runs under the register's mutex
      *> slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 34.
       01  C-DEFAULT-REVENUE-ACCOUNT    PIC X(8) VALUE "706".

       LOCAL-STORAGE SECTION.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-NEXT-NUMBER               PIC 9(5) VALUE 0.
       01  LS-SERIES-NUMBER             PIC 9(5) VALUE 0.
       01  LS-SERIES-PREFIX             PIC X(3) VALUE SPACES.
       01  LS-NEW-DOC-NUMBER            PIC X(14) VALUE SPACES.
       01  LS-MATCHED                   PIC X(01) VALUE "N".
      *> The key's invoices for the period still open, with what of
      *> each the credit notes issued since have left standing: a
      *> period is only invoiced again once every earlier invoice
      *> for it has been credited in full.
       01  LS-OPEN-COUNT                PIC 9(2) VALUE 0.
       01  LS-OPEN-TABLE.
           05  LS-OPEN-ENTRY            OCCURS 24 TIMES
                                        INDEXED BY LS-OPEN-IDX.
               10  LS-OPEN-DOC-NUMBER   PIC X(14).
               10  LS-OPEN-REMAINING    PIC S9(7)V99.
       01  LS-INVOICE-COPY              PIC X(257) VALUE SPACES.
       01  LS-SHIFT-IDX                 PIC 9(2) VALUE 0.
       01  LS-CREDITED-AMOUNT           PIC 9(7)V99 VALUE 0.
       01  LS-REMAINING-AMOUNT          PIC 9(7)V99 VALUE 0.
       01  LS-CREDIT-AMOUNT             PIC 9(7)V99 VALUE 0.
       01  LS-RECORD-COUNT              PIC 9(9) VALUE 0.
       01  LS-EXPORTED-COUNT            PIC 9(9) VALUE 0.
       01  LS-REVENUE-ACCOUNT           PIC X(32) VALUE SPACES.
       01  LS-AMOUNT-DISPLAY            PIC Z(6)9.99.
       01  LS-COUNT-DISPLAY             PIC Z(8)9.
       01  LS-LIST-LINE                 PIC X(256) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(10000) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-IR-RECORD.
           05  IN-IR-DOC-NUMBER         PIC X(14).
           05  IN-IR-DOC-TYPE           PIC X(1).
           05  IN-IR-ISSUE-DATE         PIC 9(8).
           05  IN-IR-PERIOD             PIC X(6).
           05  IN-IR-API-KEY            PIC X(40).
           05  IN-IR-OWNER              PIC X(32).
           05  IN-IR-PLAN-CODE          PIC X(8).
           05  IN-IR-REQUESTS           PIC 9(9).
           05  IN-IR-INCLUDED-REQUESTS  PIC 9(9).
           05  IN-IR-OVERAGE-REQUESTS   PIC 9(9).
           05  IN-IR-FEE-AMOUNT         PIC 9(7)V99.
           05  IN-IR-OVERAGE-AMOUNT     PIC 9(7)V99.
           05  IN-IR-TOTAL-AMOUNT       PIC 9(7)V99.
           05  IN-IR-RELATED-DOC        PIC X(14).
           05  IN-IR-REASON             PIC X(80).
       01  IN-DOC-NUMBER                PIC X(14).
       01  IN-CREDIT-AMOUNT             PIC 9(7)V99.
       01  IN-REASON                    PIC X(80).
       01  OUT-DOC-NUMBER               PIC X(14).
       01  IN-PERIOD                    PIC X(6).
       01  OUT-INVOICE-LIST             PIC X(10000).
       01  OUT-EXPORT-COUNT             PIC 9(5).
       01  IN-API-KEY                   PIC X(40).
      *> INVOICE-KEY-TABLE's view: the key's documents, oldest first,
      *> each slot in invoice-record's layout.
       01  OUT-IR-TABLE.
           05  OUT-IR-COUNT             PIC 9(2).
           05  OUT-IR-ENTRY             PIC X(257) OCCURS 24 TIMES.

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: INVOICE-ISSUE
      *> PURPOSE: Register IN-OUT-IR-RECORD - period, key, owner,
      *>          plan, request counts and amounts filled in by the
      *>          caller - as a new invoice dated today, returning its
      *>          number in IN-IR-DOC-NUMBER, and write its document.
      *>          RETURN-CODE:
      *>            0 - issued
      *>            1 - the register could not be read or written
      *>            3 - the key already has an invoice for the period
      *>                that has not been credited in full
      *> ===============================================================
       ENTRY "INVOICE-ISSUE" USING
           BY REFERENCE IN-OUT-IR-RECORD.

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           MOVE "INV" TO LS-SERIES-PREFIX
           MOVE 0 TO LS-ENTRY-RESULT
           MOVE 0 TO LS-OPEN-COUNT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID

           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-IR-FILE-STATUS NOT = "00"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-IR-FILE-STATUS
                       NOT AT END
                           PERFORM NOTE-SERIES-NUMBER
                           PERFORM NOTE-OPEN-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           ELSE
               IF WS-IR-FILE-STATUS NOT = "35"
               THEN
                   DISPLAY "WARNING: could not open invoice "
                       "register, status " WS-IR-FILE-STATUS
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           PERFORM VARYING LS-OPEN-IDX FROM 1 BY 1
               UNTIL LS-OPEN-IDX > LS-OPEN-COUNT
               IF LS-OPEN-REMAINING(LS-OPEN-IDX) > 0
               THEN
                   MOVE 3 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           PERFORM ALLOCATE-DOC-NUMBER
           MOVE LS-NEW-DOC-NUMBER TO IN-IR-DOC-NUMBER
           MOVE "I" TO IN-IR-DOC-TYPE
           MOVE LS-TODAY-YYYYMMDD TO IN-IR-ISSUE-DATE
           MOVE SPACES TO IN-IR-RELATED-DOC
           MOVE IN-OUT-IR-RECORD TO IR-RECORD
           PERFORM APPEND-REGISTER-RECORD
           IF LS-ENTRY-RESULT = 0
           THEN
               PERFORM WRITE-DOCUMENT-FILE
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: INVOICE-CREDIT
      *> PURPOSE: Issue a credit note against invoice IN-DOC-NUMBER
      *>          for IN-CREDIT-AMOUNT (0 credits whatever earlier
      *>          credit notes left standing) with the operator's
      *>          IN-REASON, returning its number in OUT-DOC-NUMBER,
      *>          and write its document. RETURN-CODE:
      *>            0 - issued
      *>            1 - no such invoice in the register
      *>            2 - the register could not be read or written
      *>            3 - nothing left to credit, or more than is left
      *> ===============================================================
       ENTRY "INVOICE-CREDIT" USING
           BY REFERENCE IN-DOC-NUMBER
           BY REFERENCE IN-CREDIT-AMOUNT
           BY REFERENCE IN-REASON
           BY REFERENCE OUT-DOC-NUMBER.

           MOVE SPACES TO OUT-DOC-NUMBER
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           MOVE "CRN" TO LS-SERIES-PREFIX
           MOVE 0 TO LS-ENTRY-RESULT
           MOVE 0 TO LS-CREDITED-AMOUNT
           MOVE "N" TO LS-MATCHED
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID

           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-IR-FILE-STATUS NOT = "00"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-IR-FILE-STATUS
                       NOT AT END
                           PERFORM NOTE-SERIES-NUMBER
                           PERFORM NOTE-CREDITED-INVOICE
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           ELSE
               IF WS-IR-FILE-STATUS NOT = "35"
               THEN
                   DISPLAY "WARNING: could not open invoice "
                       "register, status " WS-IR-FILE-STATUS
                   MOVE 2 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           IF LS-ENTRY-RESULT = 0
               AND LS-MATCHED NOT = "Y"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           MOVE LS-INVOICE-COPY TO IR-RECORD
           IF LS-CREDITED-AMOUNT >= IR-TOTAL-AMOUNT
           THEN
               MOVE 0 TO LS-REMAINING-AMOUNT
           ELSE
               COMPUTE LS-REMAINING-AMOUNT =
                   IR-TOTAL-AMOUNT - LS-CREDITED-AMOUNT
           END-IF
           MOVE IN-CREDIT-AMOUNT TO LS-CREDIT-AMOUNT
           IF LS-CREDIT-AMOUNT = 0
           THEN
               MOVE LS-REMAINING-AMOUNT TO LS-CREDIT-AMOUNT
           END-IF
           IF LS-CREDIT-AMOUNT = 0
               OR LS-CREDIT-AMOUNT > LS-REMAINING-AMOUNT
           THEN
               MOVE 3 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           PERFORM ALLOCATE-DOC-NUMBER
           MOVE IR-DOC-NUMBER TO IR-RELATED-DOC
           MOVE LS-NEW-DOC-NUMBER TO IR-DOC-NUMBER
           MOVE "C" TO IR-DOC-TYPE
           MOVE LS-TODAY-YYYYMMDD TO IR-ISSUE-DATE
           IF LS-CREDIT-AMOUNT NOT = IR-TOTAL-AMOUNT
           THEN
               MOVE 0 TO IR-FEE-AMOUNT
               MOVE 0 TO IR-OVERAGE-AMOUNT
           END-IF
           MOVE LS-CREDIT-AMOUNT TO IR-TOTAL-AMOUNT
           MOVE IN-REASON TO IR-REASON
           PERFORM APPEND-REGISTER-RECORD
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE IR-DOC-NUMBER TO OUT-DOC-NUMBER
               PERFORM WRITE-DOCUMENT-FILE
           ELSE
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: INVOICE-LIST
      *> PURPOSE: One plain-text line per document billed for month
      *>          IN-PERIOD (YYYYMM; spaces for every month), in
      *>          register order, for GET /admin/invoices. Returns 0,
      *>          or 1 when the register cannot be read.
      *> ===============================================================
       ENTRY "INVOICE-LIST" USING
           BY REFERENCE IN-PERIOD
           BY REFERENCE OUT-INVOICE-LIST.

           MOVE SPACES TO OUT-INVOICE-LIST
           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-IR-FILE-STATUS NOT = "00"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-IR-FILE-STATUS
                       NOT AT END
                           IF IN-PERIOD = SPACES
                               OR IR-PERIOD = IN-PERIOD
                           THEN
                               PERFORM APPEND-ONE-LIST-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           ELSE
               IF WS-IR-FILE-STATUS NOT = "35"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: INVOICE-KEY-TABLE
      *> PURPOSE: The invoices and credit notes issued to IN-API-KEY,
      *>          in register order, into OUT-IR-TABLE - the 24 most
      *>          recent when there are more, two years of monthly
      *>          statements. Returns 0, or 1 when the register
      *>          cannot be read.
      *> ===============================================================
       ENTRY "INVOICE-KEY-TABLE" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE OUT-IR-TABLE.

           MOVE 0 TO OUT-IR-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-IR-FILE-STATUS NOT = "00"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-IR-FILE-STATUS
                       NOT AT END
                           IF IR-API-KEY = IN-API-KEY
                           THEN
                               PERFORM APPEND-KEY-TABLE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           ELSE
               IF WS-IR-FILE-STATUS NOT = "35"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: INVOICE-EXPORT
      *> PURPOSE: Append every register record not yet exported to
      *>          today's accounting export file and move the
      *>          watermark past them; OUT-EXPORT-COUNT is how many
      *>          were exported. The watermark is only moved once the
      *>          export file is written, so a failed run exports the
      *>          same documents again next time rather than losing
      *>          them. RETURN-CODE 0, or 1 on an I/O failure.
      *> ===============================================================
       ENTRY "INVOICE-EXPORT" USING
           BY REFERENCE OUT-EXPORT-COUNT.

           MOVE 0 TO OUT-EXPORT-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           MOVE SPACES TO LS-REVENUE-ACCOUNT
           ACCEPT LS-REVENUE-ACCOUNT
               FROM ENVIRONMENT "AQRSS_REVENUE_ACCOUNT"
           IF FUNCTION TRIM(LS-REVENUE-ACCOUNT) = SPACES
           THEN
               MOVE C-DEFAULT-REVENUE-ACCOUNT TO LS-REVENUE-ACCOUNT
           END-IF
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE 0 TO LS-EXPORTED-COUNT
           OPEN INPUT EXPORT-WATERMARK-FILE
           IF WS-EW-FILE-STATUS = "00"
           THEN
               READ EXPORT-WATERMARK-FILE
                   NOT AT END
                       IF EW-EXPORTED-COUNT IS NUMERIC
                       THEN
                           MOVE EW-EXPORTED-COUNT
                               TO LS-EXPORTED-COUNT
                       END-IF
               END-READ
               CLOSE EXPORT-WATERMARK-FILE
           END-IF

           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "35"
           THEN
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           IF WS-IR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open invoice register, "
                   "status " WS-IR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           MOVE 0 TO LS-RECORD-COUNT
           PERFORM UNTIL WS-IR-FILE-STATUS NOT = "00"
               READ INVOICE-REGISTER-FILE
                   AT END
                       MOVE "10" TO WS-IR-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-RECORD-COUNT
                       IF LS-RECORD-COUNT > LS-EXPORTED-COUNT
                       THEN
                           PERFORM EXPORT-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INVOICE-REGISTER-FILE
           IF OUT-EXPORT-COUNT > 0
           THEN
               CLOSE ACCOUNTING-EXPORT-FILE
           END-IF
           IF LS-ENTRY-RESULT NOT = 0
               OR LS-RECORD-COUNT = LS-EXPORTED-COUNT
           THEN
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           OPEN OUTPUT EXPORT-WATERMARK-FILE
           IF WS-EW-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not write invoice export "
                   "watermark, status " WS-EW-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               MOVE LS-RECORD-COUNT TO EW-EXPORTED-COUNT
               WRITE EW-RECORD
               CLOSE EXPORT-WATERMARK-FILE
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: NOTE-SERIES-NUMBER
      *> PURPOSE: Track in LS-NEXT-NUMBER the highest number of the
      *>          LS-SERIES-PREFIX series issued this year.
      *> ===============================================================
       NOTE-SERIES-NUMBER.
           IF IR-DOC-NUMBER(1:3) = LS-SERIES-PREFIX
               AND IR-DOC-NUMBER(5:4) = LS-TODAY-YYYYMMDD(1:4)
               AND IR-DOC-NUMBER(10:5) IS NUMERIC
           THEN
               MOVE IR-DOC-NUMBER(10:5) TO LS-SERIES-NUMBER
               IF LS-SERIES-NUMBER > LS-NEXT-NUMBER
               THEN
                   MOVE LS-SERIES-NUMBER TO LS-NEXT-NUMBER
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NOTE-OPEN-INVOICE
      *> PURPOSE: For an issue: add the record just read to the open
      *>          table when it invoices the same key for the same
      *>          period, or take a credit note off the invoice it
      *>          credits. Credit notes always follow their invoice
      *>          in the register, so one pass settles the table.
      *> ===============================================================
       NOTE-OPEN-INVOICE.
           IF IR-DOC-TYPE = "I"
               AND IR-API-KEY = IN-IR-API-KEY
               AND IR-PERIOD = IN-IR-PERIOD
               AND LS-OPEN-COUNT < 24
           THEN
               ADD 1 TO LS-OPEN-COUNT
               SET LS-OPEN-IDX TO LS-OPEN-COUNT
               MOVE IR-DOC-NUMBER TO LS-OPEN-DOC-NUMBER(LS-OPEN-IDX)
               MOVE IR-TOTAL-AMOUNT TO LS-OPEN-REMAINING(LS-OPEN-IDX)
               EXIT PARAGRAPH
           END-IF
           IF IR-DOC-TYPE = "C"
           THEN
               PERFORM VARYING LS-OPEN-IDX FROM 1 BY 1
                   UNTIL LS-OPEN-IDX > LS-OPEN-COUNT
                   IF LS-OPEN-DOC-NUMBER(LS-OPEN-IDX)
                       = IR-RELATED-DOC
                   THEN
                       SUBTRACT IR-TOTAL-AMOUNT
                           FROM LS-OPEN-REMAINING(LS-OPEN-IDX)
                   END-IF
               END-PERFORM
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NOTE-CREDITED-INVOICE
      *> PURPOSE: For a credit: keep the IN-DOC-NUMBER invoice in
      *>          LS-INVOICE-COPY and total the credit notes already
      *>          issued against it.
      *> ===============================================================
       NOTE-CREDITED-INVOICE.
           IF IR-DOC-TYPE = "I"
               AND IR-DOC-NUMBER = IN-DOC-NUMBER
           THEN
               MOVE IR-RECORD TO LS-INVOICE-COPY
               MOVE "Y" TO LS-MATCHED
           END-IF
           IF IR-DOC-TYPE = "C"
               AND IR-RELATED-DOC = IN-DOC-NUMBER
           THEN
               ADD IR-TOTAL-AMOUNT TO LS-CREDITED-AMOUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ALLOCATE-DOC-NUMBER
      *> PURPOSE: The next number of the LS-SERIES-PREFIX series for
      *>          this year into LS-NEW-DOC-NUMBER, e.g.
      *>          INV-2026-00042.
      *> ===============================================================
       ALLOCATE-DOC-NUMBER.
           ADD 1 TO LS-NEXT-NUMBER
           MOVE SPACES TO LS-NEW-DOC-NUMBER
           STRING
               LS-SERIES-PREFIX "-" LS-TODAY-YYYYMMDD(1:4) "-"
               LS-NEXT-NUMBER
               INTO LS-NEW-DOC-NUMBER
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPEND-REGISTER-RECORD
      *> PURPOSE: Append IR-RECORD to the register, creating it on
      *>          first use. Sets LS-ENTRY-RESULT 1 on failure.
      *> ===============================================================
       APPEND-REGISTER-RECORD.
           OPEN EXTEND INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT INVOICE-REGISTER-FILE
           END-IF
           IF WS-IR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open invoice register "
                   "for append, status " WS-IR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           WRITE IR-RECORD
           IF WS-IR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not append to invoice "
                   "register, status " WS-IR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE INVOICE-REGISTER-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-DOCUMENT-FILE
      *> PURPOSE: Write the IR-RECORD document as the plain-text
      *>          invoice.<number>.txt sent to the subscriber. The
      *>          register entry stands whether or not this works: a
      *>          lost document can be written again from it.
      *> ===============================================================
       WRITE-DOCUMENT-FILE.
           MOVE SPACES TO WS-DOCUMENT-FILENAME
           STRING
               "invoice." IR-DOC-NUMBER ".txt"
               INTO WS-DOCUMENT-FILENAME
           END-STRING
           OPEN OUTPUT INVOICE-DOCUMENT-FILE
           IF WS-ID-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not write "
                   FUNCTION TRIM(WS-DOCUMENT-FILENAME)
                   ", status " WS-ID-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ID-LINE
           IF IR-DOC-TYPE = "C"
           THEN
               STRING "Credit note " IR-DOC-NUMBER INTO ID-LINE
               END-STRING
           ELSE
               STRING "Invoice " IR-DOC-NUMBER INTO ID-LINE
               END-STRING
           END-IF
           WRITE ID-LINE
           MOVE SPACES TO ID-LINE
           STRING
               "  Date: " IR-ISSUE-DATE(1:4) "-" IR-ISSUE-DATE(5:2)
               "-" IR-ISSUE-DATE(7:2)
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE
           MOVE SPACES TO ID-LINE
           STRING
               "  Customer: " FUNCTION TRIM(IR-OWNER)
               " (API key " IR-API-KEY(1:8) "...)"
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE
           MOVE SPACES TO ID-LINE
           STRING
               "  Period: " IR-PERIOD(1:4) "-" IR-PERIOD(5:2)
               "  Plan: " FUNCTION TRIM(IR-PLAN-CODE)
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE

           IF IR-DOC-TYPE = "C"
           THEN
               MOVE SPACES TO ID-LINE
               STRING
                   "  Credits invoice " IR-RELATED-DOC
                   INTO ID-LINE
               END-STRING
               WRITE ID-LINE
               MOVE SPACES TO ID-LINE
               STRING
                   "  Reason: " FUNCTION TRIM(IR-REASON)
                   INTO ID-LINE
               END-STRING
               WRITE ID-LINE
               MOVE IR-TOTAL-AMOUNT TO LS-AMOUNT-DISPLAY
               MOVE SPACES TO ID-LINE
               STRING
                   "  Amount credited: "
                   FUNCTION TRIM(LS-AMOUNT-DISPLAY) " EUR"
                   INTO ID-LINE
               END-STRING
               WRITE ID-LINE
               CLOSE INVOICE-DOCUMENT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE IR-FEE-AMOUNT TO LS-AMOUNT-DISPLAY
           MOVE SPACES TO ID-LINE
           STRING
               "  Monthly fee: " FUNCTION TRIM(LS-AMOUNT-DISPLAY)
               " EUR"
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE
           MOVE IR-REQUESTS TO LS-COUNT-DISPLAY
           MOVE SPACES TO ID-LINE
           STRING
               "  Requests: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               INTO ID-LINE
           END-STRING
           MOVE IR-INCLUDED-REQUESTS TO LS-COUNT-DISPLAY
           MOVE ID-LINE TO LS-LIST-LINE
           MOVE SPACES TO ID-LINE
           STRING
               FUNCTION TRIM(LS-LIST-LINE TRAILING)
               " (" FUNCTION TRIM(LS-COUNT-DISPLAY) " included)"
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE
           MOVE IR-OVERAGE-REQUESTS TO LS-COUNT-DISPLAY
           MOVE IR-OVERAGE-AMOUNT TO LS-AMOUNT-DISPLAY
           MOVE SPACES TO ID-LINE
           STRING
               "  Overage: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " request(s), " FUNCTION TRIM(LS-AMOUNT-DISPLAY)
               " EUR"
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE
           MOVE IR-TOTAL-AMOUNT TO LS-AMOUNT-DISPLAY
           MOVE SPACES TO ID-LINE
           STRING
               "  Total due: " FUNCTION TRIM(LS-AMOUNT-DISPLAY)
               " EUR"
               INTO ID-LINE
           END-STRING
           WRITE ID-LINE
           CLOSE INVOICE-DOCUMENT-FILE.

      *> ===============================================================
      *> PARAGRAPH: EXPORT-ONE-RECORD
      *> PURPOSE: Append the IR-RECORD just read to today's accounting
      *>          export file, opening it on the first record.
      *> ===============================================================
       EXPORT-ONE-RECORD.
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           IF OUT-EXPORT-COUNT = 0
           THEN
               MOVE SPACES TO WS-EXPORT-FILENAME
               STRING
                   "accounting-export." LS-TODAY-YYYYMMDD ".dat"
                   INTO WS-EXPORT-FILENAME
               END-STRING
               OPEN EXTEND ACCOUNTING-EXPORT-FILE
               IF WS-AX-FILE-STATUS = "35"
               THEN
                   OPEN OUTPUT ACCOUNTING-EXPORT-FILE
               END-IF
               IF WS-AX-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "WARNING: could not open "
                       FUNCTION TRIM(WS-EXPORT-FILENAME)
                       ", status " WS-AX-FILE-STATUS
                   MOVE 1 TO LS-ENTRY-RESULT
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE SPACES TO AX-RECORD
           IF IR-DOC-TYPE = "C"
           THEN
               MOVE "CRN" TO AX-DOC-TYPE
               MOVE "-" TO AX-SIGN
           ELSE
               MOVE "INV" TO AX-DOC-TYPE
               MOVE "+" TO AX-SIGN
           END-IF
           MOVE IR-DOC-NUMBER TO AX-DOC-NUMBER
           MOVE IR-ISSUE-DATE TO AX-DOC-DATE
           MOVE IR-PERIOD TO AX-PERIOD
           MOVE IR-OWNER TO AX-CUSTOMER
           MOVE LS-REVENUE-ACCOUNT TO AX-ACCOUNT
           MOVE IR-TOTAL-AMOUNT TO AX-AMOUNT
           MOVE IR-RELATED-DOC TO AX-RELATED-DOC
           MOVE IR-PLAN-CODE TO AX-PLAN-CODE
           MOVE "EUR" TO AX-CURRENCY
           WRITE AX-RECORD
           IF WS-AX-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           ADD 1 TO OUT-EXPORT-COUNT.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append the IR-RECORD just read to OUT-INVOICE-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE IR-TOTAL-AMOUNT TO LS-AMOUNT-DISPLAY
           MOVE SPACES TO LS-LIST-LINE
           IF IR-DOC-TYPE = "C"
           THEN
               STRING
                   IR-DOC-NUMBER " " IR-ISSUE-DATE
                   " period=" IR-PERIOD
                   " owner=" FUNCTION TRIM(IR-OWNER)
                   " credits=" IR-RELATED-DOC
                   " amount=-" FUNCTION TRIM(LS-AMOUNT-DISPLAY)
                   " reason=" FUNCTION TRIM(IR-REASON)
                   INTO LS-LIST-LINE
               END-STRING
           ELSE
               STRING
                   IR-DOC-NUMBER " " IR-ISSUE-DATE
                   " period=" IR-PERIOD
                   " owner=" FUNCTION TRIM(IR-OWNER)
                   " plan=" FUNCTION TRIM(IR-PLAN-CODE)
                   " amount=" FUNCTION TRIM(LS-AMOUNT-DISPLAY)
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF FUNCTION TRIM(OUT-INVOICE-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-INVOICE-LIST
           ELSE
               MOVE OUT-INVOICE-LIST TO LS-LIST-SCRATCH
               MOVE SPACES TO OUT-INVOICE-LIST
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-INVOICE-LIST
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: UNLOCK-AND-RETURN
      *> PURPOSE: Release the register's mutex slot and hand the
      *>          entry's verdict back in RETURN-CODE.
      *> ===============================================================
       UNLOCK-AND-RETURN.
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-KEY-TABLE-ENTRY
      *> PURPOSE: Add the IR-RECORD just read to OUT-IR-TABLE; a full
      *>          table drops its oldest document to make room.
      *> ===============================================================
       APPEND-KEY-TABLE-ENTRY.
           IF OUT-IR-COUNT >= 24
           THEN
               PERFORM VARYING LS-SHIFT-IDX FROM 1 BY 1
                   UNTIL LS-SHIFT-IDX > 23
                   MOVE OUT-IR-ENTRY(LS-SHIFT-IDX + 1)
                       TO OUT-IR-ENTRY(LS-SHIFT-IDX)
               END-PERFORM
               MOVE 23 TO OUT-IR-COUNT
           END-IF
           ADD 1 TO OUT-IR-COUNT
           MOVE IR-RECORD TO OUT-IR-ENTRY(OUT-IR-COUNT).

       END PROGRAM INVOICE-REGISTER.
