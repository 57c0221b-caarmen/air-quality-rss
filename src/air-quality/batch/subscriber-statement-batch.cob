      *>          in statement.YYYYMM.<owner>.txt, named by the
      *>          owner recorded against the key in the API key
      *>          registry (or the key's first characters when the
      *>          registry has no row for it). A key belonging to one
      *>          of the organisations sharing the server (see
      *>          TENANT-REGISTRY) gets
      *>          statement.<TENANT>.YYYYMM.<owner>.txt instead, its
      *>          heading naming the organisation.
      *>          Once the month has ended, every key on a plan (see
      *>          AK-PLAN-CODE and PLAN-CATALOG) that was live during
      *>          it is also invoiced: the plan's monthly fee plus
      *>          its overage price for every thousand requests
      *>          beyond the ones the fee includes, through
      *>          INVOICE-REGISTER, which numbers the invoice and
      *>          refuses a second one for a month already invoiced -
      *>          so the run can repeat on its schedule without
      *>          billing anyone twice. A rotated key's traffic is
      *>          billed with its successor's, the whole rotation
      *>          chain invoiced under its first key, which stays
      *>          the same however often the key is rotated. Every
      *>          run ends by handing the invoices and credit notes
      *>          not yet exported to the accounting export.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data

      *> Per-key accumulation: total requests, upstream-triggering
      *> requests, and the key's own per-route counts.
       01  C-KEY-MAX-COUNT              CONSTANT AS 200.
       01  C-KEY-ROUTE-MAX              CONSTANT AS 10.
       01  WS-KEY-TABLE-COUNT           PIC 9(3) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KY-ENTRY OCCURS 200 TIMES INDEXED BY WS-KY-IDX.
               10  WS-KY-KEY            PIC X(40).
               10  WS-KY-TOTAL          PIC 9(7).
               10  WS-KY-UPSTREAM       PIC 9(7).
       01  WS-ROUTE-SLOT                USAGE BINARY-LONG VALUE 0.
       01  WS-ROUTE-IDX                 PIC 9(2) VALUE 0.

      *> The key registry, read whole for invoicing: each key's
      *> place in its rotation chain (the chain's current key and
      *> its first), and the month's requests summed on the chain's
      *> current key.
       01  C-INVOICE-KEY-MAX            CONSTANT AS 200.
       01  C-CHAIN-MAX-HOPS             CONSTANT AS 50.
       01  WS-IK-COUNT                  PIC 9(3) VALUE 0.
       01  WS-IK-TABLE.
           05  WS-IK-ENTRY OCCURS 200 TIMES INDEXED BY WS-IK-IDX.
               10  WS-IK-KEY            PIC X(40).
               10  WS-IK-OWNER          PIC X(32).
               10  WS-IK-ENABLED        PIC X(1).
               10  WS-IK-ISSUED-DATE    PIC 9(8).
               10  WS-IK-EXPIRES-DATE   PIC 9(8).
               10  WS-IK-SUCCESSOR-KEY  PIC X(40).
               10  WS-IK-PLAN-CODE      PIC X(8).
               10  WS-IK-HEAD-SLOT      PIC 9(3).
               10  WS-IK-FIRST-SLOT     PIC 9(3).
               10  WS-IK-IS-FIRST       PIC X(1).
               10  WS-IK-REQUESTS       PIC 9(9).
       01  WS-IK-SLOT                   USAGE BINARY-LONG VALUE 0.
       01  WS-HEAD-SLOT                 USAGE BINARY-LONG VALUE 0.
       01  WS-FIRST-SLOT                USAGE BINARY-LONG VALUE 0.
       01  WS-HOP-COUNT                 USAGE BINARY-LONG VALUE 0.
       01  WS-SEARCH-KEY                PIC X(40) VALUE SPACES.
       01  WS-FOUND-SLOT                USAGE BINARY-LONG VALUE 0.
       01  WS-SEARCH-IDX                USAGE BINARY-LONG VALUE 0.

       LOCAL-STORAGE SECTION.
      *> The audit trail's registered layout (see
      *> AQRSS-LAYOUT-VERSION and the audit-trail migration): an
      *> unmigrated trail would be misframed record by record.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
      *> The key registry's layout: an unmigrated registry would
      *> misframe owners and quotas, so it is left unread and every
      *> key billed under its first characters until migrated.
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-OWNER                     PIC X(32) VALUE SPACES.
       01  LS-QUOTA                     PIC 9(7) VALUE 0.
       01  LS-KEY-TENANT                PIC X(8) VALUE SPACES.
       COPY tenant-record IN "air-quality/service".
       01  LS-ALLOWANCE                 PIC 9(9) VALUE 0.
       01  LS-OVERAGE                   PIC 9(9) VALUE 0.
       01  LS-COUNT-DISPLAY             PIC Z(6)9.
       01  LS-OVER-DISPLAY              PIC Z(8)9.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-STATEMENT-COUNT           PIC 9(3) VALUE 0.
       01  LS-INVOICE-COUNT             PIC 9(5) VALUE 0.
       01  LS-INVOICE-FAILED            PIC 9(5) VALUE 0.
       01  LS-EXPORT-COUNT              PIC 9(5) VALUE 0.
       01  LS-PLAN-RECORD.
           05  LS-PL-PLAN-CODE          PIC X(8).
           05  LS-PL-PLAN-NAME          PIC X(32).
           05  LS-PL-MONTHLY-FEE        PIC 9(7)V99.
           05  LS-PL-INCLUDED           PIC 9(9).
           05  LS-PL-OVERAGE-PRICE      PIC 9(5)V99.
           05  LS-PL-DAILY-QUOTA        PIC 9(7).
       01  LS-INVOICE-RECORD.
           05  LS-IR-DOC-NUMBER         PIC X(14).
           05  LS-IR-DOC-TYPE           PIC X(1).
           05  LS-IR-ISSUE-DATE         PIC 9(8).
           05  LS-IR-PERIOD             PIC X(6).
           05  LS-IR-API-KEY            PIC X(40).
           05  LS-IR-OWNER              PIC X(32).
           05  LS-IR-PLAN-CODE          PIC X(8).
           05  LS-IR-REQUESTS           PIC 9(9).
           05  LS-IR-INCLUDED-REQUESTS  PIC 9(9).
           05  LS-IR-OVERAGE-REQUESTS   PIC 9(9).
           05  LS-IR-FEE-AMOUNT         PIC 9(7)V99.
           05  LS-IR-OVERAGE-AMOUNT     PIC 9(7)V99.
           05  LS-IR-TOTAL-AMOUNT       PIC 9(7)V99.
           05  LS-IR-RELATED-DOC        PIC X(14).
           05  LS-IR-REASON             PIC X(80).
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

               PERFORM ACCUMULATE-ONE-DAY
           END-PERFORM

      *> A month without keyed traffic has no statements to write,
      *> but its plan fees are still owed.
           IF WS-KEY-TABLE-COUNT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Statements: no keyed traffic in "
                   WS-STATEMENT-MONTH ", no statements"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               PERFORM VARYING WS-KY-IDX FROM 1 BY 1
                   UNTIL WS-KY-IDX > WS-KEY-TABLE-COUNT
                   PERFORM WRITE-ONE-STATEMENT
               END-PERFORM
               MOVE WS-KEY-TABLE-COUNT TO LS-STATEMENT-COUNT
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Statements: " WS-KEY-TABLE-COUNT
                   " statement(s) written for " WS-STATEMENT-MONTH
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

      *> A month still running (an AQRSS_STATEMENT_MONTH override of
      *> the current month) gets statements to date but no invoices.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           IF LS-TODAY-YYYYMMDD >= WS-NEXT-MONTH-YYYYMMDD
           THEN
               PERFORM ISSUE-MONTH-INVOICES
           END-IF

           CALL "INVOICE-EXPORT" USING
               BY REFERENCE LS-EXPORT-COUNT
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Invoices: accounting export failed, retried "
                   & "next run" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-INVOICE-FAILED
           END-IF

           IF LS-STATEMENT-COUNT = 0
               AND LS-INVOICE-COUNT = 0
               AND LS-INVOICE-FAILED = 0
               AND LS-EXPORT-COUNT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no keyed traffic and nothing to invoice"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE BC-OK-COUNT = LS-STATEMENT-COUNT + LS-INVOICE-COUNT
           MOVE LS-INVOICE-FAILED TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           STRING
               LS-INVOICE-COUNT " invoice(s), "
               LS-EXPORT-COUNT " exported"
               INTO BC-NOTE
           END-STRING
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           PERFORM LOOK-UP-KEY-OWNER

           MOVE SPACES TO WS-STATEMENT-FILENAME
           IF LS-KEY-TENANT = SPACES
           THEN
               STRING
                   "statement." WS-STATEMENT-MONTH "."
                   FUNCTION TRIM(LS-OWNER) ".txt"
                   INTO WS-STATEMENT-FILENAME
               END-STRING
           ELSE
               STRING
                   "statement." FUNCTION TRIM(LS-KEY-TENANT) "."
                   WS-STATEMENT-MONTH "."
                   FUNCTION TRIM(LS-OWNER) ".txt"
                   INTO WS-STATEMENT-FILENAME
               END-STRING
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
           THEN
           END-IF

           MOVE SPACES TO SM-LINE
           IF LS-KEY-TENANT = SPACES
           THEN
               STRING
                   "Subscriber statement for "
                   FUNCTION TRIM(LS-OWNER) " - " WS-STATEMENT-MONTH
                   INTO SM-LINE
               END-STRING
           ELSE
               STRING
                   "Subscriber statement for "
                   FUNCTION TRIM(LS-OWNER) " ("
                   FUNCTION TRIM(TN-NAME) ") - " WS-STATEMENT-MONTH
                   INTO SM-LINE
               END-STRING
           END-IF
           WRITE SM-LINE

           MOVE WS-KY-TOTAL(WS-KY-IDX) TO LS-COUNT-DISPLAY

      *> ===============================================================
      *> PARAGRAPH: LOOK-UP-KEY-OWNER
      *> PURPOSE: Resolve the WS-KY-IDX key's owner, daily quota and
      *>          tenant from the API key registry, and the tenant's
      *>          name into TN-NAME; a key with no registry row is
      *>          named by its first characters and billed without a
      *>          quota line, as the operator's own.
      *> ===============================================================
       LOOK-UP-KEY-OWNER.
           MOVE SPACES TO LS-OWNER
           MOVE SPACES TO LS-KEY-TENANT
           MOVE 0 TO LS-QUOTA
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT API-KEY-FILE
           ELSE
               MOVE "35" TO WS-AK-FILE-STATUS
           END-IF
           IF WS-AK-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-AK-FILE-STATUS = "10"
                           THEN
                               MOVE AK-OWNER TO LS-OWNER
                               MOVE AK-DAILY-QUOTA TO LS-QUOTA
                               MOVE AK-TENANT TO LS-KEY-TENANT
                           END-IF
                   END-READ
               END-PERFORM
           IF FUNCTION TRIM(LS-OWNER) = SPACES
           THEN
               MOVE WS-KY-KEY(WS-KY-IDX)(1:8) TO LS-OWNER
           END-IF
           IF LS-KEY-TENANT NOT = SPACES
           THEN
               MOVE SPACES TO TN-RECORD
               CALL "TENANT-FIND" USING
                   BY REFERENCE LS-KEY-TENANT
                   BY REFERENCE TN-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE LS-KEY-TENANT TO TN-NAME
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ISSUE-MONTH-INVOICES
      *> PURPOSE: Invoice the statement month to every rotation chain
      *>          whose current key is on a plan and was live during
      *>          the month: issued before it ended, not expired
      *>          before it began, and suspended or live now - or
      *>          revoked since, when it still made requests in the
      *>          month. A chain already invoiced for the month is
      *>          passed over quietly.
      *> ===============================================================
       ISSUE-MONTH-INVOICES.
           PERFORM LOAD-INVOICE-KEYS
           IF WS-IK-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-IK-IDX FROM 1 BY 1
               UNTIL WS-IK-IDX > WS-IK-COUNT
               PERFORM LINK-ONE-CHAIN
           END-PERFORM

      *> Sum each audited key's requests onto its chain's current
      *> key.
           PERFORM VARYING WS-KY-IDX FROM 1 BY 1
               UNTIL WS-KY-IDX > WS-KEY-TABLE-COUNT
               MOVE WS-KY-KEY(WS-KY-IDX) TO WS-SEARCH-KEY
               PERFORM FIND-INVOICE-KEY
               IF WS-FOUND-SLOT > 0
               THEN
                   MOVE WS-IK-HEAD-SLOT(WS-FOUND-SLOT) TO WS-HEAD-SLOT
                   IF WS-HEAD-SLOT = 0
                   THEN
                       MOVE WS-FOUND-SLOT TO WS-HEAD-SLOT
                   END-IF
                   ADD WS-KY-TOTAL(WS-KY-IDX)
                       TO WS-IK-REQUESTS(WS-HEAD-SLOT)
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IK-IDX FROM 1 BY 1
               UNTIL WS-IK-IDX > WS-IK-COUNT
               IF WS-IK-SUCCESSOR-KEY(WS-IK-IDX) = SPACES
                   AND WS-IK-PLAN-CODE(WS-IK-IDX) NOT = SPACES
               THEN
                   PERFORM ISSUE-ONE-INVOICE
               END-IF
           END-PERFORM

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Invoices: " LS-INVOICE-COUNT
               " invoice(s) issued for " WS-STATEMENT-MONTH ", "
               LS-INVOICE-FAILED " failed"
               INTO LS-LOG-MESSAGE
           END-STRING
           IF LS-INVOICE-FAILED > 0
           THEN
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-INVOICE-KEYS
      *> PURPOSE: Read the API key registry into WS-IK-TABLE. An
      *>          unmigrated or missing registry leaves it empty:
      *>          there is then nobody on a plan to invoice.
      *> ===============================================================
       LOAD-INVOICE-KEYS.
           MOVE 0 TO WS-IK-COUNT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                       MOVE "10" TO WS-AK-FILE-STATUS
                   NOT AT END
                       IF WS-IK-COUNT < C-INVOICE-KEY-MAX
                       THEN
                           ADD 1 TO WS-IK-COUNT
                           SET WS-IK-IDX TO WS-IK-COUNT
                           MOVE AK-KEY TO WS-IK-KEY(WS-IK-IDX)
                           MOVE AK-OWNER TO WS-IK-OWNER(WS-IK-IDX)
                           MOVE AK-ENABLED
                               TO WS-IK-ENABLED(WS-IK-IDX)
                           MOVE AK-ISSUED-DATE
                               TO WS-IK-ISSUED-DATE(WS-IK-IDX)
                           MOVE AK-EXPIRES-DATE
                               TO WS-IK-EXPIRES-DATE(WS-IK-IDX)
                           MOVE AK-SUCCESSOR-KEY
                               TO WS-IK-SUCCESSOR-KEY(WS-IK-IDX)
                           MOVE AK-PLAN-CODE
                               TO WS-IK-PLAN-CODE(WS-IK-IDX)
                           MOVE 0 TO WS-IK-HEAD-SLOT(WS-IK-IDX)
                           MOVE 0 TO WS-IK-FIRST-SLOT(WS-IK-IDX)
                           MOVE "Y" TO WS-IK-IS-FIRST(WS-IK-IDX)
                           MOVE 0 TO WS-IK-REQUESTS(WS-IK-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-KEY-FILE

      *> A key some other key was rotated to is not its chain's
      *> first.
           PERFORM VARYING WS-IK-IDX FROM 1 BY 1
               UNTIL WS-IK-IDX > WS-IK-COUNT
               IF WS-IK-SUCCESSOR-KEY(WS-IK-IDX) NOT = SPACES
               THEN
                   MOVE WS-IK-SUCCESSOR-KEY(WS-IK-IDX)
                       TO WS-SEARCH-KEY
                   PERFORM FIND-INVOICE-KEY
                   IF WS-FOUND-SLOT > 0
                   THEN
                       MOVE "N" TO WS-IK-IS-FIRST(WS-FOUND-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LINK-ONE-CHAIN
      *> PURPOSE: For a chain's first key (WS-IK-IDX), follow the
      *>          successors to the chain's current key and record
      *>          both ends on every key along the way. The hop limit
      *>          guards against a damaged registry's loop.
      *> ===============================================================
       LINK-ONE-CHAIN.
           IF WS-IK-IS-FIRST(WS-IK-IDX) NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           SET WS-FIRST-SLOT TO WS-IK-IDX
           MOVE WS-FIRST-SLOT TO WS-HEAD-SLOT
           MOVE 0 TO WS-HOP-COUNT
           PERFORM UNTIL WS-IK-SUCCESSOR-KEY(WS-HEAD-SLOT) = SPACES
               OR WS-HOP-COUNT >= C-CHAIN-MAX-HOPS
               MOVE WS-IK-SUCCESSOR-KEY(WS-HEAD-SLOT)
                   TO WS-SEARCH-KEY
               PERFORM FIND-INVOICE-KEY
               IF WS-FOUND-SLOT = 0
               THEN
                   MOVE C-CHAIN-MAX-HOPS TO WS-HOP-COUNT
               ELSE
                   MOVE WS-FOUND-SLOT TO WS-HEAD-SLOT
                   ADD 1 TO WS-HOP-COUNT
               END-IF
           END-PERFORM

           MOVE WS-FIRST-SLOT TO WS-IK-SLOT
           MOVE 0 TO WS-HOP-COUNT
           PERFORM UNTIL WS-IK-SLOT = 0
               OR WS-HOP-COUNT > C-CHAIN-MAX-HOPS
               MOVE WS-HEAD-SLOT TO WS-IK-HEAD-SLOT(WS-IK-SLOT)
               MOVE WS-FIRST-SLOT TO WS-IK-FIRST-SLOT(WS-IK-SLOT)
               ADD 1 TO WS-HOP-COUNT
               IF WS-IK-SLOT = WS-HEAD-SLOT
               THEN
                   MOVE 0 TO WS-IK-SLOT
               ELSE
                   MOVE WS-IK-SUCCESSOR-KEY(WS-IK-SLOT)
                       TO WS-SEARCH-KEY
                   PERFORM FIND-INVOICE-KEY
                   MOVE WS-FOUND-SLOT TO WS-IK-SLOT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FIND-INVOICE-KEY
      *> PURPOSE: The WS-IK-TABLE slot holding WS-SEARCH-KEY into
      *>          WS-FOUND-SLOT, 0 when the registry has no such key.
      *> ===============================================================
       FIND-INVOICE-KEY.
           MOVE 0 TO WS-FOUND-SLOT
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-SEARCH-IDX > WS-IK-COUNT
               OR WS-FOUND-SLOT > 0
               IF WS-IK-KEY(WS-SEARCH-IDX) = WS-SEARCH-KEY
               THEN
                   MOVE WS-SEARCH-IDX TO WS-FOUND-SLOT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ISSUE-ONE-INVOICE
      *> PURPOSE: Price and issue the month's invoice for the chain
      *>          whose current key is WS-IK-IDX. Overage is charged
      *>          per request at the plan's price per thousand,
      *>          rounded to the cent; a plan that comes to nothing
      *>          for the month (a free plan inside its allowance)
      *>          is not invoiced.
      *> ===============================================================
       ISSUE-ONE-INVOICE.
           MOVE WS-IK-FIRST-SLOT(WS-IK-IDX) TO WS-FIRST-SLOT
           IF WS-FIRST-SLOT = 0
           THEN
               SET WS-FIRST-SLOT TO WS-IK-IDX
           END-IF
           IF WS-IK-ISSUED-DATE(WS-FIRST-SLOT)
                   >= WS-NEXT-MONTH-YYYYMMDD
               OR (WS-IK-EXPIRES-DATE(WS-IK-IDX) > 0
                   AND WS-IK-EXPIRES-DATE(WS-IK-IDX)
                       < WS-MONTH-FIRST-YYYYMMDD)
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-IK-ENABLED(WS-IK-IDX) NOT = "Y"
               AND WS-IK-ENABLED(WS-IK-IDX) NOT = "S"
               AND WS-IK-REQUESTS(WS-IK-IDX) = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "PLAN-CATALOG-FIND" USING
               BY REFERENCE WS-IK-PLAN-CODE(WS-IK-IDX)
               BY REFERENCE LS-PLAN-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Invoices: key " WS-IK-KEY(WS-IK-IDX)(1:8)
                   "... is on plan "
                   FUNCTION TRIM(WS-IK-PLAN-CODE(WS-IK-IDX))
                   ", which the plan catalog does not hold"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-INVOICE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-INVOICE-RECORD
           MOVE WS-STATEMENT-MONTH TO LS-IR-PERIOD
           MOVE WS-IK-KEY(WS-FIRST-SLOT) TO LS-IR-API-KEY
           MOVE WS-IK-OWNER(WS-IK-IDX) TO LS-IR-OWNER
           MOVE LS-PL-PLAN-CODE TO LS-IR-PLAN-CODE
           MOVE WS-IK-REQUESTS(WS-IK-IDX) TO LS-IR-REQUESTS
           MOVE LS-PL-INCLUDED TO LS-IR-INCLUDED-REQUESTS
           MOVE 0 TO LS-IR-OVERAGE-REQUESTS
           IF LS-IR-REQUESTS > LS-PL-INCLUDED
           THEN
               COMPUTE LS-IR-OVERAGE-REQUESTS =
                   LS-IR-REQUESTS - LS-PL-INCLUDED
           END-IF
           MOVE LS-PL-MONTHLY-FEE TO LS-IR-FEE-AMOUNT
           COMPUTE LS-IR-OVERAGE-AMOUNT ROUNDED =
               LS-IR-OVERAGE-REQUESTS * LS-PL-OVERAGE-PRICE / 1000
           COMPUTE LS-IR-TOTAL-AMOUNT =
               LS-IR-FEE-AMOUNT + LS-IR-OVERAGE-AMOUNT
           MOVE 0 TO LS-IR-ISSUE-DATE
           IF LS-IR-TOTAL-AMOUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "INVOICE-ISSUE" USING
               BY REFERENCE LS-INVOICE-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               ADD 1 TO LS-INVOICE-COUNT
           WHEN 3
               CONTINUE
           WHEN OTHER
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Invoices: could not invoice "
                   FUNCTION TRIM(LS-IR-OWNER) " for "
                   WS-STATEMENT-MONTH
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-INVOICE-FAILED
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
