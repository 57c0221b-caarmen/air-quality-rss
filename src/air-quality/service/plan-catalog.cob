      *> ===============================================================
      *> PROGRAM: PLAN-CATALOG
      *> PURPOSE: Centralized access to PLAN-CATALOG-FILE, the
      *>          subscriber plans API keys are sold on: code, name,
      *>          monthly fee, included requests, overage price per
      *>          thousand requests and the daily quota the plan
      *>          grants. The prices used to live in the finance
      *>          officer's spreadsheet and be retyped every month;
      *>          now the /admin/plans routes keep them here, the
      *>          key routes take a key's quota from its plan, and
      *>          SUBSCRIBER-STATEMENT-BATCH prices the month's
      *>          invoices from them.
      *>          The file stays SEQUENTIAL, so a save rewrites it
      *>          whole under this program's mutex slot. A missing
      *>          file means no plans yet: the list is empty, a find
      *>          reports not-found and a save creates the file.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLAN-CATALOG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-CATALOG-FILE ASSIGN TO "plan-catalog.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PLAN-CATALOG-FILE.
       COPY plan-catalog IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-PC-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector shared
      *> across the MHD worker threads and the batch, and a save
      *> rewrites the whole file, so every entry runs under the
      *> catalog's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 33.
      *> The whole file is held in memory while it is rewritten.
       01  C-PLAN-MAX-COUNT             CONSTANT AS 50.

       LOCAL-STORAGE SECTION.
       01  LS-PLAN-COUNT                PIC 9(3) VALUE 0.
       01  LS-PLAN-TABLE.
           05  LS-PLAN-ENTRY            OCCURS 50 TIMES
                                        INDEXED BY LS-PC-IDX.
               10  LS-PC-PLAN-CODE      PIC X(8).
               10  LS-PC-PLAN-NAME      PIC X(32).
               10  LS-PC-MONTHLY-FEE    PIC 9(7)V99.
               10  LS-PC-INCLUDED       PIC 9(9).
               10  LS-PC-OVERAGE-PRICE  PIC 9(5)V99.
               10  LS-PC-DAILY-QUOTA    PIC 9(7).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(200) VALUE SPACES.
       01  LS-FEE-DISPLAY               PIC Z(6)9.99.
       01  LS-PRICE-DISPLAY             PIC Z(4)9.99.
       01  LS-INCLUDED-DISPLAY          PIC Z(8)9.
       01  LS-QUOTA-DISPLAY             PIC Z(6)9.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-PC-RECORD.
           05  IN-PC-PLAN-CODE          PIC X(8).
           05  IN-PC-PLAN-NAME          PIC X(32).
           05  IN-PC-MONTHLY-FEE        PIC 9(7)V99.
           05  IN-PC-INCLUDED           PIC 9(9).
           05  IN-PC-OVERAGE-PRICE      PIC 9(5)V99.
           05  IN-PC-DAILY-QUOTA        PIC 9(7).
       01  IN-PLAN-CODE                 PIC X(8).
       01  OUT-PLAN-LIST                PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: PLAN-CATALOG-SAVE
      *> PURPOSE: Add (or reprice, when the plan code already exists)
      *>          one plan. Returns 0 on success, 1 on an I/O failure,
      *>          2 when the file already holds the rewrite table's
      *>          capacity.
      *> ===============================================================
       ENTRY "PLAN-CATALOG-SAVE" USING
           BY REFERENCE IN-OUT-PC-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-PLAN-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-PC-IDX FROM 1 BY 1
               UNTIL LS-PC-IDX > LS-PLAN-COUNT
               IF LS-PC-PLAN-CODE(LS-PC-IDX) = IN-PC-PLAN-CODE
               THEN
                   MOVE IN-OUT-PC-RECORD TO LS-PLAN-ENTRY(LS-PC-IDX)
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               IF LS-PLAN-COUNT >= C-PLAN-MAX-COUNT
               THEN
                   CALL "AQRSS-MUTEX-UNLOCK" USING
                       BY REFERENCE C-MUTEX-ID
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO LS-PLAN-COUNT
               SET LS-PC-IDX TO LS-PLAN-COUNT
               MOVE IN-OUT-PC-RECORD TO LS-PLAN-ENTRY(LS-PC-IDX)
           END-IF

           PERFORM REWRITE-PLAN-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: PLAN-CATALOG-FIND
      *> PURPOSE: The IN-PLAN-CODE plan into IN-OUT-PC-RECORD. Returns
      *>          0 found, 1 unknown or unreadable (the record is then
      *>          left alone).
      *> ===============================================================
       ENTRY "PLAN-CATALOG-FIND" USING
           BY REFERENCE IN-PLAN-CODE
           BY REFERENCE IN-OUT-PC-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-PLAN-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-PC-IDX FROM 1 BY 1
               UNTIL LS-PC-IDX > LS-PLAN-COUNT
               IF LS-PC-PLAN-CODE(LS-PC-IDX) = IN-PLAN-CODE
               THEN
                   MOVE LS-PLAN-ENTRY(LS-PC-IDX) TO IN-OUT-PC-RECORD
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "Y"
           THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> ENTRY: PLAN-CATALOG-LIST
      *> PURPOSE: Render the catalog as one plain-text line per plan
      *>          for the admin list route. Returns 0, or 1 when the
      *>          file cannot be read.
      *> ===============================================================
       ENTRY "PLAN-CATALOG-LIST" USING
           BY REFERENCE OUT-PLAN-LIST.

           MOVE SPACES TO OUT-PLAN-LIST
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-PLAN-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-PC-IDX FROM 1 BY 1
               UNTIL LS-PC-IDX > LS-PLAN-COUNT
               PERFORM APPEND-ONE-LIST-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-PLAN-TABLE
      *> PURPOSE: Read the whole catalog into the rewrite table. A
      *>          missing file leaves the table empty with a clean
      *>          verdict. Entries past capacity set verdict 2: a
      *>          rewrite from a truncated table would drop them.
      *> ===============================================================
       LOAD-PLAN-TABLE.
           MOVE 0 TO LS-PLAN-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN INPUT PLAN-CATALOG-FILE
           IF WS-PC-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-PC-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open plan catalog, "
                   "status " WS-PC-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PC-FILE-STATUS NOT = "00"
               READ PLAN-CATALOG-FILE
                   AT END
                       MOVE "10" TO WS-PC-FILE-STATUS
                   NOT AT END
                       IF LS-PLAN-COUNT < C-PLAN-MAX-COUNT
                       THEN
                           ADD 1 TO LS-PLAN-COUNT
                           SET LS-PC-IDX TO LS-PLAN-COUNT
                           MOVE PC-RECORD
                               TO LS-PLAN-ENTRY(LS-PC-IDX)
                       ELSE
                           DISPLAY "WARNING: plan catalog exceeds "
                               "the rewrite table, refusing to "
                               "update it"
                           MOVE "99" TO WS-PC-FILE-STATUS
                           MOVE 2 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-CATALOG-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-PLAN-FILE
      *> PURPOSE: Write the rewrite table back as the whole catalog.
      *> ===============================================================
       REWRITE-PLAN-FILE.
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN OUTPUT PLAN-CATALOG-FILE
           IF WS-PC-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not rewrite plan catalog, "
                   "status " WS-PC-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-PC-IDX FROM 1 BY 1
               UNTIL LS-PC-IDX > LS-PLAN-COUNT
               MOVE LS-PLAN-ENTRY(LS-PC-IDX) TO PC-RECORD
               WRITE PC-RECORD
               IF WS-PC-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           CLOSE PLAN-CATALOG-FILE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one plan's plain-text line to OUT-PLAN-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE LS-PC-MONTHLY-FEE(LS-PC-IDX) TO LS-FEE-DISPLAY
           MOVE LS-PC-OVERAGE-PRICE(LS-PC-IDX) TO LS-PRICE-DISPLAY
           MOVE LS-PC-INCLUDED(LS-PC-IDX) TO LS-INCLUDED-DISPLAY
           MOVE LS-PC-DAILY-QUOTA(LS-PC-IDX) TO LS-QUOTA-DISPLAY
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(LS-PC-PLAN-CODE(LS-PC-IDX))
               " name=" FUNCTION TRIM(LS-PC-PLAN-NAME(LS-PC-IDX))
               " fee=" FUNCTION TRIM(LS-FEE-DISPLAY)
               " included=" FUNCTION TRIM(LS-INCLUDED-DISPLAY)
               " overage_per_1000=" FUNCTION TRIM(LS-PRICE-DISPLAY)
               " quota=" FUNCTION TRIM(LS-QUOTA-DISPLAY)
               INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-PLAN-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-PLAN-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-PLAN-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-PLAN-LIST
               END-STRING
           END-IF.

       END PROGRAM PLAN-CATALOG.
