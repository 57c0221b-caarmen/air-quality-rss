      *> ===============================================================
      *> PROGRAM: FEED-BRANDING
      *> PURPOSE: Centralized access to FEED-BRANDING-FILE, the
      *>          per-route, per-language branding templates (see the
      *>          feed-branding copybook), and the one place they are
      *>          applied to a rendered document. The router hands
      *>          every successful feed answer (RSS 2.0, Atom, JSON,
      *>          the HTML dashboard and the OPML directory) to
      *>          FEED-BRANDING-APPLY just before it goes out, so the
      *>          renderers themselves stay unaware of branding and
      *>          every format gets the same title, description,
      *>          logo, attribution and entry footer:
      *>            RSS2  <title>, <description>, <image>, <copyright>,
      *>                  footer appended to each item <description>;
      *>            ATOM  <title>, <subtitle>, <logo>, <rights>,
      *>                  footer appended to each entry <content>;
      *>            JSON  "title", plus "description", "icon" and
      *>                  "copyright" members, footer appended to each
      *>                  entry "content";
      *>            HTML  <title> and <h1>, the logo and description
      *>                  under the heading, footer and attribution at
      *>                  the foot of the page;
      *>            OPML  <title>, attribution as <ownerName>.
      *>          A route without a template of its own falls back to
      *>          the "*" template for the same language; with
      *>          neither, the document is left exactly as rendered.
      *>          The file stays SEQUENTIAL, so a save rewrites it
      *>          whole under this program's mutex slot. A missing
      *>          file means no branding: every feed renders as built.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-BRANDING.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-BRANDING-FILE ASSIGN TO "feed-branding.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FB-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FEED-BRANDING-FILE.
       COPY feed-branding IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-FB-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector shared
      *> across the MHD worker threads, and a save rewrites the whole
      *> file, so every entry runs under the branding mutex slot (see
      *> AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 36.
      *> The whole file is held in memory while it is rewritten.
       01  C-BRANDING-MAX-COUNT         CONSTANT AS 100.

       LOCAL-STORAGE SECTION.
       01  LS-BRANDING-COUNT            PIC 9(3) VALUE 0.
       01  LS-BRANDING-TABLE.
           05  LS-BRANDING-ENTRY        OCCURS 100 TIMES
                                        INDEXED BY LS-FB-IDX.
               10  LS-FB-ROUTE          PIC X(60).
               10  LS-FB-LANG           PIC X(2).
               10  LS-FB-TITLE-PATTERN  PIC X(100).
               10  LS-FB-DESCRIPTION    PIC X(100).
               10  LS-FB-IMAGE-URL      PIC X(100).
               10  LS-FB-COPYRIGHT      PIC X(100).
               10  LS-FB-FOOTER         PIC X(100).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(700) VALUE SPACES.
      *> The template FEED-BRANDING-APPLY settled on.
       01  LS-BRAND.
           05  LS-BR-ROUTE              PIC X(60).
           05  LS-BR-LANG               PIC X(2).
           05  LS-BR-TITLE-PATTERN      PIC X(100).
           05  LS-BR-DESCRIPTION        PIC X(100).
           05  LS-BR-IMAGE-URL          PIC X(100).
           05  LS-BR-COPYRIGHT          PIC X(100).
           05  LS-BR-FOOTER             PIC X(100).
      *> Each template field escaped for the document's own syntax
      *> (XML for RSS2/Atom/HTML/OPML, JSON string for JSON).
       01  LS-ENC-PATTERN               PIC X(1000) VALUE SPACES.
       01  LS-ENC-DESCRIPTION           PIC X(1000) VALUE SPACES.
       01  LS-ENC-IMAGE-URL             PIC X(1000) VALUE SPACES.
       01  LS-ENC-COPYRIGHT             PIC X(1000) VALUE SPACES.
       01  LS-ENC-FOOTER                PIC X(1000) VALUE SPACES.
       01  LS-ENCODE-IN                 PIC X(1000) VALUE SPACES.
       01  LS-ENCODE-OUT                PIC X(1000) VALUE SPACES.
      *> JSON-ENCODE's LINKAGE items are both PIC X(10000).
       01  LS-JSON-STAGE-IN             PIC X(10000) VALUE SPACES.
       01  LS-JSON-STAGE-OUT            PIC X(10000) VALUE SPACES.
      *> The document being branded, and the splice workspace.
       01  LS-DOC                       PIC X(10000) VALUE SPACES.
       01  LS-NEW-DOC                   PIC X(10000) VALUE SPACES.
       01  LS-DOC-LEN                   USAGE BINARY-LONG VALUE 0.
       01  LS-PTR                       USAGE BINARY-LONG VALUE 1.
       01  LS-OVERFLOW                  PIC X(01) VALUE "N".
       01  LS-MARKER                    PIC X(40) VALUE SPACES.
       01  LS-MARKER-LEN                USAGE BINARY-LONG VALUE 0.
       01  LS-CLOSE-MARKER              PIC X(40) VALUE SPACES.
       01  LS-CLOSE-LEN                 USAGE BINARY-LONG VALUE 0.
       01  LS-SCAN-FROM                 USAGE BINARY-LONG VALUE 1.
       01  LS-SCAN-POS                  USAGE BINARY-LONG VALUE 0.
       01  LS-FOUND-POS                 USAGE BINARY-LONG VALUE 0.
       01  LS-TEXT-START                USAGE BINARY-LONG VALUE 0.
       01  LS-TEXT-END                  USAGE BINARY-LONG VALUE 0.
       01  LS-CUT-FROM                  USAGE BINARY-LONG VALUE 0.
       01  LS-CUT-TO                    USAGE BINARY-LONG VALUE 0.
       01  LS-ORIGINAL-TEXT             PIC X(1000) VALUE SPACES.
       01  LS-CHANNEL-LINK              PIC X(1000) VALUE SPACES.
       01  LS-INSERT-TEXT               PIC X(3000) VALUE SPACES.
       01  LS-INSERT-LEN                USAGE BINARY-LONG VALUE 0.
       01  LS-BRAND-TITLE               PIC X(1000) VALUE SPACES.
       01  LS-PRE-LEN                   USAGE BINARY-LONG VALUE 0.
       01  LS-LINE                      PIC X(1100) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-FB-RECORD.
           05  IN-FB-ROUTE              PIC X(60).
           05  IN-FB-LANG               PIC X(2).
           05  IN-FB-TITLE-PATTERN      PIC X(100).
           05  IN-FB-DESCRIPTION        PIC X(100).
           05  IN-FB-IMAGE-URL          PIC X(100).
           05  IN-FB-COPYRIGHT          PIC X(100).
           05  IN-FB-FOOTER             PIC X(100).
       01  IN-ROUTE                     PIC X(60).
       01  IN-LANG                      PIC X(2).
      *> IN-FORMAT: "RSS2", "ATOM", "JSON", "HTML" or "OPML".
       01  IN-FORMAT                    PIC X(4).
       01  IN-OUT-DOCUMENT              PIC X(10000).
       01  OUT-BRANDING-LIST            PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-BRANDING-SAVE
      *> PURPOSE: Add (or replace, when the route and language already
      *>          have one) one branding template. Returns 0 on
      *>          success, 1 on an I/O failure, 2 when the file
      *>          already holds the rewrite table's capacity.
      *> ===============================================================
       ENTRY "FEED-BRANDING-SAVE" USING
           BY REFERENCE IN-OUT-FB-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-BRANDING-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-FB-IDX FROM 1 BY 1
               UNTIL LS-FB-IDX > LS-BRANDING-COUNT
               IF LS-FB-ROUTE(LS-FB-IDX) = IN-FB-ROUTE
                   AND LS-FB-LANG(LS-FB-IDX) = IN-FB-LANG
               THEN
                   MOVE IN-OUT-FB-RECORD
                       TO LS-BRANDING-ENTRY(LS-FB-IDX)
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               IF LS-BRANDING-COUNT >= C-BRANDING-MAX-COUNT
               THEN
                   CALL "AQRSS-MUTEX-UNLOCK" USING
                       BY REFERENCE C-MUTEX-ID
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO LS-BRANDING-COUNT
               SET LS-FB-IDX TO LS-BRANDING-COUNT
               MOVE IN-OUT-FB-RECORD TO LS-BRANDING-ENTRY(LS-FB-IDX)
           END-IF

           PERFORM REWRITE-BRANDING-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-BRANDING-REMOVE
      *> PURPOSE: Drop the template for IN-ROUTE/IN-LANG, so the route
      *>          falls back to the "*" template (or to no branding).
      *>          Returns 0 removed, 1 on an I/O failure, 3 when no
      *>          such template exists.
      *> ===============================================================
       ENTRY "FEED-BRANDING-REMOVE" USING
           BY REFERENCE IN-ROUTE
           BY REFERENCE IN-LANG.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-BRANDING-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-FB-IDX FROM 1 BY 1
               UNTIL LS-FB-IDX > LS-BRANDING-COUNT
                   OR LS-MATCHED = "Y"
               IF LS-FB-ROUTE(LS-FB-IDX) = IN-ROUTE
                   AND LS-FB-LANG(LS-FB-IDX) = IN-LANG
               THEN
                   MOVE "Y" TO LS-MATCHED
                   PERFORM CLOSE-TABLE-GAP
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 3 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REWRITE-BRANDING-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-BRANDING-LIST
      *> PURPOSE: Render the templates as one plain-text line each for
      *>          the admin list route. Returns 0, or 1 when the file
      *>          cannot be read.
      *> ===============================================================
       ENTRY "FEED-BRANDING-LIST" USING
           BY REFERENCE OUT-BRANDING-LIST.

           MOVE SPACES TO OUT-BRANDING-LIST
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-BRANDING-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-FB-IDX FROM 1 BY 1
               UNTIL LS-FB-IDX > LS-BRANDING-COUNT
               PERFORM APPEND-ONE-LIST-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-BRANDING-APPLY
      *> PURPOSE: Brand IN-OUT-DOCUMENT, a feed just rendered for
      *>          IN-ROUTE in IN-LANG and IN-FORMAT, in place. Any
      *>          part that would not fit in the document is left
      *>          out rather than truncating the feed. Always returns
      *>          0: a feed is never refused over its branding.
      *> ===============================================================
       ENTRY "FEED-BRANDING-APPLY" USING
           BY REFERENCE IN-ROUTE
           BY REFERENCE IN-LANG
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-OUT-DOCUMENT.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-BRANDING-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           PERFORM FIND-BRAND
           IF LS-MATCHED = "N"
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM ENCODE-BRAND-FIELDS
           MOVE IN-OUT-DOCUMENT TO LS-DOC
           PERFORM MEASURE-DOC

           EVALUATE IN-FORMAT
           WHEN "RSS2"
               PERFORM BRAND-RSS2
           WHEN "ATOM"
               PERFORM BRAND-ATOM
           WHEN "JSON"
               PERFORM BRAND-JSON
           WHEN "HTML"
               PERFORM BRAND-HTML
           WHEN "OPML"
               PERFORM BRAND-OPML
           END-EVALUATE

           MOVE LS-DOC TO IN-OUT-DOCUMENT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-BRANDING-TABLE
      *> PURPOSE: Read every template into the rewrite table. A
      *>          missing file leaves the table empty with a clean
      *>          verdict. Entries past capacity set verdict 2: a
      *>          rewrite from a truncated table would drop them.
      *> ===============================================================
       LOAD-BRANDING-TABLE.
           MOVE 0 TO LS-BRANDING-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN INPUT FEED-BRANDING-FILE
           IF WS-FB-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-FB-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open feed branding, "
                   "status " WS-FB-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-FB-FILE-STATUS NOT = "00"
               READ FEED-BRANDING-FILE
                   AT END
                       MOVE "10" TO WS-FB-FILE-STATUS
                   NOT AT END
                       IF LS-BRANDING-COUNT < C-BRANDING-MAX-COUNT
                       THEN
                           ADD 1 TO LS-BRANDING-COUNT
                           SET LS-FB-IDX TO LS-BRANDING-COUNT
                           MOVE FB-RECORD
                               TO LS-BRANDING-ENTRY(LS-FB-IDX)
                       ELSE
                           DISPLAY "WARNING: feed branding exceeds "
                               "the rewrite table, refusing to "
                               "update it"
                           MOVE "99" TO WS-FB-FILE-STATUS
                           MOVE 2 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FEED-BRANDING-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-BRANDING-FILE
      *> PURPOSE: Write the rewrite table back as the whole file.
      *> ===============================================================
       REWRITE-BRANDING-FILE.
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN OUTPUT FEED-BRANDING-FILE
           IF WS-FB-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not rewrite feed branding, "
                   "status " WS-FB-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-FB-IDX FROM 1 BY 1
               UNTIL LS-FB-IDX > LS-BRANDING-COUNT
               MOVE LS-BRANDING-ENTRY(LS-FB-IDX) TO FB-RECORD
               WRITE FB-RECORD
               IF WS-FB-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           CLOSE FEED-BRANDING-FILE.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-TABLE-GAP
      *> PURPOSE: Shift every template after LS-FB-IDX up one place,
      *>          dropping the one at LS-FB-IDX.
      *> ===============================================================
       CLOSE-TABLE-GAP.
           SET LS-SCAN-POS TO LS-FB-IDX
           PERFORM UNTIL LS-SCAN-POS >= LS-BRANDING-COUNT
               MOVE LS-BRANDING-ENTRY(LS-SCAN-POS + 1)
                   TO LS-BRANDING-ENTRY(LS-SCAN-POS)
               ADD 1 TO LS-SCAN-POS
           END-PERFORM
           SUBTRACT 1 FROM LS-BRANDING-COUNT.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one template's plain-text line to
      *>          OUT-BRANDING-LIST; blank fields are left out.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(LS-FB-ROUTE(LS-FB-IDX))
               " lang=" LS-FB-LANG(LS-FB-IDX)
               INTO LS-LIST-LINE
           END-STRING
           IF LS-FB-TITLE-PATTERN(LS-FB-IDX) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-LIST-LINE) " title="
                   FUNCTION TRIM(LS-FB-TITLE-PATTERN(LS-FB-IDX))
                   INTO LS-LINE
               END-STRING
               MOVE LS-LINE TO LS-LIST-LINE
               MOVE SPACES TO LS-LINE
           END-IF
           IF LS-FB-DESCRIPTION(LS-FB-IDX) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-LIST-LINE) " description="
                   FUNCTION TRIM(LS-FB-DESCRIPTION(LS-FB-IDX))
                   INTO LS-LINE
               END-STRING
               MOVE LS-LINE TO LS-LIST-LINE
               MOVE SPACES TO LS-LINE
           END-IF
           IF LS-FB-IMAGE-URL(LS-FB-IDX) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-LIST-LINE) " image="
                   FUNCTION TRIM(LS-FB-IMAGE-URL(LS-FB-IDX))
                   INTO LS-LINE
               END-STRING
               MOVE LS-LINE TO LS-LIST-LINE
               MOVE SPACES TO LS-LINE
           END-IF
           IF LS-FB-COPYRIGHT(LS-FB-IDX) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-LIST-LINE) " copyright="
                   FUNCTION TRIM(LS-FB-COPYRIGHT(LS-FB-IDX))
                   INTO LS-LINE
               END-STRING
               MOVE LS-LINE TO LS-LIST-LINE
               MOVE SPACES TO LS-LINE
           END-IF
           IF LS-FB-FOOTER(LS-FB-IDX) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-LIST-LINE) " footer="
                   FUNCTION TRIM(LS-FB-FOOTER(LS-FB-IDX))
                   INTO LS-LINE
               END-STRING
               MOVE LS-LINE TO LS-LIST-LINE
               MOVE SPACES TO LS-LINE
           END-IF
           IF FUNCTION TRIM(OUT-BRANDING-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-BRANDING-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-BRANDING-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-BRANDING-LIST
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-BRAND
      *> PURPOSE: Settle LS-BRAND on the template for IN-ROUTE and
      *>          IN-LANG, else the "*" template for IN-LANG. Sets
      *>          LS-MATCHED "N" when there is neither.
      *> ===============================================================
       FIND-BRAND.
           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-FB-IDX FROM 1 BY 1
               UNTIL LS-FB-IDX > LS-BRANDING-COUNT
                   OR LS-MATCHED = "Y"
               IF LS-FB-ROUTE(LS-FB-IDX) = IN-ROUTE
                   AND LS-FB-LANG(LS-FB-IDX) = IN-LANG
               THEN
                   MOVE LS-BRANDING-ENTRY(LS-FB-IDX) TO LS-BRAND
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           PERFORM VARYING LS-FB-IDX FROM 1 BY 1
               UNTIL LS-FB-IDX > LS-BRANDING-COUNT
                   OR LS-MATCHED = "Y"
               IF LS-FB-ROUTE(LS-FB-IDX) = "*"
                   AND LS-FB-LANG(LS-FB-IDX) = IN-LANG
               THEN
                   MOVE LS-BRANDING-ENTRY(LS-FB-IDX) TO LS-BRAND
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ENCODE-BRAND-FIELDS
      *> PURPOSE: Escape every template field for IN-FORMAT's syntax
      *>          into the LS-ENC-* fields.
      *> ===============================================================
       ENCODE-BRAND-FIELDS.
           MOVE LS-BR-TITLE-PATTERN TO LS-ENCODE-IN
           PERFORM ENCODE-ONE-FIELD
           MOVE LS-ENCODE-OUT TO LS-ENC-PATTERN
           MOVE LS-BR-DESCRIPTION TO LS-ENCODE-IN
           PERFORM ENCODE-ONE-FIELD
           MOVE LS-ENCODE-OUT TO LS-ENC-DESCRIPTION
           MOVE LS-BR-IMAGE-URL TO LS-ENCODE-IN
           PERFORM ENCODE-ONE-FIELD
           MOVE LS-ENCODE-OUT TO LS-ENC-IMAGE-URL
           MOVE LS-BR-COPYRIGHT TO LS-ENCODE-IN
           PERFORM ENCODE-ONE-FIELD
           MOVE LS-ENCODE-OUT TO LS-ENC-COPYRIGHT
           MOVE LS-BR-FOOTER TO LS-ENCODE-IN
           PERFORM ENCODE-ONE-FIELD
           MOVE LS-ENCODE-OUT TO LS-ENC-FOOTER.

      *> ===============================================================
      *> PARAGRAPH: ENCODE-ONE-FIELD
      *> PURPOSE: LS-ENCODE-IN escaped into LS-ENCODE-OUT.
      *> ===============================================================
       ENCODE-ONE-FIELD.
           MOVE SPACES TO LS-ENCODE-OUT
           IF LS-ENCODE-IN = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           IF IN-FORMAT = "JSON"
           THEN
               MOVE LS-ENCODE-IN TO LS-JSON-STAGE-IN
               MOVE SPACES TO LS-JSON-STAGE-OUT
               CALL "JSON-ENCODE" USING
                   BY REFERENCE LS-JSON-STAGE-IN
                   BY REFERENCE LS-JSON-STAGE-OUT
               END-CALL
               MOVE LS-JSON-STAGE-OUT TO LS-ENCODE-OUT
           ELSE
               CALL "XML-ENCODE" USING
                   BY REFERENCE LS-ENCODE-IN
                   BY REFERENCE LS-ENCODE-OUT
               END-CALL
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BRAND-RSS2
      *> PURPOSE: Brand an RSS 2.0 document: the channel <title> and
      *>          <description>, an <image> and <copyright> after the
      *>          channel <link>, and the footer at the end of every
      *>          item's <description>.
      *> ===============================================================
       BRAND-RSS2.
           MOVE "<link>" TO LS-MARKER
           MOVE 6 TO LS-MARKER-LEN
           MOVE "</link>" TO LS-CLOSE-MARKER
           MOVE 7 TO LS-CLOSE-LEN
           PERFORM LOCATE-ELEMENT-TEXT
           MOVE LS-ORIGINAL-TEXT TO LS-CHANNEL-LINK

           MOVE "<title>" TO LS-MARKER
           MOVE 7 TO LS-MARKER-LEN
           MOVE "</title>" TO LS-CLOSE-MARKER
           MOVE 8 TO LS-CLOSE-LEN
           PERFORM REPLACE-TITLE-TEXT

           IF LS-ENC-DESCRIPTION NOT = SPACES
           THEN
               MOVE "<description>" TO LS-MARKER
               MOVE 13 TO LS-MARKER-LEN
               MOVE "</description>" TO LS-CLOSE-MARKER
               MOVE 14 TO LS-CLOSE-LEN
               PERFORM LOCATE-ELEMENT-TEXT
               IF LS-TEXT-END > 0
               THEN
                   MOVE LS-ENC-DESCRIPTION TO LS-INSERT-TEXT
                   PERFORM SPLICE-ELEMENT-TEXT
               END-IF
           END-IF

           MOVE SPACES TO LS-INSERT-TEXT
           MOVE 1 TO LS-PTR
           IF LS-ENC-IMAGE-URL NOT = SPACES
           THEN
               STRING
                   " <image><url>" FUNCTION TRIM(LS-ENC-IMAGE-URL)
                   "</url><title>" FUNCTION TRIM(LS-BRAND-TITLE)
                   "</title><link>" FUNCTION TRIM(LS-CHANNEL-LINK)
                   "</link></image>"                            X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-ENC-COPYRIGHT NOT = SPACES
           THEN
               STRING
                   " <copyright>" FUNCTION TRIM(LS-ENC-COPYRIGHT)
                   "</copyright>"                               X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-PTR > 1
           THEN
               COMPUTE LS-INSERT-LEN = LS-PTR - 1
               MOVE "</link>" TO LS-MARKER
               MOVE 7 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
      *> After the closing tag and its newline.
                   COMPUTE LS-CUT-FROM = LS-FOUND-POS + 8
                   MOVE LS-CUT-FROM TO LS-CUT-TO
                   PERFORM SPLICE-DOC
               END-IF
           END-IF

      *> The channel's own <description> comes first; every later
      *> one belongs to an item.
           IF LS-ENC-FOOTER NOT = SPACES
           THEN
               MOVE "</description>" TO LS-MARKER
               MOVE 14 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
                   COMPUTE LS-SCAN-FROM = LS-FOUND-POS + 14
                   MOVE SPACES TO LS-INSERT-TEXT
                   STRING
                       X"0A" FUNCTION TRIM(LS-ENC-FOOTER)
                       DELIMITED BY SIZE INTO LS-INSERT-TEXT
                   END-STRING
                   PERFORM INSERT-BEFORE-EACH-MARKER
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BRAND-ATOM
      *> PURPOSE: Brand an Atom document: the feed <title> and
      *>          <subtitle>, a <logo> and <rights> after the
      *>          subtitle, and the footer at the end of every
      *>          entry's <content>.
      *> ===============================================================
       BRAND-ATOM.
           MOVE "<title>" TO LS-MARKER
           MOVE 7 TO LS-MARKER-LEN
           MOVE "</title>" TO LS-CLOSE-MARKER
           MOVE 8 TO LS-CLOSE-LEN
           PERFORM REPLACE-TITLE-TEXT

           MOVE "<subtitle>" TO LS-MARKER
           MOVE 10 TO LS-MARKER-LEN
           MOVE "</subtitle>" TO LS-CLOSE-MARKER
           MOVE 11 TO LS-CLOSE-LEN
           PERFORM LOCATE-ELEMENT-TEXT
           IF LS-TEXT-END > 0
           THEN
               IF LS-ENC-DESCRIPTION NOT = SPACES
               THEN
                   MOVE LS-ENC-DESCRIPTION TO LS-INSERT-TEXT
               ELSE
      *> The subtitle repeats the title as built; keep it in step.
                   MOVE LS-BRAND-TITLE TO LS-INSERT-TEXT
               END-IF
               PERFORM SPLICE-ELEMENT-TEXT
           END-IF

           MOVE SPACES TO LS-INSERT-TEXT
           MOVE 1 TO LS-PTR
           IF LS-ENC-IMAGE-URL NOT = SPACES
           THEN
               STRING
                   " <logo>" FUNCTION TRIM(LS-ENC-IMAGE-URL)
                   "</logo>"                                    X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-ENC-COPYRIGHT NOT = SPACES
           THEN
               STRING
                   " <rights>" FUNCTION TRIM(LS-ENC-COPYRIGHT)
                   "</rights>"                                  X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-PTR > 1
           THEN
               COMPUTE LS-INSERT-LEN = LS-PTR - 1
               MOVE "</subtitle>" TO LS-MARKER
               MOVE 11 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
                   COMPUTE LS-CUT-FROM = LS-FOUND-POS + 12
                   MOVE LS-CUT-FROM TO LS-CUT-TO
                   PERFORM SPLICE-DOC
               END-IF
           END-IF

           IF LS-ENC-FOOTER NOT = SPACES
           THEN
               MOVE "  </content>" TO LS-MARKER
               MOVE 12 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               MOVE SPACES TO LS-INSERT-TEXT
               STRING
                   X"0A" FUNCTION TRIM(LS-ENC-FOOTER) X"0A"
                   DELIMITED BY SIZE INTO LS-INSERT-TEXT
               END-STRING
               PERFORM INSERT-BEFORE-EACH-MARKER
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BRAND-JSON
      *> PURPOSE: Brand a JSON feed: the feed "title", "description",
      *>          "icon" and "copyright" members ahead of its "link",
      *>          and the footer at the end of every entry's
      *>          "content".
      *> ===============================================================
       BRAND-JSON.
           MOVE '"title": "' TO LS-MARKER
           MOVE 10 TO LS-MARKER-LEN
           MOVE '",' TO LS-CLOSE-MARKER
           MOVE 2 TO LS-CLOSE-LEN
           PERFORM REPLACE-TITLE-TEXT

           MOVE SPACES TO LS-INSERT-TEXT
           MOVE 1 TO LS-PTR
           IF LS-ENC-DESCRIPTION NOT = SPACES
           THEN
               STRING
                   '  "description": "'
                   FUNCTION TRIM(LS-ENC-DESCRIPTION) '",'       X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-ENC-IMAGE-URL NOT = SPACES
           THEN
               STRING
                   '  "icon": "'
                   FUNCTION TRIM(LS-ENC-IMAGE-URL) '",'         X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-ENC-COPYRIGHT NOT = SPACES
           THEN
               STRING
                   '  "copyright": "'
                   FUNCTION TRIM(LS-ENC-COPYRIGHT) '",'         X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-PTR > 1
           THEN
               COMPUTE LS-INSERT-LEN = LS-PTR - 1
               MOVE '  "link": "' TO LS-MARKER
               MOVE 11 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
                   MOVE LS-FOUND-POS TO LS-CUT-FROM
                   MOVE LS-FOUND-POS TO LS-CUT-TO
                   PERFORM SPLICE-DOC
               END-IF
           END-IF

      *> Each entry's "content" member is followed by its "author"
      *> (see RENDER-RSS); the footer rides on the end of the string
      *> after an escaped blank line.
           IF LS-ENC-FOOTER NOT = SPACES
           THEN
               MOVE SPACES TO LS-MARKER
               STRING
                   '",' X"0A" '  "author": "'
                   DELIMITED BY SIZE INTO LS-MARKER
               END-STRING
               MOVE 16 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               MOVE SPACES TO LS-INSERT-TEXT
               STRING
                   "\n\n" FUNCTION TRIM(LS-ENC-FOOTER)
                   DELIMITED BY SIZE INTO LS-INSERT-TEXT
               END-STRING
               PERFORM INSERT-BEFORE-EACH-MARKER
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BRAND-HTML
      *> PURPOSE: Brand the HTML dashboard: the page <title> and <h1>,
      *>          the logo and description under the heading, and the
      *>          footer and attribution at the foot of the page (the
      *>          page is one document, so its footer appears once).
      *> ===============================================================
       BRAND-HTML.
           MOVE "<title>" TO LS-MARKER
           MOVE 7 TO LS-MARKER-LEN
           MOVE "</title>" TO LS-CLOSE-MARKER
           MOVE 8 TO LS-CLOSE-LEN
           PERFORM REPLACE-TITLE-TEXT
           MOVE "<h1>" TO LS-MARKER
           MOVE 4 TO LS-MARKER-LEN
           MOVE "</h1>" TO LS-CLOSE-MARKER
           MOVE 5 TO LS-CLOSE-LEN
           PERFORM REPLACE-TITLE-TEXT

           MOVE SPACES TO LS-INSERT-TEXT
           MOVE 1 TO LS-PTR
           IF LS-ENC-IMAGE-URL NOT = SPACES
           THEN
               STRING
                   '<p><img src="' FUNCTION TRIM(LS-ENC-IMAGE-URL)
                   '" alt="' FUNCTION TRIM(LS-BRAND-TITLE)
                   '"/></p>'                                    X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-ENC-DESCRIPTION NOT = SPACES
           THEN
               STRING
                   "<p>" FUNCTION TRIM(LS-ENC-DESCRIPTION) "</p>" X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-PTR > 1
           THEN
               COMPUTE LS-INSERT-LEN = LS-PTR - 1
               MOVE "</h1>" TO LS-MARKER
               MOVE 5 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
                   COMPUTE LS-CUT-FROM = LS-FOUND-POS + 6
                   MOVE LS-CUT-FROM TO LS-CUT-TO
                   PERFORM SPLICE-DOC
               END-IF
           END-IF

           MOVE SPACES TO LS-INSERT-TEXT
           MOVE 1 TO LS-PTR
           IF LS-ENC-FOOTER NOT = SPACES
           THEN
               STRING
                   "<p>" FUNCTION TRIM(LS-ENC-FOOTER) "</p>"    X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-ENC-COPYRIGHT NOT = SPACES
           THEN
               STRING
                   "<p><small>" FUNCTION TRIM(LS-ENC-COPYRIGHT)
                   "</small></p>"                               X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-PTR > 1
           THEN
               COMPUTE LS-INSERT-LEN = LS-PTR - 1
               MOVE "</body>" TO LS-MARKER
               MOVE 7 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
                   MOVE LS-FOUND-POS TO LS-CUT-FROM
                   MOVE LS-FOUND-POS TO LS-CUT-TO
                   PERFORM SPLICE-DOC
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BRAND-OPML
      *> PURPOSE: Brand the OPML directory: its <title>, and the
      *>          attribution as the <ownerName> OPML's head carries.
      *>          OPML has no description, image or entry body, so
      *>          the rest of the template does not apply.
      *> ===============================================================
       BRAND-OPML.
           MOVE "<title>" TO LS-MARKER
           MOVE 7 TO LS-MARKER-LEN
           MOVE "</title>" TO LS-CLOSE-MARKER
           MOVE 8 TO LS-CLOSE-LEN
           PERFORM REPLACE-TITLE-TEXT

           IF LS-ENC-COPYRIGHT NOT = SPACES
           THEN
               MOVE SPACES TO LS-INSERT-TEXT
               MOVE 1 TO LS-PTR
               STRING
                   "  <ownerName>" FUNCTION TRIM(LS-ENC-COPYRIGHT)
                   "</ownerName>"                               X"0A"
                   DELIMITED BY SIZE
                   INTO LS-INSERT-TEXT WITH POINTER LS-PTR
               END-STRING
               COMPUTE LS-INSERT-LEN = LS-PTR - 1
               MOVE "</title>" TO LS-MARKER
               MOVE 8 TO LS-MARKER-LEN
               MOVE 1 TO LS-SCAN-FROM
               PERFORM FIND-MARKER
               IF LS-FOUND-POS > 0
               THEN
                   COMPUTE LS-CUT-FROM = LS-FOUND-POS + 9
                   MOVE LS-CUT-FROM TO LS-CUT-TO
                   PERFORM SPLICE-DOC
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: REPLACE-TITLE-TEXT
      *> PURPOSE: Locate the first LS-MARKER ... LS-CLOSE-MARKER
      *>          element, build LS-BRAND-TITLE from the title
      *>          pattern and the title found there, and splice it
      *>          in. With no pattern LS-BRAND-TITLE is simply the
      *>          title found, and the document is not touched.
      *> ===============================================================
       REPLACE-TITLE-TEXT.
           PERFORM LOCATE-ELEMENT-TEXT
           IF LS-TEXT-END = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ORIGINAL-TEXT TO LS-BRAND-TITLE
           IF LS-ENC-PATTERN = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-PRE-LEN
           INSPECT LS-ENC-PATTERN TALLYING LS-PRE-LEN
               FOR CHARACTERS BEFORE INITIAL "{title}"
           MOVE SPACES TO LS-BRAND-TITLE
           IF LS-PRE-LEN >= LENGTH OF LS-ENC-PATTERN
           THEN
               MOVE LS-ENC-PATTERN TO LS-BRAND-TITLE
           ELSE
               MOVE 1 TO LS-PTR
               IF LS-PRE-LEN > 0
               THEN
                   STRING LS-ENC-PATTERN(1:LS-PRE-LEN)
                       DELIMITED BY SIZE
                       INTO LS-BRAND-TITLE WITH POINTER LS-PTR
                   END-STRING
               END-IF
               STRING
                   FUNCTION TRIM(LS-ORIGINAL-TEXT)
                   FUNCTION TRIM(
                       LS-ENC-PATTERN(LS-PRE-LEN + 8:), TRAILING)
                   DELIMITED BY SIZE
                   INTO LS-BRAND-TITLE WITH POINTER LS-PTR
               END-STRING
           END-IF
           MOVE LS-BRAND-TITLE TO LS-INSERT-TEXT
           PERFORM SPLICE-ELEMENT-TEXT.

      *> ===============================================================
      *> PARAGRAPH: LOCATE-ELEMENT-TEXT
      *> PURPOSE: Find the text between the first LS-MARKER and the
      *>          LS-CLOSE-MARKER after it: LS-TEXT-START (first
      *>          character), LS-TEXT-END (the close marker) and a
      *>          copy in LS-ORIGINAL-TEXT. LS-TEXT-END is 0 when
      *>          either marker is missing.
      *> ===============================================================
       LOCATE-ELEMENT-TEXT.
           MOVE 0 TO LS-TEXT-START
           MOVE 0 TO LS-TEXT-END
           MOVE SPACES TO LS-ORIGINAL-TEXT
           MOVE 1 TO LS-SCAN-FROM
           PERFORM FIND-MARKER
           IF LS-FOUND-POS = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-TEXT-START = LS-FOUND-POS + LS-MARKER-LEN

           MOVE LS-TEXT-START TO LS-SCAN-POS
           MOVE 0 TO LS-FOUND-POS
           PERFORM UNTIL LS-FOUND-POS > 0
                   OR LS-SCAN-POS + LS-CLOSE-LEN - 1 > LS-DOC-LEN
               IF LS-DOC(LS-SCAN-POS:LS-CLOSE-LEN)
                   = LS-CLOSE-MARKER(1:LS-CLOSE-LEN)
               THEN
                   MOVE LS-SCAN-POS TO LS-FOUND-POS
               ELSE
                   ADD 1 TO LS-SCAN-POS
               END-IF
           END-PERFORM
           IF LS-FOUND-POS = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FOUND-POS TO LS-TEXT-END
           IF LS-TEXT-END > LS-TEXT-START
           THEN
               MOVE LS-DOC(LS-TEXT-START:LS-TEXT-END - LS-TEXT-START)
                   TO LS-ORIGINAL-TEXT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SPLICE-ELEMENT-TEXT
      *> PURPOSE: Replace the text LOCATE-ELEMENT-TEXT found with
      *>          LS-INSERT-TEXT (trailing spaces trimmed).
      *> ===============================================================
       SPLICE-ELEMENT-TEXT.
           IF LS-INSERT-TEXT = SPACES
           THEN
               MOVE 0 TO LS-INSERT-LEN
           ELSE
               COMPUTE LS-INSERT-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-INSERT-TEXT, TRAILING))
           END-IF
           MOVE LS-TEXT-START TO LS-CUT-FROM
           MOVE LS-TEXT-END TO LS-CUT-TO
           PERFORM SPLICE-DOC.

      *> ===============================================================
      *> PARAGRAPH: INSERT-BEFORE-EACH-MARKER
      *> PURPOSE: Insert LS-INSERT-TEXT (trailing spaces trimmed)
      *>          ahead of every LS-MARKER from LS-SCAN-FROM on.
      *> ===============================================================
       INSERT-BEFORE-EACH-MARKER.
           COMPUTE LS-INSERT-LEN = FUNCTION LENGTH(
               FUNCTION TRIM(LS-INSERT-TEXT, TRAILING))
           PERFORM FIND-MARKER
           PERFORM UNTIL LS-FOUND-POS = 0
               MOVE LS-FOUND-POS TO LS-CUT-FROM
               MOVE LS-FOUND-POS TO LS-CUT-TO
               PERFORM SPLICE-DOC
               IF LS-OVERFLOW = "Y"
               THEN
                   EXIT PERFORM
               END-IF
               COMPUTE LS-SCAN-FROM =
                   LS-FOUND-POS + LS-INSERT-LEN + LS-MARKER-LEN
               PERFORM FIND-MARKER
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FIND-MARKER
      *> PURPOSE: LS-FOUND-POS = the first LS-MARKER in the document
      *>          at or after LS-SCAN-FROM, 0 when there is none.
      *> ===============================================================
       FIND-MARKER.
           MOVE 0 TO LS-FOUND-POS
           PERFORM VARYING LS-SCAN-POS FROM LS-SCAN-FROM BY 1
               UNTIL LS-FOUND-POS > 0
                   OR LS-SCAN-POS + LS-MARKER-LEN - 1 > LS-DOC-LEN
               IF LS-DOC(LS-SCAN-POS:LS-MARKER-LEN)
                   = LS-MARKER(1:LS-MARKER-LEN)
               THEN
                   MOVE LS-SCAN-POS TO LS-FOUND-POS
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SPLICE-DOC
      *> PURPOSE: Replace LS-DOC(LS-CUT-FROM) up to (not including)
      *>          LS-CUT-TO with the first LS-INSERT-LEN characters of
      *>          LS-INSERT-TEXT. When the result would not fit, the
      *>          document is left as it was and LS-OVERFLOW is set.
      *> ===============================================================
       SPLICE-DOC.
           MOVE "N" TO LS-OVERFLOW
           MOVE SPACES TO LS-NEW-DOC
           MOVE 1 TO LS-PTR
           IF LS-CUT-FROM > 1
           THEN
               STRING LS-DOC(1:LS-CUT-FROM - 1)
                   DELIMITED BY SIZE
                   INTO LS-NEW-DOC WITH POINTER LS-PTR
               END-STRING
           END-IF
           IF LS-INSERT-LEN > 0
           THEN
               STRING LS-INSERT-TEXT(1:LS-INSERT-LEN)
                   DELIMITED BY SIZE
                   INTO LS-NEW-DOC WITH POINTER LS-PTR
                   ON OVERFLOW
                       MOVE "Y" TO LS-OVERFLOW
               END-STRING
           END-IF
           IF LS-CUT-TO <= LS-DOC-LEN AND LS-OVERFLOW = "N"
           THEN
               STRING LS-DOC(LS-CUT-TO:LS-DOC-LEN - LS-CUT-TO + 1)
                   DELIMITED BY SIZE
                   INTO LS-NEW-DOC WITH POINTER LS-PTR
                   ON OVERFLOW
                       MOVE "Y" TO LS-OVERFLOW
               END-STRING
           END-IF
           IF LS-OVERFLOW = "Y"
           THEN
               DISPLAY "WARNING: feed branding does not fit in the "
                   "document, left out"
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NEW-DOC TO LS-DOC
           PERFORM MEASURE-DOC.

      *> ===============================================================
      *> PARAGRAPH: MEASURE-DOC
      *> PURPOSE: LS-DOC-LEN = the document's length without its
      *>          trailing spaces.
      *> ===============================================================
       MEASURE-DOC.
           IF LS-DOC = SPACES
           THEN
               MOVE 0 TO LS-DOC-LEN
           ELSE
               COMPUTE LS-DOC-LEN = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-DOC, TRAILING))
           END-IF.

       END PROGRAM FEED-BRANDING.
