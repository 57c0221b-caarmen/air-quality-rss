      *> ===============================================================
      *> PROGRAM: RENDER-GATE
      *> PURPOSE: The last check on a rendered answer before the
      *>          router sends it. XML-ENCODE escapes only "&" and
      *>          JSON-ENCODE only quotes, backslashes and newlines,
      *>          so a commune name with a "<", a provider label
      *>          carrying a control character, or a body cut short
      *>          at the 10000-byte buffer can still render into a
      *>          document feed readers and map clients reject.
      *>          RENDER-GATE-CHECK reads the body the way such a
      *>          reader would:
      *>            ATOM, RSS2, OPML, SVG - XML well-formedness
      *>                (one root element of the right name, every
      *>                start tag closed in order, quoted attributes,
      *>                "&" only as an entity or character reference,
      *>                no control characters) and the elements the
      *>                format cannot do without
      *>            JSON, GEOJSON - JSON well-formedness (balanced
      *>                objects and arrays, quoted keys, legal string
      *>                escapes, no raw control characters, nothing
      *>                after the document) and the top-level keys
      *>            ICS - BEGIN:VCALENDAR first, END:VCALENDAR last,
      *>                every BEGIN matched by its END, VERSION and
      *>                PRODID present
      *>          A good answer is remembered here, in WORKING-
      *>          STORAGE, under the request's signature (the same
      *>          route-plus-parameters signature LOAD-SHED files its
      *>          answers under), so a refused one can be replaced by
      *>          the last good answer to the same request, a day old
      *>          at most. Every refusal is appended, with the body as
      *>          rendered, to render-failures.dat.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RENDER-GATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENDER-FAILURE-FILE ASSIGN TO "render-failures.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RENDER-FAILURE-FILE.
       COPY render-failure-record IN "air-quality/service".

      *> WORKING-STORAGE persists across calls within the same
      *> run-unit, unlike LOCAL-STORAGE, so the remembered answers
      *> survive from one request to the next.
       WORKING-STORAGE SECTION.
       01  WS-RF-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The failure log layout this program was compiled against
      *> (see AQRSS-LAYOUT-VERSION).
       01  C-RF-FILE-NAME               PIC X(40)
               VALUE "render-failures.dat".
       01  C-RF-LAYOUT-VERSION          PIC 9(3) VALUE 1.

       01  C-LKG-MAX-ENTRIES            CONSTANT AS 20.
       01  WS-LKG-ENTRY-COUNT           PIC 9(2) VALUE 0.
       01  WS-LKG-ENTRY OCCURS 20 TIMES INDEXED BY WS-LKG-IDX.
           05  WS-LKG-SIGNATURE         PIC X(400).
           05  WS-LKG-STORED-SECONDS    PIC 9(11).
           05  WS-LKG-CONTENT-TYPE      PIC X(32).
           05  WS-LKG-BODY              PIC X(10000).

       LOCAL-STORAGE SECTION.
      *> AQRSS-MUTEX slot guarding the last-good table and the
      *> failure log across MHD worker threads.
       01  C-MUTEX-ID                   PIC 9(2) VALUE 47.
       01  C-LKG-MAX-AGE-SECONDS        PIC 9(5) VALUE 86400.
      *> Deepest nesting of elements, arrays/objects or calendar
      *> components the checks follow.
       01  C-NEST-MAX-DEPTH             CONSTANT AS 64.
       01  C-ICS-MAX-DEPTH              CONSTANT AS 16.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-NOW-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  LS-NOW-DATE                  PIC 9(8) VALUE 0.
       01  LS-NOW-HOUR                  PIC 9(2) VALUE 0.
       01  LS-NOW-MINUTE                PIC 9(2) VALUE 0.
       01  LS-NOW-SECOND                PIC 9(2) VALUE 0.
       01  LS-NOW-SECONDS               PIC 9(11) VALUE 0.
       01  LS-SLOT-FOUND                USAGE BINARY-LONG VALUE 0.
       01  LS-OLDEST-SECONDS            PIC 9(11) VALUE 0.

      *> The body under check, padded so a few bytes of look-ahead
      *> past its end never leave the field.
       01  LS-BODY                      PIC X(10016) VALUE SPACES.
       01  LS-BODY-LEN                  USAGE BINARY-LONG VALUE 0.
       01  LS-POS                       USAGE BINARY-LONG VALUE 0.
       01  LS-SCAN                      USAGE BINARY-LONG VALUE 0.
       01  LS-FOUND-AT                  USAGE BINARY-LONG VALUE 0.
       01  LS-CHAR                      PIC X(01) VALUE SPACE.
      *> "W" whitespace, "C" any other control character, "N" neither.
       01  LS-CHAR-KIND                 PIC X(01) VALUE "N".
       01  LS-FAILED                    PIC X(01) VALUE "N".
       01  LS-REASON-TEXT               PIC X(60) VALUE SPACES.
       01  LS-POS-DISPLAY               PIC Z(4)9.
       01  LS-DONE                      PIC X(01) VALUE "N".
       01  LS-NAME                      PIC X(40) VALUE SPACES.
       01  LS-NAME-LEN                  USAGE BINARY-LONG VALUE 0.
       01  LS-CLOSER                    PIC X(09) VALUE SPACES.
       01  LS-CLOSER-LEN                USAGE BINARY-LONG VALUE 0.
       01  LS-HEX-START                 USAGE BINARY-LONG VALUE 0.
       01  LS-HEX-LEN                   USAGE BINARY-LONG VALUE 0.
       01  LS-HEX-OK                    PIC X(01) VALUE "N".
       01  LS-ENTITY                    PIC X(12) VALUE SPACES.
       01  LS-ENTITY-LEN                USAGE BINARY-LONG VALUE 0.

      *> What the format must contain: the root element for the XML
      *> formats, and the element, key or property names that must
      *> turn up somewhere in it (top-level keys for JSON).
       01  LS-EXPECT-ROOT               PIC X(40) VALUE SPACES.
       01  LS-REQ-WHAT                  PIC X(10) VALUE SPACES.
       01  LS-REQ-COUNT                 PIC 9(1) VALUE 0.
       01  LS-REQ-GRP.
           05  LS-REQ OCCURS 4 TIMES INDEXED BY LS-REQ-IDX.
               10  LS-REQ-NAME          PIC X(40).
               10  LS-REQ-FOUND         PIC X(01).

      *> XML: the open elements, innermost last, and the root.
       01  LS-TAG-DEPTH                 USAGE BINARY-LONG VALUE 0.
       01  LS-TAG-GRP.
           05  LS-TAG-NAME              PIC X(40) OCCURS 64 TIMES.
       01  LS-ROOT-NAME                 PIC X(40) VALUE SPACES.
       01  LS-QUOTE                     PIC X(01) VALUE SPACE.
       01  LS-SELF-CLOSED               PIC X(01) VALUE "N".

      *> JSON: what the next token must be - "V" a value, "K" a key,
      *> "C" the colon after a key, "N" a comma or the closing
      *> bracket, "E" nothing at all - whether the innermost object
      *> or array has just opened (so may close at once), and the
      *> open brackets, innermost last.
       01  LS-JSON-STATE                PIC X(01) VALUE "V".
       01  LS-JSON-FIRST                PIC X(01) VALUE "N".
       01  LS-JSON-DEPTH                USAGE BINARY-LONG VALUE 0.
       01  LS-JSON-GRP.
           05  LS-JSON-OPEN             PIC X(01) OCCURS 64 TIMES.

      *> ICS: the current line, the open components, innermost last,
      *> and whether END:VCALENDAR has been seen.
       01  LS-LINE                      PIC X(200) VALUE SPACES.
       01  LS-LINE-LEN                  USAGE BINARY-LONG VALUE 0.
       01  LS-LINE-COUNT                USAGE BINARY-LONG VALUE 0.
       01  LS-COLON-COUNT               USAGE BINARY-LONG VALUE 0.
       01  LS-ICS-DEPTH                 USAGE BINARY-LONG VALUE 0.
       01  LS-ICS-GRP.
           05  LS-ICS-NAME              PIC X(20) OCCURS 16 TIMES.
       01  LS-ICS-CLOSED                PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-FORMAT                    PIC X(8).
       01  IN-BODY                      PIC X(10000).
       01  OUT-REASON                   PIC X(80).
       01  IN-SIGNATURE                 PIC X(400).
       01  IN-CONTENT-TYPE              PIC X(32).
       01  OUT-CONTENT-TYPE             PIC X(32).
       01  OUT-BODY                     PIC X(10000).
       01  IN-RF-RECORD                 PIC X(10233).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: RENDER-GATE-CHECK
      *> PURPOSE: Check IN-BODY as a document of IN-FORMAT (ATOM,
      *>          RSS2, OPML, SVG, JSON, GEOJSON or ICS). RETURN-CODE
      *>          0 when it would pass a strict reader, 1 otherwise
      *>          with the first fault found, and the byte it was
      *>          found at, in OUT-REASON. Any other format passes
      *>          unchecked.
      *> ===============================================================
       ENTRY "RENDER-GATE-CHECK" USING
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-BODY
           BY REFERENCE OUT-REASON.

           MOVE SPACES TO OUT-REASON
           MOVE "N" TO LS-FAILED
           MOVE 1 TO LS-POS
           IF IN-BODY = SPACES
           THEN
               MOVE "empty body" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO LS-BODY
           MOVE IN-BODY TO LS-BODY(1:LENGTH OF IN-BODY)
           COMPUTE LS-BODY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(IN-BODY, TRAILING))

           PERFORM LOAD-REQUIRED-NAMES
           EVALUATE IN-FORMAT
           WHEN "ATOM"
           WHEN "RSS2"
           WHEN "OPML"
           WHEN "SVG"
               PERFORM CHECK-XML-BODY
           WHEN "JSON"
           WHEN "GEOJSON"
               PERFORM CHECK-JSON-BODY
           WHEN "ICS"
               PERFORM CHECK-ICS-BODY
           WHEN OTHER
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-EVALUATE
           IF LS-FAILED NOT = "Y"
           THEN
               PERFORM CHECK-REQUIRED-NAMES
           END-IF

           IF LS-FAILED NOT = "Y"
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
      *> A body that fills the whole buffer was almost certainly cut
      *> short by it, which is worth saying alongside the fault.
           IF LS-BODY-LEN >= LENGTH OF IN-BODY
           THEN
               MOVE SPACES TO OUT-REASON
               STRING
                   FUNCTION TRIM(LS-REASON-TEXT) " at byte "
                   FUNCTION TRIM(LS-POS-DISPLAY)
                   " (buffer full)"
                   DELIMITED BY SIZE INTO OUT-REASON
               END-STRING
           END-IF
           MOVE 1 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: RENDER-GATE-REMEMBER
      *> PURPOSE: Keep IN-BODY (and its content type) as the last good
      *>          answer to the request IN-SIGNATURE describes,
      *>          replacing that request's previous answer, or the
      *>          oldest remembered answer when the table is full.
      *> ===============================================================
       ENTRY "RENDER-GATE-REMEMBER" USING
           BY REFERENCE IN-SIGNATURE
           BY REFERENCE IN-CONTENT-TYPE
           BY REFERENCE IN-BODY.

           PERFORM COMPUTE-NOW-SECONDS
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM FIND-LKG-SLOT
           IF LS-SLOT-FOUND = 0
           THEN
               PERFORM CLAIM-LKG-SLOT
           END-IF
           MOVE IN-SIGNATURE TO WS-LKG-SIGNATURE(LS-SLOT-FOUND)
           MOVE LS-NOW-SECONDS TO WS-LKG-STORED-SECONDS(LS-SLOT-FOUND)
           MOVE IN-CONTENT-TYPE TO WS-LKG-CONTENT-TYPE(LS-SLOT-FOUND)
           MOVE IN-BODY TO WS-LKG-BODY(LS-SLOT-FOUND)
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: RENDER-GATE-RECALL
      *> PURPOSE: The last good answer to the request IN-SIGNATURE
      *>          describes, into OUT-CONTENT-TYPE and OUT-BODY.
      *>          RETURN-CODE 0 when one no more than a day old is at
      *>          hand, 1 otherwise (the outputs are left alone).
      *> ===============================================================
       ENTRY "RENDER-GATE-RECALL" USING
           BY REFERENCE IN-SIGNATURE
           BY REFERENCE OUT-CONTENT-TYPE
           BY REFERENCE OUT-BODY.

           PERFORM COMPUTE-NOW-SECONDS
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM FIND-LKG-SLOT
           IF LS-SLOT-FOUND = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF LS-NOW-SECONDS - WS-LKG-STORED-SECONDS(LS-SLOT-FOUND)
               > C-LKG-MAX-AGE-SECONDS
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-LKG-CONTENT-TYPE(LS-SLOT-FOUND) TO OUT-CONTENT-TYPE
           MOVE WS-LKG-BODY(LS-SLOT-FOUND) TO OUT-BODY
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: RENDER-GATE-LOG-FAILURE
      *> PURPOSE: Append one refused render (see render-failure-
      *>          record), stamping it with the current time when the
      *>          caller left the timestamp blank. Best-effort like
      *>          ALERT-EVENT-APPEND: a log that cannot be opened is
      *>          reported and the record dropped rather than holding
      *>          up the answer.
      *> ===============================================================
       ENTRY "RENDER-GATE-LOG-FAILURE" USING
           BY REFERENCE IN-RF-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RF-FILE-NAME
               BY REFERENCE C-RF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: render failure log awaiting "
                   "layout migration, record dropped"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN EXTEND RENDER-FAILURE-FILE
           IF WS-RF-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT RENDER-FAILURE-FILE
           END-IF
           IF WS-RF-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open render failure "
                   "log, status " WS-RF-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               MOVE IN-RF-RECORD TO RF-RECORD
               IF RF-TIMESTAMP = SPACES
               THEN
                   MOVE FUNCTION CURRENT-DATE TO RF-TIMESTAMP
               END-IF
               WRITE RF-RECORD
               CLOSE RENDER-FAILURE-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-REQUIRED-NAMES
      *> PURPOSE: What IN-FORMAT must contain, into LS-EXPECT-ROOT and
      *>          the LS-REQ table, each name marked not yet found.
      *> ===============================================================
       LOAD-REQUIRED-NAMES.
           MOVE SPACES TO LS-EXPECT-ROOT
           MOVE SPACES TO LS-REQ-GRP
           MOVE 0 TO LS-REQ-COUNT
           MOVE "element" TO LS-REQ-WHAT
           EVALUATE IN-FORMAT
           WHEN "ATOM"
               MOVE "feed" TO LS-EXPECT-ROOT
               MOVE 3 TO LS-REQ-COUNT
               MOVE "title" TO LS-REQ-NAME(1)
               MOVE "id" TO LS-REQ-NAME(2)
               MOVE "updated" TO LS-REQ-NAME(3)
           WHEN "RSS2"
               MOVE "rss" TO LS-EXPECT-ROOT
               MOVE 4 TO LS-REQ-COUNT
               MOVE "channel" TO LS-REQ-NAME(1)
               MOVE "title" TO LS-REQ-NAME(2)
               MOVE "link" TO LS-REQ-NAME(3)
               MOVE "description" TO LS-REQ-NAME(4)
           WHEN "OPML"
               MOVE "opml" TO LS-EXPECT-ROOT
               MOVE 2 TO LS-REQ-COUNT
               MOVE "head" TO LS-REQ-NAME(1)
               MOVE "body" TO LS-REQ-NAME(2)
           WHEN "SVG"
               MOVE "svg" TO LS-EXPECT-ROOT
           WHEN "JSON"
               MOVE "key" TO LS-REQ-WHAT
               MOVE 2 TO LS-REQ-COUNT
               MOVE "title" TO LS-REQ-NAME(1)
               MOVE "entries" TO LS-REQ-NAME(2)
           WHEN "GEOJSON"
               MOVE "key" TO LS-REQ-WHAT
               MOVE 1 TO LS-REQ-COUNT
               MOVE "type" TO LS-REQ-NAME(1)
           WHEN "ICS"
               MOVE "property" TO LS-REQ-WHAT
               MOVE 2 TO LS-REQ-COUNT
               MOVE "VERSION" TO LS-REQ-NAME(1)
               MOVE "PRODID" TO LS-REQ-NAME(2)
           END-EVALUATE
           PERFORM VARYING LS-REQ-IDX FROM 1 BY 1
               UNTIL LS-REQ-IDX > 4
               MOVE "N" TO LS-REQ-FOUND(LS-REQ-IDX)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: MARK-REQUIRED-NAME
      *> PURPOSE: Tick LS-NAME off the required names if it is one.
      *> ===============================================================
       MARK-REQUIRED-NAME.
           PERFORM VARYING LS-REQ-IDX FROM 1 BY 1
               UNTIL LS-REQ-IDX > LS-REQ-COUNT
               IF LS-REQ-NAME(LS-REQ-IDX) = LS-NAME
               THEN
                   MOVE "Y" TO LS-REQ-FOUND(LS-REQ-IDX)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-REQUIRED-NAMES
      *> PURPOSE: Fail on the first required name never seen.
      *> ===============================================================
       CHECK-REQUIRED-NAMES.
           MOVE LS-BODY-LEN TO LS-POS
           PERFORM VARYING LS-REQ-IDX FROM 1 BY 1
               UNTIL LS-REQ-IDX > LS-REQ-COUNT
                   OR LS-FAILED = "Y"
               IF LS-REQ-FOUND(LS-REQ-IDX) NOT = "Y"
               THEN
                   MOVE SPACES TO LS-REASON-TEXT
                   STRING
                       "required " FUNCTION TRIM(LS-REQ-WHAT) " "
                       FUNCTION TRIM(LS-REQ-NAME(LS-REQ-IDX))
                       " missing"
                       DELIMITED BY SIZE INTO LS-REASON-TEXT
                   END-STRING
                   PERFORM RECORD-CHECK-FAILURE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: RECORD-CHECK-FAILURE
      *> PURPOSE: Stop the check on the fault in LS-REASON-TEXT, found
      *>          at byte LS-POS.
      *> ===============================================================
       RECORD-CHECK-FAILURE.
           MOVE "Y" TO LS-FAILED
           MOVE LS-POS TO LS-POS-DISPLAY
           MOVE SPACES TO OUT-REASON
           STRING
               FUNCTION TRIM(LS-REASON-TEXT) " at byte "
               FUNCTION TRIM(LS-POS-DISPLAY)
               DELIMITED BY SIZE INTO OUT-REASON
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: CLASSIFY-CHAR
      *> PURPOSE: LS-CHAR-KIND for LS-CHAR: "W" for a space, tab,
      *>          line feed or carriage return, "C" for any other
      *>          control character, "N" for the rest.
      *> ===============================================================
       CLASSIFY-CHAR.
           EVALUATE TRUE
           WHEN LS-CHAR = SPACE
           WHEN LS-CHAR = X"09"
           WHEN LS-CHAR = X"0A"
           WHEN LS-CHAR = X"0D"
               MOVE "W" TO LS-CHAR-KIND
           WHEN LS-CHAR < SPACE
           WHEN LS-CHAR = X"7F"
               MOVE "C" TO LS-CHAR-KIND
           WHEN OTHER
               MOVE "N" TO LS-CHAR-KIND
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-HEX-DIGITS
      *> PURPOSE: LS-HEX-OK "Y" when the LS-HEX-LEN bytes of LS-BODY
      *>          from LS-HEX-START are all hexadecimal digits (and
      *>          there is at least one).
      *> ===============================================================
       CHECK-HEX-DIGITS.
           MOVE "Y" TO LS-HEX-OK
           IF LS-HEX-LEN < 1
           THEN
               MOVE "N" TO LS-HEX-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-SCAN FROM LS-HEX-START BY 1
               UNTIL LS-SCAN > LS-HEX-START + LS-HEX-LEN - 1
               MOVE LS-BODY(LS-SCAN:1) TO LS-CHAR
               IF NOT ((LS-CHAR >= "0" AND LS-CHAR <= "9")
                   OR (LS-CHAR >= "a" AND LS-CHAR <= "f")
                   OR (LS-CHAR >= "A" AND LS-CHAR <= "F"))
               THEN
                   MOVE "N" TO LS-HEX-OK
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-XML-BODY
      *> PURPOSE: Walk the body as XML, byte by byte: markup is handed
      *>          to XML-SCAN-MARKUP, "&" to CHECK-ENTITY-REFERENCE,
      *>          and character data is only allowed inside the root
      *>          element. At the end every element must be closed and
      *>          the root must be the one the format calls for.
      *> ===============================================================
       CHECK-XML-BODY.
           MOVE 0 TO LS-TAG-DEPTH
           MOVE SPACES TO LS-ROOT-NAME
           MOVE 1 TO LS-POS
           PERFORM UNTIL LS-POS > LS-BODY-LEN OR LS-FAILED = "Y"
               MOVE LS-BODY(LS-POS:1) TO LS-CHAR
               PERFORM CLASSIFY-CHAR
               EVALUATE TRUE
               WHEN LS-CHAR = "<"
                   PERFORM XML-SCAN-MARKUP
               WHEN LS-CHAR-KIND = "C"
                   MOVE "control character" TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
               WHEN LS-CHAR-KIND = "W"
                   ADD 1 TO LS-POS
               WHEN LS-TAG-DEPTH = 0
                   MOVE "text outside the root element"
                       TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
               WHEN LS-CHAR = "&"
                   PERFORM CHECK-ENTITY-REFERENCE
               WHEN OTHER
                   ADD 1 TO LS-POS
               END-EVALUATE
           END-PERFORM
           IF LS-FAILED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LS-BODY-LEN TO LS-POS
           MOVE SPACES TO LS-REASON-TEXT
           EVALUATE TRUE
           WHEN LS-ROOT-NAME = SPACES
               MOVE "no root element" TO LS-REASON-TEXT
           WHEN LS-TAG-DEPTH > 0
               STRING
                   "<" FUNCTION TRIM(LS-TAG-NAME(LS-TAG-DEPTH))
                   "> never closed"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-STRING
           WHEN LS-ROOT-NAME NOT = LS-EXPECT-ROOT
               STRING
                   "root element <" FUNCTION TRIM(LS-ROOT-NAME)
                   ">, expected <" FUNCTION TRIM(LS-EXPECT-ROOT)
                   ">"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-STRING
           END-EVALUATE
           IF LS-REASON-TEXT NOT = SPACES
           THEN
               PERFORM RECORD-CHECK-FAILURE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: XML-SCAN-MARKUP
      *> PURPOSE: The markup starting at the "<" at LS-POS: the XML
      *>          declaration and processing instructions, comments,
      *>          CDATA sections and a DOCTYPE are skipped whole; an
      *>          end tag or a start tag is checked. Leaves LS-POS
      *>          just past it.
      *> ===============================================================
       XML-SCAN-MARKUP.
           EVALUATE TRUE
           WHEN LS-BODY(LS-POS:2) = "<?"
               MOVE "?>" TO LS-CLOSER
               MOVE 2 TO LS-CLOSER-LEN
               PERFORM SKIP-TO-CLOSER
           WHEN LS-BODY(LS-POS:4) = "<!--"
               MOVE "-->" TO LS-CLOSER
               MOVE 3 TO LS-CLOSER-LEN
               PERFORM SKIP-TO-CLOSER
           WHEN LS-BODY(LS-POS:9) = "<![CDATA["
               IF LS-TAG-DEPTH = 0
               THEN
                   MOVE "CDATA outside the root element"
                       TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
                   EXIT PARAGRAPH
               END-IF
               MOVE "]]>" TO LS-CLOSER
               MOVE 3 TO LS-CLOSER-LEN
               PERFORM SKIP-TO-CLOSER
           WHEN LS-BODY(LS-POS:2) = "<!"
               MOVE ">" TO LS-CLOSER
               MOVE 1 TO LS-CLOSER-LEN
               PERFORM SKIP-TO-CLOSER
           WHEN LS-BODY(LS-POS:2) = "</"
               PERFORM XML-END-TAG
           WHEN OTHER
               PERFORM XML-START-TAG
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: SKIP-TO-CLOSER
      *> PURPOSE: Skip from the "<" at LS-POS to just past the next
      *>          LS-CLOSER, which must come before the body ends;
      *>          control characters are no more allowed in a comment
      *>          or CDATA section than anywhere else.
      *> ===============================================================
       SKIP-TO-CLOSER.
           MOVE 0 TO LS-FOUND-AT
           COMPUTE LS-SCAN = LS-POS + 2
           PERFORM UNTIL LS-SCAN > LS-BODY-LEN
                   OR LS-FOUND-AT > 0
                   OR LS-FAILED = "Y"
               MOVE LS-BODY(LS-SCAN:1) TO LS-CHAR
               PERFORM CLASSIFY-CHAR
               EVALUATE TRUE
               WHEN LS-BODY(LS-SCAN:LS-CLOSER-LEN)
                       = LS-CLOSER(1:LS-CLOSER-LEN)
                   MOVE LS-SCAN TO LS-FOUND-AT
               WHEN LS-CHAR-KIND = "C"
                   MOVE LS-SCAN TO LS-POS
                   MOVE "control character" TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
               WHEN OTHER
                   ADD 1 TO LS-SCAN
               END-EVALUATE
           END-PERFORM
           IF LS-FAILED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-FOUND-AT = 0
           THEN
               MOVE "markup never closed" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-POS = LS-FOUND-AT + LS-CLOSER-LEN.

      *> ===============================================================
      *> PARAGRAPH: READ-XML-NAME
      *> PURPOSE: The element name starting at LS-POS into LS-NAME
      *>          (its length in LS-NAME-LEN), leaving LS-POS on the
      *>          first byte after it.
      *> ===============================================================
       READ-XML-NAME.
           MOVE SPACES TO LS-NAME
           MOVE 0 TO LS-NAME-LEN
           MOVE "N" TO LS-DONE
           PERFORM UNTIL LS-DONE = "Y"
               MOVE LS-BODY(LS-POS:1) TO LS-CHAR
               PERFORM CLASSIFY-CHAR
               IF LS-POS > LS-BODY-LEN
                   OR LS-CHAR-KIND NOT = "N"
                   OR LS-CHAR = "/" OR LS-CHAR = ">"
                   OR LS-CHAR = "<" OR LS-CHAR = "&"
                   OR LS-CHAR = "=" OR LS-CHAR = '"'
                   OR LS-CHAR = "'"
               THEN
                   MOVE "Y" TO LS-DONE
               ELSE
                   ADD 1 TO LS-NAME-LEN
                   IF LS-NAME-LEN <= LENGTH OF LS-NAME
                   THEN
                       MOVE LS-CHAR TO LS-NAME(LS-NAME-LEN:1)
                   END-IF
                   ADD 1 TO LS-POS
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: XML-START-TAG
      *> PURPOSE: The start tag at LS-POS: a legal name, attribute
      *>          values quoted and free of "<", the tag closed by
      *>          ">" or "/>". The element is pushed as open unless
      *>          it closed itself; a second root element fails.
      *> ===============================================================
       XML-START-TAG.
           ADD 1 TO LS-POS
           PERFORM READ-XML-NAME
           IF LS-NAME-LEN = 0
               OR LS-NAME(1:1) IS NUMERIC
               OR LS-NAME(1:1) = "-"
               OR LS-NAME(1:1) = "."
           THEN
               MOVE "malformed start tag" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           IF LS-TAG-DEPTH = 0 AND LS-ROOT-NAME NOT = SPACES
           THEN
               STRING
                   "second root element <" FUNCTION TRIM(LS-NAME)
                   ">"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-STRING
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO LS-QUOTE
           MOVE "N" TO LS-SELF-CLOSED
           MOVE "N" TO LS-DONE
           PERFORM UNTIL LS-DONE = "Y" OR LS-FAILED = "Y"
               MOVE LS-BODY(LS-POS:1) TO LS-CHAR
               PERFORM CLASSIFY-CHAR
               MOVE SPACES TO LS-REASON-TEXT
               EVALUATE TRUE
               WHEN LS-POS > LS-BODY-LEN
                   MOVE "start tag never closed" TO LS-REASON-TEXT
               WHEN LS-CHAR-KIND = "C"
                   MOVE "control character" TO LS-REASON-TEXT
               WHEN LS-QUOTE NOT = SPACE AND LS-CHAR = LS-QUOTE
                   MOVE SPACE TO LS-QUOTE
                   ADD 1 TO LS-POS
               WHEN LS-QUOTE NOT = SPACE AND LS-CHAR = "<"
                   MOVE "< in an attribute value" TO LS-REASON-TEXT
               WHEN LS-QUOTE NOT = SPACE AND LS-CHAR = "&"
                   PERFORM CHECK-ENTITY-REFERENCE
               WHEN LS-QUOTE NOT = SPACE
                   ADD 1 TO LS-POS
               WHEN LS-CHAR = '"' OR LS-CHAR = "'"
                   MOVE LS-CHAR TO LS-QUOTE
                   ADD 1 TO LS-POS
               WHEN LS-CHAR = ">"
                   MOVE "Y" TO LS-DONE
                   ADD 1 TO LS-POS
               WHEN LS-CHAR = "/" AND LS-BODY(LS-POS + 1:1) = ">"
                   MOVE "Y" TO LS-SELF-CLOSED
                   MOVE "Y" TO LS-DONE
                   ADD 2 TO LS-POS
               WHEN LS-CHAR = "/" OR LS-CHAR = "<"
                   OR LS-CHAR = "&"
                   MOVE "malformed start tag" TO LS-REASON-TEXT
               WHEN OTHER
                   ADD 1 TO LS-POS
               END-EVALUATE
               IF LS-REASON-TEXT NOT = SPACES
               THEN
                   PERFORM RECORD-CHECK-FAILURE
               END-IF
           END-PERFORM
           IF LS-FAILED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-ROOT-NAME = SPACES
           THEN
               MOVE LS-NAME TO LS-ROOT-NAME
           END-IF
           PERFORM MARK-REQUIRED-NAME
           IF LS-SELF-CLOSED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-TAG-DEPTH >= C-NEST-MAX-DEPTH
           THEN
               MOVE "elements nested too deep" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-TAG-DEPTH
           MOVE LS-NAME TO LS-TAG-NAME(LS-TAG-DEPTH).

      *> ===============================================================
      *> PARAGRAPH: XML-END-TAG
      *> PURPOSE: The end tag at LS-POS must close the innermost open
      *>          element, by the same name.
      *> ===============================================================
       XML-END-TAG.
           ADD 2 TO LS-POS
           PERFORM READ-XML-NAME
           MOVE "N" TO LS-DONE
           PERFORM UNTIL LS-DONE = "Y"
               MOVE LS-BODY(LS-POS:1) TO LS-CHAR
               PERFORM CLASSIFY-CHAR
               IF LS-CHAR-KIND = "W" AND LS-POS <= LS-BODY-LEN
               THEN
                   ADD 1 TO LS-POS
               ELSE
                   MOVE "Y" TO LS-DONE
               END-IF
           END-PERFORM
           MOVE SPACES TO LS-REASON-TEXT
           EVALUATE TRUE
           WHEN LS-NAME-LEN = 0 OR LS-BODY(LS-POS:1) NOT = ">"
               MOVE "malformed end tag" TO LS-REASON-TEXT
           WHEN LS-TAG-DEPTH = 0
               STRING
                   "</" FUNCTION TRIM(LS-NAME) "> with nothing open"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-STRING
           WHEN LS-NAME NOT = LS-TAG-NAME(LS-TAG-DEPTH)
               STRING
                   "</" FUNCTION TRIM(LS-NAME) "> does not close <"
                   FUNCTION TRIM(LS-TAG-NAME(LS-TAG-DEPTH)) ">"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-STRING
           END-EVALUATE
           IF LS-REASON-TEXT NOT = SPACES
           THEN
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM LS-TAG-DEPTH
           ADD 1 TO LS-POS.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ENTITY-REFERENCE
      *> PURPOSE: The "&" at LS-POS must start one of XML's five
      *>          predefined entities or a decimal or hexadecimal
      *>          character reference, ended by ";". Leaves LS-POS
      *>          just past the ";".
      *> ===============================================================
       CHECK-ENTITY-REFERENCE.
           MOVE 0 TO LS-FOUND-AT
           PERFORM VARYING LS-SCAN FROM LS-POS BY 1
               UNTIL LS-SCAN > LS-POS + LENGTH OF LS-ENTITY
                   OR LS-SCAN > LS-BODY-LEN
                   OR LS-FOUND-AT > 0
               IF LS-BODY(LS-SCAN:1) = ";"
               THEN
                   MOVE LS-SCAN TO LS-FOUND-AT
               END-IF
           END-PERFORM
           IF LS-FOUND-AT = 0
           THEN
               MOVE "& not starting an entity reference"
                   TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-ENTITY-LEN = LS-FOUND-AT - LS-POS - 1
           MOVE SPACES TO LS-ENTITY
           IF LS-ENTITY-LEN > 0
           THEN
               MOVE LS-BODY(LS-POS + 1:LS-ENTITY-LEN) TO LS-ENTITY
           END-IF
           EVALUATE TRUE
           WHEN LS-ENTITY = "amp"
           WHEN LS-ENTITY = "lt"
           WHEN LS-ENTITY = "gt"
           WHEN LS-ENTITY = "quot"
           WHEN LS-ENTITY = "apos"
               MOVE "Y" TO LS-HEX-OK
           WHEN LS-ENTITY(1:2) = "#x"
               COMPUTE LS-HEX-START = LS-POS + 3
               COMPUTE LS-HEX-LEN = LS-ENTITY-LEN - 2
               PERFORM CHECK-HEX-DIGITS
           WHEN LS-ENTITY(1:1) = "#" AND LS-ENTITY-LEN > 1
               IF LS-BODY(LS-POS + 2:LS-ENTITY-LEN - 1) IS NUMERIC
               THEN
                   MOVE "Y" TO LS-HEX-OK
               ELSE
                   MOVE "N" TO LS-HEX-OK
               END-IF
           WHEN OTHER
               MOVE "N" TO LS-HEX-OK
           END-EVALUATE
           IF LS-HEX-OK NOT = "Y"
           THEN
               MOVE "unknown entity reference" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-POS = LS-FOUND-AT + 1.

      *> ===============================================================
      *> PARAGRAPH: CHECK-JSON-BODY
      *> PURPOSE: Walk the body as JSON, one token at a time, against
      *>          what LS-JSON-STATE says may come next. The document
      *>          must end exactly when its top-level value does.
      *> ===============================================================
       CHECK-JSON-BODY.
           MOVE "V" TO LS-JSON-STATE
           MOVE "N" TO LS-JSON-FIRST
           MOVE 0 TO LS-JSON-DEPTH
           MOVE 1 TO LS-POS
           PERFORM UNTIL LS-POS > LS-BODY-LEN OR LS-FAILED = "Y"
               MOVE LS-BODY(LS-POS:1) TO LS-CHAR
               PERFORM CLASSIFY-CHAR
               IF LS-CHAR-KIND = "W"
               THEN
                   ADD 1 TO LS-POS
               ELSE
                   EVALUATE LS-JSON-STATE
                   WHEN "V"
                       PERFORM JSON-VALUE
                   WHEN "K"
                       PERFORM JSON-KEY
                   WHEN "C"
                       IF LS-CHAR = ":"
                       THEN
                           MOVE "V" TO LS-JSON-STATE
                           MOVE "N" TO LS-JSON-FIRST
                           ADD 1 TO LS-POS
                       ELSE
                           MOVE "expected : after a key"
                               TO LS-REASON-TEXT
                           PERFORM RECORD-CHECK-FAILURE
                       END-IF
                   WHEN "N"
                       PERFORM JSON-NEXT
                   WHEN OTHER
                       MOVE "text after the end of the document"
                           TO LS-REASON-TEXT
                       PERFORM RECORD-CHECK-FAILURE
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF LS-FAILED NOT = "Y" AND LS-JSON-STATE NOT = "E"
           THEN
               MOVE LS-BODY-LEN TO LS-POS
               MOVE "document ends before its last value"
                   TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: JSON-VALUE
      *> PURPOSE: A value starts at LS-POS: an object or array opens,
      *>          or a string, literal or number is read whole. An
      *>          array just opened may close at once instead.
      *> ===============================================================
       JSON-VALUE.
           EVALUATE TRUE
           WHEN LS-CHAR = "{" OR LS-CHAR = "["
               IF LS-JSON-DEPTH >= C-NEST-MAX-DEPTH
               THEN
                   MOVE "objects nested too deep" TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-JSON-DEPTH
               MOVE LS-CHAR TO LS-JSON-OPEN(LS-JSON-DEPTH)
               IF LS-CHAR = "{"
               THEN
                   MOVE "K" TO LS-JSON-STATE
               END-IF
               MOVE "Y" TO LS-JSON-FIRST
               ADD 1 TO LS-POS
           WHEN LS-CHAR = "]" AND LS-JSON-FIRST = "Y"
               AND LS-JSON-DEPTH > 0
               AND LS-JSON-OPEN(LS-JSON-DEPTH) = "["
               PERFORM JSON-CLOSE
           WHEN LS-CHAR = '"'
               PERFORM JSON-STRING
               IF LS-FAILED NOT = "Y"
               THEN
                   PERFORM JSON-VALUE-DONE
               END-IF
           WHEN LS-BODY(LS-POS:4) = "true"
           WHEN LS-BODY(LS-POS:4) = "null"
               ADD 4 TO LS-POS
               PERFORM JSON-VALUE-DONE
           WHEN LS-BODY(LS-POS:5) = "false"
               ADD 5 TO LS-POS
               PERFORM JSON-VALUE-DONE
           WHEN LS-CHAR = "-" OR LS-CHAR IS NUMERIC
               PERFORM JSON-NUMBER
           WHEN OTHER
               MOVE "unexpected character where a value belongs"
                   TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: JSON-KEY
      *> PURPOSE: A quoted key starts at LS-POS (a top-level one is
      *>          ticked off the required keys), or an object just
      *>          opened closes at once.
      *> ===============================================================
       JSON-KEY.
           EVALUATE TRUE
           WHEN LS-CHAR = '"'
               PERFORM JSON-STRING
               IF LS-FAILED = "Y"
               THEN
                   EXIT PARAGRAPH
               END-IF
               IF LS-JSON-DEPTH = 1
               THEN
                   PERFORM MARK-REQUIRED-NAME
               END-IF
               MOVE "C" TO LS-JSON-STATE
           WHEN LS-CHAR = "}" AND LS-JSON-FIRST = "Y"
               PERFORM JSON-CLOSE
           WHEN OTHER
               MOVE "expected a quoted key" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: JSON-NEXT
      *> PURPOSE: After a value inside an object or array: a comma,
      *>          or the bracket that closes the innermost one.
      *> ===============================================================
       JSON-NEXT.
           EVALUATE TRUE
           WHEN LS-CHAR = ","
               IF LS-JSON-OPEN(LS-JSON-DEPTH) = "{"
               THEN
                   MOVE "K" TO LS-JSON-STATE
               ELSE
                   MOVE "V" TO LS-JSON-STATE
               END-IF
               MOVE "N" TO LS-JSON-FIRST
               ADD 1 TO LS-POS
           WHEN LS-CHAR = "}" AND LS-JSON-OPEN(LS-JSON-DEPTH) = "{"
           WHEN LS-CHAR = "]" AND LS-JSON-OPEN(LS-JSON-DEPTH) = "["
               PERFORM JSON-CLOSE
           WHEN OTHER
               MOVE "expected , or the closing bracket"
                   TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: JSON-CLOSE
      *> PURPOSE: Close the innermost object or array at LS-POS; it
      *>          is then a finished value of whatever encloses it.
      *> ===============================================================
       JSON-CLOSE.
           SUBTRACT 1 FROM LS-JSON-DEPTH
           ADD 1 TO LS-POS
           PERFORM JSON-VALUE-DONE.

      *> ===============================================================
      *> PARAGRAPH: JSON-VALUE-DONE
      *> PURPOSE: A value has ended: the document is over at the top
      *>          level, otherwise a comma or closing bracket follows.
      *> ===============================================================
       JSON-VALUE-DONE.
           MOVE "N" TO LS-JSON-FIRST
           IF LS-JSON-DEPTH = 0
           THEN
               MOVE "E" TO LS-JSON-STATE
           ELSE
               MOVE "N" TO LS-JSON-STATE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: JSON-STRING
      *> PURPOSE: The quoted string at LS-POS, read up to its closing
      *>          quote (its first 40 bytes kept in LS-NAME), with
      *>          every escape legal and no raw control character.
      *> ===============================================================
       JSON-STRING.
           ADD 1 TO LS-POS
           MOVE SPACES TO LS-NAME
           MOVE 0 TO LS-NAME-LEN
           MOVE "N" TO LS-DONE
           PERFORM UNTIL LS-DONE = "Y" OR LS-FAILED = "Y"
               MOVE LS-BODY(LS-POS:1) TO LS-CHAR
               EVALUATE TRUE
               WHEN LS-POS > LS-BODY-LEN
                   MOVE "string never closed" TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
               WHEN LS-CHAR = '"'
                   MOVE "Y" TO LS-DONE
                   ADD 1 TO LS-POS
               WHEN LS-CHAR = "\"
                   PERFORM JSON-ESCAPE
               WHEN LS-CHAR < SPACE
                   MOVE "control character in a string"
                       TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
               WHEN OTHER
                   ADD 1 TO LS-NAME-LEN
                   IF LS-NAME-LEN <= LENGTH OF LS-NAME
                   THEN
                       MOVE LS-CHAR TO LS-NAME(LS-NAME-LEN:1)
                   END-IF
                   ADD 1 TO LS-POS
               END-EVALUATE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: JSON-ESCAPE
      *> PURPOSE: The backslash at LS-POS must start one of JSON's
      *>          escapes; \u takes exactly four hexadecimal digits.
      *> ===============================================================
       JSON-ESCAPE.
           MOVE LS-BODY(LS-POS + 1:1) TO LS-CHAR
           EVALUATE LS-CHAR
           WHEN '"'
           WHEN "\"
           WHEN "/"
           WHEN "b"
           WHEN "f"
           WHEN "n"
           WHEN "r"
           WHEN "t"
               ADD 2 TO LS-POS
           WHEN "u"
               COMPUTE LS-HEX-START = LS-POS + 2
               MOVE 4 TO LS-HEX-LEN
               PERFORM CHECK-HEX-DIGITS
               IF LS-HEX-OK = "Y"
               THEN
                   ADD 6 TO LS-POS
               ELSE
                   MOVE "malformed \u escape" TO LS-REASON-TEXT
                   PERFORM RECORD-CHECK-FAILURE
               END-IF
           WHEN OTHER
               MOVE "unknown escape in a string" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: JSON-NUMBER
      *> PURPOSE: The number at LS-POS, read to its last digit,
      *>          sign, point or exponent mark; it must end on a
      *>          digit.
      *> ===============================================================
       JSON-NUMBER.
           MOVE LS-POS TO LS-SCAN
           MOVE "N" TO LS-DONE
           PERFORM UNTIL LS-DONE = "Y"
               MOVE LS-BODY(LS-SCAN:1) TO LS-CHAR
               IF LS-SCAN <= LS-BODY-LEN
                   AND (LS-CHAR IS NUMERIC
                       OR LS-CHAR = "-" OR LS-CHAR = "+"
                       OR LS-CHAR = "." OR LS-CHAR = "e"
                       OR LS-CHAR = "E")
               THEN
                   ADD 1 TO LS-SCAN
               ELSE
                   MOVE "Y" TO LS-DONE
               END-IF
           END-PERFORM
           IF LS-BODY(LS-SCAN - 1:1) IS NOT NUMERIC
           THEN
               MOVE "malformed number" TO LS-REASON-TEXT
               PERFORM RECORD-CHECK-FAILURE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-SCAN TO LS-POS
           PERFORM JSON-VALUE-DONE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ICS-BODY
      *> PURPOSE: Walk the body as an iCalendar stream, one line at a
      *>          time (LF-separated, a trailing CR dropped): no
      *>          control characters but the line ends, and every
      *>          line handed to ICS-CHECK-LINE.
      *> ===============================================================
       CHECK-ICS-BODY.
           MOVE 0 TO LS-ICS-DEPTH
           MOVE 0 TO LS-LINE-COUNT
           MOVE "N" TO LS-ICS-CLOSED
           MOVE 1 TO LS-POS
           PERFORM UNTIL LS-POS > LS-BODY-LEN OR LS-FAILED = "Y"
               MOVE LS-POS TO LS-SCAN
               MOVE "N" TO LS-DONE
               PERFORM UNTIL LS-DONE = "Y" OR LS-FAILED = "Y"
                   MOVE LS-BODY(LS-SCAN:1) TO LS-CHAR
                   PERFORM CLASSIFY-CHAR
                   EVALUATE TRUE
                   WHEN LS-SCAN > LS-BODY-LEN OR LS-CHAR = X"0A"
                       MOVE "Y" TO LS-DONE
                   WHEN LS-CHAR-KIND = "C"
                       MOVE LS-SCAN TO LS-POS
                       MOVE "control character" TO LS-REASON-TEXT
                       PERFORM RECORD-CHECK-FAILURE
                   WHEN OTHER
                       ADD 1 TO LS-SCAN
                   END-EVALUATE
               END-PERFORM
               IF LS-FAILED NOT = "Y"
               THEN
                   COMPUTE LS-LINE-LEN = LS-SCAN - LS-POS
                   IF LS-LINE-LEN > 0
                       AND LS-BODY(LS-POS + LS-LINE-LEN - 1:1) = X"0D"
                   THEN
                       SUBTRACT 1 FROM LS-LINE-LEN
                   END-IF
                   IF LS-LINE-LEN > 0
                   THEN
                       PERFORM ICS-CHECK-LINE
                   END-IF
                   IF LS-FAILED NOT = "Y"
                   THEN
                       COMPUTE LS-POS = LS-SCAN + 1
                   END-IF
               END-IF
           END-PERFORM
           IF LS-FAILED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LS-BODY-LEN TO LS-POS
           MOVE SPACES TO LS-REASON-TEXT
           EVALUATE TRUE
           WHEN LS-ICS-DEPTH > 0
               STRING
                   "BEGIN:" FUNCTION TRIM(LS-ICS-NAME(LS-ICS-DEPTH))
                   " never ended"
                   DELIMITED BY SIZE INTO LS-REASON-TEXT
               END-STRING
           WHEN LS-ICS-CLOSED NOT = "Y"
               MOVE "no END:VCALENDAR" TO LS-REASON-TEXT
           END-EVALUATE
           IF LS-REASON-TEXT NOT = SPACES
           THEN
               PERFORM RECORD-CHECK-FAILURE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ICS-CHECK-LINE
      *> PURPOSE: The LS-LINE-LEN-byte line at LS-POS: the first must
      *>          be BEGIN:VCALENDAR and nothing may follow the
      *>          matching END; BEGIN and END nest; any other line is
      *>          a folded continuation or a NAME:value property, and
      *>          the calendar's own properties are ticked off the
      *>          required ones.
      *> ===============================================================
       ICS-CHECK-LINE.
           MOVE SPACES TO LS-LINE
           MOVE LS-BODY(LS-POS:LS-LINE-LEN) TO LS-LINE
           ADD 1 TO LS-LINE-COUNT
           MOVE SPACES TO LS-REASON-TEXT
           EVALUATE TRUE
           WHEN LS-LINE-COUNT = 1 AND LS-LINE NOT = "BEGIN:VCALENDAR"
               MOVE "first line is not BEGIN:VCALENDAR"
                   TO LS-REASON-TEXT
           WHEN LS-ICS-CLOSED = "Y"
               MOVE "content after END:VCALENDAR" TO LS-REASON-TEXT
           WHEN LS-LINE(1:1) = SPACE OR LS-LINE(1:1) = X"09"
               CONTINUE
           WHEN LS-LINE(1:6) = "BEGIN:"
               IF LS-ICS-DEPTH >= C-ICS-MAX-DEPTH
               THEN
                   MOVE "components nested too deep"
                       TO LS-REASON-TEXT
               ELSE
                   ADD 1 TO LS-ICS-DEPTH
                   MOVE LS-LINE(7:20) TO LS-ICS-NAME(LS-ICS-DEPTH)
               END-IF
           WHEN LS-LINE(1:4) = "END:"
               EVALUATE TRUE
               WHEN LS-ICS-DEPTH = 0
                   STRING
                       FUNCTION TRIM(LS-LINE(1:40)) " with nothing open"
                       DELIMITED BY SIZE INTO LS-REASON-TEXT
                   END-STRING
               WHEN LS-LINE(5:20) NOT = LS-ICS-NAME(LS-ICS-DEPTH)
                   STRING
                       FUNCTION TRIM(LS-LINE(1:24)) " does not end "
                       FUNCTION TRIM(LS-ICS-NAME(LS-ICS-DEPTH))
                       DELIMITED BY SIZE INTO LS-REASON-TEXT
                   END-STRING
               WHEN OTHER
                   SUBTRACT 1 FROM LS-ICS-DEPTH
                   IF LS-ICS-DEPTH = 0
                   THEN
                       MOVE "Y" TO LS-ICS-CLOSED
                   END-IF
               END-EVALUATE
           WHEN OTHER
               MOVE 0 TO LS-COLON-COUNT
               INSPECT LS-LINE TALLYING LS-COLON-COUNT FOR ALL ":"
               IF LS-COLON-COUNT = 0
               THEN
                   MOVE "line with no property value"
                       TO LS-REASON-TEXT
               ELSE
                   IF LS-ICS-DEPTH = 1
                   THEN
                       MOVE SPACES TO LS-NAME
                       UNSTRING LS-LINE DELIMITED BY ":" OR ";"
                           INTO LS-NAME
                       END-UNSTRING
                       PERFORM MARK-REQUIRED-NAME
                   END-IF
               END-IF
           END-EVALUATE
           IF LS-REASON-TEXT NOT = SPACES
           THEN
               PERFORM RECORD-CHECK-FAILURE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-NOW-SECONDS
      *> PURPOSE: The local clock as seconds since day ordinal 1, for
      *>          the remembered answers' age.
      *> ===============================================================
       COMPUTE-NOW-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE LS-NOW-TIMESTAMP(1:8) TO LS-NOW-DATE
           MOVE LS-NOW-TIMESTAMP(9:2) TO LS-NOW-HOUR
           MOVE LS-NOW-TIMESTAMP(11:2) TO LS-NOW-MINUTE
           MOVE LS-NOW-TIMESTAMP(13:2) TO LS-NOW-SECOND
           COMPUTE LS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-NOW-DATE) * 86400
               + LS-NOW-HOUR * 3600 + LS-NOW-MINUTE * 60
               + LS-NOW-SECOND.

      *> ===============================================================
      *> PARAGRAPH: FIND-LKG-SLOT
      *> PURPOSE: Leave IN-SIGNATURE's slot in LS-SLOT-FOUND, 0 when
      *>          no answer to that request is remembered. Expects the
      *>          mutex held.
      *> ===============================================================
       FIND-LKG-SLOT.
           MOVE 0 TO LS-SLOT-FOUND
           PERFORM VARYING WS-LKG-IDX FROM 1 BY 1
               UNTIL WS-LKG-IDX > WS-LKG-ENTRY-COUNT
               IF WS-LKG-SIGNATURE(WS-LKG-IDX) = IN-SIGNATURE
               THEN
                   SET LS-SLOT-FOUND TO WS-LKG-IDX
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CLAIM-LKG-SLOT
      *> PURPOSE: A slot for a new signature in LS-SLOT-FOUND: a fresh
      *>          one while the table has room, otherwise the one
      *>          holding the oldest answer. Expects the mutex held.
      *> ===============================================================
       CLAIM-LKG-SLOT.
           IF WS-LKG-ENTRY-COUNT < C-LKG-MAX-ENTRIES
           THEN
               ADD 1 TO WS-LKG-ENTRY-COUNT
               MOVE WS-LKG-ENTRY-COUNT TO LS-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-SLOT-FOUND
           MOVE WS-LKG-STORED-SECONDS(1) TO LS-OLDEST-SECONDS
           PERFORM VARYING WS-LKG-IDX FROM 2 BY 1
               UNTIL WS-LKG-IDX > WS-LKG-ENTRY-COUNT
               IF WS-LKG-STORED-SECONDS(WS-LKG-IDX) < LS-OLDEST-SECONDS
               THEN
                   SET LS-SLOT-FOUND TO WS-LKG-IDX
                   MOVE WS-LKG-STORED-SECONDS(WS-LKG-IDX)
                       TO LS-OLDEST-SECONDS
               END-IF
           END-PERFORM.

       END PROGRAM RENDER-GATE.
