      *> ===============================================================
      *> PROGRAM: NEWSLETTER-SUBSCRIBER-REGISTRY
      *> PURPOSE: Centralized access to the newsletter subscriber
      *>          file, one record per e-mail address (see the
      *>          newsletter-subscriber copybook).
      *>          NEWSLETTER-SIGNUP-SERVICE keeps the records through
      *>          the public /newsletter routes and the bounce
      *>          report; NEWSLETTER-BATCH walks the file for the
      *>          subscribers due a bulletin.
      *>          A missing file means nobody has signed up yet: a
      *>          lookup finds nothing, a save creates the file.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLETTER-SUBSCRIBER-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEWSLETTER-SUBSCRIBER-FILE ASSIGN TO
                   "newsletter-subscribers.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NL-EMAIL
               FILE STATUS IS WS-NL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  NEWSLETTER-SUBSCRIBER-FILE.
       COPY newsletter-subscriber IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-NL-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the MHD
      *> worker threads and the newsletter batch, so every entry
      *> runs under the registry's mutex slot (see AQRSS-MUTEX's
      *> slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 50.
       01  C-NL-FILE-NAME               PIC X(40)
               VALUE "newsletter-subscribers.dat".
       01  C-NL-LAYOUT-VERSION          PIC 9(3) VALUE 1.

       LOCAL-STORAGE SECTION.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
      *> Which token a scan matches: C (confirmation) or U
      *> (unsubscribe).
       01  LS-TOKEN-KIND                PIC X(01) VALUE SPACE.

       LINKAGE SECTION.
       01  IN-EMAIL                     PIC X(100).
       01  IN-TOKEN                     PIC X(32).
       01  IN-SENT-DATE                 PIC X(8).
       01  IN-OUT-NL-RECORD             PIC X(442).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBER-GET
      *> PURPOSE: Fill the caller's record with the subscriber of the
      *>          given (lower-cased) address. Returns 0 on success,
      *>          1 when the address is unknown or the file cannot be
      *>          read (the record is then spaces).
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBER-GET" USING
           BY REFERENCE IN-EMAIL
           BY REFERENCE IN-OUT-NL-RECORD.

           MOVE SPACES TO IN-OUT-NL-RECORD
           IF IN-EMAIL = SPACES
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NL-FILE-NAME
               BY REFERENCE C-NL-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-EMAIL TO NL-EMAIL
           READ NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS = "00"
           THEN
               MOVE NL-RECORD TO IN-OUT-NL-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE NEWSLETTER-SUBSCRIBER-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBER-SAVE
      *> PURPOSE: Add (or replace, when the address already has one)
      *>          one subscriber record, exactly as given. Returns 0
      *>          on success, 1 on an I/O failure.
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBER-SAVE" USING
           BY REFERENCE IN-OUT-NL-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NL-FILE-NAME
               BY REFERENCE C-NL-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT NEWSLETTER-SUBSCRIBER-FILE
           END-IF
           IF WS-NL-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-NL-RECORD TO NL-RECORD
           WRITE NL-RECORD
           IF WS-NL-FILE-STATUS = "22"
           THEN
               REWRITE NL-RECORD
           END-IF

           IF WS-NL-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               DISPLAY "WARNING: could not save newsletter "
                   "subscriber, status " WS-NL-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE NEWSLETTER-SUBSCRIBER-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBER-NEXT
      *> PURPOSE: Replace the caller's record with the subscriber
      *>          whose address follows NL-EMAIL of the record passed
      *>          in (spaces for the first), so a batch can walk the
      *>          file one record per call without holding the mutex
      *>          between them. Returns 0 on success, 1 past the last
      *>          subscriber or when the file cannot be read.
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBER-NEXT" USING
           BY REFERENCE IN-OUT-NL-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NL-FILE-NAME
               BY REFERENCE C-NL-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-NL-RECORD(1:100) TO NL-EMAIL
           START NEWSLETTER-SUBSCRIBER-FILE
               KEY IS GREATER THAN NL-EMAIL
           IF WS-NL-FILE-STATUS = "00"
           THEN
               READ NEWSLETTER-SUBSCRIBER-FILE NEXT
           END-IF
           IF WS-NL-FILE-STATUS = "00"
           THEN
               MOVE NL-RECORD TO IN-OUT-NL-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE NEWSLETTER-SUBSCRIBER-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBER-MARK-SENT
      *> PURPOSE: Stamp the given address's last bulletin date, read
      *>          and rewritten under the one lock so an unsubscribe
      *>          that lands while the bulletin was being built is
      *>          never overwritten by the batch's older copy.
      *>          Returns 0 on success, 1 when the address is unknown
      *>          or no longer confirmed, or the file could not be
      *>          updated.
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBER-MARK-SENT" USING
           BY REFERENCE IN-EMAIL
           BY REFERENCE IN-SENT-DATE.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NL-FILE-NAME
               BY REFERENCE C-NL-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO LS-ENTRY-RESULT
           MOVE IN-EMAIL TO NL-EMAIL
           READ NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS = "00"
               AND NL-STATUS = "CONFIRMED"
           THEN
               MOVE IN-SENT-DATE TO NL-LAST-SENT-DATE
               REWRITE NL-RECORD
               IF WS-NL-FILE-STATUS = "00"
               THEN
                   MOVE 0 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           CLOSE NEWSLETTER-SUBSCRIBER-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBER-BY-CONFIRM
      *> PURPOSE: Fill the caller's record with the subscriber whose
      *>          confirmation link carries the given token. Returns
      *>          0 on success, 1 when no subscriber has it.
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBER-BY-CONFIRM" USING
           BY REFERENCE IN-TOKEN
           BY REFERENCE IN-OUT-NL-RECORD.

           MOVE "C" TO LS-TOKEN-KIND
           PERFORM FIND-BY-TOKEN
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBER-BY-UNSUBSCRIBE
      *> PURPOSE: Fill the caller's record with the subscriber whose
      *>          unsubscribe link carries the given token. Returns 0
      *>          on success, 1 when no subscriber has it.
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBER-BY-UNSUBSCRIBE" USING
           BY REFERENCE IN-TOKEN
           BY REFERENCE IN-OUT-NL-RECORD.

           MOVE "U" TO LS-TOKEN-KIND
           PERFORM FIND-BY-TOKEN
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FIND-BY-TOKEN
      *> PURPOSE: Scan the file for the record carrying IN-TOKEN as
      *>          its LS-TOKEN-KIND token into IN-OUT-NL-RECORD.
      *>          Tokens are not keys - a link arrives with nothing
      *>          else - so this is a full scan, which the file's
      *>          size (one record per resident who asked) allows.
      *>          Leaves LS-ENTRY-RESULT 0 found, 1 not.
      *> ===============================================================
       FIND-BY-TOKEN.
           MOVE SPACES TO IN-OUT-NL-RECORD
           MOVE 1 TO LS-ENTRY-RESULT
           IF IN-TOKEN = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NL-FILE-NAME
               BY REFERENCE C-NL-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT NEWSLETTER-SUBSCRIBER-FILE
           IF WS-NL-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-NL-FILE-STATUS NOT = "00"
               OR LS-ENTRY-RESULT = 0
               READ NEWSLETTER-SUBSCRIBER-FILE NEXT
                   AT END
                       MOVE "10" TO WS-NL-FILE-STATUS
                   NOT AT END
                       IF (LS-TOKEN-KIND = "C"
                               AND NL-CONFIRM-TOKEN = IN-TOKEN)
                           OR (LS-TOKEN-KIND = "U"
                               AND NL-UNSUBSCRIBE-TOKEN = IN-TOKEN)
                       THEN
                           MOVE NL-RECORD TO IN-OUT-NL-RECORD
                           MOVE 0 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEWSLETTER-SUBSCRIBER-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID.

       END PROGRAM NEWSLETTER-SUBSCRIBER-REGISTRY.
