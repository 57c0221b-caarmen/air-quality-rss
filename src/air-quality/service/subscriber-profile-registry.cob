      *> ===============================================================
      *> PROGRAM: SUBSCRIBER-PROFILE-REGISTRY
      *> PURPOSE: Centralized access to the subscriber profile file,
      *>          one record per API key (see the subscriber-profile
      *>          copybook). The subscriber keeps their own record
      *>          through the /profile routes; AIR-QUALITY-ROUTER
      *>          reads it on every request that carries the key and
      *>          lays it under the query params, and
      *>          AIR-QUALITY-ALERT-BATCH reads it for subscriptions
      *>          that name no items of their own.
      *>          A missing file means nobody has a profile yet: a
      *>          lookup finds nothing, a save creates the file.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIBER-PROFILE-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIBER-PROFILE-FILE ASSIGN TO
                   "subscriber-profiles.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-API-KEY
               FILE STATUS IS WS-PF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SUBSCRIBER-PROFILE-FILE.
       COPY subscriber-profile IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-PF-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the MHD
      *> worker threads, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 48.
       01  C-PF-FILE-NAME               PIC X(40)
               VALUE "subscriber-profiles.dat".
       01  C-PF-LAYOUT-VERSION          PIC 9(3) VALUE 1.

       LOCAL-STORAGE SECTION.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-API-KEY                   PIC X(40).
       01  IN-OUT-PF-RECORD             PIC X(284).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: SUBSCRIBER-PROFILE-GET
      *> PURPOSE: Fill the caller's record with the profile of the
      *>          given key. Returns 0 on success, 1 when the key has
      *>          no profile or the file cannot be read (the record
      *>          is then spaces, i.e. no preferences at all).
      *> ===============================================================
       ENTRY "SUBSCRIBER-PROFILE-GET" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE IN-OUT-PF-RECORD.

           MOVE SPACES TO IN-OUT-PF-RECORD
           IF IN-API-KEY = SPACES
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PF-FILE-NAME
               BY REFERENCE C-PF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SUBSCRIBER-PROFILE-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-API-KEY TO PF-API-KEY
           READ SUBSCRIBER-PROFILE-FILE
           IF WS-PF-FILE-STATUS = "00"
           THEN
               MOVE PF-RECORD TO IN-OUT-PF-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SUBSCRIBER-PROFILE-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SUBSCRIBER-PROFILE-SAVE
      *> PURPOSE: Add (or replace, when the key already has one) one
      *>          profile, stamped with the time of the save. Returns
      *>          0 on success, 1 on an I/O failure.
      *> ===============================================================
       ENTRY "SUBSCRIBER-PROFILE-SAVE" USING
           BY REFERENCE IN-OUT-PF-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PF-FILE-NAME
               BY REFERENCE C-PF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SUBSCRIBER-PROFILE-FILE
           IF WS-PF-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT SUBSCRIBER-PROFILE-FILE
           END-IF
           IF WS-PF-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-PF-RECORD TO PF-RECORD
           MOVE FUNCTION CURRENT-DATE TO PF-UPDATED
           WRITE PF-RECORD
           IF WS-PF-FILE-STATUS = "22"
           THEN
               REWRITE PF-RECORD
           END-IF

           IF WS-PF-FILE-STATUS = "00"
           THEN
               MOVE PF-RECORD TO IN-OUT-PF-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               DISPLAY "WARNING: could not save subscriber profile, "
                   "status " WS-PF-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SUBSCRIBER-PROFILE-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SUBSCRIBER-PROFILE-REMOVE
      *> PURPOSE: Delete the given key's profile. Returns 0 on
      *>          success, 1 when the key has none or the file could
      *>          not be updated.
      *> ===============================================================
       ENTRY "SUBSCRIBER-PROFILE-REMOVE" USING
           BY REFERENCE IN-API-KEY.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PF-FILE-NAME
               BY REFERENCE C-PF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SUBSCRIBER-PROFILE-FILE
           IF WS-PF-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-API-KEY TO PF-API-KEY
           READ SUBSCRIBER-PROFILE-FILE
           IF WS-PF-FILE-STATUS = "00"
           THEN
               DELETE SUBSCRIBER-PROFILE-FILE
           END-IF
           IF WS-PF-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SUBSCRIBER-PROFILE-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

       END PROGRAM SUBSCRIBER-PROFILE-REGISTRY.
