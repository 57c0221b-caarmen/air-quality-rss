      *> ===============================================================
      *> PROGRAM: SENSITIVITY-WEIGHT-REGISTRY
      *> PURPOSE: Centralized access to the personal sensitivity
      *>          weights file, one record per API key (see the
      *>          sensitivity-weight copybook).
      *>          SYMPTOM-CORRELATION-BATCH saves each subscriber's
      *>          weights afresh on every run; PERSONAL-RISK-SERVICE
      *>          reads them for GET /pollen-rss/personal, and
      *>          SUBSCRIBER-ERASURE-BATCH removes them with the rest
      *>          of an erased key's data.
      *>          A missing file means no weights measured yet: a
      *>          lookup finds nothing, a save creates the file.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSITIVITY-WEIGHT-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSITIVITY-WEIGHT-FILE ASSIGN TO
                   "sensitivity-weights.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-API-KEY
               FILE STATUS IS WS-SW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SENSITIVITY-WEIGHT-FILE.
       COPY sensitivity-weight IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-SW-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the MHD
      *> worker threads, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 49.
       01  C-SW-FILE-NAME               PIC X(40)
               VALUE "sensitivity-weights.dat".
       01  C-SW-LAYOUT-VERSION          PIC 9(3) VALUE 1.

       LOCAL-STORAGE SECTION.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-API-KEY                   PIC X(40).
       01  IN-OUT-SW-RECORD             PIC X(643).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSITIVITY-WEIGHT-GET
      *> PURPOSE: Fill the caller's record with the weights of the
      *>          given key. Returns 0 on success, 1 when the key has
      *>          none or the file cannot be read (the record is then
      *>          spaces and must not be read as weights).
      *> ===============================================================
       ENTRY "SENSITIVITY-WEIGHT-GET" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE IN-OUT-SW-RECORD.

           MOVE SPACES TO IN-OUT-SW-RECORD
           IF IN-API-KEY = SPACES
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SW-FILE-NAME
               BY REFERENCE C-SW-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SENSITIVITY-WEIGHT-FILE
           IF WS-SW-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-API-KEY TO SW-API-KEY
           READ SENSITIVITY-WEIGHT-FILE
           IF WS-SW-FILE-STATUS = "00"
           THEN
               MOVE SW-RECORD TO IN-OUT-SW-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SENSITIVITY-WEIGHT-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSITIVITY-WEIGHT-SAVE
      *> PURPOSE: Add (or replace, when the key already has one) one
      *>          key's weights, stamped with the time of the save.
      *>          Returns 0 on success, 1 on an I/O failure.
      *> ===============================================================
       ENTRY "SENSITIVITY-WEIGHT-SAVE" USING
           BY REFERENCE IN-OUT-SW-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SW-FILE-NAME
               BY REFERENCE C-SW-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SENSITIVITY-WEIGHT-FILE
           IF WS-SW-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT SENSITIVITY-WEIGHT-FILE
           END-IF
           IF WS-SW-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-SW-RECORD TO SW-RECORD
           MOVE FUNCTION CURRENT-DATE TO SW-UPDATED
           WRITE SW-RECORD
           IF WS-SW-FILE-STATUS = "22"
           THEN
               REWRITE SW-RECORD
           END-IF

           IF WS-SW-FILE-STATUS = "00"
           THEN
               MOVE SW-RECORD TO IN-OUT-SW-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               DISPLAY "WARNING: could not save sensitivity weights, "
                   "status " WS-SW-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SENSITIVITY-WEIGHT-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSITIVITY-WEIGHT-REMOVE
      *> PURPOSE: Delete the given key's weights. Returns 0 on
      *>          success, 1 when the key has none or the file could
      *>          not be updated.
      *> ===============================================================
       ENTRY "SENSITIVITY-WEIGHT-REMOVE" USING
           BY REFERENCE IN-API-KEY.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SW-FILE-NAME
               BY REFERENCE C-SW-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SENSITIVITY-WEIGHT-FILE
           IF WS-SW-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-API-KEY TO SW-API-KEY
           READ SENSITIVITY-WEIGHT-FILE
           IF WS-SW-FILE-STATUS = "00"
           THEN
               DELETE SENSITIVITY-WEIGHT-FILE
           END-IF
           IF WS-SW-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SENSITIVITY-WEIGHT-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

       END PROGRAM SENSITIVITY-WEIGHT-REGISTRY.
