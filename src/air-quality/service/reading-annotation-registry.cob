      *> ===============================================================
      *> PROGRAM: READING-ANNOTATION-REGISTRY
      *> PURPOSE: Centralized access to the operator's reading
      *>          annotations (see reading-annotation): the record of
      *>          archived readings we know to be wrong (INVALID) or
      *>          doubt (SUSPECT) - a station under servicing, a day
      *>          the provider has disowned, a sensor knocked over.
      *>          ARCHIVE-VERIFY-BATCH's quarantine is for records
      *>          that are corrupt on disk; this is for readings that
      *>          are intact but untrue, and it never alters the
      *>          archive: the annotation sits beside the reading and
      *>          every consumer consults it.
      *>          The /admin/annotations routes maintain the file; the
      *>          weekly summary, year-over-year, climatology, pollen
      *>          season calendar, threshold simulation, CSV export and
      *>          /history load it once per run (READING-ANNOTATION-
      *>          LOAD) and check each reading against the loaded
      *>          table (READING-ANNOTATION-FIND).
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. READING-ANNOTATION-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READING-ANNOTATION-FILE ASSIGN TO
                   "reading-annotations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RA-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  READING-ANNOTATION-FILE.
       COPY reading-annotation IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-RA-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the MHD
      *> worker threads and the batch workers, so each runs under the
      *> registry's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 27.
      *> The annotation layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-RA-FILE-NAME               PIC X(40)
               VALUE "reading-annotations.dat".
       01  C-RA-LAYOUT-VERSION          PIC 9(3) VALUE 1.

       LOCAL-STORAGE SECTION.
       01  LS-LIST-LINE                 PIC X(240) VALUE SPACES.
       01  LS-FULL-NOTED                PIC X(01) VALUE "N".
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       COPY reading-annotation-table IN "air-quality/service".

       01  IN-OUT-RA-RECORD.
           05  IN-RA-KEY.
               10  IN-RA-ARCHIVE        PIC X(4).
               10  IN-RA-DATE-STR       PIC X(10).
               10  IN-RA-LOCATION       PIC X(21).
               10  IN-RA-ITEM           PIC X(16).
           05  IN-RA-FLAG               PIC X(7).
           05  IN-RA-OPERATOR           PIC X(32).
           05  IN-RA-REASON             PIC X(80).
           05  IN-RA-MARKED-TIMESTAMP   PIC X(21).

       01  IN-ARCHIVE                   PIC X(4).
       01  IN-DATE-STR                  PIC X(10).
       01  IN-LOCATION                  PIC X(21).
       01  IN-ITEM                      PIC X(16).
       01  OUT-FLAG                     PIC X(7).
       01  OUT-REASON                   PIC X(80).
       01  OUT-ANNOTATION-LIST          PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: READING-ANNOTATION-SAVE
      *> PURPOSE: Add (or replace, when the reading is already
      *>          annotated) one annotation, stamping it with the
      *>          current time. Returns 0 on success, 1 on an I/O
      *>          failure.
      *> ===============================================================
       ENTRY "READING-ANNOTATION-SAVE" USING
           BY REFERENCE IN-OUT-RA-RECORD.

           PERFORM CHECK-ANNOTATION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO IN-RA-MARKED-TIMESTAMP
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-ANNOTATIONS-I-O
           IF WS-RA-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-RA-RECORD TO RA-RECORD
           WRITE RA-RECORD
           IF WS-RA-FILE-STATUS = "22"
           THEN
               REWRITE RA-RECORD
           END-IF
           IF WS-RA-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               DISPLAY "WARNING: could not save reading annotation, "
                   "status " WS-RA-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE READING-ANNOTATION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: READING-ANNOTATION-REMOVE
      *> PURPOSE: Delete the annotation on one reading, which puts the
      *>          archived value straight back into every report.
      *>          Returns 0 on success, 1 when the reading carries no
      *>          annotation or the file could not be updated.
      *> ===============================================================
       ENTRY "READING-ANNOTATION-REMOVE" USING
           BY REFERENCE IN-OUT-RA-RECORD.

           PERFORM CHECK-ANNOTATION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O READING-ANNOTATION-FILE
           IF WS-RA-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-RA-KEY TO RA-KEY
           DELETE READING-ANNOTATION-FILE
           IF WS-RA-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE READING-ANNOTATION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: READING-ANNOTATION-LIST
      *> PURPOSE: Render every annotation as one plain-text line for
      *>          the admin list route, oldest day first.
      *> ===============================================================
       ENTRY "READING-ANNOTATION-LIST" USING
           BY REFERENCE OUT-ANNOTATION-LIST.

           MOVE SPACES TO OUT-ANNOTATION-LIST
           MOVE "N" TO LS-FULL-NOTED
           PERFORM CHECK-ANNOTATION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT READING-ANNOTATION-FILE
           IF WS-RA-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RA-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-RA-FILE-STATUS NOT = "00"
               READ READING-ANNOTATION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RA-FILE-STATUS
                   NOT AT END
                       PERFORM APPEND-ONE-LIST-LINE
               END-READ
           END-PERFORM

           CLOSE READING-ANNOTATION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: READING-ANNOTATION-LOAD
      *> PURPOSE: Fill the caller's RAT-TABLE-GRP from the annotation
      *>          file. No file yet means nothing is annotated.
      *>          Annotations beyond the table's capacity are left
      *>          out with a warning. Returns 0 when the table is
      *>          complete, 1 when the file could not be read (the
      *>          table is then empty and the caller reports the
      *>          archive as it stands).
      *> ===============================================================
       ENTRY "READING-ANNOTATION-LOAD" USING
           BY REFERENCE RAT-TABLE-GRP.

           MOVE 0 TO RAT-COUNT
           PERFORM CHECK-ANNOTATION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT READING-ANNOTATION-FILE
           IF WS-RA-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-RA-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open reading annotations, "
                   "status " WS-RA-FILE-STATUS
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-RA-FILE-STATUS NOT = "00"
               READ READING-ANNOTATION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RA-FILE-STATUS
                   NOT AT END
                       PERFORM FILL-ONE-TABLE-SLOT
               END-READ
           END-PERFORM

           CLOSE READING-ANNOTATION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: READING-ANNOTATION-FIND
      *> PURPOSE: Look one archived reading up in a table filled by
      *>          READING-ANNOTATION-LOAD. OUT-FLAG comes back INVALID,
      *>          SUSPECT or SPACES (not annotated), with the
      *>          operator's reason in OUT-REASON. An annotation on
      *>          the exact item wins over a "*" one for the whole
      *>          day. Pure table lookup - no file access - so it is
      *>          cheap enough to call for every reading of a scan.
      *> ===============================================================
       ENTRY "READING-ANNOTATION-FIND" USING
           BY REFERENCE RAT-TABLE-GRP
           BY REFERENCE IN-ARCHIVE
           BY REFERENCE IN-DATE-STR
           BY REFERENCE IN-LOCATION
           BY REFERENCE IN-ITEM
           BY REFERENCE OUT-FLAG
           BY REFERENCE OUT-REASON.

           MOVE SPACES TO OUT-FLAG
           MOVE SPACES TO OUT-REASON
           PERFORM VARYING RAT-INDEX FROM 1 BY 1
               UNTIL RAT-INDEX > RAT-COUNT
               IF RAT-ARCHIVE(RAT-INDEX) = IN-ARCHIVE
                   AND RAT-DATE-STR(RAT-INDEX) = IN-DATE-STR
                   AND RAT-LOCATION(RAT-INDEX) = IN-LOCATION
               THEN
                   IF RAT-ITEM(RAT-INDEX) = IN-ITEM
                   THEN
                       MOVE RAT-FLAG(RAT-INDEX) TO OUT-FLAG
                       MOVE RAT-REASON(RAT-INDEX) TO OUT-REASON
                       GOBACK
                   END-IF
                   IF RAT-ITEM(RAT-INDEX) = "*"
                   THEN
                       MOVE RAT-FLAG(RAT-INDEX) TO OUT-FLAG
                       MOVE RAT-REASON(RAT-INDEX) TO OUT-REASON
                   END-IF
               END-IF
           END-PERFORM
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ANNOTATION-LAYOUT
      *> PURPOSE: Leave RETURN-CODE non-zero when the annotation file
      *>          is registered at a layout other than the one this
      *>          program was compiled against.
      *> ===============================================================
       CHECK-ANNOTATION-LAYOUT.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RA-FILE-NAME
               BY REFERENCE C-RA-LAYOUT-VERSION
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-ANNOTATIONS-I-O
      *> PURPOSE: Open the annotation file for update, creating it
      *>          first when it does not exist yet.
      *> ===============================================================
       OPEN-ANNOTATIONS-I-O.
           OPEN I-O READING-ANNOTATION-FILE
           IF WS-RA-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT READING-ANNOTATION-FILE
               CLOSE READING-ANNOTATION-FILE
               OPEN I-O READING-ANNOTATION-FILE
           END-IF
           IF WS-RA-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open reading annotations "
                   "for update, status " WS-RA-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FILL-ONE-TABLE-SLOT
      *> PURPOSE: Copy the annotation just read into the caller's
      *>          table, while it has room.
      *> ===============================================================
       FILL-ONE-TABLE-SLOT.
           IF RAT-COUNT >= C-RAT-MAX-COUNT
           THEN
               IF LS-FULL-NOTED = "N"
               THEN
                   DISPLAY "WARNING: more than " C-RAT-MAX-COUNT
                       " reading annotations, the rest are ignored"
                   MOVE "Y" TO LS-FULL-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO RAT-COUNT
           MOVE RA-ARCHIVE TO RAT-ARCHIVE(RAT-COUNT)
           MOVE RA-DATE-STR TO RAT-DATE-STR(RAT-COUNT)
           MOVE RA-LOCATION TO RAT-LOCATION(RAT-COUNT)
           MOVE RA-ITEM TO RAT-ITEM(RAT-COUNT)
           MOVE RA-FLAG TO RAT-FLAG(RAT-COUNT)
           MOVE RA-REASON TO RAT-REASON(RAT-COUNT).

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one annotation's plain-text line to
      *>          OUT-ANNOTATION-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE SPACES TO LS-LIST-LINE
           STRING
               RA-DATE-STR " " FUNCTION TRIM(RA-ARCHIVE)
               " " FUNCTION TRIM(RA-LOCATION)
               " " FUNCTION TRIM(RA-ITEM)
               " " FUNCTION TRIM(RA-FLAG)
               " by=" FUNCTION TRIM(RA-OPERATOR)
               " at=" RA-MARKED-TIMESTAMP(1:4) "-"
               RA-MARKED-TIMESTAMP(5:2) "-" RA-MARKED-TIMESTAMP(7:2)
               " reason=" FUNCTION TRIM(RA-REASON)
               INTO LS-LIST-LINE
           END-STRING

           IF FUNCTION TRIM(OUT-ANNOTATION-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE)
                   TO OUT-ANNOTATION-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-ANNOTATION-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-ANNOTATION-LIST
               END-STRING
           END-IF.

       END PROGRAM READING-ANNOTATION-REGISTRY.
