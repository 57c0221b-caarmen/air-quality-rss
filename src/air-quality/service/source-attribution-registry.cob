      *> ===============================================================
      *> PROGRAM: SOURCE-ATTRIBUTION-REGISTRY
      *> PURPOSE: Centralized access to the natural-source
      *>          attributions (see source-attribution): the days a
      *>          watched location's raised PM10 is put down to
      *>          Saharan dust or a wildfire smoke plume rather than
      *>          to local emissions. SOURCE-ATTRIBUTION-BATCH files
      *>          and withdraws them (SOURCE-ATTRIBUTION-SAVE /
      *>          -CLEAR); the digest, the alert batch, the episode
      *>          after-action report and the regulatory exceedance
      *>          report load them once per run
      *>          (SOURCE-ATTRIBUTION-LOAD), check each day against
      *>          the loaded table (SOURCE-ATTRIBUTION-FIND, or
      *>          SOURCE-ATTRIBUTION-NEAREST for coordinates that are
      *>          not a watched location's own) and word the verdict
      *>          through SOURCE-ATTRIBUTION-TEXT, so every channel
      *>          says it the same way.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-ATTRIBUTION-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOURCE-ATTRIBUTION-FILE ASSIGN TO
                   "source-attributions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-KEY
               FILE STATUS IS WS-SA-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SOURCE-ATTRIBUTION-FILE.
       COPY source-attribution IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-SA-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the MHD
      *> worker threads and the batch workers, so each runs under the
      *> registry's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 51.
      *> The attribution layout this program was compiled against
      *> (see AQRSS-LAYOUT-VERSION).
       01  C-SA-FILE-NAME               PIC X(40)
               VALUE "source-attributions.dat".
       01  C-SA-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> How far from an attributed watched location a digest's
      *> coordinates may be and still be told about it: dust and
      *> smoke arrive over whole regions, not street by street.
       01  C-NEAREST-MAX-KM             CONSTANT AS 50.

       LOCAL-STORAGE SECTION.
       01  LS-FULL-NOTED                PIC X(01) VALUE "N".
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
      *> SOURCE-ATTRIBUTION-NEAREST scratch: each entry's label taken
      *> back apart into degrees, and the best distance so far.
       01  LS-LATITUDE-TEXT             PIC X(21) VALUE SPACES.
       01  LS-LONGITUDE-TEXT            PIC X(21) VALUE SPACES.
       01  LS-ENTRY-LATITUDE            PIC S9(3)V9(8).
       01  LS-ENTRY-LONGITUDE           PIC S9(3)V9(8).
       01  LS-DISTANCE-KM               PIC 9(4)V9(2).
       01  LS-BEST-DISTANCE-KM          PIC 9(4)V9(2).

       LINKAGE SECTION.
       COPY source-attribution-table IN "air-quality/service".

       01  IN-OUT-SA-RECORD.
           05  IN-SA-KEY.
               10  IN-SA-DATE-STR       PIC X(10).
               10  IN-SA-LOCATION       PIC X(21).
           05  IN-SA-SOURCE             PIC X(4).
           05  IN-SA-PM10               PIC 9(3)V9(1).
           05  IN-SA-DUST               PIC 9(4)V9(1).
           05  IN-SA-AOD                PIC 9(1)V9(3).
           05  IN-SA-HOTSPOTS           PIC 9(4).
           05  IN-SA-WIND-DIRECTION     PIC 9(3).
           05  IN-SA-ATTRIBUTED-AT      PIC X(21).

       01  IN-DATE-STR                  PIC X(10).
       01  IN-LOCATION                  PIC X(21).
       01  IN-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-SOURCE                    PIC X(4).
      *> IN-LANG: "FR" or "EN", as the digest route takes it.
       01  IN-LANG                      PIC X(2).
       01  OUT-SOURCE                   PIC X(4).
       01  OUT-TEXT                     PIC X(80).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: SOURCE-ATTRIBUTION-SAVE
      *> PURPOSE: File (or replace, when the day is already
      *>          attributed) one attribution, stamping it with the
      *>          current time. Returns 0 on success, 1 on an I/O
      *>          failure.
      *> ===============================================================
       ENTRY "SOURCE-ATTRIBUTION-SAVE" USING
           BY REFERENCE IN-OUT-SA-RECORD.

           PERFORM CHECK-ATTRIBUTION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO IN-SA-ATTRIBUTED-AT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-ATTRIBUTIONS-I-O
           IF WS-SA-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-SA-RECORD TO SA-RECORD
           WRITE SA-RECORD
           IF WS-SA-FILE-STATUS = "22"
           THEN
               REWRITE SA-RECORD
           END-IF
           IF WS-SA-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               DISPLAY "WARNING: could not save source attribution, "
                   "status " WS-SA-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SOURCE-ATTRIBUTION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SOURCE-ATTRIBUTION-CLEAR
      *> PURPOSE: Withdraw the attribution for one day and location,
      *>          when a later run of the same day no longer finds
      *>          the evidence. Returns 0 whether or not there was
      *>          one to withdraw, 1 when the file could not be
      *>          updated.
      *> ===============================================================
       ENTRY "SOURCE-ATTRIBUTION-CLEAR" USING
           BY REFERENCE IN-DATE-STR
           BY REFERENCE IN-LOCATION.

           PERFORM CHECK-ATTRIBUTION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SOURCE-ATTRIBUTION-FILE
           IF WS-SA-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SA-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-DATE-STR TO SA-DATE-STR
           MOVE IN-LOCATION TO SA-LOCATION
           DELETE SOURCE-ATTRIBUTION-FILE
           IF WS-SA-FILE-STATUS = "00" OR WS-SA-FILE-STATUS = "23"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SOURCE-ATTRIBUTION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SOURCE-ATTRIBUTION-LOAD
      *> PURPOSE: Fill the caller's SAT-TABLE-GRP with every
      *>          attribution from IN-DATE-STR (YYYY-MM-DD) on. No
      *>          file yet means nothing is attributed. Attributions
      *>          beyond the table's capacity are left out with a
      *>          warning. Returns 0 when the table is complete, 1
      *>          when the file could not be read (the table is then
      *>          empty and the caller reports without attribution).
      *> ===============================================================
       ENTRY "SOURCE-ATTRIBUTION-LOAD" USING
           BY REFERENCE SAT-TABLE-GRP
           BY REFERENCE IN-DATE-STR.

           MOVE 0 TO SAT-COUNT
           PERFORM CHECK-ATTRIBUTION-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SOURCE-ATTRIBUTION-FILE
           IF WS-SA-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SA-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open source attributions, "
                   "status " WS-SA-FILE-STATUS
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO SA-KEY
           MOVE IN-DATE-STR TO SA-DATE-STR
           START SOURCE-ATTRIBUTION-FILE KEY IS >= SA-KEY
               INVALID KEY
                   MOVE "10" TO WS-SA-FILE-STATUS
           END-START

           PERFORM UNTIL WS-SA-FILE-STATUS NOT = "00"
               READ SOURCE-ATTRIBUTION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SA-FILE-STATUS
                   NOT AT END
                       PERFORM FILL-ONE-TABLE-SLOT
               END-READ
           END-PERFORM

           CLOSE SOURCE-ATTRIBUTION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SOURCE-ATTRIBUTION-FIND
      *> PURPOSE: Look one archived day up in a table filled by
      *>          SOURCE-ATTRIBUTION-LOAD, by the archives' own
      *>          location label. OUT-SOURCE comes back DUST, FIRE,
      *>          BOTH or SPACES (not attributed). Pure table lookup
      *>          - no file access - so it is cheap enough to call
      *>          for every day of a scan.
      *> ===============================================================
       ENTRY "SOURCE-ATTRIBUTION-FIND" USING
           BY REFERENCE SAT-TABLE-GRP
           BY REFERENCE IN-DATE-STR
           BY REFERENCE IN-LOCATION
           BY REFERENCE OUT-SOURCE.

           MOVE SPACES TO OUT-SOURCE
           PERFORM VARYING SAT-INDEX FROM 1 BY 1
               UNTIL SAT-INDEX > SAT-COUNT
               IF SAT-DATE-STR(SAT-INDEX) = IN-DATE-STR
                   AND SAT-LOCATION(SAT-INDEX) = IN-LOCATION
               THEN
                   MOVE SAT-SOURCE(SAT-INDEX) TO OUT-SOURCE
                   GOBACK
               END-IF
           END-PERFORM
           GOBACK.

      *> ===============================================================
      *> ENTRY: SOURCE-ATTRIBUTION-NEAREST
      *> PURPOSE: The attribution, on IN-DATE-STR, of the attributed
      *>          watched location nearest the given coordinates,
      *>          when one lies within C-NEAREST-MAX-KM - for the
      *>          digest, whose coordinates are the subscriber's and
      *>          rarely a watched location's exact label.
      *>          OUT-SOURCE comes back SPACES when none does.
      *> ===============================================================
       ENTRY "SOURCE-ATTRIBUTION-NEAREST" USING
           BY REFERENCE SAT-TABLE-GRP
           BY REFERENCE IN-DATE-STR
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE OUT-SOURCE.

           MOVE SPACES TO OUT-SOURCE
           MOVE C-NEAREST-MAX-KM TO LS-BEST-DISTANCE-KM
           PERFORM VARYING SAT-INDEX FROM 1 BY 1
               UNTIL SAT-INDEX > SAT-COUNT
               IF SAT-DATE-STR(SAT-INDEX) = IN-DATE-STR
               THEN
                   PERFORM MEASURE-ONE-TABLE-SLOT
               END-IF
           END-PERFORM
           GOBACK.

      *> ===============================================================
      *> ENTRY: SOURCE-ATTRIBUTION-TEXT
      *> PURPOSE: Word an attribution for the public, in French or
      *>          English: "likely contribution: Saharan dust",
      *>          "... wildfire smoke plume", or both. An unattributed
      *>          day (SPACES) gives SPACES.
      *> ===============================================================
       ENTRY "SOURCE-ATTRIBUTION-TEXT" USING
           BY REFERENCE IN-SOURCE
           BY REFERENCE IN-LANG
           BY REFERENCE OUT-TEXT.

           MOVE SPACES TO OUT-TEXT
           IF IN-LANG = "FR"
           THEN
               EVALUATE IN-SOURCE
               WHEN "DUST"
                   MOVE "contribution probable : poussieres "
                       & "sahariennes" TO OUT-TEXT
               WHEN "FIRE"
                   MOVE "contribution probable : panache de fumee "
                       & "d'incendie" TO OUT-TEXT
               WHEN "BOTH"
                   MOVE "contribution probable : poussieres "
                       & "sahariennes et panache de fumee d'incendie"
                       TO OUT-TEXT
               END-EVALUATE
           ELSE
               EVALUATE IN-SOURCE
               WHEN "DUST"
                   MOVE "likely contribution: Saharan dust"
                       TO OUT-TEXT
               WHEN "FIRE"
                   MOVE "likely contribution: wildfire smoke plume"
                       TO OUT-TEXT
               WHEN "BOTH"
                   MOVE "likely contribution: Saharan dust and "
                       & "wildfire smoke plume" TO OUT-TEXT
               END-EVALUATE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ATTRIBUTION-LAYOUT
      *> PURPOSE: Leave RETURN-CODE non-zero when the attribution file
      *>          is registered at a layout other than the one this
      *>          program was compiled against.
      *> ===============================================================
       CHECK-ATTRIBUTION-LAYOUT.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SA-FILE-NAME
               BY REFERENCE C-SA-LAYOUT-VERSION
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-ATTRIBUTIONS-I-O
      *> PURPOSE: Open the attribution file for update, creating it
      *>          first when it does not exist yet.
      *> ===============================================================
       OPEN-ATTRIBUTIONS-I-O.
           OPEN I-O SOURCE-ATTRIBUTION-FILE
           IF WS-SA-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT SOURCE-ATTRIBUTION-FILE
               CLOSE SOURCE-ATTRIBUTION-FILE
               OPEN I-O SOURCE-ATTRIBUTION-FILE
           END-IF
           IF WS-SA-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open source attributions "
                   "for update, status " WS-SA-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FILL-ONE-TABLE-SLOT
      *> PURPOSE: Copy the attribution just read into the caller's
      *>          table, while it has room.
      *> ===============================================================
       FILL-ONE-TABLE-SLOT.
           IF SAT-COUNT >= C-SAT-MAX-COUNT
           THEN
               IF LS-FULL-NOTED = "N"
               THEN
                   DISPLAY "WARNING: more than " C-SAT-MAX-COUNT
                       " source attributions, the rest are ignored"
                   MOVE "Y" TO LS-FULL-NOTED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SAT-COUNT
           MOVE SA-DATE-STR TO SAT-DATE-STR(SAT-COUNT)
           MOVE SA-LOCATION TO SAT-LOCATION(SAT-COUNT)
           MOVE SA-SOURCE TO SAT-SOURCE(SAT-COUNT).

      *> ===============================================================
      *> PARAGRAPH: MEASURE-ONE-TABLE-SLOT
      *> PURPOSE: Take the label at SAT-INDEX back apart into degrees
      *>          and keep its attribution when it is the nearest
      *>          within reach so far.
      *> ===============================================================
       MEASURE-ONE-TABLE-SLOT.
           MOVE SPACES TO LS-LATITUDE-TEXT
           MOVE SPACES TO LS-LONGITUDE-TEXT
           UNSTRING SAT-LOCATION(SAT-INDEX) DELIMITED BY ","
               INTO LS-LATITUDE-TEXT LS-LONGITUDE-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(LS-LONGITUDE-TEXT) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-LATITUDE-TEXT)
               TO LS-ENTRY-LATITUDE
           MOVE FUNCTION NUMVAL(LS-LONGITUDE-TEXT)
               TO LS-ENTRY-LONGITUDE
           CALL "HAVERSINE-DISTANCE-KM" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-ENTRY-LATITUDE
               BY REFERENCE LS-ENTRY-LONGITUDE
               BY REFERENCE LS-DISTANCE-KM
           IF LS-DISTANCE-KM <= LS-BEST-DISTANCE-KM
           THEN
               MOVE LS-DISTANCE-KM TO LS-BEST-DISTANCE-KM
               MOVE SAT-SOURCE(SAT-INDEX) TO OUT-SOURCE
           END-IF.

       END PROGRAM SOURCE-ATTRIBUTION-REGISTRY.
