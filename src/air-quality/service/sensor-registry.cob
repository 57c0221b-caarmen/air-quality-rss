      *> ===============================================================
      *> PROGRAM: SENSOR-REGISTRY
      *> PURPOSE: Centralized access to the sensor master registry:
      *>          one record per unit we operate, with its install
      *>          site, service dates, posting secret and per-pollutant
      *>          calibration (see sensor-registry-record). The
      *>          POST /sensor-readings route looks each posting unit
      *>          up here before anything is archived, the
      *>          /admin/sensors routes maintain the file, and
      *>          SENSOR-RECONCILIATION-BATCH writes its drift
      *>          corrections back through SENSOR-CALIBRATION-SET.
      *>          No registry file means no sensor is registered, so
      *>          every posted reading is refused - an unregistered
      *>          unit is exactly what the registry exists to keep
      *>          out of the archive.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSOR-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-REGISTRY-FILE ASSIGN TO
                   "sensor-registry.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SENSOR-ID
               FILE STATUS IS WS-SR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SENSOR-REGISTRY-FILE.
       COPY sensor-registry-record IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-SR-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the MHD
      *> worker threads and the reconciliation batch's worker, so
      *> each runs under the registry's mutex slot (see AQRSS-MUTEX's
      *> slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 26.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added SR-REPORT-INTERVAL-MIN. A
      *> registry still in the old width is refused until migrated,
      *> which refuses every posted reading with it - loudly, rather
      *> than reading every unit as unknown.
       01  C-SR-FILE-NAME               PIC X(40)
               VALUE "sensor-registry.dat".
       01  C-SR-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-LIST-LINE                 PIC X(200) VALUE SPACES.
       01  LS-CAL-TEXT                  PIC X(120) VALUE SPACES.
       01  LS-CAL-SCRATCH               PIC X(120) VALUE SPACES.
       01  LS-CAL-IDX                   PIC 9(1) VALUE 0.
       01  LS-SLOPE-DISPLAY             PIC 9.9999.
       01  LS-OFFSET-DISPLAY            PIC -ZZ9.9.
       01  LS-STATE-TEXT                PIC X(24) VALUE SPACES.
       01  LS-INTERVAL-DISPLAY          PIC Z(3)9.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-SR-RECORD.
           05  IN-SR-SENSOR-ID          PIC X(16).
           05  IN-SR-SITE               PIC X(32).
           05  IN-SR-LATITUDE-STR       PIC X(10).
           05  IN-SR-LONGITUDE-STR      PIC X(10).
           05  IN-SR-COMMISSIONED-DATE  PIC X(8).
           05  IN-SR-DECOMMISSIONED-DATE PIC X(8).
           05  IN-SR-SECRET             PIC X(40).
           05  IN-SR-CAL-COUNT          PIC 9(1).
           05  IN-SR-CAL-ENTRY OCCURS 5 TIMES.
               10  IN-SR-CAL-POLLUTANT  PIC X(4).
               10  IN-SR-CAL-SLOPE      PIC 9(1)V9(4).
               10  IN-SR-CAL-OFFSET     PIC S9(3)V9(1).
           05  IN-SR-REPORT-INTERVAL-MIN PIC 9(4).

       01  IN-SENSOR-ID                 PIC X(16).
       01  IN-POLLUTANT                 PIC X(4).
       01  IN-CAL-OFFSET                PIC S9(3)V9(1).
       01  OUT-SENSOR-LIST              PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSOR-REGISTRY-LOOKUP
      *> PURPOSE: Fill IN-OUT-SR-RECORD with the registry record of
      *>          IN-SENSOR-ID. Returns 0 when found, 1 when the unit
      *>          is not registered (or no registry exists yet), 2
      *>          when the registry could not be read.
      *> ===============================================================
       ENTRY "SENSOR-REGISTRY-LOOKUP" USING
           BY REFERENCE IN-SENSOR-ID
           BY REFERENCE IN-OUT-SR-RECORD.

           MOVE SPACES TO IN-OUT-SR-RECORD
           PERFORM CHECK-REGISTRY-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open sensor registry, "
                   "status " WS-SR-FILE-STATUS
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-SENSOR-ID TO SR-SENSOR-ID
           READ SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS = "00"
           THEN
               MOVE SR-RECORD TO IN-OUT-SR-RECORD
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SENSOR-REGISTRY-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSOR-REGISTRY-SAVE
      *> PURPOSE: Add (or replace, when the id already exists) one
      *>          registry record. Returns 0 on success, 1 on an I/O
      *>          failure.
      *> ===============================================================
       ENTRY "SENSOR-REGISTRY-SAVE" USING
           BY REFERENCE IN-OUT-SR-RECORD.

           PERFORM CHECK-REGISTRY-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-REGISTRY-I-O
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-SR-RECORD TO SR-RECORD
           WRITE SR-RECORD
           IF WS-SR-FILE-STATUS = "22"
           THEN
               REWRITE SR-RECORD
           END-IF
           IF WS-SR-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               DISPLAY "WARNING: could not save sensor "
                   FUNCTION TRIM(IN-SR-SENSOR-ID) ", status "
                   WS-SR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SENSOR-REGISTRY-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSOR-REGISTRY-REMOVE
      *> PURPOSE: Delete the registry record with the given id - for a
      *>          unit registered by mistake. A unit taken out of
      *>          service keeps its record with a decommissioning
      *>          date instead, so its archived readings still name a
      *>          known unit. Returns 0 on success, 1 when the id is
      *>          unknown or the file could not be updated.
      *> ===============================================================
       ENTRY "SENSOR-REGISTRY-REMOVE" USING
           BY REFERENCE IN-SENSOR-ID.

           PERFORM CHECK-REGISTRY-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-SENSOR-ID TO SR-SENSOR-ID
           DELETE SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE SENSOR-REGISTRY-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSOR-REGISTRY-LIST
      *> PURPOSE: Render the registry as one plain-text line per unit
      *>          for the admin list route. The posting secret is
      *>          never echoed back - only whether one is set.
      *> ===============================================================
       ENTRY "SENSOR-REGISTRY-LIST" USING
           BY REFERENCE OUT-SENSOR-LIST.

           MOVE SPACES TO OUT-SENSOR-LIST
           PERFORM CHECK-REGISTRY-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-SR-FILE-STATUS NOT = "00"
               READ SENSOR-REGISTRY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SR-FILE-STATUS
                   NOT AT END
                       PERFORM APPEND-ONE-LIST-LINE
               END-READ
           END-PERFORM

           CLOSE SENSOR-REGISTRY-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SENSOR-CALIBRATION-SET
      *> PURPOSE: Replace the calibration offset of one unit's
      *>          pollutant entry - the reconciliation batch's
      *>          correction for a unit outside the drift band. The
      *>          slope is left as the operator set it. Returns 0 on
      *>          success, 1 when the unit or its pollutant entry is
      *>          unknown or the file could not be updated.
      *> ===============================================================
       ENTRY "SENSOR-CALIBRATION-SET" USING
           BY REFERENCE IN-SENSOR-ID
           BY REFERENCE IN-POLLUTANT
           BY REFERENCE IN-CAL-OFFSET.

           PERFORM CHECK-REGISTRY-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO LS-ENTRY-RESULT
           MOVE IN-SENSOR-ID TO SR-SENSOR-ID
           READ SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS = "00"
           THEN
               PERFORM VARYING LS-CAL-IDX FROM 1 BY 1
                   UNTIL LS-CAL-IDX > SR-CAL-COUNT
                   IF SR-CAL-POLLUTANT(LS-CAL-IDX) = IN-POLLUTANT
                   THEN
                       MOVE IN-CAL-OFFSET
                           TO SR-CAL-OFFSET(LS-CAL-IDX)
                       MOVE 0 TO LS-ENTRY-RESULT
                   END-IF
               END-PERFORM
               IF LS-ENTRY-RESULT = 0
               THEN
                   REWRITE SR-RECORD
                   IF WS-SR-FILE-STATUS NOT = "00"
                   THEN
                       MOVE 1 TO LS-ENTRY-RESULT
                   END-IF
               END-IF
           END-IF
           CLOSE SENSOR-REGISTRY-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-REGISTRY-LAYOUT
      *> PURPOSE: Leave RETURN-CODE non-zero when the registry file is
      *>          registered at a layout other than the one this
      *>          program was compiled against.
      *> ===============================================================
       CHECK-REGISTRY-LAYOUT.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SR-FILE-NAME
               BY REFERENCE C-SR-LAYOUT-VERSION
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-REGISTRY-I-O
      *> PURPOSE: Open the registry file for update, creating it
      *>          first when it does not exist yet.
      *> ===============================================================
       OPEN-REGISTRY-I-O.
           OPEN I-O SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT SENSOR-REGISTRY-FILE
               CLOSE SENSOR-REGISTRY-FILE
               OPEN I-O SENSOR-REGISTRY-FILE
           END-IF
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open sensor registry for "
                   "update, status " WS-SR-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one unit's plain-text line to
      *>          OUT-SENSOR-LIST: site, service state and every
      *>          calibration entry as pollutant:slope:offset.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE SPACES TO LS-CAL-TEXT
           PERFORM VARYING LS-CAL-IDX FROM 1 BY 1
               UNTIL LS-CAL-IDX > SR-CAL-COUNT
               MOVE SR-CAL-SLOPE(LS-CAL-IDX) TO LS-SLOPE-DISPLAY
               MOVE SR-CAL-OFFSET(LS-CAL-IDX) TO LS-OFFSET-DISPLAY
               MOVE LS-CAL-TEXT TO LS-CAL-SCRATCH
               MOVE SPACES TO LS-CAL-TEXT
               STRING
                   FUNCTION TRIM(LS-CAL-SCRATCH) " "
                   FUNCTION TRIM(SR-CAL-POLLUTANT(LS-CAL-IDX)) ":"
                   LS-SLOPE-DISPLAY ":"
                   FUNCTION TRIM(LS-OFFSET-DISPLAY)
                   INTO LS-CAL-TEXT
               END-STRING
           END-PERFORM

           IF FUNCTION TRIM(SR-DECOMMISSIONED-DATE) = SPACES
           THEN
               MOVE SPACES TO LS-STATE-TEXT
               STRING
                   "since " SR-COMMISSIONED-DATE
                   INTO LS-STATE-TEXT
               END-STRING
           ELSE
               MOVE SPACES TO LS-STATE-TEXT
               STRING
                   "decommissioned " SR-DECOMMISSIONED-DATE
                   INTO LS-STATE-TEXT
               END-STRING
           END-IF

           MOVE SR-REPORT-INTERVAL-MIN TO LS-INTERVAL-DISPLAY
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(SR-SENSOR-ID)
               " site=" FUNCTION TRIM(SR-SITE)
               " latitude=" FUNCTION TRIM(SR-LATITUDE-STR)
               " longitude=" FUNCTION TRIM(SR-LONGITUDE-STR)
               " " FUNCTION TRIM(LS-STATE-TEXT)
               " interval=" FUNCTION TRIM(LS-INTERVAL-DISPLAY) "min"
               " calibration=" FUNCTION TRIM(LS-CAL-TEXT)
               INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(SR-SECRET) = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-CAL-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-CAL-SCRATCH)
                   " (no posting secret set)"
                   INTO LS-LIST-LINE
               END-STRING
           END-IF

           IF FUNCTION TRIM(OUT-SENSOR-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-SENSOR-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-SENSOR-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-SENSOR-LIST
               END-STRING
           END-IF.

       END PROGRAM SENSOR-REGISTRY.
