      *> ===============================================================
      *> PROGRAM: ALERT-EVENT-JOURNAL
      *> PURPOSE: Centralized append access to the alert event journal
      *>          (see alert-event). AIR-QUALITY-ALERT-BATCH journals
      *>          onsets, escalations, recoveries and official episode
      *>          declarations; ALERT-ACK-REGISTRY journals operator
      *>          acknowledgements and fallback escalations. The
      *>          journal is only ever read back whole, by
      *>          EPISODE-REPORT-BATCH.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-EVENT-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-EVENT-FILE ASSIGN TO "alert-events.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AE-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ALERT-EVENT-FILE.
       COPY alert-event IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-AE-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The alert batch and the router's acknowledgement route can
      *> append at the same moment, so each append runs under the
      *> journal's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 29.
      *> The journal layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-AE-FILE-NAME               PIC X(40)
               VALUE "alert-events.dat".
       01  C-AE-LAYOUT-VERSION          PIC 9(3) VALUE 1.

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-AE-RECORD.
           05  IN-AE-TIMESTAMP          PIC X(21).
           05  IN-AE-EVENT              PIC X(8).
           05  IN-AE-LOCATION-ID        PIC X(8).
           05  IN-AE-LOCATION-LABEL     PIC X(21).
           05  IN-AE-ITEM-NAME          PIC X(16).
           05  IN-AE-LEVEL              PIC 9(9).
           05  IN-AE-ALERT-ID           PIC X(16).
           05  IN-AE-DETAIL             PIC X(64).

      *> Unused default entry point: every caller targets the named
      *> ENTRY below.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: ALERT-EVENT-APPEND
      *> PURPOSE: Append one event, stamping it with the current time
      *>          when the caller left the timestamp blank. Best-effort
      *>          like BATCH-RUN-RECORD: a journal that cannot be
      *>          opened is logged and the event dropped rather than
      *>          holding up the alert it describes.
      *> ===============================================================
       ENTRY "ALERT-EVENT-APPEND" USING
           BY REFERENCE IN-AE-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AE-FILE-NAME
               BY REFERENCE C-AE-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: alert event journal awaiting "
                   "layout migration, event dropped"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN EXTEND ALERT-EVENT-FILE
           IF WS-AE-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT ALERT-EVENT-FILE
           END-IF
           IF WS-AE-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open alert event "
                   "journal, status " WS-AE-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               MOVE IN-AE-RECORD TO AE-RECORD
               IF AE-TIMESTAMP = SPACES
               THEN
                   MOVE FUNCTION CURRENT-DATE TO AE-TIMESTAMP
               END-IF
               WRITE AE-RECORD
               CLOSE ALERT-EVENT-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

       END PROGRAM ALERT-EVENT-JOURNAL.
