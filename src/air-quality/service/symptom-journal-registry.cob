      *>          the request authenticated with - a re-post for the
      *>          same day replaces that day's entry, so a subscriber
      *>          can correct an evening's worse-than-expected rating.
      *>          SYMPTOM-JOURNAL-MONTH reads one key's entries for one
      *>          calendar month back, day by day, for the subscriber
      *>          portal's calendar view.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       01  LS-DAY-NUMBER                PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  IN-SJ-RECORD.
           05  IN-SJ-DATE               PIC X(10).
           05  IN-SJ-SEVERITY           PIC 9(1).
           05  IN-SJ-NOTE               PIC X(100).
      *> YYYY-MM, the month SYMPTOM-JOURNAL-MONTH reads back.
       01  IN-API-KEY                   PIC X(40).
       01  IN-MONTH                     PIC X(7).
      *> One slot per day of the month, by day number: severity 0 is
      *> a day with no entry.
       01  OUT-SJ-MONTH.
           05  OUT-SJ-DAY OCCURS 31 TIMES.
               10  OUT-SJ-DAY-SEVERITY  PIC 9(1).
               10  OUT-SJ-DAY-NOTE      PIC X(100).

       PROCEDURE DIVISION.
           GOBACK.
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: SYMPTOM-JOURNAL-MONTH
      *> PURPOSE: IN-API-KEY's entries for month IN-MONTH (YYYY-MM)
      *>          into OUT-SJ-MONTH, each in its day's slot. The key
      *>          and date lead the file key, so the walk STARTs at
      *>          the month's first day and stops at the first entry
      *>          of another key or month. Returns 0 (a missing
      *>          journal is an empty month).
      *> ===============================================================
       ENTRY "SYMPTOM-JOURNAL-MONTH" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE IN-MONTH
           BY REFERENCE OUT-SJ-MONTH.

           INITIALIZE OUT-SJ-MONTH
           OPEN INPUT SYMPTOM-JOURNAL-FILE
           IF WS-SJ-FILE-STATUS NOT = "00"
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO SJ-KEY
           MOVE IN-API-KEY TO SJ-API-KEY
           MOVE IN-MONTH TO SJ-DATE(1:7)
           START SYMPTOM-JOURNAL-FILE
               KEY IS GREATER THAN OR EQUAL TO SJ-KEY
           END-START
           IF WS-SJ-FILE-STATUS NOT = "00"
           THEN
               MOVE "10" TO WS-SJ-FILE-STATUS
           END-IF

           PERFORM UNTIL WS-SJ-FILE-STATUS = "10"
               READ SYMPTOM-JOURNAL-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SJ-FILE-STATUS
                   NOT AT END
                       IF SJ-API-KEY NOT = IN-API-KEY
                           OR SJ-DATE(1:7) NOT = IN-MONTH
                       THEN
                           MOVE "10" TO WS-SJ-FILE-STATUS
                       ELSE
                           PERFORM FILE-MONTH-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SYMPTOM-JOURNAL-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FILE-MONTH-DAY
      *> PURPOSE: Copy the SJ-RECORD just read into its day's slot of
      *>          OUT-SJ-MONTH; a date that does not parse is skipped.
      *> ===============================================================
       FILE-MONTH-DAY.
           IF SJ-DATE(9:2) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SJ-DATE(9:2) TO LS-DAY-NUMBER
           IF LS-DAY-NUMBER < 1 OR LS-DAY-NUMBER > 31
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SJ-SEVERITY TO OUT-SJ-DAY-SEVERITY(LS-DAY-NUMBER)
           MOVE SJ-NOTE TO OUT-SJ-DAY-NOTE(LS-DAY-NUMBER).

       END PROGRAM SYMPTOM-JOURNAL-REGISTRY.
