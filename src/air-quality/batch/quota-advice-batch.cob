      *> ===============================================================
      *> PROGRAM: QUOTA-ADVICE-BATCH
      *> PURPOSE: Weekly note to the subscribers who keep running
      *>          into their daily quota: every live key with a quota
      *>          and a contact channel (see API-KEY-REGISTRY) whose
      *>          requests reached 90% of the quota on at least four
      *>          of the last seven days is sent a note through
      *>          NOTIFICATION-DISPATCH suggesting a higher plan,
      *>          before the refusals become a phone call. The days
      *>          are counted from the dated audit files, the same
      *>          trail SUBSCRIBER-STATEMENT-BATCH bills from;
      *>          refused (429) requests are not usage and are not
      *>          counted.
      *>          The schedule slot runs it like any other job, but
      *>          the notes only go out on the configured day of the
      *>          week, AQRSS_QUOTA_ADVICE_DAY (1 = Monday .. 7 =
      *>          Sunday, default Monday); other days' runs are
      *>          recorded as SKIPPED.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTA-ADVICE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT API-KEY-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AK-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO
                   DYNAMIC WS-AUDIT-LOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  API-KEY-FILE.
       COPY api-key-record IN "air-quality/api".

       FD  AUDIT-LOG-FILE.
       COPY audit-log IN "air-quality/api".

       WORKING-STORAGE SECTION.
       01  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-LOG-FILENAME        PIC X(40) VALUE SPACES.

      *> The keys worth watching - live, with a quota and somewhere
      *> to send the note - and their request counts for each of
      *> the last seven days (day 1 the oldest).
       01  C-WATCH-MAX-COUNT            CONSTANT AS 200.
       01  WS-WATCH-COUNT               PIC 9(3) VALUE 0.
       01  WS-WATCH-ENTRY OCCURS 200 TIMES INDEXED BY WS-WATCH-IDX.
           05  WS-WT-KEY                PIC X(40).
           05  WS-WT-OWNER              PIC X(32).
           05  WS-WT-QUOTA              PIC 9(7).
           05  WS-WT-CHANNEL            PIC X(8).
           05  WS-WT-DAY-COUNT          PIC 9(7) OCCURS 7 TIMES.

       LOCAL-STORAGE SECTION.
      *> The key registry and audit trail layouts this batch reads
      *> (see AQRSS-LAYOUT-VERSION).
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
      *> A "high" day reaches C-HIGH-PERCENT of the quota; a key
      *> with C-REGULAR-DAYS of them in the week gets the note.
       01  C-HIGH-PERCENT               PIC 9(3) VALUE 90.
       01  C-REGULAR-DAYS               PIC 9(1) VALUE 4.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-ADVICE-DAY                PIC 9(1) VALUE 1.
       01  LS-TODAY-DAY                 PIC 9(1) VALUE 0.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TODAY-ORDINAL             PIC S9(9) COMP-5 VALUE 0.
       01  LS-DAY-NUM                   PIC 9(1) VALUE 0.
       01  LS-DAY-DATE                  PIC 9(8) VALUE 0.
       01  LS-HIGH-DAYS                 PIC 9(1) VALUE 0.
       01  LS-PEAK-COUNT                PIC 9(7) VALUE 0.
       01  LS-QUOTA-DISPLAY             PIC Z(6)9.
       01  LS-PEAK-DISPLAY              PIC Z(6)9.
       01  LS-NOTE-SUBJECT              PIC X(100) VALUE SPACES.
       01  LS-NOTE-MESSAGE              PIC X(1000) VALUE SPACES.
       01  LS-DELIVERED-COUNT           PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-SENT-COUNT                PIC 9(5) VALUE 0.
       01  LS-NOT-SENT-COUNT            PIC 9(5) VALUE 0.
       01  LS-COUNT-DISPLAY             PIC Z(4)9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "QUOTA-ADVICE-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           COMPUTE LS-TODAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
      *> Day ordinal 1 (1601-01-01) was a Monday.
           COMPUTE LS-TODAY-DAY =
               FUNCTION MOD(LS-TODAY-ORDINAL - 1, 7) + 1

           MOVE 1 TO LS-ADVICE-DAY
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_QUOTA_ADVICE_DAY"
           IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(LS-ENV-VALUE)) = 1
               AND FUNCTION TRIM(LS-ENV-VALUE) >= "1"
               AND FUNCTION TRIM(LS-ENV-VALUE) <= "7"
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-ADVICE-DAY
           END-IF
           IF LS-TODAY-DAY NOT = LS-ADVICE-DAY
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "not the weekly advice day" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "API key registry awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "audit trail awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM LOAD-WATCHED-KEYS
           IF WS-WATCH-COUNT = 0
           THEN
               MOVE "Quota advice: no keys with a quota and a "
                   & "contact channel, skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM VARYING LS-DAY-NUM FROM 1 BY 1
               UNTIL LS-DAY-NUM > 7
               COMPUTE LS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       LS-TODAY-ORDINAL - 8 + LS-DAY-NUM)
               PERFORM ACCUMULATE-ONE-DAY
           END-PERFORM

           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               PERFORM ADVISE-ONE-KEY
           END-PERFORM

           MOVE LS-SENT-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Quota advice: "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               " subscriber(s) told they regularly run near their "
               "quota"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE LS-SENT-COUNT TO BC-OK-COUNT
           MOVE LS-NOT-SENT-COUNT TO BC-FAILED-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-WATCHED-KEYS
      *> PURPOSE: Read the live, unexpired keys that have a quota and
      *>          a contact channel into WS-WATCH-ENTRY. A missing
      *>          registry simply leaves the table empty.
      *> ===============================================================
       LOAD-WATCHED-KEYS.
           MOVE 0 TO WS-WATCH-COUNT
           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                       MOVE "10" TO WS-AK-FILE-STATUS
                   NOT AT END
                       IF AK-ENABLED = "Y"
                           AND AK-DAILY-QUOTA > 0
                           AND AK-CONTACT-CHANNEL NOT = SPACES
                           AND (AK-EXPIRES-DATE = 0
                               OR AK-EXPIRES-DATE
                                   >= LS-TODAY-YYYYMMDD)
                           AND WS-WATCH-COUNT < C-WATCH-MAX-COUNT
                       THEN
                           ADD 1 TO WS-WATCH-COUNT
                           SET WS-WATCH-IDX TO WS-WATCH-COUNT
                           MOVE AK-KEY TO WS-WT-KEY(WS-WATCH-IDX)
                           MOVE AK-OWNER TO WS-WT-OWNER(WS-WATCH-IDX)
                           MOVE AK-DAILY-QUOTA
                               TO WS-WT-QUOTA(WS-WATCH-IDX)
                           MOVE AK-CONTACT-CHANNEL
                               TO WS-WT-CHANNEL(WS-WATCH-IDX)
                           PERFORM VARYING LS-DAY-NUM FROM 1 BY 1
                               UNTIL LS-DAY-NUM > 7
                               MOVE 0 TO WS-WT-DAY-COUNT(
                                   WS-WATCH-IDX, LS-DAY-NUM)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-KEY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ACCUMULATE-ONE-DAY
      *> PURPOSE: Count LS-DAY-DATE's audit records against the
      *>          watched keys, into day LS-DAY-NUM. A day with no
      *>          audit file counts as a quiet one.
      *> ===============================================================
       ACCUMULATE-ONE-DAY.
           MOVE SPACES TO WS-AUDIT-LOG-FILENAME
           STRING
               "air-quality-audit." LS-DAY-DATE ".log"
               INTO WS-AUDIT-LOG-FILENAME
           END-STRING
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-FILE-STATUS = "10"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "10" TO WS-AL-FILE-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(AL-API-KEY) NOT = SPACES
                           AND AL-STATUS-CODE NOT = 429
                       THEN
                           PERFORM TALLY-ONE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

      *> ===============================================================
      *> PARAGRAPH: TALLY-ONE-AUDIT-RECORD
      *> PURPOSE: Count the AL-RECORD just read against its key, when
      *>          the key is one being watched.
      *> ===============================================================
       TALLY-ONE-AUDIT-RECORD.
           PERFORM VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-COUNT
               IF WS-WT-KEY(WS-WATCH-IDX) = AL-API-KEY
               THEN
                   ADD 1 TO WS-WT-DAY-COUNT(WS-WATCH-IDX, LS-DAY-NUM)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ADVISE-ONE-KEY
      *> PURPOSE: Send the WS-WATCH-IDX key's contact channel the
      *>          higher-plan note when its week had C-REGULAR-DAYS
      *>          or more high days.
      *> ===============================================================
       ADVISE-ONE-KEY.
           MOVE 0 TO LS-HIGH-DAYS
           MOVE 0 TO LS-PEAK-COUNT
           PERFORM VARYING LS-DAY-NUM FROM 1 BY 1
               UNTIL LS-DAY-NUM > 7
               IF WS-WT-DAY-COUNT(WS-WATCH-IDX, LS-DAY-NUM) * 100
                   >= WS-WT-QUOTA(WS-WATCH-IDX) * C-HIGH-PERCENT
               THEN
                   ADD 1 TO LS-HIGH-DAYS
               END-IF
               IF WS-WT-DAY-COUNT(WS-WATCH-IDX, LS-DAY-NUM)
                   > LS-PEAK-COUNT
               THEN
                   MOVE WS-WT-DAY-COUNT(WS-WATCH-IDX, LS-DAY-NUM)
                       TO LS-PEAK-COUNT
               END-IF
           END-PERFORM
           IF LS-HIGH-DAYS < C-REGULAR-DAYS
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-WT-QUOTA(WS-WATCH-IDX) TO LS-QUOTA-DISPLAY
           MOVE LS-PEAK-COUNT TO LS-PEAK-DISPLAY
           MOVE SPACES TO LS-NOTE-SUBJECT
           STRING
               "API key " WS-WT-KEY(WS-WATCH-IDX)(1:8)
               "... regularly runs near its daily quota"
               INTO LS-NOTE-SUBJECT
           END-STRING
           MOVE SPACES TO LS-NOTE-MESSAGE
           STRING
               "API key " WS-WT-KEY(WS-WATCH-IDX)(1:8) "... ("
               FUNCTION TRIM(WS-WT-OWNER(WS-WATCH-IDX))
               ") used 90% or more of its "
               FUNCTION TRIM(LS-QUOTA-DISPLAY)
               " daily requests on " LS-HIGH-DAYS
               " of the last 7 days (busiest day: "
               FUNCTION TRIM(LS-PEAK-DISPLAY)
               " requests). A plan with a higher daily quota would "
               "keep your feeds from being refused on busy days - "
               "reply to this message or ask the operator to move "
               "you to one."
               INTO LS-NOTE-MESSAGE
           END-STRING

           CALL "NOTIFICATION-DISPATCH-TO-CHANNEL" USING
               BY REFERENCE WS-WT-CHANNEL(WS-WATCH-IDX)
               BY REFERENCE LS-NOTE-SUBJECT
               BY REFERENCE LS-NOTE-MESSAGE
               BY REFERENCE LS-DELIVERED-COUNT
               BY REFERENCE LS-FAILED-COUNT
           IF LS-FAILED-COUNT > 0
           THEN
               ADD 1 TO LS-NOT-SENT-COUNT
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Quota advice for API key "
                   WS-WT-KEY(WS-WATCH-IDX)(1:8)
                   "... not delivered to channel "
                   FUNCTION TRIM(WS-WT-CHANNEL(WS-WATCH-IDX))
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               ADD 1 TO LS-SENT-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM QUOTA-ADVICE-BATCH.
