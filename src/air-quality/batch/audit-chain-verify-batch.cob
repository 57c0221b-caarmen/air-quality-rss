      *> ===============================================================
      *> PROGRAM: AUDIT-CHAIN-VERIFY-BATCH
      *> PURPOSE: Walk the dated audit files over a date range and
      *>          prove the hash chain AUDIT-CHAIN keeps over them is
      *>          unbroken: every record must carry the hash of the
      *>          one before it, each day's first record the closing
      *>          hash of the day before, every closing record a
      *>          valid seal signature and the record count it
      *>          claims, and every past day must be closed. A break
      *>          is reported with the first record it affects, and
      *>          the walk resyncs past it so every later break is
      *>          reported as well.
      *>          A day resealed by a legitimate job is accepted:
      *>          its RESEAL carries the closing hash the next day
      *>          was chained to, and a RESEAL recording the
      *>          retention purge excuses the missing day before it.
      *>          Days written before the chain began are counted as
      *>          unchained, not as breaks.
      *>          The range is AQRSS_AUDIT_VERIFY_FROM ..
      *>          AQRSS_AUDIT_VERIFY_TO (YYYYMMDD); by default the
      *>          audit retention window up to today. Days still open
      *>          are sealed first (AUDIT-CHAIN-SEAL-DUE), so a quiet
      *>          yesterday does not read as unsealed.
      *>          Writes audit-chain-report.txt (served on
      *>          GET /exports) and appends a signed certificate to
      *>          audit-chain-certificates.dat; a broken chain marks
      *>          the run FAILED so /status and the job alerts show
      *>          it.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-VERIFY-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO
                   DYNAMIC WS-AUDIT-LOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT CHAIN-REPORT-FILE ASSIGN TO
                   "audit-chain-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT CHAIN-CERTIFICATE-FILE ASSIGN TO
                   "audit-chain-certificates.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY audit-log IN "air-quality/api".

       FD  CHAIN-REPORT-FILE.
       01  CR-LINE                      PIC X(132).

       FD  CHAIN-CERTIFICATE-FILE.
       COPY audit-chain-certificate IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AC-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-LOG-FILENAME        PIC X(40) VALUE SPACES.

       LOCAL-STORAGE SECTION.
      *> The audit trail's registered layout (see
      *> AQRSS-LAYOUT-VERSION and the audit-trail migration).
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
      *> A closing record's signature covers every byte before
      *> AL-SEAL-SIGNATURE; a certificate's every byte before
      *> AC-SIGNATURE.
       01  C-SIGNED-WIDTH               PIC 9(3) VALUE 530.
       01  C-CERTIFICATE-SIGNED-WIDTH   PIC 9(3) VALUE 144.
      *> How far back a day looks for the day it chains to - the
      *> same lookback AUDIT-CHAIN anchors a new day with.
       01  C-ANCHOR-LOOKBACK-DAYS       PIC 9(3) VALUE 31.
       01  C-GENESIS-HASH               PIC X(64) VALUE ALL "0".
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-RETENTION-DAYS            PIC 9(4) VALUE 30.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TODAY-ORDINAL             PIC S9(9) COMP-5 VALUE 0.
       01  LS-FROM-YYYYMMDD             PIC 9(8) VALUE 0.
       01  LS-TO-YYYYMMDD               PIC 9(8) VALUE 0.
       01  LS-FROM-ORDINAL              PIC S9(9) COMP-5 VALUE 0.
       01  LS-TO-ORDINAL                PIC S9(9) COMP-5 VALUE 0.
       01  LS-DAY-ORDINAL               PIC S9(9) COMP-5 VALUE 0.
       01  LS-DAY-YYYYMMDD              PIC 9(8) VALUE 0.
       01  LS-DAY-DATE                  PIC X(8) VALUE SPACES.
       01  LS-BACK-DAYS                 PIC 9(3) VALUE 0.
       01  LS-SEALED-COUNT              PIC 9(5) VALUE 0.

      *> The day before the one being walked: whether one is on
      *> file within the lookback, whether it is chained, the hash
      *> of its last record, and - when that record is a RESEAL -
      *> the closing hash it carries forward.
       01  LS-PRED-FOUND                PIC X(01) VALUE "N".
       01  LS-PRED-ORDINAL              PIC S9(9) COMP-5 VALUE 0.
       01  LS-PRED-CHAINED              PIC X(01) VALUE "N".
       01  LS-PRED-LAST-HASH            PIC X(64) VALUE SPACES.
       01  LS-PRED-PRIOR                PIC X(64) VALUE SPACES.

      *> The day being walked.
       01  LS-RECORD-NO                 PIC 9(7) VALUE 0.
       01  LS-DAY-CHAINED               PIC X(01) VALUE "N".
       01  LS-DAY-CLOSED                PIC X(01) VALUE "N".
       01  LS-DAY-RETENTION             PIC X(01) VALUE "N".
       01  LS-DAY-BREAKS                PIC 9(5) VALUE 0.
       01  LS-DAY-PRIOR                 PIC X(64) VALUE SPACES.
       01  LS-FIRST-PREV-HASH           PIC X(64) VALUE SPACES.
       01  LS-FIRST-CHAINED-NO          PIC 9(7) VALUE 0.
       01  LS-EXPECTED-HASH             PIC X(64) VALUE SPACES.
       01  LS-SIGNATURE                 PIC X(64) VALUE SPACES.
       01  LS-CLAIMED-COUNT             PIC 9(7) VALUE 0.
       01  LS-LINK-OK                   PIC X(01) VALUE "N".
       01  LS-BREAK-REASON              PIC X(40) VALUE SPACES.
       01  LS-BREAK-RECORD              PIC 9(7) VALUE 0.
       01  LS-DAY-VERDICT               PIC X(10) VALUE SPACES.

      *> Run totals.
       01  LS-DAYS-ON-FILE              PIC 9(5) VALUE 0.
       01  LS-UNCHAINED-DAYS            PIC 9(5) VALUE 0.
       01  LS-RECORDS-CHECKED           PIC 9(9) VALUE 0.
       01  LS-SEALS                     PIC 9(5) VALUE 0.
       01  LS-RESEALS                   PIC 9(5) VALUE 0.
       01  LS-UNCHECKED-SEALS           PIC 9(5) VALUE 0.
       01  LS-BREAK-COUNT               PIC 9(5) VALUE 0.
       01  LS-FIRST-BREAK-DATE          PIC X(8) VALUE SPACES.
       01  LS-FIRST-BREAK-RECORD        PIC 9(7) VALUE 0.
       01  LS-FIRST-BREAK-REASON        PIC X(40) VALUE SPACES.
       01  LS-COUNT-DISPLAY             PIC Z(8)9.
       01  LS-RECORD-DISPLAY            PIC Z(6)9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY audit-seal-params IN "air-quality/api".
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "AUDIT-CHAIN-VERIFY-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           COMPUTE LS-TODAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)

           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_AUDIT_RETENTION_D"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                   TO LS-RETENTION-DAYS
           END-IF
           COMPUTE LS-FROM-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   LS-TODAY-ORDINAL - LS-RETENTION-DAYS)
           MOVE LS-TODAY-YYYYMMDD TO LS-TO-YYYYMMDD

           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_AUDIT_VERIFY_FROM"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(LS-ENV-VALUE))
                       = 8
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                       TO LS-FROM-YYYYMMDD
               ELSE
                   MOVE 0 TO LS-FROM-YYYYMMDD
               END-IF
           END-IF
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_AUDIT_VERIFY_TO"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
                   AND FUNCTION LENGTH(FUNCTION TRIM(LS-ENV-VALUE))
                       = 8
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                       TO LS-TO-YYYYMMDD
               ELSE
                   MOVE 0 TO LS-TO-YYYYMMDD
               END-IF
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(LS-FROM-YYYYMMDD) NOT = 0
               OR FUNCTION TEST-DATE-YYYYMMDD(LS-TO-YYYYMMDD) NOT = 0
               OR LS-FROM-YYYYMMDD > LS-TO-YYYYMMDD
           THEN
               MOVE "Audit chain verification: AQRSS_AUDIT_VERIFY_"
                   & "FROM/TO is not a valid YYYYMMDD range, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "invalid verification date range" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
      *> Nothing can be on file after today.
           IF LS-TO-YYYYMMDD > LS-TODAY-YYYYMMDD
           THEN
               MOVE LS-TODAY-YYYYMMDD TO LS-TO-YYYYMMDD
           END-IF
           COMPUTE LS-FROM-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-FROM-YYYYMMDD)
           COMPUTE LS-TO-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TO-YYYYMMDD)

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

           CALL "AUDIT-CHAIN-SEAL-DUE" USING
               BY REFERENCE LS-SEALED-COUNT
           END-CALL

           OPEN OUTPUT CHAIN-REPORT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open the audit chain "
                   "report, status " WS-CR-FILE-STATUS
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           MOVE SPACES TO CR-LINE
           STRING
               "Audit chain verification "
               LS-FROM-YYYYMMDD(1:4) "-" LS-FROM-YYYYMMDD(5:2) "-"
               LS-FROM-YYYYMMDD(7:2) " .. "
               LS-TO-YYYYMMDD(1:4) "-" LS-TO-YYYYMMDD(5:2) "-"
               LS-TO-YYYYMMDD(7:2)
               " (run of " LS-TODAY-YYYYMMDD(1:4) "-"
               LS-TODAY-YYYYMMDD(5:2) "-" LS-TODAY-YYYYMMDD(7:2) ")"
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE

           PERFORM FIND-RANGE-PREDECESSOR
           PERFORM VARYING LS-DAY-ORDINAL FROM LS-FROM-ORDINAL BY 1
               UNTIL LS-DAY-ORDINAL > LS-TO-ORDINAL
               COMPUTE LS-DAY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(LS-DAY-ORDINAL)
               MOVE LS-DAY-YYYYMMDD TO LS-DAY-DATE
               PERFORM VERIFY-ONE-DAY
           END-PERFORM

           PERFORM WRITE-REPORT-SUMMARY
           CLOSE CHAIN-REPORT-FILE
           PERFORM WRITE-CERTIFICATE

           MOVE LS-RECORDS-CHECKED TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           IF LS-BREAK-COUNT = 0
           THEN
               STRING
                   "Audit chain verification: intact, "
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " record(s) checked"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "OK" TO BC-STATUS
           ELSE
               MOVE LS-FIRST-BREAK-RECORD TO LS-RECORD-DISPLAY
               STRING
                   "Audit chain verification: BROKEN, "
                   LS-BREAK-COUNT " break(s), first in "
                   LS-FIRST-BREAK-DATE " at record "
                   FUNCTION TRIM(LS-RECORD-DISPLAY) ": "
                   FUNCTION TRIM(LS-FIRST-BREAK-REASON)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               MOVE SPACES TO BC-NOTE
               STRING
                   "chain broken in " LS-FIRST-BREAK-DATE
                   " at record " FUNCTION TRIM(LS-RECORD-DISPLAY)
                   INTO BC-NOTE
               END-STRING
           END-IF

           MOVE LS-RECORDS-CHECKED TO BC-OK-COUNT
           MOVE LS-BREAK-COUNT TO BC-FAILED-COUNT
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FIND-RANGE-PREDECESSOR
      *> PURPOSE: The range's first day chains to the latest day on
      *>          file before it: walk that day too (without
      *>          reporting it) so its closing hash is known.
      *> ===============================================================
       FIND-RANGE-PREDECESSOR.
           MOVE "N" TO LS-PRED-FOUND
           PERFORM VARYING LS-BACK-DAYS FROM 1 BY 1
               UNTIL LS-BACK-DAYS > C-ANCHOR-LOOKBACK-DAYS
               OR LS-PRED-FOUND = "Y"
               COMPUTE LS-DAY-ORDINAL =
                   LS-FROM-ORDINAL - LS-BACK-DAYS
               COMPUTE LS-DAY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(LS-DAY-ORDINAL)
               MOVE LS-DAY-YYYYMMDD TO LS-DAY-DATE
               PERFORM BUILD-DAY-FILENAME
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AL-FILE-STATUS = "00"
               THEN
                   PERFORM READ-PREDECESSOR-DAY
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: READ-PREDECESSOR-DAY
      *> PURPOSE: Take the predecessor state from the day file just
      *>          opened, when it holds any record.
      *> ===============================================================
       READ-PREDECESSOR-DAY.
           MOVE "N" TO LS-PRED-CHAINED
           MOVE SPACES TO LS-PRED-LAST-HASH
           MOVE SPACES TO LS-PRED-PRIOR
           PERFORM UNTIL WS-AL-FILE-STATUS = "10"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "10" TO WS-AL-FILE-STATUS
                   NOT AT END
                       MOVE "Y" TO LS-PRED-FOUND
                       MOVE LS-DAY-ORDINAL TO LS-PRED-ORDINAL
                       IF AL-PREV-HASH NOT = SPACES
                       THEN
                           MOVE "Y" TO LS-PRED-CHAINED
                       END-IF
                       PERFORM NOTE-PREDECESSOR-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

      *> ===============================================================
      *> PARAGRAPH: NOTE-PREDECESSOR-RECORD
      *> PURPOSE: Remember AL-RECORD as the latest record of the day
      *>          the next day chains to.
      *> ===============================================================
       NOTE-PREDECESSOR-RECORD.
           CALL "AUDIT-CHAIN-RECORD-HASH" USING
               BY REFERENCE AL-RECORD
               BY REFERENCE LS-PRED-LAST-HASH
           END-CALL
           MOVE SPACES TO LS-PRED-PRIOR
           IF AL-METHOD = "RESEAL"
           THEN
               MOVE AL-QUERY-PARAMS TO ASP-RESEAL-PARAMS
               IF ASP-RESEAL-PRIOR NOT = "open"
               THEN
                   MOVE ASP-RESEAL-PRIOR TO LS-PRED-PRIOR
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: VERIFY-ONE-DAY
      *> PURPOSE: Walk LS-DAY-DATE's file record by record, then
      *>          check its link to the day before and that it is
      *>          closed, and report the day.
      *> ===============================================================
       VERIFY-ONE-DAY.
           PERFORM BUILD-DAY-FILENAME
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-RECORD-NO
           MOVE "N" TO LS-DAY-CHAINED
           MOVE "N" TO LS-DAY-CLOSED
           MOVE "N" TO LS-DAY-RETENTION
           MOVE 0 TO LS-DAY-BREAKS
           MOVE SPACES TO LS-FIRST-PREV-HASH
           MOVE 0 TO LS-FIRST-CHAINED-NO
           MOVE SPACES TO LS-EXPECTED-HASH
           PERFORM UNTIL WS-AL-FILE-STATUS = "10"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "10" TO WS-AL-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-RECORD-NO
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           IF LS-RECORD-NO = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LS-DAYS-ON-FILE
           ADD LS-RECORD-NO TO LS-RECORDS-CHECKED
           IF LS-DAY-CHAINED = "N"
           THEN
               ADD 1 TO LS-UNCHAINED-DAYS
               MOVE "UNCHAINED" TO LS-DAY-VERDICT
           ELSE
               IF LS-FIRST-CHAINED-NO = 1
               THEN
                   PERFORM CHECK-DAY-LINK
               END-IF
               IF LS-DAY-CLOSED = "N"
                   AND LS-DAY-YYYYMMDD < LS-TODAY-YYYYMMDD
               THEN
                   MOVE LS-RECORD-NO TO LS-BREAK-RECORD
                   MOVE "day not sealed" TO LS-BREAK-REASON
                   PERFORM REPORT-BREAK
               END-IF
               EVALUATE TRUE
               WHEN LS-DAY-BREAKS > 0
                   MOVE "BROKEN" TO LS-DAY-VERDICT
               WHEN LS-DAY-CLOSED = "N"
                   MOVE "OPEN" TO LS-DAY-VERDICT
               WHEN OTHER
                   MOVE "INTACT" TO LS-DAY-VERDICT
               END-EVALUATE
           END-IF

           MOVE LS-RECORD-NO TO LS-RECORD-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING
               "  " LS-DAY-DATE(1:4) "-" LS-DAY-DATE(5:2) "-"
               LS-DAY-DATE(7:2) "  " LS-RECORD-DISPLAY
               " record(s)  " LS-DAY-VERDICT
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE

      *> This day is what the next one chains to.
           MOVE "Y" TO LS-PRED-FOUND
           MOVE LS-DAY-ORDINAL TO LS-PRED-ORDINAL
           MOVE LS-DAY-CHAINED TO LS-PRED-CHAINED
           MOVE LS-EXPECTED-HASH TO LS-PRED-LAST-HASH
           MOVE LS-DAY-PRIOR TO LS-PRED-PRIOR.

      *> ===============================================================
      *> PARAGRAPH: VERIFY-ONE-RECORD
      *> PURPOSE: Check the record just read against the one before
      *>          it, and a closing record's count and signature.
      *>          Whatever is found, the record's own hash becomes
      *>          what the next record must carry, so the walk
      *>          resyncs after a break.
      *> ===============================================================
       VERIFY-ONE-RECORD.
           MOVE SPACES TO LS-DAY-PRIOR
           IF LS-DAY-CLOSED = "Y"
           THEN
               MOVE LS-RECORD-NO TO LS-BREAK-RECORD
               MOVE "record after the day was closed"
                   TO LS-BREAK-REASON
               PERFORM REPORT-BREAK
               MOVE "N" TO LS-DAY-CLOSED
           END-IF

           EVALUATE TRUE
           WHEN AL-PREV-HASH = SPACES
               IF LS-DAY-CHAINED = "Y"
               THEN
                   MOVE LS-RECORD-NO TO LS-BREAK-RECORD
                   MOVE "unchained record inside the chain"
                       TO LS-BREAK-REASON
                   PERFORM REPORT-BREAK
               END-IF
           WHEN LS-DAY-CHAINED = "N"
               MOVE "Y" TO LS-DAY-CHAINED
               MOVE LS-RECORD-NO TO LS-FIRST-CHAINED-NO
               MOVE AL-PREV-HASH TO LS-FIRST-PREV-HASH
      *> A chain picked up mid-day follows the day's last record
      *> written before it.
               IF LS-RECORD-NO > 1
                   AND AL-PREV-HASH NOT = LS-EXPECTED-HASH
               THEN
                   MOVE LS-RECORD-NO TO LS-BREAK-RECORD
                   MOVE "previous record altered or missing"
                       TO LS-BREAK-REASON
                   PERFORM REPORT-BREAK
               END-IF
           WHEN AL-PREV-HASH NOT = LS-EXPECTED-HASH
               MOVE LS-RECORD-NO TO LS-BREAK-RECORD
               MOVE "previous record altered or missing"
                   TO LS-BREAK-REASON
               PERFORM REPORT-BREAK
           END-EVALUATE

           IF AL-METHOD = "SEAL"
               OR AL-METHOD = "RESEAL"
           THEN
               PERFORM VERIFY-CLOSING-RECORD
           END-IF

           CALL "AUDIT-CHAIN-RECORD-HASH" USING
               BY REFERENCE AL-RECORD
               BY REFERENCE LS-EXPECTED-HASH
           END-CALL.

      *> ===============================================================
      *> PARAGRAPH: VERIFY-CLOSING-RECORD
      *> PURPOSE: A SEAL or RESEAL must count exactly the records
      *>          before it and carry a valid signature. A RESEAL
      *>          also says whether the retention purge excuses the
      *>          missing day before this one, and which closing
      *>          hash the next day was chained to.
      *> ===============================================================
       VERIFY-CLOSING-RECORD.
           IF AL-METHOD = "SEAL"
           THEN
               ADD 1 TO LS-SEALS
               MOVE AL-QUERY-PARAMS TO ASP-SEAL-PARAMS
               MOVE 0 TO LS-CLAIMED-COUNT
               IF ASP-SEAL-RECORDS IS NUMERIC
               THEN
                   MOVE ASP-SEAL-RECORDS TO LS-CLAIMED-COUNT
               END-IF
               MOVE "Y" TO LS-DAY-CLOSED
           ELSE
               ADD 1 TO LS-RESEALS
               MOVE AL-QUERY-PARAMS TO ASP-RESEAL-PARAMS
               MOVE 0 TO LS-CLAIMED-COUNT
               IF ASP-RESEAL-RECORDS IS NUMERIC
               THEN
                   MOVE ASP-RESEAL-RECORDS TO LS-CLAIMED-COUNT
               END-IF
               IF ASP-RESEAL-RETENTION = "Y"
               THEN
                   MOVE "Y" TO LS-DAY-RETENTION
               END-IF
               IF ASP-RESEAL-PRIOR NOT = "open"
               THEN
                   MOVE "Y" TO LS-DAY-CLOSED
                   MOVE ASP-RESEAL-PRIOR TO LS-DAY-PRIOR
               END-IF
           END-IF

           IF LS-CLAIMED-COUNT NOT = LS-RECORD-NO - 1
           THEN
               MOVE LS-RECORD-NO TO LS-BREAK-RECORD
               MOVE "closing record count mismatch"
                   TO LS-BREAK-REASON
               PERFORM REPORT-BREAK
           END-IF

           CALL "AUDIT-CHAIN-SIGNATURE" USING
               BY REFERENCE AL-RECORD
               BY REFERENCE C-SIGNED-WIDTH
               BY REFERENCE LS-SIGNATURE
               RETURNING RETURN-CODE
           END-CALL
           IF RETURN-CODE NOT = 0
           THEN
               ADD 1 TO LS-UNCHECKED-SEALS
               EXIT PARAGRAPH
           END-IF
           IF AL-SEAL-SIGNATURE NOT = LS-SIGNATURE
           THEN
               MOVE LS-RECORD-NO TO LS-BREAK-RECORD
               MOVE "closing record signature invalid"
                   TO LS-BREAK-REASON
               PERFORM REPORT-BREAK
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-DAY-LINK
      *> PURPOSE: The day's first record must carry the closing hash
      *>          of the latest earlier day within the lookback -
      *>          its last record's hash, or the hash a RESEAL of it
      *>          carries forward - or 64 zeros when there is no
      *>          such chained day. A RESEAL recording the retention
      *>          purge excuses a day whose predecessor was purged.
      *> ===============================================================
       CHECK-DAY-LINK.
           MOVE "N" TO LS-LINK-OK
           IF LS-PRED-FOUND = "Y"
               AND LS-PRED-CHAINED = "Y"
               AND LS-DAY-ORDINAL - LS-PRED-ORDINAL
                   <= C-ANCHOR-LOOKBACK-DAYS
           THEN
               IF LS-FIRST-PREV-HASH = LS-PRED-LAST-HASH
                   OR (LS-PRED-PRIOR NOT = SPACES
                       AND LS-FIRST-PREV-HASH = LS-PRED-PRIOR)
               THEN
                   MOVE "Y" TO LS-LINK-OK
               END-IF
           ELSE
               IF LS-FIRST-PREV-HASH = C-GENESIS-HASH
               THEN
                   MOVE "Y" TO LS-LINK-OK
               END-IF
           END-IF
           IF LS-LINK-OK = "N"
               AND LS-DAY-RETENTION = "Y"
           THEN
               MOVE "Y" TO LS-LINK-OK
           END-IF
           IF LS-LINK-OK = "N"
           THEN
               MOVE 1 TO LS-BREAK-RECORD
               MOVE "link to the previous day broken"
                   TO LS-BREAK-REASON
               PERFORM REPORT-BREAK
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: REPORT-BREAK
      *> PURPOSE: Count the break at LS-BREAK-RECORD, remember it
      *>          when it is the first, and list it in the report.
      *> ===============================================================
       REPORT-BREAK.
           ADD 1 TO LS-BREAK-COUNT
           ADD 1 TO LS-DAY-BREAKS
           IF LS-BREAK-COUNT = 1
           THEN
               MOVE LS-DAY-DATE TO LS-FIRST-BREAK-DATE
               MOVE LS-BREAK-RECORD TO LS-FIRST-BREAK-RECORD
               MOVE LS-BREAK-REASON TO LS-FIRST-BREAK-REASON
           END-IF
           MOVE LS-BREAK-RECORD TO LS-RECORD-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING
               "    BREAK " LS-DAY-DATE(1:4) "-" LS-DAY-DATE(5:2)
               "-" LS-DAY-DATE(7:2) " record "
               FUNCTION TRIM(LS-RECORD-DISPLAY) ": "
               FUNCTION TRIM(LS-BREAK-REASON)
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-REPORT-SUMMARY
      *> PURPOSE: The report's closing totals and verdict.
      *> ===============================================================
       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE LS-RECORDS-CHECKED TO LS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING
               "Days on file: " LS-DAYS-ON-FILE
               " (unchained, written before the chain: "
               LS-UNCHAINED-DAYS ")  records checked: "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE
           MOVE SPACES TO CR-LINE
           STRING
               "Seals: " LS-SEALS "  reseals: " LS-RESEALS
               "  days sealed by this run: " LS-SEALED-COUNT
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE
           IF LS-UNCHECKED-SEALS > 0
           THEN
               MOVE SPACES TO CR-LINE
               STRING
                   "WARNING: " LS-UNCHECKED-SEALS
                   " closing record(s) not signature-checked - "
                   "AQRSS_AUDIT_SEAL_KEY is not configured"
                   INTO CR-LINE
               END-STRING
               WRITE CR-LINE
           END-IF
           MOVE SPACES TO CR-LINE
           IF LS-BREAK-COUNT = 0
           THEN
               MOVE "Verdict: INTACT" TO CR-LINE
           ELSE
               MOVE LS-FIRST-BREAK-RECORD TO LS-RECORD-DISPLAY
               STRING
                   "Verdict: BROKEN - " LS-BREAK-COUNT
                   " break(s), first in "
                   LS-FIRST-BREAK-DATE(1:4) "-"
                   LS-FIRST-BREAK-DATE(5:2) "-"
                   LS-FIRST-BREAK-DATE(7:2) " at record "
                   FUNCTION TRIM(LS-RECORD-DISPLAY) ": "
                   FUNCTION TRIM(LS-FIRST-BREAK-REASON)
                   INTO CR-LINE
               END-STRING
           END-IF
           WRITE CR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-CERTIFICATE
      *> PURPOSE: Append this run's signed certificate to
      *>          audit-chain-certificates.dat.
      *> ===============================================================
       WRITE-CERTIFICATE.
           OPEN EXTEND CHAIN-CERTIFICATE-FILE
           IF WS-AC-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CHAIN-CERTIFICATE-FILE
           END-IF
           IF WS-AC-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open the audit chain "
                   "certificate file, status " WS-AC-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AC-RECORD
           MOVE FUNCTION CURRENT-DATE TO AC-TIMESTAMP
           MOVE LS-FROM-YYYYMMDD TO AC-FROM-DATE
           MOVE LS-TO-YYYYMMDD TO AC-TO-DATE
           MOVE LS-DAYS-ON-FILE TO AC-DAYS-ON-FILE
           MOVE LS-UNCHAINED-DAYS TO AC-UNCHAINED-DAYS
           MOVE LS-RECORDS-CHECKED TO AC-RECORDS-CHECKED
           MOVE LS-SEALS TO AC-SEALS
           MOVE LS-RESEALS TO AC-RESEALS
           MOVE LS-UNCHECKED-SEALS TO AC-UNCHECKED-SEALS
           IF LS-BREAK-COUNT = 0
           THEN
               MOVE "INTACT" TO AC-VERDICT
           ELSE
               MOVE "BROKEN" TO AC-VERDICT
           END-IF
           MOVE LS-BREAK-COUNT TO AC-BREAK-COUNT
           MOVE LS-FIRST-BREAK-DATE TO AC-BREAK-DATE
           MOVE LS-FIRST-BREAK-RECORD TO AC-BREAK-RECORD
           MOVE LS-FIRST-BREAK-REASON TO AC-BREAK-REASON
           CALL "AUDIT-CHAIN-SIGNATURE" USING
               BY REFERENCE AC-RECORD
               BY REFERENCE C-CERTIFICATE-SIGNED-WIDTH
               BY REFERENCE AC-SIGNATURE
           END-CALL
           WRITE AC-RECORD
           CLOSE CHAIN-CERTIFICATE-FILE.

      *> ===============================================================
      *> PARAGRAPH: BUILD-DAY-FILENAME
      *> PURPOSE: LS-DAY-DATE's dated audit file name.
      *> ===============================================================
       BUILD-DAY-FILENAME.
           MOVE SPACES TO WS-AUDIT-LOG-FILENAME
           STRING
               "air-quality-audit." LS-DAY-DATE ".log"
               INTO WS-AUDIT-LOG-FILENAME
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM AUDIT-CHAIN-VERIFY-BATCH.
