      *> ===============================================================
      *> PROGRAM: AUDIT-CHAIN
      *> PURPOSE: Owns every write to the dated audit trail
      *>          (air-quality-audit.YYYYMMDD.log) and keeps it
      *>          tamper-evident. The files are our evidence for
      *>          billing, erasure certificates and incident
      *>          disputes, and anyone with a shell could edit a
      *>          record without trace:
      *>            - every record carries in AL-PREV-HASH the
      *>              SHA-256 of the whole record before it, so an
      *>              edited, removed or inserted record breaks the
      *>              chain at the next one;
      *>            - a day's first record is chained to the closing
      *>              record of the latest earlier day on file (64
      *>              zeros at the start of the chain), so a deleted
      *>              or swapped day breaks it too;
      *>            - each rolled day is closed with a SEAL record,
      *>              HMAC-SHA256-signed with AQRSS_AUDIT_SEAL_KEY
      *>              (a {vault:<name>} reference is resolved), so
      *>              the chain cannot simply be recomputed over an
      *>              edited file;
      *>            - a job that legitimately rewrites a day -
      *>              SUBSCRIBER-ERASURE-BATCH redacting a key, or
      *>              AUDIT-LOG-RETENTION-BATCH purging the day
      *>              before it - does so through
      *>              AUDIT-CHAIN-RESEAL, which re-chains the day and
      *>              closes it with a signed RESEAL record naming
      *>              the job, so redaction stays distinguishable
      *>              from tampering.
      *>          The closing records' parameters are laid out in
      *>          audit-seal-params. SHA-256 and HMAC come from
      *>          libcrypto, called directly as WEBHOOK-SIGNATURE
      *>          does. AUDIT-CHAIN-VERIFY-BATCH walks the result.
      *>          The last record's hash is kept in memory between
      *>          appends, checked against the file's size on every
      *>          append and re-read from the file whenever the two
      *>          disagree.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-DAY-FILE ASSIGN TO
                   DYNAMIC WS-DAY-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AD-FILE-STATUS.

           SELECT AUDIT-SCRATCH-FILE ASSIGN TO
                   DYNAMIC WS-SCRATCH-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> Both sized to the audit-log record's full width.
       FD  AUDIT-DAY-FILE.
       01  AD-RECORD                    PIC X(594).

       FD  AUDIT-SCRATCH-FILE.
       01  ASF-RECORD                   PIC X(594).

       WORKING-STORAGE SECTION.
       01  WS-AD-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AS-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DAY-FILENAME              PIC X(40) VALUE SPACES.
       01  WS-SCRATCH-FILENAME          PIC X(48) VALUE SPACES.
      *> Every request thread and the batches share the trail, so
      *> every entry that writes it runs under the chain's mutex
      *> slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 37.
      *> The day the chain state below belongs to, the hash the next
      *> record chains to, and how many records that day holds.
       01  WS-CHAIN-DAY                 PIC X(8) VALUE SPACES.
       01  WS-CHAIN-LAST-HASH           PIC X(64) VALUE SPACES.
       01  WS-CHAIN-COUNT               PIC 9(7) VALUE 0.
       01  WS-FILE-INFO.
           05  WS-FI-SIZE               PIC 9(18) COMP.
           05  FILLER                   PIC X(8).

       LOCAL-STORAGE SECTION.
      *> The audit trail's registered layout (see
      *> AQRSS-LAYOUT-VERSION and the audit-trail migration): v3
      *> added the chain hash and the seal signature.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
       01  C-RECORD-WIDTH               PIC 9(3) VALUE 594.
      *> A closing record's signature covers every byte before
      *> AL-SEAL-SIGNATURE.
       01  C-SIGNED-WIDTH               PIC 9(3) VALUE 530.
      *> How far back a new day looks for the day it chains to.
       01  C-ANCHOR-LOOKBACK-DAYS       PIC 9(3) VALUE 31.
       01  C-GENESIS-HASH               PIC X(64) VALUE ALL "0".
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-NOW-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  LS-TODAY-DATE                PIC X(8) VALUE SPACES.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-BACK-DAYS                 PIC 9(3) VALUE 0.
       01  LS-SCAN-YYYYMMDD             PIC 9(8) VALUE 0.
       01  LS-ANCHOR-HASH               PIC X(64) VALUE SPACES.
       01  LS-ANCHOR-FOUND              PIC X(01) VALUE "N".
       01  LS-EXPECTED-SIZE             PIC 9(18) VALUE 0.
       01  LS-SEALED-COUNT              PIC 9(5) VALUE 0.

      *> What SCAN-DAY-FILE learned about LS-SCAN-DATE's file: its
      *> record count, whether any record is chained, the hash of
      *> its last record, whether that record closes the day, the
      *> hash the following day chains to, and whether a RESEAL
      *> in it records the retention purge.
       01  LS-SCAN-DATE                 PIC X(8) VALUE SPACES.
       01  LS-SCAN-FOUND                PIC X(01) VALUE "N".
       01  LS-SCAN-COUNT                PIC 9(7) VALUE 0.
       01  LS-SCAN-CHAINED              PIC X(01) VALUE "N".
       01  LS-SCAN-CLOSED               PIC X(01) VALUE "N".
       01  LS-SCAN-RETENTION            PIC X(01) VALUE "N".
       01  LS-SCAN-LAST-HASH            PIC X(64) VALUE SPACES.
       01  LS-SCAN-LINK-HASH            PIC X(64) VALUE SPACES.
       01  LS-LAST-RECORD               PIC X(594) VALUE SPACES.

      *> Re-chaining a day through the scratch file.
       01  LS-RUNNING-HASH              PIC X(64) VALUE SPACES.
       01  LS-WRITTEN-COUNT             PIC 9(7) VALUE 0.
       01  LS-REDACTED-COUNT            PIC 9(7) VALUE 0.
       01  LS-ERASED-TOTAL              PIC 9(7) VALUE 0.

      *> One SHA-256 or HMAC computation: the bytes in hand, the raw
      *> 32-byte digest libcrypto hands back, and its hex rendering.
       01  LS-HASH-INPUT                PIC X(594) VALUE SPACES.
       01  LS-HASH-LENGTH               USAGE BINARY-C-LONG VALUE 0.
       01  LS-MD-PTR                    USAGE POINTER VALUE NULL.
       01  LS-DIGEST-RESULT-PTR         USAGE POINTER VALUE NULL.
       01  LS-DIGEST                    PIC X(32) VALUE LOW-VALUES.
       01  LS-DIGEST-LENGTH             USAGE BINARY-LONG UNSIGNED
                                        VALUE 0.
       01  LS-DIGEST-HEX                PIC X(64) VALUE SPACES.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789abcdef".
       01  LS-BYTE-POS                  PIC 9(2) VALUE 0.
       01  LS-BYTE-VALUE                PIC 9(3) VALUE 0.
       01  LS-HIGH-NIBBLE               PIC 9(2) VALUE 0.
       01  LS-LOW-NIBBLE                PIC 9(2) VALUE 0.

      *> The seal key, resolved out of the vault when it is a
      *> reference; spaces when none is configured.
       01  LS-SEAL-KEY                  PIC X(1000) VALUE SPACES.
       01  LS-SEAL-KEY-LENGTH           USAGE BINARY-LONG VALUE 0.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

       COPY audit-log IN "air-quality/api".
       COPY audit-seal-params IN "air-quality/api".

       LINKAGE SECTION.
       01  IN-AL-RECORD                 PIC X(594).
       01  OUT-SEALED-COUNT             PIC 9(5).
       01  IN-RESEAL-DATE               PIC X(8).
       01  IN-JOB-NAME                  PIC X(32).
       01  IN-REDACT-KEY                PIC X(40).
       01  OUT-REDACTED-COUNT           PIC 9(7).
       01  IN-HASH-RECORD               PIC X(594).
       01  OUT-HASH                     PIC X(64).
       01  IN-SIGN-TEXT                 PIC X(594).
       01  IN-SIGN-LENGTH               PIC 9(3).
       01  OUT-SIGNATURE                PIC X(64).

      *> Unused default entry point: every caller targets one of the
      *> named ENTRY points below.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: AUDIT-CHAIN-APPEND
      *> PURPOSE: Append one request's record to today's file,
      *>          stamped with the current time when the caller left
      *>          the timestamp blank and chained to the record
      *>          before it. The first append of a new day seals
      *>          the day it chains to if nothing has yet. Refuses
      *>          (returns 1) a trail awaiting layout migration -
      *>          mixing record widths in one dated file makes the
      *>          day unreadable - or a file that cannot be opened,
      *>          which is logged.
      *> ===============================================================
       ENTRY "AUDIT-CHAIN-APPEND" USING
           BY REFERENCE IN-AL-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           PERFORM SYNC-CHAIN-STATE

           MOVE IN-AL-RECORD TO AL-RECORD
           IF AL-TIMESTAMP = SPACES
           THEN
               MOVE LS-NOW-TIMESTAMP TO AL-TIMESTAMP
           END-IF
           MOVE WS-CHAIN-LAST-HASH TO AL-PREV-HASH
           MOVE SPACES TO AL-SEAL-SIGNATURE
           PERFORM BUILD-DAY-FILENAME-TODAY
           PERFORM APPEND-AL-RECORD
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: AUDIT-CHAIN-SEAL-DUE
      *> PURPOSE: Seal every day of the last month that is on file,
      *>          chained and not yet closed - a day with no traffic
      *>          after it would otherwise stay open until the next
      *>          request. Run by the verification batch before it
      *>          walks the chain. Returns the number sealed.
      *> ===============================================================
       ENTRY "AUDIT-CHAIN-SEAL-DUE" USING
           BY REFERENCE OUT-SEALED-COUNT.

           MOVE 0 TO OUT-SEALED-COUNT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE LS-NOW-TIMESTAMP(1:8) TO LS-TODAY-DATE
           MOVE LS-TODAY-DATE TO LS-TODAY-YYYYMMDD
           MOVE 0 TO LS-SEALED-COUNT
           PERFORM VARYING LS-BACK-DAYS FROM 1 BY 1
               UNTIL LS-BACK-DAYS > C-ANCHOR-LOOKBACK-DAYS
               COMPUTE LS-SCAN-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                       - LS-BACK-DAYS)
               MOVE LS-SCAN-YYYYMMDD TO LS-SCAN-DATE
               PERFORM SCAN-DAY-FILE
               IF LS-SCAN-COUNT > 0
                   AND LS-SCAN-CHAINED = "Y"
                   AND LS-SCAN-CLOSED = "N"
               THEN
                   PERFORM SEAL-SCANNED-DAY
                   ADD 1 TO LS-SEALED-COUNT
               END-IF
           END-PERFORM
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-SEALED-COUNT TO OUT-SEALED-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: AUDIT-CHAIN-RESEAL
      *> PURPOSE: Legitimately rewrite IN-RESEAL-DATE's file on
      *>          behalf of IN-JOB-NAME. With IN-REDACT-KEY set,
      *>          that key's records are redacted (key "ERASED",
      *>          client IP cleared, the traffic shape kept) and a
      *>          day with none of them is left bit for bit as it
      *>          was; with it blank the day is resealed to record
      *>          that the retention batch purged the day before it.
      *>          Earlier closing records are dropped, the chain is
      *>          recomputed from the day's original anchor, and a
      *>          signed RESEAL carrying the original closing hash
      *>          ends the day, so the next day's link still
      *>          verifies. A day written before the chain began is
      *>          only redacted. OUT-REDACTED-COUNT returns the
      *>          records redacted.
      *> ===============================================================
       ENTRY "AUDIT-CHAIN-RESEAL" USING
           BY REFERENCE IN-RESEAL-DATE
           BY REFERENCE IN-JOB-NAME
           BY REFERENCE IN-REDACT-KEY
           BY REFERENCE OUT-REDACTED-COUNT.

           MOVE 0 TO OUT-REDACTED-COUNT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM RESEAL-DAY
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-REDACTED-COUNT TO OUT-REDACTED-COUNT
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: AUDIT-CHAIN-RECORD-HASH
      *> PURPOSE: The SHA-256, in lower-case hex, of one whole audit
      *>          record - what the next record's AL-PREV-HASH must
      *>          hold.
      *> ===============================================================
       ENTRY "AUDIT-CHAIN-RECORD-HASH" USING
           BY REFERENCE IN-HASH-RECORD
           BY REFERENCE OUT-HASH.

           MOVE IN-HASH-RECORD TO LS-HASH-INPUT
           PERFORM COMPUTE-RECORD-HASH
           MOVE LS-DIGEST-HEX TO OUT-HASH
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: AUDIT-CHAIN-SIGNATURE
      *> PURPOSE: HMAC-SHA256, in lower-case hex, of the first
      *>          IN-SIGN-LENGTH bytes of IN-SIGN-TEXT under the seal
      *>          key - how a closing record's AL-SEAL-SIGNATURE is
      *>          made and checked, and how the verification batch
      *>          signs its certificates. Returns 1 with
      *>          OUT-SIGNATURE blank when no seal key is configured
      *>          (or its vault reference does not resolve).
      *> ===============================================================
       ENTRY "AUDIT-CHAIN-SIGNATURE" USING
           BY REFERENCE IN-SIGN-TEXT
           BY REFERENCE IN-SIGN-LENGTH
           BY REFERENCE OUT-SIGNATURE.

           MOVE SPACES TO LS-HASH-INPUT
           MOVE IN-SIGN-TEXT(1:IN-SIGN-LENGTH)
               TO LS-HASH-INPUT(1:IN-SIGN-LENGTH)
           MOVE IN-SIGN-LENGTH TO LS-HASH-LENGTH
           PERFORM COMPUTE-SEAL-SIGNATURE
           MOVE LS-DIGEST-HEX TO OUT-SIGNATURE
           IF LS-DIGEST-HEX = SPACES
           THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SYNC-CHAIN-STATE
      *> PURPOSE: Make WS-CHAIN-* describe today's file. While the
      *>          day is unchanged and the file is exactly as long
      *>          as the records this program put there, the state
      *>          in memory stands; otherwise today's file is read
      *>          for its last record, and a day with no file yet
      *>          takes its anchor from the latest earlier day.
      *> ===============================================================
       SYNC-CHAIN-STATE.
           MOVE LS-NOW-TIMESTAMP(1:8) TO LS-TODAY-DATE
           MOVE LS-TODAY-DATE TO LS-TODAY-YYYYMMDD
           IF WS-CHAIN-DAY = LS-TODAY-DATE
           THEN
               PERFORM BUILD-DAY-FILENAME-TODAY
               COMPUTE LS-EXPECTED-SIZE =
                   WS-CHAIN-COUNT * C-RECORD-WIDTH
               CALL "CBL_CHECK_FILE_EXIST" USING
                   WS-DAY-FILENAME
                   WS-FILE-INFO
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
                   AND WS-FI-SIZE = LS-EXPECTED-SIZE
               THEN
                   EXIT PARAGRAPH
               END-IF
               IF RETURN-CODE NOT = 0
                   AND WS-CHAIN-COUNT = 0
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE LS-TODAY-DATE TO LS-SCAN-DATE
           PERFORM SCAN-DAY-FILE
           IF LS-SCAN-COUNT > 0
           THEN
               MOVE LS-SCAN-LAST-HASH TO WS-CHAIN-LAST-HASH
               MOVE LS-SCAN-COUNT TO WS-CHAIN-COUNT
           ELSE
               PERFORM FIND-DAY-ANCHOR
               MOVE LS-ANCHOR-HASH TO WS-CHAIN-LAST-HASH
               MOVE 0 TO WS-CHAIN-COUNT
           END-IF
           MOVE LS-TODAY-DATE TO WS-CHAIN-DAY.

      *> ===============================================================
      *> PARAGRAPH: FIND-DAY-ANCHOR
      *> PURPOSE: The hash today's first record chains to, in
      *>          LS-ANCHOR-HASH: the closing hash of the latest day
      *>          on file within the lookback, sealing that day
      *>          first if it is still open. A day written before
      *>          the chain began, or no day at all, starts the
      *>          chain afresh at 64 zeros.
      *> ===============================================================
       FIND-DAY-ANCHOR.
           MOVE C-GENESIS-HASH TO LS-ANCHOR-HASH
           MOVE "N" TO LS-ANCHOR-FOUND
           PERFORM VARYING LS-BACK-DAYS FROM 1 BY 1
               UNTIL LS-BACK-DAYS > C-ANCHOR-LOOKBACK-DAYS
               OR LS-ANCHOR-FOUND = "Y"
               COMPUTE LS-SCAN-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                       - LS-BACK-DAYS)
               MOVE LS-SCAN-YYYYMMDD TO LS-SCAN-DATE
               PERFORM SCAN-DAY-FILE
               IF LS-SCAN-COUNT > 0
               THEN
                   MOVE "Y" TO LS-ANCHOR-FOUND
               END-IF
           END-PERFORM
           IF LS-ANCHOR-FOUND = "N"
               OR LS-SCAN-CHAINED = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-SCAN-CLOSED = "N"
           THEN
               PERFORM SEAL-SCANNED-DAY
           END-IF
           MOVE LS-SCAN-LINK-HASH TO LS-ANCHOR-HASH.

      *> ===============================================================
      *> PARAGRAPH: SCAN-DAY-FILE
      *> PURPOSE: Read LS-SCAN-DATE's file through once and fill the
      *>          LS-SCAN-* fields. A missing file scans as zero
      *>          records.
      *> ===============================================================
       SCAN-DAY-FILE.
           MOVE "N" TO LS-SCAN-FOUND
           MOVE 0 TO LS-SCAN-COUNT
           MOVE "N" TO LS-SCAN-CHAINED
           MOVE "N" TO LS-SCAN-CLOSED
           MOVE "N" TO LS-SCAN-RETENTION
           MOVE SPACES TO LS-SCAN-LAST-HASH
           MOVE SPACES TO LS-SCAN-LINK-HASH
           MOVE SPACES TO LS-LAST-RECORD
           PERFORM BUILD-DAY-FILENAME-SCAN
           OPEN INPUT AUDIT-DAY-FILE
           IF WS-AD-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-SCAN-FOUND
           PERFORM UNTIL WS-AD-FILE-STATUS = "10"
               READ AUDIT-DAY-FILE
                   AT END
                       MOVE "10" TO WS-AD-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-SCAN-COUNT
                       MOVE AD-RECORD TO LS-LAST-RECORD
                       MOVE AD-RECORD TO AL-RECORD
                       IF AL-PREV-HASH NOT = SPACES
                       THEN
                           MOVE "Y" TO LS-SCAN-CHAINED
                       END-IF
                       IF AL-METHOD = "RESEAL"
                       THEN
                           MOVE AL-QUERY-PARAMS
                               TO ASP-RESEAL-PARAMS
                           IF ASP-RESEAL-RETENTION = "Y"
                           THEN
                               MOVE "Y" TO LS-SCAN-RETENTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-DAY-FILE
           IF LS-SCAN-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LS-LAST-RECORD TO LS-HASH-INPUT
           PERFORM COMPUTE-RECORD-HASH
           MOVE LS-DIGEST-HEX TO LS-SCAN-LAST-HASH
           MOVE LS-DIGEST-HEX TO LS-SCAN-LINK-HASH
           MOVE LS-LAST-RECORD TO AL-RECORD
           EVALUATE AL-METHOD
           WHEN "SEAL"
               MOVE "Y" TO LS-SCAN-CLOSED
           WHEN "RESEAL"
               MOVE AL-QUERY-PARAMS TO ASP-RESEAL-PARAMS
               IF ASP-RESEAL-PRIOR NOT = "open"
               THEN
                   MOVE "Y" TO LS-SCAN-CLOSED
                   MOVE ASP-RESEAL-PRIOR TO LS-SCAN-LINK-HASH
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: SEAL-SCANNED-DAY
      *> PURPOSE: Close the day just scanned with a signed SEAL
      *>          record chained to its last record, and update the
      *>          LS-SCAN-* fields to match.
      *> ===============================================================
       SEAL-SCANNED-DAY.
           MOVE SPACES TO AL-RECORD
           MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
           MOVE "SEAL" TO AL-METHOD
           PERFORM BUILD-DAY-FILENAME-SCAN
           MOVE WS-DAY-FILENAME TO AL-URL
           MOVE LS-SCAN-COUNT TO ASP-SEAL-RECORDS
           MOVE ASP-SEAL-PARAMS TO AL-QUERY-PARAMS
           MOVE 0 TO AL-STATUS-CODE
           MOVE "AUDIT-CHAIN" TO AL-UPSTREAM-CALL
           MOVE LS-SCAN-LAST-HASH TO AL-PREV-HASH
           PERFORM SIGN-AL-RECORD
           PERFORM APPEND-AL-RECORD
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-SCAN-COUNT
           MOVE AL-RECORD TO LS-HASH-INPUT
           PERFORM COMPUTE-RECORD-HASH
           MOVE LS-DIGEST-HEX TO LS-SCAN-LAST-HASH
           MOVE LS-DIGEST-HEX TO LS-SCAN-LINK-HASH
           MOVE "Y" TO LS-SCAN-CLOSED
           IF LS-SCAN-DATE = WS-CHAIN-DAY
           THEN
               MOVE LS-SCAN-LAST-HASH TO WS-CHAIN-LAST-HASH
               MOVE LS-SCAN-COUNT TO WS-CHAIN-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-AL-RECORD
      *> PURPOSE: Append AL-RECORD to WS-DAY-FILENAME, creating the
      *>          file when it does not exist yet. A record appended
      *>          to today's file moves the chain state on.
      *> ===============================================================
       APPEND-AL-RECORD.
           OPEN EXTEND AUDIT-DAY-FILE
           IF WS-AD-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT AUDIT-DAY-FILE
           END-IF
           IF WS-AD-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Could not open audit log file "
                   FUNCTION TRIM(WS-DAY-FILENAME)
                   ", status " WS-AD-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE AL-RECORD TO AD-RECORD
           WRITE AD-RECORD
           CLOSE AUDIT-DAY-FILE

           IF AL-METHOD NOT = "SEAL"
           THEN
               MOVE AL-RECORD TO LS-HASH-INPUT
               PERFORM COMPUTE-RECORD-HASH
               MOVE LS-DIGEST-HEX TO WS-CHAIN-LAST-HASH
               ADD 1 TO WS-CHAIN-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RESEAL-DAY
      *> PURPOSE: The body of AUDIT-CHAIN-RESEAL: copy the day
      *>          through the scratch file redacting and re-chaining
      *>          as it goes, append the RESEAL, and swap the
      *>          scratch into place.
      *> ===============================================================
       RESEAL-DAY.
           MOVE 0 TO LS-REDACTED-COUNT
           MOVE IN-RESEAL-DATE TO LS-SCAN-DATE
           PERFORM SCAN-DAY-FILE
           IF LS-SCAN-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
      *> Nothing to record for a retention reseal of a day the chain
      *> never covered.
           IF IN-REDACT-KEY = SPACES
               AND LS-SCAN-CHAINED = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-SCRATCH-FILENAME
           STRING
               FUNCTION TRIM(WS-DAY-FILENAME) ".tmp"
               INTO WS-SCRATCH-FILENAME
           END-STRING
           OPEN INPUT AUDIT-DAY-FILE
           IF WS-AD-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT AUDIT-SCRATCH-FILE
           IF WS-AS-FILE-STATUS NOT = "00"
           THEN
               CLOSE AUDIT-DAY-FILE
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-WRITTEN-COUNT
           MOVE 0 TO LS-ERASED-TOTAL
           MOVE SPACES TO LS-RUNNING-HASH
           PERFORM UNTIL WS-AD-FILE-STATUS = "10"
               READ AUDIT-DAY-FILE
                   AT END
                       MOVE "10" TO WS-AD-FILE-STATUS
                   NOT AT END
                       MOVE AD-RECORD TO AL-RECORD
                       IF AL-METHOD NOT = "SEAL"
                           AND AL-METHOD NOT = "RESEAL"
                       THEN
                           PERFORM RECHAIN-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-DAY-FILE

           IF IN-REDACT-KEY NOT = SPACES
               AND LS-REDACTED-COUNT = 0
           THEN
               CLOSE AUDIT-SCRATCH-FILE
               CALL "CBL_DELETE_FILE" USING WS-SCRATCH-FILENAME
               EXIT PARAGRAPH
           END-IF

           IF LS-SCAN-CHAINED = "Y"
           THEN
               MOVE SPACES TO AL-RECORD
               MOVE FUNCTION CURRENT-DATE TO AL-TIMESTAMP
               MOVE "RESEAL" TO AL-METHOD
               MOVE WS-DAY-FILENAME TO AL-URL
               MOVE LS-WRITTEN-COUNT TO ASP-RESEAL-RECORDS
               MOVE LS-ERASED-TOTAL TO ASP-RESEAL-REDACTED
               IF IN-REDACT-KEY = SPACES
               THEN
                   MOVE "Y" TO ASP-RESEAL-RETENTION
               ELSE
                   MOVE LS-SCAN-RETENTION TO ASP-RESEAL-RETENTION
               END-IF
               IF LS-SCAN-CLOSED = "Y"
               THEN
                   MOVE LS-SCAN-LINK-HASH TO ASP-RESEAL-PRIOR
               ELSE
                   MOVE "open" TO ASP-RESEAL-PRIOR
               END-IF
               MOVE ASP-RESEAL-PARAMS TO AL-QUERY-PARAMS
               MOVE 0 TO AL-STATUS-CODE
               MOVE IN-JOB-NAME TO AL-UPSTREAM-CALL
               MOVE LS-RUNNING-HASH TO AL-PREV-HASH
               PERFORM SIGN-AL-RECORD
               MOVE AL-RECORD TO ASF-RECORD
               WRITE ASF-RECORD
               ADD 1 TO LS-WRITTEN-COUNT
               MOVE AL-RECORD TO LS-HASH-INPUT
               PERFORM COMPUTE-RECORD-HASH
               MOVE LS-DIGEST-HEX TO LS-RUNNING-HASH
           END-IF
           CLOSE AUDIT-SCRATCH-FILE

           CALL "CBL_DELETE_FILE" USING WS-DAY-FILENAME
           CALL "CBL_RENAME_FILE" USING
               WS-SCRATCH-FILENAME WS-DAY-FILENAME
           IF IN-RESEAL-DATE = WS-CHAIN-DAY
           THEN
               MOVE LS-RUNNING-HASH TO WS-CHAIN-LAST-HASH
               MOVE LS-WRITTEN-COUNT TO WS-CHAIN-COUNT
           END-IF

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Audit chain: " FUNCTION TRIM(WS-DAY-FILENAME)
               " resealed for " FUNCTION TRIM(IN-JOB-NAME) ", "
               LS-REDACTED-COUNT " record(s) redacted"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE.

      *> ===============================================================
      *> PARAGRAPH: RECHAIN-ONE-RECORD
      *> PURPOSE: Redact the record in AL-RECORD when it belongs to
      *>          the key being erased, point it at the record
      *>          written before it - a day's first record keeps its
      *>          anchor, a record from before the chain stays
      *>          unchained - and write it to the scratch file.
      *> ===============================================================
       RECHAIN-ONE-RECORD.
           IF IN-REDACT-KEY NOT = SPACES
               AND AL-API-KEY = IN-REDACT-KEY
           THEN
               MOVE "ERASED" TO AL-API-KEY
               MOVE SPACES TO AL-CLIENT-IP
               ADD 1 TO LS-REDACTED-COUNT
           END-IF
           IF AL-API-KEY = "ERASED"
           THEN
               ADD 1 TO LS-ERASED-TOTAL
           END-IF
           IF AL-PREV-HASH NOT = SPACES
               AND LS-WRITTEN-COUNT > 0
           THEN
               MOVE LS-RUNNING-HASH TO AL-PREV-HASH
           END-IF
           MOVE AL-RECORD TO ASF-RECORD
           WRITE ASF-RECORD
           ADD 1 TO LS-WRITTEN-COUNT
           MOVE AL-RECORD TO LS-HASH-INPUT
           PERFORM COMPUTE-RECORD-HASH
           MOVE LS-DIGEST-HEX TO LS-RUNNING-HASH.

      *> ===============================================================
      *> PARAGRAPH: SIGN-AL-RECORD
      *> PURPOSE: Sign the closing record in AL-RECORD: its
      *>          AL-SEAL-SIGNATURE covers every byte before it.
      *>          Without a seal key the record goes out unsigned
      *>          and the verification batch says so.
      *> ===============================================================
       SIGN-AL-RECORD.
           MOVE SPACES TO AL-SEAL-SIGNATURE
           MOVE SPACES TO LS-HASH-INPUT
           MOVE AL-RECORD(1:C-SIGNED-WIDTH)
               TO LS-HASH-INPUT(1:C-SIGNED-WIDTH)
           MOVE C-SIGNED-WIDTH TO LS-HASH-LENGTH
           PERFORM COMPUTE-SEAL-SIGNATURE
           MOVE LS-DIGEST-HEX TO AL-SEAL-SIGNATURE.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-RECORD-HASH
      *> PURPOSE: SHA-256 of the whole record in LS-HASH-INPUT, as
      *>          hex in LS-DIGEST-HEX.
      *> ===============================================================
       COMPUTE-RECORD-HASH.
           MOVE C-RECORD-WIDTH TO LS-HASH-LENGTH
           MOVE LOW-VALUES TO LS-DIGEST
           CALL "SHA256" USING
               BY REFERENCE LS-HASH-INPUT
               BY VALUE LS-HASH-LENGTH
               BY REFERENCE LS-DIGEST
               RETURNING LS-DIGEST-RESULT-PTR
           END-CALL
           PERFORM RENDER-DIGEST-HEX.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-SEAL-SIGNATURE
      *> PURPOSE: HMAC-SHA256 of the first LS-HASH-LENGTH bytes of
      *>          LS-HASH-INPUT under the seal key, as hex in
      *>          LS-DIGEST-HEX; spaces when there is no key.
      *> ===============================================================
       COMPUTE-SEAL-SIGNATURE.
           MOVE SPACES TO LS-DIGEST-HEX
           MOVE SPACES TO LS-SEAL-KEY
           ACCEPT LS-SEAL-KEY
               FROM ENVIRONMENT "AQRSS_AUDIT_SEAL_KEY"
           IF LS-SEAL-KEY = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-SEAL-KEY
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Audit chain: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " for the seal key unavailable, record unsigned"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE SPACES TO LS-SEAL-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-SEAL-KEY) TO LS-SEAL-KEY
           COMPUTE LS-SEAL-KEY-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-SEAL-KEY))
           MOVE LOW-VALUES TO LS-DIGEST
           MOVE 0 TO LS-DIGEST-LENGTH
           CALL "EVP_sha256"
               RETURNING LS-MD-PTR
           END-CALL
           CALL "HMAC" USING
               BY VALUE LS-MD-PTR
               BY REFERENCE LS-SEAL-KEY
               BY VALUE LS-SEAL-KEY-LENGTH
               BY REFERENCE LS-HASH-INPUT
               BY VALUE LS-HASH-LENGTH
               BY REFERENCE LS-DIGEST
               BY REFERENCE LS-DIGEST-LENGTH
               RETURNING LS-DIGEST-RESULT-PTR
           END-CALL
           MOVE SPACES TO LS-SEAL-KEY
           PERFORM RENDER-DIGEST-HEX.

      *> ===============================================================
      *> PARAGRAPH: RENDER-DIGEST-HEX
      *> PURPOSE: The 32-byte LS-DIGEST as 64 lower-case hex digits
      *>          in LS-DIGEST-HEX.
      *> ===============================================================
       RENDER-DIGEST-HEX.
           MOVE SPACES TO LS-DIGEST-HEX
           PERFORM VARYING LS-BYTE-POS FROM 1 BY 1
               UNTIL LS-BYTE-POS > 32
               COMPUTE LS-BYTE-VALUE =
                   FUNCTION ORD(LS-DIGEST(LS-BYTE-POS:1)) - 1
               COMPUTE LS-HIGH-NIBBLE = LS-BYTE-VALUE / 16
               COMPUTE LS-LOW-NIBBLE =
                   FUNCTION MOD(LS-BYTE-VALUE, 16)
               MOVE C-HEX-DIGITS(LS-HIGH-NIBBLE + 1:1)
                   TO LS-DIGEST-HEX(LS-BYTE-POS * 2 - 1:1)
               MOVE C-HEX-DIGITS(LS-LOW-NIBBLE + 1:1)
                   TO LS-DIGEST-HEX(LS-BYTE-POS * 2:1)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BUILD-DAY-FILENAME-TODAY
      *> PURPOSE: Today's dated file name in WS-DAY-FILENAME.
      *> ===============================================================
       BUILD-DAY-FILENAME-TODAY.
           MOVE SPACES TO WS-DAY-FILENAME
           STRING
               "air-quality-audit." LS-TODAY-DATE ".log"
               INTO WS-DAY-FILENAME
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: BUILD-DAY-FILENAME-SCAN
      *> PURPOSE: LS-SCAN-DATE's dated file name in WS-DAY-FILENAME.
      *> ===============================================================
       BUILD-DAY-FILENAME-SCAN.
           MOVE SPACES TO WS-DAY-FILENAME
           STRING
               "air-quality-audit." LS-SCAN-DATE ".log"
               INTO WS-DAY-FILENAME
           END-STRING.

       END PROGRAM AUDIT-CHAIN.
