      *> ===============================================================
      *> PROGRAM: CHANNEL-SECRET-REGISTRY
      *> PURPOSE: The shared secrets NOTIFICATION-OUTBOX signs each
      *>          channel's webhook POSTs with (see WEBHOOK-SIGNATURE).
      *>          A channel has no secret until an operator issues one
      *>          through POST /admin/notification-channels/rotate-
      *>          secret; until then its messages go out unsigned,
      *>          as before. Each later rotation keeps the replaced
      *>          secret signing alongside the new one for the
      *>          overlap the operator asks for, so the receiving end
      *>          can be re-keyed at leisure.
      *>          New secrets are 32 bytes from libcrypto's
      *>          RAND_bytes, rendered as 64 hex digits.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANNEL-SECRET-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANNEL-SECRET-FILE ASSIGN TO "channel-secrets.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-CHANNEL-ID
               FILE STATUS IS WS-CS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CHANNEL-SECRET-FILE.
       COPY channel-secret IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-CS-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The outbox drain reads while an admin rotation rewrites a
      *> record, so every entry runs under the registry's mutex slot
      *> (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 30.
      *> The secret file layout this program was compiled against
      *> (see AQRSS-LAYOUT-VERSION).
       01  C-CS-FILE-NAME               PIC X(40)
               VALUE "channel-secrets.dat".
       01  C-CS-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> A rotation's overlap is capped at a week.
       01  C-MAX-OVERLAP-HOURS          CONSTANT AS 168.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  LS-CDT-SECOND            PIC 9(2).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-NOW-SECONDS               PIC 9(12) VALUE 0.
       01  LS-OVERLAP-HOURS             PIC 9(3) VALUE 0.
       01  LS-HAD-SECRET                PIC X(01) VALUE "N".
      *> One freshly drawn secret: the raw bytes and their hex.
       01  LS-RANDOM-BYTES              PIC X(32) VALUE LOW-VALUES.
       01  LS-RANDOM-LENGTH             USAGE BINARY-LONG VALUE 32.
       01  LS-RAND-RESULT               USAGE BINARY-LONG VALUE 0.
       01  LS-NEW-SECRET                PIC X(64) VALUE SPACES.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789abcdef".
       01  LS-BYTE-POS                  PIC 9(2) VALUE 0.
       01  LS-BYTE-VALUE                PIC 9(3) VALUE 0.
       01  LS-HIGH-NIBBLE               PIC 9(2) VALUE 0.
       01  LS-LOW-NIBBLE                PIC 9(2) VALUE 0.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-CHANNEL-ID                PIC X(8).
       01  IN-OVERLAP-HOURS             PIC 9(3).
       01  OUT-SECRET                   PIC X(200).
       01  OUT-PREVIOUS-SECRET          PIC X(200).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: CHANNEL-SECRET-GET
      *> PURPOSE: The secrets a POST to the channel is signed with:
      *>          OUT-SECRET blank when the channel has none, and
      *>          OUT-PREVIOUS-SECRET non-blank only while a
      *>          rotation's overlap is still running. Always returns
      *>          0 - an unreadable file only means unsigned delivery.
      *> ===============================================================
       ENTRY "CHANNEL-SECRET-GET" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE OUT-SECRET
           BY REFERENCE OUT-PREVIOUS-SECRET.

           MOVE SPACES TO OUT-SECRET
           MOVE SPACES TO OUT-PREVIOUS-SECRET
           PERFORM CHECK-SECRET-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM COMPUTE-NOW-SECONDS

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT CHANNEL-SECRET-FILE
           IF WS-CS-FILE-STATUS = "00"
           THEN
               MOVE IN-CHANNEL-ID TO CS-CHANNEL-ID
               READ CHANNEL-SECRET-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CS-SECRET TO OUT-SECRET
                       IF CS-PREVIOUS-SECRET NOT = SPACES
                           AND CS-PREVIOUS-UNTIL-SECONDS
                               > LS-NOW-SECONDS
                       THEN
                           MOVE CS-PREVIOUS-SECRET
                               TO OUT-PREVIOUS-SECRET
                       END-IF
               END-READ
               CLOSE CHANNEL-SECRET-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CHANNEL-SECRET-ROTATE
      *> PURPOSE: Draw a new secret for the channel and hand it back
      *>          in OUT-SECRET - the only time it is ever shown. The
      *>          secret it replaces, if any, keeps signing for
      *>          IN-OVERLAP-HOURS (0 drops it at once, capped at a
      *>          week). Returns 0 on success, 1 on an I/O failure or
      *>          a pending layout migration, 2 when no random bytes
      *>          could be had.
      *> ===============================================================
       ENTRY "CHANNEL-SECRET-ROTATE" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE IN-OVERLAP-HOURS
           BY REFERENCE OUT-SECRET.

           MOVE SPACES TO OUT-SECRET
           PERFORM CHECK-SECRET-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: channel secret file awaiting "
                   "layout migration, rotation refused"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM DRAW-NEW-SECRET
           IF LS-NEW-SECRET = SPACES
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE IN-OVERLAP-HOURS TO LS-OVERLAP-HOURS
           IF LS-OVERLAP-HOURS > C-MAX-OVERLAP-HOURS
           THEN
               MOVE C-MAX-OVERLAP-HOURS TO LS-OVERLAP-HOURS
           END-IF
           PERFORM COMPUTE-NOW-SECONDS

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O CHANNEL-SECRET-FILE
           IF WS-CS-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CHANNEL-SECRET-FILE
           END-IF
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               DISPLAY "WARNING: could not open channel secret "
                   "file, status " WS-CS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-HAD-SECRET
           MOVE IN-CHANNEL-ID TO CS-CHANNEL-ID
           READ CHANNEL-SECRET-FILE
               INVALID KEY
                   MOVE SPACES TO CS-RECORD
                   MOVE IN-CHANNEL-ID TO CS-CHANNEL-ID
               NOT INVALID KEY
                   MOVE "Y" TO LS-HAD-SECRET
           END-READ

           IF LS-HAD-SECRET = "Y" AND LS-OVERLAP-HOURS > 0
           THEN
               MOVE CS-SECRET TO CS-PREVIOUS-SECRET
               COMPUTE CS-PREVIOUS-UNTIL-SECONDS =
                   LS-NOW-SECONDS + LS-OVERLAP-HOURS * 3600
           ELSE
               MOVE SPACES TO CS-PREVIOUS-SECRET
               MOVE 0 TO CS-PREVIOUS-UNTIL-SECONDS
           END-IF
           MOVE LS-NEW-SECRET TO CS-SECRET
           MOVE FUNCTION CURRENT-DATE TO CS-ROTATED-TS

           IF LS-HAD-SECRET = "Y"
           THEN
               REWRITE CS-RECORD
           ELSE
               WRITE CS-RECORD
           END-IF
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE CHANNEL-SECRET-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-NEW-SECRET TO OUT-SECRET
           END-IF
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CHANNEL-SECRET-REMOVE
      *> PURPOSE: Forget the channel's secrets, when the channel
      *>          itself is dropped - a later channel reusing the id
      *>          must not inherit them. A channel with no secret is
      *>          not an error. Returns 0, or 1 on an I/O failure.
      *> ===============================================================
       ENTRY "CHANNEL-SECRET-REMOVE" USING
           BY REFERENCE IN-CHANNEL-ID.

           PERFORM CHECK-SECRET-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O CHANNEL-SECRET-FILE
           IF WS-CS-FILE-STATUS = "00"
           THEN
               MOVE IN-CHANNEL-ID TO CS-CHANNEL-ID
               DELETE CHANNEL-SECRET-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CHANNEL-SECRET-FILE
           ELSE
               IF WS-CS-FILE-STATUS NOT = "35"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SECRET-LAYOUT
      *> PURPOSE: Set RETURN-CODE 0 when the secret file is at the
      *>          layout this program was compiled against.
      *> ===============================================================
       CHECK-SECRET-LAYOUT.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CS-FILE-NAME
               BY REFERENCE C-CS-LAYOUT-VERSION
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: DRAW-NEW-SECRET
      *> PURPOSE: 32 random bytes as 64 lower-case hex digits in
      *>          LS-NEW-SECRET; spaces when RAND_bytes fails (it
      *>          returns 1 on success).
      *> ===============================================================
       DRAW-NEW-SECRET.
           MOVE SPACES TO LS-NEW-SECRET
           MOVE LOW-VALUES TO LS-RANDOM-BYTES
           CALL "RAND_bytes" USING
               BY REFERENCE LS-RANDOM-BYTES
               BY VALUE LS-RANDOM-LENGTH
               RETURNING LS-RAND-RESULT
           END-CALL
           IF LS-RAND-RESULT NOT = 1
           THEN
               DISPLAY "WARNING: no random bytes for a channel "
                   "secret"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-BYTE-POS FROM 1 BY 1
               UNTIL LS-BYTE-POS > 32
               COMPUTE LS-BYTE-VALUE =
                   FUNCTION ORD(LS-RANDOM-BYTES(LS-BYTE-POS:1)) - 1
               COMPUTE LS-HIGH-NIBBLE = LS-BYTE-VALUE / 16
               COMPUTE LS-LOW-NIBBLE =
                   FUNCTION MOD(LS-BYTE-VALUE, 16)
               MOVE C-HEX-DIGITS(LS-HIGH-NIBBLE + 1:1)
                   TO LS-NEW-SECRET(LS-BYTE-POS * 2 - 1:1)
               MOVE C-HEX-DIGITS(LS-LOW-NIBBLE + 1:1)
                   TO LS-NEW-SECRET(LS-BYTE-POS * 2:1)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-NOW-SECONDS
      *> PURPOSE: Current time on the absolute-seconds scale the
      *>          leader lease uses.
      *> ===============================================================
       COMPUTE-NOW-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           COMPUTE LS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 86400
               + LS-CDT-HOUR * 3600 + LS-CDT-MINUTE * 60
               + LS-CDT-SECOND.

       END PROGRAM CHANNEL-SECRET-REGISTRY.
