      *> ===============================================================
      *> PROGRAM: WEBHOOK-SIGNATURE
      *> PURPOSE: Build the signature header every outbound POST to a
      *>          notification channel or WebSub callback carries, so
      *>          the receiving side can tell our messages from
      *>          anything else that learned its URL:
      *>            X-AQRSS-Signature: t=<unix seconds>,v1=<hex>
      *>          where <hex> is HMAC-SHA256, keyed with the shared
      *>          secret, over "<t>.<body>" - the body exactly as
      *>          HTTP-CLIENT-POST-SIGNED sends it. The timestamp is
      *>          inside the signed text, so a receiver can refuse a
      *>          replayed message as well as a forged one. While a
      *>          rotated channel's overlap runs, a second v1= made
      *>          with the previous secret follows the first, and a
      *>          receiver still holding the old secret keeps
      *>          verifying until it is switched over.
      *>          The HMAC itself is libcrypto's HMAC() over
      *>          EVP_sha256(), called directly the way HTTP-CLIENT
      *>          calls libcurl and GZIP-ENCODE calls zlib.
      *>          A blank IN-SECRET means the destination has no
      *>          secret: OUT-HEADER comes back blank and the POST
      *>          goes out unsigned, as it always did.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBHOOK-SIGNATURE.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  LS-NOW-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  LS-TS-DATE                   PIC 9(8) VALUE 0.
       01  LS-TS-HOUR                   PIC 9(2) VALUE 0.
       01  LS-TS-MINUTE                 PIC 9(2) VALUE 0.
       01  LS-TS-SECOND                 PIC 9(2) VALUE 0.
       01  LS-TZ-HOURS                  PIC 9(2) VALUE 0.
       01  LS-TZ-MINUTES                PIC 9(2) VALUE 0.
       01  LS-UNIX-SECONDS              PIC S9(12) VALUE 0.
       01  LS-UNIX-DISPLAY              PIC 9(10) VALUE 0.
       01  C-EPOCH-DATE                 PIC 9(8) VALUE 19700101.

      *> The text that is signed, "<t>.<body>", and its length.
       01  LS-SIGNED-TEXT               PIC X(10020) VALUE SPACES.
       01  LS-SIGNED-LENGTH             USAGE BINARY-C-LONG VALUE 0.
       01  LS-BODY-LENGTH               PIC 9(5) VALUE 0.

      *> One HMAC computation: the key in hand, the raw 32-byte
      *> digest libcrypto hands back, and its hex rendering.
       01  LS-KEY                       PIC X(200) VALUE SPACES.
       01  LS-KEY-LENGTH                USAGE BINARY-LONG VALUE 0.
       01  LS-MD-PTR                    USAGE POINTER VALUE NULL.
       01  LS-HMAC-RESULT-PTR           USAGE POINTER VALUE NULL.
       01  LS-DIGEST                    PIC X(32) VALUE LOW-VALUES.
       01  LS-DIGEST-LENGTH             USAGE BINARY-LONG UNSIGNED
                                        VALUE 0.
       01  LS-DIGEST-HEX                PIC X(64) VALUE SPACES.
       01  LS-CURRENT-HEX               PIC X(64) VALUE SPACES.
       01  LS-PREVIOUS-HEX              PIC X(64) VALUE SPACES.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789abcdef".
       01  LS-BYTE-POS                  PIC 9(2) VALUE 0.
       01  LS-BYTE-VALUE                PIC 9(3) VALUE 0.
       01  LS-HIGH-NIBBLE               PIC 9(2) VALUE 0.
       01  LS-LOW-NIBBLE                PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  IN-SECRET                    PIC X(200).
       01  IN-PREVIOUS-SECRET           PIC X(200).
       01  IN-BODY                      PIC X(10000).
       01  OUT-HEADER                   PIC X(300).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-SECRET
           BY REFERENCE IN-PREVIOUS-SECRET
           BY REFERENCE IN-BODY
           BY REFERENCE OUT-HEADER.

           MOVE SPACES TO OUT-HEADER
           IF FUNCTION TRIM(IN-SECRET) = SPACES
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COMPUTE-UNIX-SECONDS
           MOVE LS-UNIX-SECONDS TO LS-UNIX-DISPLAY

      *> Sign the body as the POST will carry it: HTTP-CLIENT-POST-
      *> SIGNED sends FUNCTION TRIM of it.
           MOVE 0 TO LS-BODY-LENGTH
           IF IN-BODY NOT = SPACES
           THEN
               COMPUTE LS-BODY-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(IN-BODY))
           END-IF
           MOVE SPACES TO LS-SIGNED-TEXT
           STRING
               LS-UNIX-DISPLAY "."
               INTO LS-SIGNED-TEXT
           END-STRING
           IF LS-BODY-LENGTH > 0
           THEN
               MOVE FUNCTION TRIM(IN-BODY)
                   TO LS-SIGNED-TEXT(12:LS-BODY-LENGTH)
           END-IF
           COMPUTE LS-SIGNED-LENGTH = 11 + LS-BODY-LENGTH

           MOVE IN-SECRET TO LS-KEY
           PERFORM COMPUTE-HMAC-HEX
           MOVE LS-DIGEST-HEX TO LS-CURRENT-HEX

           IF FUNCTION TRIM(IN-PREVIOUS-SECRET) = SPACES
           THEN
               STRING
                   "X-AQRSS-Signature: t=" LS-UNIX-DISPLAY
                   ",v1=" LS-CURRENT-HEX
                   INTO OUT-HEADER
               END-STRING
           ELSE
               MOVE IN-PREVIOUS-SECRET TO LS-KEY
               PERFORM COMPUTE-HMAC-HEX
               MOVE LS-DIGEST-HEX TO LS-PREVIOUS-HEX
               STRING
                   "X-AQRSS-Signature: t=" LS-UNIX-DISPLAY
                   ",v1=" LS-CURRENT-HEX
                   ",v1=" LS-PREVIOUS-HEX
                   INTO OUT-HEADER
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-HMAC-HEX
      *> PURPOSE: HMAC-SHA256 of LS-SIGNED-TEXT keyed with the trimmed
      *>          LS-KEY, rendered as 64 lower-case hex digits in
      *>          LS-DIGEST-HEX.
      *> ===============================================================
       COMPUTE-HMAC-HEX.
           COMPUTE LS-KEY-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-KEY))
           MOVE FUNCTION TRIM(LS-KEY) TO LS-KEY
           MOVE LOW-VALUES TO LS-DIGEST
           MOVE 0 TO LS-DIGEST-LENGTH

           CALL "EVP_sha256"
               RETURNING LS-MD-PTR
           END-CALL
           CALL "HMAC" USING
               BY VALUE LS-MD-PTR
               BY REFERENCE LS-KEY
               BY VALUE LS-KEY-LENGTH
               BY REFERENCE LS-SIGNED-TEXT
               BY VALUE LS-SIGNED-LENGTH
               BY REFERENCE LS-DIGEST
               BY REFERENCE LS-DIGEST-LENGTH
               RETURNING LS-HMAC-RESULT-PTR
           END-CALL

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
      *> PARAGRAPH: COMPUTE-UNIX-SECONDS
      *> PURPOSE: The current time as seconds since 1970-01-01 UTC:
      *>          the local clock less CURRENT-DATE's own UTC offset,
      *>          so sender and receiver agree whatever zone the box
      *>          runs in.
      *> ===============================================================
       COMPUTE-UNIX-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE LS-NOW-TIMESTAMP(1:8) TO LS-TS-DATE
           MOVE LS-NOW-TIMESTAMP(9:2) TO LS-TS-HOUR
           MOVE LS-NOW-TIMESTAMP(11:2) TO LS-TS-MINUTE
           MOVE LS-NOW-TIMESTAMP(13:2) TO LS-TS-SECOND
           COMPUTE LS-UNIX-SECONDS =
               (FUNCTION INTEGER-OF-DATE(LS-TS-DATE)
                - FUNCTION INTEGER-OF-DATE(C-EPOCH-DATE)) * 86400
               + LS-TS-HOUR * 3600 + LS-TS-MINUTE * 60
               + LS-TS-SECOND
           IF LS-NOW-TIMESTAMP(18:4) IS NUMERIC
           THEN
               MOVE LS-NOW-TIMESTAMP(18:2) TO LS-TZ-HOURS
               MOVE LS-NOW-TIMESTAMP(20:2) TO LS-TZ-MINUTES
               IF LS-NOW-TIMESTAMP(17:1) = "-"
               THEN
                   COMPUTE LS-UNIX-SECONDS = LS-UNIX-SECONDS
                       + LS-TZ-HOURS * 3600 + LS-TZ-MINUTES * 60
               ELSE
                   COMPUTE LS-UNIX-SECONDS = LS-UNIX-SECONDS
                       - LS-TZ-HOURS * 3600 - LS-TZ-MINUTES * 60
               END-IF
           END-IF.

       END PROGRAM WEBHOOK-SIGNATURE.
