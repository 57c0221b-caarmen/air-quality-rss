           01  LS-CURL-CODE               USAGE BINARY-LONG.
           01  LS-REQUEST-TIMEOUT-SEC     USAGE BINARY-LONG.
           01  LS-PROXY-URL               PIC X(1000).
      *> A vault reference in the proxy URL (see CREDENTIAL-VAULT)
      *> that could not be resolved.
           01  LS-MISSING-SECRET          PIC X(32) VALUE SPACES.

       *> https://github.com/curl/curl/blob/master/packages/OS400/curl.inc.in#L1073
           01  C-CURLOPT-URL              CONSTANT AS 10002.
       *> hosts directly.
           CALL "GET-AQRSS-PROXY-URL" USING
               BY REFERENCE LS-PROXY-URL
       *> Proxy credentials may be kept in the vault, e.g.
       *> "http://aqrss:{vault:proxy-password}@proxy.internal:8080".
       *> An unresolvable one is logged and the reference itself
       *> goes to the proxy, which refuses it: the request must not
       *> quietly bypass the proxy instead.
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-PROXY-URL
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "HTTP client: proxy vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET) " unavailable"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           IF FUNCTION TRIM(LS-PROXY-URL) NOT = SPACES
           THEN
           GOBACK.
       END PROGRAM HTTP-CLIENT-POST-TEXT.

      *> ===============================================================
      *> PROGRAM: HTTP-CLIENT-POST-SIGNED
      *> PURPOSE: Posts a body with the caller's content type and one
      *>          extra header line - the X-AQRSS-Signature header
      *>          WEBHOOK-SIGNATURE built over this exact body - for
      *>          the notification outbox and the WebSub hub, whose
      *>          receivers verify where a message came from. The
      *>          same best-effort, no-retry delivery as
      *>          HTTP-CLIENT-POST; a blank header posts unsigned.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CLIENT-POST-SIGNED.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
           01  LS-CURL-CODE               USAGE BINARY-LONG.
           01  LS-REQUEST-TIMEOUT-SEC     USAGE BINARY-LONG.
           01  LS-DISCARDED-RESPONSE.
               05  LS-DISCARDED-DATA          PIC X(10000).
               05  LS-DISCARDED-LENGTH-BYTES  PIC 9(5) COMP-5 VALUE 0.

       *> https://github.com/curl/curl/blob/master/packages/OS400/curl.inc.in#L1073
           01  C-CURLOPT-URL              CONSTANT AS 10002.
           01  C-CURLOPT-WRITEFUNCTION    CONSTANT AS 20011.
           01  C-CURLOPT-WRITEDATA        CONSTANT AS 10001.
           01  C-CURLOPT-TIMEOUT          CONSTANT AS 10013.
           01  C-CURLOPT-POSTFIELDS       CONSTANT AS 10015.
           01  C-CURLOPT-HTTPHEADER       CONSTANT AS 10023.

           01  LS-CURL-WRITE-CALLBACK     USAGE PROGRAM-POINTER.
           01  LS-CURL-HANDLE-PTR         USAGE POINTER.
           01  LS-CONTENT-TYPE-HEADER     PIC X(48) VALUE SPACES.
           01  LS-HEADER-LIST-PTR         USAGE POINTER VALUE NULL.

       LINKAGE SECTION.
           01  IN-REQUEST-URL             PIC X(1000).
           01  IN-BODY                    PIC X(10000).
      *> The media type alone, e.g. "application/json".
           01  IN-CONTENT-TYPE            PIC X(32).
           01  IN-EXTRA-HEADER            PIC X(300).

       PROCEDURE DIVISION USING
           IN-REQUEST-URL
           IN-BODY
           IN-CONTENT-TYPE
           IN-EXTRA-HEADER.

           SET LS-CURL-WRITE-CALLBACK TO
               ENTRY "CURL-WRITE-CALLBACK"

           CALL "curl_easy_init"
               RETURNING LS-CURL-HANDLE-PTR

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-URL
               BY CONTENT  FUNCTION TRIM(IN-REQUEST-URL)

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-POSTFIELDS
               BY CONTENT  FUNCTION TRIM(IN-BODY)

           STRING
               "Content-Type: " FUNCTION TRIM(IN-CONTENT-TYPE)
               INTO LS-CONTENT-TYPE-HEADER
           END-STRING
           CALL "curl_slist_append" USING
               BY VALUE     NULL
               BY CONTENT   FUNCTION TRIM(LS-CONTENT-TYPE-HEADER)
               RETURNING    LS-HEADER-LIST-PTR
           IF FUNCTION TRIM(IN-EXTRA-HEADER) NOT = SPACES
           THEN
               CALL "curl_slist_append" USING
                   BY VALUE     LS-HEADER-LIST-PTR
                   BY CONTENT   FUNCTION TRIM(IN-EXTRA-HEADER)
                   RETURNING    LS-HEADER-LIST-PTR
           END-IF

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-HTTPHEADER
               BY VALUE    LS-HEADER-LIST-PTR

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-WRITEFUNCTION
               BY VALUE    LS-CURL-WRITE-CALLBACK

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-WRITEDATA
               BY REFERENCE LS-DISCARDED-RESPONSE

           CALL "GET-REQUEST-TIMEOUT-S" USING
               BY REFERENCE LS-REQUEST-TIMEOUT-SEC

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-TIMEOUT
               BY VALUE    LS-REQUEST-TIMEOUT-SEC

       *> https://curl.se/libcurl/c/curl_easy_perform.html
           CALL "curl_easy_perform" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               RETURNING   LS-CURL-CODE

           CALL "curl_slist_free_all" USING
               BY VALUE LS-HEADER-LIST-PTR

           CALL "curl_easy_cleanup" USING
               BY VALUE LS-CURL-HANDLE-PTR

           MOVE LS-CURL-CODE TO RETURN-CODE
           GOBACK.
       END PROGRAM HTTP-CLIENT-POST-SIGNED.

      *> ===============================================================
      *> PROGRAM: HTTP-CLIENT-POST-CAPTURE
      *> PURPOSE: Posts a JSON body and hands the response body back,
           MOVE LS-CURL-CODE TO RETURN-CODE
           GOBACK.
       END PROGRAM HTTP-CLIENT-POST-CAPTURE.

      *> ===============================================================
      *> PROGRAM: HTTP-CLIENT-SEND-CAPTURE
      *> PURPOSE: Sends a request with the caller's method (POST,
      *>          PUT), one extra header line and either a body of
      *>          the caller's content type or, when IN-UPLOAD-FILE
      *>          names a file, that file as the "file" part of a
      *>          multipart/form-data upload - and hands back the
      *>          response body and HTTP status, for the REST APIs
      *>          that answer with what they created (the open-data
      *>          portal's resource uploads). No retry, as for the
      *>          other sending programs: the caller records the
      *>          failure and tries again on its next run.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HTTP-CLIENT-SEND-CAPTURE.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
           01  LS-CURL-CODE               USAGE BINARY-LONG.
           01  LS-REQUEST-TIMEOUT-SEC     USAGE BINARY-LONG.
           01  LS-HTTP-RESPONSE-CODE      USAGE BINARY-LONG VALUE 0.

       *> https://github.com/curl/curl/blob/master/packages/OS400/curl.inc.in#L1073
           01  C-CURLOPT-URL              CONSTANT AS 10002.
           01  C-CURLOPT-WRITEFUNCTION    CONSTANT AS 20011.
           01  C-CURLOPT-WRITEDATA        CONSTANT AS 10001.
           01  C-CURLOPT-TIMEOUT          CONSTANT AS 10013.
           01  C-CURLOPT-POSTFIELDS       CONSTANT AS 10015.
           01  C-CURLOPT-HTTPHEADER       CONSTANT AS 10023.
           01  C-CURLOPT-CUSTOMREQUEST    CONSTANT AS 10036.
           01  C-CURLOPT-MIMEPOST         CONSTANT AS 10269.
      *> CURLINFO_RESPONSE_CODE: CURLINFO_LONG (0x200000) + 2.
           01  C-CURLINFO-RESPONSE-CODE   CONSTANT AS 2097154.

           01  LS-CURL-WRITE-CALLBACK     USAGE PROGRAM-POINTER.
           01  LS-CURL-HANDLE-PTR         USAGE POINTER.
           01  LS-CONTENT-TYPE-HEADER     PIC X(48) VALUE SPACES.
           01  LS-HEADER-LIST-PTR         USAGE POINTER VALUE NULL.
      *> The multipart form of an upload and its one file part.
           01  LS-MIME-PTR                USAGE POINTER VALUE NULL.
           01  LS-MIME-PART-PTR           USAGE POINTER VALUE NULL.
           01  C-MIME-PART-NAME           PIC X(5) VALUE "file" & X"00".

       LINKAGE SECTION.
      *> "POST" or "PUT".
           01  IN-METHOD                  PIC X(8).
           01  IN-REQUEST-URL             PIC X(1000).
           01  IN-BODY                    PIC X(10000).
      *> The media type alone, e.g. "application/json"; unused on
      *> an upload, which curl labels multipart/form-data itself.
           01  IN-CONTENT-TYPE            PIC X(32).
           01  IN-EXTRA-HEADER            PIC X(300).
           01  IN-UPLOAD-FILE             PIC X(40).
           COPY remote-service-response IN "support/http".

       PROCEDURE DIVISION USING
           IN-METHOD
           IN-REQUEST-URL
           IN-BODY
           IN-CONTENT-TYPE
           IN-EXTRA-HEADER
           IN-UPLOAD-FILE
           BY REFERENCE OUT-RESPONSE.

           SET LS-CURL-WRITE-CALLBACK TO
               ENTRY "CURL-WRITE-CALLBACK"

           CALL "curl_easy_init"
               RETURNING LS-CURL-HANDLE-PTR

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-URL
               BY CONTENT  FUNCTION TRIM(IN-REQUEST-URL)

           IF FUNCTION TRIM(IN-UPLOAD-FILE) NOT = SPACES
           THEN
      *> https://curl.se/libcurl/c/curl_mime_init.html
               CALL "curl_mime_init" USING
                   BY VALUE    LS-CURL-HANDLE-PTR
                   RETURNING   LS-MIME-PTR
               CALL "curl_mime_addpart" USING
                   BY VALUE    LS-MIME-PTR
                   RETURNING   LS-MIME-PART-PTR
               CALL "curl_mime_name" USING
                   BY VALUE    LS-MIME-PART-PTR
                   BY REFERENCE C-MIME-PART-NAME
               CALL "curl_mime_filedata" USING
                   BY VALUE    LS-MIME-PART-PTR
                   BY CONTENT  FUNCTION TRIM(IN-UPLOAD-FILE)
               CALL "curl_easy_setopt" USING
                   BY VALUE    LS-CURL-HANDLE-PTR
                   BY VALUE    C-CURLOPT-MIMEPOST
                   BY VALUE    LS-MIME-PTR
           ELSE
               CALL "curl_easy_setopt" USING
                   BY VALUE    LS-CURL-HANDLE-PTR
                   BY VALUE    C-CURLOPT-POSTFIELDS
                   BY CONTENT  FUNCTION TRIM(IN-BODY)
               STRING
                   "Content-Type: " FUNCTION TRIM(IN-CONTENT-TYPE)
                   INTO LS-CONTENT-TYPE-HEADER
               END-STRING
               CALL "curl_slist_append" USING
                   BY VALUE     NULL
                   BY CONTENT   FUNCTION TRIM(LS-CONTENT-TYPE-HEADER)
                   RETURNING    LS-HEADER-LIST-PTR
           END-IF

           IF FUNCTION TRIM(IN-METHOD) NOT = "POST"
           THEN
               CALL "curl_easy_setopt" USING
                   BY VALUE    LS-CURL-HANDLE-PTR
                   BY VALUE    C-CURLOPT-CUSTOMREQUEST
                   BY CONTENT  FUNCTION TRIM(IN-METHOD)
           END-IF

           IF FUNCTION TRIM(IN-EXTRA-HEADER) NOT = SPACES
           THEN
               CALL "curl_slist_append" USING
                   BY VALUE     LS-HEADER-LIST-PTR
                   BY CONTENT   FUNCTION TRIM(IN-EXTRA-HEADER)
                   RETURNING    LS-HEADER-LIST-PTR
           END-IF
           IF LS-HEADER-LIST-PTR NOT = NULL
           THEN
               CALL "curl_easy_setopt" USING
                   BY VALUE    LS-CURL-HANDLE-PTR
                   BY VALUE    C-CURLOPT-HTTPHEADER
                   BY VALUE    LS-HEADER-LIST-PTR
           END-IF

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-WRITEFUNCTION
               BY VALUE    LS-CURL-WRITE-CALLBACK

           MOVE 0 TO OUT-RESPONSE-LENGTH-BYTES
           MOVE 0 TO OUT-RESPONSE-HTTP-STATUS
           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-WRITEDATA
               BY REFERENCE OUT-RESPONSE

           CALL "GET-REQUEST-TIMEOUT-S" USING
               BY REFERENCE LS-REQUEST-TIMEOUT-SEC

           CALL "curl_easy_setopt" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               BY VALUE    C-CURLOPT-TIMEOUT
               BY VALUE    LS-REQUEST-TIMEOUT-SEC

       *> https://curl.se/libcurl/c/curl_easy_perform.html
           CALL "curl_easy_perform" USING
               BY VALUE    LS-CURL-HANDLE-PTR
               RETURNING   LS-CURL-CODE

           IF LS-CURL-CODE = 0
           THEN
               CALL "curl_easy_getinfo" USING
                   BY VALUE    LS-CURL-HANDLE-PTR
                   BY VALUE    C-CURLINFO-RESPONSE-CODE
                   BY REFERENCE LS-HTTP-RESPONSE-CODE
               MOVE LS-HTTP-RESPONSE-CODE TO OUT-RESPONSE-HTTP-STATUS
           END-IF

           IF LS-HEADER-LIST-PTR NOT = NULL
           THEN
               CALL "curl_slist_free_all" USING
                   BY VALUE LS-HEADER-LIST-PTR
           END-IF
           IF LS-MIME-PTR NOT = NULL
           THEN
               CALL "curl_mime_free" USING
                   BY VALUE LS-MIME-PTR
           END-IF

           CALL "curl_easy_cleanup" USING
               BY VALUE LS-CURL-HANDLE-PTR

           MOVE LS-CURL-CODE TO RETURN-CODE
           GOBACK.
       END PROGRAM HTTP-CLIENT-SEND-CAPTURE.
