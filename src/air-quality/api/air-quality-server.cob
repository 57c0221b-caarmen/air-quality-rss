           01  C-MHD-RESPMEM-PERSISTENT  CONSTANT AS 0.
           01  C-CONTENT-TYPE-TEXT-PLAIN PIC X(32)
                                           VALUE "text/plain".
           01  C-AUDIENCE-PUBLIC         PIC X(9) VALUE SPACES.

           01  LS-RESPONSE.
               05  LS-STATUS-CODE         PIC 999.
               05  LS-CONTENT-TYPE        PIC X(32) VALUE SPACES.
               05  LS-BODY                PIC X(10000) VALUE SPACES.
      *> Seconds for the Retry-After header on a maintenance-window
      *> 503 (see MAINTENANCE-WINDOW-SERVICE) or an API key quota
      *> refusal's 429; 0 means no header.
               05  LS-RETRY-AFTER         PIC 9(9) VALUE 0.
      *> The Set-Cookie header value the subscriber portal's sign-in
      *> and sign-out answer with; spaces means no header.
               05  LS-SET-COOKIE          PIC X(200) VALUE SPACES.
           01  LS-RETRY-AFTER-DISPLAY     PIC Z(8)9.

           01  LS-RESPONSE-PTR            USAGE POINTER.
           01  LS-SSE-API-KEY-HEADER      PIC X(32) VALUE "X-Api-Key".
           01  LS-SSE-API-KEY-VALUE       PIC X(100) VALUE SPACES.
           01  LS-SSE-API-KEY-OWNER       PIC X(32) VALUE SPACES.
      *> When the key's daily quota starts over (see
      *> API-KEY-QUOTA-RESET), for a refused stream's message.
           01  LS-SSE-RESET-HOURS         PIC Z9.
           01  LS-SSE-RESET-MINUTES       PIC 99.

      *> MHD_YES: keep processing this request.
           01  C-MHD-YES                  CONSTANT AS 1.
               GOBACK
           END-IF

      *> Routed requests are counted in flight until their response
      *> is queued: the count is one of LOAD-SHED's overload marks,
      *> which the router consults before dispatching.
           CALL "LOAD-SHED-ENTER"

           CALL "AIR-QUALITY-ROUTER" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-HTTP-METHOD

           PERFORM SEND-RESPONSE

           CALL "LOAD-SHED-LEAVE"

           *> The router set the request's health-guidance audience
           *> from the caller's profile; back to the public's.
           CALL "HEALTH-RECOMMENDATION-AUDIENCE" USING
               BY REFERENCE C-AUDIENCE-PUBLIC

           CALL "CORRELATION-CLEAR"

           FREE REQ-STATE
               BY VALUE    "Accept-Encoding"
           END-CALL

           *> A maintenance-window 503 or a quota 429 tells
           *> well-behaved clients when to come back.
           IF LS-RETRY-AFTER > 0
           THEN
               MOVE LS-RETRY-AFTER TO LS-RETRY-AFTER-DISPLAY
               END-CALL
           END-IF

           IF LS-SET-COOKIE NOT = SPACES
           THEN
               CALL "MHD_add_response_header" USING
                   BY VALUE    LS-RESPONSE-PTR
                   BY VALUE    "Set-Cookie"
                   BY VALUE    FUNCTION TRIM(LS-SET-COOKIE)
               END-CALL
           END-IF

           *> LS-CONTENT-TYPE was filled in by AIR-QUALITY-ROUTER
           *> to match whatever body format it actually rendered.
           CALL "MHD_add_response_header" USING
           WHEN 2
               MOVE C-MHD-HTTP-TOO-MANY-REQUESTS TO LS-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO LS-CONTENT-TYPE
               CALL "API-KEY-QUOTA-RESET" USING
                   BY REFERENCE LS-RETRY-AFTER
               COMPUTE LS-SSE-RESET-HOURS = LS-RETRY-AFTER / 3600
               COMPUTE LS-SSE-RESET-MINUTES =
                   FUNCTION MOD(LS-RETRY-AFTER, 3600) / 60
               MOVE SPACES TO LS-BODY
               STRING
                   "Too Many Requests: daily API key quota "
                   "exhausted - it resets at 00:00 server time, in "
                   FUNCTION TRIM(LS-SSE-RESET-HOURS) "h"
                   LS-SSE-RESET-MINUTES "m"
                   INTO LS-BODY
               END-STRING
               PERFORM SEND-RESPONSE
               EXIT PARAGRAPH
           WHEN 4
               MOVE 401 TO LS-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO LS-CONTENT-TYPE
               MOVE "Unauthorized: this API key has expired - ask "
                   & "the operator for its replacement" TO LS-BODY
               PERFORM SEND-RESPONSE
               EXIT PARAGRAPH
           WHEN OTHER
