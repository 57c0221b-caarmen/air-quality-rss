      *> ===============================================================
      *> PROGRAM: SUBSCRIBER-PORTAL
      *> PURPOSE: Render the pages of the browser portal under /portal,
      *>          where a subscriber signs in with their API key and
      *>          looks after their own account without writing to
      *>          the operator:
      *>            - their alert subscriptions, listed and added or
      *>              removed through ALERT-SUBSCRIPTION-REGISTRY;
      *>            - their symptom journal as a month calendar, with
      *>              today's entry logged through
      *>              SYMPTOM-JOURNAL-REGISTRY;
      *>            - their usage against the key's daily quota and
      *>              plan (API-KEY-REGISTRY, PLAN-CATALOG) and the
      *>              monthly statements issued to them
      *>              (INVOICE-REGISTER);
      *>            - a feed builder that finds their commune with the
      *>              /search matcher (COMMUNE-SEARCH-SERVICE) and
      *>              lists the feed addresses for it.
      *>          Every page reads and writes only the signed-in key's
      *>          own records, through the same registry entries the
      *>          API routes use. The router checks the key (with
      *>          API-KEY-CHECK, like any request) and keeps the
      *>          sign-in session; this program only sees a request
      *>          marked signed in or not, and answers the latter
      *>          with the sign-in page.
      *>          Forms post back to their own page and the page is
      *>          rendered again with a notice saying what happened,
      *>          so a browser needs no scripting at all.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIBER-PORTAL.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       01  LS-PAGE-TITLE                PIC X(64) VALUE SPACES.
      *> The page's notice, and whether it reports a refusal ("E")
      *> or a change made ("OK").
       01  LS-NOTICE                    PIC X(200) VALUE SPACES.
       01  LS-NOTICE-KIND               PIC X(2) VALUE SPACES.
       01  LS-CONTENT                   PIC X(9000) VALUE SPACES.
       01  LS-CONTENT-POS               PIC 9(5) VALUE 1.
       01  LS-CONTENT-FULL              PIC X(01) VALUE "N".
       01  LS-OUT-POS                   PIC 9(5) VALUE 1.
       01  LS-DISPLAY-COUNT             PIC Z(8)9.
       01  LS-DISPLAY-SMALL             PIC Z9.
       01  LS-DISPLAY-AMOUNT            PIC Z(6)9.99.

      *> HTML escaping of any text that came from a subscriber or a
      *> registry: &, <, >, " and ' become entities.
       01  LS-ESC-IN                    PIC X(400) VALUE SPACES.
       01  LS-ESC-OUT                   PIC X(2400) VALUE SPACES.
       01  LS-ESC-POS                   PIC 9(4) VALUE 0.
       01  LS-ESC-LEN                   PIC 9(4) VALUE 0.
       01  LS-ESC-OUT-POS               PIC 9(4) VALUE 1.

      *> Form fields of a posted page, read one at a time.
       01  LS-FIELD-NAME                PIC X(16) VALUE SPACES.
       01  LS-FIELD-VALUE               PIC X(100) VALUE SPACES.
       01  LS-FIELD-FOUND               PIC X(01) VALUE "N".
       01  LS-FORM-ACTION               PIC X(16) VALUE SPACES.
       01  LS-FORM-LOCATION-ID          PIC X(100) VALUE SPACES.
       01  LS-FORM-CHANNEL-ID           PIC X(100) VALUE SPACES.
       01  LS-FORM-THRESHOLD            PIC X(100) VALUE SPACES.
       01  LS-FORM-SEVERITY             PIC X(100) VALUE SPACES.

       01  LS-SUB-RECORD.
           05  LS-SUB-REC-API-KEY       PIC X(40).
           05  LS-SUB-REC-LOCATION-ID   PIC X(8).
           05  LS-SUB-REC-ITEMS         PIC X(100).
           05  LS-SUB-REC-THRESHOLD     PIC 9(1).
           05  LS-SUB-REC-CHANNEL-ID    PIC X(8).
           05  LS-SUB-REC-ENABLED       PIC X(1).
       01  LS-SUB-API-KEY               PIC X(40) VALUE SPACES.
       01  LS-SUB-LOCATION-ID           PIC X(8) VALUE SPACES.
       01  LS-SUB-TABLE.
           05  LS-SUB-COUNT             PIC 9(2).
           05  LS-SUB-ENTRY OCCURS 50 TIMES
                   INDEXED BY LS-SUB-IDX.
               10  LS-SUB-API-KEY-E     PIC X(40).
               10  LS-SUB-LOCATION-E    PIC X(8).
               10  LS-SUB-ITEMS-E       PIC X(100).
               10  LS-SUB-THRESHOLD-E   PIC 9(1).
               10  LS-SUB-CHANNEL-E     PIC X(8).
               10  LS-SUB-ENABLED-E     PIC X(1).
       COPY watched-locations IN "air-quality/batch".

       01  LS-SJ-RECORD.
           05  LS-SJ-API-KEY            PIC X(40).
           05  LS-SJ-DATE               PIC X(10).
           05  LS-SJ-SEVERITY           PIC 9(1).
           05  LS-SJ-NOTE               PIC X(100).
       01  LS-SJ-MONTH.
           05  LS-SJ-DAY OCCURS 31 TIMES.
               10  LS-SJ-DAY-SEVERITY   PIC 9(1).
               10  LS-SJ-DAY-NOTE       PIC X(100).
      *> The calendar's month and its neighbours, as YYYY-MM.
       01  LS-TODAY                     PIC X(21) VALUE SPACES.
       01  LS-MONTH-TEXT                PIC X(7) VALUE SPACES.
       01  LS-PREV-MONTH-TEXT           PIC X(7) VALUE SPACES.
       01  LS-NEXT-MONTH-TEXT           PIC X(7) VALUE SPACES.
       01  LS-CAL-YEAR                  PIC 9(4) VALUE 0.
       01  LS-CAL-MONTH                 PIC 9(2) VALUE 0.
       01  LS-NEXT-YEAR                 PIC 9(4) VALUE 0.
       01  LS-NEXT-MONTH                PIC 9(2) VALUE 0.
       01  LS-PREV-YEAR                 PIC 9(4) VALUE 0.
       01  LS-PREV-MONTH                PIC 9(2) VALUE 0.
       01  LS-DATE-WORK                 PIC 9(8) VALUE 0.
       01  LS-FIRST-DAY-INT             PIC 9(7) VALUE 0.
       01  LS-NEXT-FIRST-INT            PIC 9(7) VALUE 0.
       01  LS-DAYS-IN-MONTH             PIC 9(2) VALUE 0.
       01  LS-LEAD-BLANKS               PIC 9(1) VALUE 0.
       01  LS-CAL-DAY                   PIC 9(2) VALUE 0.
       01  LS-CAL-COLUMN                PIC 9(1) VALUE 0.
       01  LS-CAL-BLANK                 PIC 9(1) VALUE 0.
       01  LS-NOTE-COUNT                PIC 9(2) VALUE 0.
       01  C-MONTH-NAMES                PIC X(108) VALUE
               "January  February March    April    May      June     "
             & "July     August   SeptemberOctober  November December ".
       01  LS-MONTH-NAME                PIC X(9) VALUE SPACES.

       COPY api-key-record IN "air-quality/api".
       COPY plan-catalog IN "air-quality/service".
       COPY invoice-record IN "air-quality/service".
       01  LS-USAGE-TODAY               PIC 9(7) VALUE 0.
       01  LS-USAGE-PERCENT             PIC 9(3) VALUE 0.
       01  LS-RESET-SECONDS             PIC 9(9) VALUE 0.
       01  LS-RESET-HOURS               PIC Z9.
       01  LS-RESET-MINUTES             PIC 99.
       01  LS-DATE-TEXT                 PIC X(10) VALUE SPACES.
       01  LS-IR-TABLE.
           05  LS-IR-COUNT              PIC 9(2).
           05  LS-IR-ENTRY              PIC X(257) OCCURS 24 TIMES.
       01  LS-IR-IDX                    PIC 9(2) VALUE 0.
       01  LS-AMOUNT-SIGN               PIC X(1) VALUE SPACES.
       01  LS-DOC-KIND                  PIC X(11) VALUE SPACES.

       01  LS-CANDIDATE-TABLE.
           05  LS-CANDIDATE-COUNT       PIC 9(2).
           05  LS-CAND-ENTRY OCCURS 10 TIMES
                   INDEXED BY LS-CAND-IDX.
               10  LS-CAND-NAME         PIC X(40).
               10  LS-CAND-INSEE        PIC X(5).
      *> Feed addresses are absolute, on the server's public base URL
      *> as the OPML export writes them.
       01  LS-BASE-URL                  PIC X(200) VALUE SPACES.
       01  LS-FORMAT-SUFFIX             PIC X(16) VALUE SPACES.
       01  LS-FEED-LABEL                PIC X(40) VALUE SPACES.
       01  LS-FEED-PATH                 PIC X(40) VALUE SPACES.
       01  LS-FEED-QUERY                PIC X(200) VALUE SPACES.
       01  LS-FEED-URL                  PIC X(400) VALUE SPACES.
      *> URL-encoding of a commune name for the city param.
       01  LS-ENC-IN                    PIC X(40) VALUE SPACES.
       01  LS-ENC-OUT                   PIC X(120) VALUE SPACES.
       01  LS-ENC-POS                   PIC 9(3) VALUE 0.
       01  LS-ENC-OUT-POS               PIC 9(3) VALUE 1.
       01  LS-ENC-BYTE                  PIC 9(3) VALUE 0.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789ABCDEF".

       LINKAGE SECTION.
       COPY portal-request IN "air-quality/service".
       01  IN-REQUEST-BODY.
           05  IN-REQUEST-BODY-LENGTH   PIC 9(5) COMP-5.
           05  IN-REQUEST-BODY-TEXT     PIC X(10000).
       01  OUT-PORTAL-STATUS            PIC 999.
       01  OUT-PORTAL-BODY              PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE PR-REQUEST
           BY REFERENCE IN-REQUEST-BODY
           BY REFERENCE OUT-PORTAL-STATUS
           BY REFERENCE OUT-PORTAL-BODY.

           MOVE 200 TO OUT-PORTAL-STATUS
           MOVE PR-NOTICE TO LS-NOTICE
           IF PR-NOTICE NOT = SPACES
           THEN
               MOVE "E" TO LS-NOTICE-KIND
           END-IF

           IF PR-SIGNED-IN NOT = "Y"
           THEN
               PERFORM RENDER-SIGN-IN-PAGE
           ELSE
               EVALUATE PR-PAGE
               WHEN SPACES
               WHEN "/"
               WHEN "/sign-in"
                   PERFORM RENDER-HOME-PAGE
               WHEN "/subscriptions"
                   IF PR-METHOD = "POST"
                   THEN
                       PERFORM APPLY-SUBSCRIPTION-FORM
                   END-IF
                   PERFORM RENDER-SUBSCRIPTIONS-PAGE
               WHEN "/symptoms"
                   IF PR-METHOD = "POST"
                   THEN
                       PERFORM APPLY-SYMPTOM-FORM
                   END-IF
                   PERFORM RENDER-SYMPTOMS-PAGE
               WHEN "/usage"
                   PERFORM RENDER-USAGE-PAGE
               WHEN "/feeds"
                   PERFORM RENDER-FEEDS-PAGE
               WHEN OTHER
                   MOVE 404 TO OUT-PORTAL-STATUS
                   MOVE "Page not found" TO LS-PAGE-TITLE
                   STRING
                       '<p>There is no such page in the portal. '
                       '<a href="/portal">Back to your account</a>.'
                       '</p>' X"0A"
                       DELIMITED BY SIZE
                       INTO LS-CONTENT
                       WITH POINTER LS-CONTENT-POS
                   END-STRING
               END-EVALUATE
           END-IF

           PERFORM WRITE-PAGE-SHELL
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: RENDER-SIGN-IN-PAGE
      *> PURPOSE: The sign-in form. It answers the front page and a
      *>          sign-out with 200, any other page reached without a
      *>          session with 401, and a refused key with the
      *>          status the router asked for.
      *> ===============================================================
       RENDER-SIGN-IN-PAGE.
           MOVE "Sign in" TO LS-PAGE-TITLE
           EVALUATE TRUE
           WHEN PR-REFUSAL-STATUS NOT = 0
               MOVE PR-REFUSAL-STATUS TO OUT-PORTAL-STATUS
           WHEN PR-PAGE = SPACES
           WHEN PR-PAGE = "/"
           WHEN PR-PAGE = "/sign-out"
               MOVE 200 TO OUT-PORTAL-STATUS
           WHEN OTHER
               MOVE 401 TO OUT-PORTAL-STATUS
               IF LS-NOTICE = SPACES
               THEN
                   MOVE "Please sign in to see this page."
                       TO LS-NOTICE
                   MOVE "E" TO LS-NOTICE-KIND
               END-IF
           END-EVALUATE
           IF PR-PAGE = "/sign-out" AND LS-NOTICE = SPACES
           THEN
               MOVE "You are signed out." TO LS-NOTICE
               MOVE "OK" TO LS-NOTICE-KIND
           END-IF

           STRING
               '<p>Sign in with the API key you were issued to '
               'manage your alert subscriptions, keep your symptom '
               'journal, follow your usage and statements and '
               'build your feed addresses.</p>' X"0A"
               '<form method="post" action="/portal/sign-in">'
               X"0A"
               '<label>API key <input type="password" '
               'name="api_key" size="44" maxlength="40" '
               'autocomplete="off" required/></label>' X"0A"
               '<button type="submit">Sign in</button>' X"0A"
               '</form>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-HOME-PAGE
      *> PURPOSE: The signed-in front page: who the key belongs to
      *>          and the way to each part of the portal.
      *> ===============================================================
       RENDER-HOME-PAGE.
           MOVE "Your account" TO LS-PAGE-TITLE
           IF PR-PAGE = "/sign-in" AND LS-NOTICE = SPACES
           THEN
               MOVE "You are signed in." TO LS-NOTICE
               MOVE "OK" TO LS-NOTICE-KIND
           END-IF
           IF PR-KEY-OWNER NOT = SPACES
           THEN
               MOVE PR-KEY-OWNER TO LS-ESC-IN
               PERFORM ESCAPE-HTML
               STRING
                   '<p>Signed in as <strong>'
                   LS-ESC-OUT(1:LS-ESC-LEN)
                   '</strong>.</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           STRING
               '<ul class="menu">' X"0A"
               '<li><a href="/portal/subscriptions">Alert '
               'subscriptions</a> - the locations you are alerted '
               'about, and how.</li>' X"0A"
               '<li><a href="/portal/symptoms">Symptom journal</a> '
               '- log how you feel today and look back over the '
               'month.</li>' X"0A"
               '<li><a href="/portal/usage">Usage and statements</a>'
               ' - today''s requests against your quota, your plan '
               'and your monthly statements.</li>' X"0A"
               '<li><a href="/portal/feeds">Feed builder</a> - find '
               'your commune and copy its feed addresses.</li>'
               X"0A"
               '</ul>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPLY-SUBSCRIPTION-FORM
      *> PURPOSE: Add or remove one alert subscription from the posted
      *>          form, with the checks POST /alert-subscriptions
      *>          makes: a watched-location id and a channel id are
      *>          required, the threshold is blank or 1 to 6. The
      *>          outcome goes in the page's notice.
      *> ===============================================================
       APPLY-SUBSCRIPTION-FORM.
           MOVE "action" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-FORM-ACTION
           MOVE "id" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-FORM-LOCATION-ID
           IF LS-FORM-LOCATION-ID = SPACES
           THEN
               MOVE "Choose the location to subscribe to."
                   TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
               EXIT PARAGRAPH
           END-IF

           IF LS-FORM-ACTION = "remove"
           THEN
               MOVE PR-API-KEY TO LS-SUB-API-KEY
               MOVE LS-FORM-LOCATION-ID TO LS-SUB-LOCATION-ID
               CALL "ALERT-SUBSCRIPTION-REMOVE" USING
                   BY REFERENCE LS-SUB-API-KEY
                   BY REFERENCE LS-SUB-LOCATION-ID
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE "Alert subscription removed." TO LS-NOTICE
                   MOVE "OK" TO LS-NOTICE-KIND
               ELSE
                   MOVE "You have no subscription for that location."
                       TO LS-NOTICE
                   MOVE "E" TO LS-NOTICE-KIND
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE "channel" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-FORM-CHANNEL-ID
           IF LS-FORM-CHANNEL-ID = SPACES
           THEN
               MOVE "Give the notification channel your alerts go to."
                   TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-SUB-RECORD
           MOVE PR-API-KEY TO LS-SUB-REC-API-KEY
           MOVE LS-FORM-LOCATION-ID TO LS-SUB-REC-LOCATION-ID
           MOVE LS-FORM-CHANNEL-ID TO LS-SUB-REC-CHANNEL-ID
           MOVE "Y" TO LS-SUB-REC-ENABLED
           MOVE 0 TO LS-SUB-REC-THRESHOLD

           MOVE "items" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-SUB-REC-ITEMS

           MOVE "threshold" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-FORM-THRESHOLD
           IF LS-FORM-THRESHOLD NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-FORM-THRESHOLD) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-FORM-THRESHOLD) < 1
                   OR FUNCTION NUMVAL(LS-FORM-THRESHOLD) > 6
               THEN
                   MOVE "The threshold must be 1 to 6, or left to "
                       & "the location's own." TO LS-NOTICE
                   MOVE "E" TO LS-NOTICE-KIND
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-FORM-THRESHOLD)
                   TO LS-SUB-REC-THRESHOLD
           END-IF

           CALL "ALERT-SUBSCRIPTION-ADD" USING
               BY REFERENCE LS-SUB-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Alert subscription saved." TO LS-NOTICE
               MOVE "OK" TO LS-NOTICE-KIND
           ELSE
               MOVE 500 TO OUT-PORTAL-STATUS
               MOVE "Your subscription could not be saved - please "
                   & "try again later." TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RENDER-SUBSCRIPTIONS-PAGE
      *> PURPOSE: The key's subscriptions as a table, each with its
      *>          remove button, then the form to add one, offering
      *>          the watched locations of the key's own organisation.
      *> ===============================================================
       RENDER-SUBSCRIPTIONS-PAGE.
           MOVE "Alert subscriptions" TO LS-PAGE-TITLE
           MOVE PR-API-KEY TO LS-SUB-API-KEY
           CALL "ALERT-SUBSCRIPTION-LOAD-KEY" USING
               BY REFERENCE LS-SUB-API-KEY
               BY REFERENCE LS-SUB-TABLE

           IF LS-SUB-COUNT = 0
           THEN
               STRING
                   '<p>You have no alert subscriptions yet.</p>'
                   X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           ELSE
               STRING
                   '<table><tr><th>Location</th><th>Items</th>'
                   '<th>Threshold</th><th>Channel</th>'
                   '<th>State</th><th></th></tr>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               PERFORM VARYING LS-SUB-IDX FROM 1 BY 1
                   UNTIL LS-SUB-IDX > LS-SUB-COUNT
                   PERFORM RENDER-SUBSCRIPTION-ROW
               END-PERFORM
               STRING
                   '</table>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF

           CALL "API-KEY-USAGE" USING
               BY REFERENCE PR-API-KEY
               BY REFERENCE AK-RECORD
               BY REFERENCE LS-USAGE-TODAY
           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP

           STRING
               '<h2>Add or change a subscription</h2>' X"0A"
               '<form method="post" action="/portal/subscriptions">'
               X"0A"
               '<input type="hidden" name="action" value="add"/>'
               X"0A"
               '<label>Location <select name="id" required>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               IF WL-LATLONG-TENANT(WL-LATLONG-INDEX) = SPACES
                   OR WL-LATLONG-TENANT(WL-LATLONG-INDEX) = AK-TENANT
               THEN
                   MOVE WL-LATLONG-ID(WL-LATLONG-INDEX) TO LS-ESC-IN
                   PERFORM APPEND-LOCATION-OPTION
               END-IF
           END-PERFORM
           PERFORM VARYING WL-ZONE-INDEX FROM 1 BY 1
               UNTIL WL-ZONE-INDEX > WL-ZONE-COUNT
               IF WL-ZONE-TENANT(WL-ZONE-INDEX) = SPACES
                   OR WL-ZONE-TENANT(WL-ZONE-INDEX) = AK-TENANT
               THEN
                   MOVE WL-ZONE-ID(WL-ZONE-INDEX) TO LS-ESC-IN
                   PERFORM APPEND-LOCATION-OPTION
               END-IF
           END-PERFORM
           STRING
               '</select></label>' X"0A"
               '<label>Channel <input name="channel" size="8" '
               'maxlength="8" required/></label>' X"0A"
               '<label>Items <input name="items" size="30" '
               'maxlength="100" placeholder="all"/></label>' X"0A"
               '<label>Threshold <select name="threshold">'
               '<option value="">location''s own</option>'
               '<option>1</option><option>2</option>'
               '<option>3</option><option>4</option>'
               '<option>5</option><option>6</option>'
               '</select></label>' X"0A"
               '<button type="submit">Save</button>' X"0A"
               '</form>' X"0A"
               '<p class="hint">Items is a comma-separated list of '
               'species or pollutants, blank for all of them. The '
               'channel is the notification channel id your '
               'operator set up for you.</p>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-SUBSCRIPTION-ROW
      *> PURPOSE: One table row for the LS-SUB-IDX subscription.
      *> ===============================================================
       RENDER-SUBSCRIPTION-ROW.
           MOVE LS-SUB-LOCATION-E(LS-SUB-IDX) TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '<tr><td>' LS-ESC-OUT(1:LS-ESC-LEN) '</td><td>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           IF LS-SUB-ITEMS-E(LS-SUB-IDX) = SPACES
           THEN
               MOVE "all" TO LS-ESC-IN
           ELSE
               MOVE LS-SUB-ITEMS-E(LS-SUB-IDX) TO LS-ESC-IN
           END-IF
           PERFORM ESCAPE-HTML
           STRING
               LS-ESC-OUT(1:LS-ESC-LEN) '</td><td>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           IF LS-SUB-THRESHOLD-E(LS-SUB-IDX) = 0
           THEN
               STRING
                   "location's own"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           ELSE
               STRING
                   LS-SUB-THRESHOLD-E(LS-SUB-IDX)
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           MOVE LS-SUB-CHANNEL-E(LS-SUB-IDX) TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '</td><td>' LS-ESC-OUT(1:LS-ESC-LEN) '</td><td>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           IF LS-SUB-ENABLED-E(LS-SUB-IDX) = "N"
           THEN
               STRING
                   'paused'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           ELSE
               STRING
                   'active'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           MOVE LS-SUB-LOCATION-E(LS-SUB-IDX) TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '</td><td><form method="post" '
               'action="/portal/subscriptions" class="inline">'
               '<input type="hidden" name="action" value="remove"/>'
               '<input type="hidden" name="id" value="'
               LS-ESC-OUT(1:LS-ESC-LEN) '"/>'
               '<button type="submit">Remove</button></form>'
               '</td></tr>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
               ON OVERFLOW
                   MOVE "Y" TO LS-CONTENT-FULL
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPEND-LOCATION-OPTION
      *> PURPOSE: One <option> of the location list for the watched-
      *>          location id in LS-ESC-IN.
      *> ===============================================================
       APPEND-LOCATION-OPTION.
           PERFORM ESCAPE-HTML
           STRING
               '<option>' LS-ESC-OUT(1:LS-ESC-LEN) '</option>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPLY-SYMPTOM-FORM
      *> PURPOSE: File today's symptom entry from the posted form,
      *>          with the checks POST /symptom-journal makes: a
      *>          severity of 1 (fine) to 5 (worst day) and an
      *>          optional note. A second entry the same day replaces
      *>          the first.
      *> ===============================================================
       APPLY-SYMPTOM-FORM.
           MOVE "severity" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-FORM-SEVERITY
           IF FUNCTION TRIM(LS-FORM-SEVERITY) IS NOT NUMERIC
               OR FUNCTION NUMVAL(LS-FORM-SEVERITY) < 1
               OR FUNCTION NUMVAL(LS-FORM-SEVERITY) > 5
           THEN
               MOVE "Choose a severity from 1 (fine) to 5 (worst "
                   & "day)." TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-TODAY
           MOVE SPACES TO LS-SJ-RECORD
           MOVE PR-API-KEY TO LS-SJ-API-KEY
           STRING
               LS-TODAY(1:4) "-" LS-TODAY(5:2) "-" LS-TODAY(7:2)
               DELIMITED BY SIZE
               INTO LS-SJ-DATE
           END-STRING
           MOVE FUNCTION NUMVAL(LS-FORM-SEVERITY) TO LS-SJ-SEVERITY
           MOVE "note" TO LS-FIELD-NAME
           PERFORM READ-FORM-FIELD
           MOVE LS-FIELD-VALUE TO LS-SJ-NOTE

           CALL "SYMPTOM-JOURNAL-ADD" USING
               BY REFERENCE LS-SJ-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Today's entry is recorded." TO LS-NOTICE
               MOVE "OK" TO LS-NOTICE-KIND
           ELSE
               MOVE 500 TO OUT-PORTAL-STATUS
               MOVE "Your entry could not be recorded - please try "
                   & "again later." TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RENDER-SYMPTOMS-PAGE
      *> PURPOSE: The form for today's entry, then the calendar of the
      *>          requested month (the current one by default) with
      *>          each logged day coloured by its severity, links to
      *>          the months either side, and the month's notes.
      *> ===============================================================
       RENDER-SYMPTOMS-PAGE.
           MOVE "Symptom journal" TO LS-PAGE-TITLE
           STRING
               '<form method="post" action="/portal/symptoms">'
               X"0A"
               '<label>Today <select name="severity" required>'
               '<option value="">severity</option>'
               '<option value="1">1 - fine</option>'
               '<option value="2">2 - mild</option>'
               '<option value="3">3 - moderate</option>'
               '<option value="4">4 - bad</option>'
               '<option value="5">5 - worst day</option>'
               '</select></label>' X"0A"
               '<label>Note <input name="note" size="40" '
               'maxlength="100"/></label>' X"0A"
               '<button type="submit">Record</button>' X"0A"
               '</form>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING

           PERFORM RESOLVE-CALENDAR-MONTH
           CALL "SYMPTOM-JOURNAL-MONTH" USING
               BY REFERENCE PR-API-KEY
               BY REFERENCE LS-MONTH-TEXT
               BY REFERENCE LS-SJ-MONTH

           MOVE C-MONTH-NAMES((LS-CAL-MONTH - 1) * 9 + 1:9)
               TO LS-MONTH-NAME
           STRING
               '<h2><a href="/portal/symptoms?month='
               LS-PREV-MONTH-TEXT '">&lt;</a> '
               FUNCTION TRIM(LS-MONTH-NAME) ' ' LS-CAL-YEAR
               ' <a href="/portal/symptoms?month='
               LS-NEXT-MONTH-TEXT '">&gt;</a></h2>' X"0A"
               '<table class="cal"><tr><th>Mon</th><th>Tue</th>'
               '<th>Wed</th><th>Thu</th><th>Fri</th><th>Sat</th>'
               '<th>Sun</th></tr>' X"0A" '<tr>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING

           MOVE 0 TO LS-CAL-COLUMN
           PERFORM VARYING LS-CAL-BLANK FROM 1 BY 1
               UNTIL LS-CAL-BLANK > LS-LEAD-BLANKS
               STRING
                   '<td></td>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               ADD 1 TO LS-CAL-COLUMN
           END-PERFORM
           PERFORM VARYING LS-CAL-DAY FROM 1 BY 1
               UNTIL LS-CAL-DAY > LS-DAYS-IN-MONTH
               PERFORM RENDER-CALENDAR-DAY
           END-PERFORM
           PERFORM UNTIL LS-CAL-COLUMN = 0 OR LS-CAL-COLUMN = 7
               STRING
                   '<td></td>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               ADD 1 TO LS-CAL-COLUMN
           END-PERFORM
           STRING
               '</tr></table>' X"0A"
               '<p class="hint">1 fine - 2 mild - 3 moderate - '
               '4 bad - 5 worst day</p>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING

           MOVE 0 TO LS-NOTE-COUNT
           PERFORM VARYING LS-CAL-DAY FROM 1 BY 1
               UNTIL LS-CAL-DAY > LS-DAYS-IN-MONTH
               IF LS-SJ-DAY-NOTE(LS-CAL-DAY) NOT = SPACES
               THEN
                   PERFORM RENDER-CALENDAR-NOTE
               END-IF
           END-PERFORM
           IF LS-NOTE-COUNT > 0
           THEN
               STRING
                   '</ul>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-CALENDAR-MONTH
      *> PURPOSE: Settle the calendar's month from PR-MONTH (YYYY-MM;
      *>          the current month when absent or malformed), and
      *>          work out its length, the weekday it starts on
      *>          (Monday first) and its neighbours for the links.
      *> ===============================================================
       RESOLVE-CALENDAR-MONTH.
           MOVE FUNCTION CURRENT-DATE TO LS-TODAY
           MOVE LS-TODAY(1:4) TO LS-CAL-YEAR
           MOVE LS-TODAY(5:2) TO LS-CAL-MONTH
           IF PR-MONTH(1:4) IS NUMERIC
               AND PR-MONTH(5:1) = "-"
               AND PR-MONTH(6:2) IS NUMERIC
           THEN
               IF PR-MONTH(1:4) >= "1700" AND PR-MONTH(1:4) <= "9998"
                   AND PR-MONTH(6:2) >= "01"
                   AND PR-MONTH(6:2) <= "12"
               THEN
                   MOVE PR-MONTH(1:4) TO LS-CAL-YEAR
                   MOVE PR-MONTH(6:2) TO LS-CAL-MONTH
               END-IF
           END-IF

           IF LS-CAL-MONTH = 12
           THEN
               COMPUTE LS-NEXT-YEAR = LS-CAL-YEAR + 1
               MOVE 1 TO LS-NEXT-MONTH
           ELSE
               MOVE LS-CAL-YEAR TO LS-NEXT-YEAR
               COMPUTE LS-NEXT-MONTH = LS-CAL-MONTH + 1
           END-IF
           IF LS-CAL-MONTH = 1
           THEN
               COMPUTE LS-PREV-YEAR = LS-CAL-YEAR - 1
               MOVE 12 TO LS-PREV-MONTH
           ELSE
               MOVE LS-CAL-YEAR TO LS-PREV-YEAR
               COMPUTE LS-PREV-MONTH = LS-CAL-MONTH - 1
           END-IF

           MOVE SPACES TO LS-MONTH-TEXT
           STRING
               LS-CAL-YEAR "-" LS-CAL-MONTH
               DELIMITED BY SIZE
               INTO LS-MONTH-TEXT
           END-STRING
           MOVE SPACES TO LS-NEXT-MONTH-TEXT
           STRING
               LS-NEXT-YEAR "-" LS-NEXT-MONTH
               DELIMITED BY SIZE
               INTO LS-NEXT-MONTH-TEXT
           END-STRING
           MOVE SPACES TO LS-PREV-MONTH-TEXT
           STRING
               LS-PREV-YEAR "-" LS-PREV-MONTH
               DELIMITED BY SIZE
               INTO LS-PREV-MONTH-TEXT
           END-STRING

      *> Day 1 of INTEGER-OF-DATE, 1601-01-01, was a Monday.
           COMPUTE LS-DATE-WORK =
               LS-CAL-YEAR * 10000 + LS-CAL-MONTH * 100 + 1
           COMPUTE LS-FIRST-DAY-INT =
               FUNCTION INTEGER-OF-DATE(LS-DATE-WORK)
           COMPUTE LS-DATE-WORK =
               LS-NEXT-YEAR * 10000 + LS-NEXT-MONTH * 100 + 1
           COMPUTE LS-NEXT-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(LS-DATE-WORK)
           COMPUTE LS-DAYS-IN-MONTH =
               LS-NEXT-FIRST-INT - LS-FIRST-DAY-INT
           COMPUTE LS-LEAD-BLANKS =
               FUNCTION MOD(LS-FIRST-DAY-INT - 1, 7).

      *> ===============================================================
      *> PARAGRAPH: RENDER-CALENDAR-DAY
      *> PURPOSE: The LS-CAL-DAY cell of the calendar, coloured and
      *>          captioned with its severity when the day was
      *>          logged, starting a new week row after Sunday.
      *> ===============================================================
       RENDER-CALENDAR-DAY.
           IF LS-CAL-COLUMN = 7
           THEN
               STRING
                   '</tr>' X"0A" '<tr>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               MOVE 0 TO LS-CAL-COLUMN
           END-IF
           MOVE LS-CAL-DAY TO LS-DISPLAY-SMALL
           IF LS-SJ-DAY-SEVERITY(LS-CAL-DAY) = 0
           THEN
               STRING
                   '<td>' FUNCTION TRIM(LS-DISPLAY-SMALL) '</td>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           ELSE
               MOVE LS-SJ-DAY-NOTE(LS-CAL-DAY) TO LS-ESC-IN
               PERFORM ESCAPE-HTML
               STRING
                   '<td class="s' LS-SJ-DAY-SEVERITY(LS-CAL-DAY)
                   '" title="' LS-ESC-OUT(1:LS-ESC-LEN) '">'
                   FUNCTION TRIM(LS-DISPLAY-SMALL)
                   '<br/><b>' LS-SJ-DAY-SEVERITY(LS-CAL-DAY)
                   '</b></td>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           ADD 1 TO LS-CAL-COLUMN.

      *> ===============================================================
      *> PARAGRAPH: RENDER-CALENDAR-NOTE
      *> PURPOSE: One line of the month's notes for day LS-CAL-DAY,
      *>          opening the list on the first.
      *> ===============================================================
       RENDER-CALENDAR-NOTE.
           IF LS-NOTE-COUNT = 0
           THEN
               STRING
                   '<h2>Notes</h2><ul>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           ADD 1 TO LS-NOTE-COUNT
           MOVE LS-CAL-DAY TO LS-DISPLAY-SMALL
           MOVE LS-SJ-DAY-NOTE(LS-CAL-DAY) TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '<li>' FUNCTION TRIM(LS-DISPLAY-SMALL) ' '
               FUNCTION TRIM(LS-MONTH-NAME) ': '
               LS-ESC-OUT(1:LS-ESC-LEN) '</li>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
               ON OVERFLOW
                   MOVE "Y" TO LS-CONTENT-FULL
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-USAGE-PAGE
      *> PURPOSE: Today's requests against the key's daily quota and
      *>          when it resets, the key's plan from the catalog,
      *>          and the statements issued to the key, newest first.
      *> ===============================================================
       RENDER-USAGE-PAGE.
           MOVE "Usage and statements" TO LS-PAGE-TITLE
           MOVE SPACES TO AK-RECORD
           CALL "API-KEY-USAGE" USING
               BY REFERENCE PR-API-KEY
               BY REFERENCE AK-RECORD
               BY REFERENCE LS-USAGE-TODAY
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               STRING
                   '<p>This server does not keep a usage count for '
                   'your key.</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE LS-USAGE-TODAY TO LS-DISPLAY-COUNT
           STRING
               '<h2>Today</h2>' X"0A" '<p>'
               FUNCTION TRIM(LS-DISPLAY-COUNT) ' requests'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           IF AK-DAILY-QUOTA = 0
           THEN
               STRING
                   ' - your key has no daily quota.</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           ELSE
               COMPUTE LS-USAGE-PERCENT =
                   LS-USAGE-TODAY * 100 / AK-DAILY-QUOTA
               CALL "API-KEY-QUOTA-RESET" USING
                   BY REFERENCE LS-RESET-SECONDS
               COMPUTE LS-RESET-HOURS = LS-RESET-SECONDS / 3600
               COMPUTE LS-RESET-MINUTES =
                   FUNCTION MOD(LS-RESET-SECONDS, 3600) / 60
               MOVE AK-DAILY-QUOTA TO LS-DISPLAY-COUNT
               STRING
                   ' of your daily quota of '
                   FUNCTION TRIM(LS-DISPLAY-COUNT) ' ('
                   FUNCTION TRIM(LS-USAGE-PERCENT) '%).</p>' X"0A"
                   '<p><meter min="0" max="'
                   FUNCTION TRIM(LS-DISPLAY-COUNT) '" value="'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               MOVE LS-USAGE-TODAY TO LS-DISPLAY-COUNT
               STRING
                   FUNCTION TRIM(LS-DISPLAY-COUNT) '" high="'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               COMPUTE LS-DISPLAY-COUNT =
                   (AK-DAILY-QUOTA * 8 + 9) / 10
               STRING
                   FUNCTION TRIM(LS-DISPLAY-COUNT) '"></meter></p>'
                   X"0A"
                   '<p>The quota starts over at 00:00 server time, '
                   'in ' FUNCTION TRIM(LS-RESET-HOURS) 'h'
                   LS-RESET-MINUTES 'm.</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           IF AK-EXPIRES-DATE NOT = 0
           THEN
               MOVE SPACES TO LS-DATE-TEXT
               STRING
                   AK-EXPIRES-DATE(1:4) "-" AK-EXPIRES-DATE(5:2) "-"
                   AK-EXPIRES-DATE(7:2)
                   DELIMITED BY SIZE
                   INTO LS-DATE-TEXT
               END-STRING
               STRING
                   '<p>Your key is valid until ' LS-DATE-TEXT
                   '.</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF

           PERFORM RENDER-PLAN-SECTION
           PERFORM RENDER-STATEMENTS-SECTION.

      *> ===============================================================
      *> PARAGRAPH: RENDER-PLAN-SECTION
      *> PURPOSE: The key's plan as the catalog prices it; nothing
      *>          when the key is on no plan.
      *> ===============================================================
       RENDER-PLAN-SECTION.
           IF AK-PLAN-CODE = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PC-RECORD
           CALL "PLAN-CATALOG-FIND" USING
               BY REFERENCE AK-PLAN-CODE
               BY REFERENCE PC-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PC-PLAN-NAME TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           MOVE PC-MONTHLY-FEE TO LS-DISPLAY-AMOUNT
           STRING
               '<h2>Your plan</h2>' X"0A"
               '<p><strong>' LS-ESC-OUT(1:LS-ESC-LEN)
               '</strong>: ' FUNCTION TRIM(LS-DISPLAY-AMOUNT)
               ' EUR a month'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           IF PC-INCLUDED-REQUESTS > 0
           THEN
               MOVE PC-INCLUDED-REQUESTS TO LS-DISPLAY-COUNT
               STRING
                   ', including ' FUNCTION TRIM(LS-DISPLAY-COUNT)
                   ' requests'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           MOVE PC-OVERAGE-PER-THOUSAND TO LS-DISPLAY-AMOUNT
           STRING
               '; ' FUNCTION TRIM(LS-DISPLAY-AMOUNT)
               ' EUR per thousand requests beyond that.</p>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-STATEMENTS-SECTION
      *> PURPOSE: The invoices and credit notes issued to the key,
      *>          newest first.
      *> ===============================================================
       RENDER-STATEMENTS-SECTION.
           STRING
               '<h2>Statements</h2>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           CALL "INVOICE-KEY-TABLE" USING
               BY REFERENCE PR-API-KEY
               BY REFERENCE LS-IR-TABLE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               STRING
                   '<p>Your statements cannot be shown just now.</p>'
                   X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-IR-COUNT = 0
           THEN
               STRING
                   '<p>No statement has been issued to you yet.</p>'
                   X"0A"
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
               EXIT PARAGRAPH
           END-IF
           STRING
               '<table><tr><th>Document</th><th>Issued</th>'
               '<th>Month</th><th>Requests</th><th>Amount (EUR)</th>'
               '<th></th></tr>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           PERFORM VARYING LS-IR-IDX FROM LS-IR-COUNT BY -1
               UNTIL LS-IR-IDX < 1
               MOVE LS-IR-ENTRY(LS-IR-IDX) TO IR-RECORD
               PERFORM RENDER-STATEMENT-ROW
           END-PERFORM
           STRING
               '</table>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-STATEMENT-ROW
      *> PURPOSE: One table row for the document in IR-RECORD; a
      *>          credit note's amount is shown negative and names
      *>          the invoice it corrects.
      *> ===============================================================
       RENDER-STATEMENT-ROW.
           IF IR-DOC-TYPE = "C"
           THEN
               MOVE "-" TO LS-AMOUNT-SIGN
               MOVE "credit note" TO LS-DOC-KIND
           ELSE
               MOVE SPACES TO LS-AMOUNT-SIGN
               MOVE "invoice" TO LS-DOC-KIND
           END-IF
           MOVE SPACES TO LS-DATE-TEXT
           STRING
               IR-ISSUE-DATE(1:4) "-" IR-ISSUE-DATE(5:2) "-"
               IR-ISSUE-DATE(7:2)
               DELIMITED BY SIZE
               INTO LS-DATE-TEXT
           END-STRING
           MOVE IR-REQUESTS TO LS-DISPLAY-COUNT
           MOVE IR-TOTAL-AMOUNT TO LS-DISPLAY-AMOUNT
           STRING
               '<tr><td>' FUNCTION TRIM(IR-DOC-NUMBER) ' ('
               FUNCTION TRIM(LS-DOC-KIND) ')</td><td>' LS-DATE-TEXT
               '</td><td>' IR-PERIOD(1:4) '-' IR-PERIOD(5:2)
               '</td><td>' FUNCTION TRIM(LS-DISPLAY-COUNT)
               '</td><td>' FUNCTION TRIM(LS-AMOUNT-SIGN)
               FUNCTION TRIM(LS-DISPLAY-AMOUNT) '</td><td>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           IF IR-DOC-TYPE = "C"
           THEN
               MOVE IR-REASON TO LS-ESC-IN
               PERFORM ESCAPE-HTML
               STRING
                   'corrects ' FUNCTION TRIM(IR-RELATED-DOC) ': '
                   LS-ESC-OUT(1:LS-ESC-LEN)
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-IF
           STRING
               '</td></tr>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
               ON OVERFLOW
                   MOVE "Y" TO LS-CONTENT-FULL
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-FEEDS-PAGE
      *> PURPOSE: The feed builder: a commune name box and a format
      *>          choice, then for every commune the /search matcher
      *>          finds for the name, the addresses of its feeds with
      *>          the subscriber's key already on them, ready to
      *>          paste into a feed reader.
      *> ===============================================================
       RENDER-FEEDS-PAGE.
           MOVE "Feed builder" TO LS-PAGE-TITLE
           MOVE PR-QUERY TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '<form method="get" action="/portal/feeds">' X"0A"
               '<label>Commune <input name="q" size="30" '
               'maxlength="100" required value="'
               LS-ESC-OUT(1:LS-ESC-LEN) '"/></label>' X"0A"
               '<label>Format <select name="format">'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           EVALUATE PR-FORMAT
           WHEN "rss2"
               MOVE "&format=rss2" TO LS-FORMAT-SUFFIX
               STRING
                   '<option value="atom">Atom</option>'
                   '<option value="rss2" selected>RSS 2.0</option>'
                   '<option value="json">JSON Feed</option>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           WHEN "json"
               MOVE "&format=json" TO LS-FORMAT-SUFFIX
               STRING
                   '<option value="atom">Atom</option>'
                   '<option value="rss2">RSS 2.0</option>'
                   '<option value="json" selected>JSON Feed</option>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           WHEN OTHER
               MOVE SPACES TO LS-FORMAT-SUFFIX
               STRING
                   '<option value="atom" selected>Atom</option>'
                   '<option value="rss2">RSS 2.0</option>'
                   '<option value="json">JSON Feed</option>'
                   DELIMITED BY SIZE
                   INTO LS-CONTENT
                   WITH POINTER LS-CONTENT-POS
               END-STRING
           END-EVALUATE
           STRING
               '</select></label>' X"0A"
               '<button type="submit">Find</button>' X"0A"
               '</form>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING

           IF PR-QUERY = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "COMMUNE-SEARCH-CANDIDATES" USING
               BY REFERENCE PR-QUERY
               BY REFERENCE LS-CANDIDATE-TABLE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Type the name of a commune." TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
               EXIT PARAGRAPH
           END-IF
           IF LS-CANDIDATE-COUNT = 0
           THEN
               MOVE "No commune matches that name - check the "
                   & "spelling, or try the first few letters."
                   TO LS-NOTICE
               MOVE "E" TO LS-NOTICE-KIND
               EXIT PARAGRAPH
           END-IF

           ACCEPT LS-BASE-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           STRING
               '<p class="hint">These addresses carry your API key: '
               'keep them to yourself.</p>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CANDIDATE-COUNT
               PERFORM RENDER-CANDIDATE-FEEDS
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: RENDER-CANDIDATE-FEEDS
      *> PURPOSE: The LS-CAND-IDX commune's heading and its feed
      *>          addresses: the combined digest (located by name,
      *>          with the INSEE code for its Atmo France section),
      *>          the Atmo France index and the pollen feed.
      *> ===============================================================
       RENDER-CANDIDATE-FEEDS.
           MOVE LS-CAND-NAME(LS-CAND-IDX) TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '<h2>' LS-ESC-OUT(1:LS-ESC-LEN) ' ('
               LS-CAND-INSEE(LS-CAND-IDX) ')</h2>' X"0A" '<ul>'
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
           END-STRING

           MOVE LS-CAND-NAME(LS-CAND-IDX) TO LS-ENC-IN
           PERFORM URL-ENCODE-NAME
           MOVE "Air quality digest" TO LS-FEED-LABEL
           MOVE "/air-quality-rss" TO LS-FEED-PATH
           MOVE SPACES TO LS-FEED-QUERY
           STRING
               '?city=' LS-ENC-OUT(1:LS-ENC-OUT-POS - 1)
               '&code_zone=' LS-CAND-INSEE(LS-CAND-IDX)
               DELIMITED BY SIZE
               INTO LS-FEED-QUERY
           END-STRING
           PERFORM RENDER-FEED-LINK

           MOVE "Atmo France index" TO LS-FEED-LABEL
           MOVE "/pollutant-rss/atmo-france" TO LS-FEED-PATH
           MOVE SPACES TO LS-FEED-QUERY
           STRING
               '?code_zone=' LS-CAND-INSEE(LS-CAND-IDX)
               DELIMITED BY SIZE
               INTO LS-FEED-QUERY
           END-STRING
           PERFORM RENDER-FEED-LINK

           MOVE "Pollen" TO LS-FEED-LABEL
           MOVE "/pollen-rss" TO LS-FEED-PATH
           PERFORM RENDER-FEED-LINK

           STRING
               '</ul>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
               ON OVERFLOW
                   MOVE "Y" TO LS-CONTENT-FULL
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: RENDER-FEED-LINK
      *> PURPOSE: One list item linking LS-FEED-PATH + LS-FEED-QUERY
      *>          on the base URL, with the chosen format and the
      *>          subscriber's key appended.
      *> ===============================================================
       RENDER-FEED-LINK.
           MOVE SPACES TO LS-FEED-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL)
               FUNCTION TRIM(LS-FEED-PATH)
               FUNCTION TRIM(LS-FEED-QUERY)
               FUNCTION TRIM(LS-FORMAT-SUFFIX)
               '&api_key=' FUNCTION TRIM(PR-API-KEY)
               DELIMITED BY SIZE
               INTO LS-FEED-URL
           END-STRING
           MOVE LS-FEED-URL TO LS-ESC-IN
           PERFORM ESCAPE-HTML
           STRING
               '<li>' FUNCTION TRIM(LS-FEED-LABEL) ': <a href="'
               LS-ESC-OUT(1:LS-ESC-LEN) '"><code>'
               LS-ESC-OUT(1:LS-ESC-LEN) '</code></a></li>' X"0A"
               DELIMITED BY SIZE
               INTO LS-CONTENT
               WITH POINTER LS-CONTENT-POS
               ON OVERFLOW
                   MOVE "Y" TO LS-CONTENT-FULL
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: READ-FORM-FIELD
      *> PURPOSE: The LS-FIELD-NAME field of the posted form into
      *>          LS-FIELD-VALUE (spaces when absent), URL-decoded by
      *>          PARSE-POST-PARAM.
      *> ===============================================================
       READ-FORM-FIELD.
           MOVE SPACES TO LS-FIELD-VALUE
           MOVE "N" TO LS-FIELD-FOUND
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-FIELD-NAME
               BY REFERENCE LS-FIELD-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-FIELD-FOUND
           ELSE
               MOVE SPACES TO LS-FIELD-VALUE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ESCAPE-HTML
      *> PURPOSE: LS-ESC-IN, trailing spaces dropped, into LS-ESC-OUT
      *>          with the characters HTML gives meaning to written
      *>          as entities; LS-ESC-LEN is the escaped length,
      *>          never less than 1 so it can always be used as a
      *>          reference-modification length (an empty input
      *>          comes out as one space).
      *> ===============================================================
       ESCAPE-HTML.
           MOVE SPACES TO LS-ESC-OUT
           MOVE 1 TO LS-ESC-OUT-POS
           MOVE LENGTH OF LS-ESC-IN TO LS-ESC-LEN
           PERFORM UNTIL LS-ESC-LEN = 0
               OR LS-ESC-IN(LS-ESC-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM LS-ESC-LEN
           END-PERFORM
           PERFORM VARYING LS-ESC-POS FROM 1 BY 1
               UNTIL LS-ESC-POS > LS-ESC-LEN
               EVALUATE LS-ESC-IN(LS-ESC-POS:1)
               WHEN "&"
                   STRING "&amp;" DELIMITED BY SIZE
                       INTO LS-ESC-OUT WITH POINTER LS-ESC-OUT-POS
               WHEN "<"
                   STRING "&lt;" DELIMITED BY SIZE
                       INTO LS-ESC-OUT WITH POINTER LS-ESC-OUT-POS
               WHEN ">"
                   STRING "&gt;" DELIMITED BY SIZE
                       INTO LS-ESC-OUT WITH POINTER LS-ESC-OUT-POS
               WHEN '"'
                   STRING "&quot;" DELIMITED BY SIZE
                       INTO LS-ESC-OUT WITH POINTER LS-ESC-OUT-POS
               WHEN "'"
                   STRING "&#39;" DELIMITED BY SIZE
                       INTO LS-ESC-OUT WITH POINTER LS-ESC-OUT-POS
               WHEN OTHER
                   MOVE LS-ESC-IN(LS-ESC-POS:1)
                       TO LS-ESC-OUT(LS-ESC-OUT-POS:1)
                   ADD 1 TO LS-ESC-OUT-POS
               END-EVALUATE
           END-PERFORM
           COMPUTE LS-ESC-LEN = LS-ESC-OUT-POS - 1
           IF LS-ESC-LEN = 0
           THEN
               MOVE 1 TO LS-ESC-LEN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: URL-ENCODE-NAME
      *> PURPOSE: LS-ENC-IN, trailing spaces dropped, percent-encoded
      *>          into LS-ENC-OUT for a query param: letters, digits
      *>          and - . _ ~ pass, every other byte (spaces, the
      *>          bytes of accented letters) becomes %XX.
      *>          LS-ENC-OUT-POS ends one past the last byte written.
      *> ===============================================================
       URL-ENCODE-NAME.
           MOVE SPACES TO LS-ENC-OUT
           MOVE 1 TO LS-ENC-OUT-POS
           MOVE LENGTH OF LS-ENC-IN TO LS-ENC-POS
           PERFORM UNTIL LS-ENC-POS = 0
               OR LS-ENC-IN(LS-ENC-POS:1) NOT = SPACE
               SUBTRACT 1 FROM LS-ENC-POS
           END-PERFORM
           MOVE LS-ENC-POS TO LS-ESC-LEN
           PERFORM VARYING LS-ENC-POS FROM 1 BY 1
               UNTIL LS-ENC-POS > LS-ESC-LEN
               EVALUATE TRUE
               WHEN LS-ENC-IN(LS-ENC-POS:1) IS ALPHABETIC
                   AND LS-ENC-IN(LS-ENC-POS:1) NOT = SPACE
               WHEN LS-ENC-IN(LS-ENC-POS:1) IS NUMERIC
               WHEN LS-ENC-IN(LS-ENC-POS:1) = "-"
               WHEN LS-ENC-IN(LS-ENC-POS:1) = "."
               WHEN LS-ENC-IN(LS-ENC-POS:1) = "_"
               WHEN LS-ENC-IN(LS-ENC-POS:1) = "~"
                   MOVE LS-ENC-IN(LS-ENC-POS:1)
                       TO LS-ENC-OUT(LS-ENC-OUT-POS:1)
                   ADD 1 TO LS-ENC-OUT-POS
               WHEN OTHER
                   COMPUTE LS-ENC-BYTE =
                       FUNCTION ORD(LS-ENC-IN(LS-ENC-POS:1)) - 1
                   STRING
                       "%"
                       C-HEX-DIGITS(LS-ENC-BYTE / 16 + 1:1)
                       C-HEX-DIGITS(
                           FUNCTION MOD(LS-ENC-BYTE, 16) + 1:1)
                       DELIMITED BY SIZE
                       INTO LS-ENC-OUT
                       WITH POINTER LS-ENC-OUT-POS
                   END-STRING
               END-EVALUATE
           END-PERFORM
           IF LS-ENC-OUT-POS = 1
           THEN
               MOVE 2 TO LS-ENC-OUT-POS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-PAGE-SHELL
      *> PURPOSE: Wrap the page content in the portal's document: the
      *>          head and style sheet, the menu (once signed in),
      *>          the title and the notice.
      *> ===============================================================
       WRITE-PAGE-SHELL.
           MOVE SPACES TO OUT-PORTAL-BODY
           MOVE 1 TO LS-OUT-POS
           STRING
               '<!DOCTYPE html>' X"0A"
               '<html lang="en"><head><meta charset="utf-8"/>' X"0A"
               '<meta name="viewport" content="width=device-width, '
               'initial-scale=1"/>' X"0A"
               '<title>' FUNCTION TRIM(LS-PAGE-TITLE)
               ' - air quality subscriber portal</title>' X"0A"
               '<style>' X"0A"
               'body{font-family:sans-serif;background:#f4f4f4;'
               'margin:1em;max-width:48em}' X"0A"
               'nav a{margin-right:1em}' X"0A"
               'form.inline{display:inline}' X"0A"
               'label{display:inline-block;margin:0.3em 1em 0.3em 0}'
               X"0A"
               'table{border-collapse:collapse;background:#fff}'
               X"0A"
               'td,th{border:1px solid #ccc;padding:0.3em 0.6em}'
               X"0A"
               '.cal td{width:3em;height:2.6em;vertical-align:top}'
               X"0A"
               '.s1{background:#cfe8cf}.s2{background:#e6efb0}'
               '.s3{background:#f7e3a1}.s4{background:#f4bf8f}'
               '.s5{background:#ec9a9a}' X"0A"
               '.notice{padding:0.5em;border-radius:4px;'
               'background:#dff0d8}' X"0A"
               '.notice.error{background:#f2dede}' X"0A"
               '.hint{color:#555;font-size:0.9em}' X"0A"
               '</style></head><body>' X"0A"
               DELIMITED BY SIZE
               INTO OUT-PORTAL-BODY
               WITH POINTER LS-OUT-POS
           END-STRING
           IF PR-SIGNED-IN = "Y"
           THEN
               STRING
                   '<nav><a href="/portal">Account</a>'
                   '<a href="/portal/subscriptions">Alerts</a>'
                   '<a href="/portal/symptoms">Symptoms</a>'
                   '<a href="/portal/usage">Usage</a>'
                   '<a href="/portal/feeds">Feeds</a>'
                   '<form method="post" action="/portal/sign-out" '
                   'class="inline"><button type="submit">Sign out'
                   '</button></form></nav>' X"0A"
                   DELIMITED BY SIZE
                   INTO OUT-PORTAL-BODY
                   WITH POINTER LS-OUT-POS
               END-STRING
           END-IF
           STRING
               '<h1>' FUNCTION TRIM(LS-PAGE-TITLE) '</h1>' X"0A"
               DELIMITED BY SIZE
               INTO OUT-PORTAL-BODY
               WITH POINTER LS-OUT-POS
           END-STRING
           IF LS-NOTICE NOT = SPACES
           THEN
               MOVE LS-NOTICE TO LS-ESC-IN
               PERFORM ESCAPE-HTML
               IF LS-NOTICE-KIND = "E"
               THEN
                   STRING
                       '<p class="notice error">'
                       DELIMITED BY SIZE
                       INTO OUT-PORTAL-BODY
                       WITH POINTER LS-OUT-POS
                   END-STRING
               ELSE
                   STRING
                       '<p class="notice">'
                       DELIMITED BY SIZE
                       INTO OUT-PORTAL-BODY
                       WITH POINTER LS-OUT-POS
                   END-STRING
               END-IF
               STRING
                   LS-ESC-OUT(1:LS-ESC-LEN) '</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO OUT-PORTAL-BODY
                   WITH POINTER LS-OUT-POS
               END-STRING
           END-IF
           IF LS-CONTENT-POS > 1
           THEN
               STRING
                   LS-CONTENT(1:LS-CONTENT-POS - 1)
                   DELIMITED BY SIZE
                   INTO OUT-PORTAL-BODY
                   WITH POINTER LS-OUT-POS
               END-STRING
           END-IF
           IF LS-CONTENT-FULL = "Y"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Subscriber portal: page " FUNCTION TRIM(PR-PAGE)
                   " exceeds the body and was cut short"
                   DELIMITED BY SIZE
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               STRING
                   '<p class="hint">(the list is too long to show in '
                   'full)</p>' X"0A"
                   DELIMITED BY SIZE
                   INTO OUT-PORTAL-BODY
                   WITH POINTER LS-OUT-POS
               END-STRING
           END-IF
           STRING
               '</body></html>' X"0A"
               DELIMITED BY SIZE
               INTO OUT-PORTAL-BODY
               WITH POINTER LS-OUT-POS
               ON OVERFLOW
                   DISPLAY "WARNING: subscriber portal page exceeds "
                       LENGTH OF OUT-PORTAL-BODY
                       " bytes, truncating"
           END-STRING.

       END PROGRAM SUBSCRIBER-PORTAL.
