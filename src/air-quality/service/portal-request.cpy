      *> ===============================================================
      *> COPYBOOK: portal-request
      *> PURPOSE: One subscriber portal page request as the router
      *>          hands it to SUBSCRIBER-PORTAL: the method, the page
      *>          path under /portal ("" or "/" for the front page,
      *>          "/subscriptions", "/symptoms", "/usage", "/feeds",
      *>          "/sign-in", "/sign-out"), the API key the browser
      *>          signed in with and its owner, and PR-SIGNED-IN "Y"
      *>          once the router's API-key check has accepted that
      *>          key - anything else is answered with the sign-in
      *>          page. PR-NOTICE carries the router's own message
      *>          for that page (a refused key, a signed-out
      *>          session) and PR-REFUSAL-STATUS the status to send
      *>          it with (0 for the page's default). PR-QUERY,
      *>          PR-MONTH and PR-FORMAT are the q, month (YYYY-MM)
      *>          and format query params of the feed builder and
      *>          the symptom calendar.
      *> ===============================================================
       01  PR-REQUEST.
           05  PR-METHOD                PIC X(8).
           05  PR-PAGE                  PIC X(32).
           05  PR-API-KEY               PIC X(40).
           05  PR-KEY-OWNER             PIC X(32).
           05  PR-SIGNED-IN             PIC X(1).
           05  PR-NOTICE                PIC X(200).
           05  PR-REFUSAL-STATUS        PIC 9(3).
           05  PR-QUERY                 PIC X(100).
           05  PR-MONTH                 PIC X(7).
           05  PR-FORMAT                PIC X(8).
