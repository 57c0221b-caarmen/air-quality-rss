      *> ===============================================================
      *> COPYBOOK: render-failure-record
      *> PURPOSE: One record of RENDER-FAILURE-FILE
      *>          (render-failures.dat): one rendered answer the
      *>          router refused to send because RENDER-GATE found it
      *>          malformed or missing a required element. RF-FORMAT
      *>          is the format it was checked as (ATOM, RSS2, JSON,
      *>          GEOJSON, OPML, ICS, SVG), RF-ANSWER what went out in
      *>          its place ("LKG" for the last good answer to the
      *>          same request, "500" when there was none), RF-REASON
      *>          the first fault found with its byte position, and
      *>          RF-BODY the offending body exactly as rendered.
      *> ===============================================================
       01  RF-RECORD.
           05  RF-TIMESTAMP             PIC X(21).
           05  RF-ROUTE                 PIC X(100).
           05  RF-FORMAT                PIC X(8).
           05  RF-ANSWER                PIC X(3).
           05  RF-CORRELATION-ID        PIC X(16).
           05  RF-REASON                PIC X(80).
           05  RF-BODY-LENGTH           PIC 9(5).
           05  RF-BODY                  PIC X(10000).
