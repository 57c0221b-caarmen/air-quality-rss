      *> ===============================================================
      *> COPYBOOK: feed-branding
      *> PURPOSE: One branding template in FEED-BRANDING-FILE
      *>          (feed-branding.dat), keyed by feed route (as the
      *>          router sees IN-URL, e.g. /air-quality-rss, or "*"
      *>          for every route without one of its own) and
      *>          language (FR or EN):
      *>          - the channel title pattern, where {title} stands
      *>            for the title the route built itself (so
      *>            "Ville de Lyon - {title}" keeps the location);
      *>            SPACES keeps the built title as it is;
      *>          - the channel description;
      *>          - the logo URL published as the feed's image;
      *>          - the copyright / attribution text;
      *>          - an optional footer paragraph added to every entry.
      *>          SPACES in any other field leaves that part of the
      *>          feed exactly as the route renders it.
      *>          The file is maintained through the /admin/branding
      *>          routes (see FEED-BRANDING).
      *> ===============================================================
       01  FB-RECORD.
           05  FB-ROUTE                 PIC X(60).
           05  FB-LANG                  PIC X(2).
           05  FB-TITLE-PATTERN         PIC X(100).
           05  FB-DESCRIPTION           PIC X(100).
           05  FB-IMAGE-URL             PIC X(100).
           05  FB-COPYRIGHT             PIC X(100).
           05  FB-FOOTER                PIC X(100).
