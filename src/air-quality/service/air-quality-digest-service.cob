      *>          asking it to render as JSON so its already-flattened
      *>          content text can be lifted back out without
      *>          re-parsing XML.
      *>          When today's particulates near the location have
      *>          been put down to Saharan dust or a wildfire smoke
      *>          plume (see SOURCE-ATTRIBUTION-BATCH), the entry says
      *>          so as its "likely contribution:" line.
      *> ===============================================================

       IDENTIFICATION DIVISION.
      *> overall headline's pollutant and level.
       01 LS-RECO-LEVEL                PIC 9(2) VALUE 0.
       01 LS-RECO-TEXT                 PIC X(400) VALUE SPACES.
      *> Natural-source context: today's attribution of the nearest
      *> attributed watched location, worded in the entry's language.
       01 LS-ATTRIBUTION-LINE          PIC X(80) VALUE SPACES.
       01 LS-ATTRIBUTION-SOURCE        PIC X(4) VALUE SPACES.
       01 LS-ATTRIBUTION-TIMESTAMP     PIC X(21) VALUE SPACES.
       01 LS-ATTRIBUTION-DATE          PIC X(10) VALUE SPACES.
       COPY source-attribution-table IN "air-quality/service".
      *> Holds the already-built digest body while the episode line is
      *> prepended in front of it; STRING cannot safely read its own
      *> INTO target as a source.
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE IN-LANG
               BY REFERENCE LS-WEATHER-LINE
           PERFORM CHECK-SOURCE-ATTRIBUTION

           PERFORM BUILD-DIGEST-CONTENT

               END-IF
           END-IF

      *> A natural-source attribution follows the guidance: it tells
      *> the reader where the particulates are likely coming from.
           IF LS-ATTRIBUTION-LINE NOT = SPACES
           THEN
               IF FUNCTION LENGTH(FUNCTION TRIM(LS-DIGEST-CONTENT))
                       + FUNCTION LENGTH(
                           FUNCTION TRIM(LS-ATTRIBUTION-LINE)) + 2
                       > LENGTH OF LS-DIGEST-CONTENT
               THEN
                   DISPLAY "WARNING: digest content exceeds "
                       LENGTH OF LS-DIGEST-CONTENT
                       " bytes, dropping attribution line"
               ELSE
                   MOVE LS-DIGEST-CONTENT TO LS-DIGEST-SCRATCH
                   STRING
                       FUNCTION TRIM(LS-DIGEST-SCRATCH) X"0A"
                       FUNCTION TRIM(LS-ATTRIBUTION-LINE)
                       INTO LS-DIGEST-CONTENT
                   END-STRING
               END-IF
           END-IF

      *> Weather context closes the entry body: the same index reads
      *> very differently under a strong blow than under a stagnant
      *> anticyclone.
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SOURCE-ATTRIBUTION
      *> PURPOSE: Word today's natural-source attribution of the
      *>          attributed watched location nearest the entry's
      *>          coordinates into LS-ATTRIBUTION-LINE, leaving it
      *>          SPACES when none is near enough or none was made.
      *> ===============================================================
       CHECK-SOURCE-ATTRIBUTION.
           MOVE SPACES TO LS-ATTRIBUTION-LINE
           MOVE FUNCTION CURRENT-DATE TO LS-ATTRIBUTION-TIMESTAMP
           STRING
               LS-ATTRIBUTION-TIMESTAMP(1:4) "-"
               LS-ATTRIBUTION-TIMESTAMP(5:2) "-"
               LS-ATTRIBUTION-TIMESTAMP(7:2)
               DELIMITED BY SIZE
               INTO LS-ATTRIBUTION-DATE
           END-STRING
           CALL "SOURCE-ATTRIBUTION-LOAD" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE LS-ATTRIBUTION-DATE
           CALL "SOURCE-ATTRIBUTION-NEAREST" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE LS-ATTRIBUTION-DATE
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-ATTRIBUTION-SOURCE
           IF LS-ATTRIBUTION-SOURCE = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "SOURCE-ATTRIBUTION-TEXT" USING
               BY REFERENCE LS-ATTRIBUTION-SOURCE
               BY REFERENCE IN-LANG
               BY REFERENCE LS-ATTRIBUTION-LINE.

      *> ===============================================================
      *> PARAGRAPH: EXTRACT-JSON-CONTENT
      *> PURPOSE: Pull the value of every "content" property out of a
