      *>          day-over-day move - the management meeting's
      *>          spreadsheet as a feed. Built entirely from the
      *>          local archive; no upstream provider is touched.
      *>          GROUP-RANKING-FEED answers GET /air-quality-rss/group
      *>          the same way for one location group: the board cut
      *>          down to the group's members, headed by its worst
      *>          site and its average index.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       01  LS-HAS-LOCATION              PIC X(01) VALUE "N".
       01  C-NOT-ALERT                  PIC X(01) VALUE "N".

      *> The group digest: the registry's groups, the one asked for,
      *> and its worst site and average over the members ranked.
       COPY location-groups IN "air-quality/service".
       01  LS-GROUP-FOUND               PIC X(01) VALUE "N".
       01  LS-GROUP-NAME                PIC X(32) VALUE SPACES.
       01  LS-IS-MEMBER                 PIC X(01) VALUE "N".
       01  LS-KEEP-COUNT                PIC 9(2) VALUE 0.
       01  LS-INDEX-TOTAL               PIC 9(3) VALUE 0.
       01  LS-AVERAGE-INDEX             PIC 9V9 VALUE 0.
       01  LS-AVERAGE-DISPLAY           PIC 9.9.
       01  LS-HEADER-LINE               PIC X(200) VALUE SPACES.

       LINKAGE SECTION.
       01  IN-URL                       PIC X(100).
       01  IN-FORMAT                    PIC X(4).
       01  IN-LANG                      PIC X(2).
       01  IN-GROUP-ID                  PIC X(8).
       01  OUT-RANKING-RSS              PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LANG
           BY REFERENCE OUT-RANKING-RSS.

           PERFORM SET-BOARD-DATES
           PERFORM LOAD-TODAYS-BOARD
           PERFORM SORT-LEADERBOARD
           PERFORM BUILD-RANKING-CONTENT
               MOVE "Du meilleur au pire aujourd'hui"
                   TO LS-ENTRY-TITLE
           END-IF
           STRING
               "ranking" LS-TODAY-STR
               INTO LS-FEED-ID
           END-STRING
           PERFORM RENDER-BOARD-FEED

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: GROUP-RANKING-FEED
      *> PURPOSE: Today's board for one location group (see
      *>          location-group-record): only the group's member
      *>          locations, ranked best to worst as on the full
      *>          board, under a header line naming the group's
      *>          worst site and its average index. Returns 1 for a
      *>          group the registry does not hold, 0 otherwise.
      *> ===============================================================
       ENTRY "GROUP-RANKING-FEED" USING
           BY REFERENCE IN-URL
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE IN-GROUP-ID
           BY REFERENCE OUT-RANKING-RSS.

           CALL "LOAD-LOCATION-GROUPS" USING
               BY REFERENCE LG-GROUPS-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO LS-GROUP-FOUND
           PERFORM VARYING LG-GROUP-INDEX FROM 1 BY 1
               UNTIL LG-GROUP-INDEX > LG-GROUP-COUNT
                   OR LS-GROUP-FOUND = "Y"
               IF LG-GROUP-ID(LG-GROUP-INDEX) = IN-GROUP-ID
               THEN
                   MOVE "Y" TO LS-GROUP-FOUND
                   MOVE LG-GROUP-LABEL(LG-GROUP-INDEX)
                       TO LS-GROUP-NAME
               END-IF
           END-PERFORM
           IF LS-GROUP-FOUND NOT = "Y"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF LS-GROUP-NAME = SPACES
           THEN
               MOVE IN-GROUP-ID TO LS-GROUP-NAME
           END-IF

           PERFORM SET-BOARD-DATES
           PERFORM LOAD-TODAYS-BOARD
           PERFORM KEEP-GROUP-MEMBERS
           PERFORM SORT-LEADERBOARD
           PERFORM BUILD-RANKING-CONTENT
           PERFORM ADD-GROUP-HEADER

           IF IN-LANG = "EN"
           THEN
               STRING
                   "Group ranking: " FUNCTION TRIM(LS-GROUP-NAME)
                   DELIMITED BY SIZE INTO LS-FEED-TITLE
               END-STRING
               MOVE "Best to worst today" TO LS-ENTRY-TITLE
           ELSE
               STRING
                   "Classement du groupe "
                   FUNCTION TRIM(LS-GROUP-NAME)
                   DELIMITED BY SIZE INTO LS-FEED-TITLE
               END-STRING
               MOVE "Du meilleur au pire aujourd'hui"
                   TO LS-ENTRY-TITLE
           END-IF
           STRING
               "group-" FUNCTION TRIM(IN-GROUP-ID) "-" LS-TODAY-STR
               DELIMITED BY SIZE INTO LS-FEED-ID
           END-STRING
           PERFORM RENDER-BOARD-FEED

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SET-BOARD-DATES
      *> PURPOSE: Today's and yesterday's dates as the ranking
      *>          archive keys them.
      *> ===============================================================
       SET-BOARD-DATES.
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           MOVE LS-TODAY-YYYYMMDD TO LS-TODAY-STR
           COMPUTE LS-DATE-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) - 1
           COMPUTE LS-YESTERDAY-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(LS-DATE-ORDINAL)
           MOVE LS-YESTERDAY-YYYYMMDD TO LS-YESTERDAY-STR.

      *> ===============================================================
      *> PARAGRAPH: RENDER-BOARD-FEED
      *> PURPOSE: LS-CONTENT under the titles and feed id already
      *>          set, rendered into OUT-RANKING-RSS.
      *> ===============================================================
       RENDER-BOARD-FEED.
           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               "T00:00:00Z"
               INTO LS-UPDATED-AT
           END-STRING
           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           STRING FUNCTION TRIM(LS-FEED-URL)
               FUNCTION TRIM(IN-URL)
               BY REFERENCE LS-HAS-LOCATION
               BY REFERENCE C-NOT-ALERT
               BY REFERENCE OUT-RANKING-RSS
           END-CALL.

      *> ===============================================================
      *> PARAGRAPH: LOAD-TODAYS-BOARD
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: KEEP-GROUP-MEMBERS
      *> PURPOSE: Cut the staged board down to the rows whose
      *>          location is a LOCATION member of IN-GROUP-ID.
      *> ===============================================================
       KEEP-GROUP-MEMBERS.
           MOVE 0 TO LS-KEEP-COUNT
           PERFORM VARYING LS-SORT-I FROM 1 BY 1
               UNTIL LS-SORT-I > LS-RANK-COUNT
               MOVE "N" TO LS-IS-MEMBER
               PERFORM VARYING LG-MEMBER-INDEX FROM 1 BY 1
                   UNTIL LG-MEMBER-INDEX > LG-MEMBER-COUNT
                       OR LS-IS-MEMBER = "Y"
                   IF LG-MEMBER-GROUP-ID(LG-MEMBER-INDEX)
                           = IN-GROUP-ID
                       AND LG-MEMBER-KIND(LG-MEMBER-INDEX)
                           = "LOCATION"
                       AND LG-MEMBER-ID(LG-MEMBER-INDEX)
                           = LS-RK-LOCATION-ID(LS-SORT-I)
                   THEN
                       MOVE "Y" TO LS-IS-MEMBER
                   END-IF
               END-PERFORM
               IF LS-IS-MEMBER = "Y"
               THEN
                   ADD 1 TO LS-KEEP-COUNT
                   MOVE LS-RK-ENTRY(LS-SORT-I)
                       TO LS-RK-ENTRY(LS-KEEP-COUNT)
               END-IF
           END-PERFORM
           MOVE LS-KEEP-COUNT TO LS-RANK-COUNT.

      *> ===============================================================
      *> PARAGRAPH: ADD-GROUP-HEADER
      *> PURPOSE: Head the group's board with its worst site - the
      *>          last row once sorted - and its average index over
      *>          the members ranked today. An empty board keeps
      *>          BUILD-RANKING-CONTENT's note alone.
      *> ===============================================================
       ADD-GROUP-HEADER.
           IF LS-RANK-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-INDEX-TOTAL
           PERFORM VARYING LS-SORT-I FROM 1 BY 1
               UNTIL LS-SORT-I > LS-RANK-COUNT
               ADD LS-RK-INDEX(LS-SORT-I) TO LS-INDEX-TOTAL
           END-PERFORM
           COMPUTE LS-AVERAGE-INDEX ROUNDED =
               LS-INDEX-TOTAL / LS-RANK-COUNT
           MOVE LS-AVERAGE-INDEX TO LS-AVERAGE-DISPLAY
           MOVE LS-RANK-COUNT TO LS-RANK-NUM

           MOVE SPACES TO LS-HEADER-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   "Worst site: "
                   FUNCTION TRIM(LS-RK-LOCATION-ID(LS-RANK-COUNT))
                   " (" FUNCTION TRIM(LS-RK-LABEL(LS-RANK-COUNT))
                   "): " LS-RK-INDEX(LS-RANK-COUNT)
                   " - average " LS-AVERAGE-DISPLAY " over "
                   LS-RANK-NUM " site(s)"
                   DELIMITED BY SIZE INTO LS-HEADER-LINE
               END-STRING
           ELSE
               STRING
                   "Site le plus expose : "
                   FUNCTION TRIM(LS-RK-LOCATION-ID(LS-RANK-COUNT))
                   " (" FUNCTION TRIM(LS-RK-LABEL(LS-RANK-COUNT))
                   ") : " LS-RK-INDEX(LS-RANK-COUNT)
                   " - moyenne " LS-AVERAGE-DISPLAY " sur "
                   LS-RANK-NUM " site(s)"
                   DELIMITED BY SIZE INTO LS-HEADER-LINE
               END-STRING
           END-IF
           MOVE LS-CONTENT TO LS-CONTENT-SCRATCH
           MOVE SPACES TO LS-CONTENT
           STRING
               FUNCTION TRIM(LS-HEADER-LINE) X"0A"
               FUNCTION TRIM(LS-CONTENT-SCRATCH)
               DELIMITED BY SIZE INTO LS-CONTENT
           END-STRING.

       END PROGRAM RANKING-FEED-SERVICE.
