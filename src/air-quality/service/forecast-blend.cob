      *> ===============================================================
      *> PROGRAM: FORECAST-BLEND
      *> PURPOSE: Blend PREV'AIR's and CAMS's pollutant forecasts for
      *>          one place and one day ahead (IN-DAY-OFFSET 1 to 3)
      *>          into the FB-GRP table, weighting the two sources per
      *>          pollutant by how well each has actually done here:
      *>          the lower a source's average absolute error in the
      *>          forecast scorecard (see FORECAST-ACCURACY-BATCH),
      *>          the bigger its share - each share is the other
      *>          source's error over the two errors together. Until
      *>          both sources have C-MIN-SCORED-DAYS scored days for
      *>          a pollutant the shares are equal.
      *>          PREV'AIR publishes tomorrow only, so D+1 blends both
      *>          sources and D+2/D+3 are CAMS alone (see
      *>          CAMS-FORECAST-FETCH). Where both sources speak, their
      *>          indices agreeing within C-AGREE-INDEX-GAP makes the
      *>          day "likely", wider apart "uncertain"; a single-
      *>          source day has nothing to corroborate it and is
      *>          always "uncertain".
      *>          Called by BLENDED-FORECAST-SERVICE for the feed and
      *>          by FORECAST-ACCURACY-BATCH, which logs the D+1 blend
      *>          so the scorecard scores it like either source.
      *>          RETURN-CODE 1 when neither source had anything.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST-BLEND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FORECAST-SCORECARD-FILE ASSIGN TO
                   "forecast-scorecard.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FORECAST-SCORECARD-FILE.
       COPY forecast-scorecard IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-SC-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> Scored days each source needs for a pollutant before the
      *> scorecard is trusted to weight it.
       01  C-MIN-SCORED-DAYS            CONSTANT AS 7.
      *> Source indices this close together make the day "likely".
       01  C-AGREE-INDEX-GAP            CONSTANT AS 1.
      *> Error floor, so a perfect run of days cannot take a source's
      *> share to 100% or divide by zero.
       01  C-ERROR-FLOOR                PIC 9(3)V9(2) VALUE 0.10.
       01  C-SC-FILE-NAME               PIC X(40)
               VALUE "forecast-scorecard.dat".
       01  C-SC-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TARGET-YYYYMMDD           PIC 9(8) VALUE 0.
       01  LS-DATE-ORDINAL              PIC S9(9) COMP-5 VALUE 0.
       01  LS-SCORECARD-OPEN            PIC X(01) VALUE "N".
       01  LS-PV-IDX                    PIC 9(2) VALUE 0.
       01  LS-CM-IDX                    PIC 9(2) VALUE 0.
       01  LS-MATCH-IDX                 PIC 9(2) VALUE 0.
       01  LS-CAMS-USED                 PIC X(01) OCCURS 10 TIMES.
       01  LS-CAMS-NAME                 PIC X(4) VALUE SPACES.
       01  LS-LOOKUP-SOURCE             PIC X(8) VALUE SPACES.
       01  LS-LOOKUP-NAME               PIC X(4) VALUE SPACES.
       01  LS-LOOKUP-ERROR              PIC 9(3)V9(2) VALUE 0.
       01  LS-LOOKUP-FOUND              PIC X(01) VALUE "N".
       01  LS-PREVAIR-ERROR             PIC 9(3)V9(2) VALUE 0.
       01  LS-CAMS-ERROR                PIC 9(3)V9(2) VALUE 0.
       01  LS-PREVAIR-KNOWN             PIC X(01) VALUE "N".
       01  LS-CAMS-KNOWN                PIC X(01) VALUE "N".
       01  LS-PREVAIR-SHARE             PIC 9(1)V9(4) VALUE 0.
       01  LS-INDEX-GAP                 PIC 9(9) VALUE 0.
       COPY "pollutant-data" IN "pollutant/service".
       COPY "pollutant-data" IN "pollutant/service"
           REPLACING ==POLLUTANT-GRP== BY ==CMS-POLLUTANT-GRP==
                     ==POLLUTANT-COUNT== BY ==CMS-POLLUTANT-COUNT==
                     ==POLLUTANT-NAMES-GRP== BY
                         ==CMS-POLLUTANT-NAMES-GRP==
                     ==POLLUTANT-NAMES== BY ==CMS-POLLUTANT-NAMES==
                     ==POLLUTANT-NAME-INDEX== BY
                         ==CMS-POLLUTANT-NAME-IDX==
                     ==POLLUTANT-AVERAGES-GRP== BY
                         ==CMS-POLLUTANT-AVGS-GRP==
                     ==POLLUTANT-AVERAGES== BY
                         ==CMS-POLLUTANT-AVGS==
                     ==POLLUTANT-AVERAGE-INDEX== BY
                         ==CMS-POLLUTANT-AVG-IDX==
                     ==POLLUTANT-INDICES-GRP== BY
                         ==CMS-POLLUTANT-IDXS-GRP==
                     ==POLLUTANT-INDICES== BY ==CMS-POLLUTANT-IDXS==
                     ==POLLUTANT-INDEX-INDEX== BY
                         ==CMS-POLLUTANT-IDX-IDX==
                     ==C-POLLUTANT-MAX-COUNT== BY
                         ==CMS-C-POLLUTANT-MAX-COUNT==
                     ==IDX-POLLUTANT-NAME== BY
                         ==CMS-IDX-POLLUTANT-NAME==
                     ==STATION-LATITUDE-DEGREES== BY
                         ==CMS-STATION-LATITUDE==
                     ==STATION-LONGITUDE-DEGREES== BY
                         ==CMS-STATION-LONGITUDE==.

       LINKAGE SECTION.
       01  IN-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES         PIC S9(3)V9(8).
      *> IN-DAY-OFFSET: which day ahead, 1 to 3.
       01  IN-DAY-OFFSET                PIC 9(1).
       COPY forecast-blend IN "air-quality/service".

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAY-OFFSET
           BY REFERENCE FB-GRP.

           MOVE 0 TO FB-COUNT
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           COMPUTE LS-DATE-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
           COMPUTE LS-TARGET-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(LS-DATE-ORDINAL + IN-DAY-OFFSET)
           MOVE LS-TARGET-YYYYMMDD TO FB-TARGET-DATE

           MOVE 0 TO POLLUTANT-COUNT
           IF IN-DAY-OFFSET = 1
           THEN
               CALL "PREVAIR-RAW-FETCH" USING
                   BY REFERENCE FB-TARGET-DATE
                   BY REFERENCE IN-LATITUDE-DEGREES
                   BY REFERENCE IN-LONGITUDE-DEGREES
                   BY REFERENCE POLLUTANT-GRP
           END-IF
           MOVE 0 TO CMS-POLLUTANT-COUNT
           CALL "CAMS-FORECAST-FETCH" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE IN-DAY-OFFSET
               BY REFERENCE CMS-POLLUTANT-GRP

           IF POLLUTANT-COUNT = 0 AND CMS-POLLUTANT-COUNT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-SCORECARD

           PERFORM VARYING LS-CM-IDX FROM 1 BY 1
               UNTIL LS-CM-IDX > 10
               MOVE "N" TO LS-CAMS-USED(LS-CM-IDX)
           END-PERFORM

      *> Every PREV'AIR pollutant, blended with its CAMS twin where
      *> CAMS has one, then whatever CAMS forecasts that PREV'AIR
      *> did not.
           PERFORM VARYING LS-PV-IDX FROM 1 BY 1
               UNTIL LS-PV-IDX > POLLUTANT-COUNT
                   OR FB-COUNT >= 10
               INSPECT POLLUTANT-NAMES(LS-PV-IDX)
                   REPLACING ALL X"00" BY SPACE
               PERFORM FIND-CAMS-TWIN
               IF LS-MATCH-IDX > 0
               THEN
                   PERFORM BLEND-BOTH-SOURCES
               ELSE
                   PERFORM TAKE-PREVAIR-ALONE
               END-IF
           END-PERFORM
           PERFORM VARYING LS-CM-IDX FROM 1 BY 1
               UNTIL LS-CM-IDX > CMS-POLLUTANT-COUNT
                   OR FB-COUNT >= 10
               IF LS-CAMS-USED(LS-CM-IDX) = "N"
               THEN
                   PERFORM TAKE-CAMS-ALONE
               END-IF
           END-PERFORM

           IF LS-SCORECARD-OPEN = "Y"
           THEN
               CLOSE FORECAST-SCORECARD-FILE
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: OPEN-SCORECARD
      *> PURPOSE: Open the scorecard for the weight lookups. A missing
      *>          file, or one still awaiting its layout migration,
      *>          just means equal shares for everything.
      *> ===============================================================
       OPEN-SCORECARD.
           MOVE "N" TO LS-SCORECARD-OPEN
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SC-FILE-NAME
               BY REFERENCE C-SC-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FORECAST-SCORECARD-FILE
           IF WS-SC-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-SCORECARD-OPEN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-CAMS-TWIN
      *> PURPOSE: The CAMS reading for the PREV'AIR pollutant at
      *>          LS-PV-IDX: CAMS names are the lower-case spelling
      *>          of the same vocabulary.
      *> ===============================================================
       FIND-CAMS-TWIN.
           MOVE 0 TO LS-MATCH-IDX
           PERFORM VARYING LS-CM-IDX FROM 1 BY 1
               UNTIL LS-CM-IDX > CMS-POLLUTANT-COUNT
               MOVE FUNCTION UPPER-CASE(CMS-POLLUTANT-NAMES(LS-CM-IDX))
                   TO LS-CAMS-NAME
               IF LS-CAMS-NAME = POLLUTANT-NAMES(LS-PV-IDX)
               THEN
                   MOVE LS-CM-IDX TO LS-MATCH-IDX
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BLEND-BOTH-SOURCES
      *> PURPOSE: Weight the PREV'AIR reading at LS-PV-IDX and its
      *>          CAMS twin at LS-MATCH-IDX into one blended entry.
      *> ===============================================================
       BLEND-BOTH-SOURCES.
           MOVE "Y" TO LS-CAMS-USED(LS-MATCH-IDX)
           MOVE POLLUTANT-NAMES(LS-PV-IDX) TO LS-LOOKUP-NAME

           MOVE "PREVAIR" TO LS-LOOKUP-SOURCE
           PERFORM LOOK-UP-SOURCE-ERROR
           MOVE LS-LOOKUP-FOUND TO LS-PREVAIR-KNOWN
           MOVE LS-LOOKUP-ERROR TO LS-PREVAIR-ERROR
           MOVE "CAMS" TO LS-LOOKUP-SOURCE
           PERFORM LOOK-UP-SOURCE-ERROR
           MOVE LS-LOOKUP-FOUND TO LS-CAMS-KNOWN
           MOVE LS-LOOKUP-ERROR TO LS-CAMS-ERROR

           ADD 1 TO FB-COUNT
           MOVE POLLUTANT-NAMES(LS-PV-IDX) TO FB-NAME(FB-COUNT)
           MOVE "B" TO FB-SOURCES(FB-COUNT)
           IF LS-PREVAIR-KNOWN = "Y" AND LS-CAMS-KNOWN = "Y"
           THEN
               COMPUTE LS-PREVAIR-SHARE ROUNDED =
                   LS-CAMS-ERROR / (LS-PREVAIR-ERROR + LS-CAMS-ERROR)
               MOVE "S" TO FB-WEIGHT-BASIS(FB-COUNT)
           ELSE
               MOVE 0.5 TO LS-PREVAIR-SHARE
               MOVE "E" TO FB-WEIGHT-BASIS(FB-COUNT)
           END-IF
           COMPUTE FB-PREVAIR-WEIGHT(FB-COUNT) ROUNDED =
               LS-PREVAIR-SHARE * 100

           COMPUTE FB-AVERAGE(FB-COUNT) ROUNDED =
               LS-PREVAIR-SHARE * POLLUTANT-AVERAGES(LS-PV-IDX)
               + (1 - LS-PREVAIR-SHARE)
                   * CMS-POLLUTANT-AVGS(LS-MATCH-IDX)
           COMPUTE FB-INDEX(FB-COUNT) ROUNDED =
               LS-PREVAIR-SHARE * POLLUTANT-INDICES(LS-PV-IDX)
               + (1 - LS-PREVAIR-SHARE)
                   * CMS-POLLUTANT-IDXS(LS-MATCH-IDX)
           MOVE POLLUTANT-INDICES(LS-PV-IDX)
               TO FB-PREVAIR-INDEX(FB-COUNT)
           MOVE CMS-POLLUTANT-IDXS(LS-MATCH-IDX)
               TO FB-CAMS-INDEX(FB-COUNT)

           IF POLLUTANT-AVERAGES(LS-PV-IDX)
               > CMS-POLLUTANT-AVGS(LS-MATCH-IDX)
           THEN
               COMPUTE FB-SPREAD(FB-COUNT) =
                   POLLUTANT-AVERAGES(LS-PV-IDX)
                   - CMS-POLLUTANT-AVGS(LS-MATCH-IDX)
           ELSE
               COMPUTE FB-SPREAD(FB-COUNT) =
                   CMS-POLLUTANT-AVGS(LS-MATCH-IDX)
                   - POLLUTANT-AVERAGES(LS-PV-IDX)
           END-IF
           IF POLLUTANT-INDICES(LS-PV-IDX)
               > CMS-POLLUTANT-IDXS(LS-MATCH-IDX)
           THEN
               COMPUTE LS-INDEX-GAP =
                   POLLUTANT-INDICES(LS-PV-IDX)
                   - CMS-POLLUTANT-IDXS(LS-MATCH-IDX)
           ELSE
               COMPUTE LS-INDEX-GAP =
                   CMS-POLLUTANT-IDXS(LS-MATCH-IDX)
                   - POLLUTANT-INDICES(LS-PV-IDX)
           END-IF
           IF LS-INDEX-GAP <= C-AGREE-INDEX-GAP
           THEN
               MOVE "likely" TO FB-CONFIDENCE(FB-COUNT)
           ELSE
               MOVE "uncertain" TO FB-CONFIDENCE(FB-COUNT)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOOK-UP-SOURCE-ERROR
      *> PURPOSE: LS-LOOKUP-SOURCE's average absolute error for
      *>          LS-LOOKUP-NAME, floored at C-ERROR-FLOOR;
      *>          LS-LOOKUP-FOUND "N" while the source has fewer than
      *>          C-MIN-SCORED-DAYS scored days for it.
      *> ===============================================================
       LOOK-UP-SOURCE-ERROR.
           MOVE "N" TO LS-LOOKUP-FOUND
           MOVE 0 TO LS-LOOKUP-ERROR
           IF LS-SCORECARD-OPEN NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-LOOKUP-SOURCE TO SC-SOURCE
           MOVE LS-LOOKUP-NAME TO SC-POLLUTANT-NAME
           READ FORECAST-SCORECARD-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
               OR SC-SAMPLE-COUNT < C-MIN-SCORED-DAYS
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-LOOKUP-ERROR ROUNDED =
               SC-ERROR-SUM / SC-SAMPLE-COUNT
           IF LS-LOOKUP-ERROR < C-ERROR-FLOOR
           THEN
               MOVE C-ERROR-FLOOR TO LS-LOOKUP-ERROR
           END-IF
           MOVE "Y" TO LS-LOOKUP-FOUND.

      *> ===============================================================
      *> PARAGRAPH: TAKE-PREVAIR-ALONE
      *> PURPOSE: A PREV'AIR pollutant CAMS has no twin for.
      *> ===============================================================
       TAKE-PREVAIR-ALONE.
           ADD 1 TO FB-COUNT
           MOVE POLLUTANT-NAMES(LS-PV-IDX) TO FB-NAME(FB-COUNT)
           MOVE POLLUTANT-AVERAGES(LS-PV-IDX) TO FB-AVERAGE(FB-COUNT)
           MOVE POLLUTANT-INDICES(LS-PV-IDX) TO FB-INDEX(FB-COUNT)
           MOVE POLLUTANT-INDICES(LS-PV-IDX)
               TO FB-PREVAIR-INDEX(FB-COUNT)
           MOVE 0 TO FB-CAMS-INDEX(FB-COUNT)
           MOVE "P" TO FB-SOURCES(FB-COUNT)
           MOVE SPACE TO FB-WEIGHT-BASIS(FB-COUNT)
           MOVE 100 TO FB-PREVAIR-WEIGHT(FB-COUNT)
           MOVE 0 TO FB-SPREAD(FB-COUNT)
           MOVE "uncertain" TO FB-CONFIDENCE(FB-COUNT).

      *> ===============================================================
      *> PARAGRAPH: TAKE-CAMS-ALONE
      *> PURPOSE: A CAMS pollutant PREV'AIR did not forecast - every
      *>          pollutant on D+2 and D+3.
      *> ===============================================================
       TAKE-CAMS-ALONE.
           ADD 1 TO FB-COUNT
           MOVE FUNCTION UPPER-CASE(CMS-POLLUTANT-NAMES(LS-CM-IDX))
               TO FB-NAME(FB-COUNT)
           MOVE CMS-POLLUTANT-AVGS(LS-CM-IDX) TO FB-AVERAGE(FB-COUNT)
           MOVE CMS-POLLUTANT-IDXS(LS-CM-IDX) TO FB-INDEX(FB-COUNT)
           MOVE 0 TO FB-PREVAIR-INDEX(FB-COUNT)
           MOVE CMS-POLLUTANT-IDXS(LS-CM-IDX)
               TO FB-CAMS-INDEX(FB-COUNT)
           MOVE "C" TO FB-SOURCES(FB-COUNT)
           MOVE SPACE TO FB-WEIGHT-BASIS(FB-COUNT)
           MOVE 0 TO FB-PREVAIR-WEIGHT(FB-COUNT)
           MOVE 0 TO FB-SPREAD(FB-COUNT)
           MOVE "uncertain" TO FB-CONFIDENCE(FB-COUNT).

       END PROGRAM FORECAST-BLEND.
