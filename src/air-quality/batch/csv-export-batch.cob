      *>            atmo-france-pollutant-history.dat ->
      *>              atmo-france-pollutant-history.csv
      *>              (date,code_zone,pollutant,average,index)
      *>            prevair-pollutant-history.dat ->
      *>              prevair-pollutant-history.csv
      *>            cams-pollutant-history.dat ->
      *>              cams-pollutant-history.csv
      *>              (date,location,pollutant,average,index)
      *>            atmo-france-multi-zone-report.dat ->
      *>              atmo-france-multi-zone-report.csv
      *>              (code_zone,status) - the 10000-byte rendered
      *>              spreadsheet cannot use, so only the row's
      *>              facts are exported; the per-zone readings
      *>              themselves are in the pollutant CSV.
      *>          Every reading row ends with a flag column holding
      *>          SUSPECT when an operator has marked the reading so
      *>          (empty otherwise); readings marked INVALID are not
      *>          exported at all.
      *>          Each CSV starts with a header row; the date range
      *>          is configurable through AQRSS_EXPORT_FROM_DATE /
      *>          AQRSS_EXPORT_TO_DATE (unset = the whole archive).
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFH-KEY
               FILE STATUS IS WS-AFH-FILE-STATUS.
           SELECT PREVAIR-DAILY-HISTORY-FILE ASSIGN TO
                   "prevair-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVH-FILE-STATUS.
           SELECT CAMS-HISTORY-FILE ASSIGN TO
                   "cams-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-FILE-STATUS.
           SELECT MULTI-ZONE-REPORT-FILE ASSIGN TO
                   "atmo-france-multi-zone-report.dat"
               ORGANIZATION IS SEQUENTIAL
                   "atmo-france-pollutant-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACSV-FILE-STATUS.
           SELECT PREVAIR-CSV-FILE ASSIGN TO
                   "prevair-pollutant-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VCSV-FILE-STATUS.
           SELECT CAMS-CSV-FILE ASSIGN TO
                   "cams-pollutant-history.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCSV-FILE-STATUS.
           SELECT MULTI-ZONE-CSV-FILE ASSIGN TO
                   "atmo-france-multi-zone-report.csv"
               ORGANIZATION IS LINE SEQUENTIAL
       COPY pollen-history IN "pollen/service".
       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".
       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".
       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".
       FD  MULTI-ZONE-REPORT-FILE.
       COPY atmo-france-batch-record IN "air-quality/batch".
       FD  POLLEN-CSV-FILE.
       01  PCSV-LINE                    PIC X(80).
       FD  ATMO-CSV-FILE.
       01  ACSV-LINE                    PIC X(80).
       FD  PREVAIR-CSV-FILE.
       01  VCSV-LINE                    PIC X(80).
       FD  CAMS-CSV-FILE.
       01  CCSV-LINE                    PIC X(80).
       FD  MULTI-ZONE-CSV-FILE.
       01  MCSV-LINE                    PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-MZB-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PCSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-VCSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CCSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MCSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ROW-COUNT                 PIC 9(7) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(7) VALUE 0.
       01  WS-WITHHELD-COUNT            PIC 9(7) VALUE 0.

      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".

       LOCAL-STORAGE SECTION.
       01  LS-FROM-DATE                 PIC X(10) VALUE SPACES.
       01  LS-INDEX-DISPLAY             PIC Z(8)9.
       01  LS-AVERAGE-DISPLAY           PIC ZZ9.9.
       01  LS-VALUE-DISPLAY             PIC 9.
       01  LS-RA-ARCHIVE                PIC X(4) VALUE SPACES.
       01  LS-RA-DATE-STR               PIC X(10) VALUE SPACES.
       01  LS-RA-LOCATION               PIC X(21) VALUE SPACES.
       01  LS-RA-ITEM                   PIC X(16) VALUE SPACES.
       01  LS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  LS-RA-REASON                 PIC X(80) VALUE SPACES.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
               BY REFERENCE LS-FROM-DATE
           CALL "GET-EXPORT-TO-DATE" USING
               BY REFERENCE LS-TO-DATE
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           PERFORM EXPORT-POLLEN-CSV
           PERFORM EXPORT-ATMO-CSV
           PERFORM EXPORT-PREVAIR-CSV
           PERFORM EXPORT-CAMS-CSV
           PERFORM EXPORT-MULTI-ZONE-CSV

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "CSV export: " WS-ROW-COUNT " rows written, "
               WS-WITHHELD-COUNT " invalid reading(s) withheld"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "date,location,species,level,flag" TO PCSV-LINE
           WRITE PCSV-LINE

           OPEN INPUT POLLEN-HISTORY-FILE
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > PH-CODE-COUNT
               IF PH-CODE-NAME(LS-CODE-IDX) NOT = SPACES
               THEN
                   MOVE "POLN" TO LS-RA-ARCHIVE
                   MOVE PH-DATE-MAJ(1:10) TO LS-RA-DATE-STR
                   MOVE PH-LOCATION TO LS-RA-LOCATION
                   MOVE PH-CODE-NAME(LS-CODE-IDX) TO LS-RA-ITEM
                   PERFORM CHECK-READING-ANNOTATION
               END-IF
               IF PH-CODE-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   MOVE PH-CODE-VALUE(LS-CODE-IDX)
                       TO LS-VALUE-DISPLAY
                       ',"' FUNCTION TRIM(PH-LOCATION) '",'
                       FUNCTION TRIM(PH-CODE-NAME(LS-CODE-IDX))
                       "," LS-VALUE-DISPLAY
                       "," DELIMITED BY SIZE
                       LS-RA-FLAG DELIMITED BY SPACE
                       INTO PCSV-LINE
                   END-STRING
                   WRITE PCSV-LINE
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "date,code_zone,pollutant,average,index,flag"
               TO ACSV-LINE
           WRITE ACSV-LINE

           OPEN INPUT ATMO-FRANCE-HISTORY-FILE
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > AFH-COUNT
               IF AFH-NAME(LS-CODE-IDX) NOT = SPACES
               THEN
                   MOVE "ATMO" TO LS-RA-ARCHIVE
                   MOVE AFH-DATE-STR TO LS-RA-DATE-STR
                   MOVE AFH-CODE-ZONE TO LS-RA-LOCATION
                   MOVE AFH-NAME(LS-CODE-IDX) TO LS-RA-ITEM
                   PERFORM CHECK-READING-ANNOTATION
               END-IF
               IF AFH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   MOVE AFH-INDEX(LS-CODE-IDX) TO LS-INDEX-DISPLAY
                   MOVE AFH-AVERAGE(LS-CODE-IDX)
                       "," FUNCTION TRIM(AFH-NAME(LS-CODE-IDX))
                       "," FUNCTION TRIM(LS-AVERAGE-DISPLAY)
                       "," FUNCTION TRIM(LS-INDEX-DISPLAY)
                       "," DELIMITED BY SIZE
                       LS-RA-FLAG DELIMITED BY SPACE
                       INTO ACSV-LINE
                   END-STRING
                   WRITE ACSV-LINE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: EXPORT-PREVAIR-CSV
      *> PURPOSE: One CSV row per (date, location, pollutant,
      *>          average, index) in the daily PREV'AIR archive,
      *>          header first.
      *> ===============================================================
       EXPORT-PREVAIR-CSV.
           OPEN OUTPUT PREVAIR-CSV-FILE
           IF WS-VCSV-FILE-STATUS NOT = "00"
           THEN
               MOVE "CSV export: could not open "
                   & "prevair-pollutant-history.csv"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "date,location,pollutant,average,index,flag"
               TO VCSV-LINE
           WRITE VCSV-LINE

           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-PVH-FILE-STATUS = "10"
                   READ PREVAIR-DAILY-HISTORY-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PVH-FILE-STATUS
                       NOT AT END
                           MOVE PVH-DATE-STR TO LS-CHECK-DATE
                           PERFORM DATE-IN-EXPORT-RANGE
                           IF LS-DATE-IN-RANGE = "Y"
                           THEN
                               PERFORM WRITE-PREVAIR-CSV-ROWS
                           ELSE
                               ADD 1 TO WS-SKIPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVAIR-DAILY-HISTORY-FILE
           END-IF
           CLOSE PREVAIR-CSV-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-PREVAIR-CSV-ROWS
      *> PURPOSE: Write one CSV row per pollutant on the PVH-RECORD
      *>          just read, the location label quoted as in the
      *>          pollen CSV.
      *> ===============================================================
       WRITE-PREVAIR-CSV-ROWS.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > PVH-COUNT
               IF PVH-NAME(LS-CODE-IDX) NOT = SPACES
               THEN
                   MOVE "PREV" TO LS-RA-ARCHIVE
                   MOVE PVH-DATE-STR TO LS-RA-DATE-STR
                   MOVE PVH-LOCATION TO LS-RA-LOCATION
                   MOVE PVH-NAME(LS-CODE-IDX) TO LS-RA-ITEM
                   PERFORM CHECK-READING-ANNOTATION
               END-IF
               IF PVH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   MOVE PVH-INDEX(LS-CODE-IDX) TO LS-INDEX-DISPLAY
                   MOVE PVH-AVERAGE(LS-CODE-IDX)
                       TO LS-AVERAGE-DISPLAY
                   MOVE SPACES TO VCSV-LINE
                   STRING
                       PVH-DATE-STR
                       ',"' FUNCTION TRIM(PVH-LOCATION) '",'
                       FUNCTION TRIM(PVH-NAME(LS-CODE-IDX))
                       "," FUNCTION TRIM(LS-AVERAGE-DISPLAY)
                       "," FUNCTION TRIM(LS-INDEX-DISPLAY)
                       "," DELIMITED BY SIZE
                       LS-RA-FLAG DELIMITED BY SPACE
                       INTO VCSV-LINE
                   END-STRING
                   WRITE VCSV-LINE
                   ADD 1 TO WS-ROW-COUNT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: EXPORT-CAMS-CSV
      *> PURPOSE: Same export for the daily CAMS archive.
      *> ===============================================================
       EXPORT-CAMS-CSV.
           OPEN OUTPUT CAMS-CSV-FILE
           IF WS-CCSV-FILE-STATUS NOT = "00"
           THEN
               MOVE "CSV export: could not open "
                   & "cams-pollutant-history.csv"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "date,location,pollutant,average,index,flag"
               TO CCSV-LINE
           WRITE CCSV-LINE

           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-CMH-FILE-STATUS = "10"
                   READ CAMS-HISTORY-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CMH-FILE-STATUS
                       NOT AT END
                           MOVE CMH-DATE-STR TO LS-CHECK-DATE
                           PERFORM DATE-IN-EXPORT-RANGE
                           IF LS-DATE-IN-RANGE = "Y"
                           THEN
                               PERFORM WRITE-CAMS-CSV-ROWS
                           ELSE
                               ADD 1 TO WS-SKIPPED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMS-HISTORY-FILE
           END-IF
           CLOSE CAMS-CSV-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-CAMS-CSV-ROWS
      *> PURPOSE: Write one CSV row per pollutant on the CMH-RECORD
      *>          just read.
      *> ===============================================================
       WRITE-CAMS-CSV-ROWS.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > CMH-COUNT
               IF CMH-NAME(LS-CODE-IDX) NOT = SPACES
               THEN
                   MOVE "CAMS" TO LS-RA-ARCHIVE
                   MOVE CMH-DATE-STR TO LS-RA-DATE-STR
                   MOVE CMH-LOCATION TO LS-RA-LOCATION
                   MOVE CMH-NAME(LS-CODE-IDX) TO LS-RA-ITEM
                   PERFORM CHECK-READING-ANNOTATION
               END-IF
               IF CMH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   MOVE CMH-INDEX(LS-CODE-IDX) TO LS-INDEX-DISPLAY
                   MOVE CMH-AVERAGE(LS-CODE-IDX)
                       TO LS-AVERAGE-DISPLAY
                   MOVE SPACES TO CCSV-LINE
                   STRING
                       CMH-DATE-STR
                       ',"' FUNCTION TRIM(CMH-LOCATION) '",'
                       FUNCTION TRIM(CMH-NAME(LS-CODE-IDX))
                       "," FUNCTION TRIM(LS-AVERAGE-DISPLAY)
                       "," FUNCTION TRIM(LS-INDEX-DISPLAY)
                       "," DELIMITED BY SIZE
                       LS-RA-FLAG DELIMITED BY SPACE
                       INTO CCSV-LINE
                   END-STRING
                   WRITE CCSV-LINE
                   ADD 1 TO WS-ROW-COUNT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-READING-ANNOTATION
      *> PURPOSE: Set LS-RA-FLAG to the operator's verdict on the
      *>          reading named by LS-RA-ARCHIVE/-DATE-STR/-LOCATION/
      *>          -ITEM (spaces when it carries none), counting the
      *>          INVALID ones the export withholds.
      *> ===============================================================
       CHECK-READING-ANNOTATION.
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE LS-RA-ARCHIVE
               BY REFERENCE LS-RA-DATE-STR
               BY REFERENCE LS-RA-LOCATION
               BY REFERENCE LS-RA-ITEM
               BY REFERENCE LS-RA-FLAG
               BY REFERENCE LS-RA-REASON
           IF LS-RA-FLAG = "INVALID"
           THEN
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: EXPORT-MULTI-ZONE-CSV
      *> PURPOSE: One CSV row per zone in the multi-zone report,
