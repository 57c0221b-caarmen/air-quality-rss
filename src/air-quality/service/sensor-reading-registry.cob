
       WORKING-STORAGE SECTION.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> The archive layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added SEN-RAW-VALUE. An archive
      *> still in the old width is refused until migrated rather than
      *> mixing two record widths in one file.
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
           05  IN-SEN-VALUE             PIC 9(3)V9(1).
           05  IN-SEN-LATITUDE-STR      PIC X(10).
           05  IN-SEN-LONGITUDE-STR     PIC X(10).
           05  IN-SEN-RAW-VALUE         PIC 9(3)V9(1).

       PROCEDURE DIVISION.
           GOBACK.
       ENTRY "SENSOR-READING-ADD" USING
           BY REFERENCE IN-SEN-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O SENSOR-READING-FILE
           IF WS-SEN-FILE-STATUS = "35"
           THEN
           MOVE IN-SEN-VALUE TO SEN-VALUE
           MOVE IN-SEN-LATITUDE-STR TO SEN-LATITUDE-STR
           MOVE IN-SEN-LONGITUDE-STR TO SEN-LONGITUDE-STR
           MOVE IN-SEN-RAW-VALUE TO SEN-RAW-VALUE

           MOVE 0 TO LS-ENTRY-RESULT
           WRITE SEN-RECORD
