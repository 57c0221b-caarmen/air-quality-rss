      *> ===============================================================
      *> PROGRAM: INDOOR-CO2-REGISTRY
      *> PURPOSE: The one place the classroom CO2 archive is written,
      *>          the same single-owner discipline the other
      *>          registries follow. INDOOR-CO2-ADD files one reading
      *>          from the POST /sensor-readings route; CO2-FEED-
      *>          SERVICE and CO2-ROOM-REPORT-BATCH read the file
      *>          themselves. Kept apart from SENSOR-READING-REGISTRY
      *>          so the outdoor archive never holds an indoor value
      *>          (see the indoor-co2-reading copybook).
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDOOR-CO2-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDOOR-CO2-FILE ASSIGN TO
                   "indoor-co2-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO2-KEY
               FILE STATUS IS WS-CO2-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INDOOR-CO2-FILE.
       COPY indoor-co2-reading IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-CO2-FILE-STATUS           PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-CO2-RECORD.
           05  IN-CO2-SENSOR-ID         PIC X(16).
           05  IN-CO2-TIMESTAMP         PIC X(21).
           05  IN-CO2-BUILDING          PIC X(32).
           05  IN-CO2-ROOM              PIC X(32).
           05  IN-CO2-PPM               PIC 9(5).
           05  IN-CO2-RAW-PPM           PIC 9(5).

       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: INDOOR-CO2-ADD
      *> PURPOSE: File (or replace) one CO2 reading. Returns 0 on
      *>          success, 1 when the archive could not be written.
      *> ===============================================================
       ENTRY "INDOOR-CO2-ADD" USING
           BY REFERENCE IN-CO2-RECORD.

           OPEN I-O INDOOR-CO2-FILE
           IF WS-CO2-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT INDOOR-CO2-FILE
           END-IF
           IF WS-CO2-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-CO2-SENSOR-ID TO CO2-SENSOR-ID
           MOVE IN-CO2-TIMESTAMP TO CO2-TIMESTAMP
           MOVE IN-CO2-BUILDING TO CO2-BUILDING
           MOVE IN-CO2-ROOM TO CO2-ROOM
           MOVE IN-CO2-PPM TO CO2-PPM
           MOVE IN-CO2-RAW-PPM TO CO2-RAW-PPM

           MOVE 0 TO LS-ENTRY-RESULT
           WRITE CO2-RECORD
           IF WS-CO2-FILE-STATUS = "22"
           THEN
               REWRITE CO2-RECORD
           END-IF
           IF WS-CO2-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF
           CLOSE INDOOR-CO2-FILE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

       END PROGRAM INDOOR-CO2-REGISTRY.
