
           GOBACK.
       END PROGRAM HAVERSINE-DISTANCE-KM.

      *> ===============================================================
      *> PROGRAM: INITIAL-BEARING-DEGREES
      *> PURPOSE: Initial great-circle bearing, in whole degrees
      *>          clockwise from north (0-359), from the first
      *>          latitude/longitude point towards the second - the
      *>          compass direction a plume arriving from the second
      *>          point would be blowing from, to compare with a wind
      *>          direction.
      *>          Reference:
      *> https://www.movable-type.co.uk/scripts/latlong.html
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. INITIAL-BEARING-DEGREES.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
           01  C-PI                         CONSTANT AS 3.14159265.

       LOCAL-STORAGE SECTION.
           01  LS-LATITUDE-1-RADIANS        PIC S9(3)V9(8).
           01  LS-LATITUDE-2-RADIANS        PIC S9(3)V9(8).
           01  LS-DELTA-LONGITUDE-RADIANS   PIC S9(3)V9(8).
      *> Floating point staging, one operation per COMPUTE, for the
      *> same reason as HAVERSINE-DISTANCE-KM's: nearby points give
      *> terms small enough for fixed decimal to truncate to zero.
           01  LS-BEARING-Y                 USAGE COMP-2.
           01  LS-BEARING-X                 USAGE COMP-2.
           01  LS-BEARING-RADIANS           USAGE COMP-2.
           01  LS-BEARING-DEGREES           USAGE COMP-2.

       LINKAGE SECTION.
           01  IN-LATITUDE-1-DEGREES        PIC S9(3)V9(8).
           01  IN-LONGITUDE-1-DEGREES       PIC S9(3)V9(8).
           01  IN-LATITUDE-2-DEGREES        PIC S9(3)V9(8).
           01  IN-LONGITUDE-2-DEGREES       PIC S9(3)V9(8).
           01  OUT-BEARING-DEGREES          PIC 9(3).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-1-DEGREES
           BY REFERENCE IN-LONGITUDE-1-DEGREES
           BY REFERENCE IN-LATITUDE-2-DEGREES
           BY REFERENCE IN-LONGITUDE-2-DEGREES
           BY REFERENCE OUT-BEARING-DEGREES.

           COMPUTE LS-LATITUDE-1-RADIANS =
               IN-LATITUDE-1-DEGREES * C-PI / 180
           COMPUTE LS-LATITUDE-2-RADIANS =
               IN-LATITUDE-2-DEGREES * C-PI / 180
           COMPUTE LS-DELTA-LONGITUDE-RADIANS =
               (IN-LONGITUDE-2-DEGREES - IN-LONGITUDE-1-DEGREES)
                   * C-PI / 180

           COMPUTE LS-BEARING-Y =
               FUNCTION SIN(LS-DELTA-LONGITUDE-RADIANS)
               * FUNCTION COS(LS-LATITUDE-2-RADIANS)
           COMPUTE LS-BEARING-X =
               (FUNCTION COS(LS-LATITUDE-1-RADIANS)
                   * FUNCTION SIN(LS-LATITUDE-2-RADIANS))
               - (FUNCTION SIN(LS-LATITUDE-1-RADIANS)
                   * FUNCTION COS(LS-LATITUDE-2-RADIANS)
                   * FUNCTION COS(LS-DELTA-LONGITUDE-RADIANS))

      *> The dialect has no two-argument arctangent, so the quadrant
      *> is restored from the signs of the two terms.
           EVALUATE TRUE
           WHEN LS-BEARING-X > 0
               COMPUTE LS-BEARING-RADIANS =
                   FUNCTION ATAN(LS-BEARING-Y / LS-BEARING-X)
           WHEN LS-BEARING-X < 0 AND LS-BEARING-Y >= 0
               COMPUTE LS-BEARING-RADIANS =
                   FUNCTION ATAN(LS-BEARING-Y / LS-BEARING-X) + C-PI
           WHEN LS-BEARING-X < 0
               COMPUTE LS-BEARING-RADIANS =
                   FUNCTION ATAN(LS-BEARING-Y / LS-BEARING-X) - C-PI
           WHEN LS-BEARING-Y > 0
               COMPUTE LS-BEARING-RADIANS = C-PI / 2
           WHEN LS-BEARING-Y < 0
               COMPUTE LS-BEARING-RADIANS = 0 - (C-PI / 2)
           WHEN OTHER
               MOVE 0 TO LS-BEARING-RADIANS
           END-EVALUATE

           COMPUTE LS-BEARING-DEGREES =
               LS-BEARING-RADIANS * 180 / C-PI
           IF LS-BEARING-DEGREES < 0
           THEN
               ADD 360 TO LS-BEARING-DEGREES
           END-IF
           COMPUTE OUT-BEARING-DEGREES ROUNDED = LS-BEARING-DEGREES
           IF OUT-BEARING-DEGREES >= 360
           THEN
               MOVE 0 TO OUT-BEARING-DEGREES
           END-IF

           GOBACK.
       END PROGRAM INITIAL-BEARING-DEGREES.
