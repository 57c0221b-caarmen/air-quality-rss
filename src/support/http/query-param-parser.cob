           GOBACK.
       END PROGRAM PARSE-HEADER-PARAM.

      *> ===============================================================
      *> PROGRAM: PARSE-COOKIE-PARAM
      *> PURPOSE: Fill the value of the given cookie sent with an
      *>          incoming request, the same lookup PARSE-HEADER-PARAM
      *>          does for headers but against the cookie kind, which
      *>          MHD has already split out of the Cookie header - used
      *>          by the subscriber portal's sign-in session.
      *>          Return 0 if the cookie is found, 1 otherwise.
      *> ===============================================================
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARSE-COOKIE-PARAM.

       DATA DIVISION.
       LOCAL-STORAGE SECTION.
           01  LS-COOKIE-VALUE-PTR        USAGE POINTER.
           01  LS-COOKIE-SIZE-PTR         USAGE POINTER.
           01  MHD-COOKIE-KIND            CONSTANT AS 2.

       LINKAGE SECTION.
           01  CONNECTION-PTR             USAGE POINTER.
           01  COOKIE-NAME                PIC X(16)        VALUE SPACES.
           01  COOKIE-VALUE               PIC X(100)       VALUE SPACES.

       PROCEDURE DIVISION USING
           BY VALUE CONNECTION-PTR
           BY REFERENCE COOKIE-NAME
           BY REFERENCE COOKIE-VALUE.

           CALL "MHD_lookup_connection_value_n" USING
               BY VALUE    CONNECTION-PTR
               BY VALUE    MHD-COOKIE-KIND
               BY VALUE    FUNCTION TRIM(COOKIE-NAME)
               BY VALUE    LENGTH OF FUNCTION TRIM(COOKIE-NAME)
               BY REFERENCE LS-COOKIE-VALUE-PTR
               BY REFERENCE LS-COOKIE-SIZE-PTR

           IF LS-COOKIE-SIZE-PTR = NULL
           THEN
               MOVE 1 TO RETURN-CODE *> Failure
           ELSE
               CALL "C-STRING" USING
                   BY VALUE     LS-COOKIE-VALUE-PTR
                   BY REFERENCE COOKIE-VALUE
               MOVE 0 TO RETURN-CODE *> Success
           END-IF

           GOBACK.
       END PROGRAM PARSE-COOKIE-PARAM.

      *> ===============================================================
      *> PROGRAM: PARSE-POST-PARAM
      *> PURPOSE: Fill the value of the given form field from the
