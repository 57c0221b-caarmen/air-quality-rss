      *>          routes add, remove and list through the entries
      *>          below; AIR-QUALITY-ALERT-BATCH loads the whole file
      *>          through ALERT-SUBSCRIPTION-LOAD at the start of a
      *>          run for its fan-out pass. The subscriber portal
      *>          loads one key's own subscriptions through
      *>          ALERT-SUBSCRIPTION-LOAD-KEY to lay them out as a
      *>          table.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       01  IN-LOCATION-ID               PIC X(8).
       01  OUT-LIST-TEXT                PIC X(10000).
      *> ALERT-SUBSCRIPTION-LOAD's whole-file view for the alert
      *> batch's fan-out pass, and ALERT-SUBSCRIPTION-LOAD-KEY's
      *> one-key view for the subscriber portal.
       01  OUT-SUB-TABLE.
           05  OUT-SUB-COUNT            PIC 9(2).
           05  OUT-SUB-ENTRY OCCURS 50 TIMES.
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: ALERT-SUBSCRIPTION-LOAD-KEY
      *> PURPOSE: Load IN-API-KEY's own subscriptions into the
      *>          caller's table, the same keyed walk
      *>          ALERT-SUBSCRIPTION-LIST makes, for the subscriber
      *>          portal's table view. A missing file leaves the
      *>          count at zero.
      *> ===============================================================
       ENTRY "ALERT-SUBSCRIPTION-LOAD-KEY" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE OUT-SUB-TABLE.

           MOVE 0 TO OUT-SUB-COUNT
           OPEN INPUT ALERT-SUBSCRIPTION-FILE
           IF WS-SUB-FILE-STATUS NOT = "00"
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO SUB-KEY
           MOVE IN-API-KEY TO SUB-API-KEY
           START ALERT-SUBSCRIPTION-FILE
               KEY IS GREATER THAN OR EQUAL TO SUB-KEY
           END-START
           IF WS-SUB-FILE-STATUS NOT = "00"
           THEN
               MOVE "10" TO WS-SUB-FILE-STATUS
           END-IF

           PERFORM UNTIL WS-SUB-FILE-STATUS = "10"
               READ ALERT-SUBSCRIPTION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SUB-FILE-STATUS
                   NOT AT END
                       IF SUB-API-KEY NOT = IN-API-KEY
                       THEN
                           MOVE "10" TO WS-SUB-FILE-STATUS
                       ELSE
                           IF OUT-SUB-COUNT < 50
                           THEN
                               ADD 1 TO OUT-SUB-COUNT
                               MOVE SUB-RECORD
                                   TO OUT-SUB-ENTRY(OUT-SUB-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-SUBSCRIPTION-FILE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append the SUB-RECORD just read to the list text.
