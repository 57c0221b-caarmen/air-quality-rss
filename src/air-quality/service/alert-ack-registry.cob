       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
      *> Acknowledgements and fallback escalations are journaled
      *> alongside the alert batch's own events (see
      *> ALERT-EVENT-JOURNAL).
       COPY alert-event IN "air-quality/service".

       LINKAGE SECTION.
       01  IN-LOCATION-ID               PIC X(8).
           READ ALERT-ACK-FILE
           IF WS-AA-FILE-STATUS = "00"
           THEN
      *> Only the first acknowledgement is an event; a second POST
      *> for the same id changes nothing.
               IF AA-ACKED NOT = "Y"
               THEN
                   MOVE "Y" TO AA-ACKED
                   REWRITE AA-RECORD
                   MOVE SPACES TO AE-RECORD
                   MOVE "ACK" TO AE-EVENT
                   PERFORM JOURNAL-ACK-EVENT
               END-IF
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           MOVE "Y" TO AA-ESCALATED
           REWRITE AA-RECORD
           ADD 1 TO OUT-ESCALATED-COUNT
           MOVE SPACES TO AE-RECORD
           MOVE "FALLBACK" TO AE-EVENT
           MOVE LS-FALLBACK-CHANNEL TO AE-DETAIL
           PERFORM JOURNAL-ACK-EVENT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-ACK-EVENT
      *> PURPOSE: Append the event staged in AE-RECORD for the
      *>          AA-RECORD in hand to the alert event journal.
      *> ===============================================================
       JOURNAL-ACK-EVENT.
           MOVE FUNCTION CURRENT-DATE TO AE-TIMESTAMP
           MOVE AA-LOCATION-ID TO AE-LOCATION-ID
           MOVE AA-ITEM-NAME TO AE-ITEM-NAME
           MOVE AA-LEVEL TO AE-LEVEL
           MOVE AA-ALERT-ID TO AE-ALERT-ID
           CALL "ALERT-EVENT-APPEND" USING
               BY REFERENCE AE-RECORD.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append the unacknowledged AA-RECORD just read to
