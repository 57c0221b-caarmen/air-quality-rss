      *> unmigrated trail would be misframed record by record.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
                   AT END
                       MOVE "10" TO WS-AL-FILE-STATUS
                   NOT AT END
      *> A day's closing records (see AUDIT-CHAIN) are not traffic.
                       IF AL-METHOD NOT = "SEAL"
                           AND AL-METHOD NOT = "RESEAL"
                       THEN
                           ADD 1 TO WS-RECORD-COUNT
                           PERFORM CLUSTER-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.
