      *>          with the outbox retrying behind it on failure.
      *>          A missing registry file simply means no channels
      *>          are configured and the dispatch is a no-op.
      *>          Threshold alerts come in through the alert entry,
      *>          which holds each copy in the outbox for the
      *>          coalescing window (AQRSS_ALERT_COALESCE_S, off by
      *>          default) so that a burst of alerts reaches each
      *>          channel as one grouped message. Severe alerts
      *>          never wait.
      *>          Channels belong to tenants (see NC-TENANT): the
      *>          default and alert entries fan out to the operator's
      *>          own (blank-tenant) channels, and the tenant entries
      *>          to one organisation's channels only, so a commune
      *>          hears its own alerts and nobody else's.
      *>          Within a tenant, a channel assigned to location
      *>          groups (see location-group-record) hears only the
      *>          alerts for those groups' locations, through the
      *>          location alert entry; a channel in no group still
      *>          hears them all.
      *>          A registry still awaiting its layout migration is
      *>          refused, logged, and treated as unreadable: read
      *>          askew, its tenant and id columns would send an
      *>          alert nowhere or to the wrong channel.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       LOCAL-STORAGE SECTION.
       01  LS-NC-FILE-STATUS               PIC X(02) VALUE SPACES.
      *> The channel file's registered layout (see
      *> NOTIFICATION-CHANNEL-REGISTRY and the layout migration).
       01  C-NC-FILE-NAME                  PIC X(40)
               VALUE "notification-channels.dat".
       01  C-NC-LAYOUT-VERSION             PIC 9(3) VALUE 2.
       01  C-LOG-WARN                      PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE                  PIC X(256) VALUE SPACES.
       01  LS-TARGET-FOUND                 PIC X(01) VALUE "N".
       01  LS-QUEUE-CHANNEL-ID             PIC X(8) VALUE SPACES.
       01  LS-MESSAGE-ID                   PIC X(16) VALUE SPACES.
      *> The coalescing window for this dispatch: 0 queues every copy
      *> for immediate delivery, anything else holds it (see
      *> OUTBOX-HOLD).
       01  LS-HOLD-SECONDS                 PIC 9(6) VALUE 0.
       01  LS-ENV-VALUE                    PIC X(100) VALUE SPACES.
      *> From this level up an alert bypasses the window: the
      *> people it is for should not wait on the grouping.
       01  C-COALESCE-BYPASS-LEVEL         CONSTANT AS 5.
      *> The tenant whose channels a fan-out reaches.
       01  LS-DISPATCH-TENANT              PIC X(8) VALUE SPACES.
      *> The watched location a location alert is about (spaces for
      *> every other entry), and the location groups that decide
      *> which of the tenant's channels hear it.
       01  LS-DISPATCH-LOCATION            PIC X(8) VALUE SPACES.
       COPY location-groups IN "air-quality/service".
       01  LS-MEMBER-IX                    PIC 9(3) VALUE 0.
       01  LS-CHANNEL-ASSIGNED             PIC X(01) VALUE "N".
       01  LS-CHANNEL-WANTED               PIC X(01) VALUE "Y".

       LINKAGE SECTION.
       01  IN-SUBJECT                      PIC X(100).
      *> alert subscriptions name their channel instead of fanning
      *> out to the whole registry.
       01  IN-CHANNEL-ID                   PIC X(8).
      *> The alert entry's severity and one-line summary
      *> ("<item> at <location> ... (alert id ...)"), what a grouped
      *> message lists for it.
       01  IN-LEVEL                        PIC 9(1).
       01  IN-SUMMARY                      PIC X(100).
       01  IN-TENANT                       PIC X(8).
       01  IN-LOCATION-ID                  PIC X(8).
       01  OUT-DELIVERED-COUNT             PIC 9(5).
       01  OUT-FAILED-COUNT                PIC 9(5).


           MOVE 0 TO OUT-DELIVERED-COUNT
           MOVE 0 TO OUT-FAILED-COUNT
           MOVE 0 TO LS-HOLD-SECONDS
           MOVE SPACES TO LS-DISPATCH-TENANT
           MOVE SPACES TO LS-DISPATCH-LOCATION
           PERFORM QUEUE-TO-ALL-CHANNELS
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NOTIFICATION-DISPATCH-TENANT
      *> PURPOSE: The default entry for one tenant: every enabled
      *>          channel of IN-TENANT gets a copy, and no other.
      *> ===============================================================
       ENTRY "NOTIFICATION-DISPATCH-TENANT" USING
           BY REFERENCE IN-TENANT
           BY REFERENCE IN-SUBJECT
           BY REFERENCE IN-MESSAGE
           BY REFERENCE OUT-DELIVERED-COUNT
           BY REFERENCE OUT-FAILED-COUNT.

           MOVE 0 TO OUT-DELIVERED-COUNT
           MOVE 0 TO OUT-FAILED-COUNT
           MOVE 0 TO LS-HOLD-SECONDS
           MOVE IN-TENANT TO LS-DISPATCH-TENANT
           MOVE SPACES TO LS-DISPATCH-LOCATION
           PERFORM QUEUE-TO-ALL-CHANNELS
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NOTIFICATION-DISPATCH-ALERT
      *> PURPOSE: Route one threshold alert to every enabled channel,
      *>          like the default entry, but under the coalescing
      *>          window: when AQRSS_ALERT_COALESCE_S is set and the
      *>          alert is below C-COALESCE-BYPASS-LEVEL, each copy is
      *>          held in the outbox with IN-LEVEL and IN-SUMMARY, and
      *>          the drain sends everything held for a channel as one
      *>          grouped message once the window closes. Held copies
      *>          count as queued.
      *> ===============================================================
       ENTRY "NOTIFICATION-DISPATCH-ALERT" USING
           BY REFERENCE IN-SUBJECT
           BY REFERENCE IN-MESSAGE
           BY REFERENCE IN-LEVEL
           BY REFERENCE IN-SUMMARY
           BY REFERENCE OUT-DELIVERED-COUNT
           BY REFERENCE OUT-FAILED-COUNT.

           MOVE SPACES TO LS-DISPATCH-TENANT
           MOVE SPACES TO LS-DISPATCH-LOCATION
           PERFORM QUEUE-ALERT-TO-TENANT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NOTIFICATION-DISPATCH-TENANT-ALERT
      *> PURPOSE: The alert entry for one tenant: the alert reaches
      *>          IN-TENANT's enabled channels only, under the same
      *>          coalescing window.
      *> ===============================================================
       ENTRY "NOTIFICATION-DISPATCH-TENANT-ALERT" USING
           BY REFERENCE IN-TENANT
           BY REFERENCE IN-SUBJECT
           BY REFERENCE IN-MESSAGE
           BY REFERENCE IN-LEVEL
           BY REFERENCE IN-SUMMARY
           BY REFERENCE OUT-DELIVERED-COUNT
           BY REFERENCE OUT-FAILED-COUNT.

           MOVE IN-TENANT TO LS-DISPATCH-TENANT
           MOVE SPACES TO LS-DISPATCH-LOCATION
           PERFORM QUEUE-ALERT-TO-TENANT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NOTIFICATION-DISPATCH-LOCATION-ALERT
      *> PURPOSE: The tenant alert entry for an alert about one
      *>          watched location (IN-LOCATION-ID): a channel of
      *>          IN-TENANT assigned to location groups gets a copy
      *>          only when one of its groups holds the location; an
      *>          unassigned channel gets it as before. An unreadable
      *>          group registry leaves every channel unassigned.
      *> ===============================================================
       ENTRY "NOTIFICATION-DISPATCH-LOCATION-ALERT" USING
           BY REFERENCE IN-TENANT
           BY REFERENCE IN-LOCATION-ID
           BY REFERENCE IN-SUBJECT
           BY REFERENCE IN-MESSAGE
           BY REFERENCE IN-LEVEL
           BY REFERENCE IN-SUMMARY
           BY REFERENCE OUT-DELIVERED-COUNT
           BY REFERENCE OUT-FAILED-COUNT.

           CALL "LOAD-LOCATION-GROUPS" USING
               BY REFERENCE LG-GROUPS-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 0 TO LG-GROUP-COUNT
               MOVE 0 TO LG-MEMBER-COUNT
           END-IF
           MOVE IN-TENANT TO LS-DISPATCH-TENANT
           MOVE IN-LOCATION-ID TO LS-DISPATCH-LOCATION
           PERFORM QUEUE-ALERT-TO-TENANT
           MOVE 0 TO RETURN-CODE
           GOBACK.

           MOVE 0 TO OUT-DELIVERED-COUNT
           MOVE 0 TO OUT-FAILED-COUNT

           PERFORM OPEN-CHANNEL-REGISTRY
           IF LS-NC-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO OUT-FAILED-COUNT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: QUEUE-ALERT-TO-TENANT
      *> PURPOSE: The alert entries' fan-out to LS-DISPATCH-TENANT's
      *>          channels, holding each copy for the coalescing
      *>          window below C-COALESCE-BYPASS-LEVEL.
      *> ===============================================================
       QUEUE-ALERT-TO-TENANT.
           MOVE 0 TO OUT-DELIVERED-COUNT
           MOVE 0 TO OUT-FAILED-COUNT
           MOVE 0 TO LS-HOLD-SECONDS
           IF IN-LEVEL < C-COALESCE-BYPASS-LEVEL
           THEN
               MOVE SPACES TO LS-ENV-VALUE
               ACCEPT LS-ENV-VALUE
                   FROM ENVIRONMENT "AQRSS_ALERT_COALESCE_S"
               IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
                   AND FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                       TO LS-HOLD-SECONDS
               END-IF
           END-IF
           PERFORM QUEUE-TO-ALL-CHANNELS.

      *> ===============================================================
      *> PARAGRAPH: QUEUE-TO-ALL-CHANNELS
      *> PURPOSE: File one copy of the message for every enabled
      *>          channel of LS-DISPATCH-TENANT in the registry, held
      *>          for LS-HOLD-SECONDS when that is set - for a location
      *>          alert, only the channels whose groups want it (see
      *>          CHECK-CHANNEL-GROUPS).
      *> ===============================================================
       QUEUE-TO-ALL-CHANNELS.
      *> A passive instance under leader election never sends
      *> anything outward - the leader queues and delivers the same
      *> message, and double-sent webhooks were the reason election
      *> exists.
           CALL "LEADER-CHECK"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-CHANNEL-REGISTRY
           IF LS-NC-FILE-STATUS NOT = "00"
           THEN
      *> No registry (or an unreadable one): nothing is configured to
      *> receive notifications, so there is nothing to do.
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LS-NC-FILE-STATUS = "10"
               READ NOTIFICATION-CHANNEL-FILE
                   AT END
                       MOVE "10" TO LS-NC-FILE-STATUS
                   NOT AT END
                       IF NC-ENABLED NOT = "N"
                           AND NC-TENANT = LS-DISPATCH-TENANT
                       THEN
                           PERFORM CHECK-CHANNEL-GROUPS
                           IF LS-CHANNEL-WANTED = "Y"
                           THEN
                               MOVE NC-CHANNEL-ID
                                   TO LS-QUEUE-CHANNEL-ID
                               PERFORM QUEUE-TO-ONE-CHANNEL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NOTIFICATION-CHANNEL-FILE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-CHANNEL-REGISTRY
      *> PURPOSE: Open the channel registry for reading once its
      *>          registered layout is the one this program was built
      *>          against. A refused file is logged with the message
      *>          it holds back and leaves the status "39", which
      *>          both callers treat as an unreadable registry.
      *> ===============================================================
       OPEN-CHANNEL-REGISTRY.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NC-FILE-NAME
               BY REFERENCE C-NC-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "39" TO LS-NC-FILE-STATUS
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Notification channel registry awaits its layout "
                   "migration: not dispatched: "
                   FUNCTION TRIM(IN-SUBJECT)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTIFICATION-CHANNEL-FILE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-CHANNEL-GROUPS
      *> PURPOSE: LS-CHANNEL-WANTED "N" when the channel just read is
      *>          assigned to one or more location groups and none of
      *>          them holds LS-DISPATCH-LOCATION. Anything not about
      *>          a location, and any unassigned channel, is wanted.
      *> ===============================================================
       CHECK-CHANNEL-GROUPS.
           MOVE "Y" TO LS-CHANNEL-WANTED
           IF LS-DISPATCH-LOCATION = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LS-CHANNEL-ASSIGNED
           PERFORM VARYING LG-MEMBER-INDEX FROM 1 BY 1
               UNTIL LG-MEMBER-INDEX > LG-MEMBER-COUNT
               IF LG-MEMBER-KIND(LG-MEMBER-INDEX) = "CHANNEL"
                   AND LG-MEMBER-ID(LG-MEMBER-INDEX) = NC-CHANNEL-ID
               THEN
                   IF LS-CHANNEL-ASSIGNED = "N"
                   THEN
                       MOVE "Y" TO LS-CHANNEL-ASSIGNED
                       MOVE "N" TO LS-CHANNEL-WANTED
                   END-IF
                   PERFORM VARYING LS-MEMBER-IX FROM 1 BY 1
                       UNTIL LS-MEMBER-IX > LG-MEMBER-COUNT
                       IF LG-MEMBER-GROUP-ID(LS-MEMBER-IX)
                               = LG-MEMBER-GROUP-ID(LG-MEMBER-INDEX)
                           AND LG-MEMBER-KIND(LS-MEMBER-IX)
                               = "LOCATION"
                           AND LG-MEMBER-ID(LS-MEMBER-IX)
                               = LS-DISPATCH-LOCATION
                       THEN
                           MOVE "Y" TO LS-CHANNEL-WANTED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: QUEUE-TO-ONE-CHANNEL
      *> PURPOSE: File one copy of the message for the channel just
      *>          read, held for the coalescing window when
      *>          LS-HOLD-SECONDS is set. A copy the outbox could not
      *>          even record is the only thing counted as failed
      *>          here; delivery itself is the drain's business.
      *> ===============================================================
       QUEUE-TO-ONE-CHANNEL.
           IF LS-HOLD-SECONDS > 0
           THEN
               CALL "OUTBOX-HOLD" USING
                   BY REFERENCE LS-QUEUE-CHANNEL-ID
                   BY REFERENCE IN-LEVEL
                   BY REFERENCE IN-SUMMARY
                   BY REFERENCE IN-MESSAGE
                   BY REFERENCE LS-HOLD-SECONDS
                   BY REFERENCE LS-MESSAGE-ID
                   RETURNING RETURN-CODE
           ELSE
               CALL "OUTBOX-ENQUEUE" USING
                   BY REFERENCE LS-QUEUE-CHANNEL-ID
                   BY REFERENCE IN-SUBJECT
                   BY REFERENCE IN-MESSAGE
                   BY REFERENCE LS-MESSAGE-ID
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
           THEN
               ADD 1 TO OUT-DELIVERED-COUNT
