      *>          about it is the product, the reading alone is half
      *>          of it. When both a GENERAL and a SENSITIVE rule
      *>          match, both texts come back joined, the sensitive
      *>          one flagged as such. Rules written for one
      *>          category of sensitive site are left to
      *>          HEALTH-RECOMMENDATION-FOR-SITE.
      *>          While the request being answered belongs to a
      *>          subscriber whose profile marks them as in a
      *>          sensitive group (see HEALTH-RECOMMENDATION-AUDIENCE),
      *>          the SENSITIVE rules' texts come back alone and
      *>          unlabelled - the reader is the audience - and the
      *>          GENERAL ones only when no SENSITIVE rule matches.
      *>          The rules live in health-recommendations.dat (see
      *>          the health-recommendation copybook), loaded once
      *>          per run-unit and again after the admin routes
      *>          change them; no file means no guidance and every
      *>          lookup comes back empty.
      *> ===============================================================

       WORKING-STORAGE SECTION.
       01  WS-HR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RULES-LOADED              PIC X(01) VALUE "N".
      *> The audience of the request being answered: "SENSITIVE" for
      *> a flagged subscriber, spaces for everyone else. Like the
      *> correlation id (see AQRSS-CORRELATION) it is shared by the
      *> MHD worker threads; two requests in flight at the same
      *> instant can at worst swap the wording of their guidance.
       01  WS-AUDIENCE                  PIC X(9) VALUE SPACES.
       01  C-RULE-MAX-COUNT             CONSTANT AS 100.
       01  WS-RULE-COUNT                PIC 9(3) VALUE 0.
       01  WS-RULE-TABLE.
       01  LS-SENSITIVE-LABEL           PIC X(24) VALUE SPACES.
       01  LS-SCRATCH                   PIC X(400) VALUE SPACES.
       01  LS-JOINED                    PIC X(400) VALUE SPACES.
       01  LS-CATEGORY-UPPER            PIC X(9) VALUE SPACES.
       01  LS-IS-SITE-AUDIENCE          PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-ITEM-NAME                 PIC X(16).
       01  IN-LEVEL                     PIC 9(2).
       01  IN-LANG                      PIC X(2).
       01  OUT-RECOMMENDATION           PIC X(400).
       01  IN-SITE-CATEGORY             PIC X(9).
       01  IN-AUDIENCE                  PIC X(9).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-ITEM-NAME
               MOVE "Personnes sensibles : " TO LS-SENSITIVE-LABEL
           END-IF

           IF WS-AUDIENCE = "SENSITIVE"
           THEN
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RL-AUDIENCE(WS-RULE-IDX) = "SENSITIVE"
                   THEN
                       PERFORM MATCH-SITE-RULE
                   END-IF
               END-PERFORM
               IF FUNCTION TRIM(OUT-RECOMMENDATION) NOT = SPACES
               THEN
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF (FUNCTION UPPER-CASE(FUNCTION TRIM(
                   AND IN-LEVEL <= WS-RL-LEVEL-HIGH(WS-RULE-IDX)
                   AND WS-RL-LANG(WS-RULE-IDX) = IN-LANG
               THEN
                   PERFORM CHECK-SITE-AUDIENCE
                   IF LS-IS-SITE-AUDIENCE = "N"
                   THEN
                       PERFORM APPEND-ONE-RULE-TEXT
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: HEALTH-RECOMMENDATION-FOR-SITE
      *> PURPOSE: The guidance one category of sensitive site (SCHOOL,
      *>          CRECHE, CAREHOME, HOSPITAL) gets for the reading:
      *>          the rules whose audience is that category; failing
      *>          those, the SENSITIVE rules; failing those too, the
      *>          built-in advice for the category, so a facility is
      *>          never told only a number.
      *> ===============================================================
       ENTRY "HEALTH-RECOMMENDATION-FOR-SITE" USING
           BY REFERENCE IN-ITEM-NAME
           BY REFERENCE IN-LEVEL
           BY REFERENCE IN-LANG
           BY REFERENCE IN-SITE-CATEGORY
           BY REFERENCE OUT-RECOMMENDATION.

           MOVE SPACES TO OUT-RECOMMENDATION

           IF WS-RULES-LOADED = "N"
           THEN
               PERFORM LOAD-RECOMMENDATION-RULES
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-ITEM-NAME))
               TO LS-ITEM-UPPER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-SITE-CATEGORY))
               TO LS-CATEGORY-UPPER

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RL-AUDIENCE(WS-RULE-IDX) = LS-CATEGORY-UPPER
               THEN
                   PERFORM MATCH-SITE-RULE
               END-IF
           END-PERFORM

           IF FUNCTION TRIM(OUT-RECOMMENDATION) = SPACES
           THEN
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RL-AUDIENCE(WS-RULE-IDX) = "SENSITIVE"
                   THEN
                       PERFORM MATCH-SITE-RULE
                   END-IF
               END-PERFORM
           END-IF

           IF FUNCTION TRIM(OUT-RECOMMENDATION) = SPACES
           THEN
               PERFORM DEFAULT-SITE-GUIDANCE
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: HEALTH-RECOMMENDATION-AUDIENCE
      *> PURPOSE: Set the audience of the request being answered -
      *>          "SENSITIVE" for a subscriber flagged as in a
      *>          sensitive group, spaces for the public. The router
      *>          sets it on every request and the server clears it
      *>          once the answer is sent, so a batch run in the same
      *>          run-unit always writes for the public.
      *> ===============================================================
       ENTRY "HEALTH-RECOMMENDATION-AUDIENCE" USING
           BY REFERENCE IN-AUDIENCE.

           IF IN-AUDIENCE = "SENSITIVE"
           THEN
               MOVE "SENSITIVE" TO WS-AUDIENCE
           ELSE
               MOVE SPACES TO WS-AUDIENCE
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: HEALTH-RECOMMENDATION-RELOAD
      *> PURPOSE: Forget the loaded rules, so the next lookup reads
      *>          the file afresh - HEALTH-RULE-REGISTRY calls it
      *>          after every rewrite of the rules file.
      *> ===============================================================
       ENTRY "HEALTH-RECOMMENDATION-RELOAD".

           MOVE "N" TO WS-RULES-LOADED
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SITE-AUDIENCE
      *> PURPOSE: Flag the rule at WS-RULE-IDX when its audience is a
      *>          sensitive-site category rather than the public.
      *> ===============================================================
       CHECK-SITE-AUDIENCE.
           MOVE "N" TO LS-IS-SITE-AUDIENCE
           IF WS-RL-AUDIENCE(WS-RULE-IDX) = "SCHOOL"
               OR WS-RL-AUDIENCE(WS-RULE-IDX) = "CRECHE"
               OR WS-RL-AUDIENCE(WS-RULE-IDX) = "CAREHOME"
               OR WS-RL-AUDIENCE(WS-RULE-IDX) = "HOSPITAL"
           THEN
               MOVE "Y" TO LS-IS-SITE-AUDIENCE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MATCH-SITE-RULE
      *> PURPOSE: Join the rule at WS-RULE-IDX into the site's
      *>          guidance when its item, level range and language
      *>          fit the reading. The facility (or the flagged
      *>          subscriber) is the audience, so the text goes in
      *>          without the "sensitive groups" label the public
      *>          feeds carry.
      *> ===============================================================
       MATCH-SITE-RULE.
           IF (FUNCTION UPPER-CASE(FUNCTION TRIM(
                   WS-RL-ITEM-NAME(WS-RULE-IDX))) = LS-ITEM-UPPER
               OR FUNCTION TRIM(WS-RL-ITEM-NAME(WS-RULE-IDX)) = "*")
               AND IN-LEVEL >= WS-RL-LEVEL-LOW(WS-RULE-IDX)
               AND IN-LEVEL <= WS-RL-LEVEL-HIGH(WS-RULE-IDX)
               AND WS-RL-LANG(WS-RULE-IDX) = IN-LANG
           THEN
               MOVE FUNCTION TRIM(WS-RL-TEXT(WS-RULE-IDX))
                   TO LS-SCRATCH
               PERFORM JOIN-SCRATCH-TEXT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: DEFAULT-SITE-GUIDANCE
      *> PURPOSE: The built-in advice per category, used when the
      *>          rules file has nothing for the site at all.
      *> ===============================================================
       DEFAULT-SITE-GUIDANCE.
           EVALUATE LS-CATEGORY-UPPER ALSO IN-LANG
           WHEN "SCHOOL" ALSO "EN"
               MOVE "Cancel outdoor PE this afternoon and keep break "
                   & "times indoors." TO OUT-RECOMMENDATION
           WHEN "SCHOOL" ALSO ANY
               MOVE "Annulez l'EPS en exterieur cet apres-midi et "
                   & "gardez les recreations a l'interieur."
                   TO OUT-RECOMMENDATION
           WHEN "CRECHE" ALSO "EN"
               MOVE "Keep the children indoors and postpone walks "
                   & "and outdoor play." TO OUT-RECOMMENDATION
           WHEN "CRECHE" ALSO ANY
               MOVE "Gardez les enfants a l'interieur et reportez "
                   & "promenades et jeux dehors." TO OUT-RECOMMENDATION
           WHEN "CAREHOME" ALSO "EN"
               MOVE "Keep residents indoors, postpone outings and "
                   & "watch for breathlessness." TO OUT-RECOMMENDATION
           WHEN "CAREHOME" ALSO ANY
               MOVE "Gardez les residents a l'interieur, reportez "
                   & "les sorties et surveillez tout essoufflement."
                   TO OUT-RECOMMENDATION
           WHEN "HOSPITAL" ALSO "EN"
               MOVE "Expect more respiratory and cardiac admissions; "
                   & "limit outdoor patient transfers."
                   TO OUT-RECOMMENDATION
           WHEN "HOSPITAL" ALSO ANY
               MOVE "Prevoyez davantage d'admissions respiratoires "
                   & "et cardiaques ; limitez les transferts de "
                   & "patients en exterieur." TO OUT-RECOMMENDATION
           WHEN ANY ALSO "EN"
               MOVE "Limit outdoor activity for the people in your "
                   & "care." TO OUT-RECOMMENDATION
           WHEN OTHER
               MOVE "Limitez les activites en exterieur des personnes "
                   & "dont vous avez la charge." TO OUT-RECOMMENDATION
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-RULE-TEXT
      *> PURPOSE: Fold the matching rule at WS-RULE-IDX into the
                   TO LS-SCRATCH
           END-IF

           PERFORM JOIN-SCRATCH-TEXT.

      *> ===============================================================
      *> PARAGRAPH: JOIN-SCRATCH-TEXT
      *> PURPOSE: Append LS-SCRATCH to the answer, "; "-separated.
      *> ===============================================================
       JOIN-SCRATCH-TEXT.
           IF FUNCTION TRIM(OUT-RECOMMENDATION) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-SCRATCH) TO OUT-RECOMMENDATION
