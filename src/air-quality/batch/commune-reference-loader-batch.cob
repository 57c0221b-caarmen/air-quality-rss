      *>          Sainte-Colombe, for instance) keep the first row
      *>          seen, matching the live provider's own best-match
      *>          behavior of returning one answer per name.
      *>          When the INSEE legal population listing is present
      *>          (commune-population.csv, one insee;population line
      *>          per commune - the header and any line whose
      *>          population is not a number are skipped), it is
      *>          loaded first into the indexed commune population
      *>          file, and every reference record picks its
      *>          commune's population up from there. Without the
      *>          listing the reference loads as before with every
      *>          population at 0, which the population-weighted
      *>          figures treat as unknown.
      *>          When the official INSEE change file is present
      *>          (commune-changes.csv, the comma-separated COG
      *>          "mouvements des communes" listing, one event per
      *>          line: MOD,DATE_EFF,TYPECOM_AV,COM_AV,...,LIBELLE_AV,
      *>          TYPECOM_AP,COM_AP,...,LIBELLE_AP), the commune
      *>          succession file is rebuilt from it: every code a
      *>          merger or renumbering retired, the code it went to,
      *>          and the code in force today at the end of that
      *>          chain (see commune-succession). Without the file an
      *>          earlier succession table is left untouched, the same
      *>          as the population file. Either way the run closes
      *>          with COMMUNE-MERGER-SERVICE's report of every
      *>          registry entry still pointing at a retired code, for
      *>          the operator to remap from the admin routes.
      *> ===============================================================

       IDENTIFICATION DIVISION.
               RECORD KEY IS CR-NAME-KEY
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT POPULATION-CSV-FILE ASSIGN TO
                   "commune-population.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCSV-FILE-STATUS.

           SELECT COMMUNE-POPULATION-FILE ASSIGN TO
                   "commune-population.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-INSEE-CODE
               FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT CHANGE-CSV-FILE ASSIGN TO "commune-changes.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCSV-FILE-STATUS.

           SELECT COMMUNE-SUCCESSION-FILE ASSIGN TO
                   "commune-succession.dat"
      *> DYNAMIC: the change lines are filed by key, then the chain
      *> resolution reads the whole file back in key order.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-OLD-CODE
               FILE STATUS IS WS-CS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  COMMUNE-REFERENCE-FILE.
       COPY commune-reference IN "geocode/service".

       FD  POPULATION-CSV-FILE.
       01  PCSV-LINE                    PIC X(200).

       FD  COMMUNE-POPULATION-FILE.
       COPY commune-population IN "geocode/service".

       FD  CHANGE-CSV-FILE.
       01  CCSV-LINE                    PIC X(600).

       FD  COMMUNE-SUCCESSION-FILE.
       COPY commune-succession IN "geocode/service".

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PCSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CP-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CCSV-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CS-FILE-STATUS            PIC X(02) VALUE SPACES.

       01  WS-CSV-NAME                  PIC X(100) VALUE SPACES.
       01  WS-CSV-INSEE                 PIC X(10) VALUE SPACES.
       01  WS-CSV-LATITUDE              PIC X(20) VALUE SPACES.
       01  WS-CSV-LONGITUDE             PIC X(20) VALUE SPACES.
       01  WS-CSV-POPULATION            PIC X(20) VALUE SPACES.

       01  WS-LOADED-COUNT              PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT             PIC 9(6) VALUE 0.
       01  WS-DUPLICATE-COUNT           PIC 9(6) VALUE 0.
       01  WS-POPULATION-LOADED         PIC 9(6) VALUE 0.
       01  WS-POPULATION-MATCHED        PIC 9(6) VALUE 0.
       01  WS-HAS-POPULATION            PIC X(01) VALUE "N".

      *> One line of the INSEE change file, split into its fourteen
      *> columns (the normalised and rich-text names are not kept).
       01  WS-CHG-MOD                   PIC X(10) VALUE SPACES.
       01  WS-CHG-DATE                  PIC X(20) VALUE SPACES.
       01  WS-CHG-TYPE-BEFORE           PIC X(10) VALUE SPACES.
       01  WS-CHG-CODE-BEFORE           PIC X(10) VALUE SPACES.
       01  WS-CHG-TNCC-BEFORE           PIC X(10) VALUE SPACES.
       01  WS-CHG-NCC-BEFORE            PIC X(100) VALUE SPACES.
       01  WS-CHG-NCCENR-BEFORE         PIC X(100) VALUE SPACES.
       01  WS-CHG-NAME-BEFORE           PIC X(100) VALUE SPACES.
       01  WS-CHG-TYPE-AFTER            PIC X(10) VALUE SPACES.
       01  WS-CHG-CODE-AFTER            PIC X(10) VALUE SPACES.
       01  WS-CHG-TNCC-AFTER            PIC X(10) VALUE SPACES.
       01  WS-CHG-NCC-AFTER             PIC X(100) VALUE SPACES.
       01  WS-CHG-NCCENR-AFTER          PIC X(100) VALUE SPACES.
       01  WS-CHG-NAME-AFTER            PIC X(100) VALUE SPACES.
       01  WS-CHG-OLD-CODE              PIC X(5) VALUE SPACES.
       01  WS-CHG-NEW-CODE              PIC X(5) VALUE SPACES.
       01  WS-CHG-EFFECTIVE-DATE        PIC X(10) VALUE SPACES.

       01  WS-SUCCESSION-FILED          PIC 9(6) VALUE 0.
       01  WS-SUCCESSION-RESTORED       PIC 9(6) VALUE 0.
       01  WS-SUCCESSION-SKIPPED        PIC 9(6) VALUE 0.
       01  WS-SUCCESSION-RESOLVED       PIC 9(6) VALUE 0.
       01  WS-HAS-SUCCESSION            PIC X(01) VALUE "N".
       01  WS-CHANGE-PASS               PIC X(01) VALUE SPACES.

      *> The succession file read back in key order, so each retired
      *> code finds where its successor went by binary search while
      *> the chain to today's code is walked. A successor is only
      *> followed when it was itself retired on or after the day the
      *> code before it was, so a code re-used after a restoration
      *> cannot send the walk backwards; the depth limit guards the
      *> rest.
       01  C-SUCCESSION-MAX-COUNT       CONSTANT AS 20000.
       01  C-SUCCESSION-MAX-DEPTH       PIC 9(2) VALUE 20.
       01  WS-SUCCESSION-COUNT          PIC 9(5) VALUE 0.
       01  WS-SUCCESSION-TABLE.
           05  WS-ST-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-SUCCESSION-COUNT
                   ASCENDING KEY IS WS-ST-OLD-CODE
                   INDEXED BY WS-ST-IDX.
               10  WS-ST-OLD-CODE       PIC X(5).
               10  WS-ST-NEW-CODE       PIC X(5).
               10  WS-ST-DATE           PIC X(10).
               10  WS-ST-NEW-NAME       PIC X(40).
       01  WS-ST-SLOT                   PIC 9(5) VALUE 0.
       01  WS-WALK-CODE                 PIC X(5) VALUE SPACES.
       01  WS-WALK-DATE                 PIC X(10) VALUE SPACES.
       01  WS-WALK-NAME                 PIC X(40) VALUE SPACES.
       01  WS-WALK-DEPTH                PIC 9(2) VALUE 0.
       01  WS-WALK-DONE                 PIC X(01) VALUE "N".

      *> COMMUNE-MERGER-SERVICE's report of the registry entries
      *> still on retired codes.
       01  WS-MERGER-REPORT             PIC X(10000) VALUE SPACES.

       PROCEDURE DIVISION.

               GOBACK
           END-IF

           PERFORM LOAD-POPULATION-LISTING

           OPEN OUTPUT COMMUNE-REFERENCE-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
           THEN

           CLOSE COMMUNE-CSV-FILE
           CLOSE COMMUNE-REFERENCE-FILE
           IF WS-HAS-POPULATION = "Y"
           THEN
               CLOSE COMMUNE-POPULATION-FILE
           END-IF

           DISPLAY "Commune loader: " WS-LOADED-COUNT " loaded, "
               WS-DUPLICATE-COUNT " homonyms kept first, "
               WS-SKIPPED-COUNT " malformed lines skipped"
           DISPLAY "Commune loader: " WS-POPULATION-LOADED
               " populations loaded, " WS-POPULATION-MATCHED
               " communes given their population"

           PERFORM LOAD-SUCCESSION-LISTING
           IF WS-HAS-SUCCESSION = "Y"
           THEN
               DISPLAY "Commune loader: " WS-SUCCESSION-FILED
                   " retired codes on file, " WS-SUCCESSION-RESTORED
                   " restored communes dropped, "
                   WS-SUCCESSION-SKIPPED " change lines skipped"
               DISPLAY "Commune loader: " WS-SUCCESSION-RESOLVED
                   " retired codes followed to a later merger"
           END-IF

           MOVE SPACES TO WS-MERGER-REPORT
           CALL "COMMUNE-MERGER-REPORT" USING
               BY REFERENCE WS-MERGER-REPORT
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               DISPLAY FUNCTION TRIM(WS-MERGER-REPORT)
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.
           MOVE WS-CSV-INSEE TO CR-INSEE-CODE
           MOVE WS-CSV-LATITUDE TO CR-LATITUDE-STR
           MOVE WS-CSV-LONGITUDE TO CR-LONGITUDE-STR
           MOVE 0 TO CR-POPULATION
           IF WS-HAS-POPULATION = "Y"
           THEN
               MOVE CR-INSEE-CODE TO CP-INSEE-CODE
               READ COMMUNE-POPULATION-FILE
               IF WS-CP-FILE-STATUS = "00"
               THEN
                   MOVE CP-POPULATION TO CR-POPULATION
                   ADD 1 TO WS-POPULATION-MATCHED
               END-IF
           END-IF

           WRITE CR-RECORD
           EVALUATE WS-CR-FILE-STATUS
               ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-POPULATION-LISTING
      *> PURPOSE: Rebuild the commune population file from the INSEE
      *>          listing, then leave it open for the reference
      *>          records' keyed reads. No listing leaves
      *>          WS-HAS-POPULATION at "N" and an earlier population
      *>          file untouched.
      *> ===============================================================
       LOAD-POPULATION-LISTING.
           MOVE "N" TO WS-HAS-POPULATION
           OPEN INPUT POPULATION-CSV-FILE
           IF WS-PCSV-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Commune loader: no commune-population.csv "
                   "found, populations left at 0"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT COMMUNE-POPULATION-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Commune loader: could not create "
                   "commune-population.dat, status "
                   WS-CP-FILE-STATUS
               CLOSE POPULATION-CSV-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PCSV-FILE-STATUS = "10"
               READ POPULATION-CSV-FILE
                   AT END
                       MOVE "10" TO WS-PCSV-FILE-STATUS
                   NOT AT END
                       PERFORM LOAD-ONE-POPULATION-LINE
               END-READ
           END-PERFORM
           CLOSE POPULATION-CSV-FILE
           CLOSE COMMUNE-POPULATION-FILE

           OPEN INPUT COMMUNE-POPULATION-FILE
           IF WS-CP-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO WS-HAS-POPULATION
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-ONE-POPULATION-LINE
      *> PURPOSE: Split one insee;population line and file it. The
      *>          header line and any line without a numeric
      *>          population are skipped; a code seen twice keeps its
      *>          first population.
      *> ===============================================================
       LOAD-ONE-POPULATION-LINE.
           MOVE SPACES TO WS-CSV-INSEE
           MOVE SPACES TO WS-CSV-POPULATION
           UNSTRING PCSV-LINE
               DELIMITED BY ";"
               INTO WS-CSV-INSEE WS-CSV-POPULATION
           END-UNSTRING

           IF FUNCTION TRIM(WS-CSV-INSEE) = SPACES
               OR FUNCTION TRIM(WS-CSV-POPULATION) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-CSV-POPULATION) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CP-RECORD
           MOVE FUNCTION TRIM(WS-CSV-INSEE) TO CP-INSEE-CODE
           MOVE FUNCTION NUMVAL(WS-CSV-POPULATION) TO CP-POPULATION
           WRITE CP-RECORD
           IF WS-CP-FILE-STATUS = "00"
           THEN
               ADD 1 TO WS-POPULATION-LOADED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-SUCCESSION-LISTING
      *> PURPOSE: Rebuild the commune succession file from the INSEE
      *>          change file, then resolve every retired code to the
      *>          code in force today. No change file leaves
      *>          WS-HAS-SUCCESSION at "N" and an earlier succession
      *>          file untouched.
      *> ===============================================================
       LOAD-SUCCESSION-LISTING.
           MOVE "N" TO WS-HAS-SUCCESSION
           OPEN INPUT CHANGE-CSV-FILE
           IF WS-CCSV-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Commune loader: no commune-changes.csv "
                   "found, succession table left as it was"
               EXIT PARAGRAPH
           END-IF

      *> Created empty, then reopened I-O: a later event for a code
      *> already filed replaces it, and a restoration deletes it.
           OPEN OUTPUT COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS = "00"
           THEN
               CLOSE COMMUNE-SUCCESSION-FILE
               OPEN I-O COMMUNE-SUCCESSION-FILE
           END-IF
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Commune loader: could not create "
                   "commune-succession.dat, status "
                   WS-CS-FILE-STATUS
               CLOSE CHANGE-CSV-FILE
               EXIT PARAGRAPH
           END-IF

      *> Two passes: the retirements first, then the restorations,
      *> so a restoration cancels the retirement before it whichever
      *> order the file lists its events in.
           MOVE "R" TO WS-CHANGE-PASS
           PERFORM READ-CHANGE-FILE-PASS
           CLOSE CHANGE-CSV-FILE
           OPEN INPUT CHANGE-CSV-FILE
           MOVE "S" TO WS-CHANGE-PASS
           PERFORM READ-CHANGE-FILE-PASS
           CLOSE CHANGE-CSV-FILE
           CLOSE COMMUNE-SUCCESSION-FILE

           MOVE "Y" TO WS-HAS-SUCCESSION
           PERFORM RESOLVE-SUCCESSION-CHAINS.

      *> ===============================================================
      *> PARAGRAPH: READ-CHANGE-FILE-PASS
      *> PURPOSE: One pass over the INSEE change file, for the events
      *>          WS-CHANGE-PASS names.
      *> ===============================================================
       READ-CHANGE-FILE-PASS.
           PERFORM UNTIL WS-CCSV-FILE-STATUS(1:1) NOT = "0"
               READ CHANGE-CSV-FILE
                   AT END
                       MOVE "10" TO WS-CCSV-FILE-STATUS
                   NOT AT END
                       PERFORM LOAD-ONE-CHANGE-LINE
               END-READ
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOAD-ONE-CHANGE-LINE
      *> PURPOSE: Split one line of the INSEE change file and file
      *>          what it says about a commune code. The header (and
      *>          any line whose MOD is not a number) is skipped.
      *>          A merger (MOD 31, 32, 33, 34) or a renumbering (41,
      *>          50) retires COM_AV into COM_AP when both sides are
      *>          full communes (TYPECOM "COM") under different codes
      *>          - the rows that keep a code as a commune deleguee or
      *>          associee, or the chef-lieu's own row, retire
      *>          nothing. A code retired twice keeps its latest
      *>          retirement. A restoration (MOD 21) brings COM_AP
      *>          back as a commune, so an earlier retirement of that
      *>          code is dropped. Every other event is ignored.
      *>          Retirements are filed on the "R" pass, restorations
      *>          applied on the "S" pass.
      *> ===============================================================
       LOAD-ONE-CHANGE-LINE.
           INSPECT CCSV-LINE REPLACING ALL QUOTE BY SPACE
           MOVE SPACES TO WS-CHG-MOD WS-CHG-DATE
               WS-CHG-TYPE-BEFORE WS-CHG-CODE-BEFORE
               WS-CHG-TNCC-BEFORE WS-CHG-NCC-BEFORE
               WS-CHG-NCCENR-BEFORE WS-CHG-NAME-BEFORE
               WS-CHG-TYPE-AFTER WS-CHG-CODE-AFTER
               WS-CHG-TNCC-AFTER WS-CHG-NCC-AFTER
               WS-CHG-NCCENR-AFTER WS-CHG-NAME-AFTER
           UNSTRING CCSV-LINE
               DELIMITED BY ","
               INTO WS-CHG-MOD WS-CHG-DATE
                   WS-CHG-TYPE-BEFORE WS-CHG-CODE-BEFORE
                   WS-CHG-TNCC-BEFORE WS-CHG-NCC-BEFORE
                   WS-CHG-NCCENR-BEFORE WS-CHG-NAME-BEFORE
                   WS-CHG-TYPE-AFTER WS-CHG-CODE-AFTER
                   WS-CHG-TNCC-AFTER WS-CHG-NCC-AFTER
                   WS-CHG-NCCENR-AFTER WS-CHG-NAME-AFTER
           END-UNSTRING

           IF FUNCTION TRIM(WS-CHG-MOD) = SPACES
               OR FUNCTION TRIM(WS-CHG-MOD) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CHG-CODE-BEFORE) TO WS-CHG-OLD-CODE
           MOVE FUNCTION TRIM(WS-CHG-CODE-AFTER) TO WS-CHG-NEW-CODE
           MOVE FUNCTION TRIM(WS-CHG-DATE) TO WS-CHG-EFFECTIVE-DATE
           IF WS-CHG-EFFECTIVE-DATE(5:1) NOT = "-"
               OR WS-CHG-EFFECTIVE-DATE(8:1) NOT = "-"
               OR WS-CHG-NEW-CODE = SPACES
           THEN
               IF WS-CHANGE-PASS = "R"
               THEN
                   ADD 1 TO WS-SUCCESSION-SKIPPED
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-CHG-MOD)
           WHEN "21"
               IF FUNCTION TRIM(WS-CHG-TYPE-AFTER) = "COM"
                   AND WS-CHANGE-PASS = "S"
               THEN
                   MOVE WS-CHG-NEW-CODE TO CS-OLD-CODE
                   READ COMMUNE-SUCCESSION-FILE
                   IF WS-CS-FILE-STATUS = "00"
                       AND CS-EFFECTIVE-DATE <= WS-CHG-EFFECTIVE-DATE
                   THEN
                       DELETE COMMUNE-SUCCESSION-FILE RECORD
                       SUBTRACT 1 FROM WS-SUCCESSION-FILED
                       ADD 1 TO WS-SUCCESSION-RESTORED
                   END-IF
               END-IF
           WHEN "31"
           WHEN "32"
           WHEN "33"
           WHEN "34"
           WHEN "41"
           WHEN "50"
               IF WS-CHANGE-PASS = "R"
                   AND FUNCTION TRIM(WS-CHG-TYPE-BEFORE) = "COM"
                   AND FUNCTION TRIM(WS-CHG-TYPE-AFTER) = "COM"
                   AND WS-CHG-OLD-CODE NOT = SPACES
                   AND WS-CHG-OLD-CODE NOT = WS-CHG-NEW-CODE
               THEN
                   PERFORM FILE-ONE-RETIREMENT
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: FILE-ONE-RETIREMENT
      *> PURPOSE: File WS-CHG-OLD-CODE as retired into
      *>          WS-CHG-NEW-CODE, or replace its earlier retirement
      *>          when this one is no older. Today's code is left
      *>          blank for RESOLVE-SUCCESSION-CHAINS.
      *> ===============================================================
       FILE-ONE-RETIREMENT.
           MOVE WS-CHG-OLD-CODE TO CS-OLD-CODE
           READ COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS = "00"
               AND CS-EFFECTIVE-DATE > WS-CHG-EFFECTIVE-DATE
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CS-RECORD
           MOVE WS-CHG-OLD-CODE TO CS-OLD-CODE
           MOVE WS-CHG-NEW-CODE TO CS-NEW-CODE
           MOVE WS-CHG-EFFECTIVE-DATE TO CS-EFFECTIVE-DATE
           MOVE FUNCTION TRIM(WS-CHG-MOD) TO CS-CHANGE-KIND
           MOVE FUNCTION TRIM(WS-CHG-NAME-BEFORE) TO CS-OLD-NAME
           MOVE FUNCTION TRIM(WS-CHG-NAME-AFTER) TO CS-NEW-NAME
           IF WS-CS-FILE-STATUS = "00"
           THEN
               REWRITE CS-RECORD
           ELSE
               WRITE CS-RECORD
               IF WS-CS-FILE-STATUS = "00"
               THEN
                   ADD 1 TO WS-SUCCESSION-FILED
               END-IF
           END-IF
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Commune loader: could not file retired code "
                   CS-OLD-CODE ", status " WS-CS-FILE-STATUS
               ADD 1 TO WS-SUCCESSION-SKIPPED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-SUCCESSION-CHAINS
      *> PURPOSE: Read the succession file back into
      *>          WS-SUCCESSION-TABLE in key order, then give every
      *>          record the code (and name) at the end of its chain
      *>          of mergers - a commune merged in 2016 into one that
      *>          merged again in 2019 resolves straight to the 2019
      *>          commune.
      *> ===============================================================
       RESOLVE-SUCCESSION-CHAINS.
           MOVE 0 TO WS-SUCCESSION-COUNT
           OPEN INPUT COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CS-FILE-STATUS NOT = "00"
               READ COMMUNE-SUCCESSION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CS-FILE-STATUS
                   NOT AT END
                       IF WS-SUCCESSION-COUNT
                           < C-SUCCESSION-MAX-COUNT
                       THEN
                           ADD 1 TO WS-SUCCESSION-COUNT
                           MOVE CS-OLD-CODE TO
                               WS-ST-OLD-CODE(WS-SUCCESSION-COUNT)
                           MOVE CS-NEW-CODE TO
                               WS-ST-NEW-CODE(WS-SUCCESSION-COUNT)
                           MOVE CS-EFFECTIVE-DATE TO
                               WS-ST-DATE(WS-SUCCESSION-COUNT)
                           MOVE CS-NEW-NAME TO
                               WS-ST-NEW-NAME(WS-SUCCESSION-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMUNE-SUCCESSION-FILE
           IF WS-SUCCESSION-COUNT >= C-SUCCESSION-MAX-COUNT
           THEN
               DISPLAY "Commune loader: succession table full at "
                   WS-SUCCESSION-COUNT " codes, later codes resolve "
                   "one step only"
           END-IF

           OPEN I-O COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Commune loader: could not reopen "
                   "commune-succession.dat, status "
                   WS-CS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CS-OLD-CODE
           START COMMUNE-SUCCESSION-FILE
               KEY IS NOT LESS THAN CS-OLD-CODE
           PERFORM UNTIL WS-CS-FILE-STATUS NOT = "00"
               READ COMMUNE-SUCCESSION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CS-FILE-STATUS
                   NOT AT END
                       PERFORM RESOLVE-ONE-SUCCESSION
                       REWRITE CS-RECORD
               END-READ
           END-PERFORM
           CLOSE COMMUNE-SUCCESSION-FILE.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-ONE-SUCCESSION
      *> PURPOSE: Walk the CS-RECORD just read from its successor to
      *>          the first code that was not retired later, and set
      *>          CS-CURRENT-CODE and CS-CURRENT-NAME to it.
      *> ===============================================================
       RESOLVE-ONE-SUCCESSION.
           MOVE CS-NEW-CODE TO WS-WALK-CODE
           MOVE CS-EFFECTIVE-DATE TO WS-WALK-DATE
           MOVE CS-NEW-NAME TO WS-WALK-NAME
           MOVE 0 TO WS-WALK-DEPTH
           MOVE "N" TO WS-WALK-DONE
           PERFORM UNTIL WS-WALK-DONE = "Y"
               PERFORM FIND-SUCCESSION-ENTRY
               IF WS-ST-SLOT = 0
                   OR WS-WALK-DEPTH >= C-SUCCESSION-MAX-DEPTH
               THEN
                   MOVE "Y" TO WS-WALK-DONE
               ELSE
                   IF WS-ST-DATE(WS-ST-SLOT) < WS-WALK-DATE
                       OR WS-ST-NEW-CODE(WS-ST-SLOT) = CS-OLD-CODE
                   THEN
                       MOVE "Y" TO WS-WALK-DONE
                   ELSE
                       MOVE WS-ST-NEW-CODE(WS-ST-SLOT) TO WS-WALK-CODE
                       MOVE WS-ST-DATE(WS-ST-SLOT) TO WS-WALK-DATE
                       MOVE WS-ST-NEW-NAME(WS-ST-SLOT)
                           TO WS-WALK-NAME
                       ADD 1 TO WS-WALK-DEPTH
                   END-IF
               END-IF
           END-PERFORM
           IF WS-WALK-DEPTH > 0
           THEN
               ADD 1 TO WS-SUCCESSION-RESOLVED
           END-IF
           MOVE WS-WALK-CODE TO CS-CURRENT-CODE
           MOVE WS-WALK-NAME TO CS-CURRENT-NAME.

      *> ===============================================================
      *> PARAGRAPH: FIND-SUCCESSION-ENTRY
      *> PURPOSE: The succession table slot of retired code
      *>          WS-WALK-CODE into WS-ST-SLOT, 0 when the code was
      *>          never retired.
      *> ===============================================================
       FIND-SUCCESSION-ENTRY.
           MOVE 0 TO WS-ST-SLOT
           IF WS-SUCCESSION-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-ST-ENTRY
               AT END
                   MOVE 0 TO WS-ST-SLOT
               WHEN WS-ST-OLD-CODE(WS-ST-IDX) = WS-WALK-CODE
                   SET WS-ST-SLOT TO WS-ST-IDX
           END-SEARCH.

       END PROGRAM COMMUNE-REFERENCE-LOADER-BATCH.
