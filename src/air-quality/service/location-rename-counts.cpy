      *> ===============================================================
      *> COPYBOOK: location-rename-counts
      *> PURPOSE: What LOCATION-RENAME-RUN found (a dry run) or did
      *>          (a real run) when moving one watched location's
      *>          records onto another id: per file, the records
      *>          moved onto the new id or label, and the records
      *>          dropped because the surviving location already
      *>          held one under the same key (a merge keeps the
      *>          survivor's own reading for a day both recorded).
      *>          LRC-MODE is RENAME when the new id is not yet in
      *>          the registry (the entry itself changes id, and the
      *>          archives keyed on its coordinates stay as they
      *>          are), MERGE when it is (the old entry goes, and
      *>          its coordinate-keyed archives move onto the
      *>          survivor's label too).
      *>          LRC-FILE-STATE per file: "D" read (and, on a real
      *>          run, rewritten), "A" absent - nothing to move, "S"
      *>          skipped - awaiting layout migration, "F" could not
      *>          be opened or rewritten.
      *> ===============================================================
       01  C-LRC-FILE-MAX-COUNT         CONSTANT AS 12.
       01  LRC-COUNTS-GRP.
           05  LRC-MODE                 PIC X(6).
           05  LRC-FROM-LABEL           PIC X(21).
           05  LRC-TO-LABEL             PIC X(21).
           05  LRC-MOVED-TOTAL          PIC 9(9).
           05  LRC-DROPPED-TOTAL        PIC 9(9).
           05  LRC-FAILED-FILES         PIC 9(2).
           05  LRC-FILE-COUNT           PIC 9(2).
           05  LRC-FILE OCCURS 12 TIMES.
               10  LRC-FILE-NAME        PIC X(40).
               10  LRC-MOVED            PIC 9(7).
               10  LRC-DROPPED          PIC 9(7).
               10  LRC-FILE-STATE       PIC X(1).
