      *> ===============================================================
      *> COPYBOOK: audit-chain-certificate
      *> PURPOSE: One verification certificate appended by
      *>          AUDIT-CHAIN-VERIFY-BATCH per run: the date range
      *>          walked, what was found on file, the verdict and,
      *>          for a broken chain, where the first break is. The
      *>          certificate is itself signed with the audit seal
      *>          key (AC-SIGNATURE covers every byte before it), so
      *>          it can be shown as proof the trail was intact on
      *>          the day it was checked.
      *> ===============================================================
       01  AC-RECORD.
           05  AC-TIMESTAMP             PIC X(21).
           05  AC-FROM-DATE             PIC 9(8).
           05  AC-TO-DATE               PIC 9(8).
      *> Days in the range with a file on disk, and how many of
      *> those were written before the chain began.
           05  AC-DAYS-ON-FILE          PIC 9(5).
           05  AC-UNCHAINED-DAYS        PIC 9(5).
           05  AC-RECORDS-CHECKED       PIC 9(9).
           05  AC-SEALS                 PIC 9(5).
           05  AC-RESEALS               PIC 9(5).
      *> Closing records whose signature could not be checked
      *> because no seal key is configured.
           05  AC-UNCHECKED-SEALS       PIC 9(5).
      *> "INTACT" or "BROKEN".
           05  AC-VERDICT               PIC X(8).
           05  AC-BREAK-COUNT           PIC 9(5).
           05  AC-BREAK-DATE            PIC X(8).
           05  AC-BREAK-RECORD          PIC 9(7).
           05  AC-BREAK-REASON          PIC X(40).
           05  AC-SIGNATURE             PIC X(64).
