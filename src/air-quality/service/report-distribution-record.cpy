      *> ===============================================================
      *> COPYBOOK: report-distribution-record
      *> PURPOSE: One record of REPORT-DISTRIBUTION-FILE
      *>          (report-distribution.dat): one recipient of one
      *>          batch report. RD-REPORT-NAME is the report's file
      *>          name as /exports serves it, RD-CHANNEL-ID the
      *>          notification channel (usually an EMAIL one) the
      *>          report goes to, and RD-LABEL a free-text note of
      *>          who that is ("health office", "board"). A report
      *>          with several recipients has one record for each;
      *>          the key keeps them together.
      *> ===============================================================
       01  RD-RECORD.
           05  RD-KEY.
               10  RD-REPORT-NAME       PIC X(40).
               10  RD-CHANNEL-ID        PIC X(8).
           05  RD-LABEL                 PIC X(32).
