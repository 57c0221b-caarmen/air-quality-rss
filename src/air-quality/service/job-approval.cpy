      *> ===============================================================
      *> COPYBOOK: job-approval
      *> PURPOSE: One record of JOB-APPROVAL-FILE (job-approvals.dat):
      *>          a request to run one of the jobs that cannot be
      *>          undone (RESTORE, ERASURE, MIGRATE) with the
      *>          parameters it is to run with, the admin who filed
      *>          it, and the second admin who approved or rejected
      *>          it. Records are never removed; the file is the
      *>          permanent record of who asked for what and who
      *>          let it through.
      *>          JA-STATUS moves PENDING -> APPROVED -> RUN, or
      *>          PENDING -> REJECTED. A PENDING request past
      *>          JA-EXPIRES-SECONDS (the absolute-seconds scale the
      *>          leader lease uses) can no longer be approved and
      *>          lists as EXPIRED.
      *>          The parameters are named as the batches' own
      *>          environment variables (AQRSS_RESTORE_SET,
      *>          AQRSS_ERASE_API_KEY...); an erasure's key is cut to
      *>          its first eight characters once the job has run.
      *> ===============================================================
       01  JA-RECORD.
           05  JA-REQUEST-ID            PIC 9(9).
           05  JA-JOB-NAME              PIC X(16).
           05  JA-STATUS                PIC X(8).
           05  JA-PARAM-NAME-1          PIC X(32).
           05  JA-PARAM-VALUE-1         PIC X(64).
           05  JA-PARAM-NAME-2          PIC X(32).
           05  JA-PARAM-VALUE-2         PIC X(64).
           05  JA-REQUESTED-AT          PIC X(21).
           05  JA-EXPIRES-SECONDS       PIC 9(12).
           05  JA-REQUESTED-BY          PIC X(32).
           05  JA-REQUESTER-KEY         PIC X(40).
           05  JA-CORRELATION-ID        PIC X(16).
           05  JA-DECIDED-AT            PIC X(21).
           05  JA-DECIDED-BY            PIC X(32).
           05  JA-DECIDER-KEY           PIC X(40).
           05  JA-RAN-AT                PIC X(21).
