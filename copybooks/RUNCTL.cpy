      *> Run-control ledger record layout.
      *> Sequential file (RUNCTL) shared by the scheduled batch
      *> programs - each appends a record when it starts and another
      *> when it ends, and reads the ledger at startup to refuse a
      *> run already completed for its period or one whose
      *> predecessor has not completed. Read by the schedule status
      *> report (q.cob). The last record for a job and period is
      *> its standing: nothing appended is ever rewritten.
      *> RN_JOB is the job name: CRUNBAT (posting run, p.cob),
      *> JRNVERFY (journal verification, v.cob), CINTSVC (i.cob),
      *> CSTMT (t.cob), CARCHIVE (a.cob), CGLEXT (g.cob), CINTTAX
      *> (y.cob), EFTLOAD (electronic entry load, f.cob).
      *> RN_PERIOD is the business date (YYYYMMDD) for the
      *> daily jobs, the month (YYYYMM) for the month-end jobs, and
      *> the tax year (YYYY) for the year-end job.
      *> RN_STATUS: S started, C completed, F failed - a started
      *> run with no later record for the period never finished.
      *> RN_OVERRIDE is "Y" when operations forced the run with the
      *> RERUN parameter past the startup checks. RN_IN_COUNT and
      *> RN_OUT_COUNT are the job's own control counts (records
      *> read and records written or posted), RN_RC the return code
      *> the run ended with.
       01 RUN-CONTROL-RECORD.
             02 RN_JOB PIC X(8).
             02 RN_PERIOD PIC X(8).
             02 RN_STATUS PIC X(1).
             02 RN_OVERRIDE PIC X(1).
             02 RN_DATE PIC 9(8).
             02 RN_TIME PIC 9(8).
             02 RN_IN_COUNT PIC 9(7).
             02 RN_OUT_COUNT PIC 9(7).
             02 RN_RC PIC 9(2).
