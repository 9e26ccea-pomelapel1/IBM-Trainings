      *                     for JC-BUSINESS-DATE, or JC-BLOCKED
      *                     comes back and the caller refuses to
      *                     run - the sticky note on the scheduler
      *                     console, enforced.  The outcome is
      *                     stamped on RUNCTL too - the job's start
      *                     when clear, the block when not - for
      *                     the OPSRPT operations report.
      *               'S' - stamp: record this job's completion and
      *                     JC-RETURN-CODE for the business date.
       01  JOB-CONTROL-PARM.
