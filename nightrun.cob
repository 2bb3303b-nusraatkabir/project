*> InCollege nightly batch driver: runs the overnight jobs in one
*> fixed sequence - data backup, connection reconciliation, registrar
*> change feed, alumni archive, integrity sweep, message retention
*> purge, dormant-account check, cohort onboarding, management report,
*> log maintenance - instead of relying on the operator to remember
*> the order. Each job's start and outcome is appended to the
*> run-control file runctl.dat as "YYYY-MM-DD,JOBNAME,STATUS" lines,
*> and a job already marked OK for today's date is skipped, so a
*> failed night restarts from the failed step instead of the top.
*> While the driver runs, batch.lck holds a BUSY line that the
*> interactive system checks at startup, so batch and interactive can
*> never hold the same data files at once; the lock is emptied when
*> the driver finishes, whether or not every job succeeded. The jobs
*> are the standalone executables built from this system's sources,
*> launched one at a time and judged by their exit code; a nonzero
*> exit stops the night there.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NIGHTLY-DRIVER.
       AUTHOR. STUDENT.
       01  WS-TODAY-DATE      PIC X(10).
       01  WS-AUDIT-TIMESTAMP PIC X(19).

       *>The night's fixed sequence. The backup runs first so the
       *>generation it takes is the state before any job changes a
       *>file; reconciliation follows so the later jobs see clean
       *>connection data; the registrar feed runs ahead of the archive
       *>so a changed graduation year is on the profile before the
       *>archive reads it; the integrity sweep runs right after the
       *>archive so the applications, messages, and postings the
       *>archive just orphaned are cleaned the same night instead of
       *>ghosting for a day; the message purge follows the sweep so it
       *>only archives messages that survived it; the dormancy check
       *>follows so accounts archived tonight are never warned; the
       *>report runs near the end so it reflects the night's changes;
       *>log maintenance goes last so the night's own audit lines are
       *>already on file.
       01  WS-JOB-COUNT       PIC 99 VALUE 10.
       01  WS-JOB-TABLE.
           05 FILLER PIC X(50) VALUE "DATA-BACKUP         ./backup".
           05 FILLER PIC X(50) VALUE "CONNECTION-RECONCILE./reconcile".
           05 FILLER PIC X(50) VALUE "REGISTRAR-FEED      ./regfeed".
           05 FILLER PIC X(50) VALUE "ALUMNI-ARCHIVE      ./archive 1".
           05 FILLER PIC X(50) VALUE "INTEGRITY-SWEEP     ./sweep".
           05 FILLER PIC X(50) VALUE "MESSAGE-PURGE       ./msgpurge".
           05 FILLER PIC X(50) VALUE "DORMANCY-CHECK      ./dormancy".
           05 FILLER PIC X(50) VALUE "COHORT-ONBOARD      ./onboard".
           05 FILLER PIC X(50) VALUE "MANAGEMENT-REPORT   ./report".
           05 FILLER PIC X(50) VALUE "LOG-MAINTENANCE     ./logmaint".
       01  WS-JOB-TABLE-R REDEFINES WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 10 TIMES.
              10 WS-JOB-NAME     PIC X(20).
              10 WS-JOB-COMMAND  PIC X(30).

