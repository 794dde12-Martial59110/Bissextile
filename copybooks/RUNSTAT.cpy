      *               THE RUN'S SYSOUT INSTEAD OF BEING RECONSTRUCTED
      *               FROM SAVED JOB LOGS AT MONTH-END.  THE RUNRPT
      *               PROGRAM TURNS A MONTH OF THESE RECORDS INTO THE
      *               OPERATIONS SUMMARY, AND THE RUNMON PROGRAM
      *               CHECKS EACH DAY'S RECORDS AGAINST THE EXPECTED
      *               RUN SCHEDULE.  APPENDING THE RECORD IS
      *               BEST-EFFORT: A RUN THAT CANNOT REACH RUNSTAT
      *               SAYS SO ON SYSOUT AND STILL COMPLETES ITS OWN
      *               WORK WITH ITS OWN CONDITION CODE.
      *    MOD HISTORY:
      *        2026-09-02  MJM  INITIAL VERSION.
      *        2026-10-13  MJM  NOTED THE RUNMON DAILY MONITOR.
      ******************************************************************
       01  RUNSTAT-RECORD.
           05  RUNSTAT-PROGRAM-ID      PIC X(08).
