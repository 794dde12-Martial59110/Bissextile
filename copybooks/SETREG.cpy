      ******************************************************************
      *    COPYBOOK:  SETREG
      *    PURPOSE :  RECORD LAYOUT OF THE SETTLEMENT DATE REGISTER
      *               (LOGICAL NAME SETREG), A KEYED FILE WRITTEN BY
      *               DAYDRV: ONE RECORD PER BASIS-S (BUSADD) OR BASIS-B
      *               (BUSDAY) RESULT.  THE KEY IS THE CALENDAR CODE,
      *               THE TRADE (START) DATE, THE BASIS, AND THE TERM --
      *               FOR A BASIS-S ENTRY THE SIGNED BUSINESS-DAY SHIFT
      *               (SIGN + OR -, COUNT IN SEVEN DIGITS), FOR A
      *               BASIS-B ENTRY THE END DATE -- SO THE REGISTER
      *               READS IN CALENDAR ORDER AND THE SAME REQUEST RUN
      *               AGAIN REPLACES ITS ENTRY RATHER THAN ADDING ONE.
      *               LANDING-DATE IS THE VALUE DATE BUSADD RETURNED
      *               (THE END DATE ON A BASIS-B ENTRY); BUS-DAYS IS
      *               THE BUSINESS-DAY COUNT BUSDAY RETURNED (THE SHIFT
      *               ON A BASIS-S ENTRY); RUN-DATE IS THE DAYDRV RUN
      *               THAT LAST WROTE THE ENTRY.  THE HOLIMP IMPACT JOB
      *               RECOMPUTES OPEN ENTRIES WHEN THE HOLIDAY FILE
      *               CHANGES.
      *    MOD HISTORY:
      *        2026-10-11  MJM  INITIAL VERSION.
      ******************************************************************
       01  SETREG-RECORD.
           05  SETREG-KEY.
               10  SETREG-CAL-ID       PIC X(03).
               10  SETREG-TRADE-DATE   PIC 9(08).
               10  SETREG-BASIS        PIC X(01).
                   88  SETREG-SHIFT-ENTRY
                                       VALUE "S".
                   88  SETREG-PAIR-ENTRY
                                       VALUE "B".
               10  SETREG-TERM         PIC X(08).
               10  SETREG-TERM-SHIFT REDEFINES SETREG-TERM.
                   15  SETREG-SHIFT-SIGN
                                       PIC X(01).
                   15  SETREG-SHIFT-COUNT
                                       PIC 9(07).
               10  SETREG-END-DATE REDEFINES SETREG-TERM
                                       PIC 9(08).
           05  SETREG-LANDING-DATE     PIC 9(08).
           05  SETREG-BUS-DAYS         PIC S9(08).
           05  SETREG-RUN-DATE         PIC 9(08).
           05  FILLER                  PIC X(16).
