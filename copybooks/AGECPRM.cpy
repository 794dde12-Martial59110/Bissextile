      ******************************************************************
      *    COPYBOOK:  AGECPRM
      *    PURPOSE :  LINKAGE PARAMETERS FOR THE AGECALC SUBPROGRAM.
      *               GIVEN A YYYYMMDD FROM DATE (A BIRTH OR HIRE DATE)
      *               AND A YYYYMMDD TO DATE (THE AS-OF DATE), RETURNS
      *               THE EXACT ELAPSED TIME IN COMPLETED YEARS, MONTHS
      *               AND DAYS, PLUS THE PLAIN DAY COUNT.  A YEAR IS
      *               COMPLETED ON THE OBSERVED ANNIVERSARY ANNROLL
      *               GIVES FOR THE FROM DATE, AND A MONTH ON THE SAME
      *               DAY OF A LATER MONTH; WHEN THAT DAY DOES NOT
      *               EXIST (FEBRUARY 29 IN A NON-LEAP YEAR, THE 31ST
      *               OF A 30-DAY MONTH) THE ROLL RULE DECIDES, AS IT
      *               DOES FOR ANNROLL: "P" OBSERVES IT ON THE LAST DAY
      *               OF THE MONTH, "N" ON THE FIRST DAY OF THE NEXT.
      *               WHEN AGECALC-TARGET-YEARS IS NOT ZERO, THE DATE
      *               ON WHICH THAT MANY YEARS ARE COMPLETED IS ALSO
      *               RETURNED (ZERO WHEN IT WOULD FALL AFTER 9999),
      *               EVEN WHEN THE TO DATE IS BEFORE THE FROM DATE,
      *               SO A MILESTONE DATE CAN BE HAD FOR A FUTURE HIRE.
      *    MOD HISTORY:
      *        2026-10-08  MJM  INITIAL VERSION.
      ******************************************************************
       01  AGECALC-PARM.
           05  AGECALC-FROM-DATE.
               10  AGECALC-FROM-YEAR   PIC 9(04).
               10  AGECALC-FROM-MONTH  PIC 9(02).
               10  AGECALC-FROM-DAY    PIC 9(02).
           05  AGECALC-TO-DATE.
               10  AGECALC-TO-YEAR     PIC 9(04).
               10  AGECALC-TO-MONTH    PIC 9(02).
               10  AGECALC-TO-DAY      PIC 9(02).
           05  AGECALC-ROLL-RULE       PIC X(01).
               88  AGECALC-ROLL-PRIOR  VALUE "P".
               88  AGECALC-ROLL-NEXT   VALUE "N".
           05  AGECALC-TARGET-YEARS    PIC 9(03).
           05  AGECALC-YEARS           PIC 9(04).
           05  AGECALC-MONTHS          PIC 9(02).
           05  AGECALC-DAYS            PIC 9(02).
           05  AGECALC-TOTAL-DAYS      PIC 9(08).
           05  AGECALC-TARGET-DATE.
               10  AGECALC-TARGET-YEAR PIC 9(04).
               10  AGECALC-TARGET-MONTH
                                       PIC 9(02).
               10  AGECALC-TARGET-DAY  PIC 9(02).
           05  AGECALC-RETURN-CODE     PIC X(01).
               88  AGECALC-OK          VALUE "0".
               88  AGECALC-BAD-FROM-DATE
                                       VALUE "1".
               88  AGECALC-BAD-TO-DATE VALUE "2".
               88  AGECALC-BAD-RULE    VALUE "3".
               88  AGECALC-TO-BEFORE-FROM
                                       VALUE "4".
