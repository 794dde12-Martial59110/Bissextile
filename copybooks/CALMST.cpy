      ******************************************************************
      *    COPYBOOK:  CALMST
      *    PURPOSE :  RECORD LAYOUT OF THE PER-MARKET BUSINESS
      *               CALENDAR MASTER (LOGICAL NAME CALMST), A KEYED
      *               FILE HOLDING ONE RECORD PER CALENDAR CODE PER
      *               DATE FOR THE YEAR RANGE IT WAS BUILT FOR.  KEY IS
      *               THE HOLIDAY CALENDAR CODE (BLANK IS THE DEFAULT
      *               CALENDAR) PLUS THE DATE.  BUILT BY THE CALBLD
      *               PROGRAM FROM THE CERTIFIED HOLIDAY CALENDAR AND
      *               THE YEARMST MONTH LENGTHS, VERIFIED BY CALVFY,
      *               AND READ THROUGH THE CALINQ SUBPROGRAM.
      *
      *               WEEKDAY IS 1 MONDAY THROUGH 7 SUNDAY.  A BUSINESS
      *               DAY IS A WEEKDAY NOT ON THE CALENDAR'S HOLIDAY
      *               LIST, THE SAME TEST BUSDAY APPLIES.  THE ORDINAL
      *               IS THE NUMBER OF BUSINESS DAYS IN THE MONTH UP TO
      *               AND INCLUDING THE DATE, AND THE COUNT REMAINING
      *               IS THE NUMBER AFTER IT TO MONTH-END, SO THE TWO
      *               ALWAYS SUM TO THE MONTH'S BUSINESS DAYS (ON A
      *               NON-BUSINESS DAY THE ORDINAL IS THAT OF THE LAST
      *               BUSINESS DAY BEFORE IT).  THE FIRST/LAST FLAGS
      *               ARE SET ONLY ON BUSINESS DAYS.
      *
      *               THE FISCAL FIELDS FOLLOW THE SHOP'S 4-4-5
      *               CALENDAR: A FISCAL YEAR OF 52 OR 53 WHOLE WEEKS
      *               ENDING ON THE WEEKDAY AND MONTH NAMED ON THE
      *               CALBLD CONTROL CARD, NUMBERED FOR THE CALENDAR
      *               YEAR IT ENDS IN; PERIODS OF 4, 4 AND 5 WEEKS IN
      *               EACH QUARTER, A 53RD WEEK FALLING IN PERIOD 12.
      *               FISCAL WEEK IS THE WEEK OF THE FISCAL YEAR.
      *    MOD HISTORY:
      *        2026-10-01  MJM  INITIAL VERSION.
      ******************************************************************
       01  CALMST-RECORD.
           05  CALMST-KEY.
               10  CALMST-CAL-ID       PIC X(03).
               10  CALMST-DATE.
                   15  CALMST-YEAR     PIC 9(04).
                   15  CALMST-MONTH    PIC 9(02).
                   15  CALMST-DAY      PIC 9(02).
           05  CALMST-WEEKDAY          PIC 9(01).
               88  CALMST-WEEKEND      VALUES 6 7.
           05  CALMST-BUSDAY-IND       PIC X(01).
               88  CALMST-BUSINESS-DAY VALUE "Y".
               88  CALMST-NON-BUSINESS-DAY
                                       VALUE "N".
           05  CALMST-HOLIDAY-IND      PIC X(01).
               88  CALMST-HOLIDAY      VALUE "Y".
           05  CALMST-BD-OF-MONTH      PIC 9(02).
           05  CALMST-BD-REMAINING     PIC 9(02).
           05  CALMST-PERIOD-FLAGS.
               10  CALMST-FIRST-BD-MONTH-IND
                                       PIC X(01).
                   88  CALMST-FIRST-BD-MONTH
                                       VALUE "Y".
               10  CALMST-LAST-BD-MONTH-IND
                                       PIC X(01).
                   88  CALMST-LAST-BD-MONTH
                                       VALUE "Y".
               10  CALMST-FIRST-BD-QTR-IND
                                       PIC X(01).
                   88  CALMST-FIRST-BD-QUARTER
                                       VALUE "Y".
               10  CALMST-LAST-BD-QTR-IND
                                       PIC X(01).
                   88  CALMST-LAST-BD-QUARTER
                                       VALUE "Y".
               10  CALMST-FIRST-BD-YEAR-IND
                                       PIC X(01).
                   88  CALMST-FIRST-BD-YEAR
                                       VALUE "Y".
               10  CALMST-LAST-BD-YEAR-IND
                                       PIC X(01).
                   88  CALMST-LAST-BD-YEAR
                                       VALUE "Y".
           05  CALMST-FISCAL-YEAR      PIC 9(04).
           05  CALMST-FISCAL-PERIOD    PIC 9(02).
           05  CALMST-FISCAL-WEEK      PIC 9(02).
           05  FILLER                  PIC X(08).
