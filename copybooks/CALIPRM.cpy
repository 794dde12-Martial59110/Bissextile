      ******************************************************************
      *    COPYBOOK:  CALIPRM
      *    PURPOSE :  LINKAGE PARAMETERS FOR THE CALINQ SUBPROGRAM,
      *               THE KEYED READER OF THE CALMST BUSINESS CALENDAR
      *               MASTER.  THE CALLER NAMES A CALENDAR CODE (AS IN
      *               BUSDPRM, SPACES IS THE DEFAULT CALENDAR) AND A
      *               YYYYMMDD DATE, AND CHOOSES A FUNCTION:
      *                 D  DAY -- THE ATTRIBUTES OF THAT DATE.
      *                 F  FIRST -- THE FIRST BUSINESS DAY OF THE
      *                    DATE'S MONTH.
      *                 L  LAST -- THE LAST BUSINESS DAY OF THE DATE'S
      *                    MONTH.
      *                 C  CLOSE -- RELEASES THE MASTER AT END OF JOB;
      *                    NO DATE IS NEEDED.
      *               THE MASTER IS OPENED ON THE FIRST CALL OF THE
      *               RUN.  ON SUCCESS CALINQ-DATE-OUT IS THE DATE THE
      *               ATTRIBUTES DESCRIBE (THE INPUT DATE FOR D, THE
      *               FIRST OR LAST BUSINESS DAY FOR F AND L) AND THE
      *               REMAINING FIELDS ARE THAT DATE'S CALMST RECORD --
      *               SEE CALMST FOR THEIR MEANING.  NOT-FOUND MEANS
      *               THE CALENDAR OR DATE IS NOT ON THE MASTER (OR,
      *               FOR F AND L, THE MONTH HAS NO BUSINESS DAY).
      *    MOD HISTORY:
      *        2026-10-01  MJM  INITIAL VERSION.
      ******************************************************************
       01  CALINQ-PARM.
           05  CALINQ-FUNCTION         PIC X(01).
               88  CALINQ-DAY          VALUE "D".
               88  CALINQ-FIRST-BUSDAY VALUE "F".
               88  CALINQ-LAST-BUSDAY  VALUE "L".
               88  CALINQ-CLOSE        VALUE "C".
           05  CALINQ-CAL-ID           PIC X(03).
           05  CALINQ-DATE-IN.
               10  CALINQ-IN-YEAR      PIC 9(04).
               10  CALINQ-IN-MONTH     PIC 9(02).
               10  CALINQ-IN-DAY       PIC 9(02).
           05  CALINQ-DATE-OUT         PIC 9(08).
           05  CALINQ-WEEKDAY          PIC 9(01).
           05  CALINQ-BUSDAY-IND       PIC X(01).
               88  CALINQ-BUSINESS-DAY VALUE "Y".
           05  CALINQ-HOLIDAY-IND      PIC X(01).
               88  CALINQ-HOLIDAY      VALUE "Y".
           05  CALINQ-BD-OF-MONTH      PIC 9(02).
           05  CALINQ-BD-REMAINING     PIC 9(02).
           05  CALINQ-PERIOD-FLAGS.
               10  CALINQ-FIRST-BD-MONTH-IND
                                       PIC X(01).
               10  CALINQ-LAST-BD-MONTH-IND
                                       PIC X(01).
               10  CALINQ-FIRST-BD-QTR-IND
                                       PIC X(01).
               10  CALINQ-LAST-BD-QTR-IND
                                       PIC X(01).
               10  CALINQ-FIRST-BD-YEAR-IND
                                       PIC X(01).
               10  CALINQ-LAST-BD-YEAR-IND
                                       PIC X(01).
           05  CALINQ-FISCAL-YEAR      PIC 9(04).
           05  CALINQ-FISCAL-PERIOD    PIC 9(02).
           05  CALINQ-FISCAL-WEEK      PIC 9(02).
           05  CALINQ-RETURN-CODE      PIC X(01).
               88  CALINQ-OK           VALUE "0".
               88  CALINQ-NOT-FOUND    VALUE "1".
               88  CALINQ-MASTER-UNAVAILABLE
                                       VALUE "2".
               88  CALINQ-BAD-FUNCTION VALUE "3".
