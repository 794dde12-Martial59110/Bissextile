      ******************************************************************
      *    COPYBOOK:  BUSRPRM
      *    PURPOSE :  LINKAGE PARAMETERS FOR THE BUSROLL SUBPROGRAM.
      *               TAKES A YYYYMMDD DATE, A PAYMENT-DATE ADJUSTMENT
      *               CONVENTION, AND A MARKET CALENDAR CODE, AND
      *               RETURNS THE DATE ROLLED TO A GOOD (WORKING) DAY
      *               UNDER THAT CONVENTION.  A WORKING DAY IS ONE
      *               THAT IS NEITHER A SATURDAY NOR A SUNDAY NOR A
      *               DATE LISTED FOR THE CALENDAR IN THE HOLIDAY
      *               FILE, EXACTLY AS BUSDAY AND BUSADD DEFINE IT.
      *               THE CONVENTIONS ARE:
      *                 U  UNADJUSTED -- THE DATE IS RETURNED AS IS.
      *                 F  FOLLOWING -- THE NEXT WORKING DAY.
      *                 M  MODIFIED FOLLOWING -- THE NEXT WORKING DAY
      *                    UNLESS THAT FALLS IN THE NEXT CALENDAR
      *                    MONTH, IN WHICH CASE THE PREVIOUS ONE.
      *                 P  PRECEDING -- THE PREVIOUS WORKING DAY.
      *               A DATE THAT IS ALREADY A WORKING DAY IS RETURNED
      *               UNCHANGED UNDER EVERY CONVENTION.  BUSROLL-CAL-ID
      *               NAMES THE MARKET CALENDAR AS IN BUSDPRM (SPACES
      *               IS THE DEFAULT CALENDAR).  A ROLL THAT WOULD
      *               LEAVE THE 0100-01-01 TO 9999-12-31 OPERATING
      *               RANGE COMES BACK OUT-OF-RANGE.
      *    MOD HISTORY:
      *        2026-09-14  MJM  INITIAL VERSION.
      ******************************************************************
       01  BUSROLL-PARM.
           05  BUSROLL-DATE-IN.
               10  BUSROLL-IN-YEAR     PIC 9(04).
               10  BUSROLL-IN-MONTH    PIC 9(02).
               10  BUSROLL-IN-DAY      PIC 9(02).
           05  BUSROLL-CONVENTION      PIC X(01).
               88  BUSROLL-UNADJUSTED  VALUE "U".
               88  BUSROLL-FOLLOWING   VALUE "F".
               88  BUSROLL-MOD-FOLLOWING
                                       VALUE "M".
               88  BUSROLL-PRECEDING   VALUE "P".
           05  BUSROLL-CAL-ID          PIC X(03).
           05  BUSROLL-DATE-OUT.
               10  BUSROLL-OUT-YEAR    PIC 9(04).
               10  BUSROLL-OUT-MONTH   PIC 9(02).
               10  BUSROLL-OUT-DAY     PIC 9(02).
           05  BUSROLL-RETURN-CODE     PIC X(01).
               88  BUSROLL-OK          VALUE "0".
               88  BUSROLL-BAD-DATE    VALUE "1".
               88  BUSROLL-OUT-OF-RANGE
                                       VALUE "2".
               88  BUSROLL-BAD-CALENDAR
                                       VALUE "3".
               88  BUSROLL-BAD-CAL-ID  VALUE "4".
               88  BUSROLL-BAD-CONVENTION
                                       VALUE "5".
