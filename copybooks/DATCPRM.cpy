      ******************************************************************
      *    COPYBOOK:  DATCPRM
      *    PURPOSE :  LINKAGE PARAMETERS FOR THE DATECNV SUBPROGRAM,
      *               THE SHOP'S ONE DATE-FORMAT CONVERTER.  THE CALLER
      *               NAMES THE FORMAT OF DATECNV-DATE-IN AND THE FORMAT
      *               WANTED IN DATECNV-DATE-OUT, LEFT-JUSTIFIED IN THE
      *               TEN-BYTE FIELDS:
      *                 S  YYYYMMDD     (THE SUITE'S STANDARD FORM)
      *                 J  YYYYDDD      (JULIAN ORDINAL DATE)
      *                 F  DD/MM/YYYY   (FRENCH SUBSIDIARY FEEDS)
      *                 C  CYYMMDD      (OLD PAYROLL: C 0 IS 19YY,
      *                                  1 IS 20YY ... 9 IS 28YY)
      *                 W  YYYY-WNN-D   (ISO 8601 WEEK DATE, DAY 1
      *                                  MONDAY THROUGH 7 SUNDAY)
      *               THE DATE IS VALIDATED UNDER THE LEAPCHK RULES
      *               (JULIAN BEFORE 1582, GREGORIAN FROM 1582) AND THE
      *               0100-9999 RANGE DAYCNT ENFORCES.  ON SUCCESS THE
      *               STANDARD DATE, ORDINAL DAY, WEEKDAY NUMBER AND
      *               ENGLISH AND FRENCH NAMES, AND THE ISO WEEK-YEAR
      *               AND WEEK ARE ALWAYS RETURNED, WHATEVER THE
      *               OUTPUT FORMAT.  THE ISO WEEK-YEAR IS THE YEAR
      *               THAT OWNS THE WEEK, WHICH DIFFERS FROM THE
      *               CALENDAR YEAR FOR UP TO THREE DAYS EITHER SIDE OF
      *               JANUARY 1.  OUT-OF-RANGE MEANS A VALID DATE THE
      *               OUTPUT FORMAT CANNOT EXPRESS (CYYMMDD OUTSIDE
      *               1900-2899, AN ISO WEEK-YEAR PAST 9999).
      *    MOD HISTORY:
      *        2026-10-05  MJM  INITIAL VERSION.
      ******************************************************************
       01  DATECNV-PARM.
           05  DATECNV-FROM-FORMAT     PIC X(01).
               88  DATECNV-FROM-STANDARD
                                       VALUE "S".
               88  DATECNV-FROM-JULIAN VALUE "J".
               88  DATECNV-FROM-FRENCH VALUE "F".
               88  DATECNV-FROM-CYYMMDD
                                       VALUE "C".
               88  DATECNV-FROM-ISO-WEEK
                                       VALUE "W".
           05  DATECNV-TO-FORMAT       PIC X(01).
               88  DATECNV-TO-STANDARD VALUE "S".
               88  DATECNV-TO-JULIAN   VALUE "J".
               88  DATECNV-TO-FRENCH   VALUE "F".
               88  DATECNV-TO-CYYMMDD  VALUE "C".
               88  DATECNV-TO-ISO-WEEK VALUE "W".
           05  DATECNV-DATE-IN         PIC X(10).
           05  DATECNV-DATE-OUT        PIC X(10).
           05  DATECNV-STD-DATE.
               10  DATECNV-STD-YEAR    PIC 9(04).
               10  DATECNV-STD-MONTH   PIC 9(02).
               10  DATECNV-STD-DAY     PIC 9(02).
           05  DATECNV-ORDINAL-DAY     PIC 9(03).
           05  DATECNV-WEEKDAY         PIC 9(01).
           05  DATECNV-DAY-NAME-EN     PIC X(09).
           05  DATECNV-DAY-NAME-FR     PIC X(08).
           05  DATECNV-ISO-WEEK-YEAR   PIC 9(04).
           05  DATECNV-ISO-WEEK        PIC 9(02).
           05  DATECNV-RETURN-CODE     PIC X(01).
               88  DATECNV-OK          VALUE "0".
               88  DATECNV-BAD-FORMAT  VALUE "1".
               88  DATECNV-BAD-DATE    VALUE "2".
               88  DATECNV-OUT-OF-RANGE
                                       VALUE "3".
