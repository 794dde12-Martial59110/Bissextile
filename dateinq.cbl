003700*                      A LEADING SIGN COLUMN (+ OR - OR BLANK
003800*                      FOR PLUS), THE DAYCPRM BASIS CODES, AND
003900*                      THE HOLIDAY CALENDAR CODES.
003910*    2026-10-05  MJM   CHOICE 7 ADDED: DATE FORMAT CONVERSION
003920*                      THROUGH THE NEW DATECNV SUBPROGRAM, THE
003930*                      SAME ONE THE DCVDRV BATCH DRIVER CALLS.
003940*                      THE OPERATOR KEYS THE FROM AND TO FORMAT
003950*                      CODES (S, J, F, C, W) AND THE DATE AS THE
003960*                      FEED CARRIES IT; THE ANSWER SHOWS THE
003970*                      CONVERTED DATE WITH ITS WEEKDAY IN ENGLISH
003980*                      AND FRENCH AND ITS ORDINAL DAY.
004000******************************************************************
004100
004200 ENVIRONMENT DIVISION.
007700 77  DATEINQ-BASIS              PIC X(01).
007800 77  DATEINQ-CAL-ID             PIC X(03).
007900 77  DATEINQ-RULE               PIC X(01).
007910 77  DATEINQ-FROM-FORMAT        PIC X(01).
007920 77  DATEINQ-TO-FORMAT          PIC X(01).
007930 77  DATEINQ-DATE-TEXT          PIC X(10).
008000 01  DATEINQ-SHIFT-IN.
008100     05  DATEINQ-SHIFT-SIGN     PIC X(01).
008200     05  DATEINQ-SHIFT-COUNT    PIC X(07).
013100 COPY DATEPRM.
013200 COPY BUSAPRM.
013300 COPY ANNRPRM.
013310 COPY DATCPRM.
013400
013500 PROCEDURE DIVISION.
013600
019300     DISPLAY "  4 - DATE PLUS CALENDAR DAYS (DATEADD)".
019400     DISPLAY "  5 - DATE PLUS BUSINESS DAYS (BUSADD)".
019500     DISPLAY "  6 - ANNIVERSARY ROLL        (ANNROLL)".
019510     DISPLAY "  7 - DATE FORMAT CONVERSION (DATECNV)".
019600     DISPLAY "  0 - EXIT".
019700     DISPLAY "Choice: ".
019800     ACCEPT DATEINQ-CHOICE.
020900             PERFORM 3400-BUSADD-INQUIRY THRU 3400-EXIT
021000         WHEN "6"
021100             PERFORM 3500-ANNROLL-INQUIRY THRU 3500-EXIT
021110         WHEN "7"
021120             PERFORM 3600-DATECNV-INQUIRY THRU 3600-EXIT
021200         WHEN "0"
021300             SET DATEINQ-EXIT-REQUESTED TO TRUE
021400         WHEN OTHER
047000     PERFORM 7000-SHOW-AND-LOG THRU 7000-EXIT.
047100 3500-EXIT.
047200     EXIT.
047201
047202******************************************************************
047203*    3600-DATECNV-INQUIRY
047204*    CHOICE 7: ONE DATE FROM ONE FEED FORMAT TO ANOTHER, AS
047205*    DCVBAT CONVERTS A WHOLE FILE.  THE DATE IS KEYED EXACTLY AS
047206*    THE FEED CARRIES IT, SEPARATORS INCLUDED; DATECNV DOES ALL
047207*    OF THE EDITING, SO THERE IS NO NUMERIC SCREEN HERE.
047208******************************************************************
047209 3600-DATECNV-INQUIRY.
047210     MOVE "DATECNV" TO DATEINQ-SERVICE.
047211     DISPLAY "Formats: S YYYYMMDD, J YYYYDDD, F DD/MM/YYYY,".
047212     DISPLAY "         C CYYMMDD, W YYYY-Www-D".
047213     DISPLAY "From format: ".
047214     ACCEPT DATEINQ-FROM-FORMAT.
047215     DISPLAY "To format: ".
047216     ACCEPT DATEINQ-TO-FORMAT.
047217     DISPLAY "Date (as keyed in the from format): ".
047218     ACCEPT DATEINQ-DATE-TEXT.
047219     MOVE DATEINQ-FROM-FORMAT TO DATECNV-FROM-FORMAT.
047220     MOVE DATEINQ-TO-FORMAT   TO DATECNV-TO-FORMAT.
047221     MOVE DATEINQ-DATE-TEXT   TO DATECNV-DATE-IN.
047222     CALL "DATECNV" USING DATECNV-PARM.
047223     EVALUATE TRUE
047224         WHEN DATECNV-OK
047225             MOVE "0 - OK" TO DATEINQ-RC-WORDS
047226             MOVE SPACES TO DATEINQ-RESULT-TEXT
047227             STRING DATECNV-DATE-OUT DELIMITED BY SPACE
047228                 " " DELIMITED BY SIZE
047229                 DATECNV-DAY-NAME-EN DELIMITED BY SPACE
047230                 "/" DELIMITED BY SIZE
047231                 DATECNV-DAY-NAME-FR DELIMITED BY SPACE
047232                 " DAY " DATECNV-ORDINAL-DAY
047233                 " " DATECNV-ISO-WEEK-YEAR "-W"
047234                 DATECNV-ISO-WEEK DELIMITED BY SIZE
047235                 INTO DATEINQ-RESULT-TEXT
047236         WHEN DATECNV-BAD-FORMAT
047237             MOVE "1 - UNRECOGNIZED FORMAT CODE"
047238                 TO DATEINQ-RC-WORDS
047239             MOVE "NO ANSWER" TO DATEINQ-RESULT-TEXT
047240         WHEN DATECNV-BAD-DATE
047241             MOVE "2 - INVALID CALENDAR DATE"
047242                 TO DATEINQ-RC-WORDS
047243             MOVE "NO ANSWER" TO DATEINQ-RESULT-TEXT
047244         WHEN OTHER
047245             MOVE "3 - NOT EXPRESSIBLE IN TO FORMAT"
047246                 TO DATEINQ-RC-WORDS
047247             MOVE "NO ANSWER" TO DATEINQ-RESULT-TEXT
047248     END-EVALUATE.
047249     PERFORM 7000-SHOW-AND-LOG THRU 7000-EXIT.
047250 3600-EXIT.
047251     EXIT.
047300
047400******************************************************************
047500*    6000-WRITE-AUDIT-LINE
