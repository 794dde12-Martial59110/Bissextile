000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DATECNV.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   SHARED SUBROUTINE LIBRARY.
000500 DATE-WRITTEN.   2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-05  MJM   INITIAL VERSION.  CONVERTS A DATE BETWEEN
001300*                      THE FIVE LAYOUTS THE SHOP'S FEEDS USE --
001400*                      YYYYMMDD, YYYYDDD, DD/MM/YYYY, CYYMMDD AND
001500*                      THE ISO WEEK DATE YYYY-WNN-D -- SO EACH
001600*                      FEED NO LONGER CARRIES ITS OWN HAND-ROLLED
001700*                      CONVERSION.  EVERY INPUT IS BROUGHT TO A
001800*                      STANDARD YYYYMMDD DATE, VALIDATED UNDER
001900*                      THE LEAPCHK RULES AND TURNED INTO AN
002000*                      EPOCH-RELATIVE DAY NUMBER THROUGH DAYCNT,
002100*                      FROM WHICH THE WEEKDAY (ENGLISH AND FRENCH
002200*                      NAMES), ORDINAL DAY AND ISO WEEK-YEAR AND
002300*                      WEEK ARE DERIVED BEFORE THE DATE IS LAID
002400*                      OUT IN THE REQUESTED OUTPUT FORMAT.  ISO
002500*                      WEEK DATES ARE TURNED BACK INTO CALENDAR
002600*                      DATES THROUGH DATEADD.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SPECIAL-NAMES.
003200     DECIMAL-POINT IS COMMA.
003300
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600
003700******************************************************************
003800*    TABLE OF DAYS PER MONTH FOR A NON-LEAP YEAR, AS IN DAYCNT.
003900*    FEBRUARY IS ADJUSTED TO 29 AT CALCULATION TIME WHEN THE
004000*    YEAR IN QUESTION TESTS LEAP.
004100******************************************************************
004200 01  DATECNV-DAYS-IN-MONTH.
004300     05  FILLER                 PIC 9(02) VALUE 31.
004400     05  FILLER                 PIC 9(02) VALUE 28.
004500     05  FILLER                 PIC 9(02) VALUE 31.
004600     05  FILLER                 PIC 9(02) VALUE 30.
004700     05  FILLER                 PIC 9(02) VALUE 31.
004800     05  FILLER                 PIC 9(02) VALUE 30.
004900     05  FILLER                 PIC 9(02) VALUE 31.
005000     05  FILLER                 PIC 9(02) VALUE 31.
005100     05  FILLER                 PIC 9(02) VALUE 30.
005200     05  FILLER                 PIC 9(02) VALUE 31.
005300     05  FILLER                 PIC 9(02) VALUE 30.
005400     05  FILLER                 PIC 9(02) VALUE 31.
005500 01  DATECNV-MONTH-TABLE REDEFINES DATECNV-DAYS-IN-MONTH.
005600     05  DATECNV-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
005700
005800******************************************************************
005900*    WEEKDAY NAMES BY ISO DAY NUMBER, 1 MONDAY THROUGH 7 SUNDAY.
006000******************************************************************
006100 01  DATECNV-ENGLISH-NAMES.
006200     05  FILLER                 PIC X(09) VALUE "MONDAY".
006300     05  FILLER                 PIC X(09) VALUE "TUESDAY".
006400     05  FILLER                 PIC X(09) VALUE "WEDNESDAY".
006500     05  FILLER                 PIC X(09) VALUE "THURSDAY".
006600     05  FILLER                 PIC X(09) VALUE "FRIDAY".
006700     05  FILLER                 PIC X(09) VALUE "SATURDAY".
006800     05  FILLER                 PIC X(09) VALUE "SUNDAY".
006900 01  DATECNV-ENGLISH-TABLE REDEFINES DATECNV-ENGLISH-NAMES.
007000     05  DATECNV-ENGLISH-NAME   PIC X(09) OCCURS 7 TIMES.
007100
007200 01  DATECNV-FRENCH-NAMES.
007300     05  FILLER                 PIC X(08) VALUE "LUNDI".
007400     05  FILLER                 PIC X(08) VALUE "MARDI".
007500     05  FILLER                 PIC X(08) VALUE "MERCREDI".
007600     05  FILLER                 PIC X(08) VALUE "JEUDI".
007700     05  FILLER                 PIC X(08) VALUE "VENDREDI".
007800     05  FILLER                 PIC X(08) VALUE "SAMEDI".
007900     05  FILLER                 PIC X(08) VALUE "DIMANCHE".
008000 01  DATECNV-FRENCH-TABLE REDEFINES DATECNV-FRENCH-NAMES.
008100     05  DATECNV-FRENCH-NAME    PIC X(08) OCCURS 7 TIMES.
008200
008300******************************************************************
008400*    THE INPUT DATE, WITH ONE VIEW PER INPUT FORMAT.  NUMERIC
008500*    PARTS ARE TESTED NUMERIC BEFORE THEY ARE USED.
008600******************************************************************
008700 01  DATECNV-IN-WORK            PIC X(10).
008800 01  DATECNV-IN-STANDARD REDEFINES DATECNV-IN-WORK.
008900     05  DATECNV-IS-YEAR        PIC 9(04).
009000     05  DATECNV-IS-MONTH       PIC 9(02).
009100     05  DATECNV-IS-DAY         PIC 9(02).
009200     05  DATECNV-IS-REST        PIC X(02).
009300 01  DATECNV-IN-JULIAN REDEFINES DATECNV-IN-WORK.
009400     05  DATECNV-IJ-YEAR        PIC 9(04).
009500     05  DATECNV-IJ-DDD         PIC 9(03).
009600     05  DATECNV-IJ-REST        PIC X(03).
009700 01  DATECNV-IN-FRENCH REDEFINES DATECNV-IN-WORK.
009800     05  DATECNV-IF-DAY         PIC 9(02).
009900     05  DATECNV-IF-SLASH-1     PIC X(01).
010000     05  DATECNV-IF-MONTH       PIC 9(02).
010100     05  DATECNV-IF-SLASH-2     PIC X(01).
010200     05  DATECNV-IF-YEAR        PIC 9(04).
010300 01  DATECNV-IN-CYYMMDD REDEFINES DATECNV-IN-WORK.
010400     05  DATECNV-IC-CENTURY     PIC 9(01).
010500     05  DATECNV-IC-YY          PIC 9(02).
010600     05  DATECNV-IC-MONTH       PIC 9(02).
010700     05  DATECNV-IC-DAY         PIC 9(02).
010800     05  DATECNV-IC-REST        PIC X(03).
010900 01  DATECNV-IN-ISO-WEEK REDEFINES DATECNV-IN-WORK.
011000     05  DATECNV-IW-YEAR        PIC 9(04).
011100     05  DATECNV-IW-DASH-1      PIC X(01).
011200     05  DATECNV-IW-W           PIC X(01).
011300     05  DATECNV-IW-WEEK        PIC 9(02).
011400     05  DATECNV-IW-DASH-2      PIC X(01).
011500     05  DATECNV-IW-DAY         PIC 9(01).
011600
011700******************************************************************
011800*    THE OUTPUT DATE, BUILT IN THE VIEW FOR THE OUTPUT FORMAT.
011900******************************************************************
012000 01  DATECNV-OUT-WORK           PIC X(10).
012100 01  DATECNV-OUT-STANDARD REDEFINES DATECNV-OUT-WORK.
012200     05  DATECNV-OS-DATE        PIC 9(08).
012300     05  FILLER                 PIC X(02).
012400 01  DATECNV-OUT-JULIAN REDEFINES DATECNV-OUT-WORK.
012500     05  DATECNV-OJ-YEAR        PIC 9(04).
012600     05  DATECNV-OJ-DDD         PIC 9(03).
012700     05  FILLER                 PIC X(03).
012800 01  DATECNV-OUT-FRENCH REDEFINES DATECNV-OUT-WORK.
012900     05  DATECNV-OF-DAY         PIC 9(02).
013000     05  DATECNV-OF-SLASH-1     PIC X(01).
013100     05  DATECNV-OF-MONTH       PIC 9(02).
013200     05  DATECNV-OF-SLASH-2     PIC X(01).
013300     05  DATECNV-OF-YEAR        PIC 9(04).
013400 01  DATECNV-OUT-CYYMMDD REDEFINES DATECNV-OUT-WORK.
013500     05  DATECNV-OC-CENTURY     PIC 9(01).
013600     05  DATECNV-OC-YY          PIC 9(02).
013700     05  DATECNV-OC-MONTH       PIC 9(02).
013800     05  DATECNV-OC-DAY         PIC 9(02).
013900     05  FILLER                 PIC X(03).
014000 01  DATECNV-OUT-ISO-WEEK REDEFINES DATECNV-OUT-WORK.
014100     05  DATECNV-OW-YEAR        PIC 9(04).
014200     05  DATECNV-OW-DASH-1      PIC X(01).
014300     05  DATECNV-OW-W           PIC X(01).
014400     05  DATECNV-OW-WEEK        PIC 9(02).
014500     05  DATECNV-OW-DASH-2      PIC X(01).
014600     05  DATECNV-OW-DAY         PIC 9(01).
014700
014800******************************************************************
014900*    THE CANDIDATE CALENDAR DATE EVERY PARSE PARAGRAPH PRODUCES,
015000*    AND THE WORK FIELDS OF THE DERIVATIONS.
015100******************************************************************
015200 01  DATECNV-WORK-DATE.
015300     05  DATECNV-WORK-YEAR      PIC 9(04).
015400     05  DATECNV-WORK-MONTH     PIC 9(02).
015500     05  DATECNV-WORK-DAY       PIC 9(02).
015600
015700 01  DATECNV-WORK-FIELDS.
015800     05  DATECNV-ABS            PIC S9(09) COMP-3.
015900     05  DATECNV-ABS-JAN1       PIC S9(09) COMP-3.
016000     05  DATECNV-ABS-TARGET     PIC S9(09) COMP-3.
016100     05  DATECNV-WEEKS-JAN1-ABS PIC S9(09) COMP-3.
016200     05  DATECNV-WEEKS-YEAR     PIC 9(04).
016300     05  DATECNV-YEAR-WEEKS     PIC 9(02).
016400     05  DATECNV-JAN1-WEEKDAY   PIC 9(01).
016500     05  DATECNV-WORK-WEEK      PIC 9(02).
016600     05  DATECNV-ISO-YEAR-WORK  PIC 9(05).
016700     05  DATECNV-YEAR-DAYS      PIC 9(03).
016800     05  DATECNV-DAY-REMAIN     PIC 9(03).
016900     05  DATECNV-MONTH-SUB      PIC 9(02).
017000     05  DATECNV-MONTH-LEN      PIC 9(02).
017100
017200 COPY LEAPPRM.
017300
017400******************************************************************
017500*    PARAMETERS FOR THE SHARED DAYCNT SUBPROGRAM, USED WITH THE
017600*    FIXED EPOCH 0100-01-01 AS THE START DATE TO TURN A CALENDAR
017700*    DATE INTO AN EPOCH-RELATIVE DAY NUMBER, THE SAME WAY
017800*    DATEADD DOES, AND FOR DATEADD TO TURN ONE BACK.
017900******************************************************************
018000 COPY DAYCPRM.
018100 COPY DATEPRM.
018200
018300 LINKAGE SECTION.
018400 COPY DATCPRM.
018500
018600 PROCEDURE DIVISION USING DATECNV-PARM.
018700
018800 0000-MAINLINE.
018900     SET DATECNV-OK TO TRUE.
019000     PERFORM 0100-CLEAR-OUTPUTS THRU 0100-EXIT.
019100     IF NOT DATECNV-FROM-STANDARD AND
019200        NOT DATECNV-FROM-JULIAN   AND
019300        NOT DATECNV-FROM-FRENCH   AND
019400        NOT DATECNV-FROM-CYYMMDD  AND
019500        NOT DATECNV-FROM-ISO-WEEK
019600         SET DATECNV-BAD-FORMAT TO TRUE
019700         GOBACK
019800     END-IF.
019900     IF NOT DATECNV-TO-STANDARD AND
020000        NOT DATECNV-TO-JULIAN   AND
020100        NOT DATECNV-TO-FRENCH   AND
020200        NOT DATECNV-TO-CYYMMDD  AND
020300        NOT DATECNV-TO-ISO-WEEK
020400         SET DATECNV-BAD-FORMAT TO TRUE
020500         GOBACK
020600     END-IF.
020700     MOVE DATECNV-DATE-IN TO DATECNV-IN-WORK.
020800     EVALUATE TRUE
020900         WHEN DATECNV-FROM-STANDARD
021000             PERFORM 1100-PARSE-STANDARD THRU 1100-EXIT
021100         WHEN DATECNV-FROM-JULIAN
021200             PERFORM 1200-PARSE-JULIAN THRU 1200-EXIT
021300         WHEN DATECNV-FROM-FRENCH
021400             PERFORM 1300-PARSE-FRENCH THRU 1300-EXIT
021500         WHEN DATECNV-FROM-CYYMMDD
021600             PERFORM 1400-PARSE-CYYMMDD THRU 1400-EXIT
021700         WHEN DATECNV-FROM-ISO-WEEK
021800             PERFORM 1500-PARSE-ISO-WEEK THRU 1500-EXIT
021900     END-EVALUATE.
022000     IF NOT DATECNV-OK
022100         GOBACK
022200     END-IF.
022300     PERFORM 2000-VALIDATE-DATE THRU 2000-EXIT.
022400     IF NOT DATECNV-OK
022500         GOBACK
022600     END-IF.
022700     PERFORM 3000-DERIVE-ATTRIBUTES THRU 3000-EXIT.
022800*    A WEEK DATE NAMING WEEK 53 OF A 52-WEEK YEAR LANDS IN THE
022900*    NEXT YEAR'S WEEK 1 -- IT DOES NOT EXIST AS WRITTEN.
023000     IF DATECNV-FROM-ISO-WEEK
023100         IF DATECNV-ISO-WEEK-YEAR <> DATECNV-IW-YEAR OR
023200            DATECNV-ISO-WEEK      <> DATECNV-IW-WEEK OR
023300            DATECNV-WEEKDAY       <> DATECNV-IW-DAY
023400             PERFORM 0100-CLEAR-OUTPUTS THRU 0100-EXIT
023500             SET DATECNV-BAD-DATE TO TRUE
023600             GOBACK
023700         END-IF
023800     END-IF.
023900     PERFORM 4000-FORMAT-OUTPUT THRU 4000-EXIT.
024000     GOBACK.
024100
024200 0100-CLEAR-OUTPUTS.
024300     MOVE SPACES TO DATECNV-DATE-OUT.
024400     MOVE ZEROS  TO DATECNV-STD-DATE.
024500     MOVE ZEROS  TO DATECNV-ORDINAL-DAY.
024600     MOVE ZEROS  TO DATECNV-WEEKDAY.
024700     MOVE SPACES TO DATECNV-DAY-NAME-EN.
024800     MOVE SPACES TO DATECNV-DAY-NAME-FR.
024900     MOVE ZEROS  TO DATECNV-ISO-WEEK-YEAR.
025000     MOVE ZEROS  TO DATECNV-ISO-WEEK.
025100 0100-EXIT.
025200     EXIT.
025300
025400******************************************************************
025500*    1100-PARSE-STANDARD
025600*    YYYYMMDD IN THE FIRST EIGHT BYTES, THE REST BLANK.
025700******************************************************************
025800 1100-PARSE-STANDARD.
025900     IF DATECNV-IS-YEAR  IS NOT NUMERIC OR
026000        DATECNV-IS-MONTH IS NOT NUMERIC OR
026100        DATECNV-IS-DAY   IS NOT NUMERIC OR
026200        DATECNV-IS-REST  <> SPACES
026300         SET DATECNV-BAD-DATE TO TRUE
026400         GO TO 1100-EXIT
026500     END-IF.
026600     MOVE DATECNV-IS-YEAR  TO DATECNV-WORK-YEAR.
026700     MOVE DATECNV-IS-MONTH TO DATECNV-WORK-MONTH.
026800     MOVE DATECNV-IS-DAY   TO DATECNV-WORK-DAY.
026900 1100-EXIT.
027000     EXIT.
027100
027200******************************************************************
027300*    1200-PARSE-JULIAN
027400*    YYYYDDD.  THE DAY OF YEAR MUST FALL WITHIN THE YEAR'S
027500*    LENGTH; IT IS THEN WALKED THROUGH THE MONTH TABLE TO A
027600*    MONTH AND DAY.
027700******************************************************************
027800 1200-PARSE-JULIAN.
027900     IF DATECNV-IJ-YEAR IS NOT NUMERIC OR
028000        DATECNV-IJ-DDD  IS NOT NUMERIC OR
028100        DATECNV-IJ-REST <> SPACES
028200         SET DATECNV-BAD-DATE TO TRUE
028300         GO TO 1200-EXIT
028400     END-IF.
028500     IF DATECNV-IJ-YEAR < 0100
028600         SET DATECNV-BAD-DATE TO TRUE
028700         GO TO 1200-EXIT
028800     END-IF.
028900     MOVE DATECNV-IJ-YEAR TO LEAPCHK-YEAR-IN.
029000     CALL "LEAPCHK" USING LEAPCHK-PARM.
029100     IF LEAPCHK-IS-LEAP
029200         MOVE 366 TO DATECNV-YEAR-DAYS
029300     ELSE
029400         MOVE 365 TO DATECNV-YEAR-DAYS
029500     END-IF.
029600     IF DATECNV-IJ-DDD < 1 OR
029700        DATECNV-IJ-DDD > DATECNV-YEAR-DAYS
029800         SET DATECNV-BAD-DATE TO TRUE
029900         GO TO 1200-EXIT
030000     END-IF.
030100     MOVE DATECNV-IJ-DDD TO DATECNV-DAY-REMAIN.
030200     MOVE 1 TO DATECNV-MONTH-SUB.
030300     PERFORM 2100-SET-MONTH-LEN THRU 2100-EXIT.
030400     PERFORM 1250-WALK-ONE-MONTH THRU 1250-EXIT
030500         UNTIL DATECNV-DAY-REMAIN NOT > DATECNV-MONTH-LEN.
030600     MOVE DATECNV-IJ-YEAR    TO DATECNV-WORK-YEAR.
030700     MOVE DATECNV-MONTH-SUB  TO DATECNV-WORK-MONTH.
030800     MOVE DATECNV-DAY-REMAIN TO DATECNV-WORK-DAY.
030900 1200-EXIT.
031000     EXIT.
031100
031200 1250-WALK-ONE-MONTH.
031300     SUBTRACT DATECNV-MONTH-LEN FROM DATECNV-DAY-REMAIN.
031400     ADD 1 TO DATECNV-MONTH-SUB.
031500     PERFORM 2100-SET-MONTH-LEN THRU 2100-EXIT.
031600 1250-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    1300-PARSE-FRENCH
032100*    DD/MM/YYYY WITH THE SLASHES WHERE THEY BELONG.
032200******************************************************************
032300 1300-PARSE-FRENCH.
032400     IF DATECNV-IF-DAY     IS NOT NUMERIC OR
032500        DATECNV-IF-MONTH   IS NOT NUMERIC OR
032600        DATECNV-IF-YEAR    IS NOT NUMERIC OR
032700        DATECNV-IF-SLASH-1 <> "/"         OR
032800        DATECNV-IF-SLASH-2 <> "/"
032900         SET DATECNV-BAD-DATE TO TRUE
033000         GO TO 1300-EXIT
033100     END-IF.
033200     MOVE DATECNV-IF-YEAR  TO DATECNV-WORK-YEAR.
033300     MOVE DATECNV-IF-MONTH TO DATECNV-WORK-MONTH.
033400     MOVE DATECNV-IF-DAY   TO DATECNV-WORK-DAY.
033500 1300-EXIT.
033600     EXIT.
033700
033800******************************************************************
033900*    1400-PARSE-CYYMMDD
034000*    CENTURY DIGIT 0 IS 19YY, 1 IS 20YY, AND SO ON TO 9 (28YY).
034100******************************************************************
034200 1400-PARSE-CYYMMDD.
034300     IF DATECNV-IC-CENTURY IS NOT NUMERIC OR
034400        DATECNV-IC-YY      IS NOT NUMERIC OR
034500        DATECNV-IC-MONTH   IS NOT NUMERIC OR
034600        DATECNV-IC-DAY     IS NOT NUMERIC OR
034700        DATECNV-IC-REST    <> SPACES
034800         SET DATECNV-BAD-DATE TO TRUE
034900         GO TO 1400-EXIT
035000     END-IF.
035100     COMPUTE DATECNV-WORK-YEAR =
035200         1900 + (DATECNV-IC-CENTURY * 100) + DATECNV-IC-YY.
035300     MOVE DATECNV-IC-MONTH TO DATECNV-WORK-MONTH.
035400     MOVE DATECNV-IC-DAY   TO DATECNV-WORK-DAY.
035500 1400-EXIT.
035600     EXIT.
035700
035800******************************************************************
035900*    1500-PARSE-ISO-WEEK
036000*    YYYY-WNN-D.  WEEK 1 OF AN ISO YEAR IS THE WEEK HOLDING
036100*    JANUARY 4, SO ITS MONDAY IS JANUARY 4 LESS ITS WEEKDAY
036200*    OFFSET; THE WANTED DAY IS COUNTED ON FROM THERE AND HANDED
036300*    TO DATEADD TO BECOME A CALENDAR DATE.  WHETHER WEEK 53 REALLY
036400*    EXISTS IN THAT YEAR IS SETTLED BACK IN THE MAINLINE.
036500******************************************************************
036600 1500-PARSE-ISO-WEEK.
036700     IF DATECNV-IW-YEAR   IS NOT NUMERIC OR
036800        DATECNV-IW-WEEK   IS NOT NUMERIC OR
036900        DATECNV-IW-DAY    IS NOT NUMERIC OR
037000        DATECNV-IW-DASH-1 <> "-"         OR
037100        DATECNV-IW-W      <> "W"         OR
037200        DATECNV-IW-DASH-2 <> "-"
037300         SET DATECNV-BAD-DATE TO TRUE
037400         GO TO 1500-EXIT
037500     END-IF.
037600     IF DATECNV-IW-YEAR < 0100                    OR
037700        DATECNV-IW-WEEK < 1 OR DATECNV-IW-WEEK > 53 OR
037800        DATECNV-IW-DAY  < 1 OR DATECNV-IW-DAY  > 7
037900         SET DATECNV-BAD-DATE TO TRUE
038000         GO TO 1500-EXIT
038100     END-IF.
038200     MOVE DATECNV-IW-YEAR TO DAYCNT-END-YEAR.
038300     MOVE 01              TO DAYCNT-END-MONTH.
038400     MOVE 04              TO DAYCNT-END-DAY.
038500     PERFORM 2200-DATE-TO-ABS THRU 2200-EXIT.
038600     IF NOT DAYCNT-OK
038700         SET DATECNV-BAD-DATE TO TRUE
038800         GO TO 1500-EXIT
038900     END-IF.
039000     COMPUTE DATECNV-ABS-TARGET =
039100         DAYCNT-DAY-COUNT
039200         - FUNCTION MOD (DAYCNT-DAY-COUNT + 6, 7)
039300         + ((DATECNV-IW-WEEK - 1) * 7)
039400         + (DATECNV-IW-DAY - 1).
039500     IF DATECNV-ABS-TARGET < 0
039600         SET DATECNV-BAD-DATE TO TRUE
039700         GO TO 1500-EXIT
039800     END-IF.
039900     MOVE 01000101           TO DATEADD-DATE-IN.
040000     MOVE DATECNV-ABS-TARGET TO DATEADD-DAYS.
040100     CALL "DATEADD" USING DATEADD-PARM.
040200     IF NOT DATEADD-OK
040300         SET DATECNV-BAD-DATE TO TRUE
040400         GO TO 1500-EXIT
040500     END-IF.
040600     MOVE DATEADD-DATE-OUT TO DATECNV-WORK-DATE.
040700 1500-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    2000-VALIDATE-DATE
041200*    THE CANDIDATE DATE MUST LIE IN 0100-9999 WITH A REAL MONTH
041300*    AND A DAY WITHIN THAT MONTH, FEBRUARY BY LEAPCHK.  ITS
041400*    EPOCH-RELATIVE DAY NUMBER IS TAKEN HERE AS WELL.
041500******************************************************************
041600 2000-VALIDATE-DATE.
041700     IF DATECNV-WORK-YEAR  < 0100 OR
041800        DATECNV-WORK-MONTH < 01   OR
041900        DATECNV-WORK-MONTH > 12   OR
042000        DATECNV-WORK-DAY   < 01
042100         SET DATECNV-BAD-DATE TO TRUE
042200         GO TO 2000-EXIT
042300     END-IF.
042400     MOVE DATECNV-WORK-YEAR TO LEAPCHK-YEAR-IN.
042500     CALL "LEAPCHK" USING LEAPCHK-PARM.
042600     MOVE DATECNV-WORK-MONTH TO DATECNV-MONTH-SUB.
042700     PERFORM 2100-SET-MONTH-LEN THRU 2100-EXIT.
042800     IF DATECNV-WORK-DAY > DATECNV-MONTH-LEN
042900         SET DATECNV-BAD-DATE TO TRUE
043000         GO TO 2000-EXIT
043100     END-IF.
043200     MOVE DATECNV-WORK-DATE TO DAYCNT-END-DATE.
043300     PERFORM 2200-DATE-TO-ABS THRU 2200-EXIT.
043400     IF NOT DAYCNT-OK
043500         SET DATECNV-BAD-DATE TO TRUE
043600         GO TO 2000-EXIT
043700     END-IF.
043800     MOVE DAYCNT-DAY-COUNT  TO DATECNV-ABS.
043900     MOVE DATECNV-WORK-DATE TO DATECNV-STD-DATE.
044000 2000-EXIT.
044100     EXIT.
044200
044300******************************************************************
044400*    2100-SET-MONTH-LEN
044500*    LENGTH OF MONTH DATECNV-MONTH-SUB IN THE YEAR LAST GIVEN TO
044600*    LEAPCHK.
044700******************************************************************
044800 2100-SET-MONTH-LEN.
044900     IF DATECNV-MONTH-SUB = 2 AND LEAPCHK-IS-LEAP
045000         MOVE 29 TO DATECNV-MONTH-LEN
045100     ELSE
045200         MOVE DATECNV-MONTH-DAYS(DATECNV-MONTH-SUB)
045300             TO DATECNV-MONTH-LEN
045400     END-IF.
045500 2100-EXIT.
045600     EXIT.
045700
045800******************************************************************
045900*    2200-DATE-TO-ABS
046000*    ASKS DAYCNT FOR THE DAY COUNT FROM THE FIXED EPOCH
046100*    0100-01-01 TO THE DATE ALREADY PLACED IN DAYCNT-END-DATE.
046200******************************************************************
046300 2200-DATE-TO-ABS.
046400     MOVE 0100 TO DAYCNT-START-YEAR.
046500     MOVE 01   TO DAYCNT-START-MONTH.
046600     MOVE 01   TO DAYCNT-START-DAY.
046700     SET DAYCNT-BASIS-ACTUAL TO TRUE.
046800     CALL "DAYCNT" USING DAYCNT-PARM.
046900 2200-EXIT.
047000     EXIT.
047100
047200******************************************************************
047300*    3000-DERIVE-ATTRIBUTES
047400*    WEEKDAY AND ITS NAMES FROM THE DAY NUMBER (THE EPOCH DAY
047500*    0100-01-01 WAS A SUNDAY), ORDINAL DAY FROM THE MONTH TABLE,
047600*    THEN THE ISO WEEK.
047700******************************************************************
047800 3000-DERIVE-ATTRIBUTES.
047900     COMPUTE DATECNV-WEEKDAY =
048000         FUNCTION MOD (DATECNV-ABS + 6, 7) + 1.
048100     MOVE DATECNV-ENGLISH-NAME(DATECNV-WEEKDAY)
048200         TO DATECNV-DAY-NAME-EN.
048300     MOVE DATECNV-FRENCH-NAME(DATECNV-WEEKDAY)
048400         TO DATECNV-DAY-NAME-FR.
048500     MOVE DATECNV-STD-YEAR TO LEAPCHK-YEAR-IN.
048600     CALL "LEAPCHK" USING LEAPCHK-PARM.
048700     MOVE DATECNV-STD-DAY TO DATECNV-ORDINAL-DAY.
048800     MOVE 1 TO DATECNV-MONTH-SUB.
048900     PERFORM 3100-ADD-ONE-MONTH THRU 3100-EXIT
049000         UNTIL DATECNV-MONTH-SUB NOT < DATECNV-STD-MONTH.
049100     PERFORM 3200-ISO-WEEK THRU 3200-EXIT.
049200 3000-EXIT.
049300     EXIT.
049400
049500 3100-ADD-ONE-MONTH.
049600     PERFORM 2100-SET-MONTH-LEN THRU 2100-EXIT.
049700     ADD DATECNV-MONTH-LEN TO DATECNV-ORDINAL-DAY.
049800     ADD 1 TO DATECNV-MONTH-SUB.
049900 3100-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    3200-ISO-WEEK
050400*    THE ISO WEEK IS (ORDINAL - WEEKDAY + 10) / 7.  A RESULT OF
050500*    ZERO MEANS THE DATE BELONGS TO THE LAST WEEK OF THE PRIOR
050600*    YEAR; A RESULT PAST THE YEAR'S WEEK COUNT MEANS IT BELONGS
050700*    TO WEEK 1 OF THE NEXT.  A DATE WHOSE WEEK-YEAR WOULD BE
050800*    10000 (THE LAST DAYS OF 9999) IS LEFT WITH ZERO ISO FIELDS.
050900******************************************************************
051000 3200-ISO-WEEK.
051100     COMPUTE DATECNV-ABS-JAN1 =
051200         DATECNV-ABS - DATECNV-ORDINAL-DAY + 1.
051300     MOVE DATECNV-STD-YEAR TO DATECNV-ISO-YEAR-WORK.
051400     MOVE DATECNV-ABS-JAN1 TO DATECNV-WEEKS-JAN1-ABS.
051500     MOVE DATECNV-STD-YEAR TO DATECNV-WEEKS-YEAR.
051600     PERFORM 3300-WEEKS-IN-YEAR THRU 3300-EXIT.
051700     COMPUTE DATECNV-WORK-WEEK =
051800         (DATECNV-ORDINAL-DAY - DATECNV-WEEKDAY + 10) / 7.
051900     IF DATECNV-WORK-WEEK = 0
052000         SUBTRACT 1 FROM DATECNV-ISO-YEAR-WORK
052100         MOVE DATECNV-ISO-YEAR-WORK TO DATECNV-WEEKS-YEAR
052200         MOVE DATECNV-WEEKS-YEAR TO LEAPCHK-YEAR-IN
052300         CALL "LEAPCHK" USING LEAPCHK-PARM
052400         IF LEAPCHK-IS-LEAP
052500             COMPUTE DATECNV-WEEKS-JAN1-ABS =
052600                 DATECNV-ABS-JAN1 - 366
052700         ELSE
052800             COMPUTE DATECNV-WEEKS-JAN1-ABS =
052900                 DATECNV-ABS-JAN1 - 365
053000         END-IF
053100         PERFORM 3300-WEEKS-IN-YEAR THRU 3300-EXIT
053200         MOVE DATECNV-YEAR-WEEKS TO DATECNV-WORK-WEEK
053300     ELSE
053400         IF DATECNV-WORK-WEEK > DATECNV-YEAR-WEEKS
053500             ADD 1 TO DATECNV-ISO-YEAR-WORK
053600             MOVE 1 TO DATECNV-WORK-WEEK
053700         END-IF
053800     END-IF.
053900     IF DATECNV-ISO-YEAR-WORK > 9999
054000         GO TO 3200-EXIT
054100     END-IF.
054200     MOVE DATECNV-ISO-YEAR-WORK TO DATECNV-ISO-WEEK-YEAR.
054300     MOVE DATECNV-WORK-WEEK     TO DATECNV-ISO-WEEK.
054400 3200-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800*    3300-WEEKS-IN-YEAR
054900*    AN ISO YEAR HAS 53 WEEKS WHEN IT OPENS ON A THURSDAY, OR ON
055000*    A WEDNESDAY IN A LEAP YEAR; OTHERWISE 52.  USES THE YEAR IN
055100*    DATECNV-WEEKS-YEAR AND THE DAY NUMBER OF ITS JANUARY 1.
055200******************************************************************
055300 3300-WEEKS-IN-YEAR.
055400     COMPUTE DATECNV-JAN1-WEEKDAY =
055500         FUNCTION MOD (DATECNV-WEEKS-JAN1-ABS + 6, 7) + 1.
055600     MOVE DATECNV-WEEKS-YEAR TO LEAPCHK-YEAR-IN.
055700     CALL "LEAPCHK" USING LEAPCHK-PARM.
055800     IF DATECNV-JAN1-WEEKDAY = 4 OR
055900       (DATECNV-JAN1-WEEKDAY = 3 AND LEAPCHK-IS-LEAP)
056000         MOVE 53 TO DATECNV-YEAR-WEEKS
056100     ELSE
056200         MOVE 52 TO DATECNV-YEAR-WEEKS
056300     END-IF.
056400 3300-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800*    4000-FORMAT-OUTPUT
056900*    LAYS THE STANDARD DATE OUT IN THE REQUESTED FORMAT.  A DATE
057000*    THE FORMAT CANNOT HOLD COMES BACK OUT-OF-RANGE WITH THE
057100*    STANDARD DATE AND DERIVED FIELDS STILL FILLED IN.
057200******************************************************************
057300 4000-FORMAT-OUTPUT.
057400     MOVE SPACES TO DATECNV-OUT-WORK.
057500     EVALUATE TRUE
057600         WHEN DATECNV-TO-STANDARD
057700             MOVE DATECNV-STD-DATE TO DATECNV-OS-DATE
057800         WHEN DATECNV-TO-JULIAN
057900             MOVE DATECNV-STD-YEAR    TO DATECNV-OJ-YEAR
058000             MOVE DATECNV-ORDINAL-DAY TO DATECNV-OJ-DDD
058100         WHEN DATECNV-TO-FRENCH
058200             MOVE DATECNV-STD-DAY     TO DATECNV-OF-DAY
058300             MOVE "/"                 TO DATECNV-OF-SLASH-1
058400             MOVE DATECNV-STD-MONTH   TO DATECNV-OF-MONTH
058500             MOVE "/"                 TO DATECNV-OF-SLASH-2
058600             MOVE DATECNV-STD-YEAR    TO DATECNV-OF-YEAR
058700         WHEN DATECNV-TO-CYYMMDD
058800             IF DATECNV-STD-YEAR < 1900 OR
058900                DATECNV-STD-YEAR > 2899
059000                 SET DATECNV-OUT-OF-RANGE TO TRUE
059100                 GO TO 4000-EXIT
059200             END-IF
059300             COMPUTE DATECNV-OC-CENTURY =
059400                 (DATECNV-STD-YEAR - 1900) / 100
059500             COMPUTE DATECNV-OC-YY =
059600                 FUNCTION MOD (DATECNV-STD-YEAR, 100)
059700             MOVE DATECNV-STD-MONTH TO DATECNV-OC-MONTH
059800             MOVE DATECNV-STD-DAY   TO DATECNV-OC-DAY
059900         WHEN DATECNV-TO-ISO-WEEK
060000             IF DATECNV-ISO-WEEK-YEAR = ZERO
060100                 SET DATECNV-OUT-OF-RANGE TO TRUE
060200                 GO TO 4000-EXIT
060300             END-IF
060400             MOVE DATECNV-ISO-WEEK-YEAR TO DATECNV-OW-YEAR
060500             MOVE "-"                   TO DATECNV-OW-DASH-1
060600             MOVE "W"                   TO DATECNV-OW-W
060700             MOVE DATECNV-ISO-WEEK      TO DATECNV-OW-WEEK
060800             MOVE "-"                   TO DATECNV-OW-DASH-2
060900             MOVE DATECNV-WEEKDAY       TO DATECNV-OW-DAY
061000     END-EVALUATE.
061100     MOVE DATECNV-OUT-WORK TO DATECNV-DATE-OUT.
061200 4000-EXIT.
061300     EXIT.
