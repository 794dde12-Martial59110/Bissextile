000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CALBLD.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-01.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-01  MJM   INITIAL VERSION.  BUILDS THE CALMST
001300*                      PER-MARKET BUSINESS CALENDAR MASTER: ONE
001400*                      KEYED RECORD PER CALENDAR CODE PER DATE
001500*                      FOR THE YEAR RANGE ON THE CALCTL CONTROL
001600*                      CARD, HOLDING THE WEEKDAY, THE BUSINESS-
001700*                      DAY AND HOLIDAY FLAGS, THE BUSINESS-DAY
001800*                      ORDINAL IN THE MONTH AND THE COUNT LEFT,
001900*                      THE FIRST/LAST BUSINESS DAY OF MONTH,
002000*                      QUARTER AND YEAR FLAGS, AND THE 4-4-5
002100*                      FISCAL YEAR, PERIOD AND WEEK.  MONTH-END
002200*                      JOBS HAD EACH ASKED BUSDAY AND BUSADD THE
002300*                      SAME QUESTIONS, RESCANNING HOLIDAY EVERY
002400*                      TIME; THEY NOW READ THE ANSWERS BY KEY
002500*                      THROUGH CALINQ.  RUNS AFTER THE HOLMNT
002600*                      CERTIFICATION AND YEARBLD: THE CALENDARS
002700*                      ARE THE DEFAULT (BLANK) CALENDAR PLUS
002800*                      EVERY CODE IN THE HOLIDAY FILE, AND THE
002900*                      MONTH LENGTHS COME FROM YEARMST.  A
003000*                      HOLIDAY FILE BUSDAY WOULD REFUSE (BAD
003100*                      DATE, OVER 500 ENTRIES OR 20 CODES) OR A
003200*                      YEAR MISSING FROM YEARMST ENDS THE RUN
003300*                      RC 12 BEFORE ANYTHING IS WRITTEN.  RC 16
003400*                      ON A BAD CONTROL CARD.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SPECIAL-NAMES.
004000     DECIMAL-POINT IS COMMA.
004100
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CAL-CONTROL  ASSIGN TO CALCTL
004500                         ORGANIZATION IS LINE SEQUENTIAL
004600                         FILE STATUS IS CALBLD-CTL-STATUS.
004700     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
004800                         ORGANIZATION IS LINE SEQUENTIAL
004900                         FILE STATUS IS CALBLD-HOL-STATUS.
005000     SELECT YEAR-MASTER  ASSIGN TO YEARMST
005100                         ORGANIZATION IS INDEXED
005200                         ACCESS MODE IS RANDOM
005300                         RECORD KEY IS YEARMST-YEAR
005400                         FILE STATUS IS CALBLD-YMS-STATUS.
005500     SELECT CAL-MASTER   ASSIGN TO CALMST
005600                         ORGANIZATION IS INDEXED
005700                         ACCESS MODE IS SEQUENTIAL
005800                         RECORD KEY IS CALMST-KEY
005900                         FILE STATUS IS CALBLD-MST-STATUS.
006000     SELECT RUN-STATS    ASSIGN TO RUNSTAT
006100                         ORGANIZATION IS LINE SEQUENTIAL
006200                         FILE STATUS IS CALBLD-STAT-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  CAL-CONTROL
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  CAL-CONTROL-RECORD.
006900     05  CT-FIRST-YEAR          PIC X(04).
007000     05  CT-LAST-YEAR           PIC X(04).
007100     05  CT-FY-END-MONTH        PIC X(02).
007200     05  CT-FY-END-MONTH-NUM REDEFINES CT-FY-END-MONTH
007300                                PIC 9(02).
007400     05  CT-FY-END-WEEKDAY      PIC X(01).
007500     05  CT-FY-END-WEEKDAY-NUM REDEFINES CT-FY-END-WEEKDAY
007600                                PIC 9(01).
007700     05  CT-FY-END-RULE         PIC X(01).
007800     05  FILLER                 PIC X(68).
007900
008000 FD  HOLIDAY-FILE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  HOLIDAY-RECORD.
008300     05  HOL-DATE               PIC X(08).
008400     05  HOL-CAL-ID             PIC X(03).
008500     05  FILLER                 PIC X(69).
008600
008700 FD  YEAR-MASTER
008800     RECORD CONTAINS 40 CHARACTERS.
008900 COPY YEARMST.
009000
009100 FD  CAL-MASTER
009200     RECORD CONTAINS 40 CHARACTERS.
009300 COPY CALMST.
009400
009500 FD  RUN-STATS
009600     RECORD CONTAINS 80 CHARACTERS.
009700 01  RUN-STATS-RECORD           PIC X(80).
009800
009900 WORKING-STORAGE SECTION.
010000 77  CALBLD-CTL-STATUS          PIC X(02) VALUE SPACES.
010100 77  CALBLD-HOL-STATUS          PIC X(02) VALUE SPACES.
010200 77  CALBLD-YMS-STATUS          PIC X(02) VALUE SPACES.
010300 77  CALBLD-MST-STATUS          PIC X(02) VALUE SPACES.
010400 77  CALBLD-SAVE-STATUS         PIC X(02) VALUE SPACES.
010500 77  CALBLD-STAT-STATUS         PIC X(02) VALUE SPACES.
010600 77  CALBLD-HOL-EOF-SW          PIC X(01) VALUE "N".
010700     88  CALBLD-HOL-EOF         VALUE "Y".
010800 77  CALBLD-CTL-BAD-SW          PIC X(01) VALUE "N".
010900     88  CALBLD-CONTROL-BAD     VALUE "Y".
011000 77  CALBLD-CAL-BAD-SW          PIC X(01) VALUE "N".
011100     88  CALBLD-CALENDAR-BAD    VALUE "Y".
011200 77  CALBLD-RUN-DATE            PIC 9(08).
011300 77  CALBLD-RUN-TIME            PIC 9(08).
011400 77  CALBLD-OPERATOR-ID         PIC X(08) VALUE SPACES.
011500 77  CALBLD-HOL-READ            PIC 9(08) COMP VALUE ZERO.
011600 77  CALBLD-WRITE-COUNT         PIC 9(08) COMP VALUE ZERO.
011700 77  CALBLD-CAL-WRITE-COUNT     PIC 9(08) COMP VALUE ZERO.
011800
011900******************************************************************
012000*    YEAR RANGE AND FISCAL CALENDAR FROM THE CONTROL CARD.  THE
012100*    FLOOR IS THE FIRST FULL GREGORIAN YEAR AND THE CEILING
012200*    LEAVES ROOM FOR THE FOLLOWING YEAR'S FISCAL YEAR-END, WHICH
012300*    THE LAST DAYS OF THE RANGE CAN BELONG TO.  FIFTY YEARS, AS
012400*    IN ANNSCHD.  THE FISCAL YEAR ENDS ON THE LAST GIVEN WEEKDAY
012500*    OF THE YEAR-END MONTH (RULE L) OR THE GIVEN WEEKDAY NEAREST
012600*    THE END OF THAT MONTH (RULE N); BLANK FIELDS DEFAULT TO THE
012700*    LAST SATURDAY OF DECEMBER.
012800******************************************************************
012900 77  CALBLD-FIRST-YEAR          PIC 9(04).
013000 77  CALBLD-LAST-YEAR           PIC 9(04).
013100 77  CALBLD-MIN-YEAR            PIC 9(04) VALUE 1583.
013200 77  CALBLD-MAX-YEAR            PIC 9(04) VALUE 9998.
013300 77  CALBLD-MAX-SPAN            PIC 9(02) VALUE 50.
013400 77  CALBLD-SPAN                PIC 9(04).
013500 77  CALBLD-FY-MONTH            PIC 9(02).
013600 77  CALBLD-FY-WEEKDAY          PIC 9(01).
013700 77  CALBLD-FY-RULE             PIC X(01).
013800     88  CALBLD-FY-LAST         VALUE "L".
013900     88  CALBLD-FY-NEAREST      VALUE "N".
014000
014100******************************************************************
014200*    HOLIDAY TABLE AND CALENDAR DIRECTORY, WITH BUSDAY'S LIMITS
014300*    OF 500 ENTRIES AND 20 CODES SO THE MASTER NEVER DESCRIBES A
014400*    CALENDAR BUSDAY WOULD REFUSE TO LOAD.  THE DIRECTORY IS
014500*    KEPT IN CODE ORDER, SEEDED WITH THE DEFAULT (BLANK)
014600*    CALENDAR, SO THE MASTER IS WRITTEN IN KEY ORDER.
014700******************************************************************
014800 77  CALBLD-HOL-MAX             PIC 9(04) COMP VALUE 500.
014900 77  CALBLD-HOL-COUNT           PIC 9(04) COMP VALUE ZERO.
015000 77  CALBLD-HOL-SUB             PIC 9(04) COMP.
015100 01  CALBLD-HOLIDAY-TABLE.
015200     05  CALBLD-HOL-ENTRY       OCCURS 500 TIMES.
015300         10  CALBLD-HOL-CAL     PIC X(03).
015400         10  CALBLD-HOL-DATE.
015500             15  CALBLD-HOL-YYYYMM
015600                                PIC X(06).
015700             15  CALBLD-HOL-DAY PIC 9(02).
015800
015900 77  CALBLD-CAL-MAX             PIC 9(02) COMP VALUE 20.
016000 77  CALBLD-CAL-COUNT           PIC 9(02) COMP VALUE ZERO.
016100 77  CALBLD-FILE-CAL-COUNT      PIC 9(02) COMP VALUE ZERO.
016200 77  CALBLD-CAL-SUB             PIC 9(02) COMP.
016300 77  CALBLD-MOVE-SUB            PIC 9(02) COMP.
016400 77  CALBLD-CAL-KNOWN-SW        PIC X(01) VALUE "N".
016500     88  CALBLD-CAL-KNOWN       VALUE "Y".
016600 01  CALBLD-CAL-DIRECTORY.
016700     05  CALBLD-CAL-CODE        PIC X(03) OCCURS 21 TIMES.
016800
016900******************************************************************
017000*    YEAR TABLE: THE YEARMST MONTH LENGTHS AND THE FISCAL YEAR-
017100*    END DAY NUMBER FOR EVERY YEAR FROM TWO BEFORE THE RANGE TO
017200*    ONE AFTER IT -- A DATE CAN BELONG TO THE FISCAL YEAR ENDING
017300*    IN THE CALENDAR YEAR BEFORE OR AFTER ITS OWN, AND THAT
017400*    YEAR'S START IS THE DAY AFTER THE PRIOR YEAR-END.
017500*    SUBSCRIPT = YEAR - FIRST YEAR + 3.
017600******************************************************************
017700 77  CALBLD-YEAR-COUNT          PIC 9(02) COMP.
017800 77  CALBLD-YEAR-SUB            PIC 9(02) COMP.
017900 01  CALBLD-YEAR-TABLE.
018000     05  CALBLD-YEAR-ENTRY      OCCURS 54 TIMES.
018100         10  CALBLD-YT-MONTH-DAYS
018200                                PIC 9(02) OCCURS 12 TIMES.
018300         10  CALBLD-YT-FY-END   PIC S9(09) COMP-3.
018400
018500******************************************************************
018600*    ONE MONTH OF ONE CALENDAR, DERIVED BEFORE ITS RECORDS ARE
018700*    WRITTEN -- SEE 3000-DERIVE-MONTH.
018800******************************************************************
018900 77  CALBLD-CUR-CAL             PIC X(03).
019000 77  CALBLD-YEAR                PIC 9(04).
019100 77  CALBLD-MONTH               PIC 9(02).
019200 77  CALBLD-DAY-SUB             PIC 9(02) COMP.
019300 77  CALBLD-MONTH-LEN           PIC 9(02).
019400 77  CALBLD-MONTH-BUSDAYS       PIC 9(02).
019500 77  CALBLD-FIRST-ABS           PIC S9(09) COMP-3.
019600 01  CALBLD-YYYYMM.
019700     05  CALBLD-YM-YEAR         PIC 9(04).
019800     05  CALBLD-YM-MONTH        PIC 9(02).
019900 01  CALBLD-MONTH-DAYS-TABLE.
020000     05  CALBLD-MONTH-DAY       OCCURS 31 TIMES.
020100         10  CALBLD-MD-WEEKDAY  PIC 9(01).
020200         10  CALBLD-MD-HOLIDAY  PIC X(01).
020300         10  CALBLD-MD-BUSDAY   PIC X(01).
020400         10  CALBLD-MD-ORDINAL  PIC 9(02).
020500
020600******************************************************************
020700*    DATE ARITHMETIC.  DAY NUMBERS ARE DAYCNT COUNTS FROM THE
020800*    0100-01-01 EPOCH, AS IN BUSDAY; MOD(N + 6, 7) + 1 IS THE
020900*    WEEKDAY, 1 MONDAY THROUGH 7 SUNDAY.
021000******************************************************************
021100 77  CALBLD-ABS                 PIC S9(09) COMP-3.
021200 77  CALBLD-WORK-ABS            PIC S9(09) COMP-3.
021300 77  CALBLD-WEEKDAY             PIC 9(01).
021400 77  CALBLD-BACK-DAYS           PIC 9(01).
021500 77  CALBLD-FY                  PIC 9(04).
021600 77  CALBLD-FY-START            PIC S9(09) COMP-3.
021700 77  CALBLD-FY-WEEK             PIC 9(02).
021800 77  CALBLD-FY-PERIOD           PIC 9(02).
021900 77  CALBLD-WEEK-QUOT           PIC 9(04) COMP.
022000 77  CALBLD-WEEK-REM            PIC 9(01).
022100
022200******************************************************************
022300*    4-4-5 PERIOD ENDS: THE LAST FISCAL WEEK OF EACH OF THE
022400*    TWELVE PERIODS.  A 53RD WEEK FALLS PAST THE TABLE AND IS
022500*    PUT IN PERIOD 12.
022600******************************************************************
022700 01  CALBLD-PERIOD-ENDS         PIC X(24) VALUE
022800         "040813172126303439434752".
022900 01  CALBLD-PERIOD-TABLE REDEFINES CALBLD-PERIOD-ENDS.
023000     05  CALBLD-PERIOD-END-WEEK PIC 9(02) OCCURS 12 TIMES.
023100
023200******************************************************************
023300*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
023400******************************************************************
023500 COPY RUNSTAT.
023600
023700******************************************************************
023800*    PARAMETERS FOR THE SHARED DAYCNT SUBPROGRAM -- SEE 6000-
023900*    DATE-TO-ABS.
024000******************************************************************
024100 COPY DAYCPRM.
024200
024300 PROCEDURE DIVISION.
024400
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024700     MOVE 1 TO CALBLD-CAL-SUB.
024800     PERFORM 2000-BUILD-ONE-CALENDAR THRU 2000-EXIT
024900         UNTIL CALBLD-CAL-SUB > CALBLD-CAL-COUNT
025000         OR CALBLD-MST-STATUS <> "00".
025100*    THE WRITE STATUS IS SAVED BEFORE THE CLOSE, AS IN YEARBLD,
025200*    SO A PARTIAL LOAD CANNOT END WITH A ZERO CONDITION CODE.
025300     MOVE CALBLD-MST-STATUS TO CALBLD-SAVE-STATUS.
025400     CLOSE CAL-MASTER.
025500     IF CALBLD-SAVE-STATUS <> "00"
025600         DISPLAY "CALBLD - CALMST WRITE FAILED, STATUS "
025700             CALBLD-SAVE-STATUS
025800         MOVE 12 TO RETURN-CODE
025900     ELSE
026000         DISPLAY "CALBLD - CALMST RECORDS WRITTEN : "
026100             CALBLD-WRITE-COUNT
026200         MOVE 0 TO RETURN-CODE
026300     END-IF.
026400     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
026500     STOP RUN.
026600
026700******************************************************************
026800*    1000-INITIALIZE
026900*    READS THE CONTROL CARD, LOADS THE HOLIDAY CALENDAR AND THE
027000*    YEAR TABLE, AND ONLY THEN OPENS THE MASTER FOR OUTPUT, SO A
027100*    RUN THAT CANNOT BUILD A COMPLETE MASTER WRITES NOTHING.
027200******************************************************************
027300 1000-INITIALIZE.
027400     ACCEPT CALBLD-RUN-DATE FROM DATE YYYYMMDD.
027500     ACCEPT CALBLD-RUN-TIME FROM TIME.
027600     ACCEPT CALBLD-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
027700     IF CALBLD-OPERATOR-ID = SPACES
027800         ACCEPT CALBLD-OPERATOR-ID FROM ENVIRONMENT "USER"
027900     END-IF.
028000     IF CALBLD-OPERATOR-ID = SPACES
028100         MOVE "UNKNOWN" TO CALBLD-OPERATOR-ID
028200     END-IF.
028300     OPEN INPUT CAL-CONTROL.
028400     IF CALBLD-CTL-STATUS <> "00"
028500         SET CALBLD-CONTROL-BAD TO TRUE
028600     ELSE
028700         READ CAL-CONTROL
028800             AT END
028900                 SET CALBLD-CONTROL-BAD TO TRUE
029000         END-READ
029100         CLOSE CAL-CONTROL
029200     END-IF.
029300     IF NOT CALBLD-CONTROL-BAD
029400         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
029500     END-IF.
029600     IF CALBLD-CONTROL-BAD
029700         DISPLAY "CALBLD - CONTROL CARD MISSING OR INVALID"
029800         MOVE 16 TO RETURN-CODE
029900         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
030000         STOP RUN
030100     END-IF.
030200     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
030300     IF CALBLD-CALENDAR-BAD
030400         MOVE 12 TO RETURN-CODE
030500         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
030600         STOP RUN
030700     END-IF.
030800     PERFORM 1400-LOAD-YEARS THRU 1400-EXIT.
030900     IF CALBLD-CALENDAR-BAD
031000         MOVE 12 TO RETURN-CODE
031100         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
031200         STOP RUN
031300     END-IF.
031400     OPEN OUTPUT CAL-MASTER.
031500     IF CALBLD-MST-STATUS <> "00"
031600         DISPLAY "CALBLD - CALMST OPEN FAILED, STATUS "
031700             CALBLD-MST-STATUS
031800         MOVE 12 TO RETURN-CODE
031900         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
032000         STOP RUN
032100     END-IF.
032200 1000-EXIT.
032300     EXIT.
032400
032500******************************************************************
032600*    1100-EDIT-CONTROL-CARD
032700*    FIRST YEAR 1-4 (BLANK IS THE RUN YEAR), LAST YEAR 5-8
032800*    (BLANK IS THE FIRST YEAR), FISCAL YEAR-END MONTH 9-10,
032900*    WEEKDAY 11 (1 MONDAY - 7 SUNDAY) AND RULE 12 (L OR N).
033000******************************************************************
033100 1100-EDIT-CONTROL-CARD.
033200     IF CT-FIRST-YEAR = SPACES
033300         MOVE CALBLD-RUN-DATE(1:4) TO CALBLD-FIRST-YEAR
033400     ELSE
033500         IF CT-FIRST-YEAR IS NUMERIC
033600             MOVE CT-FIRST-YEAR TO CALBLD-FIRST-YEAR
033700         ELSE
033800             SET CALBLD-CONTROL-BAD TO TRUE
033900             GO TO 1100-EXIT
034000         END-IF
034100     END-IF.
034200     IF CT-LAST-YEAR = SPACES
034300         MOVE CALBLD-FIRST-YEAR TO CALBLD-LAST-YEAR
034400     ELSE
034500         IF CT-LAST-YEAR IS NUMERIC
034600             MOVE CT-LAST-YEAR TO CALBLD-LAST-YEAR
034700         ELSE
034800             SET CALBLD-CONTROL-BAD TO TRUE
034900             GO TO 1100-EXIT
035000         END-IF
035100     END-IF.
035200     IF CALBLD-FIRST-YEAR < CALBLD-MIN-YEAR OR
035300        CALBLD-LAST-YEAR > CALBLD-MAX-YEAR OR
035400        CALBLD-LAST-YEAR < CALBLD-FIRST-YEAR
035500         SET CALBLD-CONTROL-BAD TO TRUE
035600         GO TO 1100-EXIT
035700     END-IF.
035800     COMPUTE CALBLD-SPAN =
035900         CALBLD-LAST-YEAR - CALBLD-FIRST-YEAR + 1.
036000     IF CALBLD-SPAN > CALBLD-MAX-SPAN
036100         SET CALBLD-CONTROL-BAD TO TRUE
036200         GO TO 1100-EXIT
036300     END-IF.
036400     IF CT-FY-END-MONTH = SPACES
036500         MOVE 12 TO CALBLD-FY-MONTH
036600     ELSE
036700         IF CT-FY-END-MONTH IS NOT NUMERIC
036800             SET CALBLD-CONTROL-BAD TO TRUE
036900             GO TO 1100-EXIT
037000         END-IF
037100         IF CT-FY-END-MONTH-NUM < 1 OR
037200            CT-FY-END-MONTH-NUM > 12
037300             SET CALBLD-CONTROL-BAD TO TRUE
037400             GO TO 1100-EXIT
037500         END-IF
037600         MOVE CT-FY-END-MONTH-NUM TO CALBLD-FY-MONTH
037700     END-IF.
037800     IF CT-FY-END-WEEKDAY = SPACE
037900         MOVE 6 TO CALBLD-FY-WEEKDAY
038000     ELSE
038100         IF CT-FY-END-WEEKDAY IS NOT NUMERIC
038200             SET CALBLD-CONTROL-BAD TO TRUE
038300             GO TO 1100-EXIT
038400         END-IF
038500         IF CT-FY-END-WEEKDAY-NUM < 1 OR
038600            CT-FY-END-WEEKDAY-NUM > 7
038700             SET CALBLD-CONTROL-BAD TO TRUE
038800             GO TO 1100-EXIT
038900         END-IF
039000         MOVE CT-FY-END-WEEKDAY-NUM TO CALBLD-FY-WEEKDAY
039100     END-IF.
039200     IF CT-FY-END-RULE = SPACE
039300         SET CALBLD-FY-LAST TO TRUE
039400     ELSE
039500         MOVE CT-FY-END-RULE TO CALBLD-FY-RULE
039600         IF NOT CALBLD-FY-LAST AND NOT CALBLD-FY-NEAREST
039700             SET CALBLD-CONTROL-BAD TO TRUE
039800         END-IF
039900     END-IF.
040000 1100-EXIT.
040100     EXIT.
040200
040300******************************************************************
040400*    1200-LOAD-HOLIDAYS
040500*    LOADS THE HOLIDAY CALENDAR UNDER BUSDAY'S RULES: BLANK
040600*    RECORDS SKIPPED, AND A FILE THAT WILL NOT OPEN, HOLDS A
040700*    DATE DAYCNT REJECTS, OR OVERFLOWS THE TABLE OR DIRECTORY IS
040800*    UNUSABLE.
040900******************************************************************
041000 1200-LOAD-HOLIDAYS.
041100     MOVE 1 TO CALBLD-CAL-COUNT.
041200     MOVE SPACES TO CALBLD-CAL-CODE(1).
041300     OPEN INPUT HOLIDAY-FILE.
041400     IF CALBLD-HOL-STATUS <> "00"
041500         DISPLAY "CALBLD - HOLIDAY OPEN FAILED, STATUS "
041600             CALBLD-HOL-STATUS
041700         SET CALBLD-CALENDAR-BAD TO TRUE
041800         GO TO 1200-EXIT
041900     END-IF.
042000     PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT.
042100     PERFORM 1220-LOAD-ONE-HOLIDAY THRU 1220-EXIT
042200         UNTIL CALBLD-HOL-EOF OR CALBLD-CALENDAR-BAD.
042300     CLOSE HOLIDAY-FILE.
042400 1200-EXIT.
042500     EXIT.
042600
042700 1210-READ-HOLIDAY.
042800     READ HOLIDAY-FILE
042900         AT END
043000             SET CALBLD-HOL-EOF TO TRUE
043100     END-READ.
043200 1210-EXIT.
043300     EXIT.
043400
043500 1220-LOAD-ONE-HOLIDAY.
043600     IF HOL-DATE = SPACES
043700         GO TO 1220-NEXT
043800     END-IF.
043900     ADD 1 TO CALBLD-HOL-READ.
044000     IF HOL-DATE IS NOT NUMERIC
044100         DISPLAY "CALBLD - HOLIDAY DATE NOT NUMERIC : " HOL-DATE
044200         SET CALBLD-CALENDAR-BAD TO TRUE
044300         GO TO 1220-EXIT
044400     END-IF.
044500     MOVE HOL-DATE TO DAYCNT-END-DATE.
044600     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
044700     IF NOT DAYCNT-OK
044800         DISPLAY "CALBLD - HOLIDAY DATE INVALID : " HOL-DATE
044900         SET CALBLD-CALENDAR-BAD TO TRUE
045000         GO TO 1220-EXIT
045100     END-IF.
045200     IF CALBLD-HOL-COUNT >= CALBLD-HOL-MAX
045300         DISPLAY "CALBLD - HOLIDAY FILE OVER 500 ENTRIES"
045400         SET CALBLD-CALENDAR-BAD TO TRUE
045500         GO TO 1220-EXIT
045600     END-IF.
045700     ADD 1 TO CALBLD-HOL-COUNT.
045800     MOVE HOL-CAL-ID TO CALBLD-HOL-CAL(CALBLD-HOL-COUNT).
045900     MOVE HOL-DATE   TO CALBLD-HOL-DATE(CALBLD-HOL-COUNT).
046000     PERFORM 1300-REGISTER-CALENDAR THRU 1300-EXIT.
046100 1220-NEXT.
046200     PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT.
046300 1220-EXIT.
046400     EXIT.
046500
046600******************************************************************
046700*    1300-REGISTER-CALENDAR
046800*    ADDS A NEW CODE TO THE DIRECTORY AT ITS PLACE IN CODE
046900*    ORDER.  THE 20-CODE LIMIT COUNTS ONLY CODES FROM THE FILE,
047000*    AS BUSDAY'S DOES; THE SEEDED BLANK ENTRY IS EXTRA UNLESS
047100*    THE FILE ALSO USES IT.
047200******************************************************************
047300 1300-REGISTER-CALENDAR.
047400     MOVE "N" TO CALBLD-CAL-KNOWN-SW.
047500     MOVE 1 TO CALBLD-CAL-SUB.
047600     PERFORM 1310-MATCH-ONE-CALENDAR THRU 1310-EXIT
047700         UNTIL CALBLD-CAL-KNOWN
047800         OR CALBLD-CAL-SUB > CALBLD-CAL-COUNT.
047900     IF CALBLD-CAL-KNOWN
048000         IF HOL-CAL-ID = SPACES AND CALBLD-FILE-CAL-COUNT = 0
048100             ADD 1 TO CALBLD-FILE-CAL-COUNT
048200         END-IF
048300         GO TO 1300-EXIT
048400     END-IF.
048500     IF CALBLD-FILE-CAL-COUNT >= CALBLD-CAL-MAX
048600         DISPLAY "CALBLD - HOLIDAY FILE OVER 20 CALENDAR CODES"
048700         SET CALBLD-CALENDAR-BAD TO TRUE
048800         GO TO 1300-EXIT
048900     END-IF.
049000     ADD 1 TO CALBLD-FILE-CAL-COUNT.
049100     MOVE CALBLD-CAL-COUNT TO CALBLD-MOVE-SUB.
049200     PERFORM 1320-SHIFT-ONE-CODE THRU 1320-EXIT
049300         UNTIL CALBLD-MOVE-SUB < 1
049400         OR CALBLD-CAL-CODE(CALBLD-MOVE-SUB) < HOL-CAL-ID.
049500     MOVE HOL-CAL-ID TO CALBLD-CAL-CODE(CALBLD-MOVE-SUB + 1).
049600     ADD 1 TO CALBLD-CAL-COUNT.
049700 1300-EXIT.
049800     EXIT.
049900
050000 1310-MATCH-ONE-CALENDAR.
050100     IF CALBLD-CAL-CODE(CALBLD-CAL-SUB) = HOL-CAL-ID
050200         SET CALBLD-CAL-KNOWN TO TRUE
050300     END-IF.
050400     ADD 1 TO CALBLD-CAL-SUB.
050500 1310-EXIT.
050600     EXIT.
050700
050800 1320-SHIFT-ONE-CODE.
050900     MOVE CALBLD-CAL-CODE(CALBLD-MOVE-SUB)
051000         TO CALBLD-CAL-CODE(CALBLD-MOVE-SUB + 1).
051100     SUBTRACT 1 FROM CALBLD-MOVE-SUB.
051200 1320-EXIT.
051300     EXIT.
051400
051500******************************************************************
051600*    1400-LOAD-YEARS
051700*    READS THE YEARMST RECORD FOR EVERY YEAR IN THE YEAR TABLE
051800*    AND WORKS OUT EACH YEAR'S FISCAL YEAR-END.  A YEAR MISSING
051900*    FROM YEARMST MEANS YEARBLD HAS NOT RUN (OR FAILED) AND THE
052000*    BUILD IS ABANDONED.
052100******************************************************************
052200 1400-LOAD-YEARS.
052300     OPEN INPUT YEAR-MASTER.
052400     IF CALBLD-YMS-STATUS <> "00"
052500         DISPLAY "CALBLD - YEARMST OPEN FAILED, STATUS "
052600             CALBLD-YMS-STATUS
052700         SET CALBLD-CALENDAR-BAD TO TRUE
052800         GO TO 1400-EXIT
052900     END-IF.
053000     COMPUTE CALBLD-YEAR-COUNT =
053100         CALBLD-LAST-YEAR - CALBLD-FIRST-YEAR + 4.
053200     MOVE 1 TO CALBLD-YEAR-SUB.
053300     PERFORM 1410-LOAD-ONE-YEAR THRU 1410-EXIT
053400         UNTIL CALBLD-YEAR-SUB > CALBLD-YEAR-COUNT
053500         OR CALBLD-CALENDAR-BAD.
053600     CLOSE YEAR-MASTER.
053700 1400-EXIT.
053800     EXIT.
053900
054000 1410-LOAD-ONE-YEAR.
054100     COMPUTE YEARMST-YEAR =
054200         CALBLD-FIRST-YEAR + CALBLD-YEAR-SUB - 3.
054300     READ YEAR-MASTER
054400         INVALID KEY
054500             DISPLAY "CALBLD - YEARMST HAS NO RECORD FOR "
054600                 YEARMST-YEAR
054700             SET CALBLD-CALENDAR-BAD TO TRUE
054800             GO TO 1410-EXIT
054900     END-READ.
055000     MOVE YEARMST-MONTH-LENGTHS
055100         TO CALBLD-YEAR-ENTRY(CALBLD-YEAR-SUB)(1:24).
055200     PERFORM 1420-FISCAL-YEAR-END THRU 1420-EXIT.
055300     ADD 1 TO CALBLD-YEAR-SUB.
055400 1410-EXIT.
055500     EXIT.
055600
055700******************************************************************
055800*    1420-FISCAL-YEAR-END
055900*    THE LAST FISCAL WEEKDAY ON OR BEFORE THE LAST DAY OF THE
056000*    YEAR-END MONTH; UNDER RULE N, WHEN THAT IS MORE THAN THREE
056100*    DAYS BACK, THE ONE A WEEK LATER IS NEARER AND IS USED.
056200******************************************************************
056300 1420-FISCAL-YEAR-END.
056400     MOVE YEARMST-YEAR   TO DAYCNT-END-YEAR.
056500     MOVE CALBLD-FY-MONTH TO DAYCNT-END-MONTH.
056600     MOVE CALBLD-YT-MONTH-DAYS(CALBLD-YEAR-SUB, CALBLD-FY-MONTH)
056700         TO DAYCNT-END-DAY.
056800     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
056900     MOVE DAYCNT-DAY-COUNT TO CALBLD-ABS.
057000     PERFORM 6100-ABS-TO-WEEKDAY THRU 6100-EXIT.
057100     COMPUTE CALBLD-BACK-DAYS = FUNCTION MOD(
057200         CALBLD-WEEKDAY - CALBLD-FY-WEEKDAY + 7, 7).
057300     COMPUTE CALBLD-YT-FY-END(CALBLD-YEAR-SUB) =
057400         CALBLD-ABS - CALBLD-BACK-DAYS.
057500     IF CALBLD-FY-NEAREST AND CALBLD-BACK-DAYS > 3
057600         ADD 7 TO CALBLD-YT-FY-END(CALBLD-YEAR-SUB)
057700     END-IF.
057800 1420-EXIT.
057900     EXIT.
058000
058100******************************************************************
058200*    2000-BUILD-ONE-CALENDAR
058300*    WRITES EVERY DATE OF THE YEAR RANGE FOR ONE CALENDAR CODE,
058400*    A MONTH AT A TIME.
058500******************************************************************
058600 2000-BUILD-ONE-CALENDAR.
058700     MOVE CALBLD-CAL-CODE(CALBLD-CAL-SUB) TO CALBLD-CUR-CAL.
058800     MOVE ZERO TO CALBLD-CAL-WRITE-COUNT.
058900     MOVE CALBLD-FIRST-YEAR TO CALBLD-YEAR.
059000     MOVE 1 TO CALBLD-MONTH.
059100     PERFORM 2100-BUILD-ONE-MONTH THRU 2100-EXIT
059200         UNTIL CALBLD-YEAR > CALBLD-LAST-YEAR
059300         OR CALBLD-MST-STATUS <> "00".
059400     DISPLAY "CALBLD - CALENDAR '" CALBLD-CUR-CAL
059500         "' RECORDS WRITTEN : " CALBLD-CAL-WRITE-COUNT.
059600     ADD 1 TO CALBLD-CAL-SUB.
059700 2000-EXIT.
059800     EXIT.
059900
060000 2100-BUILD-ONE-MONTH.
060100     PERFORM 3000-DERIVE-MONTH THRU 3000-EXIT.
060200     MOVE 1 TO CALBLD-DAY-SUB.
060300     PERFORM 2200-WRITE-ONE-DAY THRU 2200-EXIT
060400         UNTIL CALBLD-DAY-SUB > CALBLD-MONTH-LEN
060500         OR CALBLD-MST-STATUS <> "00".
060600     ADD 1 TO CALBLD-MONTH.
060700     IF CALBLD-MONTH > 12
060800         MOVE 1 TO CALBLD-MONTH
060900         ADD 1 TO CALBLD-YEAR
061000     END-IF.
061100 2100-EXIT.
061200     EXIT.
061300
061400******************************************************************
061500*    2200-WRITE-ONE-DAY
061600*    FILLS AND WRITES ONE MASTER RECORD FROM THE DERIVED MONTH.
061700*    THE QUARTER FLAGS RIDE ON THE MONTH FLAGS OF THE QUARTER'S
061800*    FIRST AND LAST MONTHS, THE YEAR FLAGS ON JANUARY'S AND
061900*    DECEMBER'S.
062000******************************************************************
062100 2200-WRITE-ONE-DAY.
062200     MOVE SPACES TO CALMST-RECORD.
062300     MOVE CALBLD-CUR-CAL TO CALMST-CAL-ID.
062400     MOVE CALBLD-YEAR    TO CALMST-YEAR.
062500     MOVE CALBLD-MONTH   TO CALMST-MONTH.
062600     MOVE CALBLD-DAY-SUB TO CALMST-DAY.
062700     MOVE CALBLD-MD-WEEKDAY(CALBLD-DAY-SUB) TO CALMST-WEEKDAY.
062800     MOVE CALBLD-MD-BUSDAY(CALBLD-DAY-SUB)  TO CALMST-BUSDAY-IND.
062900     MOVE CALBLD-MD-HOLIDAY(CALBLD-DAY-SUB)
063000         TO CALMST-HOLIDAY-IND.
063100     MOVE CALBLD-MD-ORDINAL(CALBLD-DAY-SUB)
063200         TO CALMST-BD-OF-MONTH.
063300     COMPUTE CALMST-BD-REMAINING = CALBLD-MONTH-BUSDAYS
063400         - CALBLD-MD-ORDINAL(CALBLD-DAY-SUB).
063500     MOVE "NNNNNN" TO CALMST-PERIOD-FLAGS.
063600     IF CALMST-BUSINESS-DAY
063700         IF CALMST-BD-OF-MONTH = 1
063800             MOVE "Y" TO CALMST-FIRST-BD-MONTH-IND
063900             IF CALBLD-MONTH = 1 OR 4 OR 7 OR 10
064000                 MOVE "Y" TO CALMST-FIRST-BD-QTR-IND
064100             END-IF
064200             IF CALBLD-MONTH = 1
064300                 MOVE "Y" TO CALMST-FIRST-BD-YEAR-IND
064400             END-IF
064500         END-IF
064600         IF CALMST-BD-REMAINING = 0
064700             MOVE "Y" TO CALMST-LAST-BD-MONTH-IND
064800             IF CALBLD-MONTH = 3 OR 6 OR 9 OR 12
064900                 MOVE "Y" TO CALMST-LAST-BD-QTR-IND
065000             END-IF
065100             IF CALBLD-MONTH = 12
065200                 MOVE "Y" TO CALMST-LAST-BD-YEAR-IND
065300             END-IF
065400         END-IF
065500     END-IF.
065600     COMPUTE CALBLD-ABS = CALBLD-FIRST-ABS + CALBLD-DAY-SUB - 1.
065700     PERFORM 3300-FISCAL-FOR-DAY THRU 3300-EXIT.
065800     MOVE CALBLD-FY        TO CALMST-FISCAL-YEAR.
065900     MOVE CALBLD-FY-PERIOD TO CALMST-FISCAL-PERIOD.
066000     MOVE CALBLD-FY-WEEK   TO CALMST-FISCAL-WEEK.
066100     WRITE CALMST-RECORD.
066200     IF CALBLD-MST-STATUS = "00"
066300         ADD 1 TO CALBLD-WRITE-COUNT
066400         ADD 1 TO CALBLD-CAL-WRITE-COUNT
066500     END-IF.
066600     ADD 1 TO CALBLD-DAY-SUB.
066700 2200-EXIT.
066800     EXIT.
066900
067000******************************************************************
067100*    3000-DERIVE-MONTH
067200*    WORKS OUT, FOR EVERY DAY OF CALBLD-MONTH OF CALBLD-YEAR ON
067300*    CALENDAR CALBLD-CUR-CAL, THE WEEKDAY, THE HOLIDAY AND
067400*    BUSINESS-DAY FLAGS AND THE RUNNING BUSINESS-DAY ORDINAL,
067500*    AND THE MONTH'S BUSINESS-DAY TOTAL.
067600******************************************************************
067700 3000-DERIVE-MONTH.
067800     COMPUTE CALBLD-YEAR-SUB =
067900         CALBLD-YEAR - CALBLD-FIRST-YEAR + 3.
068000     MOVE CALBLD-YT-MONTH-DAYS(CALBLD-YEAR-SUB, CALBLD-MONTH)
068100         TO CALBLD-MONTH-LEN.
068200     MOVE CALBLD-YEAR  TO DAYCNT-END-YEAR.
068300     MOVE CALBLD-MONTH TO DAYCNT-END-MONTH.
068400     MOVE 1            TO DAYCNT-END-DAY.
068500     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
068600     MOVE DAYCNT-DAY-COUNT TO CALBLD-FIRST-ABS.
068700     MOVE CALBLD-YEAR  TO CALBLD-YM-YEAR.
068800     MOVE CALBLD-MONTH TO CALBLD-YM-MONTH.
068900     MOVE 1 TO CALBLD-DAY-SUB.
069000     PERFORM 3100-CLEAR-ONE-DAY THRU 3100-EXIT
069100         UNTIL CALBLD-DAY-SUB > 31.
069200     MOVE 1 TO CALBLD-HOL-SUB.
069300     PERFORM 3200-MARK-ONE-HOLIDAY THRU 3200-EXIT
069400         UNTIL CALBLD-HOL-SUB > CALBLD-HOL-COUNT.
069500     MOVE ZERO TO CALBLD-MONTH-BUSDAYS.
069600     MOVE 1 TO CALBLD-DAY-SUB.
069700     PERFORM 3250-RATE-ONE-DAY THRU 3250-EXIT
069800         UNTIL CALBLD-DAY-SUB > CALBLD-MONTH-LEN.
069900 3000-EXIT.
070000     EXIT.
070100
070200 3100-CLEAR-ONE-DAY.
070300     MOVE ZERO TO CALBLD-MD-WEEKDAY(CALBLD-DAY-SUB).
070400     MOVE "N"  TO CALBLD-MD-HOLIDAY(CALBLD-DAY-SUB).
070500     MOVE "N"  TO CALBLD-MD-BUSDAY(CALBLD-DAY-SUB).
070600     MOVE ZERO TO CALBLD-MD-ORDINAL(CALBLD-DAY-SUB).
070700     ADD 1 TO CALBLD-DAY-SUB.
070800 3100-EXIT.
070900     EXIT.
071000
071100 3200-MARK-ONE-HOLIDAY.
071200     IF CALBLD-HOL-CAL(CALBLD-HOL-SUB) = CALBLD-CUR-CAL AND
071300        CALBLD-HOL-YYYYMM(CALBLD-HOL-SUB) = CALBLD-YYYYMM
071400         MOVE "Y" TO CALBLD-MD-HOLIDAY(
071500             CALBLD-HOL-DAY(CALBLD-HOL-SUB))
071600     END-IF.
071700     ADD 1 TO CALBLD-HOL-SUB.
071800 3200-EXIT.
071900     EXIT.
072000
072100 3250-RATE-ONE-DAY.
072200     COMPUTE CALBLD-ABS = CALBLD-FIRST-ABS + CALBLD-DAY-SUB - 1.
072300     PERFORM 6100-ABS-TO-WEEKDAY THRU 6100-EXIT.
072400     MOVE CALBLD-WEEKDAY TO CALBLD-MD-WEEKDAY(CALBLD-DAY-SUB).
072500     IF CALBLD-WEEKDAY < 6 AND
072600        CALBLD-MD-HOLIDAY(CALBLD-DAY-SUB) = "N"
072700         MOVE "Y" TO CALBLD-MD-BUSDAY(CALBLD-DAY-SUB)
072800         ADD 1 TO CALBLD-MONTH-BUSDAYS
072900     END-IF.
073000     MOVE CALBLD-MONTH-BUSDAYS
073100         TO CALBLD-MD-ORDINAL(CALBLD-DAY-SUB).
073200     ADD 1 TO CALBLD-DAY-SUB.
073300 3250-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700*    3300-FISCAL-FOR-DAY
073800*    FISCAL YEAR, PERIOD AND WEEK OF DAY NUMBER CALBLD-ABS IN
073900*    CALENDAR YEAR CALBLD-YEAR.  THE DAY BELONGS TO THE FIRST
074000*    FISCAL YEAR, OF THE ONES ENDING IN THE PRIOR, SAME AND NEXT
074100*    CALENDAR YEARS, WHOSE YEAR-END IT DOES NOT PASS.
074200******************************************************************
074300 3300-FISCAL-FOR-DAY.
074400     COMPUTE CALBLD-YEAR-SUB =
074500         CALBLD-YEAR - CALBLD-FIRST-YEAR + 3.
074600     EVALUATE TRUE
074700         WHEN CALBLD-ABS <= CALBLD-YT-FY-END(CALBLD-YEAR-SUB - 1)
074800             COMPUTE CALBLD-FY = CALBLD-YEAR - 1
074900             COMPUTE CALBLD-FY-START =
075000                 CALBLD-YT-FY-END(CALBLD-YEAR-SUB - 2) + 1
075100         WHEN CALBLD-ABS <= CALBLD-YT-FY-END(CALBLD-YEAR-SUB)
075200             MOVE CALBLD-YEAR TO CALBLD-FY
075300             COMPUTE CALBLD-FY-START =
075400                 CALBLD-YT-FY-END(CALBLD-YEAR-SUB - 1) + 1
075500         WHEN OTHER
075600             COMPUTE CALBLD-FY = CALBLD-YEAR + 1
075700             COMPUTE CALBLD-FY-START =
075800                 CALBLD-YT-FY-END(CALBLD-YEAR-SUB) + 1
075900     END-EVALUATE.
076000     COMPUTE CALBLD-WORK-ABS = CALBLD-ABS - CALBLD-FY-START.
076100     DIVIDE CALBLD-WORK-ABS BY 7 GIVING CALBLD-WEEK-QUOT
076200         REMAINDER CALBLD-WEEK-REM.
076300     COMPUTE CALBLD-FY-WEEK = CALBLD-WEEK-QUOT + 1.
076400     MOVE 1 TO CALBLD-FY-PERIOD.
076500     PERFORM 3310-STEP-ONE-PERIOD THRU 3310-EXIT
076600         UNTIL CALBLD-FY-PERIOD >= 12
076700         OR CALBLD-FY-WEEK <=
076800            CALBLD-PERIOD-END-WEEK(CALBLD-FY-PERIOD).
076900 3300-EXIT.
077000     EXIT.
077100
077200 3310-STEP-ONE-PERIOD.
077300     ADD 1 TO CALBLD-FY-PERIOD.
077400 3310-EXIT.
077500     EXIT.
077600
077700******************************************************************
077800*    6000-DATE-TO-ABS
077900*    DAYCNT COUNT FROM THE 0100-01-01 EPOCH TO THE DATE ALREADY
078000*    IN DAYCNT-END-DATE, AS IN BUSDAY'S 2000-DATE-TO-ABS.
078100******************************************************************
078200 6000-DATE-TO-ABS.
078300     MOVE 0100 TO DAYCNT-START-YEAR.
078400     MOVE 01   TO DAYCNT-START-MONTH.
078500     MOVE 01   TO DAYCNT-START-DAY.
078600     SET DAYCNT-BASIS-ACTUAL TO TRUE.
078700     CALL "DAYCNT" USING DAYCNT-PARM.
078800 6000-EXIT.
078900     EXIT.
079000
079100 6100-ABS-TO-WEEKDAY.
079200     COMPUTE CALBLD-WEEKDAY =
079300         FUNCTION MOD(CALBLD-ABS + 6, 7) + 1.
079400 6100-EXIT.
079500     EXIT.
079600
079700******************************************************************
079800*    9000-WRITE-RUN-STATS
079900*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET.
080000*    READ IS THE HOLIDAY ENTRIES LOADED, ACCEPTED THE MASTER
080100*    RECORDS WRITTEN.  PERFORMED ON THE FAILURE PATHS TOO.
080200*    BEST-EFFORT, AS IN YEARBLD.
080300******************************************************************
080400 9000-WRITE-RUN-STATS.
080500     OPEN EXTEND RUN-STATS.
080600     IF CALBLD-STAT-STATUS <> "00"
080700         OPEN OUTPUT RUN-STATS
080800     END-IF.
080900     IF CALBLD-STAT-STATUS <> "00"
081000         DISPLAY "CALBLD - RUNSTAT OPEN FAILED, STATUS "
081100             CALBLD-STAT-STATUS
081200         GO TO 9000-EXIT
081300     END-IF.
081400     MOVE SPACES TO RUNSTAT-RECORD.
081500     MOVE "CALBLD"           TO RUNSTAT-PROGRAM-ID.
081600     MOVE CALBLD-RUN-DATE    TO RUNSTAT-RUN-DATE.
081700     MOVE CALBLD-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
081800     MOVE CALBLD-OPERATOR-ID TO RUNSTAT-OPERATOR.
081900     MOVE CALBLD-HOL-READ    TO RUNSTAT-RECS-READ.
082000     MOVE CALBLD-WRITE-COUNT TO RUNSTAT-RECS-ACCEPTED.
082100     MOVE ZERO               TO RUNSTAT-RECS-REJECTED.
082200     MOVE RETURN-CODE        TO RUNSTAT-COND-CODE.
082300     SET RUNSTAT-FRESH-RUN TO TRUE.
082400     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
082500     CLOSE RUN-STATS.
082600 9000-EXIT.
082700     EXIT.
