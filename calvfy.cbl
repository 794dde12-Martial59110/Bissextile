000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CALVFY.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-01.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-01  MJM   INITIAL VERSION.  INTEGRITY VERIFICATION
001300*                      FOR THE CALMST BUSINESS CALENDAR MASTER,
001400*                      AS YEARVFY IS FOR YEARMST.  READS CALMST
001500*                      SEQUENTIALLY AND RE-DERIVES EVERY RECORD
001600*                      FROM THE SAME CALCTL CARD AND CERTIFIED
001700*                      HOLIDAY CALENDAR CALBLD USED -- MONTH
001800*                      LENGTHS FROM LEAPCHK RATHER THAN YEARMST,
001900*                      SO A BAD YEARMST CANNOT VOUCH FOR ITSELF.
002000*                      THE KEYS MUST RUN THROUGH EVERY DATE OF
002100*                      THE CARD'S YEAR RANGE FOR THE DEFAULT
002200*                      CALENDAR AND EVERY CODE IN HOLIDAY, IN
002300*                      ORDER, WITH NO GAPS, DUPLICATES OR
002400*                      STRAYS.  EVERY DISAGREEING FIELD AND KEY
002500*                      SPAN IS LISTED ON THE CALVRPT REPORT.
002600*                      RC 0 CLEAN, RC 8 DISCREPANCIES, RC 12 A
002700*                      FILE WOULD NOT OPEN OR HOLIDAY IS NOT
002800*                      USABLE, RC 16 BAD CONTROL CARD.
002810*    2026-10-15  MJM   RUN STATISTICS.  EVERY RUN, INCLUDING ONE
002820*                      STOPPED BY A BAD CARD OR A FILE THAT WILL
002830*                      NOT OPEN, NOW APPENDS ONE RECORD TO THE
002840*                      SHARED RUNSTAT DATASET, AS YEARVFY DOES,
002850*                      SO THE RUNMON DAILY MONITOR CAN SEE IT.
002900******************************************************************
003000
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SPECIAL-NAMES.
003400     DECIMAL-POINT IS COMMA.
003500
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT CAL-CONTROL  ASSIGN TO CALCTL
003900                         ORGANIZATION IS LINE SEQUENTIAL
004000                         FILE STATUS IS CALVFY-CTL-STATUS.
004100     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
004200                         ORGANIZATION IS LINE SEQUENTIAL
004300                         FILE STATUS IS CALVFY-HOL-STATUS.
004400     SELECT CAL-MASTER   ASSIGN TO CALMST
004500                         ORGANIZATION IS INDEXED
004600                         ACCESS MODE IS SEQUENTIAL
004700                         RECORD KEY IS CALMST-KEY
004800                         FILE STATUS IS CALVFY-MST-STATUS.
004900     SELECT VFY-REPORT   ASSIGN TO CALVRPT
005000                         ORGANIZATION IS LINE SEQUENTIAL
005100                         FILE STATUS IS CALVFY-RPT-STATUS.
005110     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005120                         ORGANIZATION IS LINE SEQUENTIAL
005130                         FILE STATUS IS CALVFY-STAT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CAL-CONTROL
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  CAL-CONTROL-RECORD.
005800     05  CT-FIRST-YEAR          PIC X(04).
005900     05  CT-LAST-YEAR           PIC X(04).
006000     05  CT-FY-END-MONTH        PIC X(02).
006100     05  CT-FY-END-MONTH-NUM REDEFINES CT-FY-END-MONTH
006200                                PIC 9(02).
006300     05  CT-FY-END-WEEKDAY      PIC X(01).
006400     05  CT-FY-END-WEEKDAY-NUM REDEFINES CT-FY-END-WEEKDAY
006500                                PIC 9(01).
006600     05  CT-FY-END-RULE         PIC X(01).
006700     05  FILLER                 PIC X(68).
006800
006900 FD  HOLIDAY-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  HOLIDAY-RECORD.
007200     05  HOL-DATE               PIC X(08).
007300     05  HOL-CAL-ID             PIC X(03).
007400     05  FILLER                 PIC X(69).
007500
007600 FD  CAL-MASTER
007700     RECORD CONTAINS 40 CHARACTERS.
007800 COPY CALMST.
007900
008000 FD  VFY-REPORT
008100     RECORD CONTAINS 132 CHARACTERS.
008200 01  VFY-REPORT-RECORD          PIC X(132).
008210
008220 FD  RUN-STATS
008230     RECORD CONTAINS 80 CHARACTERS.
008240 01  RUN-STATS-RECORD           PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500 77  CALVFY-CTL-STATUS          PIC X(02) VALUE SPACES.
008600 77  CALVFY-HOL-STATUS          PIC X(02) VALUE SPACES.
008700 77  CALVFY-MST-STATUS          PIC X(02) VALUE SPACES.
008800 77  CALVFY-RPT-STATUS          PIC X(02) VALUE SPACES.
008900 77  CALVFY-EOF-SW              PIC X(01) VALUE "N".
009000     88  CALVFY-END-OF-MASTER   VALUE "Y".
009100 77  CALVFY-HOL-EOF-SW          PIC X(01) VALUE "N".
009200     88  CALVFY-HOL-EOF         VALUE "Y".
009300 77  CALVFY-CTL-BAD-SW          PIC X(01) VALUE "N".
009400     88  CALVFY-CONTROL-BAD     VALUE "Y".
009500 77  CALVFY-CAL-BAD-SW          PIC X(01) VALUE "N".
009600     88  CALVFY-CALENDAR-BAD    VALUE "Y".
009700 77  CALVFY-RUN-DATE            PIC 9(08).
009710 77  CALVFY-RUN-TIME            PIC 9(08).
009720 77  CALVFY-OPERATOR-ID         PIC X(08) VALUE SPACES.
009730 77  CALVFY-STAT-STATUS         PIC X(02) VALUE SPACES.
009800
009900******************************************************************
010000*    YEAR RANGE AND FISCAL CALENDAR, EDITED AS IN CALBLD.
010100******************************************************************
010200 77  CALVFY-FIRST-YEAR          PIC 9(04).
010300 77  CALVFY-LAST-YEAR           PIC 9(04).
010400 77  CALVFY-MIN-YEAR            PIC 9(04) VALUE 1583.
010500 77  CALVFY-MAX-YEAR            PIC 9(04) VALUE 9998.
010600 77  CALVFY-MAX-SPAN            PIC 9(02) VALUE 50.
010700 77  CALVFY-SPAN                PIC 9(04).
010800 77  CALVFY-FY-MONTH            PIC 9(02).
010900 77  CALVFY-FY-WEEKDAY          PIC 9(01).
011000 77  CALVFY-FY-RULE             PIC X(01).
011100     88  CALVFY-FY-LAST         VALUE "L".
011200     88  CALVFY-FY-NEAREST      VALUE "N".
011300
011400******************************************************************
011500*    HOLIDAY TABLE AND CALENDAR DIRECTORY, LOADED UNDER THE SAME
011600*    RULES AND LIMITS AS CALBLD AND BUSDAY.
011700******************************************************************
011800 77  CALVFY-HOL-MAX             PIC 9(04) COMP VALUE 500.
011900 77  CALVFY-HOL-COUNT           PIC 9(04) COMP VALUE ZERO.
012000 77  CALVFY-HOL-SUB             PIC 9(04) COMP.
012100 01  CALVFY-HOLIDAY-TABLE.
012200     05  CALVFY-HOL-ENTRY       OCCURS 500 TIMES.
012300         10  CALVFY-HOL-CAL     PIC X(03).
012400         10  CALVFY-HOL-DATE.
012500             15  CALVFY-HOL-YYYYMM
012600                                PIC X(06).
012700             15  CALVFY-HOL-DAY PIC 9(02).
012800
012900 77  CALVFY-CAL-MAX             PIC 9(02) COMP VALUE 20.
013000 77  CALVFY-CAL-COUNT           PIC 9(02) COMP VALUE ZERO.
013100 77  CALVFY-FILE-CAL-COUNT      PIC 9(02) COMP VALUE ZERO.
013200 77  CALVFY-CAL-SUB             PIC 9(02) COMP.
013300 77  CALVFY-MOVE-SUB            PIC 9(02) COMP.
013400 77  CALVFY-CAL-KNOWN-SW        PIC X(01) VALUE "N".
013500     88  CALVFY-CAL-KNOWN       VALUE "Y".
013600 01  CALVFY-CAL-DIRECTORY.
013700     05  CALVFY-CAL-CODE        PIC X(03) OCCURS 21 TIMES.
013800
013900******************************************************************
014000*    FISCAL YEAR-END DAY NUMBER FOR EVERY YEAR FROM TWO BEFORE
014100*    THE RANGE TO ONE AFTER IT.  SUBSCRIPT = YEAR - FIRST + 3.
014200******************************************************************
014300 77  CALVFY-YEAR-COUNT          PIC 9(02) COMP.
014400 77  CALVFY-YEAR-SUB            PIC 9(02) COMP.
014500 77  CALVFY-WORK-YEAR           PIC 9(04).
014600 01  CALVFY-FY-END-TABLE.
014700     05  CALVFY-FY-END          PIC S9(09) COMP-3
014800                                OCCURS 54 TIMES.
014900
015000******************************************************************
015100*    THE EXPECTED KEY: THE NEXT CALENDAR AND DATE THE MASTER
015200*    OUGHT TO HOLD.  CALVFY-EXP-CAL-SUB PAST THE DIRECTORY MEANS
015300*    THE MASTER SHOULD HAVE ENDED; THE KEY IS THEN HIGH-VALUES
015400*    SO ANY FURTHER RECORD COMPARES AS A STRAY.
015500******************************************************************
015600 77  CALVFY-EXP-CAL-SUB         PIC 9(02) COMP.
015700 01  CALVFY-EXP-KEY.
015800     05  CALVFY-EXP-CAL         PIC X(03).
015900     05  CALVFY-EXP-DATE.
016000         10  CALVFY-EXP-YEAR    PIC 9(04).
016100         10  CALVFY-EXP-MONTH   PIC 9(02).
016200         10  CALVFY-EXP-DAY     PIC 9(02).
016300 01  CALVFY-GAP-FROM-KEY        PIC X(11).
016400 01  CALVFY-GAP-FROM-R REDEFINES CALVFY-GAP-FROM-KEY.
016500     05  CALVFY-GAP-FROM-CAL    PIC X(03).
016600     05  CALVFY-GAP-FROM-DATE   PIC X(08).
016700 01  CALVFY-GAP-TO-KEY          PIC X(11).
016800 01  CALVFY-GAP-TO-R REDEFINES CALVFY-GAP-TO-KEY.
016900     05  CALVFY-GAP-TO-CAL      PIC X(03).
017000     05  CALVFY-GAP-TO-DATE     PIC X(08).
017100 77  CALVFY-GAP-COUNT           PIC 9(08) COMP.
017200
017300 77  CALVFY-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
017400 77  CALVFY-CLEAN-COUNT         PIC 9(08) COMP VALUE ZERO.
017500 77  CALVFY-DISC-COUNT          PIC 9(08) COMP VALUE ZERO.
017600 77  CALVFY-REC-DISC-SW         PIC X(01) VALUE "N".
017700     88  CALVFY-RECORD-DIFFERS  VALUE "Y".
017800
017900******************************************************************
018000*    MONTH LENGTHS: THE NON-LEAP TABLE USED IN YEARBLD AND
018100*    YEARVFY, FEBRUARY 29 WHEN LEAPCHK SAYS THE YEAR IS LEAP.
018200******************************************************************
018300 01  CALVFY-DAYS-IN-MONTH.
018400     05  FILLER                 PIC 9(02) VALUE 31.
018500     05  FILLER                 PIC 9(02) VALUE 28.
018600     05  FILLER                 PIC 9(02) VALUE 31.
018700     05  FILLER                 PIC 9(02) VALUE 30.
018800     05  FILLER                 PIC 9(02) VALUE 31.
018900     05  FILLER                 PIC 9(02) VALUE 30.
019000     05  FILLER                 PIC 9(02) VALUE 31.
019100     05  FILLER                 PIC 9(02) VALUE 31.
019200     05  FILLER                 PIC 9(02) VALUE 30.
019300     05  FILLER                 PIC 9(02) VALUE 31.
019400     05  FILLER                 PIC 9(02) VALUE 30.
019500     05  FILLER                 PIC 9(02) VALUE 31.
019600 01  CALVFY-MONTH-TABLE REDEFINES CALVFY-DAYS-IN-MONTH.
019700     05  CALVFY-BASE-DAYS       PIC 9(02) OCCURS 12 TIMES.
019800 77  CALVFY-MONTH-LEN           PIC 9(02).
019900 77  CALVFY-LEN-YEAR            PIC 9(04).
020000 77  CALVFY-LEN-MONTH           PIC 9(02).
020100
020200******************************************************************
020300*    THE DERIVED MONTH: EVERY DAY OF CALVFY-DM-MONTH ON CALENDAR
020400*    CALVFY-DM-CAL, REBUILT WHEN A RECORD FROM ANOTHER MONTH IS
020500*    TO BE COMPARED.
020600******************************************************************
020700 01  CALVFY-DM-KEY.
020800     05  CALVFY-DM-CAL          PIC X(03).
020900     05  CALVFY-DM-MONTH.
021000         10  CALVFY-DM-YEAR     PIC 9(04).
021100         10  CALVFY-DM-MON      PIC 9(02).
021200 77  CALVFY-DM-LEN              PIC 9(02).
021300 77  CALVFY-DM-BUSDAYS          PIC 9(02).
021400 77  CALVFY-DM-FIRST-ABS        PIC S9(09) COMP-3.
021500 77  CALVFY-DAY-SUB             PIC 9(02) COMP.
021600 01  CALVFY-DM-TABLE.
021700     05  CALVFY-DM-DAY          OCCURS 31 TIMES.
021800         10  CALVFY-DM-WEEKDAY  PIC 9(01).
021900         10  CALVFY-DM-HOLIDAY  PIC X(01).
022000         10  CALVFY-DM-BUSDAY   PIC X(01).
022100         10  CALVFY-DM-ORDINAL  PIC 9(02).
022200
022300******************************************************************
022400*    EXPECTED VALUES FOR THE RECORD IN HAND -- SEE 2200-DERIVE-
022500*    EXPECTED.
022600******************************************************************
022700 01  CALVFY-EXPECTED.
022800     05  CALVFY-EXP-WEEKDAY     PIC 9(01).
022900     05  CALVFY-EXP-BUSDAY-IND  PIC X(01).
023000     05  CALVFY-EXP-HOLIDAY-IND PIC X(01).
023100     05  CALVFY-EXP-BD-OF-MONTH PIC 9(02).
023200     05  CALVFY-EXP-BD-REMAINING
023300                                PIC 9(02).
023400     05  CALVFY-EXP-FLAGS.
023500         10  CALVFY-EXP-FLAG    PIC X(01) OCCURS 6 TIMES.
023600     05  CALVFY-EXP-FISCAL-YEAR PIC 9(04).
023700     05  CALVFY-EXP-FISCAL-PERIOD
023800                                PIC 9(02).
023900     05  CALVFY-EXP-FISCAL-WEEK PIC 9(02).
024000 01  CALVFY-FOUND-FLAGS.
024100     05  CALVFY-FOUND-FLAG      PIC X(01) OCCURS 6 TIMES.
024200 77  CALVFY-FLAG-SUB            PIC 9(01).
024300 01  CALVFY-FLAG-NAMES.
024400     05  FILLER                 PIC X(14) VALUE "FIRST-BD-MONTH".
024500     05  FILLER                 PIC X(14) VALUE "LAST-BD-MONTH".
024600     05  FILLER                 PIC X(14) VALUE "FIRST-BD-QTR".
024700     05  FILLER                 PIC X(14) VALUE "LAST-BD-QTR".
024800     05  FILLER                 PIC X(14) VALUE "FIRST-BD-YEAR".
024900     05  FILLER                 PIC X(14) VALUE "LAST-BD-YEAR".
025000 01  CALVFY-FLAG-NAME-TABLE REDEFINES CALVFY-FLAG-NAMES.
025100     05  CALVFY-FLAG-NAME       PIC X(14) OCCURS 6 TIMES.
025200
025300******************************************************************
025400*    DATE ARITHMETIC, AS IN CALBLD.
025500******************************************************************
025600 77  CALVFY-ABS                 PIC S9(09) COMP-3.
025700 77  CALVFY-WORK-ABS            PIC S9(09) COMP-3.
025800 77  CALVFY-WEEKDAY             PIC 9(01).
025900 77  CALVFY-BACK-DAYS           PIC 9(01).
026000 77  CALVFY-FY-START            PIC S9(09) COMP-3.
026100 77  CALVFY-WEEK-QUOT           PIC 9(04) COMP.
026200 77  CALVFY-WEEK-REM            PIC 9(01).
026300 77  CALVFY-PERIOD              PIC 9(02).
026400 01  CALVFY-PERIOD-ENDS         PIC X(24) VALUE
026500         "040813172126303439434752".
026600 01  CALVFY-PERIOD-TABLE REDEFINES CALVFY-PERIOD-ENDS.
026700     05  CALVFY-PERIOD-END-WEEK PIC 9(02) OCCURS 12 TIMES.
026800
026900******************************************************************
027000*    PARAMETERS FOR THE SHARED LEAPCHK AND DAYCNT SUBPROGRAMS.
027100******************************************************************
027200 COPY LEAPPRM.
027300 COPY DAYCPRM.
027310
027320******************************************************************
027330*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
027340******************************************************************
027350 COPY RUNSTAT.
027400
027500 01  CALVFY-HEADING-LINE.
027600     05  FILLER                 PIC X(34) VALUE
027700             "CALMST INTEGRITY VERIFICATION".
027800     05  FILLER                 PIC X(05) VALUE SPACES.
027900     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
028000     05  CALVFY-H1-DATE         PIC 9(08).
028100     05  FILLER                 PIC X(05) VALUE SPACES.
028200     05  FILLER                 PIC X(07) VALUE "YEARS: ".
028300     05  CALVFY-H1-FIRST        PIC 9(04).
028400     05  FILLER                 PIC X(06) VALUE " THRU ".
028500     05  CALVFY-H1-LAST         PIC 9(04).
028600     05  FILLER                 PIC X(49) VALUE SPACES.
028700
028800 01  CALVFY-FIELD-LINE.
028900     05  FILLER                 PIC X(06) VALUE "CAL : ".
029000     05  CALVFY-FL-CAL          PIC X(03).
029100     05  FILLER                 PIC X(03) VALUE SPACES.
029200     05  FILLER                 PIC X(07) VALUE "DATE : ".
029300     05  CALVFY-FL-DATE         PIC X(08).
029400     05  FILLER                 PIC X(03) VALUE SPACES.
029500     05  FILLER                 PIC X(08) VALUE "FIELD : ".
029600     05  CALVFY-FL-FIELD        PIC X(14).
029700     05  FILLER                 PIC X(03) VALUE SPACES.
029800     05  FILLER                 PIC X(11) VALUE "EXPECTED : ".
029900     05  CALVFY-FL-EXPECTED     PIC X(04).
030000     05  FILLER                 PIC X(03) VALUE SPACES.
030100     05  FILLER                 PIC X(08) VALUE "FOUND : ".
030200     05  CALVFY-FL-FOUND        PIC X(04).
030300     05  FILLER                 PIC X(47) VALUE SPACES.
030400
030500 01  CALVFY-KEY-LINE.
030600     05  FILLER                 PIC X(07) VALUE "KEYS : ".
030700     05  CALVFY-KL-FROM-CAL     PIC X(03).
030800     05  FILLER                 PIC X(01) VALUE SPACE.
030900     05  CALVFY-KL-FROM-DATE    PIC X(08).
031000     05  FILLER                 PIC X(06) VALUE " THRU ".
031100     05  CALVFY-KL-TO-CAL       PIC X(03).
031200     05  FILLER                 PIC X(01) VALUE SPACE.
031300     05  CALVFY-KL-TO-DATE      PIC X(08).
031400     05  FILLER                 PIC X(03) VALUE SPACES.
031500     05  CALVFY-KL-COUNT        PIC ZZZZZZZ9.
031600     05  FILLER                 PIC X(03) VALUE SPACES.
031700     05  CALVFY-KL-TEXT         PIC X(40).
031800     05  FILLER                 PIC X(41) VALUE SPACES.
031900
032000 01  CALVFY-SUMMARY-LINE.
032100     05  FILLER                 PIC X(15) VALUE "RECORDS READ : ".
032200     05  CALVFY-SL-READ         PIC ZZZZZZZ9.
032300     05  FILLER                 PIC X(10) VALUE "  CLEAN : ".
032400     05  CALVFY-SL-CLEAN        PIC ZZZZZZZ9.
032500     05  FILLER                 PIC X(18) VALUE
032600             "  DISCREPANCIES : ".
032700     05  CALVFY-SL-DISC         PIC ZZZZZZZ9.
032800     05  FILLER                 PIC X(65) VALUE SPACES.
032900
033000 01  CALVFY-VERDICT-LINE.
033100     05  CALVFY-VL-VERDICT      PIC X(60).
033200     05  FILLER                 PIC X(72) VALUE SPACES.
033300
033400 PROCEDURE DIVISION.
033500
033600 0000-MAINLINE.
033700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
033800     MOVE 1 TO CALVFY-EXP-CAL-SUB.
033900     MOVE CALVFY-CAL-CODE(1) TO CALVFY-EXP-CAL.
034000     MOVE CALVFY-FIRST-YEAR  TO CALVFY-EXP-YEAR.
034100     MOVE 1 TO CALVFY-EXP-MONTH.
034200     MOVE 1 TO CALVFY-EXP-DAY.
034300     MOVE HIGH-VALUES TO CALVFY-DM-KEY.
034400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
034500     PERFORM 2000-VERIFY-ONE-RECORD THRU 2000-EXIT
034600         UNTIL CALVFY-END-OF-MASTER.
034700     PERFORM 3000-CHECK-MISSING-TAIL THRU 3000-EXIT.
034800     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
034900     CLOSE CAL-MASTER.
035000     CLOSE VFY-REPORT.
035100     IF CALVFY-DISC-COUNT > 0
035200         MOVE 8 TO RETURN-CODE
035300     END-IF.
035350     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
035400     STOP RUN.
035500
035600******************************************************************
035700*    1000-INITIALIZE
035800*    OPENS THE REPORT, READS THE CONTROL CARD, LOADS HOLIDAY,
035900*    WORKS OUT THE FISCAL YEAR-ENDS AND OPENS THE MASTER.
036000******************************************************************
036100 1000-INITIALIZE.
036200     ACCEPT CALVFY-RUN-DATE FROM DATE YYYYMMDD.
036210     ACCEPT CALVFY-RUN-TIME FROM TIME.
036220     ACCEPT CALVFY-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
036230     IF CALVFY-OPERATOR-ID = SPACES
036240         ACCEPT CALVFY-OPERATOR-ID FROM ENVIRONMENT "USER"
036250     END-IF.
036260     IF CALVFY-OPERATOR-ID = SPACES
036270         MOVE "UNKNOWN" TO CALVFY-OPERATOR-ID
036280     END-IF.
036300     OPEN OUTPUT VFY-REPORT.
036400     IF CALVFY-RPT-STATUS <> "00"
036500         DISPLAY "CALVFY - CALVRPT OPEN FAILED, STATUS "
036600             CALVFY-RPT-STATUS
036700         MOVE 12 TO RETURN-CODE
036750         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
036800         STOP RUN
036900     END-IF.
037000     OPEN INPUT CAL-CONTROL.
037100     IF CALVFY-CTL-STATUS <> "00"
037200         SET CALVFY-CONTROL-BAD TO TRUE
037300     ELSE
037400         READ CAL-CONTROL
037500             AT END
037600                 SET CALVFY-CONTROL-BAD TO TRUE
037700         END-READ
037800         CLOSE CAL-CONTROL
037900     END-IF.
038000     IF NOT CALVFY-CONTROL-BAD
038100         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
038200     END-IF.
038300     IF CALVFY-CONTROL-BAD
038400         DISPLAY "CALVFY - CONTROL CARD MISSING OR INVALID"
038500         MOVE "*** CONTROL CARD INVALID - RUN ABANDONED ***"
038600             TO CALVFY-VL-VERDICT
038700         WRITE VFY-REPORT-RECORD FROM CALVFY-VERDICT-LINE
038800         CLOSE VFY-REPORT
038900         MOVE 16 TO RETURN-CODE
038950         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
039000         STOP RUN
039100     END-IF.
039200     MOVE CALVFY-RUN-DATE   TO CALVFY-H1-DATE.
039300     MOVE CALVFY-FIRST-YEAR TO CALVFY-H1-FIRST.
039400     MOVE CALVFY-LAST-YEAR  TO CALVFY-H1-LAST.
039500     WRITE VFY-REPORT-RECORD FROM CALVFY-HEADING-LINE.
039600     MOVE SPACES TO VFY-REPORT-RECORD.
039700     WRITE VFY-REPORT-RECORD.
039800     PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.
039900     IF CALVFY-CALENDAR-BAD
040000         MOVE "*** HOLIDAY NOT USABLE - RUN ABANDONED ***"
040100             TO CALVFY-VL-VERDICT
040200         WRITE VFY-REPORT-RECORD FROM CALVFY-VERDICT-LINE
040300         CLOSE VFY-REPORT
040400         MOVE 12 TO RETURN-CODE
040450         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
040500         STOP RUN
040600     END-IF.
040700     COMPUTE CALVFY-YEAR-COUNT =
040800         CALVFY-LAST-YEAR - CALVFY-FIRST-YEAR + 4.
040900     MOVE 1 TO CALVFY-YEAR-SUB.
041000     PERFORM 1400-FISCAL-YEAR-END THRU 1400-EXIT
041100         UNTIL CALVFY-YEAR-SUB > CALVFY-YEAR-COUNT.
041200     OPEN INPUT CAL-MASTER.
041300     IF CALVFY-MST-STATUS <> "00"
041400         DISPLAY "CALVFY - CALMST OPEN FAILED, STATUS "
041500             CALVFY-MST-STATUS
041600         MOVE "*** CALMST WILL NOT OPEN - RUN ABANDONED ***"
041700             TO CALVFY-VL-VERDICT
041800         WRITE VFY-REPORT-RECORD FROM CALVFY-VERDICT-LINE
041900         CLOSE VFY-REPORT
042000         MOVE 12 TO RETURN-CODE
042050         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
042100         STOP RUN
042200     END-IF.
042300 1000-EXIT.
042400     EXIT.
042500
042600 1100-EDIT-CONTROL-CARD.
042700     IF CT-FIRST-YEAR = SPACES
042800         MOVE CALVFY-RUN-DATE(1:4) TO CALVFY-FIRST-YEAR
042900     ELSE
043000         IF CT-FIRST-YEAR IS NUMERIC
043100             MOVE CT-FIRST-YEAR TO CALVFY-FIRST-YEAR
043200         ELSE
043300             SET CALVFY-CONTROL-BAD TO TRUE
043400             GO TO 1100-EXIT
043500         END-IF
043600     END-IF.
043700     IF CT-LAST-YEAR = SPACES
043800         MOVE CALVFY-FIRST-YEAR TO CALVFY-LAST-YEAR
043900     ELSE
044000         IF CT-LAST-YEAR IS NUMERIC
044100             MOVE CT-LAST-YEAR TO CALVFY-LAST-YEAR
044200         ELSE
044300             SET CALVFY-CONTROL-BAD TO TRUE
044400             GO TO 1100-EXIT
044500         END-IF
044600     END-IF.
044700     IF CALVFY-FIRST-YEAR < CALVFY-MIN-YEAR OR
044800        CALVFY-LAST-YEAR > CALVFY-MAX-YEAR OR
044900        CALVFY-LAST-YEAR < CALVFY-FIRST-YEAR
045000         SET CALVFY-CONTROL-BAD TO TRUE
045100         GO TO 1100-EXIT
045200     END-IF.
045300     COMPUTE CALVFY-SPAN =
045400         CALVFY-LAST-YEAR - CALVFY-FIRST-YEAR + 1.
045500     IF CALVFY-SPAN > CALVFY-MAX-SPAN
045600         SET CALVFY-CONTROL-BAD TO TRUE
045700         GO TO 1100-EXIT
045800     END-IF.
045900     IF CT-FY-END-MONTH = SPACES
046000         MOVE 12 TO CALVFY-FY-MONTH
046100     ELSE
046200         IF CT-FY-END-MONTH IS NOT NUMERIC
046300             SET CALVFY-CONTROL-BAD TO TRUE
046400             GO TO 1100-EXIT
046500         END-IF
046600         IF CT-FY-END-MONTH-NUM < 1 OR
046700            CT-FY-END-MONTH-NUM > 12
046800             SET CALVFY-CONTROL-BAD TO TRUE
046900             GO TO 1100-EXIT
047000         END-IF
047100         MOVE CT-FY-END-MONTH-NUM TO CALVFY-FY-MONTH
047200     END-IF.
047300     IF CT-FY-END-WEEKDAY = SPACE
047400         MOVE 6 TO CALVFY-FY-WEEKDAY
047500     ELSE
047600         IF CT-FY-END-WEEKDAY IS NOT NUMERIC
047700             SET CALVFY-CONTROL-BAD TO TRUE
047800             GO TO 1100-EXIT
047900         END-IF
048000         IF CT-FY-END-WEEKDAY-NUM < 1 OR
048100            CT-FY-END-WEEKDAY-NUM > 7
048200             SET CALVFY-CONTROL-BAD TO TRUE
048300             GO TO 1100-EXIT
048400         END-IF
048500         MOVE CT-FY-END-WEEKDAY-NUM TO CALVFY-FY-WEEKDAY
048600     END-IF.
048700     IF CT-FY-END-RULE = SPACE
048800         SET CALVFY-FY-LAST TO TRUE
048900     ELSE
049000         MOVE CT-FY-END-RULE TO CALVFY-FY-RULE
049100         IF NOT CALVFY-FY-LAST AND NOT CALVFY-FY-NEAREST
049200             SET CALVFY-CONTROL-BAD TO TRUE
049300         END-IF
049400     END-IF.
049500 1100-EXIT.
049600     EXIT.
049700
049800 1200-LOAD-HOLIDAYS.
049900     MOVE 1 TO CALVFY-CAL-COUNT.
050000     MOVE SPACES TO CALVFY-CAL-CODE(1).
050100     OPEN INPUT HOLIDAY-FILE.
050200     IF CALVFY-HOL-STATUS <> "00"
050300         DISPLAY "CALVFY - HOLIDAY OPEN FAILED, STATUS "
050400             CALVFY-HOL-STATUS
050500         SET CALVFY-CALENDAR-BAD TO TRUE
050600         GO TO 1200-EXIT
050700     END-IF.
050800     PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT.
050900     PERFORM 1220-LOAD-ONE-HOLIDAY THRU 1220-EXIT
051000         UNTIL CALVFY-HOL-EOF OR CALVFY-CALENDAR-BAD.
051100     CLOSE HOLIDAY-FILE.
051200 1200-EXIT.
051300     EXIT.
051400
051500 1210-READ-HOLIDAY.
051600     READ HOLIDAY-FILE
051700         AT END
051800             SET CALVFY-HOL-EOF TO TRUE
051900     END-READ.
052000 1210-EXIT.
052100     EXIT.
052200
052300 1220-LOAD-ONE-HOLIDAY.
052400     IF HOL-DATE = SPACES
052500         GO TO 1220-NEXT
052600     END-IF.
052700     IF HOL-DATE IS NOT NUMERIC
052800         DISPLAY "CALVFY - HOLIDAY DATE NOT NUMERIC : " HOL-DATE
052900         SET CALVFY-CALENDAR-BAD TO TRUE
053000         GO TO 1220-EXIT
053100     END-IF.
053200     MOVE HOL-DATE TO DAYCNT-END-DATE.
053300     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
053400     IF NOT DAYCNT-OK
053500         DISPLAY "CALVFY - HOLIDAY DATE INVALID : " HOL-DATE
053600         SET CALVFY-CALENDAR-BAD TO TRUE
053700         GO TO 1220-EXIT
053800     END-IF.
053900     IF CALVFY-HOL-COUNT >= CALVFY-HOL-MAX
054000         DISPLAY "CALVFY - HOLIDAY FILE OVER 500 ENTRIES"
054100         SET CALVFY-CALENDAR-BAD TO TRUE
054200         GO TO 1220-EXIT
054300     END-IF.
054400     ADD 1 TO CALVFY-HOL-COUNT.
054500     MOVE HOL-CAL-ID TO CALVFY-HOL-CAL(CALVFY-HOL-COUNT).
054600     MOVE HOL-DATE   TO CALVFY-HOL-DATE(CALVFY-HOL-COUNT).
054700     PERFORM 1300-REGISTER-CALENDAR THRU 1300-EXIT.
054800 1220-NEXT.
054900     PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT.
055000 1220-EXIT.
055100     EXIT.
055200
055300 1300-REGISTER-CALENDAR.
055400     MOVE "N" TO CALVFY-CAL-KNOWN-SW.
055500     MOVE 1 TO CALVFY-CAL-SUB.
055600     PERFORM 1310-MATCH-ONE-CALENDAR THRU 1310-EXIT
055700         UNTIL CALVFY-CAL-KNOWN
055800         OR CALVFY-CAL-SUB > CALVFY-CAL-COUNT.
055900     IF CALVFY-CAL-KNOWN
056000         IF HOL-CAL-ID = SPACES AND CALVFY-FILE-CAL-COUNT = 0
056100             ADD 1 TO CALVFY-FILE-CAL-COUNT
056200         END-IF
056300         GO TO 1300-EXIT
056400     END-IF.
056500     IF CALVFY-FILE-CAL-COUNT >= CALVFY-CAL-MAX
056600         DISPLAY "CALVFY - HOLIDAY FILE OVER 20 CALENDAR CODES"
056700         SET CALVFY-CALENDAR-BAD TO TRUE
056800         GO TO 1300-EXIT
056900     END-IF.
057000     ADD 1 TO CALVFY-FILE-CAL-COUNT.
057100     MOVE CALVFY-CAL-COUNT TO CALVFY-MOVE-SUB.
057200     PERFORM 1320-SHIFT-ONE-CODE THRU 1320-EXIT
057300         UNTIL CALVFY-MOVE-SUB < 1
057400         OR CALVFY-CAL-CODE(CALVFY-MOVE-SUB) < HOL-CAL-ID.
057500     MOVE HOL-CAL-ID TO CALVFY-CAL-CODE(CALVFY-MOVE-SUB + 1).
057600     ADD 1 TO CALVFY-CAL-COUNT.
057700 1300-EXIT.
057800     EXIT.
057900
058000 1310-MATCH-ONE-CALENDAR.
058100     IF CALVFY-CAL-CODE(CALVFY-CAL-SUB) = HOL-CAL-ID
058200         SET CALVFY-CAL-KNOWN TO TRUE
058300     END-IF.
058400     ADD 1 TO CALVFY-CAL-SUB.
058500 1310-EXIT.
058600     EXIT.
058700
058800 1320-SHIFT-ONE-CODE.
058900     MOVE CALVFY-CAL-CODE(CALVFY-MOVE-SUB)
059000         TO CALVFY-CAL-CODE(CALVFY-MOVE-SUB + 1).
059100     SUBTRACT 1 FROM CALVFY-MOVE-SUB.
059200 1320-EXIT.
059300     EXIT.
059400
059500******************************************************************
059600*    1400-FISCAL-YEAR-END
059700*    THE FISCAL YEAR-END OF ONE YEAR OF THE TABLE, BY CALBLD'S
059800*    RULE BUT FROM A LEAPCHK MONTH LENGTH.
059900******************************************************************
060000 1400-FISCAL-YEAR-END.
060100     COMPUTE CALVFY-WORK-YEAR =
060200         CALVFY-FIRST-YEAR + CALVFY-YEAR-SUB - 3.
060300     MOVE CALVFY-WORK-YEAR TO CALVFY-LEN-YEAR.
060400     MOVE CALVFY-FY-MONTH  TO CALVFY-LEN-MONTH.
060500     PERFORM 6200-MONTH-LENGTH THRU 6200-EXIT.
060600     MOVE CALVFY-WORK-YEAR TO DAYCNT-END-YEAR.
060700     MOVE CALVFY-FY-MONTH  TO DAYCNT-END-MONTH.
060800     MOVE CALVFY-MONTH-LEN TO DAYCNT-END-DAY.
060900     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
061000     MOVE DAYCNT-DAY-COUNT TO CALVFY-ABS.
061100     PERFORM 6100-ABS-TO-WEEKDAY THRU 6100-EXIT.
061200     COMPUTE CALVFY-BACK-DAYS = FUNCTION MOD(
061300         CALVFY-WEEKDAY - CALVFY-FY-WEEKDAY + 7, 7).
061400     COMPUTE CALVFY-FY-END(CALVFY-YEAR-SUB) =
061500         CALVFY-ABS - CALVFY-BACK-DAYS.
061600     IF CALVFY-FY-NEAREST AND CALVFY-BACK-DAYS > 3
061700         ADD 7 TO CALVFY-FY-END(CALVFY-YEAR-SUB)
061800     END-IF.
061900     ADD 1 TO CALVFY-YEAR-SUB.
062000 1400-EXIT.
062100     EXIT.
062200
062300 2100-READ-MASTER.
062400     READ CAL-MASTER
062500         AT END
062600             SET CALVFY-END-OF-MASTER TO TRUE
062700     END-READ.
062800 2100-EXIT.
062900     EXIT.
063000
063100******************************************************************
063200*    2000-VERIFY-ONE-RECORD
063300*    A KEY BEHIND THE EXPECTED KEY IS A DUPLICATE OR OUT OF
063400*    SEQUENCE.  A KEY AHEAD OF IT MEANS EVERY KEY IN BETWEEN IS
063500*    MISSING (ONE LINE FOR THE SPAN) -- OR, WHEN NO EXPECTED KEY
063600*    REACHES IT, THAT THE RECORD IS A STRAY OUTSIDE THE YEAR
063700*    RANGE OR ON A CALENDAR HOLIDAY DOES NOT CARRY.  A RECORD
063800*    ON ITS EXPECTED KEY IS COMPARED FIELD BY FIELD.
063900******************************************************************
064000 2000-VERIFY-ONE-RECORD.
064100     ADD 1 TO CALVFY-READ-COUNT.
064200     MOVE "N" TO CALVFY-REC-DISC-SW.
064300     IF CALVFY-EXP-KEY = HIGH-VALUES
064400         GO TO 2000-STRAY
064500     END-IF.
064600     IF CALMST-KEY < CALVFY-EXP-KEY
064700         MOVE CALMST-KEY TO CALVFY-GAP-FROM-KEY
064800         MOVE CALMST-KEY TO CALVFY-GAP-TO-KEY
064900         MOVE 1 TO CALVFY-GAP-COUNT
065000         MOVE "DUPLICATE OR OUT-OF-SEQUENCE KEY"
065100             TO CALVFY-KL-TEXT
065200         PERFORM 4100-WRITE-KEY-LINE THRU 4100-EXIT
065300         GO TO 2000-NEXT
065400     END-IF.
065500     IF CALMST-KEY > CALVFY-EXP-KEY
065600         PERFORM 2400-SKIP-MISSING-KEYS THRU 2400-EXIT
065700     END-IF.
065800     IF CALMST-KEY <> CALVFY-EXP-KEY
065900         GO TO 2000-STRAY
066000     END-IF.
066100     PERFORM 2300-COMPARE-FIELDS THRU 2300-EXIT.
066200     PERFORM 2500-ADVANCE-EXPECTED THRU 2500-EXIT.
066300     IF NOT CALVFY-RECORD-DIFFERS
066400         ADD 1 TO CALVFY-CLEAN-COUNT
066500     END-IF.
066600     GO TO 2000-NEXT.
066700 2000-STRAY.
066800     MOVE CALMST-KEY TO CALVFY-GAP-FROM-KEY.
066900     MOVE CALMST-KEY TO CALVFY-GAP-TO-KEY.
067000     MOVE 1 TO CALVFY-GAP-COUNT.
067100     MOVE "KEY OUTSIDE CALENDARS OR YEAR RANGE" TO CALVFY-KL-TEXT.
067200     PERFORM 4100-WRITE-KEY-LINE THRU 4100-EXIT.
067300 2000-NEXT.
067400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
067500 2000-EXIT.
067600     EXIT.
067700
067800******************************************************************
067900*    2200-DERIVE-EXPECTED
068000*    THE VALUES CALBLD SHOULD HAVE WRITTEN FOR THE RECORD IN
068100*    HAND, FROM THE DERIVED MONTH (REBUILT IF THE RECORD IS IN
068200*    ANOTHER MONTH OR CALENDAR) AND THE FISCAL YEAR-END TABLE.
068300******************************************************************
068400 2200-DERIVE-EXPECTED.
068500     IF CALMST-KEY(1:9) <> CALVFY-DM-KEY
068600         PERFORM 2600-DERIVE-MONTH THRU 2600-EXIT
068700     END-IF.
068800     MOVE CALVFY-DM-WEEKDAY(CALMST-DAY) TO CALVFY-EXP-WEEKDAY.
068900     MOVE CALVFY-DM-BUSDAY(CALMST-DAY)  TO CALVFY-EXP-BUSDAY-IND.
069000     MOVE CALVFY-DM-HOLIDAY(CALMST-DAY)
069100         TO CALVFY-EXP-HOLIDAY-IND.
069200     MOVE CALVFY-DM-ORDINAL(CALMST-DAY)
069300         TO CALVFY-EXP-BD-OF-MONTH.
069400     COMPUTE CALVFY-EXP-BD-REMAINING =
069500         CALVFY-DM-BUSDAYS - CALVFY-DM-ORDINAL(CALMST-DAY).
069600     MOVE "NNNNNN" TO CALVFY-EXP-FLAGS.
069700     IF CALVFY-EXP-BUSDAY-IND = "Y"
069800         IF CALVFY-EXP-BD-OF-MONTH = 1
069900             MOVE "Y" TO CALVFY-EXP-FLAG(1)
070000             IF CALMST-MONTH = 1 OR 4 OR 7 OR 10
070100                 MOVE "Y" TO CALVFY-EXP-FLAG(3)
070200             END-IF
070300             IF CALMST-MONTH = 1
070400                 MOVE "Y" TO CALVFY-EXP-FLAG(5)
070500             END-IF
070600         END-IF
070700         IF CALVFY-EXP-BD-REMAINING = 0
070800             MOVE "Y" TO CALVFY-EXP-FLAG(2)
070900             IF CALMST-MONTH = 3 OR 6 OR 9 OR 12
071000                 MOVE "Y" TO CALVFY-EXP-FLAG(4)
071100             END-IF
071200             IF CALMST-MONTH = 12
071300                 MOVE "Y" TO CALVFY-EXP-FLAG(6)
071400             END-IF
071500         END-IF
071600     END-IF.
071700     COMPUTE CALVFY-ABS =
071800         CALVFY-DM-FIRST-ABS + CALMST-DAY - 1.
071900     COMPUTE CALVFY-YEAR-SUB =
072000         CALMST-YEAR - CALVFY-FIRST-YEAR + 3.
072100     EVALUATE TRUE
072200         WHEN CALVFY-ABS <= CALVFY-FY-END(CALVFY-YEAR-SUB - 1)
072300             COMPUTE CALVFY-EXP-FISCAL-YEAR = CALMST-YEAR - 1
072400             COMPUTE CALVFY-FY-START =
072500                 CALVFY-FY-END(CALVFY-YEAR-SUB - 2) + 1
072600         WHEN CALVFY-ABS <= CALVFY-FY-END(CALVFY-YEAR-SUB)
072700             MOVE CALMST-YEAR TO CALVFY-EXP-FISCAL-YEAR
072800             COMPUTE CALVFY-FY-START =
072900                 CALVFY-FY-END(CALVFY-YEAR-SUB - 1) + 1
073000         WHEN OTHER
073100             COMPUTE CALVFY-EXP-FISCAL-YEAR = CALMST-YEAR + 1
073200             COMPUTE CALVFY-FY-START =
073300                 CALVFY-FY-END(CALVFY-YEAR-SUB) + 1
073400     END-EVALUATE.
073500     COMPUTE CALVFY-WORK-ABS = CALVFY-ABS - CALVFY-FY-START.
073600     DIVIDE CALVFY-WORK-ABS BY 7 GIVING CALVFY-WEEK-QUOT
073700         REMAINDER CALVFY-WEEK-REM.
073800     COMPUTE CALVFY-EXP-FISCAL-WEEK = CALVFY-WEEK-QUOT + 1.
073900     MOVE 1 TO CALVFY-PERIOD.
074000     PERFORM 2210-STEP-ONE-PERIOD THRU 2210-EXIT
074100         UNTIL CALVFY-PERIOD >= 12
074200         OR CALVFY-EXP-FISCAL-WEEK <=
074300            CALVFY-PERIOD-END-WEEK(CALVFY-PERIOD).
074400     MOVE CALVFY-PERIOD TO CALVFY-EXP-FISCAL-PERIOD.
074500 2200-EXIT.
074600     EXIT.
074700
074800 2210-STEP-ONE-PERIOD.
074900     ADD 1 TO CALVFY-PERIOD.
075000 2210-EXIT.
075100     EXIT.
075200
075300******************************************************************
075400*    2300-COMPARE-FIELDS
075500*    ONE EXCEPTION LINE PER DISAGREEING FIELD, AS IN YEARVFY.
075600******************************************************************
075700 2300-COMPARE-FIELDS.
075800     PERFORM 2200-DERIVE-EXPECTED THRU 2200-EXIT.
075900     IF CALMST-WEEKDAY NOT = CALVFY-EXP-WEEKDAY
076000         MOVE "WEEKDAY" TO CALVFY-FL-FIELD
076100         MOVE CALVFY-EXP-WEEKDAY TO CALVFY-FL-EXPECTED
076200         MOVE CALMST-WEEKDAY     TO CALVFY-FL-FOUND
076300         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
076400     END-IF.
076500     IF CALMST-BUSDAY-IND NOT = CALVFY-EXP-BUSDAY-IND
076600         MOVE "BUSDAY-IND" TO CALVFY-FL-FIELD
076700         MOVE CALVFY-EXP-BUSDAY-IND TO CALVFY-FL-EXPECTED
076800         MOVE CALMST-BUSDAY-IND     TO CALVFY-FL-FOUND
076900         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
077000     END-IF.
077100     IF CALMST-HOLIDAY-IND NOT = CALVFY-EXP-HOLIDAY-IND
077200         MOVE "HOLIDAY-IND" TO CALVFY-FL-FIELD
077300         MOVE CALVFY-EXP-HOLIDAY-IND TO CALVFY-FL-EXPECTED
077400         MOVE CALMST-HOLIDAY-IND     TO CALVFY-FL-FOUND
077500         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
077600     END-IF.
077700     IF CALMST-BD-OF-MONTH NOT = CALVFY-EXP-BD-OF-MONTH
077800         MOVE "BD-OF-MONTH" TO CALVFY-FL-FIELD
077900         MOVE CALVFY-EXP-BD-OF-MONTH TO CALVFY-FL-EXPECTED
078000         MOVE CALMST-BD-OF-MONTH     TO CALVFY-FL-FOUND
078100         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
078200     END-IF.
078300     IF CALMST-BD-REMAINING NOT = CALVFY-EXP-BD-REMAINING
078400         MOVE "BD-REMAINING" TO CALVFY-FL-FIELD
078500         MOVE CALVFY-EXP-BD-REMAINING TO CALVFY-FL-EXPECTED
078600         MOVE CALMST-BD-REMAINING     TO CALVFY-FL-FOUND
078700         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
078800     END-IF.
078900     MOVE CALMST-PERIOD-FLAGS TO CALVFY-FOUND-FLAGS.
079000     MOVE 1 TO CALVFY-FLAG-SUB.
079100     PERFORM 2310-COMPARE-ONE-FLAG THRU 2310-EXIT
079200         UNTIL CALVFY-FLAG-SUB > 6.
079300     IF CALMST-FISCAL-YEAR NOT = CALVFY-EXP-FISCAL-YEAR
079400         MOVE "FISCAL-YEAR" TO CALVFY-FL-FIELD
079500         MOVE CALVFY-EXP-FISCAL-YEAR TO CALVFY-FL-EXPECTED
079600         MOVE CALMST-FISCAL-YEAR     TO CALVFY-FL-FOUND
079700         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
079800     END-IF.
079900     IF CALMST-FISCAL-PERIOD NOT = CALVFY-EXP-FISCAL-PERIOD
080000         MOVE "FISCAL-PERIOD" TO CALVFY-FL-FIELD
080100         MOVE CALVFY-EXP-FISCAL-PERIOD TO CALVFY-FL-EXPECTED
080200         MOVE CALMST-FISCAL-PERIOD     TO CALVFY-FL-FOUND
080300         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
080400     END-IF.
080500     IF CALMST-FISCAL-WEEK NOT = CALVFY-EXP-FISCAL-WEEK
080600         MOVE "FISCAL-WEEK" TO CALVFY-FL-FIELD
080700         MOVE CALVFY-EXP-FISCAL-WEEK TO CALVFY-FL-EXPECTED
080800         MOVE CALMST-FISCAL-WEEK     TO CALVFY-FL-FOUND
080900         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
081000     END-IF.
081100 2300-EXIT.
081200     EXIT.
081300
081400 2310-COMPARE-ONE-FLAG.
081500     IF CALVFY-FOUND-FLAG(CALVFY-FLAG-SUB) NOT =
081600        CALVFY-EXP-FLAG(CALVFY-FLAG-SUB)
081700         MOVE CALVFY-FLAG-NAME(CALVFY-FLAG-SUB)
081800             TO CALVFY-FL-FIELD
081900         MOVE CALVFY-EXP-FLAG(CALVFY-FLAG-SUB)
082000             TO CALVFY-FL-EXPECTED
082100         MOVE CALVFY-FOUND-FLAG(CALVFY-FLAG-SUB)
082200             TO CALVFY-FL-FOUND
082300         PERFORM 4000-WRITE-FIELD-LINE THRU 4000-EXIT
082400     END-IF.
082500     ADD 1 TO CALVFY-FLAG-SUB.
082600 2310-EXIT.
082700     EXIT.
082800
082900******************************************************************
083000*    2400-SKIP-MISSING-KEYS
083100*    STEPS THE EXPECTED KEY UP TO THE RECORD'S, COUNTING THE
083200*    KEYS PASSED OVER, AND LISTS THEM AS ONE MISSING SPAN.
083300******************************************************************
083400 2400-SKIP-MISSING-KEYS.
083500     MOVE CALVFY-EXP-KEY TO CALVFY-GAP-FROM-KEY.
083600     MOVE ZERO TO CALVFY-GAP-COUNT.
083700     PERFORM 2410-SKIP-ONE-KEY THRU 2410-EXIT
083800         UNTIL CALVFY-EXP-KEY >= CALMST-KEY.
083900     MOVE "KEYS MISSING FROM MASTER" TO CALVFY-KL-TEXT.
084000     PERFORM 4100-WRITE-KEY-LINE THRU 4100-EXIT.
084100 2400-EXIT.
084200     EXIT.
084300
084400 2410-SKIP-ONE-KEY.
084500     MOVE CALVFY-EXP-KEY TO CALVFY-GAP-TO-KEY.
084600     ADD 1 TO CALVFY-GAP-COUNT.
084700     PERFORM 2500-ADVANCE-EXPECTED THRU 2500-EXIT.
084800 2410-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200*    2500-ADVANCE-EXPECTED
085300*    NEXT DATE, NEXT MONTH, NEXT YEAR, THEN THE FIRST DATE OF
085400*    THE NEXT CALENDAR IN THE DIRECTORY.
085500******************************************************************
085600 2500-ADVANCE-EXPECTED.
085700     IF CALVFY-EXP-KEY = HIGH-VALUES
085800         GO TO 2500-EXIT
085900     END-IF.
086000     MOVE CALVFY-EXP-YEAR  TO CALVFY-LEN-YEAR.
086100     MOVE CALVFY-EXP-MONTH TO CALVFY-LEN-MONTH.
086200     PERFORM 6200-MONTH-LENGTH THRU 6200-EXIT.
086300     IF CALVFY-EXP-DAY < CALVFY-MONTH-LEN
086400         ADD 1 TO CALVFY-EXP-DAY
086500         GO TO 2500-EXIT
086600     END-IF.
086700     MOVE 1 TO CALVFY-EXP-DAY.
086800     IF CALVFY-EXP-MONTH < 12
086900         ADD 1 TO CALVFY-EXP-MONTH
087000         GO TO 2500-EXIT
087100     END-IF.
087200     MOVE 1 TO CALVFY-EXP-MONTH.
087300     IF CALVFY-EXP-YEAR < CALVFY-LAST-YEAR
087400         ADD 1 TO CALVFY-EXP-YEAR
087500         GO TO 2500-EXIT
087600     END-IF.
087700     MOVE CALVFY-FIRST-YEAR TO CALVFY-EXP-YEAR.
087800     ADD 1 TO CALVFY-EXP-CAL-SUB.
087900     IF CALVFY-EXP-CAL-SUB > CALVFY-CAL-COUNT
088000         MOVE HIGH-VALUES TO CALVFY-EXP-KEY
088100     ELSE
088200         MOVE CALVFY-CAL-CODE(CALVFY-EXP-CAL-SUB)
088300             TO CALVFY-EXP-CAL
088400     END-IF.
088500 2500-EXIT.
088600     EXIT.
088700
088800******************************************************************
088900*    2600-DERIVE-MONTH
089000*    WEEKDAY, HOLIDAY AND BUSINESS-DAY FLAGS AND RUNNING
089100*    ORDINAL FOR EVERY DAY OF THE RECORD'S MONTH AND CALENDAR.
089200******************************************************************
089300 2600-DERIVE-MONTH.
089400     MOVE CALMST-CAL-ID TO CALVFY-DM-CAL.
089500     MOVE CALMST-YEAR   TO CALVFY-DM-YEAR.
089600     MOVE CALMST-MONTH  TO CALVFY-DM-MON.
089700     MOVE CALMST-YEAR   TO CALVFY-LEN-YEAR.
089800     MOVE CALMST-MONTH  TO CALVFY-LEN-MONTH.
089900     PERFORM 6200-MONTH-LENGTH THRU 6200-EXIT.
090000     MOVE CALVFY-MONTH-LEN TO CALVFY-DM-LEN.
090100     MOVE CALMST-YEAR  TO DAYCNT-END-YEAR.
090200     MOVE CALMST-MONTH TO DAYCNT-END-MONTH.
090300     MOVE 1            TO DAYCNT-END-DAY.
090400     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
090500     MOVE DAYCNT-DAY-COUNT TO CALVFY-DM-FIRST-ABS.
090600     MOVE 1 TO CALVFY-DAY-SUB.
090700     PERFORM 2610-CLEAR-ONE-DAY THRU 2610-EXIT
090800         UNTIL CALVFY-DAY-SUB > 31.
090900     MOVE 1 TO CALVFY-HOL-SUB.
091000     PERFORM 2620-MARK-ONE-HOLIDAY THRU 2620-EXIT
091100         UNTIL CALVFY-HOL-SUB > CALVFY-HOL-COUNT.
091200     MOVE ZERO TO CALVFY-DM-BUSDAYS.
091300     MOVE 1 TO CALVFY-DAY-SUB.
091400     PERFORM 2630-RATE-ONE-DAY THRU 2630-EXIT
091500         UNTIL CALVFY-DAY-SUB > CALVFY-DM-LEN.
091600 2600-EXIT.
091700     EXIT.
091800
091900 2610-CLEAR-ONE-DAY.
092000     MOVE ZERO TO CALVFY-DM-WEEKDAY(CALVFY-DAY-SUB).
092100     MOVE "N"  TO CALVFY-DM-HOLIDAY(CALVFY-DAY-SUB).
092200     MOVE "N"  TO CALVFY-DM-BUSDAY(CALVFY-DAY-SUB).
092300     MOVE ZERO TO CALVFY-DM-ORDINAL(CALVFY-DAY-SUB).
092400     ADD 1 TO CALVFY-DAY-SUB.
092500 2610-EXIT.
092600     EXIT.
092700
092800 2620-MARK-ONE-HOLIDAY.
092900     IF CALVFY-HOL-CAL(CALVFY-HOL-SUB) = CALVFY-DM-CAL AND
093000        CALVFY-HOL-YYYYMM(CALVFY-HOL-SUB) = CALVFY-DM-MONTH
093100         MOVE "Y" TO CALVFY-DM-HOLIDAY(
093200             CALVFY-HOL-DAY(CALVFY-HOL-SUB))
093300     END-IF.
093400     ADD 1 TO CALVFY-HOL-SUB.
093500 2620-EXIT.
093600     EXIT.
093700
093800 2630-RATE-ONE-DAY.
093900     COMPUTE CALVFY-ABS =
094000         CALVFY-DM-FIRST-ABS + CALVFY-DAY-SUB - 1.
094100     PERFORM 6100-ABS-TO-WEEKDAY THRU 6100-EXIT.
094200     MOVE CALVFY-WEEKDAY TO CALVFY-DM-WEEKDAY(CALVFY-DAY-SUB).
094300     IF CALVFY-WEEKDAY < 6 AND
094400        CALVFY-DM-HOLIDAY(CALVFY-DAY-SUB) = "N"
094500         MOVE "Y" TO CALVFY-DM-BUSDAY(CALVFY-DAY-SUB)
094600         ADD 1 TO CALVFY-DM-BUSDAYS
094700     END-IF.
094800     MOVE CALVFY-DM-BUSDAYS TO CALVFY-DM-ORDINAL(CALVFY-DAY-SUB).
094900     ADD 1 TO CALVFY-DAY-SUB.
095000 2630-EXIT.
095100     EXIT.
095200
095300******************************************************************
095400*    3000-CHECK-MISSING-TAIL
095500*    A MASTER THAT ENDS BEFORE THE LAST DATE OF THE LAST
095600*    CALENDAR IS A PARTIAL LOAD; THE REST IS ONE MISSING SPAN.
095700******************************************************************
095800 3000-CHECK-MISSING-TAIL.
095900     IF CALVFY-EXP-KEY = HIGH-VALUES
096000         GO TO 3000-EXIT
096100     END-IF.
096200     MOVE CALVFY-EXP-KEY TO CALVFY-GAP-FROM-KEY.
096300     MOVE ZERO TO CALVFY-GAP-COUNT.
096400     PERFORM 2410-SKIP-ONE-KEY THRU 2410-EXIT
096500         UNTIL CALVFY-EXP-KEY = HIGH-VALUES.
096600     MOVE "KEYS MISSING FROM MASTER" TO CALVFY-KL-TEXT.
096700     PERFORM 4100-WRITE-KEY-LINE THRU 4100-EXIT.
096800 3000-EXIT.
096900     EXIT.
097000
097100 4000-WRITE-FIELD-LINE.
097200     MOVE CALMST-CAL-ID TO CALVFY-FL-CAL.
097300     MOVE CALMST-DATE   TO CALVFY-FL-DATE.
097400     WRITE VFY-REPORT-RECORD FROM CALVFY-FIELD-LINE.
097500     ADD 1 TO CALVFY-DISC-COUNT.
097600     SET CALVFY-RECORD-DIFFERS TO TRUE.
097700 4000-EXIT.
097800     EXIT.
097900
098000 4100-WRITE-KEY-LINE.
098100     MOVE CALVFY-GAP-FROM-CAL  TO CALVFY-KL-FROM-CAL.
098200     MOVE CALVFY-GAP-FROM-DATE TO CALVFY-KL-FROM-DATE.
098300     MOVE CALVFY-GAP-TO-CAL    TO CALVFY-KL-TO-CAL.
098400     MOVE CALVFY-GAP-TO-DATE   TO CALVFY-KL-TO-DATE.
098500     MOVE CALVFY-GAP-COUNT     TO CALVFY-KL-COUNT.
098600     WRITE VFY-REPORT-RECORD FROM CALVFY-KEY-LINE.
098700     ADD 1 TO CALVFY-DISC-COUNT.
098800 4100-EXIT.
098900     EXIT.
099000
099100******************************************************************
099200*    5000-WRITE-SUMMARY
099300*    CONTROL COUNTS AND THE VERDICT, AS IN YEARVFY.
099400******************************************************************
099500 5000-WRITE-SUMMARY.
099600     MOVE SPACES TO VFY-REPORT-RECORD.
099700     WRITE VFY-REPORT-RECORD.
099800     MOVE CALVFY-READ-COUNT  TO CALVFY-SL-READ.
099900     MOVE CALVFY-CLEAN-COUNT TO CALVFY-SL-CLEAN.
100000     MOVE CALVFY-DISC-COUNT  TO CALVFY-SL-DISC.
100100     WRITE VFY-REPORT-RECORD FROM CALVFY-SUMMARY-LINE.
100200     IF CALVFY-DISC-COUNT > 0
100300         MOVE "*** MASTER DISAGREES - HOLD DEPENDENT JOBS ***"
100400             TO CALVFY-VL-VERDICT
100500     ELSE
100600         MOVE "MASTER VERIFIED - ALL RECORDS MATCH DERIVED TRUTH"
100700             TO CALVFY-VL-VERDICT
100800     END-IF.
100900     WRITE VFY-REPORT-RECORD FROM CALVFY-VERDICT-LINE.
101000 5000-EXIT.
101100     EXIT.
101200
101300 6000-DATE-TO-ABS.
101400     MOVE 0100 TO DAYCNT-START-YEAR.
101500     MOVE 01   TO DAYCNT-START-MONTH.
101600     MOVE 01   TO DAYCNT-START-DAY.
101700     SET DAYCNT-BASIS-ACTUAL TO TRUE.
101800     CALL "DAYCNT" USING DAYCNT-PARM.
101900 6000-EXIT.
102000     EXIT.
102100
102200 6100-ABS-TO-WEEKDAY.
102300     COMPUTE CALVFY-WEEKDAY =
102400         FUNCTION MOD(CALVFY-ABS + 6, 7) + 1.
102500 6100-EXIT.
102600     EXIT.
102700
102800******************************************************************
102900*    6200-MONTH-LENGTH
103000*    DAYS IN CALVFY-LEN-MONTH OF CALVFY-LEN-YEAR.
103100******************************************************************
103200 6200-MONTH-LENGTH.
103300     MOVE CALVFY-BASE-DAYS(CALVFY-LEN-MONTH) TO CALVFY-MONTH-LEN.
103400     IF CALVFY-LEN-MONTH = 2
103500         MOVE CALVFY-LEN-YEAR TO LEAPCHK-YEAR-IN
103600         CALL "LEAPCHK" USING LEAPCHK-PARM
103700         IF LEAPCHK-IS-LEAP
103800             MOVE 29 TO CALVFY-MONTH-LEN
103900         END-IF
104000     END-IF.
104100 6200-EXIT.
104200     EXIT.
104300
104400******************************************************************
104500*    9000-WRITE-RUN-STATS
104600*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
104700*    THE SAME WAY YEARVFY DOES: RECORDS READ, RECORDS THAT MATCH
104800*    THEIR DERIVED VALUES, AND THE DIFFERENCE AS REJECTED.
104900*    BEST-EFFORT: A RUNSTAT THAT WILL NOT OPEN IS REPORTED ON
105000*    SYSOUT AND THE RUN ENDS WITH ITS OWN CONDITION CODE.
105100******************************************************************
105200 9000-WRITE-RUN-STATS.
105300     OPEN EXTEND RUN-STATS.
105400     IF CALVFY-STAT-STATUS <> "00"
105500         OPEN OUTPUT RUN-STATS
105600     END-IF.
105700     IF CALVFY-STAT-STATUS <> "00"
105800         DISPLAY "CALVFY - RUNSTAT OPEN FAILED, STATUS "
105900             CALVFY-STAT-STATUS
106000         GO TO 9000-EXIT
106100     END-IF.
106200     MOVE SPACES TO RUNSTAT-RECORD.
106300     MOVE "CALVFY"          TO RUNSTAT-PROGRAM-ID.
106400     MOVE CALVFY-RUN-DATE   TO RUNSTAT-RUN-DATE.
106500     MOVE CALVFY-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
106600     MOVE CALVFY-OPERATOR-ID TO RUNSTAT-OPERATOR.
106700     MOVE CALVFY-READ-COUNT  TO RUNSTAT-RECS-READ.
106800     MOVE CALVFY-CLEAN-COUNT TO RUNSTAT-RECS-ACCEPTED.
106900     COMPUTE RUNSTAT-RECS-REJECTED =
107000         CALVFY-READ-COUNT - CALVFY-CLEAN-COUNT.
107100     MOVE RETURN-CODE        TO RUNSTAT-COND-CODE.
107200     SET RUNSTAT-FRESH-RUN TO TRUE.
107300     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
107400     CLOSE RUN-STATS.
107500 9000-EXIT.
107600     EXIT.
