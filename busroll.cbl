000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     BUSROLL.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   SHARED SUBROUTINE LIBRARY.
000500 DATE-WRITTEN.   2026-09-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-09-14  MJM   INITIAL VERSION.  PAYMENT-DATE ROLL FOR
001300*                      COUPON AND LOAN SCHEDULES: TAKES A
001400*                      YYYYMMDD DATE, AN ADJUSTMENT CONVENTION
001500*                      (U UNADJUSTED, F FOLLOWING, M MODIFIED
001600*                      FOLLOWING, P PRECEDING), AND A MARKET
001700*                      CALENDAR CODE, AND RETURNS THE GOOD DAY
001800*                      THE PAYMENT ACTUALLY FALLS ON.  BUSADD
001900*                      ONLY MOVES BY N BUSINESS DAYS; IT HAS NO
002000*                      "NEXT GOOD DAY BUT NEVER OUT OF THE
002100*                      MONTH" RULE, WHICH IS THE RULE EVERY
002200*                      COUPON AND LOAN PAYMENT HERE FOLLOWS.
002300*                      BUILT ON THE SAME PIECES AS BUSADD: THE
002400*                      HOLIDAY CALENDAR IS LOADED INTO A TABLE ON
002500*                      THE FIRST CALL OF THE RUN, DAYCNT TURNS
002600*                      THE DATE INTO AN EPOCH-RELATIVE DAY
002700*                      NUMBER (VALIDATING IT), THE ROLL STEPS DAY
002800*                      BY DAY TO THE FIRST WORKING DAY, AND
002900*                      DATEADD CONVERTS THE RESULT BACK TO A
003000*                      DATE.  AN UNKNOWN NON-BLANK CALENDAR CODE
003100*                      COMES BACK BUSROLL-BAD-CAL-ID.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
004200                         ORGANIZATION IS LINE SEQUENTIAL
004300                         FILE STATUS IS BUSROLL-HOL-STATUS.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HOLIDAY-FILE
004800     RECORD CONTAINS 80 CHARACTERS.
004900 01  HOLIDAY-RECORD.
005000     05  HOL-DATE               PIC X(08).
005100     05  HOL-CAL-ID             PIC X(03).
005200     05  FILLER                 PIC X(69).
005300
005400 WORKING-STORAGE SECTION.
005500 77  BUSROLL-HOL-STATUS         PIC X(02) VALUE SPACES.
005600 77  BUSROLL-LOADED-SW          PIC X(01) VALUE "N".
005700     88  BUSROLL-CALENDAR-LOADED
005800                                VALUE "Y".
005900 77  BUSROLL-CAL-BAD-SW         PIC X(01) VALUE "N".
006000     88  BUSROLL-CALENDAR-BAD   VALUE "Y".
006100 77  BUSROLL-HOL-EOF-SW         PIC X(01) VALUE "N".
006200     88  BUSROLL-HOL-EOF        VALUE "Y".
006300
006400******************************************************************
006500*    HOLIDAY TABLE AND CALENDAR DIRECTORY, AS IN BUSDAY AND
006600*    BUSADD: EACH ENTRY IS AN EPOCH-RELATIVE ABSOLUTE DAY NUMBER
006700*    PLUS ITS CALENDAR CODE, 500 ENTRIES ACROSS ALL CALENDARS,
006800*    AND A DIRECTORY OF THE DISTINCT CODES SEEN SO AN UNKNOWN
006900*    REQUEST IS REJECTED RATHER THAN TREATED AS A HOLIDAY-FREE
007000*    MARKET.
007100******************************************************************
007200 77  BUSROLL-HOL-MAX            PIC 9(04) COMP VALUE 500.
007300 77  BUSROLL-HOL-COUNT          PIC 9(04) COMP VALUE ZERO.
007400 77  BUSROLL-HOL-SUB            PIC 9(04) COMP.
007500 01  BUSROLL-HOLIDAY-TABLE.
007600     05  BUSROLL-HOL-ENTRY      OCCURS 500 TIMES.
007700         10  BUSROLL-HOL-CAL    PIC X(03).
007800         10  BUSROLL-HOL-ABS    PIC S9(09) COMP-3.
007900
008000 77  BUSROLL-CAL-MAX            PIC 9(02) COMP VALUE 20.
008100 77  BUSROLL-CAL-COUNT          PIC 9(02) COMP VALUE ZERO.
008200 77  BUSROLL-CAL-SUB            PIC 9(02) COMP.
008300 77  BUSROLL-CAL-KNOWN-SW       PIC X(01) VALUE "N".
008400     88  BUSROLL-CAL-KNOWN      VALUE "Y".
008500 01  BUSROLL-CAL-DIRECTORY.
008600     05  BUSROLL-CAL-CODE       PIC X(03) OCCURS 20 TIMES.
008700
008800******************************************************************
008900*    DAY-OF-WEEK ARITHMETIC, AS IN BUSDAY: THE EPOCH 0100-01-01
009000*    SITS AT OFFSET 5 IN THE MOD-7 CYCLE, SO FOR AN EPOCH-
009100*    RELATIVE DAY NUMBER N THE VALUE MOD(N + 5, 7) IS 4 ON
009200*    SATURDAY AND 5 ON SUNDAY.
009300******************************************************************
009400 77  BUSROLL-EPOCH-OFFSET       PIC 9(01) VALUE 5.
009500 77  BUSROLL-DOW                PIC 9(01).
009600     88  BUSROLL-WEEKEND        VALUES 4, 5.
009700 77  BUSROLL-WORKDAY-SW         PIC X(01) VALUE "N".
009800     88  BUSROLL-WORKING-DAY    VALUE "Y".
009900
010000******************************************************************
010100*    THE EPOCH-RELATIVE DAY NUMBER OF 9999-12-31, FIXED ONCE ON
010200*    THE FIRST CALL BY ASKING DAYCNT, AS DATEADD DOES, SO THE
010300*    CEILING TEST STAYS IN STEP WITH DAYCNT'S OWN ARITHMETIC.
010400******************************************************************
010500 77  BUSROLL-INIT-SW            PIC X(01) VALUE "N".
010600     88  BUSROLL-INITIALIZED    VALUE "Y".
010700 77  BUSROLL-MAX-ABS            PIC S9(09) COMP-3.
010800
010900 01  BUSROLL-WORK-FIELDS.
011000     05  BUSROLL-ABS-IN         PIC S9(09) COMP-3.
011100     05  BUSROLL-ABS-WORK       PIC S9(09) COMP-3.
011200     05  BUSROLL-STEP           PIC S9(01).
011300     05  BUSROLL-RANGE-BAD-SW   PIC X(01) VALUE "N".
011400         88  BUSROLL-RANGE-BAD  VALUE "Y".
011500
011600******************************************************************
011700*    PARAMETERS FOR THE SHARED DAYCNT SUBPROGRAM, USED WITH THE
011800*    FIXED EPOCH 0100-01-01 AS THE START DATE TO TURN A CALENDAR
011900*    DATE INTO AN EPOCH-RELATIVE DAY NUMBER, AND FOR THE SHARED
012000*    DATEADD SUBPROGRAM, WHICH WALKS THE ROLLED DAY NUMBER BACK
012100*    TO A YEAR/MONTH/DAY.
012200******************************************************************
012300 COPY DAYCPRM.
012400 COPY DATEPRM.
012500
012600 LINKAGE SECTION.
012700 COPY BUSRPRM.
012800
012900 PROCEDURE DIVISION USING BUSROLL-PARM.
013000
013100 0000-MAINLINE.
013200     SET BUSROLL-OK TO TRUE.
013300     MOVE ZEROS TO BUSROLL-DATE-OUT.
013400     IF NOT BUSROLL-UNADJUSTED    AND
013500        NOT BUSROLL-FOLLOWING     AND
013600        NOT BUSROLL-MOD-FOLLOWING AND
013700        NOT BUSROLL-PRECEDING
013800         SET BUSROLL-BAD-CONVENTION TO TRUE
013900         GOBACK
014000     END-IF.
014100     IF NOT BUSROLL-CALENDAR-LOADED
014200         PERFORM 1000-LOAD-HOLIDAYS THRU 1000-EXIT
014300     END-IF.
014400     IF BUSROLL-CALENDAR-BAD
014500         SET BUSROLL-BAD-CALENDAR TO TRUE
014600         GOBACK
014700     END-IF.
014800     IF NOT BUSROLL-INITIALIZED
014900         PERFORM 1500-INITIALIZE THRU 1500-EXIT
015000     END-IF.
015100     PERFORM 1600-VERIFY-CAL-ID THRU 1600-EXIT.
015200     IF NOT BUSROLL-CAL-KNOWN
015300         SET BUSROLL-BAD-CAL-ID TO TRUE
015400         GOBACK
015500     END-IF.
015600     MOVE BUSROLL-DATE-IN TO DAYCNT-END-DATE.
015700     PERFORM 2000-DATE-TO-ABS THRU 2000-EXIT.
015800     IF DAYCNT-BAD-DATE
015900         SET BUSROLL-BAD-DATE TO TRUE
016000         GOBACK
016100     END-IF.
016200     MOVE DAYCNT-DAY-COUNT TO BUSROLL-ABS-IN.
016300     MOVE BUSROLL-ABS-IN TO BUSROLL-ABS-WORK.
016400     PERFORM 3200-TEST-WORKING-DAY THRU 3200-EXIT.
016500     IF BUSROLL-WORKING-DAY OR BUSROLL-UNADJUSTED
016600         MOVE BUSROLL-DATE-IN TO BUSROLL-DATE-OUT
016700         GOBACK
016800     END-IF.
016900     PERFORM 3000-ROLL-TO-GOOD-DAY THRU 3000-EXIT.
017000     GOBACK.
017100
017200******************************************************************
017300*    1000-LOAD-HOLIDAYS
017400*    ONE-TIME LOAD OF THE HOLIDAY CALENDAR, AS IN BUSADD'S
017500*    LOADER: A CALENDAR THAT CANNOT BE OPENED, HOLDS A DATE
017600*    DAYCNT REJECTS, OR OVERFLOWS THE TABLE MARKS THE WHOLE RUN
017700*    BAD RATHER THAN LETTING A SILENTLY SHORT CALENDAR PRODUCE
017800*    WRONG PAYMENT DATES.  BLANK RECORDS ARE SKIPPED.
017900******************************************************************
018000 1000-LOAD-HOLIDAYS.
018100     SET BUSROLL-CALENDAR-LOADED TO TRUE.
018200     MOVE ZERO TO BUSROLL-HOL-COUNT.
018300     MOVE "N" TO BUSROLL-HOL-EOF-SW.
018400     OPEN INPUT HOLIDAY-FILE.
018500     IF BUSROLL-HOL-STATUS <> "00"
018600         SET BUSROLL-CALENDAR-BAD TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF.
018900     PERFORM 1100-READ-HOLIDAY THRU 1100-EXIT.
019000     PERFORM 1200-LOAD-ONE-HOLIDAY THRU 1200-EXIT
019100         UNTIL BUSROLL-HOL-EOF OR BUSROLL-CALENDAR-BAD.
019200     CLOSE HOLIDAY-FILE.
019300 1000-EXIT.
019400     EXIT.
019500
019600 1100-READ-HOLIDAY.
019700     READ HOLIDAY-FILE
019800         AT END
019900             SET BUSROLL-HOL-EOF TO TRUE
020000     END-READ.
020100 1100-EXIT.
020200     EXIT.
020300
020400 1200-LOAD-ONE-HOLIDAY.
020500     IF HOL-DATE = SPACES
020600         GO TO 1200-NEXT
020700     END-IF.
020800     IF HOL-DATE IS NOT NUMERIC
020900         SET BUSROLL-CALENDAR-BAD TO TRUE
021000         GO TO 1200-EXIT
021100     END-IF.
021200     MOVE HOL-DATE TO DAYCNT-END-DATE.
021300     PERFORM 2000-DATE-TO-ABS THRU 2000-EXIT.
021400     IF DAYCNT-BAD-DATE
021500         SET BUSROLL-CALENDAR-BAD TO TRUE
021600         GO TO 1200-EXIT
021700     END-IF.
021800     IF BUSROLL-HOL-COUNT >= BUSROLL-HOL-MAX
021900         SET BUSROLL-CALENDAR-BAD TO TRUE
022000         GO TO 1200-EXIT
022100     END-IF.
022200     ADD 1 TO BUSROLL-HOL-COUNT.
022300     MOVE HOL-CAL-ID TO BUSROLL-HOL-CAL(BUSROLL-HOL-COUNT).
022400     MOVE DAYCNT-DAY-COUNT TO BUSROLL-HOL-ABS(BUSROLL-HOL-COUNT).
022500     PERFORM 1300-REGISTER-CALENDAR THRU 1300-EXIT.
022600 1200-NEXT.
022700     PERFORM 1100-READ-HOLIDAY THRU 1100-EXIT.
022800 1200-EXIT.
022900     EXIT.
023000
023100******************************************************************
023200*    1300-REGISTER-CALENDAR
023300*    ADDS THE CURRENT RECORD'S CALENDAR CODE TO THE DIRECTORY THE
023400*    FIRST TIME IT IS SEEN, AS IN BUSDAY.  MORE DISTINCT CODES
023500*    THAN THE DIRECTORY HOLDS MARKS THE CALENDAR BAD.
023600******************************************************************
023700 1300-REGISTER-CALENDAR.
023800     MOVE "N" TO BUSROLL-CAL-KNOWN-SW.
023900     MOVE 1 TO BUSROLL-CAL-SUB.
024000     PERFORM 1310-MATCH-ONE-CALENDAR THRU 1310-EXIT
024100         UNTIL BUSROLL-CAL-KNOWN
024200         OR BUSROLL-CAL-SUB > BUSROLL-CAL-COUNT.
024300     IF NOT BUSROLL-CAL-KNOWN
024400         IF BUSROLL-CAL-COUNT >= BUSROLL-CAL-MAX
024500             SET BUSROLL-CALENDAR-BAD TO TRUE
024600         ELSE
024700             ADD 1 TO BUSROLL-CAL-COUNT
024800             MOVE HOL-CAL-ID
024900                 TO BUSROLL-CAL-CODE(BUSROLL-CAL-COUNT)
025000         END-IF
025100     END-IF.
025200 1300-EXIT.
025300     EXIT.
025400
025500 1310-MATCH-ONE-CALENDAR.
025600     IF BUSROLL-CAL-CODE(BUSROLL-CAL-SUB) = HOL-CAL-ID
025700         SET BUSROLL-CAL-KNOWN TO TRUE
025800     END-IF.
025900     ADD 1 TO BUSROLL-CAL-SUB.
026000 1310-EXIT.
026100     EXIT.
026200
026300******************************************************************
026400*    1500-INITIALIZE
026500*    ONE-TIME CAPTURE OF THE EPOCH-RELATIVE DAY NUMBER OF THE
026600*    9999-12-31 CEILING, AS IN DATEADD.
026700******************************************************************
026800 1500-INITIALIZE.
026900     SET BUSROLL-INITIALIZED TO TRUE.
027000     MOVE 9999 TO DAYCNT-END-YEAR.
027100     MOVE 12   TO DAYCNT-END-MONTH.
027200     MOVE 31   TO DAYCNT-END-DAY.
027300     PERFORM 2000-DATE-TO-ABS THRU 2000-EXIT.
027400     MOVE DAYCNT-DAY-COUNT TO BUSROLL-MAX-ABS.
027500 1500-EXIT.
027600     EXIT.
027700
027800******************************************************************
027900*    1600-VERIFY-CAL-ID
028000*    CHECKS THE CALLER'S REQUESTED CALENDAR CODE AGAINST THE
028100*    DIRECTORY OF CODES ACTUALLY LOADED, AS IN BUSDAY: A BLANK
028200*    REQUEST (THE DEFAULT CALENDAR) IS ALWAYS HONORED.
028300******************************************************************
028400 1600-VERIFY-CAL-ID.
028500     MOVE "N" TO BUSROLL-CAL-KNOWN-SW.
028600     IF BUSROLL-CAL-ID = SPACES
028700         SET BUSROLL-CAL-KNOWN TO TRUE
028800         GO TO 1600-EXIT
028900     END-IF.
029000     MOVE 1 TO BUSROLL-CAL-SUB.
029100     PERFORM 1610-VERIFY-ONE-CALENDAR THRU 1610-EXIT
029200         UNTIL BUSROLL-CAL-KNOWN
029300         OR BUSROLL-CAL-SUB > BUSROLL-CAL-COUNT.
029400 1600-EXIT.
029500     EXIT.
029600
029700 1610-VERIFY-ONE-CALENDAR.
029800     IF BUSROLL-CAL-CODE(BUSROLL-CAL-SUB) = BUSROLL-CAL-ID
029900         SET BUSROLL-CAL-KNOWN TO TRUE
030000     END-IF.
030100     ADD 1 TO BUSROLL-CAL-SUB.
030200 1610-EXIT.
030300     EXIT.
030400
030500******************************************************************
030600*    2000-DATE-TO-ABS
030700*    ASKS DAYCNT FOR THE DAY COUNT FROM THE FIXED EPOCH
030800*    0100-01-01 TO THE DATE ALREADY PLACED IN DAYCNT-END-DATE.
030900******************************************************************
031000 2000-DATE-TO-ABS.
031100     MOVE 0100 TO DAYCNT-START-YEAR.
031200     MOVE 01   TO DAYCNT-START-MONTH.
031300     MOVE 01   TO DAYCNT-START-DAY.
031400     SET DAYCNT-BASIS-ACTUAL TO TRUE.
031500     CALL "DAYCNT" USING DAYCNT-PARM.
031600 2000-EXIT.
031700     EXIT.
031800
031900******************************************************************
032000*    3000-ROLL-TO-GOOD-DAY
032100*    THE INPUT DATE IS NOT A WORKING DAY.  FOLLOWING AND
032200*    MODIFIED FOLLOWING STEP FORWARD, PRECEDING STEPS BACK, TO
032300*    THE FIRST WORKING DAY.  UNDER MODIFIED FOLLOWING A FORWARD
032400*    ROLL THAT CROSSES INTO THE NEXT CALENDAR MONTH IS THROWN
032500*    AWAY AND THE ROLL RUN AGAIN BACKWARD FROM THE INPUT DATE,
032600*    SO A PAYMENT DUE ON THE LAST SATURDAY OF A MONTH IS PAID ON
032700*    THE FRIDAY BEFORE IT, NOT IN THE FOLLOWING MONTH.
032800******************************************************************
032900 3000-ROLL-TO-GOOD-DAY.
033000     IF BUSROLL-PRECEDING
033100         MOVE -1 TO BUSROLL-STEP
033200     ELSE
033300         MOVE +1 TO BUSROLL-STEP
033400     END-IF.
033500     PERFORM 3050-WALK-TO-WORKING-DAY THRU 3050-EXIT.
033600     IF NOT BUSROLL-OK
033700         GO TO 3000-EXIT
033800     END-IF.
033900     IF BUSROLL-MOD-FOLLOWING AND
034000        BUSROLL-OUT-MONTH NOT = BUSROLL-IN-MONTH
034100         MOVE BUSROLL-ABS-IN TO BUSROLL-ABS-WORK
034200         MOVE -1 TO BUSROLL-STEP
034300         PERFORM 3050-WALK-TO-WORKING-DAY THRU 3050-EXIT
034400     END-IF.
034500 3000-EXIT.
034600     EXIT.
034700
034800******************************************************************
034900*    3050-WALK-TO-WORKING-DAY
035000*    STEPS FROM BUSROLL-ABS-WORK IN THE DIRECTION OF BUSROLL-
035100*    STEP UNTIL A WORKING DAY IS REACHED, THEN BUILDS THE
035200*    RESULT DATE.  A STEP PAST THE OPERATING RANGE MARKS THE
035300*    CALL OUT-OF-RANGE.
035400******************************************************************
035500 3050-WALK-TO-WORKING-DAY.
035600     MOVE "N" TO BUSROLL-RANGE-BAD-SW.
035700     MOVE "N" TO BUSROLL-WORKDAY-SW.
035800     PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
035900         UNTIL BUSROLL-WORKING-DAY OR BUSROLL-RANGE-BAD.
036000     IF BUSROLL-RANGE-BAD
036100         SET BUSROLL-OUT-OF-RANGE TO TRUE
036200         MOVE ZEROS TO BUSROLL-DATE-OUT
036300         GO TO 3050-EXIT
036400     END-IF.
036500     PERFORM 4000-BUILD-ROLLED-DATE THRU 4000-EXIT.
036600 3050-EXIT.
036700     EXIT.
036800
036900 3100-STEP-ONE-DAY.
037000     ADD BUSROLL-STEP TO BUSROLL-ABS-WORK.
037100     IF BUSROLL-ABS-WORK < 0 OR
037200        BUSROLL-ABS-WORK > BUSROLL-MAX-ABS
037300         SET BUSROLL-RANGE-BAD TO TRUE
037400         GO TO 3100-EXIT
037500     END-IF.
037600     PERFORM 3200-TEST-WORKING-DAY THRU 3200-EXIT.
037700 3100-EXIT.
037800     EXIT.
037900
038000******************************************************************
038100*    3200-TEST-WORKING-DAY
038200*    A WORKING DAY IS ANY DAY THAT IS NEITHER A SATURDAY NOR A
038300*    SUNDAY NOR A LISTED HOLIDAY OF THE REQUESTED CALENDAR --
038400*    THE SAME THREE EXCLUSIONS BUSDAY AND BUSADD APPLY.
038500******************************************************************
038600 3200-TEST-WORKING-DAY.
038700     MOVE "N" TO BUSROLL-WORKDAY-SW.
038800     COMPUTE BUSROLL-DOW = FUNCTION MOD(
038900         BUSROLL-ABS-WORK + BUSROLL-EPOCH-OFFSET, 7).
039000     IF BUSROLL-WEEKEND
039100         GO TO 3200-EXIT
039200     END-IF.
039300     SET BUSROLL-WORKING-DAY TO TRUE.
039400     MOVE 1 TO BUSROLL-HOL-SUB.
039500     PERFORM 3210-TEST-ONE-HOLIDAY THRU 3210-EXIT
039600         UNTIL NOT BUSROLL-WORKING-DAY
039700         OR BUSROLL-HOL-SUB > BUSROLL-HOL-COUNT.
039800 3200-EXIT.
039900     EXIT.
040000
040100 3210-TEST-ONE-HOLIDAY.
040200     IF BUSROLL-HOL-CAL(BUSROLL-HOL-SUB) = BUSROLL-CAL-ID AND
040300        BUSROLL-HOL-ABS(BUSROLL-HOL-SUB) = BUSROLL-ABS-WORK
040400         MOVE "N" TO BUSROLL-WORKDAY-SW
040500     END-IF.
040600     ADD 1 TO BUSROLL-HOL-SUB.
040700 3210-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    4000-BUILD-ROLLED-DATE
041200*    HANDS THE CALENDAR-DAY OFFSET OF THE ROLL TO DATEADD, WHICH
041300*    WALKS IT BACK TO A YEAR/MONTH/DAY, AS IN BUSADD'S 4000-
041400*    BUILD-LANDING-DATE.
041500******************************************************************
041600 4000-BUILD-ROLLED-DATE.
041700     MOVE BUSROLL-DATE-IN TO DATEADD-DATE-IN.
041800     COMPUTE DATEADD-DAYS = BUSROLL-ABS-WORK - BUSROLL-ABS-IN.
041900     CALL "DATEADD" USING DATEADD-PARM.
042000     IF DATEADD-OK
042100         MOVE DATEADD-DATE-OUT TO BUSROLL-DATE-OUT
042200     ELSE
042300         SET BUSROLL-OUT-OF-RANGE TO TRUE
042400     END-IF.
042500 4000-EXIT.
042600     EXIT.
