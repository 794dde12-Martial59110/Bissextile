000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AGECALC.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   SHARED SUBROUTINE LIBRARY.
000500 DATE-WRITTEN.   2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-08  MJM   INITIAL VERSION.  EXACT AGE AND LENGTH-OF-
001300*                      SERVICE SERVICE.  HR STATES ITS BENEFITS
001400*                      RULES IN COMPLETED YEARS, MONTHS AND DAYS
001500*                      AND HAS BEEN GETTING THEM BY DIVIDING A
001600*                      DAYCNT COUNT BY 365.25, WHICH IS WRONG
001700*                      AROUND ANNIVERSARIES AND FOR FEBRUARY 29
001800*                      DATES.  THIS SUBPROGRAM COUNTS COMPLETED
001900*                      YEARS ON THE ANNIVERSARIES ANNROLL
002000*                      OBSERVES UNDER THE CALLER'S ROLL RULE, THEN
002100*                      COMPLETED MONTHS ON THE SAME DAY OF EACH
002200*                      LATER MONTH (ROLLED THE SAME WAY WHEN THE
002300*                      MONTH IS TOO SHORT), THEN THE DAYS LEFT
002400*                      OVER THROUGH DAYCNT.  IT ALSO GIVES THE
002500*                      DATE A GIVEN NUMBER OF YEARS IS COMPLETED,
002600*                      FOR THE AGEDRV MILESTONE REPORT.
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
004200 01  AGECALC-DAYS-IN-MONTH.
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
005500 01  AGECALC-MONTH-TABLE REDEFINES AGECALC-DAYS-IN-MONTH.
005600     05  AGECALC-MONTH-DAYS     PIC 9(02) OCCURS 12 TIMES.
005700
005800******************************************************************
005900*    THE LATEST YEAR OR MONTH MARK NOT AFTER THE TO DATE, AND
006000*    THE CANDIDATE FOR THE NEXT MONTH MARK.  THE CANDIDATE YEAR
006100*    IS FIVE DIGITS SO A MARK PAST 9999-12 CAN STILL BE HELD AND
006200*    SEEN TO LIE BEYOND ANY TO DATE.
006300******************************************************************
006400 01  AGECALC-MARK-DATE.
006500     05  AGECALC-MARK-YEAR      PIC 9(04).
006600     05  AGECALC-MARK-MONTH     PIC 9(02).
006700     05  AGECALC-MARK-DAY       PIC 9(02).
006800 01  AGECALC-MARK-NUM REDEFINES AGECALC-MARK-DATE
006900                                PIC 9(08).
007000 01  AGECALC-CAND-DATE.
007100     05  AGECALC-CAND-YEAR      PIC 9(05).
007200     05  AGECALC-CAND-MONTH     PIC 9(02).
007300     05  AGECALC-CAND-DAY       PIC 9(02).
007400 01  AGECALC-CAND-NUM REDEFINES AGECALC-CAND-DATE
007500                                PIC 9(09).
007600 01  AGECALC-TO-NUM             PIC 9(08).
007700
007800 01  AGECALC-WORK-FIELDS.
007900     05  AGECALC-ABS-FROM       PIC S9(09) COMP-3.
008000     05  AGECALC-ABS-TO         PIC S9(09) COMP-3.
008100     05  AGECALC-WORK-YEARS     PIC 9(04).
008200     05  AGECALC-WORK-TARGET    PIC 9(05).
008300     05  AGECALC-MONTH-COUNT    PIC 9(02).
008400     05  AGECALC-NEXT-MONTHS    PIC 9(02).
008500     05  AGECALC-MONTH-LEN      PIC 9(02).
008600 77  AGECALC-MONTHS-DONE-SW     PIC X(01) VALUE "N".
008700     88  AGECALC-MONTHS-DONE    VALUE "Y".
008800
008900 COPY LEAPPRM.
009000
009100******************************************************************
009200*    PARAMETERS FOR THE SHARED DAYCNT SUBPROGRAM, USED WITH THE
009300*    FIXED EPOCH 0100-01-01 AS THE START DATE TO VALIDATE A DATE
009400*    AND TURN IT INTO AN EPOCH-RELATIVE DAY NUMBER, AND FOR
009500*    ANNROLL, WHICH OWNS THE FEBRUARY 29 ANNIVERSARY RULE.
009600******************************************************************
009700 COPY DAYCPRM.
009800 COPY ANNRPRM.
009900
010000 LINKAGE SECTION.
010100 COPY AGECPRM.
010200
010300 PROCEDURE DIVISION USING AGECALC-PARM.
010400
010500 0000-MAINLINE.
010600     SET AGECALC-OK TO TRUE.
010700     MOVE ZEROS TO AGECALC-YEARS.
010800     MOVE ZEROS TO AGECALC-MONTHS.
010900     MOVE ZEROS TO AGECALC-DAYS.
011000     MOVE ZEROS TO AGECALC-TOTAL-DAYS.
011100     MOVE ZEROS TO AGECALC-TARGET-DATE.
011200     IF NOT AGECALC-ROLL-PRIOR AND NOT AGECALC-ROLL-NEXT
011300         SET AGECALC-BAD-RULE TO TRUE
011400         GOBACK
011500     END-IF.
011600     MOVE AGECALC-FROM-DATE TO DAYCNT-END-DATE.
011700     PERFORM 1000-DATE-TO-ABS THRU 1000-EXIT.
011800     IF NOT DAYCNT-OK
011900         SET AGECALC-BAD-FROM-DATE TO TRUE
012000         GOBACK
012100     END-IF.
012200     MOVE DAYCNT-DAY-COUNT TO AGECALC-ABS-FROM.
012300     MOVE AGECALC-TO-DATE TO DAYCNT-END-DATE.
012400     PERFORM 1000-DATE-TO-ABS THRU 1000-EXIT.
012500     IF NOT DAYCNT-OK
012600         SET AGECALC-BAD-TO-DATE TO TRUE
012700         GOBACK
012800     END-IF.
012900     MOVE DAYCNT-DAY-COUNT TO AGECALC-ABS-TO.
013000     IF AGECALC-TARGET-YEARS > 0
013100         PERFORM 3000-TARGET-DATE THRU 3000-EXIT
013200     END-IF.
013300     IF AGECALC-ABS-TO < AGECALC-ABS-FROM
013400         SET AGECALC-TO-BEFORE-FROM TO TRUE
013500         GOBACK
013600     END-IF.
013700     PERFORM 2000-ELAPSED THRU 2000-EXIT.
013800     GOBACK.
013900
014000******************************************************************
014100*    1000-DATE-TO-ABS
014200*    ASKS DAYCNT FOR THE DAY COUNT FROM THE FIXED EPOCH
014300*    0100-01-01 TO THE DATE ALREADY PLACED IN DAYCNT-END-DATE,
014400*    WHICH ALSO VALIDATES THAT DATE.
014500******************************************************************
014600 1000-DATE-TO-ABS.
014700     MOVE 0100 TO DAYCNT-START-YEAR.
014800     MOVE 01   TO DAYCNT-START-MONTH.
014900     MOVE 01   TO DAYCNT-START-DAY.
015000     SET DAYCNT-BASIS-ACTUAL TO TRUE.
015100     CALL "DAYCNT" USING DAYCNT-PARM.
015200 1000-EXIT.
015300     EXIT.
015400
015500******************************************************************
015600*    2000-ELAPSED
015700*    COMPLETED YEARS FIRST: THE CALENDAR-YEAR DIFFERENCE, LESS
015800*    ONE WHEN THAT YEAR'S OBSERVED ANNIVERSARY IS STILL AHEAD OF
015900*    THE TO DATE.  THEN COMPLETED MONTHS FROM THAT ANNIVERSARY,
016000*    AT MOST ELEVEN, AND FINALLY THE DAYS FROM THE LAST MARK.
016100******************************************************************
016200 2000-ELAPSED.
016300     COMPUTE AGECALC-TOTAL-DAYS =
016400         AGECALC-ABS-TO - AGECALC-ABS-FROM.
016500     MOVE AGECALC-TO-DATE TO AGECALC-TO-NUM.
016600     COMPUTE AGECALC-WORK-YEARS =
016700         AGECALC-TO-YEAR - AGECALC-FROM-YEAR.
016800     PERFORM 2100-ANNIVERSARY THRU 2100-EXIT.
016900     IF AGECALC-MARK-NUM > AGECALC-TO-NUM
017000         SUBTRACT 1 FROM AGECALC-WORK-YEARS
017100         PERFORM 2100-ANNIVERSARY THRU 2100-EXIT
017200     END-IF.
017300     MOVE AGECALC-WORK-YEARS TO AGECALC-YEARS.
017400     MOVE ZERO TO AGECALC-MONTH-COUNT.
017500     MOVE "N" TO AGECALC-MONTHS-DONE-SW.
017600     PERFORM 2200-TRY-NEXT-MONTH THRU 2200-EXIT
017700         UNTIL AGECALC-MONTHS-DONE.
017800     MOVE AGECALC-MONTH-COUNT TO AGECALC-MONTHS.
017900     MOVE AGECALC-MARK-DATE TO DAYCNT-END-DATE.
018000     PERFORM 1000-DATE-TO-ABS THRU 1000-EXIT.
018100     COMPUTE AGECALC-DAYS =
018200         AGECALC-ABS-TO - DAYCNT-DAY-COUNT.
018300 2000-EXIT.
018400     EXIT.
018500
018600******************************************************************
018700*    2100-ANNIVERSARY
018800*    THE FROM DATE'S OBSERVED ANNIVERSARY AGECALC-WORK-YEARS
018900*    YEARS ON, FROM ANNROLL, INTO THE MARK DATE.
019000******************************************************************
019100 2100-ANNIVERSARY.
019200     MOVE AGECALC-FROM-DATE  TO ANNROLL-BASE-DATE.
019300     COMPUTE ANNROLL-TARGET-YEAR =
019400         AGECALC-FROM-YEAR + AGECALC-WORK-YEARS.
019500     MOVE AGECALC-ROLL-RULE  TO ANNROLL-ROLL-RULE.
019600     CALL "ANNROLL" USING ANNROLL-PARM.
019700     MOVE ANNROLL-RESULT-DATE TO AGECALC-MARK-DATE.
019800 2100-EXIT.
019900     EXIT.
020000
020100******************************************************************
020200*    2200-TRY-NEXT-MONTH
020300*    MOVES THE MARK ON ONE MONTH WHEN THE NEXT MONTH MARK IS NOT
020400*    AFTER THE TO DATE.  ELEVEN MONTHS IS THE MOST THERE CAN BE,
020500*    THE TWELFTH BEING THE NEXT ANNIVERSARY.
020600******************************************************************
020700 2200-TRY-NEXT-MONTH.
020800     IF AGECALC-MONTH-COUNT = 11
020900         SET AGECALC-MONTHS-DONE TO TRUE
021000         GO TO 2200-EXIT
021100     END-IF.
021200     COMPUTE AGECALC-NEXT-MONTHS = AGECALC-MONTH-COUNT + 1.
021300     PERFORM 2300-MONTH-MARK THRU 2300-EXIT.
021400     IF AGECALC-CAND-NUM > AGECALC-TO-NUM
021500         SET AGECALC-MONTHS-DONE TO TRUE
021600         GO TO 2200-EXIT
021700     END-IF.
021800     MOVE AGECALC-NEXT-MONTHS TO AGECALC-MONTH-COUNT.
021900     MOVE AGECALC-CAND-YEAR   TO AGECALC-MARK-YEAR.
022000     MOVE AGECALC-CAND-MONTH  TO AGECALC-MARK-MONTH.
022100     MOVE AGECALC-CAND-DAY    TO AGECALC-MARK-DAY.
022200 2200-EXIT.
022300     EXIT.
022400
022500******************************************************************
022600*    2300-MONTH-MARK
022700*    THE FROM DATE'S DAY OF THE MONTH, AGECALC-NEXT-MONTHS
022800*    MONTHS AFTER THE LAST COMPLETED ANNIVERSARY.  A DAY THE
022900*    MONTH DOES NOT HAVE ROLLS BY THE RULE: PRIOR TO THE LAST DAY
023000*    OF THE MONTH, NEXT TO THE FIRST DAY OF THE FOLLOWING MONTH.
023100******************************************************************
023200 2300-MONTH-MARK.
023300     COMPUTE AGECALC-CAND-YEAR =
023400         AGECALC-FROM-YEAR + AGECALC-YEARS.
023500     COMPUTE AGECALC-CAND-MONTH =
023600         AGECALC-FROM-MONTH + AGECALC-NEXT-MONTHS.
023700     IF AGECALC-CAND-MONTH > 12
023800         SUBTRACT 12 FROM AGECALC-CAND-MONTH
023900         ADD 1 TO AGECALC-CAND-YEAR
024000     END-IF.
024100     MOVE AGECALC-FROM-DAY TO AGECALC-CAND-DAY.
024200     IF AGECALC-CAND-YEAR > 9999
024300         GO TO 2300-EXIT
024400     END-IF.
024500     MOVE AGECALC-CAND-YEAR TO LEAPCHK-YEAR-IN.
024600     CALL "LEAPCHK" USING LEAPCHK-PARM.
024700     IF AGECALC-CAND-MONTH = 2 AND LEAPCHK-IS-LEAP
024800         MOVE 29 TO AGECALC-MONTH-LEN
024900     ELSE
025000         MOVE AGECALC-MONTH-DAYS(AGECALC-CAND-MONTH)
025100             TO AGECALC-MONTH-LEN
025200     END-IF.
025300     IF AGECALC-CAND-DAY > AGECALC-MONTH-LEN
025400         IF AGECALC-ROLL-PRIOR
025500             MOVE AGECALC-MONTH-LEN TO AGECALC-CAND-DAY
025600         ELSE
025700             MOVE 01 TO AGECALC-CAND-DAY
025800             ADD 1 TO AGECALC-CAND-MONTH
025900             IF AGECALC-CAND-MONTH > 12
026000                 MOVE 01 TO AGECALC-CAND-MONTH
026100                 ADD 1 TO AGECALC-CAND-YEAR
026200             END-IF
026300         END-IF
026400     END-IF.
026500 2300-EXIT.
026600     EXIT.
026700
026800******************************************************************
026900*    3000-TARGET-DATE
027000*    THE DATE AGECALC-TARGET-YEARS YEARS ARE COMPLETED IS THE
027100*    OBSERVED ANNIVERSARY IN THE FROM YEAR PLUS THAT MANY.
027200******************************************************************
027300 3000-TARGET-DATE.
027400     COMPUTE AGECALC-WORK-TARGET =
027500         AGECALC-FROM-YEAR + AGECALC-TARGET-YEARS.
027600     IF AGECALC-WORK-TARGET > 9999
027700         GO TO 3000-EXIT
027800     END-IF.
027900     MOVE AGECALC-FROM-DATE   TO ANNROLL-BASE-DATE.
028000     MOVE AGECALC-WORK-TARGET TO ANNROLL-TARGET-YEAR.
028100     MOVE AGECALC-ROLL-RULE   TO ANNROLL-ROLL-RULE.
028200     CALL "ANNROLL" USING ANNROLL-PARM.
028300     IF ANNROLL-OK
028400         MOVE ANNROLL-RESULT-DATE TO AGECALC-TARGET-DATE
028500     END-IF.
028600 3000-EXIT.
028700     EXIT.
