000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CALINQ.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   SHARED SUBROUTINE LIBRARY.
000500 DATE-WRITTEN.   2026-10-01.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-01  MJM   INITIAL VERSION.  KEYED READER OF THE
001300*                      CALMST BUSINESS CALENDAR MASTER BUILT BY
001400*                      CALBLD.  GIVEN A CALENDAR CODE AND A DATE
001500*                      IT RETURNS THAT DATE'S RECORD (FUNCTION
001600*                      D), OR THE RECORD OF THE FIRST OR LAST
001700*                      BUSINESS DAY OF THE DATE'S MONTH (F, L),
001800*                      SO A MONTH-END JOB ASKS ONE KEYED READ
001900*                      WHERE IT USED TO LOOP ON BUSDAY.  THE
002000*                      MASTER IS OPENED ON THE FIRST CALL OF THE
002100*                      RUN AND STAYS OPEN UNTIL FUNCTION C; A
002200*                      MASTER THAT WILL NOT OPEN COMES BACK
002300*                      CALINQ-MASTER-UNAVAILABLE ON EVERY CALL.
002400******************************************************************
002500
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SPECIAL-NAMES.
002900     DECIMAL-POINT IS COMMA.
003000
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CAL-MASTER   ASSIGN TO CALMST
003400                         ORGANIZATION IS INDEXED
003500                         ACCESS MODE IS DYNAMIC
003600                         RECORD KEY IS CALMST-KEY
003700                         FILE STATUS IS CALINQ-MST-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  CAL-MASTER
004200     RECORD CONTAINS 40 CHARACTERS.
004300 COPY CALMST.
004400
004500 WORKING-STORAGE SECTION.
004600 77  CALINQ-MST-STATUS          PIC X(02) VALUE SPACES.
004700 77  CALINQ-OPENED-SW           PIC X(01) VALUE "N".
004800     88  CALINQ-MASTER-OPENED   VALUE "Y".
004900 77  CALINQ-OPEN-BAD-SW         PIC X(01) VALUE "N".
005000     88  CALINQ-MASTER-BAD      VALUE "Y".
005100 77  CALINQ-SCAN-END-SW         PIC X(01) VALUE "N".
005200     88  CALINQ-SCAN-END        VALUE "Y".
005300 77  CALINQ-FOUND-SW            PIC X(01) VALUE "N".
005400     88  CALINQ-DAY-FOUND       VALUE "Y".
005500
005600******************************************************************
005700*    THE CALENDAR AND MONTH BEING SCANNED FOR FUNCTIONS F AND L.
005800******************************************************************
005900 01  CALINQ-SCAN-MONTH.
006000     05  CALINQ-SCAN-CAL        PIC X(03).
006100     05  CALINQ-SCAN-YEAR       PIC 9(04).
006200     05  CALINQ-SCAN-MON        PIC 9(02).
006300
006400 LINKAGE SECTION.
006500 COPY CALIPRM.
006600
006700 PROCEDURE DIVISION USING CALINQ-PARM.
006800
006900 0000-MAINLINE.
007000     SET CALINQ-OK TO TRUE.
007100     MOVE ZEROS TO CALINQ-DATE-OUT.
007200     IF NOT CALINQ-DAY           AND
007300        NOT CALINQ-FIRST-BUSDAY  AND
007400        NOT CALINQ-LAST-BUSDAY   AND
007500        NOT CALINQ-CLOSE
007600         SET CALINQ-BAD-FUNCTION TO TRUE
007700         GOBACK
007800     END-IF.
007900     IF CALINQ-CLOSE
008000         IF CALINQ-MASTER-OPENED
008100             CLOSE CAL-MASTER
008200             MOVE "N" TO CALINQ-OPENED-SW
008300         END-IF
008400         GOBACK
008500     END-IF.
008600     IF NOT CALINQ-MASTER-OPENED AND NOT CALINQ-MASTER-BAD
008700         PERFORM 1000-OPEN-MASTER THRU 1000-EXIT
008800     END-IF.
008900     IF CALINQ-MASTER-BAD
009000         SET CALINQ-MASTER-UNAVAILABLE TO TRUE
009100         GOBACK
009200     END-IF.
009300     EVALUATE TRUE
009400         WHEN CALINQ-DAY
009500             PERFORM 2000-READ-DAY THRU 2000-EXIT
009600         WHEN CALINQ-FIRST-BUSDAY
009700             PERFORM 3000-FIND-FIRST THRU 3000-EXIT
009800         WHEN CALINQ-LAST-BUSDAY
009900             PERFORM 4000-FIND-LAST THRU 4000-EXIT
010000     END-EVALUATE.
010100     IF CALINQ-OK
010200         PERFORM 5000-RETURN-RECORD THRU 5000-EXIT
010300     END-IF.
010400     GOBACK.
010500
010600******************************************************************
010700*    1000-OPEN-MASTER
010800*    ONE OPEN PER RUN.  A FAILED OPEN IS REMEMBERED SO EVERY
010900*    LATER CALL FAILS THE SAME WAY RATHER THAN RETRYING.
011000******************************************************************
011100 1000-OPEN-MASTER.
011200     OPEN INPUT CAL-MASTER.
011300     IF CALINQ-MST-STATUS <> "00"
011400         DISPLAY "CALINQ - CALMST OPEN FAILED, STATUS "
011500             CALINQ-MST-STATUS
011600         SET CALINQ-MASTER-BAD TO TRUE
011700     ELSE
011800         SET CALINQ-MASTER-OPENED TO TRUE
011900     END-IF.
012000 1000-EXIT.
012100     EXIT.
012200
012300 2000-READ-DAY.
012400     MOVE CALINQ-CAL-ID  TO CALMST-CAL-ID.
012500     MOVE CALINQ-DATE-IN TO CALMST-DATE.
012600     READ CAL-MASTER
012700         INVALID KEY
012800             SET CALINQ-NOT-FOUND TO TRUE
012900     END-READ.
013000 2000-EXIT.
013100     EXIT.
013200
013300******************************************************************
013400*    3000-FIND-FIRST
013500*    POSITIONS AT THE FIRST DAY OF THE MONTH AND READS FORWARD
013600*    TO THE DAY FLAGGED FIRST BUSINESS DAY OF THE MONTH.
013700******************************************************************
013800 3000-FIND-FIRST.
013900     PERFORM 3100-START-MONTH THRU 3100-EXIT.
014000     IF NOT CALINQ-OK
014100         GO TO 3000-EXIT
014200     END-IF.
014300     PERFORM 3200-READ-NEXT-DAY THRU 3200-EXIT
014400         UNTIL CALINQ-SCAN-END OR CALINQ-DAY-FOUND.
014500     IF NOT CALINQ-DAY-FOUND
014600         SET CALINQ-NOT-FOUND TO TRUE
014700     END-IF.
014800 3000-EXIT.
014900     EXIT.
015000
015100******************************************************************
015200*    3100-START-MONTH
015300*    START ON THE FIRST DAY OF THE REQUESTED MONTH.  THE MONTH
015400*    IS NOT ON THE MASTER WHEN NO KEY AT OR AFTER IT EXISTS OR
015500*    THE FIRST ONE READ BELONGS TO ANOTHER MONTH OR CALENDAR --
015600*    3200 SEES TO THE LATTER.
015700******************************************************************
015800 3100-START-MONTH.
015900     MOVE "N" TO CALINQ-SCAN-END-SW.
016000     MOVE "N" TO CALINQ-FOUND-SW.
016100     MOVE CALINQ-CAL-ID   TO CALINQ-SCAN-CAL.
016200     MOVE CALINQ-IN-YEAR  TO CALINQ-SCAN-YEAR.
016300     MOVE CALINQ-IN-MONTH TO CALINQ-SCAN-MON.
016400     MOVE CALINQ-CAL-ID   TO CALMST-CAL-ID.
016500     MOVE CALINQ-IN-YEAR  TO CALMST-YEAR.
016600     MOVE CALINQ-IN-MONTH TO CALMST-MONTH.
016700     MOVE 01              TO CALMST-DAY.
016800     START CAL-MASTER KEY IS NOT LESS THAN CALMST-KEY
016900         INVALID KEY
017000             SET CALINQ-NOT-FOUND TO TRUE
017100     END-START.
017200 3100-EXIT.
017300     EXIT.
017400
017500 3200-READ-NEXT-DAY.
017600     READ CAL-MASTER NEXT RECORD
017700         AT END
017800             SET CALINQ-SCAN-END TO TRUE
017900             GO TO 3200-EXIT
018000     END-READ.
018100     IF CALMST-CAL-ID <> CALINQ-SCAN-CAL  OR
018200        CALMST-YEAR   <> CALINQ-SCAN-YEAR OR
018300        CALMST-MONTH  <> CALINQ-SCAN-MON
018400         SET CALINQ-SCAN-END TO TRUE
018500         GO TO 3200-EXIT
018600     END-IF.
018700     IF CALINQ-FIRST-BUSDAY AND CALMST-FIRST-BD-MONTH
018800         SET CALINQ-DAY-FOUND TO TRUE
018900     END-IF.
019000     IF CALINQ-LAST-BUSDAY AND CALMST-LAST-BD-MONTH
019100         SET CALINQ-DAY-FOUND TO TRUE
019200     END-IF.
019300 3200-EXIT.
019400     EXIT.
019500
019600******************************************************************
019700*    4000-FIND-LAST
019800*    THE SAME FORWARD SCAN, STOPPING ON THE DAY FLAGGED LAST
019900*    BUSINESS DAY OF THE MONTH.
020000******************************************************************
020100 4000-FIND-LAST.
020200     PERFORM 3100-START-MONTH THRU 3100-EXIT.
020300     IF NOT CALINQ-OK
020400         GO TO 4000-EXIT
020500     END-IF.
020600     PERFORM 3200-READ-NEXT-DAY THRU 3200-EXIT
020700         UNTIL CALINQ-SCAN-END OR CALINQ-DAY-FOUND.
020800     IF NOT CALINQ-DAY-FOUND
020900         SET CALINQ-NOT-FOUND TO TRUE
021000     END-IF.
021100 4000-EXIT.
021200     EXIT.
021300
021400 5000-RETURN-RECORD.
021500     MOVE CALMST-DATE          TO CALINQ-DATE-OUT.
021600     MOVE CALMST-WEEKDAY       TO CALINQ-WEEKDAY.
021700     MOVE CALMST-BUSDAY-IND    TO CALINQ-BUSDAY-IND.
021800     MOVE CALMST-HOLIDAY-IND   TO CALINQ-HOLIDAY-IND.
021900     MOVE CALMST-BD-OF-MONTH   TO CALINQ-BD-OF-MONTH.
022000     MOVE CALMST-BD-REMAINING  TO CALINQ-BD-REMAINING.
022100     MOVE CALMST-PERIOD-FLAGS  TO CALINQ-PERIOD-FLAGS.
022200     MOVE CALMST-FISCAL-YEAR   TO CALINQ-FISCAL-YEAR.
022300     MOVE CALMST-FISCAL-PERIOD TO CALINQ-FISCAL-PERIOD.
022400     MOVE CALMST-FISCAL-WEEK   TO CALINQ-FISCAL-WEEK.
022500 5000-EXIT.
022600     EXIT.
