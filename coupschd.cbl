000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     COUPSCHD.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-09-14.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-09-14  MJM   INITIAL VERSION.  COUPON AND PAYMENT
001300*                      SCHEDULE GENERATOR FOR THE BOND DESK,
001400*                      WHICH WAS BUILDING COUPON CALENDARS BY
001500*                      HAND FROM THE POSIN ISSUE AND MATURITY
001600*                      DATES, SHIFTING EACH PAYMENT DATE THROUGH
001700*                      DATEADD AND BUSADD ONE AT A TIME.  READS
001800*                      AN INSTRUMENT FILE (ACCOUNT, PRINCIPAL,
001900*                      RATE, ISSUE DATE, MATURITY, PAYMENT
002000*                      FREQUENCY 1/2/4/12 PER YEAR, DAYCPRM
002100*                      BASIS, MARKET CALENDAR CODE, ADJUSTMENT
002200*                      CONVENTION, END-OF-MONTH RULE) AND, FOR
002300*                      EACH INSTRUMENT, GENERATES THE PAYMENT
002400*                      DATES BACKWARD FROM MATURITY SO ANY ODD
002500*                      PERIOD FALLS AT THE FRONT AS A SHORT FIRST
002600*                      COUPON, ROLLS EACH DATE TO A GOOD DAY
002700*                      THROUGH THE SHARED BUSROLL SUBPROGRAM
002800*                      (UNADJUSTED, FOLLOWING, MODIFIED
002900*                      FOLLOWING, OR PRECEDING), AND ACCRUES EACH
003000*                      PERIOD THROUGH ACCRUE.  WRITES ONE KEYED
003100*                      CPNMST RECORD PER PAYMENT PERIOD AND A
003200*                      PRINT REPORT GROUPED BY INSTRUMENT.  ENDS
003300*                      RC 0 CLEAN, 4 WHEN RECORDS WERE REJECTED,
003400*                      8 WHEN EVERY RECORD WAS REJECTED, 12 WHEN
003500*                      A FILE WOULD NOT OPEN.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT COUPON-INPUT  ASSIGN TO CPNIN
004600                         ORGANIZATION IS LINE SEQUENTIAL.
004700     SELECT COUPON-MASTER ASSIGN TO CPNMST
004800                         ORGANIZATION IS INDEXED
004900                         ACCESS MODE IS RANDOM
005000                         RECORD KEY IS CPN-KEY
005100                         FILE STATUS IS COUPSCHD-MST-STATUS.
005200     SELECT COUPON-REPORT ASSIGN TO CPNRPT
005300                         ORGANIZATION IS LINE SEQUENTIAL
005400                         FILE STATUS IS COUPSCHD-RPT-STATUS.
005500     SELECT COUPON-REJECTS ASSIGN TO CPNREJ
005600                         ORGANIZATION IS LINE SEQUENTIAL.
005700     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005800                         ORGANIZATION IS LINE SEQUENTIAL
005900                         FILE STATUS IS COUPSCHD-STAT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300******************************************************************
006400*    THE INSTRUMENT RECORD KEEPS THE POSIN COLUMNS FOR ACCOUNT,
006500*    PRINCIPAL, RATE, THE TWO DATES, AND THE BASIS CODE (1-51),
006600*    SO A POSITION EXTRACT FEEDS IT WITH THE SCHEDULE TERMS
006700*    APPENDED IN COLUMNS 52-58.
006800******************************************************************
006900 FD  COUPON-INPUT
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  COUPON-INPUT-RECORD.
007200     05  CI-ACCOUNT             PIC X(10).
007300     05  CI-PRINCIPAL           PIC X(15).
007400     05  CI-PRINCIPAL-NUM REDEFINES CI-PRINCIPAL
007500                                PIC 9(13)V99.
007600     05  CI-RATE                PIC X(09).
007700     05  CI-RATE-NUM REDEFINES CI-RATE
007800                                PIC 9(03)V9(06).
007900     05  CI-ISSUE-DATE          PIC X(08).
008000     05  CI-MATURITY-DATE       PIC X(08).
008100     05  CI-MATURITY-PARTS REDEFINES CI-MATURITY-DATE.
008200         10  CI-MAT-YEAR        PIC 9(04).
008300         10  CI-MAT-MONTH       PIC 9(02).
008400         10  CI-MAT-DAY         PIC 9(02).
008500     05  CI-BASIS-CODE          PIC X(01).
008600     05  CI-FREQUENCY           PIC X(02).
008700         88  CI-FREQ-VALID      VALUES "01" "02" "04" "12".
008800     05  CI-FREQUENCY-NUM REDEFINES CI-FREQUENCY
008900                                PIC 9(02).
009000     05  CI-CAL-ID              PIC X(03).
009100     05  CI-ADJ-CONV            PIC X(01).
009200     05  CI-EOM-RULE            PIC X(01).
009300     05  FILLER                 PIC X(22).
009400
009500 FD  COUPON-MASTER
009600     RECORD CONTAINS 80 CHARACTERS.
009700 COPY CPNREC.
009800
009900 FD  COUPON-REPORT
010000     RECORD CONTAINS 132 CHARACTERS.
010100 01  COUPON-REPORT-RECORD       PIC X(132).
010200
010300 FD  COUPON-REJECTS
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  COUPON-REJECTS-RECORD      PIC X(132).
010600
010700 FD  RUN-STATS
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  RUN-STATS-RECORD           PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200 77  COUPSCHD-MST-STATUS        PIC X(02) VALUE SPACES.
011300 77  COUPSCHD-RPT-STATUS        PIC X(02) VALUE SPACES.
011400 77  COUPSCHD-STAT-STATUS       PIC X(02) VALUE SPACES.
011500 77  COUPSCHD-EOF-SW            PIC X(01) VALUE "N".
011600     88  COUPSCHD-END-OF-INPUT  VALUE "Y".
011700 77  COUPSCHD-REC-BAD-SW        PIC X(01) VALUE "N".
011800     88  COUPSCHD-RECORD-FAILED VALUE "Y".
011900 77  COUPSCHD-EOM-SW            PIC X(01) VALUE "N".
012000     88  COUPSCHD-EOM-ROLL      VALUE "Y".
012100 77  COUPSCHD-RUN-DATE          PIC 9(08).
012200 77  COUPSCHD-RUN-TIME          PIC 9(08).
012300 77  COUPSCHD-OPERATOR-ID       PIC X(08) VALUE SPACES.
012400
012500 77  COUPSCHD-RECS-READ         PIC 9(08) COMP VALUE ZERO.
012600 77  COUPSCHD-RECS-SCHEDULED    PIC 9(08) COMP VALUE ZERO.
012700 77  COUPSCHD-RECS-REJECTED     PIC 9(08) COMP VALUE ZERO.
012800 77  COUPSCHD-PERIODS-WRITTEN   PIC 9(08) COMP VALUE ZERO.
012900 77  COUPSCHD-BAD-FIELD         PIC X(12) VALUE SPACES.
013000 77  COUPSCHD-REJECT-REASON     PIC X(30) VALUE SPACES.
013100
013200******************************************************************
013300*    SCHEDULE ARITHMETIC -- SEE 2250-COUNT-PERIODS AND 2500-
013400*    BUILD-UNADJ-DATE.  PAYMENT DATES ARE STEPPED BACK FROM
013500*    MATURITY A WHOLE NUMBER OF MONTHS AT A TIME (12 / FREQUENCY
013600*    PER PERIOD), ALWAYS FROM THE MATURITY DAY-OF-MONTH RATHER
013700*    THAN FROM THE PREVIOUS DATE, SO A 31ST THAT WAS CLIPPED TO
013800*    THE 30TH IN ONE MONTH IS NOT CLIPPED FOR EVERY MONTH AFTER.
013900*    THE MONTH INDEX IS YEAR * 12 + MONTH - 1.  999 PERIODS IS
014000*    THE WIDTH OF THE CPNMST PERIOD NUMBER.
014100******************************************************************
014200 77  COUPSCHD-MAX-PERIODS       PIC 9(04) COMP VALUE 999.
014300 77  COUPSCHD-PERIOD-COUNT      PIC 9(04) COMP VALUE ZERO.
014400 77  COUPSCHD-PERIOD-SUB        PIC 9(04) COMP VALUE ZERO.
014500 77  COUPSCHD-BACK-COUNT        PIC 9(04) COMP VALUE ZERO.
014600 77  COUPSCHD-MONTH-STEP        PIC 9(02) COMP VALUE ZERO.
014700 77  COUPSCHD-MONTH-INDEX       PIC 9(06) COMP VALUE ZERO.
014800 77  COUPSCHD-MONTH-REM         PIC 9(02) COMP VALUE ZERO.
014900 77  COUPSCHD-MONTH-LEN         PIC 9(02) VALUE ZERO.
015000 77  COUPSCHD-STUB-SW           PIC X(01) VALUE "N".
015100     88  COUPSCHD-HAS-STUB      VALUE "Y".
015200
015300 01  COUPSCHD-CALC-DATE.
015400     05  COUPSCHD-CALC-YEAR     PIC 9(04).
015500     05  COUPSCHD-CALC-MONTH    PIC 9(02).
015600     05  COUPSCHD-CALC-DAY      PIC 9(02).
015700 77  COUPSCHD-PERIOD-START      PIC 9(08) VALUE ZERO.
015800 77  COUPSCHD-INSTR-ACCRUED     PIC S9(15)V99 COMP-3 VALUE ZERO.
015900
016000******************************************************************
016100*    TABLE OF DAYS PER MONTH FOR A NON-LEAP YEAR, AS IN DAYCNT.
016200*    FEBRUARY IS ADJUSTED TO 29 WHEN LEAPCHK SAYS THE YEAR IN
016300*    QUESTION IS LEAP -- SEE 2550-SET-MONTH-LEN.
016400******************************************************************
016500 01  COUPSCHD-DAYS-IN-MONTH.
016600     05  FILLER                 PIC 9(02) VALUE 31.
016700     05  FILLER                 PIC 9(02) VALUE 28.
016800     05  FILLER                 PIC 9(02) VALUE 31.
016900     05  FILLER                 PIC 9(02) VALUE 30.
017000     05  FILLER                 PIC 9(02) VALUE 31.
017100     05  FILLER                 PIC 9(02) VALUE 30.
017200     05  FILLER                 PIC 9(02) VALUE 31.
017300     05  FILLER                 PIC 9(02) VALUE 31.
017400     05  FILLER                 PIC 9(02) VALUE 30.
017500     05  FILLER                 PIC 9(02) VALUE 31.
017600     05  FILLER                 PIC 9(02) VALUE 30.
017700     05  FILLER                 PIC 9(02) VALUE 31.
017800 01  COUPSCHD-MONTH-TABLE REDEFINES COUPSCHD-DAYS-IN-MONTH.
017900     05  COUPSCHD-MONTH-DAYS    PIC 9(02) OCCURS 12 TIMES.
018000
018100******************************************************************
018200*    PARAMETERS FOR THE SHARED SUBPROGRAMS: BUSROLL FOR THE
018300*    PAYMENT-DATE ROLL, ACCRUE FOR THE PERIOD ACCRUAL, DAYCNT TO
018400*    PROBE THE TWO INPUT DATES THE WAY DAYDRV AND ACCDRV DO, AND
018500*    LEAPCHK FOR FEBRUARY LENGTHS.
018600******************************************************************
018700 COPY BUSRPRM.
018800 COPY ACCRPRM.
018900 COPY DAYCPRM.
019000 COPY LEAPPRM.
019100
019200******************************************************************
019300*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
019400******************************************************************
019500 COPY RUNSTAT.
019600
019700 01  COUPSCHD-HEADING-LINE.
019800     05  FILLER                 PIC X(30) VALUE
019900             "COUPON SCHEDULE REPORT".
020000     05  FILLER                 PIC X(05) VALUE SPACES.
020100     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
020200     05  COUPSCHD-H1-DATE       PIC 9(08).
020300     05  FILLER                 PIC X(79) VALUE SPACES.
020400
020500 01  COUPSCHD-GROUP-LINE.
020600     05  FILLER                 PIC X(10) VALUE "ACCOUNT : ".
020700     05  COUPSCHD-GL-ACCOUNT    PIC X(10).
020800     05  FILLER                 PIC X(03) VALUE SPACES.
020900     05  FILLER                 PIC X(08) VALUE "ISSUE : ".
021000     05  COUPSCHD-GL-ISSUE      PIC X(08).
021100     05  FILLER                 PIC X(03) VALUE SPACES.
021200     05  FILLER                 PIC X(11) VALUE "MATURITY : ".
021300     05  COUPSCHD-GL-MATURITY   PIC X(08).
021400     05  FILLER                 PIC X(03) VALUE SPACES.
021500     05  FILLER                 PIC X(07) VALUE "FREQ : ".
021600     05  COUPSCHD-GL-FREQ       PIC X(02).
021700     05  FILLER                 PIC X(03) VALUE SPACES.
021800     05  FILLER                 PIC X(08) VALUE "BASIS : ".
021900     05  COUPSCHD-GL-BASIS      PIC X(01).
022000     05  FILLER                 PIC X(03) VALUE SPACES.
022100     05  FILLER                 PIC X(06) VALUE "CAL : ".
022200     05  COUPSCHD-GL-CAL        PIC X(03).
022300     05  FILLER                 PIC X(03) VALUE SPACES.
022400     05  FILLER                 PIC X(07) VALUE "CONV : ".
022500     05  COUPSCHD-GL-CONV       PIC X(01).
022600     05  FILLER                 PIC X(03) VALUE SPACES.
022700     05  FILLER                 PIC X(06) VALUE "EOM : ".
022800     05  COUPSCHD-GL-EOM        PIC X(01).
022900     05  FILLER                 PIC X(14) VALUE SPACES.
023000
023100 01  COUPSCHD-DETAIL-LINE.
023200     05  FILLER                 PIC X(03) VALUE SPACES.
023300     05  FILLER                 PIC X(09) VALUE "PERIOD : ".
023400     05  COUPSCHD-DL-PERIOD     PIC 9(03).
023500     05  FILLER                 PIC X(02) VALUE SPACES.
023600     05  FILLER                 PIC X(08) VALUE "START : ".
023700     05  COUPSCHD-DL-START      PIC 9(08).
023800     05  FILLER                 PIC X(02) VALUE SPACES.
023900     05  FILLER                 PIC X(13) VALUE "UNADJUSTED : ".
024000     05  COUPSCHD-DL-UNADJ      PIC 9(08).
024100     05  FILLER                 PIC X(02) VALUE SPACES.
024200     05  FILLER                 PIC X(11) VALUE "ADJUSTED : ".
024300     05  COUPSCHD-DL-ADJ        PIC 9(08).
024400     05  FILLER                 PIC X(02) VALUE SPACES.
024500     05  FILLER                 PIC X(07) VALUE "DAYS : ".
024600     05  COUPSCHD-DL-DAYS       PIC ZZZZ9.
024700     05  FILLER                 PIC X(02) VALUE SPACES.
024800     05  FILLER                 PIC X(10) VALUE "ACCRUED : ".
024900     05  COUPSCHD-DL-ACCRUED    PIC Z(12)9,99-.
025000     05  FILLER                 PIC X(02) VALUE SPACES.
025100     05  COUPSCHD-DL-MARKER     PIC X(10).
025200
025300 01  COUPSCHD-TOTAL-LINE.
025400     05  FILLER                 PIC X(03) VALUE SPACES.
025500     05  FILLER                 PIC X(10) VALUE "PERIODS : ".
025600     05  COUPSCHD-TL-PERIODS    PIC ZZ9.
025700     05  FILLER                 PIC X(03) VALUE SPACES.
025800     05  FILLER                 PIC X(16) VALUE
025900             "TOTAL ACCRUED : ".
026000     05  COUPSCHD-TL-ACCRUED    PIC Z(14)9,99-.
026100     05  FILLER                 PIC X(78) VALUE SPACES.
026200
026300 01  COUPSCHD-REJECT-LINE.
026400     05  FILLER                 PIC X(07) VALUE "ACCT : ".
026500     05  COUPSCHD-XL-ACCOUNT    PIC X(10).
026600     05  FILLER                 PIC X(03) VALUE SPACES.
026700     05  FILLER                 PIC X(08) VALUE "FIELD : ".
026800     05  COUPSCHD-XL-FIELD      PIC X(12).
026900     05  FILLER                 PIC X(03) VALUE SPACES.
027000     05  FILLER                 PIC X(09) VALUE "REASON : ".
027100     05  COUPSCHD-XL-REASON     PIC X(30).
027200     05  FILLER                 PIC X(50) VALUE SPACES.
027300
027400 01  COUPSCHD-SUMMARY-LINE.
027500     05  FILLER                 PIC X(15) VALUE "RECORDS READ : ".
027600     05  COUPSCHD-SL-READ       PIC ZZZZZZZ9.
027700     05  FILLER                 PIC X(14) VALUE "  SCHEDULED : ".
027800     05  COUPSCHD-SL-SCHEDULED  PIC ZZZZZZZ9.
027900     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
028000     05  COUPSCHD-SL-REJECTED   PIC ZZZZZZZ9.
028100     05  FILLER                 PIC X(12) VALUE "  PERIODS : ".
028200     05  COUPSCHD-SL-PERIODS    PIC ZZZZZZZ9.
028300     05  FILLER                 PIC X(46) VALUE SPACES.
028400
028500 PROCEDURE DIVISION.
028600
028700 0000-MAINLINE.
028800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028900     PERFORM 2100-READ-COUPON-INPUT THRU 2100-EXIT.
029000     PERFORM 2200-PROCESS-ONE-INSTRUMENT THRU 2200-EXIT
029100         UNTIL COUPSCHD-END-OF-INPUT.
029200     PERFORM 2600-WRITE-SUMMARY THRU 2600-EXIT.
029300     CLOSE COUPON-INPUT.
029400     CLOSE COUPON-MASTER.
029500     CLOSE COUPON-REPORT.
029600     CLOSE COUPON-REJECTS.
029700     IF COUPSCHD-RECS-REJECTED > 0
029800         IF COUPSCHD-RECS-SCHEDULED = 0
029900             MOVE 8 TO RETURN-CODE
030000         ELSE
030100             MOVE 4 TO RETURN-CODE
030200         END-IF
030300     END-IF.
030400     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
030500     STOP RUN.
030600
030700******************************************************************
030800*    1000-INITIALIZE
030900*    OPENS THE FILES AND WRITES THE REPORT HEADER.  A MASTER OR
031000*    REPORT THAT WILL NOT OPEN ENDS THE RUN RC 12 BEFORE ANY
031100*    SCHEDULE IS WRITTEN.
031200******************************************************************
031300 1000-INITIALIZE.
031400     ACCEPT COUPSCHD-RUN-DATE FROM DATE YYYYMMDD.
031500     ACCEPT COUPSCHD-RUN-TIME FROM TIME.
031600     ACCEPT COUPSCHD-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
031700     IF COUPSCHD-OPERATOR-ID = SPACES
031800         ACCEPT COUPSCHD-OPERATOR-ID FROM ENVIRONMENT "USER"
031900     END-IF.
032000     IF COUPSCHD-OPERATOR-ID = SPACES
032100         MOVE "UNKNOWN" TO COUPSCHD-OPERATOR-ID
032200     END-IF.
032300     OPEN INPUT  COUPON-INPUT.
032400     OPEN OUTPUT COUPON-MASTER.
032500     OPEN OUTPUT COUPON-REPORT.
032600     OPEN OUTPUT COUPON-REJECTS.
032700     IF COUPSCHD-MST-STATUS <> "00" OR
032800        COUPSCHD-RPT-STATUS <> "00"
032900         DISPLAY "COUPSCHD - FILE OPEN FAILED, CPNMST STATUS "
033000             COUPSCHD-MST-STATUS " CPNRPT STATUS "
033100             COUPSCHD-RPT-STATUS
033200         MOVE 12 TO RETURN-CODE
033300         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
033400         STOP RUN
033500     END-IF.
033600     MOVE COUPSCHD-RUN-DATE TO COUPSCHD-H1-DATE.
033700     WRITE COUPON-REPORT-RECORD FROM COUPSCHD-HEADING-LINE.
033800     MOVE SPACES TO COUPON-REPORT-RECORD.
033900     WRITE COUPON-REPORT-RECORD.
034000 1000-EXIT.
034100     EXIT.
034200
034300 2100-READ-COUPON-INPUT.
034400     READ COUPON-INPUT
034500         AT END
034600             SET COUPSCHD-END-OF-INPUT TO TRUE
034700     END-READ.
034800 2100-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*    2200-PROCESS-ONE-INSTRUMENT
035300*    ONE INSTRUMENT: SCREEN THE FIELDS, COUNT THE PAYMENT
035400*    PERIODS BETWEEN ISSUE AND MATURITY, WRITE THE REPORT GROUP
035500*    HEADER, THEN BUILD ONE SCHEDULE LINE AND ONE KEYED RECORD
035600*    PER PERIOD, FIRST PERIOD FIRST.  AN INSTRUMENT THAT FAILS
035700*    PARTWAY (A BUSROLL OR ACCRUE REJECT, OR A DUPLICATE KEY) IS
035800*    LISTED AND COUNTED REJECTED; ITS EARLIER PERIODS STAND, AS
035900*    IN ANNSCHD, SINCE EACH KEYED RECORD IS INDEPENDENTLY
036000*    CORRECT.
036100******************************************************************
036200 2200-PROCESS-ONE-INSTRUMENT.
036300     ADD 1 TO COUPSCHD-RECS-READ.
036400     MOVE "N" TO COUPSCHD-REC-BAD-SW.
036500     MOVE SPACES TO COUPSCHD-BAD-FIELD.
036600     MOVE SPACES TO COUPSCHD-REJECT-REASON.
036700     PERFORM 2150-SCREEN-INSTRUMENT THRU 2150-EXIT.
036800     IF COUPSCHD-RECORD-FAILED
036900         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
037000         ADD 1 TO COUPSCHD-RECS-REJECTED
037100         GO TO 2200-NEXT
037200     END-IF.
037300     PERFORM 2250-COUNT-PERIODS THRU 2250-EXIT.
037400     IF COUPSCHD-PERIOD-COUNT > COUPSCHD-MAX-PERIODS
037500         MOVE "FREQUENCY" TO COUPSCHD-BAD-FIELD
037600         MOVE "MORE THAN 999 PAYMENT PERIODS"
037700             TO COUPSCHD-REJECT-REASON
037800         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
037900         ADD 1 TO COUPSCHD-RECS-REJECTED
038000         GO TO 2200-NEXT
038100     END-IF.
038200     MOVE CI-ACCOUNT       TO COUPSCHD-GL-ACCOUNT.
038300     MOVE CI-ISSUE-DATE    TO COUPSCHD-GL-ISSUE.
038400     MOVE CI-MATURITY-DATE TO COUPSCHD-GL-MATURITY.
038500     MOVE CI-FREQUENCY     TO COUPSCHD-GL-FREQ.
038600     MOVE CI-BASIS-CODE    TO COUPSCHD-GL-BASIS.
038700     MOVE CI-CAL-ID        TO COUPSCHD-GL-CAL.
038800     MOVE CI-ADJ-CONV      TO COUPSCHD-GL-CONV.
038900     MOVE CI-EOM-RULE      TO COUPSCHD-GL-EOM.
039000     WRITE COUPON-REPORT-RECORD FROM COUPSCHD-GROUP-LINE.
039100     MOVE ZERO TO COUPSCHD-INSTR-ACCRUED.
039200     MOVE CI-ISSUE-DATE TO COUPSCHD-PERIOD-START.
039300     MOVE 1 TO COUPSCHD-PERIOD-SUB.
039400     PERFORM 2300-BUILD-ONE-PERIOD THRU 2300-EXIT
039500         UNTIL COUPSCHD-PERIOD-SUB > COUPSCHD-PERIOD-COUNT
039600         OR COUPSCHD-RECORD-FAILED.
039700     IF COUPSCHD-RECORD-FAILED
039800         ADD 1 TO COUPSCHD-RECS-REJECTED
039900     ELSE
040000         MOVE COUPSCHD-PERIOD-COUNT  TO COUPSCHD-TL-PERIODS
040100         MOVE COUPSCHD-INSTR-ACCRUED TO COUPSCHD-TL-ACCRUED
040200         WRITE COUPON-REPORT-RECORD FROM COUPSCHD-TOTAL-LINE
040300         ADD 1 TO COUPSCHD-RECS-SCHEDULED
040400     END-IF.
040500 2200-NEXT.
040600     PERFORM 2100-READ-COUPON-INPUT THRU 2100-EXIT.
040700 2200-EXIT.
040800     EXIT.
040900
041000******************************************************************
041100*    2150-SCREEN-INSTRUMENT
041200*    EVERY NUMERIC FIELD IS SCREENED BEFORE IT REACHES A NUMERIC
041300*    PARM FIELD, BOTH DATES ARE PROBED THROUGH DAYCNT'S OWN
041400*    CALENDAR VALIDATION, AND THE CODES ARE CHECKED AGAINST
041500*    THEIR VALID VALUES.  THE BASIS IS LEFT TO ACCRUE AND THE
041600*    CALENDAR CODE TO BUSROLL, WHICH OWN THOSE LISTS.  A BLANK
041700*    END-OF-MONTH RULE MEANS "N".
041800******************************************************************
041900 2150-SCREEN-INSTRUMENT.
042000     SET COUPSCHD-RECORD-FAILED TO TRUE.
042100     IF CI-ACCOUNT = SPACES
042200         MOVE "ACCOUNT" TO COUPSCHD-BAD-FIELD
042300         MOVE "ACCOUNT ID MISSING" TO COUPSCHD-REJECT-REASON
042400         GO TO 2150-EXIT
042500     END-IF.
042600     IF CI-PRINCIPAL IS NOT NUMERIC
042700         MOVE "PRINCIPAL" TO COUPSCHD-BAD-FIELD
042800         MOVE "NON-NUMERIC AMOUNT VALUE" TO COUPSCHD-REJECT-REASON
042900         GO TO 2150-EXIT
043000     END-IF.
043100     IF CI-RATE IS NOT NUMERIC
043200         MOVE "RATE" TO COUPSCHD-BAD-FIELD
043300         MOVE "NON-NUMERIC RATE VALUE" TO COUPSCHD-REJECT-REASON
043400         GO TO 2150-EXIT
043500     END-IF.
043600     IF CI-ISSUE-DATE IS NOT NUMERIC
043700         MOVE "ISSUE-DATE" TO COUPSCHD-BAD-FIELD
043800         MOVE "NON-NUMERIC DATE VALUE" TO COUPSCHD-REJECT-REASON
043900         GO TO 2150-EXIT
044000     END-IF.
044100     IF CI-MATURITY-DATE IS NOT NUMERIC
044200         MOVE "MATURITY" TO COUPSCHD-BAD-FIELD
044300         MOVE "NON-NUMERIC DATE VALUE" TO COUPSCHD-REJECT-REASON
044400         GO TO 2150-EXIT
044500     END-IF.
044600     SET DAYCNT-BASIS-ACTUAL TO TRUE.
044700     MOVE CI-ISSUE-DATE TO DAYCNT-START-DATE.
044800     MOVE CI-ISSUE-DATE TO DAYCNT-END-DATE.
044900     CALL "DAYCNT" USING DAYCNT-PARM.
045000     IF DAYCNT-BAD-DATE
045100         MOVE "ISSUE-DATE" TO COUPSCHD-BAD-FIELD
045200         MOVE "INVALID CALENDAR DATE" TO COUPSCHD-REJECT-REASON
045300         GO TO 2150-EXIT
045400     END-IF.
045500     MOVE CI-MATURITY-DATE TO DAYCNT-START-DATE.
045600     MOVE CI-MATURITY-DATE TO DAYCNT-END-DATE.
045700     CALL "DAYCNT" USING DAYCNT-PARM.
045800     IF DAYCNT-BAD-DATE
045900         MOVE "MATURITY" TO COUPSCHD-BAD-FIELD
046000         MOVE "INVALID CALENDAR DATE" TO COUPSCHD-REJECT-REASON
046100         GO TO 2150-EXIT
046200     END-IF.
046300     IF CI-MATURITY-DATE NOT > CI-ISSUE-DATE
046400         MOVE "MATURITY" TO COUPSCHD-BAD-FIELD
046500         MOVE "MATURITY NOT AFTER ISSUE DATE"
046600             TO COUPSCHD-REJECT-REASON
046700         GO TO 2150-EXIT
046800     END-IF.
046900     IF NOT CI-FREQ-VALID
047000         MOVE "FREQUENCY" TO COUPSCHD-BAD-FIELD
047100         MOVE "FREQUENCY NOT 01 02 04 OR 12"
047200             TO COUPSCHD-REJECT-REASON
047300         GO TO 2150-EXIT
047400     END-IF.
047500     IF CI-ADJ-CONV NOT = "U" AND CI-ADJ-CONV NOT = "F" AND
047600        CI-ADJ-CONV NOT = "M" AND CI-ADJ-CONV NOT = "P"
047700         MOVE "CONVENTION" TO COUPSCHD-BAD-FIELD
047800         MOVE "CONVENTION NOT U F M OR P"
047900             TO COUPSCHD-REJECT-REASON
048000         GO TO 2150-EXIT
048100     END-IF.
048200     IF CI-EOM-RULE = SPACE
048300         MOVE "N" TO CI-EOM-RULE
048400     END-IF.
048500     IF CI-EOM-RULE NOT = "Y" AND CI-EOM-RULE NOT = "N"
048600         MOVE "EOM-RULE" TO COUPSCHD-BAD-FIELD
048700         MOVE "END-OF-MONTH RULE NOT Y OR N"
048800             TO COUPSCHD-REJECT-REASON
048900         GO TO 2150-EXIT
049000     END-IF.
049100     MOVE "N" TO COUPSCHD-REC-BAD-SW.
049200 2150-EXIT.
049300     EXIT.
049400
049500******************************************************************
049600*    2250-COUNT-PERIODS
049700*    WORKS OUT THE MONTHS PER PERIOD AND WHETHER THE END-OF-
049800*    MONTH RULE APPLIES (RULE "Y" AND A MATURITY ON THE LAST DAY
049900*    OF ITS MONTH, SO EVERY PAYMENT DATE IS A MONTH-END), THEN
050000*    STEPS BACK FROM MATURITY ONE PERIOD AT A TIME UNTIL A DATE
050100*    ON OR BEFORE ISSUE IS REACHED.  THE NUMBER OF DATES AFTER
050200*    ISSUE IS THE PERIOD COUNT; A STOPPING DATE STRICTLY BEFORE
050300*    ISSUE MEANS THE FIRST PERIOD IS A SHORT STUB.  THE STEP IS
050400*    CUT OFF ONE PAST THE 999-PERIOD LIMIT SO AN IMPOSSIBLE
050500*    SCHEDULE IS REJECTED RATHER THAN WALKED TO THE YEAR FLOOR.
050600******************************************************************
050700 2250-COUNT-PERIODS.
050800     COMPUTE COUPSCHD-MONTH-STEP = 12 / CI-FREQUENCY-NUM.
050900     MOVE CI-MAT-YEAR  TO COUPSCHD-CALC-YEAR.
051000     MOVE CI-MAT-MONTH TO COUPSCHD-CALC-MONTH.
051100     PERFORM 2550-SET-MONTH-LEN THRU 2550-EXIT.
051200     MOVE "N" TO COUPSCHD-EOM-SW.
051300     IF CI-EOM-RULE = "Y" AND CI-MAT-DAY = COUPSCHD-MONTH-LEN
051400         SET COUPSCHD-EOM-ROLL TO TRUE
051500     END-IF.
051600     MOVE ZERO TO COUPSCHD-BACK-COUNT.
051700     PERFORM 2500-BUILD-UNADJ-DATE THRU 2500-EXIT.
051800     PERFORM 2260-STEP-BACK-ONE THRU 2260-EXIT
051900         UNTIL COUPSCHD-CALC-DATE NOT > CI-ISSUE-DATE
052000         OR COUPSCHD-BACK-COUNT > COUPSCHD-MAX-PERIODS.
052100     MOVE COUPSCHD-BACK-COUNT TO COUPSCHD-PERIOD-COUNT.
052200     MOVE "N" TO COUPSCHD-STUB-SW.
052300     IF COUPSCHD-CALC-DATE < CI-ISSUE-DATE
052400         SET COUPSCHD-HAS-STUB TO TRUE
052500     END-IF.
052600 2250-EXIT.
052700     EXIT.
052800
052900 2260-STEP-BACK-ONE.
053000     ADD 1 TO COUPSCHD-BACK-COUNT.
053100     PERFORM 2500-BUILD-UNADJ-DATE THRU 2500-EXIT.
053200 2260-EXIT.
053300     EXIT.
053400
053500******************************************************************
053600*    2300-BUILD-ONE-PERIOD
053700*    ONE PAYMENT PERIOD: THE UNADJUSTED DATE IS THE ONE THAT
053800*    MANY PERIODS BACK FROM MATURITY, BUSROLL ROLLS IT TO A GOOD
053900*    DAY UNDER THE INSTRUMENT'S CONVENTION AND CALENDAR, AND
054000*    ACCRUE COUNTS AND ACCRUES FROM THE PERIOD START (ISSUE FOR
054100*    THE FIRST PERIOD, THE PREVIOUS ADJUSTED PAYMENT DATE AFTER
054200*    THAT) TO THE ADJUSTED DATE, SINCE INTEREST RUNS TO THE DAY
054300*    THE MONEY ACTUALLY MOVES.  THE KEYED RECORD AND THE REPORT
054400*    LINE ARE WRITTEN TOGETHER SO THE DATASET AND THE LISTING
054500*    CANNOT DISAGREE.
054600******************************************************************
054700 2300-BUILD-ONE-PERIOD.
054800     COMPUTE COUPSCHD-BACK-COUNT =
054900         COUPSCHD-PERIOD-COUNT - COUPSCHD-PERIOD-SUB.
055000     PERFORM 2500-BUILD-UNADJ-DATE THRU 2500-EXIT.
055100     MOVE COUPSCHD-CALC-DATE TO BUSROLL-DATE-IN.
055200     MOVE CI-ADJ-CONV        TO BUSROLL-CONVENTION.
055300     MOVE CI-CAL-ID          TO BUSROLL-CAL-ID.
055400     CALL "BUSROLL" USING BUSROLL-PARM.
055500     IF NOT BUSROLL-OK
055600         PERFORM 2350-NAME-BUSROLL-FAULT THRU 2350-EXIT
055700         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
055800         SET COUPSCHD-RECORD-FAILED TO TRUE
055900         GO TO 2300-EXIT
056000     END-IF.
056100     MOVE CI-PRINCIPAL-NUM      TO ACCRUE-PRINCIPAL.
056200     MOVE CI-RATE-NUM           TO ACCRUE-ANNUAL-RATE.
056300     MOVE COUPSCHD-PERIOD-START TO ACCRUE-START-DATE.
056400     MOVE BUSROLL-DATE-OUT      TO ACCRUE-END-DATE.
056500     MOVE CI-BASIS-CODE         TO ACCRUE-BASIS-CODE.
056600     CALL "ACCRUE" USING ACCRUE-PARM.
056700     IF NOT ACCRUE-OK
056800         MOVE "BASIS-CODE" TO COUPSCHD-BAD-FIELD
056900         IF ACCRUE-BAD-BASIS
057000             MOVE "BASIS NOT 1 2 3 OR 4"
057100                 TO COUPSCHD-REJECT-REASON
057200         ELSE
057300             MOVE "ACCRUE REJECTED PERIOD DATES"
057400                 TO COUPSCHD-REJECT-REASON
057500         END-IF
057600         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
057700         SET COUPSCHD-RECORD-FAILED TO TRUE
057800         GO TO 2300-EXIT
057900     END-IF.
058000     MOVE SPACES TO CPN-RECORD.
058100     MOVE CI-ACCOUNT            TO CPN-ACCOUNT.
058200     MOVE COUPSCHD-PERIOD-SUB   TO CPN-PERIOD.
058300     MOVE COUPSCHD-PERIOD-START TO CPN-ACCR-START-DATE.
058400     MOVE COUPSCHD-CALC-DATE    TO CPN-UNADJ-DATE.
058500     MOVE BUSROLL-DATE-OUT      TO CPN-ADJ-DATE.
058600     MOVE CI-BASIS-CODE         TO CPN-BASIS-CODE.
058700     MOVE CI-CAL-ID             TO CPN-CAL-ID.
058800     MOVE CI-ADJ-CONV           TO CPN-ADJ-CONV.
058900     MOVE ACCRUE-DAY-COUNT      TO CPN-DAY-COUNT.
059000     MOVE ACCRUE-AMOUNT         TO CPN-ACCRUED-AMT.
059100     SET CPN-REGULAR-PERIOD TO TRUE.
059200     MOVE SPACES TO COUPSCHD-DL-MARKER.
059300     IF COUPSCHD-PERIOD-SUB = 1 AND COUPSCHD-HAS-STUB
059400         SET CPN-SHORT-STUB TO TRUE
059500         MOVE "SHORT STUB" TO COUPSCHD-DL-MARKER
059600     ELSE
059700         IF BUSROLL-DATE-OUT NOT = COUPSCHD-CALC-DATE
059800             MOVE "ROLLED" TO COUPSCHD-DL-MARKER
059900         END-IF
060000     END-IF.
060100     WRITE CPN-RECORD.
060200     IF COUPSCHD-MST-STATUS <> "00"
060300         MOVE "SCHEDULE-KEY" TO COUPSCHD-BAD-FIELD
060400         MOVE "DUPLICATE KEY OR WRITE ERROR"
060500             TO COUPSCHD-REJECT-REASON
060600         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
060700         SET COUPSCHD-RECORD-FAILED TO TRUE
060800         GO TO 2300-EXIT
060900     END-IF.
061000     MOVE COUPSCHD-PERIOD-SUB   TO COUPSCHD-DL-PERIOD.
061100     MOVE COUPSCHD-PERIOD-START TO COUPSCHD-DL-START.
061200     MOVE COUPSCHD-CALC-DATE    TO COUPSCHD-DL-UNADJ.
061300     MOVE BUSROLL-DATE-OUT      TO COUPSCHD-DL-ADJ.
061400     MOVE ACCRUE-DAY-COUNT      TO COUPSCHD-DL-DAYS.
061500     MOVE ACCRUE-AMOUNT         TO COUPSCHD-DL-ACCRUED.
061600     WRITE COUPON-REPORT-RECORD FROM COUPSCHD-DETAIL-LINE.
061700     ADD 1 TO COUPSCHD-PERIODS-WRITTEN.
061800     ADD ACCRUE-AMOUNT TO COUPSCHD-INSTR-ACCRUED.
061900     MOVE BUSROLL-DATE-OUT TO COUPSCHD-PERIOD-START.
062000     ADD 1 TO COUPSCHD-PERIOD-SUB.
062100 2300-EXIT.
062200     EXIT.
062300
062400******************************************************************
062500*    2350-NAME-BUSROLL-FAULT
062600*    TRANSLATES A BUSROLL RETURN CODE INTO THE FIELD AND REASON
062700*    THE REJECTION LISTING NAMES, AS ANNSCHD DOES FOR ANNROLL.
062800******************************************************************
062900 2350-NAME-BUSROLL-FAULT.
063000     EVALUATE TRUE
063100         WHEN BUSROLL-BAD-CAL-ID
063200             MOVE "CAL-ID" TO COUPSCHD-BAD-FIELD
063300             MOVE "CALENDAR CODE NOT IN HOLIDAY"
063400                 TO COUPSCHD-REJECT-REASON
063500         WHEN BUSROLL-BAD-CALENDAR
063600             MOVE "CAL-ID" TO COUPSCHD-BAD-FIELD
063700             MOVE "HOLIDAY CALENDAR UNUSABLE"
063800                 TO COUPSCHD-REJECT-REASON
063900         WHEN BUSROLL-BAD-CONVENTION
064000             MOVE "CONVENTION" TO COUPSCHD-BAD-FIELD
064100             MOVE "CONVENTION NOT U F M OR P"
064200                 TO COUPSCHD-REJECT-REASON
064300         WHEN BUSROLL-OUT-OF-RANGE
064400             MOVE "MATURITY" TO COUPSCHD-BAD-FIELD
064500             MOVE "ROLLED DATE OUT OF RANGE"
064600                 TO COUPSCHD-REJECT-REASON
064700         WHEN OTHER
064800             MOVE "MATURITY" TO COUPSCHD-BAD-FIELD
064900             MOVE "INVALID PAYMENT DATE"
065000                 TO COUPSCHD-REJECT-REASON
065100     END-EVALUATE.
065200 2350-EXIT.
065300     EXIT.
065400
065500 2400-WRITE-REJECT-LINE.
065600     MOVE CI-ACCOUNT             TO COUPSCHD-XL-ACCOUNT.
065700     MOVE COUPSCHD-BAD-FIELD     TO COUPSCHD-XL-FIELD.
065800     MOVE COUPSCHD-REJECT-REASON TO COUPSCHD-XL-REASON.
065900     WRITE COUPON-REJECTS-RECORD FROM COUPSCHD-REJECT-LINE.
066000 2400-EXIT.
066100     EXIT.
066200
066300******************************************************************
066400*    2500-BUILD-UNADJ-DATE
066500*    THE UNADJUSTED PAYMENT DATE COUPSCHD-BACK-COUNT PERIODS
066600*    BEFORE MATURITY.  THE MONTH IS FOUND BY MONTH-INDEX
066700*    ARITHMETIC; THE DAY IS THE MONTH-END WHEN THE END-OF-MONTH
066800*    RULE APPLIES, OTHERWISE THE MATURITY DAY CLIPPED TO THE
066900*    LENGTH OF THE TARGET MONTH (A 31ST PAYS ON THE 30TH IN
067000*    APRIL AND ON THE 28TH OR 29TH IN FEBRUARY).
067100******************************************************************
067200 2500-BUILD-UNADJ-DATE.
067300     COMPUTE COUPSCHD-MONTH-INDEX =
067400         CI-MAT-YEAR * 12 + CI-MAT-MONTH - 1 -
067500         COUPSCHD-BACK-COUNT * COUPSCHD-MONTH-STEP.
067600     DIVIDE COUPSCHD-MONTH-INDEX BY 12
067700         GIVING COUPSCHD-CALC-YEAR
067800         REMAINDER COUPSCHD-MONTH-REM.
067900     COMPUTE COUPSCHD-CALC-MONTH = COUPSCHD-MONTH-REM + 1.
068000     PERFORM 2550-SET-MONTH-LEN THRU 2550-EXIT.
068100     IF COUPSCHD-EOM-ROLL OR CI-MAT-DAY > COUPSCHD-MONTH-LEN
068200         MOVE COUPSCHD-MONTH-LEN TO COUPSCHD-CALC-DAY
068300     ELSE
068400         MOVE CI-MAT-DAY TO COUPSCHD-CALC-DAY
068500     END-IF.
068600 2500-EXIT.
068700     EXIT.
068800
068900 2550-SET-MONTH-LEN.
069000     IF COUPSCHD-CALC-MONTH = 2
069100         MOVE COUPSCHD-CALC-YEAR TO LEAPCHK-YEAR-IN
069200         CALL "LEAPCHK" USING LEAPCHK-PARM
069300         IF LEAPCHK-IS-LEAP
069400             MOVE 29 TO COUPSCHD-MONTH-LEN
069500         ELSE
069600             MOVE 28 TO COUPSCHD-MONTH-LEN
069700         END-IF
069800     ELSE
069900         MOVE COUPSCHD-MONTH-DAYS(COUPSCHD-CALC-MONTH)
070000             TO COUPSCHD-MONTH-LEN
070100     END-IF.
070200 2550-EXIT.
070300     EXIT.
070400
070500******************************************************************
070600*    2600-WRITE-SUMMARY
070700*    TRAILING CONTROL COUNTS SO OPERATIONS CAN BALANCE THE RUN:
070800*    RECORDS READ MUST EQUAL SCHEDULED PLUS REJECTED, AND THE
070900*    PERIODS WRITTEN MUST EQUAL THE CPNMST RECORD COUNT (ONE
071000*    KEYED RECORD IS WRITTEN PER REPORT DETAIL LINE).
071100******************************************************************
071200 2600-WRITE-SUMMARY.
071300     MOVE SPACES TO COUPON-REPORT-RECORD.
071400     WRITE COUPON-REPORT-RECORD.
071500     MOVE COUPSCHD-RECS-READ       TO COUPSCHD-SL-READ.
071600     MOVE COUPSCHD-RECS-SCHEDULED  TO COUPSCHD-SL-SCHEDULED.
071700     MOVE COUPSCHD-RECS-REJECTED   TO COUPSCHD-SL-REJECTED.
071800     MOVE COUPSCHD-PERIODS-WRITTEN TO COUPSCHD-SL-PERIODS.
071900     WRITE COUPON-REPORT-RECORD FROM COUPSCHD-SUMMARY-LINE.
072000 2600-EXIT.
072100     EXIT.
072200
072300******************************************************************
072400*    9000-WRITE-RUN-STATS
072500*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET
072600*    FOR THE MONTH-END OPERATIONS SUMMARY, USING THE SAME OPEN-
072700*    EXTEND-THEN-FALL-BACK-TO-OPEN-OUTPUT PATTERN THE OTHER
072800*    BATCH PROGRAMS USE.  PERFORMED ON THE FAILURE PATHS TOO,
072900*    AFTER THE RETURN CODE IS SET.  BEST-EFFORT: A RUNSTAT THAT
073000*    WILL NOT OPEN IS REPORTED ON SYSOUT ONLY.
073100******************************************************************
073200 9000-WRITE-RUN-STATS.
073300     OPEN EXTEND RUN-STATS.
073400     IF COUPSCHD-STAT-STATUS <> "00"
073500         OPEN OUTPUT RUN-STATS
073600     END-IF.
073700     IF COUPSCHD-STAT-STATUS <> "00"
073800         DISPLAY "COUPSCHD - RUNSTAT OPEN FAILED, STATUS "
073900             COUPSCHD-STAT-STATUS
074000         GO TO 9000-EXIT
074100     END-IF.
074200     MOVE SPACES TO RUNSTAT-RECORD.
074300     MOVE "COUPSCHD"              TO RUNSTAT-PROGRAM-ID.
074400     MOVE COUPSCHD-RUN-DATE       TO RUNSTAT-RUN-DATE.
074500     MOVE COUPSCHD-RUN-TIME(1:6)  TO RUNSTAT-RUN-TIME.
074600     MOVE COUPSCHD-OPERATOR-ID    TO RUNSTAT-OPERATOR.
074700     MOVE COUPSCHD-RECS-READ      TO RUNSTAT-RECS-READ.
074800     MOVE COUPSCHD-RECS-SCHEDULED TO RUNSTAT-RECS-ACCEPTED.
074900     MOVE COUPSCHD-RECS-REJECTED  TO RUNSTAT-RECS-REJECTED.
075000     MOVE RETURN-CODE             TO RUNSTAT-COND-CODE.
075100     SET RUNSTAT-FRESH-RUN TO TRUE.
075200     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
075300     CLOSE RUN-STATS.
075400 9000-EXIT.
075500     EXIT.
