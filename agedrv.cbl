000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     AGEDRV.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-08.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-08  MJM   INITIAL VERSION.  HR MILESTONE REPORT.
001300*                      READS THE EMPFILE EMPLOYEE EXTRACT (ID,
001400*                      BIRTH DATE, HIRE DATE, FEBRUARY 29 ROLL
001500*                      RULE) AGAINST THE AS-OF DATE AND PERIOD
001600*                      END ON THE AGECTL CARD AND THE MILETAB
001700*                      MILESTONE TABLE (VESTING, LONG-SERVICE
001800*                      AWARDS, RETIREMENT AGE), AND LISTS ON
001900*                      AGERPT EVERY EMPLOYEE WHO COMPLETES A
002000*                      MILESTONE AFTER THE AS-OF DATE AND ON OR
002100*                      BEFORE THE PERIOD END, WITH THE EXACT
002200*                      CROSSING DATE AND THE YEARS, MONTHS AND
002300*                      DAYS ALREADY COMPLETED AT THE AS-OF DATE,
002400*                      ALL FROM THE SHARED AGECALC SUBPROGRAM.
002500*                      GROUPED BY MILESTONE IN TABLE ORDER, THEN
002600*                      BY CROSSING DATE.  BAD EMPLOYEE RECORDS
002700*                      AND BAD MILESTONE ENTRIES GO TO THE AGEREJ
002800*                      LISTING.  ENDS RC 0 CLEAN, 4 WHEN ANYTHING
002900*                      WAS REJECTED, 12 WHEN A FILE WOULD NOT
003000*                      OPEN, 16 ON A BAD CONTROL CARD OR A
003100*                      MILESTONE TABLE WITH NO USABLE ENTRY.
003200******************************************************************
003300
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SPECIAL-NAMES.
003700     DECIMAL-POINT IS COMMA.
003800
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AGE-CONTROL  ASSIGN TO AGECTL
004200                         ORGANIZATION IS LINE SEQUENTIAL
004300                         FILE STATUS IS AGEDRV-CTL-STATUS.
004400     SELECT MILE-TABLE   ASSIGN TO MILETAB
004500                         ORGANIZATION IS LINE SEQUENTIAL
004600                         FILE STATUS IS AGEDRV-MIL-STATUS.
004700     SELECT EMP-INPUT    ASSIGN TO EMPFILE
004800                         ORGANIZATION IS LINE SEQUENTIAL
004900                         FILE STATUS IS AGEDRV-EMP-STATUS.
005000     SELECT AGE-REPORT   ASSIGN TO AGERPT
005100                         ORGANIZATION IS LINE SEQUENTIAL
005200                         FILE STATUS IS AGEDRV-RPT-STATUS.
005300     SELECT AGE-REJECTS  ASSIGN TO AGEREJ
005400                         ORGANIZATION IS LINE SEQUENTIAL
005500                         FILE STATUS IS AGEDRV-REJ-STATUS.
005600     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005700                         ORGANIZATION IS LINE SEQUENTIAL
005800                         FILE STATUS IS AGEDRV-STAT-STATUS.
005900     SELECT SORT-FILE    ASSIGN TO SORTWK.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300******************************************************************
006400*    CONTROL CARD: AS-OF DATE IN COLUMNS 1-8 (BLANK FOR THE RUN
006500*    DATE) AND PERIOD END IN COLUMNS 9-16 (BLANK FOR THIRTY
006600*    CALENDAR DAYS AFTER THE AS-OF DATE).
006700******************************************************************
006800 FD  AGE-CONTROL
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  AGE-CONTROL-RECORD.
007100     05  CT-AS-OF-DATE          PIC X(08).
007200     05  CT-PERIOD-END          PIC X(08).
007300     05  FILLER                 PIC X(64).
007400
007500******************************************************************
007600*    ONE MILESTONE PER RECORD: A CODE, THE DATE IT COUNTS FROM
007700*    (A AGE, FROM THE BIRTH DATE; S SERVICE, FROM THE HIRE DATE),
007800*    THE COMPLETED YEARS THAT REACH IT, AND A DESCRIPTION.
007900******************************************************************
008000 FD  MILE-TABLE
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  MILE-TABLE-RECORD.
008300     05  MT-CODE                PIC X(08).
008400     05  MT-BASIS               PIC X(01).
008500         88  MT-AGE             VALUE "A".
008600         88  MT-SERVICE         VALUE "S".
008700     05  MT-YEARS               PIC X(03).
008800     05  MT-YEARS-NUM REDEFINES MT-YEARS
008900                                PIC 9(03).
009000     05  MT-DESCRIPTION         PIC X(30).
009100     05  FILLER                 PIC X(38).
009200
009300 FD  EMP-INPUT
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  EMP-INPUT-RECORD.
009600     05  EMP-ID                 PIC X(10).
009700     05  EMP-BIRTH-DATE         PIC X(08).
009800     05  EMP-HIRE-DATE          PIC X(08).
009900     05  EMP-ROLL-RULE          PIC X(01).
010000     05  FILLER                 PIC X(53).
010100
010200 FD  AGE-REPORT
010300     RECORD CONTAINS 132 CHARACTERS.
010400 01  AGE-REPORT-RECORD          PIC X(132).
010500
010600 FD  AGE-REJECTS
010700     RECORD CONTAINS 132 CHARACTERS.
010800 01  AGE-REJECTS-RECORD         PIC X(132).
010900
011000 FD  RUN-STATS
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  RUN-STATS-RECORD           PIC X(80).
011300
011400******************************************************************
011500*    ONE SORT RECORD PER MILESTONE CROSSING, KEYED SO THE REPORT
011600*    COMES OUT BY MILESTONE, THEN CROSSING DATE, THEN EMPLOYEE.
011700******************************************************************
011800 SD  SORT-FILE.
011900 01  SORT-RECORD.
012000     05  SR-MILE-SUB            PIC 9(02).
012100     05  SR-CROSS-DATE          PIC 9(08).
012200     05  SR-EMP-ID              PIC X(10).
012300     05  SR-BASE-DATE           PIC 9(08).
012400     05  SR-YEARS               PIC 9(04).
012500     05  SR-MONTHS              PIC 9(02).
012600     05  SR-DAYS                PIC 9(02).
012700     05  SR-ROLL-RULE           PIC X(01).
012800
012900 WORKING-STORAGE SECTION.
013000 77  AGEDRV-CTL-STATUS          PIC X(02) VALUE SPACES.
013100 77  AGEDRV-MIL-STATUS          PIC X(02) VALUE SPACES.
013200 77  AGEDRV-EMP-STATUS          PIC X(02) VALUE SPACES.
013300 77  AGEDRV-RPT-STATUS          PIC X(02) VALUE SPACES.
013400 77  AGEDRV-REJ-STATUS          PIC X(02) VALUE SPACES.
013500 77  AGEDRV-STAT-STATUS         PIC X(02) VALUE SPACES.
013600 77  AGEDRV-EOF-SW              PIC X(01) VALUE "N".
013700     88  AGEDRV-END-OF-INPUT    VALUE "Y".
013800 77  AGEDRV-MIL-EOF-SW          PIC X(01) VALUE "N".
013900     88  AGEDRV-END-OF-TABLE    VALUE "Y".
014000 77  AGEDRV-SORT-EOF-SW         PIC X(01) VALUE "N".
014100     88  AGEDRV-END-OF-SORT     VALUE "Y".
014200 77  AGEDRV-CTL-BAD-SW          PIC X(01) VALUE "N".
014300     88  AGEDRV-CONTROL-BAD     VALUE "Y".
014400 77  AGEDRV-REC-BAD-SW          PIC X(01) VALUE "N".
014500     88  AGEDRV-RECORD-FAILED   VALUE "Y".
014600 77  AGEDRV-RUN-DATE            PIC 9(08).
014700 77  AGEDRV-RUN-TIME            PIC 9(08).
014800 77  AGEDRV-OPERATOR-ID         PIC X(08) VALUE SPACES.
014900 77  AGEDRV-BAD-FIELD           PIC X(12) VALUE SPACES.
015000 77  AGEDRV-REJECT-REASON       PIC X(30) VALUE SPACES.
015100 77  AGEDRV-REJECT-KEY          PIC X(10) VALUE SPACES.
015200
015300 77  AGEDRV-EMPS-READ           PIC 9(08) COMP VALUE ZERO.
015400 77  AGEDRV-EMPS-REJECTED       PIC 9(08) COMP VALUE ZERO.
015500 77  AGEDRV-MILES-REJECTED      PIC 9(08) COMP VALUE ZERO.
015600 77  AGEDRV-CROSSINGS           PIC 9(08) COMP VALUE ZERO.
015700 77  AGEDRV-GROUP-COUNT         PIC 9(08) COMP VALUE ZERO.
015800 77  AGEDRV-PREV-MILE-SUB       PIC 9(02) VALUE ZERO.
015900
016000******************************************************************
016100*    AS-OF DATE AND PERIOD END FROM THE CONTROL CARD.  A
016200*    MILESTONE IS REPORTED WHEN ITS CROSSING DATE IS AFTER THE
016300*    AS-OF DATE AND NOT AFTER THE PERIOD END, SO CONSECUTIVE
016400*    RUNS WHOSE AS-OF DATE IS THE LAST RUN'S PERIOD END NEITHER
016500*    MISS NOR REPEAT A CROSSING.
016600******************************************************************
016700 77  AGEDRV-AS-OF-DATE          PIC 9(08).
016800 77  AGEDRV-PERIOD-END          PIC 9(08).
016900 77  AGEDRV-DEFAULT-DAYS        PIC 9(03) VALUE 30.
017000
017100******************************************************************
017200*    THE LOADED MILESTONE TABLE, IN FILE ORDER.
017300******************************************************************
017400 77  AGEDRV-MILE-MAX            PIC 9(02) VALUE 20.
017500 77  AGEDRV-MILE-COUNT          PIC 9(02) VALUE ZERO.
017600 77  AGEDRV-MILE-SUB            PIC 9(02).
017700 01  AGEDRV-MILE-TABLE.
017800     05  AGEDRV-MILESTONE       OCCURS 20 TIMES.
017900         10  AGEDRV-ML-CODE     PIC X(08).
018000         10  AGEDRV-ML-BASIS    PIC X(01).
018100         10  AGEDRV-ML-YEARS    PIC 9(03).
018200         10  AGEDRV-ML-DESC     PIC X(30).
018300         10  AGEDRV-ML-CROSSING PIC 9(08) COMP.
018400
018500******************************************************************
018600*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
018700******************************************************************
018800 COPY RUNSTAT.
018900
019000******************************************************************
019100*    PARAMETERS FOR THE SHARED AGECALC SUBPROGRAM -- SEE 3200-
019200*    EDIT-EMPLOYEE AND 3300-CHECK-ONE-MILESTONE -- AND FOR
019300*    DATEADD, WHICH SCREENS THE CONTROL-CARD DATES AND SUPPLIES
019400*    THE DEFAULT PERIOD END.
019500******************************************************************
019600 COPY AGECPRM.
019700 COPY DATEPRM.
019800
019900 01  AGEDRV-HEADING-LINE.
020000     05  FILLER                 PIC X(24) VALUE
020100             "AGECALC MILESTONE REPORT".
020200     05  FILLER                 PIC X(04) VALUE SPACES.
020300     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
020400     05  AGEDRV-H1-DATE         PIC 9(08).
020500     05  FILLER                 PIC X(04) VALUE SPACES.
020600     05  FILLER                 PIC X(08) VALUE "AS-OF : ".
020700     05  AGEDRV-H1-AS-OF        PIC 9(08).
020800     05  FILLER                 PIC X(04) VALUE SPACES.
020900     05  FILLER                 PIC X(13) VALUE "PERIOD END : ".
021000     05  AGEDRV-H1-PERIOD-END   PIC 9(08).
021100     05  FILLER                 PIC X(41) VALUE SPACES.
021200
021300 01  AGEDRV-MILESTONE-LINE.
021400     05  FILLER                 PIC X(12) VALUE "MILESTONE : ".
021500     05  AGEDRV-MH-CODE         PIC X(08).
021600     05  FILLER                 PIC X(02) VALUE SPACES.
021700     05  AGEDRV-MH-DESC         PIC X(30).
021800     05  FILLER                 PIC X(02) VALUE SPACES.
021900     05  AGEDRV-MH-BASIS        PIC X(07).
022000     05  FILLER                 PIC X(01) VALUE SPACES.
022100     05  AGEDRV-MH-YEARS        PIC ZZ9.
022200     05  FILLER                 PIC X(06) VALUE " YEARS".
022300     05  FILLER                 PIC X(61) VALUE SPACES.
022400
022500 01  AGEDRV-DETAIL-LINE.
022600     05  FILLER                 PIC X(11) VALUE "  EMP-ID : ".
022700     05  AGEDRV-DL-EMP-ID       PIC X(10).
022800     05  FILLER                 PIC X(02) VALUE SPACES.
022900     05  FILLER                 PIC X(12) VALUE "BASE DATE : ".
023000     05  AGEDRV-DL-BASE-DATE    PIC 9(08).
023100     05  FILLER                 PIC X(02) VALUE SPACES.
023200     05  FILLER                 PIC X(10) VALUE "CROSSES : ".
023300     05  AGEDRV-DL-CROSS-DATE   PIC 9(08).
023400     05  FILLER                 PIC X(02) VALUE SPACES.
023500     05  FILLER                 PIC X(11) VALUE "AT AS-OF : ".
023600     05  AGEDRV-DL-YEARS        PIC ZZZ9.
023700     05  FILLER                 PIC X(03) VALUE " Y ".
023800     05  AGEDRV-DL-MONTHS       PIC Z9.
023900     05  FILLER                 PIC X(03) VALUE " M ".
024000     05  AGEDRV-DL-DAYS         PIC Z9.
024100     05  FILLER                 PIC X(02) VALUE " D".
024200     05  FILLER                 PIC X(02) VALUE SPACES.
024300     05  FILLER                 PIC X(07) VALUE "RULE : ".
024400     05  AGEDRV-DL-RULE         PIC X(01).
024500     05  FILLER                 PIC X(30) VALUE SPACES.
024600
024700 01  AGEDRV-GROUP-LINE.
024800     05  FILLER                 PIC X(22) VALUE
024900             "  EMPLOYEES CROSSING :".
025000     05  AGEDRV-GL-COUNT        PIC ZZZZZZZ9.
025100     05  FILLER                 PIC X(102) VALUE SPACES.
025200
025300 01  AGEDRV-TOTAL-LINE.
025400     05  FILLER                 PIC X(12) VALUE "MILESTONE : ".
025500     05  AGEDRV-TL-CODE         PIC X(08).
025600     05  FILLER                 PIC X(02) VALUE SPACES.
025700     05  AGEDRV-TL-DESC         PIC X(30).
025800     05  FILLER                 PIC X(02) VALUE SPACES.
025900     05  FILLER                 PIC X(11) VALUE "CROSSING : ".
026000     05  AGEDRV-TL-COUNT        PIC ZZZZZZZ9.
026100     05  FILLER                 PIC X(59) VALUE SPACES.
026200
026300 01  AGEDRV-REJECT-LINE.
026400     05  FILLER                 PIC X(09) VALUE "RECORD : ".
026500     05  AGEDRV-XL-KEY          PIC X(10).
026600     05  FILLER                 PIC X(02) VALUE SPACES.
026700     05  FILLER                 PIC X(08) VALUE "FIELD : ".
026800     05  AGEDRV-XL-FIELD        PIC X(12).
026900     05  FILLER                 PIC X(02) VALUE SPACES.
027000     05  FILLER                 PIC X(09) VALUE "REASON : ".
027100     05  AGEDRV-XL-REASON       PIC X(30).
027200     05  FILLER                 PIC X(50) VALUE SPACES.
027300
027400 01  AGEDRV-SUMMARY-LINE.
027500     05  FILLER                 PIC X(17) VALUE
027600             "EMPLOYEES READ : ".
027700     05  AGEDRV-SL-READ         PIC ZZZZZZZ9.
027800     05  FILLER                 PIC X(03) VALUE SPACES.
027900     05  FILLER                 PIC X(11) VALUE "REJECTED : ".
028000     05  AGEDRV-SL-REJECTED     PIC ZZZZZZZ9.
028100     05  FILLER                 PIC X(03) VALUE SPACES.
028200     05  FILLER                 PIC X(12) VALUE "CROSSINGS : ".
028300     05  AGEDRV-SL-CROSSINGS    PIC ZZZZZZZ9.
028400     05  FILLER                 PIC X(62) VALUE SPACES.
028500
028600 PROCEDURE DIVISION.
028700
028800 0000-MAINLINE.
028900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
029000     PERFORM 1200-LOAD-MILESTONES THRU 1200-EXIT.
029100     IF AGEDRV-MILE-COUNT = 0
029200         DISPLAY "AGEDRV - MILESTONE TABLE HAS NO USABLE ENTRY"
029300         CLOSE EMP-INPUT
029400         CLOSE AGE-REPORT
029500         CLOSE AGE-REJECTS
029600         MOVE 16 TO RETURN-CODE
029700         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
029800         STOP RUN
029900     END-IF.
030000     SORT SORT-FILE
030100         ON ASCENDING KEY SR-MILE-SUB SR-CROSS-DATE SR-EMP-ID
030200         INPUT  PROCEDURE IS 3000-RELEASE-CROSSINGS
030300                             THRU 3000-EXIT
030400         OUTPUT PROCEDURE IS 4000-WRITE-MILESTONES
030500                             THRU 4000-EXIT.
030600     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
030700     CLOSE EMP-INPUT.
030800     CLOSE AGE-REPORT.
030900     CLOSE AGE-REJECTS.
031000     IF AGEDRV-EMPS-REJECTED > 0 OR AGEDRV-MILES-REJECTED > 0
031100         MOVE 4 TO RETURN-CODE
031200     ELSE
031300         MOVE 0 TO RETURN-CODE
031400     END-IF.
031500     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
031600     STOP RUN.
031700
031800******************************************************************
031900*    1000-INITIALIZE
032000*    READS AND EDITS THE CONTROL CARD, THEN OPENS THE FILES.  A
032100*    BAD CARD ENDS THE RUN RC 16 BEFORE ANY OUTPUT IS WRITTEN; A
032200*    FILE THAT WILL NOT OPEN ENDS IT RC 12.
032300******************************************************************
032400 1000-INITIALIZE.
032500     ACCEPT AGEDRV-RUN-DATE FROM DATE YYYYMMDD.
032600     ACCEPT AGEDRV-RUN-TIME FROM TIME.
032700     ACCEPT AGEDRV-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
032800     IF AGEDRV-OPERATOR-ID = SPACES
032900         ACCEPT AGEDRV-OPERATOR-ID FROM ENVIRONMENT "USER"
033000     END-IF.
033100     IF AGEDRV-OPERATOR-ID = SPACES
033200         MOVE "UNKNOWN" TO AGEDRV-OPERATOR-ID
033300     END-IF.
033400     OPEN INPUT AGE-CONTROL.
033500     IF AGEDRV-CTL-STATUS <> "00"
033600         SET AGEDRV-CONTROL-BAD TO TRUE
033700     ELSE
033800         READ AGE-CONTROL
033900             AT END
034000                 SET AGEDRV-CONTROL-BAD TO TRUE
034100         END-READ
034200         CLOSE AGE-CONTROL
034300     END-IF.
034400     IF NOT AGEDRV-CONTROL-BAD
034500         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
034600     END-IF.
034700     IF AGEDRV-CONTROL-BAD
034800         DISPLAY "AGEDRV - CONTROL CARD MISSING OR INVALID"
034900         MOVE 16 TO RETURN-CODE
035000         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
035100         STOP RUN
035200     END-IF.
035300     OPEN INPUT  MILE-TABLE.
035400     OPEN INPUT  EMP-INPUT.
035500     OPEN OUTPUT AGE-REPORT.
035600     OPEN OUTPUT AGE-REJECTS.
035700     IF AGEDRV-MIL-STATUS <> "00" OR
035800        AGEDRV-EMP-STATUS <> "00" OR
035900        AGEDRV-RPT-STATUS <> "00" OR
036000        AGEDRV-REJ-STATUS <> "00"
036100         DISPLAY "AGEDRV - FILE OPEN FAILED, MILETAB STATUS "
036200             AGEDRV-MIL-STATUS " EMPFILE STATUS "
036300             AGEDRV-EMP-STATUS
036400         DISPLAY "AGEDRV - AGERPT STATUS " AGEDRV-RPT-STATUS
036500             " AGEREJ STATUS " AGEDRV-REJ-STATUS
036600         MOVE 12 TO RETURN-CODE
036700         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
036800         STOP RUN
036900     END-IF.
037000     MOVE AGEDRV-RUN-DATE   TO AGEDRV-H1-DATE.
037100     MOVE AGEDRV-AS-OF-DATE TO AGEDRV-H1-AS-OF.
037200     MOVE AGEDRV-PERIOD-END TO AGEDRV-H1-PERIOD-END.
037300     WRITE AGE-REPORT-RECORD FROM AGEDRV-HEADING-LINE.
037400     MOVE SPACES TO AGE-REPORT-RECORD.
037500     WRITE AGE-REPORT-RECORD.
037600 1000-EXIT.
037700     EXIT.
037800
037900******************************************************************
038000*    1100-EDIT-CONTROL-CARD
038100*    A BLANK AS-OF DATE IS THE RUN DATE; A BLANK PERIOD END IS
038200*    THIRTY CALENDAR DAYS ON.  BOTH MUST BE REAL DATES (DATEADD
038300*    WITH A ZERO SHIFT SCREENS THEM) AND THE PERIOD END MUST BE
038400*    AFTER THE AS-OF DATE.
038500******************************************************************
038600 1100-EDIT-CONTROL-CARD.
038700     IF CT-AS-OF-DATE = SPACES
038800         MOVE AGEDRV-RUN-DATE TO AGEDRV-AS-OF-DATE
038900     ELSE
039000         IF CT-AS-OF-DATE IS NUMERIC
039100             MOVE CT-AS-OF-DATE TO AGEDRV-AS-OF-DATE
039200         ELSE
039300             SET AGEDRV-CONTROL-BAD TO TRUE
039400             GO TO 1100-EXIT
039500         END-IF
039600     END-IF.
039700     MOVE AGEDRV-AS-OF-DATE TO DATEADD-DATE-IN.
039800     MOVE ZERO TO DATEADD-DAYS.
039900     CALL "DATEADD" USING DATEADD-PARM.
040000     IF NOT DATEADD-OK
040100         SET AGEDRV-CONTROL-BAD TO TRUE
040200         GO TO 1100-EXIT
040300     END-IF.
040400     IF CT-PERIOD-END = SPACES
040500         MOVE AGEDRV-DEFAULT-DAYS TO DATEADD-DAYS
040600     ELSE
040700         IF CT-PERIOD-END IS NUMERIC
040800             MOVE CT-PERIOD-END TO DATEADD-DATE-IN
040900         ELSE
041000             SET AGEDRV-CONTROL-BAD TO TRUE
041100             GO TO 1100-EXIT
041200         END-IF
041300     END-IF.
041400     CALL "DATEADD" USING DATEADD-PARM.
041500     IF NOT DATEADD-OK
041600         SET AGEDRV-CONTROL-BAD TO TRUE
041700         GO TO 1100-EXIT
041800     END-IF.
041900     MOVE DATEADD-DATE-OUT TO AGEDRV-PERIOD-END.
042000     IF AGEDRV-PERIOD-END NOT > AGEDRV-AS-OF-DATE
042100         SET AGEDRV-CONTROL-BAD TO TRUE
042200     END-IF.
042300 1100-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*    1200-LOAD-MILESTONES
042800*    READS THE WHOLE MILESTONE TABLE, SCREENING EACH ENTRY ONCE
042900*    SO A BAD ONE IS LISTED A SINGLE TIME RATHER THAN ONCE PER
043000*    EMPLOYEE.
043100******************************************************************
043200 1200-LOAD-MILESTONES.
043300     PERFORM 1210-READ-MILESTONE THRU 1210-EXIT.
043400     PERFORM 1220-EDIT-ONE-MILESTONE THRU 1220-EXIT
043500         UNTIL AGEDRV-END-OF-TABLE.
043600     CLOSE MILE-TABLE.
043700 1200-EXIT.
043800     EXIT.
043900
044000 1210-READ-MILESTONE.
044100     READ MILE-TABLE
044200         AT END
044300             SET AGEDRV-END-OF-TABLE TO TRUE
044400     END-READ.
044500 1210-EXIT.
044600     EXIT.
044700
044800 1220-EDIT-ONE-MILESTONE.
044900     IF MILE-TABLE-RECORD = SPACES
045000         GO TO 1220-NEXT
045100     END-IF.
045200     MOVE SPACES TO AGEDRV-BAD-FIELD.
045300     MOVE SPACES TO AGEDRV-REJECT-REASON.
045400     EVALUATE TRUE
045500         WHEN MT-CODE = SPACES
045600             MOVE "MT-CODE" TO AGEDRV-BAD-FIELD
045700             MOVE "MILESTONE CODE MISSING"
045800                 TO AGEDRV-REJECT-REASON
045900         WHEN NOT MT-AGE AND NOT MT-SERVICE
046000             MOVE "MT-BASIS" TO AGEDRV-BAD-FIELD
046100             MOVE "BASIS NOT A OR S" TO AGEDRV-REJECT-REASON
046200         WHEN MT-YEARS IS NOT NUMERIC
046300             MOVE "MT-YEARS" TO AGEDRV-BAD-FIELD
046400             MOVE "YEARS NOT 001 THROUGH 999"
046500                 TO AGEDRV-REJECT-REASON
046600         WHEN MT-YEARS-NUM = 0
046700             MOVE "MT-YEARS" TO AGEDRV-BAD-FIELD
046800             MOVE "YEARS NOT 001 THROUGH 999"
046900                 TO AGEDRV-REJECT-REASON
047000         WHEN AGEDRV-MILE-COUNT >= AGEDRV-MILE-MAX
047100             MOVE "MT-CODE" TO AGEDRV-BAD-FIELD
047200             MOVE "MILESTONE TABLE FULL" TO AGEDRV-REJECT-REASON
047300     END-EVALUATE.
047400     IF AGEDRV-BAD-FIELD NOT = SPACES
047500         MOVE MT-CODE TO AGEDRV-REJECT-KEY
047600         PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT
047700         ADD 1 TO AGEDRV-MILES-REJECTED
047800         GO TO 1220-NEXT
047900     END-IF.
048000     ADD 1 TO AGEDRV-MILE-COUNT.
048100     MOVE AGEDRV-MILE-COUNT TO AGEDRV-MILE-SUB.
048200     MOVE MT-CODE        TO AGEDRV-ML-CODE(AGEDRV-MILE-SUB).
048300     MOVE MT-BASIS       TO AGEDRV-ML-BASIS(AGEDRV-MILE-SUB).
048400     MOVE MT-YEARS-NUM   TO AGEDRV-ML-YEARS(AGEDRV-MILE-SUB).
048500     MOVE MT-DESCRIPTION TO AGEDRV-ML-DESC(AGEDRV-MILE-SUB).
048600     MOVE ZERO TO AGEDRV-ML-CROSSING(AGEDRV-MILE-SUB).
048700 1220-NEXT.
048800     PERFORM 1210-READ-MILESTONE THRU 1210-EXIT.
048900 1220-EXIT.
049000     EXIT.
049100
049200******************************************************************
049300*    3000-RELEASE-CROSSINGS
049400*    FEEDS THE SORT: EACH GOOD EMPLOYEE IS RUN AGAINST EVERY
049500*    MILESTONE AND ONE RECORD IS RELEASED PER CROSSING IN THE
049600*    PERIOD.
049700******************************************************************
049800 3000-RELEASE-CROSSINGS.
049900     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
050000     PERFORM 3150-PROCESS-ONE-EMPLOYEE THRU 3150-EXIT
050100         UNTIL AGEDRV-END-OF-INPUT.
050200 3000-EXIT.
050300     EXIT.
050400
050500 3100-READ-EMPLOYEE.
050600     READ EMP-INPUT
050700         AT END
050800             SET AGEDRV-END-OF-INPUT TO TRUE
050900     END-READ.
051000 3100-EXIT.
051100     EXIT.
051200
051300 3150-PROCESS-ONE-EMPLOYEE.
051400     ADD 1 TO AGEDRV-EMPS-READ.
051500     PERFORM 3200-EDIT-EMPLOYEE THRU 3200-EXIT.
051600     IF AGEDRV-RECORD-FAILED
051700         ADD 1 TO AGEDRV-EMPS-REJECTED
051800         GO TO 3150-NEXT
051900     END-IF.
052000     MOVE 1 TO AGEDRV-MILE-SUB.
052100     PERFORM 3300-CHECK-ONE-MILESTONE THRU 3300-EXIT
052200         UNTIL AGEDRV-MILE-SUB > AGEDRV-MILE-COUNT.
052300 3150-NEXT.
052400     PERFORM 3100-READ-EMPLOYEE THRU 3100-EXIT.
052500 3150-EXIT.
052600     EXIT.
052700
052800******************************************************************
052900*    3200-EDIT-EMPLOYEE
053000*    SCREENS THE RECORD BEFORE ANY MILESTONE IS TRIED.  THE DATES
053100*    AND THE ROLL RULE ARE PUT THROUGH AGECALC ITSELF, SO THE
053200*    LISTING REJECTS EXACTLY WHAT AGECALC WOULD.  A BIRTH DATE
053300*    AFTER THE AS-OF DATE, OR A HIRE DATE BEFORE THE BIRTH DATE,
053400*    IS A KEYING ERROR; A HIRE DATE AFTER THE AS-OF DATE IS A
053500*    FUTURE STARTER AND IS KEPT.
053600******************************************************************
053700 3200-EDIT-EMPLOYEE.
053800     MOVE "N" TO AGEDRV-REC-BAD-SW.
053900     MOVE SPACES TO AGEDRV-BAD-FIELD.
054000     MOVE SPACES TO AGEDRV-REJECT-REASON.
054100     EVALUATE TRUE
054200         WHEN EMP-ID = SPACES
054300             MOVE "EMP-ID" TO AGEDRV-BAD-FIELD
054400             MOVE "EMPLOYEE ID MISSING" TO AGEDRV-REJECT-REASON
054500         WHEN EMP-BIRTH-DATE IS NOT NUMERIC
054600             MOVE "BIRTH-DATE" TO AGEDRV-BAD-FIELD
054700             MOVE "NON-NUMERIC DATE VALUE"
054800                 TO AGEDRV-REJECT-REASON
054900         WHEN EMP-HIRE-DATE IS NOT NUMERIC
055000             MOVE "HIRE-DATE" TO AGEDRV-BAD-FIELD
055100             MOVE "NON-NUMERIC DATE VALUE"
055200                 TO AGEDRV-REJECT-REASON
055300     END-EVALUATE.
055400     IF AGEDRV-BAD-FIELD NOT = SPACES
055500         GO TO 3200-REJECT
055600     END-IF.
055700     MOVE EMP-BIRTH-DATE    TO AGECALC-FROM-DATE.
055800     MOVE AGEDRV-AS-OF-DATE TO AGECALC-TO-DATE.
055900     MOVE EMP-ROLL-RULE     TO AGECALC-ROLL-RULE.
056000     MOVE ZERO              TO AGECALC-TARGET-YEARS.
056100     CALL "AGECALC" USING AGECALC-PARM.
056200     EVALUATE TRUE
056300         WHEN AGECALC-BAD-RULE
056400             MOVE "ROLL-RULE" TO AGEDRV-BAD-FIELD
056500             MOVE "RULE NOT P OR N" TO AGEDRV-REJECT-REASON
056600         WHEN AGECALC-BAD-FROM-DATE
056700             MOVE "BIRTH-DATE" TO AGEDRV-BAD-FIELD
056800             MOVE "INVALID CALENDAR DATE"
056900                 TO AGEDRV-REJECT-REASON
057000         WHEN AGECALC-TO-BEFORE-FROM
057100             MOVE "BIRTH-DATE" TO AGEDRV-BAD-FIELD
057200             MOVE "BIRTH DATE AFTER AS-OF DATE"
057300                 TO AGEDRV-REJECT-REASON
057400     END-EVALUATE.
057500     IF AGEDRV-BAD-FIELD NOT = SPACES
057600         GO TO 3200-REJECT
057700     END-IF.
057800     MOVE EMP-HIRE-DATE     TO AGECALC-FROM-DATE.
057900     CALL "AGECALC" USING AGECALC-PARM.
058000     IF AGECALC-BAD-FROM-DATE
058100         MOVE "HIRE-DATE" TO AGEDRV-BAD-FIELD
058200         MOVE "INVALID CALENDAR DATE" TO AGEDRV-REJECT-REASON
058300         GO TO 3200-REJECT
058400     END-IF.
058500     IF EMP-HIRE-DATE < EMP-BIRTH-DATE
058600         MOVE "HIRE-DATE" TO AGEDRV-BAD-FIELD
058700         MOVE "HIRE DATE BEFORE BIRTH DATE"
058800             TO AGEDRV-REJECT-REASON
058900         GO TO 3200-REJECT
059000     END-IF.
059100     GO TO 3200-EXIT.
059200 3200-REJECT.
059300     SET AGEDRV-RECORD-FAILED TO TRUE.
059400     MOVE EMP-ID TO AGEDRV-REJECT-KEY.
059500     PERFORM 3900-WRITE-REJECT-LINE THRU 3900-EXIT.
059600 3200-EXIT.
059700     EXIT.
059800
059900******************************************************************
060000*    3300-CHECK-ONE-MILESTONE
060100*    ASKS AGECALC WHEN THE EMPLOYEE COMPLETES THE MILESTONE'S
060200*    YEARS, COUNTED FROM THE BIRTH OR HIRE DATE, AND RELEASES A
060300*    CROSSING THAT FALLS IN THE PERIOD.  THE YEARS, MONTHS AND
060400*    DAYS COMPLETED AT THE AS-OF DATE COME BACK ON THE SAME CALL
060500*    (ZERO FOR A FUTURE STARTER).
060600******************************************************************
060700 3300-CHECK-ONE-MILESTONE.
060800     IF AGEDRV-ML-BASIS(AGEDRV-MILE-SUB) = "A"
060900         MOVE EMP-BIRTH-DATE TO AGECALC-FROM-DATE
061000     ELSE
061100         MOVE EMP-HIRE-DATE  TO AGECALC-FROM-DATE
061200     END-IF.
061300     MOVE AGEDRV-AS-OF-DATE TO AGECALC-TO-DATE.
061400     MOVE EMP-ROLL-RULE     TO AGECALC-ROLL-RULE.
061500     MOVE AGEDRV-ML-YEARS(AGEDRV-MILE-SUB)
061600         TO AGECALC-TARGET-YEARS.
061700     CALL "AGECALC" USING AGECALC-PARM.
061800     IF AGECALC-TARGET-DATE = ZERO
061900         GO TO 3300-NEXT
062000     END-IF.
062100     IF AGECALC-TARGET-DATE NOT > AGEDRV-AS-OF-DATE OR
062200        AGECALC-TARGET-DATE > AGEDRV-PERIOD-END
062300         GO TO 3300-NEXT
062400     END-IF.
062500     MOVE AGEDRV-MILE-SUB     TO SR-MILE-SUB.
062600     MOVE AGECALC-TARGET-DATE TO SR-CROSS-DATE.
062700     MOVE EMP-ID              TO SR-EMP-ID.
062800     MOVE AGECALC-FROM-DATE   TO SR-BASE-DATE.
062900     MOVE AGECALC-YEARS       TO SR-YEARS.
063000     MOVE AGECALC-MONTHS      TO SR-MONTHS.
063100     MOVE AGECALC-DAYS        TO SR-DAYS.
063200     MOVE EMP-ROLL-RULE       TO SR-ROLL-RULE.
063300     RELEASE SORT-RECORD.
063400     ADD 1 TO AGEDRV-ML-CROSSING(AGEDRV-MILE-SUB).
063500     ADD 1 TO AGEDRV-CROSSINGS.
063600 3300-NEXT.
063700     ADD 1 TO AGEDRV-MILE-SUB.
063800 3300-EXIT.
063900     EXIT.
064000
064100 3900-WRITE-REJECT-LINE.
064200     MOVE AGEDRV-REJECT-KEY    TO AGEDRV-XL-KEY.
064300     MOVE AGEDRV-BAD-FIELD     TO AGEDRV-XL-FIELD.
064400     MOVE AGEDRV-REJECT-REASON TO AGEDRV-XL-REASON.
064500     WRITE AGE-REJECTS-RECORD FROM AGEDRV-REJECT-LINE.
064600 3900-EXIT.
064700     EXIT.
064800
064900******************************************************************
065000*    4000-WRITE-MILESTONES
065100*    TAKES THE CROSSINGS BACK IN MILESTONE AND DATE ORDER, WITH
065200*    A HEADING AT THE START OF EACH MILESTONE AND ITS COUNT AT
065300*    THE END.  MILESTONES NOBODY CROSSES APPEAR ONLY IN THE
065400*    TOTALS THAT FOLLOW.
065500******************************************************************
065600 4000-WRITE-MILESTONES.
065700     MOVE ZERO TO AGEDRV-PREV-MILE-SUB.
065800     PERFORM 4100-RETURN-CROSSING THRU 4100-EXIT.
065900     PERFORM 4200-WRITE-ONE-CROSSING THRU 4200-EXIT
066000         UNTIL AGEDRV-END-OF-SORT.
066100     IF AGEDRV-PREV-MILE-SUB NOT = ZERO
066200         PERFORM 4400-END-GROUP THRU 4400-EXIT
066300     END-IF.
066400 4000-EXIT.
066500     EXIT.
066600
066700 4100-RETURN-CROSSING.
066800     RETURN SORT-FILE
066900         AT END
067000             SET AGEDRV-END-OF-SORT TO TRUE
067100     END-RETURN.
067200 4100-EXIT.
067300     EXIT.
067400
067500 4200-WRITE-ONE-CROSSING.
067600     IF SR-MILE-SUB NOT = AGEDRV-PREV-MILE-SUB
067700         IF AGEDRV-PREV-MILE-SUB NOT = ZERO
067800             PERFORM 4400-END-GROUP THRU 4400-EXIT
067900         END-IF
068000         PERFORM 4300-START-GROUP THRU 4300-EXIT
068100     END-IF.
068200     MOVE SR-EMP-ID     TO AGEDRV-DL-EMP-ID.
068300     MOVE SR-BASE-DATE  TO AGEDRV-DL-BASE-DATE.
068400     MOVE SR-CROSS-DATE TO AGEDRV-DL-CROSS-DATE.
068500     MOVE SR-YEARS      TO AGEDRV-DL-YEARS.
068600     MOVE SR-MONTHS     TO AGEDRV-DL-MONTHS.
068700     MOVE SR-DAYS       TO AGEDRV-DL-DAYS.
068800     MOVE SR-ROLL-RULE  TO AGEDRV-DL-RULE.
068900     WRITE AGE-REPORT-RECORD FROM AGEDRV-DETAIL-LINE.
069000     ADD 1 TO AGEDRV-GROUP-COUNT.
069100     PERFORM 4100-RETURN-CROSSING THRU 4100-EXIT.
069200 4200-EXIT.
069300     EXIT.
069400
069500 4300-START-GROUP.
069600     MOVE SR-MILE-SUB TO AGEDRV-PREV-MILE-SUB.
069700     MOVE SR-MILE-SUB TO AGEDRV-MILE-SUB.
069800     MOVE ZERO TO AGEDRV-GROUP-COUNT.
069900     MOVE AGEDRV-ML-CODE(AGEDRV-MILE-SUB)  TO AGEDRV-MH-CODE.
070000     MOVE AGEDRV-ML-DESC(AGEDRV-MILE-SUB)  TO AGEDRV-MH-DESC.
070100     MOVE AGEDRV-ML-YEARS(AGEDRV-MILE-SUB) TO AGEDRV-MH-YEARS.
070200     IF AGEDRV-ML-BASIS(AGEDRV-MILE-SUB) = "A"
070300         MOVE "AGE"     TO AGEDRV-MH-BASIS
070400     ELSE
070500         MOVE "SERVICE" TO AGEDRV-MH-BASIS
070600     END-IF.
070700     WRITE AGE-REPORT-RECORD FROM AGEDRV-MILESTONE-LINE.
070800 4300-EXIT.
070900     EXIT.
071000
071100 4400-END-GROUP.
071200     MOVE AGEDRV-GROUP-COUNT TO AGEDRV-GL-COUNT.
071300     WRITE AGE-REPORT-RECORD FROM AGEDRV-GROUP-LINE.
071400     MOVE SPACES TO AGE-REPORT-RECORD.
071500     WRITE AGE-REPORT-RECORD.
071600 4400-EXIT.
071700     EXIT.
071800
071900******************************************************************
072000*    5000-WRITE-SUMMARY
072100*    ONE TOTAL PER MILESTONE, NOBODY-CROSSING INCLUDED, THEN THE
072200*    CONTROL COUNTS.
072300******************************************************************
072400 5000-WRITE-SUMMARY.
072500     MOVE 1 TO AGEDRV-MILE-SUB.
072600     PERFORM 5100-WRITE-ONE-TOTAL THRU 5100-EXIT
072700         UNTIL AGEDRV-MILE-SUB > AGEDRV-MILE-COUNT.
072800     MOVE SPACES TO AGE-REPORT-RECORD.
072900     WRITE AGE-REPORT-RECORD.
073000     MOVE AGEDRV-EMPS-READ     TO AGEDRV-SL-READ.
073100     MOVE AGEDRV-EMPS-REJECTED TO AGEDRV-SL-REJECTED.
073200     MOVE AGEDRV-CROSSINGS     TO AGEDRV-SL-CROSSINGS.
073300     WRITE AGE-REPORT-RECORD FROM AGEDRV-SUMMARY-LINE.
073400 5000-EXIT.
073500     EXIT.
073600
073700 5100-WRITE-ONE-TOTAL.
073800     MOVE AGEDRV-ML-CODE(AGEDRV-MILE-SUB) TO AGEDRV-TL-CODE.
073900     MOVE AGEDRV-ML-DESC(AGEDRV-MILE-SUB) TO AGEDRV-TL-DESC.
074000     MOVE AGEDRV-ML-CROSSING(AGEDRV-MILE-SUB)
074100         TO AGEDRV-TL-COUNT.
074200     WRITE AGE-REPORT-RECORD FROM AGEDRV-TOTAL-LINE.
074300     ADD 1 TO AGEDRV-MILE-SUB.
074400 5100-EXIT.
074500     EXIT.
074600
074700******************************************************************
074800*    9000-WRITE-RUN-STATS
074900*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET
075000*    FOR THE MONTH-END OPERATIONS SUMMARY.  BEST-EFFORT: A
075100*    RUNSTAT THAT WILL NOT OPEN IS REPORTED ON SYSOUT AND THE RUN
075200*    ENDS NORMALLY.
075300******************************************************************
075400 9000-WRITE-RUN-STATS.
075500     OPEN EXTEND RUN-STATS.
075600     IF AGEDRV-STAT-STATUS <> "00"
075700         OPEN OUTPUT RUN-STATS
075800     END-IF.
075900     IF AGEDRV-STAT-STATUS <> "00"
076000         DISPLAY "AGEDRV - RUNSTAT OPEN FAILED, STATUS "
076100             AGEDRV-STAT-STATUS
076200         GO TO 9000-EXIT
076300     END-IF.
076400     MOVE SPACES TO RUNSTAT-RECORD.
076500     MOVE "AGEDRV"             TO RUNSTAT-PROGRAM-ID.
076600     MOVE AGEDRV-RUN-DATE      TO RUNSTAT-RUN-DATE.
076700     MOVE AGEDRV-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
076800     MOVE AGEDRV-OPERATOR-ID   TO RUNSTAT-OPERATOR.
076900     MOVE AGEDRV-EMPS-READ     TO RUNSTAT-RECS-READ.
077000     COMPUTE RUNSTAT-RECS-ACCEPTED =
077100         AGEDRV-EMPS-READ - AGEDRV-EMPS-REJECTED.
077200     MOVE AGEDRV-EMPS-REJECTED TO RUNSTAT-RECS-REJECTED.
077300     MOVE RETURN-CODE          TO RUNSTAT-COND-CODE.
077400     SET RUNSTAT-FRESH-RUN TO TRUE.
077500     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
077600     CLOSE RUN-STATS.
077700 9000-EXIT.
077800     EXIT.
