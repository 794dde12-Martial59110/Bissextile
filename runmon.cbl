000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     RUNMON.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-13.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-13  MJM   INITIAL VERSION.  DAILY MISSED-RUN AND
001300*                      THRESHOLD MONITOR OVER THE SHARED RUNSTAT
001400*                      DATASET.  RUNRPT TELLS THE STEERING
001500*                      MEETING AT MONTH-END WHAT HAPPENED; THIS
001600*                      JOB TELLS THE ON-CALL ANALYST THE NEXT
001700*                      MORNING.  AN EXPECTED-SCHEDULE FILE
001800*                      (RUNSCHD) NAMES EACH PROGRAM, THE DAYS IT
001900*                      MUST RUN -- EVERY BUSINESS DAY OF A NAMED
002000*                      HOLIDAY CALENDAR, THE LAST BUSINESS DAY OF
002100*                      THE MONTH ONLY, OR SPECIFIC DATES -- ITS
002200*                      HIGHEST ACCEPTABLE REJECT RATE AND ITS
002300*                      HIGHEST ACCEPTABLE CONDITION CODE.  THE
002400*                      RUNSTAT RECORDS OF THE MONITORED DATE
002500*                      (YESTERDAY UNLESS THE CONTROL CARD SAYS
002600*                      OTHERWISE) ARE CHECKED AGAINST IT, AND
002700*                      MISSING, DUPLICATED, OVER-THRESHOLD AND
002800*                      RESTARTED RUNS ARE LISTED ON MONRPT.  ENDS
002900*                      RC 8 WHEN A RUN IS MISSING OR OVER A
003000*                      THRESHOLD, SO THE SCHEDULER PAGES; RC 4
003100*                      FOR DUPLICATES, RESTARTS, SCHEDULE ENTRIES
003200*                      IN ERROR OR UNPARSEABLE RUNSTAT RECORDS;
003300*                      RC 12 WHEN A FILE WILL NOT OPEN OR NO
003400*                      SCHEDULE ENTRY IS USABLE; RC 16 ON A BAD
003500*                      CONTROL CARD.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SPECIAL-NAMES.
004100     DECIMAL-POINT IS COMMA.
004200
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MON-CONTROL  ASSIGN TO MONCTL
004600                         ORGANIZATION IS LINE SEQUENTIAL
004700                         FILE STATUS IS RUNMON-CTL-STATUS.
004800     SELECT RUN-SCHEDULE ASSIGN TO RUNSCHD
004900                         ORGANIZATION IS LINE SEQUENTIAL
005000                         FILE STATUS IS RUNMON-SCH-STATUS.
005100     SELECT STAT-INPUT   ASSIGN TO RUNSTAT
005200                         ORGANIZATION IS LINE SEQUENTIAL
005300                         FILE STATUS IS RUNMON-IN-STATUS.
005400     SELECT MON-REPORT   ASSIGN TO MONRPT
005500                         ORGANIZATION IS LINE SEQUENTIAL
005600                         FILE STATUS IS RUNMON-RPT-STATUS.
005700     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005800                         ORGANIZATION IS LINE SEQUENTIAL
005900                         FILE STATUS IS RUNMON-STAT-STATUS.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300******************************************************************
006400*    CONTROL CARD: THE MONITORED DATE IN COLUMNS 1-8, BLANK FOR
006500*    YESTERDAY -- A RERUN AFTER A LONG WEEKEND NAMES THE DAY.
006600******************************************************************
006700 FD  MON-CONTROL
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  MON-CONTROL-RECORD.
007000     05  MC-MONITOR-DATE        PIC X(08).
007100     05  FILLER                 PIC X(72).
007200
007300******************************************************************
007400*    EXPECTED-SCHEDULE ENTRY.  RUN RULE B IS EVERY BUSINESS DAY
007500*    AND M THE LAST BUSINESS DAY OF THE MONTH, BOTH ON THE
007600*    HOLIDAY CALENDAR NAMED IN COLUMNS 10-12 (BLANK IS THE
007700*    DEFAULT CALENDAR); RULE D IS THE ONE DATE IN COLUMNS 19-26,
007800*    SO A PROGRAM RUN ON SPECIFIC DATES HAS ONE ENTRY PER DATE.
007900*    THE REJECT RATE IS A PERCENTAGE WITH ONE DECIMAL (0050 IS
008000*    5,0 PER CENT).  A PROGRAM LISTED MORE THAN ONCE IS HELD TO
008100*    THE THRESHOLDS OF ITS FIRST ENTRY.
008200******************************************************************
008300 FD  RUN-SCHEDULE
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  SCHEDULE-RECORD.
008600     05  SC-PROGRAM-ID          PIC X(08).
008700     05  SC-RUN-RULE            PIC X(01).
008800         88  SC-EVERY-BUSDAY    VALUE "B".
008900         88  SC-MONTH-END       VALUE "M".
009000         88  SC-SPECIFIC-DATE   VALUE "D".
009100     05  SC-CAL-ID              PIC X(03).
009200     05  SC-MAX-REJ-PCT         PIC X(04).
009300     05  SC-MAX-REJ-PCT-NUM REDEFINES SC-MAX-REJ-PCT
009400                                PIC 9(03)V9(01).
009500     05  SC-MAX-COND-CODE       PIC X(02).
009600     05  SC-MAX-COND-CODE-NUM REDEFINES SC-MAX-COND-CODE
009700                                PIC 9(02).
009800     05  SC-RUN-DATE            PIC X(08).
009900     05  FILLER                 PIC X(54).
010000
010100 FD  STAT-INPUT
010200     RECORD CONTAINS 80 CHARACTERS.
010300 01  STAT-INPUT-RECORD          PIC X(80).
010400
010500 FD  MON-REPORT
010600     RECORD CONTAINS 132 CHARACTERS.
010700 01  MON-REPORT-RECORD          PIC X(132).
010800
010900 FD  RUN-STATS
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  RUN-STATS-RECORD           PIC X(80).
011200
011300 WORKING-STORAGE SECTION.
011400 77  RUNMON-CTL-STATUS          PIC X(02) VALUE SPACES.
011500 77  RUNMON-SCH-STATUS          PIC X(02) VALUE SPACES.
011600 77  RUNMON-IN-STATUS           PIC X(02) VALUE SPACES.
011700 77  RUNMON-RPT-STATUS          PIC X(02) VALUE SPACES.
011800 77  RUNMON-STAT-STATUS         PIC X(02) VALUE SPACES.
011900 77  RUNMON-SCH-EOF-SW          PIC X(01) VALUE "N".
012000     88  RUNMON-END-OF-SCHEDULE VALUE "Y".
012100 77  RUNMON-IN-EOF-SW           PIC X(01) VALUE "N".
012200     88  RUNMON-END-OF-STATS    VALUE "Y".
012300 77  RUNMON-CTL-BAD-SW          PIC X(01) VALUE "N".
012400     88  RUNMON-CONTROL-BAD     VALUE "Y".
012500 77  RUNMON-RUN-DATE            PIC 9(08).
012600 77  RUNMON-RUN-TIME            PIC 9(08).
012700 77  RUNMON-OPERATOR-ID         PIC X(08) VALUE SPACES.
012800
012900******************************************************************
013000*    THE MONITORED DATE, THE CALENDAR DAY BEFORE IT (THE LOW END
013100*    OF THE ONE-DAY BUSDAY SPAN THAT TELLS WHETHER IT IS A
013200*    BUSINESS DAY) AND THE DUE TEST'S RESULT FOR ONE ENTRY.
013300******************************************************************
013400 77  RUNMON-MON-DATE            PIC 9(08).
013500 77  RUNMON-MON-PREV-DATE       PIC 9(08).
013600 77  RUNMON-DUE-SW              PIC X(01) VALUE "N".
013700     88  RUNMON-ENTRY-DUE       VALUE "Y".
013800 77  RUNMON-SCH-BAD-SW          PIC X(01) VALUE "N".
013900     88  RUNMON-ENTRY-BAD       VALUE "Y".
014000 77  RUNMON-REJECT-REASON       PIC X(30) VALUE SPACES.
014100
014200 77  RUNMON-SCH-READ            PIC 9(08) COMP VALUE ZERO.
014300 77  RUNMON-SCH-ERRORS          PIC 9(08) COMP VALUE ZERO.
014400 77  RUNMON-STATS-READ          PIC 9(08) COMP VALUE ZERO.
014500 77  RUNMON-STATS-ON-DATE       PIC 9(08) COMP VALUE ZERO.
014600 77  RUNMON-STATS-UNSCHEDULED   PIC 9(08) COMP VALUE ZERO.
014700 77  RUNMON-STATS-BAD           PIC 9(08) COMP VALUE ZERO.
014800 77  RUNMON-PGMS-DUE            PIC 9(08) COMP VALUE ZERO.
014900 77  RUNMON-PGMS-MISSING        PIC 9(08) COMP VALUE ZERO.
015000 77  RUNMON-PGMS-DUPLICATED     PIC 9(08) COMP VALUE ZERO.
015100 77  RUNMON-RUNS-OVER           PIC 9(08) COMP VALUE ZERO.
015200 77  RUNMON-RUNS-RESTARTED      PIC 9(08) COMP VALUE ZERO.
015300 77  RUNMON-PAGE-COUNT          PIC 9(08) COMP VALUE ZERO.
015400 77  RUNMON-REVIEW-COUNT        PIC 9(08) COMP VALUE ZERO.
015500 77  RUNMON-OVER-SW             PIC X(01) VALUE "N".
015600     88  RUNMON-RUN-OVER        VALUE "Y".
015700
015800******************************************************************
015900*    ONE ENTRY PER SCHEDULED PROGRAM: THRESHOLDS FROM ITS FIRST
016000*    SCHEDULE ENTRY, WHETHER ANY ENTRY MAKES IT DUE ON THE
016100*    MONITORED DATE (AND THE RULE AND CALENDAR OF THAT ENTRY,
016200*    FOR THE MISSING-RUN LINE), AND HOW MANY TIMES IT RAN.
016300******************************************************************
016400 77  RUNMON-PGM-MAX             PIC 9(02) COMP VALUE 50.
016500 77  RUNMON-PGM-COUNT           PIC 9(02) COMP VALUE ZERO.
016600 77  RUNMON-PGM-SUB             PIC 9(02) COMP.
016700 77  RUNMON-FIND-ID             PIC X(08).
016800 77  RUNMON-PGM-FOUND-SW        PIC X(01) VALUE "N".
016900     88  RUNMON-PGM-FOUND       VALUE "Y".
017000 01  RUNMON-PGM-TABLE.
017100     05  RUNMON-PGM-ENTRY       OCCURS 50 TIMES.
017200         10  RUNMON-PE-PROGRAM  PIC X(08).
017300         10  RUNMON-PE-RULE     PIC X(01).
017400         10  RUNMON-PE-CAL      PIC X(03).
017500         10  RUNMON-PE-MAX-REJ  PIC 9(03)V9(01).
017600         10  RUNMON-PE-MAX-CC   PIC 9(02).
017700         10  RUNMON-PE-DUE-SW   PIC X(01).
017800             88  RUNMON-PE-DUE  VALUE "Y".
017900         10  RUNMON-PE-RUNS     PIC 9(04) COMP.
018000 77  RUNMON-REJ-PCT             PIC 9(03)V9(01).
018100
018200******************************************************************
018300*    SHARED RUN-STATISTICS RECORD, PARSED FROM EACH STAT-INPUT
018400*    RECORD AS RUNRPT DOES, AND BUILT FOR THIS RUN'S OWN RECORD
018500*    -- SEE 9000-WRITE-RUN-STATS.
018600******************************************************************
018700 COPY RUNSTAT.
018800
018900******************************************************************
019000*    PARAMETERS FOR THE SHARED BUSDAY AND BUSADD SUBPROGRAMS,
019100*    WHICH ANSWER WHETHER THE MONITORED DATE IS A BUSINESS DAY
019200*    AND WHETHER IT IS THE LAST ONE OF ITS MONTH, AND FOR
019300*    DATEADD, WHICH FINDS YESTERDAY AND SCREENS DATES.
019400******************************************************************
019500 COPY BUSDPRM.
019600 COPY BUSAPRM.
019700 COPY DATEPRM.
019800
019900 01  RUNMON-HEADING-LINE.
020000     05  FILLER                 PIC X(30) VALUE
020100             "RUN MONITOR EXCEPTIONS".
020200     05  FILLER                 PIC X(16) VALUE
020300             "MONITOR DATE : ".
020400     05  RUNMON-H1-MON-DATE     PIC 9(08).
020500     05  FILLER                 PIC X(05) VALUE SPACES.
020600     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
020700     05  RUNMON-H1-DATE         PIC 9(08).
020800     05  FILLER                 PIC X(55) VALUE SPACES.
020900
021000 01  RUNMON-SECTION-LINE.
021100     05  RUNMON-SECTION-TEXT    PIC X(50).
021200     05  FILLER                 PIC X(82) VALUE SPACES.
021300
021400 01  RUNMON-SCHED-ERROR-LINE.
021500     05  FILLER                 PIC X(11) VALUE "SCHEDULE : ".
021600     05  RUNMON-SL-ENTRY        PIC X(26).
021700     05  FILLER                 PIC X(02) VALUE SPACES.
021800     05  FILLER                 PIC X(09) VALUE "REASON : ".
021900     05  RUNMON-SL-REASON       PIC X(30).
022000     05  FILLER                 PIC X(54) VALUE SPACES.
022100
022200 01  RUNMON-EXCEPTION-LINE.
022300     05  FILLER                 PIC X(06) VALUE "PGM : ".
022400     05  RUNMON-XL-PROGRAM      PIC X(08).
022500     05  FILLER                 PIC X(02) VALUE SPACES.
022600     05  FILLER                 PIC X(09) VALUE "ACTION : ".
022700     05  RUNMON-XL-ACTION       PIC X(06).
022800     05  FILLER                 PIC X(02) VALUE SPACES.
022900     05  FILLER                 PIC X(12) VALUE "EXCEPTION : ".
023000     05  RUNMON-XL-EXCEPTION    PIC X(14).
023100     05  FILLER                 PIC X(02) VALUE SPACES.
023200     05  FILLER                 PIC X(07) VALUE "TIME : ".
023300     05  RUNMON-XL-TIME         PIC X(06).
023400     05  FILLER                 PIC X(02) VALUE SPACES.
023500     05  FILLER                 PIC X(07) VALUE "OPER : ".
023600     05  RUNMON-XL-OPERATOR     PIC X(08).
023700     05  FILLER                 PIC X(02) VALUE SPACES.
023800     05  FILLER                 PIC X(09) VALUE "DETAIL : ".
023900     05  RUNMON-XL-DETAIL       PIC X(30).
024000
024100******************************************************************
024200*    THE DETAIL COLUMN OF AN EXCEPTION LINE, ONE VIEW PER KIND.
024300******************************************************************
024400 01  RUNMON-DETAIL-AREA         PIC X(30).
024500 01  RUNMON-RATE-DETAIL REDEFINES RUNMON-DETAIL-AREA.
024600     05  FILLER                 PIC X(04).
024700     05  RUNMON-RD-ACTUAL       PIC ZZ9,9.
024800     05  FILLER                 PIC X(07).
024900     05  RUNMON-RD-LIMIT        PIC ZZ9,9.
025000     05  FILLER                 PIC X(09).
025100 01  RUNMON-CC-DETAIL REDEFINES RUNMON-DETAIL-AREA.
025200     05  FILLER                 PIC X(03).
025300     05  RUNMON-CD-ACTUAL       PIC 9(02).
025400     05  FILLER                 PIC X(07).
025500     05  RUNMON-CD-LIMIT        PIC 9(02).
025600     05  FILLER                 PIC X(16).
025700 01  RUNMON-RULE-DETAIL REDEFINES RUNMON-DETAIL-AREA.
025800     05  FILLER                 PIC X(05).
025900     05  RUNMON-ND-RULE         PIC X(01).
026000     05  FILLER                 PIC X(05).
026100     05  RUNMON-ND-CAL          PIC X(03).
026200     05  FILLER                 PIC X(16).
026300 01  RUNMON-RUNS-DETAIL REDEFINES RUNMON-DETAIL-AREA.
026400     05  FILLER                 PIC X(15).
026500     05  RUNMON-UD-RUNS         PIC ZZZ9.
026600     05  FILLER                 PIC X(11).
026700
026800 01  RUNMON-SUMMARY-LINE-1.
026900     05  FILLER                 PIC X(12) VALUE "SCHEDULED : ".
027000     05  RUNMON-S1-SCHEDULED    PIC ZZZZZZZ9.
027100     05  FILLER                 PIC X(08) VALUE "  DUE : ".
027200     05  RUNMON-S1-DUE          PIC ZZZZZZZ9.
027300     05  FILLER                 PIC X(12) VALUE "  MISSING : ".
027400     05  RUNMON-S1-MISSING      PIC ZZZZZZZ9.
027500     05  FILLER                 PIC X(15) VALUE
027600             "  DUPLICATED : ".
027700     05  RUNMON-S1-DUPLICATED   PIC ZZZZZZZ9.
027800     05  FILLER                 PIC X(19) VALUE
027900             "  OVER THRESHOLD : ".
028000     05  RUNMON-S1-OVER         PIC ZZZZZZZ9.
028100     05  FILLER                 PIC X(14) VALUE
028200             "  RESTARTED : ".
028300     05  RUNMON-S1-RESTARTED    PIC ZZZZZZZ9.
028400     05  FILLER                 PIC X(04) VALUE SPACES.
028500
028600 01  RUNMON-SUMMARY-LINE-2.
028700     05  FILLER                 PIC X(15) VALUE
028800             "RUNSTAT READ : ".
028900     05  RUNMON-S2-READ         PIC ZZZZZZZ9.
029000     05  FILLER                 PIC X(12) VALUE "  ON DATE : ".
029100     05  RUNMON-S2-ON-DATE      PIC ZZZZZZZ9.
029200     05  FILLER                 PIC X(16) VALUE
029300             "  UNSCHEDULED : ".
029400     05  RUNMON-S2-UNSCHEDULED  PIC ZZZZZZZ9.
029500     05  FILLER                 PIC X(16) VALUE
029600             "  UNPARSEABLE : ".
029700     05  RUNMON-S2-BAD          PIC ZZZZZZZ9.
029800     05  FILLER                 PIC X(20) VALUE
029900             "  SCHEDULE ERRORS : ".
030000     05  RUNMON-S2-SCH-ERRORS   PIC ZZZZZZZ9.
030100     05  FILLER                 PIC X(13) VALUE SPACES.
030200
030300 01  RUNMON-VERDICT-LINE.
030400     05  RUNMON-VL-VERDICT      PIC X(60).
030500     05  FILLER                 PIC X(72) VALUE SPACES.
030600
030700 PROCEDURE DIVISION.
030800
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031100     PERFORM 2000-LOAD-SCHEDULE THRU 2000-EXIT.
031200     PERFORM 3000-SCAN-RUNSTAT THRU 3000-EXIT.
031300     PERFORM 4000-CHECK-EXPECTED THRU 4000-EXIT.
031400     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
031500     CLOSE MON-REPORT.
031600     EVALUATE TRUE
031700         WHEN RUNMON-PGM-COUNT = 0
031800             MOVE 12 TO RETURN-CODE
031900         WHEN RUNMON-PAGE-COUNT > 0
032000             MOVE 8 TO RETURN-CODE
032100         WHEN RUNMON-REVIEW-COUNT > 0 OR
032200              RUNMON-SCH-ERRORS > 0 OR
032300              RUNMON-STATS-BAD > 0
032400             MOVE 4 TO RETURN-CODE
032500         WHEN OTHER
032600             MOVE 0 TO RETURN-CODE
032700     END-EVALUATE.
032800     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
032900     STOP RUN.
033000
033100******************************************************************
033200*    1000-INITIALIZE
033300*    SETS THE MONITORED DATE FROM THE CONTROL CARD -- YESTERDAY
033400*    WHEN THE CARD IS BLANK -- AND OPENS THE FILES.  A MISSING
033500*    OR BAD CARD ENDS THE RUN RC 16, A FILE THAT WILL NOT OPEN
033600*    RC 12: A MONITOR THAT CANNOT SEE ITS INPUT MUST NOT END
033700*    QUIETLY.
033800******************************************************************
033900 1000-INITIALIZE.
034000     ACCEPT RUNMON-RUN-DATE FROM DATE YYYYMMDD.
034100     ACCEPT RUNMON-RUN-TIME FROM TIME.
034200     ACCEPT RUNMON-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
034300     IF RUNMON-OPERATOR-ID = SPACES
034400         ACCEPT RUNMON-OPERATOR-ID FROM ENVIRONMENT "USER"
034500     END-IF.
034600     IF RUNMON-OPERATOR-ID = SPACES
034700         MOVE "UNKNOWN" TO RUNMON-OPERATOR-ID
034800     END-IF.
034900     OPEN INPUT MON-CONTROL.
035000     IF RUNMON-CTL-STATUS <> "00"
035100         SET RUNMON-CONTROL-BAD TO TRUE
035200     ELSE
035300         READ MON-CONTROL
035400             AT END
035500                 SET RUNMON-CONTROL-BAD TO TRUE
035600         END-READ
035700         CLOSE MON-CONTROL
035800     END-IF.
035900     IF NOT RUNMON-CONTROL-BAD
036000         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
036100     END-IF.
036200     IF RUNMON-CONTROL-BAD
036300         DISPLAY "RUNMON - CONTROL CARD MISSING OR INVALID"
036400         MOVE 16 TO RETURN-CODE
036500         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
036600         STOP RUN
036700     END-IF.
036800     OPEN INPUT  RUN-SCHEDULE.
036900     OPEN INPUT  STAT-INPUT.
037000     OPEN OUTPUT MON-REPORT.
037100     IF RUNMON-SCH-STATUS <> "00" OR
037200        RUNMON-IN-STATUS  <> "00" OR
037300        RUNMON-RPT-STATUS <> "00"
037400         DISPLAY "RUNMON - FILE OPEN FAILED, RUNSCHD STATUS "
037500             RUNMON-SCH-STATUS " RUNSTAT STATUS "
037600             RUNMON-IN-STATUS " MONRPT STATUS "
037700             RUNMON-RPT-STATUS
037800         MOVE 12 TO RETURN-CODE
037810         IF RUNMON-IN-STATUS = "00"
037820             CLOSE STAT-INPUT
037830         END-IF
037900         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
038000         STOP RUN
038100     END-IF.
038200     MOVE RUNMON-MON-DATE TO RUNMON-H1-MON-DATE.
038300     MOVE RUNMON-RUN-DATE TO RUNMON-H1-DATE.
038400     WRITE MON-REPORT-RECORD FROM RUNMON-HEADING-LINE.
038500     MOVE SPACES TO MON-REPORT-RECORD.
038600     WRITE MON-REPORT-RECORD.
038700 1000-EXIT.
038800     EXIT.
038900
039000******************************************************************
039100*    1100-EDIT-CONTROL-CARD
039200*    A BLANK DATE MEANS YESTERDAY.  AN EXPLICIT DATE MUST BE A
039300*    REAL ONE.  THE DAY BEFORE THE MONITORED DATE IS KEPT FOR
039400*    THE BUSINESS-DAY TEST IN 2300-TEST-DUE.
039500******************************************************************
039600 1100-EDIT-CONTROL-CARD.
039700     IF MC-MONITOR-DATE = SPACES
039800         MOVE RUNMON-RUN-DATE TO DATEADD-DATE-IN
039900         MOVE -1 TO DATEADD-DAYS
040000         CALL "DATEADD" USING DATEADD-PARM
040100         IF NOT DATEADD-OK
040200             SET RUNMON-CONTROL-BAD TO TRUE
040300             GO TO 1100-EXIT
040400         END-IF
040500         MOVE DATEADD-DATE-OUT TO RUNMON-MON-DATE
040600     ELSE
040700         IF MC-MONITOR-DATE IS NOT NUMERIC
040800             SET RUNMON-CONTROL-BAD TO TRUE
040900             GO TO 1100-EXIT
041000         END-IF
041100         MOVE MC-MONITOR-DATE TO RUNMON-MON-DATE
041200     END-IF.
041300     MOVE RUNMON-MON-DATE TO DATEADD-DATE-IN.
041400     MOVE -1 TO DATEADD-DAYS.
041500     CALL "DATEADD" USING DATEADD-PARM.
041600     IF NOT DATEADD-OK
041700         SET RUNMON-CONTROL-BAD TO TRUE
041800         GO TO 1100-EXIT
041900     END-IF.
042000     MOVE DATEADD-DATE-OUT TO RUNMON-MON-PREV-DATE.
042100 1100-EXIT.
042200     EXIT.
042300
042400******************************************************************
042500*    2000-LOAD-SCHEDULE
042600*    EDITS EVERY SCHEDULE ENTRY, DECIDES WHETHER IT MAKES ITS
042700*    PROGRAM DUE ON THE MONITORED DATE, AND FOLDS IT INTO THE
042800*    PROGRAM TABLE.  AN ENTRY IN ERROR IS LISTED AND LEFT OUT --
042900*    ITS PROGRAM IS THEN NOT MONITORED ON THAT RULE, WHICH IS
043000*    WHY THE RUN ENDS AT LEAST RC 4.
043100******************************************************************
043200 2000-LOAD-SCHEDULE.
043300     MOVE "SCHEDULE ENTRIES IN ERROR" TO RUNMON-SECTION-TEXT.
043400     WRITE MON-REPORT-RECORD FROM RUNMON-SECTION-LINE.
043500     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
043600     PERFORM 2200-LOAD-ONE-ENTRY THRU 2200-EXIT
043700         UNTIL RUNMON-END-OF-SCHEDULE.
043800     CLOSE RUN-SCHEDULE.
043900     IF RUNMON-SCH-ERRORS = 0
044000         MOVE "NONE" TO RUNMON-SECTION-TEXT
044100         WRITE MON-REPORT-RECORD FROM RUNMON-SECTION-LINE
044200     END-IF.
044300     IF RUNMON-PGM-COUNT = 0
044400         MOVE "*** NO USABLE SCHEDULE ENTRY - NOTHING MONITORED"
044500             TO RUNMON-SECTION-TEXT
044600         WRITE MON-REPORT-RECORD FROM RUNMON-SECTION-LINE
044700     END-IF.
044800     MOVE SPACES TO MON-REPORT-RECORD.
044900     WRITE MON-REPORT-RECORD.
045000 2000-EXIT.
045100     EXIT.
045200
045300 2100-READ-SCHEDULE.
045400     READ RUN-SCHEDULE
045500         AT END
045600             SET RUNMON-END-OF-SCHEDULE TO TRUE
045700     END-READ.
045800 2100-EXIT.
045900     EXIT.
046000
046100 2200-LOAD-ONE-ENTRY.
046200     IF SCHEDULE-RECORD = SPACES
046300         GO TO 2200-NEXT
046400     END-IF.
046500     ADD 1 TO RUNMON-SCH-READ.
046600     MOVE "N" TO RUNMON-SCH-BAD-SW.
046700     MOVE "N" TO RUNMON-DUE-SW.
046800     EVALUATE TRUE
046900         WHEN SC-PROGRAM-ID = SPACES
047000             MOVE "PROGRAM ID MISSING" TO RUNMON-REJECT-REASON
047100             SET RUNMON-ENTRY-BAD TO TRUE
047200         WHEN NOT SC-EVERY-BUSDAY AND NOT SC-MONTH-END AND
047300              NOT SC-SPECIFIC-DATE
047400             MOVE "RUN RULE NOT B M OR D"
047500                 TO RUNMON-REJECT-REASON
047600             SET RUNMON-ENTRY-BAD TO TRUE
047700         WHEN SC-MAX-REJ-PCT IS NOT NUMERIC
047800             MOVE "REJECT RATE NOT NUMERIC"
047900                 TO RUNMON-REJECT-REASON
048000             SET RUNMON-ENTRY-BAD TO TRUE
048100         WHEN SC-MAX-COND-CODE IS NOT NUMERIC
048200             MOVE "COND CODE NOT NUMERIC"
048300                 TO RUNMON-REJECT-REASON
048400             SET RUNMON-ENTRY-BAD TO TRUE
048500     END-EVALUATE.
048600     IF NOT RUNMON-ENTRY-BAD
048700         PERFORM 2300-TEST-DUE THRU 2300-EXIT
048800     END-IF.
048900     IF RUNMON-ENTRY-BAD
049000         MOVE SCHEDULE-RECORD(1:26) TO RUNMON-SL-ENTRY
049100         MOVE RUNMON-REJECT-REASON  TO RUNMON-SL-REASON
049200         WRITE MON-REPORT-RECORD FROM RUNMON-SCHED-ERROR-LINE
049300         ADD 1 TO RUNMON-SCH-ERRORS
049400         GO TO 2200-NEXT
049500     END-IF.
049600     PERFORM 2400-ADD-TO-PROGRAM THRU 2400-EXIT.
049700 2200-NEXT.
049800     PERFORM 2100-READ-SCHEDULE THRU 2100-EXIT.
049900 2200-EXIT.
050000     EXIT.
050100
050200******************************************************************
050300*    2300-TEST-DUE
050400*    RULE D: DUE WHEN ITS DATE IS THE MONITORED DATE.  RULES B
050500*    AND M: THE MONITORED DATE IS A BUSINESS DAY OF THE ENTRY'S
050600*    CALENDAR WHEN BUSDAY COUNTS ONE BUSINESS DAY IN THE SPAN
050700*    FROM THE DAY BEFORE; FOR M IT MUST ALSO BE THE LAST ONE OF
050800*    ITS MONTH, I.E. THE NEXT BUSINESS DAY BUSADD FINDS FALLS IN
050900*    ANOTHER MONTH.  A CALENDAR BUSDAY CANNOT USE PUTS THE ENTRY
051000*    IN ERROR.
051100******************************************************************
051200 2300-TEST-DUE.
051300     IF SC-SPECIFIC-DATE
051400         IF SC-RUN-DATE IS NOT NUMERIC
051500             MOVE "RUN DATE INVALID" TO RUNMON-REJECT-REASON
051600             SET RUNMON-ENTRY-BAD TO TRUE
051700             GO TO 2300-EXIT
051800         END-IF
051900         MOVE SC-RUN-DATE TO DATEADD-DATE-IN
052000         MOVE ZERO TO DATEADD-DAYS
052100         CALL "DATEADD" USING DATEADD-PARM
052200         IF NOT DATEADD-OK
052300             MOVE "RUN DATE INVALID" TO RUNMON-REJECT-REASON
052400             SET RUNMON-ENTRY-BAD TO TRUE
052500             GO TO 2300-EXIT
052600         END-IF
052700         IF SC-RUN-DATE = RUNMON-MON-DATE
052800             SET RUNMON-ENTRY-DUE TO TRUE
052900         END-IF
053000         GO TO 2300-EXIT
053100     END-IF.
053200     MOVE RUNMON-MON-PREV-DATE TO BUSDAY-START-DATE.
053300     MOVE RUNMON-MON-DATE      TO BUSDAY-END-DATE.
053400     MOVE SC-CAL-ID            TO BUSDAY-CAL-ID.
053500     CALL "BUSDAY" USING BUSDAY-PARM.
053600     EVALUATE TRUE
053700         WHEN BUSDAY-OK
053800             CONTINUE
053900         WHEN BUSDAY-BAD-CAL-ID
054000             MOVE "CALENDAR NOT ON HOLIDAY FILE"
054100                 TO RUNMON-REJECT-REASON
054200         WHEN BUSDAY-BAD-CALENDAR
054300             MOVE "HOLIDAY FILE UNUSABLE"
054400                 TO RUNMON-REJECT-REASON
054500         WHEN OTHER
054600             MOVE "MONITOR DATE NOT USABLE"
054700                 TO RUNMON-REJECT-REASON
054800     END-EVALUATE.
054900     IF NOT BUSDAY-OK
055000         SET RUNMON-ENTRY-BAD TO TRUE
055100         GO TO 2300-EXIT
055200     END-IF.
055300     IF BUSDAY-DAY-COUNT NOT = 1
055400         GO TO 2300-EXIT
055500     END-IF.
055600     IF SC-EVERY-BUSDAY
055700         SET RUNMON-ENTRY-DUE TO TRUE
055800         GO TO 2300-EXIT
055900     END-IF.
056000     MOVE RUNMON-MON-DATE TO BUSADD-DATE-IN.
056100     MOVE 1               TO BUSADD-DAYS.
056200     MOVE SC-CAL-ID       TO BUSADD-CAL-ID.
056300     CALL "BUSADD" USING BUSADD-PARM.
056400     IF NOT BUSADD-OK
056500         MOVE "MONITOR DATE NOT USABLE" TO RUNMON-REJECT-REASON
056600         SET RUNMON-ENTRY-BAD TO TRUE
056700         GO TO 2300-EXIT
056800     END-IF.
056900     IF BUSADD-DATE-OUT(1:6) NOT = RUNMON-MON-DATE(1:6)
057000         SET RUNMON-ENTRY-DUE TO TRUE
057100     END-IF.
057200 2300-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    2400-ADD-TO-PROGRAM
057700*    FINDS OR CREATES THE PROGRAM'S ENTRY.  A NEW ENTRY TAKES
057800*    THIS ENTRY'S THRESHOLDS; A DUE ENTRY MARKS THE PROGRAM DUE
057900*    AND RECORDS ITS RULE AND CALENDAR FOR THE MISSING-RUN LINE.
058000******************************************************************
058100 2400-ADD-TO-PROGRAM.
058200     MOVE SC-PROGRAM-ID TO RUNMON-FIND-ID.
058300     PERFORM 2500-FIND-PROGRAM THRU 2500-EXIT.
058400     IF NOT RUNMON-PGM-FOUND
058500         IF RUNMON-PGM-COUNT >= RUNMON-PGM-MAX
058600             MOVE SCHEDULE-RECORD(1:26) TO RUNMON-SL-ENTRY
058700             MOVE "SCHEDULE TABLE FULL" TO RUNMON-SL-REASON
058800             WRITE MON-REPORT-RECORD
058900                 FROM RUNMON-SCHED-ERROR-LINE
059000             ADD 1 TO RUNMON-SCH-ERRORS
059100             GO TO 2400-EXIT
059200         END-IF
059300         ADD 1 TO RUNMON-PGM-COUNT
059400         MOVE RUNMON-PGM-COUNT TO RUNMON-PGM-SUB
059500         MOVE SC-PROGRAM-ID
059600             TO RUNMON-PE-PROGRAM(RUNMON-PGM-SUB)
059700         MOVE SC-RUN-RULE    TO RUNMON-PE-RULE(RUNMON-PGM-SUB)
059800         MOVE SC-CAL-ID      TO RUNMON-PE-CAL(RUNMON-PGM-SUB)
059900         MOVE SC-MAX-REJ-PCT-NUM
060000             TO RUNMON-PE-MAX-REJ(RUNMON-PGM-SUB)
060100         MOVE SC-MAX-COND-CODE-NUM
060200             TO RUNMON-PE-MAX-CC(RUNMON-PGM-SUB)
060300         MOVE "N" TO RUNMON-PE-DUE-SW(RUNMON-PGM-SUB)
060400         MOVE ZERO TO RUNMON-PE-RUNS(RUNMON-PGM-SUB)
060500     END-IF.
060600     IF RUNMON-ENTRY-DUE AND NOT RUNMON-PE-DUE(RUNMON-PGM-SUB)
060700         SET RUNMON-PE-DUE(RUNMON-PGM-SUB) TO TRUE
060800         MOVE SC-RUN-RULE TO RUNMON-PE-RULE(RUNMON-PGM-SUB)
060900         MOVE SC-CAL-ID   TO RUNMON-PE-CAL(RUNMON-PGM-SUB)
061000         ADD 1 TO RUNMON-PGMS-DUE
061100     END-IF.
061200 2400-EXIT.
061300     EXIT.
061400
061500 2500-FIND-PROGRAM.
061600     MOVE "N" TO RUNMON-PGM-FOUND-SW.
061700     MOVE 1 TO RUNMON-PGM-SUB.
061800     PERFORM 2510-MATCH-ONE-PROGRAM THRU 2510-EXIT
061900         UNTIL RUNMON-PGM-FOUND
062000         OR RUNMON-PGM-SUB > RUNMON-PGM-COUNT.
062100 2500-EXIT.
062200     EXIT.
062300
062400 2510-MATCH-ONE-PROGRAM.
062500     IF RUNMON-PE-PROGRAM(RUNMON-PGM-SUB) = RUNMON-FIND-ID
062600         SET RUNMON-PGM-FOUND TO TRUE
062700     ELSE
062800         ADD 1 TO RUNMON-PGM-SUB
062900     END-IF.
063000 2510-EXIT.
063100     EXIT.
063200
063300******************************************************************
063400*    3000-SCAN-RUNSTAT
063500*    READS THE WHOLE RUNSTAT DATASET AND CHECKS EVERY RUN OF A
063600*    SCHEDULED PROGRAM ON THE MONITORED DATE AGAINST THE
063700*    PROGRAM'S THRESHOLDS.  A RECORD WHOSE NUMERIC FIELDS DO NOT
063800*    PARSE IS COUNTED AND SKIPPED, AS IN RUNRPT.  RUNS OF
063900*    PROGRAMS NOT ON THE SCHEDULE ARE ONLY COUNTED.
064000******************************************************************
064100 3000-SCAN-RUNSTAT.
064200     MOVE "RUN EXCEPTIONS" TO RUNMON-SECTION-TEXT.
064300     WRITE MON-REPORT-RECORD FROM RUNMON-SECTION-LINE.
064400     PERFORM 3100-READ-STATS THRU 3100-EXIT.
064500     PERFORM 3200-CHECK-ONE-RUN THRU 3200-EXIT
064600         UNTIL RUNMON-END-OF-STATS.
064700     CLOSE STAT-INPUT.
064800 3000-EXIT.
064900     EXIT.
065000
065100 3100-READ-STATS.
065200     READ STAT-INPUT
065300         AT END
065400             SET RUNMON-END-OF-STATS TO TRUE
065500     END-READ.
065600 3100-EXIT.
065700     EXIT.
065800
065900 3200-CHECK-ONE-RUN.
066000     ADD 1 TO RUNMON-STATS-READ.
066100     MOVE STAT-INPUT-RECORD TO RUNSTAT-RECORD.
066200     IF RUNSTAT-RUN-DATE IS NOT NUMERIC OR
066300        RUNSTAT-RECS-READ IS NOT NUMERIC OR
066400        RUNSTAT-RECS-ACCEPTED IS NOT NUMERIC OR
066500        RUNSTAT-RECS-REJECTED IS NOT NUMERIC OR
066600        RUNSTAT-COND-CODE IS NOT NUMERIC
066700         ADD 1 TO RUNMON-STATS-BAD
066800         GO TO 3200-NEXT
066900     END-IF.
067000     IF RUNSTAT-RUN-DATE NOT = RUNMON-MON-DATE
067100         GO TO 3200-NEXT
067200     END-IF.
067300     ADD 1 TO RUNMON-STATS-ON-DATE.
067400     MOVE RUNSTAT-PROGRAM-ID TO RUNMON-FIND-ID.
067500     PERFORM 2500-FIND-PROGRAM THRU 2500-EXIT.
067600     IF NOT RUNMON-PGM-FOUND
067700         ADD 1 TO RUNMON-STATS-UNSCHEDULED
067800         GO TO 3200-NEXT
067900     END-IF.
068000     ADD 1 TO RUNMON-PE-RUNS(RUNMON-PGM-SUB).
068100     PERFORM 3300-CHECK-THRESHOLDS THRU 3300-EXIT.
068200 3200-NEXT.
068300     PERFORM 3100-READ-STATS THRU 3100-EXIT.
068400 3200-EXIT.
068500     EXIT.
068600
068700******************************************************************
068800*    3300-CHECK-THRESHOLDS
068900*    THE REJECT RATE IS REJECTED OVER READ, AS RUNRPT REPORTS
069000*    IT; A RUN THAT READ NOTHING HAS NO RATE.  A RATE OR A
069100*    CONDITION CODE OVER THE PROGRAM'S LIMIT PAGES; A RESTART
069200*    IS LISTED FOR REVIEW.
069300******************************************************************
069400 3300-CHECK-THRESHOLDS.
069500     MOVE "N" TO RUNMON-OVER-SW.
069600     MOVE ZERO TO RUNMON-REJ-PCT.
069700     IF RUNSTAT-RECS-READ > 0
069800         COMPUTE RUNMON-REJ-PCT ROUNDED =
069900             RUNSTAT-RECS-REJECTED * 100 / RUNSTAT-RECS-READ
070000             ON SIZE ERROR
070100                 MOVE 999,9 TO RUNMON-REJ-PCT
070200         END-COMPUTE
070300     END-IF.
070400     IF RUNMON-REJ-PCT > RUNMON-PE-MAX-REJ(RUNMON-PGM-SUB)
070500         MOVE SPACES TO RUNMON-DETAIL-AREA
070600         MOVE "PCT " TO RUNMON-DETAIL-AREA(1:4)
070700         MOVE RUNMON-REJ-PCT TO RUNMON-RD-ACTUAL
070800         MOVE " LIMIT " TO RUNMON-DETAIL-AREA(10:7)
070900         MOVE RUNMON-PE-MAX-REJ(RUNMON-PGM-SUB)
071000             TO RUNMON-RD-LIMIT
071100         MOVE "REJECT RATE" TO RUNMON-XL-EXCEPTION
071200         PERFORM 3400-WRITE-RUN-PAGE THRU 3400-EXIT
071300     END-IF.
071400     IF RUNSTAT-COND-CODE > RUNMON-PE-MAX-CC(RUNMON-PGM-SUB)
071500         MOVE SPACES TO RUNMON-DETAIL-AREA
071600         MOVE "RC " TO RUNMON-DETAIL-AREA(1:3)
071700         MOVE RUNSTAT-COND-CODE TO RUNMON-CD-ACTUAL
071800         MOVE " LIMIT " TO RUNMON-DETAIL-AREA(6:7)
071900         MOVE RUNMON-PE-MAX-CC(RUNMON-PGM-SUB)
072000             TO RUNMON-CD-LIMIT
072100         MOVE "COND CODE" TO RUNMON-XL-EXCEPTION
072200         PERFORM 3400-WRITE-RUN-PAGE THRU 3400-EXIT
072300     END-IF.
072400     IF RUNMON-RUN-OVER
072500         ADD 1 TO RUNMON-RUNS-OVER
072600     END-IF.
072700     IF RUNSTAT-RESTARTED
072800         MOVE "RESTART FLAG SET ON RUNSTAT"
072900             TO RUNMON-DETAIL-AREA
073000         MOVE "RESTARTED RUN" TO RUNMON-XL-EXCEPTION
073100         MOVE "REVIEW" TO RUNMON-XL-ACTION
073200         PERFORM 3500-WRITE-RUN-LINE THRU 3500-EXIT
073300         ADD 1 TO RUNMON-REVIEW-COUNT
073400         ADD 1 TO RUNMON-RUNS-RESTARTED
073500     END-IF.
073600 3300-EXIT.
073700     EXIT.
073800
073900 3400-WRITE-RUN-PAGE.
074000     MOVE "PAGE" TO RUNMON-XL-ACTION.
074100     PERFORM 3500-WRITE-RUN-LINE THRU 3500-EXIT.
074200     ADD 1 TO RUNMON-PAGE-COUNT.
074300     SET RUNMON-RUN-OVER TO TRUE.
074400 3400-EXIT.
074500     EXIT.
074600
074700 3500-WRITE-RUN-LINE.
074800     MOVE RUNSTAT-PROGRAM-ID TO RUNMON-XL-PROGRAM.
074900     MOVE RUNSTAT-RUN-TIME   TO RUNMON-XL-TIME.
075000     MOVE RUNSTAT-OPERATOR   TO RUNMON-XL-OPERATOR.
075100     MOVE RUNMON-DETAIL-AREA TO RUNMON-XL-DETAIL.
075200     WRITE MON-REPORT-RECORD FROM RUNMON-EXCEPTION-LINE.
075300 3500-EXIT.
075400     EXIT.
075500
075600******************************************************************
075700*    4000-CHECK-EXPECTED
075800*    ONE PASS OVER THE PROGRAM TABLE: A PROGRAM DUE ON THE
075900*    MONITORED DATE THAT NEVER RAN PAGES; ANY PROGRAM THAT RAN
076000*    MORE THAN ONCE IS LISTED FOR REVIEW (A RESTART AFTER A
076100*    FAILED RUN SHOWS HERE TOO).
076200******************************************************************
076300 4000-CHECK-EXPECTED.
076400     MOVE 1 TO RUNMON-PGM-SUB.
076500     PERFORM 4100-CHECK-ONE-PROGRAM THRU 4100-EXIT
076600         UNTIL RUNMON-PGM-SUB > RUNMON-PGM-COUNT.
076700     IF RUNMON-PAGE-COUNT = 0 AND RUNMON-REVIEW-COUNT = 0
076800         MOVE "NONE" TO RUNMON-SECTION-TEXT
076900         WRITE MON-REPORT-RECORD FROM RUNMON-SECTION-LINE
077000     END-IF.
077100 4000-EXIT.
077200     EXIT.
077300
077400 4100-CHECK-ONE-PROGRAM.
077500     MOVE RUNMON-PE-PROGRAM(RUNMON-PGM-SUB) TO RUNMON-XL-PROGRAM.
077600     MOVE SPACES TO RUNMON-XL-TIME.
077700     MOVE SPACES TO RUNMON-XL-OPERATOR.
077800     IF RUNMON-PE-DUE(RUNMON-PGM-SUB) AND
077900        RUNMON-PE-RUNS(RUNMON-PGM-SUB) = 0
078000         MOVE SPACES TO RUNMON-DETAIL-AREA
078100         MOVE "RULE " TO RUNMON-DETAIL-AREA(1:5)
078200         MOVE RUNMON-PE-RULE(RUNMON-PGM-SUB) TO RUNMON-ND-RULE
078300         MOVE " CAL " TO RUNMON-DETAIL-AREA(7:5)
078400         MOVE RUNMON-PE-CAL(RUNMON-PGM-SUB)  TO RUNMON-ND-CAL
078500         MOVE RUNMON-DETAIL-AREA TO RUNMON-XL-DETAIL
078600         MOVE "PAGE" TO RUNMON-XL-ACTION
078700         MOVE "MISSING RUN" TO RUNMON-XL-EXCEPTION
078800         WRITE MON-REPORT-RECORD FROM RUNMON-EXCEPTION-LINE
078900         ADD 1 TO RUNMON-PAGE-COUNT
079000         ADD 1 TO RUNMON-PGMS-MISSING
079100     END-IF.
079200     IF RUNMON-PE-RUNS(RUNMON-PGM-SUB) > 1
079300         MOVE SPACES TO RUNMON-DETAIL-AREA
079400         MOVE "RUNS ON DATE : " TO RUNMON-DETAIL-AREA(1:15)
079500         MOVE RUNMON-PE-RUNS(RUNMON-PGM-SUB) TO RUNMON-UD-RUNS
079600         MOVE RUNMON-DETAIL-AREA TO RUNMON-XL-DETAIL
079700         MOVE "REVIEW" TO RUNMON-XL-ACTION
079800         MOVE "DUPLICATE RUN" TO RUNMON-XL-EXCEPTION
079900         WRITE MON-REPORT-RECORD FROM RUNMON-EXCEPTION-LINE
080000         ADD 1 TO RUNMON-REVIEW-COUNT
080100         ADD 1 TO RUNMON-PGMS-DUPLICATED
080200     END-IF.
080300     ADD 1 TO RUNMON-PGM-SUB.
080400 4100-EXIT.
080500     EXIT.
080600
080700******************************************************************
080800*    5000-WRITE-SUMMARY
080900*    TRAILING COUNTS AND THE VERDICT THE ON-CALL ANALYST READS
081000*    FIRST.
081100******************************************************************
081200 5000-WRITE-SUMMARY.
081300     MOVE SPACES TO MON-REPORT-RECORD.
081400     WRITE MON-REPORT-RECORD.
081500     MOVE RUNMON-PGM-COUNT         TO RUNMON-S1-SCHEDULED.
081600     MOVE RUNMON-PGMS-DUE          TO RUNMON-S1-DUE.
081700     MOVE RUNMON-PGMS-MISSING      TO RUNMON-S1-MISSING.
081800     MOVE RUNMON-PGMS-DUPLICATED   TO RUNMON-S1-DUPLICATED.
081900     MOVE RUNMON-RUNS-OVER         TO RUNMON-S1-OVER.
082000     MOVE RUNMON-RUNS-RESTARTED    TO RUNMON-S1-RESTARTED.
082100     WRITE MON-REPORT-RECORD FROM RUNMON-SUMMARY-LINE-1.
082200     MOVE RUNMON-STATS-READ        TO RUNMON-S2-READ.
082300     MOVE RUNMON-STATS-ON-DATE     TO RUNMON-S2-ON-DATE.
082400     MOVE RUNMON-STATS-UNSCHEDULED TO RUNMON-S2-UNSCHEDULED.
082500     MOVE RUNMON-STATS-BAD         TO RUNMON-S2-BAD.
082600     MOVE RUNMON-SCH-ERRORS        TO RUNMON-S2-SCH-ERRORS.
082700     WRITE MON-REPORT-RECORD FROM RUNMON-SUMMARY-LINE-2.
082800     EVALUATE TRUE
082900         WHEN RUNMON-PGM-COUNT = 0
083000             MOVE "*** NO USABLE SCHEDULE - FIX RUNSCHD ***"
083100                 TO RUNMON-VL-VERDICT
083200         WHEN RUNMON-PAGE-COUNT > 0
083300             MOVE "*** MISSING OR OVER-THRESHOLD RUNS - PAGE ***"
083400                 TO RUNMON-VL-VERDICT
083500         WHEN RUNMON-REVIEW-COUNT > 0 OR
083600              RUNMON-SCH-ERRORS > 0 OR
083700              RUNMON-STATS-BAD > 0
083800             MOVE "EXCEPTIONS LISTED - REVIEW THIS MORNING"
083900                 TO RUNMON-VL-VERDICT
084000         WHEN OTHER
084100             MOVE "ALL SCHEDULED RUNS PRESENT AND WITHIN LIMITS"
084200                 TO RUNMON-VL-VERDICT
084300     END-EVALUATE.
084400     WRITE MON-REPORT-RECORD FROM RUNMON-VERDICT-LINE.
084500 5000-EXIT.
084600     EXIT.
084700
084800******************************************************************
084900*    9000-WRITE-RUN-STATS
085000*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
085100*    AFTER THE SCAN HAS CLOSED IT: RUNSTAT RECORDS READ, RECORDS
085200*    PARSED, AND THE UNPARSEABLE ONES AS REJECTED.  BEST-EFFORT:
085300*    A RUNSTAT THAT WILL NOT OPEN IS REPORTED ON SYSOUT AND THE
085400*    RUN ENDS WITH ITS OWN CONDITION CODE.
085500******************************************************************
085600 9000-WRITE-RUN-STATS.
085700     OPEN EXTEND RUN-STATS.
085800     IF RUNMON-STAT-STATUS <> "00"
085900         OPEN OUTPUT RUN-STATS
086000     END-IF.
086100     IF RUNMON-STAT-STATUS <> "00"
086200         DISPLAY "RUNMON - RUNSTAT OPEN FAILED, STATUS "
086300             RUNMON-STAT-STATUS
086400         GO TO 9000-EXIT
086500     END-IF.
086600     MOVE SPACES TO RUNSTAT-RECORD.
086700     MOVE "RUNMON"             TO RUNSTAT-PROGRAM-ID.
086800     MOVE RUNMON-RUN-DATE      TO RUNSTAT-RUN-DATE.
086900     MOVE RUNMON-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
087000     MOVE RUNMON-OPERATOR-ID   TO RUNSTAT-OPERATOR.
087100     MOVE RUNMON-STATS-READ    TO RUNSTAT-RECS-READ.
087200     COMPUTE RUNSTAT-RECS-ACCEPTED =
087300         RUNMON-STATS-READ - RUNMON-STATS-BAD.
087400     MOVE RUNMON-STATS-BAD     TO RUNSTAT-RECS-REJECTED.
087500     MOVE RETURN-CODE          TO RUNSTAT-COND-CODE.
087600     SET RUNSTAT-FRESH-RUN TO TRUE.
087700     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
087800     CLOSE RUN-STATS.
087900 9000-EXIT.
088000     EXIT.
