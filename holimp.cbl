000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HOLIMP.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-11.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-11  MJM   INITIAL VERSION.  HOLIDAY-CHANGE IMPACT
001300*                      ANALYSIS FOR THE SETTLEMENT DESK.  COMPARES
001400*                      THE CURRENT HOLIDAY FILE (HOLOLD) WITH ITS
001500*                      REPLACEMENT (HOLNEW) AND LISTS THE DATES
001600*                      ADDED AND REMOVED IN EACH CALENDAR, THEN
001700*                      READS THE SETREG SETTLEMENT REGISTER DAYDRV
001800*                      KEEPS AND RECOMPUTES EACH OPEN ENTRY (VALUE
001900*                      DATE ON OR AFTER THE AS-OF DATE) WHOSE SPAN
002000*                      COVERS A CHANGED DATE IN ITS OWN CALENDAR,
002100*                      THROUGH BUSADD OR BUSDAY AGAINST THE NEW
002200*                      FILE.  EACH ENTRY WHOSE VALUE DATE (BASIS
002300*                      S) OR BUSINESS-DAY COUNT (BASIS B) WOULD
002400*                      CHANGE IS LISTED OLD AGAINST NEW SO THE
002500*                      SETTLEMENTS CAN BE RE-INSTRUCTED BEFORE
002600*                      THEY FAIL.  THE REGISTER IS ONLY READ;
002700*                      DAYDRV REWRITES AN ENTRY WHEN ITS REQUEST
002800*                      IS RUN AGAIN.  ENDS RC 0 NOTHING AFFECTED,
002900*                      4 ENTRIES AFFECTED, 8 AN ENTRY COULD NOT
003000*                      BE RECOMPUTED, 12 A FILE WOULD NOT OPEN OR
003100*                      A HOLIDAY FILE IS UNUSABLE, 16 ON A BAD
003200*                      CONTROL CARD.
003300******************************************************************
003400
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SPECIAL-NAMES.
003800     DECIMAL-POINT IS COMMA.
003900
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT IMPACT-CONTROL ASSIGN TO IMPCTL
004300                         ORGANIZATION IS LINE SEQUENTIAL
004400                         FILE STATUS IS HOLIMP-CTL-STATUS.
004500     SELECT OLD-HOLIDAYS ASSIGN TO HOLOLD
004600                         ORGANIZATION IS LINE SEQUENTIAL
004700                         FILE STATUS IS HOLIMP-OLD-STATUS.
004800     SELECT NEW-HOLIDAYS ASSIGN TO HOLNEW
004900                         ORGANIZATION IS LINE SEQUENTIAL
005000                         FILE STATUS IS HOLIMP-NEW-STATUS.
005100     SELECT SETTLE-REGISTER ASSIGN TO SETREG
005200                         ORGANIZATION IS INDEXED
005300                         ACCESS MODE IS SEQUENTIAL
005400                         RECORD KEY IS SETREG-KEY
005500                         FILE STATUS IS HOLIMP-REG-STATUS.
005600     SELECT IMPACT-REPORT ASSIGN TO IMPRPT
005700                         ORGANIZATION IS LINE SEQUENTIAL
005800                         FILE STATUS IS HOLIMP-RPT-STATUS.
005900     SELECT RUN-STATS    ASSIGN TO RUNSTAT
006000                         ORGANIZATION IS LINE SEQUENTIAL
006100                         FILE STATUS IS HOLIMP-STAT-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500******************************************************************
006600*    CONTROL CARD: AS-OF DATE IN COLUMNS 1-8, BLANK FOR THE RUN
006700*    DATE.  AN ENTRY WHOSE VALUE DATE IS BEFORE IT HAS SETTLED
006800*    AND IS LEFT ALONE.
006900******************************************************************
007000 FD  IMPACT-CONTROL
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  IMPACT-CONTROL-RECORD.
007300     05  CT-AS-OF-DATE          PIC X(08).
007400     05  FILLER                 PIC X(72).
007500
007600 FD  OLD-HOLIDAYS
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  OLD-HOLIDAY-RECORD         PIC X(80).
007900
008000 FD  NEW-HOLIDAYS
008100     RECORD CONTAINS 80 CHARACTERS.
008200 01  NEW-HOLIDAY-RECORD         PIC X(80).
008300
008400 FD  SETTLE-REGISTER
008500     RECORD CONTAINS 60 CHARACTERS.
008600 COPY SETREG.
008700
008800 FD  IMPACT-REPORT
008900     RECORD CONTAINS 132 CHARACTERS.
009000 01  IMPACT-REPORT-RECORD       PIC X(132).
009100
009200 FD  RUN-STATS
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  RUN-STATS-RECORD           PIC X(80).
009500
009600 WORKING-STORAGE SECTION.
009700 77  HOLIMP-CTL-STATUS          PIC X(02) VALUE SPACES.
009800 77  HOLIMP-OLD-STATUS          PIC X(02) VALUE SPACES.
009900 77  HOLIMP-NEW-STATUS          PIC X(02) VALUE SPACES.
010000 77  HOLIMP-REG-STATUS          PIC X(02) VALUE SPACES.
010100 77  HOLIMP-RPT-STATUS          PIC X(02) VALUE SPACES.
010200 77  HOLIMP-STAT-STATUS         PIC X(02) VALUE SPACES.
010300 77  HOLIMP-HOL-EOF-SW          PIC X(01) VALUE "N".
010400     88  HOLIMP-HOL-EOF         VALUE "Y".
010500 77  HOLIMP-REG-EOF-SW          PIC X(01) VALUE "N".
010600     88  HOLIMP-END-OF-REGISTER VALUE "Y".
010700 77  HOLIMP-CTL-BAD-SW          PIC X(01) VALUE "N".
010800     88  HOLIMP-CONTROL-BAD     VALUE "Y".
010900 77  HOLIMP-CAL-BAD-SW          PIC X(01) VALUE "N".
011000     88  HOLIMP-CALENDAR-BAD    VALUE "Y".
011100 77  HOLIMP-COVER-SW            PIC X(01) VALUE "N".
011200     88  HOLIMP-SPAN-COVERED    VALUE "Y".
011300 77  HOLIMP-BACKWARD-SW         PIC X(01) VALUE "N".
011400     88  HOLIMP-BACKWARD-SPAN   VALUE "Y".
011500 77  HOLIMP-RUN-DATE            PIC 9(08).
011600 77  HOLIMP-RUN-TIME            PIC 9(08).
011700 77  HOLIMP-OPERATOR-ID         PIC X(08) VALUE SPACES.
011800 77  HOLIMP-AS-OF-DATE          PIC 9(08).
011900
012000 77  HOLIMP-DATES-ADDED         PIC 9(08) COMP VALUE ZERO.
012100 77  HOLIMP-DATES-REMOVED       PIC 9(08) COMP VALUE ZERO.
012200 77  HOLIMP-ENTRIES-READ        PIC 9(08) COMP VALUE ZERO.
012300 77  HOLIMP-ENTRIES-OPEN        PIC 9(08) COMP VALUE ZERO.
012400 77  HOLIMP-ENTRIES-RECOMPUTED  PIC 9(08) COMP VALUE ZERO.
012500 77  HOLIMP-ENTRIES-IMPACTED    PIC 9(08) COMP VALUE ZERO.
012600 77  HOLIMP-ENTRIES-IN-ERROR    PIC 9(08) COMP VALUE ZERO.
012700
012800******************************************************************
012900*    THE HOLIDAY RECORD, COPIED HERE FROM WHICHEVER FILE IS BEING
013000*    LOADED -- THE SAME LAYOUT BUSDAY READS.
013100******************************************************************
013200 01  HOLIMP-HOL-RECORD.
013300     05  HOLIMP-HOL-KEY.
013400         10  HOLIMP-HOL-DATE    PIC X(08).
013500         10  HOLIMP-HOL-CAL     PIC X(03).
013600     05  FILLER                 PIC X(69).
013700
013800******************************************************************
013900*    THE TWO CALENDARS, SET 1 THE OLD FILE AND SET 2 THE NEW,
014000*    EACH HELD IN CALENDAR-CODE AND DATE ORDER WITH DUPLICATES
014100*    DROPPED SO THEY CAN BE COMPARED IN ONE MERGE PASS.  500
014200*    ENTRIES A SET IS BUSDAY'S OWN LIMIT; A FILE BUSDAY WOULD
014300*    REFUSE IS REFUSED HERE TOO.
014400******************************************************************
014500 77  HOLIMP-SET-MAX             PIC 9(04) COMP VALUE 500.
014600 77  HOLIMP-SIDE                PIC 9(01).
014700 77  HOLIMP-ENT-SUB             PIC 9(04) COMP.
014800 77  HOLIMP-MOVE-SUB            PIC 9(04) COMP.
014900 77  HOLIMP-OLD-SUB             PIC 9(04) COMP.
015000 77  HOLIMP-NEW-SUB             PIC 9(04) COMP.
015100 77  HOLIMP-POS-SW              PIC X(01) VALUE "N".
015200     88  HOLIMP-POS-FOUND       VALUE "Y".
015300 77  HOLIMP-KEY-SW              PIC X(01) VALUE "N".
015400     88  HOLIMP-KEY-FOUND       VALUE "Y".
015500 01  HOLIMP-NEW-KEY.
015600     05  HOLIMP-NEW-CAL         PIC X(03).
015700     05  HOLIMP-NEW-DATE        PIC X(08).
015800 01  HOLIMP-CALENDAR-SETS.
015900     05  HOLIMP-SET             OCCURS 2 TIMES.
016000         10  HOLIMP-SET-COUNT   PIC 9(04) COMP.
016100         10  HOLIMP-SET-ENTRY   OCCURS 500 TIMES.
016200             15  HOLIMP-SET-CAL PIC X(03).
016300             15  HOLIMP-SET-DATE
016400                                PIC X(08).
016500
016600******************************************************************
016700*    THE DATES ADDED (A) AND REMOVED (R), IN CALENDAR AND DATE
016800*    ORDER.  AT MOST EVERY DATE OF BOTH FILES.
016900******************************************************************
017000 77  HOLIMP-CHG-COUNT           PIC 9(04) COMP VALUE ZERO.
017100 77  HOLIMP-CHG-SUB             PIC 9(04) COMP.
017200 01  HOLIMP-CHANGE-TABLE.
017300     05  HOLIMP-CHANGE          OCCURS 1000 TIMES.
017400         10  HOLIMP-CHG-CAL     PIC X(03).
017500         10  HOLIMP-CHG-DATE    PIC 9(08).
017600         10  HOLIMP-CHG-TYPE    PIC X(01).
017700             88  HOLIMP-CHG-ADDED
017800                                VALUE "A".
017900             88  HOLIMP-CHG-REMOVED
018000                                VALUE "R".
018100
018200******************************************************************
018300*    THE SPAN OF THE REGISTER ENTRY BEING ASSESSED -- SEE 4200-
018400*    ASSESS-ONE-ENTRY -- AND ITS RECOMPUTED RESULT.
018500******************************************************************
018600 77  HOLIMP-SPAN-LOW            PIC 9(08).
018700 77  HOLIMP-SPAN-HIGH           PIC 9(08).
018800 77  HOLIMP-SHIFT-NUM           PIC S9(08).
018900 77  HOLIMP-COUNT-EDIT          PIC -(7)9.
019000 77  HOLIMP-REJECT-REASON       PIC X(30) VALUE SPACES.
019100
019200******************************************************************
019300*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
019400******************************************************************
019500 COPY RUNSTAT.
019600
019700******************************************************************
019800*    PARAMETERS FOR THE SHARED BUSADD AND BUSDAY SUBPROGRAMS,
019900*    WHICH READ THE NEW HOLIDAY FILE THROUGH THEIR OWN HOLIDAY
020000*    DD, AND FOR DATEADD, WHICH SCREENS THE DATES ON THE CONTROL
020100*    CARD AND IN BOTH HOLIDAY FILES.
020200******************************************************************
020300 COPY BUSAPRM.
020400 COPY BUSDPRM.
020500 COPY DATEPRM.
020600
020700 01  HOLIMP-HEADING-LINE.
020800     05  FILLER                 PIC X(28) VALUE
020900             "HOLIDAY CHANGE IMPACT REPORT".
021000     05  FILLER                 PIC X(04) VALUE SPACES.
021100     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
021200     05  HOLIMP-H1-DATE         PIC 9(08).
021300     05  FILLER                 PIC X(04) VALUE SPACES.
021400     05  FILLER                 PIC X(08) VALUE "AS-OF : ".
021500     05  HOLIMP-H1-AS-OF        PIC 9(08).
021600     05  FILLER                 PIC X(62) VALUE SPACES.
021700
021800 01  HOLIMP-SECTION-LINE.
021900     05  HOLIMP-SECTION-TEXT    PIC X(40).
022000     05  FILLER                 PIC X(92) VALUE SPACES.
022100
022200 01  HOLIMP-CHANGE-LINE.
022300     05  FILLER                 PIC X(06) VALUE "CAL : ".
022400     05  HOLIMP-CL-CAL          PIC X(03).
022500     05  FILLER                 PIC X(02) VALUE SPACES.
022600     05  FILLER                 PIC X(07) VALUE "DATE : ".
022700     05  HOLIMP-CL-DATE         PIC 9(08).
022800     05  FILLER                 PIC X(02) VALUE SPACES.
022900     05  FILLER                 PIC X(09) VALUE "CHANGE : ".
023000     05  HOLIMP-CL-CHANGE       PIC X(07).
023100     05  FILLER                 PIC X(88) VALUE SPACES.
023200
023300 01  HOLIMP-IMPACT-LINE.
023400     05  FILLER                 PIC X(06) VALUE "CAL : ".
023500     05  HOLIMP-IL-CAL          PIC X(03).
023600     05  FILLER                 PIC X(02) VALUE SPACES.
023700     05  FILLER                 PIC X(08) VALUE "BASIS : ".
023800     05  HOLIMP-IL-BASIS        PIC X(01).
023900     05  FILLER                 PIC X(02) VALUE SPACES.
024000     05  FILLER                 PIC X(08) VALUE "TRADE : ".
024100     05  HOLIMP-IL-TRADE        PIC 9(08).
024200     05  FILLER                 PIC X(02) VALUE SPACES.
024300     05  FILLER                 PIC X(07) VALUE "TERM : ".
024400     05  HOLIMP-IL-TERM         PIC X(08).
024500     05  FILLER                 PIC X(02) VALUE SPACES.
024600     05  FILLER                 PIC X(10) VALUE "CHANGES : ".
024700     05  HOLIMP-IL-WHAT         PIC X(10).
024800     05  FILLER                 PIC X(02) VALUE SPACES.
024900     05  FILLER                 PIC X(06) VALUE "OLD : ".
025000     05  HOLIMP-IL-OLD          PIC X(08).
025100     05  FILLER                 PIC X(02) VALUE SPACES.
025200     05  FILLER                 PIC X(06) VALUE "NEW : ".
025300     05  HOLIMP-IL-NEW          PIC X(08).
025400     05  FILLER                 PIC X(02) VALUE SPACES.
025500     05  FILLER                 PIC X(10) VALUE "REG RUN : ".
025600     05  HOLIMP-IL-RUN-DATE     PIC 9(08).
025700     05  FILLER                 PIC X(03) VALUE SPACES.
025800
025900 01  HOLIMP-ERROR-LINE.
026000     05  FILLER                 PIC X(06) VALUE "CAL : ".
026100     05  HOLIMP-EL-CAL          PIC X(03).
026200     05  FILLER                 PIC X(02) VALUE SPACES.
026300     05  FILLER                 PIC X(08) VALUE "BASIS : ".
026400     05  HOLIMP-EL-BASIS        PIC X(01).
026500     05  FILLER                 PIC X(02) VALUE SPACES.
026600     05  FILLER                 PIC X(08) VALUE "TRADE : ".
026700     05  HOLIMP-EL-TRADE        PIC 9(08).
026800     05  FILLER                 PIC X(02) VALUE SPACES.
026900     05  FILLER                 PIC X(07) VALUE "TERM : ".
027000     05  HOLIMP-EL-TERM         PIC X(08).
027100     05  FILLER                 PIC X(02) VALUE SPACES.
027200     05  FILLER                 PIC X(09) VALUE "REASON : ".
027300     05  HOLIMP-EL-REASON       PIC X(30).
027400     05  FILLER                 PIC X(36) VALUE SPACES.
027500
027600 01  HOLIMP-SUMMARY-LINE-1.
027700     05  FILLER                 PIC X(14) VALUE "DATES ADDED : ".
027800     05  HOLIMP-SL-ADDED        PIC ZZZZZZZ9.
027900     05  FILLER                 PIC X(03) VALUE SPACES.
028000     05  FILLER                 PIC X(10) VALUE "REMOVED : ".
028100     05  HOLIMP-SL-REMOVED      PIC ZZZZZZZ9.
028200     05  FILLER                 PIC X(89) VALUE SPACES.
028300
028400 01  HOLIMP-SUMMARY-LINE-2.
028500     05  FILLER                 PIC X(15) VALUE
028600             "ENTRIES READ : ".
028700     05  HOLIMP-SL-READ         PIC ZZZZZZZ9.
028800     05  FILLER                 PIC X(03) VALUE SPACES.
028900     05  FILLER                 PIC X(07) VALUE "OPEN : ".
029000     05  HOLIMP-SL-OPEN         PIC ZZZZZZZ9.
029100     05  FILLER                 PIC X(03) VALUE SPACES.
029200     05  FILLER                 PIC X(13) VALUE "RECOMPUTED : ".
029300     05  HOLIMP-SL-RECOMPUTED   PIC ZZZZZZZ9.
029400     05  FILLER                 PIC X(03) VALUE SPACES.
029500     05  FILLER                 PIC X(11) VALUE "AFFECTED : ".
029600     05  HOLIMP-SL-IMPACTED     PIC ZZZZZZZ9.
029700     05  FILLER                 PIC X(03) VALUE SPACES.
029800     05  FILLER                 PIC X(09) VALUE "ERRORS : ".
029900     05  HOLIMP-SL-ERRORS       PIC ZZZZZZZ9.
030000     05  FILLER                 PIC X(25) VALUE SPACES.
030100
030200 PROCEDURE DIVISION.
030300
030400 0000-MAINLINE.
030500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030600     MOVE 1 TO HOLIMP-SIDE.
030700     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
030800     MOVE 2 TO HOLIMP-SIDE.
030900     PERFORM 2000-LOAD-CALENDAR THRU 2000-EXIT.
031000     PERFORM 3000-FIND-CHANGES THRU 3000-EXIT.
031100     PERFORM 4000-ASSESS-REGISTER THRU 4000-EXIT.
031200     PERFORM 5000-WRITE-SUMMARY THRU 5000-EXIT.
031300     CLOSE SETTLE-REGISTER.
031400     CLOSE IMPACT-REPORT.
031500     EVALUATE TRUE
031600         WHEN HOLIMP-ENTRIES-IN-ERROR > 0
031700             MOVE 8 TO RETURN-CODE
031800         WHEN HOLIMP-ENTRIES-IMPACTED > 0
031900             MOVE 4 TO RETURN-CODE
032000         WHEN OTHER
032100             MOVE 0 TO RETURN-CODE
032200     END-EVALUATE.
032300     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
032400     STOP RUN.
032500
032600******************************************************************
032700*    1000-INITIALIZE
032800*    READS AND EDITS THE CONTROL CARD, THEN OPENS THE FILES.  A
032900*    BAD CARD ENDS THE RUN RC 16; A FILE THAT WILL NOT OPEN ENDS
033000*    IT RC 12.  BOTH HOLIDAY FILES ARE OPENED HERE SO A MISSING
033100*    ONE STOPS THE RUN BEFORE ANY OUTPUT IS WRITTEN.
033200******************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT HOLIMP-RUN-DATE FROM DATE YYYYMMDD.
033500     ACCEPT HOLIMP-RUN-TIME FROM TIME.
033600     ACCEPT HOLIMP-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
033700     IF HOLIMP-OPERATOR-ID = SPACES
033800         ACCEPT HOLIMP-OPERATOR-ID FROM ENVIRONMENT "USER"
033900     END-IF.
034000     IF HOLIMP-OPERATOR-ID = SPACES
034100         MOVE "UNKNOWN" TO HOLIMP-OPERATOR-ID
034200     END-IF.
034300     OPEN INPUT IMPACT-CONTROL.
034400     IF HOLIMP-CTL-STATUS <> "00"
034500         SET HOLIMP-CONTROL-BAD TO TRUE
034600     ELSE
034700         READ IMPACT-CONTROL
034800             AT END
034900                 SET HOLIMP-CONTROL-BAD TO TRUE
035000         END-READ
035100         CLOSE IMPACT-CONTROL
035200     END-IF.
035300     IF NOT HOLIMP-CONTROL-BAD
035400         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
035500     END-IF.
035600     IF HOLIMP-CONTROL-BAD
035700         DISPLAY "HOLIMP - CONTROL CARD MISSING OR INVALID"
035800         MOVE 16 TO RETURN-CODE
035900         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
036000         STOP RUN
036100     END-IF.
036200     OPEN INPUT  OLD-HOLIDAYS.
036300     OPEN INPUT  NEW-HOLIDAYS.
036400     OPEN INPUT  SETTLE-REGISTER.
036500     OPEN OUTPUT IMPACT-REPORT.
036600     IF HOLIMP-OLD-STATUS <> "00" OR
036700        HOLIMP-NEW-STATUS <> "00" OR
036800        HOLIMP-REG-STATUS <> "00" OR
036900        HOLIMP-RPT-STATUS <> "00"
037000         DISPLAY "HOLIMP - FILE OPEN FAILED, HOLOLD STATUS "
037100             HOLIMP-OLD-STATUS " HOLNEW STATUS "
037200             HOLIMP-NEW-STATUS
037300         DISPLAY "HOLIMP - SETREG STATUS " HOLIMP-REG-STATUS
037400             " IMPRPT STATUS " HOLIMP-RPT-STATUS
037500         MOVE 12 TO RETURN-CODE
037600         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
037700         STOP RUN
037800     END-IF.
037900     MOVE HOLIMP-RUN-DATE   TO HOLIMP-H1-DATE.
038000     MOVE HOLIMP-AS-OF-DATE TO HOLIMP-H1-AS-OF.
038100     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-HEADING-LINE.
038200     MOVE SPACES TO IMPACT-REPORT-RECORD.
038300     WRITE IMPACT-REPORT-RECORD.
038400 1000-EXIT.
038500     EXIT.
038600
038700 1100-EDIT-CONTROL-CARD.
038800     IF CT-AS-OF-DATE = SPACES
038900         MOVE HOLIMP-RUN-DATE TO HOLIMP-AS-OF-DATE
039000         GO TO 1100-EXIT
039100     END-IF.
039200     IF CT-AS-OF-DATE IS NOT NUMERIC
039300         SET HOLIMP-CONTROL-BAD TO TRUE
039400         GO TO 1100-EXIT
039500     END-IF.
039600     MOVE CT-AS-OF-DATE TO HOLIMP-AS-OF-DATE.
039700     MOVE HOLIMP-AS-OF-DATE TO DATEADD-DATE-IN.
039800     MOVE ZERO TO DATEADD-DAYS.
039900     CALL "DATEADD" USING DATEADD-PARM.
040000     IF NOT DATEADD-OK
040100         SET HOLIMP-CONTROL-BAD TO TRUE
040200     END-IF.
040300 1100-EXIT.
040400     EXIT.
040500
040600******************************************************************
040700*    2000-LOAD-CALENDAR
040800*    LOADS ONE HOLIDAY FILE -- HOLOLD FOR SET 1, HOLNEW FOR SET 2
040900*    -- INTO ITS SORTED SET.  BLANK RECORDS ARE SKIPPED AS BUSDAY
041000*    SKIPS THEM.  A DATE THAT IS NOT A REAL DATE, OR MORE DATES
041100*    THAN BUSDAY HOLDS, MAKES THE FILE UNUSABLE AND ENDS THE RUN
041200*    RC 12: AN IMPACT LIST DRAWN FROM HALF A CALENDAR WOULD BE
041300*    WORSE THAN NONE.
041400******************************************************************
041500 2000-LOAD-CALENDAR.
041600     MOVE ZERO TO HOLIMP-SET-COUNT(HOLIMP-SIDE).
041700     MOVE "N" TO HOLIMP-HOL-EOF-SW.
041800     PERFORM 2100-READ-HOLIDAY THRU 2100-EXIT.
041900     PERFORM 2200-LOAD-ONE-HOLIDAY THRU 2200-EXIT
042000         UNTIL HOLIMP-HOL-EOF OR HOLIMP-CALENDAR-BAD.
042100     IF HOLIMP-SIDE = 1
042200         CLOSE OLD-HOLIDAYS
042300     ELSE
042400         CLOSE NEW-HOLIDAYS
042500     END-IF.
042600     IF HOLIMP-CALENDAR-BAD
042700         IF HOLIMP-SIDE = 1
042800             DISPLAY "HOLIMP - HOLOLD CALENDAR UNUSABLE AT "
042900                 HOLIMP-HOL-KEY
043000         ELSE
043100             DISPLAY "HOLIMP - HOLNEW CALENDAR UNUSABLE AT "
043200                 HOLIMP-HOL-KEY
043300         END-IF
043400         CLOSE SETTLE-REGISTER
043500         CLOSE IMPACT-REPORT
043600         MOVE 12 TO RETURN-CODE
043700         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
043800         STOP RUN
043900     END-IF.
044000 2000-EXIT.
044100     EXIT.
044200
044300 2100-READ-HOLIDAY.
044400     IF HOLIMP-SIDE = 1
044500         READ OLD-HOLIDAYS INTO HOLIMP-HOL-RECORD
044600             AT END
044700                 SET HOLIMP-HOL-EOF TO TRUE
044800         END-READ
044900     ELSE
045000         READ NEW-HOLIDAYS INTO HOLIMP-HOL-RECORD
045100             AT END
045200                 SET HOLIMP-HOL-EOF TO TRUE
045300         END-READ
045400     END-IF.
045500 2100-EXIT.
045600     EXIT.
045700
045800 2200-LOAD-ONE-HOLIDAY.
045900     IF HOLIMP-HOL-DATE = SPACES
046000         GO TO 2200-NEXT
046100     END-IF.
046200     IF HOLIMP-HOL-DATE IS NOT NUMERIC
046300         SET HOLIMP-CALENDAR-BAD TO TRUE
046400         GO TO 2200-EXIT
046500     END-IF.
046600     MOVE HOLIMP-HOL-DATE TO DATEADD-DATE-IN.
046700     MOVE ZERO TO DATEADD-DAYS.
046800     CALL "DATEADD" USING DATEADD-PARM.
046900     IF NOT DATEADD-OK
047000         SET HOLIMP-CALENDAR-BAD TO TRUE
047100         GO TO 2200-EXIT
047200     END-IF.
047300     MOVE HOLIMP-HOL-CAL  TO HOLIMP-NEW-CAL.
047400     MOVE HOLIMP-HOL-DATE TO HOLIMP-NEW-DATE.
047500     PERFORM 2300-ADD-ENTRY THRU 2300-EXIT.
047600 2200-NEXT.
047700     PERFORM 2100-READ-HOLIDAY THRU 2100-EXIT.
047800 2200-EXIT.
047900     EXIT.
048000
048100******************************************************************
048200*    2300-ADD-ENTRY
048300*    INSERTS HOLIMP-NEW-KEY INTO THE CURRENT SET IN ORDER, THE
048400*    WAY HOLGEN BUILDS ITS CALENDAR.  A DATE LISTED TWICE IN THE
048500*    SAME CALENDAR IS KEPT ONCE.
048600******************************************************************
048700 2300-ADD-ENTRY.
048800     PERFORM 2400-FIND-ENTRY THRU 2400-EXIT.
048900     IF HOLIMP-KEY-FOUND
049000         GO TO 2300-EXIT
049100     END-IF.
049200     IF HOLIMP-SET-COUNT(HOLIMP-SIDE) >= HOLIMP-SET-MAX
049300         SET HOLIMP-CALENDAR-BAD TO TRUE
049400         GO TO 2300-EXIT
049500     END-IF.
049600     MOVE HOLIMP-SET-COUNT(HOLIMP-SIDE) TO HOLIMP-MOVE-SUB.
049700     PERFORM 2500-SHIFT-ONE-UP THRU 2500-EXIT
049800         UNTIL HOLIMP-MOVE-SUB < HOLIMP-ENT-SUB.
049900     MOVE HOLIMP-NEW-CAL
050000         TO HOLIMP-SET-CAL(HOLIMP-SIDE, HOLIMP-ENT-SUB).
050100     MOVE HOLIMP-NEW-DATE
050200         TO HOLIMP-SET-DATE(HOLIMP-SIDE, HOLIMP-ENT-SUB).
050300     ADD 1 TO HOLIMP-SET-COUNT(HOLIMP-SIDE).
050400 2300-EXIT.
050500     EXIT.
050600
050700******************************************************************
050800*    2400-FIND-ENTRY
050900*    SCANS THE CURRENT SET FOR HOLIMP-NEW-KEY.  ON RETURN
051000*    HOLIMP-ENT-SUB IS THE MATCHING ENTRY WHEN HOLIMP-KEY-FOUND
051100*    IS SET, AND OTHERWISE THE PLACE THE KEY WOULD BE INSERTED.
051200******************************************************************
051300 2400-FIND-ENTRY.
051400     MOVE "N" TO HOLIMP-POS-SW.
051500     MOVE "N" TO HOLIMP-KEY-SW.
051600     MOVE 1 TO HOLIMP-ENT-SUB.
051700     PERFORM 2410-COMPARE-ONE-ENTRY THRU 2410-EXIT
051800         UNTIL HOLIMP-POS-FOUND
051900         OR HOLIMP-ENT-SUB > HOLIMP-SET-COUNT(HOLIMP-SIDE).
052000 2400-EXIT.
052100     EXIT.
052200
052300 2410-COMPARE-ONE-ENTRY.
052400     IF HOLIMP-SET-ENTRY(HOLIMP-SIDE, HOLIMP-ENT-SUB)
052500        < HOLIMP-NEW-KEY
052600         ADD 1 TO HOLIMP-ENT-SUB
052700         GO TO 2410-EXIT
052800     END-IF.
052900     SET HOLIMP-POS-FOUND TO TRUE.
053000     IF HOLIMP-SET-ENTRY(HOLIMP-SIDE, HOLIMP-ENT-SUB)
053100        = HOLIMP-NEW-KEY
053200         SET HOLIMP-KEY-FOUND TO TRUE
053300     END-IF.
053400 2410-EXIT.
053500     EXIT.
053600
053700 2500-SHIFT-ONE-UP.
053800     MOVE HOLIMP-SET-ENTRY(HOLIMP-SIDE, HOLIMP-MOVE-SUB)
053900         TO HOLIMP-SET-ENTRY(HOLIMP-SIDE, HOLIMP-MOVE-SUB + 1).
054000     SUBTRACT 1 FROM HOLIMP-MOVE-SUB.
054100 2500-EXIT.
054200     EXIT.
054300
054400******************************************************************
054500*    3000-FIND-CHANGES
054600*    WALKS THE TWO SORTED SETS SIDE BY SIDE.  A DATE ONLY IN THE
054700*    OLD FILE WAS REMOVED, ONE ONLY IN THE NEW FILE WAS ADDED;
054800*    EACH IS LISTED AND KEPT FOR THE REGISTER PASS.
054900******************************************************************
055000 3000-FIND-CHANGES.
055100     MOVE "HOLIDAY CALENDAR CHANGES" TO HOLIMP-SECTION-TEXT.
055200     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-SECTION-LINE.
055300     MOVE 1 TO HOLIMP-OLD-SUB.
055400     MOVE 1 TO HOLIMP-NEW-SUB.
055500     PERFORM 3100-COMPARE-NEXT THRU 3100-EXIT
055600         UNTIL HOLIMP-OLD-SUB > HOLIMP-SET-COUNT(1)
055700         AND HOLIMP-NEW-SUB > HOLIMP-SET-COUNT(2).
055800     IF HOLIMP-CHG-COUNT = 0
055900         MOVE "NO CALENDAR DATE ADDED OR REMOVED"
056000             TO HOLIMP-SECTION-TEXT
056100         WRITE IMPACT-REPORT-RECORD FROM HOLIMP-SECTION-LINE
056200     END-IF.
056300     MOVE SPACES TO IMPACT-REPORT-RECORD.
056400     WRITE IMPACT-REPORT-RECORD.
056500 3000-EXIT.
056600     EXIT.
056700
056800 3100-COMPARE-NEXT.
056900     IF HOLIMP-NEW-SUB > HOLIMP-SET-COUNT(2)
057000         PERFORM 3200-DATE-REMOVED THRU 3200-EXIT
057100         GO TO 3100-EXIT
057200     END-IF.
057300     IF HOLIMP-OLD-SUB > HOLIMP-SET-COUNT(1)
057400         PERFORM 3300-DATE-ADDED THRU 3300-EXIT
057500         GO TO 3100-EXIT
057600     END-IF.
057700     IF HOLIMP-SET-ENTRY(1, HOLIMP-OLD-SUB) <
057800        HOLIMP-SET-ENTRY(2, HOLIMP-NEW-SUB)
057900         PERFORM 3200-DATE-REMOVED THRU 3200-EXIT
058000         GO TO 3100-EXIT
058100     END-IF.
058200     IF HOLIMP-SET-ENTRY(2, HOLIMP-NEW-SUB) <
058300        HOLIMP-SET-ENTRY(1, HOLIMP-OLD-SUB)
058400         PERFORM 3300-DATE-ADDED THRU 3300-EXIT
058500         GO TO 3100-EXIT
058600     END-IF.
058700     ADD 1 TO HOLIMP-OLD-SUB.
058800     ADD 1 TO HOLIMP-NEW-SUB.
058900 3100-EXIT.
059000     EXIT.
059100
059200 3200-DATE-REMOVED.
059300     ADD 1 TO HOLIMP-CHG-COUNT.
059400     MOVE HOLIMP-SET-CAL(1, HOLIMP-OLD-SUB)
059500         TO HOLIMP-CHG-CAL(HOLIMP-CHG-COUNT).
059600     MOVE HOLIMP-SET-DATE(1, HOLIMP-OLD-SUB)
059700         TO HOLIMP-CHG-DATE(HOLIMP-CHG-COUNT).
059800     SET HOLIMP-CHG-REMOVED(HOLIMP-CHG-COUNT) TO TRUE.
059900     ADD 1 TO HOLIMP-DATES-REMOVED.
060000     ADD 1 TO HOLIMP-OLD-SUB.
060100     PERFORM 3400-WRITE-CHANGE-LINE THRU 3400-EXIT.
060200 3200-EXIT.
060300     EXIT.
060400
060500 3300-DATE-ADDED.
060600     ADD 1 TO HOLIMP-CHG-COUNT.
060700     MOVE HOLIMP-SET-CAL(2, HOLIMP-NEW-SUB)
060800         TO HOLIMP-CHG-CAL(HOLIMP-CHG-COUNT).
060900     MOVE HOLIMP-SET-DATE(2, HOLIMP-NEW-SUB)
061000         TO HOLIMP-CHG-DATE(HOLIMP-CHG-COUNT).
061100     SET HOLIMP-CHG-ADDED(HOLIMP-CHG-COUNT) TO TRUE.
061200     ADD 1 TO HOLIMP-DATES-ADDED.
061300     ADD 1 TO HOLIMP-NEW-SUB.
061400     PERFORM 3400-WRITE-CHANGE-LINE THRU 3400-EXIT.
061500 3300-EXIT.
061600     EXIT.
061700
061800 3400-WRITE-CHANGE-LINE.
061900     MOVE HOLIMP-CHG-CAL(HOLIMP-CHG-COUNT)  TO HOLIMP-CL-CAL.
062000     MOVE HOLIMP-CHG-DATE(HOLIMP-CHG-COUNT) TO HOLIMP-CL-DATE.
062100     IF HOLIMP-CHG-ADDED(HOLIMP-CHG-COUNT)
062200         MOVE "ADDED"   TO HOLIMP-CL-CHANGE
062300     ELSE
062400         MOVE "REMOVED" TO HOLIMP-CL-CHANGE
062500     END-IF.
062600     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-CHANGE-LINE.
062700 3400-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100*    4000-ASSESS-REGISTER
063200*    READS THE WHOLE REGISTER IN KEY ORDER.  WITH NO DATE CHANGED
063300*    THERE IS NOTHING TO RECOMPUTE, BUT THE ENTRIES ARE STILL
063400*    READ AND COUNTED SO THE SUMMARY BALANCES.
063500******************************************************************
063600 4000-ASSESS-REGISTER.
063700     MOVE "SETTLEMENTS AFFECTED" TO HOLIMP-SECTION-TEXT.
063800     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-SECTION-LINE.
063900     PERFORM 4100-READ-REGISTER THRU 4100-EXIT.
064000     PERFORM 4200-ASSESS-ONE-ENTRY THRU 4200-EXIT
064100         UNTIL HOLIMP-END-OF-REGISTER.
064200     IF HOLIMP-ENTRIES-IMPACTED = 0 AND
064300        HOLIMP-ENTRIES-IN-ERROR = 0
064400         MOVE "NO OPEN SETTLEMENT IS AFFECTED"
064500             TO HOLIMP-SECTION-TEXT
064600         WRITE IMPACT-REPORT-RECORD FROM HOLIMP-SECTION-LINE
064700     END-IF.
064800 4000-EXIT.
064900     EXIT.
065000
065100 4100-READ-REGISTER.
065200     READ SETTLE-REGISTER NEXT RECORD
065300         AT END
065400             SET HOLIMP-END-OF-REGISTER TO TRUE
065500     END-READ.
065600 4100-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*    4200-ASSESS-ONE-ENTRY
066100*    AN ENTRY WHOSE VALUE DATE IS BEFORE THE AS-OF DATE HAS
066200*    SETTLED AND IS SKIPPED.  OTHERWISE ITS SPAN IS THE DAYS THE
066300*    SUBPROGRAM COUNTED: FOR A FORWARD SHIFT OR A BASIS-B PAIR,
066400*    AFTER THE EARLIER DATE UP TO AND INCLUDING THE LATER; FOR
066500*    A BACKWARD SHIFT, FROM THE VALUE DATE UP TO BUT NOT
066600*    INCLUDING THE TRADE DATE.  ONLY AN ENTRY WITH A CHANGED DATE
066700*    OF ITS OWN CALENDAR IN THAT SPAN IS RECOMPUTED.
066800******************************************************************
066900 4200-ASSESS-ONE-ENTRY.
067000     ADD 1 TO HOLIMP-ENTRIES-READ.
067100     IF SETREG-LANDING-DATE < HOLIMP-AS-OF-DATE
067200         GO TO 4200-NEXT
067300     END-IF.
067400     ADD 1 TO HOLIMP-ENTRIES-OPEN.
067500     MOVE "N" TO HOLIMP-BACKWARD-SW.
067600     IF SETREG-SHIFT-ENTRY AND SETREG-SHIFT-SIGN = "-"
067700         SET HOLIMP-BACKWARD-SPAN TO TRUE
067800     END-IF.
067900     IF SETREG-TRADE-DATE <= SETREG-LANDING-DATE
068000         MOVE SETREG-TRADE-DATE   TO HOLIMP-SPAN-LOW
068100         MOVE SETREG-LANDING-DATE TO HOLIMP-SPAN-HIGH
068200     ELSE
068300         MOVE SETREG-LANDING-DATE TO HOLIMP-SPAN-LOW
068400         MOVE SETREG-TRADE-DATE   TO HOLIMP-SPAN-HIGH
068500     END-IF.
068600     MOVE "N" TO HOLIMP-COVER-SW.
068700     MOVE 1 TO HOLIMP-CHG-SUB.
068800     PERFORM 4300-CHECK-ONE-CHANGE THRU 4300-EXIT
068900         UNTIL HOLIMP-SPAN-COVERED
069000         OR HOLIMP-CHG-SUB > HOLIMP-CHG-COUNT.
069100     IF NOT HOLIMP-SPAN-COVERED
069200         GO TO 4200-NEXT
069300     END-IF.
069400     IF SETREG-SHIFT-ENTRY
069500         PERFORM 4400-RECOMPUTE-SHIFT THRU 4400-EXIT
069600     ELSE
069700         PERFORM 4500-RECOMPUTE-PAIR THRU 4500-EXIT
069800     END-IF.
069900 4200-NEXT.
070000     PERFORM 4100-READ-REGISTER THRU 4100-EXIT.
070100 4200-EXIT.
070200     EXIT.
070300
070400 4300-CHECK-ONE-CHANGE.
070500     IF HOLIMP-CHG-CAL(HOLIMP-CHG-SUB) = SETREG-CAL-ID
070600         IF HOLIMP-BACKWARD-SPAN
070700             IF HOLIMP-CHG-DATE(HOLIMP-CHG-SUB) >= HOLIMP-SPAN-LOW
070800                AND HOLIMP-CHG-DATE(HOLIMP-CHG-SUB)
070900                    < HOLIMP-SPAN-HIGH
071000                 SET HOLIMP-SPAN-COVERED TO TRUE
071100             END-IF
071200         ELSE
071300             IF HOLIMP-CHG-DATE(HOLIMP-CHG-SUB) > HOLIMP-SPAN-LOW
071400                AND HOLIMP-CHG-DATE(HOLIMP-CHG-SUB)
071500                    <= HOLIMP-SPAN-HIGH
071600                 SET HOLIMP-SPAN-COVERED TO TRUE
071700             END-IF
071800         END-IF
071900     END-IF.
072000     ADD 1 TO HOLIMP-CHG-SUB.
072100 4300-EXIT.
072200     EXIT.
072300
072400******************************************************************
072500*    4400-RECOMPUTE-SHIFT
072600*    BASIS S: THE SAME SIGNED SHIFT FROM THE SAME TRADE DATE
072700*    THROUGH BUSADD ON THE NEW CALENDAR.  A DIFFERENT LANDING
072800*    DATE IS A VALUE DATE THAT MOVES.
072900******************************************************************
073000 4400-RECOMPUTE-SHIFT.
073100     MOVE SETREG-SHIFT-COUNT TO HOLIMP-SHIFT-NUM.
073200     IF SETREG-SHIFT-SIGN = "-"
073300         COMPUTE HOLIMP-SHIFT-NUM = 0 - HOLIMP-SHIFT-NUM
073400     END-IF.
073500     MOVE SETREG-TRADE-DATE TO BUSADD-DATE-IN.
073600     MOVE HOLIMP-SHIFT-NUM  TO BUSADD-DAYS.
073700     MOVE SETREG-CAL-ID     TO BUSADD-CAL-ID.
073800     CALL "BUSADD" USING BUSADD-PARM.
073900     EVALUATE TRUE
074000         WHEN BUSADD-OK
074100             CONTINUE
074200         WHEN BUSADD-BAD-CAL-ID
074300             MOVE "CALENDAR NOT ON NEW FILE"
074400                 TO HOLIMP-REJECT-REASON
074500         WHEN BUSADD-BAD-CALENDAR
074600             MOVE "NEW HOLIDAY FILE UNUSABLE"
074700                 TO HOLIMP-REJECT-REASON
074800         WHEN OTHER
074900             MOVE "REGISTER ENTRY NOT RECOMPUTABLE"
075000                 TO HOLIMP-REJECT-REASON
075100     END-EVALUATE.
075200     IF NOT BUSADD-OK
075300         PERFORM 4700-WRITE-ERROR-LINE THRU 4700-EXIT
075400         GO TO 4400-EXIT
075500     END-IF.
075600     ADD 1 TO HOLIMP-ENTRIES-RECOMPUTED.
075700     IF BUSADD-DATE-OUT = SETREG-LANDING-DATE
075800         GO TO 4400-EXIT
075900     END-IF.
076000     MOVE "VALUE DATE"        TO HOLIMP-IL-WHAT.
076100     MOVE SETREG-LANDING-DATE TO HOLIMP-IL-OLD.
076200     MOVE BUSADD-DATE-OUT     TO HOLIMP-IL-NEW.
076300     PERFORM 4600-WRITE-IMPACT-LINE THRU 4600-EXIT.
076400 4400-EXIT.
076500     EXIT.
076600
076700******************************************************************
076800*    4500-RECOMPUTE-PAIR
076900*    BASIS B: THE SAME TWO DATES THROUGH BUSDAY ON THE NEW
077000*    CALENDAR.  A DIFFERENT COUNT IS A SETTLEMENT LAG THAT
077100*    CHANGES.
077200******************************************************************
077300 4500-RECOMPUTE-PAIR.
077400     MOVE SETREG-TRADE-DATE TO BUSDAY-START-DATE.
077500     MOVE SETREG-END-DATE   TO BUSDAY-END-DATE.
077600     MOVE SETREG-CAL-ID     TO BUSDAY-CAL-ID.
077700     CALL "BUSDAY" USING BUSDAY-PARM.
077800     EVALUATE TRUE
077900         WHEN BUSDAY-OK
078000             CONTINUE
078100         WHEN BUSDAY-BAD-CAL-ID
078200             MOVE "CALENDAR NOT ON NEW FILE"
078300                 TO HOLIMP-REJECT-REASON
078400         WHEN BUSDAY-BAD-CALENDAR
078500             MOVE "NEW HOLIDAY FILE UNUSABLE"
078600                 TO HOLIMP-REJECT-REASON
078700         WHEN OTHER
078800             MOVE "REGISTER ENTRY NOT RECOMPUTABLE"
078900                 TO HOLIMP-REJECT-REASON
079000     END-EVALUATE.
079100     IF NOT BUSDAY-OK
079200         PERFORM 4700-WRITE-ERROR-LINE THRU 4700-EXIT
079300         GO TO 4500-EXIT
079400     END-IF.
079500     ADD 1 TO HOLIMP-ENTRIES-RECOMPUTED.
079600     IF BUSDAY-DAY-COUNT = SETREG-BUS-DAYS
079700         GO TO 4500-EXIT
079800     END-IF.
079900     MOVE "BUS DAYS"        TO HOLIMP-IL-WHAT.
080000     MOVE SETREG-BUS-DAYS   TO HOLIMP-COUNT-EDIT.
080100     MOVE HOLIMP-COUNT-EDIT TO HOLIMP-IL-OLD.
080200     MOVE BUSDAY-DAY-COUNT  TO HOLIMP-COUNT-EDIT.
080300     MOVE HOLIMP-COUNT-EDIT TO HOLIMP-IL-NEW.
080400     PERFORM 4600-WRITE-IMPACT-LINE THRU 4600-EXIT.
080500 4500-EXIT.
080600     EXIT.
080700
080800 4600-WRITE-IMPACT-LINE.
080900     MOVE SETREG-CAL-ID     TO HOLIMP-IL-CAL.
081000     MOVE SETREG-BASIS      TO HOLIMP-IL-BASIS.
081100     MOVE SETREG-TRADE-DATE TO HOLIMP-IL-TRADE.
081200     MOVE SETREG-TERM       TO HOLIMP-IL-TERM.
081300     MOVE SETREG-RUN-DATE   TO HOLIMP-IL-RUN-DATE.
081400     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-IMPACT-LINE.
081500     ADD 1 TO HOLIMP-ENTRIES-IMPACTED.
081600 4600-EXIT.
081700     EXIT.
081800
081900 4700-WRITE-ERROR-LINE.
082000     MOVE SETREG-CAL-ID        TO HOLIMP-EL-CAL.
082100     MOVE SETREG-BASIS         TO HOLIMP-EL-BASIS.
082200     MOVE SETREG-TRADE-DATE    TO HOLIMP-EL-TRADE.
082300     MOVE SETREG-TERM          TO HOLIMP-EL-TERM.
082400     MOVE HOLIMP-REJECT-REASON TO HOLIMP-EL-REASON.
082500     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-ERROR-LINE.
082600     ADD 1 TO HOLIMP-ENTRIES-IN-ERROR.
082700 4700-EXIT.
082800     EXIT.
082900
083000******************************************************************
083100*    5000-WRITE-SUMMARY
083200*    TRAILING CONTROL COUNTS.  ENTRIES RECOMPUTED PLUS ENTRIES IN
083300*    ERROR IS THE NUMBER OF OPEN ENTRIES WHOSE SPAN A CHANGE
083400*    TOUCHED.
083500******************************************************************
083600 5000-WRITE-SUMMARY.
083700     MOVE SPACES TO IMPACT-REPORT-RECORD.
083800     WRITE IMPACT-REPORT-RECORD.
083900     MOVE HOLIMP-DATES-ADDED        TO HOLIMP-SL-ADDED.
084000     MOVE HOLIMP-DATES-REMOVED      TO HOLIMP-SL-REMOVED.
084100     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-SUMMARY-LINE-1.
084200     MOVE HOLIMP-ENTRIES-READ       TO HOLIMP-SL-READ.
084300     MOVE HOLIMP-ENTRIES-OPEN       TO HOLIMP-SL-OPEN.
084400     MOVE HOLIMP-ENTRIES-RECOMPUTED TO HOLIMP-SL-RECOMPUTED.
084500     MOVE HOLIMP-ENTRIES-IMPACTED   TO HOLIMP-SL-IMPACTED.
084600     MOVE HOLIMP-ENTRIES-IN-ERROR   TO HOLIMP-SL-ERRORS.
084700     WRITE IMPACT-REPORT-RECORD FROM HOLIMP-SUMMARY-LINE-2.
084800 5000-EXIT.
084900     EXIT.
085000
085100******************************************************************
085200*    9000-WRITE-RUN-STATS
085300*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET
085400*    FOR THE MONTH-END OPERATIONS SUMMARY: REGISTER ENTRIES READ,
085500*    ENTRIES NOT IN ERROR, ENTRIES IN ERROR.  BEST-EFFORT: A
085600*    RUNSTAT THAT WILL NOT OPEN IS REPORTED ON SYSOUT AND THE RUN
085700*    ENDS NORMALLY.
085800******************************************************************
085900 9000-WRITE-RUN-STATS.
086000     OPEN EXTEND RUN-STATS.
086100     IF HOLIMP-STAT-STATUS <> "00"
086200         OPEN OUTPUT RUN-STATS
086300     END-IF.
086400     IF HOLIMP-STAT-STATUS <> "00"
086500         DISPLAY "HOLIMP - RUNSTAT OPEN FAILED, STATUS "
086600             HOLIMP-STAT-STATUS
086700         GO TO 9000-EXIT
086800     END-IF.
086900     MOVE SPACES TO RUNSTAT-RECORD.
087000     MOVE "HOLIMP"             TO RUNSTAT-PROGRAM-ID.
087100     MOVE HOLIMP-RUN-DATE      TO RUNSTAT-RUN-DATE.
087200     MOVE HOLIMP-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
087300     MOVE HOLIMP-OPERATOR-ID   TO RUNSTAT-OPERATOR.
087400     MOVE HOLIMP-ENTRIES-READ  TO RUNSTAT-RECS-READ.
087500     COMPUTE RUNSTAT-RECS-ACCEPTED =
087600         HOLIMP-ENTRIES-READ - HOLIMP-ENTRIES-IN-ERROR.
087700     MOVE HOLIMP-ENTRIES-IN-ERROR TO RUNSTAT-RECS-REJECTED.
087800     MOVE RETURN-CODE          TO RUNSTAT-COND-CODE.
087900     SET RUNSTAT-FRESH-RUN TO TRUE.
088000     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
088100     CLOSE RUN-STATS.
088200 9000-EXIT.
088300     EXIT.
