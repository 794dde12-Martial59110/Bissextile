000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     XRECON.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-15.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-15  MJM   INITIAL VERSION.  NIGHTLY RECONCILIATION OF
001300*                      ONE RUN DATE'S BISS OUTPUTS AGAINST EACH
001400*                      OTHER AND AGAINST THE CERTIFIED YEARMST
001500*                      MASTER, SO THE AUDITORS HAVE PROOF THAT
001600*                      EVERY LEAP DETERMINATION SHIPPED
001700*                      DOWNSTREAM MATCHES THE MASTER OF RECORD.
001800*                      THREE CHECKS: EVERY ACCEPTED EXTRACT
001900*                      RECORD (STATUS "000") OF THE DATE AGREES
002000*                      WITH YEARMST-LEAP-IND FOR ITS YEAR; THE
002100*                      DATE'S EXTRACT ACCEPTED AND REJECTED
002200*                      COUNTS, LISTED PER DEPARTMENT AND FOOTED,
002300*                      TIE TO THE BISS RUNSTAT RECORDS OF THE
002400*                      DATE; AND EVERY ACCEPTED YEAR HAS ITS
002500*                      AUDITLOG LINE FOR THAT DATE AND OPERATOR.
002600*                      WRITES A SIGN-OFF REPORT (XRCRPT).  ENDS
002700*                      RC 0 WHEN EVERYTHING TIES, RC 4 WHEN IT
002800*                      TIES BUT RUNSTAT OR AUDITLOG HELD LINES
002900*                      THAT COULD NOT BE PARSED, RC 8 WHEN
003000*                      ANYTHING FAILS TO TIE -- THE DOWNSTREAM
003100*                      FEED CONDS ON RC 8 -- RC 12 WHEN A FILE
003200*                      WILL NOT OPEN, RC 16 ON A BAD CONTROL
003300*                      CARD.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SPECIAL-NAMES.
003900     DECIMAL-POINT IS COMMA.
004000
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT XRC-CONTROL  ASSIGN TO XRCCTL
004400                         ORGANIZATION IS LINE SEQUENTIAL
004500                         FILE STATUS IS XRECON-CTL-STATUS.
004600     SELECT EXTRACT-FILE ASSIGN TO EXTRACT
004700                         ORGANIZATION IS LINE SEQUENTIAL
004800                         FILE STATUS IS XRECON-EXT-STATUS.
004900     SELECT YEAR-MASTER  ASSIGN TO YEARMST
005000                         ORGANIZATION IS INDEXED
005100                         ACCESS MODE IS RANDOM
005200                         RECORD KEY IS YEARMST-YEAR
005300                         FILE STATUS IS XRECON-MST-STATUS.
005400     SELECT AUDIT-INPUT  ASSIGN TO AUDITLOG
005500                         ORGANIZATION IS LINE SEQUENTIAL
005600                         FILE STATUS IS XRECON-LOG-STATUS.
005700     SELECT STAT-INPUT   ASSIGN TO RUNSTAT
005800                         ORGANIZATION IS LINE SEQUENTIAL
005900                         FILE STATUS IS XRECON-IN-STATUS.
006000     SELECT XRC-REPORT   ASSIGN TO XRCRPT
006100                         ORGANIZATION IS LINE SEQUENTIAL
006200                         FILE STATUS IS XRECON-RPT-STATUS.
006300     SELECT RUN-STATS    ASSIGN TO RUNSTAT
006400                         ORGANIZATION IS LINE SEQUENTIAL
006500                         FILE STATUS IS XRECON-STAT-STATUS.
006600
006700 DATA DIVISION.
006800 FILE SECTION.
006900******************************************************************
007000*    CONTROL CARD: THE BISS RUN DATE TO RECONCILE IN COLUMNS 1-8
007100*    (BLANK FOR TODAY, THE NIGHT'S RUN) AND THE OPERATOR/JOB ID
007200*    THE RUN EXECUTED UNDER IN COLUMNS 9-16 (BLANK TAKES IT FROM
007300*    THE DATE'S BISS RUNSTAT RECORDS).
007400******************************************************************
007500 FD  XRC-CONTROL
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  XRC-CONTROL-RECORD.
007800     05  XC-RUN-DATE            PIC X(08).
007900     05  XC-OPERATOR            PIC X(08).
008000     05  FILLER                 PIC X(64).
008100
008200******************************************************************
008300*    THE BISS EXTRACT, IN THE LAYOUT 6500-WRITE-EXTRACT-LINE
008400*    WRITES.  THE DATASET ACCUMULATES ACROSS RUNS; ONLY THE
008500*    RECORDS OF THE RECONCILED DATE ARE LOOKED AT.
008600******************************************************************
008700 FD  EXTRACT-FILE
008800     RECORD CONTAINS 28 CHARACTERS.
008900 01  EXTRACT-RECORD.
009000     05  EX-YEAR                PIC X(04).
009100     05  EX-YEAR-NUM REDEFINES EX-YEAR
009200                                PIC 9(04).
009300     05  EX-LEAP-IND            PIC X(01).
009400     05  EX-STATUS              PIC X(03).
009500         88  EX-ACCEPTED        VALUE "000".
009600     05  EX-RUN-DATE            PIC X(08).
009700     05  EX-DEPT-ID             PIC X(12).
009800
009900 FD  YEAR-MASTER.
010000 COPY YEARMST.
010100
010200******************************************************************
010300*    THE AUDIT RECORD, PARSED BY THE FIXED COLUMNS BISS'S
010400*    6000-WRITE-AUDIT-LINE WRITES, AS IN AUDRPT.
010500******************************************************************
010600 FD  AUDIT-INPUT
010700     RECORD CONTAINS 132 CHARACTERS.
010800 01  AUDIT-IN-RECORD.
010900     05  FILLER                 PIC X(11).
011000     05  AI-TS-YEAR             PIC X(04).
011100     05  FILLER                 PIC X(01).
011200     05  AI-TS-MONTH            PIC X(02).
011300     05  FILLER                 PIC X(01).
011400     05  AI-TS-DAY              PIC X(02).
011500     05  FILLER                 PIC X(01).
011600     05  AI-TS-TIME             PIC X(08).
011700     05  FILLER                 PIC X(12).
011800     05  AI-OPERATOR            PIC X(08).
011900     05  FILLER                 PIC X(03).
011950     05  AI-YEAR-LABEL          PIC X(07).
012000     05  AI-YEAR                PIC X(04).
012100     05  AI-YEAR-NUM REDEFINES AI-YEAR
012200                                PIC 9(04).
012300     05  FILLER                 PIC X(18).
012400     05  AI-FLAG                PIC X(50).
012500
012600 FD  STAT-INPUT
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  STAT-INPUT-RECORD          PIC X(80).
012900
013000 FD  XRC-REPORT
013100     RECORD CONTAINS 132 CHARACTERS.
013200 01  XRC-REPORT-RECORD          PIC X(132).
013300
013400 FD  RUN-STATS
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  RUN-STATS-RECORD           PIC X(80).
013700
013800 WORKING-STORAGE SECTION.
013900 77  XRECON-CTL-STATUS          PIC X(02) VALUE SPACES.
014000 77  XRECON-EXT-STATUS          PIC X(02) VALUE SPACES.
014100 77  XRECON-MST-STATUS          PIC X(02) VALUE SPACES.
014200 77  XRECON-LOG-STATUS          PIC X(02) VALUE SPACES.
014300 77  XRECON-IN-STATUS           PIC X(02) VALUE SPACES.
014400 77  XRECON-RPT-STATUS          PIC X(02) VALUE SPACES.
014500 77  XRECON-STAT-STATUS         PIC X(02) VALUE SPACES.
014600 77  XRECON-EOF-SW              PIC X(01) VALUE "N".
014700     88  XRECON-END-OF-FILE     VALUE "Y".
014800 77  XRECON-CTL-BAD-SW          PIC X(01) VALUE "N".
014900     88  XRECON-CONTROL-BAD     VALUE "Y".
015000 77  XRECON-RUN-DATE            PIC 9(08).
015100 77  XRECON-RUN-TIME            PIC 9(08).
015200 77  XRECON-OPERATOR-ID         PIC X(08) VALUE SPACES.
015300
015400******************************************************************
015500*    THE DATE BEING RECONCILED, AND THE SAME DATE IN THE
015600*    YYYY-MM-DD FORM OF THE AUDITLOG TIMESTAMP.
015700******************************************************************
015800 77  XRECON-RECON-DATE          PIC 9(08).
015900 01  XRECON-AUDIT-DATE.
016000     05  XRECON-AD-YEAR         PIC X(04).
016100     05  FILLER                 PIC X(01) VALUE "-".
016200     05  XRECON-AD-MONTH        PIC X(02).
016300     05  FILLER                 PIC X(01) VALUE "-".
016400     05  XRECON-AD-DAY          PIC X(02).
016500 01  XRECON-AI-DATE.
016600     05  XRECON-AI-YEAR         PIC X(04).
016700     05  FILLER                 PIC X(01) VALUE "-".
016800     05  XRECON-AI-MONTH        PIC X(02).
016900     05  FILLER                 PIC X(01) VALUE "-".
017000     05  XRECON-AI-DAY          PIC X(02).
017100
017200******************************************************************
017300*    THE OPERATORS WHOSE AUDIT LINES COUNT: THE ONE ON THE CARD,
017400*    OR EVERY OPERATOR A BISS RUNSTAT RECORD OF THE DATE NAMES
017500*    (A RERUN UNDER ANOTHER JOB ID IS STILL THE SAME DATE'S
017600*    WORK).  WITH NONE KNOWN, THE DATE ALONE IS MATCHED -- THE
017700*    MISSING RUNSTAT RECORD ALREADY FAILS THE COUNT TIE.
017800******************************************************************
017900 77  XRECON-OPR-MAX             PIC 9(02) COMP VALUE 10.
018000 77  XRECON-OPR-COUNT           PIC 9(02) COMP VALUE ZERO.
018100 77  XRECON-OPR-SUB             PIC 9(02) COMP.
018200 77  XRECON-OPR-FOUND-SW        PIC X(01) VALUE "N".
018300     88  XRECON-OPR-FOUND       VALUE "Y".
018310 77  XRECON-OPR-KEY             PIC X(08) VALUE SPACES.
018400 01  XRECON-OPR-TABLE.
018500     05  XRECON-OPR-ID          PIC X(08) OCCURS 10 TIMES.
018600
018700******************************************************************
018800*    THE BISS RUNSTAT RECORDS OF THE DATE, SUMMED: A RESTARTED
018900*    RUN ADDS ITS OWN SEGMENT'S COUNTS, AND THE EXTRACT THEN
019000*    ALSO HOLDS THE ABENDED SEGMENT, SO A RESTART IS NOTED ON
019100*    THE REPORT BESIDE THE TIE.
019200******************************************************************
019300 77  XRECON-STATS-READ          PIC 9(08) COMP VALUE ZERO.
019400 77  XRECON-STATS-BAD           PIC 9(08) COMP VALUE ZERO.
019500 77  XRECON-BISS-RUNS           PIC 9(08) COMP VALUE ZERO.
019600 77  XRECON-BISS-RESTARTS       PIC 9(08) COMP VALUE ZERO.
019700 77  XRECON-RS-ACCEPTED         PIC 9(08) COMP VALUE ZERO.
019800 77  XRECON-RS-REJECTED         PIC 9(08) COMP VALUE ZERO.
019900
020000******************************************************************
020100*    AUDIT LINES OF THE DATE AND OPERATOR, ONE FLAG PER YEAR.
020200******************************************************************
020300 77  XRECON-LOG-READ            PIC 9(08) COMP VALUE ZERO.
020400 77  XRECON-LOG-BAD             PIC 9(08) COMP VALUE ZERO.
020500 77  XRECON-LOG-MATCHED         PIC 9(08) COMP VALUE ZERO.
020600 01  XRECON-AUDIT-TABLE.
020700     05  XRECON-AUDIT-SEEN      PIC X(01) OCCURS 9999 TIMES.
020800
020900******************************************************************
021000*    EXTRACT COUNTS FOR THE DATE, IN TOTAL AND PER DEPARTMENT.
021100*    FIFTY DEPARTMENTS AS IN BISS; AN OVERFLOW IS NOTED AND THE
021200*    TOTAL STILL TIES.
021300******************************************************************
021400 77  XRECON-EXT-READ            PIC 9(08) COMP VALUE ZERO.
021500 77  XRECON-EXT-ON-DATE         PIC 9(08) COMP VALUE ZERO.
021600 77  XRECON-EXT-ACCEPTED        PIC 9(08) COMP VALUE ZERO.
021700 77  XRECON-EXT-REJECTED        PIC 9(08) COMP VALUE ZERO.
021800 77  XRECON-DEPT-MAX            PIC 9(02) COMP VALUE 50.
021900 77  XRECON-DEPT-COUNT          PIC 9(02) COMP VALUE ZERO.
022000 77  XRECON-DEPT-SUB            PIC 9(02) COMP.
022100 77  XRECON-DEPT-FOUND-SW       PIC X(01) VALUE "N".
022200     88  XRECON-DEPT-FOUND      VALUE "Y".
022300 77  XRECON-DEPT-FULL-SW        PIC X(01) VALUE "N".
022400     88  XRECON-DEPT-TABLE-FULL VALUE "Y".
022500 01  XRECON-DEPT-TABLE.
022600     05  XRECON-DEPT-ENTRY      OCCURS 50 TIMES.
022700         10  XRECON-DE-DEPT     PIC X(12).
022800         10  XRECON-DE-ACCEPTED PIC 9(08) COMP.
022900         10  XRECON-DE-REJECTED PIC 9(08) COMP.
023000 77  XRECON-FOOT-ACCEPTED       PIC 9(08) COMP VALUE ZERO.
023100 77  XRECON-FOOT-REJECTED       PIC 9(08) COMP VALUE ZERO.
023200
023300******************************************************************
023400*    RESULTS OF THE THREE CHECKS.  A RECORD FAILING BOTH THE LEAP
023500*    AND THE AUDIT CHECK IS ONE EXCEPTION RECORD FOR RUNSTAT, SO
023510*    EACH VALID YEAR THE LEAP CHECK FAILED IS FLAGGED, AS THE
023520*    AUDIT LINES ARE, AND THE AUDIT CHECK DOES NOT COUNT IT AGAIN.
023600******************************************************************
023700 77  XRECON-LEAP-CHECKED        PIC 9(08) COMP VALUE ZERO.
023800 77  XRECON-LEAP-DIFFS          PIC 9(08) COMP VALUE ZERO.
023900 77  XRECON-AUDIT-MISSING       PIC 9(08) COMP VALUE ZERO.
024000 77  XRECON-EXCEPT-RECORDS      PIC 9(08) COMP VALUE ZERO.
024100 77  XRECON-TIE-SW              PIC X(01) VALUE "Y".
024200     88  XRECON-COUNTS-TIE      VALUE "Y".
024300     88  XRECON-COUNTS-DO-NOT-TIE
024400                                VALUE "N".
024500 77  XRECON-YEAR-OK-SW          PIC X(01) VALUE "N".
024600     88  XRECON-YEAR-OK         VALUE "Y".
024610 01  XRECON-LEAP-TABLE.
024620     05  XRECON-LEAP-FAILED     PIC X(01) OCCURS 9999 TIMES.
024700
024800******************************************************************
024900*    SHARED RUN-STATISTICS RECORD, PARSED FROM EACH STAT-INPUT
025000*    RECORD AS RUNRPT DOES, AND BUILT FOR THIS RUN'S OWN RECORD
025100*    -- SEE 9000-WRITE-RUN-STATS.
025200******************************************************************
025300 COPY RUNSTAT.
025310
025320******************************************************************
025330*    PARAMETERS FOR THE SHARED DATEADD SUBPROGRAM, WHICH SCREENS
025340*    THE CONTROL CARD DATE.
025350******************************************************************
025360 COPY DATEPRM.
025400
025500 01  XRECON-HEADING-LINE.
025600     05  FILLER                 PIC X(30) VALUE
025700             "BISS OUTPUT RECONCILIATION".
025800     05  FILLER                 PIC X(18) VALUE
025900             "RECONCILED DATE : ".
026000     05  XRECON-H1-RECON-DATE   PIC 9(08).
026100     05  FILLER                 PIC X(05) VALUE SPACES.
026200     05  FILLER                 PIC X(13) VALUE "OPERATOR   : ".
026300     05  XRECON-H1-OPERATOR     PIC X(08).
026400     05  FILLER                 PIC X(05) VALUE SPACES.
026500     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
026600     05  XRECON-H1-DATE         PIC 9(08).
026700     05  FILLER                 PIC X(27) VALUE SPACES.
026800
026900 01  XRECON-SECTION-LINE.
027000     05  XRECON-SECTION-TEXT    PIC X(60).
027100     05  FILLER                 PIC X(72) VALUE SPACES.
027200
027300 01  XRECON-EXCEPTION-LINE.
027400     05  FILLER                 PIC X(08) VALUE "CHECK : ".
027500     05  XRECON-XL-CHECK        PIC X(05).
027600     05  FILLER                 PIC X(02) VALUE SPACES.
027700     05  FILLER                 PIC X(07) VALUE "YEAR : ".
027800     05  XRECON-XL-YEAR         PIC X(04).
027900     05  FILLER                 PIC X(02) VALUE SPACES.
028000     05  FILLER                 PIC X(07) VALUE "DEPT : ".
028100     05  XRECON-XL-DEPT         PIC X(12).
028200     05  FILLER                 PIC X(02) VALUE SPACES.
028300     05  FILLER                 PIC X(09) VALUE "DETAIL : ".
028400     05  XRECON-XL-DETAIL       PIC X(50).
028500     05  FILLER                 PIC X(24) VALUE SPACES.
028600
028700******************************************************************
028800*    THE DETAIL COLUMN OF A LEAP DISAGREEMENT.
028900******************************************************************
029000 01  XRECON-LEAP-DETAIL.
029100     05  FILLER                 PIC X(10) VALUE "EXTRACT : ".
029200     05  XRECON-LD-EXTRACT      PIC X(01).
029300     05  FILLER                 PIC X(11) VALUE "  YEARMST: ".
029400     05  XRECON-LD-MASTER       PIC X(01).
029500     05  FILLER                 PIC X(27) VALUE SPACES.
029600
029700 01  XRECON-CHECK-LINE.
029800     05  XRECON-CL-LABEL        PIC X(30).
029900     05  XRECON-CL-COUNT-1      PIC ZZZZZZZ9.
030000     05  XRECON-CL-LABEL-2      PIC X(18).
030100     05  XRECON-CL-COUNT-2      PIC ZZZZZZZ9.
030200     05  FILLER                 PIC X(68) VALUE SPACES.
030300
030400 01  XRECON-COUNT-LINE.
030500     05  XRECON-KL-LABEL        PIC X(10).
030600     05  XRECON-KL-NAME         PIC X(12).
030700     05  FILLER                 PIC X(13) VALUE "  ACCEPTED : ".
030800     05  XRECON-KL-ACCEPTED     PIC ZZZZZZZ9.
030900     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
031000     05  XRECON-KL-REJECTED     PIC ZZZZZZZ9.
031100     05  FILLER                 PIC X(68) VALUE SPACES.
031200
031300 01  XRECON-VERDICT-LINE.
031400     05  XRECON-VL-VERDICT      PIC X(60).
031500     05  FILLER                 PIC X(72) VALUE SPACES.
031600
031700 01  XRECON-SIGNOFF-LINE-1.
031800     05  FILLER                 PIC X(15) VALUE
031900             "PREPARED BY  : ".
032000     05  XRECON-SO-PREPARED     PIC X(08).
032100     05  FILLER                 PIC X(04) VALUE SPACES.
032200     05  FILLER                 PIC X(08) VALUE "AT    : ".
032300     05  XRECON-SO-DATE         PIC 9(08).
032400     05  FILLER                 PIC X(01) VALUE SPACES.
032500     05  XRECON-SO-TIME         PIC 9(06).
032600     05  FILLER                 PIC X(82) VALUE SPACES.
032700
032800 01  XRECON-SIGNOFF-LINE-2.
032900     05  FILLER                 PIC X(15) VALUE
033000             "RECONCILED BY: ".
033100     05  FILLER                 PIC X(24) VALUE ALL "_".
033200     05  FILLER                 PIC X(04) VALUE SPACES.
033300     05  FILLER                 PIC X(08) VALUE "DATE  : ".
033400     05  FILLER                 PIC X(10) VALUE ALL "_".
033500     05  FILLER                 PIC X(71) VALUE SPACES.
033600
033700 01  XRECON-SIGNOFF-LINE-3.
033800     05  FILLER                 PIC X(15) VALUE
033900             "REVIEWED BY  : ".
034000     05  FILLER                 PIC X(24) VALUE ALL "_".
034100     05  FILLER                 PIC X(04) VALUE SPACES.
034200     05  FILLER                 PIC X(08) VALUE "DATE  : ".
034300     05  FILLER                 PIC X(10) VALUE ALL "_".
034400     05  FILLER                 PIC X(71) VALUE SPACES.
034500
034600 PROCEDURE DIVISION.
034700
034800 0000-MAINLINE.
034900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035000     PERFORM 2000-LOAD-RUN-STATS THRU 2000-EXIT.
035100     PERFORM 2500-LOAD-AUDIT-LOG THRU 2500-EXIT.
035200     PERFORM 3000-CHECK-LEAP THRU 3000-EXIT.
035300     PERFORM 4000-TIE-COUNTS THRU 4000-EXIT.
035400     PERFORM 5000-CHECK-AUDIT THRU 5000-EXIT.
035500     EVALUATE TRUE
035600         WHEN XRECON-LEAP-DIFFS > 0 OR
035700              XRECON-AUDIT-MISSING > 0 OR
035800              XRECON-COUNTS-DO-NOT-TIE
035900             MOVE 8 TO RETURN-CODE
036000         WHEN XRECON-STATS-BAD > 0 OR
036100              XRECON-LOG-BAD > 0
036200             MOVE 4 TO RETURN-CODE
036300         WHEN OTHER
036400             MOVE 0 TO RETURN-CODE
036500     END-EVALUATE.
036600     PERFORM 6000-WRITE-SIGNOFF THRU 6000-EXIT.
036700     CLOSE YEAR-MASTER.
036800     CLOSE XRC-REPORT.
036900     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
037000     STOP RUN.
037100
037200******************************************************************
037300*    1000-INITIALIZE
037400*    READS THE CONTROL CARD AND OPENS THE FILES.  A BAD CARD
037500*    ENDS THE RUN RC 16 AND A FILE THAT WILL NOT OPEN RC 12 --
037600*    BOTH HOLD THE DOWNSTREAM FEED, SINCE NOTHING WAS PROVED.
037700******************************************************************
037800 1000-INITIALIZE.
037900     ACCEPT XRECON-RUN-DATE FROM DATE YYYYMMDD.
038000     ACCEPT XRECON-RUN-TIME FROM TIME.
038100     ACCEPT XRECON-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
038200     IF XRECON-OPERATOR-ID = SPACES
038300         ACCEPT XRECON-OPERATOR-ID FROM ENVIRONMENT "USER"
038400     END-IF.
038500     IF XRECON-OPERATOR-ID = SPACES
038600         MOVE "UNKNOWN" TO XRECON-OPERATOR-ID
038700     END-IF.
038800     OPEN INPUT XRC-CONTROL.
038900     IF XRECON-CTL-STATUS <> "00"
039000         SET XRECON-CONTROL-BAD TO TRUE
039100     ELSE
039200         READ XRC-CONTROL
039300             AT END
039400                 SET XRECON-CONTROL-BAD TO TRUE
039500         END-READ
039600         CLOSE XRC-CONTROL
039700     END-IF.
039800     IF NOT XRECON-CONTROL-BAD
039900         IF XC-RUN-DATE = SPACES
040000             MOVE XRECON-RUN-DATE TO XRECON-RECON-DATE
040100         ELSE
040200             IF XC-RUN-DATE IS NUMERIC
040300                 MOVE XC-RUN-DATE TO XRECON-RECON-DATE
040400             ELSE
040500                 SET XRECON-CONTROL-BAD TO TRUE
040600             END-IF
040700         END-IF
040800     END-IF.
040810     IF NOT XRECON-CONTROL-BAD
040820         MOVE XRECON-RECON-DATE TO DATEADD-DATE-IN
040830         MOVE ZERO TO DATEADD-DAYS
040840         CALL "DATEADD" USING DATEADD-PARM
040850         IF NOT DATEADD-OK
040860             SET XRECON-CONTROL-BAD TO TRUE
040870         END-IF
040880     END-IF.
040900     IF XRECON-CONTROL-BAD
041000         DISPLAY "XRECON - CONTROL CARD MISSING OR INVALID"
041100         MOVE 16 TO RETURN-CODE
041200         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
041300         STOP RUN
041400     END-IF.
041500     MOVE XRECON-RECON-DATE(1:4) TO XRECON-AD-YEAR.
041600     MOVE XRECON-RECON-DATE(5:2) TO XRECON-AD-MONTH.
041700     MOVE XRECON-RECON-DATE(7:2) TO XRECON-AD-DAY.
041800     IF XC-OPERATOR NOT = SPACES
041900         MOVE 1 TO XRECON-OPR-COUNT
042000         MOVE XC-OPERATOR TO XRECON-OPR-ID(1)
042100     END-IF.
042200     MOVE ALL "N" TO XRECON-AUDIT-TABLE.
042250     MOVE ALL "N" TO XRECON-LEAP-TABLE.
042300     OPEN INPUT  EXTRACT-FILE.
042400     OPEN INPUT  YEAR-MASTER.
042500     OPEN INPUT  AUDIT-INPUT.
042600     OPEN INPUT  STAT-INPUT.
042700     OPEN OUTPUT XRC-REPORT.
042800     IF XRECON-EXT-STATUS <> "00" OR
042900        XRECON-MST-STATUS <> "00" OR
043000        XRECON-LOG-STATUS <> "00" OR
043100        XRECON-IN-STATUS  <> "00" OR
043200        XRECON-RPT-STATUS <> "00"
043300         DISPLAY "XRECON - FILE OPEN FAILED, EXTRACT STATUS "
043400             XRECON-EXT-STATUS " YEARMST STATUS "
043500             XRECON-MST-STATUS " AUDITLOG STATUS "
043600             XRECON-LOG-STATUS
043700         DISPLAY "XRECON - RUNSTAT STATUS " XRECON-IN-STATUS
043800             " XRCRPT STATUS " XRECON-RPT-STATUS
043900         MOVE 12 TO RETURN-CODE
043910         IF XRECON-IN-STATUS = "00"
043920             CLOSE STAT-INPUT
043930         END-IF
044000         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
044100         STOP RUN
044200     END-IF.
044300     MOVE XRECON-RECON-DATE TO XRECON-H1-RECON-DATE.
044400     IF XC-OPERATOR = SPACES
044500         MOVE "RUNSTAT" TO XRECON-H1-OPERATOR
044600     ELSE
044700         MOVE XC-OPERATOR TO XRECON-H1-OPERATOR
044800     END-IF.
044900     MOVE XRECON-RUN-DATE   TO XRECON-H1-DATE.
045000     WRITE XRC-REPORT-RECORD FROM XRECON-HEADING-LINE.
045100     MOVE SPACES TO XRC-REPORT-RECORD.
045200     WRITE XRC-REPORT-RECORD.
045300 1000-EXIT.
045400     EXIT.
045500
045600******************************************************************
045700*    2000-LOAD-RUN-STATS
045800*    SUMS THE BISS RUNSTAT RECORDS OF THE DATE AND, WHEN THE
045900*    CARD NAMES NO OPERATOR, COLLECTS THE OPERATORS THEY NAME.
046000*    A RECORD WHOSE NUMERIC FIELDS DO NOT PARSE IS COUNTED AND
046100*    SKIPPED, AS IN RUNRPT.
046200******************************************************************
046300 2000-LOAD-RUN-STATS.
046400     MOVE "N" TO XRECON-EOF-SW.
046500     PERFORM 2100-READ-STATS THRU 2100-EXIT.
046600     PERFORM 2200-LOAD-ONE-STAT THRU 2200-EXIT
046700         UNTIL XRECON-END-OF-FILE.
046800     CLOSE STAT-INPUT.
046900 2000-EXIT.
047000     EXIT.
047100
047200 2100-READ-STATS.
047300     READ STAT-INPUT
047400         AT END
047500             SET XRECON-END-OF-FILE TO TRUE
047600     END-READ.
047700 2100-EXIT.
047800     EXIT.
047900
048000 2200-LOAD-ONE-STAT.
048100     ADD 1 TO XRECON-STATS-READ.
048200     MOVE STAT-INPUT-RECORD TO RUNSTAT-RECORD.
048300     IF RUNSTAT-RUN-DATE IS NOT NUMERIC OR
048400        RUNSTAT-RECS-READ IS NOT NUMERIC OR
048500        RUNSTAT-RECS-ACCEPTED IS NOT NUMERIC OR
048600        RUNSTAT-RECS-REJECTED IS NOT NUMERIC OR
048700        RUNSTAT-COND-CODE IS NOT NUMERIC
048800         ADD 1 TO XRECON-STATS-BAD
048900         GO TO 2200-NEXT
049000     END-IF.
049100     IF RUNSTAT-PROGRAM-ID NOT = "BISS" OR
049200        RUNSTAT-RUN-DATE NOT = XRECON-RECON-DATE
049300         GO TO 2200-NEXT
049400     END-IF.
049500     ADD 1 TO XRECON-BISS-RUNS.
049600     ADD RUNSTAT-RECS-ACCEPTED TO XRECON-RS-ACCEPTED.
049700     ADD RUNSTAT-RECS-REJECTED TO XRECON-RS-REJECTED.
049800     IF RUNSTAT-RESTARTED
049900         ADD 1 TO XRECON-BISS-RESTARTS
050000     END-IF.
050100     IF XC-OPERATOR = SPACES
050200         PERFORM 2300-ADD-OPERATOR THRU 2300-EXIT
050300     END-IF.
050400 2200-NEXT.
050500     PERFORM 2100-READ-STATS THRU 2100-EXIT.
050600 2200-EXIT.
050700     EXIT.
050800
050900 2300-ADD-OPERATOR.
051000     MOVE RUNSTAT-OPERATOR TO XRECON-OPR-KEY.
051100     PERFORM 2600-FIND-OPERATOR THRU 2600-EXIT.
051200     IF NOT XRECON-OPR-FOUND AND
051300        XRECON-OPR-COUNT < XRECON-OPR-MAX
051400         ADD 1 TO XRECON-OPR-COUNT
051500         MOVE RUNSTAT-OPERATOR
051600             TO XRECON-OPR-ID(XRECON-OPR-COUNT)
051700     END-IF.
051800 2300-EXIT.
051900     EXIT.
052000
052100******************************************************************
052200*    2500-LOAD-AUDIT-LOG
052300*    FLAGS EVERY YEAR WITH AN AUDIT LINE DATED THE RECONCILED
052400*    DATE UNDER ONE OF THE OPERATORS.  A LINE WHOSE TIMESTAMP
052500*    DOES NOT PARSE IS COUNTED, AS AUDRPT COUNTS IT.  A LINE
052510*    WITHOUT THE "YEAR : " LABEL IN COLUMNS 54-60 IS NOT A BISS
052520*    YEAR LINE (DATEINQ WRITES ITS SERVICE THERE) AND IS PASSED
052530*    OVER; ONE THAT CARRIES THE LABEL BUT NO NUMERIC YEAR IS
052540*    COUNTED.
052600******************************************************************
052700 2500-LOAD-AUDIT-LOG.
052800     MOVE "N" TO XRECON-EOF-SW.
052900     PERFORM 2510-READ-AUDIT THRU 2510-EXIT.
053000     PERFORM 2520-LOAD-ONE-AUDIT THRU 2520-EXIT
053100         UNTIL XRECON-END-OF-FILE.
053200     CLOSE AUDIT-INPUT.
053300 2500-EXIT.
053400     EXIT.
053500
053600 2510-READ-AUDIT.
053700     READ AUDIT-INPUT
053800         AT END
053900             SET XRECON-END-OF-FILE TO TRUE
054000     END-READ.
054100 2510-EXIT.
054200     EXIT.
054300
054400 2520-LOAD-ONE-AUDIT.
054500     ADD 1 TO XRECON-LOG-READ.
054600     IF AI-TS-YEAR IS NOT NUMERIC OR
054700        AI-TS-MONTH IS NOT NUMERIC OR
054800        AI-TS-DAY IS NOT NUMERIC
055000         ADD 1 TO XRECON-LOG-BAD
055100         GO TO 2520-NEXT
055200     END-IF.
055210     IF AI-YEAR-LABEL NOT = "YEAR : "
055220         GO TO 2520-NEXT
055230     END-IF.
055240     IF AI-YEAR IS NOT NUMERIC
055250         ADD 1 TO XRECON-LOG-BAD
055260         GO TO 2520-NEXT
055270     END-IF.
055300     MOVE AI-TS-YEAR  TO XRECON-AI-YEAR.
055400     MOVE AI-TS-MONTH TO XRECON-AI-MONTH.
055500     MOVE AI-TS-DAY   TO XRECON-AI-DAY.
055600     IF XRECON-AI-DATE NOT = XRECON-AUDIT-DATE OR
055700        AI-YEAR-NUM = 0
055800         GO TO 2520-NEXT
055900     END-IF.
056000     IF XRECON-OPR-COUNT > 0
056050         MOVE AI-OPERATOR TO XRECON-OPR-KEY
056100         PERFORM 2600-FIND-OPERATOR THRU 2600-EXIT
056200         IF NOT XRECON-OPR-FOUND
056300             GO TO 2520-NEXT
056400         END-IF
056500     END-IF.
056600     ADD 1 TO XRECON-LOG-MATCHED.
056700     MOVE "Y" TO XRECON-AUDIT-SEEN(AI-YEAR-NUM).
056800 2520-NEXT.
056900     PERFORM 2510-READ-AUDIT THRU 2510-EXIT.
057000 2520-EXIT.
057100     EXIT.
057200
057300 2600-FIND-OPERATOR.
057400     MOVE "N" TO XRECON-OPR-FOUND-SW.
057500     MOVE 1 TO XRECON-OPR-SUB.
057600     PERFORM 2610-MATCH-ONE-OPERATOR THRU 2610-EXIT
057700         UNTIL XRECON-OPR-FOUND
057800         OR XRECON-OPR-SUB > XRECON-OPR-COUNT.
057900 2600-EXIT.
058000     EXIT.
058100
058200 2610-MATCH-ONE-OPERATOR.
058300     IF XRECON-OPR-ID(XRECON-OPR-SUB) = XRECON-OPR-KEY
058400         SET XRECON-OPR-FOUND TO TRUE
058500     ELSE
058600         ADD 1 TO XRECON-OPR-SUB
058700     END-IF.
058800 2610-EXIT.
058900     EXIT.
059000
059100******************************************************************
059200*    3000-CHECK-LEAP
059300*    FIRST PASS OVER THE EXTRACT: COUNTS THE DATE'S RECORDS PER
059400*    DEPARTMENT AND READS YEARMST FOR EVERY ACCEPTED ONE.  A
059500*    YEAR THE MASTER DOES NOT HOLD, OR AN INDICATOR THAT DIFFERS
059600*    FROM YEARMST-LEAP-IND, IS A DISAGREEMENT.
059700******************************************************************
059800 3000-CHECK-LEAP.
059900     MOVE "LEAP DETERMINATIONS AGAINST YEARMST"
060000         TO XRECON-SECTION-TEXT.
060100     WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE.
060200     MOVE "N" TO XRECON-EOF-SW.
060300     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
060400     PERFORM 3200-CHECK-ONE-LEAP THRU 3200-EXIT
060500         UNTIL XRECON-END-OF-FILE.
060600     CLOSE EXTRACT-FILE.
060700     IF XRECON-LEAP-DIFFS = 0
060800         MOVE "NONE" TO XRECON-SECTION-TEXT
060900         WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE
061000     END-IF.
061100     MOVE "ACCEPTED RECORDS CHECKED : " TO XRECON-CL-LABEL.
061200     MOVE XRECON-LEAP-CHECKED TO XRECON-CL-COUNT-1.
061300     MOVE "  DISAGREEING : "  TO XRECON-CL-LABEL-2.
061400     MOVE XRECON-LEAP-DIFFS   TO XRECON-CL-COUNT-2.
061500     WRITE XRC-REPORT-RECORD FROM XRECON-CHECK-LINE.
061600     MOVE SPACES TO XRC-REPORT-RECORD.
061700     WRITE XRC-REPORT-RECORD.
061800 3000-EXIT.
061900     EXIT.
062000
062100 3100-READ-EXTRACT.
062200     READ EXTRACT-FILE
062300         AT END
062400             SET XRECON-END-OF-FILE TO TRUE
062500     END-READ.
062600 3100-EXIT.
062700     EXIT.
062800
062900 3200-CHECK-ONE-LEAP.
063000     ADD 1 TO XRECON-EXT-READ.
063100     IF EX-RUN-DATE NOT = XRECON-RECON-DATE
063200         GO TO 3200-NEXT
063300     END-IF.
063400     ADD 1 TO XRECON-EXT-ON-DATE.
063500     PERFORM 3300-ACCUMULATE-DEPT THRU 3300-EXIT.
063600     IF NOT EX-ACCEPTED
063700         GO TO 3200-NEXT
063800     END-IF.
063900     ADD 1 TO XRECON-LEAP-CHECKED.
064000     MOVE EX-YEAR   TO XRECON-XL-YEAR.
064100     MOVE EX-DEPT-ID TO XRECON-XL-DEPT.
064200     MOVE "LEAP"    TO XRECON-XL-CHECK.
064300     PERFORM 3400-EDIT-YEAR THRU 3400-EXIT.
064400     IF NOT XRECON-YEAR-OK
064500         MOVE "ACCEPTED YEAR NOT A VALID YEAR"
064600             TO XRECON-XL-DETAIL
064700         PERFORM 3500-WRITE-LEAP-DIFF THRU 3500-EXIT
064800         GO TO 3200-NEXT
064900     END-IF.
065000     MOVE EX-YEAR-NUM TO YEARMST-YEAR.
065100     READ YEAR-MASTER
065200         INVALID KEY
065300             MOVE "YEAR NOT ON YEARMST" TO XRECON-XL-DETAIL
065400             PERFORM 3500-WRITE-LEAP-DIFF THRU 3500-EXIT
065500             GO TO 3200-NEXT
065600     END-READ.
065700     IF EX-LEAP-IND NOT = YEARMST-LEAP-IND
065800         MOVE EX-LEAP-IND      TO XRECON-LD-EXTRACT
065900         MOVE YEARMST-LEAP-IND TO XRECON-LD-MASTER
066000         MOVE XRECON-LEAP-DETAIL TO XRECON-XL-DETAIL
066100         PERFORM 3500-WRITE-LEAP-DIFF THRU 3500-EXIT
066200     END-IF.
066300 3200-NEXT.
066400     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
066500 3200-EXIT.
066600     EXIT.
066700
066800******************************************************************
066900*    3300-ACCUMULATE-DEPT
067000*    FINDS OR ADDS THE RECORD'S DEPARTMENT AND COUNTS IT
067100*    ACCEPTED OR REJECTED.  THE TOTALS ARE KEPT APART FROM THE
067200*    TABLE SO AN OVERFLOW NEVER SHORTS THE TIE.
067300******************************************************************
067400 3300-ACCUMULATE-DEPT.
067500     IF EX-ACCEPTED
067600         ADD 1 TO XRECON-EXT-ACCEPTED
067700     ELSE
067800         ADD 1 TO XRECON-EXT-REJECTED
067900     END-IF.
068000     MOVE "N" TO XRECON-DEPT-FOUND-SW.
068100     MOVE 1 TO XRECON-DEPT-SUB.
068200     PERFORM 3310-MATCH-ONE-DEPT THRU 3310-EXIT
068300         UNTIL XRECON-DEPT-FOUND
068400         OR XRECON-DEPT-SUB > XRECON-DEPT-COUNT.
068500     IF NOT XRECON-DEPT-FOUND
068600         IF XRECON-DEPT-COUNT >= XRECON-DEPT-MAX
068700             SET XRECON-DEPT-TABLE-FULL TO TRUE
068800             GO TO 3300-EXIT
068900         END-IF
069000         ADD 1 TO XRECON-DEPT-COUNT
069100         MOVE XRECON-DEPT-COUNT TO XRECON-DEPT-SUB
069200         MOVE EX-DEPT-ID TO XRECON-DE-DEPT(XRECON-DEPT-SUB)
069300         MOVE ZERO TO XRECON-DE-ACCEPTED(XRECON-DEPT-SUB)
069400         MOVE ZERO TO XRECON-DE-REJECTED(XRECON-DEPT-SUB)
069500     END-IF.
069600     IF EX-ACCEPTED
069700         ADD 1 TO XRECON-DE-ACCEPTED(XRECON-DEPT-SUB)
069800     ELSE
069900         ADD 1 TO XRECON-DE-REJECTED(XRECON-DEPT-SUB)
070000     END-IF.
070100 3300-EXIT.
070200     EXIT.
070300
070400 3310-MATCH-ONE-DEPT.
070500     IF XRECON-DE-DEPT(XRECON-DEPT-SUB) = EX-DEPT-ID
070600         SET XRECON-DEPT-FOUND TO TRUE
070700     ELSE
070800         ADD 1 TO XRECON-DEPT-SUB
070900     END-IF.
071000 3310-EXIT.
071100     EXIT.
071200
071300******************************************************************
071400*    3400-EDIT-YEAR
071500*    AN ACCEPTED YEAR MUST BE NUMERIC AND NOT ZERO, OR IT CAN
071600*    NEITHER KEY YEARMST NOR INDEX THE AUDIT TABLE.
071700******************************************************************
071800 3400-EDIT-YEAR.
071900     MOVE "N" TO XRECON-YEAR-OK-SW.
072000     IF EX-YEAR IS NUMERIC
072100         IF EX-YEAR-NUM > 0
072200             SET XRECON-YEAR-OK TO TRUE
072300         END-IF
072400     END-IF.
072500 3400-EXIT.
072600     EXIT.
072700
072800 3500-WRITE-LEAP-DIFF.
072900     WRITE XRC-REPORT-RECORD FROM XRECON-EXCEPTION-LINE.
073000     ADD 1 TO XRECON-LEAP-DIFFS.
073100     ADD 1 TO XRECON-EXCEPT-RECORDS.
073110     IF XRECON-YEAR-OK
073120         MOVE "Y" TO XRECON-LEAP-FAILED(EX-YEAR-NUM)
073130     END-IF.
073200 3500-EXIT.
073300     EXIT.
073400
073500******************************************************************
073600*    4000-TIE-COUNTS
073700*    LISTS THE DATE'S EXTRACT COUNTS PER DEPARTMENT, FOOTS THEM
073800*    TO THE EXTRACT TOTAL, AND TIES THE TOTAL TO THE SUM OF THE
073900*    DATE'S BISS RUNSTAT RECORDS.  RUNSTAT CARRIES NO DEPARTMENT,
074000*    SO THE DEPARTMENTS TIE THROUGH THE FOOTING.  NO BISS RUNSTAT
074100*    RECORD FOR THE DATE FAILS THE TIE OUTRIGHT.
074200******************************************************************
074300 4000-TIE-COUNTS.
074400     MOVE "EXTRACT COUNTS AGAINST RUNSTAT" TO XRECON-SECTION-TEXT.
074500     WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE.
074600     MOVE "DEPT    : " TO XRECON-KL-LABEL.
074700     MOVE 1 TO XRECON-DEPT-SUB.
074800     PERFORM 4100-WRITE-ONE-DEPT THRU 4100-EXIT
074900         UNTIL XRECON-DEPT-SUB > XRECON-DEPT-COUNT.
075000     IF XRECON-DEPT-TABLE-FULL
075100         MOVE "MORE THAN 50 DEPARTMENTS - LIST NOT COMPLETE"
075200             TO XRECON-SECTION-TEXT
075300         WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE
075400     END-IF.
075500     MOVE "EXTRACT : " TO XRECON-KL-LABEL.
075600     MOVE "TOTAL"      TO XRECON-KL-NAME.
075700     MOVE XRECON-EXT-ACCEPTED TO XRECON-KL-ACCEPTED.
075800     MOVE XRECON-EXT-REJECTED TO XRECON-KL-REJECTED.
075900     WRITE XRC-REPORT-RECORD FROM XRECON-COUNT-LINE.
076000     MOVE "RUNSTAT : " TO XRECON-KL-LABEL.
076100     MOVE "BISS"       TO XRECON-KL-NAME.
076200     MOVE XRECON-RS-ACCEPTED TO XRECON-KL-ACCEPTED.
076300     MOVE XRECON-RS-REJECTED TO XRECON-KL-REJECTED.
076400     WRITE XRC-REPORT-RECORD FROM XRECON-COUNT-LINE.
076500     MOVE "BISS RUNS ON DATE : " TO XRECON-CL-LABEL.
076600     MOVE XRECON-BISS-RUNS   TO XRECON-CL-COUNT-1.
076700     MOVE "  RESTARTED : "   TO XRECON-CL-LABEL-2.
076800     MOVE XRECON-BISS-RESTARTS TO XRECON-CL-COUNT-2.
076900     WRITE XRC-REPORT-RECORD FROM XRECON-CHECK-LINE.
077000     IF NOT XRECON-DEPT-TABLE-FULL AND
077100        (XRECON-FOOT-ACCEPTED NOT = XRECON-EXT-ACCEPTED OR
077200         XRECON-FOOT-REJECTED NOT = XRECON-EXT-REJECTED)
077300         MOVE "*** DEPARTMENTS DO NOT FOOT TO THE TOTAL ***"
077400             TO XRECON-SECTION-TEXT
077500         WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE
077600         SET XRECON-COUNTS-DO-NOT-TIE TO TRUE
077700     END-IF.
077800     EVALUATE TRUE
077900         WHEN XRECON-BISS-RUNS = 0
078000             MOVE "*** NO BISS RUNSTAT RECORD FOR THE DATE ***"
078100                 TO XRECON-SECTION-TEXT
078200             SET XRECON-COUNTS-DO-NOT-TIE TO TRUE
078300         WHEN XRECON-RS-ACCEPTED NOT = XRECON-EXT-ACCEPTED OR
078400              XRECON-RS-REJECTED NOT = XRECON-EXT-REJECTED
078500             MOVE "*** EXTRACT DOES NOT TIE TO RUNSTAT ***"
078600                 TO XRECON-SECTION-TEXT
078700             SET XRECON-COUNTS-DO-NOT-TIE TO TRUE
078800         WHEN OTHER
078900             MOVE "EXTRACT TIES TO RUNSTAT"
079000                 TO XRECON-SECTION-TEXT
079100     END-EVALUATE.
079200     WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE.
079300     IF XRECON-BISS-RESTARTS > 0 AND XRECON-COUNTS-DO-NOT-TIE
079400         MOVE "RESTARTED RUN - ABENDED SEGMENT IS ON EXTRACT"
079500             TO XRECON-SECTION-TEXT
079600         WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE
079700     END-IF.
079800     MOVE SPACES TO XRC-REPORT-RECORD.
079900     WRITE XRC-REPORT-RECORD.
080000 4000-EXIT.
080100     EXIT.
080200
080300 4100-WRITE-ONE-DEPT.
080400     IF XRECON-DE-DEPT(XRECON-DEPT-SUB) = SPACES
080500         MOVE "(BLANK)" TO XRECON-KL-NAME
080600     ELSE
080700         MOVE XRECON-DE-DEPT(XRECON-DEPT-SUB) TO XRECON-KL-NAME
080800     END-IF.
080900     MOVE XRECON-DE-ACCEPTED(XRECON-DEPT-SUB)
081000         TO XRECON-KL-ACCEPTED.
081100     MOVE XRECON-DE-REJECTED(XRECON-DEPT-SUB)
081200         TO XRECON-KL-REJECTED.
081300     WRITE XRC-REPORT-RECORD FROM XRECON-COUNT-LINE.
081400     ADD XRECON-DE-ACCEPTED(XRECON-DEPT-SUB)
081500         TO XRECON-FOOT-ACCEPTED.
081600     ADD XRECON-DE-REJECTED(XRECON-DEPT-SUB)
081700         TO XRECON-FOOT-REJECTED.
081800     ADD 1 TO XRECON-DEPT-SUB.
081900 4100-EXIT.
082000     EXIT.
082100
082200******************************************************************
082300*    5000-CHECK-AUDIT
082400*    SECOND PASS OVER THE EXTRACT: EVERY ACCEPTED YEAR OF THE
082500*    DATE MUST HAVE BEEN FLAGGED FROM AUDITLOG BY 2500.  A YEAR
082600*    3400 CANNOT EDIT IS ALREADY LISTED UNDER THE LEAP CHECK.
082700******************************************************************
082800 5000-CHECK-AUDIT.
082900     MOVE "ACCEPTED YEARS AGAINST AUDITLOG"
083000         TO XRECON-SECTION-TEXT.
083100     WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE.
083200     OPEN INPUT EXTRACT-FILE.
083300     IF XRECON-EXT-STATUS <> "00"
083400         DISPLAY "XRECON - EXTRACT REOPEN FAILED, STATUS "
083500             XRECON-EXT-STATUS
083600         MOVE "*** EXTRACT COULD NOT BE REREAD ***"
083700             TO XRECON-SECTION-TEXT
083800         WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE
083900         ADD 1 TO XRECON-AUDIT-MISSING
084000         GO TO 5000-EXIT
084100     END-IF.
084200     MOVE "N" TO XRECON-EOF-SW.
084300     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
084400     PERFORM 5100-CHECK-ONE-AUDIT THRU 5100-EXIT
084500         UNTIL XRECON-END-OF-FILE.
084600     CLOSE EXTRACT-FILE.
084700     IF XRECON-AUDIT-MISSING = 0
084800         MOVE "NONE" TO XRECON-SECTION-TEXT
084900         WRITE XRC-REPORT-RECORD FROM XRECON-SECTION-LINE
085000     END-IF.
085100     MOVE "AUDIT LINES FOR DATE : " TO XRECON-CL-LABEL.
085200     MOVE XRECON-LOG-MATCHED   TO XRECON-CL-COUNT-1.
085300     MOVE "  MISSING : "       TO XRECON-CL-LABEL-2.
085400     MOVE XRECON-AUDIT-MISSING TO XRECON-CL-COUNT-2.
085500     WRITE XRC-REPORT-RECORD FROM XRECON-CHECK-LINE.
085600     MOVE SPACES TO XRC-REPORT-RECORD.
085700     WRITE XRC-REPORT-RECORD.
085800 5000-EXIT.
085900     EXIT.
086000
086100 5100-CHECK-ONE-AUDIT.
086200     IF EX-RUN-DATE NOT = XRECON-RECON-DATE OR NOT EX-ACCEPTED
086300         GO TO 5100-NEXT
086400     END-IF.
086500     PERFORM 3400-EDIT-YEAR THRU 3400-EXIT.
086600     IF NOT XRECON-YEAR-OK
086700         GO TO 5100-NEXT
086800     END-IF.
086900     IF XRECON-AUDIT-SEEN(EX-YEAR-NUM) = "N"
087000         MOVE "AUDIT"    TO XRECON-XL-CHECK
087100         MOVE EX-YEAR    TO XRECON-XL-YEAR
087200         MOVE EX-DEPT-ID TO XRECON-XL-DEPT
087300         MOVE "NO AUDITLOG LINE FOR DATE AND OPERATOR"
087400             TO XRECON-XL-DETAIL
087500         WRITE XRC-REPORT-RECORD FROM XRECON-EXCEPTION-LINE
087600         ADD 1 TO XRECON-AUDIT-MISSING
087700         IF XRECON-LEAP-FAILED(EX-YEAR-NUM) = "N"
087710             ADD 1 TO XRECON-EXCEPT-RECORDS
087720         END-IF
087800     END-IF.
087900 5100-NEXT.
088000     PERFORM 3100-READ-EXTRACT THRU 3100-EXIT.
088100 5100-EXIT.
088200     EXIT.
088300
088400******************************************************************
088500*    6000-WRITE-SIGNOFF
088600*    THE VERDICT, THE UNPARSEABLE-LINE COUNTS AND THE SIGN-OFF
088700*    BLOCK THE RECONCILER AND REVIEWER SIGN BEFORE THE REPORT IS
088800*    FILED FOR THE AUDITORS.
088900******************************************************************
089000 6000-WRITE-SIGNOFF.
089100     MOVE "UNPARSEABLE RUNSTAT RECORDS: " TO XRECON-CL-LABEL.
089200     MOVE XRECON-STATS-BAD TO XRECON-CL-COUNT-1.
089300     MOVE "  AUDITLOG : "  TO XRECON-CL-LABEL-2.
089400     MOVE XRECON-LOG-BAD   TO XRECON-CL-COUNT-2.
089500     WRITE XRC-REPORT-RECORD FROM XRECON-CHECK-LINE.
089600     EVALUATE RETURN-CODE
089700         WHEN 0
089800             MOVE "RECONCILED - DOWNSTREAM FEED RELEASED"
089900                 TO XRECON-VL-VERDICT
090000         WHEN 4
090100             MOVE "RECONCILED, LINES UNPARSEABLE - FEED RELEASED"
090200                 TO XRECON-VL-VERDICT
090300         WHEN OTHER
090400             MOVE "*** NOT RECONCILED - DOWNSTREAM FEED HELD ***"
090500                 TO XRECON-VL-VERDICT
090600     END-EVALUATE.
090700     WRITE XRC-REPORT-RECORD FROM XRECON-VERDICT-LINE.
090800     MOVE SPACES TO XRC-REPORT-RECORD.
090900     WRITE XRC-REPORT-RECORD.
091000     MOVE XRECON-OPERATOR-ID   TO XRECON-SO-PREPARED.
091100     MOVE XRECON-RUN-DATE      TO XRECON-SO-DATE.
091200     MOVE XRECON-RUN-TIME(1:6) TO XRECON-SO-TIME.
091300     WRITE XRC-REPORT-RECORD FROM XRECON-SIGNOFF-LINE-1.
091400     MOVE SPACES TO XRC-REPORT-RECORD.
091500     WRITE XRC-REPORT-RECORD.
091600     WRITE XRC-REPORT-RECORD FROM XRECON-SIGNOFF-LINE-2.
091700     MOVE SPACES TO XRC-REPORT-RECORD.
091800     WRITE XRC-REPORT-RECORD.
091900     WRITE XRC-REPORT-RECORD FROM XRECON-SIGNOFF-LINE-3.
092000 6000-EXIT.
092100     EXIT.
092200
092300******************************************************************
092400*    9000-WRITE-RUN-STATS
092500*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
092600*    AFTER THE LOAD HAS CLOSED IT: EXTRACT RECORDS OF THE DATE
092700*    READ, THOSE THAT RECONCILED, AND THOSE LISTED AS EXCEPTIONS.
092800*    BEST-EFFORT: A RUNSTAT THAT WILL NOT OPEN IS REPORTED ON
092900*    SYSOUT AND THE RUN ENDS WITH ITS OWN CONDITION CODE.
093000******************************************************************
093100 9000-WRITE-RUN-STATS.
093200     OPEN EXTEND RUN-STATS.
093300     IF XRECON-STAT-STATUS <> "00"
093400         OPEN OUTPUT RUN-STATS
093500     END-IF.
093600     IF XRECON-STAT-STATUS <> "00"
093700         DISPLAY "XRECON - RUNSTAT OPEN FAILED, STATUS "
093800             XRECON-STAT-STATUS
093900         GO TO 9000-EXIT
094000     END-IF.
094100     MOVE SPACES TO RUNSTAT-RECORD.
094200     MOVE "XRECON"             TO RUNSTAT-PROGRAM-ID.
094300     MOVE XRECON-RUN-DATE      TO RUNSTAT-RUN-DATE.
094400     MOVE XRECON-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
094500     MOVE XRECON-OPERATOR-ID   TO RUNSTAT-OPERATOR.
094600     MOVE XRECON-EXT-ON-DATE   TO RUNSTAT-RECS-READ.
094700     COMPUTE RUNSTAT-RECS-ACCEPTED =
094800         XRECON-EXT-ON-DATE - XRECON-EXCEPT-RECORDS.
094900     MOVE XRECON-EXCEPT-RECORDS TO RUNSTAT-RECS-REJECTED.
095000     MOVE RETURN-CODE          TO RUNSTAT-COND-CODE.
095100     SET RUNSTAT-FRESH-RUN TO TRUE.
095200     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
095300     CLOSE RUN-STATS.
095400 9000-EXIT.
095500     EXIT.
