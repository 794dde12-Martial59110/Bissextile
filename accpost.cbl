000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     ACCPOST.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-09-21.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-09-21  MJM   INITIAL VERSION.  DAILY ACCRUAL LEDGER
001300*                      POSTING RUN.  ACCDRV RECOMPUTES THE FULL
001400*                      ACCRUAL FROM START TO END DATE EVERY RUN,
001500*                      BUT THE LEDGER NEEDS THE DAILY MOVEMENT,
001600*                      AND THE DESK WAS DIFFERENCING YESTERDAY'S
001700*                      ACCRPT AGAINST TODAY'S BY HAND.  READS THE
001800*                      SAME POSIN FILE AND, FOR EACH POSITION,
001900*                      CALLS ACCRUE ONLY FOR THE DAYS SINCE THE
002000*                      LAST ACCRUAL DATE HELD ON THE KEYED ACLMST
002100*                      LEDGER MASTER (SO A MISSED DAY IS CAUGHT
002200*                      UP, NOT LOST), UPDATES ACCRUED-TO-DATE AND
002300*                      PERIOD-TO-DATE, AND WRITES A BALANCED
002400*                      DEBIT/CREDIT GLJRNL JOURNAL WITH A
002500*                      CONTROL TRAILER FOR THE GL FEED.  A
002600*                      POSITION THAT HAS MATURED, OR THAT IS ON
002700*                      THE MASTER BUT NO LONGER ON POSIN, HAS ITS
002800*                      ACCRUED-TO-DATE REVERSED AND IS CLOSED.
002900*                      THE FIRST POSTING IN A NEW MONTH ROLLS THE
003000*                      PERIOD AND RESETS PERIOD-TO-DATE, SPLITTING
003100*                      A CATCH-UP SPAN AT THE FIRST OF THE MONTH
003200*                      SO EACH MONTH CARRIES ITS OWN DAYS.  ENDS
003300*                      RC 0 CLEAN, 4 WHEN RECORDS WERE REJECTED,
003400*                      8 IF THE JOURNAL FAILS TO BALANCE, 12 WHEN
003500*                      A FILE WOULD NOT OPEN, 16 ON A BAD CONTROL
003600*                      CARD.
003610*    2026-10-15  MJM   A SPAN BEHIND THE LAST ACCRUAL DATE IS NOW
003620*                      ACCRUED FORWARD AND NEGATED (ACCRUE ORDERS
003630*                      ITS DATES, SO IT NEVER CAME BACK NEGATIVE),
003640*                      AND A POSITION THAT FAILS TO POST IS STILL
003650*                      MARKED SEEN SO THE SWEEP LEAVES IT ALONE.
003651*    2026-10-15  MJM   CURRENCY CONVENTIONS, AS IN ACCDRV.  A
003652*                      POSITION CARRYING A CURRENCY CODE IN POSIN
003653*                      COLUMNS 52-54 IS LOOKED UP ON CNVMST: A
003654*                      BLANK BASIS CODE TAKES THE CURRENCY'S
003655*                      STANDARD BASIS (AND IS HELD ON THE LEDGER
003656*                      ENTRY), AN EXPLICIT BASIS THAT DISAGREES IS
003657*                      LISTED AS A CONFLICT ON ACLRPT AND COUNTED
003658*                      IN THE SUMMARY, AND A CURRENCY NOT ON THE
003659*                      MASTER IS REJECTED.
003700******************************************************************
003800
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SPECIAL-NAMES.
004200     DECIMAL-POINT IS COMMA.
004300
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT POSITION-INPUT ASSIGN TO POSIN
004700                         ORGANIZATION IS LINE SEQUENTIAL.
004800     SELECT POST-CONTROL ASSIGN TO ACLCTL
004900                         ORGANIZATION IS LINE SEQUENTIAL
005000                         FILE STATUS IS ACCPOST-CTL-STATUS.
005100     SELECT ACCRUAL-MASTER ASSIGN TO ACLMST
005200                         ORGANIZATION IS INDEXED
005300                         ACCESS MODE IS DYNAMIC
005400                         RECORD KEY IS ACL-ACCOUNT
005500                         FILE STATUS IS ACCPOST-MST-STATUS.
005600     SELECT GL-JOURNAL   ASSIGN TO GLJRNL
005700                         ORGANIZATION IS LINE SEQUENTIAL
005800                         FILE STATUS IS ACCPOST-JRN-STATUS.
005900     SELECT POST-REPORT  ASSIGN TO ACLRPT
006000                         ORGANIZATION IS LINE SEQUENTIAL
006100                         FILE STATUS IS ACCPOST-RPT-STATUS.
006200     SELECT POST-REJECTS ASSIGN TO ACLREJ
006300                         ORGANIZATION IS LINE SEQUENTIAL.
006400     SELECT RUN-STATS    ASSIGN TO RUNSTAT
006500                         ORGANIZATION IS LINE SEQUENTIAL
006600                         FILE STATUS IS ACCPOST-STAT-STATUS.
006610     SELECT CONV-MASTER  ASSIGN TO CNVMST
006620                         ORGANIZATION IS INDEXED
006630                         ACCESS MODE IS RANDOM
006640                         RECORD KEY IS CNV-CURRENCY
006650                         FILE STATUS IS ACCPOST-CNV-STATUS.
006700
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  POSITION-INPUT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  POSITION-RECORD.
007300     05  PS-ACCOUNT             PIC X(10).
007400     05  PS-PRINCIPAL           PIC X(15).
007500     05  PS-PRINCIPAL-NUM REDEFINES PS-PRINCIPAL
007600                                PIC 9(13)V99.
007700     05  PS-RATE                PIC X(09).
007800     05  PS-RATE-NUM REDEFINES PS-RATE
007900                                PIC 9(03)V9(06).
008000     05  PS-START-DATE          PIC X(08).
008100     05  PS-END-DATE            PIC X(08).
008200     05  PS-BASIS-CODE          PIC X(01).
008210     05  PS-CCY-CODE            PIC X(03).
008300     05  FILLER                 PIC X(26).
008400
008500 FD  POST-CONTROL
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  POST-CONTROL-RECORD.
008800     05  CT-POST-DATE           PIC X(08).
008900     05  FILLER                 PIC X(72).
009000
009100 FD  ACCRUAL-MASTER
009200     RECORD CONTAINS 150 CHARACTERS.
009300 COPY ACLREC.
009400
009500 FD  GL-JOURNAL
009600     RECORD CONTAINS 80 CHARACTERS.
009700 COPY GLJREC.
009800
009900 FD  POST-REPORT
010000     RECORD CONTAINS 132 CHARACTERS.
010100 01  POST-REPORT-RECORD         PIC X(132).
010200
010300 FD  POST-REJECTS
010400     RECORD CONTAINS 132 CHARACTERS.
010500 01  POST-REJECTS-RECORD        PIC X(132).
010600
010700 FD  RUN-STATS
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  RUN-STATS-RECORD           PIC X(80).
010910
010920 FD  CONV-MASTER
010930     RECORD CONTAINS 60 CHARACTERS.
010940 COPY CNVREC.
011000
011100 WORKING-STORAGE SECTION.
011200 77  ACCPOST-CTL-STATUS         PIC X(02) VALUE SPACES.
011300 77  ACCPOST-MST-STATUS         PIC X(02) VALUE SPACES.
011400 77  ACCPOST-JRN-STATUS         PIC X(02) VALUE SPACES.
011500 77  ACCPOST-RPT-STATUS         PIC X(02) VALUE SPACES.
011600 77  ACCPOST-STAT-STATUS        PIC X(02) VALUE SPACES.
011700 77  ACCPOST-EOF-SW             PIC X(01) VALUE "N".
011800     88  ACCPOST-END-OF-INPUT   VALUE "Y".
011900 77  ACCPOST-SWEEP-EOF-SW       PIC X(01) VALUE "N".
012000     88  ACCPOST-END-OF-MASTER  VALUE "Y".
012100 77  ACCPOST-CTL-BAD-SW         PIC X(01) VALUE "N".
012200     88  ACCPOST-CONTROL-BAD    VALUE "Y".
012300 77  ACCPOST-REC-BAD-SW         PIC X(01) VALUE "N".
012400     88  ACCPOST-RECORD-FAILED  VALUE "Y".
012500 77  ACCPOST-NEW-SW             PIC X(01) VALUE "N".
012600     88  ACCPOST-NEW-ENTRY      VALUE "Y".
012610 77  ACCPOST-BACKDATE-SW        PIC X(01) VALUE "N".
012620     88  ACCPOST-BACKDATED-SPAN VALUE "Y".
012700 77  ACCPOST-RUN-DATE           PIC 9(08).
012800 77  ACCPOST-RUN-TIME           PIC 9(08).
012900 77  ACCPOST-OPERATOR-ID        PIC X(08) VALUE SPACES.
013000
013100 77  ACCPOST-RECS-READ          PIC 9(08) COMP VALUE ZERO.
013200 77  ACCPOST-RECS-POSTED        PIC 9(08) COMP VALUE ZERO.
013300 77  ACCPOST-RECS-REJECTED      PIC 9(08) COMP VALUE ZERO.
013400 77  ACCPOST-RECS-REVERSED      PIC 9(08) COMP VALUE ZERO.
013500 77  ACCPOST-PERIODS-ROLLED     PIC 9(08) COMP VALUE ZERO.
013600 77  ACCPOST-SWEEP-FAILED       PIC 9(08) COMP VALUE ZERO.
013700 77  ACCPOST-JOURNAL-LINES      PIC 9(08) COMP VALUE ZERO.
013800 77  ACCPOST-REJ-ACCOUNT        PIC X(10) VALUE SPACES.
013900 77  ACCPOST-BAD-FIELD          PIC X(12) VALUE SPACES.
014000 77  ACCPOST-REJECT-REASON      PIC X(30) VALUE SPACES.
014005
014010******************************************************************
014015*    CURRENCY CONVENTIONS -- SEE 2160-APPLY-CONVENTIONS.  WHEN THE
014020*    MASTER WILL NOT OPEN, ONLY THE POSITIONS THAT CARRY A
014025*    CURRENCY CODE ARE REJECTED; THE REST POST AS BEFORE.  THE
014030*    BASIS CODE IS THE ONE THE LEDGER ENTRY CARRIES -- POSIN'S
014035*    OWN CODE, OR THE CURRENCY'S STANDARD WHEN POSIN LEAVES IT
014040*    BLANK.
014045******************************************************************
014050 77  ACCPOST-CNV-STATUS         PIC X(02) VALUE SPACES.
014055 77  ACCPOST-CNV-OPEN-SW        PIC X(01) VALUE "N".
014060     88  ACCPOST-CNV-OPEN       VALUE "Y".
014065 77  ACCPOST-CCY-BAD-SW         PIC X(01) VALUE "N".
014070     88  ACCPOST-CURRENCY-FAILED
014075                                VALUE "Y".
014080 77  ACCPOST-BASIS-CODE         PIC X(01) VALUE SPACES.
014085 77  ACCPOST-RECS-CONFLICT      PIC 9(08) COMP VALUE ZERO.
014100
014200******************************************************************
014300*    POSTING DATE FROM THE CONTROL CARD (BLANK MEANS THE RUN
014400*    DATE).  EVERY POSITION IS ACCRUED UP TO THIS DATE, OR TO ITS
014500*    END DATE IF THAT IS EARLIER.  THE POSTING PERIOD IS ITS
014600*    YYYYMM, AND THE MONTH START ITS FIRST DAY -- THE POINT AT
014700*    WHICH A CATCH-UP SPAN IS SPLIT BETWEEN TWO PERIODS.
014800******************************************************************
014900 01  ACCPOST-POST-DATE.
015000     05  ACCPOST-POST-YEAR      PIC 9(04).
015100     05  ACCPOST-POST-MONTH     PIC 9(02).
015200     05  ACCPOST-POST-DAY       PIC 9(02).
015300 01  ACCPOST-POST-DATE-NUM REDEFINES ACCPOST-POST-DATE
015400                                PIC 9(08).
015500 77  ACCPOST-POST-PERIOD        PIC 9(06) VALUE ZERO.
015600 77  ACCPOST-MONTH-START        PIC 9(08) VALUE ZERO.
015700 77  ACCPOST-TARGET-DATE        PIC 9(08) VALUE ZERO.
015800 77  ACCPOST-SPAN-TO            PIC 9(08) VALUE ZERO.
015900 77  ACCPOST-SPAN-PERIOD        PIC 9(06) VALUE ZERO.
016000 77  ACCPOST-REV-LABEL          PIC X(12) VALUE SPACES.
016100
016200******************************************************************
016300*    GENERAL-LEDGER ACCOUNTS THE JOURNAL PAIRS ARE POSTED TO.  AN
016400*    ACCRUAL DEBITS THE RECEIVABLE AND CREDITS INCOME; A REVERSAL
016500*    OR A NEGATIVE CORRECTION DEBITS INCOME AND CREDITS THE
016600*    RECEIVABLE -- SEE 2750-WRITE-JOURNAL-PAIR.
016700******************************************************************
016800 77  ACCPOST-GL-RECEIVABLE      PIC X(10) VALUE "ACCRINTREC".
016900 77  ACCPOST-GL-INCOME          PIC X(10) VALUE "INTINCOME".
017000 77  ACCPOST-DEBIT-ACCOUNT      PIC X(10) VALUE SPACES.
017100 77  ACCPOST-CREDIT-ACCOUNT     PIC X(10) VALUE SPACES.
017200 77  ACCPOST-ENTRY-AMT          PIC S9(13)V99 COMP-3 VALUE ZERO.
017300 77  ACCPOST-ABS-AMT            PIC 9(13)V99 COMP-3 VALUE ZERO.
017400 77  ACCPOST-TOT-DEBITS         PIC 9(15)V99 COMP-3 VALUE ZERO.
017500 77  ACCPOST-TOT-CREDITS        PIC 9(15)V99 COMP-3 VALUE ZERO.
017600
017700******************************************************************
017800*    LEDGER MOVEMENTS FOR THE CURRENT ACCOUNT, HELD UNTIL THE
017900*    MASTER RECORD HAS BEEN WRITTEN BACK SO THE JOURNAL NEVER
018000*    CARRIES A MOVEMENT THE MASTER DOES NOT -- A FAILED UPDATE
018100*    WOULD OTHERWISE BE POSTED AGAIN TOMORROW.  AT MOST THREE PER
018200*    ACCOUNT: THE PRIOR-PERIOD SHARE OF A SPLIT SPAN, THE
018300*    CURRENT-PERIOD SHARE, AND A MATURITY REVERSAL.
018400******************************************************************
018500 01  ACCPOST-PENDING-TABLE.
018600     05  ACCPOST-PEND-COUNT     PIC 9(02) COMP VALUE ZERO.
018700     05  ACCPOST-PEND-ENTRY     OCCURS 3 TIMES.
018800         10  ACCPOST-PEND-TYPE  PIC X(03).
018900         10  ACCPOST-PEND-LABEL PIC X(12).
019000         10  ACCPOST-PEND-PERIOD
019100                                PIC 9(06).
019200         10  ACCPOST-PEND-FROM  PIC 9(08).
019300         10  ACCPOST-PEND-TO    PIC 9(08).
019400         10  ACCPOST-PEND-DAYS  PIC S9(08).
019500         10  ACCPOST-PEND-AMOUNT
019600                                PIC S9(13)V99 COMP-3.
019700 77  ACCPOST-PEND-SUB           PIC 9(02) COMP VALUE ZERO.
019800
019900******************************************************************
020000*    PARAMETERS FOR THE SHARED ACCRUE SUBPROGRAM, AND FOR DAYCNT,
020100*    USED TO PROBE THE CONTROL-CARD AND POSIN DATES THE SAME WAY
020200*    ACCDRV AND DAYDRV DO.
020300******************************************************************
020400 COPY ACCRPRM.
020500 COPY DAYCPRM.
020600
020700******************************************************************
020800*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
020900******************************************************************
021000 COPY RUNSTAT.
021100
021200 01  ACCPOST-HEADING-LINE.
021300     05  FILLER                 PIC X(30) VALUE
021400             "ACCRUAL LEDGER POSTING REPORT".
021500     05  FILLER                 PIC X(05) VALUE SPACES.
021600     05  FILLER                 PIC X(14) VALUE
021700             "POSTING DATE: ".
021800     05  ACCPOST-H1-POST-DATE   PIC 9(08).
021900     05  FILLER                 PIC X(05) VALUE SPACES.
022000     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
022100     05  ACCPOST-H1-DATE        PIC 9(08).
022200     05  FILLER                 PIC X(52) VALUE SPACES.
022300
022400 01  ACCPOST-DETAIL-LINE.
022500     05  FILLER                 PIC X(07) VALUE "ACCT : ".
022600     05  ACCPOST-DL-ACCOUNT     PIC X(10).
022700     05  FILLER                 PIC X(02) VALUE SPACES.
022800     05  FILLER                 PIC X(09) VALUE "PERIOD : ".
022900     05  ACCPOST-DL-PERIOD      PIC 9(06).
023000     05  FILLER                 PIC X(02) VALUE SPACES.
023100     05  FILLER                 PIC X(07) VALUE "FROM : ".
023200     05  ACCPOST-DL-FROM        PIC 9(08).
023300     05  FILLER                 PIC X(02) VALUE SPACES.
023400     05  FILLER                 PIC X(05) VALUE "TO : ".
023500     05  ACCPOST-DL-TO          PIC 9(08).
023600     05  FILLER                 PIC X(02) VALUE SPACES.
023700     05  FILLER                 PIC X(07) VALUE "DAYS : ".
023800     05  ACCPOST-DL-DAYS        PIC ZZZZZ9-.
023900     05  FILLER                 PIC X(02) VALUE SPACES.
024000     05  FILLER                 PIC X(09) VALUE "AMOUNT : ".
024100     05  ACCPOST-DL-AMOUNT      PIC Z(12)9,99-.
024200     05  FILLER                 PIC X(02) VALUE SPACES.
024300     05  FILLER                 PIC X(08) VALUE "ENTRY : ".
024400     05  ACCPOST-DL-ENTRY       PIC X(12).
024500
024600 01  ACCPOST-REJECT-LINE.
024700     05  FILLER                 PIC X(07) VALUE "ACCT : ".
024800     05  ACCPOST-XL-ACCOUNT     PIC X(10).
024900     05  FILLER                 PIC X(03) VALUE SPACES.
025000     05  FILLER                 PIC X(08) VALUE "FIELD : ".
025100     05  ACCPOST-XL-FIELD       PIC X(12).
025200     05  FILLER                 PIC X(03) VALUE SPACES.
025300     05  FILLER                 PIC X(09) VALUE "REASON : ".
025400     05  ACCPOST-XL-REASON      PIC X(30).
025500     05  FILLER                 PIC X(50) VALUE SPACES.
025510
025520 01  ACCPOST-CONFLICT-LINE.
025530     05  FILLER                 PIC X(07) VALUE "ACCT : ".
025540     05  ACCPOST-CL-ACCOUNT     PIC X(10).
025550     05  FILLER                 PIC X(03) VALUE SPACES.
025560     05  FILLER                 PIC X(06) VALUE "CCY : ".
025570     05  ACCPOST-CL-CURRENCY    PIC X(03).
025580     05  FILLER                 PIC X(03) VALUE SPACES.
025590     05  FILLER                 PIC X(11) VALUE "CONFLICT : ".
025591     05  ACCPOST-CL-FIELD       PIC X(12).
025592     05  FILLER                 PIC X(03) VALUE SPACES.
025593     05  FILLER                 PIC X(09) VALUE "RECORD : ".
025594     05  ACCPOST-CL-RECORD      PIC X(08).
025595     05  FILLER                 PIC X(03) VALUE SPACES.
025596     05  FILLER                 PIC X(11) VALUE "STANDARD : ".
025597     05  ACCPOST-CL-STANDARD    PIC X(08).
025598     05  FILLER                 PIC X(35) VALUE SPACES.
025600
025700 01  ACCPOST-SUMMARY-LINE-1.
025800     05  FILLER                 PIC X(15) VALUE "RECORDS READ : ".
025900     05  ACCPOST-SL-READ        PIC ZZZZZZZ9.
026000     05  FILLER                 PIC X(11) VALUE "  POSTED : ".
026100     05  ACCPOST-SL-POSTED      PIC ZZZZZZZ9.
026200     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
026300     05  ACCPOST-SL-REJECTED    PIC ZZZZZZZ9.
026400     05  FILLER                 PIC X(13) VALUE "  REVERSED : ".
026500     05  ACCPOST-SL-REVERSED    PIC ZZZZZZZ9.
026600     05  FILLER                 PIC X(19) VALUE
026700             "  PERIODS ROLLED : ".
026800     05  ACCPOST-SL-ROLLED      PIC ZZZZZZZ9.
026900     05  FILLER                 PIC X(21) VALUE SPACES.
027000
027100 01  ACCPOST-SUMMARY-LINE-2.
027200     05  FILLER                 PIC X(16) VALUE
027300             "JOURNAL LINES : ".
027400     05  ACCPOST-SL-LINES       PIC ZZZZZZZ9.
027500     05  FILLER                 PIC X(17) VALUE
027600             "  TOTAL DEBITS : ".
027700     05  ACCPOST-SL-DEBITS      PIC Z(14)9,99-.
027800     05  FILLER                 PIC X(18) VALUE
027900             "  TOTAL CREDITS : ".
028000     05  ACCPOST-SL-CREDITS     PIC Z(14)9,99-.
028010     05  FILLER                 PIC X(14) VALUE
028020             "  CONFLICTS : ".
028030     05  ACCPOST-SL-CONFLICTS   PIC ZZZZZZZ9.
028100     05  FILLER                 PIC X(13) VALUE SPACES.
028200
028300 PROCEDURE DIVISION.
028400
028500 0000-MAINLINE.
028600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028700     PERFORM 2100-READ-POSITION THRU 2100-EXIT.
028800     PERFORM 2200-PROCESS-ONE-POSITION THRU 2200-EXIT
028900         UNTIL ACCPOST-END-OF-INPUT.
029000     PERFORM 3000-SWEEP-MASTER THRU 3000-EXIT.
029100     PERFORM 4000-WRITE-TRAILER THRU 4000-EXIT.
029200     PERFORM 2600-WRITE-SUMMARY THRU 2600-EXIT.
029300     CLOSE POSITION-INPUT.
029400     CLOSE ACCRUAL-MASTER.
029500     CLOSE GL-JOURNAL.
029600     CLOSE POST-REPORT.
029700     CLOSE POST-REJECTS.
029710     IF ACCPOST-CNV-OPEN
029720         CLOSE CONV-MASTER
029730     END-IF.
029800     IF ACCPOST-RECS-REJECTED > 0 OR ACCPOST-SWEEP-FAILED > 0
029900         MOVE 4 TO RETURN-CODE
030000     END-IF.
030100     IF ACCPOST-TOT-DEBITS NOT = ACCPOST-TOT-CREDITS
030200         DISPLAY "ACCPOST - JOURNAL OUT OF BALANCE"
030300         MOVE 8 TO RETURN-CODE
030400     END-IF.
030500     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
030600     STOP RUN.
030700
030800******************************************************************
030900*    1000-INITIALIZE
031000*    READS THE CONTROL CARD AND OPENS THE FILES.  A MISSING CARD
031100*    OR A POSTING DATE THAT IS NOT A VALID CALENDAR DATE ENDS THE
031200*    RUN RC 16 BEFORE ANYTHING IS POSTED.  THE MASTER IS OPENED
031300*    I-O; ON THE FIRST RUN, WHEN IT HOLDS NO RECORDS YET (STATUS
031400*    35), IT IS CREATED EMPTY AND REOPENED.  A MASTER, JOURNAL OR
031500*    REPORT THAT WILL NOT OPEN ENDS THE RUN RC 12.
031600******************************************************************
031700 1000-INITIALIZE.
031800     ACCEPT ACCPOST-RUN-DATE FROM DATE YYYYMMDD.
031900     ACCEPT ACCPOST-RUN-TIME FROM TIME.
032000     ACCEPT ACCPOST-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
032100     IF ACCPOST-OPERATOR-ID = SPACES
032200         ACCEPT ACCPOST-OPERATOR-ID FROM ENVIRONMENT "USER"
032300     END-IF.
032400     IF ACCPOST-OPERATOR-ID = SPACES
032500         MOVE "UNKNOWN" TO ACCPOST-OPERATOR-ID
032600     END-IF.
032700     OPEN INPUT POST-CONTROL.
032800     IF ACCPOST-CTL-STATUS <> "00"
032900         SET ACCPOST-CONTROL-BAD TO TRUE
033000     ELSE
033100         READ POST-CONTROL
033200             AT END
033300                 SET ACCPOST-CONTROL-BAD TO TRUE
033400         END-READ
033500         CLOSE POST-CONTROL
033600     END-IF.
033700     IF NOT ACCPOST-CONTROL-BAD
033800         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
033900     END-IF.
034000     IF ACCPOST-CONTROL-BAD
034100         DISPLAY "ACCPOST - CONTROL CARD MISSING OR INVALID"
034200         MOVE 16 TO RETURN-CODE
034300         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
034400         STOP RUN
034500     END-IF.
034600     COMPUTE ACCPOST-POST-PERIOD =
034700         ACCPOST-POST-YEAR * 100 + ACCPOST-POST-MONTH.
034800     COMPUTE ACCPOST-MONTH-START = ACCPOST-POST-PERIOD * 100 + 1.
034900     OPEN INPUT  POSITION-INPUT.
035000     OPEN I-O    ACCRUAL-MASTER.
035100     IF ACCPOST-MST-STATUS = "35"
035200         OPEN OUTPUT ACCRUAL-MASTER
035300         CLOSE ACCRUAL-MASTER
035400         OPEN I-O ACCRUAL-MASTER
035500     END-IF.
035600     OPEN OUTPUT GL-JOURNAL.
035700     OPEN OUTPUT POST-REPORT.
035800     OPEN OUTPUT POST-REJECTS.
035810     OPEN INPUT  CONV-MASTER.
035820     IF ACCPOST-CNV-STATUS = "00"
035830         SET ACCPOST-CNV-OPEN TO TRUE
035840     END-IF.
035900     IF ACCPOST-MST-STATUS <> "00" OR
036000        ACCPOST-JRN-STATUS <> "00" OR
036100        ACCPOST-RPT-STATUS <> "00"
036200         DISPLAY "ACCPOST - FILE OPEN FAILED, ACLMST STATUS "
036300             ACCPOST-MST-STATUS " GLJRNL STATUS "
036400             ACCPOST-JRN-STATUS " ACLRPT STATUS "
036500             ACCPOST-RPT-STATUS
036600         MOVE 12 TO RETURN-CODE
036700         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
036800         STOP RUN
036900     END-IF.
037000     MOVE ACCPOST-POST-DATE-NUM TO ACCPOST-H1-POST-DATE.
037100     MOVE ACCPOST-RUN-DATE      TO ACCPOST-H1-DATE.
037200     WRITE POST-REPORT-RECORD FROM ACCPOST-HEADING-LINE.
037300     MOVE SPACES TO POST-REPORT-RECORD.
037400     WRITE POST-REPORT-RECORD.
037500 1000-EXIT.
037600     EXIT.
037700
037800 1100-EDIT-CONTROL-CARD.
037900     IF CT-POST-DATE = SPACES
038000         MOVE ACCPOST-RUN-DATE TO ACCPOST-POST-DATE-NUM
038100         GO TO 1100-EXIT
038200     END-IF.
038300     IF CT-POST-DATE IS NOT NUMERIC
038400         SET ACCPOST-CONTROL-BAD TO TRUE
038500         GO TO 1100-EXIT
038600     END-IF.
038700     SET DAYCNT-BASIS-ACTUAL TO TRUE.
038800     MOVE CT-POST-DATE TO DAYCNT-START-DATE.
038900     MOVE CT-POST-DATE TO DAYCNT-END-DATE.
039000     CALL "DAYCNT" USING DAYCNT-PARM.
039100     IF DAYCNT-BAD-DATE
039200         SET ACCPOST-CONTROL-BAD TO TRUE
039300         GO TO 1100-EXIT
039400     END-IF.
039500     MOVE CT-POST-DATE TO ACCPOST-POST-DATE.
039600 1100-EXIT.
039700     EXIT.
039800
039900 2100-READ-POSITION.
040000     READ POSITION-INPUT
040100         AT END
040200             SET ACCPOST-END-OF-INPUT TO TRUE
040300     END-READ.
040400 2100-EXIT.
040500     EXIT.
040600
040700******************************************************************
040800*    2200-PROCESS-ONE-POSITION
040900*    ONE POSIN POSITION: SCREEN IT, FETCH (OR OPEN) ITS LEDGER
041000*    ENTRY, CARRY THE CURRENT TERMS ONTO IT, ACCRUE FROM THE LAST
041100*    ACCRUAL DATE TO THE POSTING DATE (OR TO MATURITY), REVERSE
041200*    AND CLOSE IT IF IT HAS MATURED, WRITE IT BACK, AND ONLY THEN
041300*    RELEASE ITS JOURNAL PAIRS AND REPORT LINES.  A MATURED ENTRY
041400*    STILL CARRIED ON POSIN WITH THE SAME END DATE IS LEFT CLOSED;
041500*    A CLOSED ENTRY THAT COMES BACK (RE-BOOKED, OR WITH A NEW END
041600*    DATE) IS REOPENED AND ACCRUED AFRESH FROM ITS START DATE.
041700******************************************************************
041800 2200-PROCESS-ONE-POSITION.
041900     ADD 1 TO ACCPOST-RECS-READ.
042000     MOVE "N" TO ACCPOST-REC-BAD-SW.
042100     MOVE "N" TO ACCPOST-NEW-SW.
042200     MOVE ZERO TO ACCPOST-PEND-COUNT.
042300     MOVE PS-ACCOUNT TO ACCPOST-REJ-ACCOUNT.
042400     MOVE SPACES TO ACCPOST-BAD-FIELD.
042500     MOVE SPACES TO ACCPOST-REJECT-REASON.
042600     PERFORM 2150-SCREEN-POSITION THRU 2150-EXIT.
042700     IF ACCPOST-RECORD-FAILED
042800         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
042900         ADD 1 TO ACCPOST-RECS-REJECTED
043000         PERFORM 2450-MARK-SEEN THRU 2450-EXIT
043100         GO TO 2200-NEXT
043200     END-IF.
043300     MOVE PS-ACCOUNT TO ACL-ACCOUNT.
043400     READ ACCRUAL-MASTER.
043500     EVALUATE ACCPOST-MST-STATUS
043600         WHEN "00"
043700             CONTINUE
043800         WHEN "23"
043900             SET ACCPOST-NEW-ENTRY TO TRUE
044000             MOVE SPACES TO ACL-RECORD
044100             MOVE PS-ACCOUNT TO ACL-ACCOUNT
044200             MOVE ZERO TO ACL-PERIOD-TO-DATE
044300             MOVE ACCPOST-POST-PERIOD TO ACL-PERIOD
044400             PERFORM 2250-OPEN-LEDGER-ENTRY THRU 2250-EXIT
044500         WHEN OTHER
044600             MOVE "ACCOUNT" TO ACCPOST-BAD-FIELD
044700             MOVE "MASTER READ ERROR" TO ACCPOST-REJECT-REASON
044800             PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
044900             ADD 1 TO ACCPOST-RECS-REJECTED
044950             PERFORM 2450-MARK-SEEN THRU 2450-EXIT
045000             GO TO 2200-NEXT
045100     END-EVALUATE.
045200     IF ACL-MATURED AND PS-END-DATE = ACL-END-DATE
045300         MOVE ACCPOST-POST-DATE-NUM TO ACL-LAST-SEEN-DATE
045400         PERFORM 2800-SAVE-LEDGER-ENTRY THRU 2800-EXIT
045500         GO TO 2200-TALLY
045600     END-IF.
045700     IF ACL-CLOSED
045800         PERFORM 2250-OPEN-LEDGER-ENTRY THRU 2250-EXIT
045900     END-IF.
046000     MOVE PS-PRINCIPAL-NUM TO ACL-PRINCIPAL.
046100     MOVE PS-RATE-NUM      TO ACL-RATE.
046200     MOVE PS-END-DATE      TO ACL-END-DATE.
046300     MOVE ACCPOST-BASIS-CODE TO ACL-BASIS-CODE.
046400     MOVE ACCPOST-POST-DATE-NUM TO ACL-LAST-SEEN-DATE.
046500     PERFORM 2300-ACCRUE-TO-TARGET THRU 2300-EXIT.
046600     IF ACCPOST-RECORD-FAILED
046700         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
046800         ADD 1 TO ACCPOST-RECS-REJECTED
046850         PERFORM 2450-MARK-SEEN THRU 2450-EXIT
046900         GO TO 2200-NEXT
047000     END-IF.
047100     IF ACL-END-DATE NOT > ACCPOST-POST-DATE-NUM
047200         MOVE "MATURITY REV" TO ACCPOST-REV-LABEL
047300         PERFORM 2500-REVERSE-ACCRUAL THRU 2500-EXIT
047400         SET ACL-MATURED TO TRUE
047500     END-IF.
047600     PERFORM 2800-SAVE-LEDGER-ENTRY THRU 2800-EXIT.
047700 2200-TALLY.
047800     IF ACCPOST-RECORD-FAILED
047900         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
048000         ADD 1 TO ACCPOST-RECS-REJECTED
048050         PERFORM 2450-MARK-SEEN THRU 2450-EXIT
048100         GO TO 2200-NEXT
048200     END-IF.
048300     PERFORM 2700-RELEASE-PENDING THRU 2700-EXIT.
048400     ADD 1 TO ACCPOST-RECS-POSTED.
048500 2200-NEXT.
048600     PERFORM 2100-READ-POSITION THRU 2100-EXIT.
048700 2200-EXIT.
048800     EXIT.
048900
049000******************************************************************
049100*    2150-SCREEN-POSITION
049200*    THE ACCDRV SCREENS -- EVERY NUMERIC FIELD BEFORE IT REACHES
049300*    A NUMERIC FIELD, BOTH DATES PROBED THROUGH DAYCNT -- PLUS
049400*    THE CHECKS A LEDGER NEEDS THAT A ONE-OFF REPORT DOES NOT: AN
049500*    ACCOUNT TO KEY ON, AN END DATE NOT BEFORE THE START, AND A
049600*    BASIS CODE ACCRUE WILL TAKE ON EVERY LATER RUN.  A POSITION
049610*    THAT CARRIES A CURRENCY HAS ITS BASIS RESOLVED AGAINST THE
049620*    CONVENTIONS MASTER FIRST, SO A BLANK CODE FILLED FROM THE
049630*    CURRENCY'S STANDARD PASSES THE BASIS CHECK.
049700******************************************************************
049800 2150-SCREEN-POSITION.
049900     SET ACCPOST-RECORD-FAILED TO TRUE.
050000     IF PS-ACCOUNT = SPACES
050100         MOVE "ACCOUNT" TO ACCPOST-BAD-FIELD
050200         MOVE "ACCOUNT ID MISSING" TO ACCPOST-REJECT-REASON
050300         GO TO 2150-EXIT
050400     END-IF.
050500     IF PS-PRINCIPAL IS NOT NUMERIC
050600         MOVE "PRINCIPAL" TO ACCPOST-BAD-FIELD
050700         MOVE "NON-NUMERIC AMOUNT VALUE" TO ACCPOST-REJECT-REASON
050800         GO TO 2150-EXIT
050900     END-IF.
051000     IF PS-RATE IS NOT NUMERIC
051100         MOVE "RATE" TO ACCPOST-BAD-FIELD
051200         MOVE "NON-NUMERIC RATE VALUE" TO ACCPOST-REJECT-REASON
051300         GO TO 2150-EXIT
051400     END-IF.
051500     IF PS-START-DATE IS NOT NUMERIC
051600         MOVE "START-DATE" TO ACCPOST-BAD-FIELD
051700         MOVE "NON-NUMERIC DATE VALUE" TO ACCPOST-REJECT-REASON
051800         GO TO 2150-EXIT
051900     END-IF.
052000     IF PS-END-DATE IS NOT NUMERIC
052100         MOVE "END-DATE" TO ACCPOST-BAD-FIELD
052200         MOVE "NON-NUMERIC DATE VALUE" TO ACCPOST-REJECT-REASON
052300         GO TO 2150-EXIT
052400     END-IF.
052500     SET DAYCNT-BASIS-ACTUAL TO TRUE.
052600     MOVE PS-START-DATE TO DAYCNT-START-DATE.
052700     MOVE PS-START-DATE TO DAYCNT-END-DATE.
052800     CALL "DAYCNT" USING DAYCNT-PARM.
052900     IF DAYCNT-BAD-DATE
053000         MOVE "START-DATE" TO ACCPOST-BAD-FIELD
053100         MOVE "INVALID CALENDAR DATE" TO ACCPOST-REJECT-REASON
053200         GO TO 2150-EXIT
053300     END-IF.
053400     MOVE PS-END-DATE TO DAYCNT-START-DATE.
053500     MOVE PS-END-DATE TO DAYCNT-END-DATE.
053600     CALL "DAYCNT" USING DAYCNT-PARM.
053700     IF DAYCNT-BAD-DATE
053800         MOVE "END-DATE" TO ACCPOST-BAD-FIELD
053900         MOVE "INVALID CALENDAR DATE" TO ACCPOST-REJECT-REASON
054000         GO TO 2150-EXIT
054100     END-IF.
054200     IF PS-END-DATE < PS-START-DATE
054300         MOVE "END-DATE" TO ACCPOST-BAD-FIELD
054400         MOVE "END DATE BEFORE START DATE"
054500             TO ACCPOST-REJECT-REASON
054600         GO TO 2150-EXIT
054700     END-IF.
054710     MOVE PS-BASIS-CODE TO ACCPOST-BASIS-CODE.
054720     IF PS-CCY-CODE NOT = SPACES
054730         PERFORM 2160-APPLY-CONVENTIONS THRU 2160-EXIT
054740         IF ACCPOST-CURRENCY-FAILED
054750             GO TO 2150-EXIT
054760         END-IF
054770     END-IF.
054800     IF ACCPOST-BASIS-CODE NOT = "1" AND
054810        ACCPOST-BASIS-CODE NOT = "2" AND
054820        ACCPOST-BASIS-CODE NOT = "3" AND
054900        ACCPOST-BASIS-CODE NOT = "4"
055000         MOVE "BASIS-CODE" TO ACCPOST-BAD-FIELD
055100         MOVE "BASIS NOT 1 2 3 OR 4" TO ACCPOST-REJECT-REASON
055200         GO TO 2150-EXIT
055300     END-IF.
055400     MOVE "N" TO ACCPOST-REC-BAD-SW.
055500 2150-EXIT.
055600     EXIT.
055602
055605******************************************************************
055608*    2160-APPLY-CONVENTIONS
055611*    LOOKS THE POSITION'S CURRENCY UP ON THE CONVENTIONS MASTER.
055614*    A BLANK BASIS CODE TAKES THE CURRENCY'S STANDARD BASIS.  AN
055617*    EXPLICIT BASIS THAT DIFFERS FROM THE STANDARD IS LISTED AS A
055620*    CONFLICT BUT STILL USED -- THE FEED MAY HAVE A REASON (AN
055623*    INSTRUMENT ON A NON-STANDARD BASIS) THAT THE DESK CONFIRMS
055626*    FROM THE LISTING.  A CURRENCY NOT ON THE MASTER, OR NO
055629*    MASTER AT ALL, FAILS THE SCREEN WITH THE REASON ACCDRV GIVES.
055632******************************************************************
055635 2160-APPLY-CONVENTIONS.
055638     MOVE "N" TO ACCPOST-CCY-BAD-SW.
055641     IF NOT ACCPOST-CNV-OPEN
055644         MOVE "CCY-CODE" TO ACCPOST-BAD-FIELD
055647         MOVE "CONVENTIONS MASTER UNAVAILABLE"
055650             TO ACCPOST-REJECT-REASON
055653         SET ACCPOST-CURRENCY-FAILED TO TRUE
055656         GO TO 2160-EXIT
055659     END-IF.
055662     MOVE PS-CCY-CODE TO CNV-CURRENCY.
055665     READ CONV-MASTER.
055668     IF ACCPOST-CNV-STATUS NOT = "00"
055671         MOVE "CCY-CODE" TO ACCPOST-BAD-FIELD
055674         MOVE "CURRENCY NOT ON CONVENTIONS"
055677             TO ACCPOST-REJECT-REASON
055680         SET ACCPOST-CURRENCY-FAILED TO TRUE
055683         GO TO 2160-EXIT
055686     END-IF.
055689     IF PS-BASIS-CODE = SPACES
055692         MOVE CNV-BASIS-CODE TO ACCPOST-BASIS-CODE
055695         GO TO 2160-EXIT
055698     END-IF.
055701     IF PS-BASIS-CODE NOT = CNV-BASIS-CODE
055704         MOVE PS-ACCOUNT     TO ACCPOST-CL-ACCOUNT
055707         MOVE PS-CCY-CODE    TO ACCPOST-CL-CURRENCY
055710         MOVE "BASIS-CODE"   TO ACCPOST-CL-FIELD
055713         MOVE PS-BASIS-CODE  TO ACCPOST-CL-RECORD
055716         MOVE CNV-BASIS-CODE TO ACCPOST-CL-STANDARD
055719         WRITE POST-REPORT-RECORD FROM ACCPOST-CONFLICT-LINE
055722         ADD 1 TO ACCPOST-RECS-CONFLICT
055725     END-IF.
055728 2160-EXIT.
055731     EXIT.
055734
055800******************************************************************
055900*    2250-OPEN-LEDGER-ENTRY
056000*    STARTS (OR RESTARTS) AN ENTRY WITH NOTHING ACCRUED AS OF ITS
056100*    START DATE.  THE PERIOD AND PERIOD-TO-DATE ARE LEFT AS THEY
056200*    ARE, SO A REOPENED ENTRY KEEPS THIS MONTH'S NET MOVEMENT AND
056300*    IS ROLLED IN THE USUAL WAY IF ITS PERIOD IS AN OLD ONE.
056400******************************************************************
056500 2250-OPEN-LEDGER-ENTRY.
056600     MOVE PS-START-DATE TO ACL-START-DATE.
056700     MOVE PS-START-DATE TO ACL-LAST-ACCRUAL-DATE.
056800     MOVE ZERO TO ACL-ACCRUED-TO-DATE.
056900     MOVE ZERO TO ACL-REVERSED-AMT.
057000     MOVE ZERO TO ACL-CLOSE-DATE.
057100     SET ACL-ACTIVE TO TRUE.
057200 2250-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*    2300-ACCRUE-TO-TARGET
057700*    THE TARGET IS THE POSTING DATE, OR THE END DATE IF EARLIER,
057800*    BUT NEVER BEFORE THE START DATE (A FORWARD-STARTING POSITION
057900*    SIMPLY WAITS).  WHEN THE ENTRY'S PERIOD IS OLDER THAN THE
058000*    POSTING PERIOD, ANY DAYS BEFORE THE FIRST OF THE POSTING
058100*    MONTH ARE ACCRUED INTO THE OLD PERIOD FIRST, THEN THE PERIOD
058200*    IS ROLLED AND THE REST ACCRUED INTO THE NEW ONE.  A TARGET
058300*    BEHIND THE LAST ACCRUAL DATE (AN END DATE BROUGHT FORWARD)
058400*    POSTS A NEGATIVE CORRECTING ACCRUAL -- SEE 2350-POST-SPAN.
058500******************************************************************
058600 2300-ACCRUE-TO-TARGET.
058700     IF ACL-END-DATE < ACCPOST-POST-DATE-NUM
058800         MOVE ACL-END-DATE TO ACCPOST-TARGET-DATE
058900     ELSE
059000         MOVE ACCPOST-POST-DATE-NUM TO ACCPOST-TARGET-DATE
059100     END-IF.
059200     IF ACCPOST-TARGET-DATE < ACL-START-DATE
059300         MOVE ACL-START-DATE TO ACCPOST-TARGET-DATE
059400     END-IF.
059500     IF ACL-PERIOD < ACCPOST-POST-PERIOD
059600         IF ACL-LAST-ACCRUAL-DATE < ACCPOST-MONTH-START
059700             IF ACCPOST-TARGET-DATE < ACCPOST-MONTH-START
059800                 MOVE ACCPOST-TARGET-DATE TO ACCPOST-SPAN-TO
059900             ELSE
060000                 MOVE ACCPOST-MONTH-START TO ACCPOST-SPAN-TO
060100             END-IF
060200             MOVE ACL-PERIOD TO ACCPOST-SPAN-PERIOD
060300             PERFORM 2350-POST-SPAN THRU 2350-EXIT
060400             IF ACCPOST-RECORD-FAILED
060500                 GO TO 2300-EXIT
060600             END-IF
060700         END-IF
060800         PERFORM 2360-ROLL-PERIOD THRU 2360-EXIT
060900     END-IF.
061000     MOVE ACCPOST-TARGET-DATE TO ACCPOST-SPAN-TO.
061100     MOVE ACCPOST-POST-PERIOD TO ACCPOST-SPAN-PERIOD.
061200     PERFORM 2350-POST-SPAN THRU 2350-EXIT.
061300 2300-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700*    2350-POST-SPAN
061800*    ACCRUES FROM THE LAST ACCRUAL DATE TO ACCPOST-SPAN-TO ON THE
061900*    ENTRY'S TERMS, ADDS THE AMOUNT TO ACCRUED-TO-DATE AND
062000*    PERIOD-TO-DATE, ADVANCES THE LAST ACCRUAL DATE, AND QUEUES
062100*    THE MOVEMENT FOR THE JOURNAL.  NOTHING IS DUE WHEN THE ENTRY
062200*    IS ALREADY ACCRUED TO THAT DATE -- WHICH IS WHAT MAKES A
062300*    RERUN FOR THE SAME POSTING DATE POST NOTHING TWICE.  ACCRUE
062310*    ALWAYS COUNTS FORWARD, SO A SPAN ENDING BEHIND THE LAST
062320*    ACCRUAL DATE IS PASSED TO IT THE RIGHT WAY ROUND AND THE
062330*    AMOUNT AND DAYS NEGATED, UNWINDING THE DAYS OVER-ACCRUED.
062400******************************************************************
062500 2350-POST-SPAN.
062600     IF ACCPOST-SPAN-TO = ACL-LAST-ACCRUAL-DATE
062700         GO TO 2350-EXIT
062800     END-IF.
062810     MOVE "N" TO ACCPOST-BACKDATE-SW.
062820     IF ACCPOST-SPAN-TO < ACL-LAST-ACCRUAL-DATE
062830         SET ACCPOST-BACKDATED-SPAN TO TRUE
062840     END-IF.
062900     MOVE ACL-PRINCIPAL         TO ACCRUE-PRINCIPAL.
063000     MOVE ACL-RATE              TO ACCRUE-ANNUAL-RATE.
063100     IF ACCPOST-BACKDATED-SPAN
063110         MOVE ACCPOST-SPAN-TO       TO ACCRUE-START-DATE
063120         MOVE ACL-LAST-ACCRUAL-DATE TO ACCRUE-END-DATE
063130     ELSE
063140         MOVE ACL-LAST-ACCRUAL-DATE TO ACCRUE-START-DATE
063150         MOVE ACCPOST-SPAN-TO       TO ACCRUE-END-DATE
063160     END-IF.
063300     MOVE ACL-BASIS-CODE        TO ACCRUE-BASIS-CODE.
063400     CALL "ACCRUE" USING ACCRUE-PARM.
063500     IF NOT ACCRUE-OK
063600         SET ACCPOST-RECORD-FAILED TO TRUE
063700         MOVE "END-DATE" TO ACCPOST-BAD-FIELD
063800         MOVE "ACCRUE REJECTED POSTING SPAN"
063900             TO ACCPOST-REJECT-REASON
064000         GO TO 2350-EXIT
064100     END-IF.
064110     IF ACCPOST-BACKDATED-SPAN
064120         COMPUTE ACCRUE-AMOUNT = ZERO - ACCRUE-AMOUNT
064130         COMPUTE ACCRUE-DAY-COUNT = ZERO - ACCRUE-DAY-COUNT
064140     END-IF.
064200     ADD ACCRUE-AMOUNT TO ACL-ACCRUED-TO-DATE.
064300     ADD ACCRUE-AMOUNT TO ACL-PERIOD-TO-DATE.
064400     ADD 1 TO ACCPOST-PEND-COUNT.
064500     MOVE "ACR"     TO ACCPOST-PEND-TYPE(ACCPOST-PEND-COUNT).
064600     MOVE "ACCRUAL" TO ACCPOST-PEND-LABEL(ACCPOST-PEND-COUNT).
064700     MOVE ACCPOST-SPAN-PERIOD
064800         TO ACCPOST-PEND-PERIOD(ACCPOST-PEND-COUNT).
064900     MOVE ACL-LAST-ACCRUAL-DATE
065000         TO ACCPOST-PEND-FROM(ACCPOST-PEND-COUNT).
065100     MOVE ACCPOST-SPAN-TO
065200         TO ACCPOST-PEND-TO(ACCPOST-PEND-COUNT).
065300     MOVE ACCRUE-DAY-COUNT
065400         TO ACCPOST-PEND-DAYS(ACCPOST-PEND-COUNT).
065500     MOVE ACCRUE-AMOUNT
065600         TO ACCPOST-PEND-AMOUNT(ACCPOST-PEND-COUNT).
065700     MOVE ACCPOST-SPAN-TO TO ACL-LAST-ACCRUAL-DATE.
065800 2350-EXIT.
065900     EXIT.
066000
066100 2360-ROLL-PERIOD.
066200     MOVE ZERO TO ACL-PERIOD-TO-DATE.
066300     MOVE ACCPOST-POST-PERIOD TO ACL-PERIOD.
066400     ADD 1 TO ACCPOST-PERIODS-ROLLED.
066500 2360-EXIT.
066600     EXIT.
066700
066800 2400-WRITE-REJECT-LINE.
066900     MOVE ACCPOST-REJ-ACCOUNT   TO ACCPOST-XL-ACCOUNT.
067000     MOVE ACCPOST-BAD-FIELD     TO ACCPOST-XL-FIELD.
067100     MOVE ACCPOST-REJECT-REASON TO ACCPOST-XL-REASON.
067200     WRITE POST-REJECTS-RECORD FROM ACCPOST-REJECT-LINE.
067300 2400-EXIT.
067400     EXIT.
067500
067600******************************************************************
067700*    2450-MARK-SEEN
067800*    A POSITION REJECTED FOR BAD DATA, OR ONE WHOSE ACCRUAL OR
067900*    LEDGER UPDATE FAILED, IS STILL ON POSIN, SO ITS LEDGER ENTRY
068000*    (IF IT HAS ONE) IS RE-READ AS STORED, MARKED SEEN TODAY AND
068100*    LEFT OTHERWISE UNTOUCHED -- THE SWEEP MUST NOT REVERSE IT AS
068150*    DROPPED.  ITS DAYS ARE PICKED UP ON THE FIRST CLEAN RUN.
068200******************************************************************
068300 2450-MARK-SEEN.
068400     IF PS-ACCOUNT = SPACES
068500         GO TO 2450-EXIT
068600     END-IF.
068700     MOVE PS-ACCOUNT TO ACL-ACCOUNT.
068800     READ ACCRUAL-MASTER.
068900     IF ACCPOST-MST-STATUS = "00"
069000         MOVE ACCPOST-POST-DATE-NUM TO ACL-LAST-SEEN-DATE
069100         REWRITE ACL-RECORD
069200     END-IF.
069300 2450-EXIT.
069400     EXIT.
069500
069600******************************************************************
069700*    2500-REVERSE-ACCRUAL
069800*    QUEUES A REVERSAL OF THE WHOLE ACCRUED-TO-DATE INTO THE
069900*    CURRENT PERIOD, HOLDS THE REVERSED AMOUNT ON THE ENTRY, AND
070000*    ZEROES ACCRUED-TO-DATE AS OF THE POSTING DATE.  THE CALLER
070100*    SETS THE CLOSING STATUS (MATURED OR DROPPED) AND THE LABEL
070200*    THE REPORT SHOWS.
070300******************************************************************
070400 2500-REVERSE-ACCRUAL.
070500     MOVE ACL-ACCRUED-TO-DATE TO ACL-REVERSED-AMT.
070600     IF ACL-ACCRUED-TO-DATE NOT = ZERO
070700         ADD 1 TO ACCPOST-PEND-COUNT
070800         MOVE "REV" TO ACCPOST-PEND-TYPE(ACCPOST-PEND-COUNT)
070900         MOVE ACCPOST-REV-LABEL
071000             TO ACCPOST-PEND-LABEL(ACCPOST-PEND-COUNT)
071100         MOVE ACL-PERIOD
071200             TO ACCPOST-PEND-PERIOD(ACCPOST-PEND-COUNT)
071300         MOVE ACL-START-DATE
071400             TO ACCPOST-PEND-FROM(ACCPOST-PEND-COUNT)
071500         MOVE ACL-LAST-ACCRUAL-DATE
071600             TO ACCPOST-PEND-TO(ACCPOST-PEND-COUNT)
071700         MOVE ZERO TO ACCPOST-PEND-DAYS(ACCPOST-PEND-COUNT)
071800         COMPUTE ACCPOST-PEND-AMOUNT(ACCPOST-PEND-COUNT) =
071900             ZERO - ACL-ACCRUED-TO-DATE
072000         SUBTRACT ACL-ACCRUED-TO-DATE FROM ACL-PERIOD-TO-DATE
072100     END-IF.
072200     MOVE ZERO TO ACL-ACCRUED-TO-DATE.
072300     MOVE ACCPOST-POST-DATE-NUM TO ACL-CLOSE-DATE.
072400     ADD 1 TO ACCPOST-RECS-REVERSED.
072500 2500-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*    2600-WRITE-SUMMARY
073000*    TRAILING CONTROL COUNTS AND JOURNAL TOTALS: RECORDS READ
073100*    MUST EQUAL POSTED PLUS REJECTED, AND THE DEBIT AND CREDIT
073200*    TOTALS MATCH THE GLJRNL TRAILER.  REVERSALS COUNT BOTH THE
073300*    MATURED POSITIONS AND THOSE NO LONGER ON POSIN.
073400******************************************************************
073500 2600-WRITE-SUMMARY.
073600     MOVE SPACES TO POST-REPORT-RECORD.
073700     WRITE POST-REPORT-RECORD.
073800     MOVE ACCPOST-RECS-READ      TO ACCPOST-SL-READ.
073900     MOVE ACCPOST-RECS-POSTED    TO ACCPOST-SL-POSTED.
074000     MOVE ACCPOST-RECS-REJECTED  TO ACCPOST-SL-REJECTED.
074100     MOVE ACCPOST-RECS-REVERSED  TO ACCPOST-SL-REVERSED.
074200     MOVE ACCPOST-PERIODS-ROLLED TO ACCPOST-SL-ROLLED.
074300     WRITE POST-REPORT-RECORD FROM ACCPOST-SUMMARY-LINE-1.
074400     MOVE ACCPOST-JOURNAL-LINES  TO ACCPOST-SL-LINES.
074500     MOVE ACCPOST-TOT-DEBITS     TO ACCPOST-SL-DEBITS.
074600     MOVE ACCPOST-TOT-CREDITS    TO ACCPOST-SL-CREDITS.
074610     MOVE ACCPOST-RECS-CONFLICT  TO ACCPOST-SL-CONFLICTS.
074700     WRITE POST-REPORT-RECORD FROM ACCPOST-SUMMARY-LINE-2.
074800 2600-EXIT.
074900     EXIT.
075000
075100******************************************************************
075200*    2700-RELEASE-PENDING
075300*    WRITES THE QUEUED MOVEMENTS FOR THE CURRENT ACCOUNT TO THE
075400*    JOURNAL AND THE REPORT, IN THE ORDER THEY WERE QUEUED.
075500******************************************************************
075600 2700-RELEASE-PENDING.
075700     MOVE 1 TO ACCPOST-PEND-SUB.
075800     PERFORM 2710-RELEASE-ONE-ENTRY THRU 2710-EXIT
075900         UNTIL ACCPOST-PEND-SUB > ACCPOST-PEND-COUNT.
076000 2700-EXIT.
076100     EXIT.
076200
076300 2710-RELEASE-ONE-ENTRY.
076400     PERFORM 2750-WRITE-JOURNAL-PAIR THRU 2750-EXIT.
076500     MOVE ACL-ACCOUNT TO ACCPOST-DL-ACCOUNT.
076600     MOVE ACCPOST-PEND-PERIOD(ACCPOST-PEND-SUB)
076700         TO ACCPOST-DL-PERIOD.
076800     MOVE ACCPOST-PEND-FROM(ACCPOST-PEND-SUB)
076900         TO ACCPOST-DL-FROM.
077000     MOVE ACCPOST-PEND-TO(ACCPOST-PEND-SUB)
077100         TO ACCPOST-DL-TO.
077200     MOVE ACCPOST-PEND-DAYS(ACCPOST-PEND-SUB)
077300         TO ACCPOST-DL-DAYS.
077400     MOVE ACCPOST-PEND-AMOUNT(ACCPOST-PEND-SUB)
077500         TO ACCPOST-DL-AMOUNT.
077600     MOVE ACCPOST-PEND-LABEL(ACCPOST-PEND-SUB)
077700         TO ACCPOST-DL-ENTRY.
077800     WRITE POST-REPORT-RECORD FROM ACCPOST-DETAIL-LINE.
077900     ADD 1 TO ACCPOST-PEND-SUB.
078000 2710-EXIT.
078100     EXIT.
078200
078300******************************************************************
078400*    2750-WRITE-JOURNAL-PAIR
078500*    ONE DEBIT AND ONE CREDIT OF THE SAME POSITIVE AMOUNT, SO THE
078600*    JOURNAL BALANCES LINE PAIR BY LINE PAIR.  A POSITIVE
078700*    MOVEMENT DEBITS THE RECEIVABLE AND CREDITS INCOME; A
078800*    NEGATIVE ONE (A REVERSAL OR A BACKDATED CORRECTION) THE
078900*    OTHER WAY ROUND.  A ZERO MOVEMENT (A ZERO RATE) IS REPORTED
079000*    BUT NOT JOURNALED.
079100******************************************************************
079200 2750-WRITE-JOURNAL-PAIR.
079300     MOVE ACCPOST-PEND-AMOUNT(ACCPOST-PEND-SUB)
079400         TO ACCPOST-ENTRY-AMT.
079500     IF ACCPOST-ENTRY-AMT = ZERO
079600         GO TO 2750-EXIT
079700     END-IF.
079800     IF ACCPOST-ENTRY-AMT > ZERO
079900         MOVE ACCPOST-GL-RECEIVABLE TO ACCPOST-DEBIT-ACCOUNT
080000         MOVE ACCPOST-GL-INCOME     TO ACCPOST-CREDIT-ACCOUNT
080100         MOVE ACCPOST-ENTRY-AMT     TO ACCPOST-ABS-AMT
080200     ELSE
080300         MOVE ACCPOST-GL-INCOME     TO ACCPOST-DEBIT-ACCOUNT
080400         MOVE ACCPOST-GL-RECEIVABLE TO ACCPOST-CREDIT-ACCOUNT
080500         COMPUTE ACCPOST-ABS-AMT = ZERO - ACCPOST-ENTRY-AMT
080600     END-IF.
080700     MOVE SPACES TO GLJ-RECORD.
080800     SET GLJ-DETAIL TO TRUE.
080900     MOVE ACCPOST-POST-DATE-NUM TO GLJ-POST-DATE.
081000     MOVE ACCPOST-PEND-PERIOD(ACCPOST-PEND-SUB) TO GLJ-PERIOD.
081100     MOVE ACL-ACCOUNT           TO GLJ-ACCOUNT.
081200     MOVE ACCPOST-PEND-TYPE(ACCPOST-PEND-SUB)
081300         TO GLJ-ENTRY-TYPE.
081400     MOVE ACCPOST-ABS-AMT       TO GLJ-AMOUNT.
081500     MOVE ACCPOST-DEBIT-ACCOUNT TO GLJ-GL-ACCOUNT.
081600     SET GLJ-DEBIT TO TRUE.
081700     ADD 1 TO ACCPOST-JOURNAL-LINES.
081800     MOVE ACCPOST-JOURNAL-LINES TO GLJ-SEQUENCE.
081900     WRITE GLJ-RECORD.
082000     ADD ACCPOST-ABS-AMT TO ACCPOST-TOT-DEBITS.
082100     MOVE ACCPOST-CREDIT-ACCOUNT TO GLJ-GL-ACCOUNT.
082200     SET GLJ-CREDIT TO TRUE.
082300     ADD 1 TO ACCPOST-JOURNAL-LINES.
082400     MOVE ACCPOST-JOURNAL-LINES TO GLJ-SEQUENCE.
082500     WRITE GLJ-RECORD.
082600     ADD ACCPOST-ABS-AMT TO ACCPOST-TOT-CREDITS.
082700 2750-EXIT.
082800     EXIT.
082900
083000******************************************************************
083100*    2800-SAVE-LEDGER-ENTRY
083200*    WRITES A NEW ENTRY OR REWRITES THE ONE JUST READ.  A FAILURE
083300*    FAILS THE RECORD, AND ITS QUEUED MOVEMENTS ARE DROPPED WITH
083400*    IT, SO TOMORROW'S RUN PICKS THE SAME DAYS UP AGAIN.
083500******************************************************************
083600 2800-SAVE-LEDGER-ENTRY.
083700     IF ACCPOST-NEW-ENTRY
083800         WRITE ACL-RECORD
083900     ELSE
084000         REWRITE ACL-RECORD
084100     END-IF.
084200     IF ACCPOST-MST-STATUS <> "00"
084300         SET ACCPOST-RECORD-FAILED TO TRUE
084400         MOVE "ACCOUNT" TO ACCPOST-BAD-FIELD
084500         MOVE "MASTER UPDATE FAILED" TO ACCPOST-REJECT-REASON
084600     END-IF.
084700 2800-EXIT.
084800     EXIT.
084900
085000******************************************************************
085100*    3000-SWEEP-MASTER
085200*    AFTER POSIN IS EXHAUSTED, BROWSES THE WHOLE MASTER FOR
085300*    ACTIVE ENTRIES NOT SEEN ON TODAY'S POSIN.  EACH ONE HAS ITS
085400*    PERIOD ROLLED IF DUE, ITS ACCRUED-TO-DATE REVERSED, AND IS
085500*    CLOSED AS DROPPED.  NO FURTHER DAYS ARE ACCRUED FOR IT --
085600*    WITHOUT A POSIN RECORD THERE ARE NO CURRENT TERMS TO ACCRUE
085700*    ON.  AN ENTRY THAT WILL NOT REWRITE IS LISTED AND LEAVES THE
085800*    RUN AT RC 4; IT IS SWEPT AGAIN TOMORROW.
085900******************************************************************
086000 3000-SWEEP-MASTER.
086100     MOVE LOW-VALUES TO ACL-ACCOUNT.
086200     START ACCRUAL-MASTER KEY IS NOT LESS THAN ACL-ACCOUNT.
086300     IF ACCPOST-MST-STATUS <> "00"
086400         GO TO 3000-EXIT
086500     END-IF.
086600     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT.
086700     PERFORM 3200-SWEEP-ONE-ENTRY THRU 3200-EXIT
086800         UNTIL ACCPOST-END-OF-MASTER.
086900 3000-EXIT.
087000     EXIT.
087100
087200 3100-READ-NEXT-ENTRY.
087300     READ ACCRUAL-MASTER NEXT RECORD
087400         AT END
087500             SET ACCPOST-END-OF-MASTER TO TRUE
087600     END-READ.
087700     IF ACCPOST-MST-STATUS <> "00"
087800         SET ACCPOST-END-OF-MASTER TO TRUE
087900     END-IF.
088000 3100-EXIT.
088100     EXIT.
088200
088300 3200-SWEEP-ONE-ENTRY.
088400     IF NOT ACL-ACTIVE OR
088500        ACL-LAST-SEEN-DATE NOT < ACCPOST-POST-DATE-NUM
088600         GO TO 3200-NEXT
088700     END-IF.
088800     MOVE ZERO TO ACCPOST-PEND-COUNT.
088900     IF ACL-PERIOD < ACCPOST-POST-PERIOD
089000         PERFORM 2360-ROLL-PERIOD THRU 2360-EXIT
089100     END-IF.
089200     MOVE "DROPPED REV" TO ACCPOST-REV-LABEL.
089300     PERFORM 2500-REVERSE-ACCRUAL THRU 2500-EXIT.
089400     SET ACL-DROPPED TO TRUE.
089500     REWRITE ACL-RECORD.
089600     IF ACCPOST-MST-STATUS <> "00"
089700         MOVE ACL-ACCOUNT TO ACCPOST-REJ-ACCOUNT
089800         MOVE "ACCOUNT" TO ACCPOST-BAD-FIELD
089900         MOVE "MASTER UPDATE FAILED" TO ACCPOST-REJECT-REASON
090000         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
090100         ADD 1 TO ACCPOST-SWEEP-FAILED
090200         SUBTRACT 1 FROM ACCPOST-RECS-REVERSED
090300         GO TO 3200-NEXT
090400     END-IF.
090500     PERFORM 2700-RELEASE-PENDING THRU 2700-EXIT.
090600 3200-NEXT.
090700     PERFORM 3100-READ-NEXT-ENTRY THRU 3100-EXIT.
090800 3200-EXIT.
090900     EXIT.
091000
091100******************************************************************
091200*    4000-WRITE-TRAILER
091300*    THE GLJRNL CONTROL TRAILER: DETAIL LINE COUNT AND THE DEBIT
091400*    AND CREDIT TOTALS, WHICH THE GL LOAD CHECKS AGAINST WHAT IT
091500*    READ AND AGAINST EACH OTHER BEFORE POSTING.
091600******************************************************************
091700 4000-WRITE-TRAILER.
091800     MOVE SPACES TO GLJ-RECORD.
091900     SET GLJ-TRAILER TO TRUE.
092000     MOVE ACCPOST-POST-DATE-NUM TO GLJ-TR-POST-DATE.
092100     MOVE ACCPOST-JOURNAL-LINES TO GLJ-TR-LINE-COUNT.
092200     MOVE ACCPOST-TOT-DEBITS    TO GLJ-TR-TOTAL-DEBITS.
092300     MOVE ACCPOST-TOT-CREDITS   TO GLJ-TR-TOTAL-CREDITS.
092400     MOVE ACCPOST-RUN-DATE      TO GLJ-TR-RUN-DATE.
092500     WRITE GLJ-RECORD.
092600 4000-EXIT.
092700     EXIT.
092800
092900******************************************************************
093000*    9000-WRITE-RUN-STATS
093100*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET
093200*    FOR THE MONTH-END OPERATIONS SUMMARY, USING THE SAME OPEN-
093300*    EXTEND-THEN-FALL-BACK-TO-OPEN-OUTPUT PATTERN THE OTHER
093400*    BATCH PROGRAMS USE.  PERFORMED ON THE FAILURE PATHS TOO,
093500*    AFTER THE RETURN CODE IS SET.  BEST-EFFORT: A RUNSTAT THAT
093600*    WILL NOT OPEN IS REPORTED ON SYSOUT ONLY.
093700******************************************************************
093800 9000-WRITE-RUN-STATS.
093900     OPEN EXTEND RUN-STATS.
094000     IF ACCPOST-STAT-STATUS <> "00"
094100         OPEN OUTPUT RUN-STATS
094200     END-IF.
094300     IF ACCPOST-STAT-STATUS <> "00"
094400         DISPLAY "ACCPOST - RUNSTAT OPEN FAILED, STATUS "
094500             ACCPOST-STAT-STATUS
094600         GO TO 9000-EXIT
094700     END-IF.
094800     MOVE SPACES TO RUNSTAT-RECORD.
094900     MOVE "ACCPOST"             TO RUNSTAT-PROGRAM-ID.
095000     MOVE ACCPOST-RUN-DATE      TO RUNSTAT-RUN-DATE.
095100     MOVE ACCPOST-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
095200     MOVE ACCPOST-OPERATOR-ID   TO RUNSTAT-OPERATOR.
095300     MOVE ACCPOST-RECS-READ     TO RUNSTAT-RECS-READ.
095400     MOVE ACCPOST-RECS-POSTED   TO RUNSTAT-RECS-ACCEPTED.
095500     MOVE ACCPOST-RECS-REJECTED TO RUNSTAT-RECS-REJECTED.
095600     MOVE RETURN-CODE           TO RUNSTAT-COND-CODE.
095700     SET RUNSTAT-FRESH-RUN TO TRUE.
095800     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
095900     CLOSE RUN-STATS.
096000 9000-EXIT.
096100     EXIT.
