002400*                      TO THE ACCREJ LISTING WITH THE OFFENDING
002500*                      FIELD NAMED, THE SAME CONVENTION AS THE
002600*                      OTHER DRIVERS.
002610*    2026-09-25  MJM   POSIN CARRIES AN OPTIONAL CURRENCY CODE IN
002620*                      COLUMNS 52-54.  WHEN PRESENT, THE CURRENCY
002630*                      IS LOOKED UP ON THE CNVMST CONVENTIONS
002640*                      MASTER: A BLANK BASIS CODE IS FILLED FROM
002650*                      THE CURRENCY'S STANDARD BASIS, AND AN
002660*                      EXPLICIT BASIS THAT DISAGREES WITH IT IS
002670*                      LISTED AS A CONFLICT ON ACCRPT (THE
002680*                      EXPLICIT CODE STILL GOVERNS THE ACCRUAL)
002690*                      AND COUNTED IN THE SUMMARY.  A CURRENCY
002691*                      NOT ON THE MASTER IS REJECTED.
002692*    2026-10-13  MJM   RUN STATISTICS.  EVERY RUN NOW APPENDS
002693*                      ONE RECORD TO THE SHARED RUNSTAT DATASET
002694*                      (READ/REPORTED/REJECTED COUNTS AND FINAL
002695*                      CONDITION CODE), AS DAYDRV AND ANNDRV DO,
002696*                      SO THE RUNMON DAILY MONITOR CAN SEE IT.
002697*                      BEST-EFFORT: A RUNSTAT THAT WILL NOT OPEN
002698*                      IS REPORTED ON SYSOUT ONLY.
002700******************************************************************
002800
002900 ENVIRONMENT DIVISION.
003900                         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT ACCR-REJECTS ASSIGN TO ACCREJ
004100                         ORGANIZATION IS LINE SEQUENTIAL.
004110     SELECT CONV-MASTER  ASSIGN TO CNVMST
004120                         ORGANIZATION IS INDEXED
004130                         ACCESS MODE IS RANDOM
004140                         RECORD KEY IS CNV-CURRENCY
004150                         FILE STATUS IS ACCDRV-CNV-STATUS.
004160     SELECT RUN-STATS    ASSIGN TO RUNSTAT
004170                         ORGANIZATION IS LINE SEQUENTIAL
004180                         FILE STATUS IS ACCDRV-STAT-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
005500     05  PS-START-DATE          PIC X(08).
005600     05  PS-END-DATE            PIC X(08).
005700     05  PS-BASIS-CODE          PIC X(01).
005710     05  PS-CCY-CODE            PIC X(03).
005800     05  FILLER                 PIC X(26).
005900
006000 FD  ACCR-REPORT
006100     RECORD CONTAINS 132 CHARACTERS.
006400 FD  ACCR-REJECTS
006500     RECORD CONTAINS 132 CHARACTERS.
006600 01  ACCR-REJECTS-RECORD        PIC X(132).
006610
006620 FD  CONV-MASTER
006630     RECORD CONTAINS 60 CHARACTERS.
006640 COPY CNVREC.
006650
006660 FD  RUN-STATS
006670     RECORD CONTAINS 80 CHARACTERS.
006680 01  RUN-STATS-RECORD           PIC X(80).
006700
006800 WORKING-STORAGE SECTION.
006900 77  ACCDRV-EOF-SW              PIC X(01) VALUE "N".
007400 77  ACCDRV-BAD-FIELD           PIC X(12) VALUE SPACES.
007500 77  ACCDRV-REJECT-REASON       PIC X(30) VALUE SPACES.
007600 77  ACCDRV-RUN-DATE            PIC 9(08).
007601 77  ACCDRV-RUN-TIME            PIC 9(08).
007602 77  ACCDRV-OPERATOR-ID         PIC X(08) VALUE SPACES.
007603 77  ACCDRV-STAT-STATUS         PIC X(02) VALUE SPACES.
007610
007620******************************************************************
007630*    CURRENCY CONVENTIONS -- SEE 2150-APPLY-CONVENTIONS.  WHEN THE
007640*    MASTER WILL NOT OPEN, ONLY THE POSITIONS THAT CARRY A
007650*    CURRENCY CODE ARE REJECTED; THE REST ACCRUE AS BEFORE.
007660******************************************************************
007670 77  ACCDRV-CNV-STATUS          PIC X(02) VALUE SPACES.
007680 77  ACCDRV-CNV-OPEN-SW         PIC X(01) VALUE "N".
007690     88  ACCDRV-CNV-OPEN        VALUE "Y".
007691 77  ACCDRV-REC-BAD-SW          PIC X(01) VALUE "N".
007692     88  ACCDRV-RECORD-FAILED   VALUE "Y".
007693 77  ACCDRV-RECS-CONFLICT       PIC 9(08) COMP VALUE ZERO.
007700
007800******************************************************************
007900*    LEDGER TIE-OUT TOTALS -- SEE 2600-WRITE-SUMMARY.  PRINCIPAL
009100******************************************************************
009200 COPY ACCRPRM.
009300 COPY DAYCPRM.
009310
009320******************************************************************
009330*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
009340******************************************************************
009350 COPY RUNSTAT.
009400
009500 01  ACCDRV-HEADING-LINE.
009600     05  FILLER                 PIC X(25) VALUE
013000     05  FILLER                 PIC X(09) VALUE "REASON : ".
013100     05  ACCDRV-XL-REASON       PIC X(30).
013200     05  FILLER                 PIC X(50) VALUE SPACES.
013210
013220 01  ACCDRV-CONFLICT-LINE.
013230     05  FILLER                 PIC X(07) VALUE "ACCT : ".
013240     05  ACCDRV-CL-ACCOUNT      PIC X(10).
013250     05  FILLER                 PIC X(03) VALUE SPACES.
013260     05  FILLER                 PIC X(06) VALUE "CCY : ".
013270     05  ACCDRV-CL-CURRENCY     PIC X(03).
013280     05  FILLER                 PIC X(03) VALUE SPACES.
013290     05  FILLER                 PIC X(11) VALUE "CONFLICT : ".
013291     05  ACCDRV-CL-FIELD        PIC X(12).
013292     05  FILLER                 PIC X(03) VALUE SPACES.
013293     05  FILLER                 PIC X(09) VALUE "RECORD : ".
013294     05  ACCDRV-CL-RECORD       PIC X(08).
013295     05  FILLER                 PIC X(03) VALUE SPACES.
013296     05  FILLER                 PIC X(11) VALUE "STANDARD : ".
013297     05  ACCDRV-CL-STANDARD     PIC X(08).
013298     05  FILLER                 PIC X(35) VALUE SPACES.
013300
013400 01  ACCDRV-SUMMARY-LINE-1.
013500     05  FILLER                 PIC X(15) VALUE "RECORDS READ : ".
013800     05  ACCDRV-SL-REPORTED     PIC ZZZZZZZ9.
013900     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
014000     05  ACCDRV-SL-REJECTED     PIC ZZZZZZZ9.
014010     05  FILLER                 PIC X(14) VALUE
014020             "  CONFLICTS : ".
014030     05  ACCDRV-SL-CONFLICTS    PIC ZZZZZZZ9.
014100     05  FILLER                 PIC X(45) VALUE SPACES.
014200
014300 01  ACCDRV-SUMMARY-LINE-2.
014400     05  FILLER                 PIC X(18) VALUE
016000     CLOSE POSITION-INPUT.
016100     CLOSE ACCR-REPORT.
016200     CLOSE ACCR-REJECTS.
016210     IF ACCDRV-CNV-OPEN
016220         CLOSE CONV-MASTER
016230     END-IF.
016240     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
016300     STOP RUN.
016400
016500******************************************************************
016600*    1000-INITIALIZE
016700*    OPENS THE THREE FILES AND WRITES THE REPORT HEADER LINE.
016710*    THE CONVENTIONS MASTER IS OPENED SEPARATELY; A RUN WITH NO
016720*    MASTER STILL ACCRUES EVERY POSITION THAT HAS NO CURRENCY.
016800******************************************************************
016900 1000-INITIALIZE.
017000     ACCEPT ACCDRV-RUN-DATE FROM DATE YYYYMMDD.
017010     ACCEPT ACCDRV-RUN-TIME FROM TIME.
017020     ACCEPT ACCDRV-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
017030     IF ACCDRV-OPERATOR-ID = SPACES
017040         ACCEPT ACCDRV-OPERATOR-ID FROM ENVIRONMENT "USER"
017050     END-IF.
017060     IF ACCDRV-OPERATOR-ID = SPACES
017070         MOVE "UNKNOWN" TO ACCDRV-OPERATOR-ID
017080     END-IF.
017100     OPEN INPUT  POSITION-INPUT.
017200     OPEN OUTPUT ACCR-REPORT.
017300     OPEN OUTPUT ACCR-REJECTS.
017310     OPEN INPUT  CONV-MASTER.
017320     IF ACCDRV-CNV-STATUS = "00"
017330         SET ACCDRV-CNV-OPEN TO TRUE
017340     END-IF.
017400     MOVE ACCDRV-RUN-DATE TO ACCDRV-H1-DATE.
017500     WRITE ACCR-REPORT-RECORD FROM ACCDRV-HEADING-LINE.
017600     MOVE SPACES TO ACCR-REPORT-RECORD.
018500     END-READ.
018600 2100-EXIT.
018700     EXIT.
018710
018720******************************************************************
018730*    2150-APPLY-CONVENTIONS
018740*    LOOKS THE POSITION'S CURRENCY UP ON THE CONVENTIONS MASTER.
018750*    A BLANK BASIS CODE TAKES THE CURRENCY'S STANDARD BASIS.  AN
018760*    EXPLICIT BASIS THAT DIFFERS FROM THE STANDARD IS LISTED AS A
018770*    CONFLICT BUT STILL USED -- THE FEED MAY HAVE A REASON (AN
018780*    INSTRUMENT ON A NON-STANDARD BASIS) THAT THE DESK CONFIRMS
018790*    FROM THE LISTING.  A CURRENCY NOT ON THE MASTER, OR NO
018791*    MASTER AT ALL, REJECTS THE POSITION.
018792******************************************************************
018793 2150-APPLY-CONVENTIONS.
018794     MOVE "N" TO ACCDRV-REC-BAD-SW.
018795     IF NOT ACCDRV-CNV-OPEN
018796         MOVE "CCY-CODE" TO ACCDRV-BAD-FIELD
018797         MOVE "CONVENTIONS MASTER UNAVAILABLE"
018798             TO ACCDRV-REJECT-REASON
018799         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
018800         SET ACCDRV-RECORD-FAILED TO TRUE
018801         GO TO 2150-EXIT
018802     END-IF.
018803     MOVE PS-CCY-CODE TO CNV-CURRENCY.
018804     READ CONV-MASTER.
018805     IF ACCDRV-CNV-STATUS NOT = "00"
018806         MOVE "CCY-CODE" TO ACCDRV-BAD-FIELD
018807         MOVE "CURRENCY NOT ON CONVENTIONS"
018808             TO ACCDRV-REJECT-REASON
018809         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
018810         SET ACCDRV-RECORD-FAILED TO TRUE
018811         GO TO 2150-EXIT
018812     END-IF.
018813     IF PS-BASIS-CODE = SPACES
018814         MOVE CNV-BASIS-CODE TO ACCRUE-BASIS-CODE
018815         GO TO 2150-EXIT
018816     END-IF.
018817     IF PS-BASIS-CODE NOT = CNV-BASIS-CODE
018818         MOVE PS-ACCOUNT     TO ACCDRV-CL-ACCOUNT
018819         MOVE PS-CCY-CODE    TO ACCDRV-CL-CURRENCY
018820         MOVE "BASIS-CODE"   TO ACCDRV-CL-FIELD
018821         MOVE PS-BASIS-CODE  TO ACCDRV-CL-RECORD
018822         MOVE CNV-BASIS-CODE TO ACCDRV-CL-STANDARD
018823         WRITE ACCR-REPORT-RECORD FROM ACCDRV-CONFLICT-LINE
018824         ADD 1 TO ACCDRV-RECS-CONFLICT
018825     END-IF.
018826 2150-EXIT.
018827     EXIT.
018828
018900******************************************************************
019000*    2200-PROCESS-ONE-POSITION
019100*    SCREENS EVERY NUMERIC FIELD FOR NON-NUMERIC CONTENT BEFORE
022100         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
022200         GO TO 2200-NEXT
022300     END-IF.
022310     MOVE PS-BASIS-CODE    TO ACCRUE-BASIS-CODE.
022320     IF PS-CCY-CODE NOT = SPACES
022330         PERFORM 2150-APPLY-CONVENTIONS THRU 2150-EXIT
022340         IF ACCDRV-RECORD-FAILED
022350             GO TO 2200-NEXT
022360         END-IF
022370     END-IF.
022400     MOVE PS-PRINCIPAL-NUM TO ACCRUE-PRINCIPAL.
022500     MOVE PS-RATE-NUM      TO ACCRUE-ANNUAL-RATE.
022600     MOVE PS-START-DATE    TO ACCRUE-START-DATE.
022700     MOVE PS-END-DATE      TO ACCRUE-END-DATE.
022900     CALL "ACCRUE" USING ACCRUE-PARM.
023000     EVALUATE TRUE
023100         WHEN ACCRUE-OK
024900     MOVE PS-ACCOUNT       TO ACCDRV-RL-ACCOUNT.
025000     MOVE PS-START-DATE    TO ACCDRV-RL-START.
025100     MOVE PS-END-DATE      TO ACCDRV-RL-END.
025200     MOVE ACCRUE-BASIS-CODE TO ACCDRV-RL-BASIS.
025300     MOVE ACCRUE-DAY-COUNT TO ACCDRV-RL-DAYS.
025400     MOVE ACCRUE-AMOUNT    TO ACCDRV-RL-ACCRUED.
025500     WRITE ACCR-REPORT-RECORD FROM ACCDRV-REPORT-LINE.
031000     MOVE ACCDRV-RECS-READ     TO ACCDRV-SL-READ.
031100     MOVE ACCDRV-RECS-REPORTED TO ACCDRV-SL-REPORTED.
031200     MOVE ACCDRV-RECS-REJECTED TO ACCDRV-SL-REJECTED.
031210     MOVE ACCDRV-RECS-CONFLICT TO ACCDRV-SL-CONFLICTS.
031300     WRITE ACCR-REPORT-RECORD FROM ACCDRV-SUMMARY-LINE-1.
031400     MOVE ACCDRV-TOT-PRINCIPAL TO ACCDRV-SL-PRINCIPAL.
031500     MOVE ACCDRV-TOT-ACCRUED   TO ACCDRV-SL-ACCRUED.
031600     WRITE ACCR-REPORT-RECORD FROM ACCDRV-SUMMARY-LINE-2.
031700 2600-EXIT.
031800     EXIT.
031900
032000******************************************************************
032100*    9000-WRITE-RUN-STATS
032200*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
032300*    THE SAME WAY DAYDRV DOES.  BEST-EFFORT: A RUNSTAT THAT WILL
032400*    NOT OPEN IS REPORTED ON SYSOUT AND THE RUN ENDS NORMALLY.
032500******************************************************************
032600 9000-WRITE-RUN-STATS.
032700     OPEN EXTEND RUN-STATS.
032800     IF ACCDRV-STAT-STATUS <> "00"
032900         OPEN OUTPUT RUN-STATS
033000     END-IF.
033100     IF ACCDRV-STAT-STATUS <> "00"
033200         DISPLAY "ACCDRV - RUNSTAT OPEN FAILED, STATUS "
033300             ACCDRV-STAT-STATUS
033400         GO TO 9000-EXIT
033500     END-IF.
033600     MOVE SPACES TO RUNSTAT-RECORD.
033700     MOVE "ACCDRV"          TO RUNSTAT-PROGRAM-ID.
033800     MOVE ACCDRV-RUN-DATE   TO RUNSTAT-RUN-DATE.
033900     MOVE ACCDRV-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
034000     MOVE ACCDRV-OPERATOR-ID TO RUNSTAT-OPERATOR.
034100     MOVE ACCDRV-RECS-READ     TO RUNSTAT-RECS-READ.
034200     MOVE ACCDRV-RECS-REPORTED TO RUNSTAT-RECS-ACCEPTED.
034300     MOVE ACCDRV-RECS-REJECTED TO RUNSTAT-RECS-REJECTED.
034400     MOVE RETURN-CODE          TO RUNSTAT-COND-CODE.
034500     SET RUNSTAT-FRESH-RUN TO TRUE.
034600     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
034700     CLOSE RUN-STATS.
034800 9000-EXIT.
034900     EXIT.
