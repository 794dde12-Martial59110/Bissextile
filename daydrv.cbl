002316*                      MONTH-END RUNRPT OPERATIONS SUMMARY.
002317*                      BEST-EFFORT: A RUNSTAT THAT WILL NOT
002318*                      OPEN IS REPORTED ON SYSOUT ONLY.
002320*    2026-09-25  MJM   DATEPAIR COLUMNS 21-23 NOW CARRY AN
002321*                      OPTIONAL CURRENCY CODE.  WHEN PRESENT, THE
002322*                      CURRENCY IS LOOKED UP ON THE CNVMST
002323*                      CONVENTIONS MASTER AND A BLANK BASIS CODE,
002324*                      A BLANK CALENDAR CODE ON A BASIS-B OR S
002325*                      RECORD, AND A BLANK SHIFT ON A BASIS-S
002326*                      RECORD TAKE THE CURRENCY'S STANDARD BASIS,
002327*                      CALENDAR AND SETTLEMENT LAG.  AN EXPLICIT
002328*                      CODE THAT DISAGREES WITH THE STANDARD IS
002329*                      LISTED AS A CONFLICT ON DAYRPT (THE
002330*                      EXPLICIT CODE STILL GOVERNS) AND COUNTED
002331*                      IN THE SUMMARY.  A CURRENCY NOT ON THE
002332*                      MASTER IS REJECTED WITH FIELD CCY-CODE.
002333*    2026-10-11  MJM   SETTLEMENT DATE REGISTER.  EVERY BASIS-S
002334*                      VALUE DATE AND BASIS-B BUSINESS-DAY COUNT
002335*                      IS NOW ALSO WRITTEN TO THE KEYED SETREG
002336*                      REGISTER (CALENDAR, TRADE DATE, SHIFT OR
002337*                      END DATE, LANDING DATE, BUSINESS DAYS, RUN
002338*                      DATE), REPLACING THE ENTRY WHEN THE SAME
002339*                      REQUEST IS RUN AGAIN, SO THE HOLIMP JOB CAN
002340*                      FIND THE VALUE DATES A HOLIDAY CHANGE
002341*                      MOVES.  A REGISTER THAT WILL NOT OPEN OR
002342*                      WRITE IS REPORTED ON SYSOUT, THE REPORT IS
002343*                      STILL PRODUCED, AND THE RUN ENDS RC 8.
002350******************************************************************
002400
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
003710     SELECT RUN-STATS    ASSIGN TO RUNSTAT
003720                         ORGANIZATION IS LINE SEQUENTIAL
003730                         FILE STATUS IS DAYDRV-STAT-STATUS.
003740     SELECT CONV-MASTER  ASSIGN TO CNVMST
003750                         ORGANIZATION IS INDEXED
003760                         ACCESS MODE IS RANDOM
003770                         RECORD KEY IS CNV-CURRENCY
003780                         FILE STATUS IS DAYDRV-CNV-STATUS.
003781     SELECT SETTLE-REGISTER ASSIGN TO SETREG
003782                         ORGANIZATION IS INDEXED
003783                         ACCESS MODE IS RANDOM
003784                         RECORD KEY IS SETREG-KEY
003785                         FILE STATUS IS DAYDRV-REG-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004530         10  DP-SHIFT-COUNT     PIC X(07).
004550     05  DP-BASIS-CODE          PIC X(01).
004560     05  DP-CAL-ID              PIC X(03).
004570     05  DP-CCY-CODE            PIC X(03).
004600     05  FILLER                 PIC X(57).
004700
004800 FD  PAIR-REPORT
004900     RECORD CONTAINS 132 CHARACTERS.
005420 FD  RUN-STATS
005430     RECORD CONTAINS 80 CHARACTERS.
005440 01  RUN-STATS-RECORD           PIC X(80).
005450
005460 FD  CONV-MASTER
005470     RECORD CONTAINS 60 CHARACTERS.
005480 COPY CNVREC.
005481
005482 FD  SETTLE-REGISTER
005483     RECORD CONTAINS 60 CHARACTERS.
005484 COPY SETREG.
005500
005600 WORKING-STORAGE SECTION.
005700 77  DAYDRV-EOF-SW              PIC X(01) VALUE "N".
006480******************************************************************
006490 COPY RUNSTAT.
006500
006505******************************************************************
006510*    CURRENCY CONVENTIONS -- SEE 2150-APPLY-CONVENTIONS.  WHEN THE
006515*    MASTER WILL NOT OPEN, ONLY THE RECORDS THAT CARRY A CURRENCY
006520*    CODE ARE REJECTED; THE REST RUN AS BEFORE.
006525******************************************************************
006530 77  DAYDRV-CNV-STATUS          PIC X(02) VALUE SPACES.
006535 77  DAYDRV-CNV-OPEN-SW         PIC X(01) VALUE "N".
006540     88  DAYDRV-CNV-OPEN        VALUE "Y".
006545 77  DAYDRV-REC-BAD-SW          PIC X(01) VALUE "N".
006550     88  DAYDRV-RECORD-FAILED   VALUE "Y".
006555 77  DAYDRV-PAIRS-CONFLICT      PIC 9(08) COMP VALUE ZERO.
006560 77  DAYDRV-LAG-NUM             PIC 9(07).
006565
006600******************************************************************
006700*    PARAMETERS FOR THE SHARED DAYCNT SUBPROGRAM -- SEE 2200-
006800*    PROCESS-ONE-PAIR AND 2500-IDENTIFY-BAD-FIELD.
007084*    CALENDAR FILE (HOLIDAY DD) ON ITS FIRST CALL OF THE RUN.
007085******************************************************************
007086 COPY BUSAPRM.
007087
007088******************************************************************
007089*    SETTLEMENT REGISTER -- SEE 2700-REGISTER-RESULT.  ONCE THE
007090*    REGISTER HAS FAILED, NOTHING MORE IS WRITTEN TO IT THIS RUN
007091*    AND THE RUN ENDS RC 8 SO THE GAP IS NOT MISSED.
007092******************************************************************
007093 77  DAYDRV-REG-STATUS          PIC X(02) VALUE SPACES.
007094 77  DAYDRV-REG-OPEN-SW         PIC X(01) VALUE "N".
007095     88  DAYDRV-REG-OPEN        VALUE "Y".
007096 77  DAYDRV-REG-BAD-SW          PIC X(01) VALUE "N".
007097     88  DAYDRV-REG-FAILED      VALUE "Y".
007098 77  DAYDRV-PAIRS-REGISTERED    PIC 9(08) COMP VALUE ZERO.
007100
007200 01  DAYDRV-HEADING-LINE.
007300     05  FILLER                 PIC X(25) VALUE
010100     05  FILLER                 PIC X(09) VALUE "REASON : ".
010200     05  DAYDRV-XL-REASON       PIC X(30).
010300     05  FILLER                 PIC X(44) VALUE SPACES.
010310
010320 01  DAYDRV-CONFLICT-LINE.
010330     05  FILLER                 PIC X(08) VALUE "START : ".
010340     05  DAYDRV-CL-START        PIC X(08).
010350     05  FILLER                 PIC X(03) VALUE SPACES.
010360     05  FILLER                 PIC X(06) VALUE "CCY : ".
010370     05  DAYDRV-CL-CURRENCY     PIC X(03).
010380     05  FILLER                 PIC X(03) VALUE SPACES.
010390     05  FILLER                 PIC X(11) VALUE "CONFLICT : ".
010391     05  DAYDRV-CL-FIELD        PIC X(12).
010392     05  FILLER                 PIC X(03) VALUE SPACES.
010393     05  FILLER                 PIC X(09) VALUE "RECORD : ".
010394     05  DAYDRV-CL-RECORD       PIC X(08).
010395     05  FILLER                 PIC X(03) VALUE SPACES.
010396     05  FILLER                 PIC X(11) VALUE "STANDARD : ".
010397     05  DAYDRV-CL-STANDARD     PIC X(08).
010398     05  FILLER                 PIC X(36) VALUE SPACES.
010400
010500 01  DAYDRV-SUMMARY-LINE.
010600     05  FILLER                 PIC X(13) VALUE "PAIRS READ : ".
011100     05  FILLER                 PIC X(03) VALUE SPACES.
011200     05  FILLER                 PIC X(11) VALUE "REJECTED : ".
011300     05  DAYDRV-SL-REJECTED     PIC ZZZZZZZ9.
011310     05  FILLER                 PIC X(03) VALUE SPACES.
011320     05  FILLER                 PIC X(12) VALUE "CONFLICTS : ".
011330     05  DAYDRV-SL-CONFLICTS    PIC ZZZZZZZ9.
011331     05  FILLER                 PIC X(03) VALUE SPACES.
011332     05  FILLER                 PIC X(13) VALUE "REGISTERED : ".
011333     05  DAYDRV-SL-REGISTERED   PIC ZZZZZZZ9.
011400     05  FILLER                 PIC X(20) VALUE SPACES.
011500
011600 PROCEDURE DIVISION.
011700
012400     CLOSE DATEPAIR-INPUT.
012500     CLOSE PAIR-REPORT.
012600     CLOSE PAIR-REJECTS.
012610     IF DAYDRV-CNV-OPEN
012620         CLOSE CONV-MASTER
012630     END-IF.
012631     IF DAYDRV-REG-OPEN
012632         CLOSE SETTLE-REGISTER
012633     END-IF.
012634     IF DAYDRV-REG-FAILED
012635         MOVE 8 TO RETURN-CODE
012636     END-IF.
012650     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
012700     STOP RUN.
012800
012900******************************************************************
013000*    1000-INITIALIZE
013100*    OPENS THE THREE FILES AND WRITES THE REPORT HEADER LINE.
013110*    THE CONVENTIONS MASTER IS OPENED SEPARATELY; A RUN WITH NO
013120*    MASTER STILL PROCESSES EVERY RECORD THAT HAS NO CURRENCY.
013121*    THE SETTLEMENT REGISTER IS OPENED FOR UPDATE, AND CREATED
013122*    EMPTY IF IT HAS NO RECORDS YET (STATUS 35); ONE THAT WILL
013123*    NOT OPEN IS REPORTED AND THE REPORT RUN GOES ON WITHOUT IT.
013200******************************************************************
013300 1000-INITIALIZE.
013400     ACCEPT DAYDRV-RUN-DATE FROM DATE YYYYMMDD.
013500     OPEN INPUT  DATEPAIR-INPUT.
013600     OPEN OUTPUT PAIR-REPORT.
013700     OPEN OUTPUT PAIR-REJECTS.
013710     OPEN INPUT  CONV-MASTER.
013720     IF DAYDRV-CNV-STATUS = "00"
013730         SET DAYDRV-CNV-OPEN TO TRUE
013740     END-IF.
013741     OPEN I-O    SETTLE-REGISTER.
013742     IF DAYDRV-REG-STATUS = "35"
013743         OPEN OUTPUT SETTLE-REGISTER
013744         CLOSE SETTLE-REGISTER
013745         OPEN I-O SETTLE-REGISTER
013746     END-IF.
013747     IF DAYDRV-REG-STATUS = "00"
013748         SET DAYDRV-REG-OPEN TO TRUE
013749     ELSE
013750         DISPLAY "DAYDRV - SETREG OPEN FAILED, STATUS "
013751             DAYDRV-REG-STATUS
013752         SET DAYDRV-REG-FAILED TO TRUE
013753     END-IF.
013800     MOVE DAYDRV-RUN-DATE TO DAYDRV-H1-DATE.
013900     WRITE PAIR-REPORT-RECORD FROM DAYDRV-HEADING-LINE.
014000     MOVE SPACES TO PAIR-REPORT-RECORD.
014900     END-READ.
015000 2100-EXIT.
015100     EXIT.
015110
015120******************************************************************
015130*    2150-APPLY-CONVENTIONS
015140*    LOOKS THE RECORD'S CURRENCY UP ON THE CONVENTIONS MASTER AND
015150*    FILLS THE BLANK CODES IN THE INPUT RECORD ITSELF, SO EVERY
015160*    PATH BELOW -- DAYCNT, BUSDAY, BUSADD AND THE LISTINGS -- SEES
015170*    THE CODES ACTUALLY USED.  A BLANK BASIS TAKES THE CURRENCY'S
015180*    STANDARD BASIS; ON A BASIS-B OR S RECORD A BLANK CALENDAR
015190*    TAKES THE STANDARD CALENDAR, AND ON A BASIS-S RECORD A BLANK
015191*    SHIFT TAKES THE STANDARD SETTLEMENT LAG FORWARD.  AN
015192*    EXPLICIT CODE IS COMPARED BEFORE ANY FILLING: A DAYCNT BASIS
015193*    (1-4), A CALENDAR, OR A FORWARD SHIFT THAT DIFFERS FROM THE
015194*    STANDARD IS LISTED AS A CONFLICT BUT STILL USED.  BASIS
015195*    CODES 0, B AND S NAME A SERVICE, NOT A CONVENTION, AND ARE
015196*    NEVER A CONFLICT.  A CURRENCY NOT ON THE MASTER, OR NO
015197*    MASTER AT ALL, REJECTS THE RECORD.
015198******************************************************************
015199 2150-APPLY-CONVENTIONS.
015200     MOVE "N" TO DAYDRV-REC-BAD-SW.
015201     IF NOT DAYDRV-CNV-OPEN
015202         MOVE "CCY-CODE" TO DAYDRV-BAD-FIELD
015203         MOVE "CONVENTIONS MASTER UNAVAILABLE"
015204             TO DAYDRV-REJECT-REASON
015205         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
015206         SET DAYDRV-RECORD-FAILED TO TRUE
015207         GO TO 2150-EXIT
015208     END-IF.
015209     MOVE DP-CCY-CODE TO CNV-CURRENCY.
015210     READ CONV-MASTER.
015211     IF DAYDRV-CNV-STATUS NOT = "00"
015212         MOVE "CCY-CODE" TO DAYDRV-BAD-FIELD
015213         MOVE "CURRENCY NOT ON CONVENTIONS"
015214             TO DAYDRV-REJECT-REASON
015215         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
015216         SET DAYDRV-RECORD-FAILED TO TRUE
015217         GO TO 2150-EXIT
015218     END-IF.
015219     IF DP-BASIS-CODE = SPACE
015220         MOVE CNV-BASIS-CODE TO DP-BASIS-CODE
015221     ELSE
015222         IF DP-BASIS-CODE >= "1" AND DP-BASIS-CODE <= "4"
015223            AND DP-BASIS-CODE NOT = CNV-BASIS-CODE
015224             MOVE "BASIS-CODE"   TO DAYDRV-CL-FIELD
015225             MOVE DP-BASIS-CODE  TO DAYDRV-CL-RECORD
015226             MOVE CNV-BASIS-CODE TO DAYDRV-CL-STANDARD
015227             PERFORM 2160-WRITE-CONFLICT-LINE THRU 2160-EXIT
015228         END-IF
015229     END-IF.
015230     IF DP-BASIS-CODE NOT = "B" AND DP-BASIS-CODE NOT = "S"
015231         GO TO 2150-EXIT
015232     END-IF.
015233     IF DP-CAL-ID = SPACES
015234         MOVE CNV-CAL-ID TO DP-CAL-ID
015235     ELSE
015236         IF DP-CAL-ID NOT = CNV-CAL-ID
015237             MOVE "CAL-ID"     TO DAYDRV-CL-FIELD
015238             MOVE DP-CAL-ID    TO DAYDRV-CL-RECORD
015239             MOVE CNV-CAL-ID   TO DAYDRV-CL-STANDARD
015240             PERFORM 2160-WRITE-CONFLICT-LINE THRU 2160-EXIT
015241         END-IF
015242     END-IF.
015243     IF DP-BASIS-CODE NOT = "S"
015244         GO TO 2150-EXIT
015245     END-IF.
015246     IF DP-SHIFT = SPACES
015247         MOVE "+"            TO DP-SHIFT-SIGN
015248         MOVE CNV-SETTLE-LAG TO DAYDRV-LAG-NUM
015249         MOVE DAYDRV-LAG-NUM TO DP-SHIFT-COUNT
015250         GO TO 2150-EXIT
015251     END-IF.
015252     IF DP-SHIFT-SIGN NOT = "-" AND DP-SHIFT-COUNT IS NUMERIC
015253         MOVE DP-SHIFT-COUNT TO DAYDRV-LAG-NUM
015254         IF DAYDRV-LAG-NUM NOT = CNV-SETTLE-LAG
015255             MOVE "SHIFT-DAYS"   TO DAYDRV-CL-FIELD
015256             MOVE DP-SHIFT-COUNT TO DAYDRV-CL-RECORD
015257             MOVE CNV-SETTLE-LAG TO DAYDRV-LAG-NUM
015258             MOVE DAYDRV-LAG-NUM TO DAYDRV-CL-STANDARD
015259             PERFORM 2160-WRITE-CONFLICT-LINE THRU 2160-EXIT
015260         END-IF
015261     END-IF.
015262 2150-EXIT.
015263     EXIT.
015264
015265 2160-WRITE-CONFLICT-LINE.
015266     MOVE DP-START-DATE TO DAYDRV-CL-START.
015267     MOVE DP-CCY-CODE   TO DAYDRV-CL-CURRENCY.
015268     WRITE PAIR-REPORT-RECORD FROM DAYDRV-CONFLICT-LINE.
015269     ADD 1 TO DAYDRV-PAIRS-CONFLICT.
015270 2160-EXIT.
015271     EXIT.
015272
015300******************************************************************
015400*    2200-PROCESS-ONE-PAIR
015500*    SCREENS BOTH DATES FOR NON-NUMERIC CONTENT BEFORE THEY GO
016800         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
016900         GO TO 2200-NEXT
017000     END-IF.
017001     IF DP-CCY-CODE NOT = SPACES
017002         PERFORM 2150-APPLY-CONVENTIONS THRU 2150-EXIT
017003         IF DAYDRV-RECORD-FAILED
017004             GO TO 2200-NEXT
017005         END-IF
017006     END-IF.
017010     IF DP-BASIS-CODE = "S"
017020         PERFORM 2260-BUSINESS-SHIFT-RECORD THRU 2260-EXIT
017030         GO TO 2200-NEXT
019920 2310-WRITE-REPORT-RECORD.
019930     WRITE PAIR-REPORT-RECORD FROM DAYDRV-REPORT-LINE.
019940     ADD 1 TO DAYDRV-PAIRS-REPORTED.
019941     IF DP-BASIS-CODE = "B" OR DP-BASIS-CODE = "S"
019942         PERFORM 2700-REGISTER-RESULT THRU 2700-EXIT
019943     END-IF.
019950 2310-EXIT.
019960     EXIT.
020000
024700     MOVE DAYDRV-PAIRS-READ     TO DAYDRV-SL-READ.
024800     MOVE DAYDRV-PAIRS-REPORTED TO DAYDRV-SL-REPORTED.
024900     MOVE DAYDRV-PAIRS-REJECTED TO DAYDRV-SL-REJECTED.
024910     MOVE DAYDRV-PAIRS-CONFLICT TO DAYDRV-SL-CONFLICTS.
024911     MOVE DAYDRV-PAIRS-REGISTERED TO DAYDRV-SL-REGISTERED.
025000     WRITE PAIR-REPORT-RECORD FROM DAYDRV-SUMMARY-LINE.
025100 2600-EXIT.
025200     EXIT.
025201
025203******************************************************************
025205*    2700-REGISTER-RESULT
025207*    RECORDS A BASIS-B OR BASIS-S RESULT ON THE SETTLEMENT
025209*    REGISTER: FOR BASIS S THE SIGNED SHIFT AND THE VALUE DATE
025211*    BUSADD RETURNED, FOR BASIS B THE END DATE AND THE BUSINESS-
025213*    DAY COUNT BUSDAY RETURNED.  THE SAME CALENDAR, TRADE DATE
025215*    AND SHIFT OR END DATE RUN AGAIN REPLACES THE EARLIER ENTRY,
025217*    SO A RERUN OF THE DAY'S FILE DOES NOT DOUBLE THE REGISTER.
025219*    A FAILED WRITE IS REPORTED ONCE ON SYSOUT AND STOPS FURTHER
025221*    REGISTRATION FOR THE RUN.
025223******************************************************************
025225 2700-REGISTER-RESULT.
025227     IF NOT DAYDRV-REG-OPEN
025229         GO TO 2700-EXIT
025231     END-IF.
025233     MOVE SPACES            TO SETREG-RECORD.
025235     MOVE DP-CAL-ID         TO SETREG-CAL-ID.
025237     MOVE DP-START-DATE     TO SETREG-TRADE-DATE.
025239     MOVE DP-BASIS-CODE     TO SETREG-BASIS.
025241     IF SETREG-SHIFT-ENTRY
025243         IF DAYDRV-SHIFT-NUM < 0
025245             MOVE "-" TO SETREG-SHIFT-SIGN
025247         ELSE
025249             MOVE "+" TO SETREG-SHIFT-SIGN
025251         END-IF
025253         MOVE DAYDRV-SHIFT-NUM TO SETREG-SHIFT-COUNT
025255         MOVE BUSADD-DATE-OUT  TO SETREG-LANDING-DATE
025257         MOVE DAYDRV-SHIFT-NUM TO SETREG-BUS-DAYS
025259     ELSE
025261         MOVE DP-END-DATE      TO SETREG-END-DATE
025263         MOVE DP-END-DATE      TO SETREG-LANDING-DATE
025265         MOVE DAYCNT-DAY-COUNT TO SETREG-BUS-DAYS
025267     END-IF.
025269     MOVE DAYDRV-RUN-DATE   TO SETREG-RUN-DATE.
025271     WRITE SETREG-RECORD.
025273     IF DAYDRV-REG-STATUS = "22"
025275         REWRITE SETREG-RECORD
025277     END-IF.
025279     IF DAYDRV-REG-STATUS NOT = "00"
025281         DISPLAY "DAYDRV - SETREG WRITE FAILED, STATUS "
025283             DAYDRV-REG-STATUS
025285         CLOSE SETTLE-REGISTER
025287         MOVE "N" TO DAYDRV-REG-OPEN-SW
025289         SET DAYDRV-REG-FAILED TO TRUE
025291         GO TO 2700-EXIT
025293     END-IF.
025295     ADD 1 TO DAYDRV-PAIRS-REGISTERED.
025297 2700-EXIT.
025299     EXIT.
025300
025400******************************************************************
025500*    9000-WRITE-RUN-STATS
