000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     CNVMNT.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-09-25.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-09-25  MJM   INITIAL VERSION.  MAINTENANCE RUN FOR THE
001300*                      KEYED CNVMST CURRENCY AND MARKET
001400*                      CONVENTIONS MASTER.  FEEDING SYSTEMS KEEP
001500*                      SENDING THE WRONG BASIS OR CALENDAR CODE
001600*                      ON POSIN AND DATEPAIR RECORDS (USD SENT AS
001700*                      ACT/365, GBP VALUE DATES ON THE US
001800*                      CALENDAR), SO EACH CURRENCY'S STANDARD IS
001900*                      NOW HELD ONCE ON THE MASTER AND ACCDRV AND
002000*                      DAYDRV FILL FROM IT.  READS A CNVTRAN FILE
002100*                      OF ADD / CHANGE / DELETE TRANSACTIONS,
002200*                      VALIDATES EACH -- A CALENDAR CODE MUST
002300*                      EXIST IN THE HOLIDAY FILE -- AND APPLIES
002400*                      IT, LISTING THE BEFORE AND AFTER IMAGE OF
002500*                      EVERY APPLIED CHANGE ON THE CNVAUD AUDIT
002600*                      LISTING AND EVERY REJECTED TRANSACTION ON
002700*                      CNVREJ.  ENDS RC 0 CLEAN, 4 WHEN
002800*                      TRANSACTIONS WERE REJECTED, 12 WHEN A FILE
002900*                      WOULD NOT OPEN OR THE HOLIDAY FILE IS
003000*                      UNUSABLE.
003100******************************************************************
003200
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SPECIAL-NAMES.
003600     DECIMAL-POINT IS COMMA.
003700
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT CONV-TRANS   ASSIGN TO CNVTRAN
004100                         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT CONV-MASTER  ASSIGN TO CNVMST
004300                         ORGANIZATION IS INDEXED
004400                         ACCESS MODE IS RANDOM
004500                         RECORD KEY IS CNV-CURRENCY
004600                         FILE STATUS IS CNVMNT-MST-STATUS.
004700     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAY
004800                         ORGANIZATION IS LINE SEQUENTIAL
004900                         FILE STATUS IS CNVMNT-HOL-STATUS.
005000     SELECT CONV-AUDIT   ASSIGN TO CNVAUD
005100                         ORGANIZATION IS LINE SEQUENTIAL
005200                         FILE STATUS IS CNVMNT-AUD-STATUS.
005300     SELECT CONV-REJECTS ASSIGN TO CNVREJ
005400                         ORGANIZATION IS LINE SEQUENTIAL.
005500     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005600                         ORGANIZATION IS LINE SEQUENTIAL
005700                         FILE STATUS IS CNVMNT-STAT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006100******************************************************************
006200*    A CHANGE CARRIES THE COMPLETE NEW IMAGE OF THE CURRENCY'S
006300*    CONVENTIONS, NOT JUST THE FIELDS BEING CHANGED: A BLANK
006400*    CALENDAR CODE IS A REAL VALUE (THE DEFAULT CALENDAR), SO
006500*    BLANK CANNOT ALSO MEAN "UNCHANGED".  A DELETE NEEDS ONLY
006600*    THE ACTION AND THE CURRENCY.
006700******************************************************************
006800 FD  CONV-TRANS
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  CONV-TRANS-RECORD.
007100     05  CT-ACTION              PIC X(01).
007200         88  CT-ADD             VALUE "A".
007300         88  CT-CHANGE          VALUE "C".
007400         88  CT-DELETE          VALUE "D".
007500     05  CT-CURRENCY            PIC X(03).
007600     05  CT-BASIS-CODE          PIC X(01).
007700     05  CT-CAL-ID              PIC X(03).
007800     05  CT-SETTLE-LAG          PIC X(02).
007900     05  CT-SETTLE-LAG-NUM REDEFINES CT-SETTLE-LAG
008000                                PIC 9(02).
008100     05  CT-ADJ-CONV            PIC X(01).
008200     05  CT-DESCRIPTION         PIC X(20).
008300     05  FILLER                 PIC X(49).
008400
008500 FD  CONV-MASTER
008600     RECORD CONTAINS 60 CHARACTERS.
008700 COPY CNVREC.
008800
008900 FD  HOLIDAY-FILE
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  HOLIDAY-RECORD.
009200     05  HOL-DATE               PIC X(08).
009300     05  HOL-CAL-ID             PIC X(03).
009400     05  FILLER                 PIC X(69).
009500
009600 FD  CONV-AUDIT
009700     RECORD CONTAINS 132 CHARACTERS.
009800 01  CONV-AUDIT-RECORD          PIC X(132).
009900
010000 FD  CONV-REJECTS
010100     RECORD CONTAINS 132 CHARACTERS.
010200 01  CONV-REJECTS-RECORD        PIC X(132).
010300
010400 FD  RUN-STATS
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  RUN-STATS-RECORD           PIC X(80).
010700
010800 WORKING-STORAGE SECTION.
010900 77  CNVMNT-MST-STATUS          PIC X(02) VALUE SPACES.
011000 77  CNVMNT-HOL-STATUS          PIC X(02) VALUE SPACES.
011100 77  CNVMNT-AUD-STATUS          PIC X(02) VALUE SPACES.
011200 77  CNVMNT-STAT-STATUS         PIC X(02) VALUE SPACES.
011300 77  CNVMNT-EOF-SW              PIC X(01) VALUE "N".
011400     88  CNVMNT-END-OF-INPUT    VALUE "Y".
011500 77  CNVMNT-HOL-EOF-SW          PIC X(01) VALUE "N".
011600     88  CNVMNT-HOL-EOF         VALUE "Y".
011700 77  CNVMNT-CAL-BAD-SW          PIC X(01) VALUE "N".
011800     88  CNVMNT-CALENDAR-BAD    VALUE "Y".
011900 77  CNVMNT-REC-BAD-SW          PIC X(01) VALUE "N".
012000     88  CNVMNT-RECORD-FAILED   VALUE "Y".
012100 77  CNVMNT-RUN-DATE            PIC 9(08).
012200 77  CNVMNT-RUN-TIME            PIC 9(08).
012300 77  CNVMNT-OPERATOR-ID         PIC X(08) VALUE SPACES.
012400
012500 77  CNVMNT-TRANS-READ          PIC 9(08) COMP VALUE ZERO.
012600 77  CNVMNT-TRANS-ADDED         PIC 9(08) COMP VALUE ZERO.
012700 77  CNVMNT-TRANS-CHANGED       PIC 9(08) COMP VALUE ZERO.
012800 77  CNVMNT-TRANS-DELETED       PIC 9(08) COMP VALUE ZERO.
012900 77  CNVMNT-TRANS-REJECTED      PIC 9(08) COMP VALUE ZERO.
013000 77  CNVMNT-TRANS-APPLIED       PIC 9(08) COMP VALUE ZERO.
013100 77  CNVMNT-BAD-FIELD           PIC X(12) VALUE SPACES.
013200 77  CNVMNT-REJECT-REASON       PIC X(30) VALUE SPACES.
013300
013400******************************************************************
013500*    DIRECTORY OF CALENDAR CODES PRESENT IN THE HOLIDAY FILE,
013600*    BUILT THE WAY BUSDAY BUILDS ITS OWN -- SEE 1300-REGISTER-
013700*    CALENDAR.  A CODE NOT IN THIS DIRECTORY WOULD COME BACK
013800*    BUSDAY-BAD-CAL-ID ON EVERY RECORD THAT USED IT, SO IT IS
013900*    REJECTED HERE AT MAINTENANCE TIME.  A FILE CARRYING MORE
014000*    CODES THAN BUSDAY'S 20-CALENDAR DIRECTORY HOLDS IS
014100*    UNUSABLE TO BUSDAY AND ENDS THIS RUN TOO.
014200******************************************************************
014300 77  CNVMNT-CAL-MAX             PIC 9(02) COMP VALUE 20.
014400 77  CNVMNT-CAL-COUNT           PIC 9(02) COMP VALUE ZERO.
014500 77  CNVMNT-CAL-SUB             PIC 9(02) COMP.
014600 77  CNVMNT-CAL-KNOWN-SW        PIC X(01) VALUE "N".
014700     88  CNVMNT-CAL-KNOWN       VALUE "Y".
014800 77  CNVMNT-CHECK-CAL           PIC X(03) VALUE SPACES.
014900 01  CNVMNT-CAL-DIRECTORY.
015000     05  CNVMNT-CAL-CODE        PIC X(03) OCCURS 20 TIMES.
015100
015200******************************************************************
015300*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
015400******************************************************************
015500 COPY RUNSTAT.
015600
015700 01  CNVMNT-HEADING-LINE.
015800     05  FILLER                 PIC X(36) VALUE
015900             "CONVENTIONS MASTER MAINTENANCE AUDIT".
016000     05  FILLER                 PIC X(04) VALUE SPACES.
016100     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
016200     05  CNVMNT-H1-DATE         PIC 9(08).
016300     05  FILLER                 PIC X(05) VALUE SPACES.
016400     05  FILLER                 PIC X(10) VALUE "OPERATOR: ".
016500     05  CNVMNT-H1-OPERATOR     PIC X(08).
016600     05  FILLER                 PIC X(51) VALUE SPACES.
016700
016800 01  CNVMNT-AUDIT-LINE.
016900     05  FILLER                 PIC X(06) VALUE "CCY : ".
017000     05  CNVMNT-AL-CURRENCY     PIC X(03).
017100     05  FILLER                 PIC X(03) VALUE SPACES.
017200     05  FILLER                 PIC X(09) VALUE "ACTION : ".
017300     05  CNVMNT-AL-ACTION       PIC X(06).
017400     05  FILLER                 PIC X(03) VALUE SPACES.
017500     05  FILLER                 PIC X(08) VALUE "IMAGE : ".
017600     05  CNVMNT-AL-IMAGE        PIC X(06).
017700     05  FILLER                 PIC X(03) VALUE SPACES.
017800     05  FILLER                 PIC X(08) VALUE "BASIS : ".
017900     05  CNVMNT-AL-BASIS        PIC X(01).
018000     05  FILLER                 PIC X(03) VALUE SPACES.
018100     05  FILLER                 PIC X(06) VALUE "CAL : ".
018200     05  CNVMNT-AL-CAL          PIC X(03).
018300     05  FILLER                 PIC X(03) VALUE SPACES.
018400     05  FILLER                 PIC X(06) VALUE "LAG : ".
018500     05  CNVMNT-AL-LAG          PIC X(02).
018600     05  FILLER                 PIC X(03) VALUE SPACES.
018700     05  FILLER                 PIC X(07) VALUE "CONV : ".
018800     05  CNVMNT-AL-CONV         PIC X(01).
018900     05  FILLER                 PIC X(03) VALUE SPACES.
019000     05  FILLER                 PIC X(07) VALUE "DESC : ".
019100     05  CNVMNT-AL-DESC         PIC X(20).
019200     05  FILLER                 PIC X(12) VALUE SPACES.
019300
019400 01  CNVMNT-REJECT-LINE.
019500     05  FILLER                 PIC X(06) VALUE "CCY : ".
019600     05  CNVMNT-XL-CURRENCY     PIC X(03).
019700     05  FILLER                 PIC X(03) VALUE SPACES.
019800     05  FILLER                 PIC X(09) VALUE "ACTION : ".
019900     05  CNVMNT-XL-ACTION       PIC X(01).
020000     05  FILLER                 PIC X(03) VALUE SPACES.
020100     05  FILLER                 PIC X(08) VALUE "FIELD : ".
020200     05  CNVMNT-XL-FIELD        PIC X(12).
020300     05  FILLER                 PIC X(03) VALUE SPACES.
020400     05  FILLER                 PIC X(09) VALUE "REASON : ".
020500     05  CNVMNT-XL-REASON       PIC X(30).
020600     05  FILLER                 PIC X(45) VALUE SPACES.
020700
020800 01  CNVMNT-SUMMARY-LINE.
020900     05  FILLER                 PIC X(20) VALUE
021000             "TRANSACTIONS READ : ".
021100     05  CNVMNT-SL-READ         PIC ZZZZZZZ9.
021200     05  FILLER                 PIC X(10) VALUE "  ADDED : ".
021300     05  CNVMNT-SL-ADDED        PIC ZZZZZZZ9.
021400     05  FILLER                 PIC X(12) VALUE "  CHANGED : ".
021500     05  CNVMNT-SL-CHANGED      PIC ZZZZZZZ9.
021600     05  FILLER                 PIC X(12) VALUE "  DELETED : ".
021700     05  CNVMNT-SL-DELETED      PIC ZZZZZZZ9.
021800     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
021900     05  CNVMNT-SL-REJECTED     PIC ZZZZZZZ9.
022000     05  FILLER                 PIC X(25) VALUE SPACES.
022100
022200 PROCEDURE DIVISION.
022300
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
022700     PERFORM 2200-PROCESS-ONE-TRANSACTION THRU 2200-EXIT
022800         UNTIL CNVMNT-END-OF-INPUT.
022900     PERFORM 2600-WRITE-SUMMARY THRU 2600-EXIT.
023000     CLOSE CONV-TRANS.
023100     CLOSE CONV-MASTER.
023200     CLOSE CONV-AUDIT.
023300     CLOSE CONV-REJECTS.
023400     IF CNVMNT-TRANS-REJECTED > 0
023500         MOVE 4 TO RETURN-CODE
023600     END-IF.
023700     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
023800     STOP RUN.
023900
024000******************************************************************
024100*    1000-INITIALIZE
024200*    LOADS THE HOLIDAY CALENDAR DIRECTORY, THEN OPENS THE FILES
024300*    AND WRITES THE AUDIT HEADER.  A HOLIDAY FILE THAT WILL NOT
024400*    OPEN OR IS UNUSABLE, OR A MASTER OR AUDIT LISTING THAT WILL
024500*    NOT OPEN, ENDS THE RUN RC 12 BEFORE ANY TRANSACTION IS
024600*    APPLIED -- A CALENDAR CODE THAT CANNOT BE CHECKED IS NOT
024700*    APPLIED.  ON THE FIRST RUN, WHEN THE MASTER HOLDS NO
024800*    RECORDS YET (STATUS 35), IT IS CREATED EMPTY AND REOPENED.
024900******************************************************************
025000 1000-INITIALIZE.
025100     ACCEPT CNVMNT-RUN-DATE FROM DATE YYYYMMDD.
025200     ACCEPT CNVMNT-RUN-TIME FROM TIME.
025300     ACCEPT CNVMNT-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
025400     IF CNVMNT-OPERATOR-ID = SPACES
025500         ACCEPT CNVMNT-OPERATOR-ID FROM ENVIRONMENT "USER"
025600     END-IF.
025700     IF CNVMNT-OPERATOR-ID = SPACES
025800         MOVE "UNKNOWN" TO CNVMNT-OPERATOR-ID
025900     END-IF.
026000     PERFORM 1100-LOAD-CALENDARS THRU 1100-EXIT.
026100     IF CNVMNT-CALENDAR-BAD
026200         DISPLAY "CNVMNT - HOLIDAY FILE UNUSABLE, STATUS "
026300             CNVMNT-HOL-STATUS
026400         MOVE 12 TO RETURN-CODE
026500         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
026600         STOP RUN
026700     END-IF.
026800     OPEN INPUT  CONV-TRANS.
026900     OPEN I-O    CONV-MASTER.
027000     IF CNVMNT-MST-STATUS = "35"
027100         OPEN OUTPUT CONV-MASTER
027200         CLOSE CONV-MASTER
027300         OPEN I-O CONV-MASTER
027400     END-IF.
027500     OPEN OUTPUT CONV-AUDIT.
027600     OPEN OUTPUT CONV-REJECTS.
027700     IF CNVMNT-MST-STATUS <> "00" OR CNVMNT-AUD-STATUS <> "00"
027800         DISPLAY "CNVMNT - FILE OPEN FAILED, CNVMST STATUS "
027900             CNVMNT-MST-STATUS " CNVAUD STATUS "
028000             CNVMNT-AUD-STATUS
028100         MOVE 12 TO RETURN-CODE
028200         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
028300         STOP RUN
028400     END-IF.
028500     MOVE CNVMNT-RUN-DATE    TO CNVMNT-H1-DATE.
028600     MOVE CNVMNT-OPERATOR-ID TO CNVMNT-H1-OPERATOR.
028700     WRITE CONV-AUDIT-RECORD FROM CNVMNT-HEADING-LINE.
028800     MOVE SPACES TO CONV-AUDIT-RECORD.
028900     WRITE CONV-AUDIT-RECORD.
029000 1000-EXIT.
029100     EXIT.
029200
029300******************************************************************
029400*    1100-LOAD-CALENDARS
029500*    ONE PASS OF THE HOLIDAY FILE, REGISTERING EACH DISTINCT
029600*    CALENDAR CODE.  BLANK RECORDS ARE SKIPPED AS IN BUSDAY; THE
029700*    DATES THEMSELVES ARE HOLMNT'S TO CERTIFY, NOT THIS RUN'S.
029800******************************************************************
029900 1100-LOAD-CALENDARS.
030000     MOVE ZERO TO CNVMNT-CAL-COUNT.
030100     OPEN INPUT HOLIDAY-FILE.
030200     IF CNVMNT-HOL-STATUS <> "00"
030300         SET CNVMNT-CALENDAR-BAD TO TRUE
030400         GO TO 1100-EXIT
030500     END-IF.
030600     PERFORM 1200-READ-HOLIDAY THRU 1200-EXIT.
030700     PERFORM 1300-REGISTER-CALENDAR THRU 1300-EXIT
030800         UNTIL CNVMNT-HOL-EOF OR CNVMNT-CALENDAR-BAD.
030900     CLOSE HOLIDAY-FILE.
031000 1100-EXIT.
031100     EXIT.
031200
031300 1200-READ-HOLIDAY.
031400     READ HOLIDAY-FILE
031500         AT END
031600             SET CNVMNT-HOL-EOF TO TRUE
031700     END-READ.
031800 1200-EXIT.
031900     EXIT.
032000
032100 1300-REGISTER-CALENDAR.
032200     IF HOL-DATE = SPACES
032300         GO TO 1300-NEXT
032400     END-IF.
032500     MOVE HOL-CAL-ID TO CNVMNT-CHECK-CAL.
032600     PERFORM 1400-FIND-CALENDAR THRU 1400-EXIT.
032700     IF NOT CNVMNT-CAL-KNOWN
032800         IF CNVMNT-CAL-COUNT >= CNVMNT-CAL-MAX
032900             SET CNVMNT-CALENDAR-BAD TO TRUE
033000             GO TO 1300-EXIT
033100         END-IF
033200         ADD 1 TO CNVMNT-CAL-COUNT
033300         MOVE HOL-CAL-ID TO CNVMNT-CAL-CODE(CNVMNT-CAL-COUNT)
033400     END-IF.
033500 1300-NEXT.
033600     PERFORM 1200-READ-HOLIDAY THRU 1200-EXIT.
033700 1300-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*    1400-FIND-CALENDAR
034200*    LOOKS CNVMNT-CHECK-CAL UP IN THE DIRECTORY.  USED BOTH TO
034300*    BUILD THE DIRECTORY AND TO VALIDATE A TRANSACTION'S CODE.
034400******************************************************************
034500 1400-FIND-CALENDAR.
034600     MOVE "N" TO CNVMNT-CAL-KNOWN-SW.
034700     MOVE 1 TO CNVMNT-CAL-SUB.
034800     PERFORM 1410-MATCH-ONE-CALENDAR THRU 1410-EXIT
034900         UNTIL CNVMNT-CAL-KNOWN
035000         OR CNVMNT-CAL-SUB > CNVMNT-CAL-COUNT.
035100 1400-EXIT.
035200     EXIT.
035300
035400 1410-MATCH-ONE-CALENDAR.
035500     IF CNVMNT-CAL-CODE(CNVMNT-CAL-SUB) = CNVMNT-CHECK-CAL
035600         SET CNVMNT-CAL-KNOWN TO TRUE
035700     END-IF.
035800     ADD 1 TO CNVMNT-CAL-SUB.
035900 1410-EXIT.
036000     EXIT.
036100
036200 2100-READ-TRANSACTION.
036300     READ CONV-TRANS
036400         AT END
036500             SET CNVMNT-END-OF-INPUT TO TRUE
036600     END-READ.
036700 2100-EXIT.
036800     EXIT.
036900
037000******************************************************************
037100*    2200-PROCESS-ONE-TRANSACTION
037200*    SCREENS THE TRANSACTION, READS THE CURRENT MASTER RECORD
037300*    FOR ITS CURRENCY, CHECKS THE ACTION AGAINST WHETHER ONE IS
037400*    THERE (NO ADD OVER AN EXISTING CURRENCY, NO CHANGE OR DELETE
037500*    OF A MISSING ONE), APPLIES IT, AND LISTS THE BEFORE AND
037600*    AFTER IMAGES.  TRANSACTIONS ARE APPLIED IN FILE ORDER, SO A
037700*    DELETE FOLLOWED BY AN ADD OF THE SAME CURRENCY REPLACES IT.
037800******************************************************************
037900 2200-PROCESS-ONE-TRANSACTION.
038000     ADD 1 TO CNVMNT-TRANS-READ.
038100     MOVE SPACES TO CNVMNT-BAD-FIELD.
038200     MOVE SPACES TO CNVMNT-REJECT-REASON.
038300     PERFORM 2150-SCREEN-TRANSACTION THRU 2150-EXIT.
038400     IF CNVMNT-RECORD-FAILED
038500         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
038600         GO TO 2200-NEXT
038700     END-IF.
038800     MOVE CT-CURRENCY TO CNV-CURRENCY.
038900     READ CONV-MASTER.
039000     IF CNVMNT-MST-STATUS <> "00" AND CNVMNT-MST-STATUS <> "23"
039100         MOVE "CURRENCY" TO CNVMNT-BAD-FIELD
039200         MOVE "MASTER READ ERROR" TO CNVMNT-REJECT-REASON
039300         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
039400         GO TO 2200-NEXT
039500     END-IF.
039600     IF CT-ADD AND CNVMNT-MST-STATUS = "00"
039700         MOVE "CURRENCY" TO CNVMNT-BAD-FIELD
039800         MOVE "CURRENCY ALREADY ON MASTER"
039900             TO CNVMNT-REJECT-REASON
040000         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
040100         GO TO 2200-NEXT
040200     END-IF.
040300     IF NOT CT-ADD AND CNVMNT-MST-STATUS = "23"
040400         MOVE "CURRENCY" TO CNVMNT-BAD-FIELD
040500         MOVE "CURRENCY NOT ON MASTER" TO CNVMNT-REJECT-REASON
040600         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
040700         GO TO 2200-NEXT
040800     END-IF.
040900     EVALUATE TRUE
041000         WHEN CT-ADD
041100             PERFORM 2300-APPLY-ADD THRU 2300-EXIT
041200         WHEN CT-CHANGE
041300             PERFORM 2320-APPLY-CHANGE THRU 2320-EXIT
041400         WHEN OTHER
041500             PERFORM 2340-APPLY-DELETE THRU 2340-EXIT
041600     END-EVALUATE.
041700     IF CNVMNT-MST-STATUS <> "00"
041800         MOVE "CURRENCY" TO CNVMNT-BAD-FIELD
041900         MOVE "MASTER UPDATE FAILED" TO CNVMNT-REJECT-REASON
042000         PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
042100         GO TO 2200-NEXT
042200     END-IF.
042300     ADD 1 TO CNVMNT-TRANS-APPLIED.
042400     MOVE SPACES TO CONV-AUDIT-RECORD.
042500     WRITE CONV-AUDIT-RECORD.
042600 2200-NEXT.
042700     PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
042800 2200-EXIT.
042900     EXIT.
043000
043100******************************************************************
043200*    2150-SCREEN-TRANSACTION
043300*    THE ACTION AND CURRENCY ARE CHECKED ON EVERY TRANSACTION;
043400*    THE CONVENTION FIELDS ONLY ON AN ADD OR CHANGE, WHICH MUST
043500*    CARRY A COMPLETE VALID IMAGE.  A BLANK CALENDAR CODE IS THE
043600*    DEFAULT CALENDAR AND IS ALWAYS ACCEPTED, AS IN BUSDAY.
043700******************************************************************
043800 2150-SCREEN-TRANSACTION.
043900     SET CNVMNT-RECORD-FAILED TO TRUE.
044000     IF NOT CT-ADD AND NOT CT-CHANGE AND NOT CT-DELETE
044100         MOVE "ACTION" TO CNVMNT-BAD-FIELD
044200         MOVE "ACTION NOT A C OR D" TO CNVMNT-REJECT-REASON
044300         GO TO 2150-EXIT
044400     END-IF.
044500     IF CT-CURRENCY = SPACES OR CT-CURRENCY IS NOT ALPHABETIC
044600         MOVE "CURRENCY" TO CNVMNT-BAD-FIELD
044700         MOVE "CURRENCY CODE MISSING OR BAD" TO
044800             CNVMNT-REJECT-REASON
044900         GO TO 2150-EXIT
045000     END-IF.
045100     IF CT-DELETE
045200         MOVE "N" TO CNVMNT-REC-BAD-SW
045300         GO TO 2150-EXIT
045400     END-IF.
045500     IF CT-BASIS-CODE NOT = "1" AND CT-BASIS-CODE NOT = "2" AND
045600        CT-BASIS-CODE NOT = "3" AND CT-BASIS-CODE NOT = "4"
045700         MOVE "BASIS-CODE" TO CNVMNT-BAD-FIELD
045800         MOVE "BASIS NOT 1 2 3 OR 4" TO CNVMNT-REJECT-REASON
045900         GO TO 2150-EXIT
046000     END-IF.
046100     IF CT-CAL-ID NOT = SPACES
046200         MOVE CT-CAL-ID TO CNVMNT-CHECK-CAL
046300         PERFORM 1400-FIND-CALENDAR THRU 1400-EXIT
046400         IF NOT CNVMNT-CAL-KNOWN
046500             MOVE "CAL-ID" TO CNVMNT-BAD-FIELD
046600             MOVE "CALENDAR CODE NOT IN HOLIDAY"
046700                 TO CNVMNT-REJECT-REASON
046800             GO TO 2150-EXIT
046900         END-IF
047000     END-IF.
047100     IF CT-SETTLE-LAG IS NOT NUMERIC
047200         MOVE "SETTLE-LAG" TO CNVMNT-BAD-FIELD
047300         MOVE "NON-NUMERIC SETTLEMENT LAG" TO CNVMNT-REJECT-REASON
047400         GO TO 2150-EXIT
047500     END-IF.
047600     IF CT-ADJ-CONV NOT = "U" AND CT-ADJ-CONV NOT = "F" AND
047700        CT-ADJ-CONV NOT = "M" AND CT-ADJ-CONV NOT = "P"
047800         MOVE "CONVENTION" TO CNVMNT-BAD-FIELD
047900         MOVE "CONVENTION NOT U F M OR P" TO CNVMNT-REJECT-REASON
048000         GO TO 2150-EXIT
048100     END-IF.
048200     MOVE "N" TO CNVMNT-REC-BAD-SW.
048300 2150-EXIT.
048400     EXIT.
048500
048600 2300-APPLY-ADD.
048700     PERFORM 2360-BUILD-NEW-IMAGE THRU 2360-EXIT.
048800     WRITE CNV-RECORD.
048900     IF CNVMNT-MST-STATUS = "00"
049000         ADD 1 TO CNVMNT-TRANS-ADDED
049100         MOVE "ADD" TO CNVMNT-AL-ACTION
049200         PERFORM 2520-LIST-NO-IMAGE THRU 2520-EXIT
049300         PERFORM 2500-LIST-AFTER-IMAGE THRU 2500-EXIT
049400     END-IF.
049500 2300-EXIT.
049600     EXIT.
049700
049800 2320-APPLY-CHANGE.
049900     MOVE "CHANGE" TO CNVMNT-AL-ACTION.
050000     MOVE "BEFORE" TO CNVMNT-AL-IMAGE.
050100     PERFORM 2510-LIST-MASTER-IMAGE THRU 2510-EXIT.
050200     PERFORM 2360-BUILD-NEW-IMAGE THRU 2360-EXIT.
050300     REWRITE CNV-RECORD.
050400     IF CNVMNT-MST-STATUS = "00"
050500         ADD 1 TO CNVMNT-TRANS-CHANGED
050600         PERFORM 2500-LIST-AFTER-IMAGE THRU 2500-EXIT
050700     END-IF.
050800 2320-EXIT.
050900     EXIT.
051000
051100 2340-APPLY-DELETE.
051200     MOVE "DELETE" TO CNVMNT-AL-ACTION.
051300     MOVE "BEFORE" TO CNVMNT-AL-IMAGE.
051400     PERFORM 2510-LIST-MASTER-IMAGE THRU 2510-EXIT.
051500     DELETE CONV-MASTER RECORD.
051600     IF CNVMNT-MST-STATUS = "00"
051700         ADD 1 TO CNVMNT-TRANS-DELETED
051800         MOVE "AFTER" TO CNVMNT-AL-IMAGE
051900         PERFORM 2520-LIST-NO-IMAGE THRU 2520-EXIT
052000     END-IF.
052100 2340-EXIT.
052200     EXIT.
052300
052400 2360-BUILD-NEW-IMAGE.
052500     MOVE SPACES TO CNV-RECORD.
052600     MOVE CT-CURRENCY        TO CNV-CURRENCY.
052700     MOVE CT-BASIS-CODE      TO CNV-BASIS-CODE.
052800     MOVE CT-CAL-ID          TO CNV-CAL-ID.
052900     MOVE CT-SETTLE-LAG-NUM  TO CNV-SETTLE-LAG.
053000     MOVE CT-ADJ-CONV        TO CNV-ADJ-CONV.
053100     MOVE CT-DESCRIPTION     TO CNV-DESCRIPTION.
053200     MOVE CNVMNT-RUN-DATE    TO CNV-MAINT-DATE.
053300     MOVE CNVMNT-OPERATOR-ID TO CNV-MAINT-OPERATOR.
053400 2360-EXIT.
053500     EXIT.
053600
053700 2400-WRITE-REJECT-LINE.
053800     MOVE CT-CURRENCY          TO CNVMNT-XL-CURRENCY.
053900     MOVE CT-ACTION            TO CNVMNT-XL-ACTION.
054000     MOVE CNVMNT-BAD-FIELD     TO CNVMNT-XL-FIELD.
054100     MOVE CNVMNT-REJECT-REASON TO CNVMNT-XL-REASON.
054200     WRITE CONV-REJECTS-RECORD FROM CNVMNT-REJECT-LINE.
054300     ADD 1 TO CNVMNT-TRANS-REJECTED.
054400 2400-EXIT.
054500     EXIT.
054600
054700******************************************************************
054800*    2500-LIST-AFTER-IMAGE / 2510-LIST-MASTER-IMAGE / 2520-LIST-
054900*    NO-IMAGE
055000*    THE AUDIT LISTING SHOWS, FOR EVERY APPLIED TRANSACTION, THE
055100*    RECORD AS IT WAS AND AS IT NOW IS.  AN ADD HAS NO BEFORE
055200*    IMAGE AND A DELETE NO AFTER IMAGE; THOSE LINES ARE PRINTED
055300*    WITH THE FIELDS BLANK AND "(NO RECORD)" SO EVERY TRANSACTION
055400*    READS AS A BEFORE/AFTER PAIR.
055500******************************************************************
055600 2500-LIST-AFTER-IMAGE.
055700     MOVE "AFTER" TO CNVMNT-AL-IMAGE.
055800     PERFORM 2510-LIST-MASTER-IMAGE THRU 2510-EXIT.
055900 2500-EXIT.
056000     EXIT.
056100
056200 2510-LIST-MASTER-IMAGE.
056300     MOVE CT-CURRENCY     TO CNVMNT-AL-CURRENCY.
056400     MOVE CNV-BASIS-CODE  TO CNVMNT-AL-BASIS.
056500     MOVE CNV-CAL-ID      TO CNVMNT-AL-CAL.
056600     MOVE CNV-SETTLE-LAG  TO CNVMNT-AL-LAG.
056700     MOVE CNV-ADJ-CONV    TO CNVMNT-AL-CONV.
056800     MOVE CNV-DESCRIPTION TO CNVMNT-AL-DESC.
056900     WRITE CONV-AUDIT-RECORD FROM CNVMNT-AUDIT-LINE.
057000 2510-EXIT.
057100     EXIT.
057200
057300 2520-LIST-NO-IMAGE.
057400     IF CNVMNT-AL-ACTION = "ADD"
057500         MOVE "BEFORE" TO CNVMNT-AL-IMAGE
057600     END-IF.
057700     MOVE CT-CURRENCY     TO CNVMNT-AL-CURRENCY.
057800     MOVE SPACES          TO CNVMNT-AL-BASIS.
057900     MOVE SPACES          TO CNVMNT-AL-CAL.
058000     MOVE SPACES          TO CNVMNT-AL-LAG.
058100     MOVE SPACES          TO CNVMNT-AL-CONV.
058200     MOVE "(NO RECORD)"   TO CNVMNT-AL-DESC.
058300     WRITE CONV-AUDIT-RECORD FROM CNVMNT-AUDIT-LINE.
058400 2520-EXIT.
058500     EXIT.
058600
058700******************************************************************
058800*    2600-WRITE-SUMMARY
058900*    TRAILING CONTROL COUNTS SO OPERATIONS CAN BALANCE THE RUN:
059000*    TRANSACTIONS READ MUST EQUAL ADDED PLUS CHANGED PLUS DELETED
059100*    PLUS REJECTED.
059200******************************************************************
059300 2600-WRITE-SUMMARY.
059400     MOVE CNVMNT-TRANS-READ     TO CNVMNT-SL-READ.
059500     MOVE CNVMNT-TRANS-ADDED    TO CNVMNT-SL-ADDED.
059600     MOVE CNVMNT-TRANS-CHANGED  TO CNVMNT-SL-CHANGED.
059700     MOVE CNVMNT-TRANS-DELETED  TO CNVMNT-SL-DELETED.
059800     MOVE CNVMNT-TRANS-REJECTED TO CNVMNT-SL-REJECTED.
059900     WRITE CONV-AUDIT-RECORD FROM CNVMNT-SUMMARY-LINE.
060000 2600-EXIT.
060100     EXIT.
060200
060300******************************************************************
060400*    9000-WRITE-RUN-STATS
060500*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET
060600*    FOR THE MONTH-END OPERATIONS SUMMARY, USING THE SAME OPEN-
060700*    EXTEND-THEN-FALL-BACK-TO-OPEN-OUTPUT PATTERN THE OTHER
060800*    BATCH PROGRAMS USE.  PERFORMED ON THE FAILURE PATHS TOO,
060900*    AFTER THE RETURN CODE IS SET.  BEST-EFFORT: A RUNSTAT THAT
061000*    WILL NOT OPEN IS REPORTED ON SYSOUT ONLY.
061100******************************************************************
061200 9000-WRITE-RUN-STATS.
061300     OPEN EXTEND RUN-STATS.
061400     IF CNVMNT-STAT-STATUS <> "00"
061500         OPEN OUTPUT RUN-STATS
061600     END-IF.
061700     IF CNVMNT-STAT-STATUS <> "00"
061800         DISPLAY "CNVMNT - RUNSTAT OPEN FAILED, STATUS "
061900             CNVMNT-STAT-STATUS
062000         GO TO 9000-EXIT
062100     END-IF.
062200     MOVE SPACES TO RUNSTAT-RECORD.
062300     MOVE "CNVMNT"              TO RUNSTAT-PROGRAM-ID.
062400     MOVE CNVMNT-RUN-DATE       TO RUNSTAT-RUN-DATE.
062500     MOVE CNVMNT-RUN-TIME(1:6)  TO RUNSTAT-RUN-TIME.
062600     MOVE CNVMNT-OPERATOR-ID    TO RUNSTAT-OPERATOR.
062700     MOVE CNVMNT-TRANS-READ     TO RUNSTAT-RECS-READ.
062800     MOVE CNVMNT-TRANS-APPLIED  TO RUNSTAT-RECS-ACCEPTED.
062900     MOVE CNVMNT-TRANS-REJECTED TO RUNSTAT-RECS-REJECTED.
063000     MOVE RETURN-CODE           TO RUNSTAT-COND-CODE.
063100     SET RUNSTAT-FRESH-RUN TO TRUE.
063200     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
063300     CLOSE RUN-STATS.
063400 9000-EXIT.
063500     EXIT.
