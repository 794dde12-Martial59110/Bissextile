000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     DCVDRV.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-10-05.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-10-05  MJM   INITIAL VERSION.  BATCH DRIVER FOR THE
001300*                      DATECNV SUBPROGRAM.  READS A DATECONV FILE
001400*                      OF DATES, EACH WITH ITS OWN FROM AND TO
001500*                      FORMAT CODES, CALLS DATECNV FOR EACH, AND
001600*                      WRITES THE CONVERTED DATE WITH ITS WEEKDAY,
001700*                      ORDINAL DAY AND ISO WEEK TO THE DCVRPT
001800*                      REPORT AND THE CONVERTED RECORD TO DCVOUT
001900*                      FOR THE RECEIVING FEED.  RECORDS DATECNV
002000*                      TURNS AWAY ARE ROUTED TO THE DCVREJ
002100*                      LISTING WITH THE OFFENDING FIELD NAMED AND
002200*                      THE RUN ENDS WITH CONDITION CODE 4, SO A
002300*                      FEED WITH HOLES IN IT IS NOT PASSED ON
002400*                      UNNOTICED.  ONE RUNSTAT RECORD IS APPENDED
002500*                      PER RUN, AS FOR DAYDRV.
002510*    2026-10-15  MJM   EVERY FILE NOW CARRIES A FILE STATUS.  A
002520*                      FILE THAT WILL NOT OPEN IS REPORTED ON
002530*                      SYSOUT AND THE RUN ENDS RC 12, WITH ITS
002540*                      RUNSTAT RECORD, INSTEAD OF ABENDING.
002600******************************************************************
002700
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SPECIAL-NAMES.
003100     DECIMAL-POINT IS COMMA.
003200
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT DATECONV-INPUT ASSIGN TO DATECONV
003600                         ORGANIZATION IS LINE SEQUENTIAL
003650                         FILE STATUS IS DCVDRV-IN-STATUS.
003700     SELECT CONV-REPORT  ASSIGN TO DCVRPT
003800                         ORGANIZATION IS LINE SEQUENTIAL
003850                         FILE STATUS IS DCVDRV-RPT-STATUS.
003900     SELECT CONV-REJECTS ASSIGN TO DCVREJ
004000                         ORGANIZATION IS LINE SEQUENTIAL
004050                         FILE STATUS IS DCVDRV-REJ-STATUS.
004100     SELECT CONV-OUTPUT  ASSIGN TO DCVOUT
004200                         ORGANIZATION IS LINE SEQUENTIAL
004250                         FILE STATUS IS DCVDRV-OUT-STATUS.
004300     SELECT RUN-STATS    ASSIGN TO RUNSTAT
004400                         ORGANIZATION IS LINE SEQUENTIAL
004500                         FILE STATUS IS DCVDRV-STAT-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900******************************************************************
005000*    ONE DATE PER RECORD.  THE FORMAT CODES ARE THOSE OF DATECNV
005100*    (S YYYYMMDD, J YYYYDDD, F DD/MM/YYYY, C CYYMMDD, W YYYY-WNN-
005200*    D); THE DATE IS LEFT-JUSTIFIED IN COLUMNS 3-12.  COLUMNS
005300*    13-32 CARRY THE SENDING FEED'S OWN REFERENCE, PASSED
005400*    THROUGH UNTOUCHED.
005500******************************************************************
005600 FD  DATECONV-INPUT
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  DATECONV-RECORD.
005900     05  DC-FROM-FORMAT         PIC X(01).
006000     05  DC-TO-FORMAT           PIC X(01).
006100     05  DC-DATE                PIC X(10).
006200     05  DC-REFERENCE           PIC X(20).
006300     05  FILLER                 PIC X(48).
006400
006500 FD  CONV-REPORT
006600     RECORD CONTAINS 132 CHARACTERS.
006700 01  CONV-REPORT-RECORD         PIC X(132).
006800
006900 FD  CONV-REJECTS
007000     RECORD CONTAINS 132 CHARACTERS.
007100 01  CONV-REJECTS-RECORD        PIC X(132).
007200
007300******************************************************************
007400*    THE INPUT RECORD WITH THE CONVERTED DATE IN COLUMNS 3-12
007500*    AND THE TWO FORMAT CODES SWAPPED, SO THE RECORD DESCRIBES
007600*    ITSELF AND A SECOND PASS THROUGH THIS JOB WOULD CONVERT IT
007700*    BACK.
007800******************************************************************
007900 FD  CONV-OUTPUT
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  CONV-OUTPUT-RECORD         PIC X(80).
008200
008300 FD  RUN-STATS
008400     RECORD CONTAINS 80 CHARACTERS.
008500 01  RUN-STATS-RECORD           PIC X(80).
008600
008700 WORKING-STORAGE SECTION.
008710 77  DCVDRV-IN-STATUS           PIC X(02) VALUE SPACES.
008720 77  DCVDRV-RPT-STATUS          PIC X(02) VALUE SPACES.
008730 77  DCVDRV-REJ-STATUS          PIC X(02) VALUE SPACES.
008740 77  DCVDRV-OUT-STATUS          PIC X(02) VALUE SPACES.
008800 77  DCVDRV-EOF-SW              PIC X(01) VALUE "N".
008900     88  DCVDRV-END-OF-INPUT    VALUE "Y".
009000 77  DCVDRV-RECS-READ           PIC 9(08) COMP VALUE ZERO.
009100 77  DCVDRV-RECS-CONVERTED      PIC 9(08) COMP VALUE ZERO.
009200 77  DCVDRV-RECS-REJECTED       PIC 9(08) COMP VALUE ZERO.
009300 77  DCVDRV-BAD-FIELD           PIC X(12) VALUE SPACES.
009400 77  DCVDRV-REJECT-REASON       PIC X(30) VALUE SPACES.
009500 77  DCVDRV-RUN-DATE            PIC 9(08).
009600 77  DCVDRV-RUN-TIME            PIC 9(08).
009700 77  DCVDRV-OPERATOR-ID         PIC X(08) VALUE SPACES.
009800 77  DCVDRV-STAT-STATUS         PIC X(02) VALUE SPACES.
009900
010000******************************************************************
010100*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
010200******************************************************************
010300 COPY RUNSTAT.
010400
010500******************************************************************
010600*    PARAMETERS FOR THE SHARED DATECNV SUBPROGRAM -- SEE 2200-
010700*    CONVERT-ONE-RECORD.
010800******************************************************************
010900 COPY DATCPRM.
011000
011100 01  DCVDRV-OUTPUT-LINE.
011200     05  DCVDRV-OL-FROM-FORMAT  PIC X(01).
011300     05  DCVDRV-OL-TO-FORMAT    PIC X(01).
011400     05  DCVDRV-OL-DATE         PIC X(10).
011500     05  DCVDRV-OL-REST         PIC X(68).
011600
011700 01  DCVDRV-HEADING-LINE.
011800     05  FILLER                 PIC X(25) VALUE
011900             "DATECNV CONVERSION REPORT".
012000     05  FILLER                 PIC X(05) VALUE SPACES.
012100     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
012200     05  DCVDRV-H1-DATE         PIC 9(08).
012300     05  FILLER                 PIC X(84) VALUE SPACES.
012400
012500 01  DCVDRV-REPORT-LINE.
012600     05  FILLER                 PIC X(06) VALUE "REF : ".
012700     05  DCVDRV-RL-REFERENCE    PIC X(20).
012800     05  FILLER                 PIC X(02) VALUE SPACES.
012900     05  FILLER                 PIC X(05) VALUE "IN : ".
013000     05  DCVDRV-RL-FROM-FORMAT  PIC X(01).
013100     05  FILLER                 PIC X(01) VALUE SPACES.
013200     05  DCVDRV-RL-DATE-IN      PIC X(10).
013300     05  FILLER                 PIC X(02) VALUE SPACES.
013400     05  FILLER                 PIC X(06) VALUE "OUT : ".
013500     05  DCVDRV-RL-TO-FORMAT    PIC X(01).
013600     05  FILLER                 PIC X(01) VALUE SPACES.
013700     05  DCVDRV-RL-DATE-OUT     PIC X(10).
013800     05  FILLER                 PIC X(02) VALUE SPACES.
013900     05  FILLER                 PIC X(06) VALUE "STD : ".
014000     05  DCVDRV-RL-STD-DATE     PIC 9(08).
014100     05  FILLER                 PIC X(02) VALUE SPACES.
014200     05  FILLER                 PIC X(06) VALUE "DAY : ".
014300     05  DCVDRV-RL-ORDINAL      PIC 9(03).
014400     05  FILLER                 PIC X(02) VALUE SPACES.
014500     05  FILLER                 PIC X(06) VALUE "ISO : ".
014600     05  DCVDRV-RL-ISO-YEAR     PIC 9(04).
014700     05  FILLER                 PIC X(02) VALUE "-W".
014800     05  DCVDRV-RL-ISO-WEEK     PIC 9(02).
014900     05  FILLER                 PIC X(02) VALUE SPACES.
015000     05  DCVDRV-RL-NAME-EN      PIC X(09).
015100     05  FILLER                 PIC X(01) VALUE SPACES.
015200     05  DCVDRV-RL-NAME-FR      PIC X(08).
015300     05  FILLER                 PIC X(04) VALUE SPACES.
015400
015500 01  DCVDRV-REJECT-LINE.
015600     05  FILLER                 PIC X(06) VALUE "REF : ".
015700     05  DCVDRV-XL-REFERENCE    PIC X(20).
015800     05  FILLER                 PIC X(02) VALUE SPACES.
015900     05  FILLER                 PIC X(05) VALUE "IN : ".
016000     05  DCVDRV-XL-FROM-FORMAT  PIC X(01).
016100     05  FILLER                 PIC X(01) VALUE SPACES.
016200     05  DCVDRV-XL-DATE-IN      PIC X(10).
016300     05  FILLER                 PIC X(02) VALUE SPACES.
016400     05  FILLER                 PIC X(05) VALUE "TO : ".
016500     05  DCVDRV-XL-TO-FORMAT    PIC X(01).
016600     05  FILLER                 PIC X(02) VALUE SPACES.
016700     05  FILLER                 PIC X(08) VALUE "FIELD : ".
016800     05  DCVDRV-XL-FIELD        PIC X(12).
016900     05  FILLER                 PIC X(02) VALUE SPACES.
017000     05  FILLER                 PIC X(09) VALUE "REASON : ".
017100     05  DCVDRV-XL-REASON       PIC X(30).
017200     05  FILLER                 PIC X(16) VALUE SPACES.
017300
017400 01  DCVDRV-SUMMARY-LINE.
017500     05  FILLER                 PIC X(15) VALUE
017600             "RECORDS READ : ".
017700     05  DCVDRV-SL-READ         PIC ZZZZZZZ9.
017800     05  FILLER                 PIC X(03) VALUE SPACES.
017900     05  FILLER                 PIC X(12) VALUE "CONVERTED : ".
018000     05  DCVDRV-SL-CONVERTED    PIC ZZZZZZZ9.
018100     05  FILLER                 PIC X(03) VALUE SPACES.
018200     05  FILLER                 PIC X(11) VALUE "REJECTED : ".
018300     05  DCVDRV-SL-REJECTED     PIC ZZZZZZZ9.
018400     05  FILLER                 PIC X(64) VALUE SPACES.
018500
018600 PROCEDURE DIVISION.
018700
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019000     PERFORM 2100-READ-DATECONV THRU 2100-EXIT.
019100     PERFORM 2200-CONVERT-ONE-RECORD THRU 2200-EXIT
019200         UNTIL DCVDRV-END-OF-INPUT.
019300     PERFORM 2600-WRITE-SUMMARY THRU 2600-EXIT.
019400     CLOSE DATECONV-INPUT.
019500     CLOSE CONV-REPORT.
019600     CLOSE CONV-REJECTS.
019700     CLOSE CONV-OUTPUT.
019800     IF DCVDRV-RECS-REJECTED > 0
019900         MOVE 4 TO RETURN-CODE
020000     ELSE
020100         MOVE 0 TO RETURN-CODE
020200     END-IF.
020300     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
020400     STOP RUN.
020500
020600******************************************************************
020700*    1000-INITIALIZE
020800*    OPENS THE FOUR FILES AND WRITES THE REPORT HEADER LINE.  A
020810*    FILE THAT WILL NOT OPEN ENDS THE RUN RC 12.
020900******************************************************************
021000 1000-INITIALIZE.
021100     ACCEPT DCVDRV-RUN-DATE FROM DATE YYYYMMDD.
021200     ACCEPT DCVDRV-RUN-TIME FROM TIME.
021300     ACCEPT DCVDRV-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
021400     IF DCVDRV-OPERATOR-ID = SPACES
021500         ACCEPT DCVDRV-OPERATOR-ID FROM ENVIRONMENT "USER"
021600     END-IF.
021700     IF DCVDRV-OPERATOR-ID = SPACES
021800         MOVE "UNKNOWN" TO DCVDRV-OPERATOR-ID
021900     END-IF.
022000     OPEN INPUT  DATECONV-INPUT.
022100     OPEN OUTPUT CONV-REPORT.
022200     OPEN OUTPUT CONV-REJECTS.
022300     OPEN OUTPUT CONV-OUTPUT.
022310     IF DCVDRV-IN-STATUS  <> "00" OR
022320        DCVDRV-RPT-STATUS <> "00" OR
022330        DCVDRV-REJ-STATUS <> "00" OR
022340        DCVDRV-OUT-STATUS <> "00"
022350         DISPLAY "DCVDRV - FILE OPEN FAILED, DATECONV STATUS "
022360             DCVDRV-IN-STATUS " DCVRPT STATUS "
022370             DCVDRV-RPT-STATUS
022380         DISPLAY "DCVDRV - DCVREJ STATUS " DCVDRV-REJ-STATUS
022390             " DCVOUT STATUS " DCVDRV-OUT-STATUS
022391         MOVE 12 TO RETURN-CODE
022392         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
022393         STOP RUN
022394     END-IF.
022400     MOVE DCVDRV-RUN-DATE TO DCVDRV-H1-DATE.
022500     WRITE CONV-REPORT-RECORD FROM DCVDRV-HEADING-LINE.
022600     MOVE SPACES TO CONV-REPORT-RECORD.
022700     WRITE CONV-REPORT-RECORD.
022800 1000-EXIT.
022900     EXIT.
023000
023100 2100-READ-DATECONV.
023200     READ DATECONV-INPUT
023300         AT END
023400             SET DCVDRV-END-OF-INPUT TO TRUE
023500     END-READ.
023600 2100-EXIT.
023700     EXIT.
023800
023900******************************************************************
024000*    2200-CONVERT-ONE-RECORD
024100*    HANDS THE RECORD TO DATECNV, WHICH DOES ALL OF THE EDITING.
024200*    A BAD-FORMAT ANSWER IS TRACED TO WHICHEVER FORMAT CODE IS
024300*    NOT ONE OF DATECNV'S; THE OTHER FAILURES ARE THE DATE'S.
024400******************************************************************
024500 2200-CONVERT-ONE-RECORD.
024600     ADD 1 TO DCVDRV-RECS-READ.
024700     MOVE SPACES TO DCVDRV-BAD-FIELD.
024800     MOVE SPACES TO DCVDRV-REJECT-REASON.
024900     MOVE DC-FROM-FORMAT TO DATECNV-FROM-FORMAT.
025000     MOVE DC-TO-FORMAT   TO DATECNV-TO-FORMAT.
025100     MOVE DC-DATE        TO DATECNV-DATE-IN.
025200     CALL "DATECNV" USING DATECNV-PARM.
025300     EVALUATE TRUE
025400         WHEN DATECNV-OK
025500             PERFORM 2300-WRITE-CONVERTED THRU 2300-EXIT
025600         WHEN DATECNV-BAD-FORMAT
025700             IF NOT DATECNV-FROM-STANDARD AND
025800                NOT DATECNV-FROM-JULIAN   AND
025900                NOT DATECNV-FROM-FRENCH   AND
026000                NOT DATECNV-FROM-CYYMMDD  AND
026100                NOT DATECNV-FROM-ISO-WEEK
026200                 MOVE "FROM-FORMAT" TO DCVDRV-BAD-FIELD
026300             ELSE
026400                 MOVE "TO-FORMAT" TO DCVDRV-BAD-FIELD
026500             END-IF
026600             MOVE "UNRECOGNIZED FORMAT CODE"
026700                 TO DCVDRV-REJECT-REASON
026800             PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
026900         WHEN DATECNV-BAD-DATE
027000             MOVE "DATE" TO DCVDRV-BAD-FIELD
027100             MOVE "INVALID DATE FOR FROM-FORMAT"
027200                 TO DCVDRV-REJECT-REASON
027300             PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
027400         WHEN OTHER
027500             MOVE "DATE" TO DCVDRV-BAD-FIELD
027600             MOVE "NOT EXPRESSIBLE IN TO-FORMAT"
027700                 TO DCVDRV-REJECT-REASON
027800             PERFORM 2400-WRITE-REJECT-LINE THRU 2400-EXIT
027900     END-EVALUATE.
028000 2200-NEXT.
028100     PERFORM 2100-READ-DATECONV THRU 2100-EXIT.
028200 2200-EXIT.
028300     EXIT.
028400
028500******************************************************************
028600*    2300-WRITE-CONVERTED
028700*    ONE REPORT LINE AND ONE CONVERTED OUTPUT RECORD PER DATE.
028800******************************************************************
028900 2300-WRITE-CONVERTED.
029000     MOVE DC-REFERENCE          TO DCVDRV-RL-REFERENCE.
029100     MOVE DC-FROM-FORMAT        TO DCVDRV-RL-FROM-FORMAT.
029200     MOVE DC-DATE               TO DCVDRV-RL-DATE-IN.
029300     MOVE DC-TO-FORMAT          TO DCVDRV-RL-TO-FORMAT.
029400     MOVE DATECNV-DATE-OUT      TO DCVDRV-RL-DATE-OUT.
029500     MOVE DATECNV-STD-DATE      TO DCVDRV-RL-STD-DATE.
029600     MOVE DATECNV-ORDINAL-DAY   TO DCVDRV-RL-ORDINAL.
029700     MOVE DATECNV-ISO-WEEK-YEAR TO DCVDRV-RL-ISO-YEAR.
029800     MOVE DATECNV-ISO-WEEK      TO DCVDRV-RL-ISO-WEEK.
029900     MOVE DATECNV-DAY-NAME-EN   TO DCVDRV-RL-NAME-EN.
030000     MOVE DATECNV-DAY-NAME-FR   TO DCVDRV-RL-NAME-FR.
030100     WRITE CONV-REPORT-RECORD FROM DCVDRV-REPORT-LINE.
030200     MOVE DATECONV-RECORD  TO DCVDRV-OUTPUT-LINE.
030300     MOVE DC-TO-FORMAT     TO DCVDRV-OL-FROM-FORMAT.
030400     MOVE DC-FROM-FORMAT   TO DCVDRV-OL-TO-FORMAT.
030500     MOVE DATECNV-DATE-OUT TO DCVDRV-OL-DATE.
030600     WRITE CONV-OUTPUT-RECORD FROM DCVDRV-OUTPUT-LINE.
030700     ADD 1 TO DCVDRV-RECS-CONVERTED.
030800 2300-EXIT.
030900     EXIT.
031000
031100 2400-WRITE-REJECT-LINE.
031200     MOVE DC-REFERENCE         TO DCVDRV-XL-REFERENCE.
031300     MOVE DC-FROM-FORMAT       TO DCVDRV-XL-FROM-FORMAT.
031400     MOVE DC-DATE              TO DCVDRV-XL-DATE-IN.
031500     MOVE DC-TO-FORMAT         TO DCVDRV-XL-TO-FORMAT.
031600     MOVE DCVDRV-BAD-FIELD     TO DCVDRV-XL-FIELD.
031700     MOVE DCVDRV-REJECT-REASON TO DCVDRV-XL-REASON.
031800     WRITE CONV-REJECTS-RECORD FROM DCVDRV-REJECT-LINE.
031900     ADD 1 TO DCVDRV-RECS-REJECTED.
032000 2400-EXIT.
032100     EXIT.
032200
032300******************************************************************
032400*    2600-WRITE-SUMMARY
032500*    TRAILING CONTROL COUNTS SO OPERATIONS CAN BALANCE THE RUN:
032600*    RECORDS READ MUST EQUAL RECORDS CONVERTED PLUS REJECTED,
032700*    AND RECORDS CONVERTED MUST EQUAL THE DCVOUT RECORD COUNT.
032800******************************************************************
032900 2600-WRITE-SUMMARY.
033000     MOVE SPACES TO CONV-REPORT-RECORD.
033100     WRITE CONV-REPORT-RECORD.
033200     MOVE DCVDRV-RECS-READ      TO DCVDRV-SL-READ.
033300     MOVE DCVDRV-RECS-CONVERTED TO DCVDRV-SL-CONVERTED.
033400     MOVE DCVDRV-RECS-REJECTED  TO DCVDRV-SL-REJECTED.
033500     WRITE CONV-REPORT-RECORD FROM DCVDRV-SUMMARY-LINE.
033600 2600-EXIT.
033700     EXIT.
033800
033900******************************************************************
034000*    9000-WRITE-RUN-STATS
034100*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET
034200*    FOR THE MONTH-END OPERATIONS SUMMARY.  BEST-EFFORT: A
034300*    RUNSTAT THAT WILL NOT OPEN IS REPORTED ON SYSOUT AND THE RUN
034400*    ENDS NORMALLY.
034500******************************************************************
034600 9000-WRITE-RUN-STATS.
034700     OPEN EXTEND RUN-STATS.
034800     IF DCVDRV-STAT-STATUS <> "00"
034900         OPEN OUTPUT RUN-STATS
035000     END-IF.
035100     IF DCVDRV-STAT-STATUS <> "00"
035200         DISPLAY "DCVDRV - RUNSTAT OPEN FAILED, STATUS "
035300             DCVDRV-STAT-STATUS
035400         GO TO 9000-EXIT
035500     END-IF.
035600     MOVE SPACES TO RUNSTAT-RECORD.
035700     MOVE "DCVDRV"              TO RUNSTAT-PROGRAM-ID.
035800     MOVE DCVDRV-RUN-DATE       TO RUNSTAT-RUN-DATE.
035900     MOVE DCVDRV-RUN-TIME(1:6)  TO RUNSTAT-RUN-TIME.
036000     MOVE DCVDRV-OPERATOR-ID    TO RUNSTAT-OPERATOR.
036100     MOVE DCVDRV-RECS-READ      TO RUNSTAT-RECS-READ.
036200     MOVE DCVDRV-RECS-CONVERTED TO RUNSTAT-RECS-ACCEPTED.
036300     MOVE DCVDRV-RECS-REJECTED  TO RUNSTAT-RECS-REJECTED.
036400     MOVE RETURN-CODE           TO RUNSTAT-COND-CODE.
036500     SET RUNSTAT-FRESH-RUN TO TRUE.
036600     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
036700     CLOSE RUN-STATS.
036800 9000-EXIT.
036900     EXIT.
