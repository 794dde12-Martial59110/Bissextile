003592*                      MARKETS COVER THE YEAR.  MORE DISTINCT
003593*                      CODES THAN BUSDAY'S 20-CALENDAR DIRECTORY
003594*                      HOLDS IS AN ERROR HERE TOO.
003595*    2026-10-13  MJM   RUN STATISTICS.  EVERY RUN, INCLUDING ONE
003596*                      STOPPED BY A FILE THAT WILL NOT OPEN, NOW
003597*                      APPENDS ONE RUNSTAT RECORD FOR THE RUNMON
003598*                      DAILY MONITOR.  BEST-EFFORT: A RUNSTAT
003599*                      THAT WILL NOT OPEN IS REPORTED ON SYSOUT.
003600******************************************************************
003700
003800 ENVIRONMENT DIVISION.
004800     SELECT HOL-REPORT   ASSIGN TO HOLRPT
004900                         ORGANIZATION IS LINE SEQUENTIAL
005000                         FILE STATUS IS HOLMNT-RPT-STATUS.
005010     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005020                         ORGANIZATION IS LINE SEQUENTIAL
005030                         FILE STATUS IS HOLMNT-STAT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006000 FD  HOL-REPORT
006100     RECORD CONTAINS 132 CHARACTERS.
006200 01  HOL-REPORT-RECORD          PIC X(132).
006210
006220 FD  RUN-STATS
006230     RECORD CONTAINS 80 CHARACTERS.
006240 01  RUN-STATS-RECORD           PIC X(80).
006300
006400 WORKING-STORAGE SECTION.
006500 77  HOLMNT-HOL-STATUS          PIC X(02) VALUE SPACES.
006700 77  HOLMNT-EOF-SW              PIC X(01) VALUE "N".
006800     88  HOLMNT-END-OF-INPUT    VALUE "Y".
006900 77  HOLMNT-RUN-DATE            PIC 9(08).
006910 77  HOLMNT-RUN-TIME            PIC 9(08).
006920 77  HOLMNT-OPERATOR-ID         PIC X(08) VALUE SPACES.
006930 77  HOLMNT-STAT-STATUS         PIC X(02) VALUE SPACES.
007000
007100 77  HOLMNT-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
007200 77  HOLMNT-VALID-COUNT         PIC 9(08) COMP VALUE ZERO.
012300*    RELATIVE ABSOLUTE DAY NUMBER, THE SAME WAY BUSDAY DOES.
012400******************************************************************
012500 COPY DAYCPRM.
012510
012520******************************************************************
012530*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
012540******************************************************************
012550 COPY RUNSTAT.
012600
012700 01  HOLMNT-HEADING-LINE.
012800     05  FILLER                 PIC X(31) VALUE
018700             MOVE 4 TO RETURN-CODE
018800         END-IF
018900     END-IF.
018950     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
019000     STOP RUN.
019100
019200******************************************************************
019800******************************************************************
019900 1000-INITIALIZE.
020000     ACCEPT HOLMNT-RUN-DATE FROM DATE YYYYMMDD.
020010     ACCEPT HOLMNT-RUN-TIME FROM TIME.
020020     ACCEPT HOLMNT-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
020030     IF HOLMNT-OPERATOR-ID = SPACES
020040         ACCEPT HOLMNT-OPERATOR-ID FROM ENVIRONMENT "USER"
020050     END-IF.
020060     IF HOLMNT-OPERATOR-ID = SPACES
020070         MOVE "UNKNOWN" TO HOLMNT-OPERATOR-ID
020080     END-IF.
020100     OPEN OUTPUT HOL-REPORT.
020200     IF HOLMNT-RPT-STATUS <> "00"
020300         DISPLAY "HOLMNT - HOLRPT OPEN FAILED, STATUS "
020400             HOLMNT-RPT-STATUS
020500         MOVE 12 TO RETURN-CODE
020550         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
020600         STOP RUN
020700     END-IF.
020800     MOVE HOLMNT-RUN-DATE TO HOLMNT-H1-DATE.
021600         WRITE HOL-REPORT-RECORD FROM HOLMNT-VERDICT-LINE
021700         CLOSE HOL-REPORT
021800         MOVE 8 TO RETURN-CODE
021850         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
021900         STOP RUN
022000     END-IF.
022100 1000-EXIT.
042600     WRITE HOL-REPORT-RECORD FROM HOLMNT-VERDICT-LINE.
042700 5000-EXIT.
042800     EXIT.
042900
043000******************************************************************
043100*    9000-WRITE-RUN-STATS
043200*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
043300*    THE SAME WAY DAYDRV DOES: ENTRIES READ, ENTRIES LOADED AS
043400*    VALID DATES, AND THE DIFFERENCE AS REJECTED.  BEST-EFFORT:
043500*    A RUNSTAT THAT WILL NOT OPEN IS REPORTED ON SYSOUT AND THE
043600*    RUN ENDS WITH ITS OWN CONDITION CODE.
043700******************************************************************
043800 9000-WRITE-RUN-STATS.
043900     OPEN EXTEND RUN-STATS.
044000     IF HOLMNT-STAT-STATUS <> "00"
044100         OPEN OUTPUT RUN-STATS
044200     END-IF.
044300     IF HOLMNT-STAT-STATUS <> "00"
044400         DISPLAY "HOLMNT - RUNSTAT OPEN FAILED, STATUS "
044500             HOLMNT-STAT-STATUS
044600         GO TO 9000-EXIT
044700     END-IF.
044800     MOVE SPACES TO RUNSTAT-RECORD.
044900     MOVE "HOLMNT"          TO RUNSTAT-PROGRAM-ID.
045000     MOVE HOLMNT-RUN-DATE   TO RUNSTAT-RUN-DATE.
045100     MOVE HOLMNT-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
045200     MOVE HOLMNT-OPERATOR-ID TO RUNSTAT-OPERATOR.
045300     MOVE HOLMNT-READ-COUNT  TO RUNSTAT-RECS-READ.
045400     MOVE HOLMNT-VALID-COUNT TO RUNSTAT-RECS-ACCEPTED.
045500     COMPUTE RUNSTAT-RECS-REJECTED =
045600         HOLMNT-READ-COUNT - HOLMNT-VALID-COUNT.
045700     MOVE RETURN-CODE        TO RUNSTAT-COND-CODE.
045800     SET RUNSTAT-FRESH-RUN TO TRUE.
045900     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
046000     CLOSE RUN-STATS.
046100 9000-EXIT.
046200     EXIT.
