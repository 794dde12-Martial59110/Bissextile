003100*                      ON THE MASTER; AN UNOPENABLE MASTER ENDS
003200*                      RC 12.  SCHEDULE AFTER EVERY YEARBLD
003300*                      REFRESH AND QUARTERLY THEREAFTER.
003310*    2026-10-13  MJM   RUN STATISTICS.  EVERY RUN, INCLUDING ONE
003320*                      STOPPED BY A FILE THAT WILL NOT OPEN, NOW
003330*                      APPENDS ONE RECORD TO THE SHARED RUNSTAT
003340*                      DATASET (RECORDS READ / CLEAN / DIFFERING
003350*                      AND FINAL CONDITION CODE) SO THE RUNMON
003360*                      DAILY MONITOR CAN SEE IT.  BEST-EFFORT: A
003370*                      RUNSTAT THAT WILL NOT OPEN IS REPORTED ON
003380*                      SYSOUT ONLY.
003400******************************************************************
003500
003600 ENVIRONMENT DIVISION.
004800     SELECT VFY-REPORT   ASSIGN TO VFYRPT
004900                         ORGANIZATION IS LINE SEQUENTIAL
005000                         FILE STATUS IS YEARVFY-RPT-STATUS.
005010     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005020                         ORGANIZATION IS LINE SEQUENTIAL
005030                         FILE STATUS IS YEARVFY-STAT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005800 FD  VFY-REPORT
005900     RECORD CONTAINS 132 CHARACTERS.
006000 01  VFY-REPORT-RECORD          PIC X(132).
006010
006020 FD  RUN-STATS
006030     RECORD CONTAINS 80 CHARACTERS.
006040 01  RUN-STATS-RECORD           PIC X(80).
006100
006200 WORKING-STORAGE SECTION.
006300 77  YEARVFY-MST-STATUS         PIC X(02) VALUE SPACES.
006500 77  YEARVFY-EOF-SW             PIC X(01) VALUE "N".
006600     88  YEARVFY-END-OF-MASTER  VALUE "Y".
006700 77  YEARVFY-RUN-DATE           PIC 9(08).
006710 77  YEARVFY-RUN-TIME           PIC 9(08).
006720 77  YEARVFY-OPERATOR-ID        PIC X(08) VALUE SPACES.
006730 77  YEARVFY-STAT-STATUS        PIC X(02) VALUE SPACES.
006800
006900******************************************************************
007000*    OPERATING RANGE AND CUTOVER, AS IN YEARBLD: THE MASTER MUST
012700*    DERIVE-EXPECTED.
012800******************************************************************
012900 COPY LEAPPRM.
012910
012920******************************************************************
012930*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
012940******************************************************************
012950 COPY RUNSTAT.
013000
013100 01  YEARVFY-HEADING-LINE.
013200     05  FILLER                 PIC X(34) VALUE
019300     IF YEARVFY-DISC-COUNT > 0
019400         MOVE 8 TO RETURN-CODE
019500     END-IF.
019550     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
019600     STOP RUN.
019700
019800******************************************************************
020300******************************************************************
020400 1000-INITIALIZE.
020500     ACCEPT YEARVFY-RUN-DATE FROM DATE YYYYMMDD.
020510     ACCEPT YEARVFY-RUN-TIME FROM TIME.
020520     ACCEPT YEARVFY-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
020530     IF YEARVFY-OPERATOR-ID = SPACES
020540         ACCEPT YEARVFY-OPERATOR-ID FROM ENVIRONMENT "USER"
020550     END-IF.
020560     IF YEARVFY-OPERATOR-ID = SPACES
020570         MOVE "UNKNOWN" TO YEARVFY-OPERATOR-ID
020580     END-IF.
020600     OPEN OUTPUT VFY-REPORT.
020700     IF YEARVFY-RPT-STATUS <> "00"
020800         DISPLAY "YEARVFY - VFYRPT OPEN FAILED, STATUS "
020900             YEARVFY-RPT-STATUS
021000         MOVE 12 TO RETURN-CODE
021050         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
021100         STOP RUN
021200     END-IF.
021300     MOVE YEARVFY-RUN-DATE TO YEARVFY-H1-DATE.
022300         WRITE VFY-REPORT-RECORD FROM YEARVFY-VERDICT-LINE
022400         CLOSE VFY-REPORT
022500         MOVE 12 TO RETURN-CODE
022550         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
022600         STOP RUN
022700     END-IF.
022800 1000-EXIT.
041300     WRITE VFY-REPORT-RECORD FROM YEARVFY-VERDICT-LINE.
041400 5000-EXIT.
041500     EXIT.
041600
041700******************************************************************
041800*    9000-WRITE-RUN-STATS
041900*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
042000*    THE SAME WAY DAYDRV DOES: RECORDS READ, RECORDS THAT MATCH
042100*    THEIR DERIVED VALUES, AND THE DIFFERENCE AS REJECTED.
042200*    BEST-EFFORT: A RUNSTAT THAT WILL NOT OPEN IS REPORTED ON
042300*    SYSOUT AND THE RUN ENDS WITH ITS OWN CONDITION CODE.
042400******************************************************************
042500 9000-WRITE-RUN-STATS.
042600     OPEN EXTEND RUN-STATS.
042700     IF YEARVFY-STAT-STATUS <> "00"
042800         OPEN OUTPUT RUN-STATS
042900     END-IF.
043000     IF YEARVFY-STAT-STATUS <> "00"
043100         DISPLAY "YEARVFY - RUNSTAT OPEN FAILED, STATUS "
043200             YEARVFY-STAT-STATUS
043300         GO TO 9000-EXIT
043400     END-IF.
043500     MOVE SPACES TO RUNSTAT-RECORD.
043600     MOVE "YEARVFY"         TO RUNSTAT-PROGRAM-ID.
043700     MOVE YEARVFY-RUN-DATE  TO RUNSTAT-RUN-DATE.
043800     MOVE YEARVFY-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
043900     MOVE YEARVFY-OPERATOR-ID TO RUNSTAT-OPERATOR.
044000     MOVE YEARVFY-READ-COUNT  TO RUNSTAT-RECS-READ.
044100     MOVE YEARVFY-CLEAN-COUNT TO RUNSTAT-RECS-ACCEPTED.
044200     COMPUTE RUNSTAT-RECS-REJECTED =
044300         YEARVFY-READ-COUNT - YEARVFY-CLEAN-COUNT.
044400     MOVE RETURN-CODE         TO RUNSTAT-COND-CODE.
044500     SET RUNSTAT-FRESH-RUN TO TRUE.
044600     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
044700     CLOSE RUN-STATS.
044800 9000-EXIT.
044900     EXIT.
