003410*                      TO ACROSS RUNS, SO THE ARCHIVE PLUS THE
003420*                      LIVE LOG TOGETHER ALWAYS HOLD EVERY
003430*                      RECORD EVER LOGGED.
003431*    2026-10-13  MJM   RUN STATISTICS.  EVERY RUN, INCLUDING ONE
003432*                      STOPPED BY A BAD CARD OR A FILE THAT WILL
003433*                      NOT OPEN, NOW APPENDS ONE RECORD TO THE
003434*                      SHARED RUNSTAT DATASET (RECORDS READ /
003435*                      PARSED / UNPARSEABLE AND FINAL CONDITION
003436*                      CODE) SO THE RUNMON DAILY MONITOR CAN SEE
003437*                      IT.  BEST-EFFORT: A RUNSTAT THAT WILL NOT
003438*                      OPEN IS REPORTED ON SYSOUT ONLY.
003500******************************************************************
003600
003700 ENVIRONMENT DIVISION.
005600     SELECT AUDIT-NEWLOG ASSIGN TO AUDITNEW
005700                         ORGANIZATION IS LINE SEQUENTIAL
005800                         FILE STATUS IS AUDRPT-NEW-STATUS.
005810     SELECT RUN-STATS    ASSIGN TO RUNSTAT
005820                         ORGANIZATION IS LINE SEQUENTIAL
005830                         FILE STATUS IS AUDRPT-STAT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
010600 FD  AUDIT-NEWLOG
010700     RECORD CONTAINS 132 CHARACTERS.
010800 01  AUDIT-NEWLOG-RECORD        PIC X(132).
010810
010820 FD  RUN-STATS
010830     RECORD CONTAINS 80 CHARACTERS.
010840 01  RUN-STATS-RECORD           PIC X(80).
010900
011000 WORKING-STORAGE SECTION.
011100 77  AUDRPT-LOG-STATUS          PIC X(02) VALUE SPACES.
011600 77  AUDRPT-EOF-SW              PIC X(01) VALUE "N".
011700     88  AUDRPT-END-OF-LOG      VALUE "Y".
011800 77  AUDRPT-RUN-DATE            PIC 9(08).
011810 77  AUDRPT-RUN-TIME            PIC 9(08).
011820 77  AUDRPT-OPERATOR-ID         PIC X(08) VALUE SPACES.
011830 77  AUDRPT-STAT-STATUS         PIC X(02) VALUE SPACES.
011900
012000******************************************************************
012100*    SELECTION AND RETENTION CRITERIA FROM THE CONTROL CARD.
014500 77  AUDRPT-ARCHIVE-COUNT       PIC 9(08) COMP VALUE ZERO.
014600 77  AUDRPT-RETAIN-COUNT        PIC 9(08) COMP VALUE ZERO.
014700 77  AUDRPT-BAD-COUNT           PIC 9(08) COMP VALUE ZERO.
014710
014720******************************************************************
014730*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
014740******************************************************************
014750 COPY RUNSTAT.
014800
014900******************************************************************
015000*    PER-OPERATOR-PER-DAY SUMMARY TABLE.  ONE ENTRY PER DISTINCT
024500     ELSE
024600         MOVE 2 TO RETURN-CODE
024650     END-IF.
024660     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
024700     STOP RUN.
024800
024900******************************************************************
025700******************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT AUDRPT-RUN-DATE FROM DATE YYYYMMDD.
025910     ACCEPT AUDRPT-RUN-TIME FROM TIME.
025920     ACCEPT AUDRPT-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
025930     IF AUDRPT-OPERATOR-ID = SPACES
025940         ACCEPT AUDRPT-OPERATOR-ID FROM ENVIRONMENT "USER"
025950     END-IF.
025960     IF AUDRPT-OPERATOR-ID = SPACES
025970         MOVE "UNKNOWN" TO AUDRPT-OPERATOR-ID
025980     END-IF.
026000     OPEN INPUT AUDIT-CONTROL.
026100     IF AUDRPT-CTL-STATUS <> "00"
026200         DISPLAY "AUDRPT - AUDCTL OPEN FAILED, STATUS "
026300             AUDRPT-CTL-STATUS
026400         MOVE 16 TO RETURN-CODE
026450         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
026500         STOP RUN
026600     END-IF.
026700     READ AUDIT-CONTROL
027500     IF AUDRPT-CONTROL-BAD
027600         DISPLAY "AUDRPT - CONTROL CARD MISSING OR INVALID"
027700         MOVE 16 TO RETURN-CODE
027750         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
027800         STOP RUN
027900     END-IF.
028000     OPEN OUTPUT AUDIT-REPORT.
028400             AUDRPT-RPT-STATUS " AUDITLOG STATUS "
028500             AUDRPT-LOG-STATUS
028600         MOVE 12 TO RETURN-CODE
028650         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
028700         STOP RUN
028800     END-IF.
028900     IF AUDRPT-RETENTION-ON
029500                 AUDRPT-ARC-STATUS " AUDITNEW "
029600                 AUDRPT-NEW-STATUS
029700             MOVE 12 TO RETURN-CODE
029750             PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
029800             STOP RUN
029900         END-IF
030000     END-IF.
052100     ADD 1 TO AUDRPT-SUM-SUB.
052200 3100-EXIT.
052300     EXIT.
052400
052500******************************************************************
052600*    9000-WRITE-RUN-STATS
052700*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET,
052800*    THE SAME WAY DAYDRV DOES: LOG RECORDS READ, RECORDS WHOSE
052900*    TIMESTAMP PARSED, AND THE UNPARSEABLE ONES AS REJECTED.
053000*    BEST-EFFORT: A RUNSTAT THAT WILL NOT OPEN IS REPORTED ON
053100*    SYSOUT AND THE RUN ENDS WITH ITS OWN CONDITION CODE.
053200******************************************************************
053300 9000-WRITE-RUN-STATS.
053400     OPEN EXTEND RUN-STATS.
053500     IF AUDRPT-STAT-STATUS <> "00"
053600         OPEN OUTPUT RUN-STATS
053700     END-IF.
053800     IF AUDRPT-STAT-STATUS <> "00"
053900         DISPLAY "AUDRPT - RUNSTAT OPEN FAILED, STATUS "
054000             AUDRPT-STAT-STATUS
054100         GO TO 9000-EXIT
054200     END-IF.
054300     MOVE SPACES TO RUNSTAT-RECORD.
054400     MOVE "AUDRPT"          TO RUNSTAT-PROGRAM-ID.
054500     MOVE AUDRPT-RUN-DATE   TO RUNSTAT-RUN-DATE.
054600     MOVE AUDRPT-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
054700     MOVE AUDRPT-OPERATOR-ID TO RUNSTAT-OPERATOR.
054800     MOVE AUDRPT-READ-COUNT  TO RUNSTAT-RECS-READ.
054900     COMPUTE RUNSTAT-RECS-ACCEPTED =
055000         AUDRPT-READ-COUNT - AUDRPT-BAD-COUNT.
055100     MOVE AUDRPT-BAD-COUNT   TO RUNSTAT-RECS-REJECTED.
055200     MOVE RETURN-CODE        TO RUNSTAT-COND-CODE.
055300     SET RUNSTAT-FRESH-RUN TO TRUE.
055400     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
055500     CLOSE RUN-STATS.
055600 9000-EXIT.
055700     EXIT.
