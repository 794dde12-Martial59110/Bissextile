000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.     HOLGEN.
000300 AUTHOR.         M J MARTIAL.
000400 INSTALLATION.   FINANCE SYSTEMS.
000500 DATE-WRITTEN.   2026-09-29.
000600 DATE-COMPILED.
000700******************************************************************
000800*    MODIFICATION HISTORY
000900*    ----------------------------------------------------------
001000*    DATE        INIT  DESCRIPTION
001100*    ----------  ----  ------------------------------------------
001200*    2026-09-29  MJM   INITIAL VERSION.  RULE-BASED GENERATOR FOR
001300*                      THE STAGING HOLIDAY CALENDAR.  EVERY
001400*                      DECEMBER OPERATIONS RE-KEYED NEXT YEAR'S
001500*                      DATES FOR EVERY MARKET BY HAND AND LET
001600*                      HOLMNT FIND THE TYPOS, ALTHOUGH NEARLY
001700*                      EVERY HOLIDAY FOLLOWS A FIXED RULE.  READS
001800*                      A HOLRULE FILE OF RULES PER MARKET
001900*                      CALENDAR CODE -- FIXED DATE, NTH WEEKDAY
002000*                      OF A MONTH, LAST WEEKDAY OF A MONTH, OR A
002100*                      SIGNED OFFSET FROM EASTER SUNDAY (GOOD
002200*                      FRIDAY -2, EASTER MONDAY +1, ASCENSION
002300*                      +39, WHIT MONDAY +50) -- EACH WITH AN
002400*                      OPTIONAL WEEKEND OBSERVANCE (M: MOVES TO
002500*                      THE MONDAY, N: SATURDAY TO THE FRIDAY,
002600*                      SUNDAY TO THE MONDAY), AND EXPANDS THEM
002700*                      FOR THE YEAR RANGE ON THE HOLGCTL CONTROL
002800*                      CARD.  ONE-OFF DATES (MOURNING DAYS,
002900*                      SPECIAL CLOSURES) AND DELETIONS OF A
003000*                      GENERATED DATE COME FROM THE HOLOVR
003100*                      OVERRIDE FILE AND ARE MERGED IN.  WRITES
003200*                      HOLIDAY-FORMAT RECORDS, IN CALENDAR AND
003300*                      DATE ORDER, TO THE HOLSTG STAGING DATASET
003400*                      FOR HOLMNT CERTIFICATION, AND A HOLGLST
003500*                      LISTING SHOWING THE RULE OR OVERRIDE
003600*                      BEHIND EVERY DATE.  ENDS RC 0 CLEAN, 4
003700*                      WHEN RULES OR OVERRIDES WERE REJECTED, 8
003800*                      WHEN NOTHING WAS GENERATED OR BUSDAY'S
003900*                      500-ENTRY LIMIT WAS EXCEEDED (STAGING LEFT
004000*                      EMPTY), 12 WHEN A FILE WOULD NOT OPEN, 16
004100*                      ON A BAD CONTROL CARD.
004200******************************************************************
004300
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SPECIAL-NAMES.
004700     DECIMAL-POINT IS COMMA.
004800
004900 INPUT-OUTPUT SECTION.
005000 FILE-CONTROL.
005100     SELECT GEN-CONTROL  ASSIGN TO HOLGCTL
005200                         ORGANIZATION IS LINE SEQUENTIAL
005300                         FILE STATUS IS HOLGEN-CTL-STATUS.
005400     SELECT HOL-RULES    ASSIGN TO HOLRULE
005500                         ORGANIZATION IS LINE SEQUENTIAL
005600                         FILE STATUS IS HOLGEN-RUL-STATUS.
005700     SELECT HOL-OVERRIDES ASSIGN TO HOLOVR
005800                         ORGANIZATION IS LINE SEQUENTIAL
005900                         FILE STATUS IS HOLGEN-OVR-STATUS.
006000     SELECT HOL-STAGING  ASSIGN TO HOLSTG
006100                         ORGANIZATION IS LINE SEQUENTIAL
006200                         FILE STATUS IS HOLGEN-STG-STATUS.
006300     SELECT GEN-LISTING  ASSIGN TO HOLGLST
006400                         ORGANIZATION IS LINE SEQUENTIAL
006500                         FILE STATUS IS HOLGEN-LST-STATUS.
006600     SELECT RUN-STATS    ASSIGN TO RUNSTAT
006700                         ORGANIZATION IS LINE SEQUENTIAL
006800                         FILE STATUS IS HOLGEN-STAT-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  GEN-CONTROL
007300     RECORD CONTAINS 80 CHARACTERS.
007400 01  GEN-CONTROL-RECORD.
007500     05  CT-FIRST-YEAR          PIC X(04).
007600     05  CT-LAST-YEAR           PIC X(04).
007700     05  FILLER                 PIC X(72).
007800
007900******************************************************************
008000*    ONE HOLIDAY RULE PER RECORD.  THE FIELDS A RULE TYPE DOES
008100*    NOT USE ARE IGNORED: F USES MONTH AND DAY; N USES MONTH,
008200*    WEEKDAY (1 MONDAY THROUGH 7 SUNDAY) AND OCCURRENCE (1-5);
008300*    L USES MONTH AND WEEKDAY; E USES THE SIGNED DAY OFFSET FROM
008400*    EASTER SUNDAY.  BLANK RECORDS ARE SKIPPED, AS IN BUSDAY'S
008500*    LOADER, SO THE FILE CAN BE SPACED OUT BY MARKET.
008600******************************************************************
008700 FD  HOL-RULES
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  HOL-RULE-RECORD.
009000     05  HR-CAL-ID              PIC X(03).
009100     05  HR-RULE-TYPE           PIC X(01).
009200         88  HR-FIXED-DATE      VALUE "F".
009300         88  HR-NTH-WEEKDAY     VALUE "N".
009400         88  HR-LAST-WEEKDAY    VALUE "L".
009500         88  HR-EASTER-OFFSET   VALUE "E".
009600     05  HR-MONTH               PIC X(02).
009700     05  HR-MONTH-NUM REDEFINES HR-MONTH
009800                                PIC 9(02).
009900     05  HR-DAY                 PIC X(02).
010000     05  HR-DAY-NUM REDEFINES HR-DAY
010100                                PIC 9(02).
010200     05  HR-WEEKDAY             PIC X(01).
010300     05  HR-WEEKDAY-NUM REDEFINES HR-WEEKDAY
010400                                PIC 9(01).
010500     05  HR-NTH                 PIC X(01).
010600     05  HR-NTH-NUM REDEFINES HR-NTH
010700                                PIC 9(01).
010800     05  HR-OFFSET-SIGN         PIC X(01).
010900     05  HR-OFFSET-DAYS         PIC X(03).
011000     05  HR-OFFSET-DAYS-NUM REDEFINES HR-OFFSET-DAYS
011100                                PIC 9(03).
011200     05  HR-OBSERVE             PIC X(01).
011300         88  HR-OBSERVE-VALID   VALUES " " "M" "N".
011400     05  HR-NAME                PIC X(30).
011500     05  FILLER                 PIC X(35).
011600
011700******************************************************************
011800*    ONE OVERRIDE PER RECORD: A OR BLANK ADDS A ONE-OFF DATE TO
011900*    THE CALENDAR, D REMOVES A DATE THE RULES GENERATED (A
012000*    HOLIDAY CANCELLED FOR ONE YEAR).
012100******************************************************************
012200 FD  HOL-OVERRIDES
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  HOL-OVERRIDE-RECORD.
012500     05  HO-DATE                PIC X(08).
012600     05  HO-DATE-PARTS REDEFINES HO-DATE.
012700         10  HO-YEAR            PIC 9(04).
012800         10  HO-MONTH           PIC 9(02).
012900         10  HO-DAY             PIC 9(02).
013000     05  HO-CAL-ID              PIC X(03).
013100     05  HO-ACTION              PIC X(01).
013200         88  HO-ADD             VALUES " " "A".
013300         88  HO-DELETE          VALUE "D".
013400     05  HO-NAME                PIC X(30).
013500     05  FILLER                 PIC X(38).
013600
013700 FD  HOL-STAGING
013800     RECORD CONTAINS 80 CHARACTERS.
013900 01  HOL-STAGING-RECORD.
014000     05  HS-DATE                PIC X(08).
014100     05  HS-CAL-ID              PIC X(03).
014200     05  FILLER                 PIC X(69).
014300
014400 FD  GEN-LISTING
014500     RECORD CONTAINS 132 CHARACTERS.
014600 01  GEN-LISTING-RECORD         PIC X(132).
014700
014800 FD  RUN-STATS
014900     RECORD CONTAINS 80 CHARACTERS.
015000 01  RUN-STATS-RECORD           PIC X(80).
015100
015200 WORKING-STORAGE SECTION.
015300 77  HOLGEN-CTL-STATUS          PIC X(02) VALUE SPACES.
015400 77  HOLGEN-RUL-STATUS          PIC X(02) VALUE SPACES.
015500 77  HOLGEN-OVR-STATUS          PIC X(02) VALUE SPACES.
015600 77  HOLGEN-STG-STATUS          PIC X(02) VALUE SPACES.
015700 77  HOLGEN-LST-STATUS          PIC X(02) VALUE SPACES.
015800 77  HOLGEN-STAT-STATUS         PIC X(02) VALUE SPACES.
015900 77  HOLGEN-RUL-EOF-SW          PIC X(01) VALUE "N".
016000     88  HOLGEN-RULES-EOF       VALUE "Y".
016100 77  HOLGEN-OVR-EOF-SW          PIC X(01) VALUE "N".
016200     88  HOLGEN-OVERRIDES-EOF   VALUE "Y".
016300 77  HOLGEN-CTL-BAD-SW          PIC X(01) VALUE "N".
016400     88  HOLGEN-CONTROL-BAD     VALUE "Y".
016500 77  HOLGEN-OVERFLOW-SW         PIC X(01) VALUE "N".
016600     88  HOLGEN-TABLE-OVERFLOW  VALUE "Y".
016700 77  HOLGEN-RUN-DATE            PIC 9(08).
016800 77  HOLGEN-RUN-TIME            PIC 9(08).
016900 77  HOLGEN-OPERATOR-ID         PIC X(08) VALUE SPACES.
017000
017100 77  HOLGEN-RULES-READ          PIC 9(08) COMP VALUE ZERO.
017200 77  HOLGEN-RULES-REJECTED      PIC 9(08) COMP VALUE ZERO.
017300 77  HOLGEN-OVR-READ            PIC 9(08) COMP VALUE ZERO.
017400 77  HOLGEN-OVR-REJECTED        PIC 9(08) COMP VALUE ZERO.
017500 77  HOLGEN-DATES-FROM-RULES    PIC 9(08) COMP VALUE ZERO.
017600 77  HOLGEN-OVR-ADDED           PIC 9(08) COMP VALUE ZERO.
017700 77  HOLGEN-OVR-DELETED         PIC 9(08) COMP VALUE ZERO.
017800 77  HOLGEN-DATES-WRITTEN       PIC 9(08) COMP VALUE ZERO.
017900 77  HOLGEN-ERROR-COUNT         PIC 9(08) COMP VALUE ZERO.
018000 77  HOLGEN-NOTE-COUNT          PIC 9(08) COMP VALUE ZERO.
018100
018200******************************************************************
018300*    YEAR RANGE FROM THE CONTROL CARD.  THE FLOOR IS THE FIRST
018400*    FULL GREGORIAN YEAR, SINCE THE EASTER COMPUTUS IN 2250-
018500*    COMPUTE-EASTER IS THE GREGORIAN ONE; THE CEILING KEEPS
018600*    EASTER-RELATIVE DATES INSIDE DATEADD'S 9999-12-31 LIMIT.
018700*    TWENTY YEARS IS AS MUCH AS BUSDAY'S 500-ENTRY TABLE CAN
018800*    HOLD FOR A SINGLE BUSY MARKET.
018900******************************************************************
019000 77  HOLGEN-FIRST-YEAR          PIC 9(04).
019100 77  HOLGEN-LAST-YEAR           PIC 9(04).
019200 77  HOLGEN-YEAR                PIC 9(04).
019300 77  HOLGEN-MIN-YEAR            PIC 9(04) VALUE 1583.
019400 77  HOLGEN-MAX-YEAR            PIC 9(04) VALUE 9998.
019500 77  HOLGEN-MAX-SPAN            PIC 9(02) VALUE 20.
019600 77  HOLGEN-SPAN                PIC 9(04).
019700
019800******************************************************************
019900*    THE LOADED RULES.  THE RULE NUMBER IS THE RECORD'S POSITION
020000*    AMONG THE NON-BLANK RECORDS OF HOLRULE, AS SHOWN ON THE
020100*    LISTING.
020200******************************************************************
020300 77  HOLGEN-RULE-MAX            PIC 9(03) COMP VALUE 200.
020400 77  HOLGEN-RULE-COUNT          PIC 9(03) COMP VALUE ZERO.
020500 77  HOLGEN-RULE-SUB            PIC 9(03) COMP.
020600 77  HOLGEN-RULE-RECNO          PIC 9(03) VALUE ZERO.
020700 01  HOLGEN-RULE-TABLE.
020800     05  HOLGEN-RULE            OCCURS 200 TIMES.
020900         10  HOLGEN-RL-SEQ      PIC 9(03).
021000         10  HOLGEN-RL-CAL      PIC X(03).
021100         10  HOLGEN-RL-TYPE     PIC X(01).
021200         10  HOLGEN-RL-MONTH    PIC 9(02).
021300         10  HOLGEN-RL-DAY      PIC 9(02).
021400         10  HOLGEN-RL-WEEKDAY  PIC 9(01).
021500         10  HOLGEN-RL-NTH      PIC 9(01).
021600         10  HOLGEN-RL-OFFSET   PIC S9(03).
021700         10  HOLGEN-RL-OBSERVE  PIC X(01).
021800         10  HOLGEN-RL-NAME     PIC X(30).
021900
022000******************************************************************
022100*    RULE DATES FALLING ON A WEEKEND WITH AN OBSERVANCE RULE ARE
022200*    HELD HERE UNTIL EVERY OTHER RULE FOR THE YEAR HAS BEEN
022300*    EXPANDED, THEN MOVED -- SEE 2300-OBSERVE-ONE-PENDING.  THAT
022400*    ORDER LETS A SUBSTITUTE DAY STEP PAST A HOLIDAY THAT FALLS
022500*    ON ITS OWN DATE (CHRISTMAS ON A SUNDAY WITH BOXING DAY ON
022600*    THE MONDAY GOES TO THE TUESDAY) WHATEVER ORDER THE RULES
022700*    ARE KEYED IN.
022800******************************************************************
022900 77  HOLGEN-PEND-COUNT          PIC 9(03) COMP VALUE ZERO.
023000 77  HOLGEN-PEND-SUB            PIC 9(03) COMP.
023100 01  HOLGEN-PENDING-TABLE.
023200     05  HOLGEN-PENDING         OCCURS 200 TIMES.
023300         10  HOLGEN-PD-RULE     PIC 9(03) COMP.
023400         10  HOLGEN-PD-DATE     PIC X(08).
023500         10  HOLGEN-PD-DOW      PIC 9(01).
023600
023700******************************************************************
023800*    THE GENERATED CALENDAR, KEPT IN CALENDAR-CODE AND DATE
023900*    ORDER AS ENTRIES ARE INSERTED SO THE STAGING FILE AND THE
024000*    LISTING COME OUT SORTED.  THE 500-ENTRY LIMIT IS BUSDAY'S
024100*    HOLIDAY TABLE: A STAGING FILE LONGER THAN THAT COULD NEVER
024200*    BE PROMOTED.  THE NATURAL DATE IS SET ONLY WHEN AN
024300*    OBSERVANCE RULE MOVED THE HOLIDAY OFF A WEEKEND.
024400******************************************************************
024500 77  HOLGEN-ENT-MAX             PIC 9(04) COMP VALUE 500.
024600 77  HOLGEN-ENT-COUNT           PIC 9(04) COMP VALUE ZERO.
024700 77  HOLGEN-ENT-SUB             PIC 9(04) COMP.
024800 77  HOLGEN-MOVE-SUB            PIC 9(04) COMP.
024900 77  HOLGEN-POS-SW              PIC X(01) VALUE "N".
025000     88  HOLGEN-POS-FOUND       VALUE "Y".
025100 77  HOLGEN-KEY-SW              PIC X(01) VALUE "N".
025200     88  HOLGEN-KEY-FOUND       VALUE "Y".
025300 77  HOLGEN-ADD-SW              PIC X(01) VALUE "N".
025400     88  HOLGEN-ENTRY-ADDED     VALUE "Y".
025500 01  HOLGEN-ENTRY-TABLE.
025600     05  HOLGEN-ENTRY           OCCURS 500 TIMES.
025700         10  HOLGEN-ENT-KEY.
025800             15  HOLGEN-ENT-CAL PIC X(03).
025900             15  HOLGEN-ENT-DATE
026000                                PIC X(08).
026100         10  HOLGEN-ENT-KIND    PIC X(09).
026200         10  HOLGEN-ENT-SEQ     PIC 9(03).
026300         10  HOLGEN-ENT-NAME    PIC X(30).
026400         10  HOLGEN-ENT-NATURAL PIC X(08).
026500         10  HOLGEN-ENT-DOW     PIC 9(01).
026600
026700******************************************************************
026800*    THE ENTRY BEING ADDED -- SEE 5000-ADD-ENTRY.
026900******************************************************************
027000 01  HOLGEN-NEW-ENTRY.
027100     05  HOLGEN-NEW-KEY.
027200         10  HOLGEN-NEW-CAL     PIC X(03).
027300         10  HOLGEN-NEW-DATE    PIC X(08).
027400     05  HOLGEN-NEW-KIND        PIC X(09).
027500     05  HOLGEN-NEW-SEQ         PIC 9(03).
027600     05  HOLGEN-NEW-NAME        PIC X(30).
027700     05  HOLGEN-NEW-NATURAL     PIC X(08).
027800     05  HOLGEN-NEW-DOW         PIC 9(01).
027900
028000******************************************************************
028100*    DATE ARITHMETIC.  A DATE IS TURNED INTO AN EPOCH-RELATIVE
028200*    DAY NUMBER THROUGH DAYCNT AGAINST 0100-01-01, AS IN BUSDAY
028300*    AND HOLMNT, AND MOD(N + 5, 7) GIVES THE WEEKDAY CODE: 0
028400*    TUESDAY THROUGH 3 FRIDAY, 4 SATURDAY, 5 SUNDAY, 6 MONDAY.
028500*    A RULE'S WEEKDAY (1 MONDAY THROUGH 7 SUNDAY) MAPS TO THE
028600*    SAME CODE AS MOD(WEEKDAY + 5, 7).
028700******************************************************************
028800 01  HOLGEN-WORK-DATE.
028900     05  HOLGEN-WORK-YEAR       PIC 9(04).
029000     05  HOLGEN-WORK-MONTH      PIC 9(02).
029100     05  HOLGEN-WORK-DAY        PIC 9(02).
029200 77  HOLGEN-DATE-BAD-SW         PIC X(01) VALUE "N".
029300     88  HOLGEN-DATE-BAD        VALUE "Y".
029400 77  HOLGEN-EPOCH-OFFSET        PIC 9(01) VALUE 5.
029500 77  HOLGEN-DOW                 PIC 9(01).
029600     88  HOLGEN-SATURDAY        VALUE 4.
029700     88  HOLGEN-SUNDAY          VALUE 5.
029800     88  HOLGEN-WEEKEND         VALUES 4, 5.
029900 77  HOLGEN-TARGET-DOW          PIC 9(01).
030000 77  HOLGEN-DAY-WORK            PIC 9(03) COMP.
030100 77  HOLGEN-MONTH-LEN           PIC 9(02).
030200 77  HOLGEN-SHIFT-DAYS          PIC S9(04).
030300 77  HOLGEN-TRIES               PIC 9(02) COMP.
030400 77  HOLGEN-FREE-SW             PIC X(01) VALUE "N".
030500     88  HOLGEN-DAY-FREE        VALUE "Y".
030600
030700 01  HOLGEN-DAYS-IN-MONTH.
030800     05  FILLER                 PIC 9(02) VALUE 31.
030900     05  FILLER                 PIC 9(02) VALUE 28.
031000     05  FILLER                 PIC 9(02) VALUE 31.
031100     05  FILLER                 PIC 9(02) VALUE 30.
031200     05  FILLER                 PIC 9(02) VALUE 31.
031300     05  FILLER                 PIC 9(02) VALUE 30.
031400     05  FILLER                 PIC 9(02) VALUE 31.
031500     05  FILLER                 PIC 9(02) VALUE 31.
031600     05  FILLER                 PIC 9(02) VALUE 30.
031700     05  FILLER                 PIC 9(02) VALUE 31.
031800     05  FILLER                 PIC 9(02) VALUE 30.
031900     05  FILLER                 PIC 9(02) VALUE 31.
032000 01  HOLGEN-MONTH-TABLE REDEFINES HOLGEN-DAYS-IN-MONTH.
032100     05  HOLGEN-MONTH-DAYS      PIC 9(02) OCCURS 12 TIMES.
032200
032300 01  HOLGEN-DAY-NAMES           PIC X(21) VALUE
032400         "TUEWEDTHUFRISATSUNMON".
032500 01  HOLGEN-DAY-NAME-TABLE REDEFINES HOLGEN-DAY-NAMES.
032600     05  HOLGEN-DAY-NAME        PIC X(03) OCCURS 7 TIMES.
032700
032800******************************************************************
032900*    EASTER SUNDAY BY THE ANONYMOUS GREGORIAN COMPUTUS, ONE
033000*    DIVIDE AT A TIME -- SEE 2250-COMPUTE-EASTER.
033100******************************************************************
033200 01  HOLGEN-EASTER-DATE         PIC X(08).
033300 01  HOLGEN-EASTER-WORK.
033400     05  HOLGEN-EA-A            PIC 9(05) COMP.
033500     05  HOLGEN-EA-B            PIC 9(05) COMP.
033600     05  HOLGEN-EA-C            PIC 9(05) COMP.
033700     05  HOLGEN-EA-D            PIC 9(05) COMP.
033800     05  HOLGEN-EA-E            PIC 9(05) COMP.
033900     05  HOLGEN-EA-F            PIC 9(05) COMP.
034000     05  HOLGEN-EA-G            PIC 9(05) COMP.
034100     05  HOLGEN-EA-H            PIC 9(05) COMP.
034200     05  HOLGEN-EA-I            PIC 9(05) COMP.
034300     05  HOLGEN-EA-K            PIC 9(05) COMP.
034400     05  HOLGEN-EA-L            PIC 9(05) COMP.
034500     05  HOLGEN-EA-M            PIC 9(05) COMP.
034600     05  HOLGEN-EA-N            PIC 9(05) COMP.
034700     05  HOLGEN-EA-WORK         PIC 9(05) COMP.
034800     05  HOLGEN-EA-QUOT         PIC 9(05) COMP.
034900
035000******************************************************************
035100*    FINDING FIELDS -- SEE 4500-WRITE-FINDING.  SEVERITY E IS A
035200*    REJECTED RULE OR OVERRIDE (RC 4), I IS A NOTE: A RULE DATE
035300*    WITH NO OBSERVANCE FALLING ON A WEEKEND, A RULE WITH NO
035400*    SUCH DATE IN THE YEAR, OR TWO SOURCES GIVING THE SAME DATE.
035500******************************************************************
035600 77  HOLGEN-FINDING-CAL         PIC X(03) VALUE SPACES.
035700 77  HOLGEN-FINDING-DATE        PIC X(08) VALUE SPACES.
035800 77  HOLGEN-FINDING-SEV         PIC X(01) VALUE SPACES.
035900 77  HOLGEN-FINDING-TEXT        PIC X(40) VALUE SPACES.
036000 01  HOLGEN-SOURCE-TEXT.
036100     05  HOLGEN-SRC-KIND        PIC X(09).
036200     05  HOLGEN-SRC-SEQ         PIC 9(03).
036300 01  HOLGEN-SAME-DATE-TEXT.
036400     05  FILLER                 PIC X(13) VALUE "SAME DATE AS ".
036500     05  HOLGEN-SD-SOURCE       PIC X(12).
036600     05  FILLER                 PIC X(15) VALUE SPACES.
036700 01  HOLGEN-DELETED-TEXT.
036800     05  FILLER                 PIC X(16) VALUE
036900             "REMOVED DATE OF ".
037000     05  HOLGEN-DL-SOURCE       PIC X(12).
037100     05  FILLER                 PIC X(12) VALUE SPACES.
037200
037300******************************************************************
037400*    SHARED RUN-STATISTICS RECORD -- SEE 9000-WRITE-RUN-STATS.
037500******************************************************************
037600 COPY RUNSTAT.
037700
037800******************************************************************
037900*    PARAMETERS FOR THE SHARED DAYCNT, DATEADD AND LEAPCHK
038000*    SUBPROGRAMS -- SEE 6000-DATE-TO-ABS, 6200-ADD-DAYS AND
038100*    6100-MONTH-LENGTH.
038200******************************************************************
038300 COPY DAYCPRM.
038400 COPY DATEPRM.
038500 COPY LEAPPRM.
038600
038700 01  HOLGEN-HEADING-LINE.
038800     05  FILLER                 PIC X(27) VALUE
038900             "HOLIDAY CALENDAR GENERATION".
039000     05  FILLER                 PIC X(05) VALUE SPACES.
039100     05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
039200     05  HOLGEN-H1-DATE         PIC 9(08).
039300     05  FILLER                 PIC X(05) VALUE SPACES.
039400     05  FILLER                 PIC X(08) VALUE "YEARS : ".
039500     05  HOLGEN-H1-FIRST        PIC 9(04).
039600     05  FILLER                 PIC X(03) VALUE " - ".
039700     05  HOLGEN-H1-LAST         PIC 9(04).
039800     05  FILLER                 PIC X(58) VALUE SPACES.
039900
040000 01  HOLGEN-SUBHEAD-LINE.
040100     05  HOLGEN-SH-TEXT         PIC X(40).
040200     05  FILLER                 PIC X(92) VALUE SPACES.
040300
040400 01  HOLGEN-FINDING-LINE.
040500     05  FILLER                 PIC X(06) VALUE "CAL : ".
040600     05  HOLGEN-FL-CAL          PIC X(03).
040700     05  FILLER                 PIC X(03) VALUE SPACES.
040800     05  FILLER                 PIC X(07) VALUE "DATE : ".
040900     05  HOLGEN-FL-DATE         PIC X(08).
041000     05  FILLER                 PIC X(03) VALUE SPACES.
041100     05  FILLER                 PIC X(09) VALUE "SOURCE : ".
041200     05  HOLGEN-FL-SOURCE       PIC X(12).
041300     05  FILLER                 PIC X(03) VALUE SPACES.
041400     05  FILLER                 PIC X(11) VALUE "SEVERITY : ".
041500     05  HOLGEN-FL-SEV          PIC X(01).
041600     05  FILLER                 PIC X(03) VALUE SPACES.
041700     05  FILLER                 PIC X(10) VALUE "FINDING : ".
041800     05  HOLGEN-FL-TEXT         PIC X(40).
041900     05  FILLER                 PIC X(13) VALUE SPACES.
042000
042100 01  HOLGEN-ENTRY-LINE.
042200     05  FILLER                 PIC X(07) VALUE "DATE : ".
042300     05  HOLGEN-EL-DATE         PIC X(08).
042400     05  FILLER                 PIC X(03) VALUE SPACES.
042500     05  FILLER                 PIC X(06) VALUE "DAY : ".
042600     05  HOLGEN-EL-DAY          PIC X(03).
042700     05  FILLER                 PIC X(03) VALUE SPACES.
042800     05  FILLER                 PIC X(06) VALUE "CAL : ".
042900     05  HOLGEN-EL-CAL          PIC X(03).
043000     05  FILLER                 PIC X(03) VALUE SPACES.
043100     05  FILLER                 PIC X(09) VALUE "SOURCE : ".
043200     05  HOLGEN-EL-SOURCE       PIC X(12).
043300     05  FILLER                 PIC X(03) VALUE SPACES.
043400     05  FILLER                 PIC X(10) VALUE "HOLIDAY : ".
043500     05  HOLGEN-EL-NAME         PIC X(30).
043600     05  FILLER                 PIC X(03) VALUE SPACES.
043700     05  HOLGEN-EL-OBS-LABEL    PIC X(15).
043800     05  HOLGEN-EL-NATURAL      PIC X(08).
043900
044000 01  HOLGEN-SUMMARY-LINE-1.
044100     05  FILLER                 PIC X(13) VALUE "RULES READ : ".
044200     05  HOLGEN-SL-RULES        PIC ZZZZZZZ9.
044300     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
044400     05  HOLGEN-SL-RULES-REJ    PIC ZZZZZZZ9.
044500     05  FILLER                 PIC X(19) VALUE
044600             "  OVERRIDES READ : ".
044700     05  HOLGEN-SL-OVR          PIC ZZZZZZZ9.
044800     05  FILLER                 PIC X(13) VALUE "  REJECTED : ".
044900     05  HOLGEN-SL-OVR-REJ      PIC ZZZZZZZ9.
045000     05  FILLER                 PIC X(42) VALUE SPACES.
045100
045200 01  HOLGEN-SUMMARY-LINE-2.
045300     05  FILLER                 PIC X(19) VALUE
045400             "DATES FROM RULES : ".
045500     05  HOLGEN-SL-GENERATED    PIC ZZZZZZZ9.
045600     05  FILLER                 PIC X(20) VALUE
045700             "  OVERRIDES ADDED : ".
045800     05  HOLGEN-SL-ADDED        PIC ZZZZZZZ9.
045900     05  FILLER                 PIC X(12) VALUE "  DELETED : ".
046000     05  HOLGEN-SL-DELETED      PIC ZZZZZZZ9.
046100     05  FILLER                 PIC X(12) VALUE "  WRITTEN : ".
046200     05  HOLGEN-SL-WRITTEN      PIC ZZZZZZZ9.
046300     05  FILLER                 PIC X(37) VALUE SPACES.
046400
046500 01  HOLGEN-SUMMARY-LINE-3.
046600     05  FILLER                 PIC X(09) VALUE "ERRORS : ".
046700     05  HOLGEN-SL-ERRORS       PIC ZZZZZZZ9.
046800     05  FILLER                 PIC X(10) VALUE "  NOTES : ".
046900     05  HOLGEN-SL-NOTES        PIC ZZZZZZZ9.
047000     05  FILLER                 PIC X(97) VALUE SPACES.
047100
047200 01  HOLGEN-VERDICT-LINE.
047300     05  HOLGEN-VL-VERDICT      PIC X(60).
047400     05  FILLER                 PIC X(72) VALUE SPACES.
047500
047600 PROCEDURE DIVISION.
047700
047800 0000-MAINLINE.
047900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
048000     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
048100     MOVE HOLGEN-FIRST-YEAR TO HOLGEN-YEAR.
048200     PERFORM 2000-GENERATE-ONE-YEAR THRU 2000-EXIT
048300         UNTIL HOLGEN-YEAR > HOLGEN-LAST-YEAR
048400         OR HOLGEN-TABLE-OVERFLOW.
048500     PERFORM 3000-MERGE-OVERRIDES THRU 3000-EXIT.
048600     PERFORM 4000-WRITE-STAGING THRU 4000-EXIT.
048700     PERFORM 7000-WRITE-SUMMARY THRU 7000-EXIT.
048800     CLOSE HOL-RULES.
048900     CLOSE HOL-OVERRIDES.
049000     CLOSE HOL-STAGING.
049100     CLOSE GEN-LISTING.
049200     EVALUATE TRUE
049300         WHEN HOLGEN-TABLE-OVERFLOW
049400             MOVE 8 TO RETURN-CODE
049500         WHEN HOLGEN-DATES-WRITTEN = 0
049600             MOVE 8 TO RETURN-CODE
049700         WHEN HOLGEN-ERROR-COUNT > 0
049800             MOVE 4 TO RETURN-CODE
049900         WHEN OTHER
050000             MOVE 0 TO RETURN-CODE
050100     END-EVALUATE.
050200     PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT.
050300     STOP RUN.
050400
050500******************************************************************
050600*    1000-INITIALIZE
050700*    READS THE CONTROL CARD AND OPENS THE FILES.  A MISSING OR
050800*    NON-NUMERIC YEAR, A LAST YEAR BEFORE THE FIRST, A YEAR
050900*    OUTSIDE THE SUPPORTED RANGE, OR A SPAN OVER TWENTY YEARS
051000*    ENDS THE RUN RC 16 BEFORE THE STAGING FILE IS TOUCHED; A
051100*    FILE THAT WILL NOT OPEN ENDS IT RC 12.
051200******************************************************************
051300 1000-INITIALIZE.
051400     ACCEPT HOLGEN-RUN-DATE FROM DATE YYYYMMDD.
051500     ACCEPT HOLGEN-RUN-TIME FROM TIME.
051600     ACCEPT HOLGEN-OPERATOR-ID FROM ENVIRONMENT "JOB_ID".
051700     IF HOLGEN-OPERATOR-ID = SPACES
051800         ACCEPT HOLGEN-OPERATOR-ID FROM ENVIRONMENT "USER"
051900     END-IF.
052000     IF HOLGEN-OPERATOR-ID = SPACES
052100         MOVE "UNKNOWN" TO HOLGEN-OPERATOR-ID
052200     END-IF.
052300     OPEN INPUT GEN-CONTROL.
052400     IF HOLGEN-CTL-STATUS <> "00"
052500         SET HOLGEN-CONTROL-BAD TO TRUE
052600     ELSE
052700         READ GEN-CONTROL
052800             AT END
052900                 SET HOLGEN-CONTROL-BAD TO TRUE
053000         END-READ
053100         CLOSE GEN-CONTROL
053200     END-IF.
053300     IF NOT HOLGEN-CONTROL-BAD
053400         PERFORM 1100-EDIT-CONTROL-CARD THRU 1100-EXIT
053500     END-IF.
053600     IF HOLGEN-CONTROL-BAD
053700         DISPLAY "HOLGEN - CONTROL CARD MISSING OR INVALID"
053800         MOVE 16 TO RETURN-CODE
053900         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
054000         STOP RUN
054100     END-IF.
054200     OPEN INPUT  HOL-RULES.
054300     OPEN INPUT  HOL-OVERRIDES.
054400     OPEN OUTPUT HOL-STAGING.
054500     OPEN OUTPUT GEN-LISTING.
054600     IF HOLGEN-RUL-STATUS <> "00" OR
054700        HOLGEN-OVR-STATUS <> "00" OR
054800        HOLGEN-STG-STATUS <> "00" OR
054900        HOLGEN-LST-STATUS <> "00"
055000         DISPLAY "HOLGEN - FILE OPEN FAILED, HOLRULE STATUS "
055100             HOLGEN-RUL-STATUS " HOLOVR STATUS "
055200             HOLGEN-OVR-STATUS
055300         DISPLAY "HOLGEN - HOLSTG STATUS " HOLGEN-STG-STATUS
055400             " HOLGLST STATUS " HOLGEN-LST-STATUS
055500         MOVE 12 TO RETURN-CODE
055600         PERFORM 9000-WRITE-RUN-STATS THRU 9000-EXIT
055700         STOP RUN
055800     END-IF.
055900     MOVE HOLGEN-RUN-DATE   TO HOLGEN-H1-DATE.
056000     MOVE HOLGEN-FIRST-YEAR TO HOLGEN-H1-FIRST.
056100     MOVE HOLGEN-LAST-YEAR  TO HOLGEN-H1-LAST.
056200     WRITE GEN-LISTING-RECORD FROM HOLGEN-HEADING-LINE.
056300     MOVE SPACES TO GEN-LISTING-RECORD.
056400     WRITE GEN-LISTING-RECORD.
056500     MOVE "RULE AND OVERRIDE FINDINGS" TO HOLGEN-SH-TEXT.
056600     WRITE GEN-LISTING-RECORD FROM HOLGEN-SUBHEAD-LINE.
056700 1000-EXIT.
056800     EXIT.
056900
057000******************************************************************
057100*    1100-EDIT-CONTROL-CARD
057200*    A BLANK FIRST YEAR DEFAULTS TO THE YEAR AFTER THE RUN DATE,
057300*    THE DECEMBER REFRESH CASE; A BLANK LAST YEAR DEFAULTS TO
057400*    THE FIRST YEAR.
057500******************************************************************
057600 1100-EDIT-CONTROL-CARD.
057700     IF CT-FIRST-YEAR = SPACES
057800         MOVE HOLGEN-RUN-DATE(1:4) TO HOLGEN-FIRST-YEAR
057900         ADD 1 TO HOLGEN-FIRST-YEAR
058000     ELSE
058100         IF CT-FIRST-YEAR IS NUMERIC
058200             MOVE CT-FIRST-YEAR TO HOLGEN-FIRST-YEAR
058300         ELSE
058400             SET HOLGEN-CONTROL-BAD TO TRUE
058500             GO TO 1100-EXIT
058600         END-IF
058700     END-IF.
058800     IF CT-LAST-YEAR = SPACES
058900         MOVE HOLGEN-FIRST-YEAR TO HOLGEN-LAST-YEAR
059000     ELSE
059100         IF CT-LAST-YEAR IS NUMERIC
059200             MOVE CT-LAST-YEAR TO HOLGEN-LAST-YEAR
059300         ELSE
059400             SET HOLGEN-CONTROL-BAD TO TRUE
059500             GO TO 1100-EXIT
059600         END-IF
059700     END-IF.
059800     IF HOLGEN-FIRST-YEAR < HOLGEN-MIN-YEAR OR
059900        HOLGEN-LAST-YEAR > HOLGEN-MAX-YEAR OR
060000        HOLGEN-LAST-YEAR < HOLGEN-FIRST-YEAR
060100         SET HOLGEN-CONTROL-BAD TO TRUE
060200         GO TO 1100-EXIT
060300     END-IF.
060400     COMPUTE HOLGEN-SPAN =
060500         HOLGEN-LAST-YEAR - HOLGEN-FIRST-YEAR + 1.
060600     IF HOLGEN-SPAN > HOLGEN-MAX-SPAN
060700         SET HOLGEN-CONTROL-BAD TO TRUE
060800     END-IF.
060900 1100-EXIT.
061000     EXIT.
061100
061200******************************************************************
061300*    1200-LOAD-RULES
061400*    READS THE WHOLE RULE FILE INTO THE RULE TABLE, SCREENING
061500*    EACH RULE ONCE SO A BAD RULE IS LISTED A SINGLE TIME RATHER
061600*    THAN ONCE PER GENERATED YEAR.
061700******************************************************************
061800 1200-LOAD-RULES.
061900     PERFORM 1210-READ-RULE THRU 1210-EXIT.
062000     PERFORM 1220-EDIT-ONE-RULE THRU 1220-EXIT
062100         UNTIL HOLGEN-RULES-EOF.
062200 1200-EXIT.
062300     EXIT.
062400
062500 1210-READ-RULE.
062600     READ HOL-RULES
062700         AT END
062800             SET HOLGEN-RULES-EOF TO TRUE
062900     END-READ.
063000 1210-EXIT.
063100     EXIT.
063200
063300 1220-EDIT-ONE-RULE.
063400     IF HOL-RULE-RECORD = SPACES
063500         GO TO 1220-NEXT
063600     END-IF.
063700     ADD 1 TO HOLGEN-RULES-READ.
063800     ADD 1 TO HOLGEN-RULE-RECNO.
063900     MOVE SPACES TO HOLGEN-FINDING-TEXT.
064000     EVALUATE TRUE
064100         WHEN NOT HR-FIXED-DATE AND NOT HR-NTH-WEEKDAY AND
064200              NOT HR-LAST-WEEKDAY AND NOT HR-EASTER-OFFSET
064300             MOVE "RULE TYPE NOT F N L OR E"
064400                 TO HOLGEN-FINDING-TEXT
064500         WHEN NOT HR-OBSERVE-VALID
064600             MOVE "OBSERVANCE NOT BLANK M OR N"
064700                 TO HOLGEN-FINDING-TEXT
064800         WHEN HR-EASTER-OFFSET
064900             IF (HR-OFFSET-SIGN NOT = "+" AND
065000                 HR-OFFSET-SIGN NOT = "-") OR
065100                HR-OFFSET-DAYS IS NOT NUMERIC
065200                 MOVE "EASTER OFFSET NOT SIGNED 3 DIGITS"
065300                     TO HOLGEN-FINDING-TEXT
065400             END-IF
065500         WHEN HR-MONTH IS NOT NUMERIC
065600             MOVE "MONTH NOT 01 THROUGH 12"
065700                 TO HOLGEN-FINDING-TEXT
065800         WHEN HR-MONTH-NUM < 1 OR HR-MONTH-NUM > 12
065900             MOVE "MONTH NOT 01 THROUGH 12"
066000                 TO HOLGEN-FINDING-TEXT
066100         WHEN HR-FIXED-DATE
066200             IF HR-DAY IS NOT NUMERIC
066300                 MOVE "DAY NOT VALID FOR THE MONTH"
066400                     TO HOLGEN-FINDING-TEXT
066500             ELSE
066600                 MOVE HOLGEN-MONTH-DAYS(HR-MONTH-NUM)
066700                     TO HOLGEN-MONTH-LEN
066800                 IF HR-MONTH-NUM = 2
066900                     MOVE 29 TO HOLGEN-MONTH-LEN
067000                 END-IF
067100                 IF HR-DAY-NUM < 1 OR
067200                    HR-DAY-NUM > HOLGEN-MONTH-LEN
067300                     MOVE "DAY NOT VALID FOR THE MONTH"
067400                         TO HOLGEN-FINDING-TEXT
067500                 END-IF
067600             END-IF
067700         WHEN HR-WEEKDAY IS NOT NUMERIC
067800             MOVE "WEEKDAY NOT 1 THROUGH 7"
067900                 TO HOLGEN-FINDING-TEXT
068000         WHEN HR-WEEKDAY-NUM < 1 OR HR-WEEKDAY-NUM > 7
068100             MOVE "WEEKDAY NOT 1 THROUGH 7"
068200                 TO HOLGEN-FINDING-TEXT
068300         WHEN HR-NTH-WEEKDAY
068400             IF HR-NTH IS NOT NUMERIC
068500                 MOVE "OCCURRENCE NOT 1 THROUGH 5"
068600                     TO HOLGEN-FINDING-TEXT
068700             ELSE
068800                 IF HR-NTH-NUM < 1 OR HR-NTH-NUM > 5
068900                     MOVE "OCCURRENCE NOT 1 THROUGH 5"
069000                         TO HOLGEN-FINDING-TEXT
069100                 END-IF
069200             END-IF
069300     END-EVALUATE.
069400     IF HOLGEN-FINDING-TEXT = SPACES AND
069500        HOLGEN-RULE-COUNT >= HOLGEN-RULE-MAX
069600         MOVE "RULE TABLE FULL" TO HOLGEN-FINDING-TEXT
069700     END-IF.
069800     IF HOLGEN-FINDING-TEXT NOT = SPACES
069900         MOVE HR-CAL-ID         TO HOLGEN-FINDING-CAL
070000         MOVE SPACES            TO HOLGEN-FINDING-DATE
070100         MOVE "RULE"            TO HOLGEN-SRC-KIND
070200         MOVE HOLGEN-RULE-RECNO TO HOLGEN-SRC-SEQ
070300         MOVE "E"               TO HOLGEN-FINDING-SEV
070400         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
070500         ADD 1 TO HOLGEN-RULES-REJECTED
070600         GO TO 1220-NEXT
070700     END-IF.
070800     ADD 1 TO HOLGEN-RULE-COUNT.
070900     MOVE HOLGEN-RULE-COUNT TO HOLGEN-RULE-SUB.
071000     MOVE HOLGEN-RULE-RECNO TO HOLGEN-RL-SEQ(HOLGEN-RULE-SUB).
071100     MOVE HR-CAL-ID         TO HOLGEN-RL-CAL(HOLGEN-RULE-SUB).
071200     MOVE HR-RULE-TYPE      TO HOLGEN-RL-TYPE(HOLGEN-RULE-SUB).
071300     MOVE ZERO TO HOLGEN-RL-MONTH(HOLGEN-RULE-SUB).
071400     MOVE ZERO TO HOLGEN-RL-DAY(HOLGEN-RULE-SUB).
071500     MOVE ZERO TO HOLGEN-RL-WEEKDAY(HOLGEN-RULE-SUB).
071600     MOVE ZERO TO HOLGEN-RL-NTH(HOLGEN-RULE-SUB).
071700     MOVE ZERO TO HOLGEN-RL-OFFSET(HOLGEN-RULE-SUB).
071800     IF HR-EASTER-OFFSET
071900         MOVE HR-OFFSET-DAYS-NUM
072000             TO HOLGEN-RL-OFFSET(HOLGEN-RULE-SUB)
072100         IF HR-OFFSET-SIGN = "-"
072200             COMPUTE HOLGEN-RL-OFFSET(HOLGEN-RULE-SUB) =
072300                 0 - HR-OFFSET-DAYS-NUM
072400         END-IF
072500     ELSE
072600         MOVE HR-MONTH-NUM TO HOLGEN-RL-MONTH(HOLGEN-RULE-SUB)
072700     END-IF.
072800     IF HR-FIXED-DATE
072900         MOVE HR-DAY-NUM TO HOLGEN-RL-DAY(HOLGEN-RULE-SUB)
073000     END-IF.
073100     IF HR-NTH-WEEKDAY OR HR-LAST-WEEKDAY
073200         MOVE HR-WEEKDAY-NUM
073300             TO HOLGEN-RL-WEEKDAY(HOLGEN-RULE-SUB)
073400     END-IF.
073500     IF HR-NTH-WEEKDAY
073600         MOVE HR-NTH-NUM TO HOLGEN-RL-NTH(HOLGEN-RULE-SUB)
073700     END-IF.
073800     MOVE HR-OBSERVE TO HOLGEN-RL-OBSERVE(HOLGEN-RULE-SUB).
073900     MOVE HR-NAME    TO HOLGEN-RL-NAME(HOLGEN-RULE-SUB).
074000 1220-NEXT.
074100     PERFORM 1210-READ-RULE THRU 1210-EXIT.
074200 1220-EXIT.
074300     EXIT.
074400
074500******************************************************************
074600*    2000-GENERATE-ONE-YEAR
074700*    EXPANDS EVERY RULE FOR ONE YEAR IN TWO PASSES: FIRST THE
074800*    DATES THAT STAND WHERE THEY FALL, THEN THE WEEKEND DATES
074900*    AN OBSERVANCE RULE MOVES, SO A MOVED HOLIDAY NEVER LANDS ON
075000*    A DAY ANOTHER HOLIDAY ALREADY HOLDS.
075100******************************************************************
075200 2000-GENERATE-ONE-YEAR.
075300     PERFORM 2250-COMPUTE-EASTER THRU 2250-EXIT.
075400     MOVE ZERO TO HOLGEN-PEND-COUNT.
075500     MOVE 1 TO HOLGEN-RULE-SUB.
075600     PERFORM 2100-EXPAND-ONE-RULE THRU 2100-EXIT
075700         UNTIL HOLGEN-RULE-SUB > HOLGEN-RULE-COUNT
075800         OR HOLGEN-TABLE-OVERFLOW.
075900     MOVE 1 TO HOLGEN-PEND-SUB.
076000     PERFORM 2300-OBSERVE-ONE-PENDING THRU 2300-EXIT
076100         UNTIL HOLGEN-PEND-SUB > HOLGEN-PEND-COUNT
076200         OR HOLGEN-TABLE-OVERFLOW.
076300     ADD 1 TO HOLGEN-YEAR.
076400 2000-EXIT.
076500     EXIT.
076600
076700******************************************************************
076800*    2100-EXPAND-ONE-RULE
076900*    FIRST PASS FOR ONE RULE.  A WEEKDAY DATE IS ADDED AT ONCE;
077000*    A WEEKEND DATE IS HELD FOR THE SECOND PASS WHEN THE RULE
077100*    HAS AN OBSERVANCE, AND OTHERWISE LEFT OUT -- A HOLIDAY ON
077200*    A SATURDAY OR SUNDAY COSTS NO BUSINESS DAY, AND HOLMNT
077300*    WOULD ONLY WARN ON IT.
077400******************************************************************
077500 2100-EXPAND-ONE-RULE.
077600     PERFORM 2200-RULE-DATE THRU 2200-EXIT.
077700     MOVE HOLGEN-RL-CAL(HOLGEN-RULE-SUB) TO HOLGEN-FINDING-CAL.
077800     MOVE "RULE" TO HOLGEN-SRC-KIND.
077900     MOVE HOLGEN-RL-SEQ(HOLGEN-RULE-SUB) TO HOLGEN-SRC-SEQ.
078000     IF HOLGEN-DATE-BAD
078100         MOVE SPACES TO HOLGEN-FINDING-DATE
078200         MOVE HOLGEN-YEAR TO HOLGEN-FINDING-DATE(1:4)
078300         MOVE "I" TO HOLGEN-FINDING-SEV
078400         MOVE "NO SUCH DATE IN THIS YEAR"
078500             TO HOLGEN-FINDING-TEXT
078600         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
078700         GO TO 2100-NEXT
078800     END-IF.
078900     IF HOLGEN-WEEKEND
079000         IF HOLGEN-RL-OBSERVE(HOLGEN-RULE-SUB) = SPACE
079100             MOVE HOLGEN-WORK-DATE TO HOLGEN-FINDING-DATE
079200             MOVE "I" TO HOLGEN-FINDING-SEV
079300             MOVE "WEEKEND, NO OBSERVANCE - NOT WRITTEN"
079400                 TO HOLGEN-FINDING-TEXT
079500             PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
079600         ELSE
079700             ADD 1 TO HOLGEN-PEND-COUNT
079800             MOVE HOLGEN-RULE-SUB
079900                 TO HOLGEN-PD-RULE(HOLGEN-PEND-COUNT)
080000             MOVE HOLGEN-WORK-DATE
080100                 TO HOLGEN-PD-DATE(HOLGEN-PEND-COUNT)
080200             MOVE HOLGEN-DOW
080300                 TO HOLGEN-PD-DOW(HOLGEN-PEND-COUNT)
080400         END-IF
080500         GO TO 2100-NEXT
080600     END-IF.
080700     MOVE SPACES TO HOLGEN-NEW-NATURAL.
080800     PERFORM 2400-ADD-RULE-DATE THRU 2400-EXIT.
080900 2100-NEXT.
081000     ADD 1 TO HOLGEN-RULE-SUB.
081100 2100-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500*    2200-RULE-DATE
081600*    WORKS OUT THE RULE'S NATURAL DATE FOR HOLGEN-YEAR INTO
081700*    HOLGEN-WORK-DATE, WITH ITS WEEKDAY CODE IN HOLGEN-DOW.
081800*    HOLGEN-DATE-BAD COMES BACK SET WHEN THE YEAR HAS NO SUCH
081900*    DATE (FEBRUARY 29 OUTSIDE A LEAP YEAR, A FIFTH MONDAY THE
082000*    MONTH DOES NOT HAVE).
082100******************************************************************
082200 2200-RULE-DATE.
082300     MOVE HOLGEN-YEAR TO HOLGEN-WORK-YEAR.
082400     EVALUATE HOLGEN-RL-TYPE(HOLGEN-RULE-SUB)
082500         WHEN "F"
082600             PERFORM 2210-FIXED-DATE THRU 2210-EXIT
082700         WHEN "N"
082800             PERFORM 2220-NTH-WEEKDAY THRU 2220-EXIT
082900         WHEN "L"
083000             PERFORM 2230-LAST-WEEKDAY THRU 2230-EXIT
083100         WHEN OTHER
083200             PERFORM 2240-EASTER-RELATIVE THRU 2240-EXIT
083300     END-EVALUATE.
083400 2200-EXIT.
083500     EXIT.
083600
083700 2210-FIXED-DATE.
083800     MOVE HOLGEN-RL-MONTH(HOLGEN-RULE-SUB) TO HOLGEN-WORK-MONTH.
083900     MOVE HOLGEN-RL-DAY(HOLGEN-RULE-SUB)   TO HOLGEN-WORK-DAY.
084000     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
084100 2210-EXIT.
084200     EXIT.
084300
084400******************************************************************
084500*    2220-NTH-WEEKDAY
084600*    THE FIRST SUCH WEEKDAY FALLS MOD(TARGET - FIRST-OF-MONTH, 7)
084700*    DAYS AFTER THE 1ST; EACH FURTHER OCCURRENCE IS A WEEK ON.
084800******************************************************************
084900 2220-NTH-WEEKDAY.
085000     MOVE HOLGEN-RL-MONTH(HOLGEN-RULE-SUB) TO HOLGEN-WORK-MONTH.
085100     MOVE 1 TO HOLGEN-WORK-DAY.
085200     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
085300     COMPUTE HOLGEN-TARGET-DOW = FUNCTION MOD(
085400         HOLGEN-RL-WEEKDAY(HOLGEN-RULE-SUB) + 5, 7).
085500     COMPUTE HOLGEN-DAY-WORK = 1 + FUNCTION MOD(
085600         HOLGEN-TARGET-DOW - HOLGEN-DOW + 7, 7)
085700         + 7 * (HOLGEN-RL-NTH(HOLGEN-RULE-SUB) - 1).
085800     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
085900     IF HOLGEN-DAY-WORK > HOLGEN-MONTH-LEN
086000         SET HOLGEN-DATE-BAD TO TRUE
086100         GO TO 2220-EXIT
086200     END-IF.
086300     MOVE HOLGEN-DAY-WORK TO HOLGEN-WORK-DAY.
086400     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
086500 2220-EXIT.
086600     EXIT.
086700
086800******************************************************************
086900*    2230-LAST-WEEKDAY
087000*    COUNTS BACK FROM THE LAST DAY OF THE MONTH TO THE MOST
087100*    RECENT SUCH WEEKDAY.
087200******************************************************************
087300 2230-LAST-WEEKDAY.
087400     MOVE HOLGEN-RL-MONTH(HOLGEN-RULE-SUB) TO HOLGEN-WORK-MONTH.
087500     PERFORM 6100-MONTH-LENGTH THRU 6100-EXIT.
087600     MOVE HOLGEN-MONTH-LEN TO HOLGEN-WORK-DAY.
087700     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
087800     COMPUTE HOLGEN-TARGET-DOW = FUNCTION MOD(
087900         HOLGEN-RL-WEEKDAY(HOLGEN-RULE-SUB) + 5, 7).
088000     COMPUTE HOLGEN-DAY-WORK = HOLGEN-MONTH-LEN - FUNCTION MOD(
088100         HOLGEN-DOW - HOLGEN-TARGET-DOW + 7, 7).
088200     MOVE HOLGEN-DAY-WORK TO HOLGEN-WORK-DAY.
088300     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
088400 2230-EXIT.
088500     EXIT.
088600
088700 2240-EASTER-RELATIVE.
088800     MOVE HOLGEN-EASTER-DATE TO HOLGEN-WORK-DATE.
088900     MOVE HOLGEN-RL-OFFSET(HOLGEN-RULE-SUB) TO HOLGEN-SHIFT-DAYS.
089000     PERFORM 6200-ADD-DAYS THRU 6200-EXIT.
089100     IF NOT HOLGEN-DATE-BAD
089200         PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT
089300     END-IF.
089400 2240-EXIT.
089500     EXIT.
089600
089700******************************************************************
089800*    2250-COMPUTE-EASTER
089900*    EASTER SUNDAY OF HOLGEN-YEAR BY THE ANONYMOUS GREGORIAN
090000*    ALGORITHM (MEEUS / JONES / BUTCHER):
090100*        A = Y MOD 19        B = Y / 100        C = Y MOD 100
090200*        D = B / 4           E = B MOD 4        F = (B + 8) / 25
090300*        G = (B - F + 1) / 3
090400*        H = (19A + B - D - G + 15) MOD 30
090500*        I = C / 4           K = C MOD 4
090600*        L = (32 + 2E + 2I - H - K) MOD 7
090700*        M = (A + 11H + 22L) / 451
090800*        N = H + L - 7M + 114
090900*        MONTH = N / 31      DAY = N MOD 31 + 1
091000*    ALL DIVISIONS ARE WHOLE-NUMBER DIVISIONS.
091100******************************************************************
091200 2250-COMPUTE-EASTER.
091300     DIVIDE HOLGEN-YEAR BY 19 GIVING HOLGEN-EA-QUOT
091400         REMAINDER HOLGEN-EA-A.
091500     DIVIDE HOLGEN-YEAR BY 100 GIVING HOLGEN-EA-B
091600         REMAINDER HOLGEN-EA-C.
091700     DIVIDE HOLGEN-EA-B BY 4 GIVING HOLGEN-EA-D
091800         REMAINDER HOLGEN-EA-E.
091900     COMPUTE HOLGEN-EA-WORK = HOLGEN-EA-B + 8.
092000     DIVIDE HOLGEN-EA-WORK BY 25 GIVING HOLGEN-EA-F.
092100     COMPUTE HOLGEN-EA-WORK = HOLGEN-EA-B - HOLGEN-EA-F + 1.
092200     DIVIDE HOLGEN-EA-WORK BY 3 GIVING HOLGEN-EA-G.
092300     COMPUTE HOLGEN-EA-WORK = 19 * HOLGEN-EA-A + HOLGEN-EA-B
092400         - HOLGEN-EA-D - HOLGEN-EA-G + 15.
092500     DIVIDE HOLGEN-EA-WORK BY 30 GIVING HOLGEN-EA-QUOT
092600         REMAINDER HOLGEN-EA-H.
092700     DIVIDE HOLGEN-EA-C BY 4 GIVING HOLGEN-EA-I
092800         REMAINDER HOLGEN-EA-K.
092900     COMPUTE HOLGEN-EA-WORK = 32 + 2 * HOLGEN-EA-E
093000         + 2 * HOLGEN-EA-I - HOLGEN-EA-H - HOLGEN-EA-K.
093100     DIVIDE HOLGEN-EA-WORK BY 7 GIVING HOLGEN-EA-QUOT
093200         REMAINDER HOLGEN-EA-L.
093300     COMPUTE HOLGEN-EA-WORK = HOLGEN-EA-A + 11 * HOLGEN-EA-H
093400         + 22 * HOLGEN-EA-L.
093500     DIVIDE HOLGEN-EA-WORK BY 451 GIVING HOLGEN-EA-M.
093600     COMPUTE HOLGEN-EA-N = HOLGEN-EA-H + HOLGEN-EA-L
093700         - 7 * HOLGEN-EA-M + 114.
093800     MOVE HOLGEN-YEAR TO HOLGEN-WORK-YEAR.
093900     DIVIDE HOLGEN-EA-N BY 31 GIVING HOLGEN-WORK-MONTH
094000         REMAINDER HOLGEN-EA-WORK.
094100     COMPUTE HOLGEN-WORK-DAY = HOLGEN-EA-WORK + 1.
094200     MOVE HOLGEN-WORK-DATE TO HOLGEN-EASTER-DATE.
094300 2250-EXIT.
094400     EXIT.
094500
094600******************************************************************
094700*    2300-OBSERVE-ONE-PENDING
094800*    SECOND PASS FOR ONE HELD WEEKEND DATE.  OBSERVANCE M MOVES
094900*    IT TO THE MONDAY; N MOVES A SATURDAY BACK TO THE FRIDAY AND
095000*    A SUNDAY ON TO THE MONDAY.  IF THAT DAY IS ALREADY A
095100*    HOLIDAY IN THE SAME CALENDAR THE DATE STEPS FORWARD TO THE
095200*    NEXT FREE WEEKDAY.
095300******************************************************************
095400 2300-OBSERVE-ONE-PENDING.
095500     MOVE HOLGEN-PD-RULE(HOLGEN-PEND-SUB) TO HOLGEN-RULE-SUB.
095600     MOVE HOLGEN-PD-DATE(HOLGEN-PEND-SUB) TO HOLGEN-WORK-DATE.
095700     MOVE HOLGEN-PD-DATE(HOLGEN-PEND-SUB) TO HOLGEN-NEW-NATURAL.
095800     MOVE HOLGEN-PD-DOW(HOLGEN-PEND-SUB)  TO HOLGEN-DOW.
095900     EVALUATE TRUE
096000         WHEN HOLGEN-SUNDAY
096100             MOVE 1 TO HOLGEN-SHIFT-DAYS
096200         WHEN HOLGEN-RL-OBSERVE(HOLGEN-RULE-SUB) = "N"
096300             MOVE -1 TO HOLGEN-SHIFT-DAYS
096400         WHEN OTHER
096500             MOVE 2 TO HOLGEN-SHIFT-DAYS
096600     END-EVALUATE.
096700     PERFORM 6200-ADD-DAYS THRU 6200-EXIT.
096800     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
096900     MOVE "N" TO HOLGEN-FREE-SW.
097000     MOVE ZERO TO HOLGEN-TRIES.
097100     PERFORM 2310-TEST-ONE-DAY THRU 2310-EXIT
097200         UNTIL HOLGEN-DAY-FREE OR HOLGEN-DATE-BAD
097300         OR HOLGEN-TRIES > 10.
097400     MOVE HOLGEN-RL-CAL(HOLGEN-RULE-SUB) TO HOLGEN-FINDING-CAL.
097500     MOVE "RULE" TO HOLGEN-SRC-KIND.
097600     MOVE HOLGEN-RL-SEQ(HOLGEN-RULE-SUB) TO HOLGEN-SRC-SEQ.
097700     IF NOT HOLGEN-DAY-FREE
097800         MOVE HOLGEN-NEW-NATURAL TO HOLGEN-FINDING-DATE
097900         MOVE "E" TO HOLGEN-FINDING-SEV
098000         MOVE "NO FREE WEEKDAY FOR THE OBSERVED DATE"
098100             TO HOLGEN-FINDING-TEXT
098200         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
098300         GO TO 2300-NEXT
098400     END-IF.
098500     PERFORM 2400-ADD-RULE-DATE THRU 2400-EXIT.
098600 2300-NEXT.
098700     ADD 1 TO HOLGEN-PEND-SUB.
098800 2300-EXIT.
098900     EXIT.
099000
099100 2310-TEST-ONE-DAY.
099200     ADD 1 TO HOLGEN-TRIES.
099300     MOVE HOLGEN-RL-CAL(HOLGEN-RULE-SUB) TO HOLGEN-NEW-CAL.
099400     MOVE HOLGEN-WORK-DATE TO HOLGEN-NEW-DATE.
099500     PERFORM 5100-FIND-ENTRY THRU 5100-EXIT.
099600     IF NOT HOLGEN-WEEKEND AND NOT HOLGEN-KEY-FOUND
099700         SET HOLGEN-DAY-FREE TO TRUE
099800         GO TO 2310-EXIT
099900     END-IF.
100000     MOVE 1 TO HOLGEN-SHIFT-DAYS.
100100     PERFORM 6200-ADD-DAYS THRU 6200-EXIT.
100200     IF NOT HOLGEN-DATE-BAD
100300         PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT
100400     END-IF.
100500 2310-EXIT.
100600     EXIT.
100700
100800******************************************************************
100900*    2400-ADD-RULE-DATE
101000*    ADDS THE DATE IN HOLGEN-WORK-DATE TO THE CALENDAR AS THE
101100*    CURRENT RULE'S HOLIDAY.  HOLGEN-NEW-NATURAL IS ALREADY SET
101200*    BY THE CALLER (SPACES UNLESS AN OBSERVANCE MOVED THE DATE).
101300******************************************************************
101400 2400-ADD-RULE-DATE.
101500     MOVE HOLGEN-RL-CAL(HOLGEN-RULE-SUB)  TO HOLGEN-NEW-CAL.
101600     MOVE HOLGEN-WORK-DATE                TO HOLGEN-NEW-DATE.
101700     MOVE "RULE"                          TO HOLGEN-NEW-KIND.
101800     MOVE HOLGEN-RL-SEQ(HOLGEN-RULE-SUB)  TO HOLGEN-NEW-SEQ.
101900     MOVE HOLGEN-RL-NAME(HOLGEN-RULE-SUB) TO HOLGEN-NEW-NAME.
102000     MOVE HOLGEN-DOW                      TO HOLGEN-NEW-DOW.
102100     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
102200     IF HOLGEN-ENTRY-ADDED
102300         ADD 1 TO HOLGEN-DATES-FROM-RULES
102400     END-IF.
102500 2400-EXIT.
102600     EXIT.
102700
102800******************************************************************
102900*    3000-MERGE-OVERRIDES
103000*    APPLIES THE MANUAL OVERRIDE FILE TO THE GENERATED CALENDAR.
103100*    OVERRIDES RUN AFTER EVERY RULE SO A DELETE CAN REMOVE ANY
103200*    GENERATED DATE.  NOTHING IS MERGED INTO A CALENDAR THAT HAS
103300*    ALREADY OVERFLOWED THE TABLE.
103400******************************************************************
103500 3000-MERGE-OVERRIDES.
103600     IF HOLGEN-TABLE-OVERFLOW
103700         GO TO 3000-EXIT
103800     END-IF.
103900     PERFORM 3100-READ-OVERRIDE THRU 3100-EXIT.
104000     PERFORM 3200-APPLY-ONE-OVERRIDE THRU 3200-EXIT
104100         UNTIL HOLGEN-OVERRIDES-EOF
104200         OR HOLGEN-TABLE-OVERFLOW.
104300 3000-EXIT.
104400     EXIT.
104500
104600 3100-READ-OVERRIDE.
104700     READ HOL-OVERRIDES
104800         AT END
104900             SET HOLGEN-OVERRIDES-EOF TO TRUE
105000     END-READ.
105100 3100-EXIT.
105200     EXIT.
105300
105400 3200-APPLY-ONE-OVERRIDE.
105500     IF HOL-OVERRIDE-RECORD = SPACES
105600         GO TO 3200-NEXT
105700     END-IF.
105800     ADD 1 TO HOLGEN-OVR-READ.
105900     MOVE HO-CAL-ID      TO HOLGEN-FINDING-CAL.
106000     MOVE HO-DATE        TO HOLGEN-FINDING-DATE.
106100     MOVE "OVERRIDE"     TO HOLGEN-SRC-KIND.
106200     MOVE HOLGEN-OVR-READ TO HOLGEN-SRC-SEQ.
106300     MOVE "E"            TO HOLGEN-FINDING-SEV.
106400     IF HO-DATE IS NOT NUMERIC
106500         MOVE "NON-NUMERIC DATE VALUE" TO HOLGEN-FINDING-TEXT
106600         GO TO 3200-REJECT
106700     END-IF.
106800     MOVE HO-DATE TO HOLGEN-WORK-DATE.
106900     PERFORM 6000-DATE-TO-ABS THRU 6000-EXIT.
107000     IF HOLGEN-DATE-BAD
107100         MOVE "INVALID CALENDAR DATE" TO HOLGEN-FINDING-TEXT
107200         GO TO 3200-REJECT
107300     END-IF.
107400     IF HO-YEAR < HOLGEN-FIRST-YEAR OR
107500        HO-YEAR > HOLGEN-LAST-YEAR
107600         MOVE "OUTSIDE GENERATED YEAR RANGE"
107700             TO HOLGEN-FINDING-TEXT
107800         GO TO 3200-REJECT
107900     END-IF.
108000     MOVE HO-CAL-ID TO HOLGEN-NEW-CAL.
108100     MOVE HO-DATE   TO HOLGEN-NEW-DATE.
108200     EVALUATE TRUE
108300         WHEN HO-DELETE
108400             PERFORM 3300-DELETE-OVERRIDE THRU 3300-EXIT
108500         WHEN HO-ADD
108600             PERFORM 3400-ADD-OVERRIDE THRU 3400-EXIT
108700         WHEN OTHER
108800             MOVE "ACTION NOT A OR D" TO HOLGEN-FINDING-TEXT
108900             GO TO 3200-REJECT
109000     END-EVALUATE.
109100     GO TO 3200-NEXT.
109200 3200-REJECT.
109300     PERFORM 4500-WRITE-FINDING THRU 4500-EXIT.
109400     ADD 1 TO HOLGEN-OVR-REJECTED.
109500 3200-NEXT.
109600     PERFORM 3100-READ-OVERRIDE THRU 3100-EXIT.
109700 3200-EXIT.
109800     EXIT.
109900
110000******************************************************************
110100*    3300-DELETE-OVERRIDE
110200*    REMOVES A GENERATED DATE.  THE REMOVAL IS LISTED AS A NOTE
110300*    NAMING THE RULE THAT PRODUCED THE DATE, SO THE REVIEWER SEES
110400*    WHAT THE OVERRIDE TOOK OUT.
110500******************************************************************
110600 3300-DELETE-OVERRIDE.
110700     PERFORM 5100-FIND-ENTRY THRU 5100-EXIT.
110800     IF NOT HOLGEN-KEY-FOUND
110900         MOVE "NO GENERATED DATE TO DELETE"
111000             TO HOLGEN-FINDING-TEXT
111100         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
111200         ADD 1 TO HOLGEN-OVR-REJECTED
111300         GO TO 3300-EXIT
111400     END-IF.
111500     MOVE HOLGEN-ENT-KIND(HOLGEN-ENT-SUB)
111600         TO HOLGEN-DL-SOURCE(1:9).
111700     MOVE HOLGEN-ENT-SEQ(HOLGEN-ENT-SUB)
111800         TO HOLGEN-DL-SOURCE(10:3).
111900     MOVE HOLGEN-DELETED-TEXT TO HOLGEN-FINDING-TEXT.
112000     MOVE "I" TO HOLGEN-FINDING-SEV.
112100     PERFORM 4500-WRITE-FINDING THRU 4500-EXIT.
112200     PERFORM 5300-REMOVE-ENTRY THRU 5300-EXIT.
112300     ADD 1 TO HOLGEN-OVR-DELETED.
112400 3300-EXIT.
112500     EXIT.
112600
112700******************************************************************
112800*    3400-ADD-OVERRIDE
112900*    ADDS A ONE-OFF DATE.  A WEEKEND DATE IS REJECTED, FOR THE
113000*    SAME REASON HOLMNT WARNS ON ONE.
113100******************************************************************
113200 3400-ADD-OVERRIDE.
113300     IF HOLGEN-WEEKEND
113400         MOVE "FALLS ON SATURDAY OR SUNDAY"
113500             TO HOLGEN-FINDING-TEXT
113600         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
113700         ADD 1 TO HOLGEN-OVR-REJECTED
113800         GO TO 3400-EXIT
113900     END-IF.
114000     MOVE "OVERRIDE"      TO HOLGEN-NEW-KIND.
114100     MOVE HOLGEN-OVR-READ TO HOLGEN-NEW-SEQ.
114200     MOVE HO-NAME         TO HOLGEN-NEW-NAME.
114300     MOVE SPACES          TO HOLGEN-NEW-NATURAL.
114400     MOVE HOLGEN-DOW      TO HOLGEN-NEW-DOW.
114500     PERFORM 5000-ADD-ENTRY THRU 5000-EXIT.
114600     IF HOLGEN-ENTRY-ADDED
114700         ADD 1 TO HOLGEN-OVR-ADDED
114800     END-IF.
114900 3400-EXIT.
115000     EXIT.
115100
115200******************************************************************
115300*    4000-WRITE-STAGING
115400*    WRITES THE GENERATED CALENDAR TO THE STAGING DATASET AND
115500*    LISTS EACH DATE WITH THE RULE OR OVERRIDE BEHIND IT.  AN
115600*    OVERFLOWED CALENDAR IS NOT WRITTEN AT ALL: A TRUNCATED FILE
115700*    WOULD PASS HOLMNT AND BE PROMOTED SHORT.
115800******************************************************************
115900 4000-WRITE-STAGING.
116000     MOVE SPACES TO GEN-LISTING-RECORD.
116100     WRITE GEN-LISTING-RECORD.
116200     MOVE "GENERATED HOLIDAYS" TO HOLGEN-SH-TEXT.
116300     WRITE GEN-LISTING-RECORD FROM HOLGEN-SUBHEAD-LINE.
116400     IF HOLGEN-TABLE-OVERFLOW
116500         GO TO 4000-EXIT
116600     END-IF.
116700     MOVE 1 TO HOLGEN-ENT-SUB.
116800     PERFORM 4100-WRITE-ONE-ENTRY THRU 4100-EXIT
116900         UNTIL HOLGEN-ENT-SUB > HOLGEN-ENT-COUNT.
117000 4000-EXIT.
117100     EXIT.
117200
117300 4100-WRITE-ONE-ENTRY.
117400     MOVE SPACES TO HOL-STAGING-RECORD.
117500     MOVE HOLGEN-ENT-DATE(HOLGEN-ENT-SUB) TO HS-DATE.
117600     MOVE HOLGEN-ENT-CAL(HOLGEN-ENT-SUB)  TO HS-CAL-ID.
117700     WRITE HOL-STAGING-RECORD.
117800     ADD 1 TO HOLGEN-DATES-WRITTEN.
117900     MOVE HOLGEN-ENT-DATE(HOLGEN-ENT-SUB) TO HOLGEN-EL-DATE.
118000     MOVE HOLGEN-DAY-NAME(HOLGEN-ENT-DOW(HOLGEN-ENT-SUB) + 1)
118100         TO HOLGEN-EL-DAY.
118200     MOVE HOLGEN-ENT-CAL(HOLGEN-ENT-SUB)  TO HOLGEN-EL-CAL.
118300     MOVE HOLGEN-ENT-KIND(HOLGEN-ENT-SUB) TO HOLGEN-SRC-KIND.
118400     MOVE HOLGEN-ENT-SEQ(HOLGEN-ENT-SUB)  TO HOLGEN-SRC-SEQ.
118500     MOVE HOLGEN-SOURCE-TEXT              TO HOLGEN-EL-SOURCE.
118600     MOVE HOLGEN-ENT-NAME(HOLGEN-ENT-SUB) TO HOLGEN-EL-NAME.
118700     IF HOLGEN-ENT-NATURAL(HOLGEN-ENT-SUB) = SPACES
118800         MOVE SPACES TO HOLGEN-EL-OBS-LABEL
118900     ELSE
119000         MOVE "OBSERVED FOR : " TO HOLGEN-EL-OBS-LABEL
119100     END-IF.
119200     MOVE HOLGEN-ENT-NATURAL(HOLGEN-ENT-SUB) TO HOLGEN-EL-NATURAL.
119300     WRITE GEN-LISTING-RECORD FROM HOLGEN-ENTRY-LINE.
119400     ADD 1 TO HOLGEN-ENT-SUB.
119500 4100-EXIT.
119600     EXIT.
119700
119800******************************************************************
119900*    4500-WRITE-FINDING
120000*    WRITES ONE FINDING LINE.  THE CALLER HAS SET THE CALENDAR,
120100*    DATE, SOURCE, SEVERITY AND TEXT.
120200******************************************************************
120300 4500-WRITE-FINDING.
120400     MOVE HOLGEN-FINDING-CAL  TO HOLGEN-FL-CAL.
120500     MOVE HOLGEN-FINDING-DATE TO HOLGEN-FL-DATE.
120600     MOVE HOLGEN-SOURCE-TEXT  TO HOLGEN-FL-SOURCE.
120700     MOVE HOLGEN-FINDING-SEV  TO HOLGEN-FL-SEV.
120800     MOVE HOLGEN-FINDING-TEXT TO HOLGEN-FL-TEXT.
120900     WRITE GEN-LISTING-RECORD FROM HOLGEN-FINDING-LINE.
121000     IF HOLGEN-FINDING-SEV = "E"
121100         ADD 1 TO HOLGEN-ERROR-COUNT
121200     ELSE
121300         ADD 1 TO HOLGEN-NOTE-COUNT
121400     END-IF.
121500 4500-EXIT.
121600     EXIT.
121700
121800******************************************************************
121900*    5000-ADD-ENTRY
122000*    INSERTS HOLGEN-NEW-ENTRY INTO THE CALENDAR AT ITS SORTED
122100*    PLACE.  A DATE ALREADY IN THE SAME CALENDAR IS NOT ADDED
122200*    TWICE -- THAT WOULD BE A HOLMNT DUPLICATE ERROR -- AND IS
122300*    LISTED AS A NOTE NAMING THE SOURCE THAT GOT THERE FIRST
122400*    (ASCENSION CAN FALL ON 1 MAY, FOR ONE).  A FULL TABLE SETS
122500*    THE OVERFLOW SWITCH, WHICH STOPS THE RUN'S GENERATION.
122600******************************************************************
122700 5000-ADD-ENTRY.
122800     MOVE "N" TO HOLGEN-ADD-SW.
122900     PERFORM 5100-FIND-ENTRY THRU 5100-EXIT.
123000     IF HOLGEN-KEY-FOUND
123100         MOVE HOLGEN-NEW-CAL  TO HOLGEN-FINDING-CAL
123200         MOVE HOLGEN-NEW-DATE TO HOLGEN-FINDING-DATE
123300         MOVE HOLGEN-NEW-KIND TO HOLGEN-SRC-KIND
123400         MOVE HOLGEN-NEW-SEQ  TO HOLGEN-SRC-SEQ
123500         MOVE HOLGEN-ENT-KIND(HOLGEN-ENT-SUB)
123600             TO HOLGEN-SD-SOURCE(1:9)
123700         MOVE HOLGEN-ENT-SEQ(HOLGEN-ENT-SUB)
123800             TO HOLGEN-SD-SOURCE(10:3)
123900         MOVE HOLGEN-SAME-DATE-TEXT TO HOLGEN-FINDING-TEXT
124000         MOVE "I" TO HOLGEN-FINDING-SEV
124100         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
124200         GO TO 5000-EXIT
124300     END-IF.
124400     IF HOLGEN-ENT-COUNT >= HOLGEN-ENT-MAX
124500         MOVE HOLGEN-NEW-CAL  TO HOLGEN-FINDING-CAL
124600         MOVE HOLGEN-NEW-DATE TO HOLGEN-FINDING-DATE
124700         MOVE HOLGEN-NEW-KIND TO HOLGEN-SRC-KIND
124800         MOVE HOLGEN-NEW-SEQ  TO HOLGEN-SRC-SEQ
124900         MOVE "EXCEEDS BUSDAY 500-ENTRY TABLE LIMIT"
125000             TO HOLGEN-FINDING-TEXT
125100         MOVE "E" TO HOLGEN-FINDING-SEV
125200         PERFORM 4500-WRITE-FINDING THRU 4500-EXIT
125300         SET HOLGEN-TABLE-OVERFLOW TO TRUE
125400         GO TO 5000-EXIT
125500     END-IF.
125600     MOVE HOLGEN-ENT-COUNT TO HOLGEN-MOVE-SUB.
125700     PERFORM 5200-SHIFT-ONE-UP THRU 5200-EXIT
125800         UNTIL HOLGEN-MOVE-SUB < HOLGEN-ENT-SUB.
125900     MOVE HOLGEN-NEW-KEY     TO HOLGEN-ENT-KEY(HOLGEN-ENT-SUB).
126000     MOVE HOLGEN-NEW-KIND    TO HOLGEN-ENT-KIND(HOLGEN-ENT-SUB).
126100     MOVE HOLGEN-NEW-SEQ     TO HOLGEN-ENT-SEQ(HOLGEN-ENT-SUB).
126200     MOVE HOLGEN-NEW-NAME    TO HOLGEN-ENT-NAME(HOLGEN-ENT-SUB).
126300     MOVE HOLGEN-NEW-NATURAL
126400         TO HOLGEN-ENT-NATURAL(HOLGEN-ENT-SUB).
126500     MOVE HOLGEN-NEW-DOW     TO HOLGEN-ENT-DOW(HOLGEN-ENT-SUB).
126600     ADD 1 TO HOLGEN-ENT-COUNT.
126700     SET HOLGEN-ENTRY-ADDED TO TRUE.
126800 5000-EXIT.
126900     EXIT.
127000
127100******************************************************************
127200*    5100-FIND-ENTRY
127300*    SCANS THE SORTED CALENDAR FOR HOLGEN-NEW-KEY.  ON RETURN
127400*    HOLGEN-ENT-SUB IS THE MATCHING ENTRY WHEN HOLGEN-KEY-FOUND
127500*    IS SET, AND OTHERWISE THE PLACE THE KEY WOULD BE INSERTED.
127600******************************************************************
127700 5100-FIND-ENTRY.
127800     MOVE "N" TO HOLGEN-POS-SW.
127900     MOVE "N" TO HOLGEN-KEY-SW.
128000     MOVE 1 TO HOLGEN-ENT-SUB.
128100     PERFORM 5110-COMPARE-ONE-ENTRY THRU 5110-EXIT
128200         UNTIL HOLGEN-POS-FOUND
128300         OR HOLGEN-ENT-SUB > HOLGEN-ENT-COUNT.
128400 5100-EXIT.
128500     EXIT.
128600
128700 5110-COMPARE-ONE-ENTRY.
128800     IF HOLGEN-ENT-KEY(HOLGEN-ENT-SUB) < HOLGEN-NEW-KEY
128900         ADD 1 TO HOLGEN-ENT-SUB
129000         GO TO 5110-EXIT
129100     END-IF.
129200     SET HOLGEN-POS-FOUND TO TRUE.
129300     IF HOLGEN-ENT-KEY(HOLGEN-ENT-SUB) = HOLGEN-NEW-KEY
129400         SET HOLGEN-KEY-FOUND TO TRUE
129500     END-IF.
129600 5110-EXIT.
129700     EXIT.
129800
129900 5200-SHIFT-ONE-UP.
130000     MOVE HOLGEN-ENTRY(HOLGEN-MOVE-SUB)
130100         TO HOLGEN-ENTRY(HOLGEN-MOVE-SUB + 1).
130200     SUBTRACT 1 FROM HOLGEN-MOVE-SUB.
130300 5200-EXIT.
130400     EXIT.
130500
130600******************************************************************
130700*    5300-REMOVE-ENTRY
130800*    CLOSES THE GAP LEFT BY THE ENTRY AT HOLGEN-ENT-SUB.
130900******************************************************************
131000 5300-REMOVE-ENTRY.
131100     MOVE HOLGEN-ENT-SUB TO HOLGEN-MOVE-SUB.
131200     PERFORM 5310-SHIFT-ONE-DOWN THRU 5310-EXIT
131300         UNTIL HOLGEN-MOVE-SUB >= HOLGEN-ENT-COUNT.
131400     SUBTRACT 1 FROM HOLGEN-ENT-COUNT.
131500 5300-EXIT.
131600     EXIT.
131700
131800 5310-SHIFT-ONE-DOWN.
131900     MOVE HOLGEN-ENTRY(HOLGEN-MOVE-SUB + 1)
132000         TO HOLGEN-ENTRY(HOLGEN-MOVE-SUB).
132100     ADD 1 TO HOLGEN-MOVE-SUB.
132200 5310-EXIT.
132300     EXIT.
132400
132500******************************************************************
132600*    6000-DATE-TO-ABS
132700*    VALIDATES HOLGEN-WORK-DATE THROUGH DAYCNT AGAINST THE FIXED
132800*    EPOCH 0100-01-01 AND SETS ITS WEEKDAY CODE IN HOLGEN-DOW,
132900*    THE SAME ARITHMETIC BUSDAY AND HOLMNT USE.
133000******************************************************************
133100 6000-DATE-TO-ABS.
133200     MOVE "N" TO HOLGEN-DATE-BAD-SW.
133300     MOVE 0100 TO DAYCNT-START-YEAR.
133400     MOVE 01   TO DAYCNT-START-MONTH.
133500     MOVE 01   TO DAYCNT-START-DAY.
133600     MOVE HOLGEN-WORK-DATE TO DAYCNT-END-DATE.
133700     SET DAYCNT-BASIS-ACTUAL TO TRUE.
133800     CALL "DAYCNT" USING DAYCNT-PARM.
133900     IF NOT DAYCNT-OK
134000         SET HOLGEN-DATE-BAD TO TRUE
134100         GO TO 6000-EXIT
134200     END-IF.
134300     COMPUTE HOLGEN-DOW = FUNCTION MOD(
134400         DAYCNT-DAY-COUNT + HOLGEN-EPOCH-OFFSET, 7).
134500 6000-EXIT.
134600     EXIT.
134700
134800******************************************************************
134900*    6100-MONTH-LENGTH
135000*    DAYS IN HOLGEN-WORK-MONTH OF HOLGEN-WORK-YEAR, WITH THE
135100*    FEBRUARY LENGTH FROM LEAPCHK.
135200******************************************************************
135300 6100-MONTH-LENGTH.
135400     MOVE HOLGEN-MONTH-DAYS(HOLGEN-WORK-MONTH)
135500         TO HOLGEN-MONTH-LEN.
135600     IF HOLGEN-WORK-MONTH = 2
135700         MOVE HOLGEN-WORK-YEAR TO LEAPCHK-YEAR-IN
135800         CALL "LEAPCHK" USING LEAPCHK-PARM
135900         IF LEAPCHK-IS-LEAP
136000             MOVE 29 TO HOLGEN-MONTH-LEN
136100         END-IF
136200     END-IF.
136300 6100-EXIT.
136400     EXIT.
136500
136600******************************************************************
136700*    6200-ADD-DAYS
136800*    MOVES HOLGEN-WORK-DATE BY HOLGEN-SHIFT-DAYS CALENDAR DAYS
136900*    THROUGH DATEADD.
137000******************************************************************
137100 6200-ADD-DAYS.
137200     MOVE "N" TO HOLGEN-DATE-BAD-SW.
137300     MOVE HOLGEN-WORK-DATE  TO DATEADD-DATE-IN.
137400     MOVE HOLGEN-SHIFT-DAYS TO DATEADD-DAYS.
137500     CALL "DATEADD" USING DATEADD-PARM.
137600     IF NOT DATEADD-OK
137700         SET HOLGEN-DATE-BAD TO TRUE
137800         GO TO 6200-EXIT
137900     END-IF.
138000     MOVE DATEADD-DATE-OUT TO HOLGEN-WORK-DATE.
138100 6200-EXIT.
138200     EXIT.
138300
138400******************************************************************
138500*    7000-WRITE-SUMMARY
138600*    TRAILING CONTROL COUNTS AND THE VERDICT.  DATES WRITTEN IS
138700*    DATES FROM RULES PLUS OVERRIDES ADDED LESS OVERRIDES
138800*    DELETED.
138900******************************************************************
139000 7000-WRITE-SUMMARY.
139100     MOVE SPACES TO GEN-LISTING-RECORD.
139200     WRITE GEN-LISTING-RECORD.
139300     MOVE HOLGEN-RULES-READ       TO HOLGEN-SL-RULES.
139400     MOVE HOLGEN-RULES-REJECTED   TO HOLGEN-SL-RULES-REJ.
139500     MOVE HOLGEN-OVR-READ         TO HOLGEN-SL-OVR.
139600     MOVE HOLGEN-OVR-REJECTED     TO HOLGEN-SL-OVR-REJ.
139700     WRITE GEN-LISTING-RECORD FROM HOLGEN-SUMMARY-LINE-1.
139800     MOVE HOLGEN-DATES-FROM-RULES TO HOLGEN-SL-GENERATED.
139900     MOVE HOLGEN-OVR-ADDED        TO HOLGEN-SL-ADDED.
140000     MOVE HOLGEN-OVR-DELETED      TO HOLGEN-SL-DELETED.
140100     MOVE HOLGEN-DATES-WRITTEN    TO HOLGEN-SL-WRITTEN.
140200     WRITE GEN-LISTING-RECORD FROM HOLGEN-SUMMARY-LINE-2.
140300     MOVE HOLGEN-ERROR-COUNT      TO HOLGEN-SL-ERRORS.
140400     MOVE HOLGEN-NOTE-COUNT       TO HOLGEN-SL-NOTES.
140500     WRITE GEN-LISTING-RECORD FROM HOLGEN-SUMMARY-LINE-3.
140600     EVALUATE TRUE
140700         WHEN HOLGEN-TABLE-OVERFLOW
140800             MOVE "*** TABLE LIMIT EXCEEDED - STAGING NOT WRITTEN"
140900                 TO HOLGEN-VL-VERDICT
141000         WHEN HOLGEN-DATES-WRITTEN = 0
141100             MOVE "*** NO HOLIDAYS GENERATED ***"
141200                 TO HOLGEN-VL-VERDICT
141300         WHEN HOLGEN-ERROR-COUNT > 0
141400             MOVE "ERRORS LISTED - CORRECT RULES BEFORE HOLMNT"
141500                 TO HOLGEN-VL-VERDICT
141600         WHEN OTHER
141700             MOVE "STAGING CALENDAR WRITTEN - READY FOR HOLMNT"
141800                 TO HOLGEN-VL-VERDICT
141900     END-EVALUATE.
142000     WRITE GEN-LISTING-RECORD FROM HOLGEN-VERDICT-LINE.
142100 7000-EXIT.
142200     EXIT.
142300
142400******************************************************************
142500*    9000-WRITE-RUN-STATS
142600*    APPENDS THIS RUN'S ONE RECORD TO THE SHARED RUNSTAT DATASET.
142700*    RECORDS READ IS RULES PLUS OVERRIDES, ACCEPTED IS THE DATES
142800*    WRITTEN TO STAGING, REJECTED IS RULES PLUS OVERRIDES
142900*    REJECTED.  BEST-EFFORT, AS IN DAYDRV.
143000******************************************************************
143100 9000-WRITE-RUN-STATS.
143200     OPEN EXTEND RUN-STATS.
143300     IF HOLGEN-STAT-STATUS <> "00"
143400         OPEN OUTPUT RUN-STATS
143500     END-IF.
143600     IF HOLGEN-STAT-STATUS <> "00"
143700         DISPLAY "HOLGEN - RUNSTAT OPEN FAILED, STATUS "
143800             HOLGEN-STAT-STATUS
143900         GO TO 9000-EXIT
144000     END-IF.
144100     MOVE SPACES TO RUNSTAT-RECORD.
144200     MOVE "HOLGEN"            TO RUNSTAT-PROGRAM-ID.
144300     MOVE HOLGEN-RUN-DATE     TO RUNSTAT-RUN-DATE.
144400     MOVE HOLGEN-RUN-TIME(1:6) TO RUNSTAT-RUN-TIME.
144500     MOVE HOLGEN-OPERATOR-ID  TO RUNSTAT-OPERATOR.
144600     COMPUTE RUNSTAT-RECS-READ =
144700         HOLGEN-RULES-READ + HOLGEN-OVR-READ.
144800     MOVE HOLGEN-DATES-WRITTEN TO RUNSTAT-RECS-ACCEPTED.
144900     COMPUTE RUNSTAT-RECS-REJECTED =
145000         HOLGEN-RULES-REJECTED + HOLGEN-OVR-REJECTED.
145100     MOVE RETURN-CODE         TO RUNSTAT-COND-CODE.
145200     SET RUNSTAT-FRESH-RUN TO TRUE.
145300     WRITE RUN-STATS-RECORD FROM RUNSTAT-RECORD.
145400     CLOSE RUN-STATS.
145500 9000-EXIT.
145600     EXIT.
