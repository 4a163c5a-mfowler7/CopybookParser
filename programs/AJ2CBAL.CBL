000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2CBAL.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2CBAL - CYCLE RECORD BALANCING (STEP-TO-STEP CONSERVATION)
000900*
001000*  AJ2RECON PROVES THE EXTRACT TIES TO BILLING; THIS JOB PROVES
001100*  THE RECORDS SURVIVE EVERY HAND-OFF AFTER THAT.  EACH
001200*  PRODUCING JOB POSTS A CONTROL TOTAL (RECORD COUNT, AMOUNT-DUE
001300*  HASH, ACCOUNT HASH) PER DATASET TO THE CYCLE CONTROL-TOTALS
001400*  FILE (CYCCTL, COPY CTLTOT) THROUGH AJ2CTLT.  THIS JOB RUNS
001500*  AFTER AJ2COMP, AHEAD OF THE PRINT RELEASE, AND PROVES:
001600*
001700*    01  AJ2OUT (AJ2RECON) = AJ2PRNT + AJ2SUPR + AJ2READ
001800*        (AJ2NCOA)
001900*    02  AJ2PRN2 + UNRESOLVED AJ2SUPR (AJ2ADRC) = AJ2PRNT +
002000*        AJ2READ (AJ2NCOA) - THE PASSED-THROUGH PRINT FEED PLUS
002100*        THE CORRECTED PIECES, WITH THE UNRESOLVED ONES HELD
002200*    03  AJ2PRNG + AJ2DUPH (AJ2DUPG) = AJ2PRN2 (AJ2ADRC)
002300*    04  AJ2PRNH (AJ2HHLD) = AJ2PRNG (AJ2DUPG)
002400*    05  THE PRINT FEED AJ2COMP READ = AJ2PRNH (AJ2HHLD)
002500*    06  CMPRTE01 + CMPRTE02 + CMPRTE03 + HELD STATEMENTS =
002600*        THE PRINT FEED AJ2COMP READ
002700*    07  COMPRTE = CMPRTE01 + CMPRTE02 + CMPRTE03
002800*
002900*  EQUATIONS 01-07 USE THE LATEST ROW EACH JOB POSTED FOR THE
003000*  RUN-CONTROL CYCLE, SO A RERUN AFTER AJ2RCIN REOPENS THE
003100*  CYCLE REPLACES THE FAILED RUN'S TOTALS.  A ROW THAT IS
003200*  MISSING IS REPORTED AS NOT REPORTED AND FAILS THE EQUATION -
003300*  A JOB THAT DID NOT POST CANNOT BE PROVEN.
003400*
003500*  THE JOBS WHOSE OUTPUT IS RENAMED OVER THEIR INPUT ARE PROVEN
003600*  RUN BY RUN, EACH RUN'S OUTPUT AGAINST WHAT IT READ:
003700*
003800*    08  AJ2NEW = AJ2OUT (AJ2EBNC)
003900*    09  AJ2NEW = AJ2OUT (AJACHRT)
004000*    10  AJ2KEEP + AJ2ARCH = AJ2OUT (AJAPURGE)
004100*
004200*  THESE RUN OFF-CYCLE OR AFTER THIS JOB, SO EVERY RUN POSTED
004300*  SINCE THE LAST CLEAN BALANCE IS PROVEN.  A CLEAN BALANCE
004400*  APPENDS A MARKER ROW (ROLE 'B') TO CYCCTL; RUNS AHEAD OF THE
004500*  LATEST MARKER WERE PROVEN THEN AND ARE NOT PROVEN AGAIN.  A
004600*  RUN THAT IS OUT OF BALANCE BUT WAS RERUN LATER AGAINST THE
004700*  SAME INPUT (SAME INPUT TOTALS) IS REPORTED AS SUPERSEDED
004800*  RATHER THAN FAILING EVERY CYCLE AFTER IT.
004810*
004820*  A RUN THAT CANNOT BE RERUN IS CLEARED BY A SUPERVISOR'S
004830*  ACKNOWLEDGEMENT: PARAMETER ACKRUN ON THE CONTROL-PARAMETER
004840*  MASTER NAMES THE RUN - JOB (8), RUN DATE YYYYMMDD (8) AND THE
004850*  HHMM OF THE RUN TIME (4), AS THE REPORT SHOWS THEM.  THAT RUN
004860*  IS REPORTED AS ACKNOWLEDGED AND NOT COUNTED AGAINST THE
004870*  BALANCE, AND AN ACKNOWLEDGEMENT ROW (ROLE 'A') IS APPENDED TO
004880*  CYCCTL SO IT STAYS ACKNOWLEDGED WHEN THE PARAMETER IS CHANGED
004890*  TO NAME ANOTHER RUN.
004900*
005000*  ANY EQUATION OUT OF BALANCE OR NOT REPORTED ENDS THE RUN
005100*  WITH RETURN CODE 8 SO THE SCHEDULER HOLDS THE PRINT RELEASE,
005200*  THE SAME AS A TRIPPED AJ2CYCG GATE.  THE BALANCING REPORT
005300*  (CBALRPT) SHOWS EVERY TERM OF EVERY EQUATION.
005400*
005500*  THE ACCOUNT HASH IS KEPT MODULO 10**18, AS AJ2CTLT KEEPS IT,
005600*  SO SUMS OF HASHES ARE TAKEN THE SAME WAY (6000-ADD-ACCT-HASH)
005700*  AND STILL COMPARE EXACTLY.
005800*
005900*  MODIFICATION HISTORY
006000*  --------------------
006100*  10/15/26  DRO  OSDC-3340  SUPERVISOR ACKNOWLEDGEMENT OF AN
006200*                            OUT-OF-BALANCE RUN (ACKRUN); NO
006233*                            REPORT TOTALS WHEN THE REPORT WAS
006266*                            NEVER OPENED.
006272*  10/15/26  DRO  OSDC-3340  EQUATIONS 03-05 FOLLOW AJ2DUPG'S
006278*                            MOVE AHEAD OF AJ2HHLD.
006284*  10/14/26  DRO  OSDC-3337  NEW PROGRAM - CYCLE RECORD
006290*                            CONSERVATION BALANCING.
006300******************************************************************
006400 ENVIRONMENT DIVISION.
006500 CONFIGURATION SECTION.
006600 SOURCE-COMPUTER.   IBM-Z15.
006700 OBJECT-COMPUTER.   IBM-Z15.
006800 INPUT-OUTPUT SECTION.
006900 FILE-CONTROL.
007000     SELECT RUN-CTL       ASSIGN TO RUNCTL
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-RCT-STATUS.
007300     SELECT CYC-CTL       ASSIGN TO CYCCTL
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-CTL-STATUS.
007600     SELECT CBAL-RPT      ASSIGN TO CBALRPT
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS WS-CBAL-STATUS.
007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  RUN-CTL
008200     RECORDING MODE IS F.
008300 01  RUN-CTL-REC.
008400     COPY RUNCTL.
008500 FD  CYC-CTL
008600     RECORDING MODE IS F.
008700 01  CYC-CTL-REC.
008800     COPY CTLTOT.
008900 FD  CBAL-RPT.
009000 01  CBAL-RPT-LINE            PIC X(132).
009100 WORKING-STORAGE SECTION.
009200 01  WS-FILE-STATUSES.
009300     05 WS-RCT-STATUS         PIC X(2)  VALUE '00'.
009400     05 WS-CTL-STATUS         PIC X(2)  VALUE '00'.
009500     05 WS-CBAL-STATUS        PIC X(2)  VALUE '00'.
009600 01  WS-SWITCHES.
009700     05 WS-CTL-EOF-SW         PIC X(1)  VALUE 'N'.
009800         88 WS-CTL-EOF                  VALUE 'Y'.
009900     05 WS-CTL-OPEN-SW        PIC X(1)  VALUE 'N'.
010000         88 WS-CTL-OPEN                 VALUE 'Y'.
010100     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
010200         88 WS-ABEND                    VALUE 'Y'.
010300     05 WS-OUT-OF-BAL-SW      PIC X(1)  VALUE 'N'.
010400         88 WS-OUT-OF-BAL               VALUE 'Y'.
010500     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
010600         88 WS-RCTL-BLOCKED             VALUE 'Y'.
010700     05 WS-MISSING-SW         PIC X(1)  VALUE 'N'.
010800         88 WS-TERM-MISSING             VALUE 'Y'.
010900     05 WS-EQ-FAILED-SW       PIC X(1)  VALUE 'N'.
011000         88 WS-EQ-FAILED                VALUE 'Y'.
011100     05 WS-RERUN-SW           PIC X(1)  VALUE 'N'.
011200         88 WS-RERUN-FOUND              VALUE 'Y'.
011220     05 WS-ACK-NEW-SW         PIC X(1)  VALUE 'N'.
011240         88 WS-ACK-NEW                  VALUE 'Y'.
011260     05 WS-FILES-OPEN-SW      PIC X(1)  VALUE 'N'.
011280         88 WS-FILES-OPEN               VALUE 'Y'.
011300 01  WS-COUNTERS              COMP.
011400     05 WS-ROW-READ-CT        PIC 9(9)  VALUE ZERO.
011500     05 WS-ROW-CYCLE-CT       PIC 9(9)  VALUE ZERO.
011600     05 WS-ROW-BAD-CT         PIC 9(9)  VALUE ZERO.
011700     05 WS-MARKER-CT          PIC 9(9)  VALUE ZERO.
011800     05 WS-RUN-CHECK-CT       PIC 9(9)  VALUE ZERO.
011900     05 WS-EQ-RUN-CT          PIC 9(9)  VALUE ZERO.
012000     05 WS-PROVEN-CT          PIC 9(4)  VALUE ZERO.
012100     05 WS-FAIL-CT            PIC 9(4)  VALUE ZERO.
012150     05 WS-ACK-CT             PIC 9(4)  VALUE ZERO.
012200 01  WS-CYCLE-FIELDS.
012300     05 WS-CYCLE-DATE         PIC 9(8)  VALUE ZERO.
012400     05 WS-CYCLE-NUM          PIC 9(5)  VALUE ZERO.
012407******************************************************************
012414*  THE RUN ACKRUN NAMES, AND THE RUN ACKNOWLEDGED THIS TIME.
012421******************************************************************
012428 01  WS-ACK-RUN.
012435     05 WS-ACK-JOB            PIC X(8)  VALUE SPACES.
012442     05 WS-ACK-DATE           PIC X(8)  VALUE SPACES.
012449     05 WS-ACK-DATE-N         REDEFINES WS-ACK-DATE
012456                              PIC 9(8).
012463     05 WS-ACK-HHMM           PIC X(4)  VALUE SPACES.
012470 01  WS-ACK-ROW.
012477     05 WS-ACK-ROW-JOB        PIC X(8)  VALUE SPACES.
012484     05 WS-ACK-ROW-DATE       PIC 9(8)  VALUE ZERO.
012491     05 WS-ACK-ROW-TIME       PIC 9(8)  VALUE ZERO.
012500******************************************************************
012600*  THE EQUATIONS - TYPE 'C' IS PROVEN ONCE FOR THE CYCLE, TYPE
012700*  'R' RUN BY RUN.  ENTRY N IS EQUATION N.
012800******************************************************************
012900 01  WS-EQ-LIST.
013000     05 FILLER                PIC X(51) VALUE
013100         'CNCOA SPLIT: AJ2OUT = AJ2PRNT + AJ2SUPR + AJ2READ'.
013200     05 FILLER                PIC X(51) VALUE
013300         'CADDRESS CORRECTION: PRN2 + SUPR = PRNT + READ'.
013400     05 FILLER                PIC X(51) VALUE
013500         'CDUPLICATE GUARD: AJ2PRNG + AJ2DUPH = AJ2PRN2'.
013600     05 FILLER                PIC X(51) VALUE
013700         'CHOUSEHOLDING: AJ2PRNH = AJ2PRNG'.
013800     05 FILLER                PIC X(51) VALUE
013900         'CPRINT FEED: AJ2COMP INPUT = AJ2PRNH'.
014000     05 FILLER                PIC X(51) VALUE
014100         'CCOMPOSITION: SITE FEEDS + HELD = AJ2COMP INPUT'.
014200     05 FILLER                PIC X(51) VALUE
014300         'CROUTING: COMPRTE = CMPRTE01 + CMPRTE02 + CMPRTE03'.
014400     05 FILLER                PIC X(51) VALUE
014500         'REBILL BOUNCE: AJ2NEW = AJ2OUT, EACH RUN'.
014600     05 FILLER                PIC X(51) VALUE
014700         'RACH RETURN: AJ2NEW = AJ2OUT, EACH RUN'.
014800     05 FILLER                PIC X(51) VALUE
014900         'RPURGE: AJ2KEEP + AJ2ARCH = AJ2OUT, EACH RUN'.
015000 01  WS-EQ-LIST-R REDEFINES WS-EQ-LIST.
015100     05 WS-EQ-DEF             OCCURS 10 TIMES.
015200         10 WS-EQ-TYPE        PIC X(1).
015300             88 WS-EQ-CYCLE             VALUE 'C'.
015400             88 WS-EQ-PER-RUN           VALUE 'R'.
015500         10 WS-EQ-TITLE       PIC X(50).
015600******************************************************************
015700*  THE TERMS OF EACH EQUATION - EQUATION NUMBER, SIDE (L/R),
015800*  POSTING JOB, DATASET AND ROLE AS AJ2CTLT POSTS THEM.
015900******************************************************************
016000 01  WS-TERM-LIST.
016100     05 FILLER             PIC X(20) VALUE '01LAJ2RECONAJ2OUT  O'.
016200     05 FILLER             PIC X(20) VALUE '01RAJ2NCOA AJ2PRNT O'.
016300     05 FILLER             PIC X(20) VALUE '01RAJ2NCOA AJ2SUPR O'.
016400     05 FILLER             PIC X(20) VALUE '01RAJ2NCOA AJ2READ O'.
016500     05 FILLER             PIC X(20) VALUE '02LAJ2ADRC AJ2PRN2 O'.
016600     05 FILLER             PIC X(20) VALUE '02LAJ2ADRC AJ2SUPR O'.
016700     05 FILLER             PIC X(20) VALUE '02RAJ2NCOA AJ2PRNT O'.
016800     05 FILLER             PIC X(20) VALUE '02RAJ2NCOA AJ2READ O'.
016900     05 FILLER             PIC X(20) VALUE '03LAJ2DUPG AJ2PRNG O'.
017000     05 FILLER             PIC X(20) VALUE '03LAJ2DUPG AJ2DUPH O'.
017100     05 FILLER             PIC X(20) VALUE '03RAJ2ADRC AJ2PRN2 O'.
017200     05 FILLER             PIC X(20) VALUE '04LAJ2HHLD AJ2PRNH O'.
017300     05 FILLER             PIC X(20) VALUE '04RAJ2DUPG AJ2PRNG O'.
017400     05 FILLER             PIC X(20) VALUE '05LAJ2COMP AJ2OUT  I'.
017500     05 FILLER             PIC X(20) VALUE '05RAJ2HHLD AJ2PRNH O'.
017600     05 FILLER             PIC X(20) VALUE '06LAJ2COMP CMPRTE01O'.
017700     05 FILLER             PIC X(20) VALUE '06LAJ2COMP CMPRTE02O'.
017800     05 FILLER             PIC X(20) VALUE '06LAJ2COMP CMPRTE03O'.
017900     05 FILLER             PIC X(20) VALUE '06LAJ2COMP HELD    X'.
018000     05 FILLER             PIC X(20) VALUE '06RAJ2COMP AJ2OUT  I'.
018100     05 FILLER             PIC X(20) VALUE '07LAJ2COMP COMPRTE O'.
018200     05 FILLER             PIC X(20) VALUE '07RAJ2COMP CMPRTE01O'.
018300     05 FILLER             PIC X(20) VALUE '07RAJ2COMP CMPRTE02O'.
018400     05 FILLER             PIC X(20) VALUE '07RAJ2COMP CMPRTE03O'.
018500     05 FILLER             PIC X(20) VALUE '08LAJ2EBNC AJ2NEW  O'.
018600     05 FILLER             PIC X(20) VALUE '08RAJ2EBNC AJ2OUT  I'.
018700     05 FILLER             PIC X(20) VALUE '09LAJACHRT AJ2NEW  O'.
018800     05 FILLER             PIC X(20) VALUE '09RAJACHRT AJ2OUT  I'.
018900     05 FILLER             PIC X(20) VALUE '10LAJAPURGEAJ2KEEP O'.
019000     05 FILLER             PIC X(20) VALUE '10LAJAPURGEAJ2ARCH O'.
019100     05 FILLER             PIC X(20) VALUE '10RAJAPURGEAJ2OUT  I'.
019200 01  WS-TERM-LIST-R REDEFINES WS-TERM-LIST.
019300     05 WS-TERM-DEF           OCCURS 31 TIMES.
019400         10 WS-TERM-EQ        PIC 9(2).
019500         10 WS-TERM-SIDE      PIC X(1).
019600         10 WS-TERM-KEY.
019700             15 WS-TERM-JOB       PIC X(8).
019800             15 WS-TERM-DATASET   PIC X(8).
019900             15 WS-TERM-ROLE      PIC X(1).
020000******************************************************************
020100*  THE CYCLE'S LATEST TOTALS, ONE PER TERM (SAME SUBSCRIPT).
020200******************************************************************
020300 01  WS-TERM-TOT-TABLE.
020400     05 WS-TERM-TOT           OCCURS 31 TIMES.
020500         10 WS-TT-FOUND-SW        PIC X(1).
020600             88 WS-TT-FOUND                 VALUE 'Y'.
020700         10 WS-TT-RECORD-CT       PIC 9(9)      COMP.
020800         10 WS-TT-AMT-HASH        PIC S9(15)V99 COMP-3.
020900         10 WS-TT-ACCT-HASH       PIC 9(18)     COMP.
021000******************************************************************
021100*  THE RUNS OF THE RENAME-OVER JOBS POSTED SINCE THE LAST CLEAN
021200*  BALANCE, IN FILE ORDER, WITH EACH SIDE OF THEIR EQUATION.
021300******************************************************************
021400 01  WS-RUN-TABLE.
021500     05 WS-RUN-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
021600     05 WS-RUN-ENTRY          OCCURS 500 TIMES.
021700         10 WS-RUN-EQ             PIC 9(2).
021800         10 WS-RUN-JOB            PIC X(8).
021900         10 WS-RUN-DATE           PIC 9(8).
022000         10 WS-RUN-TIME           PIC 9(8).
022100         10 WS-RUN-L-CT           PIC 9(9)      COMP.
022200         10 WS-RUN-L-AMT          PIC S9(15)V99 COMP-3.
022300         10 WS-RUN-L-ACCT         PIC 9(18)     COMP.
022400         10 WS-RUN-R-CT           PIC 9(9)      COMP.
022500         10 WS-RUN-R-AMT          PIC S9(15)V99 COMP-3.
022600         10 WS-RUN-R-ACCT         PIC 9(18)     COMP.
022633         10 WS-RUN-ACK-SW         PIC X(1).
022666             88 WS-RUN-ACKED                VALUE 'Y'.
022700 01  WS-INDEXES               COMP.
022800     05 WS-EQ-IDX             PIC 9(4)  VALUE ZERO.
022900     05 WS-TERM-IDX           PIC 9(4)  VALUE ZERO.
023000     05 WS-RUN-IDX            PIC 9(4)  VALUE ZERO.
023100     05 WS-RUN2-IDX           PIC 9(4)  VALUE ZERO.
023200     05 WS-MATCH-IDX          PIC 9(4)  VALUE ZERO.
023300 01  WS-ROW-KEY.
023400     05 WS-ROW-JOB            PIC X(8).
023500     05 WS-ROW-DATASET        PIC X(8).
023600     05 WS-ROW-ROLE           PIC X(1).
023700 01  WS-WORK-FIELDS.
023800     05 WS-ROW-AMT            PIC S9(15)V99 VALUE ZERO.
023900     05 WS-L-CT               PIC 9(9)      VALUE ZERO.
024000     05 WS-L-AMT              PIC S9(15)V99 VALUE ZERO.
024100     05 WS-L-ACCT             PIC 9(18)     VALUE ZERO.
024200     05 WS-R-CT               PIC 9(9)      VALUE ZERO.
024300     05 WS-R-AMT              PIC S9(15)V99 VALUE ZERO.
024400     05 WS-R-ACCT             PIC 9(18)     VALUE ZERO.
024500     05 WS-HASH-SUM           PIC 9(18)     VALUE ZERO.
024600     05 WS-HASH-ADD           PIC 9(18)     VALUE ZERO.
024700     05 WS-HASH-ROOM          PIC 9(18)     VALUE ZERO.
024800 01  WS-RCTL-COMMAREA.
024900     COPY RCTLCOM.
024933 01  WS-PRMG-COMMAREA.
024966     COPY PRMCOM.
025000 01  WS-RPT-HEADING1.
025100     05 FILLER                PIC X(50) VALUE
025200         'AJ2CBAL - CYCLE RECORD BALANCING REPORT'.
025300     05 FILLER                PIC X(7)  VALUE 'CYCLE '.
025400     05 WS-RPT-CYCLE-DATE     PIC 9(8).
025500     05 FILLER                PIC X(5)  VALUE '  NO '.
025600     05 WS-RPT-CYCLE-NUM      PIC 9(5).
025700 01  WS-RPT-HEADING2.
025800     05 FILLER                PIC X(11) VALUE '    SIDE'.
025900     05 FILLER                PIC X(9)  VALUE 'JOB'.
026000     05 FILLER                PIC X(9)  VALUE 'DATASET'.
026100     05 FILLER                PIC X(3)  VALUE 'R'.
026200     05 FILLER                PIC X(13) VALUE '    RECORDS'.
026300     05 FILLER                PIC X(25) VALUE
026400         '             AMOUNT DUE'.
026500     05 FILLER                PIC X(20) VALUE
026600         '      ACCOUNT HASH'.
026700     05 FILLER                PIC X(16) VALUE 'STATUS'.
026800 01  WS-RPT-EQ-LINE.
026900     05 FILLER                PIC X(3)  VALUE 'EQ '.
027000     05 WS-RPT-EQ-NUM         PIC 9(2).
027100     05 FILLER                PIC X(2)  VALUE SPACES.
027200     05 WS-RPT-EQ-TITLE       PIC X(50).
027300 01  WS-RPT-DETAIL.
027400     05 FILLER                PIC X(4)  VALUE SPACES.
027500     05 WS-RPT-SIDE           PIC X(5).
027600     05 FILLER                PIC X(2)  VALUE SPACES.
027700     05 WS-RPT-JOB            PIC X(8).
027800     05 FILLER                PIC X(1)  VALUE SPACES.
027900     05 WS-RPT-DATASET        PIC X(8).
028000     05 FILLER                PIC X(1)  VALUE SPACES.
028100     05 WS-RPT-ROLE           PIC X(1).
028200     05 FILLER                PIC X(2)  VALUE SPACES.
028300     05 WS-RPT-COUNT          PIC ZZZ,ZZZ,ZZ9.
028400     05 FILLER                PIC X(2)  VALUE SPACES.
028500     05 WS-RPT-AMT            PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
028600     05 FILLER                PIC X(2)  VALUE SPACES.
028700     05 WS-RPT-ACCT           PIC Z(17)9.
028800     05 FILLER                PIC X(2)  VALUE SPACES.
028900     05 WS-RPT-STATUS         PIC X(16).
029000 01  WS-RPT-MISSING.
029100     05 FILLER                PIC X(4)  VALUE SPACES.
029200     05 WS-RPT-MISS-SIDE      PIC X(5).
029300     05 FILLER                PIC X(2)  VALUE SPACES.
029400     05 WS-RPT-MISS-JOB       PIC X(8).
029500     05 FILLER                PIC X(1)  VALUE SPACES.
029600     05 WS-RPT-MISS-DATASET   PIC X(8).
029700     05 FILLER                PIC X(1)  VALUE SPACES.
029800     05 WS-RPT-MISS-ROLE      PIC X(1).
029900     05 FILLER                PIC X(57) VALUE SPACES.
030000     05 FILLER                PIC X(16) VALUE 'NOT REPORTED'.
030100 01  WS-RPT-RUN-LINE.
030200     05 FILLER                PIC X(4)  VALUE SPACES.
030300     05 WS-RPT-RUN-JOB        PIC X(8).
030400     05 FILLER                PIC X(1)  VALUE SPACES.
030500     05 WS-RPT-RUN-DATE       PIC 9(8).
030600     05 FILLER                PIC X(1)  VALUE SPACES.
030700     05 WS-RPT-RUN-TIME       PIC 9(8).
030800     05 FILLER                PIC X(5)  VALUE '  IN '.
030900     05 WS-RPT-RUN-IN-CT      PIC ZZZ,ZZZ,ZZ9.
031000     05 FILLER                PIC X(1)  VALUE SPACES.
031100     05 WS-RPT-RUN-IN-AMT     PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
031200     05 FILLER                PIC X(6)  VALUE '  OUT '.
031300     05 WS-RPT-RUN-OUT-CT     PIC ZZZ,ZZZ,ZZ9.
031400     05 FILLER                PIC X(1)  VALUE SPACES.
031500     05 WS-RPT-RUN-OUT-AMT    PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
031600     05 FILLER                PIC X(2)  VALUE SPACES.
031700     05 WS-RPT-RUN-STATUS     PIC X(16).
031800 01  WS-RPT-NO-RUNS.
031900     05 FILLER                PIC X(4)  VALUE SPACES.
032000     05 FILLER                PIC X(40) VALUE
032100         'NO RUNS POSTED SINCE THE LAST BALANCE'.
032200 01  WS-RPT-TOTALS.
032300     05 FILLER               PIC X(19) VALUE 'EQUATIONS PROVEN:'.
032400     05 WS-RPT-PROVEN        PIC ZZ9.
032500     05 FILLER               PIC X(18) VALUE ' OUT OF BALANCE:'.
032600     05 WS-RPT-FAILED        PIC ZZ9.
032700     05 FILLER               PIC X(15) VALUE ' RUNS CHECKED:'.
032800     05 WS-RPT-RUNS          PIC ZZZ,ZZ9.
032900     05 FILLER               PIC X(15) VALUE ' ROWS READ:'.
033000     05 WS-RPT-ROWS          PIC ZZZ,ZZZ,ZZ9.
033033     05 FILLER               PIC X(15) VALUE ' ACKNOWLEDGED:'.
033066     05 WS-RPT-ACKED         PIC ZZ9.
033100 01  WS-RPT-RESULT            PIC X(60) VALUE SPACES.
033200 PROCEDURE DIVISION.
033300 0000-MAINLINE.
033400     PERFORM 0100-REGISTER-START
033500         THRU 0100-REGISTER-START-EXIT.
033600     IF WS-RCTL-BLOCKED
033700         GO TO 9999-EXIT
033800     END-IF.
033900     PERFORM 1000-INITIALIZE
034000         THRU 1000-INITIALIZE-EXIT.
034100     IF NOT WS-ABEND
034200         PERFORM 2000-LOAD-CONTROL-ROWS
034300             THRU 2000-LOAD-CONTROL-ROWS-EXIT
034400             UNTIL WS-CTL-EOF OR WS-ABEND
034500     END-IF.
034600     IF WS-CTL-OPEN
034700         CLOSE CYC-CTL
034800         MOVE 'N' TO WS-CTL-OPEN-SW
034900     END-IF.
035000     IF NOT WS-ABEND
035100         PERFORM 4000-PROVE-EQUATION
035200             THRU 4000-PROVE-EQUATION-EXIT
035300             VARYING WS-EQ-IDX FROM 1 BY 1
035400             UNTIL WS-EQ-IDX > 10
035500         IF WS-FAIL-CT > ZERO
035600             SET WS-OUT-OF-BAL TO TRUE
035700         END-IF
035800     END-IF.
035820     IF NOT WS-ABEND AND WS-ACK-NEW
035840         PERFORM 5600-WRITE-ACK
035860             THRU 5600-WRITE-ACK-EXIT
035880     END-IF.
035900     IF NOT WS-ABEND AND NOT WS-OUT-OF-BAL
036000         PERFORM 5500-WRITE-MARKER
036100             THRU 5500-WRITE-MARKER-EXIT
036200     END-IF.
036300     PERFORM 8000-TERMINATE
036400         THRU 8000-TERMINATE-EXIT.
036500     PERFORM 0200-REGISTER-END
036600         THRU 0200-REGISTER-END-EXIT.
036700     GO TO 9999-EXIT.
036800 0100-REGISTER-START.
036900     MOVE 'S' TO RCTL-FUNCTION.
037000     MOVE 'AJ2CBAL' TO RCTL-JOB-NAME.
037100     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
037200     IF NOT RCTL-OK
037300         DISPLAY 'AJ2CBAL - RUN-CONTROL START REFUSED: '
037400             RCTL-MESSAGE
037500         SET WS-RCTL-BLOCKED TO TRUE
037600     END-IF.
037700 0100-REGISTER-START-EXIT.
037800     EXIT.
037900 0200-REGISTER-END.
038000     IF WS-ABEND
038100         GO TO 0200-REGISTER-END-EXIT
038200     END-IF.
038300     MOVE 'E' TO RCTL-FUNCTION.
038400     MOVE 'AJ2CBAL' TO RCTL-JOB-NAME.
038500     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
038600     IF NOT RCTL-OK
038700         DISPLAY 'AJ2CBAL - RUN-CONTROL END FAILED: '
038800             RCTL-MESSAGE
038900         SET WS-RCTL-BLOCKED TO TRUE
039000     END-IF.
039100 0200-REGISTER-END-EXIT.
039200     EXIT.
039300******************************************************************
039400*  1000-INITIALIZE - THE CYCLE TO BALANCE COMES FROM THE
039500*  RUN-CONTROL MASTER; WITHOUT IT NOTHING CAN BE PROVEN.
039600******************************************************************
039700 1000-INITIALIZE.
039800     PERFORM 1100-ZERO-TERM-TOTAL
039900         THRU 1100-ZERO-TERM-TOTAL-EXIT
040000         VARYING WS-TERM-IDX FROM 1 BY 1
040100         UNTIL WS-TERM-IDX > 31.
040133     PERFORM 1200-GET-ACKNOWLEDGEMENT
040166         THRU 1200-GET-ACKNOWLEDGEMENT-EXIT.
040200     OPEN INPUT RUN-CTL.
040300     IF WS-RCT-STATUS NOT = '00'
040400         DISPLAY 'AJ2CBAL - RUNCTL OPEN FAILED, STATUS '
040500             WS-RCT-STATUS
040600         SET WS-ABEND TO TRUE
040700         GO TO 1000-INITIALIZE-EXIT
040800     END-IF.
040900     READ RUN-CTL INTO RUN-CTL-REC
041000         AT END
041100             MOVE SPACES TO RUN-CTL-REC
041200     END-READ.
041300     CLOSE RUN-CTL.
041400     IF RCT-CYCLE-DATE NOT NUMERIC OR RCT-CYCLE-DATE = ZERO
041500         DISPLAY 'AJ2CBAL - NO CYCLE ON THE RUN-CONTROL MASTER'
041600         SET WS-ABEND TO TRUE
041700         GO TO 1000-INITIALIZE-EXIT
041800     END-IF.
041900     MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE.
042000     MOVE RCT-CYCLE-NUM  TO WS-CYCLE-NUM.
042100     OPEN OUTPUT CBAL-RPT.
042200     IF WS-CBAL-STATUS NOT = '00'
042300         DISPLAY 'AJ2CBAL - CBALRPT OPEN FAILED, STATUS '
042400             WS-CBAL-STATUS
042500         SET WS-ABEND TO TRUE
042600         GO TO 1000-INITIALIZE-EXIT
042700     END-IF.
042800     MOVE WS-CYCLE-DATE TO WS-RPT-CYCLE-DATE.
042900     MOVE WS-CYCLE-NUM  TO WS-RPT-CYCLE-NUM.
043000     WRITE CBAL-RPT-LINE FROM WS-RPT-HEADING1.
043100     MOVE SPACES TO CBAL-RPT-LINE.
043200     WRITE CBAL-RPT-LINE FROM WS-RPT-HEADING2.
043250     SET WS-FILES-OPEN TO TRUE.
043300*    NO CONTROL-TOTALS FILE MEANS NO JOB POSTED - EVERY CYCLE
043400*    EQUATION THEN FAILS AS NOT REPORTED.
043500     OPEN INPUT CYC-CTL.
043600     IF WS-CTL-STATUS = '35'
043700         DISPLAY 'AJ2CBAL - NO CYCCTL ON FILE, NOTHING POSTED'
043800         SET WS-CTL-EOF TO TRUE
043900         GO TO 1000-INITIALIZE-EXIT
044000     END-IF.
044100     IF WS-CTL-STATUS NOT = '00'
044200         DISPLAY 'AJ2CBAL - CYCCTL OPEN FAILED, STATUS '
044300             WS-CTL-STATUS
044400         SET WS-ABEND TO TRUE
044500         GO TO 1000-INITIALIZE-EXIT
044600     END-IF.
044700     SET WS-CTL-OPEN TO TRUE.
044800     PERFORM 5000-READ-CONTROL THRU 5000-READ-CONTROL-EXIT.
044900 1000-INITIALIZE-EXIT.
045000     EXIT.
045100 1100-ZERO-TERM-TOTAL.
045200     MOVE 'N'  TO WS-TT-FOUND-SW(WS-TERM-IDX).
045300     MOVE ZERO TO WS-TT-RECORD-CT(WS-TERM-IDX)
045400                  WS-TT-AMT-HASH(WS-TERM-IDX)
045500                  WS-TT-ACCT-HASH(WS-TERM-IDX).
045600 1100-ZERO-TERM-TOTAL-EXIT.
045700     EXIT.
045704******************************************************************
045708*  1200-GET-ACKNOWLEDGEMENT - THE RUN A SUPERVISOR HAS
045712*  ACKNOWLEDGED (PARAMETER ACKRUN), IF ANY.
045716******************************************************************
045720 1200-GET-ACKNOWLEDGEMENT.
045724     MOVE 'AJ2CBAL'  TO PRMG-JOB-NAME.
045728     MOVE 'ACKRUN'   TO PRMG-PARM-NAME.
045732     MOVE ZERO       TO PRMG-AS-OF-DATE.
045736     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
045740     IF NOT PRMG-FOUND OR PRMG-VALUE = SPACES
045744         GO TO 1200-GET-ACKNOWLEDGEMENT-EXIT
045748     END-IF.
045752     MOVE PRMG-VALUE TO WS-ACK-RUN.
045756     IF WS-ACK-JOB = SPACES OR WS-ACK-DATE NOT NUMERIC
045760             OR WS-ACK-HHMM NOT NUMERIC
045764         DISPLAY 'AJ2CBAL - ACKRUN UNREADABLE, IGNORED: '
045768             PRMG-VALUE
045772         MOVE SPACES TO WS-ACK-RUN
045776     END-IF.
045780 1200-GET-ACKNOWLEDGEMENT-EXIT.
045784     EXIT.
045800******************************************************************
045900*  2000-LOAD-CONTROL-ROWS - APPLIES ONE CYCCTL ROW TO EVERY TERM
046000*  IT FEEDS.  A BALANCING MARKER CLEARS THE RUNS AHEAD OF IT;
046050*  AN ACKNOWLEDGEMENT ROW MARKS ITS RUN ACKNOWLEDGED.
046100******************************************************************
046200 2000-LOAD-CONTROL-ROWS.
046300     IF CTT-ROLE-BALANCED
046400         ADD 1 TO WS-MARKER-CT
046500         MOVE ZERO TO WS-RUN-ENTRY-CT
046600         PERFORM 5000-READ-CONTROL THRU 5000-READ-CONTROL-EXIT
046700         GO TO 2000-LOAD-CONTROL-ROWS-EXIT
046800     END-IF.
046816     IF CTT-ROLE-ACKNOWLEDGED
046832         PERFORM 2400-APPLY-ACK THRU 2400-APPLY-ACK-EXIT
046848         PERFORM 5000-READ-CONTROL THRU 5000-READ-CONTROL-EXIT
046864         GO TO 2000-LOAD-CONTROL-ROWS-EXIT
046880     END-IF.
046900     IF CTT-RECORD-CT NOT NUMERIC OR CTT-ACCT-HASH NOT NUMERIC
047000         ADD 1 TO WS-ROW-BAD-CT
047100         DISPLAY 'AJ2CBAL - UNREADABLE CYCCTL ROW ' WS-ROW-READ-CT
047200             ' SKIPPED'
047300         PERFORM 5000-READ-CONTROL THRU 5000-READ-CONTROL-EXIT
047400         GO TO 2000-LOAD-CONTROL-ROWS-EXIT
047500     END-IF.
047600     IF CTT-CYCLE-DATE = WS-CYCLE-DATE
047700             AND CTT-CYCLE-NUM = WS-CYCLE-NUM
047800         ADD 1 TO WS-ROW-CYCLE-CT
047900     END-IF.
048000     MOVE CTT-JOB-NAME TO WS-ROW-JOB.
048100     MOVE CTT-DATASET  TO WS-ROW-DATASET.
048200     MOVE CTT-ROLE     TO WS-ROW-ROLE.
048300     MOVE CTT-AMT-HASH TO WS-ROW-AMT.
048400     PERFORM 2100-MATCH-TERM
048500         THRU 2100-MATCH-TERM-EXIT
048600         VARYING WS-TERM-IDX FROM 1 BY 1
048700         UNTIL WS-TERM-IDX > 31 OR WS-ABEND.
048800     PERFORM 5000-READ-CONTROL THRU 5000-READ-CONTROL-EXIT.
048900 2000-LOAD-CONTROL-ROWS-EXIT.
049000     EXIT.
049100 2100-MATCH-TERM.
049200     IF WS-TERM-KEY(WS-TERM-IDX) NOT = WS-ROW-KEY
049300         GO TO 2100-MATCH-TERM-EXIT
049400     END-IF.
049500     MOVE WS-TERM-EQ(WS-TERM-IDX) TO WS-EQ-IDX.
049600     IF WS-EQ-PER-RUN(WS-EQ-IDX)
049700         PERFORM 2300-POST-RUN-TERM
049800             THRU 2300-POST-RUN-TERM-EXIT
049900         GO TO 2100-MATCH-TERM-EXIT
050000     END-IF.
050100*    A CYCLE TERM TAKES THE LATEST ROW FOR THE CYCLE - A RERUN'S
050200*    ROW REPLACES THE FAILED RUN'S.
050300     IF CTT-CYCLE-DATE NOT = WS-CYCLE-DATE
050400             OR CTT-CYCLE-NUM NOT = WS-CYCLE-NUM
050500         GO TO 2100-MATCH-TERM-EXIT
050600     END-IF.
050700     SET WS-TT-FOUND(WS-TERM-IDX) TO TRUE.
050800     MOVE CTT-RECORD-CT TO WS-TT-RECORD-CT(WS-TERM-IDX).
050900     MOVE WS-ROW-AMT    TO WS-TT-AMT-HASH(WS-TERM-IDX).
051000     MOVE CTT-ACCT-HASH TO WS-TT-ACCT-HASH(WS-TERM-IDX).
051100 2100-MATCH-TERM-EXIT.
051200     EXIT.
051300******************************************************************
051400*  2300-POST-RUN-TERM - ADDS A RENAME-OVER JOB'S ROW TO ITS RUN
051500*  (JOB, RUN DATE AND TIME - EVERY ROW ONE RUN POSTS CARRIES THE
051600*  SAME STAMP), STARTING THE RUN ON ITS FIRST ROW.
051700******************************************************************
051800 2300-POST-RUN-TERM.
051900     MOVE ZERO TO WS-MATCH-IDX.
052000     PERFORM 2350-SCAN-RUN
052100         THRU 2350-SCAN-RUN-EXIT
052200         VARYING WS-RUN-IDX FROM 1 BY 1
052300         UNTIL WS-RUN-IDX > WS-RUN-ENTRY-CT.
052400     IF WS-MATCH-IDX = ZERO
052500         IF WS-RUN-ENTRY-CT >= 500
052600             DISPLAY 'AJ2CBAL - RUN TABLE FULL AT 500 RUNS'
052700             SET WS-ABEND TO TRUE
052800             GO TO 2300-POST-RUN-TERM-EXIT
052900         END-IF
053000         ADD 1 TO WS-RUN-ENTRY-CT
053100         MOVE WS-RUN-ENTRY-CT TO WS-MATCH-IDX
053200         MOVE WS-EQ-IDX     TO WS-RUN-EQ(WS-MATCH-IDX)
053300         MOVE CTT-JOB-NAME  TO WS-RUN-JOB(WS-MATCH-IDX)
053400         MOVE CTT-RUN-DATE  TO WS-RUN-DATE(WS-MATCH-IDX)
053500         MOVE CTT-RUN-TIME  TO WS-RUN-TIME(WS-MATCH-IDX)
053550         MOVE 'N'           TO WS-RUN-ACK-SW(WS-MATCH-IDX)
053600         MOVE ZERO TO WS-RUN-L-CT(WS-MATCH-IDX)
053700                      WS-RUN-L-AMT(WS-MATCH-IDX)
053800                      WS-RUN-L-ACCT(WS-MATCH-IDX)
053900                      WS-RUN-R-CT(WS-MATCH-IDX)
054000                      WS-RUN-R-AMT(WS-MATCH-IDX)
054100                      WS-RUN-R-ACCT(WS-MATCH-IDX)
054200     END-IF.
054300     MOVE CTT-ACCT-HASH TO WS-HASH-ADD.
054400     IF WS-TERM-SIDE(WS-TERM-IDX) = 'L'
054500         ADD CTT-RECORD-CT TO WS-RUN-L-CT(WS-MATCH-IDX)
054600         ADD WS-ROW-AMT    TO WS-RUN-L-AMT(WS-MATCH-IDX)
054700         MOVE WS-RUN-L-ACCT(WS-MATCH-IDX) TO WS-HASH-SUM
054800         PERFORM 6000-ADD-ACCT-HASH THRU 6000-ADD-ACCT-HASH-EXIT
054900         MOVE WS-HASH-SUM TO WS-RUN-L-ACCT(WS-MATCH-IDX)
055000     ELSE
055100         ADD CTT-RECORD-CT TO WS-RUN-R-CT(WS-MATCH-IDX)
055200         ADD WS-ROW-AMT    TO WS-RUN-R-AMT(WS-MATCH-IDX)
055300         MOVE WS-RUN-R-ACCT(WS-MATCH-IDX) TO WS-HASH-SUM
055400         PERFORM 6000-ADD-ACCT-HASH THRU 6000-ADD-ACCT-HASH-EXIT
055500         MOVE WS-HASH-SUM TO WS-RUN-R-ACCT(WS-MATCH-IDX)
055600     END-IF.
055700 2300-POST-RUN-TERM-EXIT.
055800     EXIT.
055900 2350-SCAN-RUN.
056000     IF WS-RUN-EQ(WS-RUN-IDX) = WS-EQ-IDX
056100             AND WS-RUN-DATE(WS-RUN-IDX) = CTT-RUN-DATE
056200             AND WS-RUN-TIME(WS-RUN-IDX) = CTT-RUN-TIME
056300         MOVE WS-RUN-IDX TO WS-MATCH-IDX
056400         MOVE WS-RUN-ENTRY-CT TO WS-RUN-IDX
056500     END-IF.
056600 2350-SCAN-RUN-EXIT.
056700     EXIT.
056705******************************************************************
056710*  2400-APPLY-ACK - AN ACKNOWLEDGEMENT ROW CARRIES THE JOB, RUN
056715*  DATE AND RUN TIME OF THE RUN IT ACKNOWLEDGES.
056720******************************************************************
056725 2400-APPLY-ACK.
056730     PERFORM 2450-MARK-ACK
056735         THRU 2450-MARK-ACK-EXIT
056740         VARYING WS-RUN-IDX FROM 1 BY 1
056745         UNTIL WS-RUN-IDX > WS-RUN-ENTRY-CT.
056750 2400-APPLY-ACK-EXIT.
056755     EXIT.
056760 2450-MARK-ACK.
056765     IF WS-RUN-JOB(WS-RUN-IDX) = CTT-JOB-NAME
056770             AND WS-RUN-DATE(WS-RUN-IDX) = CTT-RUN-DATE
056775             AND WS-RUN-TIME(WS-RUN-IDX) = CTT-RUN-TIME
056780         SET WS-RUN-ACKED(WS-RUN-IDX) TO TRUE
056785     END-IF.
056790 2450-MARK-ACK-EXIT.
056795     EXIT.
056800******************************************************************
056900*  4000-PROVE-EQUATION - PROVES ONE EQUATION AND REPORTS IT.
057000******************************************************************
057100 4000-PROVE-EQUATION.
057200     MOVE SPACES TO CBAL-RPT-LINE.
057300     WRITE CBAL-RPT-LINE.
057400     MOVE WS-EQ-IDX            TO WS-RPT-EQ-NUM.
057500     MOVE WS-EQ-TITLE(WS-EQ-IDX) TO WS-RPT-EQ-TITLE.
057600     WRITE CBAL-RPT-LINE FROM WS-RPT-EQ-LINE.
057700     IF WS-EQ-CYCLE(WS-EQ-IDX)
057800         PERFORM 4100-PROVE-CYCLE-EQ
057900             THRU 4100-PROVE-CYCLE-EQ-EXIT
058000     ELSE
058100         PERFORM 4200-PROVE-RUN-EQ
058200             THRU 4200-PROVE-RUN-EQ-EXIT
058300     END-IF.
058400 4000-PROVE-EQUATION-EXIT.
058500     EXIT.
058600******************************************************************
058700*  4100-PROVE-CYCLE-EQ - LISTS EVERY TERM, THEN BOTH SIDES'
058800*  TOTALS WITH THE RESULT.  ALL THREE MEASURES MUST TIE.
058900******************************************************************
059000 4100-PROVE-CYCLE-EQ.
059100     MOVE 'N'  TO WS-MISSING-SW.
059200     MOVE ZERO TO WS-L-CT WS-L-AMT WS-L-ACCT
059300                  WS-R-CT WS-R-AMT WS-R-ACCT.
059400     PERFORM 4110-REPORT-TERM
059500         THRU 4110-REPORT-TERM-EXIT
059600         VARYING WS-TERM-IDX FROM 1 BY 1
059700         UNTIL WS-TERM-IDX > 31.
059800     MOVE 'LEFT'    TO WS-RPT-SIDE.
059900     MOVE 'TOTAL'   TO WS-RPT-JOB.
060000     MOVE SPACES    TO WS-RPT-DATASET WS-RPT-ROLE WS-RPT-STATUS.
060100     MOVE WS-L-CT   TO WS-RPT-COUNT.
060200     MOVE WS-L-AMT  TO WS-RPT-AMT.
060300     MOVE WS-L-ACCT TO WS-RPT-ACCT.
060400     WRITE CBAL-RPT-LINE FROM WS-RPT-DETAIL.
060500     MOVE 'RIGHT'   TO WS-RPT-SIDE.
060600     MOVE WS-R-CT   TO WS-RPT-COUNT.
060700     MOVE WS-R-AMT  TO WS-RPT-AMT.
060800     MOVE WS-R-ACCT TO WS-RPT-ACCT.
060900     IF WS-TERM-MISSING
061000         MOVE 'NOT REPORTED' TO WS-RPT-STATUS
061100         ADD 1 TO WS-FAIL-CT
061200     ELSE
061300         IF WS-L-CT = WS-R-CT AND WS-L-AMT = WS-R-AMT
061400                 AND WS-L-ACCT = WS-R-ACCT
061500             MOVE 'BALANCED' TO WS-RPT-STATUS
061600             ADD 1 TO WS-PROVEN-CT
061700         ELSE
061800             MOVE 'OUT OF BALANCE' TO WS-RPT-STATUS
061900             ADD 1 TO WS-FAIL-CT
062000         END-IF
062100     END-IF.
062200     WRITE CBAL-RPT-LINE FROM WS-RPT-DETAIL.
062300 4100-PROVE-CYCLE-EQ-EXIT.
062400     EXIT.
062500 4110-REPORT-TERM.
062600     IF WS-TERM-EQ(WS-TERM-IDX) NOT = WS-EQ-IDX
062700         GO TO 4110-REPORT-TERM-EXIT
062800     END-IF.
062900     IF NOT WS-TT-FOUND(WS-TERM-IDX)
063000         SET WS-TERM-MISSING TO TRUE
063100         IF WS-TERM-SIDE(WS-TERM-IDX) = 'L'
063200             MOVE 'LEFT'  TO WS-RPT-MISS-SIDE
063300         ELSE
063400             MOVE 'RIGHT' TO WS-RPT-MISS-SIDE
063500         END-IF
063600         MOVE WS-TERM-JOB(WS-TERM-IDX)     TO WS-RPT-MISS-JOB
063700         MOVE WS-TERM-DATASET(WS-TERM-IDX) TO WS-RPT-MISS-DATASET
063800         MOVE WS-TERM-ROLE(WS-TERM-IDX)    TO WS-RPT-MISS-ROLE
063900         WRITE CBAL-RPT-LINE FROM WS-RPT-MISSING
064000         GO TO 4110-REPORT-TERM-EXIT
064100     END-IF.
064200     MOVE WS-TT-ACCT-HASH(WS-TERM-IDX) TO WS-HASH-ADD.
064300     IF WS-TERM-SIDE(WS-TERM-IDX) = 'L'
064400         MOVE 'LEFT' TO WS-RPT-SIDE
064500         ADD WS-TT-RECORD-CT(WS-TERM-IDX) TO WS-L-CT
064600         ADD WS-TT-AMT-HASH(WS-TERM-IDX)  TO WS-L-AMT
064700         MOVE WS-L-ACCT TO WS-HASH-SUM
064800         PERFORM 6000-ADD-ACCT-HASH THRU 6000-ADD-ACCT-HASH-EXIT
064900         MOVE WS-HASH-SUM TO WS-L-ACCT
065000     ELSE
065100         MOVE 'RIGHT' TO WS-RPT-SIDE
065200         ADD WS-TT-RECORD-CT(WS-TERM-IDX) TO WS-R-CT
065300         ADD WS-TT-AMT-HASH(WS-TERM-IDX)  TO WS-R-AMT
065400         MOVE WS-R-ACCT TO WS-HASH-SUM
065500         PERFORM 6000-ADD-ACCT-HASH THRU 6000-ADD-ACCT-HASH-EXIT
065600         MOVE WS-HASH-SUM TO WS-R-ACCT
065700     END-IF.
065800     MOVE WS-TERM-JOB(WS-TERM-IDX)     TO WS-RPT-JOB.
065900     MOVE WS-TERM-DATASET(WS-TERM-IDX) TO WS-RPT-DATASET.
066000     MOVE WS-TERM-ROLE(WS-TERM-IDX)    TO WS-RPT-ROLE.
066100     MOVE WS-TT-RECORD-CT(WS-TERM-IDX) TO WS-RPT-COUNT.
066200     MOVE WS-TT-AMT-HASH(WS-TERM-IDX)  TO WS-RPT-AMT.
066300     MOVE WS-TT-ACCT-HASH(WS-TERM-IDX) TO WS-RPT-ACCT.
066400     MOVE SPACES TO WS-RPT-STATUS.
066500     WRITE CBAL-RPT-LINE FROM WS-RPT-DETAIL.
066600 4110-REPORT-TERM-EXIT.
066700     EXIT.
066800******************************************************************
066900*  4200-PROVE-RUN-EQ - PROVES EVERY RUN OF A RENAME-OVER JOB
067000*  POSTED SINCE THE LAST CLEAN BALANCE.  NO RUNS IS NOT A
067100*  FAILURE - THE JOB MAY SIMPLY NOT HAVE RUN.
067200******************************************************************
067300 4200-PROVE-RUN-EQ.
067400     MOVE ZERO TO WS-EQ-RUN-CT.
067500     MOVE 'N'  TO WS-EQ-FAILED-SW.
067600     PERFORM 4210-PROVE-RUN
067700         THRU 4210-PROVE-RUN-EXIT
067800         VARYING WS-RUN-IDX FROM 1 BY 1
067900         UNTIL WS-RUN-IDX > WS-RUN-ENTRY-CT.
068000     IF WS-EQ-RUN-CT = ZERO
068100         WRITE CBAL-RPT-LINE FROM WS-RPT-NO-RUNS
068200     END-IF.
068300     IF WS-EQ-FAILED
068400         ADD 1 TO WS-FAIL-CT
068500     ELSE
068600         ADD 1 TO WS-PROVEN-CT
068700     END-IF.
068800 4200-PROVE-RUN-EQ-EXIT.
068900     EXIT.
069000 4210-PROVE-RUN.
069100     IF WS-RUN-EQ(WS-RUN-IDX) NOT = WS-EQ-IDX
069200         GO TO 4210-PROVE-RUN-EXIT
069300     END-IF.
069400     ADD 1 TO WS-EQ-RUN-CT.
069500     ADD 1 TO WS-RUN-CHECK-CT.
069600     MOVE WS-RUN-JOB(WS-RUN-IDX)   TO WS-RPT-RUN-JOB.
069700     MOVE WS-RUN-DATE(WS-RUN-IDX)  TO WS-RPT-RUN-DATE.
069800     MOVE WS-RUN-TIME(WS-RUN-IDX)  TO WS-RPT-RUN-TIME.
069900     MOVE WS-RUN-R-CT(WS-RUN-IDX)  TO WS-RPT-RUN-IN-CT.
070000     MOVE WS-RUN-R-AMT(WS-RUN-IDX) TO WS-RPT-RUN-IN-AMT.
070100     MOVE WS-RUN-L-CT(WS-RUN-IDX)  TO WS-RPT-RUN-OUT-CT.
070200     MOVE WS-RUN-L-AMT(WS-RUN-IDX) TO WS-RPT-RUN-OUT-AMT.
070300     IF WS-RUN-L-CT(WS-RUN-IDX) = WS-RUN-R-CT(WS-RUN-IDX)
070400             AND WS-RUN-L-AMT(WS-RUN-IDX) =
070500                 WS-RUN-R-AMT(WS-RUN-IDX)
070600             AND WS-RUN-L-ACCT(WS-RUN-IDX) =
070700                 WS-RUN-R-ACCT(WS-RUN-IDX)
070800         MOVE 'BALANCED' TO WS-RPT-RUN-STATUS
070900         WRITE CBAL-RPT-LINE FROM WS-RPT-RUN-LINE
071000         GO TO 4210-PROVE-RUN-EXIT
071100     END-IF.
071200     MOVE 'N' TO WS-RERUN-SW.
071300     PERFORM 4220-FIND-RERUN
071400         THRU 4220-FIND-RERUN-EXIT
071500         VARYING WS-RUN2-IDX FROM WS-RUN-IDX BY 1
071600         UNTIL WS-RUN2-IDX > WS-RUN-ENTRY-CT.
071700     IF WS-RERUN-FOUND
071750         MOVE 'SUPERSEDED' TO WS-RPT-RUN-STATUS
071800         GO TO 4210-PROVE-RUN-WRITE
071850     END-IF.
071900     PERFORM 4230-CHECK-ACK THRU 4230-CHECK-ACK-EXIT.
071950     IF WS-RUN-ACKED(WS-RUN-IDX)
072000         MOVE 'ACKNOWLEDGED' TO WS-RPT-RUN-STATUS
072050         ADD 1 TO WS-ACK-CT
072100     ELSE
072150         MOVE 'OUT OF BALANCE' TO WS-RPT-RUN-STATUS
072200         SET WS-EQ-FAILED TO TRUE
072250     END-IF.
072300 4210-PROVE-RUN-WRITE.
072350     WRITE CBAL-RPT-LINE FROM WS-RPT-RUN-LINE.
072400 4210-PROVE-RUN-EXIT.
072500     EXIT.
072600 4220-FIND-RERUN.
072700     IF WS-RUN2-IDX = WS-RUN-IDX
072800             OR WS-RUN-EQ(WS-RUN2-IDX) NOT = WS-EQ-IDX
072900         GO TO 4220-FIND-RERUN-EXIT
073000     END-IF.
073100     IF WS-RUN-R-CT(WS-RUN2-IDX) = WS-RUN-R-CT(WS-RUN-IDX)
073200             AND WS-RUN-R-AMT(WS-RUN2-IDX) =
073300                 WS-RUN-R-AMT(WS-RUN-IDX)
073400             AND WS-RUN-R-ACCT(WS-RUN2-IDX) =
073500                 WS-RUN-R-ACCT(WS-RUN-IDX)
073600         SET WS-RERUN-FOUND TO TRUE
073700         MOVE WS-RUN-ENTRY-CT TO WS-RUN2-IDX
073800     END-IF.
073900 4220-FIND-RERUN-EXIT.
074000     EXIT.
074004******************************************************************
074008*  4230-CHECK-ACK - A RUN STILL OUT OF BALANCE THAT ACKRUN NAMES
074012*  IS ACKNOWLEDGED NOW; ITS ROW IS APPENDED AT THE END OF THE RUN.
074016******************************************************************
074020 4230-CHECK-ACK.
074024     IF WS-RUN-ACKED(WS-RUN-IDX) OR WS-ACK-JOB = SPACES
074028         GO TO 4230-CHECK-ACK-EXIT
074032     END-IF.
074036     IF WS-RUN-JOB(WS-RUN-IDX) NOT = WS-ACK-JOB
074040             OR WS-RUN-DATE(WS-RUN-IDX) NOT = WS-ACK-DATE-N
074044             OR WS-RUN-TIME(WS-RUN-IDX)(1:4) NOT = WS-ACK-HHMM
074048         GO TO 4230-CHECK-ACK-EXIT
074052     END-IF.
074056     SET WS-RUN-ACKED(WS-RUN-IDX) TO TRUE.
074060     SET WS-ACK-NEW TO TRUE.
074064     MOVE WS-RUN-JOB(WS-RUN-IDX)  TO WS-ACK-ROW-JOB.
074068     MOVE WS-RUN-DATE(WS-RUN-IDX) TO WS-ACK-ROW-DATE.
074072     MOVE WS-RUN-TIME(WS-RUN-IDX) TO WS-ACK-ROW-TIME.
074076 4230-CHECK-ACK-EXIT.
074080     EXIT.
074100 5000-READ-CONTROL.
074200     READ CYC-CTL INTO CYC-CTL-REC
074300         AT END
074400             SET WS-CTL-EOF TO TRUE
074500             GO TO 5000-READ-CONTROL-EXIT
074600     END-READ.
074700     ADD 1 TO WS-ROW-READ-CT.
074800 5000-READ-CONTROL-EXIT.
074900     EXIT.
075000******************************************************************
075100*  5500-WRITE-MARKER - APPENDS THE CLEAN-BALANCE MARKER, SO THE
075200*  RUNS JUST PROVEN ARE NOT PROVEN AGAIN.  A MARKER THAT CANNOT
075300*  BE WRITTEN ONLY MEANS THOSE RUNS ARE PROVEN AGAIN NEXT TIME;
075400*  IT IS REPORTED BUT DOES NOT CHANGE THE RETURN CODE.
075500******************************************************************
075600 5500-WRITE-MARKER.
075700     MOVE SPACES TO CYC-CTL-REC.
075800     MOVE WS-CYCLE-DATE TO CTT-CYCLE-DATE.
075900     MOVE WS-CYCLE-NUM  TO CTT-CYCLE-NUM.
076000     MOVE 'AJ2CBAL'     TO CTT-JOB-NAME.
076100     ACCEPT CTT-RUN-DATE FROM DATE YYYYMMDD.
076200     ACCEPT CTT-RUN-TIME FROM TIME.
076300     MOVE 'BALANCED'    TO CTT-DATASET.
076400     SET CTT-ROLE-BALANCED TO TRUE.
076500     MOVE WS-PROVEN-CT  TO CTT-RECORD-CT.
076600     MOVE ZERO          TO CTT-AMT-HASH CTT-ACCT-HASH.
076700*    FILE STATUS 35 MEANS NO CONTROL-TOTALS FILE YET - CREATE IT.
076800     OPEN EXTEND CYC-CTL.
076900     IF WS-CTL-STATUS = '35'
077000         OPEN OUTPUT CYC-CTL
077100     END-IF.
077200     IF WS-CTL-STATUS NOT = '00'
077300         DISPLAY 'AJ2CBAL - CYCCTL OPEN FAILED, STATUS '
077400             WS-CTL-STATUS ' - BALANCE MARKER NOT WRITTEN'
077500         GO TO 5500-WRITE-MARKER-EXIT
077600     END-IF.
077700     WRITE CYC-CTL-REC.
077800     CLOSE CYC-CTL.
077900 5500-WRITE-MARKER-EXIT.
078000     EXIT.
078003******************************************************************
078006*  5600-WRITE-ACK - APPENDS THE ACKNOWLEDGEMENT ROW FOR THE RUN
078009*  ACKNOWLEDGED THIS TIME.  ONE THAT CANNOT BE WRITTEN IS ONLY
078012*  REPORTED - THE RUN STAYS ACKNOWLEDGED WHILE ACKRUN NAMES IT.
078015******************************************************************
078018 5600-WRITE-ACK.
078021     MOVE SPACES TO CYC-CTL-REC.
078024     MOVE WS-CYCLE-DATE   TO CTT-CYCLE-DATE.
078027     MOVE WS-CYCLE-NUM    TO CTT-CYCLE-NUM.
078030     MOVE WS-ACK-ROW-JOB  TO CTT-JOB-NAME.
078033     MOVE WS-ACK-ROW-DATE TO CTT-RUN-DATE.
078036     MOVE WS-ACK-ROW-TIME TO CTT-RUN-TIME.
078039     MOVE 'ACKNOWLG'      TO CTT-DATASET.
078042     SET CTT-ROLE-ACKNOWLEDGED TO TRUE.
078045     MOVE ZERO TO CTT-RECORD-CT CTT-AMT-HASH CTT-ACCT-HASH.
078048*    FILE STATUS 35 MEANS NO CONTROL-TOTALS FILE YET - CREATE IT.
078051     OPEN EXTEND CYC-CTL.
078054     IF WS-CTL-STATUS = '35'
078057         OPEN OUTPUT CYC-CTL
078060     END-IF.
078063     IF WS-CTL-STATUS NOT = '00'
078066         DISPLAY 'AJ2CBAL - CYCCTL OPEN FAILED, STATUS '
078069             WS-CTL-STATUS ' - ACKNOWLEDGEMENT NOT WRITTEN'
078072         GO TO 5600-WRITE-ACK-EXIT
078075     END-IF.
078078     WRITE CYC-CTL-REC.
078081     CLOSE CYC-CTL.
078084 5600-WRITE-ACK-EXIT.
078087     EXIT.
078100******************************************************************
078200*  6000-ADD-ACCT-HASH - ADDS WS-HASH-ADD TO WS-HASH-SUM MODULO
078300*  10**18 WITHOUT EVER HOLDING MORE THAN 18 DIGITS.
078400******************************************************************
078500 6000-ADD-ACCT-HASH.
078600     SUBTRACT WS-HASH-SUM FROM 999999999999999999
078700         GIVING WS-HASH-ROOM.
078800     IF WS-HASH-ADD > WS-HASH-ROOM
078900         SUBTRACT WS-HASH-ROOM 1 FROM WS-HASH-ADD
079000             GIVING WS-HASH-SUM
079100     ELSE
079200         ADD WS-HASH-ADD TO WS-HASH-SUM
079300     END-IF.
079400 6000-ADD-ACCT-HASH-EXIT.
079500     EXIT.
079600 8000-TERMINATE.
079700     IF WS-CTL-OPEN
079800         CLOSE CYC-CTL
079900     END-IF.
080000     IF NOT WS-FILES-OPEN
080100         GO TO 8000-TERMINATE-EXIT
080200     END-IF.
080300     MOVE SPACES TO CBAL-RPT-LINE.
080400     WRITE CBAL-RPT-LINE.
080500     MOVE WS-PROVEN-CT    TO WS-RPT-PROVEN.
080600     MOVE WS-FAIL-CT      TO WS-RPT-FAILED.
080700     MOVE WS-RUN-CHECK-CT TO WS-RPT-RUNS.
080800     MOVE WS-ROW-READ-CT  TO WS-RPT-ROWS.
080850     MOVE WS-ACK-CT       TO WS-RPT-ACKED.
080900     WRITE CBAL-RPT-LINE FROM WS-RPT-TOTALS.
081000     EVALUATE TRUE
081100         WHEN WS-ABEND
081200             MOVE 'BALANCING NOT COMPLETED - PRINT RELEASE HELD'
081300                 TO WS-RPT-RESULT
081400         WHEN WS-OUT-OF-BAL
081500             MOVE 'CYCLE OUT OF BALANCE - PRINT RELEASE HELD'
081600                 TO WS-RPT-RESULT
081700         WHEN OTHER
081800             MOVE 'CYCLE BALANCED - PRINT RELEASE MAY PROCEED'
081900                 TO WS-RPT-RESULT
082000     END-EVALUATE.
082100     WRITE CBAL-RPT-LINE FROM WS-RPT-RESULT.
082200     CLOSE CBAL-RPT.
082400     DISPLAY 'AJ2CBAL - CONTROL ROWS READ : ' WS-ROW-READ-CT.
082500     DISPLAY 'AJ2CBAL - ROWS FOR CYCLE    : ' WS-ROW-CYCLE-CT.
082600     DISPLAY 'AJ2CBAL - ROWS UNREADABLE   : ' WS-ROW-BAD-CT.
082700     DISPLAY 'AJ2CBAL - RUNS CHECKED      : ' WS-RUN-CHECK-CT.
082800     DISPLAY 'AJ2CBAL - EQUATIONS PROVEN  : ' WS-PROVEN-CT.
082900     DISPLAY 'AJ2CBAL - OUT OF BALANCE    : ' WS-FAIL-CT.
082950     DISPLAY 'AJ2CBAL - RUNS ACKNOWLEDGED : ' WS-ACK-CT.
083000     IF WS-OUT-OF-BAL
083100         DISPLAY 'AJ2CBAL - OUT OF BALANCE, PRINT RELEASE HELD'
083200     END-IF.
083300 8000-TERMINATE-EXIT.
083400     EXIT.
083500 9999-EXIT.
083600     IF WS-ABEND
083700         MOVE 16 TO RETURN-CODE
083800     ELSE
083900         IF WS-RCTL-BLOCKED
084000             MOVE 12 TO RETURN-CODE
084100         ELSE
084200             IF WS-OUT-OF-BAL
084300                 MOVE 8 TO RETURN-CODE
084400             ELSE
084500                 MOVE 0 TO RETURN-CODE
084600             END-IF
084700         END-IF
084800     END-IF.
084900     STOP RUN.
