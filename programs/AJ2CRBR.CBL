000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2CRBR.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2CRBR - MONTHLY CREDIT-BALANCE REFUND AND ESCHEAT REPORTING
000900*
001000*  RUN ONCE A MONTH, OFF-CYCLE, AGAINST THE CREDIT-BALANCE AGING
001100*  MASTER (CRBMAST, COPY CRBMST) THAT AJ2CRBA CARRIES FORWARD
001200*  EVERY CYCLE.  EACH CREDIT STILL OPEN, AND FIRST SEEN ON OR
001300*  BEFORE THE END OF THE REPORT MONTH, IS AGED TO THE MONTH END
001400*  FROM THE CYCLE IT WAS FIRST SEEN IN:
001500*    - EVERY ONE IS LISTED ON THE REFUND-CANDIDATE REPORT
001600*      (CRBRRPT) WITH ITS AGE AND LOST-OWNER SIGNALS, FOLLOWED
001700*      BY AN AGING SUMMARY AND THE CREDITS CLEARED IN THE MONTH;
001800*    - ONE THAT HAS SAT PAST THE DORMANCY PERIOD FOR THE OWNER'S
001900*      MAIL STATE (TABLE ESCDORMD, COPY ESCDRM - THE ROW IN
002000*      EFFECT AT THE MONTH END; WITH NO ROW, PARAMETER DFLTMOS,
002100*      DEFAULT 36 MONTHS) GOES ON THE ESCHEAT DUE-DILIGENCE LIST
002200*      (ESCDRPT), WITH THE LOST-OWNER SIGNALS FLAGGED - NCOA
002300*      '02'/'03', RETURNED MAIL, SENT TO THE ARCHIVE - AND A
002400*      STATE SUMMARY FOR THE UNCLAIMED-PROPERTY FILING.
002500*
002600*  A DORMANT CREDIT THAT HAS NOT YET HAD A DUE-DILIGENCE LETTER
002700*  HAS ITS STATEMENT FETCHED FROM THE INQUIRY FILE (AJ2VSAM, COPY
002800*  AJ2VREC) AND WRITTEN TO THE LETTER FEED (CRBLTR) IN
002900*  AUX-JOURN-2 SHAPE (COPY AJ2REC), SO THE LETTER COMPOSES,
003000*  ROUTES AND MAILS THROUGH AJ2COMP LIKE ANY OTHER PIECE - CRBLTR
003100*  IS POINTED AT AJ2COMP'S INPUT DD FOR AN AD-HOC (RUNMODE 'A')
003200*  COMPOSITION RUN, AS AJ2COLR'S REMINDER FEED IS.  THE CREDIT IS
003225*  STAMPED WITH THE RUN DATE SO ONE LETTER IS FED PER CREDIT, AND
003250*  THE PIECE IS MARKED NOTICE TYPE 'D' SO AJ2COMP COMPOSES IT ON
003275*  THE DUE-DILIGENCE LETTER TEMPLATE.  A
003400*  CREDIT WHOSE STATEMENT IS NO LONGER ON THE INQUIRY FILE
003500*  (ARCHIVED BY AJAPURGE) CANNOT BE COMPOSED; IT IS FLAGGED ON
003600*  THE LIST FOR COMPLIANCE TO WORK BY HAND AND LEFT UNSTAMPED.
003700*
003800*  THE REPORT MONTH IS PARAMETER RPTMONTH (YYYYMM) ON THE
003900*  CONTROL-PARAMETER MASTER, READ THROUGH AJ2PRMG; WITH NO ROW IT
004000*  IS THE MONTH BEFORE THE RUN DATE.
004100*
004200*  MODIFICATION HISTORY
004300*  --------------------
004400*  10/15/26  DRO  OSDC-3340  MARK THE LETTER FEED NOTICE TYPE
004500*                            'D'; CLOSE THE FILES ALREADY OPEN
004510*                            WHEN A LATER OPEN FAILS.
004533*  10/15/26  DRO  OSDC-3339  NEW PROGRAM - MONTHLY CREDIT-BALANCE
004566*                            REFUND AND ESCHEAT REPORTING.
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.   IBM-Z15.
005000 OBJECT-COMPUTER.   IBM-Z15.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT CRB-MAST      ASSIGN TO CRBMAST
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS CRB-KEY
005700         FILE STATUS IS WS-CRBM-STATUS.
005800     SELECT ESC-DORM      ASSIGN TO ESCDORMD
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-DORM-STATUS.
006100     SELECT AJ2-VSAM      ASSIGN TO AJ2VSAM
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS AJ2V-KEY
006500         FILE STATUS IS WS-AJ2V-STATUS.
006600     SELECT CRB-LTR       ASSIGN TO CRBLTR
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-LTR-STATUS.
006900     SELECT CRBR-RPT      ASSIGN TO CRBRRPT
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-CRBR-RPT-STATUS.
007200     SELECT ESCD-RPT      ASSIGN TO ESCDRPT
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-ESCD-RPT-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  CRB-MAST.
007800     COPY CRBMST.
007900 FD  ESC-DORM
008000     RECORDING MODE IS F.
008100 01  ESC-DORM-REC.
008200     COPY ESCDRM.
008300 FD  AJ2-VSAM.
008400     COPY AJ2VREC.
008500 FD  CRB-LTR
008600     RECORDING MODE IS F.
008700 01  CRB-LTR-REC.
008800     COPY AJ2REC.
008900 FD  CRBR-RPT.
009000 01  CRBR-RPT-LINE            PIC X(132).
009100 FD  ESCD-RPT.
009200 01  ESCD-RPT-LINE            PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 01  WS-FILE-STATUSES.
009500     05 WS-CRBM-STATUS        PIC X(2)  VALUE '00'.
009600     05 WS-DORM-STATUS        PIC X(2)  VALUE '00'.
009700     05 WS-AJ2V-STATUS        PIC X(2)  VALUE '00'.
009800     05 WS-LTR-STATUS         PIC X(2)  VALUE '00'.
009900     05 WS-CRBR-RPT-STATUS    PIC X(2)  VALUE '00'.
010000     05 WS-ESCD-RPT-STATUS    PIC X(2)  VALUE '00'.
010100 01  WS-SWITCHES.
010200     05 WS-CRB-EOF-SW         PIC X(1)  VALUE 'N'.
010300         88 WS-CRB-EOF                  VALUE 'Y'.
010400     05 WS-NO-MAST-SW         PIC X(1)  VALUE 'N'.
010500         88 WS-NO-MAST                  VALUE 'Y'.
010600     05 WS-DORM-TABLE-FULL-SW PIC X(1)  VALUE 'N'.
010700         88 WS-DORM-TABLE-FULL          VALUE 'Y'.
010800     05 WS-STATE-TABLE-FULL-SW PIC X(1) VALUE 'N'.
010900         88 WS-STATE-TABLE-FULL         VALUE 'Y'.
011000     05 WS-FILES-OPEN-SW      PIC X(1)  VALUE 'N'.
011100         88 WS-FILES-OPEN               VALUE 'Y'.
011200     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
011300         88 WS-ABEND                    VALUE 'Y'.
011400 01  WS-COUNTERS              COMP.
011500     05 WS-CRB-READ-CT        PIC 9(9)  VALUE ZERO.
011600     05 WS-CANDIDATE-CT       PIC 9(9)  VALUE ZERO.
011700     05 WS-LATER-CT           PIC 9(9)  VALUE ZERO.
011800     05 WS-CLEARED-CT         PIC 9(9)  VALUE ZERO.
011900     05 WS-DORMANT-CT         PIC 9(9)  VALUE ZERO.
012000     05 WS-LOST-OWNER-CT      PIC 9(9)  VALUE ZERO.
012100     05 WS-LETTER-CT          PIC 9(9)  VALUE ZERO.
012200     05 WS-LETTERED-CT        PIC 9(9)  VALUE ZERO.
012300     05 WS-NO-STMT-CT         PIC 9(9)  VALUE ZERO.
012400     05 WS-DEFAULTED-CT       PIC 9(9)  VALUE ZERO.
012500 01  WS-AMOUNTS.
012600     05 WS-WORK-AMT           PIC S9(11)V99 VALUE ZERO.
012700     05 WS-CREDIT-AMT         PIC S9(11)V99 VALUE ZERO.
012800     05 WS-CANDIDATE-AMT      PIC S9(13)V99 VALUE ZERO.
012900     05 WS-CLEARED-AMT        PIC S9(13)V99 VALUE ZERO.
013000     05 WS-DORMANT-AMT        PIC S9(13)V99 VALUE ZERO.
013100 01  WS-PARM-FIELDS.
013200     05 WS-DFLT-MONTHS        PIC 9(3)  VALUE 36.
013300 01  WS-DATE-FIELDS.
013400     05 WS-RUN-DATE.
013500         10 WS-RUN-YYYY       PIC 9(4).
013600         10 WS-RUN-MM         PIC 9(2).
013700         10 WS-RUN-DD         PIC 9(2).
013800     05 WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
013900     05 WS-RPT-MONTH.
014000         10 WS-RPT-YYYY       PIC 9(4).
014100         10 WS-RPT-MM         PIC 9(2).
014200     05 WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH PIC 9(6).
014300     05 WS-MONTH-START.
014400         10 WS-MS-YYYY        PIC 9(4).
014500         10 WS-MS-MM          PIC 9(2).
014600         10 WS-MS-DD          PIC 9(2).
014700     05 WS-MONTH-START-N REDEFINES WS-MONTH-START PIC 9(8).
014800     05 WS-MONTH-END.
014900         10 WS-ME-YYYY        PIC 9(4).
015000         10 WS-ME-MM          PIC 9(2).
015100         10 WS-ME-DD          PIC 9(2).
015200     05 WS-MONTH-END-N REDEFINES WS-MONTH-END PIC 9(8).
015300     05 WS-FIRST-DATE.
015400         10 WS-FC-YYYY        PIC 9(4).
015500         10 WS-FC-MM          PIC 9(2).
015600         10 WS-FC-DD          PIC 9(2).
015700     05 WS-FIRST-DATE-N REDEFINES WS-FIRST-DATE PIC 9(8).
015800     05 WS-LEAP-QUOT          PIC 9(4)  VALUE ZERO.
015900     05 WS-LEAP-REM4          PIC 9(4)  VALUE ZERO.
016000     05 WS-LEAP-REM100        PIC 9(4)  VALUE ZERO.
016100     05 WS-LEAP-REM400        PIC 9(4)  VALUE ZERO.
016200 01  WS-MONTH-DAYS-LIST       PIC X(24) VALUE
016300         '312831303130313130313031'.
016400 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-LIST.
016500     05 WS-MONTH-DAYS         PIC 9(2)  OCCURS 12 TIMES.
016600 01  WS-AGE-FIELDS.
016700     05 WS-AGE-DAYS           PIC S9(9) COMP VALUE ZERO.
016800     05 WS-AGE-MONTHS         PIC S9(5) COMP VALUE ZERO.
016900     05 WS-ME-DAYS            PIC S9(9) COMP VALUE ZERO.
017000     05 WS-BKT-IDX            PIC 9(4)  COMP VALUE ZERO.
017100     05 WS-REQ-MONTHS         PIC 9(3)  VALUE ZERO.
017200     05 WS-REQ-AUTHORITY      PIC X(20) VALUE SPACES.
017300     05 WS-FLAGS              PIC X(3)  VALUE SPACES.
017400 01  WS-DATE-TO-DAYS-WORK.
017500     05 WS-DTD-DATE.
017600         10 WS-DTD-YYYY       PIC 9(4).
017700         10 WS-DTD-MM         PIC 9(2).
017800         10 WS-DTD-DD         PIC 9(2).
017900     05 WS-DTD-Y              PIC S9(9)     COMP.
018000     05 WS-DTD-M              PIC S9(9)     COMP.
018100     05 WS-DTD-DAYS           PIC S9(9)     COMP.
018200******************************************************************
018300*  THE DORMANCY TABLE, AS LOADED FROM ESCDORMD.
018400******************************************************************
018500 01  WS-DORM-TABLE.
018600     05 WS-DORM-ENTRY-CT      PIC 9(4)  COMP VALUE ZERO.
018700     05 WS-DORM-ENTRY         OCCURS 500 TIMES.
018800         10 WS-DORM-STATE     PIC X(2).
018900         10 WS-DORM-EFF-DATE  PIC 9(8).
019000         10 WS-DORM-MONTHS    PIC 9(3).
019100         10 WS-DORM-AUTHORITY PIC X(20).
019200 01  WS-DORM-SEARCH.
019300     05 WS-DORM-IDX           PIC 9(4)  COMP VALUE ZERO.
019400     05 WS-DORM-MATCH-IDX     PIC 9(4)  COMP VALUE ZERO.
019500     05 WS-DORM-BEST-DATE     PIC 9(8)  VALUE ZERO.
019600******************************************************************
019700*  REFUND-CANDIDATE AGING BUCKETS, BY DAYS IN CREDIT AT THE
019800*  MONTH END.
019900******************************************************************
020000 01  WS-BKT-NAME-LIST.
020100     05 FILLER                PIC X(15) VALUE '0-30 DAYS'.
020200     05 FILLER                PIC X(15) VALUE '31-90 DAYS'.
020300     05 FILLER                PIC X(15) VALUE '91-180 DAYS'.
020400     05 FILLER                PIC X(15) VALUE '181-365 DAYS'.
020500     05 FILLER                PIC X(15) VALUE 'OVER 365 DAYS'.
020600 01  WS-BKT-NAME-R REDEFINES WS-BKT-NAME-LIST.
020700     05 WS-BKT-NAME           PIC X(15) OCCURS 5 TIMES.
020800 01  WS-BKT-TABLE.
020900     05 WS-BKT-ENTRY          OCCURS 5 TIMES.
021000         10 WS-BKT-CT         PIC 9(9)  COMP.
021100         10 WS-BKT-AMT        PIC S9(13)V99 COMP-3.
021200******************************************************************
021300*  ESCHEAT DUE-DILIGENCE SUMMARY BY OWNER STATE.
021400******************************************************************
021500 01  WS-STATE-TABLE.
021600     05 WS-STATE-ENTRY-CT     PIC 9(4)  COMP VALUE ZERO.
021700     05 WS-STATE-ENTRY        OCCURS 100 TIMES.
021800         10 WS-ST-STATE       PIC X(2).
021900         10 WS-ST-CT          PIC 9(9)  COMP.
022000         10 WS-ST-LOST-CT     PIC 9(9)  COMP.
022100         10 WS-ST-AMT         PIC S9(13)V99 COMP-3.
022200 01  WS-STATE-SEARCH.
022300     05 WS-ST-IDX             PIC 9(4)  COMP VALUE ZERO.
022400     05 WS-ST-MATCH-IDX       PIC 9(4)  COMP VALUE ZERO.
022500 01  WS-PRMG-COMMAREA.
022600     COPY PRMCOM.
022700 01  WS-CRBR-HEADING1.
022800     05 FILLER                PIC X(50) VALUE
022900         'AJ2CRBR - CREDIT-BALANCE REFUND CANDIDATES  MONTH '.
023000     05 WS-CRBR-HDG-MONTH     PIC 9(6).
023100     05 FILLER                PIC X(11) VALUE '  AGED TO'.
023200     05 WS-CRBR-HDG-END       PIC 9(8).
023300 01  WS-CRBR-HEADING2.
023400     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
023500     05 FILLER                PIC X(4)  VALUE 'ST'.
023600     05 FILLER                PIC X(6)  VALUE 'LOB'.
023700     05 FILLER                PIC X(10) VALUE 'STMT ID'.
023800     05 FILLER                PIC X(10) VALUE 'IN CREDIT'.
023900     05 FILLER                PIC X(7)  VALUE '  DAYS'.
024000     05 FILLER                PIC X(17) VALUE ' CREDIT AMOUNT'.
024100     05 FILLER                PIC X(6)  VALUE 'FLAGS'.
024200     05 FILLER                PIC X(10) VALUE 'ESCHEAT'.
024300 01  WS-CRBR-DETAIL.
024400     05 WS-CRBR-ACCT-NUM      PIC X(25).
024500     05 FILLER                PIC X(2)  VALUE SPACES.
024600     05 WS-CRBR-STATE         PIC X(2).
024700     05 FILLER                PIC X(2)  VALUE SPACES.
024800     05 WS-CRBR-LOB           PIC X(4).
024900     05 FILLER                PIC X(2)  VALUE SPACES.
025000     05 WS-CRBR-STMT-ID       PIC X(8).
025100     05 FILLER                PIC X(2)  VALUE SPACES.
025200     05 WS-CRBR-FIRST-DATE    PIC 9(8).
025300     05 FILLER                PIC X(2)  VALUE SPACES.
025400     05 WS-CRBR-AGE-DAYS      PIC ZZZZ9.
025500     05 FILLER                PIC X(2)  VALUE SPACES.
025600     05 WS-CRBR-CREDIT-AMT    PIC Z(10)9.99.
025700     05 FILLER                PIC X(3)  VALUE SPACES.
025800     05 WS-CRBR-FLAGS         PIC X(3).
025900     05 FILLER                PIC X(3)  VALUE SPACES.
026000     05 WS-CRBR-ESCHEAT       PIC X(10).
026100 01  WS-CRBR-FLAG-KEY.
026200     05 FILLER                PIC X(24) VALUE
026300         'FLAGS: N = NCOA 02/03'.
026400     05 FILLER                PIC X(20) VALUE
026500         'R = RETURNED MAIL'.
026600     05 FILLER                PIC X(20) VALUE
026700         'A = SENT TO AJ2ARCH'.
026800 01  WS-CRBR-BKT-HEADING.
026900     05 FILLER                PIC X(20) VALUE 'AGING SUMMARY'.
027000     05 FILLER                PIC X(13) VALUE '     CREDITS'.
027100     05 FILLER                PIC X(16) VALUE
027200         '          AMOUNT'.
027300 01  WS-CRBR-BKT-LINE.
027400     05 WS-CRBR-BKT-NAME      PIC X(20).
027500     05 WS-CRBR-BKT-CT        PIC ZZZ,ZZZ,ZZ9.
027600     05 FILLER                PIC X(2)  VALUE SPACES.
027700     05 WS-CRBR-BKT-AMT       PIC Z(12)9.99.
027800 01  WS-CRBR-TOTALS1.
027900     05 FILLER               PIC X(20) VALUE 'REFUND CANDIDATES'.
028000     05 WS-CRBR-TOT-CT       PIC ZZZ,ZZZ,ZZ9.
028100     05 FILLER               PIC X(2)  VALUE SPACES.
028200     05 WS-CRBR-TOT-AMT      PIC Z(12)9.99.
028300 01  WS-CRBR-TOTALS2.
028400     05 FILLER               PIC X(20) VALUE 'CLEARED IN MONTH'.
028500     05 WS-CRBR-CLR-CT       PIC ZZZ,ZZZ,ZZ9.
028600     05 FILLER               PIC X(2)  VALUE SPACES.
028700     05 WS-CRBR-CLR-AMT      PIC Z(12)9.99.
028800 01  WS-ESCD-HEADING1.
028900     05 FILLER                PIC X(50) VALUE
029000         'AJ2CRBR - ESCHEAT DUE-DILIGENCE LIST        MONTH '.
029100     05 WS-ESCD-HDG-MONTH     PIC 9(6).
029200     05 FILLER                PIC X(11) VALUE '  AGED TO'.
029300     05 WS-ESCD-HDG-END       PIC 9(8).
029400 01  WS-ESCD-HEADING2.
029500     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
029600     05 FILLER                PIC X(4)  VALUE 'ST'.
029700     05 FILLER                PIC X(10) VALUE 'IN CREDIT'.
029800     05 FILLER                PIC X(8)  VALUE 'MOS/DOR'.
029900     05 FILLER                PIC X(16) VALUE 'CREDIT AMOUNT'.
030000     05 FILLER                PIC X(6)  VALUE 'NCOA'.
030100     05 FILLER                PIC X(10) VALUE 'RETURNED'.
030200     05 FILLER                PIC X(10) VALUE 'ARCHIVED'.
030300     05 FILLER                PIC X(6)  VALUE 'LOST'.
030400     05 FILLER                PIC X(22) VALUE 'AUTHORITY'.
030500     05 FILLER                PIC X(13) VALUE 'LETTER'.
030600 01  WS-ESCD-DETAIL.
030700     05 WS-ESCD-ACCT-NUM      PIC X(25).
030800     05 FILLER                PIC X(2)  VALUE SPACES.
030900     05 WS-ESCD-STATE         PIC X(2).
031000     05 FILLER                PIC X(2)  VALUE SPACES.
031100     05 WS-ESCD-FIRST-DATE    PIC 9(8).
031200     05 FILLER                PIC X(2)  VALUE SPACES.
031300     05 WS-ESCD-AGE-MONTHS    PIC ZZ9.
031400     05 WS-ESCD-SLASH         PIC X(1)  VALUE '/'.
031500     05 WS-ESCD-DORM-MONTHS   PIC ZZ9.
031600     05 FILLER                PIC X(1)  VALUE SPACES.
031700     05 WS-ESCD-CREDIT-AMT    PIC Z(9)9.99.
031800     05 FILLER                PIC X(3)  VALUE SPACES.
031900     05 WS-ESCD-NCOA-CD       PIC X(2).
032000     05 FILLER                PIC X(4)  VALUE SPACES.
032100     05 WS-ESCD-RTN-DATE      PIC X(8).
032200     05 FILLER                PIC X(2)  VALUE SPACES.
032300     05 WS-ESCD-ARCH-DATE     PIC X(8).
032400     05 FILLER                PIC X(2)  VALUE SPACES.
032500     05 WS-ESCD-LOST          PIC X(3).
032600     05 FILLER                PIC X(3)  VALUE SPACES.
032700     05 WS-ESCD-AUTHORITY     PIC X(20).
032800     05 FILLER                PIC X(2)  VALUE SPACES.
032900     05 WS-ESCD-LETTER        PIC X(22).
033000 01  WS-ESCD-ST-HEADING.
033100     05 FILLER                PIC X(10) VALUE 'STATE'.
033200     05 FILLER                PIC X(13) VALUE '     CREDITS'.
033300     05 FILLER                PIC X(13) VALUE '  LOST OWNER'.
033400     05 FILLER                PIC X(16) VALUE
033500         '          AMOUNT'.
033600 01  WS-ESCD-ST-LINE.
033700     05 WS-ESCD-ST-STATE      PIC X(10).
033800     05 WS-ESCD-ST-CT         PIC ZZZ,ZZZ,ZZ9.
033900     05 FILLER                PIC X(2)  VALUE SPACES.
034000     05 WS-ESCD-ST-LOST-CT    PIC ZZZ,ZZZ,ZZ9.
034100     05 FILLER                PIC X(2)  VALUE SPACES.
034200     05 WS-ESCD-ST-AMT        PIC Z(12)9.99.
034300 01  WS-ESCD-TOTALS.
034400     05 FILLER               PIC X(15) VALUE 'DORMANT:'.
034500     05 WS-ESCD-TOT-CT       PIC ZZZ,ZZZ,ZZ9.
034600     05 FILLER               PIC X(14) VALUE ' LOST OWNER:'.
034700     05 WS-ESCD-TOT-LOST     PIC ZZZ,ZZZ,ZZ9.
034800     05 FILLER               PIC X(16) VALUE ' LETTERS FED:'.
034900     05 WS-ESCD-TOT-LETTER   PIC ZZZ,ZZZ,ZZ9.
035000     05 FILLER               PIC X(15) VALUE ' WORK BY HAND:'.
035100     05 WS-ESCD-TOT-NO-STMT  PIC ZZZ,ZZZ,ZZ9.
035200 PROCEDURE DIVISION.
035300 0000-MAINLINE.
035400     PERFORM 1000-INITIALIZE
035500         THRU 1000-INITIALIZE-EXIT.
035600     IF NOT WS-ABEND
035700         PERFORM 2000-PROCESS-CREDIT
035800             THRU 2000-PROCESS-CREDIT-EXIT
035900             UNTIL WS-CRB-EOF OR WS-ABEND
036000     END-IF.
036100     PERFORM 8000-TERMINATE
036200         THRU 8000-TERMINATE-EXIT.
036300     GO TO 9999-EXIT.
036400 1000-INITIALIZE.
036500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
036600     MOVE WS-RUN-YYYY TO WS-RPT-YYYY.
036700     MOVE WS-RUN-MM   TO WS-RPT-MM.
036800     IF WS-RPT-MM = 1
036900         MOVE 12 TO WS-RPT-MM
037000         SUBTRACT 1 FROM WS-RPT-YYYY
037100     ELSE
037200         SUBTRACT 1 FROM WS-RPT-MM
037300     END-IF.
037400     MOVE 'AJ2CRBR'  TO PRMG-JOB-NAME.
037500     MOVE 'RPTMONTH' TO PRMG-PARM-NAME.
037600     MOVE ZERO       TO PRMG-AS-OF-DATE.
037700     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
037800     IF PRMG-FOUND
037900         IF PRMG-VALUE(1:6) NUMERIC
038000             AND PRMG-VALUE(5:2) >= '01'
038100             AND PRMG-VALUE(5:2) <= '12'
038200             MOVE PRMG-VALUE(1:6) TO WS-RPT-MONTH
038300         END-IF
038400     END-IF.
038500     MOVE 'AJ2CRBR'  TO PRMG-JOB-NAME.
038600     MOVE 'DFLTMOS'  TO PRMG-PARM-NAME.
038700     MOVE ZERO       TO PRMG-AS-OF-DATE.
038800     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
038900     IF PRMG-FOUND
039000         IF PRMG-VALUE(1:3) NUMERIC
039100             MOVE PRMG-VALUE(1:3) TO WS-DFLT-MONTHS
039200         END-IF
039300     END-IF.
039400     PERFORM 1050-SET-MONTH-BOUNDS
039500         THRU 1050-SET-MONTH-BOUNDS-EXIT.
039600     PERFORM 1100-LOAD-DORMANCY
039700         THRU 1100-LOAD-DORMANCY-EXIT.
039800     IF WS-ABEND
039900         GO TO 1000-INITIALIZE-EXIT
040000     END-IF.
040100     OPEN I-O CRB-MAST.
040200*    NO CREDIT-BALANCE MASTER YET - AJ2CRBA HAS NOT RUN.  THE
040300*    REPORTS ARE STILL PRODUCED, EMPTY.
040400     IF WS-CRBM-STATUS = '35'
040500         DISPLAY 'AJ2CRBR - NO CRBMAST ON FILE, NOTHING TO REPORT'
040600         SET WS-NO-MAST TO TRUE
040700         SET WS-CRB-EOF TO TRUE
040800     ELSE
040900         IF WS-CRBM-STATUS NOT = '00'
041000             DISPLAY 'AJ2CRBR - CRBMAST OPEN FAILED, STATUS '
041100                 WS-CRBM-STATUS
041200             SET WS-ABEND TO TRUE
041300             GO TO 1000-INITIALIZE-EXIT
041400         END-IF
041500     END-IF.
041600     OPEN INPUT AJ2-VSAM.
041665     IF WS-AJ2V-STATUS NOT = '00'
041730         DISPLAY 'AJ2CRBR - AJ2VSAM OPEN FAILED, STATUS '
041795             WS-AJ2V-STATUS
041860         IF NOT WS-NO-MAST
041925             CLOSE CRB-MAST
041990         END-IF
042055         SET WS-ABEND TO TRUE
042120         GO TO 1000-INITIALIZE-EXIT
042185     END-IF.
042250     OPEN OUTPUT CRB-LTR.
042315     IF WS-LTR-STATUS NOT = '00'
042380         DISPLAY 'AJ2CRBR - CRBLTR OPEN FAILED, STATUS '
042445             WS-LTR-STATUS
042510         CLOSE AJ2-VSAM
042575         IF NOT WS-NO-MAST
042640             CLOSE CRB-MAST
042705         END-IF
042770         SET WS-ABEND TO TRUE
042835         GO TO 1000-INITIALIZE-EXIT
042900     END-IF.
042965     OPEN OUTPUT CRBR-RPT.
043030     IF WS-CRBR-RPT-STATUS NOT = '00'
043095         DISPLAY 'AJ2CRBR - CRBRRPT OPEN FAILED, STATUS '
043160             WS-CRBR-RPT-STATUS
043225         CLOSE AJ2-VSAM CRB-LTR
043290         IF NOT WS-NO-MAST
043355             CLOSE CRB-MAST
043420         END-IF
043485         SET WS-ABEND TO TRUE
043550         GO TO 1000-INITIALIZE-EXIT
043615     END-IF.
043680     OPEN OUTPUT ESCD-RPT.
043745     IF WS-ESCD-RPT-STATUS NOT = '00'
043810         DISPLAY 'AJ2CRBR - ESCDRPT OPEN FAILED, STATUS '
043875             WS-ESCD-RPT-STATUS
043940         CLOSE AJ2-VSAM CRB-LTR CRBR-RPT
044005         IF NOT WS-NO-MAST
044070             CLOSE CRB-MAST
044135         END-IF
044200         SET WS-ABEND TO TRUE
044265         GO TO 1000-INITIALIZE-EXIT
044330     END-IF.
044400     SET WS-FILES-OPEN TO TRUE.
044500     INITIALIZE WS-BKT-TABLE.
044600     MOVE WS-RPT-MONTH-N TO WS-CRBR-HDG-MONTH WS-ESCD-HDG-MONTH.
044700     MOVE WS-MONTH-END-N TO WS-CRBR-HDG-END WS-ESCD-HDG-END.
044800     WRITE CRBR-RPT-LINE FROM WS-CRBR-HEADING1.
044900     WRITE CRBR-RPT-LINE FROM WS-CRBR-FLAG-KEY.
045000     MOVE SPACES TO CRBR-RPT-LINE.
045100     WRITE CRBR-RPT-LINE.
045200     WRITE CRBR-RPT-LINE FROM WS-CRBR-HEADING2.
045300     WRITE ESCD-RPT-LINE FROM WS-ESCD-HEADING1.
045400     MOVE SPACES TO ESCD-RPT-LINE.
045500     WRITE ESCD-RPT-LINE.
045600     WRITE ESCD-RPT-LINE FROM WS-ESCD-HEADING2.
045700     IF NOT WS-NO-MAST
045800         PERFORM 5000-READ-CRB THRU 5000-READ-CRB-EXIT
045900     END-IF.
046000 1000-INITIALIZE-EXIT.
046100     EXIT.
046200******************************************************************
046300*  1050-SET-MONTH-BOUNDS - FIRST AND LAST DAY OF THE REPORT
046400*  MONTH.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT
046500*  A CENTURY YEAR NOT DIVISIBLE BY 400.
046600******************************************************************
046700 1050-SET-MONTH-BOUNDS.
046800     MOVE WS-RPT-YYYY TO WS-MS-YYYY WS-ME-YYYY.
046900     MOVE WS-RPT-MM   TO WS-MS-MM WS-ME-MM.
047000     MOVE 1           TO WS-MS-DD.
047100     MOVE WS-MONTH-DAYS(WS-RPT-MM) TO WS-ME-DD.
047200     IF WS-RPT-MM NOT = 2
047300         GO TO 1050-SET-MONTH-BOUNDS-EXIT
047400     END-IF.
047500     DIVIDE WS-RPT-YYYY BY 4   GIVING WS-LEAP-QUOT
047600         REMAINDER WS-LEAP-REM4.
047700     DIVIDE WS-RPT-YYYY BY 100 GIVING WS-LEAP-QUOT
047800         REMAINDER WS-LEAP-REM100.
047900     DIVIDE WS-RPT-YYYY BY 400 GIVING WS-LEAP-QUOT
048000         REMAINDER WS-LEAP-REM400.
048100     IF WS-LEAP-REM4 = ZERO
048200         IF WS-LEAP-REM100 NOT = ZERO OR WS-LEAP-REM400 = ZERO
048300             MOVE 29 TO WS-ME-DD
048400         END-IF
048500     END-IF.
048600 1050-SET-MONTH-BOUNDS-EXIT.
048700     EXIT.
048800******************************************************************
048900*  1100-LOAD-DORMANCY - LOADS THE DORMANCY TABLE.  NO TABLE ON
049000*  FILE MEANS THE DEFAULT PERIOD EVERYWHERE, NOT AN ERROR.
049100******************************************************************
049200 1100-LOAD-DORMANCY.
049300     OPEN INPUT ESC-DORM.
049400     IF WS-DORM-STATUS = '35'
049500         DISPLAY 'AJ2CRBR - NO ESCDORMD, DEFAULT PERIOD USED'
049600         GO TO 1100-LOAD-DORMANCY-EXIT
049700     END-IF.
049800     IF WS-DORM-STATUS NOT = '00'
049900         DISPLAY 'AJ2CRBR - ESCDORMD OPEN FAILED, STATUS '
050000             WS-DORM-STATUS
050100         SET WS-ABEND TO TRUE
050200         GO TO 1100-LOAD-DORMANCY-EXIT
050300     END-IF.
050400 1100-LOAD-NEXT-DORMANCY.
050500     READ ESC-DORM
050600         AT END
050700             GO TO 1100-LOAD-DORMANCY-DONE
050800     END-READ.
050900     IF EDM-DORM-MONTHS NOT NUMERIC OR EDM-EFF-DATE NOT NUMERIC
051000         DISPLAY 'AJ2CRBR - ESCDORMD ROW IGNORED, NOT NUMERIC: '
051100             EDM-MAIL-STATE
051200         GO TO 1100-LOAD-NEXT-DORMANCY
051300     END-IF.
051400     IF WS-DORM-ENTRY-CT >= 500
051500         IF NOT WS-DORM-TABLE-FULL
051600             SET WS-DORM-TABLE-FULL TO TRUE
051700             DISPLAY 'AJ2CRBR - DORMANCY TABLE FULL AT 500 ROWS'
051800         END-IF
051900         GO TO 1100-LOAD-NEXT-DORMANCY
052000     END-IF.
052100     ADD 1 TO WS-DORM-ENTRY-CT.
052200     MOVE EDM-MAIL-STATE  TO WS-DORM-STATE(WS-DORM-ENTRY-CT).
052300     MOVE EDM-EFF-DATE    TO WS-DORM-EFF-DATE(WS-DORM-ENTRY-CT).
052400     MOVE EDM-DORM-MONTHS TO WS-DORM-MONTHS(WS-DORM-ENTRY-CT).
052500     MOVE EDM-AUTHORITY   TO WS-DORM-AUTHORITY(WS-DORM-ENTRY-CT).
052600     GO TO 1100-LOAD-NEXT-DORMANCY.
052700 1100-LOAD-DORMANCY-DONE.
052800     CLOSE ESC-DORM.
052900 1100-LOAD-DORMANCY-EXIT.
053000     EXIT.
053100******************************************************************
053200*  2000-PROCESS-CREDIT - A CLEARED CREDIT COUNTS ONLY WHEN IT
053300*  CLEARED IN THE REPORT MONTH.  AN OPEN CREDIT FIRST SEEN AFTER
053400*  THE MONTH END BELONGS TO A LATER MONTH.
053500******************************************************************
053600 2000-PROCESS-CREDIT.
053700     MOVE CRB-END-BALANCE TO WS-WORK-AMT.
053800     SUBTRACT WS-WORK-AMT FROM ZERO GIVING WS-CREDIT-AMT.
053900     EVALUATE TRUE
054000         WHEN CRB-STAT-CLEARED
054100             IF CRB-CLEARED-DATE NOT < WS-MONTH-START-N
054200                     AND CRB-CLEARED-DATE NOT > WS-MONTH-END-N
054300                 ADD 1 TO WS-CLEARED-CT
054400                 ADD WS-CREDIT-AMT TO WS-CLEARED-AMT
054500             END-IF
054600         WHEN CRB-FIRST-CREDIT-DATE > WS-MONTH-END-N
054700             ADD 1 TO WS-LATER-CT
054800         WHEN OTHER
054900             PERFORM 3000-LIST-CANDIDATE
055000                 THRU 3000-LIST-CANDIDATE-EXIT
055100     END-EVALUATE.
055200     PERFORM 5000-READ-CRB THRU 5000-READ-CRB-EXIT.
055300 2000-PROCESS-CREDIT-EXIT.
055400     EXIT.
055500******************************************************************
055600*  3000-LIST-CANDIDATE - AGES THE CREDIT TO THE MONTH END IN
055700*  DAYS (FOR THE AGING BUCKETS) AND IN WHOLE MONTHS (AGAINST THE
055800*  DORMANCY PERIOD), AND LISTS IT AS A REFUND CANDIDATE.
055900******************************************************************
056000 3000-LIST-CANDIDATE.
056100     ADD 1 TO WS-CANDIDATE-CT.
056200     ADD WS-CREDIT-AMT TO WS-CANDIDATE-AMT.
056300     MOVE CRB-FIRST-CREDIT-DATE TO WS-FIRST-DATE-N.
056400     MOVE WS-MONTH-END TO WS-DTD-DATE.
056500     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-EXIT.
056600     MOVE WS-DTD-DAYS TO WS-ME-DAYS.
056700     MOVE WS-FIRST-DATE TO WS-DTD-DATE.
056800     PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-EXIT.
056900     COMPUTE WS-AGE-DAYS = WS-ME-DAYS - WS-DTD-DAYS.
057000     COMPUTE WS-AGE-MONTHS =
057100         (WS-ME-YYYY * 12 + WS-ME-MM)
057200         - (WS-FC-YYYY * 12 + WS-FC-MM).
057300     IF WS-FC-DD > WS-ME-DD
057400         SUBTRACT 1 FROM WS-AGE-MONTHS
057500     END-IF.
057600     EVALUATE TRUE
057700         WHEN WS-AGE-DAYS NOT > 30
057800             MOVE 1 TO WS-BKT-IDX
057900         WHEN WS-AGE-DAYS NOT > 90
058000             MOVE 2 TO WS-BKT-IDX
058100         WHEN WS-AGE-DAYS NOT > 180
058200             MOVE 3 TO WS-BKT-IDX
058300         WHEN WS-AGE-DAYS NOT > 365
058400             MOVE 4 TO WS-BKT-IDX
058500         WHEN OTHER
058600             MOVE 5 TO WS-BKT-IDX
058700     END-EVALUATE.
058800     ADD 1 TO WS-BKT-CT(WS-BKT-IDX).
058900     ADD WS-CREDIT-AMT TO WS-BKT-AMT(WS-BKT-IDX).
059000     MOVE SPACES TO WS-FLAGS.
059100     IF CRB-NCOA-RTN-CD NOT = SPACES
059200         MOVE 'N' TO WS-FLAGS(1:1)
059300     END-IF.
059400     IF CRB-RTN-MAIL
059500         MOVE 'R' TO WS-FLAGS(2:1)
059600     END-IF.
059700     IF CRB-ARCHIVED
059800         MOVE 'A' TO WS-FLAGS(3:1)
059900     END-IF.
060000     PERFORM 3100-FIND-DORMANCY THRU 3100-FIND-DORMANCY-EXIT.
060100     MOVE CRB-KEY-ACCT-NUM      TO WS-CRBR-ACCT-NUM.
060200     MOVE CRB-MAIL-STATE        TO WS-CRBR-STATE.
060300     MOVE CRB-INS-LOB           TO WS-CRBR-LOB.
060400     MOVE CRB-STMT-ID           TO WS-CRBR-STMT-ID.
060500     MOVE CRB-FIRST-CREDIT-DATE TO WS-CRBR-FIRST-DATE.
060600     MOVE WS-AGE-DAYS           TO WS-CRBR-AGE-DAYS.
060700     MOVE WS-CREDIT-AMT         TO WS-CRBR-CREDIT-AMT.
060800     MOVE WS-FLAGS              TO WS-CRBR-FLAGS.
060900     IF WS-AGE-MONTHS < WS-REQ-MONTHS
061000         MOVE SPACES TO WS-CRBR-ESCHEAT
061100         WRITE CRBR-RPT-LINE FROM WS-CRBR-DETAIL
061200         GO TO 3000-LIST-CANDIDATE-EXIT
061300     END-IF.
061400     MOVE 'DORMANT' TO WS-CRBR-ESCHEAT.
061500     WRITE CRBR-RPT-LINE FROM WS-CRBR-DETAIL.
061600     PERFORM 4000-LIST-DORMANT THRU 4000-LIST-DORMANT-EXIT.
061700 3000-LIST-CANDIDATE-EXIT.
061800     EXIT.
061900******************************************************************
062000*  3100-FIND-DORMANCY - THE OWNER STATE'S ROW WITH THE LATEST
062100*  EFFECTIVE DATE ON OR BEFORE THE MONTH END, ELSE THE DEFAULT.
062200******************************************************************
062300 3100-FIND-DORMANCY.
062400     MOVE ZERO TO WS-DORM-MATCH-IDX
062500                  WS-DORM-BEST-DATE.
062600     PERFORM 3150-SCAN-DORMANCY
062700         THRU 3150-SCAN-DORMANCY-EXIT
062800         VARYING WS-DORM-IDX FROM 1 BY 1
062900         UNTIL WS-DORM-IDX > WS-DORM-ENTRY-CT.
063000     IF WS-DORM-MATCH-IDX > ZERO
063100         MOVE WS-DORM-MONTHS(WS-DORM-MATCH-IDX) TO WS-REQ-MONTHS
063200         MOVE WS-DORM-AUTHORITY(WS-DORM-MATCH-IDX)
063300             TO WS-REQ-AUTHORITY
063400         GO TO 3100-FIND-DORMANCY-EXIT
063500     END-IF.
063600     MOVE WS-DFLT-MONTHS TO WS-REQ-MONTHS.
063700     MOVE 'DEFAULT (DFLTMOS)' TO WS-REQ-AUTHORITY.
063800     ADD 1 TO WS-DEFAULTED-CT.
063900 3100-FIND-DORMANCY-EXIT.
064000     EXIT.
064100 3150-SCAN-DORMANCY.
064200     IF WS-DORM-STATE(WS-DORM-IDX) NOT = CRB-MAIL-STATE
064300         OR WS-DORM-EFF-DATE(WS-DORM-IDX) > WS-MONTH-END-N
064400         GO TO 3150-SCAN-DORMANCY-EXIT
064500     END-IF.
064600     IF WS-DORM-EFF-DATE(WS-DORM-IDX) >= WS-DORM-BEST-DATE
064700         MOVE WS-DORM-IDX TO WS-DORM-MATCH-IDX
064800         MOVE WS-DORM-EFF-DATE(WS-DORM-IDX) TO WS-DORM-BEST-DATE
064900     END-IF.
065000 3150-SCAN-DORMANCY-EXIT.
065100     EXIT.
065200******************************************************************
065300*  4000-LIST-DORMANT - ONE LINE ON THE DUE-DILIGENCE LIST, AND
065400*  THE LETTER WHEN THIS CREDIT HAS NOT HAD ONE.
065500******************************************************************
065600 4000-LIST-DORMANT.
065700     ADD 1 TO WS-DORMANT-CT.
065800     ADD WS-CREDIT-AMT TO WS-DORMANT-AMT.
065900     MOVE SPACES                TO WS-ESCD-DETAIL.
066000     MOVE CRB-KEY-ACCT-NUM      TO WS-ESCD-ACCT-NUM.
066100     MOVE CRB-MAIL-STATE        TO WS-ESCD-STATE.
066200     MOVE CRB-FIRST-CREDIT-DATE TO WS-ESCD-FIRST-DATE.
066300     MOVE WS-AGE-MONTHS         TO WS-ESCD-AGE-MONTHS.
066400     MOVE '/'                   TO WS-ESCD-SLASH.
066500     MOVE WS-REQ-MONTHS         TO WS-ESCD-DORM-MONTHS.
066600     MOVE WS-CREDIT-AMT         TO WS-ESCD-CREDIT-AMT.
066700     MOVE CRB-NCOA-RTN-CD       TO WS-ESCD-NCOA-CD.
066800     IF CRB-RTN-MAIL
066900         MOVE CRB-LAST-RTN-DATE TO WS-ESCD-RTN-DATE
067000     END-IF.
067100     IF CRB-ARCHIVED
067200         MOVE CRB-ARCH-DATE     TO WS-ESCD-ARCH-DATE
067300     END-IF.
067400     IF WS-FLAGS NOT = SPACES
067500         MOVE 'YES' TO WS-ESCD-LOST
067600         ADD 1 TO WS-LOST-OWNER-CT
067700     END-IF.
067800     MOVE WS-REQ-AUTHORITY      TO WS-ESCD-AUTHORITY.
067900     PERFORM 4100-TALLY-STATE THRU 4100-TALLY-STATE-EXIT.
068000     IF CRB-DD-LETTER-DATE NOT = ZERO
068100         ADD 1 TO WS-LETTERED-CT
068200         STRING 'LETTER SENT ' DELIMITED BY SIZE
068300                CRB-DD-LETTER-DATE DELIMITED BY SIZE
068400             INTO WS-ESCD-LETTER
068500         END-STRING
068600         WRITE ESCD-RPT-LINE FROM WS-ESCD-DETAIL
068700         GO TO 4000-LIST-DORMANT-EXIT
068800     END-IF.
068900     PERFORM 4200-FEED-LETTER THRU 4200-FEED-LETTER-EXIT.
069000     WRITE ESCD-RPT-LINE FROM WS-ESCD-DETAIL.
069100 4000-LIST-DORMANT-EXIT.
069200     EXIT.
069300 4100-TALLY-STATE.
069400     MOVE ZERO TO WS-ST-MATCH-IDX.
069500     PERFORM 4150-SCAN-STATE
069600         THRU 4150-SCAN-STATE-EXIT
069700         VARYING WS-ST-IDX FROM 1 BY 1
069800         UNTIL WS-ST-IDX > WS-STATE-ENTRY-CT
069900            OR WS-ST-MATCH-IDX > ZERO.
070000     IF WS-ST-MATCH-IDX = ZERO
070100         IF WS-STATE-ENTRY-CT >= 100
070200             IF NOT WS-STATE-TABLE-FULL
070300                 SET WS-STATE-TABLE-FULL TO TRUE
070400                 DISPLAY 'AJ2CRBR - STATE SUMMARY FULL AT 100'
070500             END-IF
070600             GO TO 4100-TALLY-STATE-EXIT
070700         END-IF
070800         ADD 1 TO WS-STATE-ENTRY-CT
070900         MOVE WS-STATE-ENTRY-CT TO WS-ST-MATCH-IDX
071000         MOVE CRB-MAIL-STATE TO WS-ST-STATE(WS-ST-MATCH-IDX)
071100         MOVE ZERO TO WS-ST-CT(WS-ST-MATCH-IDX)
071200                      WS-ST-LOST-CT(WS-ST-MATCH-IDX)
071300                      WS-ST-AMT(WS-ST-MATCH-IDX)
071400     END-IF.
071500     ADD 1 TO WS-ST-CT(WS-ST-MATCH-IDX).
071600     ADD WS-CREDIT-AMT TO WS-ST-AMT(WS-ST-MATCH-IDX).
071700     IF WS-FLAGS NOT = SPACES
071800         ADD 1 TO WS-ST-LOST-CT(WS-ST-MATCH-IDX)
071900     END-IF.
072000 4100-TALLY-STATE-EXIT.
072100     EXIT.
072200 4150-SCAN-STATE.
072300     IF WS-ST-STATE(WS-ST-IDX) = CRB-MAIL-STATE
072400         MOVE WS-ST-IDX TO WS-ST-MATCH-IDX
072500     END-IF.
072600 4150-SCAN-STATE-EXIT.
072700     EXIT.
072800******************************************************************
072900*  4200-FEED-LETTER - THE LETTER IS COMPOSED FROM THE STATEMENT
073000*  THE CREDIT WAS LAST SEEN ON.
073100******************************************************************
073200 4200-FEED-LETTER.
073300     MOVE CRB-KEY-ACCT-NUM TO AJ2V-KEY-ACCT-NUM.
073400     MOVE CRB-STMT-ID      TO AJ2V-KEY-STMT-ID.
073500     READ AJ2-VSAM
073600         INVALID KEY
073700             ADD 1 TO WS-NO-STMT-CT
073800             MOVE 'NOT ON FILE - BY HAND' TO WS-ESCD-LETTER
073900             GO TO 4200-FEED-LETTER-EXIT
074000     END-READ.
074100     MOVE AJ2V-BODY TO CRB-LTR-REC.
074150     MOVE 'D' TO AJ2-NOTICE-TYPE OF CRB-LTR-REC.
074200     WRITE CRB-LTR-REC.
074300     MOVE WS-RUN-DATE-N TO CRB-DD-LETTER-DATE.
074400     ADD 1 TO CRB-DD-LETTER-CT.
074500     REWRITE CRB-FILE-REC
074600         INVALID KEY
074700             DISPLAY 'AJ2CRBR - CRBMAST REWRITE FAILED FOR '
074800                 CRB-KEY-ACCT-NUM
074900             SET WS-ABEND TO TRUE
075000             GO TO 4200-FEED-LETTER-EXIT
075100     END-REWRITE.
075200     ADD 1 TO WS-LETTER-CT.
075300     MOVE 'LETTER FED' TO WS-ESCD-LETTER.
075400 4200-FEED-LETTER-EXIT.
075500     EXIT.
075600 5000-READ-CRB.
075700     READ CRB-MAST
075800         AT END
075900             SET WS-CRB-EOF TO TRUE
076000             GO TO 5000-READ-CRB-EXIT
076100     END-READ.
076200     ADD 1 TO WS-CRB-READ-CT.
076300 5000-READ-CRB-EXIT.
076400     EXIT.
076500 6000-DATE-TO-DAYS.
076600     IF WS-DTD-DATE NOT NUMERIC OR WS-DTD-DATE = '00000000'
076700         MOVE ZERO TO WS-DTD-DAYS
076800         GO TO 6000-DATE-TO-DAYS-EXIT
076900     END-IF.
077000     IF WS-DTD-MM > 2
077100         MOVE WS-DTD-YYYY TO WS-DTD-Y
077200         COMPUTE WS-DTD-M = WS-DTD-MM + 1
077300     ELSE
077400         COMPUTE WS-DTD-Y = WS-DTD-YYYY - 1
077500         COMPUTE WS-DTD-M = WS-DTD-MM + 13
077600     END-IF.
077700     COMPUTE WS-DTD-DAYS =
077800         (1461 * WS-DTD-Y) / 4
077900         + (153 * WS-DTD-M) / 5
078000         + WS-DTD-DD
078100         - (WS-DTD-Y / 100)
078200         + (WS-DTD-Y / 400).
078300 6000-DATE-TO-DAYS-EXIT.
078400     EXIT.
078500 7000-WRITE-SUMMARIES.
078600     MOVE SPACES TO CRBR-RPT-LINE.
078700     WRITE CRBR-RPT-LINE.
078800     WRITE CRBR-RPT-LINE FROM WS-CRBR-BKT-HEADING.
078900     PERFORM 7100-WRITE-BUCKET
079000         THRU 7100-WRITE-BUCKET-EXIT
079100         VARYING WS-BKT-IDX FROM 1 BY 1
079200         UNTIL WS-BKT-IDX > 5.
079300     MOVE WS-CANDIDATE-CT  TO WS-CRBR-TOT-CT.
079400     MOVE WS-CANDIDATE-AMT TO WS-CRBR-TOT-AMT.
079500     WRITE CRBR-RPT-LINE FROM WS-CRBR-TOTALS1.
079600     MOVE WS-CLEARED-CT    TO WS-CRBR-CLR-CT.
079700     MOVE WS-CLEARED-AMT   TO WS-CRBR-CLR-AMT.
079800     WRITE CRBR-RPT-LINE FROM WS-CRBR-TOTALS2.
079900     MOVE SPACES TO ESCD-RPT-LINE.
080000     WRITE ESCD-RPT-LINE.
080100     WRITE ESCD-RPT-LINE FROM WS-ESCD-ST-HEADING.
080200     PERFORM 7200-WRITE-STATE
080300         THRU 7200-WRITE-STATE-EXIT
080400         VARYING WS-ST-IDX FROM 1 BY 1
080500         UNTIL WS-ST-IDX > WS-STATE-ENTRY-CT.
080600     MOVE 'ALL'            TO WS-ESCD-ST-STATE.
080700     MOVE WS-DORMANT-CT    TO WS-ESCD-ST-CT.
080800     MOVE WS-LOST-OWNER-CT TO WS-ESCD-ST-LOST-CT.
080900     MOVE WS-DORMANT-AMT   TO WS-ESCD-ST-AMT.
081000     WRITE ESCD-RPT-LINE FROM WS-ESCD-ST-LINE.
081100     MOVE SPACES TO ESCD-RPT-LINE.
081200     WRITE ESCD-RPT-LINE.
081300     MOVE WS-DORMANT-CT    TO WS-ESCD-TOT-CT.
081400     MOVE WS-LOST-OWNER-CT TO WS-ESCD-TOT-LOST.
081500     MOVE WS-LETTER-CT     TO WS-ESCD-TOT-LETTER.
081600     MOVE WS-NO-STMT-CT    TO WS-ESCD-TOT-NO-STMT.
081700     WRITE ESCD-RPT-LINE FROM WS-ESCD-TOTALS.
081800 7000-WRITE-SUMMARIES-EXIT.
081900     EXIT.
082000 7100-WRITE-BUCKET.
082100     MOVE WS-BKT-NAME(WS-BKT-IDX) TO WS-CRBR-BKT-NAME.
082200     MOVE WS-BKT-CT(WS-BKT-IDX)   TO WS-CRBR-BKT-CT.
082300     MOVE WS-BKT-AMT(WS-BKT-IDX)  TO WS-CRBR-BKT-AMT.
082400     WRITE CRBR-RPT-LINE FROM WS-CRBR-BKT-LINE.
082500 7100-WRITE-BUCKET-EXIT.
082600     EXIT.
082700 7200-WRITE-STATE.
082800     MOVE WS-ST-STATE(WS-ST-IDX)   TO WS-ESCD-ST-STATE.
082900     MOVE WS-ST-CT(WS-ST-IDX)      TO WS-ESCD-ST-CT.
083000     MOVE WS-ST-LOST-CT(WS-ST-IDX) TO WS-ESCD-ST-LOST-CT.
083100     MOVE WS-ST-AMT(WS-ST-IDX)     TO WS-ESCD-ST-AMT.
083200     WRITE ESCD-RPT-LINE FROM WS-ESCD-ST-LINE.
083300 7200-WRITE-STATE-EXIT.
083400     EXIT.
083500 8000-TERMINATE.
083600     IF NOT WS-FILES-OPEN
083700         GO TO 8000-TERMINATE-EXIT
083800     END-IF.
083900     PERFORM 7000-WRITE-SUMMARIES
084000         THRU 7000-WRITE-SUMMARIES-EXIT.
084100     IF NOT WS-NO-MAST
084200         CLOSE CRB-MAST
084300     END-IF.
084400     CLOSE AJ2-VSAM CRB-LTR CRBR-RPT ESCD-RPT.
084500     DISPLAY 'AJ2CRBR - REPORT MONTH      : ' WS-RPT-MONTH-N.
084600     DISPLAY 'AJ2CRBR - CREDITS READ      : ' WS-CRB-READ-CT.
084700     DISPLAY 'AJ2CRBR - REFUND CANDIDATES : ' WS-CANDIDATE-CT.
084800     DISPLAY 'AJ2CRBR - CLEARED IN MONTH  : ' WS-CLEARED-CT.
084900     DISPLAY 'AJ2CRBR - AFTER MONTH END   : ' WS-LATER-CT.
085000     DISPLAY 'AJ2CRBR - PAST DORMANCY     : ' WS-DORMANT-CT.
085100     DISPLAY 'AJ2CRBR - LOST-OWNER FLAGGED: ' WS-LOST-OWNER-CT.
085200     DISPLAY 'AJ2CRBR - LETTERS FED       : ' WS-LETTER-CT.
085300     DISPLAY 'AJ2CRBR - LETTER ALREADY    : ' WS-LETTERED-CT.
085400     DISPLAY 'AJ2CRBR - STATEMENT NOT FOUND: ' WS-NO-STMT-CT.
085500     DISPLAY 'AJ2CRBR - DEFAULT DORMANCY  : ' WS-DEFAULTED-CT.
085600 8000-TERMINATE-EXIT.
085700     EXIT.
085800 9999-EXIT.
085900     IF WS-ABEND
086000         MOVE 16 TO RETURN-CODE
086100     ELSE
086200         MOVE 0 TO RETURN-CODE
086300     END-IF.
086400     STOP RUN.
