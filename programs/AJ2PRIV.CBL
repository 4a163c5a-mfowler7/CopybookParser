000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2PRIV.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/10/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2PRIV - PRIVACY DATA-SUBJECT REQUEST PROCESSING
000900*
001000*  COMPLIANCE QUEUES CUSTOMER REQUESTS MADE UNDER THE STATE
001100*  PRIVACY LAWS (PRVRQST, COPY PRVRQS) - A CUSTOMER ID AND/OR
001200*  AN ACCOUNT NUMBER, AND A MODE, 'A' ACCESS OR 'E' ERASE.  THIS
001300*  JOB ANSWERS EVERY QUEUED REQUEST IN ONE SEQUENTIAL PASS OVER
001400*  EACH DATASET THAT HOLDS CUSTOMER DATA:
001500*    AJ2OUT    THE ACTIVE EXTRACT
001600*    AJ2ARCH   THE ARCHIVE (THE JCL CONCATENATES EVERY
001700*              GENERATION TO THE DD, AS FOR AJ2ARET)
001800*    AJ2SUSP   THE BUILD-REJECT SUSPENSE MASTER
001900*    EBRVMST   THE EBILL REVERSION MASTER
001950*    PPLHIST   THE PAPERLESS CAMPAIGN HISTORY
002000*    AJHAUDIT  THE PREFERENCE-CHANGE AUDIT JOURNAL
002100*    AJ2HOLD   THE STATEMENT HOLD MASTER
002200*    AJ2TRAK   THE LIFECYCLE TRACKING MASTER
002300*    ARCLOG    THE ARCHIVE RETRIEVAL LOG
002400*
002500*  A STATEMENT BELONGS TO A REQUEST WHEN ITS CUSTOMER ID OR ITS
002600*  ACCOUNT NUMBER MATCHES ONE THE REQUEST GIVES.  EVERY ACCOUNT
002700*  AND CUSTOMER ID FOUND ON THOSE STATEMENTS IS CARRIED FORWARD,
002800*  SO THE ACCOUNT-KEYED DATASETS (AJHAUDIT, AJ2HOLD, AJ2TRAK,
002900*  ARCLOG) AND THE CUSTOMER-KEYED EBRVMST ARE SEARCHED FOR ALL
002950*  OF THEM, NOT ONLY FOR THE KEY THE CUSTOMER QUOTED.  PPLHIST,
003000*  WHICH CARRIES BOTH KEYS, IS SEARCHED ON EITHER.  UP TO 20
003100*  ACCOUNTS AND 5 CUSTOMER IDS ARE CARRIED PER REQUEST; BEYOND
003200*  THAT THE REQUEST IS LOGGED PARTIAL AND MUST BE RERUN.
003300*
003400*  ACCESS MODE LISTS EVERY RECORD FOUND ON THE DISCLOSURE
003500*  REPORT (PRVRPT), GROUPED BY REQUEST, WITH THE CUSTOMER ID,
003600*  EMAIL AND MAILING ADDRESS HELD ON EACH STATEMENT.
003700*
003800*  ERASE MODE BLANKS THE CUSTOMER ID, EMAIL ADDRESS AND MAILING
003900*  ADDRESS (LINES 1 AND 2, CITY AND ZIP) ON EVERY STATEMENT
004000*  FOUND - BLANK IS WHAT EVERY DOWNSTREAM STEP ALREADY TREATS AS
004100*  NOT ON FILE.  THE MAIL STATE IS KEPT: ON ITS OWN IT IDENTIFIES
004200*  NOBODY, AND THE STATE-REGULATED REPORTING KEYS ON IT.  A
004300*  MATCHING EBRVMST ROW IS DROPPED.  A MATCHING PPLHIST ROW HAS
004333*  ITS CUSTOMER ID AND EMAIL BLANKED; THE ACCOUNT, WAVE AND
004366*  DATES STAY FOR THE CONVERSION COUNT.  THE PERSONAL FIELDS ARE
004400*  NOT PRINTED FOR AN ERASE REQUEST.  AJHAUDIT, AJ2HOLD, AJ2TRAK
004500*  AND ARCLOG CARRY NOTHING PERSONAL BEYOND THE ACCOUNT NUMBER
004600*  AND ARE LISTED ONLY.
004700*
004800*  A STATEMENT IS EXEMPT FROM ERASURE, WITH THE REASON SHOWN,
004900*  WHEN IT IS UNDER AN ACTIVE LGL HOLD ON AJ2HOLD - ITS OWN, OR
004950*  AN ACCOUNT-LEVEL HOLD WITH A BLANK STATEMENT ID - OR WHEN ITS
005000*  AJ2-EXPIRATION-DATE HAS NOT YET PASSED.  A STATEMENT WITH NO
005100*  EXPIRATION DATE IS NEVER PURGED BY AJAPURGE AND IS LIKEWISE
005200*  RETAINED.  A CUSTOMER WITH ANY STATEMENT UNDER LEGAL HOLD
005300*  KEEPS THEIR EBRVMST ROW AS WELL.
005350*  THE SAME GOES FOR THEIR PPLHIST ROWS.
005400*
005500*  THE SEQUENTIAL DATASETS ARE MASKED INTO COPIES - AJ2OUTM,
005600*  AJ2ARCM (ONE DATASET HOLDING EVERY ARCHIVE GENERATION IN
005700*  CONCATENATION ORDER), EBRVMSM AND PPLHISM - WHICH A LATER JOB
005800*  STEP RENAMES OVER THE ORIGINALS, THE SAME RENAME-OVER
005850*  ARRANGEMENT AJAPURGE USES FOR AJ2KEEP.  THE COPIES ARE WRITTEN
005900*  ON EVERY RUN, EVEN WHEN PRVRQST IS EMPTY, SO A RENAME NEVER
005920*  REPLACES A MASTER WITH LESS THAN IT HELD; WITH NO ERASE
005940*  REQUESTS THEY MATCH THE ORIGINALS.  THE RENAME STEP MUST BE
005960*  CONDITIONED ON A ZERO RETURN CODE - A RUN REFUSED OR ENDED
005980*  RC 16 LEAVES ITS COPIES INCOMPLETE.
006100*  THE SUSPENSE MASTER IS MASKED IN PLACE.  AJ2OUT IS REBUILT
006200*  FROM THE BILLING SOURCE EVERY CYCLE, SO THE BILLING SIDE MUST
006300*  ERASE ITS OWN COPY FOR THE ERASURE TO HOLD; THE INQUIRY FILE
006400*  (AJ2VSAM) PICKS UP THE MASKED EXTRACT AT ITS NEXT RELOAD.
006500*
006600*  EVERY REQUEST - INCLUDING ONE REJECTED FOR A BAD MODE OR NO
006700*  KEY - IS APPENDED TO THE PERMANENT REQUEST LOG (PRVLOG, COPY
006800*  PRVLOG) WITH ITS COUNTS AND OUTCOME, AND SUMMARIZED AT THE
006900*  FOOT OF THE REPORT.  AS IN AJ2ARET, MORE THAN 100 QUEUED
007000*  REQUESTS REFUSES THE RUN UP FRONT - NOTHING IS SEARCHED,
007100*  MASKED OR LOGGED.  MORE THAN 1000 ACTIVE LEGAL HOLDS ALSO
007200*  REFUSES THE RUN, SINCE A HOLD THAT COULD NOT BE LOADED COULD
007300*  NOT PROTECT ITS STATEMENT.
007400*
007500*  A MISSING SUSPENSE, REVERSION, AUDIT, HOLD, TRACKING OR
007533*  RETRIEVAL-LOG DATASET, OR CAMPAIGN HISTORY, MEANS NOTHING IS
007566*  HELD THERE.
007700*
007800*  MODIFICATION HISTORY
007900*  --------------------
007910*  10/15/26  DRO  OSDC-3340  WRITE THE MASKED COPIES ON EVERY RUN,
007920*                            EVEN WITH NO REQUESTS QUEUED.  SEARCH
007930*                            AND MASK PPLHIST INTO PPLHISM.  AN
007940*                            ACCOUNT-LEVEL LGL HOLD EXEMPTS EVERY
007950*                            STATEMENT ON THE ACCOUNT.
008000*  10/10/26  DRO  OSDC-3333  NEW PROGRAM - PRIVACY DATA-SUBJECT
008100*                            REQUEST PROCESSING.
008200******************************************************************
008300 ENVIRONMENT DIVISION.
008400 CONFIGURATION SECTION.
008500 SOURCE-COMPUTER.   IBM-Z15.
008600 OBJECT-COMPUTER.   IBM-Z15.
008700 INPUT-OUTPUT SECTION.
008800 FILE-CONTROL.
008900     SELECT PRV-RQST      ASSIGN TO PRVRQST
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-RQST-STATUS.
009200     SELECT AJ2-OUT       ASSIGN TO AJ2OUT
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-OUT-STATUS.
009500     SELECT AJ2-OUTM      ASSIGN TO AJ2OUTM
009600         ORGANIZATION IS SEQUENTIAL
009700         FILE STATUS IS WS-OUTM-STATUS.
009800     SELECT AJ2-ARCH      ASSIGN TO AJ2ARCH
009900         ORGANIZATION IS SEQUENTIAL
010000         FILE STATUS IS WS-ARCH-STATUS.
010100     SELECT AJ2-ARCM      ASSIGN TO AJ2ARCM
010200         ORGANIZATION IS SEQUENTIAL
010300         FILE STATUS IS WS-ARCM-STATUS.
010400     SELECT AJ2-SUSP      ASSIGN TO AJ2SUSP
010500         ORGANIZATION IS INDEXED
010600         ACCESS MODE IS SEQUENTIAL
010700         RECORD KEY IS AJ2S-KEY
010800         FILE STATUS IS WS-SUSP-STATUS.
010900     SELECT EBR-MST       ASSIGN TO EBRVMST
011000         ORGANIZATION IS SEQUENTIAL
011100         FILE STATUS IS WS-EBR-STATUS.
011200     SELECT EBR-MSM       ASSIGN TO EBRVMSM
011300         ORGANIZATION IS SEQUENTIAL
011400         FILE STATUS IS WS-EBRM-STATUS.
011414     SELECT PPL-HIST      ASSIGN TO PPLHIST
011428         ORGANIZATION IS SEQUENTIAL
011442         FILE STATUS IS WS-PHST-STATUS.
011456     SELECT PPL-HSM       ASSIGN TO PPLHISM
011470         ORGANIZATION IS SEQUENTIAL
011484         FILE STATUS IS WS-PHSM-STATUS.
011500     SELECT AJH-AUDIT     ASSIGN TO AJHAUDIT
011600         ORGANIZATION IS SEQUENTIAL
011700         FILE STATUS IS WS-AUD-STATUS.
011800     SELECT AJ2-HOLD      ASSIGN TO AJ2HOLD
011900         ORGANIZATION IS INDEXED
012000         ACCESS MODE IS SEQUENTIAL
012100         RECORD KEY IS AJ2H-KEY
012200         FILE STATUS IS WS-AJ2H-STATUS.
012300     SELECT AJ2-TRAK      ASSIGN TO AJ2TRAK
012400         ORGANIZATION IS INDEXED
012500         ACCESS MODE IS SEQUENTIAL
012600         RECORD KEY IS TRK-KEY
012700         FILE STATUS IS WS-TRAK-STATUS.
012800     SELECT ARC-LOG       ASSIGN TO ARCLOG
012900         ORGANIZATION IS SEQUENTIAL
013000         FILE STATUS IS WS-ALOG-STATUS.
013100     SELECT PRV-LOG       ASSIGN TO PRVLOG
013200         ORGANIZATION IS SEQUENTIAL
013300         FILE STATUS IS WS-PLOG-STATUS.
013400     SELECT PRV-RPT       ASSIGN TO PRVRPT
013500         ORGANIZATION IS LINE SEQUENTIAL
013600         FILE STATUS IS WS-RPT-STATUS.
013700     SELECT PRV-SRT       ASSIGN TO PRVSRTWK.
013800 DATA DIVISION.
013900 FILE SECTION.
014000 FD  PRV-RQST
014100     RECORDING MODE IS F.
014200 01  PRV-RQST-REC.
014300     COPY PRVRQS.
014400 FD  AJ2-OUT
014500     RECORDING MODE IS F.
014600 01  AJ2-OUT-REC.
014700     COPY AJ2REC.
014800 FD  AJ2-OUTM
014900     RECORDING MODE IS F.
015000 01  AJ2-OUTM-REC.
015100     COPY AJ2REC.
015200 FD  AJ2-ARCH
015300     RECORDING MODE IS F.
015400 01  AJ2-ARCH-REC.
015500     COPY AJ2REC.
015600 FD  AJ2-ARCM
015700     RECORDING MODE IS F.
015800 01  AJ2-ARCM-REC.
015900     COPY AJ2REC.
016000 FD  AJ2-SUSP.
016100     COPY AJ2SREC.
016200 FD  EBR-MST
016300     RECORDING MODE IS F.
016400 01  EBR-MST-REC.
016500     COPY EBRVMS.
016600 FD  EBR-MSM
016700     RECORDING MODE IS F.
016800 01  EBR-MSM-REC.
016900     COPY EBRVMS.
016911 FD  PPL-HIST
016922     RECORDING MODE IS F.
016933 01  PPL-HIST-REC.
016944     COPY PPLTGT.
016955 FD  PPL-HSM
016966     RECORDING MODE IS F.
016977 01  PPL-HSM-REC.
016988     COPY PPLTGT.
017000 FD  AJH-AUDIT
017100     RECORDING MODE IS F.
017200 01  AJH-AUDIT-REC.
017300     COPY AJHCAUD.
017400 FD  AJ2-HOLD.
017500     COPY AJ2HREC.
017600 FD  AJ2-TRAK.
017700     COPY STRKEVT.
017800 FD  ARC-LOG
017900     RECORDING MODE IS F.
018000 01  ARC-LOG-REC.
018100     COPY ARCLOG.
018200 FD  PRV-LOG
018300     RECORDING MODE IS F.
018400 01  PRV-LOG-REC.
018500     COPY PRVLOG.
018600 FD  PRV-RPT.
018700 01  PRV-RPT-LINE             PIC X(132).
018800*    SORT WORK - ONE REPORT LINE PER ENTRY, KEYED BY REQUEST SO
018900*    THE DISCLOSURE PRINTS GROUPED BY REQUEST; THE SEQUENCE
019000*    NUMBER KEEPS THE LINES IN THE ORDER THEY WERE FOUND.
019100 SD  PRV-SRT.
019200 01  PRV-SRT-REC.
019300     05 PRV-SRT-RQST-IDX      PIC 9(4).
019400     05 PRV-SRT-SEQ           PIC 9(9).
019500     05 PRV-SRT-LINE          PIC X(132).
019600 WORKING-STORAGE SECTION.
019700 01  WS-FILE-STATUSES.
019800     05 WS-RQST-STATUS        PIC X(2)  VALUE '00'.
019900     05 WS-OUT-STATUS         PIC X(2)  VALUE '00'.
020000     05 WS-OUTM-STATUS        PIC X(2)  VALUE '00'.
020100     05 WS-ARCH-STATUS        PIC X(2)  VALUE '00'.
020200     05 WS-ARCM-STATUS        PIC X(2)  VALUE '00'.
020300     05 WS-SUSP-STATUS        PIC X(2)  VALUE '00'.
020400     05 WS-EBR-STATUS         PIC X(2)  VALUE '00'.
020500     05 WS-EBRM-STATUS        PIC X(2)  VALUE '00'.
020533     05 WS-PHST-STATUS        PIC X(2)  VALUE '00'.
020566     05 WS-PHSM-STATUS        PIC X(2)  VALUE '00'.
020600     05 WS-AUD-STATUS         PIC X(2)  VALUE '00'.
020700     05 WS-AJ2H-STATUS        PIC X(2)  VALUE '00'.
020800     05 WS-TRAK-STATUS        PIC X(2)  VALUE '00'.
020900     05 WS-ALOG-STATUS        PIC X(2)  VALUE '00'.
021000     05 WS-PLOG-STATUS        PIC X(2)  VALUE '00'.
021100     05 WS-RPT-STATUS         PIC X(2)  VALUE '00'.
021200 01  WS-SWITCHES.
021300     05 WS-RQST-EOF-SW        PIC X(1)  VALUE 'N'.
021400         88 WS-RQST-EOF                 VALUE 'Y'.
021500     05 WS-OUT-EOF-SW         PIC X(1)  VALUE 'N'.
021600         88 WS-OUT-EOF                  VALUE 'Y'.
021700     05 WS-ARCH-EOF-SW        PIC X(1)  VALUE 'N'.
021800         88 WS-ARCH-EOF                 VALUE 'Y'.
021900     05 WS-SUSP-EOF-SW        PIC X(1)  VALUE 'N'.
022000         88 WS-SUSP-EOF                 VALUE 'Y'.
022100     05 WS-EBR-EOF-SW         PIC X(1)  VALUE 'N'.
022200         88 WS-EBR-EOF                  VALUE 'Y'.
022233     05 WS-PHST-EOF-SW        PIC X(1)  VALUE 'N'.
022266         88 WS-PHST-EOF                 VALUE 'Y'.
022300     05 WS-AUD-EOF-SW         PIC X(1)  VALUE 'N'.
022400         88 WS-AUD-EOF                  VALUE 'Y'.
022500     05 WS-HOLD-EOF-SW        PIC X(1)  VALUE 'N'.
022600         88 WS-HOLD-EOF                 VALUE 'Y'.
022700     05 WS-TRAK-EOF-SW        PIC X(1)  VALUE 'N'.
022800         88 WS-TRAK-EOF                 VALUE 'Y'.
022900     05 WS-ALOG-EOF-SW        PIC X(1)  VALUE 'N'.
023000         88 WS-ALOG-EOF                 VALUE 'Y'.
023100     05 WS-SRT-EOF-SW         PIC X(1)  VALUE 'N'.
023200         88 WS-SRT-EOF                  VALUE 'Y'.
023300     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
023400         88 WS-ABEND                    VALUE 'Y'.
023500     05 WS-SUSP-AVAIL-SW      PIC X(1)  VALUE 'N'.
023600         88 WS-SUSP-AVAIL               VALUE 'Y'.
023700     05 WS-EBR-AVAIL-SW       PIC X(1)  VALUE 'N'.
023800         88 WS-EBR-AVAIL                VALUE 'Y'.
023833     05 WS-PHST-AVAIL-SW      PIC X(1)  VALUE 'N'.
023866         88 WS-PHST-AVAIL               VALUE 'Y'.
023900     05 WS-AUD-AVAIL-SW       PIC X(1)  VALUE 'N'.
024000         88 WS-AUD-AVAIL                VALUE 'Y'.
024100     05 WS-HOLD-AVAIL-SW      PIC X(1)  VALUE 'N'.
024200         88 WS-HOLD-AVAIL               VALUE 'Y'.
024300     05 WS-TRAK-AVAIL-SW      PIC X(1)  VALUE 'N'.
024400         88 WS-TRAK-AVAIL               VALUE 'Y'.
024500     05 WS-ALOG-AVAIL-SW      PIC X(1)  VALUE 'N'.
024600         88 WS-ALOG-AVAIL               VALUE 'Y'.
024700*    WS-MASK-REC - THE CURRENT RECORD IS TO BE ERASED (MASKED,
024800*    OR DROPPED FOR AN EBRVMST ROW).
024900     05 WS-MASK-REC-SW        PIC X(1)  VALUE 'N'.
025000         88 WS-MASK-REC                 VALUE 'Y'.
025100     05 WS-EXEMPT-CHECKED-SW  PIC X(1)  VALUE 'N'.
025200         88 WS-EXEMPT-CHECKED           VALUE 'Y'.
025300     05 WS-LEGAL-EXEMPT-SW    PIC X(1)  VALUE 'N'.
025400         88 WS-LEGAL-EXEMPT             VALUE 'Y'.
025500 01  WS-COUNTERS              COMP.
025600     05 WS-RQST-READ-CT       PIC 9(9)  VALUE ZERO.
025700     05 WS-OUT-READ-CT        PIC 9(9)  VALUE ZERO.
025800     05 WS-ARCH-READ-CT       PIC 9(9)  VALUE ZERO.
025900     05 WS-SUSP-READ-CT       PIC 9(9)  VALUE ZERO.
026000     05 WS-EBR-READ-CT        PIC 9(9)  VALUE ZERO.
026050     05 WS-PHST-READ-CT       PIC 9(9)  VALUE ZERO.
026100     05 WS-AUD-READ-CT        PIC 9(9)  VALUE ZERO.
026200     05 WS-HOLD-READ-CT       PIC 9(9)  VALUE ZERO.
026300     05 WS-TRAK-READ-CT       PIC 9(9)  VALUE ZERO.
026400     05 WS-ALOG-READ-CT       PIC 9(9)  VALUE ZERO.
026500     05 WS-MASKED-CT          PIC 9(9)  VALUE ZERO.
026600     05 WS-DROPPED-CT         PIC 9(9)  VALUE ZERO.
026650     05 WS-PHST-MASKED-CT     PIC 9(9)  VALUE ZERO.
026700     05 WS-REJECTED-CT        PIC 9(9)  VALUE ZERO.
026800     05 WS-SRT-SEQ            PIC 9(9)  VALUE ZERO.
026900 01  WS-RQST-TABLE.
027000     05 WS-RQST-ENTRY-CT      PIC 9(4)  COMP VALUE ZERO.
027100     05 WS-RQST-ENTRY         OCCURS 100 TIMES.
027200         10 WS-RQ-REQUEST-ID  PIC X(8).
027300         10 WS-RQ-REQUESTOR   PIC X(8).
027400         10 WS-RQ-MODE        PIC X(1).
027500             88 WS-RQ-ACCESS            VALUE 'A'.
027600             88 WS-RQ-ERASE             VALUE 'E'.
027700         10 WS-RQ-CUSTOMER-ID PIC X(13).
027800         10 WS-RQ-ACCT-NUM    PIC X(25).
027900         10 WS-RQ-REQUEST-DATE
028000                              PIC 9(8).
028100         10 WS-RQ-REJECT-SW   PIC X(1).
028200             88 WS-RQ-REJECTED          VALUE 'Y'.
028300         10 WS-RQ-PARTIAL-SW  PIC X(1).
028400             88 WS-RQ-PARTIAL           VALUE 'Y'.
028500         10 WS-RQ-LEGAL-SW    PIC X(1).
028600             88 WS-RQ-LEGAL             VALUE 'Y'.
028700         10 WS-RQ-FOUND-CT    PIC 9(9)  COMP.
028800         10 WS-RQ-ERASED-CT   PIC 9(9)  COMP.
028900         10 WS-RQ-EXEMPT-CT   PIC 9(9)  COMP.
029000*        EVERY ACCOUNT AND CUSTOMER ID THE REQUEST HAS TURNED UP -
029100*        SEEDED WITH THE KEYS THE REQUEST GIVES.
029200         10 WS-RQ-ACCT-CT     PIC 9(4)  COMP.
029300         10 WS-RQ-ACCT        PIC X(25) OCCURS 20 TIMES.
029400         10 WS-RQ-CUST-CT     PIC 9(4)  COMP.
029500         10 WS-RQ-CUST        PIC X(13) OCCURS 5 TIMES.
029600 01  WS-LGL-TABLE.
029700     05 WS-LGL-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
029800     05 WS-LGL-ENTRY          OCCURS 1000 TIMES.
029900         10 WS-LGL-ACCT-NUM   PIC X(25).
030000         10 WS-LGL-STMT-ID    PIC X(8).
030100 01  WS-RQST-IDX              PIC 9(4)  COMP VALUE ZERO.
030200 01  WS-ACCT-IDX              PIC 9(4)  COMP VALUE ZERO.
030300 01  WS-CUST-IDX              PIC 9(4)  COMP VALUE ZERO.
030400 01  WS-LGL-IDX               PIC 9(4)  COMP VALUE ZERO.
030500 01  WS-MATCH-IDX             PIC 9(4)  COMP VALUE ZERO.
030600 01  WS-CUR-RQST-IDX          PIC 9(4)  COMP VALUE ZERO.
030700*    THE STATEMENT UNDER EXAMINATION - AN AJ2OUT OR AJ2ARCH
030800*    RECORD, OR THE SOURCE RECORD OF A SUSPENSE ROW.
030900 01  WS-PRV-STMT-REC.
031000     COPY AJ2REC.
031100 01  WS-WORK-FIELDS.
031200     05 WS-DATASET-NM         PIC X(8)  VALUE SPACES.
031300     05 WS-SEARCH-ACCT        PIC X(25) VALUE SPACES.
031400     05 WS-SEARCH-CUST        PIC X(13) VALUE SPACES.
031500     05 WS-DETAIL-KEY         PIC X(25) VALUE SPACES.
031600     05 WS-DETAIL-STMT-ID     PIC X(8)  VALUE SPACES.
031700     05 WS-DETAIL-TEXT        PIC X(40) VALUE SPACES.
031800     05 WS-ACTION-TEXT        PIC X(30) VALUE SPACES.
031900     05 WS-EXEMPT-REASON      PIC X(30) VALUE SPACES.
032000     05 WS-EXPIRATION-DT      PIC X(8)  VALUE SPACES.
032100     05 WS-TODAY-DT           PIC X(8)  VALUE SPACES.
032200     05 WS-OUTCOME            PIC X(8)  VALUE SPACES.
032300 01  WS-PERSONAL-FIELDS.
032400     05 WS-PSN-CUST-ID        PIC X(13) VALUE SPACES.
032500     05 WS-PSN-EMAIL          PIC X(65) VALUE SPACES.
032600     05 WS-PSN-ADDR-LINE1     PIC X(40) VALUE SPACES.
032700     05 WS-PSN-ADDR-LINE2     PIC X(40) VALUE SPACES.
032800     05 WS-PSN-CITY           PIC X(28) VALUE SPACES.
032900     05 WS-PSN-STATE          PIC X(2)  VALUE SPACES.
033000     05 WS-PSN-ZIP            PIC X(9)  VALUE SPACES.
033100 01  WS-CURRENT-DATE-TIME.
033200     05 WS-CURRENT-DATE       PIC 9(8).
033300     05 WS-CURRENT-TIME       PIC 9(8).
033400 01  WS-RPT-HEADING1.
033500     05 FILLER                PIC X(50) VALUE
033600         'AJ2PRIV - PRIVACY DATA-SUBJECT DISCLOSURE REPORT'.
033700     05 FILLER                PIC X(10) VALUE 'RUN DATE '.
033800     05 WS-RPT-RUN-DATE       PIC 9(8).
033900 01  WS-RPT-RQST-LINE.
034000     05 FILLER                PIC X(8)  VALUE 'REQUEST '.
034100     05 WS-RPT-RQ-REQUEST-ID  PIC X(8).
034200     05 FILLER                PIC X(5)  VALUE '  BY '.
034300     05 WS-RPT-RQ-REQUESTOR   PIC X(8).
034400     05 FILLER                PIC X(7)  VALUE '  MODE '.
034500     05 WS-RPT-RQ-MODE        PIC X(6).
034600     05 FILLER                PIC X(11) VALUE '  CUSTOMER '.
034700     05 WS-RPT-RQ-CUSTOMER-ID PIC X(13).
034800     05 FILLER                PIC X(10) VALUE '  ACCOUNT '.
034900     05 WS-RPT-RQ-ACCT-NUM    PIC X(25).
035000     05 FILLER                PIC X(11) VALUE '  RECEIVED '.
035100     05 WS-RPT-RQ-REQUEST-DATE
035200                              PIC 9(8).
035300 01  WS-RPT-HEADING2.
035400     05 FILLER                PIC X(12) VALUE '  DATASET'.
035500     05 FILLER                PIC X(27) VALUE 'ACCOUNT/CUSTOMER'.
035600     05 FILLER                PIC X(10) VALUE 'STMT ID'.
035700     05 FILLER                PIC X(42) VALUE 'DETAIL'.
035800     05 FILLER                PIC X(30) VALUE 'ACTION'.
035900 01  WS-RPT-DETAIL.
036000     05 FILLER                PIC X(2)  VALUE SPACES.
036100     05 WS-RPT-DATASET        PIC X(8).
036200     05 FILLER                PIC X(2)  VALUE SPACES.
036300     05 WS-RPT-KEY            PIC X(25).
036400     05 FILLER                PIC X(2)  VALUE SPACES.
036500     05 WS-RPT-STMT-ID        PIC X(8).
036600     05 FILLER                PIC X(2)  VALUE SPACES.
036700     05 WS-RPT-DETAIL-TEXT    PIC X(40).
036800     05 FILLER                PIC X(2)  VALUE SPACES.
036900     05 WS-RPT-ACTION         PIC X(30).
037000 01  WS-RPT-PERSONAL1.
037100     05 FILLER                PIC X(12) VALUE SPACES.
037200     05 FILLER                PIC X(9)  VALUE 'CUST ID'.
037300     05 WS-RPT-PSN-CUST-ID    PIC X(13).
037400     05 FILLER                PIC X(9)  VALUE '  EMAIL'.
037500     05 WS-RPT-PSN-EMAIL      PIC X(65).
037600 01  WS-RPT-PERSONAL2.
037700     05 FILLER                PIC X(12) VALUE SPACES.
037800     05 FILLER                PIC X(9)  VALUE 'ADDRESS'.
037900     05 WS-RPT-PSN-ADDR-LINE1 PIC X(40).
038000     05 FILLER                PIC X(1)  VALUE SPACE.
038100     05 WS-RPT-PSN-ADDR-LINE2 PIC X(40).
038200 01  WS-RPT-PERSONAL3.
038300     05 FILLER                PIC X(21) VALUE SPACES.
038400     05 WS-RPT-PSN-CITY       PIC X(28).
038500     05 FILLER                PIC X(1)  VALUE SPACE.
038600     05 WS-RPT-PSN-STATE      PIC X(2).
038700     05 FILLER                PIC X(1)  VALUE SPACE.
038800     05 WS-RPT-PSN-ZIP        PIC X(9).
038900 01  WS-SUM-HEADING1.
039000     05 FILLER                PIC X(30) VALUE
039100         'REQUEST SUMMARY'.
039200 01  WS-SUM-HEADING2.
039300     05 FILLER                PIC X(10) VALUE 'REQUEST'.
039400     05 FILLER                PIC X(10) VALUE 'REQUESTOR'.
039500     05 FILLER                PIC X(8)  VALUE 'MODE'.
039600     05 FILLER                PIC X(15) VALUE 'CUSTOMER'.
039700     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
039800     05 FILLER                PIC X(12) VALUE '      FOUND'.
039900     05 FILLER                PIC X(12) VALUE '     ERASED'.
040000     05 FILLER                PIC X(12) VALUE '     EXEMPT'.
040100     05 FILLER                PIC X(10) VALUE '  OUTCOME'.
040200 01  WS-SUM-DETAIL.
040300     05 WS-SUM-REQUEST-ID     PIC X(8).
040400     05 FILLER                PIC X(2)  VALUE SPACES.
040500     05 WS-SUM-REQUESTOR      PIC X(8).
040600     05 FILLER                PIC X(2)  VALUE SPACES.
040700     05 WS-SUM-MODE           PIC X(6).
040800     05 FILLER                PIC X(2)  VALUE SPACES.
040900     05 WS-SUM-CUSTOMER-ID    PIC X(13).
041000     05 FILLER                PIC X(2)  VALUE SPACES.
041100     05 WS-SUM-ACCT-NUM       PIC X(25).
041200     05 FILLER                PIC X(2)  VALUE SPACES.
041300     05 WS-SUM-FOUND          PIC ZZZ,ZZZ,ZZ9.
041400     05 FILLER                PIC X(1)  VALUE SPACE.
041500     05 WS-SUM-ERASED         PIC ZZZ,ZZZ,ZZ9.
041600     05 FILLER                PIC X(1)  VALUE SPACE.
041700     05 WS-SUM-EXEMPT         PIC ZZZ,ZZZ,ZZ9.
041800     05 FILLER                PIC X(2)  VALUE SPACES.
041900     05 WS-SUM-OUTCOME        PIC X(8).
042000 01  WS-RPT-TOTALS.
042100     05 FILLER               PIC X(12) VALUE 'REQUESTS:'.
042200     05 WS-RPT-REQUESTS      PIC ZZZ,ZZ9.
042300     05 FILLER               PIC X(11) VALUE ' REJECTED:'.
042400     05 WS-RPT-REJECTED      PIC ZZZ,ZZ9.
042500     05 FILLER               PIC X(19) VALUE
042600         ' STATEMENTS MASKED:'.
042700     05 WS-RPT-MASKED        PIC ZZZ,ZZZ,ZZ9.
042800     05 FILLER               PIC X(18) VALUE ' EBRVMST DROPPED:'.
042900     05 WS-RPT-DROPPED       PIC ZZZ,ZZ9.
042933     05 FILLER               PIC X(17) VALUE ' PPLHIST MASKED:'.
042966     05 WS-RPT-PHST-MASKED   PIC ZZZ,ZZ9.
043000 PROCEDURE DIVISION.
043100 0000-MAINLINE.
043200     PERFORM 1000-INITIALIZE
043300         THRU 1000-INITIALIZE-EXIT.
043400     IF NOT WS-ABEND
043500         PERFORM 2000-LOAD-REQUESTS
043600             THRU 2000-LOAD-REQUESTS-EXIT
043700             UNTIL WS-RQST-EOF
043800     END-IF.
043900     IF NOT WS-ABEND AND WS-HOLD-AVAIL
044000         PERFORM 2400-LOAD-HOLD-MASTER
044100             THRU 2400-LOAD-HOLD-MASTER-EXIT
044200     END-IF.
044233*    THE SCAN RUNS EVEN WITH NO REQUESTS QUEUED - IT WRITES THE
044266*    MASKED COPIES THE RENAME STEP PUTS OVER THE ORIGINALS.
044300     IF NOT WS-ABEND
044400         SORT PRV-SRT
044500             ASCENDING KEY PRV-SRT-RQST-IDX
044600                 PRV-SRT-SEQ
044700             INPUT PROCEDURE IS 3000-SCAN-DATASETS
044800                 THRU 3000-SCAN-DATASETS-EXIT
044900             OUTPUT PROCEDURE IS 6000-PRINT-DISCLOSURE
045000                 THRU 6000-PRINT-DISCLOSURE-EXIT
045100     END-IF.
045200     IF NOT WS-ABEND
045300         PERFORM 7000-LOG-REQUESTS
045400             THRU 7000-LOG-REQUESTS-EXIT
045500     END-IF.
045600     PERFORM 8000-TERMINATE
045700         THRU 8000-TERMINATE-EXIT.
045800     GO TO 9999-EXIT.
045900 1000-INITIALIZE.
046000     OPEN INPUT  PRV-RQST
046100          INPUT  AJ2-OUT
046200          INPUT  AJ2-ARCH
046300          OUTPUT AJ2-OUTM
046400          OUTPUT AJ2-ARCM
046500          OUTPUT EBR-MSM
046550          OUTPUT PPL-HSM
046600          OUTPUT PRV-RPT.
046700     IF WS-RQST-STATUS NOT = '00'
046800         DISPLAY 'AJ2PRIV - PRVRQST OPEN FAILED, STATUS '
046900             WS-RQST-STATUS
047000         SET WS-ABEND TO TRUE
047100         GO TO 1000-INITIALIZE-EXIT
047200     END-IF.
047300     IF WS-OUT-STATUS NOT = '00'
047400         DISPLAY 'AJ2PRIV - AJ2OUT OPEN FAILED, STATUS '
047500             WS-OUT-STATUS
047600         SET WS-ABEND TO TRUE
047700         GO TO 1000-INITIALIZE-EXIT
047800     END-IF.
047900     IF WS-ARCH-STATUS NOT = '00'
048000         DISPLAY 'AJ2PRIV - AJ2ARCH OPEN FAILED, STATUS '
048100             WS-ARCH-STATUS
048200         SET WS-ABEND TO TRUE
048300         GO TO 1000-INITIALIZE-EXIT
048400     END-IF.
048500     IF WS-OUTM-STATUS NOT = '00'
048600         DISPLAY 'AJ2PRIV - AJ2OUTM OPEN FAILED, STATUS '
048700             WS-OUTM-STATUS
048800         SET WS-ABEND TO TRUE
048900         GO TO 1000-INITIALIZE-EXIT
049000     END-IF.
049100     IF WS-ARCM-STATUS NOT = '00'
049200         DISPLAY 'AJ2PRIV - AJ2ARCM OPEN FAILED, STATUS '
049300             WS-ARCM-STATUS
049400         SET WS-ABEND TO TRUE
049500         GO TO 1000-INITIALIZE-EXIT
049600     END-IF.
049700     IF WS-EBRM-STATUS NOT = '00'
049800         DISPLAY 'AJ2PRIV - EBRVMSM OPEN FAILED, STATUS '
049900             WS-EBRM-STATUS
050000         SET WS-ABEND TO TRUE
050100         GO TO 1000-INITIALIZE-EXIT
050200     END-IF.
050214     IF WS-PHSM-STATUS NOT = '00'
050228         DISPLAY 'AJ2PRIV - PPLHISM OPEN FAILED, STATUS '
050242             WS-PHSM-STATUS
050256         SET WS-ABEND TO TRUE
050270         GO TO 1000-INITIALIZE-EXIT
050284     END-IF.
050300     IF WS-RPT-STATUS NOT = '00'
050400         DISPLAY 'AJ2PRIV - PRVRPT OPEN FAILED, STATUS '
050500             WS-RPT-STATUS
050600         SET WS-ABEND TO TRUE
050700         GO TO 1000-INITIALIZE-EXIT
050800     END-IF.
050900*    FILE STATUS 35 MEANS NO REQUEST LOG EXISTS YET - CREATE IT.
051000     OPEN EXTEND PRV-LOG.
051100     IF WS-PLOG-STATUS = '35'
051200         OPEN OUTPUT PRV-LOG
051300     END-IF.
051400     IF WS-PLOG-STATUS NOT = '00'
051500         DISPLAY 'AJ2PRIV - PRVLOG OPEN FAILED, STATUS '
051600             WS-PLOG-STATUS
051700         SET WS-ABEND TO TRUE
051800         GO TO 1000-INITIALIZE-EXIT
051900     END-IF.
052000*    THE HOLD MASTER DECIDES THE LEGAL-HOLD EXEMPTION, SO ONLY A
052100*    MISSING ONE (STATUS 35) IS TAKEN AS "NO HOLDS"; ANY OTHER
052200*    OPEN FAILURE STOPS THE RUN BEFORE ANYTHING IS ERASED.
052300     OPEN INPUT AJ2-HOLD.
052400     IF WS-AJ2H-STATUS = '00'
052500         SET WS-HOLD-AVAIL TO TRUE
052600     ELSE
052700         IF WS-AJ2H-STATUS = '35'
052800             DISPLAY 'AJ2PRIV - NO HOLD MASTER - NO LEGAL HOLDS'
052900         ELSE
053000             DISPLAY 'AJ2PRIV - AJ2HOLD OPEN FAILED, STATUS '
053100                 WS-AJ2H-STATUS
053200             SET WS-ABEND TO TRUE
053300             GO TO 1000-INITIALIZE-EXIT
053400         END-IF
053500     END-IF.
053600     OPEN I-O AJ2-SUSP.
053700     IF WS-SUSP-STATUS = '00'
053800         SET WS-SUSP-AVAIL TO TRUE
053900     ELSE
054000         DISPLAY 'AJ2PRIV - NO SUSPENSE MASTER, STATUS '
054100             WS-SUSP-STATUS
054200     END-IF.
054300     OPEN INPUT EBR-MST.
054400     IF WS-EBR-STATUS = '00'
054500         SET WS-EBR-AVAIL TO TRUE
054600     ELSE
054700         DISPLAY 'AJ2PRIV - NO EBILL REVERSION MASTER, STATUS '
054800             WS-EBR-STATUS
054812     END-IF.
054824     OPEN INPUT PPL-HIST.
054836     IF WS-PHST-STATUS = '00'
054848         SET WS-PHST-AVAIL TO TRUE
054860     ELSE
054872         DISPLAY 'AJ2PRIV - NO CAMPAIGN HISTORY, STATUS '
054884             WS-PHST-STATUS
054900     END-IF.
055000     OPEN INPUT AJH-AUDIT.
055100     IF WS-AUD-STATUS = '00'
055200         SET WS-AUD-AVAIL TO TRUE
055300     ELSE
055400         DISPLAY 'AJ2PRIV - NO PREFERENCE AUDIT JOURNAL, STATUS '
055500             WS-AUD-STATUS
055600     END-IF.
055700     OPEN INPUT AJ2-TRAK.
055800     IF WS-TRAK-STATUS = '00'
055900         SET WS-TRAK-AVAIL TO TRUE
056000     ELSE
056100         DISPLAY 'AJ2PRIV - NO TRACKING MASTER, STATUS '
056200             WS-TRAK-STATUS
056300     END-IF.
056400     OPEN INPUT ARC-LOG.
056500     IF WS-ALOG-STATUS = '00'
056600         SET WS-ALOG-AVAIL TO TRUE
056700     ELSE
056800         DISPLAY 'AJ2PRIV - NO RETRIEVAL LOG, STATUS '
056900             WS-ALOG-STATUS
057000     END-IF.
057100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
057200     ACCEPT WS-CURRENT-TIME FROM TIME.
057300     MOVE WS-CURRENT-DATE TO WS-TODAY-DT.
057400     MOVE WS-CURRENT-DATE TO WS-RPT-RUN-DATE.
057500     WRITE PRV-RPT-LINE FROM WS-RPT-HEADING1.
057600     PERFORM 5000-READ-RQST THRU 5000-READ-RQST-EXIT.
057700 1000-INITIALIZE-EXIT.
057800     EXIT.
057900 2000-LOAD-REQUESTS.
058000     IF WS-RQST-ENTRY-CT >= 100
058100         DISPLAY 'AJ2PRIV - MORE THAN 100 REQUESTS QUEUED -'
058200             ' RUN REFUSED, SPLIT PRVRQST AND RERUN'
058300         SET WS-ABEND TO TRUE
058400         SET WS-RQST-EOF TO TRUE
058500         GO TO 2000-LOAD-REQUESTS-EXIT
058600     END-IF.
058700     ADD 1 TO WS-RQST-ENTRY-CT.
058800     MOVE WS-RQST-ENTRY-CT TO WS-RQST-IDX.
058900     MOVE PRQ-REQUEST-ID   TO WS-RQ-REQUEST-ID(WS-RQST-IDX).
059000     MOVE PRQ-REQUESTOR-ID TO WS-RQ-REQUESTOR(WS-RQST-IDX).
059100     MOVE PRQ-MODE         TO WS-RQ-MODE(WS-RQST-IDX).
059200     MOVE PRQ-CUSTOMER-ID  TO WS-RQ-CUSTOMER-ID(WS-RQST-IDX).
059300     MOVE PRQ-ACCT-NUM     TO WS-RQ-ACCT-NUM(WS-RQST-IDX).
059400     MOVE PRQ-REQUEST-DATE TO WS-RQ-REQUEST-DATE(WS-RQST-IDX).
059500     MOVE 'N'  TO WS-RQ-REJECT-SW(WS-RQST-IDX)
059600                  WS-RQ-PARTIAL-SW(WS-RQST-IDX)
059700                  WS-RQ-LEGAL-SW(WS-RQST-IDX).
059800     MOVE ZERO TO WS-RQ-FOUND-CT(WS-RQST-IDX)
059900                  WS-RQ-ERASED-CT(WS-RQST-IDX)
060000                  WS-RQ-EXEMPT-CT(WS-RQST-IDX)
060100                  WS-RQ-ACCT-CT(WS-RQST-IDX)
060200                  WS-RQ-CUST-CT(WS-RQST-IDX).
060300*    A REJECTED REQUEST STAYS IN THE TABLE SO IT IS STILL LOGGED.
060400     IF NOT PRQ-MODE-ACCESS AND NOT PRQ-MODE-ERASE
060500         DISPLAY 'AJ2PRIV - REQUEST ' PRQ-REQUEST-ID
060600             ' HAS AN INVALID MODE, REJECTED'
060700         SET WS-RQ-REJECTED(WS-RQST-IDX) TO TRUE
060800         ADD 1 TO WS-REJECTED-CT
060900         GO TO 2000-LOAD-REQUESTS-NEXT
061000     END-IF.
061100     IF PRQ-CUSTOMER-ID = SPACES AND PRQ-ACCT-NUM = SPACES
061200         DISPLAY 'AJ2PRIV - REQUEST ' PRQ-REQUEST-ID
061300             ' HAS NO CUSTOMER ID OR ACCOUNT, REJECTED'
061400         SET WS-RQ-REJECTED(WS-RQST-IDX) TO TRUE
061500         ADD 1 TO WS-REJECTED-CT
061600         GO TO 2000-LOAD-REQUESTS-NEXT
061700     END-IF.
061800     IF PRQ-ACCT-NUM NOT = SPACES
061900         MOVE 1 TO WS-RQ-ACCT-CT(WS-RQST-IDX)
062000         MOVE PRQ-ACCT-NUM TO WS-RQ-ACCT(WS-RQST-IDX, 1)
062100     END-IF.
062200     IF PRQ-CUSTOMER-ID NOT = SPACES
062300         MOVE 1 TO WS-RQ-CUST-CT(WS-RQST-IDX)
062400         MOVE PRQ-CUSTOMER-ID TO WS-RQ-CUST(WS-RQST-IDX, 1)
062500     END-IF.
062600 2000-LOAD-REQUESTS-NEXT.
062700     PERFORM 5000-READ-RQST THRU 5000-READ-RQST-EXIT.
062800 2000-LOAD-REQUESTS-EXIT.
062900     EXIT.
063000*    LOAD EVERY ACTIVE LGL HOLD, ACCOUNT-LEVEL ROWS (BLANK
063050*    STATEMENT ID) INCLUDED, THEN CLOSE AND REOPEN THE HOLD
063100*    MASTER SO 3600-SCAN-HOLDS READS IT AGAIN FROM THE TOP.
063200 2400-LOAD-HOLD-MASTER.
063300     PERFORM 5600-READ-HOLD THRU 5600-READ-HOLD-EXIT.
063400     PERFORM 2500-LOAD-LEGAL-HOLDS
063500         THRU 2500-LOAD-LEGAL-HOLDS-EXIT
063600         UNTIL WS-HOLD-EOF.
063700     CLOSE AJ2-HOLD.
063800     MOVE 'N' TO WS-HOLD-EOF-SW.
063900     MOVE ZERO TO WS-HOLD-READ-CT.
064000     OPEN INPUT AJ2-HOLD.
064100     IF WS-AJ2H-STATUS NOT = '00'
064200         DISPLAY 'AJ2PRIV - AJ2HOLD REOPEN FAILED, STATUS '
064300             WS-AJ2H-STATUS
064400         SET WS-ABEND TO TRUE
064500     END-IF.
064600     DISPLAY 'AJ2PRIV - ACTIVE LEGAL HOLDS : ' WS-LGL-ENTRY-CT.
064700 2400-LOAD-HOLD-MASTER-EXIT.
064800     EXIT.
064900 2500-LOAD-LEGAL-HOLDS.
065000     IF NOT AJ2H-STAT-HELD OR AJ2H-REASON-CD NOT = 'LGL'
065100         GO TO 2500-LOAD-LEGAL-HOLDS-NEXT
065200     END-IF.
065300     IF WS-LGL-ENTRY-CT >= 1000
065400         DISPLAY 'AJ2PRIV - MORE THAN 1000 ACTIVE LEGAL HOLDS -'
065500             ' RUN REFUSED'
065600         SET WS-ABEND TO TRUE
065700         SET WS-HOLD-EOF TO TRUE
065800         GO TO 2500-LOAD-LEGAL-HOLDS-EXIT
065900     END-IF.
066000     ADD 1 TO WS-LGL-ENTRY-CT.
066100     MOVE AJ2H-KEY-ACCT-NUM TO WS-LGL-ACCT-NUM(WS-LGL-ENTRY-CT).
066200     MOVE AJ2H-KEY-STMT-ID  TO WS-LGL-STMT-ID(WS-LGL-ENTRY-CT).
066300 2500-LOAD-LEGAL-HOLDS-NEXT.
066400     PERFORM 5600-READ-HOLD THRU 5600-READ-HOLD-EXIT.
066500 2500-LOAD-LEGAL-HOLDS-EXIT.
066600     EXIT.
066700******************************************************************
066800*  SORT INPUT PROCEDURE - ONE PASS OVER EACH DATASET.  THE
066900*  STATEMENT DATASETS GO FIRST SO EVERY ACCOUNT AND CUSTOMER ID
067000*  A REQUEST TURNS UP IS KNOWN BEFORE THE ACCOUNT- AND
067100*  CUSTOMER-KEYED DATASETS ARE SEARCHED.
067200******************************************************************
067300 3000-SCAN-DATASETS.
067400     PERFORM 5100-READ-OUT THRU 5100-READ-OUT-EXIT.
067500     PERFORM 3100-SCAN-EXTRACT
067600         THRU 3100-SCAN-EXTRACT-EXIT
067700         UNTIL WS-OUT-EOF.
067800     PERFORM 5200-READ-ARCH THRU 5200-READ-ARCH-EXIT.
067900     PERFORM 3200-SCAN-ARCHIVE
068000         THRU 3200-SCAN-ARCHIVE-EXIT
068100         UNTIL WS-ARCH-EOF.
068200     IF WS-SUSP-AVAIL
068300         PERFORM 5300-READ-SUSP THRU 5300-READ-SUSP-EXIT
068400         PERFORM 3300-SCAN-SUSPENSE
068500             THRU 3300-SCAN-SUSPENSE-EXIT
068600             UNTIL WS-SUSP-EOF
068700     END-IF.
068800     IF WS-EBR-AVAIL
068900         PERFORM 5400-READ-EBR THRU 5400-READ-EBR-EXIT
069000         PERFORM 3400-SCAN-REVERSION
069100             THRU 3400-SCAN-REVERSION-EXIT
069200             UNTIL WS-EBR-EOF
069208     END-IF.
069216     IF WS-PHST-AVAIL
069224         PERFORM 5450-READ-PHST THRU 5450-READ-PHST-EXIT
069232         PERFORM 3450-SCAN-CAMPAIGN-HIST
069240             THRU 3450-SCAN-CAMPAIGN-HIST-EXIT
069248             UNTIL WS-PHST-EOF
069256     END-IF.
069264*    THE REMAINING DATASETS ARE ONLY LISTED - NOTHING TO LOOK FOR
069272*    WHEN NO REQUESTS ARE QUEUED.
069280     IF WS-RQST-ENTRY-CT = ZERO
069288         GO TO 3000-SCAN-DATASETS-EXIT
069300     END-IF.
069400     IF WS-AUD-AVAIL
069500         PERFORM 5500-READ-AUDIT THRU 5500-READ-AUDIT-EXIT
069600         PERFORM 3500-SCAN-AUDIT
069700             THRU 3500-SCAN-AUDIT-EXIT
069800             UNTIL WS-AUD-EOF
069900     END-IF.
070000     IF WS-HOLD-AVAIL
070100         PERFORM 5600-READ-HOLD THRU 5600-READ-HOLD-EXIT
070200         PERFORM 3600-SCAN-HOLDS
070300             THRU 3600-SCAN-HOLDS-EXIT
070400             UNTIL WS-HOLD-EOF
070500     END-IF.
070600     IF WS-TRAK-AVAIL
070700         PERFORM 5700-READ-TRAK THRU 5700-READ-TRAK-EXIT
070800         PERFORM 3700-SCAN-TRACKING
070900             THRU 3700-SCAN-TRACKING-EXIT
071000             UNTIL WS-TRAK-EOF
071100     END-IF.
071200     IF WS-ALOG-AVAIL
071300         PERFORM 5800-READ-ALOG THRU 5800-READ-ALOG-EXIT
071400         PERFORM 3800-SCAN-RETRIEVAL-LOG
071500             THRU 3800-SCAN-RETRIEVAL-LOG-EXIT
071600             UNTIL WS-ALOG-EOF
071700     END-IF.
071800 3000-SCAN-DATASETS-EXIT.
071900     EXIT.
072000 3100-SCAN-EXTRACT.
072100     MOVE AJ2-OUT-REC TO WS-PRV-STMT-REC.
072200     MOVE 'AJ2OUT'    TO WS-DATASET-NM.
072300     PERFORM 4000-CHECK-STATEMENT
072400         THRU 4000-CHECK-STATEMENT-EXIT.
072500     MOVE WS-PRV-STMT-REC TO AJ2-OUTM-REC.
072600     WRITE AJ2-OUTM-REC.
072700     PERFORM 5100-READ-OUT THRU 5100-READ-OUT-EXIT.
072800 3100-SCAN-EXTRACT-EXIT.
072900     EXIT.
073000 3200-SCAN-ARCHIVE.
073100     MOVE AJ2-ARCH-REC TO WS-PRV-STMT-REC.
073200     MOVE 'AJ2ARCH'    TO WS-DATASET-NM.
073300     PERFORM 4000-CHECK-STATEMENT
073400         THRU 4000-CHECK-STATEMENT-EXIT.
073500     MOVE WS-PRV-STMT-REC TO AJ2-ARCM-REC.
073600     WRITE AJ2-ARCM-REC.
073700     PERFORM 5200-READ-ARCH THRU 5200-READ-ARCH-EXIT.
073800 3200-SCAN-ARCHIVE-EXIT.
073900     EXIT.
074000 3300-SCAN-SUSPENSE.
074100     MOVE AJ2S-SOURCE-REC TO WS-PRV-STMT-REC.
074200     MOVE 'AJ2SUSP'       TO WS-DATASET-NM.
074300     PERFORM 4000-CHECK-STATEMENT
074400         THRU 4000-CHECK-STATEMENT-EXIT.
074500     IF WS-MASK-REC
074600         MOVE WS-PRV-STMT-REC TO AJ2S-SOURCE-REC
074700         REWRITE AJ2S-FILE-REC
074800             INVALID KEY
074900                 DISPLAY 'AJ2PRIV - SUSPENSE REWRITE FAILED FOR '
075000                     AJ2S-KEY-ACCT-NUM '/' AJ2S-KEY-STMT-ID
075100                 SET WS-ABEND TO TRUE
075200         END-REWRITE
075300     END-IF.
075400     PERFORM 5300-READ-SUSP THRU 5300-READ-SUSP-EXIT.
075500 3300-SCAN-SUSPENSE-EXIT.
075600     EXIT.
075700 3400-SCAN-REVERSION.
075800     MOVE 'N'       TO WS-MASK-REC-SW.
075900     MOVE 'EBRVMST' TO WS-DATASET-NM.
076000     MOVE EBM-CUSTOMER-ID OF EBR-MST-REC TO WS-SEARCH-CUST.
076100     IF WS-SEARCH-CUST NOT = SPACES
076200         PERFORM 4700-MATCH-REVERSION
076300             THRU 4700-MATCH-REVERSION-EXIT
076400             VARYING WS-RQST-IDX FROM 1 BY 1
076500             UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT
076600     END-IF.
076700     IF WS-MASK-REC
076800         ADD 1 TO WS-DROPPED-CT
076900     ELSE
077000         MOVE EBR-MST-REC TO EBR-MSM-REC
077100         WRITE EBR-MSM-REC
077200     END-IF.
077300     PERFORM 5400-READ-EBR THRU 5400-READ-EBR-EXIT.
077400 3400-SCAN-REVERSION-EXIT.
077500     EXIT.
077503*    A CAMPAIGN HISTORY ROW CARRIES BOTH THE ACCOUNT AND THE
077506*    CUSTOMER ID; AN ERASED ROW KEEPS ITS ACCOUNT, WAVE AND DATES
077509*    SO AJ2PPLM STILL COUNTS THE WAVE'S CONVERSIONS.
077512 3450-SCAN-CAMPAIGN-HIST.
077515     MOVE 'N'       TO WS-MASK-REC-SW.
077518     MOVE 'PPLHIST' TO WS-DATASET-NM.
077521     MOVE PPL-ACCT-NUM OF PPL-HIST-REC    TO WS-SEARCH-ACCT.
077524     MOVE PPL-CUSTOMER-ID OF PPL-HIST-REC TO WS-SEARCH-CUST.
077527     MOVE PPL-STMT-ID OF PPL-HIST-REC     TO WS-DETAIL-STMT-ID.
077530     MOVE SPACES                          TO WS-DETAIL-TEXT.
077533     STRING 'CAMPAIGN WAVE ' PPL-WAVE-ID OF PPL-HIST-REC
077536            ' SELECTED ' PPL-SELECT-DATE OF PPL-HIST-REC
077539            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
077542     PERFORM 4800-MATCH-CAMPAIGN-HIST
077545         THRU 4800-MATCH-CAMPAIGN-HIST-EXIT
077548         VARYING WS-RQST-IDX FROM 1 BY 1
077551         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
077554     MOVE PPL-HIST-REC TO PPL-HSM-REC.
077557     IF WS-MASK-REC
077560         MOVE SPACES TO PPL-CUSTOMER-ID OF PPL-HSM-REC
077563                        PPL-EMAIL-ADDRESS OF PPL-HSM-REC
077566         ADD 1 TO WS-PHST-MASKED-CT
077569     END-IF.
077572     WRITE PPL-HSM-REC.
077575     PERFORM 5450-READ-PHST THRU 5450-READ-PHST-EXIT.
077578 3450-SCAN-CAMPAIGN-HIST-EXIT.
077581     EXIT.
077600 3500-SCAN-AUDIT.
077700     MOVE 'AJHAUDIT'   TO WS-DATASET-NM.
077800     MOVE AJH-ACCT-NUM TO WS-SEARCH-ACCT.
077900     MOVE AJH-STMT-ID  TO WS-DETAIL-STMT-ID.
078000     MOVE SPACES       TO WS-DETAIL-TEXT.
078100     STRING 'PREF ' AJH-OLD-PREF-CD ' TO ' AJH-NEW-PREF-CD
078200            ' ' AJH-CHANGE-DATE ' ' AJH-CHANGE-CHANNEL
078300            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
078400     PERFORM 4600-MATCH-ACCOUNT-KEY
078500         THRU 4600-MATCH-ACCOUNT-KEY-EXIT
078600         VARYING WS-RQST-IDX FROM 1 BY 1
078700         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
078800     PERFORM 5500-READ-AUDIT THRU 5500-READ-AUDIT-EXIT.
078900 3500-SCAN-AUDIT-EXIT.
079000     EXIT.
079100 3600-SCAN-HOLDS.
079200     MOVE 'AJ2HOLD'         TO WS-DATASET-NM.
079300     MOVE AJ2H-KEY-ACCT-NUM TO WS-SEARCH-ACCT.
079400     MOVE AJ2H-KEY-STMT-ID  TO WS-DETAIL-STMT-ID.
079500     MOVE SPACES            TO WS-DETAIL-TEXT.
079600     STRING 'HOLD ' AJ2H-STATUS ' ' AJ2H-REASON-CD ' '
079700            AJ2H-HOLD-DATE ' BY ' AJ2H-OPERATOR-ID
079800            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
079900     PERFORM 4600-MATCH-ACCOUNT-KEY
080000         THRU 4600-MATCH-ACCOUNT-KEY-EXIT
080100         VARYING WS-RQST-IDX FROM 1 BY 1
080200         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
080300     PERFORM 5600-READ-HOLD THRU 5600-READ-HOLD-EXIT.
080400 3600-SCAN-HOLDS-EXIT.
080500     EXIT.
080600 3700-SCAN-TRACKING.
080700     MOVE 'AJ2TRAK'         TO WS-DATASET-NM.
080800     MOVE TRK-KEY-ACCT-NUM  TO WS-SEARCH-ACCT.
080900     MOVE TRK-KEY-STMT-ID   TO WS-DETAIL-STMT-ID.
081000     MOVE SPACES            TO WS-DETAIL-TEXT.
081100     STRING TRK-KEY-EVENT-CD ' ' TRK-EVENT-DATE ' '
081200            TRK-EVENT-DETAIL
081300            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
081400     PERFORM 4600-MATCH-ACCOUNT-KEY
081500         THRU 4600-MATCH-ACCOUNT-KEY-EXIT
081600         VARYING WS-RQST-IDX FROM 1 BY 1
081700         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
081800     PERFORM 5700-READ-TRAK THRU 5700-READ-TRAK-EXIT.
081900 3700-SCAN-TRACKING-EXIT.
082000     EXIT.
082100 3800-SCAN-RETRIEVAL-LOG.
082200     MOVE 'ARCLOG'          TO WS-DATASET-NM.
082300     MOVE ALG-ACCT-NUM      TO WS-SEARCH-ACCT.
082400     MOVE ALG-STMT-ID       TO WS-DETAIL-STMT-ID.
082500     MOVE SPACES            TO WS-DETAIL-TEXT.
082600     STRING 'RETRIEVAL ' ALG-REQUEST-ID ' BY ' ALG-REQUESTOR-ID
082700            ' ' ALG-RUN-DATE
082800            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
082900     PERFORM 4600-MATCH-ACCOUNT-KEY
083000         THRU 4600-MATCH-ACCOUNT-KEY-EXIT
083100         VARYING WS-RQST-IDX FROM 1 BY 1
083200         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
083300     PERFORM 5800-READ-ALOG THRU 5800-READ-ALOG-EXIT.
083400 3800-SCAN-RETRIEVAL-LOG-EXIT.
083500     EXIT.
083600******************************************************************
083700*  ONE STATEMENT (WS-PRV-STMT-REC) AGAINST EVERY REQUEST.  THE
083800*  EXEMPTION IS WORKED OUT ONCE, ON THE FIRST MATCH; THE
083900*  STATEMENT IS MASKED WHEN ANY ERASE REQUEST MATCHED IT AND
084000*  NOTHING EXEMPTS IT.
084100******************************************************************
084200 4000-CHECK-STATEMENT.
084300     MOVE 'N'    TO WS-MASK-REC-SW.
084400     MOVE 'N'    TO WS-EXEMPT-CHECKED-SW.
084500     MOVE 'N'    TO WS-LEGAL-EXEMPT-SW.
084600     MOVE SPACES TO WS-EXEMPT-REASON.
084700     PERFORM 4100-MATCH-STATEMENT
084800         THRU 4100-MATCH-STATEMENT-EXIT
084900         VARYING WS-RQST-IDX FROM 1 BY 1
085000         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
085100     IF WS-MASK-REC
085200         PERFORM 4300-MASK-STATEMENT
085300             THRU 4300-MASK-STATEMENT-EXIT
085400     END-IF.
085500 4000-CHECK-STATEMENT-EXIT.
085600     EXIT.
085700 4100-MATCH-STATEMENT.
085800     IF WS-RQ-REJECTED(WS-RQST-IDX)
085900         GO TO 4100-MATCH-STATEMENT-EXIT
086000     END-IF.
086100     IF (WS-RQ-CUSTOMER-ID(WS-RQST-IDX) = SPACES
086200             OR WS-RQ-CUSTOMER-ID(WS-RQST-IDX) NOT =
086300                 AJ2-CUSTOMER-ID OF WS-PRV-STMT-REC)
086400         AND (WS-RQ-ACCT-NUM(WS-RQST-IDX) = SPACES
086500             OR WS-RQ-ACCT-NUM(WS-RQST-IDX) NOT =
086600                 AJ2-ACCT-NUM OF WS-PRV-STMT-REC)
086700         GO TO 4100-MATCH-STATEMENT-EXIT
086800     END-IF.
086900     ADD 1 TO WS-RQ-FOUND-CT(WS-RQST-IDX).
087000     MOVE AJ2-ACCT-NUM OF WS-PRV-STMT-REC TO WS-SEARCH-ACCT.
087100     PERFORM 4400-NOTE-ACCOUNT THRU 4400-NOTE-ACCOUNT-EXIT.
087200     MOVE AJ2-CUSTOMER-ID OF WS-PRV-STMT-REC TO WS-SEARCH-CUST.
087300     PERFORM 4500-NOTE-CUSTOMER THRU 4500-NOTE-CUSTOMER-EXIT.
087400     IF NOT WS-EXEMPT-CHECKED
087500         PERFORM 4200-CHECK-EXEMPTION
087600             THRU 4200-CHECK-EXEMPTION-EXIT
087700     END-IF.
087800     IF WS-LEGAL-EXEMPT
087900         SET WS-RQ-LEGAL(WS-RQST-IDX) TO TRUE
088000     END-IF.
088100     MOVE AJ2-ACCT-NUM OF WS-PRV-STMT-REC TO WS-DETAIL-KEY.
088200     MOVE AJ2-STMT-ID OF WS-PRV-STMT-REC  TO WS-DETAIL-STMT-ID.
088300     MOVE SPACES TO WS-DETAIL-TEXT.
088400     STRING 'STMT DATE ' AJ2-STMT-DATE OF WS-PRV-STMT-REC
088500            '  EXPIRES ' AJ2-EXPIRATION-DATE OF WS-PRV-STMT-REC
088600            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
088700     EVALUATE TRUE
088800         WHEN WS-RQ-ACCESS(WS-RQST-IDX)
088900             MOVE 'DISCLOSED' TO WS-ACTION-TEXT
089000         WHEN WS-EXEMPT-REASON NOT = SPACES
089100             MOVE WS-EXEMPT-REASON TO WS-ACTION-TEXT
089200             ADD 1 TO WS-RQ-EXEMPT-CT(WS-RQST-IDX)
089300         WHEN OTHER
089400             MOVE 'ERASED' TO WS-ACTION-TEXT
089500             SET WS-MASK-REC TO TRUE
089600             ADD 1 TO WS-RQ-ERASED-CT(WS-RQST-IDX)
089700     END-EVALUATE.
089800     PERFORM 6600-RELEASE-DETAIL THRU 6600-RELEASE-DETAIL-EXIT.
089900     IF NOT WS-RQ-ACCESS(WS-RQST-IDX)
090000         GO TO 4100-MATCH-STATEMENT-EXIT
090100     END-IF.
090200     MOVE AJ2-CUSTOMER-ID OF WS-PRV-STMT-REC
090300         TO WS-PSN-CUST-ID.
090400     MOVE AJ2-EMAIL-ADDRESS OF WS-PRV-STMT-REC
090500         TO WS-PSN-EMAIL.
090600     MOVE AJ2-MAIL-ADDR-LINE1 OF WS-PRV-STMT-REC
090700         TO WS-PSN-ADDR-LINE1.
090800     MOVE AJ2-MAIL-ADDR-LINE2 OF WS-PRV-STMT-REC
090900         TO WS-PSN-ADDR-LINE2.
091000     MOVE AJ2-MAIL-CITY OF WS-PRV-STMT-REC  TO WS-PSN-CITY.
091100     MOVE AJ2-MAIL-STATE OF WS-PRV-STMT-REC TO WS-PSN-STATE.
091200     MOVE AJ2-MAIL-ZIP OF WS-PRV-STMT-REC   TO WS-PSN-ZIP.
091300     PERFORM 6700-RELEASE-PERSONAL
091400         THRU 6700-RELEASE-PERSONAL-EXIT.
091500 4100-MATCH-STATEMENT-EXIT.
091600     EXIT.
091700 4200-CHECK-EXEMPTION.
091800     SET WS-EXEMPT-CHECKED TO TRUE.
091900     PERFORM 7700-FIND-LEGAL-HOLD THRU 7700-FIND-LEGAL-HOLD-EXIT.
092000     IF WS-MATCH-IDX > ZERO
092100         SET WS-LEGAL-EXEMPT TO TRUE
092200         MOVE 'EXEMPT - LEGAL HOLD' TO WS-EXEMPT-REASON
092300         GO TO 4200-CHECK-EXEMPTION-EXIT
092400     END-IF.
092500     MOVE AJ2-EXPIRATION-DATE OF WS-PRV-STMT-REC
092600         TO WS-EXPIRATION-DT.
092700     IF WS-EXPIRATION-DT = SPACES
092800             OR WS-EXPIRATION-DT = '00000000'
092900         MOVE 'EXEMPT - NO RETENTION DATE' TO WS-EXEMPT-REASON
093000         GO TO 4200-CHECK-EXEMPTION-EXIT
093100     END-IF.
093200     IF WS-EXPIRATION-DT > WS-TODAY-DT
093300         STRING 'EXEMPT - RETAINED TO ' WS-EXPIRATION-DT
093400                DELIMITED BY SIZE INTO WS-EXEMPT-REASON
093500     END-IF.
093600 4200-CHECK-EXEMPTION-EXIT.
093700     EXIT.
093800*    THE MAIL STATE IS DELIBERATELY LEFT IN PLACE - SEE ABOVE.
093900 4300-MASK-STATEMENT.
094000     MOVE SPACES TO AJ2-CUSTOMER-ID OF WS-PRV-STMT-REC
094100                    AJ2-EMAIL-ADDRESS OF WS-PRV-STMT-REC
094200                    AJ2-MAIL-ADDR-LINE1 OF WS-PRV-STMT-REC
094300                    AJ2-MAIL-ADDR-LINE2 OF WS-PRV-STMT-REC
094400                    AJ2-MAIL-CITY OF WS-PRV-STMT-REC
094500                    AJ2-MAIL-ZIP OF WS-PRV-STMT-REC.
094600     ADD 1 TO WS-MASKED-CT.
094700 4300-MASK-STATEMENT-EXIT.
094800     EXIT.
094900 4400-NOTE-ACCOUNT.
095000     IF WS-SEARCH-ACCT = SPACES
095100         GO TO 4400-NOTE-ACCOUNT-EXIT
095200     END-IF.
095300     PERFORM 7500-FIND-ACCOUNT THRU 7500-FIND-ACCOUNT-EXIT.
095400     IF WS-MATCH-IDX > ZERO
095500         GO TO 4400-NOTE-ACCOUNT-EXIT
095600     END-IF.
095700     IF WS-RQ-ACCT-CT(WS-RQST-IDX) >= 20
095800         IF NOT WS-RQ-PARTIAL(WS-RQST-IDX)
095900             DISPLAY 'AJ2PRIV - REQUEST '
096000                 WS-RQ-REQUEST-ID(WS-RQST-IDX)
096100                 ' FOUND MORE THAN 20 ACCOUNTS - PARTIAL'
096200             SET WS-RQ-PARTIAL(WS-RQST-IDX) TO TRUE
096300         END-IF
096400         GO TO 4400-NOTE-ACCOUNT-EXIT
096500     END-IF.
096600     ADD 1 TO WS-RQ-ACCT-CT(WS-RQST-IDX).
096700     MOVE WS-RQ-ACCT-CT(WS-RQST-IDX) TO WS-ACCT-IDX.
096800     MOVE WS-SEARCH-ACCT TO WS-RQ-ACCT(WS-RQST-IDX, WS-ACCT-IDX).
096900 4400-NOTE-ACCOUNT-EXIT.
097000     EXIT.
097100 4500-NOTE-CUSTOMER.
097200     IF WS-SEARCH-CUST = SPACES
097300         GO TO 4500-NOTE-CUSTOMER-EXIT
097400     END-IF.
097500     PERFORM 7600-FIND-CUSTOMER THRU 7600-FIND-CUSTOMER-EXIT.
097600     IF WS-MATCH-IDX > ZERO
097700         GO TO 4500-NOTE-CUSTOMER-EXIT
097800     END-IF.
097900     IF WS-RQ-CUST-CT(WS-RQST-IDX) >= 5
098000         IF NOT WS-RQ-PARTIAL(WS-RQST-IDX)
098100             DISPLAY 'AJ2PRIV - REQUEST '
098200                 WS-RQ-REQUEST-ID(WS-RQST-IDX)
098300                 ' FOUND MORE THAN 5 CUSTOMER IDS - PARTIAL'
098400             SET WS-RQ-PARTIAL(WS-RQST-IDX) TO TRUE
098500         END-IF
098600         GO TO 4500-NOTE-CUSTOMER-EXIT
098700     END-IF.
098800     ADD 1 TO WS-RQ-CUST-CT(WS-RQST-IDX).
098900     MOVE WS-RQ-CUST-CT(WS-RQST-IDX) TO WS-CUST-IDX.
099000     MOVE WS-SEARCH-CUST TO WS-RQ-CUST(WS-RQST-IDX, WS-CUST-IDX).
099100 4500-NOTE-CUSTOMER-EXIT.
099200     EXIT.
099300*    ACCOUNT-KEYED DATASETS HOLD NOTHING TO MASK - LISTED ONLY.
099400 4600-MATCH-ACCOUNT-KEY.
099500     IF WS-RQ-REJECTED(WS-RQST-IDX)
099600         GO TO 4600-MATCH-ACCOUNT-KEY-EXIT
099700     END-IF.
099800     PERFORM 7500-FIND-ACCOUNT THRU 7500-FIND-ACCOUNT-EXIT.
099900     IF WS-MATCH-IDX = ZERO
100000         GO TO 4600-MATCH-ACCOUNT-KEY-EXIT
100100     END-IF.
100200     ADD 1 TO WS-RQ-FOUND-CT(WS-RQST-IDX).
100300     MOVE WS-SEARCH-ACCT TO WS-DETAIL-KEY.
100400     IF WS-RQ-ACCESS(WS-RQST-IDX)
100500         MOVE 'DISCLOSED' TO WS-ACTION-TEXT
100600     ELSE
100700         MOVE 'LISTED - NO PERSONAL DATA' TO WS-ACTION-TEXT
100800     END-IF.
100900     PERFORM 6600-RELEASE-DETAIL THRU 6600-RELEASE-DETAIL-EXIT.
101000 4600-MATCH-ACCOUNT-KEY-EXIT.
101100     EXIT.
101200 4700-MATCH-REVERSION.
101300     IF WS-RQ-REJECTED(WS-RQST-IDX)
101400         GO TO 4700-MATCH-REVERSION-EXIT
101500     END-IF.
101600     PERFORM 7600-FIND-CUSTOMER THRU 7600-FIND-CUSTOMER-EXIT.
101700     IF WS-MATCH-IDX = ZERO
101800         GO TO 4700-MATCH-REVERSION-EXIT
101900     END-IF.
102000     ADD 1 TO WS-RQ-FOUND-CT(WS-RQST-IDX).
102100     MOVE WS-SEARCH-CUST TO WS-DETAIL-KEY.
102200     MOVE SPACES         TO WS-DETAIL-STMT-ID.
102300     MOVE SPACES         TO WS-DETAIL-TEXT.
102400     STRING 'REVERTED ' EBM-REVERTED-DATE OF EBR-MST-REC
102500            '  BOUNCE ' EBM-REASON-CD OF EBR-MST-REC
102600            DELIMITED BY SIZE INTO WS-DETAIL-TEXT.
102700     EVALUATE TRUE
102800         WHEN WS-RQ-ACCESS(WS-RQST-IDX)
102900             MOVE 'DISCLOSED' TO WS-ACTION-TEXT
103000         WHEN WS-RQ-LEGAL(WS-RQST-IDX)
103100             MOVE 'EXEMPT - LEGAL HOLD' TO WS-ACTION-TEXT
103200             ADD 1 TO WS-RQ-EXEMPT-CT(WS-RQST-IDX)
103300         WHEN OTHER
103400             MOVE 'ERASED' TO WS-ACTION-TEXT
103500             SET WS-MASK-REC TO TRUE
103600             ADD 1 TO WS-RQ-ERASED-CT(WS-RQST-IDX)
103700     END-EVALUATE.
103800     PERFORM 6600-RELEASE-DETAIL THRU 6600-RELEASE-DETAIL-EXIT.
103900     IF NOT WS-RQ-ACCESS(WS-RQST-IDX)
104000         GO TO 4700-MATCH-REVERSION-EXIT
104100     END-IF.
104200     MOVE SPACES TO WS-PERSONAL-FIELDS.
104300     MOVE EBM-CUSTOMER-ID OF EBR-MST-REC   TO WS-PSN-CUST-ID.
104400     MOVE EBM-EMAIL-ADDRESS OF EBR-MST-REC TO WS-PSN-EMAIL.
104500     PERFORM 6700-RELEASE-PERSONAL
104600         THRU 6700-RELEASE-PERSONAL-EXIT.
104700 4700-MATCH-REVERSION-EXIT.
104800     EXIT.
104802 4800-MATCH-CAMPAIGN-HIST.
104804     IF WS-RQ-REJECTED(WS-RQST-IDX)
104806         GO TO 4800-MATCH-CAMPAIGN-HIST-EXIT
104808     END-IF.
104810     PERFORM 7500-FIND-ACCOUNT THRU 7500-FIND-ACCOUNT-EXIT.
104812     IF WS-MATCH-IDX = ZERO AND WS-SEARCH-CUST NOT = SPACES
104814         PERFORM 7600-FIND-CUSTOMER THRU 7600-FIND-CUSTOMER-EXIT
104816     END-IF.
104818     IF WS-MATCH-IDX = ZERO
104820         GO TO 4800-MATCH-CAMPAIGN-HIST-EXIT
104822     END-IF.
104824     ADD 1 TO WS-RQ-FOUND-CT(WS-RQST-IDX).
104826     MOVE WS-SEARCH-ACCT TO WS-DETAIL-KEY.
104828     EVALUATE TRUE
104830         WHEN WS-RQ-ACCESS(WS-RQST-IDX)
104832             MOVE 'DISCLOSED' TO WS-ACTION-TEXT
104834         WHEN WS-RQ-LEGAL(WS-RQST-IDX)
104836             MOVE 'EXEMPT - LEGAL HOLD' TO WS-ACTION-TEXT
104838             ADD 1 TO WS-RQ-EXEMPT-CT(WS-RQST-IDX)
104840         WHEN OTHER
104842             MOVE 'ERASED' TO WS-ACTION-TEXT
104844             SET WS-MASK-REC TO TRUE
104846             ADD 1 TO WS-RQ-ERASED-CT(WS-RQST-IDX)
104848     END-EVALUATE.
104850     PERFORM 6600-RELEASE-DETAIL THRU 6600-RELEASE-DETAIL-EXIT.
104852     IF NOT WS-RQ-ACCESS(WS-RQST-IDX)
104854         GO TO 4800-MATCH-CAMPAIGN-HIST-EXIT
104856     END-IF.
104858     MOVE SPACES TO WS-PERSONAL-FIELDS.
104860     MOVE PPL-CUSTOMER-ID OF PPL-HIST-REC   TO WS-PSN-CUST-ID.
104862     MOVE PPL-EMAIL-ADDRESS OF PPL-HIST-REC TO WS-PSN-EMAIL.
104864     PERFORM 6700-RELEASE-PERSONAL
104866         THRU 6700-RELEASE-PERSONAL-EXIT.
104868 4800-MATCH-CAMPAIGN-HIST-EXIT.
104870     EXIT.
104900 5000-READ-RQST.
105000     READ PRV-RQST INTO PRV-RQST-REC
105100         AT END
105200             SET WS-RQST-EOF TO TRUE
105300             GO TO 5000-READ-RQST-EXIT
105400     END-READ.
105500     ADD 1 TO WS-RQST-READ-CT.
105600 5000-READ-RQST-EXIT.
105700     EXIT.
105800 5100-READ-OUT.
105900     READ AJ2-OUT INTO AJ2-OUT-REC
106000         AT END
106100             SET WS-OUT-EOF TO TRUE
106200             GO TO 5100-READ-OUT-EXIT
106300     END-READ.
106400     ADD 1 TO WS-OUT-READ-CT.
106500 5100-READ-OUT-EXIT.
106600     EXIT.
106700 5200-READ-ARCH.
106800     READ AJ2-ARCH INTO AJ2-ARCH-REC
106900         AT END
107000             SET WS-ARCH-EOF TO TRUE
107100             GO TO 5200-READ-ARCH-EXIT
107200     END-READ.
107300     ADD 1 TO WS-ARCH-READ-CT.
107400 5200-READ-ARCH-EXIT.
107500     EXIT.
107600 5300-READ-SUSP.
107700     READ AJ2-SUSP
107800         AT END
107900             SET WS-SUSP-EOF TO TRUE
108000             GO TO 5300-READ-SUSP-EXIT
108100     END-READ.
108200     ADD 1 TO WS-SUSP-READ-CT.
108300 5300-READ-SUSP-EXIT.
108400     EXIT.
108500 5400-READ-EBR.
108600     READ EBR-MST INTO EBR-MST-REC
108700         AT END
108800             SET WS-EBR-EOF TO TRUE
108900             GO TO 5400-READ-EBR-EXIT
109000     END-READ.
109100     ADD 1 TO WS-EBR-READ-CT.
109200 5400-READ-EBR-EXIT.
109300     EXIT.
109310 5450-READ-PHST.
109320     READ PPL-HIST INTO PPL-HIST-REC
109330         AT END
109340             SET WS-PHST-EOF TO TRUE
109350             GO TO 5450-READ-PHST-EXIT
109360     END-READ.
109370     ADD 1 TO WS-PHST-READ-CT.
109380 5450-READ-PHST-EXIT.
109390     EXIT.
109400 5500-READ-AUDIT.
109500     READ AJH-AUDIT INTO AJH-AUDIT-REC
109600         AT END
109700             SET WS-AUD-EOF TO TRUE
109800             GO TO 5500-READ-AUDIT-EXIT
109900     END-READ.
110000     ADD 1 TO WS-AUD-READ-CT.
110100 5500-READ-AUDIT-EXIT.
110200     EXIT.
110300 5600-READ-HOLD.
110400     READ AJ2-HOLD
110500         AT END
110600             SET WS-HOLD-EOF TO TRUE
110700             GO TO 5600-READ-HOLD-EXIT
110800     END-READ.
110900     ADD 1 TO WS-HOLD-READ-CT.
111000 5600-READ-HOLD-EXIT.
111100     EXIT.
111200 5700-READ-TRAK.
111300     READ AJ2-TRAK
111400         AT END
111500             SET WS-TRAK-EOF TO TRUE
111600             GO TO 5700-READ-TRAK-EXIT
111700     END-READ.
111800     ADD 1 TO WS-TRAK-READ-CT.
111900 5700-READ-TRAK-EXIT.
112000     EXIT.
112100 5800-READ-ALOG.
112200     READ ARC-LOG INTO ARC-LOG-REC
112300         AT END
112400             SET WS-ALOG-EOF TO TRUE
112500             GO TO 5800-READ-ALOG-EXIT
112600     END-READ.
112700     ADD 1 TO WS-ALOG-READ-CT.
112800 5800-READ-ALOG-EXIT.
112900     EXIT.
113000******************************************************************
113100*  SORT OUTPUT PROCEDURE - THE DISCLOSURE, ONE BLOCK PER REQUEST
113200*  THAT FOUND ANYTHING.
113300******************************************************************
113400 6000-PRINT-DISCLOSURE.
113500     MOVE ZERO TO WS-CUR-RQST-IDX.
113600     PERFORM 6900-RETURN-SRT THRU 6900-RETURN-SRT-EXIT.
113700     PERFORM 6100-PRINT-SORTED
113800         THRU 6100-PRINT-SORTED-EXIT
113900         UNTIL WS-SRT-EOF.
114000 6000-PRINT-DISCLOSURE-EXIT.
114100     EXIT.
114200 6100-PRINT-SORTED.
114300     IF PRV-SRT-RQST-IDX NOT = WS-CUR-RQST-IDX
114400         MOVE PRV-SRT-RQST-IDX TO WS-CUR-RQST-IDX
114500         PERFORM 6200-PRINT-RQST-HEADER
114600             THRU 6200-PRINT-RQST-HEADER-EXIT
114700     END-IF.
114800     WRITE PRV-RPT-LINE FROM PRV-SRT-LINE.
114900     PERFORM 6900-RETURN-SRT THRU 6900-RETURN-SRT-EXIT.
115000 6100-PRINT-SORTED-EXIT.
115100     EXIT.
115200 6200-PRINT-RQST-HEADER.
115300     MOVE WS-RQ-REQUEST-ID(WS-CUR-RQST-IDX)
115400         TO WS-RPT-RQ-REQUEST-ID.
115500     MOVE WS-RQ-REQUESTOR(WS-CUR-RQST-IDX)
115600         TO WS-RPT-RQ-REQUESTOR.
115700     IF WS-RQ-ACCESS(WS-CUR-RQST-IDX)
115800         MOVE 'ACCESS' TO WS-RPT-RQ-MODE
115900     ELSE
116000         MOVE 'ERASE'  TO WS-RPT-RQ-MODE
116100     END-IF.
116200     MOVE WS-RQ-CUSTOMER-ID(WS-CUR-RQST-IDX)
116300         TO WS-RPT-RQ-CUSTOMER-ID.
116400     MOVE WS-RQ-ACCT-NUM(WS-CUR-RQST-IDX)
116500         TO WS-RPT-RQ-ACCT-NUM.
116600     MOVE WS-RQ-REQUEST-DATE(WS-CUR-RQST-IDX)
116700         TO WS-RPT-RQ-REQUEST-DATE.
116800     MOVE SPACES TO PRV-RPT-LINE.
116900     WRITE PRV-RPT-LINE.
117000     WRITE PRV-RPT-LINE FROM WS-RPT-RQST-LINE.
117100     WRITE PRV-RPT-LINE FROM WS-RPT-HEADING2.
117200 6200-PRINT-RQST-HEADER-EXIT.
117300     EXIT.
117400 6500-RELEASE-LINE.
117500     ADD 1 TO WS-SRT-SEQ.
117600     MOVE WS-RQST-IDX TO PRV-SRT-RQST-IDX.
117700     MOVE WS-SRT-SEQ  TO PRV-SRT-SEQ.
117800     RELEASE PRV-SRT-REC.
117900 6500-RELEASE-LINE-EXIT.
118000     EXIT.
118100 6600-RELEASE-DETAIL.
118200     MOVE WS-DATASET-NM     TO WS-RPT-DATASET.
118300     MOVE WS-DETAIL-KEY     TO WS-RPT-KEY.
118400     MOVE WS-DETAIL-STMT-ID TO WS-RPT-STMT-ID.
118500     MOVE WS-DETAIL-TEXT    TO WS-RPT-DETAIL-TEXT.
118600     MOVE WS-ACTION-TEXT    TO WS-RPT-ACTION.
118700     MOVE WS-RPT-DETAIL     TO PRV-SRT-LINE.
118800     PERFORM 6500-RELEASE-LINE THRU 6500-RELEASE-LINE-EXIT.
118900 6600-RELEASE-DETAIL-EXIT.
119000     EXIT.
119100*    THE PERSONAL FIELDS - ACCESS REQUESTS ONLY.  THE ADDRESS
119200*    LINES ARE LEFT OFF WHEN NO ADDRESS IS HELD.
119300 6700-RELEASE-PERSONAL.
119400     MOVE WS-PSN-CUST-ID TO WS-RPT-PSN-CUST-ID.
119500     MOVE WS-PSN-EMAIL   TO WS-RPT-PSN-EMAIL.
119600     MOVE WS-RPT-PERSONAL1 TO PRV-SRT-LINE.
119700     PERFORM 6500-RELEASE-LINE THRU 6500-RELEASE-LINE-EXIT.
119800     IF WS-PSN-ADDR-LINE1 = SPACES
119900             AND WS-PSN-ADDR-LINE2 = SPACES
120000             AND WS-PSN-CITY = SPACES
120100             AND WS-PSN-ZIP = SPACES
120200         GO TO 6700-RELEASE-PERSONAL-EXIT
120300     END-IF.
120400     MOVE WS-PSN-ADDR-LINE1 TO WS-RPT-PSN-ADDR-LINE1.
120500     MOVE WS-PSN-ADDR-LINE2 TO WS-RPT-PSN-ADDR-LINE2.
120600     MOVE WS-RPT-PERSONAL2  TO PRV-SRT-LINE.
120700     PERFORM 6500-RELEASE-LINE THRU 6500-RELEASE-LINE-EXIT.
120800     MOVE WS-PSN-CITY       TO WS-RPT-PSN-CITY.
120900     MOVE WS-PSN-STATE      TO WS-RPT-PSN-STATE.
121000     MOVE WS-PSN-ZIP        TO WS-RPT-PSN-ZIP.
121100     MOVE WS-RPT-PERSONAL3  TO PRV-SRT-LINE.
121200     PERFORM 6500-RELEASE-LINE THRU 6500-RELEASE-LINE-EXIT.
121300 6700-RELEASE-PERSONAL-EXIT.
121400     EXIT.
121500 6900-RETURN-SRT.
121600     RETURN PRV-SRT INTO PRV-SRT-REC
121700         AT END
121800             SET WS-SRT-EOF TO TRUE
121900     END-RETURN.
122000 6900-RETURN-SRT-EXIT.
122100     EXIT.
122200******************************************************************
122300*  THE PERMANENT REQUEST LOG AND THE SUMMARY AT THE FOOT OF THE
122400*  REPORT - EVERY REQUEST, REJECTED OR NOT.
122500******************************************************************
122600 7000-LOG-REQUESTS.
122700     MOVE SPACES TO PRV-RPT-LINE.
122800     WRITE PRV-RPT-LINE.
122900     WRITE PRV-RPT-LINE FROM WS-SUM-HEADING1.
123000     WRITE PRV-RPT-LINE FROM WS-SUM-HEADING2.
123100     PERFORM 7100-LOG-ONE-REQUEST
123200         THRU 7100-LOG-ONE-REQUEST-EXIT
123300         VARYING WS-RQST-IDX FROM 1 BY 1
123400         UNTIL WS-RQST-IDX > WS-RQST-ENTRY-CT.
123500 7000-LOG-REQUESTS-EXIT.
123600     EXIT.
123700 7100-LOG-ONE-REQUEST.
123800     EVALUATE TRUE
123900         WHEN WS-RQ-REJECTED(WS-RQST-IDX)
124000             MOVE 'REJECTED' TO WS-OUTCOME
124100         WHEN WS-RQ-PARTIAL(WS-RQST-IDX)
124200             MOVE 'PARTIAL'  TO WS-OUTCOME
124300         WHEN WS-RQ-FOUND-CT(WS-RQST-IDX) = ZERO
124400             MOVE 'NOTFOUND' TO WS-OUTCOME
124500         WHEN WS-RQ-EXEMPT-CT(WS-RQST-IDX) > ZERO
124600             MOVE 'EXEMPTED' TO WS-OUTCOME
124700         WHEN OTHER
124800             MOVE 'COMPLETE' TO WS-OUTCOME
124900     END-EVALUATE.
125000     MOVE SPACES TO PRV-LOG-REC.
125100     MOVE WS-RQ-REQUEST-ID(WS-RQST-IDX)   TO PLG-REQUEST-ID.
125200     MOVE WS-RQ-REQUESTOR(WS-RQST-IDX)    TO PLG-REQUESTOR-ID.
125300     MOVE WS-RQ-MODE(WS-RQST-IDX)         TO PLG-MODE.
125400     MOVE WS-RQ-CUSTOMER-ID(WS-RQST-IDX)  TO PLG-CUSTOMER-ID.
125500     MOVE WS-RQ-ACCT-NUM(WS-RQST-IDX)     TO PLG-ACCT-NUM.
125600     MOVE WS-RQ-REQUEST-DATE(WS-RQST-IDX) TO PLG-REQUEST-DATE.
125700     MOVE WS-RQ-FOUND-CT(WS-RQST-IDX)     TO PLG-FOUND-CT.
125800     MOVE WS-RQ-ERASED-CT(WS-RQST-IDX)    TO PLG-ERASED-CT.
125900     MOVE WS-RQ-EXEMPT-CT(WS-RQST-IDX)    TO PLG-EXEMPT-CT.
126000     MOVE WS-OUTCOME                      TO PLG-OUTCOME.
126100     MOVE WS-CURRENT-DATE                 TO PLG-RUN-DATE.
126200     MOVE WS-CURRENT-TIME                 TO PLG-RUN-TIME.
126300     WRITE PRV-LOG-REC.
126400     MOVE SPACES TO WS-SUM-DETAIL.
126500     MOVE WS-RQ-REQUEST-ID(WS-RQST-IDX)   TO WS-SUM-REQUEST-ID.
126600     MOVE WS-RQ-REQUESTOR(WS-RQST-IDX)    TO WS-SUM-REQUESTOR.
126700     EVALUATE TRUE
126800         WHEN WS-RQ-ACCESS(WS-RQST-IDX)
126900             MOVE 'ACCESS' TO WS-SUM-MODE
127000         WHEN WS-RQ-ERASE(WS-RQST-IDX)
127100             MOVE 'ERASE'  TO WS-SUM-MODE
127200         WHEN OTHER
127300             MOVE WS-RQ-MODE(WS-RQST-IDX) TO WS-SUM-MODE
127400     END-EVALUATE.
127500     MOVE WS-RQ-CUSTOMER-ID(WS-RQST-IDX)  TO WS-SUM-CUSTOMER-ID.
127600     MOVE WS-RQ-ACCT-NUM(WS-RQST-IDX)     TO WS-SUM-ACCT-NUM.
127700     MOVE WS-RQ-FOUND-CT(WS-RQST-IDX)     TO WS-SUM-FOUND.
127800     MOVE WS-RQ-ERASED-CT(WS-RQST-IDX)    TO WS-SUM-ERASED.
127900     MOVE WS-RQ-EXEMPT-CT(WS-RQST-IDX)    TO WS-SUM-EXEMPT.
128000     MOVE WS-OUTCOME                      TO WS-SUM-OUTCOME.
128100     WRITE PRV-RPT-LINE FROM WS-SUM-DETAIL.
128200 7100-LOG-ONE-REQUEST-EXIT.
128300     EXIT.
128400 7500-FIND-ACCOUNT.
128500     MOVE ZERO TO WS-MATCH-IDX.
128600     PERFORM 7550-MATCH-ACCOUNT
128700         THRU 7550-MATCH-ACCOUNT-EXIT
128800         VARYING WS-ACCT-IDX FROM 1 BY 1
128900         UNTIL WS-ACCT-IDX > WS-RQ-ACCT-CT(WS-RQST-IDX).
129000 7500-FIND-ACCOUNT-EXIT.
129100     EXIT.
129200 7550-MATCH-ACCOUNT.
129300     IF WS-RQ-ACCT(WS-RQST-IDX, WS-ACCT-IDX) = WS-SEARCH-ACCT
129400         MOVE WS-ACCT-IDX TO WS-MATCH-IDX
129500         MOVE WS-RQ-ACCT-CT(WS-RQST-IDX) TO WS-ACCT-IDX
129600     END-IF.
129700 7550-MATCH-ACCOUNT-EXIT.
129800     EXIT.
129900 7600-FIND-CUSTOMER.
130000     MOVE ZERO TO WS-MATCH-IDX.
130100     PERFORM 7650-MATCH-CUSTOMER
130200         THRU 7650-MATCH-CUSTOMER-EXIT
130300         VARYING WS-CUST-IDX FROM 1 BY 1
130400         UNTIL WS-CUST-IDX > WS-RQ-CUST-CT(WS-RQST-IDX).
130500 7600-FIND-CUSTOMER-EXIT.
130600     EXIT.
130700 7650-MATCH-CUSTOMER.
130800     IF WS-RQ-CUST(WS-RQST-IDX, WS-CUST-IDX) = WS-SEARCH-CUST
130900         MOVE WS-CUST-IDX TO WS-MATCH-IDX
131000         MOVE WS-RQ-CUST-CT(WS-RQST-IDX) TO WS-CUST-IDX
131100     END-IF.
131200 7650-MATCH-CUSTOMER-EXIT.
131300     EXIT.
131400 7700-FIND-LEGAL-HOLD.
131500     MOVE ZERO TO WS-MATCH-IDX.
131600     PERFORM 7750-MATCH-LEGAL-HOLD
131700         THRU 7750-MATCH-LEGAL-HOLD-EXIT
131800         VARYING WS-LGL-IDX FROM 1 BY 1
131900         UNTIL WS-LGL-IDX > WS-LGL-ENTRY-CT.
132000 7700-FIND-LEGAL-HOLD-EXIT.
132100     EXIT.
132200*    AN ACCOUNT-LEVEL HOLD (BLANK STATEMENT ID) COVERS EVERY
132275*    STATEMENT ON THE ACCOUNT.
132350 7750-MATCH-LEGAL-HOLD.
132425     IF WS-LGL-ACCT-NUM(WS-LGL-IDX) =
132500             AJ2-ACCT-NUM OF WS-PRV-STMT-REC
132575         AND (WS-LGL-STMT-ID(WS-LGL-IDX) =
132650                 AJ2-STMT-ID OF WS-PRV-STMT-REC
132725           OR WS-LGL-STMT-ID(WS-LGL-IDX) = SPACES)
132800         MOVE WS-LGL-IDX TO WS-MATCH-IDX
132875         MOVE WS-LGL-ENTRY-CT TO WS-LGL-IDX
132950     END-IF.
133025 7750-MATCH-LEGAL-HOLD-EXIT.
133100     EXIT.
133200 8000-TERMINATE.
133300     MOVE SPACES TO PRV-RPT-LINE.
133400     WRITE PRV-RPT-LINE.
133500     MOVE WS-RQST-ENTRY-CT TO WS-RPT-REQUESTS.
133600     MOVE WS-REJECTED-CT   TO WS-RPT-REJECTED.
133700     MOVE WS-MASKED-CT     TO WS-RPT-MASKED.
133800     MOVE WS-DROPPED-CT    TO WS-RPT-DROPPED.
133850     MOVE WS-PHST-MASKED-CT TO WS-RPT-PHST-MASKED.
133900     WRITE PRV-RPT-LINE FROM WS-RPT-TOTALS.
134000     CLOSE PRV-RQST AJ2-OUT AJ2-OUTM AJ2-ARCH AJ2-ARCM
134100           EBR-MSM PPL-HSM PRV-LOG PRV-RPT.
134200     IF WS-SUSP-AVAIL
134300         CLOSE AJ2-SUSP
134400     END-IF.
134500     IF WS-EBR-AVAIL
134600         CLOSE EBR-MST
134625     END-IF.
134650     IF WS-PHST-AVAIL
134675         CLOSE PPL-HIST
134700     END-IF.
134800     IF WS-AUD-AVAIL
134900         CLOSE AJH-AUDIT
135000     END-IF.
135100     IF WS-HOLD-AVAIL
135200         CLOSE AJ2-HOLD
135300     END-IF.
135400     IF WS-TRAK-AVAIL
135500         CLOSE AJ2-TRAK
135600     END-IF.
135700     IF WS-ALOG-AVAIL
135800         CLOSE ARC-LOG
135900     END-IF.
136000     DISPLAY 'AJ2PRIV - REQUESTS READ    : ' WS-RQST-READ-CT.
136100     DISPLAY 'AJ2PRIV - REQUESTS REJECTED: ' WS-REJECTED-CT.
136200     DISPLAY 'AJ2PRIV - AJ2OUT RECORDS   : ' WS-OUT-READ-CT.
136300     DISPLAY 'AJ2PRIV - AJ2ARCH RECORDS  : ' WS-ARCH-READ-CT.
136400     DISPLAY 'AJ2PRIV - AJ2SUSP RECORDS  : ' WS-SUSP-READ-CT.
136500     DISPLAY 'AJ2PRIV - EBRVMST RECORDS  : ' WS-EBR-READ-CT.
136550     DISPLAY 'AJ2PRIV - PPLHIST RECORDS  : ' WS-PHST-READ-CT.
136600     DISPLAY 'AJ2PRIV - AJHAUDIT RECORDS : ' WS-AUD-READ-CT.
136700     DISPLAY 'AJ2PRIV - AJ2HOLD RECORDS  : ' WS-HOLD-READ-CT.
136800     DISPLAY 'AJ2PRIV - AJ2TRAK RECORDS  : ' WS-TRAK-READ-CT.
136900     DISPLAY 'AJ2PRIV - ARCLOG RECORDS   : ' WS-ALOG-READ-CT.
137000     DISPLAY 'AJ2PRIV - STATEMENTS MASKED: ' WS-MASKED-CT.
137100     DISPLAY 'AJ2PRIV - EBRVMST DROPPED  : ' WS-DROPPED-CT.
137150     DISPLAY 'AJ2PRIV - PPLHIST MASKED   : ' WS-PHST-MASKED-CT.
137200 8000-TERMINATE-EXIT.
137300     EXIT.
137400 9999-EXIT.
137500     IF WS-ABEND
137600         MOVE 16 TO RETURN-CODE
137700     ELSE
137800         MOVE 0 TO RETURN-CODE
137900     END-IF.
138000     STOP RUN.
