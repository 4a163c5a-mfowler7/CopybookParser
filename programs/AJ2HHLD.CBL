000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2HHLD.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/09/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2HHLD - PRINT-FEED HOUSEHOLDING INTO ENVELOPES
000900*
001000*  A CUSTOMER WITH SEVERAL ACCOUNTS AT ONE ADDRESS GETS ONE
001100*  ENVELOPE, NOT ONE PER STATEMENT.  THIS JOB RUNS AFTER THE
001157*  AJ2ADRC CORRECTION PASS (SO CORRECTED ADDRESSES GROUP ON THE
001214*  ADDRESS THE PIECE WILL ACTUALLY MAIL TO) AND AFTER THE AJ2DUPG
001271*  DUPLICATE GUARD (SO A HELD DUPLICATE IS NEVER PART OF AN
001328*  ENVELOPE), AND READS THE PRINT FEED (AJ2PRNT, AS AJ2DUPG'S
001385*  AJ2PRNG WAS RENAMED OVER IT).  PIECES WITH THE SAME
001442*  AJ2-CUSTOMER-ID, AJ2-MAIL-ADDR-LINE1, AJ2-MAIL-ADDR-LINE2 AND
001500*  AJ2-MAIL-ZIP - AND COMPOSED AT THE SAME SITE - ARE GROUPED
001600*  INTO ONE ENVELOPE, UP TO THE ENVELOPE CAPACITY (PARAMETER
001700*  MAXPIECE ON THE PARAMETER MASTER, READ THROUGH AJ2PRMG,
001800*  DEFAULT 6, 2-10); A LARGER GROUP SPILLS INTO A FURTHER
001900*  ENVELOPE.
002000*
002100*  EVERY PIECE LEAVES WITH AN ENVELOPE ID, ITS SEQUENCE WITHIN
002200*  THE ENVELOPE AND THE ENVELOPE'S PIECE COUNT (AJ2-ENVELOPE-ID,
002300*  AJ2-ENV-SEQ, AJ2-ENV-PIECE-CT) - A PIECE THAT MAILS ALONE IS
002400*  001 OF 001.  AJ2COMP CARRIES THE THREE FIELDS ONTO COMPRTE
002500*  AND AJ2PSTG RATES ONE ENVELOPE RATHER THAN EACH PIECE.
002600*
002700*  NEVER HOUSEHOLDED - EACH MAILS IN ITS OWN ENVELOPE:
002800*    - CERTIFIED PIECES (AJ2-CERT-TRACK-NUM SET), WHICH CARRY
002900*      THEIR OWN TRACKING NUMBER AND PROOF OF MAILING
003000*    - HELD STATEMENTS (AJ2-STMT-HOLD SET, OR AN ACTIVE
003050*      STATEMENT OR ACCOUNT-LEVEL HOLD ON THE HOLD MASTER
003100*      AJ2HOLD), WHICH AJ2COMP WILL NOT ROUTE
003200*    - PIECES WITH NO CUSTOMER ID, ADDRESS LINE 1 OR ZIP
003300*
003400*  THE SORT VERB'S INPUT PROCEDURE BUILDS THE HOUSEHOLD KEY AND
003500*  ITS OUTPUT PROCEDURE ASSIGNS THE ENVELOPES ON THE KEY BREAK,
003600*  ONTO A WORK FILE (AJ2HHWK).  A SECOND SORT PUTS THE WORK FILE
003666*  BACK INTO ACCOUNT/STATEMENT SEQUENCE - THE SEQUENCE AJ2CCON'S
003732*  RECONCILIATION RELIES ON - AND ITS OUTPUT PROCEDURE WRITES
003798*  AJ2PRNH, TAKING THE AJ2PRNH CONTROL TOTAL FROM THE RECORDS
003864*  ACTUALLY WRITTEN.  A LATER JOB STEP RENAMES AJ2PRNH OVER
003930*  AJ2PRNT, THE SAME RENAME-OVER ARRANGEMENT AJ2ADRC USES FOR
003996*  AJ2PRN2; THAT IS THE FEED AJ2PSTG RATES AND AJ2COMP READS.
004062*  THE COMPOSITION ENGINE BRINGS AN ENVELOPE'S PIECES TOGETHER
004128*  BY ENVELOPE ID.
004200*
004300*  THE HOUSEHOLDING REPORT (HHLDRPT) LISTS EVERY MULTI-PIECE
004400*  ENVELOPE AND THE CYCLE'S COUNTS; THE POSTAGE SAVED IS ON
004500*  AJ2PSTG'S SAVINGS REPORT, WHERE THE RATES ARE KEPT.
004600*
004700*  MODIFICATION HISTORY
004800*  --------------------
004808*  10/15/26  DRO  OSDC-3340  RUN AFTER AJ2DUPG; AJ2PRNH WRITTEN
004816*                            BY AN OUTPUT PROCEDURE THAT TAKES
004824*                            ITS CONTROL TOTAL; HONOUR
004828*                            ACCOUNT-LEVEL HOLDS ON AJ2HOLD.
004833*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2PRNH
004866*                            (AJ2CTLT) FOR AJ2CBAL BALANCING.
004900*  10/09/26  DRO  OSDC-3332  NEW PROGRAM - PRINT-FEED
005000*                            HOUSEHOLDING INTO ENVELOPES.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-Z15.
005500 OBJECT-COMPUTER.   IBM-Z15.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT AJ2-PRNT      ASSIGN TO AJ2PRNT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PRNT-STATUS.
006100     SELECT AJ2-HOLD      ASSIGN TO AJ2HOLD
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS AJ2H-KEY
006500         FILE STATUS IS WS-AJ2H-STATUS.
006600     SELECT HH-SRT        ASSIGN TO HHSRTWK1.
006700     SELECT AJ2-HHWK      ASSIGN TO AJ2HHWK
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-HHWK-STATUS.
007000     SELECT HH-SRT2       ASSIGN TO HHSRTWK2.
007100     SELECT AJ2-PRNH      ASSIGN TO AJ2PRNH
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-PRNH-STATUS.
007400     SELECT HHLD-RPT      ASSIGN TO HHLDRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-HHLD-RPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  AJ2-PRNT
008000     RECORDING MODE IS F.
008100 01  AJ2-PRNT-REC.
008200     COPY AJ2REC.
008300 FD  AJ2-HOLD.
008400     COPY AJ2HREC.
008500*    THE HOUSEHOLD KEY RIDES AHEAD OF THE UNCHANGED AJ2REC BODY,
008550*    CARRIED OPAQUE THE WAY AJ2VREC CARRIES AJ2V-BODY.
008600*    HH-SRT-ELIG-IND 'N' MARKS A PIECE THAT MAILS ALONE.
008700 SD  HH-SRT.
008800 01  HH-SRT-REC.
008900     05 HH-SRT-KEY.
009000         10 HH-SRT-ELIG-IND   PIC X(1).
009100         10 HH-SRT-CUST-ID    PIC X(13).
009200         10 HH-SRT-ZIP        PIC X(9).
009300         10 HH-SRT-ADDR-LINE1 PIC X(40).
009400         10 HH-SRT-ADDR-LINE2 PIC X(40).
009500         10 HH-SRT-CITY-CD    PIC X(2).
009600     05 HH-SRT-BODY           PIC X(1092).
009700 FD  AJ2-HHWK
009800     RECORDING MODE IS F.
009900 01  AJ2-HHWK-REC.
010000     COPY AJ2REC.
010100 SD  HH-SRT2.
010200 01  HH-SRT2-REC.
010300     COPY AJ2REC.
010400 FD  AJ2-PRNH
010500     RECORDING MODE IS F.
010600 01  AJ2-PRNH-REC.
010700     COPY AJ2REC.
010800 FD  HHLD-RPT.
010900 01  HHLD-RPT-LINE            PIC X(132).
011000 WORKING-STORAGE SECTION.
011100 01  WS-FILE-STATUSES.
011200     05 WS-PRNT-STATUS        PIC X(2)  VALUE '00'.
011300     05 WS-AJ2H-STATUS        PIC X(2)  VALUE '00'.
011400     05 WS-HHWK-STATUS        PIC X(2)  VALUE '00'.
011500     05 WS-PRNH-STATUS        PIC X(2)  VALUE '00'.
011600     05 WS-HHLD-RPT-STATUS    PIC X(2)  VALUE '00'.
011700 01  WS-SWITCHES.
011800     05 WS-PRNT-EOF-SW        PIC X(1)  VALUE 'N'.
011900         88 WS-PRNT-EOF                 VALUE 'Y'.
012000     05 WS-SRT-EOF-SW         PIC X(1)  VALUE 'N'.
012100         88 WS-SRT-EOF                  VALUE 'Y'.
012133     05 WS-SRT2-EOF-SW        PIC X(1)  VALUE 'N'.
012166         88 WS-SRT2-EOF                 VALUE 'Y'.
012200     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
012300         88 WS-ABEND                    VALUE 'Y'.
012400     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
012500         88 WS-RCTL-BLOCKED             VALUE 'Y'.
012600     05 WS-HOLD-AVAIL-SW      PIC X(1)  VALUE 'N'.
012700         88 WS-HOLD-AVAIL               VALUE 'Y'.
012800     05 WS-HELD-SW            PIC X(1)  VALUE 'N'.
012900         88 WS-STMT-HELD                VALUE 'Y'.
013000 01  WS-COUNTERS              COMP.
013100     05 WS-PRNT-READ-CT       PIC 9(9)  VALUE ZERO.
013200     05 WS-ELIGIBLE-CT        PIC 9(9)  VALUE ZERO.
013300     05 WS-CERT-EXCL-CT       PIC 9(9)  VALUE ZERO.
013400     05 WS-HELD-EXCL-CT       PIC 9(9)  VALUE ZERO.
013500     05 WS-INCOMPLETE-CT      PIC 9(9)  VALUE ZERO.
013600     05 WS-ENVELOPE-CT        PIC 9(9)  VALUE ZERO.
013700     05 WS-MULTI-ENV-CT       PIC 9(9)  VALUE ZERO.
013800     05 WS-MULTI-PIECE-CT     PIC 9(9)  VALUE ZERO.
013900     05 WS-WORK-WRITE-CT      PIC 9(9)  VALUE ZERO.
013950     05 WS-PRNH-WRITE-CT      PIC 9(9)  VALUE ZERO.
014000 01  WS-MAX-PIECES            PIC 9(4)  COMP VALUE 6.
014100******************************************************************
014200*  THE ENVELOPE BEING FILLED.  SIZED TO THE LARGEST CAPACITY
014300*  MAXPIECE MAY SET (10); EACH SLOT HOLDS ONE AJ2REC BODY.
014400******************************************************************
014500 01  WS-ENV-TABLE.
014600     05 WS-ENV-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
014700     05 WS-ENV-ENTRY          OCCURS 10 TIMES.
014800         10 WS-ENV-PIECE      PIC X(1092).
014900 01  WS-ENV-IDX               PIC 9(4)  COMP VALUE ZERO.
015000 01  WS-BREAK-KEY.
015010     05 WS-BRK-ELIG-IND       PIC X(1)  VALUE SPACE.
015020     05 WS-BRK-CUST-ID        PIC X(13) VALUE SPACES.
015030     05 WS-BRK-ZIP            PIC X(9)  VALUE SPACES.
015040     05 WS-BRK-ADDR-LINE1     PIC X(40) VALUE SPACES.
015050     05 WS-BRK-ADDR-LINE2     PIC X(40) VALUE SPACES.
015060     05 WS-BRK-CITY-CD        PIC X(2)  VALUE SPACES.
015100 01  WS-ENVELOPE-ID.
015200     05 WS-ENV-ID-DATE        PIC X(6)  VALUE SPACES.
015300     05 WS-ENV-ID-NUM         PIC 9(6)  VALUE ZERO.
015400 01  WS-CURRENT-DATE-TIME.
015500     05 WS-CURRENT-DATE       PIC 9(8).
015600 01  WS-RCTL-COMMAREA.
015700     COPY RCTLCOM.
015800 01  WS-PRMG-COMMAREA.
015900     COPY PRMCOM.
015933 01  WS-CTLT-COMMAREA.
015966     COPY CTLCOM.
016000 01  WS-RPT-HEADING1.
016100     05 FILLER                PIC X(50) VALUE
016200         'AJ2HHLD - PRINT-FEED HOUSEHOLDING REPORT'.
016300 01  WS-RPT-HEADING2.
016400     05 FILLER                PIC X(14) VALUE 'ENVELOPE ID'.
016500     05 FILLER                PIC X(15) VALUE 'CUSTOMER ID'.
016600     05 FILLER                PIC X(11) VALUE 'ZIP'.
016700     05 FILLER                PIC X(42) VALUE 'ADDRESS LINE 1'.
016800     05 FILLER                PIC X(8)  VALUE 'PIECES'.
016900 01  WS-RPT-DETAIL.
017000     05 WS-RPT-ENVELOPE-ID    PIC X(12).
017100     05 FILLER                PIC X(2)  VALUE SPACES.
017200     05 WS-RPT-CUST-ID        PIC X(13).
017300     05 FILLER                PIC X(2)  VALUE SPACES.
017400     05 WS-RPT-ZIP            PIC X(9).
017500     05 FILLER                PIC X(2)  VALUE SPACES.
017600     05 WS-RPT-ADDR-LINE1     PIC X(40).
017700     05 FILLER                PIC X(2)  VALUE SPACES.
017800     05 WS-RPT-PIECE-CT       PIC ZZ9.
017900 01  WS-RPT-TOTALS1.
018000     05 FILLER               PIC X(15) VALUE 'PIECES READ:'.
018100     05 WS-RPT-READ          PIC ZZZ,ZZZ,ZZ9.
018200     05 FILLER               PIC X(12) VALUE ' ENVELOPES:'.
018300     05 WS-RPT-ENVELOPES     PIC ZZZ,ZZZ,ZZ9.
018400     05 FILLER               PIC X(19) VALUE ' MULTI-PIECE ENVS:'.
018500     05 WS-RPT-MULTI-ENV     PIC ZZZ,ZZZ,ZZ9.
018600     05 FILLER               PIC X(16) VALUE ' PIECES IN THEM:'.
018700     05 WS-RPT-MULTI-PIECE   PIC ZZZ,ZZZ,ZZ9.
018800 01  WS-RPT-TOTALS2.
018900     05 FILLER               PIC X(24) VALUE
019000         'NOT HOUSEHOLDED - CERT:'.
019100     05 WS-RPT-CERT-EXCL     PIC ZZZ,ZZZ,ZZ9.
019200     05 FILLER               PIC X(8)  VALUE ' HELD:'.
019300     05 WS-RPT-HELD-EXCL     PIC ZZZ,ZZZ,ZZ9.
019400     05 FILLER               PIC X(21) VALUE
019500         ' NO CUST/ADDR/ZIP:'.
019600     05 WS-RPT-INCOMPLETE    PIC ZZZ,ZZZ,ZZ9.
019700     05 FILLER               PIC X(17) VALUE ' ENVELOPE LIMIT:'.
019800     05 WS-RPT-MAX-PIECES    PIC Z9.
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     PERFORM 0100-REGISTER-START
020200         THRU 0100-REGISTER-START-EXIT.
020300     IF WS-RCTL-BLOCKED
020400         GO TO 9999-EXIT
020500     END-IF.
020600     PERFORM 1000-INITIALIZE
020700         THRU 1000-INITIALIZE-EXIT.
020800     IF NOT WS-ABEND
020900         SORT HH-SRT
021000             ASCENDING KEY HH-SRT-KEY
021100             INPUT PROCEDURE IS 1500-BUILD-HOUSEHOLD-KEY
021200                 THRU 1500-BUILD-HOUSEHOLD-KEY-EXIT
021300             OUTPUT PROCEDURE IS 2000-ASSIGN-ENVELOPES
021400                 THRU 2000-ASSIGN-ENVELOPES-EXIT
021500     END-IF.
021600     IF NOT WS-ABEND
021700         PERFORM 4000-RESEQUENCE-FEED
021800             THRU 4000-RESEQUENCE-FEED-EXIT
021900     END-IF.
022000     PERFORM 8000-TERMINATE
022100         THRU 8000-TERMINATE-EXIT.
022133     PERFORM 7200-POST-CONTROL-TOTALS
022166         THRU 7200-POST-CONTROL-TOTALS-EXIT.
022200     PERFORM 0200-REGISTER-END
022300         THRU 0200-REGISTER-END-EXIT.
022400     GO TO 9999-EXIT.
022500 0100-REGISTER-START.
022600     MOVE 'S' TO RCTL-FUNCTION.
022700     MOVE 'AJ2HHLD' TO RCTL-JOB-NAME.
022800     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
022900     IF NOT RCTL-OK
023000         DISPLAY 'AJ2HHLD - RUN-CONTROL START REFUSED: '
023100             RCTL-MESSAGE
023200         SET WS-RCTL-BLOCKED TO TRUE
023300     END-IF.
023400 0100-REGISTER-START-EXIT.
023500     EXIT.
023600 0200-REGISTER-END.
023700     IF WS-ABEND
023800         GO TO 0200-REGISTER-END-EXIT
023900     END-IF.
024000     MOVE 'E' TO RCTL-FUNCTION.
024100     MOVE 'AJ2HHLD' TO RCTL-JOB-NAME.
024200     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
024300     IF NOT RCTL-OK
024400         DISPLAY 'AJ2HHLD - RUN-CONTROL END FAILED: '
024500             RCTL-MESSAGE
024600         SET WS-RCTL-BLOCKED TO TRUE
024700     END-IF.
024800 0200-REGISTER-END-EXIT.
024900     EXIT.
025000 1000-INITIALIZE.
025100     MOVE 'AJ2HHLD'  TO PRMG-JOB-NAME.
025200     MOVE 'MAXPIECE' TO PRMG-PARM-NAME.
025300     MOVE ZERO       TO PRMG-AS-OF-DATE.
025400     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
025500     IF PRMG-FOUND
025600         IF PRMG-VALUE(1:2) NUMERIC
025700                 AND PRMG-VALUE(1:2) NOT < '02'
025800                 AND PRMG-VALUE(1:2) NOT > '10'
025900             MOVE PRMG-VALUE(1:2) TO WS-MAX-PIECES
026000         ELSE
026100             DISPLAY 'AJ2HHLD - BAD MAXPIECE ' PRMG-VALUE(1:2)
026200                 ' ON PARAMETER MASTER - USING 6'
026300         END-IF
026400     END-IF.
026500     OPEN INPUT  AJ2-PRNT
026600          OUTPUT AJ2-HHWK
026700          OUTPUT HHLD-RPT.
026800     IF WS-PRNT-STATUS NOT = '00'
026900         DISPLAY 'AJ2HHLD - AJ2PRNT OPEN FAILED, STATUS '
027000             WS-PRNT-STATUS
027100         SET WS-ABEND TO TRUE
027200         GO TO 1000-INITIALIZE-EXIT
027300     END-IF.
027400     IF WS-HHWK-STATUS NOT = '00'
027500         DISPLAY 'AJ2HHLD - AJ2HHWK OPEN FAILED, STATUS '
027600             WS-HHWK-STATUS
027700         SET WS-ABEND TO TRUE
027800         GO TO 1000-INITIALIZE-EXIT
027900     END-IF.
028000     IF WS-HHLD-RPT-STATUS NOT = '00'
028100         DISPLAY 'AJ2HHLD - HHLDRPT OPEN FAILED, STATUS '
028200             WS-HHLD-RPT-STATUS
028300         SET WS-ABEND TO TRUE
028400         GO TO 1000-INITIALIZE-EXIT
028500     END-IF.
028600     OPEN INPUT AJ2-HOLD.
028700     IF WS-AJ2H-STATUS = '00'
028800         SET WS-HOLD-AVAIL TO TRUE
028900     ELSE
029000         DISPLAY 'AJ2HHLD - NO HOLD MASTER, STATUS '
029100             WS-AJ2H-STATUS ' - HOUSEHOLDING WITHOUT HOLDS'
029200     END-IF.
029300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
029400     MOVE WS-CURRENT-DATE(3:6) TO WS-ENV-ID-DATE.
029500     WRITE HHLD-RPT-LINE FROM WS-RPT-HEADING1.
029600     MOVE SPACES TO HHLD-RPT-LINE.
029700     WRITE HHLD-RPT-LINE FROM WS-RPT-HEADING2.
029733     PERFORM 7000-OPEN-CONTROL-TOTALS
029766         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
029800 1000-INITIALIZE-EXIT.
029900     EXIT.
030000******************************************************************
030100*  1500-BUILD-HOUSEHOLD-KEY - SORT INPUT PROCEDURE.  EVERY
030200*  PIECE IS RELEASED; ONE THAT MAY NOT BE HOUSEHOLDED GOES WITH
030300*  ELIG-IND 'N' AND THE REST OF THE KEY BLANK.
030400******************************************************************
030500 1500-BUILD-HOUSEHOLD-KEY.
030600     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
030700     PERFORM 1600-RELEASE-PIECE
030800         THRU 1600-RELEASE-PIECE-EXIT
030900         UNTIL WS-PRNT-EOF.
031000 1500-BUILD-HOUSEHOLD-KEY-EXIT.
031100     EXIT.
031200 1600-RELEASE-PIECE.
031300     MOVE SPACES TO HH-SRT-KEY.
031400     MOVE 'N'    TO HH-SRT-ELIG-IND.
031500     MOVE AJ2-PRNT-REC TO HH-SRT-BODY.
031600     IF AJ2-CERT-TRACK-NUM OF AJ2-PRNT-REC NOT = SPACES
031700         ADD 1 TO WS-CERT-EXCL-CT
031800         GO TO 1600-RELEASE-NOW
031900     END-IF.
032000     PERFORM 1700-CHECK-HOLD
032100         THRU 1700-CHECK-HOLD-EXIT.
032200     IF WS-STMT-HELD
032300         ADD 1 TO WS-HELD-EXCL-CT
032400         GO TO 1600-RELEASE-NOW
032500     END-IF.
032600     IF AJ2-CUSTOMER-ID OF AJ2-PRNT-REC = SPACES
032700             OR AJ2-MAIL-ADDR-LINE1 OF AJ2-PRNT-REC = SPACES
032800             OR AJ2-MAIL-ZIP OF AJ2-PRNT-REC = SPACES
032900         ADD 1 TO WS-INCOMPLETE-CT
033000         GO TO 1600-RELEASE-NOW
033100     END-IF.
033200     MOVE 'Y' TO HH-SRT-ELIG-IND.
033300     MOVE AJ2-CUSTOMER-ID OF AJ2-PRNT-REC     TO HH-SRT-CUST-ID.
033400     MOVE AJ2-MAIL-ZIP OF AJ2-PRNT-REC        TO HH-SRT-ZIP.
033500     MOVE AJ2-MAIL-ADDR-LINE1 OF AJ2-PRNT-REC
033600         TO HH-SRT-ADDR-LINE1.
033700     MOVE AJ2-MAIL-ADDR-LINE2 OF AJ2-PRNT-REC
033800         TO HH-SRT-ADDR-LINE2.
033900     MOVE AJ2-COMPOSITION-CITY-CD OF AJ2-PRNT-REC
034000         TO HH-SRT-CITY-CD.
034100     ADD 1 TO WS-ELIGIBLE-CT.
034200 1600-RELEASE-NOW.
034300     RELEASE HH-SRT-REC.
034400     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
034500 1600-RELEASE-PIECE-EXIT.
034600     EXIT.
034700 1700-CHECK-HOLD.
034760     MOVE 'N' TO WS-HELD-SW.
034820     IF AJ2-STMT-HOLD OF AJ2-PRNT-REC = 'H'
034880         SET WS-STMT-HELD TO TRUE
034940         GO TO 1700-CHECK-HOLD-EXIT
035000     END-IF.
035060     IF NOT WS-HOLD-AVAIL
035120         GO TO 1700-CHECK-HOLD-EXIT
035180     END-IF.
035240     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO AJ2H-KEY-ACCT-NUM.
035300     MOVE AJ2-STMT-ID OF AJ2-PRNT-REC  TO AJ2H-KEY-STMT-ID.
035360     READ AJ2-HOLD
035420         INVALID KEY
035480             GO TO 1700-CHECK-ACCOUNT-HOLD
035540     END-READ.
035600     IF AJ2H-STAT-HELD
035660         SET WS-STMT-HELD TO TRUE
035720         GO TO 1700-CHECK-HOLD-EXIT
035780     END-IF.
035840*    AN ACCOUNT-LEVEL HOLD CARRIES A BLANK STATEMENT ID.
035900 1700-CHECK-ACCOUNT-HOLD.
035960     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO AJ2H-KEY-ACCT-NUM.
036020     MOVE SPACES                       TO AJ2H-KEY-STMT-ID.
036080     READ AJ2-HOLD
036140         INVALID KEY
036200             GO TO 1700-CHECK-HOLD-EXIT
036260     END-READ.
036320     IF AJ2H-STAT-HELD
036380         SET WS-STMT-HELD TO TRUE
036440     END-IF.
036500 1700-CHECK-HOLD-EXIT.
036560     EXIT.
036700******************************************************************
036800*  2000-ASSIGN-ENVELOPES - SORT OUTPUT PROCEDURE.  PIECES WITH
036900*  THE SAME HOUSEHOLD KEY FILL ONE ENVELOPE UP TO CAPACITY; A
037000*  KEY BREAK, A FULL ENVELOPE OR A PIECE THAT MAILS ALONE
037100*  CLOSES THE ENVELOPE BEING FILLED.
037200******************************************************************
037300 2000-ASSIGN-ENVELOPES.
037400     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
037500     PERFORM 2100-PLACE-PIECE
037600         THRU 2100-PLACE-PIECE-EXIT
037700         UNTIL WS-SRT-EOF.
037800     PERFORM 3000-CLOSE-ENVELOPE
037900         THRU 3000-CLOSE-ENVELOPE-EXIT.
038000 2000-ASSIGN-ENVELOPES-EXIT.
038100     EXIT.
038200 2100-PLACE-PIECE.
038300     IF WS-ENV-ENTRY-CT > ZERO
038400         IF HH-SRT-ELIG-IND = 'N'
038500                 OR HH-SRT-KEY NOT = WS-BREAK-KEY
038600                 OR WS-ENV-ENTRY-CT NOT < WS-MAX-PIECES
038700             PERFORM 3000-CLOSE-ENVELOPE
038800                 THRU 3000-CLOSE-ENVELOPE-EXIT
038900         END-IF
039000     END-IF.
039100     ADD 1 TO WS-ENV-ENTRY-CT.
039200     MOVE HH-SRT-BODY TO WS-ENV-PIECE(WS-ENV-ENTRY-CT).
039300     MOVE HH-SRT-KEY       TO WS-BREAK-KEY.
039400     IF HH-SRT-ELIG-IND = 'N'
039500         PERFORM 3000-CLOSE-ENVELOPE
039600             THRU 3000-CLOSE-ENVELOPE-EXIT
039700     END-IF.
039800     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
039900 2100-PLACE-PIECE-EXIT.
040000     EXIT.
040100******************************************************************
040200*  3000-CLOSE-ENVELOPE - NUMBERS THE ENVELOPE AND WRITES ITS
040300*  PIECES, IN SEQUENCE, TO THE WORK FILE.
040400******************************************************************
040500 3000-CLOSE-ENVELOPE.
040600     IF WS-ENV-ENTRY-CT = ZERO
040700         GO TO 3000-CLOSE-ENVELOPE-EXIT
040800     END-IF.
040900     ADD 1 TO WS-ENVELOPE-CT.
041000     ADD 1 TO WS-ENV-ID-NUM.
041100     PERFORM 3100-WRITE-ENV-PIECE
041200         THRU 3100-WRITE-ENV-PIECE-EXIT
041300         VARYING WS-ENV-IDX FROM 1 BY 1
041400         UNTIL WS-ENV-IDX > WS-ENV-ENTRY-CT.
041500     IF WS-ENV-ENTRY-CT > 1
041600         ADD 1 TO WS-MULTI-ENV-CT
041700         ADD WS-ENV-ENTRY-CT TO WS-MULTI-PIECE-CT
041800         MOVE SPACES            TO WS-RPT-DETAIL
041900         MOVE WS-ENVELOPE-ID    TO WS-RPT-ENVELOPE-ID
042000         MOVE WS-BRK-CUST-ID    TO WS-RPT-CUST-ID
042100         MOVE WS-BRK-ZIP        TO WS-RPT-ZIP
042200         MOVE WS-BRK-ADDR-LINE1 TO WS-RPT-ADDR-LINE1
042300         MOVE WS-ENV-ENTRY-CT   TO WS-RPT-PIECE-CT
042400         WRITE HHLD-RPT-LINE FROM WS-RPT-DETAIL
042500     END-IF.
042600     MOVE ZERO TO WS-ENV-ENTRY-CT.
042700 3000-CLOSE-ENVELOPE-EXIT.
042800     EXIT.
042900 3100-WRITE-ENV-PIECE.
043000     MOVE WS-ENV-PIECE(WS-ENV-IDX) TO AJ2-HHWK-REC.
043100     MOVE WS-ENVELOPE-ID   TO AJ2-ENVELOPE-ID OF AJ2-HHWK-REC.
043200     MOVE WS-ENV-IDX       TO AJ2-ENV-SEQ OF AJ2-HHWK-REC.
043300     MOVE WS-ENV-ENTRY-CT  TO AJ2-ENV-PIECE-CT OF AJ2-HHWK-REC.
043400     WRITE AJ2-HHWK-REC.
043500     ADD 1 TO WS-WORK-WRITE-CT.
043600 3100-WRITE-ENV-PIECE-EXIT.
043700     EXIT.
043800******************************************************************
043900*  4000-RESEQUENCE-FEED - PUTS THE STAMPED PIECES BACK INTO
043952*  ACCOUNT/STATEMENT SEQUENCE ON THE NEW PRINT FEED.
044004******************************************************************
044056 4000-RESEQUENCE-FEED.
044108     CLOSE AJ2-HHWK.
044160     OPEN OUTPUT AJ2-PRNH.
044212     IF WS-PRNH-STATUS NOT = '00'
044264         DISPLAY 'AJ2HHLD - AJ2PRNH OPEN FAILED, STATUS '
044316             WS-PRNH-STATUS
044368         SET WS-ABEND TO TRUE
044420         GO TO 4000-RESEQUENCE-FEED-EXIT
044472     END-IF.
044524     SORT HH-SRT2
044576         ASCENDING KEY AJ2-ACCT-NUM OF HH-SRT2-REC
044628             AJ2-STMT-ID OF HH-SRT2-REC
044680         USING AJ2-HHWK
044732         OUTPUT PROCEDURE IS 4100-WRITE-PRNH
044784             THRU 4100-WRITE-PRNH-EXIT.
044836     CLOSE AJ2-PRNH.
044900 4000-RESEQUENCE-FEED-EXIT.
044903     EXIT.
044906******************************************************************
044909*  4100-WRITE-PRNH - SORT OUTPUT PROCEDURE.  WRITES EACH PIECE
044912*  TO AJ2PRNH AND TAKES THE AJ2PRNH CONTROL TOTAL AS IT IS
044915*  WRITTEN, SO THE TOTAL IS WHAT AJ2PRNH ACTUALLY HOLDS.
044918******************************************************************
044921 4100-WRITE-PRNH.
044924     PERFORM 6100-RETURN-SRT2 THRU 6100-RETURN-SRT2-EXIT.
044927     PERFORM 4200-WRITE-PRNH-PIECE
044930         THRU 4200-WRITE-PRNH-PIECE-EXIT
044933         UNTIL WS-SRT2-EOF OR WS-ABEND.
044936 4100-WRITE-PRNH-EXIT.
044939     EXIT.
044942 4200-WRITE-PRNH-PIECE.
044945     MOVE HH-SRT2-REC TO AJ2-PRNH-REC.
044948     WRITE AJ2-PRNH-REC.
044951     IF WS-PRNH-STATUS NOT = '00'
044954         DISPLAY 'AJ2HHLD - AJ2PRNH WRITE FAILED, STATUS '
044957             WS-PRNH-STATUS
044960         SET WS-ABEND TO TRUE
044963         GO TO 4200-WRITE-PRNH-PIECE-EXIT
044966     END-IF.
044969     ADD 1 TO WS-PRNH-WRITE-CT.
044972     MOVE AJ2-ACCT-NUM OF AJ2-PRNH-REC TO CTLT-ACCT-NUM.
044975     MOVE AJ2-AMT-DUE OF AJ2-PRNH-REC  TO CTLT-AMT-DUE.
044978     MOVE 'AJ2PRNH' TO CTLT-DATASET.
044981     PERFORM 7100-ADD-CONTROL-TOTAL
044984         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
044987     PERFORM 6100-RETURN-SRT2 THRU 6100-RETURN-SRT2-EXIT.
044990 4200-WRITE-PRNH-PIECE-EXIT.
045000     EXIT.
045100 5000-READ-PRNT.
045200     READ AJ2-PRNT INTO AJ2-PRNT-REC
045300         AT END
045400             SET WS-PRNT-EOF TO TRUE
045500             GO TO 5000-READ-PRNT-EXIT
045600     END-READ.
045700     ADD 1 TO WS-PRNT-READ-CT.
045800 5000-READ-PRNT-EXIT.
045900     EXIT.
046000 6000-RETURN-SRT.
046100     RETURN HH-SRT
046200         AT END
046300             SET WS-SRT-EOF TO TRUE
046400     END-RETURN.
046500 6000-RETURN-SRT-EXIT.
046512     EXIT.
046524 6100-RETURN-SRT2.
046536     RETURN HH-SRT2
046548         AT END
046560             SET WS-SRT2-EOF TO TRUE
046572     END-RETURN.
046584 6100-RETURN-SRT2-EXIT.
046600     EXIT.
046601******************************************************************
046602*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
046603*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
046604*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
046605******************************************************************
046606 7000-OPEN-CONTROL-TOTALS.
046607     MOVE 'O'        TO CTLT-FUNCTION.
046608     MOVE 'AJ2HHLD'  TO CTLT-JOB-NAME.
046609     MOVE 'AJ2PRNH'  TO CTLT-DATASET.
046610     MOVE 'O'        TO CTLT-ROLE.
046611     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
046612     IF NOT CTLT-OK
046613         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
046614     END-IF.
046615     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
046616 7000-OPEN-CONTROL-TOTALS-FAIL.
046617     DISPLAY 'AJ2HHLD - CONTROL TOTAL OPEN FAILED: '
046618         CTLT-MESSAGE.
046619     SET WS-ABEND TO TRUE.
046620 7000-OPEN-CONTROL-TOTALS-EXIT.
046621     EXIT.
046622 7100-ADD-CONTROL-TOTAL.
046623     MOVE 'A'        TO CTLT-FUNCTION.
046624     MOVE 'AJ2HHLD'  TO CTLT-JOB-NAME.
046625     MOVE 'O'        TO CTLT-ROLE.
046626     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
046627     IF NOT CTLT-OK
046628         DISPLAY 'AJ2HHLD - CONTROL TOTAL ADD FAILED: '
046629             CTLT-MESSAGE
046630         SET WS-ABEND TO TRUE
046631     END-IF.
046632 7100-ADD-CONTROL-TOTAL-EXIT.
046633     EXIT.
046634******************************************************************
046635*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
046636*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
046637******************************************************************
046638 7200-POST-CONTROL-TOTALS.
046639     IF WS-ABEND
046640         GO TO 7200-POST-CONTROL-TOTALS-EXIT
046641     END-IF.
046642     MOVE 'W'        TO CTLT-FUNCTION.
046643     MOVE 'AJ2HHLD'  TO CTLT-JOB-NAME.
046644     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
046645     IF NOT CTLT-OK
046646         DISPLAY 'AJ2HHLD - CONTROL TOTALS NOT POSTED: '
046647             CTLT-MESSAGE
046648         SET WS-ABEND TO TRUE
046649     END-IF.
046650 7200-POST-CONTROL-TOTALS-EXIT.
046651     EXIT.
046700 8000-TERMINATE.
046800     MOVE SPACES TO HHLD-RPT-LINE.
046900     WRITE HHLD-RPT-LINE.
047000     MOVE WS-PRNT-READ-CT    TO WS-RPT-READ.
047100     MOVE WS-ENVELOPE-CT     TO WS-RPT-ENVELOPES.
047200     MOVE WS-MULTI-ENV-CT    TO WS-RPT-MULTI-ENV.
047300     MOVE WS-MULTI-PIECE-CT  TO WS-RPT-MULTI-PIECE.
047400     WRITE HHLD-RPT-LINE FROM WS-RPT-TOTALS1.
047500     MOVE WS-CERT-EXCL-CT    TO WS-RPT-CERT-EXCL.
047600     MOVE WS-HELD-EXCL-CT    TO WS-RPT-HELD-EXCL.
047700     MOVE WS-INCOMPLETE-CT   TO WS-RPT-INCOMPLETE.
047800     MOVE WS-MAX-PIECES      TO WS-RPT-MAX-PIECES.
047900     WRITE HHLD-RPT-LINE FROM WS-RPT-TOTALS2.
048000     IF WS-HOLD-AVAIL
048100         CLOSE AJ2-HOLD
048200     END-IF.
048300     IF WS-ABEND
048400         CLOSE AJ2-HHWK
048500     END-IF.
048600     CLOSE AJ2-PRNT HHLD-RPT.
048700     DISPLAY 'AJ2HHLD - PRINT PIECES READ : ' WS-PRNT-READ-CT.
048800     DISPLAY 'AJ2HHLD - ENVELOPES         : ' WS-ENVELOPE-CT.
048900     DISPLAY 'AJ2HHLD - MULTI-PIECE ENVS  : ' WS-MULTI-ENV-CT.
049000     DISPLAY 'AJ2HHLD - PIECES HOUSEHOLDED: ' WS-MULTI-PIECE-CT.
049050     DISPLAY 'AJ2HHLD - AJ2PRNH WRITTEN   : ' WS-PRNH-WRITE-CT.
049100 8000-TERMINATE-EXIT.
049200     EXIT.
049300 9999-EXIT.
049400     IF WS-ABEND
049500         MOVE 16 TO RETURN-CODE
049600     ELSE
049700         IF WS-RCTL-BLOCKED
049800             MOVE 12 TO RETURN-CODE
049900         ELSE
050000             MOVE 0 TO RETURN-CODE
050100         END-IF
050200     END-IF.
050300     STOP RUN.
