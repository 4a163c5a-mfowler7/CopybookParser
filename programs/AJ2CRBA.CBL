000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2CRBA.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2CRBA - CREDIT-BALANCE AGING MASTER CARRY-FORWARD
000900*
001000*  AN ACCOUNT WHOSE AJ2-END-BALANCE IS NEGATIVE IS HOLDING
001100*  CUSTOMER MONEY.  THIS JOB RUNS LATE IN THE NIGHTLY STREAM,
001200*  BEFORE AJAPURGE SPLITS THE EXTRACT, AND CARRIES EVERY
001300*  CREDIT-BALANCE ACCOUNT FORWARD ON THE CREDIT-BALANCE AGING
001400*  MASTER (CRBMAST, COPY CRBMST) UNDER THE CYCLE DATE ON THE
001500*  RUN-CONTROL MASTER, SO THE CREDIT CAN BE AGED FROM THE CYCLE
001600*  IT WAS FIRST SEEN IN:
001700*    - THE EXTRACT (AJ2OUT) IS READ IN ACCOUNT ORDER AND EACH
001800*      ACCOUNT'S BALANCE IS TAKEN FROM ITS LATEST STATEMENT;
001900*    - AN ACCOUNT IN CREDIT THAT IS NOT ON THE MASTER, OR WHOSE
002000*      LAST CREDIT HAS CLEARED, STARTS A NEW CREDIT DATED THIS
002100*      CYCLE; ONE ALREADY IN CREDIT KEEPS ITS FIRST-CREDIT DATE
002200*      AND HAS ITS BALANCE AND LAST-SEEN CYCLE MOVED UP;
002300*    - AN ACCOUNT ON THE MASTER IN CREDIT WHOSE BALANCE IS NO
002400*      LONGER NEGATIVE IS MARKED CLEARED;
002500*    - AN ACCOUNT NOT ON THE EXTRACT IS LEFT AS IT IS.
002600*
002700*  THE LOST-OWNER SIGNALS FOR THE ESCHEAT DUE-DILIGENCE LIST ARE
002800*  RECORDED AGAINST THE CREDIT WHILE IT IS OPEN:
002900*    - AN NCOA MOVE/RETURN CODE OF '02' OR '03' ON ANY OF THE
003000*      ACCOUNT'S STATEMENTS;
003100*    - MAIL RETURNED UNDELIVERABLE SINCE THE CREDIT AROSE, OFF
003200*      THE RETURNED-MAIL MASTER (RTNMAST, COPY RTNMST) AJ2RTNM
003300*      KEEPS.  NO RETURNED-MAIL MASTER YET MEANS NO RETURNS;
003400*    - THE STATEMENT CARRYING THE CREDIT HAS EXPIRED AND IS SENT
003500*      TO THE ARCHIVE (AJ2ARCH) - THE SAME EXPIRATION TEST
003600*      AJAPURGE MAKES, AGAINST TODAY, SO THE ACCOUNT IS FLAGGED
003700*      BEFORE IT LEAVES THE EXTRACT.
003800*
003900*  RERUNNING THE JOB FOR THE SAME CYCLE DOES NOT COUNT THE CYCLE
004000*  TWICE.  EVERY NEW, RE-OPENED, CLEARED AND ARCHIVED CREDIT IS
004100*  LISTED ON THE RUN REPORT (CRBARPT).  THE MONTHLY REFUND-
004200*  CANDIDATE AND ESCHEAT REPORTING IS AJ2CRBR.
004300*
004400*  MODIFICATION HISTORY
004500*  --------------------
004600*  10/15/26  DRO  OSDC-3339  NEW PROGRAM - CREDIT-BALANCE AGING
004700*                            MASTER CARRY-FORWARD.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-Z15.
005200 OBJECT-COMPUTER.   IBM-Z15.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RUN-CTL       ASSIGN TO RUNCTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-RCT-STATUS.
005800     SELECT AJ2-IN        ASSIGN TO AJ2OUT
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-AJ2-IN-STATUS.
006100     SELECT CRB-MAST      ASSIGN TO CRBMAST
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CRB-KEY
006500         FILE STATUS IS WS-CRBM-STATUS.
006600     SELECT RTN-MAST      ASSIGN TO RTNMAST
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS RTN-KEY
007000         FILE STATUS IS WS-RTNM-STATUS.
007100     SELECT CRBA-RPT      ASSIGN TO CRBARPT
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS WS-CRBA-RPT-STATUS.
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  RUN-CTL
007700     RECORDING MODE IS F.
007800 01  RUN-CTL-REC.
007900     COPY RUNCTL.
008000 FD  AJ2-IN
008100     RECORDING MODE IS F.
008200 01  AJ2-IN-REC.
008300     COPY AJ2REC.
008400 FD  CRB-MAST.
008500     COPY CRBMST.
008600 FD  RTN-MAST.
008700     COPY RTNMST.
008800 FD  CRBA-RPT.
008900 01  CRBA-RPT-LINE            PIC X(132).
009000 WORKING-STORAGE SECTION.
009100 01  WS-FILE-STATUSES.
009200     05 WS-RCT-STATUS         PIC X(2)  VALUE '00'.
009300     05 WS-AJ2-IN-STATUS      PIC X(2)  VALUE '00'.
009400     05 WS-CRBM-STATUS        PIC X(2)  VALUE '00'.
009500     05 WS-RTNM-STATUS        PIC X(2)  VALUE '00'.
009600     05 WS-CRBA-RPT-STATUS    PIC X(2)  VALUE '00'.
009700 01  WS-SWITCHES.
009800     05 WS-AJ2-EOF-SW         PIC X(1)  VALUE 'N'.
009900         88 WS-AJ2-EOF                  VALUE 'Y'.
010000     05 WS-CRB-FOUND-SW       PIC X(1)  VALUE 'N'.
010100         88 WS-CRB-FOUND                VALUE 'Y'.
010200     05 WS-RTNM-OPEN-SW       PIC X(1)  VALUE 'N'.
010300         88 WS-RTNM-OPEN                VALUE 'Y'.
010400     05 WS-FILES-OPEN-SW      PIC X(1)  VALUE 'N'.
010500         88 WS-FILES-OPEN               VALUE 'Y'.
010600     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
010700         88 WS-ABEND                    VALUE 'Y'.
010800     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
010900         88 WS-RCTL-BLOCKED             VALUE 'Y'.
011000 01  WS-COUNTERS              COMP.
011100     05 WS-AJ2-READ-CT        PIC 9(9)  VALUE ZERO.
011200     05 WS-ACCT-CT            PIC 9(9)  VALUE ZERO.
011300     05 WS-IN-CREDIT-CT       PIC 9(9)  VALUE ZERO.
011400     05 WS-NEW-CT             PIC 9(9)  VALUE ZERO.
011500     05 WS-REOPEN-CT          PIC 9(9)  VALUE ZERO.
011600     05 WS-CONTINUE-CT        PIC 9(9)  VALUE ZERO.
011700     05 WS-CLEARED-CT         PIC 9(9)  VALUE ZERO.
011800     05 WS-ARCHIVED-CT        PIC 9(9)  VALUE ZERO.
011900     05 WS-NCOA-FLAG-CT       PIC 9(9)  VALUE ZERO.
012000     05 WS-RTN-FLAG-CT        PIC 9(9)  VALUE ZERO.
012100 01  WS-CURRENT-DATE-TIME.
012200     05 WS-CURRENT-DATE       PIC 9(8).
012300 01  WS-CYCLE-FIELDS.
012400     05 WS-CYCLE-DATE         PIC 9(8)  VALUE ZERO.
012500     05 WS-CYCLE-NUM          PIC 9(5)  VALUE ZERO.
012600******************************************************************
012700*  THE ACCOUNT BEING GATHERED OFF THE EXTRACT - ITS LATEST
012800*  STATEMENT, AND ANY NCOA LOST-OWNER CODE ON ANY STATEMENT.
012900******************************************************************
013000 01  WS-ACCT-FIELDS.
013100     05 WS-ACCT-NUM           PIC X(25) VALUE SPACES.
013200     05 WS-ACCT-STMT-ID       PIC X(8)  VALUE SPACES.
013300     05 WS-ACCT-STMT-DATE     PIC X(8)  VALUE SPACES.
013400     05 WS-ACCT-END-BAL       PIC S9(11)V99 VALUE ZERO.
013500     05 WS-ACCT-LOB           PIC X(4)  VALUE SPACES.
013600     05 WS-ACCT-STATE         PIC X(2)  VALUE SPACES.
013700     05 WS-ACCT-EXPIRE-DT     PIC X(8)  VALUE SPACES.
013800     05 WS-ACCT-NCOA-CD       PIC X(2)  VALUE SPACES.
013900 01  WS-CREDIT-HELD           PIC S9(13)V99 VALUE ZERO.
014000 01  WS-RPT-HEADING1.
014100     05 FILLER                PIC X(50) VALUE
014200         'AJ2CRBA - CREDIT-BALANCE AGING RUN REPORT   CYCLE '.
014300     05 WS-RPT-CYCLE-DATE     PIC 9(8).
014400 01  WS-RPT-HEADING2.
014500     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
014600     05 FILLER                PIC X(10) VALUE 'STMT ID'.
014700     05 FILLER                PIC X(4)  VALUE 'ST'.
014800     05 FILLER                PIC X(19) VALUE
014900         '       END BALANCE'.
015000     05 FILLER                PIC X(12) VALUE '  IN CREDIT'.
015100     05 FILLER                PIC X(30) VALUE 'OUTCOME'.
015200 01  WS-RPT-DETAIL.
015300     05 WS-RPT-ACCT-NUM       PIC X(25).
015400     05 FILLER                PIC X(2)  VALUE SPACES.
015500     05 WS-RPT-STMT-ID        PIC X(8).
015600     05 FILLER                PIC X(2)  VALUE SPACES.
015700     05 WS-RPT-STATE          PIC X(2).
015800     05 FILLER                PIC X(2)  VALUE SPACES.
015900     05 WS-RPT-END-BAL        PIC -Z(10)9.99.
016000     05 FILLER                PIC X(3)  VALUE SPACES.
016100     05 WS-RPT-FIRST-DATE     PIC 9(8).
016200     05 FILLER                PIC X(3)  VALUE SPACES.
016300     05 WS-RPT-OUTCOME        PIC X(30).
016400 01  WS-RPT-TOTALS1.
016500     05 FILLER               PIC X(15) VALUE 'ACCOUNTS READ:'.
016600     05 WS-RPT-ACCTS         PIC ZZZ,ZZZ,ZZ9.
016700     05 FILLER               PIC X(13) VALUE ' IN CREDIT:'.
016800     05 WS-RPT-IN-CREDIT     PIC ZZZ,ZZZ,ZZ9.
016900     05 FILLER               PIC X(15) VALUE ' CREDIT HELD:'.
017000     05 WS-RPT-CREDIT-HELD   PIC -Z(12)9.99.
017100 01  WS-RPT-TOTALS2.
017200     05 FILLER               PIC X(15) VALUE 'NEW CREDITS:'.
017300     05 WS-RPT-NEW           PIC ZZZ,ZZZ,ZZ9.
017400     05 FILLER               PIC X(13) VALUE ' RE-OPENED:'.
017500     05 WS-RPT-REOPEN        PIC ZZZ,ZZZ,ZZ9.
017600     05 FILLER               PIC X(13) VALUE ' CONTINUING:'.
017700     05 WS-RPT-CONTINUE      PIC ZZZ,ZZZ,ZZ9.
017800     05 FILLER               PIC X(11) VALUE ' CLEARED:'.
017900     05 WS-RPT-CLEARED       PIC ZZZ,ZZZ,ZZ9.
018000 01  WS-RPT-TOTALS3.
018100     05 FILLER               PIC X(15) VALUE 'NCOA 02/03:'.
018200     05 WS-RPT-NCOA          PIC ZZZ,ZZZ,ZZ9.
018300     05 FILLER               PIC X(13) VALUE ' RETURNED:'.
018400     05 WS-RPT-RTN           PIC ZZZ,ZZZ,ZZ9.
018500     05 FILLER               PIC X(13) VALUE ' ARCHIVED:'.
018600     05 WS-RPT-ARCHIVED      PIC ZZZ,ZZZ,ZZ9.
018700 01  WS-RCTL-COMMAREA.
018800     COPY RCTLCOM.
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     PERFORM 0100-REGISTER-START
019200         THRU 0100-REGISTER-START-EXIT.
019300     IF WS-RCTL-BLOCKED
019400         GO TO 9999-EXIT
019500     END-IF.
019600     PERFORM 1000-INITIALIZE
019700         THRU 1000-INITIALIZE-EXIT.
019800     PERFORM 2000-PROCESS-ACCOUNT
019900         THRU 2000-PROCESS-ACCOUNT-EXIT
020000         UNTIL WS-AJ2-EOF OR WS-ABEND.
020100     PERFORM 8000-TERMINATE
020200         THRU 8000-TERMINATE-EXIT.
020300     PERFORM 0200-REGISTER-END
020400         THRU 0200-REGISTER-END-EXIT.
020500     GO TO 9999-EXIT.
020600 0100-REGISTER-START.
020700     MOVE 'S' TO RCTL-FUNCTION.
020800     MOVE 'AJ2CRBA' TO RCTL-JOB-NAME.
020900     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
021000     IF NOT RCTL-OK
021100         DISPLAY 'AJ2CRBA - RUN-CONTROL START REFUSED: '
021200             RCTL-MESSAGE
021300         SET WS-RCTL-BLOCKED TO TRUE
021400     END-IF.
021500 0100-REGISTER-START-EXIT.
021600     EXIT.
021700 0200-REGISTER-END.
021800     IF WS-ABEND
021900         GO TO 0200-REGISTER-END-EXIT
022000     END-IF.
022100     MOVE 'E' TO RCTL-FUNCTION.
022200     MOVE 'AJ2CRBA' TO RCTL-JOB-NAME.
022300     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
022400     IF NOT RCTL-OK
022500         DISPLAY 'AJ2CRBA - RUN-CONTROL END FAILED: '
022600             RCTL-MESSAGE
022700         SET WS-RCTL-BLOCKED TO TRUE
022800     END-IF.
022900 0200-REGISTER-END-EXIT.
023000     EXIT.
023100 1000-INITIALIZE.
023200     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023300*    THE CYCLE DATE IS THE ONE AJ2RCIN OPENED THE CYCLE UNDER.
023400     OPEN INPUT RUN-CTL.
023500     IF WS-RCT-STATUS NOT = '00'
023600         DISPLAY 'AJ2CRBA - RUNCTL OPEN FAILED, STATUS '
023700             WS-RCT-STATUS
023800         SET WS-ABEND TO TRUE
023900         GO TO 1000-INITIALIZE-EXIT
024000     END-IF.
024100     READ RUN-CTL INTO RUN-CTL-REC
024200         AT END
024300             MOVE SPACES TO RUN-CTL-REC
024400     END-READ.
024500     CLOSE RUN-CTL.
024600     IF RCT-CYCLE-DATE NOT NUMERIC OR RCT-CYCLE-DATE = ZERO
024700         DISPLAY 'AJ2CRBA - NO CYCLE DATE ON RUNCTL'
024800         SET WS-ABEND TO TRUE
024900         GO TO 1000-INITIALIZE-EXIT
025000     END-IF.
025100     MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE.
025200     MOVE RCT-CYCLE-NUM  TO WS-CYCLE-NUM.
025300     OPEN INPUT AJ2-IN.
025400     IF WS-AJ2-IN-STATUS NOT = '00'
025500         DISPLAY 'AJ2CRBA - AJ2OUT OPEN FAILED, STATUS '
025600             WS-AJ2-IN-STATUS
025700         SET WS-ABEND TO TRUE
025800         GO TO 1000-INITIALIZE-EXIT
025900     END-IF.
026000     OPEN I-O CRB-MAST.
026100*    FILE STATUS 35 MEANS NO CREDIT-BALANCE MASTER EXISTS YET -
026200*    CREATE IT.
026300     IF WS-CRBM-STATUS = '35'
026400         OPEN OUTPUT CRB-MAST
026500         IF WS-CRBM-STATUS = '00'
026600             CLOSE CRB-MAST
026700             OPEN I-O CRB-MAST
026800         END-IF
026900     END-IF.
027000     IF WS-CRBM-STATUS NOT = '00'
027100         DISPLAY 'AJ2CRBA - CRBMAST OPEN FAILED, STATUS '
027200             WS-CRBM-STATUS
027300         CLOSE AJ2-IN
027400         SET WS-ABEND TO TRUE
027500         GO TO 1000-INITIALIZE-EXIT
027600     END-IF.
027700     OPEN OUTPUT CRBA-RPT.
027800     IF WS-CRBA-RPT-STATUS NOT = '00'
027900         DISPLAY 'AJ2CRBA - CRBARPT OPEN FAILED, STATUS '
028000             WS-CRBA-RPT-STATUS
028100         CLOSE AJ2-IN CRB-MAST
028200         SET WS-ABEND TO TRUE
028300         GO TO 1000-INITIALIZE-EXIT
028400     END-IF.
028500     SET WS-FILES-OPEN TO TRUE.
028600*    NO RETURNED-MAIL MASTER YET - NOTHING HAS COME BACK.
028700     OPEN INPUT RTN-MAST.
028800     IF WS-RTNM-STATUS = '00'
028900         SET WS-RTNM-OPEN TO TRUE
029000     ELSE
029100         DISPLAY 'AJ2CRBA - NO RTNMAST, STATUS ' WS-RTNM-STATUS
029200             ', RETURNED MAIL NOT FLAGGED'
029300     END-IF.
029400     MOVE WS-CYCLE-DATE TO WS-RPT-CYCLE-DATE.
029500     WRITE CRBA-RPT-LINE FROM WS-RPT-HEADING1.
029600     MOVE SPACES TO CRBA-RPT-LINE.
029700     WRITE CRBA-RPT-LINE.
029800     WRITE CRBA-RPT-LINE FROM WS-RPT-HEADING2.
029900     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
030000 1000-INITIALIZE-EXIT.
030100     EXIT.
030200******************************************************************
030300*  2000-PROCESS-ACCOUNT - GATHERS ALL OF ONE ACCOUNT'S STATEMENTS
030400*  OFF THE EXTRACT, THEN CARRIES THE ACCOUNT FORWARD.
030500******************************************************************
030600 2000-PROCESS-ACCOUNT.
030700     ADD 1 TO WS-ACCT-CT.
030800     MOVE SPACES TO WS-ACCT-FIELDS.
030900     MOVE ZERO   TO WS-ACCT-END-BAL.
031000     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO WS-ACCT-NUM.
031100     PERFORM 2100-TAKE-STATEMENT
031200         THRU 2100-TAKE-STATEMENT-EXIT
031300         UNTIL WS-AJ2-EOF
031400            OR AJ2-ACCT-NUM OF AJ2-IN-REC NOT = WS-ACCT-NUM.
031500     PERFORM 3000-CARRY-ACCOUNT
031600         THRU 3000-CARRY-ACCOUNT-EXIT.
031700 2000-PROCESS-ACCOUNT-EXIT.
031800     EXIT.
031900******************************************************************
032000*  2100-TAKE-STATEMENT - THE BALANCE IS THE ONE ON THE ACCOUNT'S
032100*  LATEST STATEMENT (THE LAST ONE READ WHEN TWO SHARE A DATE).
032200******************************************************************
032300 2100-TAKE-STATEMENT.
032400     IF WS-ACCT-STMT-ID = SPACES
032500        OR AJ2-STMT-DATE OF AJ2-IN-REC NOT < WS-ACCT-STMT-DATE
032600         MOVE AJ2-STMT-ID OF AJ2-IN-REC     TO WS-ACCT-STMT-ID
032700         MOVE AJ2-STMT-DATE OF AJ2-IN-REC   TO WS-ACCT-STMT-DATE
032800         MOVE AJ2-END-BALANCE OF AJ2-IN-REC TO WS-ACCT-END-BAL
032900         MOVE AJ2-INS-LOB OF AJ2-IN-REC     TO WS-ACCT-LOB
033000         MOVE AJ2-MAIL-STATE OF AJ2-IN-REC  TO WS-ACCT-STATE
033100         MOVE AJ2-EXPIRATION-DATE OF AJ2-IN-REC
033200             TO WS-ACCT-EXPIRE-DT
033300     END-IF.
033400     IF AJ2-NCOA-RTN-CD OF AJ2-IN-REC = '02'
033500        OR AJ2-NCOA-RTN-CD OF AJ2-IN-REC = '03'
033600         MOVE AJ2-NCOA-RTN-CD OF AJ2-IN-REC TO WS-ACCT-NCOA-CD
033700     END-IF.
033800     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
033900 2100-TAKE-STATEMENT-EXIT.
034000     EXIT.
034100******************************************************************
034200*  3000-CARRY-ACCOUNT - A NEGATIVE BALANCE IS A CREDIT; AN
034300*  ACCOUNT IN CREDIT ON THE MASTER WITH A BALANCE OF ZERO OR
034400*  MORE HAS CLEARED.  ANYTHING ELSE IS NOT OF INTEREST.
034500******************************************************************
034600 3000-CARRY-ACCOUNT.
034700     PERFORM 3050-READ-CRBMAST THRU 3050-READ-CRBMAST-EXIT.
034800     IF WS-ACCT-END-BAL < ZERO
034900         PERFORM 3100-POST-CREDIT
035000             THRU 3100-POST-CREDIT-EXIT
035100         GO TO 3000-CARRY-ACCOUNT-EXIT
035200     END-IF.
035300     IF WS-CRB-FOUND AND CRB-STAT-CREDIT
035400         PERFORM 3200-CLEAR-CREDIT
035500             THRU 3200-CLEAR-CREDIT-EXIT
035600     END-IF.
035700 3000-CARRY-ACCOUNT-EXIT.
035800     EXIT.
035900 3050-READ-CRBMAST.
036000     MOVE 'N' TO WS-CRB-FOUND-SW.
036100     MOVE WS-ACCT-NUM TO CRB-KEY-ACCT-NUM.
036200     READ CRB-MAST
036300         INVALID KEY
036400             GO TO 3050-READ-CRBMAST-EXIT
036500     END-READ.
036600     SET WS-CRB-FOUND TO TRUE.
036700 3050-READ-CRBMAST-EXIT.
036800     EXIT.
036900 3100-POST-CREDIT.
037000     ADD 1 TO WS-IN-CREDIT-CT.
037100     ADD WS-ACCT-END-BAL TO WS-CREDIT-HELD.
037200     MOVE SPACES TO WS-RPT-OUTCOME.
037300     EVALUATE TRUE
037400         WHEN NOT WS-CRB-FOUND
037500             INITIALIZE CRB-FILE-REC
037600             MOVE WS-ACCT-NUM TO CRB-KEY-ACCT-NUM
037700             PERFORM 3110-START-CREDIT
037800                 THRU 3110-START-CREDIT-EXIT
037900             ADD 1 TO WS-NEW-CT
038000             MOVE 'NEW CREDIT' TO WS-RPT-OUTCOME
038100         WHEN CRB-STAT-CLEARED
038200             PERFORM 3110-START-CREDIT
038300                 THRU 3110-START-CREDIT-EXIT
038400             ADD 1 TO WS-REOPEN-CT
038500             MOVE 'BACK IN CREDIT' TO WS-RPT-OUTCOME
038600         WHEN OTHER
038700             ADD 1 TO WS-CONTINUE-CT
038800             IF CRB-LAST-SEEN-DATE NOT = WS-CYCLE-DATE
038900                 ADD 1 TO CRB-CYCLE-CT
039000             END-IF
039100     END-EVALUATE.
039200     MOVE WS-CYCLE-DATE     TO CRB-LAST-SEEN-DATE.
039300     MOVE WS-CYCLE-NUM      TO CRB-LAST-SEEN-CYCLE.
039400     MOVE WS-ACCT-STMT-ID   TO CRB-STMT-ID.
039500     MOVE WS-ACCT-STMT-DATE TO CRB-STMT-DATE.
039600     MOVE WS-ACCT-END-BAL   TO CRB-END-BALANCE.
039700     MOVE WS-ACCT-LOB       TO CRB-INS-LOB.
039800     MOVE WS-ACCT-STATE     TO CRB-MAIL-STATE.
039900     PERFORM 3300-FLAG-LOST-OWNER
040000         THRU 3300-FLAG-LOST-OWNER-EXIT.
040100     IF WS-CRB-FOUND
040200         REWRITE CRB-FILE-REC
040300             INVALID KEY
040400                 DISPLAY 'AJ2CRBA - CRBMAST REWRITE FAILED FOR '
040500                     CRB-KEY-ACCT-NUM
040600                 SET WS-ABEND TO TRUE
040700                 GO TO 3100-POST-CREDIT-EXIT
040800         END-REWRITE
040900     ELSE
041000         WRITE CRB-FILE-REC
041100             INVALID KEY
041200                 DISPLAY 'AJ2CRBA - CRBMAST WRITE FAILED FOR '
041300                     CRB-KEY-ACCT-NUM
041400                 SET WS-ABEND TO TRUE
041500                 GO TO 3100-POST-CREDIT-EXIT
041600         END-WRITE
041700     END-IF.
041800     IF WS-RPT-OUTCOME NOT = SPACES
041900         PERFORM 7000-WRITE-DETAIL THRU 7000-WRITE-DETAIL-EXIT
042000     END-IF.
042100 3100-POST-CREDIT-EXIT.
042200     EXIT.
042300******************************************************************
042400*  3110-START-CREDIT - A NEW CREDIT IS AGED FROM THIS CYCLE AND
042500*  STARTS WITH NO LOST-OWNER SIGNALS AND NO LETTER SENT.
042600******************************************************************
042700 3110-START-CREDIT.
042800     SET CRB-STAT-CREDIT TO TRUE.
042900     MOVE WS-CYCLE-DATE TO CRB-FIRST-CREDIT-DATE.
043000     MOVE WS-CYCLE-NUM  TO CRB-FIRST-CREDIT-CYCLE.
043100     MOVE 1             TO CRB-CYCLE-CT.
043200     ADD 1              TO CRB-CREDIT-CT.
043300     MOVE SPACES        TO CRB-NCOA-RTN-CD.
043400     MOVE ZERO          TO CRB-NCOA-DATE.
043500     MOVE SPACE         TO CRB-RTN-MAIL-IND.
043600     MOVE ZERO          TO CRB-LAST-RTN-DATE.
043700     MOVE SPACE         TO CRB-ARCH-IND.
043800     MOVE ZERO          TO CRB-ARCH-DATE.
043900     MOVE ZERO          TO CRB-CLEARED-DATE.
044000     MOVE ZERO          TO CRB-DD-LETTER-DATE.
044100     MOVE ZERO          TO CRB-DD-LETTER-CT.
044200 3110-START-CREDIT-EXIT.
044300     EXIT.
044400 3200-CLEAR-CREDIT.
044500     SET CRB-STAT-CLEARED TO TRUE.
044600     MOVE WS-CYCLE-DATE     TO CRB-CLEARED-DATE.
044700     MOVE WS-CYCLE-DATE     TO CRB-LAST-SEEN-DATE.
044800     MOVE WS-CYCLE-NUM      TO CRB-LAST-SEEN-CYCLE.
044900     MOVE WS-ACCT-STMT-ID   TO CRB-STMT-ID.
045000     MOVE WS-ACCT-STMT-DATE TO CRB-STMT-DATE.
045100     REWRITE CRB-FILE-REC
045200         INVALID KEY
045300             DISPLAY 'AJ2CRBA - CRBMAST REWRITE FAILED FOR '
045400                 CRB-KEY-ACCT-NUM
045500             SET WS-ABEND TO TRUE
045600             GO TO 3200-CLEAR-CREDIT-EXIT
045700     END-REWRITE.
045800     ADD 1 TO WS-CLEARED-CT.
045900     MOVE 'CREDIT CLEARED' TO WS-RPT-OUTCOME.
046000     PERFORM 7000-WRITE-DETAIL THRU 7000-WRITE-DETAIL-EXIT.
046100 3200-CLEAR-CREDIT-EXIT.
046200     EXIT.
046300******************************************************************
046400*  3300-FLAG-LOST-OWNER - SIGNALS ARE ONLY EVER ADDED WHILE THE
046500*  CREDIT IS OPEN; A NEW CREDIT STARTS CLEAN.
046600******************************************************************
046700 3300-FLAG-LOST-OWNER.
046800     IF WS-ACCT-NCOA-CD NOT = SPACES
046900         IF CRB-NCOA-RTN-CD = SPACES
047000             MOVE WS-CYCLE-DATE TO CRB-NCOA-DATE
047100             ADD 1 TO WS-NCOA-FLAG-CT
047200         END-IF
047300         MOVE WS-ACCT-NCOA-CD TO CRB-NCOA-RTN-CD
047400     END-IF.
047500     IF WS-RTNM-OPEN
047600         PERFORM 3310-CHECK-RETURNED
047700             THRU 3310-CHECK-RETURNED-EXIT
047800     END-IF.
047900*    AJAPURGE'S TEST - SET, NOT ZERO, NOT AFTER TODAY.
048000     IF NOT CRB-ARCHIVED
048100         IF WS-ACCT-EXPIRE-DT NOT = SPACES
048200                 AND WS-ACCT-EXPIRE-DT NOT = '00000000'
048300                 AND WS-ACCT-EXPIRE-DT NOT > WS-CURRENT-DATE
048400             SET CRB-ARCHIVED TO TRUE
048500             MOVE WS-CURRENT-DATE TO CRB-ARCH-DATE
048600             ADD 1 TO WS-ARCHIVED-CT
048700             IF WS-RPT-OUTCOME = SPACES
048800                 MOVE 'EXPIRED - TO AJ2ARCH' TO WS-RPT-OUTCOME
048900             END-IF
049000         END-IF
049100     END-IF.
049200 3300-FLAG-LOST-OWNER-EXIT.
049300     EXIT.
049400 3310-CHECK-RETURNED.
049500     MOVE WS-ACCT-NUM TO RTN-KEY-ACCT-NUM.
049600     READ RTN-MAST
049700         INVALID KEY
049800             GO TO 3310-CHECK-RETURNED-EXIT
049900     END-READ.
050000     IF RTN-TOTAL-CT > ZERO
050100             AND RTN-LAST-RTN-DATE NOT < CRB-FIRST-CREDIT-DATE
050200         IF NOT CRB-RTN-MAIL
050300             ADD 1 TO WS-RTN-FLAG-CT
050400         END-IF
050500         SET CRB-RTN-MAIL TO TRUE
050600         MOVE RTN-LAST-RTN-DATE TO CRB-LAST-RTN-DATE
050700     END-IF.
050800 3310-CHECK-RETURNED-EXIT.
050900     EXIT.
051000 5000-READ-AJ2.
051100     READ AJ2-IN INTO AJ2-IN-REC
051200         AT END
051300             SET WS-AJ2-EOF TO TRUE
051400             GO TO 5000-READ-AJ2-EXIT
051500     END-READ.
051600     ADD 1 TO WS-AJ2-READ-CT.
051700 5000-READ-AJ2-EXIT.
051800     EXIT.
051900 7000-WRITE-DETAIL.
052000     MOVE CRB-KEY-ACCT-NUM      TO WS-RPT-ACCT-NUM.
052100     MOVE CRB-STMT-ID           TO WS-RPT-STMT-ID.
052200     MOVE CRB-MAIL-STATE        TO WS-RPT-STATE.
052300     MOVE CRB-END-BALANCE       TO WS-RPT-END-BAL.
052400     MOVE CRB-FIRST-CREDIT-DATE TO WS-RPT-FIRST-DATE.
052500     WRITE CRBA-RPT-LINE FROM WS-RPT-DETAIL.
052600 7000-WRITE-DETAIL-EXIT.
052700     EXIT.
052800 8000-TERMINATE.
052900     IF NOT WS-FILES-OPEN
053000         GO TO 8000-TERMINATE-EXIT
053100     END-IF.
053200     MOVE SPACES TO CRBA-RPT-LINE.
053300     WRITE CRBA-RPT-LINE.
053400     MOVE WS-ACCT-CT      TO WS-RPT-ACCTS.
053500     MOVE WS-IN-CREDIT-CT TO WS-RPT-IN-CREDIT.
053600     MOVE WS-CREDIT-HELD  TO WS-RPT-CREDIT-HELD.
053700     WRITE CRBA-RPT-LINE FROM WS-RPT-TOTALS1.
053800     MOVE WS-NEW-CT       TO WS-RPT-NEW.
053900     MOVE WS-REOPEN-CT    TO WS-RPT-REOPEN.
054000     MOVE WS-CONTINUE-CT  TO WS-RPT-CONTINUE.
054100     MOVE WS-CLEARED-CT   TO WS-RPT-CLEARED.
054200     WRITE CRBA-RPT-LINE FROM WS-RPT-TOTALS2.
054300     MOVE WS-NCOA-FLAG-CT TO WS-RPT-NCOA.
054400     MOVE WS-RTN-FLAG-CT  TO WS-RPT-RTN.
054500     MOVE WS-ARCHIVED-CT  TO WS-RPT-ARCHIVED.
054600     WRITE CRBA-RPT-LINE FROM WS-RPT-TOTALS3.
054700     CLOSE AJ2-IN CRB-MAST CRBA-RPT.
054800     IF WS-RTNM-OPEN
054900         CLOSE RTN-MAST
055000     END-IF.
055100     DISPLAY 'AJ2CRBA - RECORDS READ AJ2  : ' WS-AJ2-READ-CT.
055200     DISPLAY 'AJ2CRBA - ACCOUNTS READ     : ' WS-ACCT-CT.
055300     DISPLAY 'AJ2CRBA - ACCOUNTS IN CREDIT: ' WS-IN-CREDIT-CT.
055400     DISPLAY 'AJ2CRBA - NEW CREDITS       : ' WS-NEW-CT.
055500     DISPLAY 'AJ2CRBA - BACK IN CREDIT    : ' WS-REOPEN-CT.
055600     DISPLAY 'AJ2CRBA - CREDITS CLEARED   : ' WS-CLEARED-CT.
055700     DISPLAY 'AJ2CRBA - NEWLY ARCHIVED    : ' WS-ARCHIVED-CT.
055800 8000-TERMINATE-EXIT.
055900     EXIT.
056000 9999-EXIT.
056100     IF WS-ABEND
056200         MOVE 16 TO RETURN-CODE
056300     ELSE
056400         IF WS-RCTL-BLOCKED
056500             MOVE 12 TO RETURN-CODE
056600         ELSE
056700             MOVE 0 TO RETURN-CODE
056800         END-IF
056900     END-IF.
057000     STOP RUN.
