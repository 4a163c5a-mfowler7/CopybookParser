000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2COLL.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/06/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2COLL - LOADS THE COLLECTIONS EXCEPTIONS INTO THE
000900*  COLLECTIONS CASE MASTER
001000*
001100*  READS THE TWO COLLECTIONS EXCEPTION FEEDS - THE AUTOPAY
001200*  FAILURES AJAPFAIL JUST WROTE (APFEXC, COPY APFEXC) AND THE
001300*  RETURNED ACH DEBITS THE DAILY AJACHRT RUN WROTE (ACHEXC, COPY
001400*  ACHEXC) - AND POSTS EACH ONE TO THE KEYED COLLECTIONS CASE
001500*  MASTER (AJ2CASE, COPY AJ2CREC), ONE CASE PER ACCOUNT/
001600*  STATEMENT, SO COLLECTIONS WORKS ONE QUEUE INSTEAD OF TWO
001700*  FLAT FILES: AJ2COLM RECORDS THE COLLECTOR'S DISPOSITION AND
001800*  FOLLOW-UP DATE ONLINE, AND AJ2COLR FEEDS A PAST-DUE REMINDER
001900*  FOR EVERY OPEN CASE WHOSE FOLLOW-UP DATE HAS PASSED.
002000*
002100*  A KEY ALREADY ON THE MASTER IS A RE-DETECTION: THE CASE IS
002150*  UPDATED WITH THE NEW AMOUNT AND FEED DETAIL, ITS SOURCE FLAG
002200*  FOR THIS FEED IS SET (A STATEMENT RAISED ON BOTH FEEDS IS
002250*  ONE CASE), AND ITS DETECTION COUNT AND LAST-DETECTED DATE
002300*  MOVE.  AN OPEN CASE KEEPS ITS DISPOSITION AND FOLLOW-UP
002350*  DATE.  AN EXCEPTION ALREADY POSTED - THE SAME FAILURE (FOR
002400*  ACHEXC THE SAME RETURNED DEBIT) WITH A DETECTED DATE NOT
002450*  AFTER THE CASE'S LAST-DETECTED DATE, AS WHEN ACHEXC HAS NOT
002500*  BEEN REWRITTEN SINCE THE LAST RUN - IS SKIPPED.
002550*
002600*  A CASE CLOSED PAID OR WRITTEN OFF IS REOPENED ONLY FOR A
002650*  FAILURE DATED AFTER ITS CLOSED DATE - THE PAYMENT DUE DATE
002700*  OF AN AUTOPAY FAILURE, THE DEBIT DATE OF A RETURNED DEBIT -
002750*  GOING BACK TO OPEN WITH THE DISPOSITION CLEARED, KEEPING ITS
002800*  ORIGINAL OPENED DATE, THE SAME WAY AJ2SUSL REOPENS A
002850*  RE-REJECTED SUSPENSE ROW.  AJAPFAIL RAISES A STATEMENT EVERY
002900*  NIGHT UNTIL A DEBIT POSTS, SO THE FAILURE A COLLECTOR CLOSED
002950*  IS NEVER REOPENED BY ITS OWN LATER DETECTIONS.
003000*
003100*  APFEXC IS REQUIRED.  ACHEXC COMES FROM A DAILY JOB OUTSIDE
003200*  THE CYCLE, SO A MISSING ACHEXC MEANS NO RETURNS TODAY, NOT
003300*  AN ERROR.  A MISSING CASE MASTER IS CREATED ON FIRST USE,
003400*  THE SAME WAY AJ2HLDM CREATES THE HOLD MASTER.
003500*
003600*  MODIFICATION HISTORY
003700*  --------------------
003800*  10/15/26  DRO  OSDC-3340  SKIP EXCEPTIONS ALREADY POSTED;
003900*                            REOPEN A CLOSED CASE ONLY FOR A
003925*                            FAILURE DATED AFTER ITS CLOSE.
003950*  10/06/26  DRO  OSDC-3330  NEW PROGRAM - COLLECTIONS CASE
003975*                            MASTER LOAD.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-Z15.
004400 OBJECT-COMPUTER.   IBM-Z15.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT APF-EXC       ASSIGN TO APFEXC
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-APF-STATUS.
005000     SELECT ACH-EXC       ASSIGN TO ACHEXC
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-ACH-STATUS.
005300     SELECT AJ2-CASE      ASSIGN TO AJ2CASE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS AJ2C-KEY
005700         FILE STATUS IS WS-CASE-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  APF-EXC
006100     RECORDING MODE IS F.
006200 01  APF-EXC-REC.
006300     COPY APFEXC.
006400 FD  ACH-EXC
006500     RECORDING MODE IS F.
006600 01  ACH-EXC-REC.
006700     COPY ACHEXC.
006800 FD  AJ2-CASE.
006900     COPY AJ2CREC.
007000 WORKING-STORAGE SECTION.
007100 01  WS-FILE-STATUSES.
007200     05 WS-APF-STATUS         PIC X(2)  VALUE '00'.
007300     05 WS-ACH-STATUS         PIC X(2)  VALUE '00'.
007400     05 WS-CASE-STATUS        PIC X(2)  VALUE '00'.
007500 01  WS-SWITCHES.
007600     05 WS-APF-EOF-SW         PIC X(1)  VALUE 'N'.
007700         88 WS-APF-EOF                  VALUE 'Y'.
007800     05 WS-ACH-EOF-SW         PIC X(1)  VALUE 'N'.
007900         88 WS-ACH-EOF                  VALUE 'Y'.
008000     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
008100         88 WS-ABEND                    VALUE 'Y'.
008200     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
008300         88 WS-RCTL-BLOCKED             VALUE 'Y'.
008400     05 WS-CASE-FOUND-SW      PIC X(1)  VALUE 'N'.
008500         88 WS-CASE-FOUND               VALUE 'Y'.
008600     05 WS-ACH-OPEN-SW        PIC X(1)  VALUE 'N'.
008700         88 WS-ACH-OPEN                 VALUE 'Y'.
008720     05 WS-SAME-FAILURE-SW    PIC X(1)  VALUE 'N'.
008740         88 WS-SAME-FAILURE             VALUE 'Y'.
008760     05 WS-SKIP-POST-SW       PIC X(1)  VALUE 'N'.
008780         88 WS-SKIP-POST                VALUE 'Y'.
008800 01  WS-COUNTERS              COMP.
008900     05 WS-APF-READ-CT        PIC 9(9)  VALUE ZERO.
009000     05 WS-ACH-READ-CT        PIC 9(9)  VALUE ZERO.
009100     05 WS-NEW-CASE-CT        PIC 9(9)  VALUE ZERO.
009200     05 WS-REDETECT-CT        PIC 9(9)  VALUE ZERO.
009300     05 WS-REOPEN-CT          PIC 9(9)  VALUE ZERO.
009303     05 WS-STALE-CT           PIC 9(9)  VALUE ZERO.
009306     05 WS-CLOSED-KEPT-CT     PIC 9(9)  VALUE ZERO.
009310 01  WS-POST-KEY.
009320     05 WS-POST-ACCT-NUM      PIC X(25) VALUE SPACES.
009330     05 WS-POST-STMT-ID       PIC X(8)  VALUE SPACES.
009337 01  WS-POST-DATES.
009344*    THE EXCEPTION'S DETECTED DATE, AND THE DATE OF THE FAILURE
009351*    ITSELF - DUE DATE (APFEXC) OR RETURNED DEBIT DATE (ACHEXC).
009358     05 WS-POST-DETECT-DATE   PIC 9(8)  VALUE ZERO.
009365     05 WS-POST-FAIL-DATE-X   PIC X(8)  VALUE SPACES.
009372     05 WS-POST-FAIL-DATE-N REDEFINES WS-POST-FAIL-DATE-X
009379                              PIC 9(8).
009386     05 WS-POST-FAIL-DATE     PIC 9(8)  VALUE ZERO.
009400 01  WS-CURRENT-DATE-TIME.
009500     05 WS-CURRENT-DATE       PIC 9(8).
009600 01  WS-RCTL-COMMAREA.
009700     COPY RCTLCOM.
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
010000     PERFORM 0100-REGISTER-START
010100         THRU 0100-REGISTER-START-EXIT.
010200     IF WS-RCTL-BLOCKED
010300         GO TO 9999-EXIT
010400     END-IF.
010500     PERFORM 1000-INITIALIZE
010600         THRU 1000-INITIALIZE-EXIT.
010700     PERFORM 2000-POST-APF
010800         THRU 2000-POST-APF-EXIT
010900         UNTIL WS-APF-EOF OR WS-ABEND.
011000     PERFORM 2500-POST-ACH
011100         THRU 2500-POST-ACH-EXIT
011200         UNTIL WS-ACH-EOF OR WS-ABEND.
011300     PERFORM 8000-TERMINATE
011400         THRU 8000-TERMINATE-EXIT.
011500     PERFORM 0200-REGISTER-END
011600         THRU 0200-REGISTER-END-EXIT.
011700     GO TO 9999-EXIT.
011800 0100-REGISTER-START.
011900     MOVE 'S' TO RCTL-FUNCTION.
012000     MOVE 'AJ2COLL' TO RCTL-JOB-NAME.
012100     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
012200     IF NOT RCTL-OK
012300         DISPLAY 'AJ2COLL - RUN-CONTROL START REFUSED: '
012400             RCTL-MESSAGE
012500         SET WS-RCTL-BLOCKED TO TRUE
012600     END-IF.
012700 0100-REGISTER-START-EXIT.
012800     EXIT.
012900 0200-REGISTER-END.
013000     IF WS-ABEND
013100         GO TO 0200-REGISTER-END-EXIT
013200     END-IF.
013300     MOVE 'E' TO RCTL-FUNCTION.
013400     MOVE 'AJ2COLL' TO RCTL-JOB-NAME.
013500     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
013600     IF NOT RCTL-OK
013700         DISPLAY 'AJ2COLL - RUN-CONTROL END FAILED: '
013800             RCTL-MESSAGE
013900         SET WS-RCTL-BLOCKED TO TRUE
014000     END-IF.
014100 0200-REGISTER-END-EXIT.
014200     EXIT.
014300 1000-INITIALIZE.
014400     OPEN INPUT APF-EXC.
014500     IF WS-APF-STATUS NOT = '00'
014600         DISPLAY 'AJ2COLL - APFEXC OPEN FAILED, STATUS '
014700             WS-APF-STATUS
014800         SET WS-ABEND TO TRUE
014900         GO TO 1000-INITIALIZE-EXIT
015000     END-IF.
015100*    FILE STATUS 35 MEANS AJACHRT HAS NOT WRITTEN AN ACHEXC -
015200*    NO RETURNS TO POST.
015300     OPEN INPUT ACH-EXC.
015400     IF WS-ACH-STATUS = '35'
015500         DISPLAY 'AJ2COLL - NO ACHEXC ON FILE - NO ACH RETURNS'
015600         SET WS-ACH-EOF TO TRUE
015700     ELSE
015800         IF WS-ACH-STATUS NOT = '00'
015900             DISPLAY 'AJ2COLL - ACHEXC OPEN FAILED, STATUS '
016000                 WS-ACH-STATUS
016100             SET WS-ABEND TO TRUE
016200             GO TO 1000-INITIALIZE-EXIT
016300         END-IF
016400         SET WS-ACH-OPEN TO TRUE
016500     END-IF.
016600     OPEN I-O AJ2-CASE.
016700*    FILE STATUS 35 MEANS NO CASE MASTER EXISTS YET - CREATE IT.
016800     IF WS-CASE-STATUS = '35'
016900         OPEN OUTPUT AJ2-CASE
017000         IF WS-CASE-STATUS = '00'
017100             CLOSE AJ2-CASE
017200             OPEN I-O AJ2-CASE
017300         END-IF
017400     END-IF.
017500     IF WS-CASE-STATUS NOT = '00'
017600         DISPLAY 'AJ2COLL - AJ2CASE OPEN FAILED, STATUS '
017700             WS-CASE-STATUS
017800         SET WS-ABEND TO TRUE
017900         GO TO 1000-INITIALIZE-EXIT
018000     END-IF.
018100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018200     PERFORM 5000-READ-APF THRU 5000-READ-APF-EXIT.
018300     IF NOT WS-ACH-EOF
018400         PERFORM 5100-READ-ACH THRU 5100-READ-ACH-EXIT
018500     END-IF.
018600 1000-INITIALIZE-EXIT.
018700     EXIT.
018800******************************************************************
018900*  2000-POST-APF - ONE AUTOPAY-FAILURE EXCEPTION.
019000******************************************************************
019100 2000-POST-APF.
019200     MOVE APX-ACCT-NUM TO WS-POST-ACCT-NUM.
019300     MOVE APX-STMT-ID  TO WS-POST-STMT-ID.
019325     MOVE APX-DETECTED-DATE TO WS-POST-DETECT-DATE.
019350     MOVE APX-PMT-DUE-DT    TO WS-POST-FAIL-DATE-X.
019375     MOVE 'N' TO WS-SAME-FAILURE-SW.
019400     PERFORM 3000-READ-CASE
019500         THRU 3000-READ-CASE-EXIT.
019600     IF NOT WS-CASE-FOUND
019700         PERFORM 3300-INIT-NEW-CASE
019800             THRU 3300-INIT-NEW-CASE-EXIT
019900     ELSE
019911         IF AJ2C-FROM-APF
019922             SET WS-SAME-FAILURE TO TRUE
019933         END-IF
019944         PERFORM 3200-CHECK-POST THRU 3200-CHECK-POST-EXIT
019955         IF WS-SKIP-POST
019966             GO TO 2000-POST-APF-NEXT
019977         END-IF
019988     END-IF.
020000     MOVE 'Y'            TO AJ2C-APF-IND.
020100     MOVE APX-PMT-DUE-DT TO AJ2C-PMT-DUE-DT.
020200     MOVE APX-AMT-DUE    TO AJ2C-AMT-DUE.
020300     PERFORM 3100-FILE-CASE
020400         THRU 3100-FILE-CASE-EXIT.
020450 2000-POST-APF-NEXT.
020500     PERFORM 5000-READ-APF THRU 5000-READ-APF-EXIT.
020600 2000-POST-APF-EXIT.
020700     EXIT.
020800******************************************************************
020900*  2500-POST-ACH - ONE RETURNED-ACH-DEBIT EXCEPTION.
021000******************************************************************
021100 2500-POST-ACH.
021200     MOVE ACX-ACCT-NUM TO WS-POST-ACCT-NUM.
021300     MOVE ACX-STMT-ID  TO WS-POST-STMT-ID.
021325     MOVE ACX-DETECTED-DATE TO WS-POST-DETECT-DATE.
021350     MOVE ACX-DEBIT-DATE    TO WS-POST-FAIL-DATE-X.
021375     MOVE 'N' TO WS-SAME-FAILURE-SW.
021400     PERFORM 3000-READ-CASE
021500         THRU 3000-READ-CASE-EXIT.
021600     IF NOT WS-CASE-FOUND
021700         PERFORM 3300-INIT-NEW-CASE
021800             THRU 3300-INIT-NEW-CASE-EXIT
021900     ELSE
021911         IF AJ2C-FROM-ACH AND ACX-DEBIT-DATE = AJ2C-DEBIT-DATE
021922             SET WS-SAME-FAILURE TO TRUE
021933         END-IF
021944         PERFORM 3200-CHECK-POST THRU 3200-CHECK-POST-EXIT
021955         IF WS-SKIP-POST
021966             GO TO 2500-POST-ACH-NEXT
021977         END-IF
021988     END-IF.
022000     MOVE 'Y'                 TO AJ2C-ACH-IND.
022100     MOVE ACX-DEBIT-DATE      TO AJ2C-DEBIT-DATE.
022200     MOVE ACX-AMT-DUE         TO AJ2C-AMT-DUE.
022300     MOVE ACX-RETURN-CD       TO AJ2C-ACH-RETURN-CD.
022400     MOVE ACX-AUTOPAY-DROPPED TO AJ2C-AUTOPAY-DROPPED.
022500     PERFORM 3100-FILE-CASE
022600         THRU 3100-FILE-CASE-EXIT.
022650 2500-POST-ACH-NEXT.
022700     PERFORM 5100-READ-ACH THRU 5100-READ-ACH-EXIT.
022800 2500-POST-ACH-EXIT.
022900     EXIT.
023000 3000-READ-CASE.
023100     MOVE 'N' TO WS-CASE-FOUND-SW.
023110     MOVE WS-POST-ACCT-NUM TO AJ2C-KEY-ACCT-NUM.
023120     MOVE WS-POST-STMT-ID  TO AJ2C-KEY-STMT-ID.
023200     READ AJ2-CASE
023300         INVALID KEY
023400             GO TO 3000-READ-CASE-EXIT
023500     END-READ.
023600     SET WS-CASE-FOUND TO TRUE.
023700 3000-READ-CASE-EXIT.
023800     EXIT.
023900******************************************************************
024000*  3100-FILE-CASE - STAMPS THE DETECTION AND WRITES A NEW CASE
024100*  OR REWRITES THE ONE ALREADY ON FILE.  A CLOSED CASE THAT
024200*  3200-CHECK-POST LETS THROUGH REOPENS WITH ITS DISPOSITION,
024300*  FOLLOW-UP AND CLOSE STAMPS CLEARED; AN OPEN CASE KEEPS THE
024400*  COLLECTOR'S DISPOSITION AND FOLLOW-UP DATE.
024500******************************************************************
024600 3100-FILE-CASE.
024610     IF WS-POST-DETECT-DATE = ZERO
024620         MOVE WS-CURRENT-DATE TO WS-POST-DETECT-DATE
024630     END-IF.
024700     IF WS-POST-DETECT-DATE > AJ2C-LAST-DETECT-DATE
024733         MOVE WS-POST-DETECT-DATE TO AJ2C-LAST-DETECT-DATE
024766     END-IF.
024800     ADD 1 TO AJ2C-DETECT-CT.
024900     IF NOT WS-CASE-FOUND
025000         WRITE AJ2C-FILE-REC
025100             INVALID KEY
025200                 DISPLAY 'AJ2COLL - CASE WRITE FAILED FOR '
025300                     AJ2C-KEY-ACCT-NUM '/' AJ2C-KEY-STMT-ID
025400                 SET WS-ABEND TO TRUE
025500                 GO TO 3100-FILE-CASE-EXIT
025600         END-WRITE
025700         ADD 1 TO WS-NEW-CASE-CT
025800         GO TO 3100-FILE-CASE-EXIT
025900     END-IF.
026000     IF AJ2C-STAT-CLOSED
026100         MOVE 'O'    TO AJ2C-STATUS
026200         MOVE SPACES TO AJ2C-DISP-CD
026300         MOVE ZERO   TO AJ2C-FOLLOWUP-DATE
026400         MOVE ZERO   TO AJ2C-CLOSED-DATE
026500         ADD 1 TO WS-REOPEN-CT
026600     ELSE
026700         ADD 1 TO WS-REDETECT-CT
026800     END-IF.
026900     REWRITE AJ2C-FILE-REC
027000         INVALID KEY
027100             DISPLAY 'AJ2COLL - CASE REWRITE FAILED FOR '
027200                 AJ2C-KEY-ACCT-NUM '/' AJ2C-KEY-STMT-ID
027300             SET WS-ABEND TO TRUE
027400             GO TO 3100-FILE-CASE-EXIT
027500     END-REWRITE.
027600 3100-FILE-CASE-EXIT.
027700     EXIT.
027703******************************************************************
027706*  3200-CHECK-POST - FOR A CASE ALREADY ON FILE, DECIDES WHETHER
027709*  THIS EXCEPTION IS POSTED AT ALL.  ONE ALREADY POSTED IS
027712*  SKIPPED; A CLOSED CASE IS LEFT CLOSED UNLESS THE FAILURE IS
027715*  DATED AFTER THE CLOSE.
027718******************************************************************
027721 3200-CHECK-POST.
027724     MOVE 'N' TO WS-SKIP-POST-SW.
027727     IF WS-POST-DETECT-DATE = ZERO
027730         MOVE WS-CURRENT-DATE TO WS-POST-DETECT-DATE
027733     END-IF.
027736     IF WS-SAME-FAILURE
027739             AND WS-POST-DETECT-DATE NOT > AJ2C-LAST-DETECT-DATE
027742         SET WS-SKIP-POST TO TRUE
027745         ADD 1 TO WS-STALE-CT
027748         GO TO 3200-CHECK-POST-EXIT
027751     END-IF.
027754     IF NOT AJ2C-STAT-CLOSED
027757         GO TO 3200-CHECK-POST-EXIT
027760     END-IF.
027763     MOVE ZERO TO WS-POST-FAIL-DATE.
027766     IF WS-POST-FAIL-DATE-X NUMERIC
027769         MOVE WS-POST-FAIL-DATE-N TO WS-POST-FAIL-DATE
027772     END-IF.
027775     IF WS-POST-FAIL-DATE NOT > AJ2C-CLOSED-DATE
027778         SET WS-SKIP-POST TO TRUE
027781         ADD 1 TO WS-CLOSED-KEPT-CT
027784     END-IF.
027787 3200-CHECK-POST-EXIT.
027790     EXIT.
027800 3300-INIT-NEW-CASE.
027900     MOVE SPACES           TO AJ2C-FILE-REC.
028000     MOVE WS-POST-ACCT-NUM TO AJ2C-KEY-ACCT-NUM.
028010     MOVE WS-POST-STMT-ID  TO AJ2C-KEY-STMT-ID.
028020     MOVE 'O'              TO AJ2C-STATUS.
028030     MOVE 'N'              TO AJ2C-APF-IND.
028040     MOVE 'N'              TO AJ2C-ACH-IND.
028050     MOVE ZERO             TO AJ2C-AMT-DUE.
028060     MOVE WS-CURRENT-DATE  TO AJ2C-OPENED-DATE.
028070     MOVE ZERO             TO AJ2C-LAST-DETECT-DATE.
028080     MOVE ZERO             TO AJ2C-DETECT-CT.
028090     MOVE ZERO             TO AJ2C-FOLLOWUP-DATE.
028091     MOVE ZERO             TO AJ2C-DISP-DATE.
028092     MOVE ZERO             TO AJ2C-DISP-TIME.
028093     MOVE ZERO             TO AJ2C-CLOSED-DATE.
028094     MOVE ZERO             TO AJ2C-REMIND-DATE.
028095     MOVE ZERO             TO AJ2C-REMIND-CT.
028100 3300-INIT-NEW-CASE-EXIT.
028200     EXIT.
028300 5000-READ-APF.
028400     READ APF-EXC INTO APF-EXC-REC
028500         AT END
028600             SET WS-APF-EOF TO TRUE
028700             GO TO 5000-READ-APF-EXIT
028800     END-READ.
028900     ADD 1 TO WS-APF-READ-CT.
029000 5000-READ-APF-EXIT.
029100     EXIT.
029200 5100-READ-ACH.
029300     READ ACH-EXC INTO ACH-EXC-REC
029400         AT END
029500             SET WS-ACH-EOF TO TRUE
029600             GO TO 5100-READ-ACH-EXIT
029700     END-READ.
029800     ADD 1 TO WS-ACH-READ-CT.
029900 5100-READ-ACH-EXIT.
030000     EXIT.
030100 8000-TERMINATE.
030200     IF WS-ACH-OPEN
030300         CLOSE ACH-EXC
030400     END-IF.
030500     CLOSE APF-EXC AJ2-CASE.
030600     DISPLAY 'AJ2COLL - APFEXC ROWS READ   : ' WS-APF-READ-CT.
030700     DISPLAY 'AJ2COLL - ACHEXC ROWS READ   : ' WS-ACH-READ-CT.
030800     DISPLAY 'AJ2COLL - NEW CASES OPENED   : ' WS-NEW-CASE-CT.
030900     DISPLAY 'AJ2COLL - OPEN CASES UPDATED : ' WS-REDETECT-CT.
031000     DISPLAY 'AJ2COLL - CLOSED CASES REOPEN: ' WS-REOPEN-CT.
031033     DISPLAY 'AJ2COLL - ALREADY POSTED     : ' WS-STALE-CT.
031066     DISPLAY 'AJ2COLL - CLOSED CASES KEPT  : ' WS-CLOSED-KEPT-CT.
031100 8000-TERMINATE-EXIT.
031200     EXIT.
031300 9999-EXIT.
031400     IF WS-ABEND
031500         MOVE 16 TO RETURN-CODE
031600     ELSE
031700         IF WS-RCTL-BLOCKED
031800             MOVE 12 TO RETURN-CODE
031900         ELSE
032000             MOVE 0 TO RETURN-CODE
032100         END-IF
032200     END-IF.
032300     STOP RUN.
