000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2COLM.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/06/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2COLM - ONLINE COLLECTIONS CASE DISPOSITION
000900*
001000*  COMPANION MAINTENANCE TRANSACTION TO AJ2HLDM/AJ2SUSM.  LETS
001100*  AN AUTHORIZED COLLECTOR - ENFORCED BY THE AJ2AUTH CHECK
001200*  AGAINST THE SECURITY PROFILE MASTER, FUNCTION 'COLL', WITH
001300*  EVERY REFUSAL LOGGED TO SECVLOG - KEY AN ACCOUNT/STATEMENT ON
001400*  THE COLLECTIONS CASE MASTER (AJ2CASE, COPY AJ2CREC - LOADED
001500*  BY AJ2COLL FROM APFEXC AND ACHEXC), SEE THE CASE, AND KEY
001600*  THE OUTCOME OF THE CONTACT:
001700*    CON CONTACTED          - FOLLOW-UP DATE REQUIRED
001800*    PTP PROMISE TO PAY     - FOLLOW-UP DATE REQUIRED (THE
001900*                             PROMISED PAYMENT DATE)
002000*    PAD PAID               - CLOSES THE CASE
002100*    WOF WRITTEN OFF        - CLOSES THE CASE
002200*  THE FOLLOW-UP DATE MUST BE TODAY OR LATER.  AN OPEN CASE
002300*  WHOSE FOLLOW-UP DATE PASSES WITHOUT A NEW DISPOSITION IS
002400*  PICKED UP BY THE NIGHTLY AJ2COLR PAST-DUE REMINDER FEED.
002500*  EVERY DISPOSITION IS STAMPED WITH THE OPERATOR ID AND
002600*  DATE/TIME.  A CLOSED CASE CANNOT BE DISPOSITIONED AGAIN; IT
002700*  REOPENS ONLY WHEN A FEED RAISES THE STATEMENT AGAIN.
002800*
002900*  RUN FROM A 3270 SESSION UNDER THE TP MONITOR IN PRODUCTION;
003000*  THE ACCEPT/DISPLAY PAIRS BELOW STAND IN FOR THE MAPSET I/O
003100*  THAT THE TP MONITOR BRIDGES TO THE TERMINAL.
003200*
003300*  MODIFICATION HISTORY
003400*  --------------------
003500*  10/06/26  DRO  OSDC-3330  NEW PROGRAM - COLLECTIONS CASE
003600*                            DISPOSITION.
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-Z15.
004100 OBJECT-COMPUTER.   IBM-Z15.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT AJ2-CASE      ASSIGN TO AJ2CASE
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS AJ2C-KEY
004800         FILE STATUS IS WS-CASE-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  AJ2-CASE.
005200     COPY AJ2CREC.
005300 WORKING-STORAGE SECTION.
005400 01  WS-FILE-STATUSES.
005500     05 WS-CASE-STATUS        PIC X(2)  VALUE '00'.
005600 01  WS-SWITCHES.
005700     05 WS-CONTINUE-SW        PIC X(1)  VALUE 'Y'.
005800         88 WS-CONTINUE-MAINT           VALUE 'Y'.
005900     05 WS-CASE-OPEN-SW       PIC X(1)  VALUE 'N'.
006000         88 WS-CASE-OPEN                VALUE 'Y'.
006100 01  WS-PROMPT-FIELDS.
006200     05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
006300     05 WS-PROMPT-ACCT-NUM    PIC X(25) VALUE SPACES.
006400     05 WS-PROMPT-STMT-ID     PIC X(8)  VALUE SPACES.
006500     05 WS-PROMPT-DISP-CD     PIC X(3)  VALUE SPACES.
006600         88 WS-DISP-VALID               VALUE 'CON' 'PTP'
006700                                              'PAD' 'WOF'.
006800         88 WS-DISP-NEEDS-FOLLOWUP      VALUE 'CON' 'PTP'.
006900     05 WS-PROMPT-FOLLOWUP    PIC X(8)  VALUE SPACES.
007000 01  WS-FOLLOWUP-DATE-N       PIC 9(8)  VALUE ZERO.
007100 01  WS-CURRENT-DATE-TIME.
007200     05 WS-CURRENT-DATE       PIC 9(8).
007300     05 WS-CURRENT-TIME       PIC 9(8).
007400 01  WS-AUTH-COMMAREA.
007500     COPY AUTHCOM.
007600 PROCEDURE DIVISION.
007700 0000-MAINLINE.
007800     PERFORM 1000-INITIALIZE
007900         THRU 1000-INITIALIZE-EXIT.
008000     PERFORM 2000-MAINT-CYCLE
008100         THRU 2000-MAINT-CYCLE-EXIT
008200         UNTIL NOT WS-CONTINUE-MAINT.
008300     PERFORM 8000-TERMINATE
008400         THRU 8000-TERMINATE-EXIT.
008500     STOP RUN.
008600 1000-INITIALIZE.
008700     OPEN I-O AJ2-CASE.
008800     IF WS-CASE-STATUS NOT = '00'
008900         DISPLAY 'AJ2COLM - AJ2CASE OPEN FAILED, STATUS '
009000             WS-CASE-STATUS
009100         MOVE 'N' TO WS-CONTINUE-SW
009200         GO TO 1000-INITIALIZE-EXIT
009300     END-IF.
009400     SET WS-CASE-OPEN TO TRUE.
009500     DISPLAY 'AJ2COLM - ENTER OPERATOR ID: '.
009600     ACCEPT WS-OPERATOR-ID.
009700     IF WS-OPERATOR-ID = SPACES
009800         DISPLAY 'AJ2COLM - OPERATOR ID REQUIRED'
009900         MOVE 'N' TO WS-CONTINUE-SW
010000         GO TO 1000-INITIALIZE-EXIT
010100     END-IF.
010200     MOVE WS-OPERATOR-ID TO AUTH-OPERATOR-ID.
010300     MOVE 'COLL'         TO AUTH-FUNCTION-CD.
010400     CALL 'AJ2AUTH' USING WS-AUTH-COMMAREA.
010500     IF NOT AUTH-OK
010600         DISPLAY 'AJ2COLM - ACCESS REFUSED: ' AUTH-MESSAGE
010700         MOVE 'N' TO WS-CONTINUE-SW
010800     END-IF.
010900 1000-INITIALIZE-EXIT.
011000     EXIT.
011100 2000-MAINT-CYCLE.
011200     DISPLAY 'AJ2COLM - ENTER ACCOUNT NUMBER (BLANK TO QUIT): '.
011300     ACCEPT WS-PROMPT-ACCT-NUM.
011400     IF WS-PROMPT-ACCT-NUM = SPACES
011500         MOVE 'N' TO WS-CONTINUE-SW
011600         GO TO 2000-MAINT-CYCLE-EXIT
011700     END-IF.
011800     DISPLAY 'AJ2COLM - ENTER STATEMENT ID: '.
011900     ACCEPT WS-PROMPT-STMT-ID.
012000     MOVE WS-PROMPT-ACCT-NUM TO AJ2C-KEY-ACCT-NUM.
012100     MOVE WS-PROMPT-STMT-ID  TO AJ2C-KEY-STMT-ID.
012200     READ AJ2-CASE
012300         INVALID KEY
012400             DISPLAY 'AJ2COLM - NO COLLECTIONS CASE FOR '
012500                 WS-PROMPT-ACCT-NUM '/' WS-PROMPT-STMT-ID
012600             GO TO 2000-MAINT-CYCLE-EXIT
012700     END-READ.
012800     PERFORM 3000-SHOW-CASE
012900         THRU 3000-SHOW-CASE-EXIT.
013000     IF AJ2C-STAT-CLOSED
013100         DISPLAY 'AJ2COLM - CASE CLOSED ' AJ2C-CLOSED-DATE
013200             ' AS ' AJ2C-DISP-CD ', NOTHING TO DISPOSITION'
013300         GO TO 2000-MAINT-CYCLE-EXIT
013400     END-IF.
013500     PERFORM 4000-DISPOSITION-CASE
013600         THRU 4000-DISPOSITION-CASE-EXIT.
013700 2000-MAINT-CYCLE-EXIT.
013800     EXIT.
013900 3000-SHOW-CASE.
014000     DISPLAY 'AJ2COLM - STATUS ' AJ2C-STATUS
014100         ' OPENED ' AJ2C-OPENED-DATE
014200         ' LAST DETECTED ' AJ2C-LAST-DETECT-DATE
014300         ' TIMES ' AJ2C-DETECT-CT.
014400     DISPLAY 'AJ2COLM - AUTOPAY FAILURE ' AJ2C-APF-IND
014500         ' DUE ' AJ2C-PMT-DUE-DT
014600         '  ACH RETURN ' AJ2C-ACH-IND
014700         ' DEBIT ' AJ2C-DEBIT-DATE
014800         ' CODE ' AJ2C-ACH-RETURN-CD
014900         ' AUTOPAY DROPPED ' AJ2C-AUTOPAY-DROPPED.
015000     DISPLAY 'AJ2COLM - AMOUNT DUE ' AJ2C-AMT-DUE.
015100     IF AJ2C-DISP-CD NOT = SPACES
015200         DISPLAY 'AJ2COLM - LAST DISPOSITION ' AJ2C-DISP-CD
015300             ' BY ' AJ2C-DISP-OPER-ID ' ON ' AJ2C-DISP-DATE
015400             ' FOLLOW-UP ' AJ2C-FOLLOWUP-DATE
015500     END-IF.
015600 3000-SHOW-CASE-EXIT.
015700     EXIT.
015800 4000-DISPOSITION-CASE.
015900     DISPLAY 'AJ2COLM - DISPOSITION (CON/PTP/PAD/WOF): '.
016000     ACCEPT WS-PROMPT-DISP-CD.
016100     IF NOT WS-DISP-VALID
016200         DISPLAY 'AJ2COLM - INVALID DISPOSITION, CASE NOT UPDATED'
016300         GO TO 4000-DISPOSITION-CASE-EXIT
016400     END-IF.
016500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016600     ACCEPT WS-CURRENT-TIME FROM TIME.
016700     MOVE ZERO TO WS-FOLLOWUP-DATE-N.
016800     IF WS-DISP-NEEDS-FOLLOWUP
016900         DISPLAY 'AJ2COLM - FOLLOW-UP DATE (YYYYMMDD): '
017000         ACCEPT WS-PROMPT-FOLLOWUP
017100         IF WS-PROMPT-FOLLOWUP NOT NUMERIC
017200             DISPLAY 'AJ2COLM - FOLLOW-UP DATE MUST BE YYYYMMDD,'
017300                 ' CASE NOT UPDATED'
017400             GO TO 4000-DISPOSITION-CASE-EXIT
017500         END-IF
017600         MOVE WS-PROMPT-FOLLOWUP TO WS-FOLLOWUP-DATE-N
017700         IF WS-FOLLOWUP-DATE-N < WS-CURRENT-DATE
017800             DISPLAY 'AJ2COLM - FOLLOW-UP DATE IS IN THE PAST,'
017900                 ' CASE NOT UPDATED'
018000             GO TO 4000-DISPOSITION-CASE-EXIT
018100         END-IF
018200     END-IF.
018300     MOVE WS-PROMPT-DISP-CD  TO AJ2C-DISP-CD.
018400     MOVE WS-FOLLOWUP-DATE-N TO AJ2C-FOLLOWUP-DATE.
018500     MOVE WS-OPERATOR-ID     TO AJ2C-DISP-OPER-ID.
018600     MOVE WS-CURRENT-DATE    TO AJ2C-DISP-DATE.
018700     MOVE WS-CURRENT-TIME    TO AJ2C-DISP-TIME.
018800     IF AJ2C-DISP-PAID OR AJ2C-DISP-WRITTEN-OFF
018900         MOVE 'C'             TO AJ2C-STATUS
019000         MOVE WS-CURRENT-DATE TO AJ2C-CLOSED-DATE
019100     END-IF.
019200     REWRITE AJ2C-FILE-REC
019300         INVALID KEY
019400             DISPLAY 'AJ2COLM - AJ2CASE REWRITE FAILED, STATUS '
019500                 WS-CASE-STATUS
019600             GO TO 4000-DISPOSITION-CASE-EXIT
019700     END-REWRITE.
019800     IF AJ2C-STAT-CLOSED
019900         DISPLAY 'AJ2COLM - CASE CLOSED AS ' AJ2C-DISP-CD ' ON '
020000             WS-PROMPT-ACCT-NUM '/' WS-PROMPT-STMT-ID
020100     ELSE
020200         DISPLAY 'AJ2COLM - DISPOSITION ' AJ2C-DISP-CD
020300             ' RECORDED, FOLLOW-UP ' AJ2C-FOLLOWUP-DATE
020400     END-IF.
020500 4000-DISPOSITION-CASE-EXIT.
020600     EXIT.
020700 8000-TERMINATE.
020800     IF WS-CASE-OPEN
020900         CLOSE AJ2-CASE
021000     END-IF.
021100 8000-TERMINATE-EXIT.
021200     EXIT.
