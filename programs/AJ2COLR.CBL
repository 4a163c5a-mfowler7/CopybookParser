000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2COLR.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/06/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2COLR - COLLECTIONS PAST-DUE REMINDER FEED
000900*
001000*  READS THE COLLECTIONS CASE MASTER (AJ2CASE, COPY AJ2CREC) IN
001100*  KEY SEQUENCE AND, FOR EVERY OPEN CASE WHOSE FOLLOW-UP DATE
001200*  (KEYED BY THE COLLECTOR THROUGH AJ2COLM) IS BEFORE TODAY,
001300*  FETCHES THE STATEMENT FROM THE INQUIRY FILE (AJ2VSAM, COPY
001400*  AJ2VREC) AND WRITES IT TO THE PAST-DUE REMINDER FEED
001500*  (AJ2RMND) IN AUX-JOURN-2 SHAPE (COPY AJ2REC), SO THE
001600*  REMINDER COMPOSES, ROUTES AND MAILS THROUGH AJ2COMP LIKE ANY
001700*  OTHER PIECE - AJ2RMND IS POINTED AT AJ2COMP'S INPUT DD FOR
001800*  AN AD-HOC (RUNMODE 'A') COMPOSITION RUN, THE SAME WAY
001900*  AJ2ARET'S RETRIEVALS ARE RE-COMPOSED.  A HELD STATEMENT IS
002000*  STILL SUPPRESSED THERE.
002033*  EVERY REMINDER IS MARKED NOTICE TYPE 'R' SO AJ2COMP COMPOSES
002066*  IT ON THE REMINDER TEMPLATE, NOT AS A COPY OF THE STATEMENT.
002100*
002200*  ONE REMINDER IS FED PER FOLLOW-UP DATE: THE CASE IS STAMPED
002300*  WITH THE RUN DATE AND ITS REMINDER COUNT BUMPED, AND IS NOT
002400*  PICKED UP AGAIN UNTIL THE COLLECTOR KEYS A NEW FOLLOW-UP
002500*  DATE.  A CASE WHOSE STATEMENT IS NO LONGER ON THE INQUIRY
002600*  FILE (ARCHIVED BY AJAPURGE) CANNOT BE COMPOSED; IT IS LISTED
002700*  ON THE RUN REPORT (COLRRPT) FOR THE COLLECTOR TO WORK BY
002800*  HAND AND LEFT UNSTAMPED.
002900*
003000*  MODIFICATION HISTORY
003100*  --------------------
003200*  10/15/26  DRO  OSDC-3340  MARK THE FEED NOTICE TYPE 'R'.
003300*  10/06/26  DRO  OSDC-3330  NEW PROGRAM - COLLECTIONS PAST-DUE
003350*                            REMINDER FEED.
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.   IBM-Z15.
003800 OBJECT-COMPUTER.   IBM-Z15.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT AJ2-CASE      ASSIGN TO AJ2CASE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS AJ2C-KEY
004500         FILE STATUS IS WS-CASE-STATUS.
004600     SELECT AJ2-VSAM      ASSIGN TO AJ2VSAM
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS AJ2V-KEY
005000         FILE STATUS IS WS-AJ2V-STATUS.
005100     SELECT AJ2-RMND      ASSIGN TO AJ2RMND
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-RMND-STATUS.
005400     SELECT COLR-RPT      ASSIGN TO COLRRPT
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-COLR-RPT-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  AJ2-CASE.
006000     COPY AJ2CREC.
006100 FD  AJ2-VSAM.
006200     COPY AJ2VREC.
006300 FD  AJ2-RMND
006400     RECORDING MODE IS F.
006500 01  AJ2-RMND-REC.
006600     COPY AJ2REC.
006700 FD  COLR-RPT.
006800 01  COLR-RPT-LINE            PIC X(132).
006900 WORKING-STORAGE SECTION.
007000 01  WS-FILE-STATUSES.
007100     05 WS-CASE-STATUS        PIC X(2)  VALUE '00'.
007200     05 WS-AJ2V-STATUS        PIC X(2)  VALUE '00'.
007300     05 WS-RMND-STATUS        PIC X(2)  VALUE '00'.
007400     05 WS-COLR-RPT-STATUS    PIC X(2)  VALUE '00'.
007500 01  WS-SWITCHES.
007600     05 WS-CASE-EOF-SW        PIC X(1)  VALUE 'N'.
007700         88 WS-CASE-EOF                 VALUE 'Y'.
007800     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
007900         88 WS-ABEND                    VALUE 'Y'.
008000     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
008100         88 WS-RCTL-BLOCKED             VALUE 'Y'.
008200 01  WS-COUNTERS              COMP.
008300     05 WS-CASE-READ-CT       PIC 9(9)  VALUE ZERO.
008400     05 WS-CLOSED-CT          PIC 9(9)  VALUE ZERO.
008500     05 WS-NOT-DUE-CT         PIC 9(9)  VALUE ZERO.
008600     05 WS-REMINDED-CT        PIC 9(9)  VALUE ZERO.
008700     05 WS-NO-STMT-CT         PIC 9(9)  VALUE ZERO.
008800 01  WS-CURRENT-DATE-TIME.
008900     05 WS-CURRENT-DATE       PIC 9(8).
009000 01  WS-RCTL-COMMAREA.
009100     COPY RCTLCOM.
009200 01  WS-RPT-HEADING1.
009300     05 FILLER                PIC X(50) VALUE
009400         'AJ2COLR - COLLECTIONS PAST-DUE REMINDER RUN REPORT'.
009500 01  WS-RPT-HEADING2.
009600     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
009700     05 FILLER                PIC X(10) VALUE 'STMT ID'.
009800     05 FILLER                PIC X(6)  VALUE 'DISP'.
009900     05 FILLER                PIC X(10) VALUE 'FOLLOW-UP'.
010000     05 FILLER                PIC X(19) VALUE
010050         '        AMOUNT DUE'.
010100     05 FILLER                PIC X(30) VALUE '  OUTCOME'.
010200 01  WS-RPT-DETAIL.
010300     05 WS-RPT-ACCT-NUM       PIC X(25).
010400     05 FILLER                PIC X(2)  VALUE SPACES.
010500     05 WS-RPT-STMT-ID        PIC X(8).
010600     05 FILLER                PIC X(2)  VALUE SPACES.
010700     05 WS-RPT-DISP-CD        PIC X(3).
010800     05 FILLER                PIC X(3)  VALUE SPACES.
010900     05 WS-RPT-FOLLOWUP       PIC 9(8).
011000     05 FILLER                PIC X(2)  VALUE SPACES.
011100     05 WS-RPT-AMT-DUE        PIC -Z(9)9.99.
011200     05 FILLER                PIC X(4)  VALUE SPACES.
011300     05 WS-RPT-OUTCOME        PIC X(40).
011400 01  WS-RPT-TOTALS.
011500     05 FILLER               PIC X(15) VALUE 'CASES READ:'.
011600     05 WS-RPT-READ          PIC ZZZ,ZZZ,ZZ9.
011700     05 FILLER               PIC X(12) VALUE ' REMINDED:'.
011800     05 WS-RPT-REMINDED      PIC ZZZ,ZZZ,ZZ9.
011900     05 FILLER               PIC X(15) VALUE ' NOT ON FILE:'.
012000     05 WS-RPT-NO-STMT       PIC ZZZ,ZZZ,ZZ9.
012100     05 FILLER               PIC X(12) VALUE ' NOT DUE:'.
012200     05 WS-RPT-NOT-DUE       PIC ZZZ,ZZZ,ZZ9.
012300     05 FILLER               PIC X(10) VALUE ' CLOSED:'.
012400     05 WS-RPT-CLOSED        PIC ZZZ,ZZZ,ZZ9.
012500 PROCEDURE DIVISION.
012600 0000-MAINLINE.
012700     PERFORM 0100-REGISTER-START
012800         THRU 0100-REGISTER-START-EXIT.
012900     IF WS-RCTL-BLOCKED
013000         GO TO 9999-EXIT
013100     END-IF.
013200     PERFORM 1000-INITIALIZE
013300         THRU 1000-INITIALIZE-EXIT.
013400     PERFORM 2000-PROCESS-CASE
013500         THRU 2000-PROCESS-CASE-EXIT
013600         UNTIL WS-CASE-EOF OR WS-ABEND.
013700     PERFORM 8000-TERMINATE
013800         THRU 8000-TERMINATE-EXIT.
013900     PERFORM 0200-REGISTER-END
014000         THRU 0200-REGISTER-END-EXIT.
014100     GO TO 9999-EXIT.
014200 0100-REGISTER-START.
014300     MOVE 'S' TO RCTL-FUNCTION.
014400     MOVE 'AJ2COLR' TO RCTL-JOB-NAME.
014500     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
014600     IF NOT RCTL-OK
014700         DISPLAY 'AJ2COLR - RUN-CONTROL START REFUSED: '
014800             RCTL-MESSAGE
014900         SET WS-RCTL-BLOCKED TO TRUE
015000     END-IF.
015100 0100-REGISTER-START-EXIT.
015200     EXIT.
015300 0200-REGISTER-END.
015400     IF WS-ABEND
015500         GO TO 0200-REGISTER-END-EXIT
015600     END-IF.
015700     MOVE 'E' TO RCTL-FUNCTION.
015800     MOVE 'AJ2COLR' TO RCTL-JOB-NAME.
015900     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
016000     IF NOT RCTL-OK
016100         DISPLAY 'AJ2COLR - RUN-CONTROL END FAILED: '
016200             RCTL-MESSAGE
016300         SET WS-RCTL-BLOCKED TO TRUE
016400     END-IF.
016500 0200-REGISTER-END-EXIT.
016600     EXIT.
016700 1000-INITIALIZE.
016800     OPEN I-O AJ2-CASE.
016900     IF WS-CASE-STATUS NOT = '00'
017000         DISPLAY 'AJ2COLR - AJ2CASE OPEN FAILED, STATUS '
017100             WS-CASE-STATUS
017200         SET WS-ABEND TO TRUE
017300         GO TO 1000-INITIALIZE-EXIT
017400     END-IF.
017500     OPEN INPUT AJ2-VSAM.
017600     IF WS-AJ2V-STATUS NOT = '00'
017700         DISPLAY 'AJ2COLR - AJ2VSAM OPEN FAILED, STATUS '
017800             WS-AJ2V-STATUS
017900         SET WS-ABEND TO TRUE
018000         GO TO 1000-INITIALIZE-EXIT
018100     END-IF.
018200     OPEN OUTPUT AJ2-RMND.
018300     IF WS-RMND-STATUS NOT = '00'
018400         DISPLAY 'AJ2COLR - AJ2RMND OPEN FAILED, STATUS '
018500             WS-RMND-STATUS
018600         SET WS-ABEND TO TRUE
018700         GO TO 1000-INITIALIZE-EXIT
018800     END-IF.
018900     OPEN OUTPUT COLR-RPT.
019000     IF WS-COLR-RPT-STATUS NOT = '00'
019100         DISPLAY 'AJ2COLR - COLRRPT OPEN FAILED, STATUS '
019200             WS-COLR-RPT-STATUS
019300         SET WS-ABEND TO TRUE
019400         GO TO 1000-INITIALIZE-EXIT
019500     END-IF.
019600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019700     WRITE COLR-RPT-LINE FROM WS-RPT-HEADING1.
019800     MOVE SPACES TO COLR-RPT-LINE.
019900     WRITE COLR-RPT-LINE FROM WS-RPT-HEADING2.
020000     PERFORM 5000-READ-CASE THRU 5000-READ-CASE-EXIT.
020100 1000-INITIALIZE-EXIT.
020200     EXIT.
020300******************************************************************
020400*  2000-PROCESS-CASE - A CASE IS DUE A REMINDER WHEN IT IS
020500*  OPEN, CARRIES A FOLLOW-UP DATE THAT IS BEFORE TODAY, AND HAS
020600*  NOT ALREADY HAD A REMINDER FED SINCE THAT FOLLOW-UP DATE.
020700******************************************************************
020800 2000-PROCESS-CASE.
020900     EVALUATE TRUE
021000         WHEN AJ2C-STAT-CLOSED
021100             ADD 1 TO WS-CLOSED-CT
021200         WHEN AJ2C-FOLLOWUP-DATE = ZERO
021300           OR AJ2C-FOLLOWUP-DATE NOT < WS-CURRENT-DATE
021400           OR AJ2C-REMIND-DATE > AJ2C-FOLLOWUP-DATE
021500             ADD 1 TO WS-NOT-DUE-CT
021600         WHEN OTHER
021700             PERFORM 3000-FEED-REMINDER
021800                 THRU 3000-FEED-REMINDER-EXIT
021900     END-EVALUATE.
022000     PERFORM 5000-READ-CASE THRU 5000-READ-CASE-EXIT.
022100 2000-PROCESS-CASE-EXIT.
022200     EXIT.
022300 3000-FEED-REMINDER.
022400     MOVE SPACES             TO WS-RPT-DETAIL.
022500     MOVE AJ2C-KEY-ACCT-NUM  TO WS-RPT-ACCT-NUM.
022600     MOVE AJ2C-KEY-STMT-ID   TO WS-RPT-STMT-ID.
022700     MOVE AJ2C-DISP-CD       TO WS-RPT-DISP-CD.
022800     MOVE AJ2C-FOLLOWUP-DATE TO WS-RPT-FOLLOWUP.
022900     MOVE AJ2C-AMT-DUE       TO WS-RPT-AMT-DUE.
023000     MOVE AJ2C-KEY-ACCT-NUM  TO AJ2V-KEY-ACCT-NUM.
023100     MOVE AJ2C-KEY-STMT-ID   TO AJ2V-KEY-STMT-ID.
023200     READ AJ2-VSAM
023300         INVALID KEY
023400             ADD 1 TO WS-NO-STMT-CT
023500             MOVE 'STATEMENT NOT ON FILE - WORK BY HAND'
023600                 TO WS-RPT-OUTCOME
023700             WRITE COLR-RPT-LINE FROM WS-RPT-DETAIL
023800             GO TO 3000-FEED-REMINDER-EXIT
023900     END-READ.
024000     MOVE AJ2V-BODY TO AJ2-RMND-REC.
024050     MOVE 'R' TO AJ2-NOTICE-TYPE OF AJ2-RMND-REC.
024100     WRITE AJ2-RMND-REC.
024200     MOVE WS-CURRENT-DATE TO AJ2C-REMIND-DATE.
024300     ADD 1 TO AJ2C-REMIND-CT.
024400     REWRITE AJ2C-FILE-REC
024500         INVALID KEY
024600             DISPLAY 'AJ2COLR - CASE REWRITE FAILED FOR '
024700                 AJ2C-KEY-ACCT-NUM '/' AJ2C-KEY-STMT-ID
024800             SET WS-ABEND TO TRUE
024900             GO TO 3000-FEED-REMINDER-EXIT
025000     END-REWRITE.
025100     ADD 1 TO WS-REMINDED-CT.
025200     MOVE 'REMINDER FED' TO WS-RPT-OUTCOME.
025300     WRITE COLR-RPT-LINE FROM WS-RPT-DETAIL.
025400 3000-FEED-REMINDER-EXIT.
025500     EXIT.
025600 5000-READ-CASE.
025700     READ AJ2-CASE
025800         AT END
025900             SET WS-CASE-EOF TO TRUE
026000             GO TO 5000-READ-CASE-EXIT
026100     END-READ.
026200     ADD 1 TO WS-CASE-READ-CT.
026300 5000-READ-CASE-EXIT.
026400     EXIT.
026500 8000-TERMINATE.
026600     MOVE SPACES TO COLR-RPT-LINE.
026700     WRITE COLR-RPT-LINE.
026800     MOVE WS-CASE-READ-CT TO WS-RPT-READ.
026900     MOVE WS-REMINDED-CT  TO WS-RPT-REMINDED.
027000     MOVE WS-NO-STMT-CT   TO WS-RPT-NO-STMT.
027100     MOVE WS-NOT-DUE-CT   TO WS-RPT-NOT-DUE.
027200     MOVE WS-CLOSED-CT    TO WS-RPT-CLOSED.
027300     WRITE COLR-RPT-LINE FROM WS-RPT-TOTALS.
027400     CLOSE AJ2-CASE AJ2-VSAM AJ2-RMND COLR-RPT.
027500     DISPLAY 'AJ2COLR - CASES READ         : ' WS-CASE-READ-CT.
027600     DISPLAY 'AJ2COLR - REMINDERS FED      : ' WS-REMINDED-CT.
027700     DISPLAY 'AJ2COLR - STATEMENT NOT FOUND: ' WS-NO-STMT-CT.
027800     DISPLAY 'AJ2COLR - OPEN, NOT YET DUE  : ' WS-NOT-DUE-CT.
027900     DISPLAY 'AJ2COLR - CLOSED CASES       : ' WS-CLOSED-CT.
028000 8000-TERMINATE-EXIT.
028100     EXIT.
028200 9999-EXIT.
028300     IF WS-ABEND
028400         MOVE 16 TO RETURN-CODE
028500     ELSE
028600         IF WS-RCTL-BLOCKED
028700             MOVE 12 TO RETURN-CODE
028800         ELSE
028900             MOVE 0 TO RETURN-CODE
029000         END-IF
029100     END-IF.
029200     STOP RUN.
