000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2CTLT.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/14/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2CTLT - CYCLE CONTROL-TOTAL SUBPROGRAM
000900*
001000*  CALLED (COMMAREA: COPY CTLCOM) BY EVERY STREAM JOB THAT
001100*  PRODUCES A DATASET THE NEXT STEP CONSUMES, SO THE RECORDS
001200*  CAN BE PROVEN TO SURVIVE EACH HAND-OFF.  THE CALLER OPENS A
001300*  TOTAL PER DATASET ('O'), ADDS EACH RECORD AS IT IS WRITTEN
001400*  ('A') AND POSTS ITS TOTALS AT A CLEAN END ('W').  A TOTAL IS
001500*  THE RECORD COUNT, THE SUM OF AMOUNT DUE, AND AN ACCOUNT HASH
001600*  (THE ACCOUNT NUMBER FOLDED TO DIGITS AND ADDED IN TWO PARTS),
001700*  WHICH CATCHES A RECORD DROPPED AND ANOTHER DUPLICATED WHERE
001800*  THE COUNT ALONE WOULD STILL TIE.
001900*
002000*  'W' APPENDS ONE CONTROL-TOTAL ROW PER OPEN TOTAL (COPY
002100*  CTLTOT) TO THE CYCLE CONTROL-TOTALS FILE (CYCCTL) UNDER THE
002200*  RUN-CONTROL CYCLE DATE - THE RUN DATE IF THE MASTER CANNOT
002300*  BE READ, AS AJ2CYCG LOGS ITS TRIPS - AND CLEARS THE TOTALS.
002400*  THE TOTALS ARE KEPT IN WORKING-STORAGE, WHICH PERSISTS FROM
002500*  CALL TO CALL FOR THE LIFE OF THE CALLING JOB.  AJ2CBAL
002600*  PROVES THE EQUATIONS FROM THE FILE.
002700*
002800*  MODIFICATION HISTORY
002900*  --------------------
003000*  10/14/26  DRO  OSDC-3337  NEW PROGRAM - CYCLE CONTROL-TOTAL
003100*                            ACCUMULATION AND POSTING.
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.   IBM-Z15.
003600 OBJECT-COMPUTER.   IBM-Z15.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RUN-CTL       ASSIGN TO RUNCTL
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-RCT-STATUS.
004200     SELECT CYC-CTL       ASSIGN TO CYCCTL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-CTL-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  RUN-CTL
004800     RECORDING MODE IS F.
004900 01  RUN-CTL-REC.
005000     COPY RUNCTL.
005100 FD  CYC-CTL
005200     RECORDING MODE IS F.
005300 01  CYC-CTL-REC.
005400     COPY CTLTOT.
005500 WORKING-STORAGE SECTION.
005600 01  WS-FILE-STATUSES.
005700     05 WS-RCT-STATUS         PIC X(2)  VALUE '00'.
005800     05 WS-CTL-STATUS         PIC X(2)  VALUE '00'.
005900******************************************************************
006000*  THE OPEN TOTALS - ONE PER JOB/DATASET/ROLE.
006100******************************************************************
006200 01  WS-TOT-TABLE.
006300     05 WS-TOT-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
006400     05 WS-TOT-ENTRY          OCCURS 20 TIMES.
006500         10 WS-TOT-KEY.
006600             15 WS-TOT-JOB-NAME   PIC X(8).
006700             15 WS-TOT-DATASET    PIC X(8).
006800             15 WS-TOT-ROLE       PIC X(1).
006900         10 WS-TOT-RECORD-CT      PIC 9(9)      COMP.
007000         10 WS-TOT-AMT-HASH       PIC S9(15)V99 COMP-3.
007100         10 WS-TOT-ACCT-HASH      PIC 9(18)     COMP.
007200 01  WS-INDEXES               COMP.
007300     05 WS-TOT-IDX            PIC 9(4)  VALUE ZERO.
007400     05 WS-MATCH-IDX          PIC 9(4)  VALUE ZERO.
007500     05 WS-LAST-IDX           PIC 9(4)  VALUE ZERO.
007600     05 WS-KEEP-IDX           PIC 9(4)  VALUE ZERO.
007700 01  WS-FIND-KEY.
007800     05 WS-FIND-JOB-NAME      PIC X(8).
007900     05 WS-FIND-DATASET       PIC X(8).
008000     05 WS-FIND-ROLE          PIC X(1).
008100******************************************************************
008200*  ACCOUNT-HASH WORK AREA - THE ACCOUNT NUMBER WITH EVERY LETTER
008300*  AND SPACE FOLDED TO A DIGIT, TAKEN AS TWO NUMBERS.
008400******************************************************************
008500 01  WS-HASH-ACCT             PIC X(25) VALUE SPACES.
008600 01  WS-HASH-ACCT-R REDEFINES WS-HASH-ACCT.
008700     05 WS-HASH-ACCT-HIGH     PIC 9(10).
008800     05 WS-HASH-ACCT-LOW      PIC 9(15).
008900 01  WS-WORK-FIELDS.
009000     05 WS-CURRENT-DATE       PIC 9(8)  VALUE ZERO.
009100     05 WS-CURRENT-TIME       PIC 9(8)  VALUE ZERO.
009200     05 WS-CYCLE-DATE         PIC 9(8)  VALUE ZERO.
009300     05 WS-CYCLE-NUM          PIC 9(5)  VALUE ZERO.
009400 LINKAGE SECTION.
009500 01  CTLT-COMMAREA.
009600     COPY CTLCOM.
009700 PROCEDURE DIVISION USING CTLT-COMMAREA.
009800 0000-MAINLINE.
009900     MOVE ZERO   TO CTLT-RETURN-CD.
010000     MOVE SPACES TO CTLT-MESSAGE.
010100     EVALUATE TRUE
010200         WHEN CTLT-FUNC-ADD
010300             PERFORM 2000-ADD-RECORD
010400                 THRU 2000-ADD-RECORD-EXIT
010500         WHEN CTLT-FUNC-OPEN
010600             PERFORM 1000-OPEN-TOTAL
010700                 THRU 1000-OPEN-TOTAL-EXIT
010800         WHEN CTLT-FUNC-WRITE
010900             PERFORM 3000-WRITE-TOTALS
011000                 THRU 3000-WRITE-TOTALS-EXIT
011100         WHEN OTHER
011200             MOVE 16 TO CTLT-RETURN-CD
011300             MOVE 'INVALID CONTROL-TOTAL FUNCTION CODE'
011400                 TO CTLT-MESSAGE
011500     END-EVALUATE.
011600     GO TO 9999-EXIT.
011700******************************************************************
011800*  1000-OPEN-TOTAL - STARTS A ZERO TOTAL FOR THE DATASET, OR
011900*  ZEROES ONE ALREADY OPEN.
012000******************************************************************
012100 1000-OPEN-TOTAL.
012200     PERFORM 6000-FIND-TOTAL THRU 6000-FIND-TOTAL-EXIT.
012300     IF WS-MATCH-IDX = ZERO
012400         IF WS-TOT-ENTRY-CT >= 20
012500             MOVE 16 TO CTLT-RETURN-CD
012600             MOVE 'CONTROL-TOTAL TABLE FULL AT 20 DATASETS'
012700                 TO CTLT-MESSAGE
012800             GO TO 1000-OPEN-TOTAL-EXIT
012900         END-IF
013000         ADD 1 TO WS-TOT-ENTRY-CT
013100         MOVE WS-TOT-ENTRY-CT TO WS-MATCH-IDX
013200         MOVE WS-FIND-KEY TO WS-TOT-KEY(WS-MATCH-IDX)
013300     END-IF.
013400     MOVE ZERO TO WS-TOT-RECORD-CT(WS-MATCH-IDX)
013500                  WS-TOT-AMT-HASH(WS-MATCH-IDX)
013600                  WS-TOT-ACCT-HASH(WS-MATCH-IDX).
013700     MOVE WS-MATCH-IDX TO WS-LAST-IDX.
013800 1000-OPEN-TOTAL-EXIT.
013900     EXIT.
014000******************************************************************
014100*  2000-ADD-RECORD - ADDS ONE RECORD TO ITS DATASET'S TOTAL.  A
014200*  JOB USUALLY WRITES ONE DATASET AT A TIME, SO THE TOTAL LAST
014300*  USED IS TRIED BEFORE THE TABLE IS SCANNED.
014400******************************************************************
014500 2000-ADD-RECORD.
014600     IF WS-LAST-IDX > ZERO
014700         IF WS-TOT-JOB-NAME(WS-LAST-IDX) = CTLT-JOB-NAME
014800                 AND WS-TOT-DATASET(WS-LAST-IDX) = CTLT-DATASET
014900                 AND WS-TOT-ROLE(WS-LAST-IDX) = CTLT-ROLE
015000             MOVE WS-LAST-IDX TO WS-MATCH-IDX
015100             GO TO 2000-ADD-TO-TOTAL
015200         END-IF
015300     END-IF.
015400     PERFORM 6000-FIND-TOTAL THRU 6000-FIND-TOTAL-EXIT.
015500     IF WS-MATCH-IDX = ZERO
015600         PERFORM 1000-OPEN-TOTAL THRU 1000-OPEN-TOTAL-EXIT
015700         IF CTLT-RETURN-CD NOT = ZERO
015800             GO TO 2000-ADD-RECORD-EXIT
015900         END-IF
016000     END-IF.
016100 2000-ADD-TO-TOTAL.
016200     MOVE WS-MATCH-IDX TO WS-LAST-IDX.
016300     ADD 1 TO WS-TOT-RECORD-CT(WS-MATCH-IDX).
016400     ADD CTLT-AMT-DUE TO WS-TOT-AMT-HASH(WS-MATCH-IDX).
016500     MOVE CTLT-ACCT-NUM TO WS-HASH-ACCT.
016600     INSPECT WS-HASH-ACCT CONVERTING
016700         ' ABCDEFGHIJKLMNOPQRSTUVWXYZ-/.'
016800         TO '012345678901234567890123456789'.
016900     IF WS-HASH-ACCT NUMERIC
017000         ADD WS-HASH-ACCT-HIGH WS-HASH-ACCT-LOW
017100             TO WS-TOT-ACCT-HASH(WS-MATCH-IDX)
017200     END-IF.
017300 2000-ADD-RECORD-EXIT.
017400     EXIT.
017500******************************************************************
017600*  3000-WRITE-TOTALS - POSTS EVERY TOTAL THE CALLING JOB OPENED
017700*  AND DROPS THEM FROM THE TABLE.
017800******************************************************************
017900 3000-WRITE-TOTALS.
018000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
018100     ACCEPT WS-CURRENT-TIME FROM TIME.
018200     MOVE WS-CURRENT-DATE TO WS-CYCLE-DATE.
018300     MOVE ZERO TO WS-CYCLE-NUM.
018400     OPEN INPUT RUN-CTL.
018500     IF WS-RCT-STATUS = '00'
018600         READ RUN-CTL INTO RUN-CTL-REC
018700             AT END
018800                 MOVE SPACES TO RUN-CTL-REC
018900         END-READ
019000         IF RCT-CYCLE-DATE NUMERIC AND RCT-CYCLE-DATE > ZERO
019100             MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE
019200             MOVE RCT-CYCLE-NUM  TO WS-CYCLE-NUM
019300         END-IF
019400         CLOSE RUN-CTL
019500     END-IF.
019600*    FILE STATUS 35 MEANS NO CONTROL-TOTALS FILE YET - CREATE IT.
019700     OPEN EXTEND CYC-CTL.
019800     IF WS-CTL-STATUS = '35'
019900         OPEN OUTPUT CYC-CTL
020000     END-IF.
020100     IF WS-CTL-STATUS NOT = '00'
020200         MOVE 16 TO CTLT-RETURN-CD
020300         STRING 'CONTROL TOTALS (CYCCTL) OPEN FAILED, STATUS '
020400                 DELIMITED BY SIZE
020500             WS-CTL-STATUS DELIMITED BY SIZE
020600             INTO CTLT-MESSAGE
020700         GO TO 3000-WRITE-TOTALS-EXIT
020800     END-IF.
020900     PERFORM 3100-WRITE-TOTAL
021000         THRU 3100-WRITE-TOTAL-EXIT
021100         VARYING WS-TOT-IDX FROM 1 BY 1
021200         UNTIL WS-TOT-IDX > WS-TOT-ENTRY-CT.
021300     CLOSE CYC-CTL.
021400     IF CTLT-RETURN-CD NOT = ZERO
021500         GO TO 3000-WRITE-TOTALS-EXIT
021600     END-IF.
021700     MOVE ZERO TO WS-KEEP-IDX.
021800     PERFORM 3200-KEEP-TOTAL
021900         THRU 3200-KEEP-TOTAL-EXIT
022000         VARYING WS-TOT-IDX FROM 1 BY 1
022100         UNTIL WS-TOT-IDX > WS-TOT-ENTRY-CT.
022200     MOVE WS-KEEP-IDX TO WS-TOT-ENTRY-CT.
022300     MOVE ZERO TO WS-LAST-IDX.
022400 3000-WRITE-TOTALS-EXIT.
022500     EXIT.
022600 3100-WRITE-TOTAL.
022700     IF WS-TOT-JOB-NAME(WS-TOT-IDX) NOT = CTLT-JOB-NAME
022800         GO TO 3100-WRITE-TOTAL-EXIT
022900     END-IF.
023000     MOVE SPACES TO CYC-CTL-REC.
023100     MOVE WS-CYCLE-DATE TO CTT-CYCLE-DATE.
023200     MOVE WS-CYCLE-NUM  TO CTT-CYCLE-NUM.
023300     MOVE WS-TOT-JOB-NAME(WS-TOT-IDX) TO CTT-JOB-NAME.
023400     MOVE WS-CURRENT-DATE TO CTT-RUN-DATE.
023500     MOVE WS-CURRENT-TIME TO CTT-RUN-TIME.
023600     MOVE WS-TOT-DATASET(WS-TOT-IDX)  TO CTT-DATASET.
023700     MOVE WS-TOT-ROLE(WS-TOT-IDX)     TO CTT-ROLE.
023800     MOVE WS-TOT-RECORD-CT(WS-TOT-IDX)  TO CTT-RECORD-CT.
023900     MOVE WS-TOT-AMT-HASH(WS-TOT-IDX)   TO CTT-AMT-HASH.
024000     MOVE WS-TOT-ACCT-HASH(WS-TOT-IDX)  TO CTT-ACCT-HASH.
024100     WRITE CYC-CTL-REC.
024200     IF WS-CTL-STATUS NOT = '00'
024300         MOVE 16 TO CTLT-RETURN-CD
024400         STRING 'CONTROL TOTALS (CYCCTL) WRITE FAILED, STATUS '
024500                 DELIMITED BY SIZE
024600             WS-CTL-STATUS DELIMITED BY SIZE
024700             INTO CTLT-MESSAGE
024800         MOVE WS-TOT-ENTRY-CT TO WS-TOT-IDX
024900     END-IF.
025000 3100-WRITE-TOTAL-EXIT.
025100     EXIT.
025200 3200-KEEP-TOTAL.
025300     IF WS-TOT-JOB-NAME(WS-TOT-IDX) = CTLT-JOB-NAME
025400         GO TO 3200-KEEP-TOTAL-EXIT
025500     END-IF.
025600     ADD 1 TO WS-KEEP-IDX.
025700     IF WS-KEEP-IDX NOT = WS-TOT-IDX
025800         MOVE WS-TOT-ENTRY(WS-TOT-IDX)
025900             TO WS-TOT-ENTRY(WS-KEEP-IDX)
026000     END-IF.
026100 3200-KEEP-TOTAL-EXIT.
026200     EXIT.
026300 6000-FIND-TOTAL.
026400     MOVE CTLT-JOB-NAME TO WS-FIND-JOB-NAME.
026500     MOVE CTLT-DATASET  TO WS-FIND-DATASET.
026600     MOVE CTLT-ROLE     TO WS-FIND-ROLE.
026700     MOVE ZERO TO WS-MATCH-IDX.
026800     PERFORM 6050-SCAN-TOTAL
026900         THRU 6050-SCAN-TOTAL-EXIT
027000         VARYING WS-TOT-IDX FROM 1 BY 1
027100         UNTIL WS-TOT-IDX > WS-TOT-ENTRY-CT.
027200 6000-FIND-TOTAL-EXIT.
027300     EXIT.
027400 6050-SCAN-TOTAL.
027500     IF WS-TOT-KEY(WS-TOT-IDX) = WS-FIND-KEY
027600         MOVE WS-TOT-IDX TO WS-MATCH-IDX
027700         MOVE WS-TOT-ENTRY-CT TO WS-TOT-IDX
027800     END-IF.
027900 6050-SCAN-TOTAL-EXIT.
028000     EXIT.
028100 9999-EXIT.
028200     GOBACK.
