000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2PPLM.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/12/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2PPLM - PAPER-TO-PAPERLESS CAMPAIGN CONVERSION MEASUREMENT
000900*
001000*  MATCHES THE PRINT-TO-EBILL PREFERENCE CHANGES ON THE AUDIT
001100*  JOURNAL (AJHAUDIT, COPY AJHCAUD - OLD PREFERENCE 'P', NEW
001200*  PREFERENCE 'E') BACK TO THE CAMPAIGN WAVES AJ2PPLS SELECTED
001300*  (PPLHIST, COPY PPLTGT) AND PRINTS THE CONVERSION RATE AND THE
001400*  POSTAGE AVOIDED ON PPLMRPT BY WAVE, AJ2-INS-LOB AND
001500*  AJ2-BUS-RESI-IND, WITH A TOTAL FOR EACH WAVE AND FOR ALL
001600*  WAVES.
001700*
001800*  A CHANGE COUNTS FOR THE LATEST WAVE THAT TARGETED THE ACCOUNT
001900*  ON OR BEFORE THE CHANGE DATE; AN ACCOUNT CONVERTS AT MOST
002000*  ONCE PER WAVE, AND A CHANGE DATED BEFORE AN ACCOUNT WAS FIRST
002100*  TARGETED COUNTS FOR NO WAVE.  THE HISTORY ROWS AND THE
002200*  CHANGES ARE SORTED TOGETHER INTO ACCOUNT ORDER IN THE SORT
002300*  VERB'S INPUT PROCEDURE, TARGETS AHEAD OF CHANGES.
002400*
002500*  POSTAGE AVOIDED IS PER CYCLE - EACH CONVERTED ACCOUNT IS ONE
002600*  PAPER STATEMENT A CYCLE NO LONGER MAILED - AT THE AVERAGE
002700*  PER-PIECE POSTAGE OF THE LATEST POSTAGE ACCRUAL (PSTACR, COPY
002800*  PSTACR, WRITTEN BY AJ2PSTG) FOR THE LINE OF BUSINESS AND
002900*  BUSINESS/RESIDENTIAL INDICATOR.  CERTIFIED PIECES ARE LEFT
003000*  OUT OF THE AVERAGE - CERTIFIED MAIL STAYS ON PAPER.  WITH NO
003100*  ACCRUAL FOR THE PAIR THE ALL-LINES AVERAGE IS USED, AND WITH
003200*  NO ACCRUAL AT ALL THE MIXED-AADC RATE.
003300*
003400*  RUN MONTHLY OR ON REQUEST BY MARKETING, OUTSIDE THE NIGHTLY
003500*  STREAM; IT READS ONLY, SO IT DOES NOT REGISTER WITH RUN
003600*  CONTROL.
003700*
003800*  MODIFICATION HISTORY
003900*  --------------------
004000*  10/12/26  DRO  OSDC-3335  NEW PROGRAM - PAPER-TO-PAPERLESS
004100*                            CAMPAIGN CONVERSION MEASUREMENT.
004200******************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-Z15.
004600 OBJECT-COMPUTER.   IBM-Z15.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT PPL-HIST      ASSIGN TO PPLHIST
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-PPL-HIST-STATUS.
005200     SELECT AJH-AUD       ASSIGN TO AJHAUDIT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-AJH-AUD-STATUS.
005500     SELECT PST-ACR       ASSIGN TO PSTACR
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-PST-ACR-STATUS.
005800     SELECT CNV-SRT       ASSIGN TO PPMSRTWK.
005900     SELECT PPL-RPT       ASSIGN TO PPLMRPT
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-PPL-RPT-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  PPL-HIST
006500     RECORDING MODE IS F.
006600 01  PPL-HIST-REC.
006700     COPY PPLTGT.
006800 FD  AJH-AUD
006900     RECORDING MODE IS F.
007000 01  AJH-AUD-REC.
007100     COPY AJHCAUD.
007200 FD  PST-ACR
007300     RECORDING MODE IS F.
007400 01  PST-ACR-REC.
007500     COPY PSTACR.
007600 SD  CNV-SRT.
007700 01  CNV-SRT-REC.
007800     05 SRT-ACCT-NUM          PIC X(25).
007900     05 SRT-REC-TYPE          PIC X(1).
008000         88 SRT-TARGET                  VALUE '1'.
008100         88 SRT-CONVERSION              VALUE '2'.
008200     05 SRT-EVENT-DATE        PIC 9(8).
008300     05 SRT-WAVE-ID           PIC X(8).
008400     05 SRT-INS-LOB           PIC X(4).
008500     05 SRT-BUS-RESI-IND      PIC X(1).
008600 FD  PPL-RPT.
008700 01  PPL-RPT-LINE             PIC X(132).
008800 WORKING-STORAGE SECTION.
008900 01  WS-FILE-STATUSES.
009000     05 WS-PPL-HIST-STATUS    PIC X(2)  VALUE '00'.
009100     05 WS-AJH-AUD-STATUS     PIC X(2)  VALUE '00'.
009200     05 WS-PST-ACR-STATUS     PIC X(2)  VALUE '00'.
009300     05 WS-PPL-RPT-STATUS     PIC X(2)  VALUE '00'.
009400 01  WS-SWITCHES.
009500     05 WS-HIST-EOF-SW        PIC X(1)  VALUE 'N'.
009600         88 WS-HIST-EOF                 VALUE 'Y'.
009700     05 WS-AUD-EOF-SW         PIC X(1)  VALUE 'N'.
009800         88 WS-AUD-EOF                  VALUE 'Y'.
009900     05 WS-ACR-EOF-SW         PIC X(1)  VALUE 'N'.
010000         88 WS-ACR-EOF                  VALUE 'Y'.
010100     05 WS-SRT-EOF-SW         PIC X(1)  VALUE 'N'.
010200         88 WS-SRT-EOF                  VALUE 'Y'.
010300     05 WS-FIRST-ACCT-SW      PIC X(1)  VALUE 'Y'.
010400         88 WS-FIRST-ACCT               VALUE 'Y'.
010500     05 WS-FIRST-WAVE-SW      PIC X(1)  VALUE 'Y'.
010600         88 WS-FIRST-WAVE               VALUE 'Y'.
010700     05 WS-ACC-TABLE-FULL-SW  PIC X(1)  VALUE 'N'.
010800         88 WS-ACC-TABLE-FULL           VALUE 'Y'.
010900     05 WS-RT-TABLE-FULL-SW   PIC X(1)  VALUE 'N'.
011000         88 WS-RT-TABLE-FULL            VALUE 'Y'.
011100     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
011200         88 WS-ABEND                    VALUE 'Y'.
011300 01  WS-COUNTERS              COMP.
011400     05 WS-HIST-READ-CT       PIC 9(9)  VALUE ZERO.
011500     05 WS-AUD-READ-CT        PIC 9(9)  VALUE ZERO.
011600     05 WS-ACR-READ-CT        PIC 9(9)  VALUE ZERO.
011700     05 WS-CONV-REL-CT        PIC 9(9)  VALUE ZERO.
011800     05 WS-CONV-MATCHED-CT    PIC 9(9)  VALUE ZERO.
011900     05 WS-CONV-UNMATCHED-CT  PIC 9(9)  VALUE ZERO.
012000     05 WS-WAVE-OVERFLOW-CT   PIC 9(9)  VALUE ZERO.
012100******************************************************************
012200*  THE WAVES THAT TARGETED THE ACCOUNT IN HAND.
012300******************************************************************
012400 01  WS-AT-TABLE.
012500     05 WS-AT-ENTRY-CT        PIC 9(4)  COMP VALUE ZERO.
012600     05 WS-AT-ENTRY           OCCURS 50 TIMES.
012700         10 WS-AT-WAVE-ID     PIC X(8).
012800         10 WS-AT-SELECT-DATE PIC 9(8).
012900         10 WS-AT-INS-LOB     PIC X(4).
013000         10 WS-AT-BUS-RESI    PIC X(1).
013100         10 WS-AT-CONV-SW     PIC X(1).
013200             88 WS-AT-CONVERTED         VALUE 'Y'.
013300******************************************************************
013400*  TARGETS AND CONVERSIONS BY WAVE / LINE OF BUSINESS / BUS-RESI,
013500*  KEPT IN KEY ORDER AS ROWS ARE ADDED SO THE REPORT PRINTS
013600*  STRAIGHT DOWN THE TABLE.
013700******************************************************************
013800 01  WS-ACC-TABLE.
013900     05 WS-ACC-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
014000     05 WS-ACC-ENTRY          OCCURS 2000 TIMES.
014100         10 WS-ACC-KEY.
014200             15 WS-ACC-WAVE-ID    PIC X(8).
014300             15 WS-ACC-INS-LOB    PIC X(4).
014400             15 WS-ACC-BUS-RESI   PIC X(1).
014500         10 WS-ACC-SELECT-DATE    PIC 9(8).
014600         10 WS-ACC-TARGET-CT      PIC 9(9)  COMP.
014700         10 WS-ACC-CONV-CT        PIC 9(9)  COMP.
014800******************************************************************
014900*  POSTAGE ACCRUED BY LINE OF BUSINESS / BUS-RESI, CERTIFIED
015000*  PIECES EXCLUDED.
015100******************************************************************
015200 01  WS-RT-TABLE.
015300     05 WS-RT-ENTRY-CT        PIC 9(4)  COMP VALUE ZERO.
015400     05 WS-RT-ENTRY           OCCURS 200 TIMES.
015500         10 WS-RT-INS-LOB     PIC X(4).
015600         10 WS-RT-BUS-RESI    PIC X(1).
015700         10 WS-RT-PIECE-CT    PIC S9(11)    COMP-3.
015800         10 WS-RT-POSTAGE     PIC S9(11)V99 COMP-3.
015900 01  WS-INDEXES               COMP.
016000     05 WS-AT-IDX             PIC 9(4)  VALUE ZERO.
016100     05 WS-ACC-IDX            PIC 9(4)  VALUE ZERO.
016200     05 WS-RT-IDX             PIC 9(4)  VALUE ZERO.
016300     05 WS-MATCH-IDX          PIC 9(4)  VALUE ZERO.
016400     05 WS-INS-IDX            PIC 9(4)  VALUE ZERO.
016500     05 WS-SHIFT-IDX          PIC 9(4)  VALUE ZERO.
016600     05 WS-SHIFT-TO-IDX       PIC 9(4)  VALUE ZERO.
016700 01  WS-WORK-FIELDS.
016800     05 WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
016900     05 WS-ACR-CYCLE-DATE     PIC 9(8)  VALUE ZERO.
017000     05 WS-ACR-POSTAGE-N      PIC S9(11)V99 VALUE ZERO.
017100     05 WS-BREAK-ACCT         PIC X(25) VALUE SPACES.
017200     05 WS-BREAK-WAVE         PIC X(8)  VALUE SPACES.
017300     05 WS-BEST-DATE          PIC 9(8)  VALUE ZERO.
017400     05 WS-FIND-KEY.
017500         10 WS-FIND-WAVE-ID   PIC X(8).
017600         10 WS-FIND-INS-LOB   PIC X(4).
017700         10 WS-FIND-BUS-RESI  PIC X(1).
017800     05 WS-FIND-SELECT-DATE   PIC 9(8)  VALUE ZERO.
017900     05 WS-ALL-PIECE-CT       PIC S9(11)    COMP-3 VALUE ZERO.
018000     05 WS-ALL-POSTAGE        PIC S9(11)V99 COMP-3 VALUE ZERO.
018100     05 WS-ALL-RATE           PIC S9(3)V9(4) VALUE ZERO.
018200     05 WS-WORK-RATE          PIC S9(3)V9(4) VALUE ZERO.
018300     05 WS-WORK-AVOIDED       PIC S9(11)V99 VALUE ZERO.
018400     05 WS-WORK-PCT           PIC S9(3)V99  VALUE ZERO.
018500******************************************************************
018600*  MIXED-AADC PER-PIECE RATE - THE SAME FIGURE AJ2PSTG RATES AN
018700*  UNSORTED PIECE AT - USED ONLY WHEN NO ACCRUAL IS ON FILE.
018800******************************************************************
018900 01  WS-DFLT-RATE             PIC 9(3)V9(4) VALUE 0.5690.
019000 01  WS-TOTALS.
019100     05 WS-WAVE-TARGET-CT     PIC 9(9)      COMP VALUE ZERO.
019200     05 WS-WAVE-CONV-CT       PIC 9(9)      COMP VALUE ZERO.
019300     05 WS-WAVE-AVOIDED       PIC S9(11)V99 COMP-3 VALUE ZERO.
019400     05 WS-ALL-TARGET-CT      PIC 9(9)      COMP VALUE ZERO.
019500     05 WS-ALL-CONV-CT        PIC 9(9)      COMP VALUE ZERO.
019600     05 WS-ALL-AVOIDED        PIC S9(11)V99 COMP-3 VALUE ZERO.
019700     05 WS-WAVE-CT            PIC 9(9)      COMP VALUE ZERO.
019800 01  WS-RPT-HEADING1.
019900     05 FILLER                PIC X(60) VALUE
020000         'AJ2PPLM - PAPER-TO-PAPERLESS CONVERSION REPORT'.
020100 01  WS-RPT-HEADING2.
020200     05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
020300     05 WS-RPT-RUN-DATE       PIC 9(8).
020400     05 FILLER                PIC X(32) VALUE
020500         '   POSTAGE RATES FROM CYCLE:'.
020600     05 WS-RPT-ACR-DATE       PIC X(8).
020700 01  WS-RPT-WAVE-HEAD.
020800     05 FILLER                PIC X(6)  VALUE 'WAVE:'.
020900     05 WS-RPT-WAVE-ID        PIC X(8).
021000     05 FILLER                PIC X(16) VALUE '   SELECTED ON:'.
021100     05 WS-RPT-SELECT-DATE    PIC 9(8).
021200 01  WS-RPT-COL-HEAD.
021300     05 FILLER                PIC X(16) VALUE 'LOB   BUS/RESI'.
021400     05 FILLER                PIC X(14) VALUE '      TARGETED'.
021500     05 FILLER                PIC X(14) VALUE '     CONVERTED'.
021600     05 FILLER                PIC X(10) VALUE '  CONV PCT'.
021700     05 FILLER                PIC X(12) VALUE '  RATE/PIECE'.
021800     05 FILLER                PIC X(20) VALUE
021900         ' AVOIDED PER CYCLE'.
022000 01  WS-RPT-DETAIL.
022100     05 WS-RPT-LABEL.
022200         10 WS-RPT-INS-LOB    PIC X(4).
022300         10 FILLER            PIC X(6).
022400         10 WS-RPT-BUS-RESI   PIC X(1).
022500         10 FILLER            PIC X(5).
022600     05 FILLER                PIC X(3)  VALUE SPACES.
022700     05 WS-RPT-TARGET-CT      PIC ZZZ,ZZZ,ZZ9.
022800     05 FILLER                PIC X(3)  VALUE SPACES.
022900     05 WS-RPT-CONV-CT        PIC ZZZ,ZZZ,ZZ9.
023000     05 FILLER                PIC X(3)  VALUE SPACES.
023100     05 WS-RPT-CONV-PCT       PIC ZZ9.99.
023200     05 FILLER                PIC X(4)  VALUE SPACES.
023300     05 WS-RPT-RATE           PIC ZZ9.9999.
023400     05 FILLER                PIC X(3)  VALUE SPACES.
023500     05 WS-RPT-AVOIDED        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
023600 01  WS-RPT-TOTALS.
023700     05 FILLER               PIC X(20) VALUE 'HISTORY ROWS READ:'.
023800     05 WS-RPT-HIST-READ     PIC ZZZ,ZZZ,ZZ9.
023900     05 FILLER               PIC X(24) VALUE
024000         ' PRINT-TO-EBILL CHANGES:'.
024100     05 WS-RPT-CONV-REL      PIC ZZZ,ZZZ,ZZ9.
024200     05 FILLER               PIC X(16) VALUE ' NOT ATTRIBUTED:'.
024300     05 WS-RPT-UNMATCHED     PIC ZZZ,ZZZ,ZZ9.
024400 PROCEDURE DIVISION.
024500 0000-MAINLINE.
024600     PERFORM 1000-INITIALIZE
024700         THRU 1000-INITIALIZE-EXIT.
024800     IF NOT WS-ABEND
024900         SORT CNV-SRT
025000             ASCENDING KEY SRT-ACCT-NUM
025100                 SRT-REC-TYPE
025200                 SRT-EVENT-DATE
025300             INPUT PROCEDURE IS 1500-SELECT-EVENTS
025400                 THRU 1500-SELECT-EVENTS-EXIT
025500             OUTPUT PROCEDURE IS 2000-MATCH-CONVERSIONS
025600                 THRU 2000-MATCH-CONVERSIONS-EXIT
025700     END-IF.
025800     IF NOT WS-ABEND
025900         PERFORM 4500-WRITE-REPORT
026000             THRU 4500-WRITE-REPORT-EXIT
026100     END-IF.
026200     PERFORM 8000-TERMINATE
026300         THRU 8000-TERMINATE-EXIT.
026400     GO TO 9999-EXIT.
026500 1000-INITIALIZE.
026600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026700     PERFORM 1100-LOAD-RATES THRU 1100-LOAD-RATES-EXIT.
026800     IF WS-ABEND
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF.
027100     OPEN OUTPUT PPL-RPT.
027200     IF WS-PPL-RPT-STATUS NOT = '00'
027300         DISPLAY 'AJ2PPLM - PPLMRPT OPEN FAILED, STATUS '
027400             WS-PPL-RPT-STATUS
027500         SET WS-ABEND TO TRUE
027600         GO TO 1000-INITIALIZE-EXIT
027700     END-IF.
027800     WRITE PPL-RPT-LINE FROM WS-RPT-HEADING1.
027900     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE.
028000     IF WS-ACR-CYCLE-DATE = ZERO
028100         MOVE 'NONE' TO WS-RPT-ACR-DATE
028200     ELSE
028300         MOVE WS-ACR-CYCLE-DATE TO WS-RPT-ACR-DATE
028400     END-IF.
028500     WRITE PPL-RPT-LINE FROM WS-RPT-HEADING2.
028600 1000-INITIALIZE-EXIT.
028700     EXIT.
028800******************************************************************
028900*  1100-LOAD-RATES - SUMS THE LATEST POSTAGE ACCRUAL BY LINE OF
029000*  BUSINESS AND BUS-RESI, LEAVING OUT THE CERTIFIED TIER.  NO
029100*  ACCRUAL ON FILE MEANS THE DEFAULT RATE, NOT AN ERROR.
029200******************************************************************
029300 1100-LOAD-RATES.
029400     OPEN INPUT PST-ACR.
029500     IF WS-PST-ACR-STATUS = '35'
029600         DISPLAY 'AJ2PPLM - NO PSTACR ON FILE, DEFAULT RATE USED'
029700         GO TO 1100-LOAD-RATES-EXIT
029800     END-IF.
029900     IF WS-PST-ACR-STATUS NOT = '00'
030000         DISPLAY 'AJ2PPLM - PSTACR OPEN FAILED, STATUS '
030100             WS-PST-ACR-STATUS
030200         SET WS-ABEND TO TRUE
030300         GO TO 1100-LOAD-RATES-EXIT
030400     END-IF.
030500     PERFORM 5200-READ-ACR THRU 5200-READ-ACR-EXIT.
030600     PERFORM 1200-LOAD-ONE-RATE
030700         THRU 1200-LOAD-ONE-RATE-EXIT
030800         UNTIL WS-ACR-EOF.
030900     CLOSE PST-ACR.
031000     IF WS-ALL-PIECE-CT > ZERO
031100         COMPUTE WS-ALL-RATE ROUNDED =
031200             WS-ALL-POSTAGE / WS-ALL-PIECE-CT
031300     ELSE
031400         MOVE WS-DFLT-RATE TO WS-ALL-RATE
031500     END-IF.
031600 1100-LOAD-RATES-EXIT.
031700     EXIT.
031800 1200-LOAD-ONE-RATE.
031900     IF PSA-RATE-TIER = 'CERT' OR PSA-PIECE-CT = ZERO
032000         GO TO 1200-LOAD-ONE-RATE-NEXT
032100     END-IF.
032200     MOVE PSA-CYCLE-DATE TO WS-ACR-CYCLE-DATE.
032300     MOVE PSA-POSTAGE-AMT TO WS-ACR-POSTAGE-N.
032400     MOVE PSA-INS-LOB      TO WS-FIND-INS-LOB.
032500     MOVE PSA-BUS-RESI-IND TO WS-FIND-BUS-RESI.
032600     PERFORM 6400-FIND-RATE THRU 6400-FIND-RATE-EXIT.
032700     IF WS-MATCH-IDX = ZERO
032800         IF WS-RT-ENTRY-CT >= 200
032900             IF NOT WS-RT-TABLE-FULL
033000                 SET WS-RT-TABLE-FULL TO TRUE
033100                 DISPLAY 'AJ2PPLM - RATE TABLE FULL AT 200 ROWS'
033200             END-IF
033300             GO TO 1200-LOAD-ONE-RATE-TOTAL
033400         END-IF
033500         ADD 1 TO WS-RT-ENTRY-CT
033600         MOVE WS-RT-ENTRY-CT TO WS-MATCH-IDX
033700         MOVE PSA-INS-LOB      TO WS-RT-INS-LOB(WS-MATCH-IDX)
033800         MOVE PSA-BUS-RESI-IND TO WS-RT-BUS-RESI(WS-MATCH-IDX)
033900         MOVE ZERO TO WS-RT-PIECE-CT(WS-MATCH-IDX)
034000                      WS-RT-POSTAGE(WS-MATCH-IDX)
034100     END-IF.
034200     ADD PSA-PIECE-CT    TO WS-RT-PIECE-CT(WS-MATCH-IDX).
034300     ADD WS-ACR-POSTAGE-N TO WS-RT-POSTAGE(WS-MATCH-IDX).
034400 1200-LOAD-ONE-RATE-TOTAL.
034500     ADD PSA-PIECE-CT    TO WS-ALL-PIECE-CT.
034600     ADD WS-ACR-POSTAGE-N TO WS-ALL-POSTAGE.
034700 1200-LOAD-ONE-RATE-NEXT.
034800     PERFORM 5200-READ-ACR THRU 5200-READ-ACR-EXIT.
034900 1200-LOAD-ONE-RATE-EXIT.
035000     EXIT.
035100******************************************************************
035200*  1500-SELECT-EVENTS - RELEASES EVERY CAMPAIGN HISTORY ROW AS A
035300*  TARGET AND EVERY PRINT-TO-EBILL CHANGE AS A CONVERSION.
035400******************************************************************
035500 1500-SELECT-EVENTS.
035600     OPEN INPUT PPL-HIST.
035700     IF WS-PPL-HIST-STATUS = '35'
035800         DISPLAY 'AJ2PPLM - NO PPLHIST ON FILE, NOTHING MEASURED'
035900         GO TO 1500-SELECT-EVENTS-EXIT
036000     END-IF.
036100     IF WS-PPL-HIST-STATUS NOT = '00'
036200         DISPLAY 'AJ2PPLM - PPLHIST OPEN FAILED, STATUS '
036300             WS-PPL-HIST-STATUS
036400         SET WS-ABEND TO TRUE
036500         GO TO 1500-SELECT-EVENTS-EXIT
036600     END-IF.
036700     PERFORM 5000-READ-HIST THRU 5000-READ-HIST-EXIT.
036800     PERFORM 1600-RELEASE-TARGET
036900         THRU 1600-RELEASE-TARGET-EXIT
037000         UNTIL WS-HIST-EOF.
037100     CLOSE PPL-HIST.
037200     OPEN INPUT AJH-AUD.
037300     IF WS-AJH-AUD-STATUS = '35'
037400         DISPLAY 'AJ2PPLM - NO AJHAUDIT ON FILE, NO CONVERSIONS'
037500         GO TO 1500-SELECT-EVENTS-EXIT
037600     END-IF.
037700     IF WS-AJH-AUD-STATUS NOT = '00'
037800         DISPLAY 'AJ2PPLM - AJHAUDIT OPEN FAILED, STATUS '
037900             WS-AJH-AUD-STATUS
038000         SET WS-ABEND TO TRUE
038100         GO TO 1500-SELECT-EVENTS-EXIT
038200     END-IF.
038300     PERFORM 5100-READ-AUD THRU 5100-READ-AUD-EXIT.
038400     PERFORM 1700-RELEASE-CONVERSION
038500         THRU 1700-RELEASE-CONVERSION-EXIT
038600         UNTIL WS-AUD-EOF.
038700     CLOSE AJH-AUD.
038800 1500-SELECT-EVENTS-EXIT.
038900     EXIT.
039000 1600-RELEASE-TARGET.
039100     MOVE SPACES TO CNV-SRT-REC.
039200     MOVE PPL-ACCT-NUM     TO SRT-ACCT-NUM.
039300     SET SRT-TARGET TO TRUE.
039400     MOVE PPL-SELECT-DATE  TO SRT-EVENT-DATE.
039500     MOVE PPL-WAVE-ID      TO SRT-WAVE-ID.
039600     MOVE PPL-INS-LOB      TO SRT-INS-LOB.
039700     MOVE PPL-BUS-RESI-IND TO SRT-BUS-RESI-IND.
039800     RELEASE CNV-SRT-REC.
039900     PERFORM 5000-READ-HIST THRU 5000-READ-HIST-EXIT.
040000 1600-RELEASE-TARGET-EXIT.
040100     EXIT.
040200 1700-RELEASE-CONVERSION.
040300     IF AJH-OLD-PREF-CD = 'P' AND AJH-NEW-PREF-CD = 'E'
040400         MOVE SPACES TO CNV-SRT-REC
040500         MOVE AJH-ACCT-NUM    TO SRT-ACCT-NUM
040600         SET SRT-CONVERSION TO TRUE
040700         MOVE AJH-CHANGE-DATE TO SRT-EVENT-DATE
040800         RELEASE CNV-SRT-REC
040900         ADD 1 TO WS-CONV-REL-CT
041000     END-IF.
041100     PERFORM 5100-READ-AUD THRU 5100-READ-AUD-EXIT.
041200 1700-RELEASE-CONVERSION-EXIT.
041300     EXIT.
041400 2000-MATCH-CONVERSIONS.
041500     IF WS-ABEND
041600         GO TO 2000-MATCH-CONVERSIONS-EXIT
041700     END-IF.
041800     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
041900     PERFORM 3000-PROCESS-SORTED
042000         THRU 3000-PROCESS-SORTED-EXIT
042100         UNTIL WS-SRT-EOF.
042200     IF NOT WS-FIRST-ACCT
042300         PERFORM 4000-FLUSH-ACCT
042400             THRU 4000-FLUSH-ACCT-EXIT
042500     END-IF.
042600 2000-MATCH-CONVERSIONS-EXIT.
042700     EXIT.
042800 3000-PROCESS-SORTED.
042900     IF WS-FIRST-ACCT
043000         MOVE 'N' TO WS-FIRST-ACCT-SW
043100         MOVE SRT-ACCT-NUM TO WS-BREAK-ACCT
043200     ELSE
043300         IF SRT-ACCT-NUM NOT = WS-BREAK-ACCT
043400             PERFORM 4000-FLUSH-ACCT
043500                 THRU 4000-FLUSH-ACCT-EXIT
043600             MOVE SRT-ACCT-NUM TO WS-BREAK-ACCT
043700         END-IF
043800     END-IF.
043900     IF SRT-TARGET
044000         PERFORM 3500-ADD-TARGET
044100             THRU 3500-ADD-TARGET-EXIT
044200     ELSE
044300         PERFORM 3700-APPLY-CONVERSION
044400             THRU 3700-APPLY-CONVERSION-EXIT
044500     END-IF.
044600     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
044700 3000-PROCESS-SORTED-EXIT.
044800     EXIT.
044900 3500-ADD-TARGET.
045000     IF WS-AT-ENTRY-CT >= 50
045100         ADD 1 TO WS-WAVE-OVERFLOW-CT
045200         GO TO 3500-ADD-TARGET-EXIT
045300     END-IF.
045400     ADD 1 TO WS-AT-ENTRY-CT.
045500     MOVE SRT-WAVE-ID      TO WS-AT-WAVE-ID(WS-AT-ENTRY-CT).
045600     MOVE SRT-EVENT-DATE   TO WS-AT-SELECT-DATE(WS-AT-ENTRY-CT).
045700     MOVE SRT-INS-LOB      TO WS-AT-INS-LOB(WS-AT-ENTRY-CT).
045800     MOVE SRT-BUS-RESI-IND TO WS-AT-BUS-RESI(WS-AT-ENTRY-CT).
045900     MOVE 'N'              TO WS-AT-CONV-SW(WS-AT-ENTRY-CT).
046000 3500-ADD-TARGET-EXIT.
046100     EXIT.
046200******************************************************************
046300*  3700-APPLY-CONVERSION - CREDITS THE CHANGE TO THE LATEST WAVE
046400*  SELECTED ON OR BEFORE THE CHANGE DATE.  A SECOND CHANGE FOR
046500*  THE SAME WAVE (THE CUSTOMER WENT BACK TO PAPER AND CONVERTED
046600*  AGAIN) IS NOT COUNTED TWICE.
046700******************************************************************
046800 3700-APPLY-CONVERSION.
046900     MOVE ZERO TO WS-MATCH-IDX
047000                  WS-BEST-DATE.
047100     PERFORM 3750-SCAN-TARGET
047200         THRU 3750-SCAN-TARGET-EXIT
047300         VARYING WS-AT-IDX FROM 1 BY 1
047400         UNTIL WS-AT-IDX > WS-AT-ENTRY-CT.
047500     IF WS-MATCH-IDX = ZERO
047600         ADD 1 TO WS-CONV-UNMATCHED-CT
047700         GO TO 3700-APPLY-CONVERSION-EXIT
047800     END-IF.
047900     IF NOT WS-AT-CONVERTED(WS-MATCH-IDX)
048000         SET WS-AT-CONVERTED(WS-MATCH-IDX) TO TRUE
048100         ADD 1 TO WS-CONV-MATCHED-CT
048200     END-IF.
048300 3700-APPLY-CONVERSION-EXIT.
048400     EXIT.
048500 3750-SCAN-TARGET.
048600     IF WS-AT-SELECT-DATE(WS-AT-IDX) <= SRT-EVENT-DATE
048700             AND WS-AT-SELECT-DATE(WS-AT-IDX) >= WS-BEST-DATE
048800         MOVE WS-AT-IDX TO WS-MATCH-IDX
048900         MOVE WS-AT-SELECT-DATE(WS-AT-IDX) TO WS-BEST-DATE
049000     END-IF.
049100 3750-SCAN-TARGET-EXIT.
049200     EXIT.
049300******************************************************************
049400*  4000-FLUSH-ACCT - POSTS THE FINISHED ACCOUNT'S WAVES TO THE
049500*  WAVE / LINE OF BUSINESS / BUS-RESI COUNTS.
049600******************************************************************
049700 4000-FLUSH-ACCT.
049800     PERFORM 4100-POST-TARGET
049900         THRU 4100-POST-TARGET-EXIT
050000         VARYING WS-AT-IDX FROM 1 BY 1
050100         UNTIL WS-AT-IDX > WS-AT-ENTRY-CT.
050200     MOVE ZERO TO WS-AT-ENTRY-CT.
050300 4000-FLUSH-ACCT-EXIT.
050400     EXIT.
050500 4100-POST-TARGET.
050600     MOVE WS-AT-WAVE-ID(WS-AT-IDX)     TO WS-FIND-WAVE-ID.
050700     MOVE WS-AT-INS-LOB(WS-AT-IDX)     TO WS-FIND-INS-LOB.
050800     MOVE WS-AT-BUS-RESI(WS-AT-IDX)    TO WS-FIND-BUS-RESI.
050900     MOVE WS-AT-SELECT-DATE(WS-AT-IDX) TO WS-FIND-SELECT-DATE.
051000     PERFORM 6100-FIND-ACC THRU 6100-FIND-ACC-EXIT.
051100     IF WS-MATCH-IDX = ZERO
051200         GO TO 4100-POST-TARGET-EXIT
051300     END-IF.
051400     ADD 1 TO WS-ACC-TARGET-CT(WS-MATCH-IDX).
051500     IF WS-AT-CONVERTED(WS-AT-IDX)
051600         ADD 1 TO WS-ACC-CONV-CT(WS-MATCH-IDX)
051700     END-IF.
051800 4100-POST-TARGET-EXIT.
051900     EXIT.
052000******************************************************************
052100*  4500-WRITE-REPORT - ONE BLOCK PER WAVE, A LINE PER LINE OF
052200*  BUSINESS AND BUS-RESI, A WAVE TOTAL, THEN ALL WAVES.
052300******************************************************************
052400 4500-WRITE-REPORT.
052500     PERFORM 4600-WRITE-ACC-LINE
052600         THRU 4600-WRITE-ACC-LINE-EXIT
052700         VARYING WS-ACC-IDX FROM 1 BY 1
052800         UNTIL WS-ACC-IDX > WS-ACC-ENTRY-CT.
052900     IF NOT WS-FIRST-WAVE
053000         PERFORM 4700-WRITE-WAVE-TOTAL
053100             THRU 4700-WRITE-WAVE-TOTAL-EXIT
053200     END-IF.
053300     MOVE SPACES TO PPL-RPT-LINE.
053400     WRITE PPL-RPT-LINE.
053500     MOVE SPACES TO WS-RPT-DETAIL.
053600     MOVE 'ALL WAVES' TO WS-RPT-LABEL.
053700     MOVE WS-ALL-TARGET-CT TO WS-RPT-TARGET-CT.
053800     MOVE WS-ALL-CONV-CT   TO WS-RPT-CONV-CT.
053900     IF WS-ALL-TARGET-CT > ZERO
054000         COMPUTE WS-WORK-PCT ROUNDED =
054100             WS-ALL-CONV-CT * 100 / WS-ALL-TARGET-CT
054200     ELSE
054300         MOVE ZERO TO WS-WORK-PCT
054400     END-IF.
054500     MOVE WS-WORK-PCT    TO WS-RPT-CONV-PCT.
054600     MOVE WS-ALL-AVOIDED TO WS-RPT-AVOIDED.
054700     WRITE PPL-RPT-LINE FROM WS-RPT-DETAIL.
054800 4500-WRITE-REPORT-EXIT.
054900     EXIT.
055000 4600-WRITE-ACC-LINE.
055100     IF WS-FIRST-WAVE
055200         OR WS-ACC-WAVE-ID(WS-ACC-IDX) NOT = WS-BREAK-WAVE
055300         IF NOT WS-FIRST-WAVE
055400             PERFORM 4700-WRITE-WAVE-TOTAL
055500                 THRU 4700-WRITE-WAVE-TOTAL-EXIT
055600         END-IF
055700         PERFORM 4650-START-WAVE
055800             THRU 4650-START-WAVE-EXIT
055900     END-IF.
056000     MOVE WS-ACC-INS-LOB(WS-ACC-IDX)  TO WS-FIND-INS-LOB.
056100     MOVE WS-ACC-BUS-RESI(WS-ACC-IDX) TO WS-FIND-BUS-RESI.
056200     PERFORM 6400-FIND-RATE THRU 6400-FIND-RATE-EXIT.
056300     IF WS-MATCH-IDX = ZERO
056400         MOVE WS-ALL-RATE TO WS-WORK-RATE
056500     ELSE
056600         COMPUTE WS-WORK-RATE ROUNDED =
056700             WS-RT-POSTAGE(WS-MATCH-IDX)
056800             / WS-RT-PIECE-CT(WS-MATCH-IDX)
056900     END-IF.
057000     COMPUTE WS-WORK-AVOIDED ROUNDED =
057100         WS-ACC-CONV-CT(WS-ACC-IDX) * WS-WORK-RATE.
057200     IF WS-ACC-TARGET-CT(WS-ACC-IDX) > ZERO
057300         COMPUTE WS-WORK-PCT ROUNDED =
057400             WS-ACC-CONV-CT(WS-ACC-IDX) * 100
057500             / WS-ACC-TARGET-CT(WS-ACC-IDX)
057600     ELSE
057700         MOVE ZERO TO WS-WORK-PCT
057800     END-IF.
057900     MOVE SPACES TO WS-RPT-DETAIL.
058000     IF WS-ACC-INS-LOB(WS-ACC-IDX) = SPACES
058100         MOVE '????' TO WS-RPT-INS-LOB
058200     ELSE
058300         MOVE WS-ACC-INS-LOB(WS-ACC-IDX) TO WS-RPT-INS-LOB
058400     END-IF.
058500     MOVE WS-ACC-BUS-RESI(WS-ACC-IDX)  TO WS-RPT-BUS-RESI.
058600     MOVE WS-ACC-TARGET-CT(WS-ACC-IDX) TO WS-RPT-TARGET-CT.
058700     MOVE WS-ACC-CONV-CT(WS-ACC-IDX)   TO WS-RPT-CONV-CT.
058800     MOVE WS-WORK-PCT                  TO WS-RPT-CONV-PCT.
058900     MOVE WS-WORK-RATE                 TO WS-RPT-RATE.
059000     MOVE WS-WORK-AVOIDED              TO WS-RPT-AVOIDED.
059100     WRITE PPL-RPT-LINE FROM WS-RPT-DETAIL.
059200     ADD WS-ACC-TARGET-CT(WS-ACC-IDX) TO WS-WAVE-TARGET-CT.
059300     ADD WS-ACC-CONV-CT(WS-ACC-IDX)   TO WS-WAVE-CONV-CT.
059400     ADD WS-WORK-AVOIDED              TO WS-WAVE-AVOIDED.
059500 4600-WRITE-ACC-LINE-EXIT.
059600     EXIT.
059700 4650-START-WAVE.
059800     MOVE 'N' TO WS-FIRST-WAVE-SW.
059900     MOVE WS-ACC-WAVE-ID(WS-ACC-IDX) TO WS-BREAK-WAVE.
060000     MOVE ZERO TO WS-WAVE-TARGET-CT
060100                  WS-WAVE-CONV-CT
060200                  WS-WAVE-AVOIDED.
060300     ADD 1 TO WS-WAVE-CT.
060400     MOVE SPACES TO PPL-RPT-LINE.
060500     WRITE PPL-RPT-LINE.
060600     MOVE WS-ACC-WAVE-ID(WS-ACC-IDX)     TO WS-RPT-WAVE-ID.
060700     MOVE WS-ACC-SELECT-DATE(WS-ACC-IDX) TO WS-RPT-SELECT-DATE.
060800     WRITE PPL-RPT-LINE FROM WS-RPT-WAVE-HEAD.
060900     WRITE PPL-RPT-LINE FROM WS-RPT-COL-HEAD.
061000 4650-START-WAVE-EXIT.
061100     EXIT.
061200 4700-WRITE-WAVE-TOTAL.
061300     MOVE SPACES TO WS-RPT-DETAIL.
061400     MOVE 'WAVE TOTAL' TO WS-RPT-LABEL.
061500     MOVE WS-WAVE-TARGET-CT TO WS-RPT-TARGET-CT.
061600     MOVE WS-WAVE-CONV-CT   TO WS-RPT-CONV-CT.
061700     IF WS-WAVE-TARGET-CT > ZERO
061800         COMPUTE WS-WORK-PCT ROUNDED =
061900             WS-WAVE-CONV-CT * 100 / WS-WAVE-TARGET-CT
062000     ELSE
062100         MOVE ZERO TO WS-WORK-PCT
062200     END-IF.
062300     MOVE WS-WORK-PCT     TO WS-RPT-CONV-PCT.
062400     MOVE WS-WAVE-AVOIDED TO WS-RPT-AVOIDED.
062500     WRITE PPL-RPT-LINE FROM WS-RPT-DETAIL.
062600     ADD WS-WAVE-TARGET-CT TO WS-ALL-TARGET-CT.
062700     ADD WS-WAVE-CONV-CT   TO WS-ALL-CONV-CT.
062800     ADD WS-WAVE-AVOIDED   TO WS-ALL-AVOIDED.
062900 4700-WRITE-WAVE-TOTAL-EXIT.
063000     EXIT.
063100 5000-READ-HIST.
063200     READ PPL-HIST INTO PPL-HIST-REC
063300         AT END
063400             SET WS-HIST-EOF TO TRUE
063500             GO TO 5000-READ-HIST-EXIT
063600     END-READ.
063700     ADD 1 TO WS-HIST-READ-CT.
063800 5000-READ-HIST-EXIT.
063900     EXIT.
064000 5100-READ-AUD.
064100     READ AJH-AUD INTO AJH-AUD-REC
064200         AT END
064300             SET WS-AUD-EOF TO TRUE
064400             GO TO 5100-READ-AUD-EXIT
064500     END-READ.
064600     ADD 1 TO WS-AUD-READ-CT.
064700 5100-READ-AUD-EXIT.
064800     EXIT.
064900 5200-READ-ACR.
065000     READ PST-ACR INTO PST-ACR-REC
065100         AT END
065200             SET WS-ACR-EOF TO TRUE
065300             GO TO 5200-READ-ACR-EXIT
065400     END-READ.
065500     ADD 1 TO WS-ACR-READ-CT.
065600 5200-READ-ACR-EXIT.
065700     EXIT.
065800 6000-RETURN-SRT.
065900     RETURN CNV-SRT INTO CNV-SRT-REC
066000         AT END
066100             SET WS-SRT-EOF TO TRUE
066200     END-RETURN.
066300 6000-RETURN-SRT-EXIT.
066400     EXIT.
066500******************************************************************
066600*  6100-FIND-ACC - FINDS THE WS-FIND-KEY ROW, OR ADDS IT IN KEY
066700*  ORDER BY SHIFTING THE HIGHER ROWS DOWN ONE.  WS-MATCH-IDX IS
066800*  ZERO ONLY WHEN THE TABLE IS FULL.
066900******************************************************************
067000 6100-FIND-ACC.
067100     MOVE ZERO TO WS-MATCH-IDX
067200                  WS-INS-IDX.
067300     PERFORM 6150-SCAN-ACC
067400         THRU 6150-SCAN-ACC-EXIT
067500         VARYING WS-ACC-IDX FROM 1 BY 1
067600         UNTIL WS-ACC-IDX > WS-ACC-ENTRY-CT.
067700     IF WS-MATCH-IDX > ZERO
067800         GO TO 6100-FIND-ACC-EXIT
067900     END-IF.
068000     IF WS-ACC-ENTRY-CT >= 2000
068100         IF NOT WS-ACC-TABLE-FULL
068200             SET WS-ACC-TABLE-FULL TO TRUE
068300             DISPLAY 'AJ2PPLM - WAVE TABLE FULL AT 2000 ROWS'
068400         END-IF
068500         GO TO 6100-FIND-ACC-EXIT
068600     END-IF.
068700     IF WS-INS-IDX = ZERO
068800         COMPUTE WS-INS-IDX = WS-ACC-ENTRY-CT + 1
068900     ELSE
069000         PERFORM 6180-SHIFT-ACC
069100             THRU 6180-SHIFT-ACC-EXIT
069200             VARYING WS-SHIFT-IDX FROM WS-ACC-ENTRY-CT BY -1
069300             UNTIL WS-SHIFT-IDX < WS-INS-IDX
069400     END-IF.
069500     ADD 1 TO WS-ACC-ENTRY-CT.
069600     MOVE WS-INS-IDX TO WS-MATCH-IDX.
069700     MOVE WS-FIND-KEY TO WS-ACC-KEY(WS-MATCH-IDX).
069800     MOVE WS-FIND-SELECT-DATE TO WS-ACC-SELECT-DATE(WS-MATCH-IDX).
069900     MOVE ZERO TO WS-ACC-TARGET-CT(WS-MATCH-IDX)
070000                  WS-ACC-CONV-CT(WS-MATCH-IDX).
070100 6100-FIND-ACC-EXIT.
070200     EXIT.
070300 6150-SCAN-ACC.
070400     IF WS-ACC-KEY(WS-ACC-IDX) = WS-FIND-KEY
070500         MOVE WS-ACC-IDX TO WS-MATCH-IDX
070600         MOVE WS-ACC-ENTRY-CT TO WS-ACC-IDX
070700         GO TO 6150-SCAN-ACC-EXIT
070800     END-IF.
070900     IF WS-ACC-KEY(WS-ACC-IDX) > WS-FIND-KEY
071000         MOVE WS-ACC-IDX TO WS-INS-IDX
071100         MOVE WS-ACC-ENTRY-CT TO WS-ACC-IDX
071200     END-IF.
071300 6150-SCAN-ACC-EXIT.
071400     EXIT.
071500 6180-SHIFT-ACC.
071600     COMPUTE WS-SHIFT-TO-IDX = WS-SHIFT-IDX + 1.
071700     MOVE WS-ACC-ENTRY(WS-SHIFT-IDX)
071800         TO WS-ACC-ENTRY(WS-SHIFT-TO-IDX).
071900 6180-SHIFT-ACC-EXIT.
072000     EXIT.
072100 6400-FIND-RATE.
072200     MOVE ZERO TO WS-MATCH-IDX.
072300     PERFORM 6450-SCAN-RATE
072400         THRU 6450-SCAN-RATE-EXIT
072500         VARYING WS-RT-IDX FROM 1 BY 1
072600         UNTIL WS-RT-IDX > WS-RT-ENTRY-CT.
072700 6400-FIND-RATE-EXIT.
072800     EXIT.
072900 6450-SCAN-RATE.
073000     IF WS-RT-INS-LOB(WS-RT-IDX) = WS-FIND-INS-LOB
073100             AND WS-RT-BUS-RESI(WS-RT-IDX) = WS-FIND-BUS-RESI
073200         MOVE WS-RT-IDX TO WS-MATCH-IDX
073300         MOVE WS-RT-ENTRY-CT TO WS-RT-IDX
073400     END-IF.
073500 6450-SCAN-RATE-EXIT.
073600     EXIT.
073700 8000-TERMINATE.
073800     IF WS-ABEND
073900         GO TO 8000-TERMINATE-EXIT
074000     END-IF.
074100     MOVE SPACES TO PPL-RPT-LINE.
074200     WRITE PPL-RPT-LINE.
074300     MOVE WS-HIST-READ-CT      TO WS-RPT-HIST-READ.
074400     MOVE WS-CONV-REL-CT       TO WS-RPT-CONV-REL.
074500     MOVE WS-CONV-UNMATCHED-CT TO WS-RPT-UNMATCHED.
074600     WRITE PPL-RPT-LINE FROM WS-RPT-TOTALS.
074700     CLOSE PPL-RPT.
074800     DISPLAY 'AJ2PPLM - HISTORY ROWS READ  : ' WS-HIST-READ-CT.
074900     DISPLAY 'AJ2PPLM - AUDIT ROWS READ    : ' WS-AUD-READ-CT.
075000     DISPLAY 'AJ2PPLM - PRINT-TO-EBILL     : ' WS-CONV-REL-CT.
075100     DISPLAY 'AJ2PPLM - CREDITED TO A WAVE : ' WS-CONV-MATCHED-CT.
075200     DISPLAY 'AJ2PPLM - NOT ATTRIBUTED     : '
075300         WS-CONV-UNMATCHED-CT.
075400     DISPLAY 'AJ2PPLM - WAVES REPORTED     : ' WS-WAVE-CT.
075500     IF WS-WAVE-OVERFLOW-CT > ZERO
075600         DISPLAY 'AJ2PPLM - WAVES OVER 50 PER ACCOUNT DROPPED: '
075700             WS-WAVE-OVERFLOW-CT
075800     END-IF.
075900 8000-TERMINATE-EXIT.
076000     EXIT.
076100 9999-EXIT.
076200     IF WS-ABEND
076300         MOVE 16 TO RETURN-CODE
076400     ELSE
076500         MOVE 0 TO RETURN-CODE
076600     END-IF.
076700     STOP RUN.
