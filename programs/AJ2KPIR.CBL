000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2KPIR.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/11/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2KPIR - MONTHLY OPERATIONS SCORECARD
000900*
001000*  ROLLS THE PER-CYCLE KPI HISTORY (KPIHIST, COPY KPIHST -
001100*  CAPTURED NIGHTLY BY AJ2KPIC) UP TO ONE MONTH AND PRINTS IT
001200*  ON KPIRPT BESIDE THE PRIOR MONTH AND THE SAME MONTH LAST
001300*  YEAR, WITH THE PERCENT CHANGE AGAINST EACH:
001400*
001500*    - ONE BLOCK PER AJ2-INS-LOB (STATEMENTS THE CAPTURE COULD
001600*      NOT PLACE IN A LINE OF BUSINESS PRINT AS NOT ON FILE)
001700*    - AN ALL-LINES BLOCK, WITH THE CERTIFIED DELIVERY RATE
001800*      WORKED FROM THE MONTH'S LAST CAPTURE
001900*    - A CYCLE-HEALTH BLOCK: CYCLES RUN, CYCLES THE AJ2CYCG GATE
002000*      TRIPPED, AND CYCLES THAT FINISHED PAST THE PRINT-RELEASE
002100*      CUTOFF
002200*
002300*  THE MONTH IS PARAMETER RPTMONTH (YYYYMM) ON THE CONTROL-
002400*  PARAMETER MASTER, READ THROUGH AJ2PRMG; WITH NO ROW IT IS
002500*  THE CALENDAR MONTH BEFORE THE RUN DATE.  RUN AFTER THE FIRST
002600*  CYCLE OF THE NEW MONTH, SO THE LAST CYCLE OF THE REPORTED
002700*  MONTH HAS ITS LATE FLAG.  THE HISTORY IS SORTED BY LINE OF
002800*  BUSINESS AND MEASURE IN THE SORT VERB'S INPUT PROCEDURE,
002900*  WHICH ALSO DROPS ROWS OUTSIDE THE THREE MONTHS COMPARED.
002911*
002922*  MOST MEASURES ARE COUNTS OF WHAT HAPPENED IN THE CYCLE AND ARE
002933*  SUMMED OVER THE MONTH.  APFAIL, ACHRTN, CERTPCS AND CERTDLVD
002944*  ARE COUNTED FROM FILES THAT HOLD EVERYTHING STILL OUTSTANDING
002955*  (APFEXC, ACHEXC, CERTSTAT), SO THE SAME ROW IS CAPTURED CYCLE
002966*  AFTER CYCLE; FOR THOSE THE MONTH SHOWS ONLY ITS LAST CAPTURED
002977*  CYCLE.  A FIRST PASS OVER THE HISTORY FINDS THAT CYCLE FOR
002988*  EACH OF THE THREE MONTHS.
003000*
003100*  RUN AT MONTH END, OUTSIDE THE NIGHTLY STREAM; IT READS ONLY,
003200*  SO IT DOES NOT REGISTER WITH RUN CONTROL.
003300*
003400*  MODIFICATION HISTORY
003500*  --------------------
003600*  10/15/26  DRO  OSDC-3340  SNAPSHOT MEASURES (APFAIL, ACHRTN,
003700*                            CERTPCS, CERTDLVD) TAKEN FROM THE
003725*                            MONTH'S LAST CYCLE, NOT SUMMED.
003750*  10/11/26  DRO  OSDC-3334  NEW PROGRAM - MONTHLY OPERATIONS
003775*                            SCORECARD.
003800******************************************************************
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER.   IBM-Z15.
004200 OBJECT-COMPUTER.   IBM-Z15.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT KPI-HIST      ASSIGN TO KPIHIST
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-HIST-STATUS.
004800     SELECT KPI-SRT       ASSIGN TO KPISRTWK.
004900     SELECT KPI-RPT       ASSIGN TO KPIRPT
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-KPI-RPT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  KPI-HIST
005500     RECORDING MODE IS F.
005600 01  KPI-HIST-REC.
005700     COPY KPIHST.
005800 SD  KPI-SRT.
005900 01  KPI-SRT-REC.
006000     05 SRT-INS-LOB           PIC X(4).
006100     05 SRT-MEASURE-ID        PIC X(8).
006200     05 SRT-PERIOD            PIC 9(1).
006300     05 SRT-MEASURE-VALUE     PIC S9(13)V99 COMP-3.
006400 FD  KPI-RPT.
006500 01  KPI-RPT-LINE             PIC X(132).
006600 WORKING-STORAGE SECTION.
006700 01  WS-FILE-STATUSES.
006800     05 WS-HIST-STATUS        PIC X(2)  VALUE '00'.
006900     05 WS-KPI-RPT-STATUS     PIC X(2)  VALUE '00'.
007000 01  WS-SWITCHES.
007100     05 WS-HIST-EOF-SW        PIC X(1)  VALUE 'N'.
007200         88 WS-HIST-EOF                 VALUE 'Y'.
007300     05 WS-SRT-EOF-SW         PIC X(1)  VALUE 'N'.
007400         88 WS-SRT-EOF                  VALUE 'Y'.
007500     05 WS-FIRST-LOB-SW       PIC X(1)  VALUE 'Y'.
007600         88 WS-FIRST-LOB                VALUE 'Y'.
007700     05 WS-LOB-VOLUME-SW      PIC X(1)  VALUE 'N'.
007800         88 WS-LOB-VOLUME               VALUE 'Y'.
007900     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
008000         88 WS-ABEND                    VALUE 'Y'.
008100 01  WS-COUNTERS              COMP.
008200     05 WS-HIST-READ-CT       PIC 9(9)  VALUE ZERO.
008300     05 WS-SELECTED-CT        PIC 9(9)  VALUE ZERO.
008400     05 WS-UNKNOWN-MEAS-CT    PIC 9(9)  VALUE ZERO.
008500     05 WS-LOB-CT             PIC 9(9)  VALUE ZERO.
008600******************************************************************
008700*  THE THREE MONTHS COMPARED - 1 THE REPORT MONTH, 2 THE PRIOR
008800*  MONTH, 3 THE SAME MONTH LAST YEAR.
008900******************************************************************
009000 01  WS-PERIOD-FIELDS.
009100     05 WS-RUN-DATE.
009200         10 WS-RUN-YYYY       PIC 9(4).
009300         10 WS-RUN-MM         PIC 9(2).
009400         10 WS-RUN-DD         PIC 9(2).
009500     05 WS-CURR-MONTH.
009600         10 WS-CURR-YYYY      PIC 9(4).
009700         10 WS-CURR-MM        PIC 9(2).
009800     05 WS-CURR-MONTH-N REDEFINES WS-CURR-MONTH PIC 9(6).
009900     05 WS-PRIOR-MONTH.
010000         10 WS-PRIOR-YYYY     PIC 9(4).
010100         10 WS-PRIOR-MM       PIC 9(2).
010200     05 WS-PRIOR-MONTH-N REDEFINES WS-PRIOR-MONTH PIC 9(6).
010300     05 WS-LYR-MONTH.
010400         10 WS-LYR-YYYY       PIC 9(4).
010500         10 WS-LYR-MM         PIC 9(2).
010600     05 WS-LYR-MONTH-N REDEFINES WS-LYR-MONTH PIC 9(6).
010700 01  WS-WORK-DATE.
010800     05 WS-WORK-YYYYMM        PIC 9(6).
010900     05 WS-WORK-DD            PIC 9(2).
011000******************************************************************
011100*  THE SCORECARD MEASURES, IN PRINT ORDER.  TYPE V IS A VOLUME
011200*  MEASURE PRINTED BY LINE OF BUSINESS; TYPE C IS A CYCLE
011300*  MEASURE PRINTED ONLY IN THE CYCLE-HEALTH BLOCK.  A NEW
011400*  MEASURE IS ADDED BY EXTENDING THIS TABLE (AND THE OCCURS
011500*  COUNT BELOW).
011600******************************************************************
011700 01  WS-MDEF-LIST.
011800     05 FILLER PIC X(33) VALUE 'STMTBLT VSTATEMENTS BUILT'.
011900     05 FILLER PIC X(33) VALUE 'STMTREJ VSTATEMENTS REJECTED'.
012000     05 FILLER PIC X(33) VALUE 'STMTRCYCVSTATEMENTS RECYCLED'.
012100     05 FILLER PIC X(33) VALUE 'NCOASUPRVNCOA SUPPRESSIONS'.
012200     05 FILLER PIC X(33) VALUE 'NCOACORRVADDRESS CORRECTIONS'.
012300     05 FILLER PIC X(33) VALUE 'EBNTSENTVEBILL NOTICES SENT'.
012400     05 FILLER PIC X(33) VALUE 'EBBOUNCEVEBILL HARD BOUNCES'.
012500     05 FILLER PIC X(33) VALUE 'APFAIL  VAUTOPAY FAILURES OPEN'.
012600     05 FILLER PIC X(33) VALUE 'ACHRTN  VACH RETURNS ON FILE'.
012700     05 FILLER PIC X(33) VALUE 'CERTPCS VCERTIFIED PIECES'.
012800     05 FILLER PIC X(33) VALUE 'CERTDLVDVCERTIFIED DELIVERED'.
012900     05 FILLER PIC X(33) VALUE 'PSTGPCS VPOSTAGE PIECES'.
013000     05 FILLER PIC X(33) VALUE 'PSTGAMT VPOSTAGE DOLLARS'.
013100     05 FILLER PIC X(33) VALUE 'CYCCOUNTCCYCLES RUN'.
013200     05 FILLER PIC X(33) VALUE 'GATETRIPCCYCLES GATE TRIPPED'.
013300     05 FILLER PIC X(33) VALUE 'CYCLATE CCYCLES PAST CUTOFF'.
013400 01  WS-MDEF-LIST-R REDEFINES WS-MDEF-LIST.
013500     05 WS-MDEF               OCCURS 16 TIMES.
013600         10 WS-MDEF-ID        PIC X(8).
013700         10 WS-MDEF-TYPE      PIC X(1).
013800         10 WS-MDEF-LABEL     PIC X(24).
013900 01  WS-MDEF-FIELDS.
014000     05 WS-MDEF-CT            PIC 9(4)  COMP VALUE 16.
014100     05 WS-CERT-PCS-IDX       PIC 9(4)  COMP VALUE 10.
014200     05 WS-CERT-DLVD-IDX      PIC 9(4)  COMP VALUE 11.
014206******************************************************************
014212*  SNAPSHOT MEASURES - THE MONTH'S LAST CYCLE ONLY (SEE ABOVE).
014218******************************************************************
014224 01  WS-SNAP-LIST.
014230     05 FILLER PIC X(16) VALUE 'APFAIL  ACHRTN  '.
014236     05 FILLER PIC X(16) VALUE 'CERTPCS CERTDLVD'.
014242 01  WS-SNAP-LIST-R REDEFINES WS-SNAP-LIST.
014248     05 WS-SNAP-ID            PIC X(8)  OCCURS 4 TIMES.
014254 01  WS-SNAP-FIELDS.
014260     05 WS-SNAP-CT            PIC 9(4)  COMP VALUE 4.
014266     05 WS-SNAP-IDX           PIC 9(4)  COMP VALUE ZERO.
014272     05 WS-SNAP-SW            PIC X(1)  VALUE 'N'.
014278         88 WS-SNAP-MEASURE             VALUE 'Y'.
014284*    LAST CYCLE DATE ON FILE FOR EACH OF THE THREE MONTHS.
014290     05 WS-LAST-CYCLE-DATE    PIC 9(8)  OCCURS 3 TIMES.
014300******************************************************************
014400*  ACCUMULATORS, BY MEASURE AND PERIOD - THE LINE OF BUSINESS
014500*  BEING PRINTED, AND ALL LINES.
014600******************************************************************
014700 01  WS-MVAL-TABLE.
014800     05 WS-MVAL-ENTRY         OCCURS 16 TIMES.
014900         10 WS-LOB-VAL        PIC S9(13)V99 COMP-3 OCCURS 3 TIMES.
015000         10 WS-TOT-VAL        PIC S9(13)V99 COMP-3 OCCURS 3 TIMES.
015100 01  WS-INDEXES               COMP.
015200     05 WS-MDEF-IDX           PIC 9(4)  VALUE ZERO.
015300     05 WS-PER-IDX            PIC 9(4)  VALUE ZERO.
015400     05 WS-MATCH-IDX          PIC 9(4)  VALUE ZERO.
015500 01  WS-WORK-FIELDS.
015600     05 WS-BREAK-LOB          PIC X(4)  VALUE SPACES.
015700     05 WS-PRINT-TYPE         PIC X(1)  VALUE SPACE.
015800     05 WS-PRINT-SCOPE        PIC X(1)  VALUE SPACE.
015900     05 WS-VAL-CURR           PIC S9(13)V99 VALUE ZERO.
016000     05 WS-VAL-PRIOR          PIC S9(13)V99 VALUE ZERO.
016100     05 WS-VAL-LYR            PIC S9(13)V99 VALUE ZERO.
016200     05 WS-VAL-COMPARE        PIC S9(13)V99 VALUE ZERO.
016300     05 WS-CHG-PCT            PIC S9(7)V9   VALUE ZERO.
016400     05 WS-CHG-PCT-ED         PIC -Z(6)9.9.
016500     05 WS-CHG-OUT            PIC X(10) VALUE SPACES.
016600     05 WS-RATE-PCS           PIC S9(13)V99 VALUE ZERO.
016700     05 WS-RATE-DLVD          PIC S9(13)V99 VALUE ZERO.
016800     05 WS-RATE-PCT           PIC S9(3)V99  VALUE ZERO.
016900 01  WS-PRMG-COMMAREA.
017000     COPY PRMCOM.
017100 01  WS-RPT-HEADING1.
017200     05 FILLER                PIC X(50) VALUE
017300         'AJ2KPIR - MONTHLY OPERATIONS SCORECARD'.
017400 01  WS-RPT-HEADING2.
017500     05 FILLER                PIC X(14) VALUE 'REPORT MONTH:'.
017600     05 WS-RPT-CURR-MONTH     PIC 9(6).
017700     05 FILLER                PIC X(16) VALUE '   PRIOR MONTH:'.
017800     05 WS-RPT-PRIOR-MONTH    PIC 9(6).
017900     05 FILLER                PIC X(28) VALUE
018000         '   SAME MONTH LAST YEAR:'.
018100     05 WS-RPT-LYR-MONTH      PIC 9(6).
018200 01  WS-RPT-BLOCK-HEAD.
018300     05 WS-RPT-BLOCK-TITLE    PIC X(40).
018400 01  WS-RPT-COL-HEAD.
018500     05 FILLER                PIC X(26) VALUE 'MEASURE'.
018600     05 FILLER                PIC X(19) VALUE '       THIS MONTH'.
018700     05 FILLER                PIC X(19) VALUE '      PRIOR MONTH'.
018800     05 FILLER                PIC X(12) VALUE '   CHG PCT'.
018900     05 FILLER                PIC X(19) VALUE '        LAST YEAR'.
019000     05 FILLER                PIC X(12) VALUE '   CHG PCT'.
019100 01  WS-RPT-DETAIL.
019200     05 WS-RPT-LABEL          PIC X(24).
019300     05 FILLER                PIC X(2)  VALUE SPACES.
019400     05 WS-RPT-CURR-VAL       PIC -Z(12)9.99.
019500     05 FILLER                PIC X(2)  VALUE SPACES.
019600     05 WS-RPT-PRIOR-VAL      PIC -Z(12)9.99.
019700     05 FILLER                PIC X(2)  VALUE SPACES.
019800     05 WS-RPT-PRIOR-CHG      PIC X(10).
019900     05 FILLER                PIC X(2)  VALUE SPACES.
020000     05 WS-RPT-LYR-VAL        PIC -Z(12)9.99.
020100     05 FILLER                PIC X(2)  VALUE SPACES.
020200     05 WS-RPT-LYR-CHG        PIC X(10).
020300 01  WS-RPT-TOTALS.
020400     05 FILLER               PIC X(20) VALUE 'HISTORY ROWS READ:'.
020500     05 WS-RPT-READ          PIC ZZZ,ZZZ,ZZ9.
020600     05 FILLER               PIC X(12) VALUE ' SELECTED:'.
020700     05 WS-RPT-SELECTED      PIC ZZZ,ZZZ,ZZ9.
020800     05 FILLER               PIC X(18) VALUE ' LINES OF BUS:'.
020900     05 WS-RPT-LOBS          PIC ZZZ,ZZ9.
021000 PROCEDURE DIVISION.
021100 0000-MAINLINE.
021200     PERFORM 1000-INITIALIZE
021300         THRU 1000-INITIALIZE-EXIT.
021400     IF NOT WS-ABEND
021500         SORT KPI-SRT
021600             ASCENDING KEY SRT-INS-LOB
021700                 SRT-MEASURE-ID
021800             INPUT PROCEDURE IS 1500-SELECT-MONTHS
021900                 THRU 1500-SELECT-MONTHS-EXIT
022000             OUTPUT PROCEDURE IS 2000-PRODUCE-REPORT
022100                 THRU 2000-PRODUCE-REPORT-EXIT
022200     END-IF.
022300     PERFORM 8000-TERMINATE
022400         THRU 8000-TERMINATE-EXIT.
022500     GO TO 9999-EXIT.
022600 1000-INITIALIZE.
022700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
022800     MOVE WS-RUN-YYYY TO WS-CURR-YYYY.
022900     MOVE WS-RUN-MM   TO WS-CURR-MM.
023000     IF WS-CURR-MM = 1
023100         MOVE 12 TO WS-CURR-MM
023200         SUBTRACT 1 FROM WS-CURR-YYYY
023300     ELSE
023400         SUBTRACT 1 FROM WS-CURR-MM
023500     END-IF.
023600     MOVE 'AJ2KPIR'  TO PRMG-JOB-NAME.
023700     MOVE 'RPTMONTH' TO PRMG-PARM-NAME.
023800     MOVE ZERO       TO PRMG-AS-OF-DATE.
023900     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
024000     IF PRMG-FOUND
024100         IF PRMG-VALUE(1:6) NUMERIC
024200             AND PRMG-VALUE(5:2) >= '01'
024300             AND PRMG-VALUE(5:2) <= '12'
024400             MOVE PRMG-VALUE(1:6) TO WS-CURR-MONTH
024500         END-IF
024600     END-IF.
024700     MOVE WS-CURR-MONTH TO WS-PRIOR-MONTH.
024800     IF WS-PRIOR-MM = 1
024900         MOVE 12 TO WS-PRIOR-MM
025000         SUBTRACT 1 FROM WS-PRIOR-YYYY
025100     ELSE
025200         SUBTRACT 1 FROM WS-PRIOR-MM
025300     END-IF.
025400     MOVE WS-CURR-MONTH TO WS-LYR-MONTH.
025500     SUBTRACT 1 FROM WS-LYR-YYYY.
025600     OPEN INPUT KPI-HIST.
025700     IF WS-HIST-STATUS NOT = '00'
025800         DISPLAY 'AJ2KPIR - KPIHIST OPEN FAILED, STATUS '
025900             WS-HIST-STATUS
026000         SET WS-ABEND TO TRUE
026100         GO TO 1000-INITIALIZE-EXIT
026200     END-IF.
026205     MOVE ZERO TO WS-LAST-CYCLE-DATE(1)
026210                  WS-LAST-CYCLE-DATE(2)
026215                  WS-LAST-CYCLE-DATE(3).
026220     PERFORM 5000-READ-HIST THRU 5000-READ-HIST-EXIT.
026225     PERFORM 1200-FIND-LAST-CYCLES
026230         THRU 1200-FIND-LAST-CYCLES-EXIT
026235         UNTIL WS-HIST-EOF.
026240     CLOSE KPI-HIST.
026245     MOVE 'N'  TO WS-HIST-EOF-SW.
026250     MOVE ZERO TO WS-HIST-READ-CT.
026255     OPEN INPUT KPI-HIST.
026260     IF WS-HIST-STATUS NOT = '00'
026265         DISPLAY 'AJ2KPIR - KPIHIST REOPEN FAILED, STATUS '
026270             WS-HIST-STATUS
026275         SET WS-ABEND TO TRUE
026280         GO TO 1000-INITIALIZE-EXIT
026285     END-IF.
026300     OPEN OUTPUT KPI-RPT.
026400     IF WS-KPI-RPT-STATUS NOT = '00'
026500         DISPLAY 'AJ2KPIR - KPIRPT OPEN FAILED, STATUS '
026600             WS-KPI-RPT-STATUS
026700         SET WS-ABEND TO TRUE
026800         GO TO 1000-INITIALIZE-EXIT
026900     END-IF.
027000     WRITE KPI-RPT-LINE FROM WS-RPT-HEADING1.
027100     MOVE WS-CURR-MONTH-N  TO WS-RPT-CURR-MONTH.
027200     MOVE WS-PRIOR-MONTH-N TO WS-RPT-PRIOR-MONTH.
027300     MOVE WS-LYR-MONTH-N   TO WS-RPT-LYR-MONTH.
027400     WRITE KPI-RPT-LINE FROM WS-RPT-HEADING2.
027500     INITIALIZE WS-MVAL-TABLE.
027600 1000-INITIALIZE-EXIT.
027700     EXIT.
027706******************************************************************
027712*  1200-FIND-LAST-CYCLES - FIRST PASS: THE LATEST CYCLE DATE ON
027718*  FILE IN EACH MONTH COMPARED.
027724******************************************************************
027730 1200-FIND-LAST-CYCLES.
027736     PERFORM 1700-SET-PERIOD THRU 1700-SET-PERIOD-EXIT.
027742     IF WS-PER-IDX > ZERO
027748         IF KPI-CYCLE-DATE > WS-LAST-CYCLE-DATE(WS-PER-IDX)
027754             MOVE KPI-CYCLE-DATE TO WS-LAST-CYCLE-DATE(WS-PER-IDX)
027760         END-IF
027766     END-IF.
027772     PERFORM 5000-READ-HIST THRU 5000-READ-HIST-EXIT.
027778 1200-FIND-LAST-CYCLES-EXIT.
027784     EXIT.
027800******************************************************************
027900*  1500-SELECT-MONTHS - RELEASES EVERY HISTORY ROW THAT FALLS IN
028000*  ONE OF THE THREE MONTHS COMPARED, TAGGED WITH ITS PERIOD.
028100******************************************************************
028200 1500-SELECT-MONTHS.
028300     PERFORM 5000-READ-HIST THRU 5000-READ-HIST-EXIT.
028400     PERFORM 1600-SELECT-LOOP
028500         THRU 1600-SELECT-LOOP-EXIT
028600         UNTIL WS-HIST-EOF.
028700 1500-SELECT-MONTHS-EXIT.
028800     EXIT.
028900 1600-SELECT-LOOP.
029000     PERFORM 1700-SET-PERIOD THRU 1700-SET-PERIOD-EXIT.
029100     MOVE WS-PER-IDX TO SRT-PERIOD.
029200*    A SNAPSHOT MEASURE COUNTS ONLY FROM ITS MONTH'S LAST CYCLE.
029300     IF SRT-PERIOD > ZERO
029400         PERFORM 1800-CHECK-SNAPSHOT
029500             THRU 1800-CHECK-SNAPSHOT-EXIT
029600         IF WS-SNAP-MEASURE AND KPI-CYCLE-DATE NOT =
029700                 WS-LAST-CYCLE-DATE(SRT-PERIOD)
029800             MOVE ZERO TO SRT-PERIOD
029900         END-IF
030000     END-IF.
030100     IF SRT-PERIOD > ZERO
030200         MOVE KPI-INS-LOB       TO SRT-INS-LOB
030300         MOVE KPI-MEASURE-ID    TO SRT-MEASURE-ID
030400         MOVE KPI-MEASURE-VALUE TO SRT-MEASURE-VALUE
030500         RELEASE KPI-SRT-REC
030600         ADD 1 TO WS-SELECTED-CT
030700     END-IF.
030800     PERFORM 5000-READ-HIST THRU 5000-READ-HIST-EXIT.
030900 1600-SELECT-LOOP-EXIT.
031000     EXIT.
031003 1700-SET-PERIOD.
031006     MOVE KPI-CYCLE-DATE TO WS-WORK-DATE.
031009     MOVE ZERO TO WS-PER-IDX.
031012     IF WS-WORK-YYYYMM = WS-CURR-MONTH-N
031015         MOVE 1 TO WS-PER-IDX
031018     END-IF.
031021     IF WS-WORK-YYYYMM = WS-PRIOR-MONTH-N
031024         MOVE 2 TO WS-PER-IDX
031027     END-IF.
031030     IF WS-WORK-YYYYMM = WS-LYR-MONTH-N
031033         MOVE 3 TO WS-PER-IDX
031036     END-IF.
031039 1700-SET-PERIOD-EXIT.
031042     EXIT.
031045 1800-CHECK-SNAPSHOT.
031048     MOVE 'N' TO WS-SNAP-SW.
031051     PERFORM 1850-SCAN-SNAPSHOT
031054         THRU 1850-SCAN-SNAPSHOT-EXIT
031057         VARYING WS-SNAP-IDX FROM 1 BY 1
031060         UNTIL WS-SNAP-IDX > WS-SNAP-CT.
031063 1800-CHECK-SNAPSHOT-EXIT.
031066     EXIT.
031069 1850-SCAN-SNAPSHOT.
031072     IF WS-SNAP-ID(WS-SNAP-IDX) = KPI-MEASURE-ID
031075         SET WS-SNAP-MEASURE TO TRUE
031078         MOVE WS-SNAP-CT TO WS-SNAP-IDX
031081     END-IF.
031084 1850-SCAN-SNAPSHOT-EXIT.
031087     EXIT.
031100 2000-PRODUCE-REPORT.
031200     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
031300     PERFORM 3000-PROCESS-SORTED
031400         THRU 3000-PROCESS-SORTED-EXIT
031500         UNTIL WS-SRT-EOF.
031600     IF NOT WS-FIRST-LOB
031700         PERFORM 4000-WRITE-LOB-BLOCK
031800             THRU 4000-WRITE-LOB-BLOCK-EXIT
031900     END-IF.
032000     PERFORM 4500-WRITE-TOTAL-BLOCKS
032100         THRU 4500-WRITE-TOTAL-BLOCKS-EXIT.
032200 2000-PRODUCE-REPORT-EXIT.
032300     EXIT.
032400 3000-PROCESS-SORTED.
032500     IF WS-FIRST-LOB
032600         PERFORM 3500-START-LOB
032700             THRU 3500-START-LOB-EXIT
032800     ELSE
032900         IF SRT-INS-LOB NOT = WS-BREAK-LOB
033000             PERFORM 4000-WRITE-LOB-BLOCK
033100                 THRU 4000-WRITE-LOB-BLOCK-EXIT
033200             PERFORM 3500-START-LOB
033300                 THRU 3500-START-LOB-EXIT
033400         END-IF
033500     END-IF.
033600     PERFORM 3700-ACCUMULATE
033700         THRU 3700-ACCUMULATE-EXIT.
033800     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
033900 3000-PROCESS-SORTED-EXIT.
034000     EXIT.
034100 3500-START-LOB.
034200     MOVE 'N' TO WS-FIRST-LOB-SW.
034300     MOVE 'N' TO WS-LOB-VOLUME-SW.
034400     MOVE SRT-INS-LOB TO WS-BREAK-LOB.
034500     PERFORM 3600-CLEAR-LOB-VAL
034600         THRU 3600-CLEAR-LOB-VAL-EXIT
034700         VARYING WS-MDEF-IDX FROM 1 BY 1
034800         UNTIL WS-MDEF-IDX > WS-MDEF-CT.
034900 3500-START-LOB-EXIT.
035000     EXIT.
035100 3600-CLEAR-LOB-VAL.
035200     MOVE ZERO TO WS-LOB-VAL(WS-MDEF-IDX, 1)
035300                  WS-LOB-VAL(WS-MDEF-IDX, 2)
035400                  WS-LOB-VAL(WS-MDEF-IDX, 3).
035500 3600-CLEAR-LOB-VAL-EXIT.
035600     EXIT.
035700 3700-ACCUMULATE.
035800     MOVE ZERO TO WS-MATCH-IDX.
035900     PERFORM 3750-SCAN-MDEF
036000         THRU 3750-SCAN-MDEF-EXIT
036100         VARYING WS-MDEF-IDX FROM 1 BY 1
036200         UNTIL WS-MDEF-IDX > WS-MDEF-CT.
036300     IF WS-MATCH-IDX = ZERO
036400         ADD 1 TO WS-UNKNOWN-MEAS-CT
036500         GO TO 3700-ACCUMULATE-EXIT
036600     END-IF.
036700     MOVE SRT-PERIOD TO WS-PER-IDX.
036800     ADD SRT-MEASURE-VALUE
036900         TO WS-LOB-VAL(WS-MATCH-IDX, WS-PER-IDX).
037000     ADD SRT-MEASURE-VALUE
037100         TO WS-TOT-VAL(WS-MATCH-IDX, WS-PER-IDX).
037200     IF WS-MDEF-TYPE(WS-MATCH-IDX) = 'V'
037300         SET WS-LOB-VOLUME TO TRUE
037400     END-IF.
037500 3700-ACCUMULATE-EXIT.
037600     EXIT.
037700 3750-SCAN-MDEF.
037800     IF WS-MDEF-ID(WS-MDEF-IDX) = SRT-MEASURE-ID
037900         MOVE WS-MDEF-IDX TO WS-MATCH-IDX
038000         MOVE WS-MDEF-CT TO WS-MDEF-IDX
038100     END-IF.
038200 3750-SCAN-MDEF-EXIT.
038300     EXIT.
038400******************************************************************
038500*  4000-WRITE-LOB-BLOCK - THE VOLUME MEASURES FOR ONE LINE OF
038600*  BUSINESS.  THE BLANK LINE OF BUSINESS CARRIES THE CYCLE
038700*  MEASURES, AND PRINTS ONLY IF SOME VOLUME COULD NOT BE PLACED.
038800******************************************************************
038900 4000-WRITE-LOB-BLOCK.
039000     IF NOT WS-LOB-VOLUME
039100         GO TO 4000-WRITE-LOB-BLOCK-EXIT
039200     END-IF.
039300     ADD 1 TO WS-LOB-CT.
039400     MOVE SPACES TO WS-RPT-BLOCK-HEAD.
039500     IF WS-BREAK-LOB = SPACES
039600         MOVE 'LINE OF BUSINESS: (NOT ON FILE)'
039700             TO WS-RPT-BLOCK-TITLE
039800     ELSE
039900         STRING 'LINE OF BUSINESS: ' DELIMITED BY SIZE
040000             WS-BREAK-LOB DELIMITED BY SIZE
040100             INTO WS-RPT-BLOCK-TITLE
040200     END-IF.
040300     MOVE 'V' TO WS-PRINT-TYPE.
040400     MOVE 'L' TO WS-PRINT-SCOPE.
040500     PERFORM 4100-WRITE-BLOCK
040600         THRU 4100-WRITE-BLOCK-EXIT.
040700 4000-WRITE-LOB-BLOCK-EXIT.
040800     EXIT.
040900 4100-WRITE-BLOCK.
041000     MOVE SPACES TO KPI-RPT-LINE.
041100     WRITE KPI-RPT-LINE.
041200     WRITE KPI-RPT-LINE FROM WS-RPT-BLOCK-HEAD.
041300     WRITE KPI-RPT-LINE FROM WS-RPT-COL-HEAD.
041400     PERFORM 4200-WRITE-MEASURE
041500         THRU 4200-WRITE-MEASURE-EXIT
041600         VARYING WS-MDEF-IDX FROM 1 BY 1
041700         UNTIL WS-MDEF-IDX > WS-MDEF-CT.
041800 4100-WRITE-BLOCK-EXIT.
041900     EXIT.
042000 4200-WRITE-MEASURE.
042100     IF WS-MDEF-TYPE(WS-MDEF-IDX) NOT = WS-PRINT-TYPE
042200         GO TO 4200-WRITE-MEASURE-EXIT
042300     END-IF.
042400     IF WS-PRINT-SCOPE = 'L'
042500         MOVE WS-LOB-VAL(WS-MDEF-IDX, 1) TO WS-VAL-CURR
042600         MOVE WS-LOB-VAL(WS-MDEF-IDX, 2) TO WS-VAL-PRIOR
042700         MOVE WS-LOB-VAL(WS-MDEF-IDX, 3) TO WS-VAL-LYR
042800     ELSE
042900         MOVE WS-TOT-VAL(WS-MDEF-IDX, 1) TO WS-VAL-CURR
043000         MOVE WS-TOT-VAL(WS-MDEF-IDX, 2) TO WS-VAL-PRIOR
043100         MOVE WS-TOT-VAL(WS-MDEF-IDX, 3) TO WS-VAL-LYR
043200     END-IF.
043300     MOVE SPACES TO WS-RPT-DETAIL.
043400     MOVE WS-MDEF-LABEL(WS-MDEF-IDX) TO WS-RPT-LABEL.
043500     MOVE WS-VAL-CURR  TO WS-RPT-CURR-VAL.
043600     MOVE WS-VAL-PRIOR TO WS-RPT-PRIOR-VAL.
043700     MOVE WS-VAL-LYR   TO WS-RPT-LYR-VAL.
043800     MOVE WS-VAL-PRIOR TO WS-VAL-COMPARE.
043900     PERFORM 4400-CHANGE-PCT THRU 4400-CHANGE-PCT-EXIT.
044000     MOVE WS-CHG-OUT TO WS-RPT-PRIOR-CHG.
044100     MOVE WS-VAL-LYR TO WS-VAL-COMPARE.
044200     PERFORM 4400-CHANGE-PCT THRU 4400-CHANGE-PCT-EXIT.
044300     MOVE WS-CHG-OUT TO WS-RPT-LYR-CHG.
044400     WRITE KPI-RPT-LINE FROM WS-RPT-DETAIL.
044500     IF WS-MDEF-IDX = WS-CERT-DLVD-IDX
044600         PERFORM 4300-WRITE-CERT-RATE
044700             THRU 4300-WRITE-CERT-RATE-EXIT
044800     END-IF.
044900 4200-WRITE-MEASURE-EXIT.
045000     EXIT.
045100******************************************************************
045200*  4300-WRITE-CERT-RATE - CERTIFIED DELIVERY RATE (DELIVERED AS
045300*  A PERCENT OF PIECES) FOR EACH MONTH, WORKED FROM THE SUMS.
045400******************************************************************
045500 4300-WRITE-CERT-RATE.
045600     MOVE SPACES TO WS-RPT-DETAIL.
045700     MOVE 'CERT DELIVERY RATE PCT' TO WS-RPT-LABEL.
045800     PERFORM 4350-RATE-ONE-PERIOD
045900         THRU 4350-RATE-ONE-PERIOD-EXIT
046000         VARYING WS-PER-IDX FROM 1 BY 1
046100         UNTIL WS-PER-IDX > 3.
046200     WRITE KPI-RPT-LINE FROM WS-RPT-DETAIL.
046300 4300-WRITE-CERT-RATE-EXIT.
046400     EXIT.
046500 4350-RATE-ONE-PERIOD.
046600     IF WS-PRINT-SCOPE = 'L'
046700         MOVE WS-LOB-VAL(WS-CERT-PCS-IDX, WS-PER-IDX)
046800             TO WS-RATE-PCS
046900         MOVE WS-LOB-VAL(WS-CERT-DLVD-IDX, WS-PER-IDX)
047000             TO WS-RATE-DLVD
047100     ELSE
047200         MOVE WS-TOT-VAL(WS-CERT-PCS-IDX, WS-PER-IDX)
047300             TO WS-RATE-PCS
047400         MOVE WS-TOT-VAL(WS-CERT-DLVD-IDX, WS-PER-IDX)
047500             TO WS-RATE-DLVD
047600     END-IF.
047700     IF WS-RATE-PCS > ZERO
047800         COMPUTE WS-RATE-PCT ROUNDED =
047900             WS-RATE-DLVD * 100 / WS-RATE-PCS
048000     ELSE
048100         MOVE ZERO TO WS-RATE-PCT
048200     END-IF.
048300     IF WS-PER-IDX = 1
048400         MOVE WS-RATE-PCT TO WS-RPT-CURR-VAL
048500     END-IF.
048600     IF WS-PER-IDX = 2
048700         MOVE WS-RATE-PCT TO WS-RPT-PRIOR-VAL
048800     END-IF.
048900     IF WS-PER-IDX = 3
049000         MOVE WS-RATE-PCT TO WS-RPT-LYR-VAL
049100     END-IF.
049200 4350-RATE-ONE-PERIOD-EXIT.
049300     EXIT.
049400******************************************************************
049500*  4400-CHANGE-PCT - PERCENT CHANGE OF THE REPORT MONTH AGAINST
049600*  WS-VAL-COMPARE, EDITED INTO WS-CHG-OUT; N/A WHEN THE MONTH
049700*  COMPARED HAS NOTHING ON FILE.
049800******************************************************************
049900 4400-CHANGE-PCT.
050000     IF WS-VAL-COMPARE = ZERO
050100         MOVE '       N/A' TO WS-CHG-OUT
050200         GO TO 4400-CHANGE-PCT-EXIT
050300     END-IF.
050400     IF WS-VAL-COMPARE < ZERO
050500         COMPUTE WS-CHG-PCT ROUNDED =
050600             (WS-VAL-CURR - WS-VAL-COMPARE) * 100
050700             / (ZERO - WS-VAL-COMPARE)
050800     ELSE
050900         COMPUTE WS-CHG-PCT ROUNDED =
051000             (WS-VAL-CURR - WS-VAL-COMPARE) * 100
051100             / WS-VAL-COMPARE
051200     END-IF.
051300     MOVE WS-CHG-PCT TO WS-CHG-PCT-ED.
051400     MOVE WS-CHG-PCT-ED TO WS-CHG-OUT.
051500 4400-CHANGE-PCT-EXIT.
051600     EXIT.
051700******************************************************************
051800*  4500-WRITE-TOTAL-BLOCKS - ALL LINES OF BUSINESS, THEN THE
051900*  CYCLE-HEALTH MEASURES.
052000******************************************************************
052100 4500-WRITE-TOTAL-BLOCKS.
052200     MOVE SPACES TO WS-RPT-BLOCK-HEAD.
052300     MOVE 'ALL LINES OF BUSINESS' TO WS-RPT-BLOCK-TITLE.
052400     MOVE 'V' TO WS-PRINT-TYPE.
052500     MOVE 'T' TO WS-PRINT-SCOPE.
052600     PERFORM 4100-WRITE-BLOCK
052700         THRU 4100-WRITE-BLOCK-EXIT.
052800     MOVE SPACES TO WS-RPT-BLOCK-HEAD.
052900     MOVE 'CYCLE HEALTH' TO WS-RPT-BLOCK-TITLE.
053000     MOVE 'C' TO WS-PRINT-TYPE.
053100     PERFORM 4100-WRITE-BLOCK
053200         THRU 4100-WRITE-BLOCK-EXIT.
053300 4500-WRITE-TOTAL-BLOCKS-EXIT.
053400     EXIT.
053500 5000-READ-HIST.
053600     READ KPI-HIST INTO KPI-HIST-REC
053700         AT END
053800             SET WS-HIST-EOF TO TRUE
053900             GO TO 5000-READ-HIST-EXIT
054000     END-READ.
054100     ADD 1 TO WS-HIST-READ-CT.
054200 5000-READ-HIST-EXIT.
054300     EXIT.
054400 6000-RETURN-SRT.
054500     RETURN KPI-SRT INTO KPI-SRT-REC
054600         AT END
054700             SET WS-SRT-EOF TO TRUE
054800     END-RETURN.
054900 6000-RETURN-SRT-EXIT.
055000     EXIT.
055100 8000-TERMINATE.
055200     IF WS-ABEND
055300         GO TO 8000-TERMINATE-EXIT
055400     END-IF.
055500     MOVE SPACES TO KPI-RPT-LINE.
055600     WRITE KPI-RPT-LINE.
055700     MOVE WS-HIST-READ-CT TO WS-RPT-READ.
055800     MOVE WS-SELECTED-CT  TO WS-RPT-SELECTED.
055900     MOVE WS-LOB-CT       TO WS-RPT-LOBS.
056000     WRITE KPI-RPT-LINE FROM WS-RPT-TOTALS.
056100     CLOSE KPI-HIST KPI-RPT.
056200     DISPLAY 'AJ2KPIR - REPORT MONTH       : ' WS-CURR-MONTH.
056300     DISPLAY 'AJ2KPIR - HISTORY ROWS READ  : ' WS-HIST-READ-CT.
056400     DISPLAY 'AJ2KPIR - ROWS SELECTED      : ' WS-SELECTED-CT.
056500     DISPLAY 'AJ2KPIR - UNKNOWN MEASURES   : ' WS-UNKNOWN-MEAS-CT.
056600 8000-TERMINATE-EXIT.
056700     EXIT.
056800 9999-EXIT.
056900     IF WS-ABEND
057000         MOVE 16 TO RETURN-CODE
057100     ELSE
057200         MOVE 0 TO RETURN-CODE
057300     END-IF.
057400     STOP RUN.
