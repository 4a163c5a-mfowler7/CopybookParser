000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2MLTC.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/13/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2MLTC - STATEMENT MAIL LEAD-TIME COMPLIANCE CHECK
000900*
001000*  STATE INSURANCE RULES AND OUR OWN BILLING POLICY REQUIRE A
001100*  STATEMENT OR PREMIUM NOTICE TO BE MAILED A MINIMUM NUMBER OF
001200*  DAYS BEFORE ITS PAYMENT DUE DATE, AND THE MINIMUM VARIES BY
001300*  MAILING STATE AND LINE OF BUSINESS.  FOR EVERY STATEMENT THE
001400*  COMPOSITION ENGINE CONFIRMED (COMPCONF, COPY COMPCNF), THIS
001500*  JOB TAKES THE ACTUAL COMPOSITION DATE (CCF-COMP-DATE), LOOKS
001600*  UP AJ2-PMT-DUE-DT, AJ2-MAIL-STATE AND AJ2-INS-LOB ON THE
001700*  INQUIRY KSDS (AJ2VSAM, COPY AJ2VREC), AND COMPARES THE DAYS
001800*  BETWEEN THEM WITH THE MINIMUM FROM THE LEAD-TIME TABLE
001900*  (MLTMIND, COPY MLTMIN - STATE AND LINE OF BUSINESS, THEN
002000*  STATE, THEN PARAMETER DFLTDAYS).  THE PIECE IS MAILED THE
002100*  DAY IT IS COMPOSED, SO THE COMPOSITION DATE IS THE MAIL DATE.
002200*
002300*    MISSED  FEWER DAYS THAN THE MINIMUM
002400*    NEAR    AT OR OVER THE MINIMUM, BUT BY LESS THAN THE
002500*            WARNDAYS MARGIN
002600*    MET     EVERYTHING ELSE
002700*
002800*  EVERY MISSED AND NEAR STATEMENT IS LISTED ON MLTCRPT, WHICH
002900*  ENDS WITH A SUMMARY BY STATE AND LINE OF BUSINESS.  EVERY
003000*  STATEMENT CHECKED GETS A LEADTIME EVENT ON THE TRACKING
003100*  MASTER (AJ2TRAK, COPY STRKEVT) - WRITE-OR-REWRITE ON THE FULL
003200*  KEY, AS AJ2TRKB POSTS - SO THE AJ2TRKQ LIFECYCLE INQUIRY
003300*  SHOWS THE RESULT BESIDE COMPOSED.  A STATEMENT NOT ON THE
003400*  KSDS, OR WITH NO USABLE DUE OR COMPOSITION DATE, IS COUNTED
003500*  AND LEFT UNCHECKED.
003600*
003700*  PARAMETERS (CONTROL-PARAMETER MASTER, READ THROUGH AJ2PRMG):
003800*    DFLTDAYS  MINIMUM DAYS WHERE THE TABLE HAS NO ROW -
003900*              DEFAULT 10
004000*    WARNDAYS  NEAR-MISS MARGIN, DAYS - DEFAULT 2
004100*
004200*  RUN ONCE THE ENGINE'S COMPCONF FEED IS BACK (AFTER AJ2CCON),
004300*  OUTSIDE RUN CONTROL LIKE AJ2TRKB.  ENDS WITH RETURN CODE 4
004400*  WHEN ANY STATEMENT MISSED ITS MINIMUM, SO THE SCHEDULER
004500*  FLAGS THE RUN FOR COMPLIANCE.
004600*
004700*  MODIFICATION HISTORY
004800*  --------------------
004900*  10/15/26  DRO  OSDC-3340  CLOSE THE REPORT WHENEVER IT WAS
005000*                            OPENED, ABEND OR NOT.
005033*  10/13/26  DRO  OSDC-3336  NEW PROGRAM - MAIL LEAD-TIME
005066*                            COMPLIANCE CHECK.
005100******************************************************************
005200 ENVIRONMENT DIVISION.
005300 CONFIGURATION SECTION.
005400 SOURCE-COMPUTER.   IBM-Z15.
005500 OBJECT-COMPUTER.   IBM-Z15.
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT COMP-CNF      ASSIGN TO COMPCONF
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-CNF-STATUS.
006100     SELECT AJ2-VSAM      ASSIGN TO AJ2VSAM
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS AJ2V-KEY
006500         FILE STATUS IS WS-AJ2V-STATUS.
006600     SELECT MLT-MIN       ASSIGN TO MLTMIND
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS WS-MIN-STATUS.
006900     SELECT AJ2-TRAK      ASSIGN TO AJ2TRAK
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS TRK-KEY
007300         FILE STATUS IS WS-TRAK-STATUS.
007400     SELECT MLT-RPT       ASSIGN TO MLTCRPT
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS WS-MLT-RPT-STATUS.
007700 DATA DIVISION.
007800 FILE SECTION.
007900 FD  COMP-CNF
008000     RECORDING MODE IS F.
008100 01  COMP-CNF-REC.
008200     COPY COMPCNF.
008300 FD  AJ2-VSAM.
008400     COPY AJ2VREC.
008500 FD  MLT-MIN
008600     RECORDING MODE IS F.
008700 01  MLT-MIN-REC.
008800     COPY MLTMIN.
008900 FD  AJ2-TRAK.
009000     COPY STRKEVT.
009100 FD  MLT-RPT.
009200 01  MLT-RPT-LINE             PIC X(132).
009300 WORKING-STORAGE SECTION.
009400 01  WS-FILE-STATUSES.
009500     05 WS-CNF-STATUS         PIC X(2)  VALUE '00'.
009600     05 WS-AJ2V-STATUS        PIC X(2)  VALUE '00'.
009700     05 WS-MIN-STATUS         PIC X(2)  VALUE '00'.
009800     05 WS-TRAK-STATUS        PIC X(2)  VALUE '00'.
009900     05 WS-MLT-RPT-STATUS     PIC X(2)  VALUE '00'.
010000 01  WS-SWITCHES.
010100     05 WS-CNF-EOF-SW         PIC X(1)  VALUE 'N'.
010200         88 WS-CNF-EOF                  VALUE 'Y'.
010300     05 WS-CNF-OPEN-SW        PIC X(1)  VALUE 'N'.
010400         88 WS-CNF-OPEN                 VALUE 'Y'.
010500     05 WS-VSAM-OPEN-SW       PIC X(1)  VALUE 'N'.
010600         88 WS-VSAM-OPEN                VALUE 'Y'.
010700     05 WS-TRAK-OPEN-SW       PIC X(1)  VALUE 'N'.
010800         88 WS-TRAK-OPEN                VALUE 'Y'.
010833     05 WS-FILES-OPEN-SW      PIC X(1)  VALUE 'N'.
010866         88 WS-FILES-OPEN               VALUE 'Y'.
010900     05 WS-MIN-TABLE-FULL-SW  PIC X(1)  VALUE 'N'.
011000         88 WS-MIN-TABLE-FULL           VALUE 'Y'.
011100     05 WS-SUM-TABLE-FULL-SW  PIC X(1)  VALUE 'N'.
011200         88 WS-SUM-TABLE-FULL           VALUE 'Y'.
011300     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
011400         88 WS-ABEND                    VALUE 'Y'.
011500 01  WS-COUNTERS              COMP.
011600     05 WS-CNF-READ-CT        PIC 9(9)  VALUE ZERO.
011700     05 WS-NOT-ON-FILE-CT     PIC 9(9)  VALUE ZERO.
011800     05 WS-NO-DATE-CT         PIC 9(9)  VALUE ZERO.
011900     05 WS-CHECKED-CT         PIC 9(9)  VALUE ZERO.
012000     05 WS-MET-CT             PIC 9(9)  VALUE ZERO.
012100     05 WS-NEAR-CT            PIC 9(9)  VALUE ZERO.
012200     05 WS-MISSED-CT          PIC 9(9)  VALUE ZERO.
012300     05 WS-DEFAULTED-CT       PIC 9(9)  VALUE ZERO.
012400     05 WS-EVENT-CT           PIC 9(9)  VALUE ZERO.
012500******************************************************************
012600*  THE LEAD-TIME TABLE, AS LOADED FROM MLTMIND.
012700******************************************************************
012800 01  WS-MIN-TABLE.
012900     05 WS-MIN-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
013000     05 WS-MIN-ENTRY          OCCURS 1000 TIMES.
013100         10 WS-MIN-STATE      PIC X(2).
013200         10 WS-MIN-LOB        PIC X(4).
013300         10 WS-MIN-EFF-DATE   PIC 9(8).
013400         10 WS-MIN-DAYS       PIC 9(3).
013500         10 WS-MIN-AUTHORITY  PIC X(20).
013600******************************************************************
013700*  CHECKED / NEAR / MISSED BY STATE AND LINE OF BUSINESS, KEPT IN
013800*  KEY ORDER AS ROWS ARE ADDED SO THE SUMMARY PRINTS STRAIGHT
013900*  DOWN THE TABLE.
014000******************************************************************
014100 01  WS-SUM-TABLE.
014200     05 WS-SUM-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
014300     05 WS-SUM-ENTRY          OCCURS 1000 TIMES.
014400         10 WS-SUM-KEY.
014500             15 WS-SUM-STATE      PIC X(2).
014600             15 WS-SUM-LOB        PIC X(4).
014700         10 WS-SUM-CHECKED-CT     PIC 9(9)  COMP.
014800         10 WS-SUM-NEAR-CT        PIC 9(9)  COMP.
014900         10 WS-SUM-MISSED-CT      PIC 9(9)  COMP.
015000 01  WS-INDEXES               COMP.
015100     05 WS-MIN-IDX            PIC 9(4)  VALUE ZERO.
015200     05 WS-LOB-MATCH-IDX      PIC 9(4)  VALUE ZERO.
015300     05 WS-STATE-MATCH-IDX    PIC 9(4)  VALUE ZERO.
015400     05 WS-SUM-IDX            PIC 9(4)  VALUE ZERO.
015500     05 WS-MATCH-IDX          PIC 9(4)  VALUE ZERO.
015600     05 WS-INS-IDX            PIC 9(4)  VALUE ZERO.
015700     05 WS-SHIFT-IDX          PIC 9(4)  VALUE ZERO.
015800     05 WS-SHIFT-TO-IDX       PIC 9(4)  VALUE ZERO.
015900 01  WS-WORK-FIELDS.
016000     05 WS-CURRENT-DATE       PIC 9(8)  VALUE ZERO.
016100     05 WS-CURRENT-TIME       PIC 9(8)  VALUE ZERO.
016200     05 WS-DFLT-DAYS          PIC 9(3)  VALUE 10.
016300     05 WS-WARN-DAYS          PIC 9(3)  VALUE 2.
016400     05 WS-COMP-DATE          PIC 9(8)  VALUE ZERO.
016500     05 WS-COMP-DAYS          PIC S9(9) COMP VALUE ZERO.
016600     05 WS-DUE-DAYS           PIC S9(9) COMP VALUE ZERO.
016700     05 WS-LEAD-DAYS          PIC S9(5) VALUE ZERO.
016800     05 WS-REQ-DAYS           PIC 9(3)  VALUE ZERO.
016900     05 WS-REQ-AUTHORITY      PIC X(20) VALUE SPACES.
017000     05 WS-LOB-BEST-DATE      PIC 9(8)  VALUE ZERO.
017100     05 WS-STATE-BEST-DATE    PIC 9(8)  VALUE ZERO.
017200     05 WS-RESULT             PIC X(6)  VALUE SPACES.
017300         88 WS-RESULT-MET               VALUE 'MET'.
017400         88 WS-RESULT-NEAR              VALUE 'NEAR'.
017500         88 WS-RESULT-MISSED            VALUE 'MISSED'.
017600     05 WS-FIND-KEY.
017700         10 WS-FIND-STATE     PIC X(2).
017800         10 WS-FIND-LOB       PIC X(4).
017900     05 WS-LEAD-ED            PIC -ZZZ9.
018000     05 WS-REQ-ED             PIC ZZ9.
018100     05 WS-PCT-WORK           PIC S9(3)V99 VALUE ZERO.
018200******************************************************************
018300*  DATE-TO-DAYS WORK FIELDS - SEE 6300-DATE-TO-DAYS.
018400******************************************************************
018500 01  WS-DTD-FIELDS.
018600     05 WS-DTD-DATE.
018700         10 WS-DTD-YYYY       PIC 9(4).
018800         10 WS-DTD-MM         PIC 9(2).
018900         10 WS-DTD-DD         PIC 9(2).
019000     05 WS-DTD-Y              PIC S9(9)     COMP.
019100     05 WS-DTD-M              PIC S9(9)     COMP.
019200     05 WS-DTD-DAYS           PIC S9(9)     COMP.
019300 01  WS-PRMG-COMMAREA.
019400     COPY PRMCOM.
019500 01  WS-RPT-HEADING1.
019600     05 FILLER                PIC X(50) VALUE
019700         'AJ2MLTC - MAIL LEAD-TIME COMPLIANCE'.
019800     05 FILLER                PIC X(10) VALUE 'RUN DATE:'.
019900     05 WS-RPT-RUN-DATE       PIC 9(8).
020000 01  WS-RPT-HEADING2.
020100     05 FILLER                PIC X(32) VALUE
020200         'STATEMENTS MISSED OR NEAR MISSED'.
020300     05 FILLER                PIC X(26) VALUE
020400         '   DEFAULT MINIMUM DAYS:'.
020500     05 WS-RPT-DFLT-DAYS      PIC ZZ9.
020600     05 FILLER                PIC X(22) VALUE
020700         '   NEAR MARGIN DAYS:'.
020800     05 WS-RPT-WARN-DAYS      PIC ZZ9.
020900 01  WS-RPT-DTL-HEAD.
021000     05 FILLER                PIC X(26) VALUE 'ACCOUNT'.
021100     05 FILLER                PIC X(9)  VALUE 'STMT'.
021200     05 FILLER                PIC X(4)  VALUE 'ST'.
021300     05 FILLER                PIC X(6)  VALUE 'LOB'.
021400     05 FILLER                PIC X(10) VALUE 'COMPOSED'.
021500     05 FILLER                PIC X(10) VALUE 'DUE'.
021600     05 FILLER                PIC X(7)  VALUE ' LEAD'.
021700     05 FILLER                PIC X(6)  VALUE '  MIN'.
021800     05 FILLER                PIC X(8)  VALUE 'RESULT'.
021900     05 FILLER                PIC X(20) VALUE 'AUTHORITY'.
022000 01  WS-RPT-DETAIL.
022100     05 WS-RPT-ACCT-NUM       PIC X(25).
022200     05 FILLER                PIC X(1)  VALUE SPACE.
022300     05 WS-RPT-STMT-ID        PIC X(8).
022400     05 FILLER                PIC X(1)  VALUE SPACE.
022500     05 WS-RPT-STATE          PIC X(2).
022600     05 FILLER                PIC X(2)  VALUE SPACES.
022700     05 WS-RPT-LOB            PIC X(4).
022800     05 FILLER                PIC X(2)  VALUE SPACES.
022900     05 WS-RPT-COMP-DATE      PIC 9(8).
023000     05 FILLER                PIC X(2)  VALUE SPACES.
023100     05 WS-RPT-DUE-DATE       PIC X(8).
023200     05 FILLER                PIC X(2)  VALUE SPACES.
023300     05 WS-RPT-LEAD           PIC -ZZZ9.
023400     05 FILLER                PIC X(3)  VALUE SPACES.
023500     05 WS-RPT-MIN            PIC ZZ9.
023600     05 FILLER                PIC X(2)  VALUE SPACES.
023700     05 WS-RPT-RESULT         PIC X(6).
023800     05 FILLER                PIC X(2)  VALUE SPACES.
023900     05 WS-RPT-AUTHORITY      PIC X(20).
024000 01  WS-RPT-SUM-HEAD1.
024100     05 FILLER                PIC X(40) VALUE
024200         'SUMMARY BY STATE AND LINE OF BUSINESS'.
024300 01  WS-RPT-SUM-HEAD2.
024400     05 FILLER                PIC X(12) VALUE 'STATE  LOB'.
024500     05 FILLER                PIC X(14) VALUE '       CHECKED'.
024600     05 FILLER                PIC X(14) VALUE '          NEAR'.
024700     05 FILLER                PIC X(14) VALUE '        MISSED'.
024800     05 FILLER                PIC X(12) VALUE '  MISSED PCT'.
024900 01  WS-RPT-SUM-LINE.
025000     05 WS-RPT-SUM-LABEL.
025100         10 WS-RPT-SUM-STATE  PIC X(2).
025200         10 FILLER            PIC X(5).
025300         10 WS-RPT-SUM-LOB    PIC X(4).
025400         10 FILLER            PIC X(1).
025500     05 FILLER                PIC X(3)  VALUE SPACES.
025600     05 WS-RPT-SUM-CHECKED    PIC ZZZ,ZZZ,ZZ9.
025700     05 FILLER                PIC X(3)  VALUE SPACES.
025800     05 WS-RPT-SUM-NEAR       PIC ZZZ,ZZZ,ZZ9.
025900     05 FILLER                PIC X(3)  VALUE SPACES.
026000     05 WS-RPT-SUM-MISSED     PIC ZZZ,ZZZ,ZZ9.
026100     05 FILLER                PIC X(6)  VALUE SPACES.
026200     05 WS-RPT-SUM-PCT        PIC ZZ9.99.
026300 01  WS-RPT-COUNT-LINE.
026400     05 WS-RPT-COUNT-LABEL    PIC X(44).
026500     05 WS-RPT-COUNT          PIC ZZZ,ZZZ,ZZ9.
026600 PROCEDURE DIVISION.
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE
026900         THRU 1000-INITIALIZE-EXIT.
027000     IF WS-ABEND OR NOT WS-CNF-OPEN
027100         GO TO 0000-MAINLINE-WRAPUP
027200     END-IF.
027300     PERFORM 2000-CHECK-STATEMENT
027400         THRU 2000-CHECK-STATEMENT-EXIT
027500         UNTIL WS-CNF-EOF OR WS-ABEND.
027600     PERFORM 7000-WRITE-SUMMARY
027700         THRU 7000-WRITE-SUMMARY-EXIT.
027800 0000-MAINLINE-WRAPUP.
027900     PERFORM 8000-TERMINATE
028000         THRU 8000-TERMINATE-EXIT.
028100     GO TO 9999-EXIT.
028200 1000-INITIALIZE.
028300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
028400     ACCEPT WS-CURRENT-TIME FROM TIME.
028500     MOVE 'AJ2MLTC'  TO PRMG-JOB-NAME.
028600     MOVE 'DFLTDAYS' TO PRMG-PARM-NAME.
028700     MOVE ZERO       TO PRMG-AS-OF-DATE.
028800     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
028900     IF PRMG-FOUND
029000         IF PRMG-VALUE(1:3) NUMERIC
029100             MOVE PRMG-VALUE(1:3) TO WS-DFLT-DAYS
029200         END-IF
029300     END-IF.
029400     MOVE 'AJ2MLTC'  TO PRMG-JOB-NAME.
029500     MOVE 'WARNDAYS' TO PRMG-PARM-NAME.
029600     MOVE ZERO       TO PRMG-AS-OF-DATE.
029700     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
029800     IF PRMG-FOUND
029900         IF PRMG-VALUE(1:3) NUMERIC
030000             MOVE PRMG-VALUE(1:3) TO WS-WARN-DAYS
030100         END-IF
030200     END-IF.
030300     PERFORM 1100-LOAD-MINIMUMS
030400         THRU 1100-LOAD-MINIMUMS-EXIT.
030500     IF WS-ABEND
030600         GO TO 1000-INITIALIZE-EXIT
030700     END-IF.
030800     OPEN INPUT COMP-CNF.
030900     IF WS-CNF-STATUS = '35'
031000         DISPLAY 'AJ2MLTC - NO COMPCONF ON FILE, NOTHING CHECKED'
031100         GO TO 1000-INITIALIZE-EXIT
031200     END-IF.
031300     IF WS-CNF-STATUS NOT = '00'
031400         DISPLAY 'AJ2MLTC - COMPCONF OPEN FAILED, STATUS '
031500             WS-CNF-STATUS
031600         SET WS-ABEND TO TRUE
031700         GO TO 1000-INITIALIZE-EXIT
031800     END-IF.
031900     SET WS-CNF-OPEN TO TRUE.
032000     OPEN INPUT AJ2-VSAM.
032100     IF WS-AJ2V-STATUS NOT = '00'
032200         DISPLAY 'AJ2MLTC - AJ2VSAM OPEN FAILED, STATUS '
032300             WS-AJ2V-STATUS
032400         SET WS-ABEND TO TRUE
032500         GO TO 1000-INITIALIZE-EXIT
032600     END-IF.
032700     SET WS-VSAM-OPEN TO TRUE.
032800     OPEN I-O AJ2-TRAK.
032900     IF WS-TRAK-STATUS = '35'
033000         OPEN OUTPUT AJ2-TRAK
033100         IF WS-TRAK-STATUS = '00'
033200             CLOSE AJ2-TRAK
033300             OPEN I-O AJ2-TRAK
033400         END-IF
033500     END-IF.
033600     IF WS-TRAK-STATUS NOT = '00'
033700         DISPLAY 'AJ2MLTC - AJ2TRAK OPEN FAILED, STATUS '
033800             WS-TRAK-STATUS
033900         SET WS-ABEND TO TRUE
034000         GO TO 1000-INITIALIZE-EXIT
034100     END-IF.
034200     SET WS-TRAK-OPEN TO TRUE.
034300     OPEN OUTPUT MLT-RPT.
034400     IF WS-MLT-RPT-STATUS NOT = '00'
034500         DISPLAY 'AJ2MLTC - MLTCRPT OPEN FAILED, STATUS '
034600             WS-MLT-RPT-STATUS
034700         SET WS-ABEND TO TRUE
034800         GO TO 1000-INITIALIZE-EXIT
034900     END-IF.
035000     MOVE WS-CURRENT-DATE TO WS-RPT-RUN-DATE.
035100     WRITE MLT-RPT-LINE FROM WS-RPT-HEADING1.
035200     MOVE WS-DFLT-DAYS TO WS-RPT-DFLT-DAYS.
035300     MOVE WS-WARN-DAYS TO WS-RPT-WARN-DAYS.
035400     WRITE MLT-RPT-LINE FROM WS-RPT-HEADING2.
035500     MOVE SPACES TO MLT-RPT-LINE.
035600     WRITE MLT-RPT-LINE.
035700     WRITE MLT-RPT-LINE FROM WS-RPT-DTL-HEAD.
035750     SET WS-FILES-OPEN TO TRUE.
035800     PERFORM 5000-READ-CNF THRU 5000-READ-CNF-EXIT.
035900 1000-INITIALIZE-EXIT.
036000     EXIT.
036100******************************************************************
036200*  1100-LOAD-MINIMUMS - LOADS THE LEAD-TIME TABLE.  NO TABLE ON
036300*  FILE MEANS THE DEFAULT MINIMUM EVERYWHERE, NOT AN ERROR.
036400******************************************************************
036500 1100-LOAD-MINIMUMS.
036600     OPEN INPUT MLT-MIN.
036700     IF WS-MIN-STATUS = '35'
036800         DISPLAY 'AJ2MLTC - NO MLTMIND, DEFAULT MINIMUM USED'
036900         GO TO 1100-LOAD-MINIMUMS-EXIT
037000     END-IF.
037100     IF WS-MIN-STATUS NOT = '00'
037200         DISPLAY 'AJ2MLTC - MLTMIND OPEN FAILED, STATUS '
037300             WS-MIN-STATUS
037400         SET WS-ABEND TO TRUE
037500         GO TO 1100-LOAD-MINIMUMS-EXIT
037600     END-IF.
037700 1100-LOAD-NEXT-MINIMUM.
037800     READ MLT-MIN
037900         AT END
038000             GO TO 1100-LOAD-MINIMUMS-DONE
038100     END-READ.
038200     IF MLM-MIN-DAYS NOT NUMERIC OR MLM-EFF-DATE NOT NUMERIC
038300         DISPLAY 'AJ2MLTC - MLTMIND ROW IGNORED, NOT NUMERIC: '
038400             MLM-MAIL-STATE ' ' MLM-INS-LOB
038500         GO TO 1100-LOAD-NEXT-MINIMUM
038600     END-IF.
038700     IF WS-MIN-ENTRY-CT >= 1000
038800         IF NOT WS-MIN-TABLE-FULL
038900             SET WS-MIN-TABLE-FULL TO TRUE
039000             DISPLAY 'AJ2MLTC - MINIMUM TABLE FULL AT 1000 ROWS'
039100         END-IF
039200         GO TO 1100-LOAD-NEXT-MINIMUM
039300     END-IF.
039400     ADD 1 TO WS-MIN-ENTRY-CT.
039500     MOVE MLM-MAIL-STATE TO WS-MIN-STATE(WS-MIN-ENTRY-CT).
039600     MOVE MLM-INS-LOB    TO WS-MIN-LOB(WS-MIN-ENTRY-CT).
039700     MOVE MLM-EFF-DATE   TO WS-MIN-EFF-DATE(WS-MIN-ENTRY-CT).
039800     MOVE MLM-MIN-DAYS   TO WS-MIN-DAYS(WS-MIN-ENTRY-CT).
039900     MOVE MLM-AUTHORITY  TO WS-MIN-AUTHORITY(WS-MIN-ENTRY-CT).
040000     GO TO 1100-LOAD-NEXT-MINIMUM.
040100 1100-LOAD-MINIMUMS-DONE.
040200     CLOSE MLT-MIN.
040300 1100-LOAD-MINIMUMS-EXIT.
040400     EXIT.
040500 2000-CHECK-STATEMENT.
040600     MOVE CCF-ACCT-NUM TO AJ2V-KEY-ACCT-NUM.
040700     MOVE CCF-STMT-ID  TO AJ2V-KEY-STMT-ID.
040800     READ AJ2-VSAM
040900         INVALID KEY
041000             ADD 1 TO WS-NOT-ON-FILE-CT
041100             GO TO 2000-CHECK-STATEMENT-NEXT
041200     END-READ.
041300     MOVE CCF-COMP-DATE TO WS-DTD-DATE.
041400     PERFORM 6300-DATE-TO-DAYS THRU 6300-DATE-TO-DAYS-EXIT.
041500     MOVE WS-DTD-DAYS TO WS-COMP-DAYS.
041600     MOVE AJ2-PMT-DUE-DT OF AJ2V-FLDS-REC TO WS-DTD-DATE.
041700     PERFORM 6300-DATE-TO-DAYS THRU 6300-DATE-TO-DAYS-EXIT.
041800     MOVE WS-DTD-DAYS TO WS-DUE-DAYS.
041900     IF WS-COMP-DAYS = ZERO OR WS-DUE-DAYS = ZERO
042000         ADD 1 TO WS-NO-DATE-CT
042100         GO TO 2000-CHECK-STATEMENT-NEXT
042200     END-IF.
042300     MOVE CCF-COMP-DATE TO WS-COMP-DATE.
042400     COMPUTE WS-LEAD-DAYS = WS-DUE-DAYS - WS-COMP-DAYS.
042500     PERFORM 2500-FIND-MINIMUM THRU 2500-FIND-MINIMUM-EXIT.
042600     ADD 1 TO WS-CHECKED-CT.
042700     EVALUATE TRUE
042800         WHEN WS-LEAD-DAYS < WS-REQ-DAYS
042900             SET WS-RESULT-MISSED TO TRUE
043000             ADD 1 TO WS-MISSED-CT
043100         WHEN WS-LEAD-DAYS < WS-REQ-DAYS + WS-WARN-DAYS
043200             SET WS-RESULT-NEAR TO TRUE
043300             ADD 1 TO WS-NEAR-CT
043400         WHEN OTHER
043500             SET WS-RESULT-MET TO TRUE
043600             ADD 1 TO WS-MET-CT
043700     END-EVALUATE.
043800     PERFORM 3000-POST-EVENT THRU 3000-POST-EVENT-EXIT.
043900     PERFORM 3500-ADD-SUMMARY THRU 3500-ADD-SUMMARY-EXIT.
044000     IF NOT WS-RESULT-MET
044100         PERFORM 3700-WRITE-DETAIL THRU 3700-WRITE-DETAIL-EXIT
044200     END-IF.
044300 2000-CHECK-STATEMENT-NEXT.
044400     PERFORM 5000-READ-CNF THRU 5000-READ-CNF-EXIT.
044500 2000-CHECK-STATEMENT-EXIT.
044600     EXIT.
044700******************************************************************
044800*  2500-FIND-MINIMUM - THE MINIMUM FOR THE STATEMENT'S STATE AND
044900*  LINE OF BUSINESS, ELSE FOR THE STATE, ELSE THE DEFAULT; OF
045000*  THE ROWS THAT APPLY, THE LATEST IN EFFECT ON THE COMPOSITION
045100*  DATE.
045200******************************************************************
045300 2500-FIND-MINIMUM.
045400     MOVE ZERO TO WS-LOB-MATCH-IDX
045500                  WS-STATE-MATCH-IDX
045600                  WS-LOB-BEST-DATE
045700                  WS-STATE-BEST-DATE.
045800     PERFORM 2550-SCAN-MINIMUM
045900         THRU 2550-SCAN-MINIMUM-EXIT
046000         VARYING WS-MIN-IDX FROM 1 BY 1
046100         UNTIL WS-MIN-IDX > WS-MIN-ENTRY-CT.
046200     IF WS-LOB-MATCH-IDX > ZERO
046300         MOVE WS-MIN-DAYS(WS-LOB-MATCH-IDX) TO WS-REQ-DAYS
046400         MOVE WS-MIN-AUTHORITY(WS-LOB-MATCH-IDX)
046500             TO WS-REQ-AUTHORITY
046600         GO TO 2500-FIND-MINIMUM-EXIT
046700     END-IF.
046800     IF WS-STATE-MATCH-IDX > ZERO
046900         MOVE WS-MIN-DAYS(WS-STATE-MATCH-IDX) TO WS-REQ-DAYS
047000         MOVE WS-MIN-AUTHORITY(WS-STATE-MATCH-IDX)
047100             TO WS-REQ-AUTHORITY
047200         GO TO 2500-FIND-MINIMUM-EXIT
047300     END-IF.
047400     MOVE WS-DFLT-DAYS TO WS-REQ-DAYS.
047500     MOVE 'DEFAULT (DFLTDAYS)' TO WS-REQ-AUTHORITY.
047600     ADD 1 TO WS-DEFAULTED-CT.
047700 2500-FIND-MINIMUM-EXIT.
047800     EXIT.
047900 2550-SCAN-MINIMUM.
048000     IF WS-MIN-STATE(WS-MIN-IDX)
048100             NOT = AJ2-MAIL-STATE OF AJ2V-FLDS-REC
048200         OR WS-MIN-EFF-DATE(WS-MIN-IDX) > WS-COMP-DATE
048300         GO TO 2550-SCAN-MINIMUM-EXIT
048400     END-IF.
048500     IF WS-MIN-LOB(WS-MIN-IDX) = AJ2-INS-LOB OF AJ2V-FLDS-REC
048600             AND WS-MIN-EFF-DATE(WS-MIN-IDX) >= WS-LOB-BEST-DATE
048700         MOVE WS-MIN-IDX TO WS-LOB-MATCH-IDX
048800         MOVE WS-MIN-EFF-DATE(WS-MIN-IDX) TO WS-LOB-BEST-DATE
048900     END-IF.
049000     IF WS-MIN-LOB(WS-MIN-IDX) = SPACES
049100             AND WS-MIN-EFF-DATE(WS-MIN-IDX) >= WS-STATE-BEST-DATE
049200         MOVE WS-MIN-IDX TO WS-STATE-MATCH-IDX
049300         MOVE WS-MIN-EFF-DATE(WS-MIN-IDX) TO WS-STATE-BEST-DATE
049400     END-IF.
049500 2550-SCAN-MINIMUM-EXIT.
049600     EXIT.
049700******************************************************************
049800*  3000-POST-EVENT - THE LEADTIME EVENT, WRITE-OR-REWRITE ON THE
049900*  ACCOUNT/STATEMENT/EVENT KEY SO A RERUN REFRESHES IT.
050000******************************************************************
050100 3000-POST-EVENT.
050200     MOVE CCF-ACCT-NUM    TO TRK-KEY-ACCT-NUM.
050300     MOVE CCF-STMT-ID     TO TRK-KEY-STMT-ID.
050400     MOVE 'LEADTIME'      TO TRK-KEY-EVENT-CD.
050500     MOVE WS-COMP-DATE    TO TRK-EVENT-DATE.
050600     MOVE WS-CURRENT-TIME TO TRK-EVENT-TIME.
050700     MOVE WS-LEAD-DAYS    TO WS-LEAD-ED.
050800     MOVE WS-REQ-DAYS     TO WS-REQ-ED.
050900     MOVE SPACES          TO TRK-EVENT-DETAIL.
051000     STRING WS-RESULT DELIMITED BY SPACE
051100         ' ' DELIMITED BY SIZE
051200         WS-LEAD-ED DELIMITED BY SIZE
051300         ' DAYS, MIN ' DELIMITED BY SIZE
051400         WS-REQ-ED DELIMITED BY SIZE
051500         INTO TRK-EVENT-DETAIL.
051600     WRITE TRK-FILE-REC
051700         INVALID KEY
051800             REWRITE TRK-FILE-REC
051900                 INVALID KEY
052000                     DISPLAY 'AJ2MLTC - EVENT PUT FAILED FOR '
052100                         TRK-KEY-ACCT-NUM '/' TRK-KEY-STMT-ID
052200                     SET WS-ABEND TO TRUE
052300                     GO TO 3000-POST-EVENT-EXIT
052400             END-REWRITE
052500     END-WRITE.
052600     ADD 1 TO WS-EVENT-CT.
052700 3000-POST-EVENT-EXIT.
052800     EXIT.
052900 3500-ADD-SUMMARY.
053000     MOVE AJ2-MAIL-STATE OF AJ2V-FLDS-REC TO WS-FIND-STATE.
053100     MOVE AJ2-INS-LOB OF AJ2V-FLDS-REC    TO WS-FIND-LOB.
053200     PERFORM 6100-FIND-SUM THRU 6100-FIND-SUM-EXIT.
053300     IF WS-MATCH-IDX = ZERO
053400         GO TO 3500-ADD-SUMMARY-EXIT
053500     END-IF.
053600     ADD 1 TO WS-SUM-CHECKED-CT(WS-MATCH-IDX).
053700     IF WS-RESULT-NEAR
053800         ADD 1 TO WS-SUM-NEAR-CT(WS-MATCH-IDX)
053900     END-IF.
054000     IF WS-RESULT-MISSED
054100         ADD 1 TO WS-SUM-MISSED-CT(WS-MATCH-IDX)
054200     END-IF.
054300 3500-ADD-SUMMARY-EXIT.
054400     EXIT.
054500 3700-WRITE-DETAIL.
054600     MOVE SPACES TO WS-RPT-DETAIL.
054700     MOVE CCF-ACCT-NUM                    TO WS-RPT-ACCT-NUM.
054800     MOVE CCF-STMT-ID                     TO WS-RPT-STMT-ID.
054900     MOVE AJ2-MAIL-STATE OF AJ2V-FLDS-REC TO WS-RPT-STATE.
055000     MOVE AJ2-INS-LOB OF AJ2V-FLDS-REC    TO WS-RPT-LOB.
055100     MOVE WS-COMP-DATE                    TO WS-RPT-COMP-DATE.
055200     MOVE AJ2-PMT-DUE-DT OF AJ2V-FLDS-REC TO WS-RPT-DUE-DATE.
055300     MOVE WS-LEAD-DAYS                    TO WS-RPT-LEAD.
055400     MOVE WS-REQ-DAYS                     TO WS-RPT-MIN.
055500     MOVE WS-RESULT                       TO WS-RPT-RESULT.
055600     MOVE WS-REQ-AUTHORITY                TO WS-RPT-AUTHORITY.
055700     WRITE MLT-RPT-LINE FROM WS-RPT-DETAIL.
055800 3700-WRITE-DETAIL-EXIT.
055900     EXIT.
056000 5000-READ-CNF.
056100     READ COMP-CNF INTO COMP-CNF-REC
056200         AT END
056300             SET WS-CNF-EOF TO TRUE
056400             GO TO 5000-READ-CNF-EXIT
056500     END-READ.
056600     ADD 1 TO WS-CNF-READ-CT.
056700 5000-READ-CNF-EXIT.
056800     EXIT.
056900******************************************************************
057000*  6100-FIND-SUM - FINDS THE WS-FIND-KEY ROW, OR ADDS IT IN KEY
057100*  ORDER BY SHIFTING THE HIGHER ROWS DOWN ONE.  WS-MATCH-IDX IS
057200*  ZERO ONLY WHEN THE TABLE IS FULL.
057300******************************************************************
057400 6100-FIND-SUM.
057500     MOVE ZERO TO WS-MATCH-IDX
057600                  WS-INS-IDX.
057700     PERFORM 6150-SCAN-SUM
057800         THRU 6150-SCAN-SUM-EXIT
057900         VARYING WS-SUM-IDX FROM 1 BY 1
058000         UNTIL WS-SUM-IDX > WS-SUM-ENTRY-CT.
058100     IF WS-MATCH-IDX > ZERO
058200         GO TO 6100-FIND-SUM-EXIT
058300     END-IF.
058400     IF WS-SUM-ENTRY-CT >= 1000
058500         IF NOT WS-SUM-TABLE-FULL
058600             SET WS-SUM-TABLE-FULL TO TRUE
058700             DISPLAY 'AJ2MLTC - SUMMARY TABLE FULL AT 1000 ROWS'
058800         END-IF
058900         GO TO 6100-FIND-SUM-EXIT
059000     END-IF.
059100     IF WS-INS-IDX = ZERO
059200         COMPUTE WS-INS-IDX = WS-SUM-ENTRY-CT + 1
059300     ELSE
059400         PERFORM 6180-SHIFT-SUM
059500             THRU 6180-SHIFT-SUM-EXIT
059600             VARYING WS-SHIFT-IDX FROM WS-SUM-ENTRY-CT BY -1
059700             UNTIL WS-SHIFT-IDX < WS-INS-IDX
059800     END-IF.
059900     ADD 1 TO WS-SUM-ENTRY-CT.
060000     MOVE WS-INS-IDX TO WS-MATCH-IDX.
060100     MOVE WS-FIND-KEY TO WS-SUM-KEY(WS-MATCH-IDX).
060200     MOVE ZERO TO WS-SUM-CHECKED-CT(WS-MATCH-IDX)
060300                  WS-SUM-NEAR-CT(WS-MATCH-IDX)
060400                  WS-SUM-MISSED-CT(WS-MATCH-IDX).
060500 6100-FIND-SUM-EXIT.
060600     EXIT.
060700 6150-SCAN-SUM.
060800     IF WS-SUM-KEY(WS-SUM-IDX) = WS-FIND-KEY
060900         MOVE WS-SUM-IDX TO WS-MATCH-IDX
061000         MOVE WS-SUM-ENTRY-CT TO WS-SUM-IDX
061100         GO TO 6150-SCAN-SUM-EXIT
061200     END-IF.
061300     IF WS-SUM-KEY(WS-SUM-IDX) > WS-FIND-KEY
061400         MOVE WS-SUM-IDX TO WS-INS-IDX
061500         MOVE WS-SUM-ENTRY-CT TO WS-SUM-IDX
061600     END-IF.
061700 6150-SCAN-SUM-EXIT.
061800     EXIT.
061900 6180-SHIFT-SUM.
062000     COMPUTE WS-SHIFT-TO-IDX = WS-SHIFT-IDX + 1.
062100     MOVE WS-SUM-ENTRY(WS-SHIFT-IDX)
062200         TO WS-SUM-ENTRY(WS-SHIFT-TO-IDX).
062300 6180-SHIFT-SUM-EXIT.
062400     EXIT.
062500******************************************************************
062600*  6300-DATE-TO-DAYS - CONVERTS WS-DTD-DATE (YYYYMMDD) TO A
062700*  SERIAL DAY COUNT IN WS-DTD-DAYS SO TWO DATES CAN BE
062800*  SUBTRACTED FOR A CALENDAR-DAY AGE.  ZERO FOR A DATE THAT IS
062900*  NOT NUMERIC OR NOT SET.
063000******************************************************************
063100 6300-DATE-TO-DAYS.
063200     IF WS-DTD-DATE NOT NUMERIC OR WS-DTD-DATE = '00000000'
063300         MOVE ZERO TO WS-DTD-DAYS
063400         GO TO 6300-DATE-TO-DAYS-EXIT
063500     END-IF.
063600     IF WS-DTD-MM > 2
063700         MOVE WS-DTD-YYYY TO WS-DTD-Y
063800         COMPUTE WS-DTD-M = WS-DTD-MM + 1
063900     ELSE
064000         COMPUTE WS-DTD-Y = WS-DTD-YYYY - 1
064100         COMPUTE WS-DTD-M = WS-DTD-MM + 13
064200     END-IF.
064300     COMPUTE WS-DTD-DAYS =
064400         (1461 * WS-DTD-Y) / 4
064500         + (153 * WS-DTD-M) / 5
064600         + WS-DTD-DD
064700         - (WS-DTD-Y / 100)
064800         + (WS-DTD-Y / 400).
064900 6300-DATE-TO-DAYS-EXIT.
065000     EXIT.
065100******************************************************************
065200*  7000-WRITE-SUMMARY - CHECKED, NEAR AND MISSED BY STATE AND
065300*  LINE OF BUSINESS, THEN THE RUN COUNTS.
065400******************************************************************
065500 7000-WRITE-SUMMARY.
065600     IF WS-ABEND
065700         GO TO 7000-WRITE-SUMMARY-EXIT
065800     END-IF.
065900     MOVE SPACES TO MLT-RPT-LINE.
066000     WRITE MLT-RPT-LINE.
066100     WRITE MLT-RPT-LINE FROM WS-RPT-SUM-HEAD1.
066200     WRITE MLT-RPT-LINE FROM WS-RPT-SUM-HEAD2.
066300     PERFORM 7100-WRITE-SUM-LINE
066400         THRU 7100-WRITE-SUM-LINE-EXIT
066500         VARYING WS-SUM-IDX FROM 1 BY 1
066600         UNTIL WS-SUM-IDX > WS-SUM-ENTRY-CT.
066700     MOVE SPACES TO WS-RPT-SUM-LINE.
066800     MOVE 'ALL STATES' TO WS-RPT-SUM-LABEL.
066900     MOVE WS-CHECKED-CT TO WS-RPT-SUM-CHECKED.
067000     MOVE WS-NEAR-CT    TO WS-RPT-SUM-NEAR.
067100     MOVE WS-MISSED-CT  TO WS-RPT-SUM-MISSED.
067200     IF WS-CHECKED-CT > ZERO
067300         COMPUTE WS-PCT-WORK ROUNDED =
067400             WS-MISSED-CT * 100 / WS-CHECKED-CT
067500     ELSE
067600         MOVE ZERO TO WS-PCT-WORK
067700     END-IF.
067800     MOVE WS-PCT-WORK TO WS-RPT-SUM-PCT.
067900     WRITE MLT-RPT-LINE FROM WS-RPT-SUM-LINE.
068000     MOVE SPACES TO MLT-RPT-LINE.
068100     WRITE MLT-RPT-LINE.
068200     MOVE 'CONFIRMED STATEMENTS READ (COMPCONF)'
068300         TO WS-RPT-COUNT-LABEL.
068400     MOVE WS-CNF-READ-CT TO WS-RPT-COUNT.
068500     WRITE MLT-RPT-LINE FROM WS-RPT-COUNT-LINE.
068600     MOVE 'NOT ON AJ2VSAM - NOT CHECKED' TO WS-RPT-COUNT-LABEL.
068700     MOVE WS-NOT-ON-FILE-CT TO WS-RPT-COUNT.
068800     WRITE MLT-RPT-LINE FROM WS-RPT-COUNT-LINE.
068900     MOVE 'NO DUE OR COMPOSITION DATE - NOT CHECKED'
069000         TO WS-RPT-COUNT-LABEL.
069100     MOVE WS-NO-DATE-CT TO WS-RPT-COUNT.
069200     WRITE MLT-RPT-LINE FROM WS-RPT-COUNT-LINE.
069300     MOVE 'CHECKED AGAINST THE DEFAULT MINIMUM'
069400         TO WS-RPT-COUNT-LABEL.
069500     MOVE WS-DEFAULTED-CT TO WS-RPT-COUNT.
069600     WRITE MLT-RPT-LINE FROM WS-RPT-COUNT-LINE.
069700 7000-WRITE-SUMMARY-EXIT.
069800     EXIT.
069900 7100-WRITE-SUM-LINE.
070000     MOVE SPACES TO WS-RPT-SUM-LINE.
070100     MOVE WS-SUM-STATE(WS-SUM-IDX) TO WS-RPT-SUM-STATE.
070200     MOVE WS-SUM-LOB(WS-SUM-IDX)   TO WS-RPT-SUM-LOB.
070300     MOVE WS-SUM-CHECKED-CT(WS-SUM-IDX) TO WS-RPT-SUM-CHECKED.
070400     MOVE WS-SUM-NEAR-CT(WS-SUM-IDX)    TO WS-RPT-SUM-NEAR.
070500     MOVE WS-SUM-MISSED-CT(WS-SUM-IDX)  TO WS-RPT-SUM-MISSED.
070600     COMPUTE WS-PCT-WORK ROUNDED =
070700         WS-SUM-MISSED-CT(WS-SUM-IDX) * 100
070800         / WS-SUM-CHECKED-CT(WS-SUM-IDX).
070900     MOVE WS-PCT-WORK TO WS-RPT-SUM-PCT.
071000     WRITE MLT-RPT-LINE FROM WS-RPT-SUM-LINE.
071100 7100-WRITE-SUM-LINE-EXIT.
071200     EXIT.
071300 8000-TERMINATE.
071400     IF WS-CNF-OPEN
071500         CLOSE COMP-CNF
071600     END-IF.
071700     IF WS-VSAM-OPEN
071800         CLOSE AJ2-VSAM
071900     END-IF.
072000     IF WS-TRAK-OPEN
072100         CLOSE AJ2-TRAK
072200     END-IF.
072300     IF NOT WS-FILES-OPEN
072400         GO TO 8000-TERMINATE-EXIT
072450     END-IF.
072500     CLOSE MLT-RPT.
072600     DISPLAY 'AJ2MLTC - CONFIRMED READ     : ' WS-CNF-READ-CT.
072700     DISPLAY 'AJ2MLTC - NOT ON AJ2VSAM     : ' WS-NOT-ON-FILE-CT.
072800     DISPLAY 'AJ2MLTC - NO USABLE DATE     : ' WS-NO-DATE-CT.
072900     DISPLAY 'AJ2MLTC - CHECKED            : ' WS-CHECKED-CT.
073000     DISPLAY 'AJ2MLTC - MET                : ' WS-MET-CT.
073100     DISPLAY 'AJ2MLTC - NEAR MISSED        : ' WS-NEAR-CT.
073200     DISPLAY 'AJ2MLTC - MISSED             : ' WS-MISSED-CT.
073300     DISPLAY 'AJ2MLTC - LEADTIME EVENTS    : ' WS-EVENT-CT.
073400 8000-TERMINATE-EXIT.
073500     EXIT.
073600 9999-EXIT.
073700     IF WS-ABEND
073800         MOVE 16 TO RETURN-CODE
073900     ELSE
074000         IF WS-MISSED-CT > ZERO
074100             MOVE 4 TO RETURN-CODE
074200         ELSE
074300             MOVE 0 TO RETURN-CODE
074400         END-IF
074500     END-IF.
074600     STOP RUN.
