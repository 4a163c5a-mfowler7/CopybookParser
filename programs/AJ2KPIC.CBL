000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2KPIC.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/11/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2KPIC - OPERATIONS SCORECARD KPI CAPTURE
000900*
001000*  RUNS LATE IN THE NIGHTLY STREAM, AFTER EVERY FEED IT MEASURES
001100*  HAS BEEN WRITTEN, AND CAPTURES THE CYCLE'S OPERATING MEASURES
001200*  TO THE KPI HISTORY (KPIHIST, COPY KPIHST) FOR THE MONTH-END
001300*  SCORECARD (AJ2KPIR) - ONE ROW PER MEASURE PER AJ2-INS-LOB PER
001400*  CYCLE, UNDER THE CYCLE DATE ON THE RUN-CONTROL MASTER:
001500*
001600*    STATEMENTS BUILT (AJ2OUT), REJECTED (AJ2REJ) AND RECYCLED
001700*    OUT OF SUSPENSE SINCE THE PRIOR CAPTURE (AJ2SUSP); NCOA
001800*    SUPPRESSIONS (AJ2SUPR) AND ADDRESS CORRECTIONS (AJ2READ);
001900*    EBILL NOTIFICATIONS SENT (EBNTFY) AND HARD BOUNCES
002000*    (EBRVAUD); AUTOPAY FAILURES (APFEXC) AND ACH RETURNS
002100*    (ACHEXC); CERTIFIED PIECES AND DELIVERIES (CERTSTAT); AND
002200*    POSTAGE PIECES AND DOLLARS (PSTACR).
002300*
002400*  THE STATEMENT-SHAPED FEEDS AND THE POSTAGE ACCRUAL CARRY
002500*  THEIR OWN LINE OF BUSINESS.  THE ACCOUNT-ONLY FEEDS ARE
002600*  LOOKED UP ON THE INQUIRY KSDS (AJ2VSAM) BY ACCOUNT/STATEMENT;
002700*  A STATEMENT NO LONGER ON THE KSDS IS COUNTED UNDER A BLANK
002800*  LINE OF BUSINESS SO THE ALL-LINES TOTAL STILL BALANCES.  THE
002900*  EBNTFY DETAIL COUNT IS PROVED AGAINST THE FEED'S OWN TRAILER.
003000*
003100*  CYCLE MEASURES CARRY A BLANK LINE OF BUSINESS: THE CYCLE
003200*  COUNT, WHETHER THE REASONABLENESS GATE TRIPPED (FROM THE
003300*  AJ2CYCG TRIP LOG, CYCTRIP), AND WHETHER THE CYCLE FINISHED
003400*  PAST THE PRINT-RELEASE CUTOFF (PARAMETER CUTOFHHM - THE SAME
003500*  CUTOFF AJ2RTRP PROJECTS AGAINST, DEFAULT 0500).  A CYCLE'S
003600*  TIMINGS REACH THE RUN-TIME HISTORY (RUNHIST) ONLY WHEN
003700*  AJ2RCIN OPENS THE NEXT CYCLE, SO THE LATE FLAG IS WRITTEN ONE
003800*  CAPTURE LATER, FOR EVERY CAPTURED CYCLE THAT DOES NOT YET
003900*  HAVE ONE.
004000*
004100*  THE HISTORY IS CARRIED FORWARD ONTO KPIHSTO, WHICH A LATER
004200*  JOB STEP RENAMES OVER KPIHIST.  ROWS ALREADY ON FILE FOR THIS
004300*  CYCLE DATE ARE DROPPED AND RECAPTURED, SO A CYCLE REOPENED
004400*  AND RERUN IS COUNTED ONCE.  FEEDS THAT COME FROM JOBS OUTSIDE
004500*  THE NIGHTLY STREAM (EBRVAUD, ACHEXC, CERTSTAT) AND THE TRIP
004600*  LOG MAY NOT EXIST YET - NOTHING TO COUNT, NOT AN ERROR.
004700*
004800*  MODIFICATION HISTORY
004900*  --------------------
005000*  10/11/26  DRO  OSDC-3334  NEW PROGRAM - OPERATIONS SCORECARD
005100*                            KPI CAPTURE.
005200******************************************************************
005300 ENVIRONMENT DIVISION.
005400 CONFIGURATION SECTION.
005500 SOURCE-COMPUTER.   IBM-Z15.
005600 OBJECT-COMPUTER.   IBM-Z15.
005700 INPUT-OUTPUT SECTION.
005800 FILE-CONTROL.
005900     SELECT RUN-CTL       ASSIGN TO RUNCTL
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-RCT-STATUS.
006200     SELECT KPI-HIST      ASSIGN TO KPIHIST
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-HIST-STATUS.
006500     SELECT KPI-HIST-OUT  ASSIGN TO KPIHSTO
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-HSTO-STATUS.
006800     SELECT AJ2-VSAM      ASSIGN TO AJ2VSAM
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS AJ2V-KEY
007200         FILE STATUS IS WS-AJ2V-STATUS.
007300     SELECT AJ2-IN        ASSIGN TO AJ2OUT
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-AJ2-IN-STATUS.
007600     SELECT AJ2-REJ       ASSIGN TO AJ2REJ
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-REJ-STATUS.
007900     SELECT AJ2-SUSP      ASSIGN TO AJ2SUSP
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS SEQUENTIAL
008200         RECORD KEY IS AJ2S-KEY
008300         FILE STATUS IS WS-SUSP-STATUS.
008400     SELECT AJ2-SUPR      ASSIGN TO AJ2SUPR
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-SUPR-STATUS.
008700     SELECT AJ2-READ      ASSIGN TO AJ2READ
008800         ORGANIZATION IS SEQUENTIAL
008900         FILE STATUS IS WS-READ-STATUS.
009000     SELECT EBN-FEED      ASSIGN TO EBNTFY
009100         ORGANIZATION IS SEQUENTIAL
009200         FILE STATUS IS WS-EBN-STATUS.
009300     SELECT EBR-AUD       ASSIGN TO EBRVAUD
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-EBR-STATUS.
009600     SELECT APF-EXC       ASSIGN TO APFEXC
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-APF-STATUS.
009900     SELECT ACH-EXC       ASSIGN TO ACHEXC
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-ACH-STATUS.
010200     SELECT CERT-STAT     ASSIGN TO CERTSTAT
010300         ORGANIZATION IS SEQUENTIAL
010400         FILE STATUS IS WS-CST-STATUS.
010500     SELECT PST-ACR       ASSIGN TO PSTACR
010600         ORGANIZATION IS SEQUENTIAL
010700         FILE STATUS IS WS-PSA-STATUS.
010800     SELECT CYC-TRIP      ASSIGN TO CYCTRIP
010900         ORGANIZATION IS SEQUENTIAL
011000         FILE STATUS IS WS-TRIP-STATUS.
011100     SELECT RUN-HST       ASSIGN TO RUNHIST
011200         ORGANIZATION IS SEQUENTIAL
011300         FILE STATUS IS WS-RNH-STATUS.
011400 DATA DIVISION.
011500 FILE SECTION.
011600 FD  RUN-CTL
011700     RECORDING MODE IS F.
011800 01  RUN-CTL-REC.
011900     COPY RUNCTL.
012000 FD  KPI-HIST
012100     RECORDING MODE IS F.
012200 01  KPI-HIST-REC.
012300     COPY KPIHST.
012400 FD  KPI-HIST-OUT
012500     RECORDING MODE IS F.
012600 01  KPI-HIST-OUT-REC.
012700     COPY KPIHST.
012800 FD  AJ2-VSAM.
012900     COPY AJ2VREC.
013000 FD  AJ2-IN
013100     RECORDING MODE IS F.
013200 01  AJ2-IN-REC.
013300     COPY AJ2REC.
013400 FD  AJ2-REJ
013500     RECORDING MODE IS F.
013600 01  AJ2-REJ-REC.
013700     COPY AJ2REJR.
013800 FD  AJ2-SUSP.
013900     COPY AJ2SREC.
014000 FD  AJ2-SUPR
014100     RECORDING MODE IS F.
014200 01  AJ2-SUPR-REC.
014300     COPY AJ2REC.
014400 FD  AJ2-READ
014500     RECORDING MODE IS F.
014600 01  AJ2-READ-REC.
014700     COPY AJ2REC.
014800 FD  EBN-FEED
014900     RECORDING MODE IS F.
015000 01  EBN-FEED-REC.
015100     COPY EBNTF.
015200 FD  EBR-AUD
015300     RECORDING MODE IS F.
015400 01  EBR-AUD-REC.
015500     COPY EBREVT.
015600 FD  APF-EXC
015700     RECORDING MODE IS F.
015800 01  APF-EXC-REC.
015900     COPY APFEXC.
016000 FD  ACH-EXC
016100     RECORDING MODE IS F.
016200 01  ACH-EXC-REC.
016300     COPY ACHEXC.
016400 FD  CERT-STAT
016500     RECORDING MODE IS F.
016600 01  CERT-STAT-REC.
016700     COPY CERTSTA.
016800 FD  PST-ACR
016900     RECORDING MODE IS F.
017000 01  PST-ACR-REC.
017100     COPY PSTACR.
017200 FD  CYC-TRIP
017300     RECORDING MODE IS F.
017400 01  CYC-TRIP-REC.
017500     COPY CYCTRP.
017600 FD  RUN-HST
017700     RECORDING MODE IS F.
017800 01  RUN-HST-REC.
017900     COPY RUNHST.
018000 WORKING-STORAGE SECTION.
018100 01  WS-FILE-STATUSES.
018200     05 WS-RCT-STATUS         PIC X(2)  VALUE '00'.
018300     05 WS-HIST-STATUS        PIC X(2)  VALUE '00'.
018400     05 WS-HSTO-STATUS        PIC X(2)  VALUE '00'.
018500     05 WS-AJ2V-STATUS        PIC X(2)  VALUE '00'.
018600     05 WS-AJ2-IN-STATUS      PIC X(2)  VALUE '00'.
018700     05 WS-REJ-STATUS         PIC X(2)  VALUE '00'.
018800     05 WS-SUSP-STATUS        PIC X(2)  VALUE '00'.
018900     05 WS-SUPR-STATUS        PIC X(2)  VALUE '00'.
019000     05 WS-READ-STATUS        PIC X(2)  VALUE '00'.
019100     05 WS-EBN-STATUS         PIC X(2)  VALUE '00'.
019200     05 WS-EBR-STATUS         PIC X(2)  VALUE '00'.
019300     05 WS-APF-STATUS         PIC X(2)  VALUE '00'.
019400     05 WS-ACH-STATUS         PIC X(2)  VALUE '00'.
019500     05 WS-CST-STATUS         PIC X(2)  VALUE '00'.
019600     05 WS-PSA-STATUS         PIC X(2)  VALUE '00'.
019700     05 WS-TRIP-STATUS        PIC X(2)  VALUE '00'.
019800     05 WS-RNH-STATUS         PIC X(2)  VALUE '00'.
019900 01  WS-SWITCHES.
020000     05 WS-HIST-EOF-SW        PIC X(1)  VALUE 'N'.
020100         88 WS-HIST-EOF                 VALUE 'Y'.
020200     05 WS-NO-HIST-SW         PIC X(1)  VALUE 'N'.
020300         88 WS-NO-HIST                  VALUE 'Y'.
020400     05 WS-FEED-EOF-SW        PIC X(1)  VALUE 'N'.
020500         88 WS-FEED-EOF                 VALUE 'Y'.
020600     05 WS-VSAM-OPEN-SW       PIC X(1)  VALUE 'N'.
020700         88 WS-VSAM-OPEN                VALUE 'Y'.
020800     05 WS-TRAILER-SEEN-SW    PIC X(1)  VALUE 'N'.
020900         88 WS-TRAILER-SEEN             VALUE 'Y'.
021000     05 WS-TRIPPED-SW         PIC X(1)  VALUE 'N'.
021100         88 WS-TRIPPED                  VALUE 'Y'.
021200     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
021300         88 WS-ABEND                    VALUE 'Y'.
021400     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
021500         88 WS-RCTL-BLOCKED             VALUE 'Y'.
021600 01  WS-COUNTERS              COMP.
021700     05 WS-HIST-READ-CT       PIC 9(9)  VALUE ZERO.
021800     05 WS-HIST-KEPT-CT       PIC 9(9)  VALUE ZERO.
021900     05 WS-HIST-DROP-CT       PIC 9(9)  VALUE ZERO.
022000     05 WS-FEED-READ-CT       PIC 9(9)  VALUE ZERO.
022100     05 WS-NO-LOB-CT          PIC 9(9)  VALUE ZERO.
022200     05 WS-EBN-DETAIL-CT      PIC 9(9)  VALUE ZERO.
022300     05 WS-TRIP-ROW-CT        PIC 9(9)  VALUE ZERO.
022400     05 WS-RNH-READ-CT        PIC 9(9)  VALUE ZERO.
022500     05 WS-LATE-WRITTEN-CT    PIC 9(9)  VALUE ZERO.
022600     05 WS-ROWS-WRITTEN-CT    PIC 9(9)  VALUE ZERO.
022700 01  WS-PARM-FIELDS.
022800     05 WS-CUTOFF-HHMM        PIC X(4)  VALUE SPACES.
022900 01  WS-CYCLE-FIELDS.
023000     05 WS-CYCLE-DATE         PIC 9(8)  VALUE ZERO.
023100     05 WS-CYCLE-NUM          PIC 9(5)  VALUE ZERO.
023200     05 WS-PRIOR-CYCLE-DATE   PIC 9(8)  VALUE ZERO.
023300******************************************************************
023400*  THIS CYCLE'S MEASURES - ONE ENTRY PER LINE OF BUSINESS PER
023500*  MEASURE, FOUND OR ADDED THE WAY AJ2CYCG KEEPS ITS MEASURES.
023600******************************************************************
023700 01  WS-MEAS-TABLE.
023800     05 WS-MEAS-ENTRY-CT      PIC 9(4)  COMP VALUE ZERO.
023900     05 WS-MEAS-ENTRY         OCCURS 500 TIMES.
024000         10 WS-MEAS-LOB       PIC X(4).
024100         10 WS-MEAS-ID        PIC X(8).
024200         10 WS-MEAS-VALUE     PIC S9(13)V99 COMP-3.
024300******************************************************************
024400*  CYCLES ALREADY CAPTURED ON THE HISTORY, AND WHETHER EACH HAS
024500*  ITS LATE FLAG YET.
024600******************************************************************
024700 01  WS-KCYC-TABLE.
024800     05 WS-KCYC-ENTRY-CT      PIC 9(4)  COMP VALUE ZERO.
024900     05 WS-KCYC-ENTRY         OCCURS 1000 TIMES.
025000         10 WS-KCYC-DATE      PIC 9(8).
025100         10 WS-KCYC-TIMED-SW  PIC X(1).
025200******************************************************************
025300*  CYCLES ON THE RUN-TIME HISTORY - FIRST JOB START AND LAST JOB
025400*  END, AS SECONDS FROM A FIXED EPOCH.
025500******************************************************************
025600 01  WS-RCYC-TABLE.
025700     05 WS-RCYC-ENTRY-CT      PIC 9(4)  COMP VALUE ZERO.
025800     05 WS-RCYC-ENTRY         OCCURS 1000 TIMES.
025900         10 WS-RCYC-DATE      PIC 9(8).
026000         10 WS-RCYC-START-DAYS PIC S9(9) COMP.
026100         10 WS-RCYC-FIRST-START PIC S9(11) COMP.
026200         10 WS-RCYC-LAST-END  PIC S9(11) COMP.
026300 01  WS-INDEXES               COMP.
026400     05 WS-MEAS-IDX           PIC 9(4)  VALUE ZERO.
026500     05 WS-KCYC-IDX           PIC 9(4)  VALUE ZERO.
026600     05 WS-RCYC-IDX           PIC 9(4)  VALUE ZERO.
026700     05 WS-MATCH-IDX          PIC 9(4)  VALUE ZERO.
026800 01  WS-WORK-FIELDS.
026900     05 WS-WORK-LOB           PIC X(4)  VALUE SPACES.
027000     05 WS-WORK-MEAS-ID       PIC X(8)  VALUE SPACES.
027100     05 WS-WORK-VALUE         PIC S9(13)V99 VALUE ZERO.
027200     05 WS-WORK-DATE          PIC 9(8)  VALUE ZERO.
027300     05 WS-FIND-ACCT-NUM      PIC X(25) VALUE SPACES.
027400     05 WS-FIND-STMT-ID       PIC X(8)  VALUE SPACES.
027500     05 WS-START-SECS         PIC S9(11) COMP VALUE ZERO.
027600     05 WS-END-SECS           PIC S9(11) COMP VALUE ZERO.
027700     05 WS-CUTOFF-SECS        PIC S9(11) COMP VALUE ZERO.
027800 01  WS-TIME-TO-SECS-WORK.
027900     05 WS-TTS-TIME.
028000         10 WS-TTS-HH         PIC 9(2).
028100         10 WS-TTS-MM         PIC 9(2).
028200         10 WS-TTS-SS         PIC 9(2).
028300         10 WS-TTS-MS         PIC 9(2).
028400     05 WS-TTS-SECS           PIC S9(9) COMP VALUE ZERO.
028500 01  WS-DATE-TO-DAYS-WORK.
028600     05 WS-DTD-DATE.
028700         10 WS-DTD-YYYY       PIC 9(4).
028800         10 WS-DTD-MM         PIC 9(2).
028900         10 WS-DTD-DD         PIC 9(2).
029000     05 WS-DTD-Y              PIC S9(9)     COMP.
029100     05 WS-DTD-M              PIC S9(9)     COMP.
029200     05 WS-DTD-DAYS           PIC S9(9)     COMP.
029300******************************************************************
029400*  SOURCE RECORD HELD ON A REJECT OR SUSPENSE ROW, VIEWED AS A
029500*  STATEMENT FOR ITS LINE OF BUSINESS.
029600******************************************************************
029700 01  WS-SRC-WORK.
029800     COPY AJ2REC.
029900******************************************************************
030000*  EBNTFY CONTROL-TOTAL TRAILER, AS AJ2EBNT WRITES IT.
030100******************************************************************
030200 01  WS-EBN-TRAILER.
030300     05 WS-TRL-REC-TYPE       PIC X(1).
030400     05 FILLER                PIC X(1).
030500     05 WS-TRL-DETAIL-CT      PIC 9(9).
030600     05 FILLER                PIC X(1).
030700     05 WS-TRL-TOTAL-AMT-DUE  PIC -9(13)V99.
030800     05 FILLER                PIC X(1).
030900 01  WS-RCTL-COMMAREA.
031000     COPY RCTLCOM.
031100 01  WS-PRMG-COMMAREA.
031200     COPY PRMCOM.
031300 PROCEDURE DIVISION.
031400 0000-MAINLINE.
031500     PERFORM 0100-REGISTER-START
031600         THRU 0100-REGISTER-START-EXIT.
031700     IF WS-RCTL-BLOCKED
031800         GO TO 9999-EXIT
031900     END-IF.
032000     PERFORM 1000-INITIALIZE
032100         THRU 1000-INITIALIZE-EXIT.
032200     IF NOT WS-ABEND
032300         PERFORM 2000-COPY-HISTORY
032400             THRU 2000-COPY-HISTORY-EXIT
032500             UNTIL WS-HIST-EOF
032600         PERFORM 3000-CAPTURE-BUILT
032700             THRU 3000-CAPTURE-BUILT-EXIT
032800     END-IF.
032900     IF NOT WS-ABEND
033000         PERFORM 3100-CAPTURE-REJECTED
033100             THRU 3100-CAPTURE-REJECTED-EXIT
033200     END-IF.
033300     IF NOT WS-ABEND
033400         PERFORM 3200-CAPTURE-RECYCLED
033500             THRU 3200-CAPTURE-RECYCLED-EXIT
033600     END-IF.
033700     IF NOT WS-ABEND
033800         PERFORM 3300-CAPTURE-SUPPRESSED
033900             THRU 3300-CAPTURE-SUPPRESSED-EXIT
034000     END-IF.
034100     IF NOT WS-ABEND
034200         PERFORM 3400-CAPTURE-CORRECTED
034300             THRU 3400-CAPTURE-CORRECTED-EXIT
034400     END-IF.
034500     IF NOT WS-ABEND
034600         PERFORM 3500-CAPTURE-NOTIFIED
034700             THRU 3500-CAPTURE-NOTIFIED-EXIT
034800     END-IF.
034900     IF NOT WS-ABEND
035000         PERFORM 3600-CAPTURE-BOUNCED
035100             THRU 3600-CAPTURE-BOUNCED-EXIT
035200     END-IF.
035300     IF NOT WS-ABEND
035400         PERFORM 3700-CAPTURE-AUTOPAY
035500             THRU 3700-CAPTURE-AUTOPAY-EXIT
035600     END-IF.
035700     IF NOT WS-ABEND
035800         PERFORM 3800-CAPTURE-ACH
035900             THRU 3800-CAPTURE-ACH-EXIT
036000     END-IF.
036100     IF NOT WS-ABEND
036200         PERFORM 3900-CAPTURE-CERTIFIED
036300             THRU 3900-CAPTURE-CERTIFIED-EXIT
036400     END-IF.
036500     IF NOT WS-ABEND
036600         PERFORM 4000-CAPTURE-POSTAGE
036700             THRU 4000-CAPTURE-POSTAGE-EXIT
036800     END-IF.
036900     IF NOT WS-ABEND
037000         PERFORM 4100-CAPTURE-TRIPS
037100             THRU 4100-CAPTURE-TRIPS-EXIT
037200     END-IF.
037300     IF NOT WS-ABEND
037400         PERFORM 4500-CAPTURE-TIMINGS
037500             THRU 4500-CAPTURE-TIMINGS-EXIT
037600     END-IF.
037700     IF NOT WS-ABEND
037800         PERFORM 5000-WRITE-CYCLE-ROWS
037900             THRU 5000-WRITE-CYCLE-ROWS-EXIT
038000     END-IF.
038100     PERFORM 8000-TERMINATE
038200         THRU 8000-TERMINATE-EXIT.
038300     PERFORM 0200-REGISTER-END
038400         THRU 0200-REGISTER-END-EXIT.
038500     GO TO 9999-EXIT.
038600 0100-REGISTER-START.
038700     MOVE 'S' TO RCTL-FUNCTION.
038800     MOVE 'AJ2KPIC' TO RCTL-JOB-NAME.
038900     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
039000     IF NOT RCTL-OK
039100         DISPLAY 'AJ2KPIC - RUN-CONTROL START REFUSED: '
039200             RCTL-MESSAGE
039300         SET WS-RCTL-BLOCKED TO TRUE
039400     END-IF.
039500 0100-REGISTER-START-EXIT.
039600     EXIT.
039700 0200-REGISTER-END.
039800     IF WS-ABEND
039900         GO TO 0200-REGISTER-END-EXIT
040000     END-IF.
040100     MOVE 'E' TO RCTL-FUNCTION.
040200     MOVE 'AJ2KPIC' TO RCTL-JOB-NAME.
040300     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
040400     IF NOT RCTL-OK
040500         DISPLAY 'AJ2KPIC - RUN-CONTROL END FAILED: '
040600             RCTL-MESSAGE
040700         SET WS-RCTL-BLOCKED TO TRUE
040800     END-IF.
040900 0200-REGISTER-END-EXIT.
041000     EXIT.
041100 1000-INITIALIZE.
041200     MOVE '0500' TO WS-CUTOFF-HHMM.
041300     MOVE 'AJ2RTRP'  TO PRMG-JOB-NAME.
041400     MOVE 'CUTOFHHM' TO PRMG-PARM-NAME.
041500     MOVE ZERO       TO PRMG-AS-OF-DATE.
041600     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
041700     IF PRMG-FOUND
041800         IF PRMG-VALUE(1:4) NUMERIC
041900             MOVE PRMG-VALUE(1:4) TO WS-CUTOFF-HHMM
042000         END-IF
042100     END-IF.
042200*    THE CYCLE DATE IS THE ONE AJ2RCIN OPENED THE CYCLE UNDER.
042300     OPEN INPUT RUN-CTL.
042400     IF WS-RCT-STATUS NOT = '00'
042500         DISPLAY 'AJ2KPIC - RUNCTL OPEN FAILED, STATUS '
042600             WS-RCT-STATUS
042700         SET WS-ABEND TO TRUE
042800         GO TO 1000-INITIALIZE-EXIT
042900     END-IF.
043000     READ RUN-CTL INTO RUN-CTL-REC
043100         AT END
043200             MOVE SPACES TO RUN-CTL-REC
043300     END-READ.
043400     CLOSE RUN-CTL.
043500     IF RCT-CYCLE-DATE NOT NUMERIC OR RCT-CYCLE-DATE = ZERO
043600         DISPLAY 'AJ2KPIC - NO CYCLE DATE ON RUNCTL'
043700         SET WS-ABEND TO TRUE
043800         GO TO 1000-INITIALIZE-EXIT
043900     END-IF.
044000     MOVE RCT-CYCLE-DATE TO WS-CYCLE-DATE.
044100     MOVE RCT-CYCLE-NUM  TO WS-CYCLE-NUM.
044200*    A MISSING HISTORY FILE IS A FIRST-EVER CAPTURE, NOT AN ERROR.
044300     OPEN INPUT KPI-HIST.
044400     IF WS-HIST-STATUS NOT = '00'
044500         SET WS-NO-HIST TO TRUE
044600         SET WS-HIST-EOF TO TRUE
044700         DISPLAY 'AJ2KPIC - NO KPI HISTORY ON FILE, SEEDING'
044800     END-IF.
044900     OPEN OUTPUT KPI-HIST-OUT.
045000     IF WS-HSTO-STATUS NOT = '00'
045100         DISPLAY 'AJ2KPIC - KPIHSTO OPEN FAILED, STATUS '
045200             WS-HSTO-STATUS
045300         SET WS-ABEND TO TRUE
045400         GO TO 1000-INITIALIZE-EXIT
045500     END-IF.
045600     OPEN INPUT AJ2-VSAM.
045700     IF WS-AJ2V-STATUS NOT = '00'
045800         DISPLAY 'AJ2KPIC - AJ2VSAM OPEN FAILED, STATUS '
045900             WS-AJ2V-STATUS
046000         SET WS-ABEND TO TRUE
046100         GO TO 1000-INITIALIZE-EXIT
046200     END-IF.
046300     SET WS-VSAM-OPEN TO TRUE.
046400 1000-INITIALIZE-EXIT.
046500     EXIT.
046600******************************************************************
046700*  2000-COPY-HISTORY - CARRIES EVERY PRIOR CYCLE'S ROWS FORWARD
046800*  TO KPIHSTO, DROPPING ANY ROWS ALREADY CAPTURED FOR THIS CYCLE
046900*  DATE, AND NOTES EACH CYCLE CAPTURED AND WHETHER ITS LATE FLAG
047000*  IS ON FILE.
047100******************************************************************
047200 2000-COPY-HISTORY.
047300     READ KPI-HIST INTO KPI-HIST-REC
047400         AT END
047500             SET WS-HIST-EOF TO TRUE
047600             GO TO 2000-COPY-HISTORY-EXIT
047700     END-READ.
047800     ADD 1 TO WS-HIST-READ-CT.
047900     IF KPI-CYCLE-DATE OF KPI-HIST-REC = WS-CYCLE-DATE
048000         ADD 1 TO WS-HIST-DROP-CT
048100         GO TO 2000-COPY-HISTORY-EXIT
048200     END-IF.
048300     MOVE KPI-HIST-REC TO KPI-HIST-OUT-REC.
048400     WRITE KPI-HIST-OUT-REC.
048500     ADD 1 TO WS-HIST-KEPT-CT.
048600     PERFORM 2100-NOTE-KPI-CYCLE
048700         THRU 2100-NOTE-KPI-CYCLE-EXIT.
048800 2000-COPY-HISTORY-EXIT.
048900     EXIT.
049000 2100-NOTE-KPI-CYCLE.
049100     IF KPI-CYCLE-DATE OF KPI-HIST-REC < WS-CYCLE-DATE
049200         AND KPI-CYCLE-DATE OF KPI-HIST-REC > WS-PRIOR-CYCLE-DATE
049300         MOVE KPI-CYCLE-DATE OF KPI-HIST-REC
049400             TO WS-PRIOR-CYCLE-DATE
049500     END-IF.
049600     MOVE ZERO TO WS-MATCH-IDX.
049700     PERFORM 2150-SCAN-KPI-CYCLE
049800         THRU 2150-SCAN-KPI-CYCLE-EXIT
049900         VARYING WS-KCYC-IDX FROM 1 BY 1
050000         UNTIL WS-KCYC-IDX > WS-KCYC-ENTRY-CT.
050100     IF WS-MATCH-IDX = ZERO
050200         IF WS-KCYC-ENTRY-CT >= 1000
050300             GO TO 2100-NOTE-KPI-CYCLE-EXIT
050400         END-IF
050500         ADD 1 TO WS-KCYC-ENTRY-CT
050600         MOVE WS-KCYC-ENTRY-CT TO WS-MATCH-IDX
050700         MOVE KPI-CYCLE-DATE OF KPI-HIST-REC
050800             TO WS-KCYC-DATE(WS-MATCH-IDX)
050900         MOVE 'N' TO WS-KCYC-TIMED-SW(WS-MATCH-IDX)
051000     END-IF.
051100     IF KPI-MEASURE-ID OF KPI-HIST-REC = 'CYCLATE '
051200         MOVE 'Y' TO WS-KCYC-TIMED-SW(WS-MATCH-IDX)
051300     END-IF.
051400 2100-NOTE-KPI-CYCLE-EXIT.
051500     EXIT.
051600 2150-SCAN-KPI-CYCLE.
051700     IF WS-KCYC-DATE(WS-KCYC-IDX) =
051800             KPI-CYCLE-DATE OF KPI-HIST-REC
051900         MOVE WS-KCYC-IDX TO WS-MATCH-IDX
052000         MOVE WS-KCYC-ENTRY-CT TO WS-KCYC-IDX
052100     END-IF.
052200 2150-SCAN-KPI-CYCLE-EXIT.
052300     EXIT.
052400******************************************************************
052500*  3000-CAPTURE-BUILT - STATEMENTS BUILT CLEAN THIS CYCLE.
052600******************************************************************
052700 3000-CAPTURE-BUILT.
052800     OPEN INPUT AJ2-IN.
052900     IF WS-AJ2-IN-STATUS NOT = '00'
053000         DISPLAY 'AJ2KPIC - AJ2OUT OPEN FAILED, STATUS '
053100             WS-AJ2-IN-STATUS
053200         SET WS-ABEND TO TRUE
053300         GO TO 3000-CAPTURE-BUILT-EXIT
053400     END-IF.
053500     MOVE 'N' TO WS-FEED-EOF-SW.
053600     PERFORM 3010-COUNT-BUILT
053700         THRU 3010-COUNT-BUILT-EXIT
053800         UNTIL WS-FEED-EOF.
053900     CLOSE AJ2-IN.
054000 3000-CAPTURE-BUILT-EXIT.
054100     EXIT.
054200 3010-COUNT-BUILT.
054300     READ AJ2-IN INTO AJ2-IN-REC
054400         AT END
054500             SET WS-FEED-EOF TO TRUE
054600             GO TO 3010-COUNT-BUILT-EXIT
054700     END-READ.
054800     ADD 1 TO WS-FEED-READ-CT.
054900     MOVE AJ2-INS-LOB OF AJ2-IN-REC TO WS-WORK-LOB.
055000     MOVE 'STMTBLT ' TO WS-WORK-MEAS-ID.
055100     MOVE 1 TO WS-WORK-VALUE.
055200     PERFORM 6100-ADD-TO-MEASURE
055300         THRU 6100-ADD-TO-MEASURE-EXIT.
055400 3010-COUNT-BUILT-EXIT.
055500     EXIT.
055600******************************************************************
055700*  3100-CAPTURE-REJECTED - SOURCE RECORDS THE BUILD EDIT HELD OUT.
055800******************************************************************
055900 3100-CAPTURE-REJECTED.
056000     OPEN INPUT AJ2-REJ.
056100     IF WS-REJ-STATUS = '35'
056200         DISPLAY 'AJ2KPIC - NO AJ2REJ ON FILE, NOTHING COUNTED'
056300         GO TO 3100-CAPTURE-REJECTED-EXIT
056400     END-IF.
056500     IF WS-REJ-STATUS NOT = '00'
056600         DISPLAY 'AJ2KPIC - AJ2REJ OPEN FAILED, STATUS '
056700             WS-REJ-STATUS
056800         SET WS-ABEND TO TRUE
056900         GO TO 3100-CAPTURE-REJECTED-EXIT
057000     END-IF.
057100     MOVE 'N' TO WS-FEED-EOF-SW.
057200     PERFORM 3110-COUNT-REJECTED
057300         THRU 3110-COUNT-REJECTED-EXIT
057400         UNTIL WS-FEED-EOF.
057500     CLOSE AJ2-REJ.
057600 3100-CAPTURE-REJECTED-EXIT.
057700     EXIT.
057800 3110-COUNT-REJECTED.
057900     READ AJ2-REJ INTO AJ2-REJ-REC
058000         AT END
058100             SET WS-FEED-EOF TO TRUE
058200             GO TO 3110-COUNT-REJECTED-EXIT
058300     END-READ.
058400     ADD 1 TO WS-FEED-READ-CT.
058500     MOVE REJ-SOURCE-REC TO WS-SRC-WORK.
058600     MOVE AJ2-INS-LOB OF WS-SRC-WORK TO WS-WORK-LOB.
058700     MOVE 'STMTREJ ' TO WS-WORK-MEAS-ID.
058800     MOVE 1 TO WS-WORK-VALUE.
058900     PERFORM 6100-ADD-TO-MEASURE
059000         THRU 6100-ADD-TO-MEASURE-EXIT.
059100 3110-COUNT-REJECTED-EXIT.
059200     EXIT.
059300******************************************************************
059400*  3200-CAPTURE-RECYCLED - SUSPENSE ROWS AJ2SUSR RECYCLED SINCE
059500*  THE PRIOR CAPTURE.  AJ2SUSR RUNS BETWEEN CYCLES, SO A RECYCLE
059600*  DATE AFTER THE PRIOR CAPTURED CYCLE BELONGS TO THIS ONE.
059700******************************************************************
059800 3200-CAPTURE-RECYCLED.
059900     OPEN INPUT AJ2-SUSP.
060000     IF WS-SUSP-STATUS = '35'
060100         DISPLAY 'AJ2KPIC - NO AJ2SUSP ON FILE, NOTHING COUNTED'
060200         GO TO 3200-CAPTURE-RECYCLED-EXIT
060300     END-IF.
060400     IF WS-SUSP-STATUS NOT = '00'
060500         DISPLAY 'AJ2KPIC - AJ2SUSP OPEN FAILED, STATUS '
060600             WS-SUSP-STATUS
060700         SET WS-ABEND TO TRUE
060800         GO TO 3200-CAPTURE-RECYCLED-EXIT
060900     END-IF.
061000     MOVE 'N' TO WS-FEED-EOF-SW.
061100     PERFORM 3210-COUNT-RECYCLED
061200         THRU 3210-COUNT-RECYCLED-EXIT
061300         UNTIL WS-FEED-EOF.
061400     CLOSE AJ2-SUSP.
061500 3200-CAPTURE-RECYCLED-EXIT.
061600     EXIT.
061700 3210-COUNT-RECYCLED.
061800     READ AJ2-SUSP
061900         AT END
062000             SET WS-FEED-EOF TO TRUE
062100             GO TO 3210-COUNT-RECYCLED-EXIT
062200     END-READ.
062300     ADD 1 TO WS-FEED-READ-CT.
062400     IF NOT AJ2S-STAT-RECYCLED
062500         GO TO 3210-COUNT-RECYCLED-EXIT
062600     END-IF.
062700     IF AJ2S-RECYCLE-DATE NOT > WS-PRIOR-CYCLE-DATE
062800         GO TO 3210-COUNT-RECYCLED-EXIT
062900     END-IF.
063000     MOVE AJ2S-SOURCE-REC TO WS-SRC-WORK.
063100     MOVE AJ2-INS-LOB OF WS-SRC-WORK TO WS-WORK-LOB.
063200     MOVE 'STMTRCYC' TO WS-WORK-MEAS-ID.
063300     MOVE 1 TO WS-WORK-VALUE.
063400     PERFORM 6100-ADD-TO-MEASURE
063500         THRU 6100-ADD-TO-MEASURE-EXIT.
063600 3210-COUNT-RECYCLED-EXIT.
063700     EXIT.
063800******************************************************************
063900*  3300-CAPTURE-SUPPRESSED - PIECES HELD OUT OF THE PRINT FEED BY
064000*  AJ2NCOA, PLUS THE ONES AJ2ADRC COULD NOT CORRECT.
064100******************************************************************
064200 3300-CAPTURE-SUPPRESSED.
064300     OPEN INPUT AJ2-SUPR.
064400     IF WS-SUPR-STATUS = '35'
064500         DISPLAY 'AJ2KPIC - NO AJ2SUPR ON FILE, NOTHING COUNTED'
064600         GO TO 3300-CAPTURE-SUPPRESSED-EXIT
064700     END-IF.
064800     IF WS-SUPR-STATUS NOT = '00'
064900         DISPLAY 'AJ2KPIC - AJ2SUPR OPEN FAILED, STATUS '
065000             WS-SUPR-STATUS
065100         SET WS-ABEND TO TRUE
065200         GO TO 3300-CAPTURE-SUPPRESSED-EXIT
065300     END-IF.
065400     MOVE 'N' TO WS-FEED-EOF-SW.
065500     PERFORM 3310-COUNT-SUPPRESSED
065600         THRU 3310-COUNT-SUPPRESSED-EXIT
065700         UNTIL WS-FEED-EOF.
065800     CLOSE AJ2-SUPR.
065900 3300-CAPTURE-SUPPRESSED-EXIT.
066000     EXIT.
066100 3310-COUNT-SUPPRESSED.
066200     READ AJ2-SUPR INTO AJ2-SUPR-REC
066300         AT END
066400             SET WS-FEED-EOF TO TRUE
066500             GO TO 3310-COUNT-SUPPRESSED-EXIT
066600     END-READ.
066700     ADD 1 TO WS-FEED-READ-CT.
066800     MOVE AJ2-INS-LOB OF AJ2-SUPR-REC TO WS-WORK-LOB.
066900     MOVE 'NCOASUPR' TO WS-WORK-MEAS-ID.
067000     MOVE 1 TO WS-WORK-VALUE.
067100     PERFORM 6100-ADD-TO-MEASURE
067200         THRU 6100-ADD-TO-MEASURE-EXIT.
067300 3310-COUNT-SUPPRESSED-EXIT.
067400     EXIT.
067500******************************************************************
067600*  3400-CAPTURE-CORRECTED - PIECES ROUTED TO ADDRESS CORRECTION.
067700******************************************************************
067800 3400-CAPTURE-CORRECTED.
067900     OPEN INPUT AJ2-READ.
068000     IF WS-READ-STATUS = '35'
068100         DISPLAY 'AJ2KPIC - NO AJ2READ ON FILE, NOTHING COUNTED'
068200         GO TO 3400-CAPTURE-CORRECTED-EXIT
068300     END-IF.
068400     IF WS-READ-STATUS NOT = '00'
068500         DISPLAY 'AJ2KPIC - AJ2READ OPEN FAILED, STATUS '
068600             WS-READ-STATUS
068700         SET WS-ABEND TO TRUE
068800         GO TO 3400-CAPTURE-CORRECTED-EXIT
068900     END-IF.
069000     MOVE 'N' TO WS-FEED-EOF-SW.
069100     PERFORM 3410-COUNT-CORRECTED
069200         THRU 3410-COUNT-CORRECTED-EXIT
069300         UNTIL WS-FEED-EOF.
069400     CLOSE AJ2-READ.
069500 3400-CAPTURE-CORRECTED-EXIT.
069600     EXIT.
069700 3410-COUNT-CORRECTED.
069800     READ AJ2-READ INTO AJ2-READ-REC
069900         AT END
070000             SET WS-FEED-EOF TO TRUE
070100             GO TO 3410-COUNT-CORRECTED-EXIT
070200     END-READ.
070300     ADD 1 TO WS-FEED-READ-CT.
070400     MOVE AJ2-INS-LOB OF AJ2-READ-REC TO WS-WORK-LOB.
070500     MOVE 'NCOACORR' TO WS-WORK-MEAS-ID.
070600     MOVE 1 TO WS-WORK-VALUE.
070700     PERFORM 6100-ADD-TO-MEASURE
070800         THRU 6100-ADD-TO-MEASURE-EXIT.
070900 3410-COUNT-CORRECTED-EXIT.
071000     EXIT.
071100******************************************************************
071200*  3500-CAPTURE-NOTIFIED - EBILL NOTIFICATION DETAIL ROWS, PROVED
071300*  AGAINST THE FEED'S CONTROL-TOTAL TRAILER.
071400******************************************************************
071500 3500-CAPTURE-NOTIFIED.
071600     OPEN INPUT EBN-FEED.
071700     IF WS-EBN-STATUS = '35'
071800         DISPLAY 'AJ2KPIC - NO EBNTFY ON FILE, NOTHING COUNTED'
071900         GO TO 3500-CAPTURE-NOTIFIED-EXIT
072000     END-IF.
072100     IF WS-EBN-STATUS NOT = '00'
072200         DISPLAY 'AJ2KPIC - EBNTFY OPEN FAILED, STATUS '
072300             WS-EBN-STATUS
072400         SET WS-ABEND TO TRUE
072500         GO TO 3500-CAPTURE-NOTIFIED-EXIT
072600     END-IF.
072700     MOVE 'N' TO WS-FEED-EOF-SW.
072800     PERFORM 3510-COUNT-NOTIFIED
072900         THRU 3510-COUNT-NOTIFIED-EXIT
073000         UNTIL WS-FEED-EOF.
073100     CLOSE EBN-FEED.
073200     IF NOT WS-TRAILER-SEEN
073300         DISPLAY 'AJ2KPIC - EBNTFY HAS NO TRAILER - DETAIL '
073400             'ROWS COUNTED: ' WS-EBN-DETAIL-CT
073500         GO TO 3500-CAPTURE-NOTIFIED-EXIT
073600     END-IF.
073700     IF WS-TRL-DETAIL-CT NOT = WS-EBN-DETAIL-CT
073800         DISPLAY 'AJ2KPIC - EBNTFY TRAILER COUNT '
073900             WS-TRL-DETAIL-CT ' DOES NOT MATCH DETAIL ROWS '
074000             WS-EBN-DETAIL-CT
074100     END-IF.
074200 3500-CAPTURE-NOTIFIED-EXIT.
074300     EXIT.
074400 3510-COUNT-NOTIFIED.
074500     READ EBN-FEED INTO EBN-FEED-REC
074600         AT END
074700             SET WS-FEED-EOF TO TRUE
074800             GO TO 3510-COUNT-NOTIFIED-EXIT
074900     END-READ.
075000     ADD 1 TO WS-FEED-READ-CT.
075100     IF EBN-REC-TYPE = 'T'
075200         MOVE EBN-FEED-REC TO WS-EBN-TRAILER
075300         SET WS-TRAILER-SEEN TO TRUE
075400         GO TO 3510-COUNT-NOTIFIED-EXIT
075500     END-IF.
075600     ADD 1 TO WS-EBN-DETAIL-CT.
075700     MOVE EBN-ACCT-NUM TO WS-FIND-ACCT-NUM.
075800     MOVE EBN-STMT-ID  TO WS-FIND-STMT-ID.
075900     PERFORM 6200-LOOKUP-LOB
076000         THRU 6200-LOOKUP-LOB-EXIT.
076100     MOVE 'EBNTSENT' TO WS-WORK-MEAS-ID.
076200     MOVE 1 TO WS-WORK-VALUE.
076300     PERFORM 6100-ADD-TO-MEASURE
076400         THRU 6100-ADD-TO-MEASURE-EXIT.
076500 3510-COUNT-NOTIFIED-EXIT.
076600     EXIT.
076700******************************************************************
076800*  3600-CAPTURE-BOUNCED - HARD BOUNCES AJ2EBNC REVERTED TO PRINT.
076900******************************************************************
077000 3600-CAPTURE-BOUNCED.
077100     OPEN INPUT EBR-AUD.
077200     IF WS-EBR-STATUS = '35'
077300         DISPLAY 'AJ2KPIC - NO EBRVAUD ON FILE, NOTHING COUNTED'
077400         GO TO 3600-CAPTURE-BOUNCED-EXIT
077500     END-IF.
077600     IF WS-EBR-STATUS NOT = '00'
077700         DISPLAY 'AJ2KPIC - EBRVAUD OPEN FAILED, STATUS '
077800             WS-EBR-STATUS
077900         SET WS-ABEND TO TRUE
078000         GO TO 3600-CAPTURE-BOUNCED-EXIT
078100     END-IF.
078200     MOVE 'N' TO WS-FEED-EOF-SW.
078300     PERFORM 3610-COUNT-BOUNCED
078400         THRU 3610-COUNT-BOUNCED-EXIT
078500         UNTIL WS-FEED-EOF.
078600     CLOSE EBR-AUD.
078700 3600-CAPTURE-BOUNCED-EXIT.
078800     EXIT.
078900 3610-COUNT-BOUNCED.
079000     READ EBR-AUD INTO EBR-AUD-REC
079100         AT END
079200             SET WS-FEED-EOF TO TRUE
079300             GO TO 3610-COUNT-BOUNCED-EXIT
079400     END-READ.
079500     ADD 1 TO WS-FEED-READ-CT.
079600     MOVE EBR-ACCT-NUM TO WS-FIND-ACCT-NUM.
079700     MOVE EBR-STMT-ID  TO WS-FIND-STMT-ID.
079800     PERFORM 6200-LOOKUP-LOB
079900         THRU 6200-LOOKUP-LOB-EXIT.
080000     MOVE 'EBBOUNCE' TO WS-WORK-MEAS-ID.
080100     MOVE 1 TO WS-WORK-VALUE.
080200     PERFORM 6100-ADD-TO-MEASURE
080300         THRU 6100-ADD-TO-MEASURE-EXIT.
080400 3610-COUNT-BOUNCED-EXIT.
080500     EXIT.
080600******************************************************************
080700*  3700-CAPTURE-AUTOPAY - AUTOPAY FAILURES AJAPFAIL DETECTED.
080800******************************************************************
080900 3700-CAPTURE-AUTOPAY.
081000     OPEN INPUT APF-EXC.
081100     IF WS-APF-STATUS = '35'
081200         DISPLAY 'AJ2KPIC - NO APFEXC ON FILE, NOTHING COUNTED'
081300         GO TO 3700-CAPTURE-AUTOPAY-EXIT
081400     END-IF.
081500     IF WS-APF-STATUS NOT = '00'
081600         DISPLAY 'AJ2KPIC - APFEXC OPEN FAILED, STATUS '
081700             WS-APF-STATUS
081800         SET WS-ABEND TO TRUE
081900         GO TO 3700-CAPTURE-AUTOPAY-EXIT
082000     END-IF.
082100     MOVE 'N' TO WS-FEED-EOF-SW.
082200     PERFORM 3710-COUNT-AUTOPAY
082300         THRU 3710-COUNT-AUTOPAY-EXIT
082400         UNTIL WS-FEED-EOF.
082500     CLOSE APF-EXC.
082600 3700-CAPTURE-AUTOPAY-EXIT.
082700     EXIT.
082800 3710-COUNT-AUTOPAY.
082900     READ APF-EXC INTO APF-EXC-REC
083000         AT END
083100             SET WS-FEED-EOF TO TRUE
083200             GO TO 3710-COUNT-AUTOPAY-EXIT
083300     END-READ.
083400     ADD 1 TO WS-FEED-READ-CT.
083500     MOVE APX-ACCT-NUM TO WS-FIND-ACCT-NUM.
083600     MOVE APX-STMT-ID  TO WS-FIND-STMT-ID.
083700     PERFORM 6200-LOOKUP-LOB
083800         THRU 6200-LOOKUP-LOB-EXIT.
083900     MOVE 'APFAIL  ' TO WS-WORK-MEAS-ID.
084000     MOVE 1 TO WS-WORK-VALUE.
084100     PERFORM 6100-ADD-TO-MEASURE
084200         THRU 6100-ADD-TO-MEASURE-EXIT.
084300 3710-COUNT-AUTOPAY-EXIT.
084400     EXIT.
084500******************************************************************
084600*  3800-CAPTURE-ACH - RETURNED ACH DEBITS FROM THE DAILY AJACHRT.
084700******************************************************************
084800 3800-CAPTURE-ACH.
084900     OPEN INPUT ACH-EXC.
085000     IF WS-ACH-STATUS = '35'
085100         DISPLAY 'AJ2KPIC - NO ACHEXC ON FILE, NOTHING COUNTED'
085200         GO TO 3800-CAPTURE-ACH-EXIT
085300     END-IF.
085400     IF WS-ACH-STATUS NOT = '00'
085500         DISPLAY 'AJ2KPIC - ACHEXC OPEN FAILED, STATUS '
085600             WS-ACH-STATUS
085700         SET WS-ABEND TO TRUE
085800         GO TO 3800-CAPTURE-ACH-EXIT
085900     END-IF.
086000     MOVE 'N' TO WS-FEED-EOF-SW.
086100     PERFORM 3810-COUNT-ACH
086200         THRU 3810-COUNT-ACH-EXIT
086300         UNTIL WS-FEED-EOF.
086400     CLOSE ACH-EXC.
086500 3800-CAPTURE-ACH-EXIT.
086600     EXIT.
086700 3810-COUNT-ACH.
086800     READ ACH-EXC INTO ACH-EXC-REC
086900         AT END
087000             SET WS-FEED-EOF TO TRUE
087100             GO TO 3810-COUNT-ACH-EXIT
087200     END-READ.
087300     ADD 1 TO WS-FEED-READ-CT.
087400     MOVE ACX-ACCT-NUM TO WS-FIND-ACCT-NUM.
087500     MOVE ACX-STMT-ID  TO WS-FIND-STMT-ID.
087600     PERFORM 6200-LOOKUP-LOB
087700         THRU 6200-LOOKUP-LOB-EXIT.
087800     MOVE 'ACHRTN  ' TO WS-WORK-MEAS-ID.
087900     MOVE 1 TO WS-WORK-VALUE.
088000     PERFORM 6100-ADD-TO-MEASURE
088100         THRU 6100-ADD-TO-MEASURE-EXIT.
088200 3810-COUNT-ACH-EXIT.
088300     EXIT.
088400******************************************************************
088500*  3900-CAPTURE-CERTIFIED - CERTIFIED PIECES ON THE LATEST AJ2CERT
088600*  STATUS FILE, AND HOW MANY HAVE SCANNED DELIVERED.
088700******************************************************************
088800 3900-CAPTURE-CERTIFIED.
088900     OPEN INPUT CERT-STAT.
089000     IF WS-CST-STATUS = '35'
089100         DISPLAY 'AJ2KPIC - NO CERTSTAT ON FILE, NOTHING COUNTED'
089200         GO TO 3900-CAPTURE-CERTIFIED-EXIT
089300     END-IF.
089400     IF WS-CST-STATUS NOT = '00'
089500         DISPLAY 'AJ2KPIC - CERTSTAT OPEN FAILED, STATUS '
089600             WS-CST-STATUS
089700         SET WS-ABEND TO TRUE
089800         GO TO 3900-CAPTURE-CERTIFIED-EXIT
089900     END-IF.
090000     MOVE 'N' TO WS-FEED-EOF-SW.
090100     PERFORM 3910-COUNT-CERTIFIED
090200         THRU 3910-COUNT-CERTIFIED-EXIT
090300         UNTIL WS-FEED-EOF.
090400     CLOSE CERT-STAT.
090500 3900-CAPTURE-CERTIFIED-EXIT.
090600     EXIT.
090700 3910-COUNT-CERTIFIED.
090800     READ CERT-STAT INTO CERT-STAT-REC
090900         AT END
091000             SET WS-FEED-EOF TO TRUE
091100             GO TO 3910-COUNT-CERTIFIED-EXIT
091200     END-READ.
091300     ADD 1 TO WS-FEED-READ-CT.
091400     MOVE CST-ACCT-NUM TO WS-FIND-ACCT-NUM.
091500     MOVE CST-STMT-ID  TO WS-FIND-STMT-ID.
091600     PERFORM 6200-LOOKUP-LOB
091700         THRU 6200-LOOKUP-LOB-EXIT.
091800     MOVE 'CERTPCS ' TO WS-WORK-MEAS-ID.
091900     MOVE 1 TO WS-WORK-VALUE.
092000     PERFORM 6100-ADD-TO-MEASURE
092100         THRU 6100-ADD-TO-MEASURE-EXIT.
092200     IF CST-STAT-DELIVERED
092300         MOVE 'CERTDLVD' TO WS-WORK-MEAS-ID
092400         PERFORM 6100-ADD-TO-MEASURE
092500             THRU 6100-ADD-TO-MEASURE-EXIT
092600     END-IF.
092700 3910-COUNT-CERTIFIED-EXIT.
092800     EXIT.
092900******************************************************************
093000*  4000-CAPTURE-POSTAGE - PIECES AND DOLLARS AJ2PSTG ACCRUED, BY
093100*  THE LINE OF BUSINESS ON EACH ACCRUAL ROW.
093200******************************************************************
093300 4000-CAPTURE-POSTAGE.
093400     OPEN INPUT PST-ACR.
093500     IF WS-PSA-STATUS = '35'
093600         DISPLAY 'AJ2KPIC - NO PSTACR ON FILE, NOTHING COUNTED'
093700         GO TO 4000-CAPTURE-POSTAGE-EXIT
093800     END-IF.
093900     IF WS-PSA-STATUS NOT = '00'
094000         DISPLAY 'AJ2KPIC - PSTACR OPEN FAILED, STATUS '
094100             WS-PSA-STATUS
094200         SET WS-ABEND TO TRUE
094300         GO TO 4000-CAPTURE-POSTAGE-EXIT
094400     END-IF.
094500     MOVE 'N' TO WS-FEED-EOF-SW.
094600     PERFORM 4010-COUNT-POSTAGE
094700         THRU 4010-COUNT-POSTAGE-EXIT
094800         UNTIL WS-FEED-EOF.
094900     CLOSE PST-ACR.
095000 4000-CAPTURE-POSTAGE-EXIT.
095100     EXIT.
095200 4010-COUNT-POSTAGE.
095300     READ PST-ACR INTO PST-ACR-REC
095400         AT END
095500             SET WS-FEED-EOF TO TRUE
095600             GO TO 4010-COUNT-POSTAGE-EXIT
095700     END-READ.
095800     ADD 1 TO WS-FEED-READ-CT.
095900     MOVE PSA-INS-LOB TO WS-WORK-LOB.
096000     MOVE 'PSTGPCS ' TO WS-WORK-MEAS-ID.
096100     MOVE PSA-PIECE-CT TO WS-WORK-VALUE.
096200     PERFORM 6100-ADD-TO-MEASURE
096300         THRU 6100-ADD-TO-MEASURE-EXIT.
096400     MOVE 'PSTGAMT ' TO WS-WORK-MEAS-ID.
096500     MOVE PSA-POSTAGE-AMT TO WS-WORK-VALUE.
096600     PERFORM 6100-ADD-TO-MEASURE
096700         THRU 6100-ADD-TO-MEASURE-EXIT.
096800 4010-COUNT-POSTAGE-EXIT.
096900     EXIT.
097000******************************************************************
097100*  4100-CAPTURE-TRIPS - THE CYCLE COUNT, AND WHETHER THE GATE
097200*  TRIPPED UNDER THIS CYCLE DATE (ON THIS RUN OR AN EARLIER RUN
097300*  OF THE SAME CYCLE BEFORE IT WAS REOPENED).
097400******************************************************************
097500 4100-CAPTURE-TRIPS.
097600     MOVE SPACES TO WS-WORK-LOB.
097700     MOVE 'CYCCOUNT' TO WS-WORK-MEAS-ID.
097800     MOVE 1 TO WS-WORK-VALUE.
097900     PERFORM 6100-ADD-TO-MEASURE
098000         THRU 6100-ADD-TO-MEASURE-EXIT.
098100     OPEN INPUT CYC-TRIP.
098200     IF WS-TRIP-STATUS = '00'
098300         MOVE 'N' TO WS-FEED-EOF-SW
098400         PERFORM 4110-SCAN-TRIPS
098500             THRU 4110-SCAN-TRIPS-EXIT
098600             UNTIL WS-FEED-EOF
098700         CLOSE CYC-TRIP
098800     ELSE
098900         IF WS-TRIP-STATUS NOT = '35'
099000             DISPLAY 'AJ2KPIC - CYCTRIP OPEN FAILED, STATUS '
099100                 WS-TRIP-STATUS
099200             SET WS-ABEND TO TRUE
099300             GO TO 4100-CAPTURE-TRIPS-EXIT
099400         END-IF
099500     END-IF.
099600     MOVE SPACES TO WS-WORK-LOB.
099700     MOVE 'GATETRIP' TO WS-WORK-MEAS-ID.
099800     IF WS-TRIPPED
099900         MOVE 1 TO WS-WORK-VALUE
100000     ELSE
100100         MOVE ZERO TO WS-WORK-VALUE
100200     END-IF.
100300     PERFORM 6100-ADD-TO-MEASURE
100400         THRU 6100-ADD-TO-MEASURE-EXIT.
100500 4100-CAPTURE-TRIPS-EXIT.
100600     EXIT.
100700 4110-SCAN-TRIPS.
100800     READ CYC-TRIP INTO CYC-TRIP-REC
100900         AT END
101000             SET WS-FEED-EOF TO TRUE
101100             GO TO 4110-SCAN-TRIPS-EXIT
101200     END-READ.
101300     IF TRP-CYCLE-DATE = WS-CYCLE-DATE
101400         ADD 1 TO WS-TRIP-ROW-CT
101500         SET WS-TRIPPED TO TRUE
101600     END-IF.
101700 4110-SCAN-TRIPS-EXIT.
101800     EXIT.
101900******************************************************************
102000*  4500-CAPTURE-TIMINGS - LOADS EACH CYCLE'S FIRST START AND LAST
102100*  END FROM THE RUN-TIME HISTORY, THEN WRITES THE LATE FLAG FOR
102200*  EVERY CAPTURED CYCLE THAT DOES NOT HAVE ONE YET.  THE CUTOFF
102300*  IS THE FIRST CUTOFHHM ON THE CLOCK AFTER THE CYCLE STARTED.
102400******************************************************************
102500 4500-CAPTURE-TIMINGS.
102600     OPEN INPUT RUN-HST.
102700     IF WS-RNH-STATUS = '35'
102800         DISPLAY 'AJ2KPIC - NO RUNHIST ON FILE, NO LATE FLAGS'
102900         GO TO 4500-CAPTURE-TIMINGS-EXIT
103000     END-IF.
103100     IF WS-RNH-STATUS NOT = '00'
103200         DISPLAY 'AJ2KPIC - RUNHIST OPEN FAILED, STATUS '
103300             WS-RNH-STATUS
103400         SET WS-ABEND TO TRUE
103500         GO TO 4500-CAPTURE-TIMINGS-EXIT
103600     END-IF.
103700     MOVE 'N' TO WS-FEED-EOF-SW.
103800     PERFORM 4510-LOAD-RUN-ROW
103900         THRU 4510-LOAD-RUN-ROW-EXIT
104000         UNTIL WS-FEED-EOF.
104100     CLOSE RUN-HST.
104200     MOVE WS-CUTOFF-HHMM(1:2) TO WS-TTS-HH.
104300     MOVE WS-CUTOFF-HHMM(3:2) TO WS-TTS-MM.
104400     MOVE ZERO TO WS-TTS-SS WS-TTS-MS.
104500     PERFORM 6400-TIME-TO-SECS THRU 6400-TIME-TO-SECS-EXIT.
104600     PERFORM 4600-FLAG-ONE-CYCLE
104700         THRU 4600-FLAG-ONE-CYCLE-EXIT
104800         VARYING WS-KCYC-IDX FROM 1 BY 1
104900         UNTIL WS-KCYC-IDX > WS-KCYC-ENTRY-CT.
105000 4500-CAPTURE-TIMINGS-EXIT.
105100     EXIT.
105200 4510-LOAD-RUN-ROW.
105300     READ RUN-HST INTO RUN-HST-REC
105400         AT END
105500             SET WS-FEED-EOF TO TRUE
105600             GO TO 4510-LOAD-RUN-ROW-EXIT
105700     END-READ.
105800     ADD 1 TO WS-RNH-READ-CT.
105900     MOVE RNH-START-DATE TO WS-DTD-DATE.
106000     PERFORM 6300-DATE-TO-DAYS THRU 6300-DATE-TO-DAYS-EXIT.
106100     MOVE RNH-START-TIME TO WS-TTS-TIME.
106200     PERFORM 6400-TIME-TO-SECS THRU 6400-TIME-TO-SECS-EXIT.
106300     COMPUTE WS-START-SECS =
106400         WS-DTD-DAYS * 86400 + WS-TTS-SECS.
106500     MOVE RNH-END-DATE TO WS-DTD-DATE.
106600     PERFORM 6300-DATE-TO-DAYS THRU 6300-DATE-TO-DAYS-EXIT.
106700     MOVE RNH-END-TIME TO WS-TTS-TIME.
106800     PERFORM 6400-TIME-TO-SECS THRU 6400-TIME-TO-SECS-EXIT.
106900     COMPUTE WS-END-SECS =
107000         WS-DTD-DAYS * 86400 + WS-TTS-SECS.
107100     MOVE ZERO TO WS-MATCH-IDX.
107200     PERFORM 4550-SCAN-RUN-CYCLE
107300         THRU 4550-SCAN-RUN-CYCLE-EXIT
107400         VARYING WS-RCYC-IDX FROM 1 BY 1
107500         UNTIL WS-RCYC-IDX > WS-RCYC-ENTRY-CT.
107600     IF WS-MATCH-IDX = ZERO
107700         IF WS-RCYC-ENTRY-CT >= 1000
107800             GO TO 4510-LOAD-RUN-ROW-EXIT
107900         END-IF
108000         ADD 1 TO WS-RCYC-ENTRY-CT
108100         MOVE WS-RCYC-ENTRY-CT TO WS-MATCH-IDX
108200         MOVE RNH-CYCLE-DATE TO WS-RCYC-DATE(WS-MATCH-IDX)
108300         MOVE WS-START-SECS TO WS-RCYC-FIRST-START(WS-MATCH-IDX)
108400         MOVE WS-END-SECS   TO WS-RCYC-LAST-END(WS-MATCH-IDX)
108500         MOVE RNH-START-DATE TO WS-DTD-DATE
108600         PERFORM 6300-DATE-TO-DAYS THRU 6300-DATE-TO-DAYS-EXIT
108700         MOVE WS-DTD-DAYS TO WS-RCYC-START-DAYS(WS-MATCH-IDX)
108800         GO TO 4510-LOAD-RUN-ROW-EXIT
108900     END-IF.
109000     IF WS-START-SECS < WS-RCYC-FIRST-START(WS-MATCH-IDX)
109100         MOVE WS-START-SECS TO WS-RCYC-FIRST-START(WS-MATCH-IDX)
109200         MOVE RNH-START-DATE TO WS-DTD-DATE
109300         PERFORM 6300-DATE-TO-DAYS THRU 6300-DATE-TO-DAYS-EXIT
109400         MOVE WS-DTD-DAYS TO WS-RCYC-START-DAYS(WS-MATCH-IDX)
109500     END-IF.
109600     IF WS-END-SECS > WS-RCYC-LAST-END(WS-MATCH-IDX)
109700         MOVE WS-END-SECS TO WS-RCYC-LAST-END(WS-MATCH-IDX)
109800     END-IF.
109900 4510-LOAD-RUN-ROW-EXIT.
110000     EXIT.
110100 4550-SCAN-RUN-CYCLE.
110200     IF WS-RCYC-DATE(WS-RCYC-IDX) = RNH-CYCLE-DATE
110300         MOVE WS-RCYC-IDX TO WS-MATCH-IDX
110400         MOVE WS-RCYC-ENTRY-CT TO WS-RCYC-IDX
110500     END-IF.
110600 4550-SCAN-RUN-CYCLE-EXIT.
110700     EXIT.
110800 4600-FLAG-ONE-CYCLE.
110900     IF WS-KCYC-TIMED-SW(WS-KCYC-IDX) = 'Y'
111000         GO TO 4600-FLAG-ONE-CYCLE-EXIT
111100     END-IF.
111200     MOVE ZERO TO WS-MATCH-IDX.
111300     MOVE WS-KCYC-DATE(WS-KCYC-IDX) TO WS-WORK-DATE.
111400     PERFORM 4650-FIND-RUN-CYCLE
111500         THRU 4650-FIND-RUN-CYCLE-EXIT
111600         VARYING WS-RCYC-IDX FROM 1 BY 1
111700         UNTIL WS-RCYC-IDX > WS-RCYC-ENTRY-CT.
111800     IF WS-MATCH-IDX = ZERO
111900         GO TO 4600-FLAG-ONE-CYCLE-EXIT
112000     END-IF.
112100     COMPUTE WS-CUTOFF-SECS =
112200         WS-RCYC-START-DAYS(WS-MATCH-IDX) * 86400 + WS-TTS-SECS.
112300     IF WS-CUTOFF-SECS < WS-RCYC-FIRST-START(WS-MATCH-IDX)
112400         ADD 86400 TO WS-CUTOFF-SECS
112500     END-IF.
112600     MOVE SPACES TO KPI-HIST-OUT-REC.
112700     MOVE WS-WORK-DATE TO KPI-CYCLE-DATE OF KPI-HIST-OUT-REC.
112800     MOVE SPACES TO KPI-INS-LOB OF KPI-HIST-OUT-REC.
112900     MOVE 'CYCLATE ' TO KPI-MEASURE-ID OF KPI-HIST-OUT-REC.
113000     IF WS-RCYC-LAST-END(WS-MATCH-IDX) > WS-CUTOFF-SECS
113100         MOVE 1 TO KPI-MEASURE-VALUE OF KPI-HIST-OUT-REC
113200     ELSE
113300         MOVE ZERO TO KPI-MEASURE-VALUE OF KPI-HIST-OUT-REC
113400     END-IF.
113500     WRITE KPI-HIST-OUT-REC.
113600     ADD 1 TO WS-LATE-WRITTEN-CT.
113700 4600-FLAG-ONE-CYCLE-EXIT.
113800     EXIT.
113900 4650-FIND-RUN-CYCLE.
114000     IF WS-RCYC-DATE(WS-RCYC-IDX) = WS-WORK-DATE
114100         MOVE WS-RCYC-IDX TO WS-MATCH-IDX
114200         MOVE WS-RCYC-ENTRY-CT TO WS-RCYC-IDX
114300     END-IF.
114400 4650-FIND-RUN-CYCLE-EXIT.
114500     EXIT.
114600******************************************************************
114700*  5000-WRITE-CYCLE-ROWS - APPENDS THIS CYCLE'S MEASURES.
114800******************************************************************
114900 5000-WRITE-CYCLE-ROWS.
115000     PERFORM 5100-WRITE-ONE-ROW
115100         THRU 5100-WRITE-ONE-ROW-EXIT
115200         VARYING WS-MEAS-IDX FROM 1 BY 1
115300         UNTIL WS-MEAS-IDX > WS-MEAS-ENTRY-CT.
115400 5000-WRITE-CYCLE-ROWS-EXIT.
115500     EXIT.
115600 5100-WRITE-ONE-ROW.
115700     MOVE SPACES TO KPI-HIST-OUT-REC.
115800     MOVE WS-CYCLE-DATE TO KPI-CYCLE-DATE OF KPI-HIST-OUT-REC.
115900     MOVE WS-MEAS-LOB(WS-MEAS-IDX)
116000         TO KPI-INS-LOB OF KPI-HIST-OUT-REC.
116100     MOVE WS-MEAS-ID(WS-MEAS-IDX)
116200         TO KPI-MEASURE-ID OF KPI-HIST-OUT-REC.
116300     MOVE WS-MEAS-VALUE(WS-MEAS-IDX)
116400         TO KPI-MEASURE-VALUE OF KPI-HIST-OUT-REC.
116500     WRITE KPI-HIST-OUT-REC.
116600     ADD 1 TO WS-ROWS-WRITTEN-CT.
116700 5100-WRITE-ONE-ROW-EXIT.
116800     EXIT.
116900 6000-FIND-MEASURE.
117000     MOVE ZERO TO WS-MATCH-IDX.
117100     PERFORM 6050-SCAN-MEASURE
117200         THRU 6050-SCAN-MEASURE-EXIT
117300         VARYING WS-MEAS-IDX FROM 1 BY 1
117400         UNTIL WS-MEAS-IDX > WS-MEAS-ENTRY-CT.
117500     IF WS-MATCH-IDX = ZERO
117600         IF WS-MEAS-ENTRY-CT < 500
117700             ADD 1 TO WS-MEAS-ENTRY-CT
117800             MOVE WS-WORK-LOB TO WS-MEAS-LOB(WS-MEAS-ENTRY-CT)
117900             MOVE WS-WORK-MEAS-ID TO WS-MEAS-ID(WS-MEAS-ENTRY-CT)
118000             MOVE ZERO TO WS-MEAS-VALUE(WS-MEAS-ENTRY-CT)
118100             MOVE WS-MEAS-ENTRY-CT TO WS-MATCH-IDX
118200         ELSE
118300             DISPLAY 'AJ2KPIC - MEASURE TABLE FULL, MEASURE '
118400                 WS-WORK-MEAS-ID ' LOB ' WS-WORK-LOB
118500                 ' NOT CAPTURED'
118600         END-IF
118700     END-IF.
118800 6000-FIND-MEASURE-EXIT.
118900     EXIT.
119000 6050-SCAN-MEASURE.
119100     IF WS-MEAS-LOB(WS-MEAS-IDX) = WS-WORK-LOB
119200             AND WS-MEAS-ID(WS-MEAS-IDX) = WS-WORK-MEAS-ID
119300         MOVE WS-MEAS-IDX TO WS-MATCH-IDX
119400         MOVE WS-MEAS-ENTRY-CT TO WS-MEAS-IDX
119500     END-IF.
119600 6050-SCAN-MEASURE-EXIT.
119700     EXIT.
119800 6100-ADD-TO-MEASURE.
119900     PERFORM 6000-FIND-MEASURE
120000         THRU 6000-FIND-MEASURE-EXIT.
120100     IF WS-MATCH-IDX > ZERO
120200         ADD WS-WORK-VALUE TO WS-MEAS-VALUE(WS-MATCH-IDX)
120300     END-IF.
120400 6100-ADD-TO-MEASURE-EXIT.
120500     EXIT.
120600******************************************************************
120700*  6200-LOOKUP-LOB - LINE OF BUSINESS FOR AN ACCOUNT/STATEMENT
120800*  FROM THE INQUIRY KSDS; BLANK WHEN THE STATEMENT IS NOT THERE.
120900******************************************************************
121000 6200-LOOKUP-LOB.
121100     MOVE SPACES TO WS-WORK-LOB.
121200     MOVE WS-FIND-ACCT-NUM TO AJ2V-KEY-ACCT-NUM.
121300     MOVE WS-FIND-STMT-ID  TO AJ2V-KEY-STMT-ID.
121400     READ AJ2-VSAM
121500         INVALID KEY
121600             ADD 1 TO WS-NO-LOB-CT
121700             GO TO 6200-LOOKUP-LOB-EXIT
121800     END-READ.
121900     MOVE AJ2-INS-LOB OF AJ2V-FLDS-REC TO WS-WORK-LOB.
122000 6200-LOOKUP-LOB-EXIT.
122100     EXIT.
122200******************************************************************
122300*  6300-DATE-TO-DAYS - CONVERTS WS-DTD-DATE (YYYYMMDD) TO A
122400*  SERIAL DAY COUNT IN WS-DTD-DAYS SO TWO DATES CAN BE
122500*  SUBTRACTED.
122600******************************************************************
122700 6300-DATE-TO-DAYS.
122800     IF WS-DTD-DATE NOT NUMERIC OR WS-DTD-DATE = '00000000'
122900         MOVE ZERO TO WS-DTD-DAYS
123000         GO TO 6300-DATE-TO-DAYS-EXIT
123100     END-IF.
123200     IF WS-DTD-MM > 2
123300         MOVE WS-DTD-YYYY TO WS-DTD-Y
123400         COMPUTE WS-DTD-M = WS-DTD-MM + 1
123500     ELSE
123600         COMPUTE WS-DTD-Y = WS-DTD-YYYY - 1
123700         COMPUTE WS-DTD-M = WS-DTD-MM + 13
123800     END-IF.
123900     COMPUTE WS-DTD-DAYS =
124000         (1461 * WS-DTD-Y) / 4
124100         + (153 * WS-DTD-M) / 5
124200         + WS-DTD-DD
124300         - (WS-DTD-Y / 100)
124400         + (WS-DTD-Y / 400).
124500 6300-DATE-TO-DAYS-EXIT.
124600     EXIT.
124700******************************************************************
124800*  6400-TIME-TO-SECS - CONVERTS WS-TTS-TIME (HHMMSSMS) TO
124900*  SECONDS SINCE MIDNIGHT IN WS-TTS-SECS (HUNDREDTHS DROPPED).
125000******************************************************************
125100 6400-TIME-TO-SECS.
125200     IF WS-TTS-TIME NOT NUMERIC
125300         MOVE ZERO TO WS-TTS-SECS
125400         GO TO 6400-TIME-TO-SECS-EXIT
125500     END-IF.
125600     COMPUTE WS-TTS-SECS =
125700         WS-TTS-HH * 3600 + WS-TTS-MM * 60 + WS-TTS-SS.
125800 6400-TIME-TO-SECS-EXIT.
125900     EXIT.
126000 8000-TERMINATE.
126100     IF NOT WS-NO-HIST
126200         CLOSE KPI-HIST
126300     END-IF.
126400     IF WS-VSAM-OPEN
126500         CLOSE AJ2-VSAM
126600     END-IF.
126700     CLOSE KPI-HIST-OUT.
126800     DISPLAY 'AJ2KPIC - CYCLE DATE         : ' WS-CYCLE-DATE.
126900     DISPLAY 'AJ2KPIC - PRIOR CAPTURE      : '
127000         WS-PRIOR-CYCLE-DATE.
127100     DISPLAY 'AJ2KPIC - HISTORY ROWS READ  : ' WS-HIST-READ-CT.
127200     DISPLAY 'AJ2KPIC - HISTORY ROWS KEPT  : ' WS-HIST-KEPT-CT.
127300     DISPLAY 'AJ2KPIC - ROWS RECAPTURED    : ' WS-HIST-DROP-CT.
127400     DISPLAY 'AJ2KPIC - FEED RECORDS READ  : ' WS-FEED-READ-CT.
127500     DISPLAY 'AJ2KPIC - NO LOB ON AJ2VSAM  : ' WS-NO-LOB-CT.
127600     DISPLAY 'AJ2KPIC - GATE TRIPS LOGGED  : ' WS-TRIP-ROW-CT.
127700     DISPLAY 'AJ2KPIC - LATE FLAGS WRITTEN : ' WS-LATE-WRITTEN-CT.
127800     DISPLAY 'AJ2KPIC - MEASURE ROWS       : ' WS-ROWS-WRITTEN-CT.
127900 8000-TERMINATE-EXIT.
128000     EXIT.
128100 9999-EXIT.
128200     IF WS-ABEND
128300         MOVE 16 TO RETURN-CODE
128400     ELSE
128500         IF WS-RCTL-BLOCKED
128600             MOVE 12 TO RETURN-CODE
128700         ELSE
128800             MOVE 0 TO RETURN-CODE
128900         END-IF
129000     END-IF.
129100     STOP RUN.
