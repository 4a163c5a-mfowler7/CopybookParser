000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2DUPG.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/08/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2DUPG - DUPLICATE-MAILING GUARD AHEAD OF COMPOSITION
000900*
001000*  A CYCLE RERUN AFTER AJ2RCIN REOPENS IT, OR AN AD-HOC
001100*  COMPOSITION RUN THAT OVERLAPS THE NIGHTLY ONE, CAN PUT THE
001200*  SAME ACCOUNT/STATEMENT IN FRONT OF AJ2COMP TWICE.  THIS JOB
001260*  READS THE PRINT FEED (AJ2PRNT, AS AJ2ADRC'S AJ2PRN2 WAS
001320*  RENAMED OVER IT) AND LOOKS EACH PIECE UP ON THE LIFECYCLE
001380*  TRACKING MASTER (AJ2TRAK, COPY STRKEVT): A PIECE THAT
001440*  ALREADY HAS A ROUTED OR COMPOSED EVENT HAS BEEN SENT TO
001500*  COMPOSITION BEFORE AND IS PULLED TO THE DUPLICATE-HOLD
001560*  DATASET (AJ2DUPH) INSTEAD OF BEING MAILED AGAIN.  EVERY
001620*  OTHER PIECE IS WRITTEN UNCHANGED TO AJ2PRNG, WHICH A LATER
001680*  JOB STEP RENAMES OVER AJ2PRNT - THE SAME RENAME-OVER
001740*  ARRANGEMENT AJ2ADRC USES FOR AJ2PRN2.
001800*
001860*  IT RUNS AHEAD OF HOUSEHOLDING (AJ2HHLD READS AJ2PRNG AS
001920*  RENAMED) AND POSTAGE (AJ2PSTG), SO A HELD DUPLICATE IS NEVER
001980*  GIVEN AN ENVELOPE THE OTHER PIECES RIDE IN AND NEVER ACCRUES
002040*  POSTAGE.
002100*
002200*  A DELIBERATE REPRINT IS LET THROUGH BY THE SUPERVISOR
002300*  OVERRIDE LIST (DUPOVRD, COPY DUPOVR): A PIECE ON THE LIST
002400*  PASSES TO THE PRINT FEED EVEN WHEN IT WAS COMPOSED BEFORE.
002500*  A MISSING OVERRIDE LIST MEANS NO OVERRIDES.
002600*
002700*  EVERY HELD DUPLICATE AND EVERY OVERRIDE USED IS LISTED ON
002800*  THE DUPLICATE-SUPPRESSION REPORT (DUPRPT) WITH THE EVENT
002900*  FOUND AND ITS DATE; CERTIFIED PIECES (AJ2-CERT-TRACK-NUM
003000*  SET) ARE FLAGGED, SINCE A DUPLICATE CERTIFIED NOTICE IS A
003100*  COMPLIANCE MATTER AND NOT JUST WASTED POSTAGE.
003200*
003300*  A MISSING TRACKING MASTER MEANS NO HISTORY TO CHECK AGAINST;
003400*  THE FEED PASSES THROUGH WHOLE WITH A CONSOLE WARNING.
003410*
003420*  AN AD-HOC AJ2COMP RUN FED DIRECTLY (AJ2ARET'S AJ2HITS, THE
003430*  AJ2COLR REMINDER FEED) IS A DELIBERATE REPRINT AND DOES NOT
003440*  PASS THROUGH THIS JOB; IT IS THE NIGHTLY FEED THAT MUST NOT
003450*  REPEAT WHAT AN EARLIER OR OVERLAPPING RUN ALREADY ROUTED.
003500*
003600*  MODIFICATION HISTORY
003700*  --------------------
003708*  10/15/26  DRO  OSDC-3340  RUN AHEAD OF AJ2HHLD; ABEND ON AN
003716*                            AJ2TRAK READ ERROR.
003725*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2PRNG AND
003750*                            AJ2DUPH (AJ2CTLT) FOR AJ2CBAL
003775*                            BALANCING.
003800*  10/08/26  DRO  OSDC-3331  NEW PROGRAM - DUPLICATE-MAILING
003900*                            GUARD AHEAD OF AJ2COMP.
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-Z15.
004400 OBJECT-COMPUTER.   IBM-Z15.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT AJ2-PRNT      ASSIGN TO AJ2PRNT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-PRNT-STATUS.
005000     SELECT AJ2-TRAK      ASSIGN TO AJ2TRAK
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS TRK-KEY
005400         FILE STATUS IS WS-TRAK-STATUS.
005500     SELECT DUP-OVRD      ASSIGN TO DUPOVRD
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-OVRD-STATUS.
005800     SELECT AJ2-PRNG      ASSIGN TO AJ2PRNG
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-PRNG-STATUS.
006100     SELECT AJ2-DUPH      ASSIGN TO AJ2DUPH
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-DUPH-STATUS.
006400     SELECT DUP-RPT       ASSIGN TO DUPRPT
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS WS-DUP-RPT-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  AJ2-PRNT
007000     RECORDING MODE IS F.
007100 01  AJ2-PRNT-REC.
007200     COPY AJ2REC.
007300 FD  AJ2-TRAK.
007400     COPY STRKEVT.
007500 FD  DUP-OVRD
007600     RECORDING MODE IS F.
007700 01  DUP-OVRD-REC.
007800     COPY DUPOVR.
007900 FD  AJ2-PRNG
008000     RECORDING MODE IS F.
008100 01  AJ2-PRNG-REC.
008200     COPY AJ2REC.
008300 FD  AJ2-DUPH
008400     RECORDING MODE IS F.
008500 01  AJ2-DUPH-REC.
008600     COPY AJ2REC.
008700 FD  DUP-RPT.
008800 01  DUP-RPT-LINE             PIC X(132).
008900 WORKING-STORAGE SECTION.
009000 01  WS-FILE-STATUSES.
009100     05 WS-PRNT-STATUS        PIC X(2)  VALUE '00'.
009200     05 WS-TRAK-STATUS        PIC X(2)  VALUE '00'.
009300     05 WS-OVRD-STATUS        PIC X(2)  VALUE '00'.
009400     05 WS-PRNG-STATUS        PIC X(2)  VALUE '00'.
009500     05 WS-DUPH-STATUS        PIC X(2)  VALUE '00'.
009600     05 WS-DUP-RPT-STATUS     PIC X(2)  VALUE '00'.
009700 01  WS-SWITCHES.
009800     05 WS-PRNT-EOF-SW        PIC X(1)  VALUE 'N'.
009900         88 WS-PRNT-EOF                 VALUE 'Y'.
010000     05 WS-OVRD-EOF-SW        PIC X(1)  VALUE 'N'.
010100         88 WS-OVRD-EOF                 VALUE 'Y'.
010200     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
010300         88 WS-ABEND                    VALUE 'Y'.
010400     05 WS-RCTL-BLOCKED-SW    PIC X(1)  VALUE 'N'.
010500         88 WS-RCTL-BLOCKED             VALUE 'Y'.
010600     05 WS-TRAK-AVAIL-SW      PIC X(1)  VALUE 'N'.
010700         88 WS-TRAK-AVAIL               VALUE 'Y'.
010800     05 WS-OVRD-TABLE-FULL-SW PIC X(1)  VALUE 'N'.
010900         88 WS-OVRD-TABLE-FULL          VALUE 'Y'.
011000     05 WS-EVENT-FOUND-SW     PIC X(1)  VALUE 'N'.
011100         88 WS-EVENT-FOUND              VALUE 'Y'.
011200 01  WS-COUNTERS              COMP.
011300     05 WS-PRNT-READ-CT       PIC 9(9)  VALUE ZERO.
011400     05 WS-PASSED-CT          PIC 9(9)  VALUE ZERO.
011500     05 WS-HELD-CT            PIC 9(9)  VALUE ZERO.
011600     05 WS-HELD-CERT-CT       PIC 9(9)  VALUE ZERO.
011700     05 WS-OVERRIDE-CT        PIC 9(9)  VALUE ZERO.
011800     05 WS-OVRD-READ-CT       PIC 9(9)  VALUE ZERO.
011900     05 WS-OVRD-UNUSED-CT     PIC 9(9)  VALUE ZERO.
012000     05 WS-OVERFLOW-CT        PIC 9(9)  VALUE ZERO.
012100 01  WS-OVRD-TABLE.
012200     05 WS-OVRD-ENTRY-CT      PIC 9(4)  COMP VALUE ZERO.
012300     05 WS-OVRD-ENTRY         OCCURS 2000 TIMES.
012400         10 WS-OVRD-ACCT-NUM  PIC X(25).
012500         10 WS-OVRD-STMT-ID   PIC X(8).
012600         10 WS-OVRD-OPER-ID   PIC X(8).
012700         10 WS-OVRD-USED-SW   PIC X(1).
012800 01  WS-OVRD-IDX              PIC 9(4)  COMP VALUE ZERO.
012900 01  WS-MATCH-IDX             PIC 9(4)  COMP VALUE ZERO.
013000 01  WS-WORK-FIELDS.
013100     05 WS-FOUND-EVENT-CD     PIC X(8)  VALUE SPACES.
013200     05 WS-FOUND-EVENT-DATE   PIC 9(8)  VALUE ZERO.
013300 01  WS-RCTL-COMMAREA.
013400     COPY RCTLCOM.
013433 01  WS-CTLT-COMMAREA.
013466     COPY CTLCOM.
013500 01  WS-RPT-HEADING1.
013600     05 FILLER                PIC X(50) VALUE
013700         'AJ2DUPG - DUPLICATE-MAILING SUPPRESSION REPORT'.
013800 01  WS-RPT-HEADING2.
013900     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
014000     05 FILLER                PIC X(10) VALUE 'STMT ID'.
014100     05 FILLER                PIC X(10) VALUE 'EVENT'.
014200     05 FILLER                PIC X(10) VALUE 'EVT DATE'.
014300     05 FILLER                PIC X(6)  VALUE 'CERT'.
014400     05 FILLER                PIC X(40) VALUE 'DISPOSITION'.
014500 01  WS-RPT-DETAIL.
014600     05 WS-RPT-ACCT-NUM       PIC X(25).
014700     05 FILLER                PIC X(2)  VALUE SPACES.
014800     05 WS-RPT-STMT-ID        PIC X(8).
014900     05 FILLER                PIC X(2)  VALUE SPACES.
015000     05 WS-RPT-EVENT-CD       PIC X(8).
015100     05 FILLER                PIC X(2)  VALUE SPACES.
015200     05 WS-RPT-EVENT-DATE     PIC 9(8).
015300     05 FILLER                PIC X(2)  VALUE SPACES.
015400     05 WS-RPT-CERT           PIC X(4).
015500     05 FILLER                PIC X(2)  VALUE SPACES.
015600     05 WS-RPT-DISPOSITION    PIC X(40).
015700 01  WS-RPT-OVERFLOW-LINE.
015800     05 FILLER                PIC X(60) VALUE
015900         'AJ2DUPG - OVERRIDE TABLE FULL, EXCESS NOT APPLIED'.
016000 01  WS-RPT-TOTALS1.
016100     05 FILLER               PIC X(15) VALUE 'PIECES READ:'.
016200     05 WS-RPT-READ          PIC ZZZ,ZZZ,ZZ9.
016300     05 FILLER               PIC X(10) VALUE ' PASSED:'.
016400     05 WS-RPT-PASSED        PIC ZZZ,ZZZ,ZZ9.
016500     05 FILLER               PIC X(18) VALUE ' DUPLICATES HELD:'.
016600     05 WS-RPT-HELD          PIC ZZZ,ZZZ,ZZ9.
016700     05 FILLER               PIC X(16) VALUE ' CERTIFIED HELD:'.
016800     05 WS-RPT-HELD-CERT     PIC ZZZ,ZZZ,ZZ9.
016900 01  WS-RPT-TOTALS2.
017000     05 FILLER               PIC X(20) VALUE 'OVERRIDES ON LIST:'.
017100     05 WS-RPT-OVRD-READ     PIC ZZZ,ZZZ,ZZ9.
017200     05 FILLER               PIC X(10) VALUE ' APPLIED:'.
017300     05 WS-RPT-OVERRIDE      PIC ZZZ,ZZZ,ZZ9.
017400     05 FILLER               PIC X(10) VALUE ' UNUSED:'.
017500     05 WS-RPT-OVRD-UNUSED   PIC ZZZ,ZZZ,ZZ9.
017600 PROCEDURE DIVISION.
017700 0000-MAINLINE.
017800     PERFORM 0100-REGISTER-START
017900         THRU 0100-REGISTER-START-EXIT.
018000     IF WS-RCTL-BLOCKED
018100         GO TO 9999-EXIT
018200     END-IF.
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-INITIALIZE-EXIT.
018500     PERFORM 2000-LOAD-OVERRIDES
018600         THRU 2000-LOAD-OVERRIDES-EXIT
018700         UNTIL WS-OVRD-EOF OR WS-ABEND.
018800     PERFORM 2500-GUARD-PRINT-FEED
018900         THRU 2500-GUARD-PRINT-FEED-EXIT
019000         UNTIL WS-PRNT-EOF OR WS-ABEND.
019100     PERFORM 8000-TERMINATE
019200         THRU 8000-TERMINATE-EXIT.
019233     PERFORM 7200-POST-CONTROL-TOTALS
019266         THRU 7200-POST-CONTROL-TOTALS-EXIT.
019300     PERFORM 0200-REGISTER-END
019400         THRU 0200-REGISTER-END-EXIT.
019500     GO TO 9999-EXIT.
019600 0100-REGISTER-START.
019700     MOVE 'S' TO RCTL-FUNCTION.
019800     MOVE 'AJ2DUPG' TO RCTL-JOB-NAME.
019900     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
020000     IF NOT RCTL-OK
020100         DISPLAY 'AJ2DUPG - RUN-CONTROL START REFUSED: '
020200             RCTL-MESSAGE
020300         SET WS-RCTL-BLOCKED TO TRUE
020400     END-IF.
020500 0100-REGISTER-START-EXIT.
020600     EXIT.
020700 0200-REGISTER-END.
020800     IF WS-ABEND
020900         GO TO 0200-REGISTER-END-EXIT
021000     END-IF.
021100     MOVE 'E' TO RCTL-FUNCTION.
021200     MOVE 'AJ2DUPG' TO RCTL-JOB-NAME.
021300     CALL 'AJ2RCTL' USING WS-RCTL-COMMAREA.
021400     IF NOT RCTL-OK
021500         DISPLAY 'AJ2DUPG - RUN-CONTROL END FAILED: '
021600             RCTL-MESSAGE
021700         SET WS-RCTL-BLOCKED TO TRUE
021800     END-IF.
021900 0200-REGISTER-END-EXIT.
022000     EXIT.
022100 1000-INITIALIZE.
022200     OPEN INPUT AJ2-PRNT.
022300     IF WS-PRNT-STATUS NOT = '00'
022400         DISPLAY 'AJ2DUPG - AJ2PRNT OPEN FAILED, STATUS '
022500             WS-PRNT-STATUS
022600         SET WS-ABEND TO TRUE
022700         GO TO 1000-INITIALIZE-EXIT
022800     END-IF.
022900*    FILE STATUS 35 MEANS NO TRACKING MASTER EXISTS YET - NO
023000*    HISTORY TO GUARD AGAINST.
023100     OPEN INPUT AJ2-TRAK.
023200     IF WS-TRAK-STATUS = '00'
023300         SET WS-TRAK-AVAIL TO TRUE
023400     ELSE
023500         IF WS-TRAK-STATUS = '35'
023600             DISPLAY 'AJ2DUPG - NO AJ2TRAK ON FILE - FEED PASSES '
023700                 'UNCHECKED'
023800         ELSE
023900             DISPLAY 'AJ2DUPG - AJ2TRAK OPEN FAILED, STATUS '
024000                 WS-TRAK-STATUS
024100             SET WS-ABEND TO TRUE
024200             GO TO 1000-INITIALIZE-EXIT
024300         END-IF
024400     END-IF.
024500*    FILE STATUS 35 MEANS NO OVERRIDE LIST THIS CYCLE.
024600     OPEN INPUT DUP-OVRD.
024700     IF WS-OVRD-STATUS = '35'
024800         SET WS-OVRD-EOF TO TRUE
024900     ELSE
025000         IF WS-OVRD-STATUS NOT = '00'
025100             DISPLAY 'AJ2DUPG - DUPOVRD OPEN FAILED, STATUS '
025200                 WS-OVRD-STATUS
025300             SET WS-ABEND TO TRUE
025400             GO TO 1000-INITIALIZE-EXIT
025500         END-IF
025600     END-IF.
025700     OPEN OUTPUT AJ2-PRNG.
025800     IF WS-PRNG-STATUS NOT = '00'
025900         DISPLAY 'AJ2DUPG - AJ2PRNG OPEN FAILED, STATUS '
026000             WS-PRNG-STATUS
026100         SET WS-ABEND TO TRUE
026200         GO TO 1000-INITIALIZE-EXIT
026300     END-IF.
026400     OPEN OUTPUT AJ2-DUPH.
026500     IF WS-DUPH-STATUS NOT = '00'
026600         DISPLAY 'AJ2DUPG - AJ2DUPH OPEN FAILED, STATUS '
026700             WS-DUPH-STATUS
026800         SET WS-ABEND TO TRUE
026900         GO TO 1000-INITIALIZE-EXIT
027000     END-IF.
027100     OPEN OUTPUT DUP-RPT.
027200     IF WS-DUP-RPT-STATUS NOT = '00'
027300         DISPLAY 'AJ2DUPG - DUPRPT OPEN FAILED, STATUS '
027400             WS-DUP-RPT-STATUS
027500         SET WS-ABEND TO TRUE
027600         GO TO 1000-INITIALIZE-EXIT
027700     END-IF.
027800     WRITE DUP-RPT-LINE FROM WS-RPT-HEADING1.
027900     MOVE SPACES TO DUP-RPT-LINE.
028000     WRITE DUP-RPT-LINE FROM WS-RPT-HEADING2.
028016     PERFORM 7000-OPEN-CONTROL-TOTALS
028032         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
028048     IF WS-ABEND
028064         GO TO 1000-INITIALIZE-EXIT
028080     END-IF.
028100     IF NOT WS-OVRD-EOF
028200         PERFORM 5100-READ-OVRD THRU 5100-READ-OVRD-EXIT
028300     END-IF.
028400     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
028500 1000-INITIALIZE-EXIT.
028600     EXIT.
028700 2000-LOAD-OVERRIDES.
028800     IF WS-OVRD-ENTRY-CT >= 2000
028900         IF NOT WS-OVRD-TABLE-FULL
029000             SET WS-OVRD-TABLE-FULL TO TRUE
029100             DISPLAY 'AJ2DUPG - OVERRIDE TABLE FULL AT 2000 ROWS'
029200         END-IF
029300         ADD 1 TO WS-OVERFLOW-CT
029400         PERFORM 5100-READ-OVRD THRU 5100-READ-OVRD-EXIT
029500         GO TO 2000-LOAD-OVERRIDES-EXIT
029600     END-IF.
029700     ADD 1 TO WS-OVRD-ENTRY-CT.
029800     MOVE DOV-ACCT-NUM    TO WS-OVRD-ACCT-NUM(WS-OVRD-ENTRY-CT).
029900     MOVE DOV-STMT-ID     TO WS-OVRD-STMT-ID(WS-OVRD-ENTRY-CT).
030000     MOVE DOV-OPERATOR-ID TO WS-OVRD-OPER-ID(WS-OVRD-ENTRY-CT).
030100     MOVE 'N'             TO WS-OVRD-USED-SW(WS-OVRD-ENTRY-CT).
030200     PERFORM 5100-READ-OVRD THRU 5100-READ-OVRD-EXIT.
030300 2000-LOAD-OVERRIDES-EXIT.
030400     EXIT.
030500******************************************************************
030600*  2500-GUARD-PRINT-FEED - A PIECE WITH NO ROUTED OR COMPOSED
030700*  EVENT PASSES.  ONE WITH EITHER IS A DUPLICATE: IT PASSES
030800*  ONLY IF IT IS ON THE OVERRIDE LIST, OTHERWISE IT IS HELD.
030900******************************************************************
031000 2500-GUARD-PRINT-FEED.
031100     PERFORM 3000-CHECK-HISTORY
031200         THRU 3000-CHECK-HISTORY-EXIT.
031225     IF WS-ABEND
031250         GO TO 2500-GUARD-PRINT-FEED-EXIT
031275     END-IF.
031300     IF NOT WS-EVENT-FOUND
031400         PERFORM 3500-PASS-PIECE
031500             THRU 3500-PASS-PIECE-EXIT
031600         GO TO 2500-NEXT-PIECE
031700     END-IF.
031800     MOVE SPACES                TO WS-RPT-DETAIL.
031900     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO WS-RPT-ACCT-NUM.
032000     MOVE AJ2-STMT-ID OF AJ2-PRNT-REC  TO WS-RPT-STMT-ID.
032100     MOVE WS-FOUND-EVENT-CD     TO WS-RPT-EVENT-CD.
032200     MOVE WS-FOUND-EVENT-DATE   TO WS-RPT-EVENT-DATE.
032300     IF AJ2-CERT-TRACK-NUM OF AJ2-PRNT-REC NOT = SPACES
032400         MOVE 'CERT' TO WS-RPT-CERT
032500     END-IF.
032600     PERFORM 3200-FIND-OVERRIDE
032700         THRU 3200-FIND-OVERRIDE-EXIT.
032800     IF WS-MATCH-IDX > ZERO
032900         MOVE 'Y' TO WS-OVRD-USED-SW(WS-MATCH-IDX)
033000         ADD 1 TO WS-OVERRIDE-CT
033100         STRING 'OVERRIDE - REPRINT RELEASED BY '
033200                 DELIMITED BY SIZE
033300             WS-OVRD-OPER-ID(WS-MATCH-IDX) DELIMITED BY SIZE
033400             INTO WS-RPT-DISPOSITION
033500         END-STRING
033600         WRITE DUP-RPT-LINE FROM WS-RPT-DETAIL
033700         PERFORM 3500-PASS-PIECE
033800             THRU 3500-PASS-PIECE-EXIT
033900         GO TO 2500-NEXT-PIECE
034000     END-IF.
034100     MOVE AJ2-PRNT-REC TO AJ2-DUPH-REC.
034200     WRITE AJ2-DUPH-REC.
034300     ADD 1 TO WS-HELD-CT.
034316     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO CTLT-ACCT-NUM.
034332     MOVE AJ2-AMT-DUE OF AJ2-PRNT-REC TO CTLT-AMT-DUE.
034348     MOVE 'AJ2DUPH' TO CTLT-DATASET.
034364     PERFORM 7100-ADD-CONTROL-TOTAL
034380         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
034400     IF AJ2-CERT-TRACK-NUM OF AJ2-PRNT-REC NOT = SPACES
034500         ADD 1 TO WS-HELD-CERT-CT
034600     END-IF.
034700     MOVE 'HELD - ALREADY SENT TO COMPOSITION'
034800         TO WS-RPT-DISPOSITION.
034900     WRITE DUP-RPT-LINE FROM WS-RPT-DETAIL.
035000 2500-NEXT-PIECE.
035100     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
035200 2500-GUARD-PRINT-FEED-EXIT.
035300     EXIT.
035400******************************************************************
035500*  3000-CHECK-HISTORY - LOOKS FOR A COMPOSED EVENT, THEN A
035600*  ROUTED ONE, ON THE TRACKING MASTER.  THE FIRST FOUND IS THE
035700*  ONE REPORTED.
035733*  NOT FOUND (STATUS 23) IS NO HISTORY; ANY OTHER READ ERROR
035766*  ENDS THE RUN RATHER THAN PASS A PIECE UNCHECKED.
035800******************************************************************
035900 3000-CHECK-HISTORY.
036000     MOVE 'N'    TO WS-EVENT-FOUND-SW.
036100     MOVE SPACES TO WS-FOUND-EVENT-CD.
036200     MOVE ZERO   TO WS-FOUND-EVENT-DATE.
036300     IF NOT WS-TRAK-AVAIL
036400         GO TO 3000-CHECK-HISTORY-EXIT
036500     END-IF.
036600     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO TRK-KEY-ACCT-NUM.
036700     MOVE AJ2-STMT-ID OF AJ2-PRNT-REC  TO TRK-KEY-STMT-ID.
036800     MOVE 'COMPOSED'                   TO TRK-KEY-EVENT-CD.
036900     READ AJ2-TRAK
037000         INVALID KEY
037100             CONTINUE
037200     END-READ.
037300     IF WS-TRAK-STATUS = '23'
037314         GO TO 3000-TRY-ROUTED
037328     END-IF.
037342     IF WS-TRAK-STATUS NOT = '00'
037356         GO TO 3000-READ-FAILED
037370     END-IF.
037384     GO TO 3000-EVENT-HIT.
037400 3000-TRY-ROUTED.
037500     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO TRK-KEY-ACCT-NUM.
037600     MOVE AJ2-STMT-ID OF AJ2-PRNT-REC  TO TRK-KEY-STMT-ID.
037700     MOVE 'ROUTED'                     TO TRK-KEY-EVENT-CD.
037800     READ AJ2-TRAK
037900         INVALID KEY
038000             CONTINUE
038100     END-READ.
038114     IF WS-TRAK-STATUS = '23'
038128         GO TO 3000-CHECK-HISTORY-EXIT
038142     END-IF.
038156     IF WS-TRAK-STATUS NOT = '00'
038170         GO TO 3000-READ-FAILED
038184     END-IF.
038200 3000-EVENT-HIT.
038300     SET WS-EVENT-FOUND TO TRUE.
038400     MOVE TRK-KEY-EVENT-CD TO WS-FOUND-EVENT-CD.
038500     MOVE TRK-EVENT-DATE   TO WS-FOUND-EVENT-DATE.
038514     GO TO 3000-CHECK-HISTORY-EXIT.
038528 3000-READ-FAILED.
038542     DISPLAY 'AJ2DUPG - AJ2TRAK READ FAILED, STATUS '
038556         WS-TRAK-STATUS ' FOR ' TRK-KEY-ACCT-NUM '/'
038570         TRK-KEY-STMT-ID.
038584     SET WS-ABEND TO TRUE.
038600 3000-CHECK-HISTORY-EXIT.
038700     EXIT.
038800 3200-FIND-OVERRIDE.
038900     MOVE ZERO TO WS-MATCH-IDX.
039000     PERFORM 3250-MATCH-OVERRIDE
039100         THRU 3250-MATCH-OVERRIDE-EXIT
039200         VARYING WS-OVRD-IDX FROM 1 BY 1
039300         UNTIL WS-OVRD-IDX > WS-OVRD-ENTRY-CT.
039400 3200-FIND-OVERRIDE-EXIT.
039500     EXIT.
039600 3250-MATCH-OVERRIDE.
039700     IF WS-OVRD-ACCT-NUM(WS-OVRD-IDX) =
039800             AJ2-ACCT-NUM OF AJ2-PRNT-REC
039900         AND WS-OVRD-STMT-ID(WS-OVRD-IDX) =
040000             AJ2-STMT-ID OF AJ2-PRNT-REC
040100         MOVE WS-OVRD-IDX TO WS-MATCH-IDX
040200         MOVE WS-OVRD-ENTRY-CT TO WS-OVRD-IDX
040300     END-IF.
040400 3250-MATCH-OVERRIDE-EXIT.
040500     EXIT.
040600 3500-PASS-PIECE.
040700     MOVE AJ2-PRNT-REC TO AJ2-PRNG-REC.
040800     WRITE AJ2-PRNG-REC.
040900     ADD 1 TO WS-PASSED-CT.
040916     MOVE AJ2-ACCT-NUM OF AJ2-PRNT-REC TO CTLT-ACCT-NUM.
040932     MOVE AJ2-AMT-DUE OF AJ2-PRNT-REC TO CTLT-AMT-DUE.
040948     MOVE 'AJ2PRNG' TO CTLT-DATASET.
040964     PERFORM 7100-ADD-CONTROL-TOTAL
040980         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
041000 3500-PASS-PIECE-EXIT.
041100     EXIT.
041200 5000-READ-PRNT.
041300     READ AJ2-PRNT INTO AJ2-PRNT-REC
041400         AT END
041500             SET WS-PRNT-EOF TO TRUE
041600             GO TO 5000-READ-PRNT-EXIT
041700     END-READ.
041800     ADD 1 TO WS-PRNT-READ-CT.
041900 5000-READ-PRNT-EXIT.
042000     EXIT.
042100 5100-READ-OVRD.
042200     READ DUP-OVRD INTO DUP-OVRD-REC
042300         AT END
042400             SET WS-OVRD-EOF TO TRUE
042500             GO TO 5100-READ-OVRD-EXIT
042600     END-READ.
042700     ADD 1 TO WS-OVRD-READ-CT.
042800 5100-READ-OVRD-EXIT.
042900     EXIT.
042901******************************************************************
042902*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
042903*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
042904*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
042905******************************************************************
042906 7000-OPEN-CONTROL-TOTALS.
042907     MOVE 'O'        TO CTLT-FUNCTION.
042908     MOVE 'AJ2DUPG'  TO CTLT-JOB-NAME.
042909     MOVE 'AJ2PRNG'  TO CTLT-DATASET.
042910     MOVE 'O'        TO CTLT-ROLE.
042911     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
042912     IF NOT CTLT-OK
042913         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
042914     END-IF.
042915     MOVE 'AJ2DUPH'  TO CTLT-DATASET.
042916     MOVE 'O'        TO CTLT-ROLE.
042917     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
042918     IF NOT CTLT-OK
042919         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
042920     END-IF.
042921     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
042922 7000-OPEN-CONTROL-TOTALS-FAIL.
042923     DISPLAY 'AJ2DUPG - CONTROL TOTAL OPEN FAILED: '
042924         CTLT-MESSAGE.
042925     SET WS-ABEND TO TRUE.
042926 7000-OPEN-CONTROL-TOTALS-EXIT.
042927     EXIT.
042928 7100-ADD-CONTROL-TOTAL.
042929     MOVE 'A'        TO CTLT-FUNCTION.
042930     MOVE 'AJ2DUPG'  TO CTLT-JOB-NAME.
042931     MOVE 'O'        TO CTLT-ROLE.
042932     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
042933     IF NOT CTLT-OK
042934         DISPLAY 'AJ2DUPG - CONTROL TOTAL ADD FAILED: '
042935             CTLT-MESSAGE
042936         SET WS-ABEND TO TRUE
042937     END-IF.
042938 7100-ADD-CONTROL-TOTAL-EXIT.
042939     EXIT.
042940******************************************************************
042941*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
042942*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
042943******************************************************************
042944 7200-POST-CONTROL-TOTALS.
042945     IF WS-ABEND
042946         GO TO 7200-POST-CONTROL-TOTALS-EXIT
042947     END-IF.
042948     MOVE 'W'        TO CTLT-FUNCTION.
042949     MOVE 'AJ2DUPG'  TO CTLT-JOB-NAME.
042950     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
042951     IF NOT CTLT-OK
042952         DISPLAY 'AJ2DUPG - CONTROL TOTALS NOT POSTED: '
042953             CTLT-MESSAGE
042954         SET WS-ABEND TO TRUE
042955     END-IF.
042956 7200-POST-CONTROL-TOTALS-EXIT.
042957     EXIT.
043000 8000-TERMINATE.
043100     PERFORM 8100-COUNT-UNUSED
043200         THRU 8100-COUNT-UNUSED-EXIT
043300         VARYING WS-OVRD-IDX FROM 1 BY 1
043400         UNTIL WS-OVRD-IDX > WS-OVRD-ENTRY-CT.
043500     ADD WS-OVERFLOW-CT TO WS-OVRD-UNUSED-CT.
043600     IF WS-OVRD-TABLE-FULL
043700         WRITE DUP-RPT-LINE FROM WS-RPT-OVERFLOW-LINE
043800     END-IF.
043900     MOVE SPACES TO DUP-RPT-LINE.
044000     WRITE DUP-RPT-LINE.
044100     MOVE WS-PRNT-READ-CT   TO WS-RPT-READ.
044200     MOVE WS-PASSED-CT      TO WS-RPT-PASSED.
044300     MOVE WS-HELD-CT        TO WS-RPT-HELD.
044400     MOVE WS-HELD-CERT-CT   TO WS-RPT-HELD-CERT.
044500     WRITE DUP-RPT-LINE FROM WS-RPT-TOTALS1.
044600     MOVE WS-OVRD-READ-CT   TO WS-RPT-OVRD-READ.
044700     MOVE WS-OVERRIDE-CT    TO WS-RPT-OVERRIDE.
044800     MOVE WS-OVRD-UNUSED-CT TO WS-RPT-OVRD-UNUSED.
044900     WRITE DUP-RPT-LINE FROM WS-RPT-TOTALS2.
045000     IF WS-TRAK-AVAIL
045100         CLOSE AJ2-TRAK
045200     END-IF.
045300     CLOSE AJ2-PRNT DUP-OVRD AJ2-PRNG AJ2-DUPH DUP-RPT.
045400     DISPLAY 'AJ2DUPG - PRINT FEED READ    : ' WS-PRNT-READ-CT.
045500     DISPLAY 'AJ2DUPG - PASSED TO AJ2PRNG  : ' WS-PASSED-CT.
045600     DISPLAY 'AJ2DUPG - DUPLICATES HELD    : ' WS-HELD-CT.
045700     DISPLAY 'AJ2DUPG - CERTIFIED HELD     : ' WS-HELD-CERT-CT.
045800     DISPLAY 'AJ2DUPG - OVERRIDES APPLIED  : ' WS-OVERRIDE-CT.
045900 8000-TERMINATE-EXIT.
046000     EXIT.
046100 8100-COUNT-UNUSED.
046200     IF WS-OVRD-USED-SW(WS-OVRD-IDX) NOT = 'Y'
046300         ADD 1 TO WS-OVRD-UNUSED-CT
046400     END-IF.
046500 8100-COUNT-UNUSED-EXIT.
046600     EXIT.
046700 9999-EXIT.
046800     IF WS-ABEND
046900         MOVE 16 TO RETURN-CODE
047000     ELSE
047100         IF WS-RCTL-BLOCKED
047200             MOVE 12 TO RETURN-CODE
047300         ELSE
047400             MOVE 0 TO RETURN-CODE
047500         END-IF
047600     END-IF.
047700     STOP RUN.
