000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2PPLS.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/12/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2PPLS - PAPER-TO-PAPERLESS CAMPAIGN TARGET SELECTION
000900*
001000*  PICKS ONE CAMPAIGN WAVE OF PRINT-ONLY CUSTOMERS WE ALREADY
001100*  HOLD AN EMAIL ADDRESS FOR, SO MARKETING CAN INVITE THEM TO
001200*  EBILL AND SAVE THE POSTAGE AJ2PSTG ACCRUES EVERY CYCLE.
001300*  READS THE CLEAN AUX-JOURN-2 EXTRACT (AJ2OUT) AND TARGETS A
001400*  STATEMENT WHEN:
001500*
001600*    - IT IS PRINT CHANNEL - NO GOOGLE, DOXO OR EBILL FLAG
001700*    - AJ2-EMAIL-ADDRESS IS USABLE - NOT BLANK (AJ2PRIV BLANKS
001800*      AN ERASED ADDRESS) AND CARRYING AN '@'
001900*    - THE CUSTOMER ID AND THE EMAIL ADDRESS ARE BOTH ABSENT
002000*      FROM THE EBILL REVERSION MASTER (EBRVMST, COPY EBRVMS) -
002100*      A CUSTOMER WHO HARD-BOUNCED ONCE IS NOT INVITED BACK
002200*    - IT IS NOT ON HOLD - AJ2-STMT-HOLD ON THE EXTRACT, OR AN
002300*      ACTIVE HOLD ON THE HOLD MASTER (AJ2HOLD, COPY AJ2HREC)
002350*      FOR THE STATEMENT OR FOR THE WHOLE ACCOUNT (BLANK
002400*      STATEMENT ID), THE SAME TEST AJ2COMP ROUTES ON
002500*    - THE ACCOUNT HAS NO PREFERENCE CHANGE ON THE AUDIT JOURNAL
002600*      (AJHAUDIT, COPY AJHCAUD) WITHIN THE LAST RECNTDAY DAYS
002700*
002800*  ONLY THE FIRST QUALIFYING STATEMENT OF AN ACCOUNT IS TARGETED.
002900*  THE RECENT CHANGES ARE SORTED INTO ACCOUNT ORDER IN THE SORT
003000*  VERB'S INPUT PROCEDURE AND MATCHED AGAINST THE EXTRACT, WHICH
003100*  IS ALREADY IN ACCOUNT ORDER, IN THE OUTPUT PROCEDURE.
003200*
003300*  TARGETS GO TO THE MARKETING TARGET FILE (PPLTGT, COPY
003400*  PPLTGT) WITH THE LANGUAGE AND LINE OF BUSINESS, AND ARE
003500*  APPENDED TO THE CAMPAIGN HISTORY (PPLHIST, SAME LAYOUT) THAT
003600*  AJ2PPLM MEASURES CONVERSIONS FROM.  A WAVE ID ALREADY ON THE
003700*  HISTORY IS REFUSED, SO A RERUN CANNOT COUNT A WAVE TWICE.
003733*  AJ2PRIV MASKS THE CUSTOMER ID AND EMAIL ON PPLHIST FOR AN
003766*  ERASE REQUEST.
003800*  SELECTION COUNTS PRINT ON PPLSRPT.
003900*
004000*  PARAMETERS (CONTROL-PARAMETER MASTER, READ THROUGH AJ2PRMG):
004100*    WAVEID    THE WAVE ID - DEFAULT THE RUN DATE, YYYYMMDD
004200*    RECNTDAY  DAYS A PREFERENCE CHANGE COUNTS AS RECENT -
004300*              DEFAULT 90
004400*
004500*  RUN ON REQUEST BY MARKETING AFTER A CYCLE HAS COMPLETED,
004600*  OUTSIDE THE NIGHTLY STREAM; IT DOES NOT REGISTER WITH RUN
004700*  CONTROL.  MISSING EBRVMST, AJ2HOLD OR AJHAUDIT MEAN NOTHING
004800*  TO EXCLUDE, NOT AN ERROR.
004900*
005000*  MODIFICATION HISTORY
005100*  --------------------
005200*  10/15/26  DRO  OSDC-3340  PPLHIST RECORD IS 147 BYTES, THE
005300*                            PPLTGT LENGTH AJ2PPLM READS IT AT;
005310*                            AN ACCOUNT-LEVEL HOLD ON AJ2HOLD
005320*                            ALSO EXCLUDES THE ACCOUNT.
005333*  10/12/26  DRO  OSDC-3335  NEW PROGRAM - PAPER-TO-PAPERLESS
005366*                            CAMPAIGN TARGET SELECTION.
005400******************************************************************
005500 ENVIRONMENT DIVISION.
005600 CONFIGURATION SECTION.
005700 SOURCE-COMPUTER.   IBM-Z15.
005800 OBJECT-COMPUTER.   IBM-Z15.
005900 INPUT-OUTPUT SECTION.
006000 FILE-CONTROL.
006100     SELECT AJ2-IN        ASSIGN TO AJ2OUT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-AJ2-IN-STATUS.
006400     SELECT EBR-MST       ASSIGN TO EBRVMST
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-EBR-MST-STATUS.
006700     SELECT AJH-AUD       ASSIGN TO AJHAUDIT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-AJH-AUD-STATUS.
007000     SELECT AJ2-HOLD      ASSIGN TO AJ2HOLD
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS AJ2H-KEY
007400         FILE STATUS IS WS-AJ2H-STATUS.
007500     SELECT AUD-SRT       ASSIGN TO PPLSRTWK.
007600     SELECT PPL-TGT       ASSIGN TO PPLTGT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-PPL-TGT-STATUS.
007900     SELECT PPL-HIST      ASSIGN TO PPLHIST
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-PPL-HIST-STATUS.
008200     SELECT PPL-RPT       ASSIGN TO PPLSRPT
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS WS-PPL-RPT-STATUS.
008500 DATA DIVISION.
008600 FILE SECTION.
008700 FD  AJ2-IN
008800     RECORDING MODE IS F.
008900 01  AJ2-IN-REC.
009000     COPY AJ2REC.
009100 FD  EBR-MST
009200     RECORDING MODE IS F.
009300 01  EBR-MST-REC.
009400     COPY EBRVMS.
009500 FD  AJH-AUD
009600     RECORDING MODE IS F.
009700 01  AJH-AUD-REC.
009800     COPY AJHCAUD.
009900 FD  AJ2-HOLD.
010000     COPY AJ2HREC.
010100 SD  AUD-SRT.
010200 01  AUD-SRT-REC.
010300     05 SRT-ACCT-NUM          PIC X(25).
010400 FD  PPL-TGT
010500     RECORDING MODE IS F.
010600 01  PPL-TGT-REC.
010700     COPY PPLTGT.
010800 FD  PPL-HIST
010900     RECORDING MODE IS F.
011000 01  PPL-HIST-REC             PIC X(147).
011100 FD  PPL-RPT.
011200 01  PPL-RPT-LINE             PIC X(132).
011300 WORKING-STORAGE SECTION.
011400 01  WS-FILE-STATUSES.
011500     05 WS-AJ2-IN-STATUS      PIC X(2)  VALUE '00'.
011600     05 WS-EBR-MST-STATUS     PIC X(2)  VALUE '00'.
011700     05 WS-AJH-AUD-STATUS     PIC X(2)  VALUE '00'.
011800     05 WS-AJ2H-STATUS        PIC X(2)  VALUE '00'.
011900     05 WS-PPL-TGT-STATUS     PIC X(2)  VALUE '00'.
012000     05 WS-PPL-HIST-STATUS    PIC X(2)  VALUE '00'.
012100     05 WS-PPL-RPT-STATUS     PIC X(2)  VALUE '00'.
012200 01  WS-SWITCHES.
012300     05 WS-AJ2-EOF-SW         PIC X(1)  VALUE 'N'.
012400         88 WS-AJ2-EOF                  VALUE 'Y'.
012500     05 WS-AUD-EOF-SW         PIC X(1)  VALUE 'N'.
012600         88 WS-AUD-EOF                  VALUE 'Y'.
012700     05 WS-SRT-EOF-SW         PIC X(1)  VALUE 'N'.
012800         88 WS-SRT-EOF                  VALUE 'Y'.
012900     05 WS-HOLD-AVAIL-SW      PIC X(1)  VALUE 'N'.
013000         88 WS-HOLD-AVAIL               VALUE 'Y'.
013100     05 WS-STMT-HELD-SW       PIC X(1)  VALUE 'N'.
013200         88 WS-STMT-HELD                VALUE 'Y'.
013300     05 WS-REV-TABLE-FULL-SW  PIC X(1)  VALUE 'N'.
013400         88 WS-REV-TABLE-FULL           VALUE 'Y'.
013500     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
013600         88 WS-ABEND                    VALUE 'Y'.
013700 01  WS-COUNTERS              COMP.
013800     05 WS-AJ2-READ-CT        PIC 9(9)  VALUE ZERO.
013900     05 WS-AUD-READ-CT        PIC 9(9)  VALUE ZERO.
014000     05 WS-RECENT-REL-CT      PIC 9(9)  VALUE ZERO.
014100     05 WS-NOT-PRINT-CT       PIC 9(9)  VALUE ZERO.
014200     05 WS-NO-EMAIL-CT        PIC 9(9)  VALUE ZERO.
014300     05 WS-REVERTED-CT        PIC 9(9)  VALUE ZERO.
014400     05 WS-HELD-CT            PIC 9(9)  VALUE ZERO.
014500     05 WS-RECENT-CT          PIC 9(9)  VALUE ZERO.
014600     05 WS-ACCT-DONE-CT       PIC 9(9)  VALUE ZERO.
014700     05 WS-TARGET-CT          PIC 9(9)  VALUE ZERO.
014800     05 WS-AT-SIGN-CT         PIC 9(4)  VALUE ZERO.
014900 01  WS-REV-TABLE.
015000     05 WS-REV-ENTRY-CT       PIC 9(4)  COMP VALUE ZERO.
015100     05 WS-REV-ENTRY          OCCURS 5000 TIMES.
015200         10 WS-REV-CUSTOMER-ID PIC X(13).
015300         10 WS-REV-EMAIL       PIC X(65).
015400 01  WS-REV-FIELDS.
015500     05 WS-REV-IDX            PIC 9(4)  COMP VALUE ZERO.
015600     05 WS-REV-MATCH-IDX      PIC 9(4)  COMP VALUE ZERO.
015700     05 WS-REV-FIND-CUSTOMER  PIC X(13) VALUE SPACES.
015800     05 WS-REV-FIND-EMAIL     PIC X(65) VALUE SPACES.
015900 01  WS-WORK-FIELDS.
016000     05 WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
016100     05 WS-WAVE-ID            PIC X(8)  VALUE SPACES.
016200     05 WS-RECENT-DAYS        PIC 9(3)  VALUE 90.
016300     05 WS-RUN-DAYS           PIC S9(9) COMP VALUE ZERO.
016400     05 WS-CUTOFF-DAYS        PIC S9(9) COMP VALUE ZERO.
016500     05 WS-LAST-TARGET-ACCT   PIC X(25) VALUE SPACES.
016600     05 WS-SRT-ACCT           PIC X(25) VALUE SPACES.
016700     05 WS-WORK-LANG-CD       PIC X(3)  VALUE SPACES.
016800******************************************************************
016900*  DATE-TO-DAYS WORK FIELDS - SEE 6600-DATE-TO-DAYS.
017000******************************************************************
017100 01  WS-DTD-FIELDS.
017200     05 WS-DTD-DATE.
017300         10 WS-DTD-YYYY       PIC 9(4).
017400         10 WS-DTD-MM         PIC 9(2).
017500         10 WS-DTD-DD         PIC 9(2).
017600     05 WS-DTD-Y              PIC S9(9)     COMP.
017700     05 WS-DTD-M              PIC S9(9)     COMP.
017800     05 WS-DTD-DAYS           PIC S9(9)     COMP.
017900 01  WS-PRMG-COMMAREA.
018000     COPY PRMCOM.
018100 01  WS-RPT-HEADING1.
018200     05 FILLER                PIC X(50) VALUE
018300         'AJ2PPLS - PAPER-TO-PAPERLESS CAMPAIGN SELECTION'.
018400 01  WS-RPT-HEADING2.
018500     05 FILLER                PIC X(10) VALUE 'WAVE ID:'.
018600     05 WS-RPT-WAVE-ID        PIC X(8).
018700     05 FILLER                PIC X(16) VALUE '   SELECTED ON:'.
018800     05 WS-RPT-RUN-DATE       PIC 9(8).
018900     05 FILLER                PIC X(26) VALUE
019000         '   RECENT CHANGE WINDOW:'.
019100     05 WS-RPT-RECENT-DAYS    PIC ZZ9.
019200     05 FILLER                PIC X(5)  VALUE ' DAYS'.
019300 01  WS-RPT-COUNT-LINE.
019400     05 WS-RPT-COUNT-LABEL    PIC X(44).
019500     05 WS-RPT-COUNT          PIC ZZZ,ZZZ,ZZ9.
019600 PROCEDURE DIVISION.
019700 0000-MAINLINE.
019800     PERFORM 1000-INITIALIZE
019900         THRU 1000-INITIALIZE-EXIT.
020000     IF NOT WS-ABEND
020100         SORT AUD-SRT
020200             ASCENDING KEY SRT-ACCT-NUM
020300             INPUT PROCEDURE IS 1500-SELECT-RECENT
020400                 THRU 1500-SELECT-RECENT-EXIT
020500             OUTPUT PROCEDURE IS 2000-SELECT-TARGETS
020600                 THRU 2000-SELECT-TARGETS-EXIT
020700     END-IF.
020800     PERFORM 8000-TERMINATE
020900         THRU 8000-TERMINATE-EXIT.
021000     GO TO 9999-EXIT.
021100 1000-INITIALIZE.
021200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
021300     MOVE WS-RUN-DATE TO WS-WAVE-ID.
021400     MOVE 'AJ2PPLS'  TO PRMG-JOB-NAME.
021500     MOVE 'WAVEID'   TO PRMG-PARM-NAME.
021600     MOVE ZERO       TO PRMG-AS-OF-DATE.
021700     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
021800     IF PRMG-FOUND
021900         IF PRMG-VALUE(1:8) NOT = SPACES
022000             MOVE PRMG-VALUE(1:8) TO WS-WAVE-ID
022100         END-IF
022200     END-IF.
022300     MOVE 'AJ2PPLS'  TO PRMG-JOB-NAME.
022400     MOVE 'RECNTDAY' TO PRMG-PARM-NAME.
022500     MOVE ZERO       TO PRMG-AS-OF-DATE.
022600     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
022700     IF PRMG-FOUND
022800         IF PRMG-VALUE(1:3) NUMERIC
022900             MOVE PRMG-VALUE(1:3) TO WS-RECENT-DAYS
023000         END-IF
023100     END-IF.
023200     MOVE WS-RUN-DATE TO WS-DTD-DATE.
023300     PERFORM 6600-DATE-TO-DAYS THRU 6600-DATE-TO-DAYS-EXIT.
023400     MOVE WS-DTD-DAYS TO WS-RUN-DAYS.
023500     COMPUTE WS-CUTOFF-DAYS = WS-RUN-DAYS - WS-RECENT-DAYS.
023600     PERFORM 1100-CHECK-WAVE THRU 1100-CHECK-WAVE-EXIT.
023700     IF WS-ABEND
023800         GO TO 1000-INITIALIZE-EXIT
023900     END-IF.
024000     PERFORM 5500-LOAD-REVERSIONS
024100         THRU 5500-LOAD-REVERSIONS-EXIT.
024200     OPEN INPUT AJ2-IN.
024300     IF WS-AJ2-IN-STATUS NOT = '00'
024400         DISPLAY 'AJ2PPLS - AJ2OUT OPEN FAILED, STATUS '
024500             WS-AJ2-IN-STATUS
024600         SET WS-ABEND TO TRUE
024700         GO TO 1000-INITIALIZE-EXIT
024800     END-IF.
024900     OPEN OUTPUT PPL-TGT.
025000     IF WS-PPL-TGT-STATUS NOT = '00'
025100         DISPLAY 'AJ2PPLS - PPLTGT OPEN FAILED, STATUS '
025200             WS-PPL-TGT-STATUS
025300         SET WS-ABEND TO TRUE
025400         GO TO 1000-INITIALIZE-EXIT
025500     END-IF.
025600     OPEN EXTEND PPL-HIST.
025700     IF WS-PPL-HIST-STATUS = '35'
025800         OPEN OUTPUT PPL-HIST
025900     END-IF.
026000     IF WS-PPL-HIST-STATUS NOT = '00'
026100         DISPLAY 'AJ2PPLS - PPLHIST OPEN FAILED, STATUS '
026200             WS-PPL-HIST-STATUS
026300         SET WS-ABEND TO TRUE
026400         GO TO 1000-INITIALIZE-EXIT
026500     END-IF.
026600     OPEN OUTPUT PPL-RPT.
026700     IF WS-PPL-RPT-STATUS NOT = '00'
026800         DISPLAY 'AJ2PPLS - PPLSRPT OPEN FAILED, STATUS '
026900             WS-PPL-RPT-STATUS
027000         SET WS-ABEND TO TRUE
027100         GO TO 1000-INITIALIZE-EXIT
027200     END-IF.
027300     OPEN INPUT AJ2-HOLD.
027400     IF WS-AJ2H-STATUS = '00'
027500         SET WS-HOLD-AVAIL TO TRUE
027600     ELSE
027700         DISPLAY 'AJ2PPLS - NO HOLD MASTER, STATUS '
027800             WS-AJ2H-STATUS ' - SELECTING WITHOUT HOLDS'
027900     END-IF.
028000 1000-INITIALIZE-EXIT.
028100     EXIT.
028200******************************************************************
028300*  1100-CHECK-WAVE - REFUSES A WAVE ID ALREADY ON THE CAMPAIGN
028400*  HISTORY.  NO HISTORY YET MEANS THIS IS THE FIRST WAVE.
028500******************************************************************
028600 1100-CHECK-WAVE.
028700     OPEN INPUT PPL-HIST.
028800     IF WS-PPL-HIST-STATUS = '35'
028900         GO TO 1100-CHECK-WAVE-EXIT
029000     END-IF.
029100     IF WS-PPL-HIST-STATUS NOT = '00'
029200         DISPLAY 'AJ2PPLS - PPLHIST OPEN FAILED, STATUS '
029300             WS-PPL-HIST-STATUS
029400         SET WS-ABEND TO TRUE
029500         GO TO 1100-CHECK-WAVE-EXIT
029600     END-IF.
029700 1100-CHECK-NEXT-HIST.
029800     READ PPL-HIST INTO PPL-TGT-REC
029900         AT END
030000             GO TO 1100-CHECK-WAVE-DONE
030100     END-READ.
030200     IF PPL-WAVE-ID = WS-WAVE-ID
030300         DISPLAY 'AJ2PPLS - WAVE ' WS-WAVE-ID
030400             ' ALREADY ON THE CAMPAIGN HISTORY - NOT RESELECTED'
030500         SET WS-ABEND TO TRUE
030600         GO TO 1100-CHECK-WAVE-DONE
030700     END-IF.
030800     GO TO 1100-CHECK-NEXT-HIST.
030900 1100-CHECK-WAVE-DONE.
031000     CLOSE PPL-HIST.
031100 1100-CHECK-WAVE-EXIT.
031200     EXIT.
031300******************************************************************
031400*  1500-SELECT-RECENT - RELEASES THE ACCOUNT OF EVERY AUDIT
031500*  JOURNAL CHANGE DATED WITHIN THE RECENT-CHANGE WINDOW.
031600******************************************************************
031700 1500-SELECT-RECENT.
031800     OPEN INPUT AJH-AUD.
031900     IF WS-AJH-AUD-STATUS = '35'
032000         DISPLAY 'AJ2PPLS - NO AJHAUDIT ON FILE, NOTHING EXCLUDED'
032100         GO TO 1500-SELECT-RECENT-EXIT
032200     END-IF.
032300     IF WS-AJH-AUD-STATUS NOT = '00'
032400         DISPLAY 'AJ2PPLS - AJHAUDIT OPEN FAILED, STATUS '
032500             WS-AJH-AUD-STATUS
032600         SET WS-ABEND TO TRUE
032700         GO TO 1500-SELECT-RECENT-EXIT
032800     END-IF.
032900     PERFORM 5100-READ-AUD THRU 5100-READ-AUD-EXIT.
033000     PERFORM 1600-SELECT-LOOP
033100         THRU 1600-SELECT-LOOP-EXIT
033200         UNTIL WS-AUD-EOF.
033300     CLOSE AJH-AUD.
033400 1500-SELECT-RECENT-EXIT.
033500     EXIT.
033600 1600-SELECT-LOOP.
033700     MOVE AJH-CHANGE-DATE TO WS-DTD-DATE.
033800     PERFORM 6600-DATE-TO-DAYS THRU 6600-DATE-TO-DAYS-EXIT.
033900     IF WS-DTD-DAYS >= WS-CUTOFF-DAYS
034000         MOVE AJH-ACCT-NUM TO SRT-ACCT-NUM
034100         RELEASE AUD-SRT-REC
034200         ADD 1 TO WS-RECENT-REL-CT
034300     END-IF.
034400     PERFORM 5100-READ-AUD THRU 5100-READ-AUD-EXIT.
034500 1600-SELECT-LOOP-EXIT.
034600     EXIT.
034700******************************************************************
034800*  2000-SELECT-TARGETS - WALKS THE EXTRACT IN ACCOUNT ORDER
034900*  AGAINST THE SORTED RECENT-CHANGE ACCOUNTS.
035000******************************************************************
035100 2000-SELECT-TARGETS.
035200     IF WS-ABEND
035300         GO TO 2000-SELECT-TARGETS-EXIT
035400     END-IF.
035500     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
035600     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
035700     PERFORM 3000-PROCESS-STMT
035800         THRU 3000-PROCESS-STMT-EXIT
035900         UNTIL WS-AJ2-EOF OR WS-ABEND.
036000 2000-SELECT-TARGETS-EXIT.
036100     EXIT.
036200 3000-PROCESS-STMT.
036300     IF AJ2-ACCT-NUM = WS-LAST-TARGET-ACCT
036400         ADD 1 TO WS-ACCT-DONE-CT
036500         GO TO 3000-PROCESS-STMT-NEXT
036600     END-IF.
036700     IF AJ2-GOOGLE-FLAG NOT = SPACE
036800             OR AJ2-DOXO-FLAG NOT = SPACE
036900             OR AJ2-EBILL-INDICATOR NOT = SPACE
037000         ADD 1 TO WS-NOT-PRINT-CT
037100         GO TO 3000-PROCESS-STMT-NEXT
037200     END-IF.
037300     MOVE ZERO TO WS-AT-SIGN-CT.
037400     INSPECT AJ2-EMAIL-ADDRESS
037500         TALLYING WS-AT-SIGN-CT FOR ALL '@'.
037600     IF AJ2-EMAIL-ADDRESS = SPACES OR WS-AT-SIGN-CT = ZERO
037700         ADD 1 TO WS-NO-EMAIL-CT
037800         GO TO 3000-PROCESS-STMT-NEXT
037900     END-IF.
038000     MOVE AJ2-CUSTOMER-ID   TO WS-REV-FIND-CUSTOMER.
038100     MOVE AJ2-EMAIL-ADDRESS TO WS-REV-FIND-EMAIL.
038200     PERFORM 6500-SCREEN-REVERSION
038300         THRU 6500-SCREEN-REVERSION-EXIT.
038400     IF WS-REV-MATCH-IDX > ZERO
038500         ADD 1 TO WS-REVERTED-CT
038600         GO TO 3000-PROCESS-STMT-NEXT
038700     END-IF.
038800     PERFORM 3100-CHECK-HOLD THRU 3100-CHECK-HOLD-EXIT.
038900     IF WS-STMT-HELD
039000         ADD 1 TO WS-HELD-CT
039100         GO TO 3000-PROCESS-STMT-NEXT
039200     END-IF.
039300     PERFORM 3200-ADVANCE-SRT
039400         THRU 3200-ADVANCE-SRT-EXIT
039500         UNTIL WS-SRT-ACCT NOT < AJ2-ACCT-NUM.
039600     IF WS-SRT-ACCT = AJ2-ACCT-NUM
039700         ADD 1 TO WS-RECENT-CT
039800         GO TO 3000-PROCESS-STMT-NEXT
039900     END-IF.
040000     PERFORM 3500-WRITE-TARGET THRU 3500-WRITE-TARGET-EXIT.
040100 3000-PROCESS-STMT-NEXT.
040200     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
040300 3000-PROCESS-STMT-EXIT.
040400     EXIT.
040500 3100-CHECK-HOLD.
040560     MOVE 'N' TO WS-STMT-HELD-SW.
040620     IF AJ2-STMT-HOLD = 'H'
040680         SET WS-STMT-HELD TO TRUE
040740         GO TO 3100-CHECK-HOLD-EXIT
040800     END-IF.
040860     IF NOT WS-HOLD-AVAIL
040920         GO TO 3100-CHECK-HOLD-EXIT
040980     END-IF.
041040     MOVE AJ2-ACCT-NUM TO AJ2H-KEY-ACCT-NUM.
041100     MOVE AJ2-STMT-ID  TO AJ2H-KEY-STMT-ID.
041160     READ AJ2-HOLD
041220         INVALID KEY
041280             GO TO 3100-CHECK-ACCOUNT-HOLD
041340     END-READ.
041400     IF AJ2H-STAT-HELD
041460         SET WS-STMT-HELD TO TRUE
041520         GO TO 3100-CHECK-HOLD-EXIT
041580     END-IF.
041640*    AN ACCOUNT-LEVEL HOLD CARRIES A BLANK STATEMENT ID.
041700 3100-CHECK-ACCOUNT-HOLD.
041760     MOVE AJ2-ACCT-NUM TO AJ2H-KEY-ACCT-NUM.
041820     MOVE SPACES       TO AJ2H-KEY-STMT-ID.
041880     READ AJ2-HOLD
041940         INVALID KEY
042000             GO TO 3100-CHECK-HOLD-EXIT
042060     END-READ.
042120     IF AJ2H-STAT-HELD
042180         SET WS-STMT-HELD TO TRUE
042240     END-IF.
042300 3100-CHECK-HOLD-EXIT.
042360     EXIT.
042500 3200-ADVANCE-SRT.
042600     PERFORM 6000-RETURN-SRT THRU 6000-RETURN-SRT-EXIT.
042700 3200-ADVANCE-SRT-EXIT.
042800     EXIT.
042900 3500-WRITE-TARGET.
043000     PERFORM 3600-SELECT-LANGUAGE
043100         THRU 3600-SELECT-LANGUAGE-EXIT.
043200     MOVE SPACES TO PPL-TGT-REC.
043300     MOVE WS-WAVE-ID        TO PPL-WAVE-ID.
043400     MOVE WS-RUN-DATE       TO PPL-SELECT-DATE.
043500     MOVE AJ2-ACCT-NUM      TO PPL-ACCT-NUM.
043600     MOVE AJ2-STMT-ID       TO PPL-STMT-ID.
043700     MOVE AJ2-CUSTOMER-ID   TO PPL-CUSTOMER-ID.
043800     MOVE AJ2-EMAIL-ADDRESS TO PPL-EMAIL-ADDRESS.
043900     MOVE WS-WORK-LANG-CD   TO PPL-LANG-CD.
044000     MOVE AJ2-INS-LOB       TO PPL-INS-LOB.
044100     MOVE AJ2-BUS-RESI-IND  TO PPL-BUS-RESI-IND.
044200     MOVE AJ2-MAIL-STATE    TO PPL-MAIL-STATE.
044300     WRITE PPL-TGT-REC.
044400     IF WS-PPL-TGT-STATUS NOT = '00'
044500         DISPLAY 'AJ2PPLS - PPLTGT WRITE FAILED, STATUS '
044600             WS-PPL-TGT-STATUS
044700         SET WS-ABEND TO TRUE
044800         GO TO 3500-WRITE-TARGET-EXIT
044900     END-IF.
045000     WRITE PPL-HIST-REC FROM PPL-TGT-REC.
045100     IF WS-PPL-HIST-STATUS NOT = '00'
045200         DISPLAY 'AJ2PPLS - PPLHIST WRITE FAILED, STATUS '
045300             WS-PPL-HIST-STATUS
045400         SET WS-ABEND TO TRUE
045500         GO TO 3500-WRITE-TARGET-EXIT
045600     END-IF.
045700     ADD 1 TO WS-TARGET-CT.
045800     MOVE AJ2-ACCT-NUM TO WS-LAST-TARGET-ACCT.
045900 3500-WRITE-TARGET-EXIT.
046000     EXIT.
046100******************************************************************
046200*  3600-SELECT-LANGUAGE - THE SAME SELECTION AJ2COMP MAKES, SO
046300*  THE INVITATION GOES OUT IN THE STATEMENT'S LANGUAGE.
046400******************************************************************
046500 3600-SELECT-LANGUAGE.
046600     IF AJ2-LANG-CD NOT = SPACES
046700         MOVE AJ2-LANG-CD TO WS-WORK-LANG-CD
046800         GO TO 3600-SELECT-LANGUAGE-EXIT
046900     END-IF.
047000     IF AJ2-LANG-IND-SPANISH
047100         MOVE 'SPA' TO WS-WORK-LANG-CD
047200         GO TO 3600-SELECT-LANGUAGE-EXIT
047300     END-IF.
047400     MOVE 'ENG' TO WS-WORK-LANG-CD.
047500 3600-SELECT-LANGUAGE-EXIT.
047600     EXIT.
047700 5000-READ-AJ2.
047800     READ AJ2-IN INTO AJ2-IN-REC
047900         AT END
048000             SET WS-AJ2-EOF TO TRUE
048100             GO TO 5000-READ-AJ2-EXIT
048200     END-READ.
048300     ADD 1 TO WS-AJ2-READ-CT.
048400 5000-READ-AJ2-EXIT.
048500     EXIT.
048600 5100-READ-AUD.
048700     READ AJH-AUD INTO AJH-AUD-REC
048800         AT END
048900             SET WS-AUD-EOF TO TRUE
049000             GO TO 5100-READ-AUD-EXIT
049100     END-READ.
049200     ADD 1 TO WS-AUD-READ-CT.
049300 5100-READ-AUD-EXIT.
049400     EXIT.
049500******************************************************************
049600*  5500-LOAD-REVERSIONS - LOADS THE EBILL REVERSION MASTER INTO
049700*  THE WORKING-STORAGE TABLE, DROPPING DUPLICATE CUSTOMER/EMAIL
049800*  ROWS (THE MASTER IS APPENDED EVERY RUN).  A MISSING MASTER
049900*  MEANS NO SCREENING, NOT AN ERROR.
050000******************************************************************
050100 5500-LOAD-REVERSIONS.
050200     OPEN INPUT EBR-MST.
050300     IF WS-EBR-MST-STATUS NOT = '00'
050400         DISPLAY 'AJ2PPLS - NO EBILL REVERSION MASTER, STATUS '
050500             WS-EBR-MST-STATUS ' - SELECTING WITHOUT SCREENING'
050600         GO TO 5500-LOAD-REVERSIONS-EXIT
050700     END-IF.
050800 5500-LOAD-NEXT-REVERSION.
050900     READ EBR-MST
051000         AT END
051100             GO TO 5500-LOAD-REVERSIONS-DONE
051200     END-READ.
051300     MOVE EBM-CUSTOMER-ID   TO WS-REV-FIND-CUSTOMER.
051400     MOVE EBM-EMAIL-ADDRESS TO WS-REV-FIND-EMAIL.
051500     PERFORM 6200-FIND-REVERSION
051600         THRU 6200-FIND-REVERSION-EXIT.
051700     IF WS-REV-MATCH-IDX > ZERO
051800         GO TO 5500-LOAD-NEXT-REVERSION
051900     END-IF.
052000     IF WS-REV-ENTRY-CT >= 5000
052100         IF NOT WS-REV-TABLE-FULL
052200             SET WS-REV-TABLE-FULL TO TRUE
052300             DISPLAY 'AJ2PPLS - REVERSION TABLE FULL AT 5000 ROWS'
052400         END-IF
052500         GO TO 5500-LOAD-NEXT-REVERSION
052600     END-IF.
052700     ADD 1 TO WS-REV-ENTRY-CT.
052800     MOVE EBM-CUSTOMER-ID TO WS-REV-CUSTOMER-ID(WS-REV-ENTRY-CT).
052900     MOVE EBM-EMAIL-ADDRESS TO WS-REV-EMAIL(WS-REV-ENTRY-CT).
053000     GO TO 5500-LOAD-NEXT-REVERSION.
053100 5500-LOAD-REVERSIONS-DONE.
053200     CLOSE EBR-MST.
053300 5500-LOAD-REVERSIONS-EXIT.
053400     EXIT.
053500 6000-RETURN-SRT.
053600     IF WS-SRT-EOF
053700         GO TO 6000-RETURN-SRT-EXIT
053800     END-IF.
053900     RETURN AUD-SRT INTO AUD-SRT-REC
054000         AT END
054100             SET WS-SRT-EOF TO TRUE
054200             MOVE HIGH-VALUES TO WS-SRT-ACCT
054300             GO TO 6000-RETURN-SRT-EXIT
054400     END-RETURN.
054500     MOVE SRT-ACCT-NUM TO WS-SRT-ACCT.
054600 6000-RETURN-SRT-EXIT.
054700     EXIT.
054800 6200-FIND-REVERSION.
054900     MOVE ZERO TO WS-REV-MATCH-IDX.
055000     PERFORM 6250-SCAN-REVERSION
055100         THRU 6250-SCAN-REVERSION-EXIT
055200         VARYING WS-REV-IDX FROM 1 BY 1
055300         UNTIL WS-REV-IDX > WS-REV-ENTRY-CT.
055400 6200-FIND-REVERSION-EXIT.
055500     EXIT.
055600 6250-SCAN-REVERSION.
055700     IF WS-REV-CUSTOMER-ID(WS-REV-IDX) = WS-REV-FIND-CUSTOMER
055800             AND WS-REV-EMAIL(WS-REV-IDX) = WS-REV-FIND-EMAIL
055900         MOVE WS-REV-IDX TO WS-REV-MATCH-IDX
056000         MOVE WS-REV-ENTRY-CT TO WS-REV-IDX
056100     END-IF.
056200 6250-SCAN-REVERSION-EXIT.
056300     EXIT.
056400******************************************************************
056500*  6500-SCREEN-REVERSION - WS-REV-MATCH-IDX IS THE FIRST ROW FOR
056600*  THE CUSTOMER ID OR FOR THE EMAIL ADDRESS, SO A CUSTOMER WHO
056700*  HAS SINCE GIVEN A NEW ADDRESS, OR AN ADDRESS THAT BOUNCED
056800*  UNDER ANOTHER CUSTOMER, IS STILL SCREENED OUT.
056900******************************************************************
057000 6500-SCREEN-REVERSION.
057100     MOVE ZERO TO WS-REV-MATCH-IDX.
057200     PERFORM 6550-SCAN-SCREEN
057300         THRU 6550-SCAN-SCREEN-EXIT
057400         VARYING WS-REV-IDX FROM 1 BY 1
057500         UNTIL WS-REV-IDX > WS-REV-ENTRY-CT.
057600 6500-SCREEN-REVERSION-EXIT.
057700     EXIT.
057800 6550-SCAN-SCREEN.
057900     IF (WS-REV-CUSTOMER-ID(WS-REV-IDX) = WS-REV-FIND-CUSTOMER
058000             AND WS-REV-FIND-CUSTOMER NOT = SPACES)
058100         OR (WS-REV-EMAIL(WS-REV-IDX) = WS-REV-FIND-EMAIL
058200             AND WS-REV-FIND-EMAIL NOT = SPACES)
058300         MOVE WS-REV-IDX TO WS-REV-MATCH-IDX
058400         MOVE WS-REV-ENTRY-CT TO WS-REV-IDX
058500     END-IF.
058600 6550-SCAN-SCREEN-EXIT.
058700     EXIT.
058800******************************************************************
058900*  6600-DATE-TO-DAYS - CONVERTS WS-DTD-DATE (YYYYMMDD) TO A
059000*  SERIAL DAY COUNT IN WS-DTD-DAYS SO TWO DATES CAN BE
059100*  SUBTRACTED FOR A CALENDAR-DAY AGE.
059200******************************************************************
059300 6600-DATE-TO-DAYS.
059400     IF WS-DTD-DATE NOT NUMERIC OR WS-DTD-DATE = '00000000'
059500         MOVE ZERO TO WS-DTD-DAYS
059600         GO TO 6600-DATE-TO-DAYS-EXIT
059700     END-IF.
059800     IF WS-DTD-MM > 2
059900         MOVE WS-DTD-YYYY TO WS-DTD-Y
060000         COMPUTE WS-DTD-M = WS-DTD-MM + 1
060100     ELSE
060200         COMPUTE WS-DTD-Y = WS-DTD-YYYY - 1
060300         COMPUTE WS-DTD-M = WS-DTD-MM + 13
060400     END-IF.
060500     COMPUTE WS-DTD-DAYS =
060600         (1461 * WS-DTD-Y) / 4
060700         + (153 * WS-DTD-M) / 5
060800         + WS-DTD-DD
060900         - (WS-DTD-Y / 100)
061000         + (WS-DTD-Y / 400).
061100 6600-DATE-TO-DAYS-EXIT.
061200     EXIT.
061300 8000-TERMINATE.
061400     IF WS-ABEND
061500         GO TO 8000-TERMINATE-EXIT
061600     END-IF.
061700     WRITE PPL-RPT-LINE FROM WS-RPT-HEADING1.
061800     MOVE WS-WAVE-ID     TO WS-RPT-WAVE-ID.
061900     MOVE WS-RUN-DATE    TO WS-RPT-RUN-DATE.
062000     MOVE WS-RECENT-DAYS TO WS-RPT-RECENT-DAYS.
062100     WRITE PPL-RPT-LINE FROM WS-RPT-HEADING2.
062200     MOVE SPACES TO PPL-RPT-LINE.
062300     WRITE PPL-RPT-LINE.
062400     MOVE 'STATEMENTS READ (AJ2OUT)' TO WS-RPT-COUNT-LABEL.
062500     MOVE WS-AJ2-READ-CT TO WS-RPT-COUNT.
062600     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
062700     MOVE 'EXCLUDED - NOT PRINT CHANNEL' TO WS-RPT-COUNT-LABEL.
062800     MOVE WS-NOT-PRINT-CT TO WS-RPT-COUNT.
062900     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
063000     MOVE 'EXCLUDED - NO USABLE EMAIL ADDRESS'
063100         TO WS-RPT-COUNT-LABEL.
063200     MOVE WS-NO-EMAIL-CT TO WS-RPT-COUNT.
063300     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
063400     MOVE 'EXCLUDED - ON EBILL REVERSION MASTER'
063500         TO WS-RPT-COUNT-LABEL.
063600     MOVE WS-REVERTED-CT TO WS-RPT-COUNT.
063700     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
063800     MOVE 'EXCLUDED - ON HOLD' TO WS-RPT-COUNT-LABEL.
063900     MOVE WS-HELD-CT TO WS-RPT-COUNT.
064000     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
064100     MOVE 'EXCLUDED - RECENT PREFERENCE CHANGE'
064200         TO WS-RPT-COUNT-LABEL.
064300     MOVE WS-RECENT-CT TO WS-RPT-COUNT.
064400     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
064500     MOVE 'SKIPPED - ACCOUNT ALREADY TARGETED'
064600         TO WS-RPT-COUNT-LABEL.
064700     MOVE WS-ACCT-DONE-CT TO WS-RPT-COUNT.
064800     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
064900     MOVE 'ACCOUNTS TARGETED' TO WS-RPT-COUNT-LABEL.
065000     MOVE WS-TARGET-CT TO WS-RPT-COUNT.
065100     WRITE PPL-RPT-LINE FROM WS-RPT-COUNT-LINE.
065200     CLOSE AJ2-IN PPL-TGT PPL-HIST PPL-RPT.
065300     IF WS-HOLD-AVAIL
065400         CLOSE AJ2-HOLD
065500     END-IF.
065600     DISPLAY 'AJ2PPLS - WAVE ID             : ' WS-WAVE-ID.
065700     DISPLAY 'AJ2PPLS - STATEMENTS READ     : ' WS-AJ2-READ-CT.
065800     DISPLAY 'AJ2PPLS - AUDIT ROWS READ     : ' WS-AUD-READ-CT.
065900     DISPLAY 'AJ2PPLS - RECENT CHANGES      : ' WS-RECENT-REL-CT.
066000     DISPLAY 'AJ2PPLS - ACCOUNTS TARGETED   : ' WS-TARGET-CT.
066100 8000-TERMINATE-EXIT.
066200     EXIT.
066300 9999-EXIT.
066400     IF WS-ABEND
066500         MOVE 16 TO RETURN-CODE
066600     ELSE
066700         MOVE 0 TO RETURN-CODE
066800     END-IF.
066900     STOP RUN.
