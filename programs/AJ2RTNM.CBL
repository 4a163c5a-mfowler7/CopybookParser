000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AJ2RTNM.
000300 AUTHOR.        D OKAFOR.
000400 INSTALLATION.  CUSTOMER COMMUNICATIONS SYSTEMS GROUP.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700******************************************************************
000800*  AJ2RTNM - DAILY RETURNED-MAIL (UNDELIVERABLE) INTAKE
000900*
001000*  NCOA ONLY CATCHES MOVES THE VENDOR ALREADY KNOWS ABOUT.  THIS
001100*  JOB READS THE MAILROOM'S DAILY RETURNED-PIECE SCAN FILE
001200*  (RTNSCAN, COPY RTNSCN - THE ACCOUNT/STATEMENT BARCODE ON EACH
001300*  UNDELIVERABLE PIECE) AND MATCHES EVERY SCAN TO THE STATEMENT
001400*  IT CAME FROM:
001500*    - ON THE TRACKING MASTER (AJ2TRAK, COPY STRKEVT) BY ITS
001600*      COMPOSED OR ROUTED EVENT, WHICH PROVES THE PIECE MAILED
001700*      AND DATES THE MAILING;
001800*    - ON THE CURRENT EXTRACT (AJ2OUT), WHICH SUPPLIES THE
001900*      MAILING ADDRESS FOR THE CSR.  THE SCANS ARE SORTED TO
002000*      ACCOUNT/STATEMENT ORDER AND MATCHED AGAINST THE EXTRACT
002100*      THE SAME WAY AJ2CERT MATCHES THE CARRIER SCAN FEED.
002200*  A SCAN FOUND ON NEITHER IS LISTED FOR THE MAILROOM TO CHECK.
002300*
002400*  FOR EACH MATCHED RETURN THE JOB:
002500*    - WRITES (OR REWRITES) THE RETURNED EVENT ON AJ2TRAK, DATED
002600*      THE SCAN DATE, SO AJ2TRKQ SHOWS IT;
002700*    - COUNTS IT ON THE RETURNED-MAIL ACCOUNT MASTER (RTNMAST,
002800*      COPY RTNMST) - SEE RTNMST FOR WHEN A RETURN IS
002900*      CONSECUTIVE.  A RE-SCAN OF A PIECE ALREADY COUNTED - ITS
002933*      STATEMENT ALREADY HAS A RETURNED EVENT ON AJ2TRAK FOR THE
002966*      SAME MAILING - IS REPORTED BUT NOT COUNTED AGAIN;
003100*    - LISTS THE PIECE ON THE CSR ADDRESS-INVESTIGATION REPORT
003200*      (RTNRPT) WITH THE ADDRESS IT WAS MAILED TO.
003300*  WHEN AN ACCOUNT REACHES THE CONSECUTIVE-RETURN LIMIT
003380*  (PARAMETER RTNLIMIT, DEFAULT 3) THE JOB PLACES AN ACCOUNT-LEVEL
003460*  ADR (ADDRESS INVESTIGATION) HOLD ON THE HOLD MASTER (AJ2HOLD,
003540*  COPY AJ2HREC) - STATEMENT ID BLANK, AJ2RTNM AS THE OPERATOR -
003620*  SO EVERY LATER STATEMENT ON THE ACCOUNT IS HELD AS WELL:
003700*  AJ2COMP STOPS ROUTING THEM AND AJ2VCNV CARRIES THE HOLD TO
003780*  AJ2-STMT-HOLD AT THE NEXT RELOAD.  THE HOLD STAYS UNTIL A CSR
003860*  CORRECTS THE ADDRESS AND RELEASES IT IN AJ2HLDM; AN ACCOUNT
003940*  ALREADY ON HOLD IS LEFT AS IT IS.  PLACING THE HOLD DOES NOT
004020*  RESTART THE RUN OF RETURNS (SEE RTNMST).
004100*
004200*  THE GAP THAT BREAKS A RUN OF RETURNS IS PARAMETER RTNGAPDY
004300*  (DAYS BETWEEN MAILINGS, DEFAULT 45).
004400*
004500*  MODIFICATION HISTORY
004600*  --------------------
004700*  10/15/26  DRO  OSDC-3340  ACCOUNT-LEVEL ADR HOLD THAT NO
004725*                            LONGER RESTARTS THE RUN; SKIP A
004750*                            PIECE ALREADY RETURNED ON AJ2TRAK.
004775*  10/15/26  DRO  OSDC-3338  NEW PROGRAM - RETURNED-MAIL INTAKE.
004800******************************************************************
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-Z15.
005200 OBJECT-COMPUTER.   IBM-Z15.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT RTN-SCAN      ASSIGN TO RTNSCAN
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-SCAN-STATUS.
005800     SELECT RTN-SRT       ASSIGN TO RTNSRTWK.
005900     SELECT AJ2-IN        ASSIGN TO AJ2OUT
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-AJ2-IN-STATUS.
006200     SELECT AJ2-TRAK      ASSIGN TO AJ2TRAK
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS TRK-KEY
006600         FILE STATUS IS WS-TRAK-STATUS.
006700     SELECT AJ2-HOLD      ASSIGN TO AJ2HOLD
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS AJ2H-KEY
007100         FILE STATUS IS WS-AJ2H-STATUS.
007200     SELECT RTN-MAST      ASSIGN TO RTNMAST
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS RTN-KEY
007600         FILE STATUS IS WS-RTNM-STATUS.
007700     SELECT RTN-RPT       ASSIGN TO RTNRPT
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS WS-RPT-STATUS.
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  RTN-SCAN
008300     RECORDING MODE IS F.
008400 01  RTN-SCAN-REC.
008500     COPY RTNSCN.
008600 SD  RTN-SRT.
008700 01  RTN-SRT-REC.
008800     COPY RTNSCN.
008900 FD  AJ2-IN
009000     RECORDING MODE IS F.
009100 01  AJ2-IN-REC.
009200     COPY AJ2REC.
009300 FD  AJ2-TRAK.
009400     COPY STRKEVT.
009500 FD  AJ2-HOLD.
009600     COPY AJ2HREC.
009700 FD  RTN-MAST.
009800     COPY RTNMST.
009900 FD  RTN-RPT.
010000 01  RTN-RPT-LINE             PIC X(132).
010100 WORKING-STORAGE SECTION.
010200 01  WS-FILE-STATUSES.
010300     05 WS-SCAN-STATUS        PIC X(2)  VALUE '00'.
010400     05 WS-AJ2-IN-STATUS      PIC X(2)  VALUE '00'.
010500     05 WS-TRAK-STATUS        PIC X(2)  VALUE '00'.
010600     05 WS-AJ2H-STATUS        PIC X(2)  VALUE '00'.
010700     05 WS-RTNM-STATUS        PIC X(2)  VALUE '00'.
010800     05 WS-RPT-STATUS         PIC X(2)  VALUE '00'.
010900 01  WS-SWITCHES.
011000     05 WS-SCAN-EOF-SW        PIC X(1)  VALUE 'N'.
011100         88 WS-SCAN-EOF                 VALUE 'Y'.
011200     05 WS-SRT-EOF-SW         PIC X(1)  VALUE 'N'.
011300         88 WS-SRT-EOF                  VALUE 'Y'.
011400     05 WS-AJ2-EOF-SW         PIC X(1)  VALUE 'N'.
011500         88 WS-AJ2-EOF                  VALUE 'Y'.
011600     05 WS-ABEND-SW           PIC X(1)  VALUE 'N'.
011700         88 WS-ABEND                    VALUE 'Y'.
011800     05 WS-ON-AJ2-SW          PIC X(1)  VALUE 'N'.
011900         88 WS-ON-AJ2                   VALUE 'Y'.
012000     05 WS-ON-TRAK-SW         PIC X(1)  VALUE 'N'.
012100         88 WS-ON-TRAK                  VALUE 'Y'.
012200     05 WS-RTN-FOUND-SW       PIC X(1)  VALUE 'N'.
012300         88 WS-RTN-FOUND                VALUE 'Y'.
012400     05 WS-HOLD-FOUND-SW      PIC X(1)  VALUE 'N'.
012500         88 WS-HOLD-FOUND               VALUE 'Y'.
012533     05 WS-RETURNED-SW        PIC X(1)  VALUE 'N'.
012566         88 WS-ALREADY-RETURNED         VALUE 'Y'.
012600 01  WS-OPEN-SWITCHES.
012700     05 WS-SCAN-OPEN-SW       PIC X(1)  VALUE 'N'.
012800         88 WS-SCAN-OPEN                VALUE 'Y'.
012900     05 WS-AJ2-OPEN-SW        PIC X(1)  VALUE 'N'.
013000         88 WS-AJ2-OPEN                 VALUE 'Y'.
013100     05 WS-TRAK-OPEN-SW       PIC X(1)  VALUE 'N'.
013200         88 WS-TRAK-OPEN                VALUE 'Y'.
013300     05 WS-HOLD-OPEN-SW       PIC X(1)  VALUE 'N'.
013400         88 WS-HOLD-OPEN                VALUE 'Y'.
013500     05 WS-RTNM-OPEN-SW       PIC X(1)  VALUE 'N'.
013600         88 WS-RTNM-OPEN                VALUE 'Y'.
013700     05 WS-RPT-OPEN-SW        PIC X(1)  VALUE 'N'.
013800         88 WS-RPT-OPEN                 VALUE 'Y'.
013900 01  WS-COUNTERS              COMP.
014000     05 WS-SCAN-READ-CT       PIC 9(9)  VALUE ZERO.
014100     05 WS-AJ2-READ-CT        PIC 9(9)  VALUE ZERO.
014200     05 WS-UNREADABLE-CT      PIC 9(9)  VALUE ZERO.
014300     05 WS-NOT-FOUND-CT       PIC 9(9)  VALUE ZERO.
014400     05 WS-ON-AJ2-CT          PIC 9(9)  VALUE ZERO.
014500     05 WS-TRAK-ONLY-CT       PIC 9(9)  VALUE ZERO.
014600     05 WS-DUPLICATE-CT       PIC 9(9)  VALUE ZERO.
014700     05 WS-POSTED-CT          PIC 9(9)  VALUE ZERO.
014800     05 WS-RUN-RESET-CT       PIC 9(9)  VALUE ZERO.
014900     05 WS-HOLD-PLACED-CT     PIC 9(9)  VALUE ZERO.
015000     05 WS-ALREADY-HELD-CT    PIC 9(9)  VALUE ZERO.
015100 01  WS-PARM-FIELDS.
015200     05 WS-RTN-LIMIT          PIC 9(3)  VALUE ZERO.
015300     05 WS-GAP-DAYS           PIC 9(3)  VALUE ZERO.
015400 01  WS-PRMG-COMMAREA.
015500     COPY PRMCOM.
015600 01  WS-CURRENT-DATE-TIME.
015700     05 WS-CURRENT-DATE       PIC 9(8).
015800     05 WS-CURRENT-TIME       PIC 9(8).
015900 01  WS-MATCH-FIELDS.
016000     05 WS-SCAN-KEY.
016100         10 WS-SCAN-ACCT-NUM  PIC X(25) VALUE SPACES.
016200         10 WS-SCAN-STMT-ID   PIC X(8)  VALUE SPACES.
016300     05 WS-AJ2-KEY.
016400         10 WS-AJ2-ACCT-NUM   PIC X(25) VALUE SPACES.
016500         10 WS-AJ2-STMT-ID    PIC X(8)  VALUE SPACES.
016600     05 WS-FIND-EVENT-CD      PIC X(8)  VALUE SPACES.
016700     05 WS-SCAN-DATE          PIC 9(8)  VALUE ZERO.
016800     05 WS-MAIL-DATE          PIC 9(8)  VALUE ZERO.
016900     05 WS-RUN-CT             PIC 9(3)  VALUE ZERO.
017000     05 WS-RUN-ED             PIC ZZ9.
017100     05 WS-ACTION             PIC X(16) VALUE SPACES.
017150     05 WS-TRK-MAIL-DATE      PIC X(8)  VALUE SPACES.
017200 01  WS-DATE-TO-DAYS-WORK.
017300     05 WS-DTD-DATE.
017400         10 WS-DTD-YYYY       PIC 9(4).
017500         10 WS-DTD-MM         PIC 9(2).
017600         10 WS-DTD-DD         PIC 9(2).
017700     05 WS-DTD-Y              PIC S9(9)     COMP.
017800     05 WS-DTD-M              PIC S9(9)     COMP.
017900     05 WS-DTD-DAYS           PIC S9(9)     COMP.
018000     05 WS-DTD-MAIL-DAYS      PIC S9(9)     COMP VALUE ZERO.
018100     05 WS-DTD-LAST-DAYS      PIC S9(9)     COMP VALUE ZERO.
018200 01  WS-RPT-HEADING1.
018300     05 FILLER                PIC X(60) VALUE
018400         'AJ2RTNM - RETURNED MAIL - CSR ADDRESS INVESTIGATION'.
018500     05 FILLER                PIC X(9)  VALUE 'RUN DATE '.
018600     05 WS-RPT-RUN-DATE       PIC 9(8).
018700 01  WS-RPT-HEADING2.
018800     05 FILLER                PIC X(27) VALUE 'ACCOUNT NUMBER'.
018900     05 FILLER                PIC X(10) VALUE 'STMT ID'.
019000     05 FILLER                PIC X(10) VALUE 'MAILED'.
019100     05 FILLER                PIC X(10) VALUE 'RETURNED'.
019200     05 FILLER                PIC X(5)  VALUE 'RSN'.
019300     05 FILLER                PIC X(6)  VALUE 'STN'.
019400     05 FILLER                PIC X(6)  VALUE ' RUN'.
019500     05 FILLER                PIC X(16) VALUE 'ACTION'.
019600 01  WS-RPT-HEADING3.
019700     05 FILLER                PIC X(4)  VALUE SPACES.
019800     05 FILLER                PIC X(50) VALUE
019900         'MAILED TO (CURRENT EXTRACT)'.
020000 01  WS-RPT-DETAIL.
020100     05 WS-RPT-ACCT-NUM       PIC X(25).
020200     05 FILLER                PIC X(2)  VALUE SPACES.
020300     05 WS-RPT-STMT-ID        PIC X(8).
020400     05 FILLER                PIC X(2)  VALUE SPACES.
020500     05 WS-RPT-MAIL-DATE      PIC X(8).
020600     05 FILLER                PIC X(2)  VALUE SPACES.
020700     05 WS-RPT-SCAN-DATE      PIC X(8).
020800     05 FILLER                PIC X(2)  VALUE SPACES.
020900     05 WS-RPT-REASON-CD      PIC X(3).
021000     05 FILLER                PIC X(2)  VALUE SPACES.
021100     05 WS-RPT-STATION-ID     PIC X(4).
021200     05 FILLER                PIC X(2)  VALUE SPACES.
021300     05 WS-RPT-RUN-CT         PIC X(3).
021400     05 FILLER                PIC X(3)  VALUE SPACES.
021500     05 WS-RPT-ACTION         PIC X(16).
021600 01  WS-RPT-ADDRESS.
021700     05 FILLER                PIC X(4)  VALUE SPACES.
021800     05 WS-RPT-ADDR-LINE1     PIC X(40).
021900     05 FILLER                PIC X(1)  VALUE SPACES.
022000     05 WS-RPT-ADDR-LINE2     PIC X(40).
022100     05 FILLER                PIC X(1)  VALUE SPACES.
022200     05 WS-RPT-CITY           PIC X(28).
022300     05 FILLER                PIC X(1)  VALUE SPACES.
022400     05 WS-RPT-STATE          PIC X(2).
022500     05 FILLER                PIC X(1)  VALUE SPACES.
022600     05 WS-RPT-ZIP            PIC X(9).
022700 01  WS-RPT-TOTALS.
022800     05 FILLER               PIC X(14) VALUE 'SCANS READ:'.
022900     05 WS-RPT-SCANS         PIC ZZZ,ZZ9.
023000     05 FILLER               PIC X(11) VALUE ' COUNTED:'.
023100     05 WS-RPT-POSTED        PIC ZZZ,ZZ9.
023200     05 FILLER               PIC X(13) VALUE ' DUPLICATES:'.
023300     05 WS-RPT-DUPLICATES    PIC ZZZ,ZZ9.
023400     05 FILLER               PIC X(14) VALUE ' NOT ON FILE:'.
023500     05 WS-RPT-NOT-FOUND     PIC ZZZ,ZZ9.
023600     05 FILLER               PIC X(13) VALUE ' UNREADABLE:'.
023700     05 WS-RPT-UNREADABLE    PIC ZZZ,ZZ9.
023800     05 FILLER               PIC X(15) VALUE ' HOLDS PLACED:'.
023900     05 WS-RPT-HOLDS         PIC ZZZ,ZZ9.
024000 PROCEDURE DIVISION.
024100 0000-MAINLINE.
024200     PERFORM 1000-INITIALIZE
024300         THRU 1000-INITIALIZE-EXIT.
024400     IF NOT WS-ABEND
024500         SORT RTN-SRT
024600             ASCENDING KEY RSN-ACCT-NUM  OF RTN-SRT-REC
024700                           RSN-STMT-ID   OF RTN-SRT-REC
024800                           RSN-SCAN-DATE OF RTN-SRT-REC
024900             INPUT PROCEDURE IS 1500-READ-SCANS
025000                 THRU 1500-READ-SCANS-EXIT
025100             OUTPUT PROCEDURE IS 2000-MATCH-RETURNS
025200                 THRU 2000-MATCH-RETURNS-EXIT
025300     END-IF.
025400     PERFORM 8000-TERMINATE
025500         THRU 8000-TERMINATE-EXIT.
025600     GO TO 9999-EXIT.
025700 1000-INITIALIZE.
025800     MOVE 3 TO WS-RTN-LIMIT.
025900     MOVE 'AJ2RTNM'  TO PRMG-JOB-NAME.
026000     MOVE 'RTNLIMIT' TO PRMG-PARM-NAME.
026100     MOVE ZERO       TO PRMG-AS-OF-DATE.
026200     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
026300     IF PRMG-FOUND
026400         IF PRMG-VALUE(1:3) NUMERIC AND PRMG-VALUE(1:3) > '000'
026500             MOVE PRMG-VALUE(1:3) TO WS-RTN-LIMIT
026600         END-IF
026700     END-IF.
026800     MOVE 45 TO WS-GAP-DAYS.
026900     MOVE 'AJ2RTNM'  TO PRMG-JOB-NAME.
027000     MOVE 'RTNGAPDY' TO PRMG-PARM-NAME.
027100     MOVE ZERO       TO PRMG-AS-OF-DATE.
027200     CALL 'AJ2PRMG' USING WS-PRMG-COMMAREA.
027300     IF PRMG-FOUND
027400         IF PRMG-VALUE(1:3) NUMERIC
027500             MOVE PRMG-VALUE(1:3) TO WS-GAP-DAYS
027600         END-IF
027700     END-IF.
027800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
027900     ACCEPT WS-CURRENT-TIME FROM TIME.
028000     OPEN INPUT RTN-SCAN.
028100     IF WS-SCAN-STATUS NOT = '00'
028200         DISPLAY 'AJ2RTNM - RTNSCAN OPEN FAILED, STATUS '
028300             WS-SCAN-STATUS
028400         SET WS-ABEND TO TRUE
028500         GO TO 1000-INITIALIZE-EXIT
028600     END-IF.
028700     SET WS-SCAN-OPEN TO TRUE.
028800     OPEN INPUT AJ2-IN.
028900     IF WS-AJ2-IN-STATUS NOT = '00'
029000         DISPLAY 'AJ2RTNM - AJ2OUT OPEN FAILED, STATUS '
029100             WS-AJ2-IN-STATUS
029200         SET WS-ABEND TO TRUE
029300         GO TO 1000-INITIALIZE-EXIT
029400     END-IF.
029500     SET WS-AJ2-OPEN TO TRUE.
029600     OPEN I-O AJ2-TRAK.
029700*    FILE STATUS 35 MEANS NO TRACKING MASTER EXISTS YET - CREATE
029800*    IT, THE SAME WAY AJ2TRKB DOES.
029900     IF WS-TRAK-STATUS = '35'
030000         OPEN OUTPUT AJ2-TRAK
030100         IF WS-TRAK-STATUS = '00'
030200             CLOSE AJ2-TRAK
030300             OPEN I-O AJ2-TRAK
030400         END-IF
030500     END-IF.
030600     IF WS-TRAK-STATUS NOT = '00'
030700         DISPLAY 'AJ2RTNM - AJ2TRAK OPEN FAILED, STATUS '
030800             WS-TRAK-STATUS
030900         SET WS-ABEND TO TRUE
031000         GO TO 1000-INITIALIZE-EXIT
031100     END-IF.
031200     SET WS-TRAK-OPEN TO TRUE.
031300     OPEN I-O AJ2-HOLD.
031400*    FILE STATUS 35 MEANS NO HOLD MASTER EXISTS YET - CREATE IT,
031500*    THE SAME WAY AJ2HLDM DOES.
031600     IF WS-AJ2H-STATUS = '35'
031700         OPEN OUTPUT AJ2-HOLD
031800         IF WS-AJ2H-STATUS = '00'
031900             CLOSE AJ2-HOLD
032000             OPEN I-O AJ2-HOLD
032100         END-IF
032200     END-IF.
032300     IF WS-AJ2H-STATUS NOT = '00'
032400         DISPLAY 'AJ2RTNM - AJ2HOLD OPEN FAILED, STATUS '
032500             WS-AJ2H-STATUS
032600         SET WS-ABEND TO TRUE
032700         GO TO 1000-INITIALIZE-EXIT
032800     END-IF.
032900     SET WS-HOLD-OPEN TO TRUE.
033000     OPEN I-O RTN-MAST.
033100*    FILE STATUS 35 MEANS NO RETURNED-MAIL MASTER EXISTS YET -
033200*    CREATE IT.
033300     IF WS-RTNM-STATUS = '35'
033400         OPEN OUTPUT RTN-MAST
033500         IF WS-RTNM-STATUS = '00'
033600             CLOSE RTN-MAST
033700             OPEN I-O RTN-MAST
033800         END-IF
033900     END-IF.
034000     IF WS-RTNM-STATUS NOT = '00'
034100         DISPLAY 'AJ2RTNM - RTNMAST OPEN FAILED, STATUS '
034200             WS-RTNM-STATUS
034300         SET WS-ABEND TO TRUE
034400         GO TO 1000-INITIALIZE-EXIT
034500     END-IF.
034600     SET WS-RTNM-OPEN TO TRUE.
034700     OPEN OUTPUT RTN-RPT.
034800     IF WS-RPT-STATUS NOT = '00'
034900         DISPLAY 'AJ2RTNM - RTNRPT OPEN FAILED, STATUS '
035000             WS-RPT-STATUS
035100         SET WS-ABEND TO TRUE
035200         GO TO 1000-INITIALIZE-EXIT
035300     END-IF.
035400     SET WS-RPT-OPEN TO TRUE.
035500     MOVE WS-CURRENT-DATE TO WS-RPT-RUN-DATE.
035600     WRITE RTN-RPT-LINE FROM WS-RPT-HEADING1.
035700     MOVE SPACES TO RTN-RPT-LINE.
035800     WRITE RTN-RPT-LINE.
035900     WRITE RTN-RPT-LINE FROM WS-RPT-HEADING2.
036000     WRITE RTN-RPT-LINE FROM WS-RPT-HEADING3.
036100 1000-INITIALIZE-EXIT.
036200     EXIT.
036300 1500-READ-SCANS.
036400     PERFORM 5200-READ-SCAN THRU 5200-READ-SCAN-EXIT.
036500     PERFORM 1600-RELEASE-SCAN
036600         THRU 1600-RELEASE-SCAN-EXIT
036700         UNTIL WS-SCAN-EOF.
036800 1500-READ-SCANS-EXIT.
036900     EXIT.
037000 1600-RELEASE-SCAN.
037100     MOVE RTN-SCAN-REC TO RTN-SRT-REC.
037200     RELEASE RTN-SRT-REC.
037300     PERFORM 5200-READ-SCAN THRU 5200-READ-SCAN-EXIT.
037400 1600-RELEASE-SCAN-EXIT.
037500     EXIT.
037600 2000-MATCH-RETURNS.
037700     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
037800     PERFORM 5100-RETURN-SRT THRU 5100-RETURN-SRT-EXIT.
037900     PERFORM 2100-MATCH-LOOP
038000         THRU 2100-MATCH-LOOP-EXIT
038100         UNTIL WS-SRT-EOF OR WS-ABEND.
038200 2000-MATCH-RETURNS-EXIT.
038300     EXIT.
038400******************************************************************
038500*  2100-MATCH-LOOP - ONE RETURNED PIECE.  THE EXTRACT IS ADVANCED
038600*  TO THE SCAN'S ACCOUNT/STATEMENT; THE MAILING ITSELF IS FOUND
038700*  ON THE TRACKING MASTER.
038800******************************************************************
038900 2100-MATCH-LOOP.
039000     MOVE RSN-ACCT-NUM OF RTN-SRT-REC TO WS-SCAN-ACCT-NUM.
039100     MOVE RSN-STMT-ID OF RTN-SRT-REC  TO WS-SCAN-STMT-ID.
039200     MOVE SPACES TO WS-ACTION.
039300     MOVE ZERO   TO WS-MAIL-DATE WS-RUN-CT.
039400     MOVE 'N'    TO WS-ON-AJ2-SW WS-ON-TRAK-SW.
039500     IF RSN-SCAN-DATE OF RTN-SRT-REC NUMERIC
039600         MOVE RSN-SCAN-DATE OF RTN-SRT-REC TO WS-SCAN-DATE
039700     ELSE
039800         MOVE WS-CURRENT-DATE TO WS-SCAN-DATE
039900     END-IF.
040000     IF WS-SCAN-ACCT-NUM = SPACES OR WS-SCAN-STMT-ID = SPACES
040100         MOVE 'UNREADABLE' TO WS-ACTION
040200         ADD 1 TO WS-UNREADABLE-CT
040300         PERFORM 4000-REPORT-RETURN THRU 4000-REPORT-RETURN-EXIT
040400         PERFORM 5100-RETURN-SRT THRU 5100-RETURN-SRT-EXIT
040500         GO TO 2100-MATCH-LOOP-EXIT
040600     END-IF.
040700     PERFORM 5000-READ-AJ2
040800         THRU 5000-READ-AJ2-EXIT
040900         UNTIL WS-AJ2-EOF OR WS-AJ2-KEY NOT < WS-SCAN-KEY.
041000     IF NOT WS-AJ2-EOF AND WS-AJ2-KEY = WS-SCAN-KEY
041100         SET WS-ON-AJ2 TO TRUE
041200     END-IF.
041300     PERFORM 2200-FIND-MAILING THRU 2200-FIND-MAILING-EXIT.
041400     IF NOT WS-ON-AJ2 AND NOT WS-ON-TRAK
041500         MOVE 'NOT ON FILE' TO WS-ACTION
041600         ADD 1 TO WS-NOT-FOUND-CT
041700         PERFORM 4000-REPORT-RETURN THRU 4000-REPORT-RETURN-EXIT
041800         PERFORM 5100-RETURN-SRT THRU 5100-RETURN-SRT-EXIT
041900         GO TO 2100-MATCH-LOOP-EXIT
042000     END-IF.
042100     IF WS-ON-AJ2
042200         ADD 1 TO WS-ON-AJ2-CT
042300     ELSE
042400         ADD 1 TO WS-TRAK-ONLY-CT
042500     END-IF.
042600     PERFORM 3000-POST-RETURN THRU 3000-POST-RETURN-EXIT.
042700     PERFORM 4000-REPORT-RETURN THRU 4000-REPORT-RETURN-EXIT.
042800     PERFORM 5100-RETURN-SRT THRU 5100-RETURN-SRT-EXIT.
042900 2100-MATCH-LOOP-EXIT.
043000     EXIT.
043100******************************************************************
043200*  2200-FIND-MAILING - THE COMPOSED EVENT DATES THE MAILING (THE
043300*  MAIL DATE IS THE COMPOSITION DATE, AS AJ2MLTC TAKES IT); A
043400*  PIECE WITH NO CONFIRMATION YET FALLS BACK TO ROUTED, AND ONE
043500*  ONLY ON THE EXTRACT TO ITS STATEMENT DATE.
043600******************************************************************
043700 2200-FIND-MAILING.
043800     MOVE 'COMPOSED' TO WS-FIND-EVENT-CD.
043900     PERFORM 2250-READ-TRAK-EVENT THRU 2250-READ-TRAK-EVENT-EXIT.
044000     IF NOT WS-ON-TRAK
044100         MOVE 'ROUTED' TO WS-FIND-EVENT-CD
044200         PERFORM 2250-READ-TRAK-EVENT
044300             THRU 2250-READ-TRAK-EVENT-EXIT
044400     END-IF.
044500     IF WS-ON-TRAK
044600         IF TRK-EVENT-DATE NUMERIC
044700             MOVE TRK-EVENT-DATE TO WS-MAIL-DATE
044800         END-IF
044900         GO TO 2200-FIND-MAILING-EXIT
045000     END-IF.
045100     IF WS-ON-AJ2 AND AJ2-STMT-DATE OF AJ2-IN-REC NUMERIC
045200         MOVE AJ2-STMT-DATE OF AJ2-IN-REC TO WS-MAIL-DATE
045300     END-IF.
045400 2200-FIND-MAILING-EXIT.
045500     EXIT.
045600 2250-READ-TRAK-EVENT.
045700     MOVE WS-SCAN-ACCT-NUM TO TRK-KEY-ACCT-NUM.
045800     MOVE WS-SCAN-STMT-ID  TO TRK-KEY-STMT-ID.
045900     MOVE WS-FIND-EVENT-CD TO TRK-KEY-EVENT-CD.
046000     READ AJ2-TRAK
046100         INVALID KEY
046200             GO TO 2250-READ-TRAK-EVENT-EXIT
046300     END-READ.
046400     SET WS-ON-TRAK TO TRUE.
046500 2250-READ-TRAK-EVENT-EXIT.
046600     EXIT.
046700******************************************************************
046800*  3000-POST-RETURN - COUNTS THE RETURN ON THE ACCOUNT MASTER,
046900*  POSTS THE RETURNED EVENT AND, AT THE LIMIT, PLACES THE HOLD.
046933*  A PIECE ALREADY RETURNED - BY AN EARLIER SCAN IN THIS RUN OR
046966*  A PRIOR ONE - IS REPORTED AS A DUPLICATE AND NOT COUNTED.
047000******************************************************************
047100 3000-POST-RETURN.
047107     PERFORM 3050-READ-RTNMAST THRU 3050-READ-RTNMAST-EXIT.
047114     PERFORM 3010-CHECK-RETURNED THRU 3010-CHECK-RETURNED-EXIT.
047121     IF WS-ALREADY-RETURNED
047128             OR (WS-RTN-FOUND
047135                 AND RTN-LAST-STMT-ID = WS-SCAN-STMT-ID
047142                 AND RTN-LAST-MAIL-DATE = WS-MAIL-DATE)
047149         MOVE 'DUPLICATE SCAN' TO WS-ACTION
047156         IF WS-RTN-FOUND
047163             MOVE RTN-CONSEC-CT TO WS-RUN-CT
047170         END-IF
047177         ADD 1 TO WS-DUPLICATE-CT
047184         GO TO 3000-POST-RETURN-EXIT
047191     END-IF.
048100     IF NOT WS-RTN-FOUND
048200         PERFORM 3060-INIT-RTNMAST THRU 3060-INIT-RTNMAST-EXIT
048300     END-IF.
048400*    A MAILING MORE THAN THE GAP AFTER THE LAST ONE RETURNED
048500*    MEANS A MAILING IN BETWEEN GOT THROUGH - THE RUN RESTARTS.
048600     IF RTN-CONSEC-CT > ZERO
048700             AND WS-MAIL-DATE > RTN-LAST-MAIL-DATE
048800         MOVE RTN-LAST-MAIL-DATE TO WS-DTD-DATE
048900         PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-EXIT
049000         MOVE WS-DTD-DAYS TO WS-DTD-LAST-DAYS
049100         MOVE WS-MAIL-DATE TO WS-DTD-DATE
049200         PERFORM 6000-DATE-TO-DAYS THRU 6000-DATE-TO-DAYS-EXIT
049300         MOVE WS-DTD-DAYS TO WS-DTD-MAIL-DAYS
049400         IF WS-DTD-LAST-DAYS > ZERO
049500                 AND WS-DTD-MAIL-DAYS - WS-DTD-LAST-DAYS
049600                     > WS-GAP-DAYS
049700             MOVE ZERO TO RTN-CONSEC-CT
049800             ADD 1 TO WS-RUN-RESET-CT
049900         END-IF
050000     END-IF.
050100     IF RTN-CONSEC-CT < 999
050200         ADD 1 TO RTN-CONSEC-CT
050300     END-IF.
050400     IF RTN-TOTAL-CT < 99999
050500         ADD 1 TO RTN-TOTAL-CT
050600     END-IF.
050700     IF RTN-FIRST-RTN-DATE = ZERO
050800         MOVE WS-SCAN-DATE TO RTN-FIRST-RTN-DATE
050900     END-IF.
051000     MOVE WS-SCAN-DATE TO RTN-LAST-RTN-DATE.
051100     MOVE RSN-REASON-CD OF RTN-SRT-REC TO RTN-LAST-REASON-CD.
051200*    A LATE SCAN OF AN OLDER MAILING DOES NOT MOVE THE RUN BACK.
051300     IF WS-MAIL-DATE NOT < RTN-LAST-MAIL-DATE
051400         MOVE WS-SCAN-STMT-ID TO RTN-LAST-STMT-ID
051500         MOVE WS-MAIL-DATE    TO RTN-LAST-MAIL-DATE
051600     END-IF.
051700     MOVE RTN-CONSEC-CT TO WS-RUN-CT.
051800     ADD 1 TO WS-POSTED-CT.
051900     PERFORM 3100-POST-EVENT THRU 3100-POST-EVENT-EXIT.
052000     IF WS-ABEND
052100         GO TO 3000-POST-RETURN-EXIT
052200     END-IF.
052300     IF RTN-CONSEC-CT >= WS-RTN-LIMIT
052400         PERFORM 3200-PLACE-HOLD THRU 3200-PLACE-HOLD-EXIT
052500         IF WS-ABEND
052600             GO TO 3000-POST-RETURN-EXIT
052700         END-IF
052800     END-IF.
052900     PERFORM 3300-FILE-RTNMAST THRU 3300-FILE-RTNMAST-EXIT.
053000 3000-POST-RETURN-EXIT.
053100     EXIT.
053104******************************************************************
053108*  3010-CHECK-RETURNED - LOOKS FOR THE RETURNED EVENT ON AJ2TRAK
053112*  BEFORE ANYTHING IS COUNTED OR 3100-POST-EVENT WRITES IT.  ONE
053116*  ALREADY THERE FOR THE SAME MAILING (THE MAIL DATE IN ITS
053120*  DETAIL) MEANS THE PIECE HAS BEEN COUNTED.
053124******************************************************************
053128 3010-CHECK-RETURNED.
053132     MOVE 'N' TO WS-RETURNED-SW.
053136     MOVE WS-SCAN-ACCT-NUM TO TRK-KEY-ACCT-NUM.
053140     MOVE WS-SCAN-STMT-ID  TO TRK-KEY-STMT-ID.
053144     MOVE 'RETURNED'       TO TRK-KEY-EVENT-CD.
053148     READ AJ2-TRAK
053152         INVALID KEY
053156             GO TO 3010-CHECK-RETURNED-EXIT
053160     END-READ.
053164     MOVE TRK-EVENT-DETAIL(23:8) TO WS-TRK-MAIL-DATE.
053168     IF WS-MAIL-DATE = ZERO
053172             OR WS-TRK-MAIL-DATE NOT NUMERIC
053176             OR WS-TRK-MAIL-DATE = WS-MAIL-DATE
053180         SET WS-ALREADY-RETURNED TO TRUE
053184     END-IF.
053188 3010-CHECK-RETURNED-EXIT.
053192     EXIT.
053200 3050-READ-RTNMAST.
053300     MOVE 'N' TO WS-RTN-FOUND-SW.
053400     MOVE WS-SCAN-ACCT-NUM TO RTN-KEY-ACCT-NUM.
053500     READ RTN-MAST
053600         INVALID KEY
053700             GO TO 3050-READ-RTNMAST-EXIT
053800     END-READ.
053900     SET WS-RTN-FOUND TO TRUE.
054000 3050-READ-RTNMAST-EXIT.
054100     EXIT.
054200 3060-INIT-RTNMAST.
054300     MOVE SPACES           TO RTN-FILE-REC.
054400     MOVE WS-SCAN-ACCT-NUM TO RTN-KEY-ACCT-NUM.
054500     MOVE ZERO             TO RTN-CONSEC-CT.
054600     MOVE ZERO             TO RTN-TOTAL-CT.
054700     MOVE ZERO             TO RTN-FIRST-RTN-DATE.
054800     MOVE ZERO             TO RTN-LAST-RTN-DATE.
054900     MOVE ZERO             TO RTN-LAST-MAIL-DATE.
055000     MOVE ZERO             TO RTN-HOLD-CT.
055100     MOVE ZERO             TO RTN-HOLD-DATE.
055200 3060-INIT-RTNMAST-EXIT.
055300     EXIT.
055400******************************************************************
055500*  3100-POST-EVENT - THE RETURNED EVENT, WRITE-OR-REWRITE ON THE
055600*  ACCOUNT/STATEMENT/EVENT KEY SO THE LATEST RETURN SHOWS.
055700******************************************************************
055800 3100-POST-EVENT.
055900     MOVE WS-SCAN-ACCT-NUM TO TRK-KEY-ACCT-NUM.
056000     MOVE WS-SCAN-STMT-ID  TO TRK-KEY-STMT-ID.
056100     MOVE 'RETURNED'       TO TRK-KEY-EVENT-CD.
056200     MOVE WS-SCAN-DATE     TO TRK-EVENT-DATE.
056300     MOVE WS-CURRENT-TIME  TO TRK-EVENT-TIME.
056400     MOVE RTN-CONSEC-CT    TO WS-RUN-ED.
056500     MOVE SPACES           TO TRK-EVENT-DETAIL.
056600     STRING RSN-REASON-CD OF RTN-SRT-REC DELIMITED BY SIZE
056700         ' RETURN ' DELIMITED BY SIZE
056800         WS-RUN-ED DELIMITED BY SIZE
056900         ' MAILED ' DELIMITED BY SIZE
057000         WS-MAIL-DATE DELIMITED BY SIZE
057100         INTO TRK-EVENT-DETAIL.
057200     WRITE TRK-FILE-REC
057300         INVALID KEY
057400             REWRITE TRK-FILE-REC
057500                 INVALID KEY
057600                     DISPLAY 'AJ2RTNM - EVENT PUT FAILED FOR '
057700                         TRK-KEY-ACCT-NUM '/' TRK-KEY-STMT-ID
057800                     SET WS-ABEND TO TRUE
057900                     GO TO 3100-POST-EVENT-EXIT
058000             END-REWRITE
058100     END-WRITE.
058200 3100-POST-EVENT-EXIT.
058300     EXIT.
058400******************************************************************
058410*  3200-PLACE-HOLD - THE ACCOUNT-LEVEL ADR HOLD (STATEMENT ID
058420*  BLANK), PLACED AS AJ2HLDM PLACES ONE.  AN ACCOUNT ALREADY HELD
058430*  KEEPS ITS HOLD.  THE RUN IS NOT RESTARTED: THE HOLD STAYS UNTIL
058440*  A CSR RELEASES IT, AND A RETURN AFTER THAT WHILE THE RUN IS
058450*  STILL UNBROKEN PUTS THE ACCOUNT BACK ON HOLD.
058460******************************************************************
058470 3200-PLACE-HOLD.
058480     MOVE 'N' TO WS-HOLD-FOUND-SW.
058490     MOVE WS-SCAN-ACCT-NUM TO AJ2H-KEY-ACCT-NUM.
058500     MOVE SPACES           TO AJ2H-KEY-STMT-ID.
058510     READ AJ2-HOLD
058520         INVALID KEY
058530             GO TO 3200-PLACE-HOLD-FILE
058540     END-READ.
058550     SET WS-HOLD-FOUND TO TRUE.
058560     IF AJ2H-STAT-HELD
058570         MOVE 'ALREADY ON HOLD' TO WS-ACTION
058580         ADD 1 TO WS-ALREADY-HELD-CT
058590         GO TO 3200-PLACE-HOLD-EXIT
058600     END-IF.
058610 3200-PLACE-HOLD-FILE.
058620     MOVE WS-SCAN-ACCT-NUM TO AJ2H-KEY-ACCT-NUM.
058630     MOVE SPACES           TO AJ2H-KEY-STMT-ID.
058640     MOVE 'H'              TO AJ2H-STATUS.
058650     MOVE 'ADR'            TO AJ2H-REASON-CD.
058660     MOVE 'AJ2RTNM'        TO AJ2H-OPERATOR-ID.
058670     MOVE WS-CURRENT-DATE  TO AJ2H-HOLD-DATE.
058680     MOVE WS-CURRENT-TIME  TO AJ2H-HOLD-TIME.
058690     MOVE SPACES           TO AJ2H-REL-OPERATOR-ID.
058700     MOVE ZERO             TO AJ2H-REL-DATE.
058710     MOVE ZERO             TO AJ2H-REL-TIME.
058720     IF WS-HOLD-FOUND
058730         REWRITE AJ2H-FILE-REC
058740             INVALID KEY
058750                 DISPLAY 'AJ2RTNM - HOLD REWRITE FAILED FOR '
058760                     AJ2H-KEY-ACCT-NUM
058770                 SET WS-ABEND TO TRUE
058780                 GO TO 3200-PLACE-HOLD-EXIT
058790         END-REWRITE
058800     ELSE
058810         WRITE AJ2H-FILE-REC
058820             INVALID KEY
058830                 DISPLAY 'AJ2RTNM - HOLD WRITE FAILED FOR '
058840                     AJ2H-KEY-ACCT-NUM
058850                 SET WS-ABEND TO TRUE
058860                 GO TO 3200-PLACE-HOLD-EXIT
058870         END-WRITE
058880     END-IF.
058890     MOVE 'ADR HOLD PLACED' TO WS-ACTION.
058900     ADD 1 TO WS-HOLD-PLACED-CT.
058910     IF RTN-HOLD-CT < 999
058920         ADD 1 TO RTN-HOLD-CT
058930     END-IF.
058940     MOVE WS-CURRENT-DATE TO RTN-HOLD-DATE.
058950     MOVE WS-SCAN-STMT-ID TO RTN-HOLD-STMT-ID.
058960 3200-PLACE-HOLD-EXIT.
064000     EXIT.
064100 3300-FILE-RTNMAST.
064200     IF WS-RTN-FOUND
064300         REWRITE RTN-FILE-REC
064400             INVALID KEY
064500                 DISPLAY 'AJ2RTNM - RTNMAST REWRITE FAILED FOR '
064600                     RTN-KEY-ACCT-NUM
064700                 SET WS-ABEND TO TRUE
064800         END-REWRITE
064900     ELSE
065000         WRITE RTN-FILE-REC
065100             INVALID KEY
065200                 DISPLAY 'AJ2RTNM - RTNMAST WRITE FAILED FOR '
065300                     RTN-KEY-ACCT-NUM
065400                 SET WS-ABEND TO TRUE
065500         END-WRITE
065600     END-IF.
065700 3300-FILE-RTNMAST-EXIT.
065800     EXIT.
065900******************************************************************
066000*  4000-REPORT-RETURN - EVERY SCAN IS LISTED; A PIECE STILL ON
066100*  THE EXTRACT IS FOLLOWED BY THE ADDRESS IT WAS MAILED TO.
066200******************************************************************
066300 4000-REPORT-RETURN.
066400     MOVE SPACES TO WS-RPT-DETAIL.
066500     MOVE RSN-ACCT-NUM OF RTN-SRT-REC   TO WS-RPT-ACCT-NUM.
066600     MOVE RSN-STMT-ID OF RTN-SRT-REC    TO WS-RPT-STMT-ID.
066700     IF WS-MAIL-DATE > ZERO
066800         MOVE WS-MAIL-DATE TO WS-RPT-MAIL-DATE
066900     END-IF.
067000     MOVE RSN-SCAN-DATE OF RTN-SRT-REC  TO WS-RPT-SCAN-DATE.
067100     MOVE RSN-REASON-CD OF RTN-SRT-REC  TO WS-RPT-REASON-CD.
067200     MOVE RSN-STATION-ID OF RTN-SRT-REC TO WS-RPT-STATION-ID.
067300     IF WS-RUN-CT > ZERO
067400         MOVE WS-RUN-CT TO WS-RUN-ED
067500         MOVE WS-RUN-ED TO WS-RPT-RUN-CT
067600     END-IF.
067700     MOVE WS-ACTION                     TO WS-RPT-ACTION.
067800     WRITE RTN-RPT-LINE FROM WS-RPT-DETAIL.
067900     IF NOT WS-ON-AJ2
068000         GO TO 4000-REPORT-RETURN-EXIT
068100     END-IF.
068200     MOVE AJ2-MAIL-ADDR-LINE1 OF AJ2-IN-REC TO WS-RPT-ADDR-LINE1.
068300     MOVE AJ2-MAIL-ADDR-LINE2 OF AJ2-IN-REC TO WS-RPT-ADDR-LINE2.
068400     MOVE AJ2-MAIL-CITY OF AJ2-IN-REC       TO WS-RPT-CITY.
068500     MOVE AJ2-MAIL-STATE OF AJ2-IN-REC      TO WS-RPT-STATE.
068600     MOVE AJ2-MAIL-ZIP OF AJ2-IN-REC        TO WS-RPT-ZIP.
068700     WRITE RTN-RPT-LINE FROM WS-RPT-ADDRESS.
068800 4000-REPORT-RETURN-EXIT.
068900     EXIT.
069000 5000-READ-AJ2.
069100     READ AJ2-IN INTO AJ2-IN-REC
069200         AT END
069300             SET WS-AJ2-EOF TO TRUE
069400             MOVE HIGH-VALUES TO WS-AJ2-KEY
069500             GO TO 5000-READ-AJ2-EXIT
069600     END-READ.
069700     ADD 1 TO WS-AJ2-READ-CT.
069800     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO WS-AJ2-ACCT-NUM.
069900     MOVE AJ2-STMT-ID OF AJ2-IN-REC  TO WS-AJ2-STMT-ID.
070000 5000-READ-AJ2-EXIT.
070100     EXIT.
070200 5100-RETURN-SRT.
070300     RETURN RTN-SRT INTO RTN-SRT-REC
070400         AT END
070500             SET WS-SRT-EOF TO TRUE
070600     END-RETURN.
070700 5100-RETURN-SRT-EXIT.
070800     EXIT.
070900 5200-READ-SCAN.
071000     READ RTN-SCAN INTO RTN-SCAN-REC
071100         AT END
071200             SET WS-SCAN-EOF TO TRUE
071300             GO TO 5200-READ-SCAN-EXIT
071400     END-READ.
071500     ADD 1 TO WS-SCAN-READ-CT.
071600 5200-READ-SCAN-EXIT.
071700     EXIT.
071800******************************************************************
071900*  6000-DATE-TO-DAYS - CONVERTS WS-DTD-DATE (YYYYMMDD) TO A
072000*  SERIAL DAY COUNT IN WS-DTD-DAYS SO TWO DATES CAN BE
072100*  SUBTRACTED FOR A CALENDAR-DAY AGE.
072200******************************************************************
072300 6000-DATE-TO-DAYS.
072400     IF WS-DTD-DATE NOT NUMERIC OR WS-DTD-DATE = '00000000'
072500         MOVE ZERO TO WS-DTD-DAYS
072600         GO TO 6000-DATE-TO-DAYS-EXIT
072700     END-IF.
072800     IF WS-DTD-MM > 2
072900         MOVE WS-DTD-YYYY TO WS-DTD-Y
073000         COMPUTE WS-DTD-M = WS-DTD-MM + 1
073100     ELSE
073200         COMPUTE WS-DTD-Y = WS-DTD-YYYY - 1
073300         COMPUTE WS-DTD-M = WS-DTD-MM + 13
073400     END-IF.
073500     COMPUTE WS-DTD-DAYS =
073600         (1461 * WS-DTD-Y) / 4
073700         + (153 * WS-DTD-M) / 5
073800         + WS-DTD-DD
073900         - (WS-DTD-Y / 100)
074000         + (WS-DTD-Y / 400).
074100 6000-DATE-TO-DAYS-EXIT.
074200     EXIT.
074300 8000-TERMINATE.
074400     IF WS-RPT-OPEN
074500         MOVE SPACES TO RTN-RPT-LINE
074600         WRITE RTN-RPT-LINE
074700         MOVE WS-SCAN-READ-CT   TO WS-RPT-SCANS
074800         MOVE WS-POSTED-CT      TO WS-RPT-POSTED
074900         MOVE WS-DUPLICATE-CT   TO WS-RPT-DUPLICATES
075000         MOVE WS-NOT-FOUND-CT   TO WS-RPT-NOT-FOUND
075100         MOVE WS-UNREADABLE-CT  TO WS-RPT-UNREADABLE
075200         MOVE WS-HOLD-PLACED-CT TO WS-RPT-HOLDS
075300         WRITE RTN-RPT-LINE FROM WS-RPT-TOTALS
075400         CLOSE RTN-RPT
075500     END-IF.
075600     IF WS-SCAN-OPEN
075700         CLOSE RTN-SCAN
075800     END-IF.
075900     IF WS-AJ2-OPEN
076000         CLOSE AJ2-IN
076100     END-IF.
076200     IF WS-TRAK-OPEN
076300         CLOSE AJ2-TRAK
076400     END-IF.
076500     IF WS-HOLD-OPEN
076600         CLOSE AJ2-HOLD
076700     END-IF.
076800     IF WS-RTNM-OPEN
076900         CLOSE RTN-MAST
077000     END-IF.
077100     DISPLAY 'AJ2RTNM - SCANS READ        : ' WS-SCAN-READ-CT.
077200     DISPLAY 'AJ2RTNM - RECORDS READ AJ2  : ' WS-AJ2-READ-CT.
077300     DISPLAY 'AJ2RTNM - ON THE EXTRACT    : ' WS-ON-AJ2-CT.
077400     DISPLAY 'AJ2RTNM - ON AJ2TRAK ONLY   : ' WS-TRAK-ONLY-CT.
077500     DISPLAY 'AJ2RTNM - NOT ON FILE       : ' WS-NOT-FOUND-CT.
077600     DISPLAY 'AJ2RTNM - UNREADABLE        : ' WS-UNREADABLE-CT.
077700     DISPLAY 'AJ2RTNM - DUPLICATE SCANS   : ' WS-DUPLICATE-CT.
077800     DISPLAY 'AJ2RTNM - RETURNS COUNTED   : ' WS-POSTED-CT.
077900     DISPLAY 'AJ2RTNM - RUNS RESTARTED    : ' WS-RUN-RESET-CT.
078000     DISPLAY 'AJ2RTNM - ADR HOLDS PLACED  : ' WS-HOLD-PLACED-CT.
078100     DISPLAY 'AJ2RTNM - ALREADY ON HOLD   : ' WS-ALREADY-HELD-CT.
078200 8000-TERMINATE-EXIT.
078300     EXIT.
078400 9999-EXIT.
078500     IF WS-ABEND
078600         MOVE 16 TO RETURN-CODE
078700     ELSE
078800         MOVE 0 TO RETURN-CODE
078900     END-IF.
079000     STOP RUN.
