002000*  COMPOSED OFF AN OLDER EXTRACT STILL ROUTE CORRECTLY; IF
002100*  NEITHER IS SET, THE STATEMENT COMPOSES IN ENGLISH.
002200*
002201*  A STATEMENT ON HOLD - AJ2-STMT-HOLD SET ON THE EXTRACT
002202*  RECORD, OR AN ACTIVE HOLD ON THE HOLD MASTER (AJ2HOLD, COPY
002203*  AJ2HREC, MAINTAINED ONLINE BY AJ2HLDM) - IS SUPPRESSED FROM
002204*  COMPOSITION ROUTING: NO COMPRTE RECORD IS WRITTEN FOR IT.
002205*  A MISSING HOLD MASTER MEANS NO HOLDS, NOT AN ERROR.
002206*  AN ACCOUNT-LEVEL HOLD (STATEMENT ID BLANK ON THE HOLD MASTER,
002207*  AS AJ2RTNM PLACES FOR RETURNED MAIL) SUPPRESSES EVERY
002208*  STATEMENT ON THE ACCOUNT UNTIL A CSR RELEASES IT IN AJ2HLDM.
002209*
002210*  THE RUN MODE (PARAMETER RUNMODE ON THE CONTROL-PARAMETER
002211*  MASTER, READ THROUGH AJ2PRMG) SELECTS THE RUN: 'A' IS AN
002212*  AD-HOC RUN - RE-COMPOSING ARCHIVE RETRIEVALS (AJ2ARET'S
002213*  AJ2HITS FILE POINTED AT THE INPUT DD) OR ANY OTHER
002214*  OUT-OF-CYCLE COMPOSITION - WHICH BYPASSES THE CYCLE
002215*  RUN-CONTROL CALLS SO IT CAN RUN ANY TIME WITHOUT DISTURBING
002216*  OR BEING REFUSED BY THE NIGHTLY CYCLE.  ANY OTHER VALUE (OR
002217*  NO ROW ON THE MASTER) IS THE NIGHTLY RUN.
002218*
002219*  THE ROUTING OUTPUT IS SPLIT BY COMPOSITION SITE OFF
002220*  AJ2-COMPOSITION-CITY-CD ('01', '02', '03'; BLANK OR ANY
002221*  OTHER VALUE COMPOSES AT THE PRIMARY SITE '01'): EACH SITE'S
002222*  PIECES GO TO ITS OWN FEED (CMPRTE01/CMPRTE02/CMPRTE03) AND
002223*  THE COMBINED COMPRTE IS STILL WRITTEN FOR THE AJ2CCON
002224*  COMPLETION RECONCILIATION.  THE SITE CONTROL REPORT
002225*  (CMPCTLRP) CARRIES EACH SITE'S PIECE COUNT AND AMOUNT-DUE
002226*  TOTAL FOR THE RECEIVING SITE TO BALANCE TO.
002227*
002228*  FAILOVER IS A SUPPORTED MODE, NOT A WAR-ROOM EXERCISE:
002229*  PARAMETERS DOWNSITE AND ALTSITE ON THE MASTER NAME A DOWN
002230*  SITE AND ITS DESIGNATED ALTERNATE, AND EVERY PIECE BELONGING
002231*  TO THE DOWN SITE REROUTES TO THE ALTERNATE, COUNTED ON THE
002232*  CONTROL REPORT.  CMP-COMP-CITY-CD ON EVERY ROUTING RECORD
002233*  CARRIES THE SITE THE PIECE ACTUALLY WENT TO, AFTER ANY
002234*  REROUTE.
002235*
002236*  THE HOUSEHOLDING STEP (AJ2HHLD) STAMPS EVERY PRINT PIECE WITH
002237*  AN ENVELOPE ID, ITS SEQUENCE IN THE ENVELOPE AND THE
002238*  ENVELOPE'S PIECE COUNT; ALL THREE ARE CARRIED ONTO THE
002239*  ROUTING RECORD SO THE ENGINE INSERTS THE PIECES OF ONE
002240*  ENVELOPE TOGETHER.  AN EXTRACT BUILT WITHOUT THEM (AN AD-HOC
002241*  RE-COMPOSE) ROUTES WITH A BLANK ENVELOPE ID AND ZERO SEQUENCE.
002242*
002243*  THE TEMPLATE FAMILY FOLLOWS AJ2-NOTICE-TYPE: 'R' (AJ2COLR'S
002244*  PAST-DUE REMINDER FEED) COMPOSES ON RMND-LLL, 'D' (AJ2CRBR'S
002245*  ESCHEAT DUE-DILIGENCE LETTER FEED) ON DDLT-LLL, AND SPACES -
002246*  EVERY CYCLE EXTRACT - ON THE STATEMENT TEMPLATE TMPL-LLL,
002247*  WHERE LLL IS THE SELECTED LANGUAGE.
002248*
002249*  IN THE NIGHTLY CYCLE THE AJ2OUT DD IS THE HOUSEHOLDED PRINT
002250*  FEED - AJ2HHLD'S AJ2PRNH, RENAMED OVER AJ2PRNT - SO EVERY
002251*  PIECE READ HERE HAS ALREADY BEEN ADDRESS-CORRECTED (AJ2ADRC),
002252*  DUPLICATE-GUARDED (AJ2DUPG) AND HOUSEHOLDED (AJ2HHLD).
002253*
002300*  MODIFICATION HISTORY
002400*  --------------------
002388*  10/15/26  DRO  OSDC-3340  TEMPLATE FAMILY FROM THE NOTICE TYPE
002389*                            (REMINDER / DUE-DILIGENCE LETTER);
002390*                            HONOUR ACCOUNT-LEVEL HOLDS (BLANK
002391*                            STATEMENT ID) ON AJ2HOLD.
002392*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR THE INPUT,
002393*                            COMPRTE, THE SITE FEEDS AND HELD
002394*                            STATEMENTS (AJ2CTLT) FOR AJ2CBAL
002395*                            BALANCING.
002396*  10/09/26  DRO  OSDC-3332  CARRY THE HOUSEHOLDING ENVELOPE
002397*                            ID/SEQUENCE THROUGH TO COMPRTE.
002398*  09/02/26  DRO  OSDC-3327  RUN MODE AND FAILOVER SITES NOW
002399*                            READ FROM THE PARAMETER MASTER
002400*                            (AJ2PRMG) IN PLACE OF CMPPARM.
004800 01  COMP-RTE-REC.
004900     COPY COMPRTE.
004901*    THE PER-SITE FEEDS CARRY THE SAME COMPRTE LAYOUT, WRITTEN
004902*    FROM THE COMBINED RECORD - THE X(73) SIZE TRACKS COMPRTE.
004903 FD  CMP-RTE-01
004904     RECORDING MODE IS F.
004905 01  CMP-RTE01-REC            PIC X(73).
004906 FD  CMP-RTE-02
004907     RECORDING MODE IS F.
004908 01  CMP-RTE02-REC            PIC X(73).
004911 FD  CMP-RTE-03
004912     RECORDING MODE IS F.
004913 01  CMP-RTE03-REC            PIC X(73).
004914 FD  CMP-CTL-RPT.
004915 01  CMP-CTL-RPT-LINE         PIC X(132).
004916 FD  AJ2-HOLD.
006150     05 WS-SUPPRESSED-CT      PIC 9(9)  VALUE ZERO.
006200 01  WS-WORK-LANG-CD          PIC X(3)  VALUE SPACES.
006250 01  WS-WORK-TEMPLATE-CD      PIC X(9)  VALUE SPACES.
006251 01  WS-WORK-TEMPLATE-PARTS REDEFINES WS-WORK-TEMPLATE-CD.
006252     05 WS-WORK-TMPL-FAMILY   PIC X(5).
006253     05 WS-WORK-TMPL-LANG     PIC X(3).
006254     05 FILLER                PIC X(1).
006255 01  WS-RUN-MODE              PIC X(1)  VALUE SPACE.
006260     88 WS-ADHOC-MODE                   VALUE 'A'.
006261 01  WS-SITE-FIELDS.
006302     COPY RCTLCOM.
006303 01  WS-PRMG-COMMAREA.
006304     COPY PRMCOM.
006305 01  WS-CTLT-COMMAREA.
006306     COPY CTLCOM.
006300 PROCEDURE DIVISION.
006400 0000-MAINLINE.
006404     PERFORM 0050-GET-RUN-MODE
006900         UNTIL WS-AJ2-EOF OR WS-ABEND.
007000     PERFORM 8000-TERMINATE
007100         THRU 8000-TERMINATE-EXIT.
007111     PERFORM 7200-POST-CONTROL-TOTALS
007122         THRU 7200-POST-CONTROL-TOTALS-EXIT.
007133     IF NOT WS-ADHOC-MODE
007144         PERFORM 0200-REGISTER-END
007155             THRU 0200-REGISTER-END-EXIT
007282 0200-REGISTER-END-EXIT.
007284     EXIT.
007300 1000-INITIALIZE.
007316     PERFORM 7000-OPEN-CONTROL-TOTALS
007332         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
007348     IF WS-ABEND
007364         GO TO 1000-INITIALIZE-EXIT
007380     END-IF.
007400     OPEN INPUT  AJ2-IN
007500          OUTPUT COMP-RTE.
007600     IF WS-AJ2-IN-STATUS NOT = '00'
008520         THRU 2500-CHECK-HOLD-EXIT.
008530     IF WS-STMT-HELD
008540         ADD 1 TO WS-SUPPRESSED-CT
008541         MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM
008542         MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE
008543         MOVE 'HELD'    TO CTLT-DATASET
008544         MOVE 'X'       TO CTLT-ROLE
008545         PERFORM 7100-ADD-CONTROL-TOTAL
008546             THRU 7100-ADD-CONTROL-TOTAL-EXIT
008550         PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT
008560         GO TO 2000-PROCESS-RECORDS-EXIT
008570     END-IF.
009300     MOVE WS-WORK-LANG-CD              TO CMP-LANG-CD.
009350     MOVE WS-WORK-TEMPLATE-CD          TO CMP-TEMPLATE-CD.
009360     MOVE WS-ROUTE-SITE                TO CMP-COMP-CITY-CD.
009361     MOVE AJ2-ENVELOPE-ID OF AJ2-IN-REC TO CMP-ENVELOPE-ID.
009362     IF AJ2-ENV-SEQ OF AJ2-IN-REC NUMERIC
009363         MOVE AJ2-ENV-SEQ OF AJ2-IN-REC      TO CMP-ENV-SEQ
009364         MOVE AJ2-ENV-PIECE-CT OF AJ2-IN-REC TO CMP-ENV-PIECE-CT
009365     ELSE
009366         MOVE ZERO TO CMP-ENV-SEQ CMP-ENV-PIECE-CT
009367     END-IF.
009370     PERFORM 3300-WRITE-SITE-FEED
009380         THRU 3300-WRITE-SITE-FEED-EXIT.
009400     WRITE COMP-RTE-REC.
009500     ADD 1 TO WS-ROUTED-CT.
009503     PERFORM 7300-ADD-ROUTED-TOTALS
009506         THRU 7300-ADD-ROUTED-TOTALS-EXIT.
009510     ADD 1 TO WS-SITE-PIECE-CT(WS-SITE-SUB).
009520     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO WS-AMT-DUE-N.
009530     ADD WS-AMT-DUE-N TO WS-SITE-AMT-DUE(WS-SITE-SUB).
009700 2000-PROCESS-RECORDS-EXIT.
009800     EXIT.
009810 2500-CHECK-HOLD.
009812     MOVE 'N' TO WS-HELD-SW.
009814     IF AJ2-STMT-HOLD OF AJ2-IN-REC = 'H'
009816         SET WS-STMT-HELD TO TRUE
009818         GO TO 2500-CHECK-HOLD-EXIT
009820     END-IF.
009822     IF NOT WS-HOLD-AVAIL
009824         GO TO 2500-CHECK-HOLD-EXIT
009826     END-IF.
009828     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO AJ2H-KEY-ACCT-NUM.
009830     MOVE AJ2-STMT-ID OF AJ2-IN-REC  TO AJ2H-KEY-STMT-ID.
009832     READ AJ2-HOLD
009834         INVALID KEY
009836             GO TO 2500-CHECK-ACCOUNT-HOLD
009838     END-READ.
009840     IF AJ2H-STAT-HELD
009842         SET WS-STMT-HELD TO TRUE
009844         GO TO 2500-CHECK-HOLD-EXIT
009846     END-IF.
009848*    AN ACCOUNT-LEVEL HOLD CARRIES A BLANK STATEMENT ID.
009850 2500-CHECK-ACCOUNT-HOLD.
009852     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO AJ2H-KEY-ACCT-NUM.
009854     MOVE SPACES                     TO AJ2H-KEY-STMT-ID.
009856     READ AJ2-HOLD
009858         INVALID KEY
009860             GO TO 2500-CHECK-HOLD-EXIT
009862     END-READ.
009864     IF AJ2H-STAT-HELD
009866         SET WS-STMT-HELD TO TRUE
009868     END-IF.
009870 2500-CHECK-HOLD-EXIT.
009872     EXIT.
009900 3000-SELECT-LANGUAGE.
010000     IF AJ2-LANG-CD OF AJ2-IN-REC NOT = SPACES
010100         MOVE AJ2-LANG-CD OF AJ2-IN-REC TO WS-WORK-LANG-CD
010800     MOVE 'ENG' TO WS-WORK-LANG-CD.
010900 3000-SELECT-LANGUAGE-EXIT.
011000     EXIT.
011036******************************************************************
011072*  3100-SELECT-TEMPLATE - THE TEMPLATE FAMILY COMES FROM THE
011108*  NOTICE TYPE (SPACES OR ANY UNKNOWN VALUE IS THE STATEMENT),
011144*  THE LANGUAGE VARIANT FROM THE SELECTED LANGUAGE.
011180******************************************************************
011216 3100-SELECT-TEMPLATE.
011252     MOVE SPACES TO WS-WORK-TEMPLATE-CD.
011288     EVALUATE TRUE
011324         WHEN AJ2-NOTICE-REMINDER OF AJ2-IN-REC
011360             MOVE 'RMND-' TO WS-WORK-TMPL-FAMILY
011396         WHEN AJ2-NOTICE-DUE-DILIGENCE OF AJ2-IN-REC
011432             MOVE 'DDLT-' TO WS-WORK-TMPL-FAMILY
011468         WHEN OTHER
011504             MOVE 'TMPL-' TO WS-WORK-TMPL-FAMILY
011540     END-EVALUATE.
011576     EVALUATE WS-WORK-LANG-CD
011612         WHEN 'SPA' MOVE 'SPA' TO WS-WORK-TMPL-LANG
011648         WHEN 'FRE' MOVE 'FRE' TO WS-WORK-TMPL-LANG
011684         WHEN 'CHI' MOVE 'CHI' TO WS-WORK-TMPL-LANG
011720         WHEN OTHER MOVE 'ENG' TO WS-WORK-TMPL-LANG
011756     END-EVALUATE.
011800 3100-SELECT-TEMPLATE-EXIT.
011900     EXIT.
011905******************************************************************
012400             GO TO 5000-READ-AJ2-EXIT
012500     END-READ.
012600     ADD 1 TO WS-AJ2-READ-CT.
012614     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
012628     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
012642     MOVE 'AJ2OUT'  TO CTLT-DATASET.
012656     MOVE 'I'       TO CTLT-ROLE.
012670     PERFORM 7100-ADD-CONTROL-TOTAL
012684         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
012700 5000-READ-AJ2-EXIT.
012800     EXIT.
012806******************************************************************
012812*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
012818*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
012824*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.  AN AD-HOC RUN
012830*  IS OUTSIDE THE CYCLE AND KEEPS NO CONTROL TOTALS.
012836******************************************************************
012842 7000-OPEN-CONTROL-TOTALS.
012848     IF WS-ADHOC-MODE
012854         GO TO 7000-OPEN-CONTROL-TOTALS-EXIT
012860     END-IF.
012866     MOVE 'O'        TO CTLT-FUNCTION.
012872     MOVE 'AJ2COMP'  TO CTLT-JOB-NAME.
012878     MOVE 'AJ2OUT'   TO CTLT-DATASET.
012884     MOVE 'I'        TO CTLT-ROLE.
012890     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
012896     IF NOT CTLT-OK
012902         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
012908     END-IF.
012914     MOVE 'CMPRTE01' TO CTLT-DATASET.
012920     MOVE 'O'        TO CTLT-ROLE.
012926     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
012932     IF NOT CTLT-OK
012938         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
012944     END-IF.
012950     MOVE 'CMPRTE02' TO CTLT-DATASET.
012956     MOVE 'O'        TO CTLT-ROLE.
012962     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
012968     IF NOT CTLT-OK
012974         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
012980     END-IF.
012986     MOVE 'CMPRTE03' TO CTLT-DATASET.
012992     MOVE 'O'        TO CTLT-ROLE.
012998     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
013004     IF NOT CTLT-OK
013010         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
013016     END-IF.
013022     MOVE 'COMPRTE'  TO CTLT-DATASET.
013028     MOVE 'O'        TO CTLT-ROLE.
013034     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
013040     IF NOT CTLT-OK
013046         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
013052     END-IF.
013058     MOVE 'HELD'     TO CTLT-DATASET.
013064     MOVE 'X'        TO CTLT-ROLE.
013070     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
013076     IF NOT CTLT-OK
013082         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
013088     END-IF.
013094     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
013100 7000-OPEN-CONTROL-TOTALS-FAIL.
013106     DISPLAY 'AJ2COMP - CONTROL TOTAL OPEN FAILED: '
013112         CTLT-MESSAGE.
013118     SET WS-ABEND TO TRUE.
013124 7000-OPEN-CONTROL-TOTALS-EXIT.
013130     EXIT.
013136 7100-ADD-CONTROL-TOTAL.
013142     IF WS-ADHOC-MODE
013148         GO TO 7100-ADD-CONTROL-TOTAL-EXIT
013154     END-IF.
013160     MOVE 'A'        TO CTLT-FUNCTION.
013166     MOVE 'AJ2COMP'  TO CTLT-JOB-NAME.
013172     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
013178     IF NOT CTLT-OK
013184         DISPLAY 'AJ2COMP - CONTROL TOTAL ADD FAILED: '
013190             CTLT-MESSAGE
013196         SET WS-ABEND TO TRUE
013202     END-IF.
013208 7100-ADD-CONTROL-TOTAL-EXIT.
013214     EXIT.
013220******************************************************************
013226*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
013232*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
013238******************************************************************
013244 7200-POST-CONTROL-TOTALS.
013250     IF WS-ABEND OR WS-ADHOC-MODE
013256         GO TO 7200-POST-CONTROL-TOTALS-EXIT
013262     END-IF.
013268     MOVE 'W'        TO CTLT-FUNCTION.
013274     MOVE 'AJ2COMP'  TO CTLT-JOB-NAME.
013280     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
013286     IF NOT CTLT-OK
013292         DISPLAY 'AJ2COMP - CONTROL TOTALS NOT POSTED: '
013298             CTLT-MESSAGE
013304         SET WS-ABEND TO TRUE
013310     END-IF.
013316 7200-POST-CONTROL-TOTALS-EXIT.
013322     EXIT.
013328******************************************************************
013334*  7300-ADD-ROUTED-TOTALS - COUNTS A ROUTED PIECE ONTO COMPRTE
013340*  AND ONTO THE SITE FEED 3300-WRITE-SITE-FEED WROTE IT TO.
013346******************************************************************
013352 7300-ADD-ROUTED-TOTALS.
013358     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
013364     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
013370     MOVE 'O'       TO CTLT-ROLE.
013376     MOVE 'COMPRTE' TO CTLT-DATASET.
013382     PERFORM 7100-ADD-CONTROL-TOTAL
013388         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
013394     EVALUATE WS-ROUTE-SITE
013400         WHEN '01' MOVE 'CMPRTE01' TO CTLT-DATASET
013406         WHEN '02' MOVE 'CMPRTE02' TO CTLT-DATASET
013412         WHEN OTHER MOVE 'CMPRTE03' TO CTLT-DATASET
013418     END-EVALUATE.
013424     PERFORM 7100-ADD-CONTROL-TOTAL
013430         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
013436 7300-ADD-ROUTED-TOTALS-EXIT.
013442     EXIT.
013448 8000-TERMINATE.
013454     WRITE CMP-CTL-RPT-LINE FROM WS-CTL-HEADING1.
013460     MOVE SPACES TO CMP-CTL-RPT-LINE.
013466     WRITE CMP-CTL-RPT-LINE FROM WS-CTL-HEADING2.
013472     PERFORM 8100-WRITE-SITE-LINE
013478         THRU 8100-WRITE-SITE-LINE-EXIT
013484         VARYING WS-SITE-IDX FROM 1 BY 1
013490         UNTIL WS-SITE-IDX > 3.
013496     IF WS-DOWN-SITE-CD NOT = SPACES
013502         MOVE WS-DOWN-SITE-CD TO WS-CTL-DOWN-SITE
013508         MOVE WS-ALT-SITE-CD  TO WS-CTL-ALT-SITE
013514         MOVE SPACES TO CMP-CTL-RPT-LINE
013520         WRITE CMP-CTL-RPT-LINE
013526         WRITE CMP-CTL-RPT-LINE FROM WS-CTL-FAILOVER-LINE
013532     END-IF.
013538     CLOSE AJ2-IN COMP-RTE CMP-RTE-01 CMP-RTE-02 CMP-RTE-03
013544           CMP-CTL-RPT.
013550     IF WS-HOLD-AVAIL
013556         CLOSE AJ2-HOLD
013562     END-IF.
013568     DISPLAY 'AJ2COMP - RECORDS READ   : ' WS-AJ2-READ-CT.
013574     DISPLAY 'AJ2COMP - RECORDS ROUTED : ' WS-ROUTED-CT.
013580     DISPLAY 'AJ2COMP - HELD/SUPPRESSED: ' WS-SUPPRESSED-CT.
013586     DISPLAY 'AJ2COMP - REROUTED PIECES: ' WS-REROUTED-CT.
013592 8000-TERMINATE-EXIT.
013598     EXIT.
013604 8100-WRITE-SITE-LINE.
013610     MOVE SPACES TO WS-CTL-DETAIL.
013616     EVALUATE WS-SITE-IDX
013622         WHEN 1 MOVE '01' TO WS-CTL-SITE-CD
013628         WHEN 2 MOVE '02' TO WS-CTL-SITE-CD
013634         WHEN OTHER MOVE '03' TO WS-CTL-SITE-CD
013640     END-EVALUATE.
013646     MOVE WS-SITE-PIECE-CT(WS-SITE-IDX)   TO WS-CTL-PIECE-CT.
013652     MOVE WS-SITE-AMT-DUE(WS-SITE-IDX)    TO WS-CTL-AMT-DUE.
013658     MOVE WS-SITE-REROUTE-CT(WS-SITE-IDX) TO WS-CTL-REROUTE-CT.
013664     WRITE CMP-CTL-RPT-LINE FROM WS-CTL-DETAIL.
013670 8100-WRITE-SITE-LINE-EXIT.
013676     EXIT.
013800 9999-EXIT.
013900     IF WS-ABEND
014000         MOVE 16 TO RETURN-CODE
