002600*
002700*  MODIFICATION HISTORY
002800*  --------------------
002825*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2PRN2
002850*                            AND THE UNRESOLVED AJ2SUPR PIECES
002875*                            (AJ2CTLT) FOR AJ2CBAL BALANCING.
002900*  09/02/26  DRO  OSDC-3324  NEW PROGRAM - ADDRESS-CORRECTION
003000*                            PASS FOR THE AJ2READ FEED.
003100******************************************************************
013200     05 WS-RPT-UNRESOLVED    PIC ZZZ,ZZZ,ZZ9.
013300 01  WS-RCTL-COMMAREA.
013400     COPY RCTLCOM.
013433 01  WS-CTLT-COMMAREA.
013466     COPY CTLCOM.
013500 PROCEDURE DIVISION.
013600 0000-MAINLINE.
013700     PERFORM 0100-REGISTER-START
014600         UNTIL (WS-PRNT-EOF AND WS-READ-EOF) OR WS-ABEND.
014700     PERFORM 8000-TERMINATE
014800         THRU 8000-TERMINATE-EXIT.
014833     PERFORM 7200-POST-CONTROL-TOTALS
014866         THRU 7200-POST-CONTROL-TOTALS-EXIT.
014900     PERFORM 0200-REGISTER-END
015000         THRU 0200-REGISTER-END-EXIT.
015100     GO TO 9999-EXIT.
022600     WRITE ADRC-RPT-LINE FROM WS-RPT-HEADING1.
022700     MOVE SPACES TO ADRC-RPT-LINE.
022800     WRITE ADRC-RPT-LINE FROM WS-RPT-HEADING2.
022816     PERFORM 7000-OPEN-CONTROL-TOTALS
022832         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
022848     IF WS-ABEND
022864         GO TO 1000-INITIALIZE-EXIT
022880     END-IF.
022900     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
023000     PERFORM 5100-READ-READ THRU 5100-READ-READ-EXIT.
023100     IF NOT WS-NAD-EOF
024500         MOVE AJ2-PRNT-REC TO AJ2-PRN2-REC
024600         WRITE AJ2-PRN2-REC
024700         ADD 1 TO WS-PRN2-WRITE-CT
024716         MOVE AJ2-ACCT-NUM OF AJ2-PRN2-REC TO CTLT-ACCT-NUM
024732         MOVE AJ2-AMT-DUE OF AJ2-PRN2-REC TO CTLT-AMT-DUE
024748         MOVE 'AJ2PRN2' TO CTLT-DATASET
024764         PERFORM 7100-ADD-CONTROL-TOTAL
024780             THRU 7100-ADD-CONTROL-TOTAL-EXIT
024800         PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT
024900         GO TO 2000-MERGE-RECORDS-EXIT
025000     END-IF.
028000         WRITE AJ2-PRN2-REC
028100         ADD 1 TO WS-PRN2-WRITE-CT
028200         ADD 1 TO WS-CORRECTED-CT
028216         MOVE AJ2-ACCT-NUM OF AJ2-PRN2-REC TO CTLT-ACCT-NUM
028232         MOVE AJ2-AMT-DUE OF AJ2-PRN2-REC TO CTLT-AMT-DUE
028248         MOVE 'AJ2PRN2' TO CTLT-DATASET
028264         PERFORM 7100-ADD-CONTROL-TOTAL
028280             THRU 7100-ADD-CONTROL-TOTAL-EXIT
028300         GO TO 3000-RESOLVE-READDRESS-EXIT
028400     END-IF.
028500     MOVE AJ2-READ-REC TO AJ2-SUPR-REC.
028600     WRITE AJ2-SUPR-REC.
028700     ADD 1 TO WS-UNRESOLVED-CT.
028716     MOVE AJ2-ACCT-NUM OF AJ2-SUPR-REC TO CTLT-ACCT-NUM.
028732     MOVE AJ2-AMT-DUE OF AJ2-SUPR-REC TO CTLT-AMT-DUE.
028748     MOVE 'AJ2SUPR' TO CTLT-DATASET.
028764     PERFORM 7100-ADD-CONTROL-TOTAL
028780         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
028800     MOVE SPACES TO WS-RPT-DETAIL.
028900     MOVE AJ2-ACCT-NUM OF AJ2-READ-REC TO WS-RPT-ACCT-NUM.
029000     MOVE AJ2-STMT-ID OF AJ2-READ-REC  TO WS-RPT-STMT-ID.
032900     ADD 1 TO WS-NAD-READ-CT.
033000 5200-READ-NAD-EXIT.
033100     EXIT.
033101******************************************************************
033102*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
033103*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
033104*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
033105******************************************************************
033106 7000-OPEN-CONTROL-TOTALS.
033107     MOVE 'O'        TO CTLT-FUNCTION.
033108     MOVE 'AJ2ADRC'  TO CTLT-JOB-NAME.
033109     MOVE 'AJ2PRN2'  TO CTLT-DATASET.
033110     MOVE 'O'        TO CTLT-ROLE.
033111     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033112     IF NOT CTLT-OK
033113         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
033114     END-IF.
033115     MOVE 'AJ2SUPR'  TO CTLT-DATASET.
033116     MOVE 'O'        TO CTLT-ROLE.
033117     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033118     IF NOT CTLT-OK
033119         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
033120     END-IF.
033121     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
033122 7000-OPEN-CONTROL-TOTALS-FAIL.
033123     DISPLAY 'AJ2ADRC - CONTROL TOTAL OPEN FAILED: '
033124         CTLT-MESSAGE.
033125     SET WS-ABEND TO TRUE.
033126 7000-OPEN-CONTROL-TOTALS-EXIT.
033127     EXIT.
033128 7100-ADD-CONTROL-TOTAL.
033129     MOVE 'A'        TO CTLT-FUNCTION.
033130     MOVE 'AJ2ADRC'  TO CTLT-JOB-NAME.
033131     MOVE 'O'        TO CTLT-ROLE.
033132     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033133     IF NOT CTLT-OK
033134         DISPLAY 'AJ2ADRC - CONTROL TOTAL ADD FAILED: '
033135             CTLT-MESSAGE
033136         SET WS-ABEND TO TRUE
033137     END-IF.
033138 7100-ADD-CONTROL-TOTAL-EXIT.
033139     EXIT.
033140******************************************************************
033141*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
033142*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
033143******************************************************************
033144 7200-POST-CONTROL-TOTALS.
033145     IF WS-ABEND
033146         GO TO 7200-POST-CONTROL-TOTALS-EXIT
033147     END-IF.
033148     MOVE 'W'        TO CTLT-FUNCTION.
033149     MOVE 'AJ2ADRC'  TO CTLT-JOB-NAME.
033150     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033151     IF NOT CTLT-OK
033152         DISPLAY 'AJ2ADRC - CONTROL TOTALS NOT POSTED: '
033153             CTLT-MESSAGE
033154         SET WS-ABEND TO TRUE
033155     END-IF.
033156 7200-POST-CONTROL-TOTALS-EXIT.
033157     EXIT.
033200 8000-TERMINATE.
033300     MOVE SPACES TO ADRC-RPT-LINE.
033400     WRITE ADRC-RPT-LINE.
