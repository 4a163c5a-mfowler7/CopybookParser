003400*
003500*  MODIFICATION HISTORY
003600*  --------------------
003625*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2OUT READ
003650*                            AND AJ2NEW WRITTEN (AJ2CTLT) SO
003675*                            AJ2CBAL CAN PROVE THE RENAME-OVER.
003700*  09/02/26  DRO  OSDC-3323  NEW PROGRAM - ACH DEBIT-RETURN
003800*                            PROCESSING.
003900******************************************************************
014400 01  WS-RPT-TOTALS2.
014500     05 FILLER               PIC X(20) VALUE 'RETURNS UNMATCHED:'.
014600     05 WS-RPT-UNMATCHED     PIC ZZZ,ZZZ,ZZ9.
014633 01  WS-CTLT-COMMAREA.
014666     COPY CTLCOM.
014700 PROCEDURE DIVISION.
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE
015600         UNTIL WS-AJ2-EOF OR WS-ABEND.
015700     PERFORM 8000-TERMINATE
015800         THRU 8000-TERMINATE-EXIT.
015833     PERFORM 7200-POST-CONTROL-TOTALS
015866         THRU 7200-POST-CONTROL-TOTALS-EXIT.
015900     GO TO 9999-EXIT.
016000 1000-INITIALIZE.
016100     OPEN INPUT  ACH-IN
019400         GO TO 1000-INITIALIZE-EXIT
019500     END-IF.
019600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019616     PERFORM 7000-OPEN-CONTROL-TOTALS
019632         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
019648     IF WS-ABEND
019664         GO TO 1000-INITIALIZE-EXIT
019680     END-IF.
019700     PERFORM 5100-READ-ACH THRU 5100-READ-ACH-EXIT.
019800     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
019900 1000-INITIALIZE-EXIT.
025000             THRU 3000-CHECK-FOR-RETURN-EXIT
025100     END-IF.
025200     WRITE AJ2-NEW-REC.
025214     MOVE AJ2-ACCT-NUM OF AJ2-NEW-REC TO CTLT-ACCT-NUM.
025228     MOVE AJ2-AMT-DUE OF AJ2-NEW-REC TO CTLT-AMT-DUE.
025242     MOVE 'AJ2NEW'  TO CTLT-DATASET.
025256     MOVE 'O'       TO CTLT-ROLE.
025270     PERFORM 7100-ADD-CONTROL-TOTAL
025284         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
025300     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
025400 2500-PROCESS-EXTRACT-EXIT.
025500     EXIT.
030800             GO TO 5000-READ-AJ2-EXIT
030900     END-READ.
031000     ADD 1 TO WS-AJ2-READ-CT.
031014     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
031028     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
031042     MOVE 'AJ2OUT'  TO CTLT-DATASET.
031056     MOVE 'I'       TO CTLT-ROLE.
031070     PERFORM 7100-ADD-CONTROL-TOTAL
031084         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
031100 5000-READ-AJ2-EXIT.
031200     EXIT.
031300 5100-READ-ACH.
031900     ADD 1 TO WS-ACH-READ-CT.
032000 5100-READ-ACH-EXIT.
032100     EXIT.
032141******************************************************************
032142*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
032143*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
032144*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
032145******************************************************************
032146 7000-OPEN-CONTROL-TOTALS.
032147     MOVE 'O'        TO CTLT-FUNCTION.
032148     MOVE 'AJACHRT'  TO CTLT-JOB-NAME.
032149     MOVE 'AJ2OUT'   TO CTLT-DATASET.
032150     MOVE 'I'        TO CTLT-ROLE.
032151     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
032152     IF NOT CTLT-OK
032153         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
032154     END-IF.
032155     MOVE 'AJ2NEW'   TO CTLT-DATASET.
032156     MOVE 'O'        TO CTLT-ROLE.
032157     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
032158     IF NOT CTLT-OK
032159         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
032160     END-IF.
032161     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
032162 7000-OPEN-CONTROL-TOTALS-FAIL.
032163     DISPLAY 'AJACHRT - CONTROL TOTAL OPEN FAILED: '
032164         CTLT-MESSAGE.
032165     SET WS-ABEND TO TRUE.
032166 7000-OPEN-CONTROL-TOTALS-EXIT.
032167     EXIT.
032168 7100-ADD-CONTROL-TOTAL.
032169     MOVE 'A'        TO CTLT-FUNCTION.
032170     MOVE 'AJACHRT'  TO CTLT-JOB-NAME.
032171     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
032172     IF NOT CTLT-OK
032173         DISPLAY 'AJACHRT - CONTROL TOTAL ADD FAILED: '
032174             CTLT-MESSAGE
032175         SET WS-ABEND TO TRUE
032176     END-IF.
032177 7100-ADD-CONTROL-TOTAL-EXIT.
032178     EXIT.
032179******************************************************************
032180*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
032181*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
032182******************************************************************
032183 7200-POST-CONTROL-TOTALS.
032184     IF WS-ABEND
032185         GO TO 7200-POST-CONTROL-TOTALS-EXIT
032186     END-IF.
032187     MOVE 'W'        TO CTLT-FUNCTION.
032188     MOVE 'AJACHRT'  TO CTLT-JOB-NAME.
032189     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
032190     IF NOT CTLT-OK
032191         DISPLAY 'AJACHRT - CONTROL TOTALS NOT POSTED: '
032192             CTLT-MESSAGE
032193         SET WS-ABEND TO TRUE
032194     END-IF.
032195 7200-POST-CONTROL-TOTALS-EXIT.
032196     EXIT.
032200 8000-TERMINATE.
032300     PERFORM 8100-COUNT-UNMATCHED
032400         THRU 8100-COUNT-UNMATCHED-EXIT
