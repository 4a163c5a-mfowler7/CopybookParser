002100*
002200*  MODIFICATION HISTORY
002300*  --------------------
002308*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2OUT READ,
002316*                            AJ2KEEP AND AJ2ARCH (AJ2CTLT) SO
002324*                            AJ2CBAL CAN PROVE THE RENAME-OVER.
002333*  08/22/26  DRO  OSDC-3315  REGISTER START/END WITH THE CYCLE
002366*                            RUN-CONTROL MASTER (AJ2RCTL).
002400*  08/09/26  DRO  OSDC-3309  NEW PROGRAM - ARCHIVE/PURGE
010400     05 WS-RPT-ARCHIVED       PIC ZZZ,ZZZ,ZZ9.
010433 01  WS-RCTL-COMMAREA.
010466     COPY RCTLCOM.
010477 01  WS-CTLT-COMMAREA.
010488     COPY CTLCOM.
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010616     PERFORM 0100-REGISTER-START
011100         UNTIL WS-AJ2-EOF OR WS-ABEND.
011200     PERFORM 8000-TERMINATE
011300         THRU 8000-TERMINATE-EXIT.
011311     PERFORM 7200-POST-CONTROL-TOTALS
011322         THRU 7200-POST-CONTROL-TOTALS-EXIT.
011333     PERFORM 0200-REGISTER-END
011366         THRU 0200-REGISTER-END-EXIT.
011400     GO TO 9999-EXIT.
012800     WRITE PRG-RPT-LINE FROM WS-RPT-HEADING1.
012900     MOVE SPACES TO PRG-RPT-LINE.
013000     WRITE PRG-RPT-LINE FROM WS-RPT-HEADING2.
013016     PERFORM 7000-OPEN-CONTROL-TOTALS
013032         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
013048     IF WS-ABEND
013064         GO TO 1000-INITIALIZE-EXIT
013080     END-IF.
013100     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
013200 1000-INITIALIZE-EXIT.
013300     EXIT.
015300     MOVE AJ2-IN-REC TO AJ2-KEEP-REC.
015400     WRITE AJ2-KEEP-REC.
015500     ADD 1 TO WS-KEPT-CT.
015514     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
015528     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
015542     MOVE 'AJ2KEEP'  TO CTLT-DATASET.
015556     MOVE 'O'       TO CTLT-ROLE.
015570     PERFORM 7100-ADD-CONTROL-TOTAL
015584         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
015600 3000-KEEP-RECORD-EXIT.
015700     EXIT.
015800 4000-ARCHIVE-RECORD.
015900     MOVE AJ2-IN-REC TO AJ2-ARCH-REC.
016000     WRITE AJ2-ARCH-REC.
016100     ADD 1 TO WS-ARCHIVED-CT.
016114     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
016128     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
016142     MOVE 'AJ2ARCH'  TO CTLT-DATASET.
016156     MOVE 'O'       TO CTLT-ROLE.
016170     PERFORM 7100-ADD-CONTROL-TOTAL
016184         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
016200     MOVE SPACES TO PRG-RPT-LINE.
016300     MOVE SPACES TO WS-RPT-DETAIL.
016400     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO WS-RPT-ACCT-NUM.
017500             GO TO 5000-READ-AJ2-EXIT
017600     END-READ.
017700     ADD 1 TO WS-AJ2-READ-CT.
017714     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
017728     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
017742     MOVE 'AJ2OUT'   TO CTLT-DATASET.
017756     MOVE 'I'       TO CTLT-ROLE.
017770     PERFORM 7100-ADD-CONTROL-TOTAL
017784         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
017800 5000-READ-AJ2-EXIT.
017900     EXIT.
017901******************************************************************
017902*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
017903*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
017904*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
017905******************************************************************
017906 7000-OPEN-CONTROL-TOTALS.
017907     MOVE 'O'        TO CTLT-FUNCTION.
017908     MOVE 'AJAPURGE' TO CTLT-JOB-NAME.
017909     MOVE 'AJ2OUT'   TO CTLT-DATASET.
017910     MOVE 'I'        TO CTLT-ROLE.
017911     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
017912     IF NOT CTLT-OK
017913         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
017914     END-IF.
017915     MOVE 'AJ2KEEP'  TO CTLT-DATASET.
017916     MOVE 'O'        TO CTLT-ROLE.
017917     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
017918     IF NOT CTLT-OK
017919         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
017920     END-IF.
017921     MOVE 'AJ2ARCH'  TO CTLT-DATASET.
017922     MOVE 'O'        TO CTLT-ROLE.
017923     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
017924     IF NOT CTLT-OK
017925         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
017926     END-IF.
017927     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
017928 7000-OPEN-CONTROL-TOTALS-FAIL.
017929     DISPLAY 'AJAPURGE - CONTROL TOTAL OPEN FAILED: '
017930         CTLT-MESSAGE.
017931     SET WS-ABEND TO TRUE.
017932 7000-OPEN-CONTROL-TOTALS-EXIT.
017933     EXIT.
017934 7100-ADD-CONTROL-TOTAL.
017935     MOVE 'A'        TO CTLT-FUNCTION.
017936     MOVE 'AJAPURGE' TO CTLT-JOB-NAME.
017937     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
017938     IF NOT CTLT-OK
017939         DISPLAY 'AJAPURGE - CONTROL TOTAL ADD FAILED: '
017940             CTLT-MESSAGE
017941         SET WS-ABEND TO TRUE
017942     END-IF.
017943 7100-ADD-CONTROL-TOTAL-EXIT.
017944     EXIT.
017945******************************************************************
017946*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
017947*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
017948******************************************************************
017949 7200-POST-CONTROL-TOTALS.
017950     IF WS-ABEND
017951         GO TO 7200-POST-CONTROL-TOTALS-EXIT
017952     END-IF.
017953     MOVE 'W'        TO CTLT-FUNCTION.
017954     MOVE 'AJAPURGE' TO CTLT-JOB-NAME.
017955     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
017956     IF NOT CTLT-OK
017957         DISPLAY 'AJAPURGE - CONTROL TOTALS NOT POSTED: '
017958             CTLT-MESSAGE
017959         SET WS-ABEND TO TRUE
017960     END-IF.
017961 7200-POST-CONTROL-TOTALS-EXIT.
017962     EXIT.
018000 8000-TERMINATE.
018100     MOVE SPACES TO PRG-RPT-LINE.
018200     WRITE PRG-RPT-LINE.
