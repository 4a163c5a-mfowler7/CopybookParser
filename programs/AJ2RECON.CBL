001800*
001900*  MODIFICATION HISTORY
002000*  --------------------
002008*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR THE CLEAN
002016*                            EXTRACT (AJ2CTLT) FOR THE AJ2CBAL
002024*                            RECORD BALANCING.
002033*  08/22/26  DRO  OSDC-3315  REGISTER START/END WITH THE CYCLE
002066*                            RUN-CONTROL MASTER (AJ2RCTL).
002100*  08/09/26  DRO  OSDC-3301  NEW PROGRAM - PRE-PRINT BALANCING.
010900     05 WS-RPT-EXCEPTIONS    PIC ZZZ,ZZZ,ZZ9.
010933 01  WS-RCTL-COMMAREA.
010966     COPY RCTLCOM.
010977 01  WS-CTLT-COMMAREA.
010988     COPY CTLCOM.
011000 PROCEDURE DIVISION.
011100 0000-MAINLINE.
011116     PERFORM 0100-REGISTER-START
011600         UNTIL WS-AJ2-EOF AND WS-BIL-EOF.
011700     PERFORM 8000-TERMINATE
011800         THRU 8000-TERMINATE-EXIT.
011811     PERFORM 7200-POST-CONTROL-TOTALS
011822         THRU 7200-POST-CONTROL-TOTALS-EXIT.
011833     PERFORM 0200-REGISTER-END
011866         THRU 0200-REGISTER-END-EXIT.
011900     GO TO 9999-EXIT.
013730     WRITE EXCPT-RPT-LINE FROM WS-RPT-HEADING1.
013800     MOVE SPACES TO EXCPT-RPT-LINE.
013900     WRITE EXCPT-RPT-LINE FROM WS-RPT-HEADING2.
013916     PERFORM 7000-OPEN-CONTROL-TOTALS
013932         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
013948     IF WS-ABEND
013964         GO TO 1000-INITIALIZE-EXIT
013980     END-IF.
014000     PERFORM 5000-READ-AJ2  THRU 5000-READ-AJ2-EXIT.
014100     PERFORM 5100-READ-BIL  THRU 5100-READ-BIL-EXIT.
014200 1000-INITIALIZE-EXIT.
019800     IF WS-AMT-DUE-DIFF = ZERO AND WS-END-BAL-DIFF = ZERO
019900         WRITE AJ2-OUT-REC FROM AJ2-IN-REC
020000         ADD 1 TO WS-CLEAN-CT
020016         MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM
020032         MOVE WS-AJ2-AMT-DUE-N TO CTLT-AMT-DUE
020048         MOVE 'AJ2OUT' TO CTLT-DATASET
020064         PERFORM 7100-ADD-CONTROL-TOTAL
020080             THRU 7100-ADD-CONTROL-TOTAL-EXIT
020100         GO TO 3000-BALANCE-ACCOUNT-EXIT
020200     END-IF.
020300     MOVE SPACES TO WS-EXCEPTION-REASON.
026560     MOVE BIL-STMT-ID  OF BIL-IN-REC TO WS-BIL-KEY-STMT-ID.
026600 5100-READ-BIL-EXIT.
026700     EXIT.
026701******************************************************************
026702*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
026703*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
026704*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
026705******************************************************************
026706 7000-OPEN-CONTROL-TOTALS.
026707     MOVE 'O'        TO CTLT-FUNCTION.
026708     MOVE 'AJ2RECON' TO CTLT-JOB-NAME.
026709     MOVE 'AJ2OUT'   TO CTLT-DATASET.
026710     MOVE 'O'        TO CTLT-ROLE.
026711     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
026712     IF NOT CTLT-OK
026713         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
026714     END-IF.
026715     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
026716 7000-OPEN-CONTROL-TOTALS-FAIL.
026717     DISPLAY 'AJ2RECON - CONTROL TOTAL OPEN FAILED: '
026718         CTLT-MESSAGE.
026719     SET WS-ABEND TO TRUE.
026720 7000-OPEN-CONTROL-TOTALS-EXIT.
026721     EXIT.
026722 7100-ADD-CONTROL-TOTAL.
026723     MOVE 'A'        TO CTLT-FUNCTION.
026724     MOVE 'AJ2RECON' TO CTLT-JOB-NAME.
026725     MOVE 'O'        TO CTLT-ROLE.
026726     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
026727     IF NOT CTLT-OK
026728         DISPLAY 'AJ2RECON - CONTROL TOTAL ADD FAILED: '
026729             CTLT-MESSAGE
026730         SET WS-ABEND TO TRUE
026731     END-IF.
026732 7100-ADD-CONTROL-TOTAL-EXIT.
026733     EXIT.
026734******************************************************************
026735*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
026736*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
026737******************************************************************
026738 7200-POST-CONTROL-TOTALS.
026739     IF WS-ABEND
026740         GO TO 7200-POST-CONTROL-TOTALS-EXIT
026741     END-IF.
026742     MOVE 'W'        TO CTLT-FUNCTION.
026743     MOVE 'AJ2RECON' TO CTLT-JOB-NAME.
026744     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
026745     IF NOT CTLT-OK
026746         DISPLAY 'AJ2RECON - CONTROL TOTALS NOT POSTED: '
026747             CTLT-MESSAGE
026748         SET WS-ABEND TO TRUE
026749     END-IF.
026750 7200-POST-CONTROL-TOTALS-EXIT.
026751     EXIT.
026800 8000-TERMINATE.
026900     MOVE SPACES TO EXCPT-RPT-LINE.
027000     WRITE EXCPT-RPT-LINE.
