002900*
003000*  MODIFICATION HISTORY
003100*  --------------------
003108*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2PRNT,
003116*                            AJ2SUPR AND AJ2READ (AJ2CTLT) FOR
003124*                            THE AJ2CBAL RECORD BALANCING.
003133*  08/22/26  DRO  OSDC-3315  REGISTER START/END WITH THE CYCLE
003166*                            RUN-CONTROL MASTER (AJ2RCTL).
003200*  08/22/26  DRO  OSDC-3310  NEW PROGRAM - NCOA MOVE-CODE SPLIT
012000     05 WS-RPT-READDRESS     PIC ZZZ,ZZZ,ZZ9.
012033 01  WS-RCTL-COMMAREA.
012066     COPY RCTLCOM.
012077 01  WS-CTLT-COMMAREA.
012088     COPY CTLCOM.
012100 PROCEDURE DIVISION.
012200 0000-MAINLINE.
012216     PERFORM 0100-REGISTER-START
012700         UNTIL WS-AJ2-EOF OR WS-ABEND.
012800     PERFORM 8000-TERMINATE
012900         THRU 8000-TERMINATE-EXIT.
012911     PERFORM 7200-POST-CONTROL-TOTALS
012922         THRU 7200-POST-CONTROL-TOTALS-EXIT.
012933     PERFORM 0200-REGISTER-END
012966         THRU 0200-REGISTER-END-EXIT.
013000     GO TO 9999-EXIT.
016700     WRITE NCOA-RPT-LINE FROM WS-RPT-HEADING1.
016800     MOVE SPACES TO NCOA-RPT-LINE.
016900     WRITE NCOA-RPT-LINE FROM WS-RPT-HEADING2.
016916     PERFORM 7000-OPEN-CONTROL-TOTALS
016932         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
016948     IF WS-ABEND
016964         GO TO 1000-INITIALIZE-EXIT
016980     END-IF.
017000     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
017100 1000-INITIALIZE-EXIT.
017200     EXIT.
017300 2000-PROCESS-RECORDS.
017333     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
017366     MOVE AJ2-AMT-DUE OF AJ2-IN-REC  TO CTLT-AMT-DUE.
017400     EVALUATE AJ2-NCOA-RTN-CD OF AJ2-IN-REC
017500         WHEN '02'
017600         WHEN '03'
019000     MOVE AJ2-IN-REC TO AJ2-SUPR-REC.
019100     WRITE AJ2-SUPR-REC.
019200     ADD 1 TO WS-SUPPRESSED-CT.
019225     MOVE 'AJ2SUPR' TO CTLT-DATASET.
019250     PERFORM 7100-ADD-CONTROL-TOTAL
019275         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
019300     MOVE SPACES TO WS-RPT-DETAIL.
019400     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC    TO WS-RPT-ACCT-NUM.
019500     MOVE AJ2-STMT-ID OF AJ2-IN-REC     TO WS-RPT-STMT-ID.
020700     MOVE AJ2-IN-REC TO AJ2-READ-REC.
020800     WRITE AJ2-READ-REC.
020900     ADD 1 TO WS-READDRESS-CT.
020925     MOVE 'AJ2READ' TO CTLT-DATASET.
020950     PERFORM 7100-ADD-CONTROL-TOTAL
020975         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
021000 3100-READDRESS-RECORD-EXIT.
021100     EXIT.
021200 3200-PRINT-RECORD.
021300     MOVE AJ2-IN-REC TO AJ2-PRNT-REC.
021400     WRITE AJ2-PRNT-REC.
021500     ADD 1 TO WS-PRINT-CT.
021525     MOVE 'AJ2PRNT' TO CTLT-DATASET.
021550     PERFORM 7100-ADD-CONTROL-TOTAL
021575         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
021600 3200-PRINT-RECORD-EXIT.
021700     EXIT.
021800 5000-READ-AJ2.
022400     ADD 1 TO WS-AJ2-READ-CT.
022500 5000-READ-AJ2-EXIT.
022600     EXIT.
022601******************************************************************
022602*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
022603*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
022604*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
022605******************************************************************
022606 7000-OPEN-CONTROL-TOTALS.
022607     MOVE 'O'        TO CTLT-FUNCTION.
022608     MOVE 'AJ2NCOA'  TO CTLT-JOB-NAME.
022609     MOVE 'AJ2PRNT'  TO CTLT-DATASET.
022610     MOVE 'O'        TO CTLT-ROLE.
022611     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
022612     IF NOT CTLT-OK
022613         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
022614     END-IF.
022615     MOVE 'AJ2SUPR'  TO CTLT-DATASET.
022616     MOVE 'O'        TO CTLT-ROLE.
022617     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
022618     IF NOT CTLT-OK
022619         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
022620     END-IF.
022621     MOVE 'AJ2READ'  TO CTLT-DATASET.
022622     MOVE 'O'        TO CTLT-ROLE.
022623     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
022624     IF NOT CTLT-OK
022625         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
022626     END-IF.
022627     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
022628 7000-OPEN-CONTROL-TOTALS-FAIL.
022629     DISPLAY 'AJ2NCOA - CONTROL TOTAL OPEN FAILED: '
022630         CTLT-MESSAGE.
022631     SET WS-ABEND TO TRUE.
022632 7000-OPEN-CONTROL-TOTALS-EXIT.
022633     EXIT.
022634 7100-ADD-CONTROL-TOTAL.
022635     MOVE 'A'        TO CTLT-FUNCTION.
022636     MOVE 'AJ2NCOA'  TO CTLT-JOB-NAME.
022637     MOVE 'O'        TO CTLT-ROLE.
022638     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
022639     IF NOT CTLT-OK
022640         DISPLAY 'AJ2NCOA - CONTROL TOTAL ADD FAILED: '
022641             CTLT-MESSAGE
022642         SET WS-ABEND TO TRUE
022643     END-IF.
022644 7100-ADD-CONTROL-TOTAL-EXIT.
022645     EXIT.
022646******************************************************************
022647*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
022648*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
022649******************************************************************
022650 7200-POST-CONTROL-TOTALS.
022651     IF WS-ABEND
022652         GO TO 7200-POST-CONTROL-TOTALS-EXIT
022653     END-IF.
022654     MOVE 'W'        TO CTLT-FUNCTION.
022655     MOVE 'AJ2NCOA'  TO CTLT-JOB-NAME.
022656     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
022657     IF NOT CTLT-OK
022658         DISPLAY 'AJ2NCOA - CONTROL TOTALS NOT POSTED: '
022659             CTLT-MESSAGE
022660         SET WS-ABEND TO TRUE
022661     END-IF.
022662 7200-POST-CONTROL-TOTALS-EXIT.
022663     EXIT.
022700 8000-TERMINATE.
022800     MOVE SPACES TO NCOA-RPT-LINE.
022900     WRITE NCOA-RPT-LINE.
