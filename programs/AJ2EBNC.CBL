003100*
003200*  MODIFICATION HISTORY
003300*  --------------------
003307*  10/14/26  DRO  OSDC-3337  POST CONTROL TOTALS FOR AJ2OUT READ
003314*                            AND AJ2NEW WRITTEN (AJ2CTLT) SO
003321*                            AJ2CBAL CAN PROVE THE RENAME-OVER.
003330*  08/22/26  DRO  OSDC-3312  PERSIST REVERSIONS TO THE EBRVMST
003360*                            MASTER SO THEY SURVIVE THE NIGHTLY
003380*                            REBUILD; REASON-TABLE OVERFLOW NOW
014900     05 FILLER               PIC X(22) VALUE
015000         ' HARD BNC UNMATCHED:'.
015100     05 WS-RPT-UNMATCHED     PIC ZZZ,ZZZ,ZZ9.
015133 01  WS-CTLT-COMMAREA.
015166     COPY CTLCOM.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 1000-INITIALIZE
016100         UNTIL WS-AJ2-EOF OR WS-ABEND.
016200     PERFORM 8000-TERMINATE
016300         THRU 8000-TERMINATE-EXIT.
016333     PERFORM 7200-POST-CONTROL-TOTALS
016366         THRU 7200-POST-CONTROL-TOTALS-EXIT.
016400     GO TO 9999-EXIT.
016500 1000-INITIALIZE.
016600     OPEN INPUT  EBB-IN
020086         GO TO 1000-INITIALIZE-EXIT
020088     END-IF.
020100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020116     PERFORM 7000-OPEN-CONTROL-TOTALS
020132         THRU 7000-OPEN-CONTROL-TOTALS-EXIT.
020148     IF WS-ABEND
020164         GO TO 1000-INITIALIZE-EXIT
020180     END-IF.
020200     PERFORM 5100-READ-EBB THRU 5100-READ-EBB-EXIT.
020250     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
020300 1000-INITIALIZE-EXIT.
028000             THRU 3000-CHECK-FOR-BOUNCE-EXIT
028100     END-IF.
028200     WRITE AJ2-NEW-REC.
028214     MOVE AJ2-ACCT-NUM OF AJ2-NEW-REC TO CTLT-ACCT-NUM.
028228     MOVE AJ2-AMT-DUE OF AJ2-NEW-REC TO CTLT-AMT-DUE.
028242     MOVE 'AJ2NEW'  TO CTLT-DATASET.
028256     MOVE 'O'       TO CTLT-ROLE.
028270     PERFORM 7100-ADD-CONTROL-TOTAL
028284         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
028300     PERFORM 5000-READ-AJ2 THRU 5000-READ-AJ2-EXIT.
028400 2500-PROCESS-EXTRACT-EXIT.
028500     EXIT.
032400             GO TO 5000-READ-AJ2-EXIT
032500     END-READ.
032600     ADD 1 TO WS-AJ2-READ-CT.
032614     MOVE AJ2-ACCT-NUM OF AJ2-IN-REC TO CTLT-ACCT-NUM.
032628     MOVE AJ2-AMT-DUE OF AJ2-IN-REC TO CTLT-AMT-DUE.
032642     MOVE 'AJ2OUT'  TO CTLT-DATASET.
032656     MOVE 'I'       TO CTLT-ROLE.
032670     PERFORM 7100-ADD-CONTROL-TOTAL
032684         THRU 7100-ADD-CONTROL-TOTAL-EXIT.
032700 5000-READ-AJ2-EXIT.
032800     EXIT.
032900 5100-READ-EBB.
033500     ADD 1 TO WS-EBB-READ-CT.
033600 5100-READ-EBB-EXIT.
033700     EXIT.
033701******************************************************************
033702*  7000-OPEN-CONTROL-TOTALS - OPENS A ZERO CONTROL TOTAL FOR
033703*  EVERY DATASET THIS RUN ACCOUNTS FOR (AJ2CTLT), SO AN EMPTY
033704*  ONE STILL POSTS A ROW FOR AJ2CBAL TO BALANCE.
033705******************************************************************
033706 7000-OPEN-CONTROL-TOTALS.
033707     MOVE 'O'        TO CTLT-FUNCTION.
033708     MOVE 'AJ2EBNC'  TO CTLT-JOB-NAME.
033709     MOVE 'AJ2OUT'   TO CTLT-DATASET.
033710     MOVE 'I'        TO CTLT-ROLE.
033711     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033712     IF NOT CTLT-OK
033713         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
033714     END-IF.
033715     MOVE 'AJ2NEW'   TO CTLT-DATASET.
033716     MOVE 'O'        TO CTLT-ROLE.
033717     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033718     IF NOT CTLT-OK
033719         GO TO 7000-OPEN-CONTROL-TOTALS-FAIL
033720     END-IF.
033721     GO TO 7000-OPEN-CONTROL-TOTALS-EXIT.
033722 7000-OPEN-CONTROL-TOTALS-FAIL.
033723     DISPLAY 'AJ2EBNC - CONTROL TOTAL OPEN FAILED: '
033724         CTLT-MESSAGE.
033725     SET WS-ABEND TO TRUE.
033726 7000-OPEN-CONTROL-TOTALS-EXIT.
033727     EXIT.
033728 7100-ADD-CONTROL-TOTAL.
033729     MOVE 'A'        TO CTLT-FUNCTION.
033730     MOVE 'AJ2EBNC'  TO CTLT-JOB-NAME.
033731     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033732     IF NOT CTLT-OK
033733         DISPLAY 'AJ2EBNC - CONTROL TOTAL ADD FAILED: '
033734             CTLT-MESSAGE
033735         SET WS-ABEND TO TRUE
033736     END-IF.
033737 7100-ADD-CONTROL-TOTAL-EXIT.
033738     EXIT.
033739******************************************************************
033740*  7200-POST-CONTROL-TOTALS - POSTS THIS RUN'S CONTROL TOTALS
033741*  TO THE CYCLE CONTROL-TOTALS FILE AFTER A CLEAN RUN.
033742******************************************************************
033743 7200-POST-CONTROL-TOTALS.
033744     IF WS-ABEND
033745         GO TO 7200-POST-CONTROL-TOTALS-EXIT
033746     END-IF.
033747     MOVE 'W'        TO CTLT-FUNCTION.
033748     MOVE 'AJ2EBNC'  TO CTLT-JOB-NAME.
033749     CALL 'AJ2CTLT' USING WS-CTLT-COMMAREA.
033750     IF NOT CTLT-OK
033751         DISPLAY 'AJ2EBNC - CONTROL TOTALS NOT POSTED: '
033752             CTLT-MESSAGE
033753         SET WS-ABEND TO TRUE
033754     END-IF.
033755 7200-POST-CONTROL-TOTALS-EXIT.
033756     EXIT.
033800 8000-TERMINATE.
033810     PERFORM 8150-WRITE-MASTER-ROW
033820         THRU 8150-WRITE-MASTER-ROW-EXIT
