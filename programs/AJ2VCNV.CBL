001720*  AJ2-STMT-HOLD AS EACH RECORD LOADS, SO A HOLD PLACED ONLINE
001730*  SURVIVES THE NIGHTLY RELOAD.  A MISSING HOLD MASTER MEANS
001740*  NO HOLDS TO REAPPLY, NOT AN ERROR.
001742*  AN ACCOUNT-LEVEL HOLD (STATEMENT ID BLANK ON THE HOLD
001744*  MASTER, AS AJ2RTNM PLACES FOR RETURNED MAIL) HOLDS EVERY
001746*  STATEMENT ON THE ACCOUNT UNTIL A CSR RELEASES IT.
001750*
001800*  MODIFICATION HISTORY
001900*  --------------------
001902*  10/15/26  DRO  OSDC-3340  REAPPLY ACCOUNT-LEVEL HOLDS
001904*                            (STATEMENT ID BLANK) AS WELL.
001910*  08/22/26  DRO  OSDC-3317  REAPPLY ACTIVE STATEMENT HOLDS
001920*                            FROM AJ2HOLD DURING THE RELOAD.
001930*  08/22/26  DRO  OSDC-3315  REGISTER START/END WITH THE CYCLE
010900 2000-LOAD-AJ2VSAM-EXIT.
011000     EXIT.
011010 2500-APPLY-HOLD.
011013     MOVE AJ2V-KEY-ACCT-NUM TO AJ2H-KEY-ACCT-NUM.
011016     MOVE AJ2V-KEY-STMT-ID  TO AJ2H-KEY-STMT-ID.
011019     READ AJ2-HOLD
011022         INVALID KEY
011025             GO TO 2500-APPLY-ACCOUNT-HOLD
011028     END-READ.
011031     IF AJ2H-STAT-HELD
011034         GO TO 2500-APPLY-HOLD-SET
011037     END-IF.
011040*    AN ACCOUNT-LEVEL HOLD CARRIES A BLANK STATEMENT ID.
011043 2500-APPLY-ACCOUNT-HOLD.
011046     MOVE AJ2V-KEY-ACCT-NUM TO AJ2H-KEY-ACCT-NUM.
011049     MOVE SPACES            TO AJ2H-KEY-STMT-ID.
011052     READ AJ2-HOLD
011055         INVALID KEY
011058             GO TO 2500-APPLY-HOLD-EXIT
011061     END-READ.
011064     IF NOT AJ2H-STAT-HELD
011067         GO TO 2500-APPLY-HOLD-EXIT
011070     END-IF.
011073 2500-APPLY-HOLD-SET.
011076     MOVE 'H' TO AJ2-STMT-HOLD OF AJ2V-FLDS-REC.
011079     ADD 1 TO WS-HOLDS-APPLIED-CT.
011082 2500-APPLY-HOLD-EXIT.
011092     EXIT.
011100 5000-READ-AJ2-IN.
011200     READ AJ2-IN INTO AJ2-IN-REC
