000800*  AJ2AUTH - OPERATOR AUTHORIZATION SUBPROGRAM
000900*
001000*  CALLED (COMMAREA: COPY AUTHCOM) BY THE ONLINE TRANSACTIONS -
001100*  AJ2INQ, AJ2TRKQ, AJ2HLDM, AJ2SUSM, AJ2PRMM, AJ2COLM - BEFORE
001200*  THEY DO ANYTHING, THE SAME COMMAREA ARRANGEMENT AS AJ2RCTL.
001300*  THE KEYED OPERATOR ID IS CHECKED AGAINST THE SECURITY PROFILE
001400*  MASTER (SECPROF, COPY SECPROF): THE OPERATOR MUST BE ON THE
001500*  FILE, ACTIVE, AND FLAGGED FOR THE REQUESTED FUNCTION.
001600*
002700*
002800*  MODIFICATION HISTORY
002900*  --------------------
002910*  10/06/26  DRO  OSDC-3330  ADD FUNCTION COLL (COLLECTIONS
002920*                            CASE DISPOSITION, AJ2COLM).
003000*  09/02/26  DRO  OSDC-3328  NEW PROGRAM - OPERATOR
003100*                            AUTHORIZATION CHECK.
003200******************************************************************
013710                          TO WS-FUNC-FLAG
013800         WHEN 'PARM'  MOVE SEC-FUNC-PARM OF WS-SEC-WORK
013810                          TO WS-FUNC-FLAG
013820         WHEN 'COLL'  MOVE SEC-FUNC-COLL OF WS-SEC-WORK
013830                          TO WS-FUNC-FLAG
013900         WHEN OTHER   MOVE SPACE         TO WS-FUNC-FLAG
014000     END-EVALUATE.
014100 3000-CHECK-FUNCTION-EXIT.
