001400*  FROM THE DATASETS EACH STAGE OF THE STREAM WRITES), SO A
001500*  DELIVERY QUESTION IS ONE LOOKUP INSTEAD OF FIVE DATASET
001600*  SCANS.  THE STAGES READ IN ORDER ARE BUILT, REJECTED,
001700*  RECONCLD, SUPPRESS, READDRSS, ROUTED, COMPOSED, LEADTIME,
001710*  DELIVERY, AND RETURNED; A STAGE WITH NO ROW SIMPLY DID NOT
001712*  HAPPEN (YET).
001720*  BUILT PRESENT WITH RECONCLD ABSENT MEANS THE STATEMENT WAS
001730*  HELD OUT BY THE AJ2RECON BALANCING RUN.
001900*
002300*
002400*  MODIFICATION HISTORY
002500*  --------------------
002501*  10/15/26  DRO  OSDC-3338  WALK THE RETURNED STAGE POSTED BY
002502*                            THE AJ2RTNM RETURNED-MAIL INTAKE.
002503*  10/13/26  DRO  OSDC-3336  WALK THE LEADTIME STAGE POSTED BY
002504*                            THE AJ2MLTC COMPLIANCE CHECK.
002505*  09/02/26  DRO  OSDC-3321  WALK THE NEW BUILT STAGE SO A
002506*                            RECON HOLD IS ANSWERABLE.
002510*  09/02/26  DRO  OSDC-3328  OPERATOR AUTHORIZATION CHECK
006000     05 FILLER                PIC X(8)  VALUE 'READDRSS'.
006100     05 FILLER                PIC X(8)  VALUE 'ROUTED'.
006200     05 FILLER                PIC X(8)  VALUE 'COMPOSED'.
006250     05 FILLER                PIC X(8)  VALUE 'LEADTIME'.
006300     05 FILLER                PIC X(8)  VALUE 'DELIVERY'.
006350     05 FILLER                PIC X(8)  VALUE 'RETURNED'.
006400 01  WS-STAGE-LIST-R REDEFINES WS-STAGE-LIST.
006500     05 WS-STAGE-CD           PIC X(8)  OCCURS 10 TIMES.
006600 01  WS-STAGE-IDX             PIC 9(4)  COMP VALUE ZERO.
006700 PROCEDURE DIVISION.
006800 0000-MAINLINE.
010100     PERFORM 3000-SHOW-STAGE
010200         THRU 3000-SHOW-STAGE-EXIT
010300         VARYING WS-STAGE-IDX FROM 1 BY 1
010400         UNTIL WS-STAGE-IDX > 10.
010500     IF WS-EVENTS-FOUND-CT = ZERO
010600         DISPLAY 'AJ2TRKQ - NO EVENTS ON FILE FOR '
010700             WS-PROMPT-ACCT-NUM '/' WS-PROMPT-STMT-ID
