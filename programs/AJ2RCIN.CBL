002400*
002500*  MODIFICATION HISTORY
002600*  --------------------
002580*  10/15/26  DRO  OSDC-3340  MOVE AJ2DUPG TO SEQ 036, AHEAD OF
002581*                            HOUSEHOLDING AND POSTAGE.
002582*  10/15/26  DRO  OSDC-3339  ADD AJ2CRBA (CREDIT-BALANCE AGING)
002583*                            TO THE STREAM AT SEQ 099.
002584*  10/14/26  DRO  OSDC-3337  ADD AJ2CBAL (CYCLE RECORD
002585*                            BALANCING) TO THE STREAM AT SEQ 065.
002586*  10/11/26  DRO  OSDC-3334  ADD AJ2KPIC (OPERATIONS SCORECARD
002587*                            KPI CAPTURE) TO THE STREAM AT SEQ
002588*                            098.
002589*  10/09/26  DRO  OSDC-3332  ADD AJ2HHLD (PRINT-FEED
002590*                            HOUSEHOLDING) TO THE STREAM AT SEQ
002591*                            037.
002592*  10/08/26  DRO  OSDC-3331  ADD AJ2DUPG (DUPLICATE-MAILING
002593*                            GUARD) TO THE STREAM AT SEQ 055.
002594*  10/06/26  DRO  OSDC-3330  ADD AJ2COLL (COLLECTIONS CASE LOAD)
002595*                            AND AJ2COLR (PAST-DUE REMINDER
002596*                            FEED) TO THE STREAM AT SEQ 095/097.
002597*  09/02/26  DRO  OSDC-3329  CAPTURE THE OUTGOING CYCLE'S JOB
002598*                            TIMINGS TO RUNHIST BEFORE THE WIPE.
002600*  09/02/26  DRO  OSDC-3327  CYCLE DATE/NUMBER NOW READ FROM
002600*                            THE PARAMETER MASTER (AJ2PRMG).
006775     05 FILLER                PIC X(11) VALUE 'AJ2EBNT 027'.
006800     05 FILLER                PIC X(11) VALUE 'AJ2NCOA 030'.
006850     05 FILLER                PIC X(11) VALUE 'AJ2ADRC 035'.
006862     05 FILLER                PIC X(11) VALUE 'AJ2DUPG 036'.
006875     05 FILLER                PIC X(11) VALUE 'AJ2HHLD 037'.
006900     05 FILLER                PIC X(11) VALUE 'AJ2VCNV 040'.
006950     05 FILLER                PIC X(11) VALUE 'AJ2PSTG 045'.
007000     05 FILLER                PIC X(11) VALUE 'AJHCDET 050'.
007100     05 FILLER                PIC X(11) VALUE 'AJ2COMP 060'.
007150     05 FILLER                PIC X(11) VALUE 'AJ2CBAL 065'.
007200     05 FILLER                PIC X(11) VALUE 'AJ2VOLRP070'.
007300     05 FILLER                PIC X(11) VALUE 'AJ2AHRPT080'.
007400     05 FILLER                PIC X(11) VALUE 'AJAPFAIL090'.
007425     05 FILLER                PIC X(11) VALUE 'AJ2COLL 095'.
007450     05 FILLER                PIC X(11) VALUE 'AJ2COLR 097'.
007475     05 FILLER                PIC X(11) VALUE 'AJ2KPIC 098'.
007487     05 FILLER                PIC X(11) VALUE 'AJ2CRBA 099'.
007500     05 FILLER                PIC X(11) VALUE 'AJAPURGE100'.
007600 01  WS-JOB-LIST-R REDEFINES WS-JOB-LIST.
007700     05 WS-JOB-DEF            OCCURS 22 TIMES.
007800         10 WS-JOB-DEF-NAME   PIC X(8).
007900         10 WS-JOB-DEF-SEQ    PIC 9(3).
008000 PROCEDURE DIVISION.
008500         PERFORM 2000-WRITE-JOB-ENTRY
008600             THRU 2000-WRITE-JOB-ENTRY-EXIT
008700             VARYING WS-JOB-IDX FROM 1 BY 1
008800             UNTIL WS-JOB-IDX > 22
008900     END-IF.
009000     PERFORM 8000-TERMINATE
009100         THRU 8000-TERMINATE-EXIT.
