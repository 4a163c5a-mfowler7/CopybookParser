002200*      FROM COMPOSITION ROUTING; AJ2HLDR REPORTS IT AGED.
002300*    - AJ2-STMT-HOLD ON THE AJ2VSAM RECORD, REWRITTEN IN PLACE
002400*      SO AJ2INQ SHOWS THE HOLD IMMEDIATELY.
002414*
002428*  A BLANK STATEMENT ID HOLDS THE WHOLE ACCOUNT - EVERY STATEMENT
002442*  ON IT, THIS CYCLE AND LATER ONES, UNTIL IT IS RELEASED HERE THE
002456*  SAME WAY (AJ2RTNM PLACES THESE ADR HOLDS FOR RETURNED MAIL).
002470*  THERE IS NO AJ2VSAM ROW TO REWRITE FOR ONE; AJ2VCNV SETS
002484*  AJ2-STMT-HOLD ON THE ACCOUNT'S STATEMENTS AT THE NEXT RELOAD.
002500*
002600*  RUN FROM A 3270 SESSION UNDER THE TP MONITOR IN PRODUCTION;
002700*  THE ACCEPT/DISPLAY PAIRS BELOW STAND IN FOR THE MAPSET I/O
002900*
003000*  MODIFICATION HISTORY
003100*  --------------------
003103*  10/15/26  DRO  OSDC-3340  ACCOUNT-LEVEL HOLD/RELEASE (BLANK
003106*                            STATEMENT ID).
003110*  09/02/26  DRO  OSDC-3328  OPERATOR AUTHORIZATION CHECK
003120*                            (AJ2AUTH) BEFORE ANY MAINTENANCE.
003200*  08/22/26  DRO  OSDC-3317  NEW PROGRAM - STATEMENT HOLD/
007100     05 WS-OPERATOR-ID        PIC X(8)  VALUE SPACES.
007200     05 WS-PROMPT-ACCT-NUM    PIC X(25) VALUE SPACES.
007300     05 WS-PROMPT-STMT-ID     PIC X(8)  VALUE SPACES.
007350         88 WS-ACCOUNT-LEVEL            VALUE SPACES.
007400     05 WS-PROMPT-ACTION      PIC X(1)  VALUE SPACE.
007500         88 WS-ACTION-HOLD              VALUE 'H'.
007600         88 WS-ACTION-RELEASE           VALUE 'R'.
013000         MOVE 'N' TO WS-CONTINUE-SW
013100         GO TO 2000-MAINT-CYCLE-EXIT
013200     END-IF.
013300     DISPLAY 'AJ2HLDM - ENTER STATEMENT ID (BLANK = ACCOUNT): '.
013400     ACCEPT WS-PROMPT-STMT-ID.
013500     DISPLAY 'AJ2HLDM - ACTION (H=HOLD, R=RELEASE): '.
013600     ACCEPT WS-PROMPT-ACTION.
013800         DISPLAY 'AJ2HLDM - ACTION MUST BE H OR R'
013900         GO TO 2000-MAINT-CYCLE-EXIT
014000     END-IF.
014020*    AN ACCOUNT-LEVEL HOLD HAS NO STATEMENT ON AJ2VSAM TO READ.
014040     IF WS-ACCOUNT-LEVEL
014060         GO TO 2000-MAINT-APPLY
014080     END-IF.
014100     MOVE WS-PROMPT-ACCT-NUM TO AJ2V-KEY-ACCT-NUM.
014200     MOVE WS-PROMPT-STMT-ID  TO AJ2V-KEY-STMT-ID.
014300     READ AJ2-VSAM
014600                 WS-PROMPT-ACCT-NUM '/' WS-PROMPT-STMT-ID
014700             GO TO 2000-MAINT-CYCLE-EXIT
014800     END-READ.
014850 2000-MAINT-APPLY.
014900     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015000     ACCEPT WS-CURRENT-TIME FROM TIME.
015100     IF WS-ACTION-HOLD
019400                 GO TO 3000-PLACE-HOLD-EXIT
019500         END-WRITE
019600     END-IF.
019625     IF WS-ACCOUNT-LEVEL
019650         GO TO 3000-PLACE-HOLD-SHOW
019675     END-IF.
019700     MOVE 'H' TO AJ2-STMT-HOLD.
019800     REWRITE AJ2V-FILE-REC
019900         INVALID KEY
020100                 WS-AJ2V-STATUS
020200             GO TO 3000-PLACE-HOLD-EXIT
020300     END-REWRITE.
020350 3000-PLACE-HOLD-SHOW.
020400     DISPLAY 'AJ2HLDM - HOLD PLACED ON '
020500         WS-PROMPT-ACCT-NUM '/' WS-PROMPT-STMT-ID
020600         ' REASON ' WS-PROMPT-REASON-CD.
022300             DISPLAY 'AJ2HLDM - HOLD MASTER REWRITE FAILED'
022400             GO TO 4000-RELEASE-HOLD-EXIT
022500     END-REWRITE.
022525     IF WS-ACCOUNT-LEVEL
022550         GO TO 4000-RELEASE-HOLD-SHOW
022575     END-IF.
022600     MOVE SPACE TO AJ2-STMT-HOLD.
022700     REWRITE AJ2V-FILE-REC
022800         INVALID KEY
023000                 WS-AJ2V-STATUS
023100             GO TO 4000-RELEASE-HOLD-EXIT
023200     END-REWRITE.
023250 4000-RELEASE-HOLD-SHOW.
023300     DISPLAY 'AJ2HLDM - HOLD RELEASED ON '
023400         WS-PROMPT-ACCT-NUM '/' WS-PROMPT-STMT-ID.
023500 4000-RELEASE-HOLD-EXIT.
