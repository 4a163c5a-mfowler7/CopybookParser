003250*  CYCHSTO CARRIES THE PRIOR CYCLES FORWARD UNCHANGED, AND THE
003260*  CORRECTED RERUN (AFTER AJ2RCIN REOPENS THE CYCLE) APPENDS
003270*  ITS OWN MEASURES EXACTLY ONCE.
003271*
003272*  SO THE TRIP ITSELF IS NOT LOST WITH THOSE MEASURES, EVERY
003273*  TRIP IS ALSO APPENDED TO THE GATE TRIP LOG (CYCTRIP, COPY
003274*  CYCTRP) UNDER THE RUN-CONTROL CYCLE DATE, FOR THE
003275*  OPERATIONS SCORECARD (AJ2KPIC).
003280*
003400*  MODIFICATION HISTORY
003500*  --------------------
003501*  10/11/26  DRO  OSDC-3334  LOG EVERY TRIP TO CYCTRIP FOR THE
003502*                            OPERATIONS SCORECARD.
003503*  09/02/26  DRO  OSDC-3327  GATE TOLERANCE NOW READ FROM THE
003504*                            PARAMETER MASTER (AJ2PRMG), WITH
003506*                            CHANGE AUDIT THROUGH AJ2PRMM.
003510*  08/22/26  DRO  OSDC-3316  HOLD A TRIPPED CYCLE'S MEASURES
005700     SELECT CYCV-RPT      ASSIGN TO CYCVRPT
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CYCV-STATUS.
005910     SELECT RUN-CTL       ASSIGN TO RUNCTL
005920         ORGANIZATION IS SEQUENTIAL
005930         FILE STATUS IS WS-RCT-STATUS.
005940     SELECT CYC-TRIP      ASSIGN TO CYCTRIP
005950         ORGANIZATION IS SEQUENTIAL
005960         FILE STATUS IS WS-TRIP-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006400 FD  AJ2-IN
007500     COPY CYCHST.
007600 FD  CYCV-RPT.
007700 01  CYCV-RPT-LINE            PIC X(132).
007710 FD  RUN-CTL
007720     RECORDING MODE IS F.
007730 01  RUN-CTL-REC.
007740     COPY RUNCTL.
007750 FD  CYC-TRIP
007760     RECORDING MODE IS F.
007770 01  CYC-TRIP-REC.
007780     COPY CYCTRP.
007800 WORKING-STORAGE SECTION.
007900 01  WS-FILE-STATUSES.
008100     05 WS-AJ2-IN-STATUS      PIC X(2)  VALUE '00'.
008200     05 WS-HIST-STATUS        PIC X(2)  VALUE '00'.
008300     05 WS-HSTO-STATUS        PIC X(2)  VALUE '00'.
008400     05 WS-CYCV-STATUS        PIC X(2)  VALUE '00'.
008410     05 WS-RCT-STATUS         PIC X(2)  VALUE '00'.
008420     05 WS-TRIP-STATUS        PIC X(2)  VALUE '00'.
008500 01  WS-SWITCHES.
008600     05 WS-AJ2-EOF-SW         PIC X(1)  VALUE 'N'.
008700         88 WS-AJ2-EOF                  VALUE 'Y'.
018600         PERFORM 5000-WRITE-NEW-HISTORY
018700             THRU 5000-WRITE-NEW-HISTORY-EXIT
018800     END-IF.
018810     IF NOT WS-ABEND AND WS-TRIPPED
018820         PERFORM 5700-LOG-TRIP
018830             THRU 5700-LOG-TRIP-EXIT
018840     END-IF.
018900     PERFORM 8000-TERMINATE
019000         THRU 8000-TERMINATE-EXIT.
019100     PERFORM 0200-REGISTER-END
048700     ADD 1 TO WS-HIST-READ-CT.
048800 5600-READ-HIST-EXIT.
048900     EXIT.
048901******************************************************************
048902*  5700-LOG-TRIP - APPENDS ONE ROW TO THE GATE TRIP LOG UNDER
048903*  THE CYCLE DATE ON THE RUN-CONTROL MASTER (THE RUN DATE IF
048904*  THE MASTER CANNOT BE READ).  A LOG THAT CANNOT BE WRITTEN IS
048905*  REPORTED BUT DOES NOT CHANGE THE GATE'S OWN RETURN CODE.
048906******************************************************************
048907 5700-LOG-TRIP.
048908     MOVE SPACES TO CYC-TRIP-REC.
048909     MOVE WS-CURRENT-DATE TO TRP-CYCLE-DATE.
048910     MOVE ZERO TO TRP-CYCLE-NUM.
048911     OPEN INPUT RUN-CTL.
048912     IF WS-RCT-STATUS = '00'
048913         READ RUN-CTL INTO RUN-CTL-REC
048914             AT END
048915                 MOVE SPACES TO RUN-CTL-REC
048916         END-READ
048917         IF RCT-CYCLE-DATE NUMERIC AND RCT-CYCLE-DATE > ZERO
048918             MOVE RCT-CYCLE-DATE TO TRP-CYCLE-DATE
048919             MOVE RCT-CYCLE-NUM  TO TRP-CYCLE-NUM
048920         END-IF
048921         CLOSE RUN-CTL
048922     END-IF.
048923     ACCEPT TRP-RUN-DATE FROM DATE YYYYMMDD.
048924     ACCEPT TRP-RUN-TIME FROM TIME.
048925     MOVE WS-TRIP-CT       TO TRP-MEASURE-CT.
048926     MOVE WS-TOLERANCE-PCT TO TRP-TOLERANCE-PCT.
048927*    FILE STATUS 35 MEANS NO TRIP LOG EXISTS YET - CREATE IT.
048928     OPEN EXTEND CYC-TRIP.
048929     IF WS-TRIP-STATUS = '35'
048930         OPEN OUTPUT CYC-TRIP
048931     END-IF.
048932     IF WS-TRIP-STATUS NOT = '00'
048933         DISPLAY 'AJ2CYCG - CYCTRIP OPEN FAILED, STATUS '
048934             WS-TRIP-STATUS ' - TRIP NOT LOGGED'
048935         GO TO 5700-LOG-TRIP-EXIT
048936     END-IF.
048937     WRITE CYC-TRIP-REC.
048938     CLOSE CYC-TRIP.
048939 5700-LOG-TRIP-EXIT.
048940     EXIT.
049000 6000-FIND-MEASURE.
049100     MOVE ZERO TO WS-MATCH-IDX.
049200     PERFORM 6050-SCAN-MEASURE
