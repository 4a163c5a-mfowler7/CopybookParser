003600*  AND THE ACCEPTANCE COUNTS, AND THE PER-PIECE RATES ARE THE
003700*  NEGOTIATED ONES MAINTAINED IN WORKING-STORAGE BELOW.
003800*
003810*  THE PRINT FEED IS HOUSEHOLDED (AJ2HHLD) BEFORE THIS JOB, SO
003820*  WHAT IS COUNTED, TIERED AND RATED IS THE ENVELOPE: THE FIRST
003830*  PIECE OF AN ENVELOPE (AJ2-ENV-SEQ 1, OR NO ENVELOPE FIELDS
003840*  ON AN OLDER FEED) CARRIES THE POSTAGE, AND A PIECE RIDING IN
003850*  ANOTHER PIECE'S ENVELOPE (AJ2-ENV-SEQ ABOVE 1) COSTS NOTHING.
003860*  EACH RIDER IS PRICED AT THE TIER ITS ENVELOPE QUALIFIED FOR
003870*  AND THAT POSTAGE IS SHOWN AS SAVED ON THE HOUSEHOLDING
003880*  SAVINGS REPORT (HHSAVRP) - ONE REPORT PER CYCLE, WITH THE
003890*  PIECES, ENVELOPES AND POSTAGE SAVED BY RATE TIER.
003895*
003900*  MODIFICATION HISTORY
004000*  --------------------
004010*  10/09/26  DRO  OSDC-3332  COUNT AND RATE ENVELOPES OFF THE
004020*                            HOUSEHOLDED FEED; HOUSEHOLDING
004030*                            SAVINGS REPORT (HHSAVRP).
004100*  09/02/26  DRO  OSDC-3326  NEW PROGRAM - PRESORT MANIFEST
004200*                            AND POSTAGE ACCRUAL FEED.
004300******************************************************************
005600     SELECT PST-MAN-RPT   ASSIGN TO PSTMANRP
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-MAN-RPT-STATUS.
005810     SELECT HH-SAV-RPT    ASSIGN TO HHSAVRP
005820         ORGANIZATION IS LINE SEQUENTIAL
005830         FILE STATUS IS WS-SAV-RPT-STATUS.
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  AJ2-PRNT
006800     COPY PSTACR.
006900 FD  PST-MAN-RPT.
007000 01  PST-MAN-RPT-LINE         PIC X(132).
007010 FD  HH-SAV-RPT.
007020 01  HH-SAV-RPT-LINE          PIC X(132).
007100 WORKING-STORAGE SECTION.
007200 01  WS-FILE-STATUSES.
007300     05 WS-PRNT-STATUS        PIC X(2)  VALUE '00'.
007400     05 WS-ACR-STATUS         PIC X(2)  VALUE '00'.
007500     05 WS-MAN-RPT-STATUS     PIC X(2)  VALUE '00'.
007510     05 WS-SAV-RPT-STATUS     PIC X(2)  VALUE '00'.
007600 01  WS-SWITCHES.
007700     05 WS-PRNT-EOF-SW        PIC X(1)  VALUE 'N'.
007800         88 WS-PRNT-EOF                 VALUE 'Y'.
008200         88 WS-ACR-TABLE-FULL           VALUE 'Y'.
008300     05 WS-ZIP-TABLE-FULL-SW  PIC X(1)  VALUE 'N'.
008400         88 WS-ZIP-TABLE-FULL           VALUE 'Y'.
008410     05 WS-RIDER-SW           PIC X(1)  VALUE 'N'.
008420         88 WS-RIDER-PIECE              VALUE 'Y'.
008500******************************************************************
008600*  NEGOTIATED PER-PIECE RATES, DOLLARS TO FOUR DECIMALS.
008700*  CHANGED HERE (AND ONLY HERE) WHEN THE POSTAL CONTRACT DOES.
009800     05 WS-MADC-CT            PIC 9(9)  VALUE ZERO.
009900     05 WS-CERT-CT            PIC 9(9)  VALUE ZERO.
010000     05 WS-NOZIP-CT           PIC 9(9)  VALUE ZERO.
010010     05 WS-ENVELOPE-CT        PIC 9(9)  VALUE ZERO.
010020     05 WS-3DGT-RIDER-CT      PIC 9(9)  VALUE ZERO.
010030     05 WS-MADC-RIDER-CT      PIC 9(9)  VALUE ZERO.
010100 01  WS-POSTAGE-TOTALS.
010200     05 WS-3DGT-POSTAGE       PIC S9(11)V99 COMP-3 VALUE ZERO.
010300     05 WS-MADC-POSTAGE       PIC S9(11)V99 COMP-3 VALUE ZERO.
010400     05 WS-CERT-POSTAGE       PIC S9(11)V99 COMP-3 VALUE ZERO.
010500     05 WS-TOTAL-POSTAGE      PIC S9(11)V99 COMP-3 VALUE ZERO.
010510     05 WS-3DGT-SAVED         PIC S9(11)V99 COMP-3 VALUE ZERO.
010520     05 WS-MADC-SAVED         PIC S9(11)V99 COMP-3 VALUE ZERO.
010530     05 WS-TOTAL-SAVED        PIC S9(11)V99 COMP-3 VALUE ZERO.
010600******************************************************************
010700*  PASS-1 TALLY OF PIECES BY 3-DIGIT ZIP PREFIX.
010800******************************************************************
014000         'AJ2PSTG - POSTAGE PRESORT MAILING MANIFEST'.
014100 01  WS-RPT-HEADING2.
014200     05 FILLER                PIC X(6)  VALUE 'TIER'.
014300     05 FILLER                PIC X(14) VALUE 'ENVELOPES'.
014400     05 FILLER                PIC X(12) VALUE 'RATE'.
014500     05 FILLER                PIC X(16) VALUE 'POSTAGE'.
014600 01  WS-RPT-DETAIL.
015900 01  WS-RPT-OVERFLOW-LINE.
016000     05 FILLER                PIC X(58) VALUE
016100     'AJ2PSTG - ACCRUAL TABLE FULL, EXCESS UNDER ALL-OTHER ROW'.
016110 01  WS-SAV-HEADING1.
016120     05 FILLER                PIC X(50) VALUE
016130         'AJ2PSTG - HOUSEHOLDING POSTAGE SAVINGS'.
016140     05 FILLER                PIC X(7)  VALUE 'CYCLE '.
016150     05 WS-SAV-CYCLE-DATE     PIC 9(8).
016160 01  WS-SAV-HEADING2.
016170     05 FILLER                PIC X(6)  VALUE 'TIER'.
016180     05 FILLER                PIC X(14) VALUE 'PIECES SAVED'.
016190     05 FILLER                PIC X(12) VALUE 'RATE'.
016200     05 FILLER                PIC X(16) VALUE 'POSTAGE SAVED'.
016210 01  WS-SAV-TOTALS1.
016220     05 FILLER               PIC X(15) VALUE 'PRINT PIECES:'.
016230     05 WS-SAV-PIECES        PIC ZZZ,ZZZ,ZZ9.
016240     05 FILLER               PIC X(12) VALUE ' ENVELOPES:'.
016250     05 WS-SAV-ENVELOPES     PIC ZZZ,ZZZ,ZZ9.
016260     05 FILLER               PIC X(17) VALUE ' ENVELOPES SAVED:'.
016270     05 WS-SAV-ENV-SAVED     PIC ZZZ,ZZZ,ZZ9.
016280 01  WS-SAV-TOTALS2.
016290     05 FILLER               PIC X(22) VALUE
016300         'TOTAL POSTAGE SAVED:'.
016310     05 WS-SAV-TOTAL-SAVED   PIC -Z(10)9.99.
016320 01  WS-RCTL-COMMAREA.
016330     COPY RCTLCOM.
016400 PROCEDURE DIVISION.
016500 0000-MAINLINE.
016600     PERFORM 0100-REGISTER-START
021300 1000-INITIALIZE.
021400     OPEN INPUT  AJ2-PRNT
021500          OUTPUT PST-ACR
021600          OUTPUT PST-MAN-RPT
021650          OUTPUT HH-SAV-RPT.
021700     IF WS-PRNT-STATUS NOT = '00'
021800         DISPLAY 'AJ2PSTG - AJ2PRNT OPEN FAILED, STATUS '
021900             WS-PRNT-STATUS
023200         SET WS-ABEND TO TRUE
023300         GO TO 1000-INITIALIZE-EXIT
023400     END-IF.
023410     IF WS-SAV-RPT-STATUS NOT = '00'
023420         DISPLAY 'AJ2PSTG - HHSAVRP OPEN FAILED, STATUS '
023430             WS-SAV-RPT-STATUS
023440         SET WS-ABEND TO TRUE
023450         GO TO 1000-INITIALIZE-EXIT
023460     END-IF.
023500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023600     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
023700 1000-INITIALIZE-EXIT.
023800     EXIT.
023900******************************************************************
024000*  2000-TALLY-ZIP-PREFIXES - PASS 1.  CERTIFIED PIECES NEVER
024100*  PRESORT, SO THEY STAY OUT OF THE PREFIX COUNTS; NEITHER DO
024150*  RIDERS, SINCE ONLY THE ENVELOPE GOES THROUGH THE MAIL.
024200******************************************************************
024300 2000-TALLY-ZIP-PREFIXES.
024400     ADD 1 TO WS-PASS1-READ-CT.
024410     PERFORM 5100-CHECK-RIDER THRU 5100-CHECK-RIDER-EXIT.
024420     IF WS-RIDER-PIECE
024430         PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT
024440         GO TO 2000-TALLY-ZIP-PREFIXES-EXIT
024450     END-IF.
024500     IF AJ2-CERT-TRACK-NUM OF AJ2-PRNT-REC NOT = SPACES
024600         PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT
024700         GO TO 2000-TALLY-ZIP-PREFIXES-EXIT
027400     EXIT.
027500******************************************************************
027600*  3000-QUALIFY-PIECES - PASS 2.  ASSIGNS THE RATE TIER, ROLLS
027700*  THE MANIFEST TOTALS, AND POSTS THE ACCRUAL CROSS-TAB, ONCE
027750*  PER ENVELOPE.  A RIDER PIECE ONLY ADDS TO THE SAVINGS.
027800******************************************************************
027900 3000-QUALIFY-PIECES.
028000     ADD 1 TO WS-PASS2-READ-CT.
028010     PERFORM 5100-CHECK-RIDER THRU 5100-CHECK-RIDER-EXIT.
028020     IF WS-RIDER-PIECE
028030         PERFORM 3500-PRICE-RIDER THRU 3500-PRICE-RIDER-EXIT
028040         PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT
028050         GO TO 3000-QUALIFY-PIECES-EXIT
028060     END-IF.
028070     ADD 1 TO WS-ENVELOPE-CT.
028100     IF AJ2-CERT-TRACK-NUM OF AJ2-PRNT-REC NOT = SPACES
028200         MOVE 'CERT' TO WS-WORK-TIER
028300         MOVE WS-RATE-CERT TO WS-WORK-RATE
031800     PERFORM 5000-READ-PRNT THRU 5000-READ-PRNT-EXIT.
031900 3000-QUALIFY-PIECES-EXIT.
032000     EXIT.
032002******************************************************************
032005*  3500-PRICE-RIDER - A RIDER MAILS IN ITS ENVELOPE'S TIER
032008*  (SAME ZIP, SO THE SAME PREFIX); WHAT IT WOULD HAVE COST ON
032011*  ITS OWN IS THE POSTAGE SAVED.
032014******************************************************************
032017 3500-PRICE-RIDER.
032020     MOVE AJ2-MAIL-ZIP OF AJ2-PRNT-REC(1:3) TO WS-WORK-PREFIX.
032023     MOVE ZERO TO WS-MATCH-IDX.
032026     IF WS-WORK-PREFIX NOT = SPACES
032029         PERFORM 6100-LOOKUP-ZIP-PREFIX
032032             THRU 6100-LOOKUP-ZIP-PREFIX-EXIT
032035     END-IF.
032038     IF WS-MATCH-IDX > ZERO
032041             AND WS-ZIP-PIECE-CT(WS-MATCH-IDX) NOT <
032044                 WS-PRESORT-MINIMUM
032047         ADD 1 TO WS-3DGT-RIDER-CT
032050         ADD WS-RATE-3DGT TO WS-3DGT-SAVED
032053         ADD WS-RATE-3DGT TO WS-TOTAL-SAVED
032056     ELSE
032059         ADD 1 TO WS-MADC-RIDER-CT
032062         ADD WS-RATE-MADC TO WS-MADC-SAVED
032065         ADD WS-RATE-MADC TO WS-TOTAL-SAVED
032068     END-IF.
032071 3500-PRICE-RIDER-EXIT.
032074     EXIT.
032100 5000-READ-PRNT.
032200     READ AJ2-PRNT INTO AJ2-PRNT-REC
032300         AT END
032600     END-READ.
032700 5000-READ-PRNT-EXIT.
032800     EXIT.
032810******************************************************************
032820*  5100-CHECK-RIDER - A PIECE WITH ENV-SEQ ABOVE 1 RIDES IN
032830*  ANOTHER PIECE'S ENVELOPE.  NO ENVELOPE FIELDS (A FEED BUILT
032840*  BEFORE HOUSEHOLDING) MEANS THE PIECE IS ITS OWN ENVELOPE.
032850******************************************************************
032860 5100-CHECK-RIDER.
032870     MOVE 'N' TO WS-RIDER-SW.
032880     IF AJ2-ENV-SEQ OF AJ2-PRNT-REC NUMERIC
032890         IF AJ2-ENV-SEQ OF AJ2-PRNT-REC > 1
032900             SET WS-RIDER-PIECE TO TRUE
032910         END-IF
032920     END-IF.
032930 5100-CHECK-RIDER-EXIT.
032940     EXIT.
032950******************************************************************
033000*  6000-FIND-ZIP-PREFIX - FINDS (OR ADDS) THE PASS-1 TALLY
033100*  ENTRY FOR WS-WORK-PREFIX.  A FULL TABLE DROPS THE PREFIX TO
033200*  THE RESIDUAL TIER RATHER THAN LOSING THE PIECE.
044600         THRU 8100-WRITE-ACCRUAL-ROW-EXIT
044700         VARYING WS-ACR-IDX FROM 1 BY 1
044800         UNTIL WS-ACR-IDX > WS-ACR-ENTRY-CT.
044810     PERFORM 8200-WRITE-SAVINGS
044820         THRU 8200-WRITE-SAVINGS-EXIT.
044900     CLOSE AJ2-PRNT PST-ACR PST-MAN-RPT HH-SAV-RPT.
045000     DISPLAY 'AJ2PSTG - PRINT PIECES READ : ' WS-PASS2-READ-CT.
045010     DISPLAY 'AJ2PSTG - ENVELOPES RATED   : ' WS-ENVELOPE-CT.
045100     DISPLAY 'AJ2PSTG - 3-DIGIT PRESORT   : ' WS-3DGT-CT.
045200     DISPLAY 'AJ2PSTG - MIXED AADC        : ' WS-MADC-CT.
045300     DISPLAY 'AJ2PSTG - CERTIFIED         : ' WS-CERT-CT.
047100     WRITE PST-ACR-REC.
047200 8100-WRITE-ACCRUAL-ROW-EXIT.
047300     EXIT.
047310 8200-WRITE-SAVINGS.
047315     MOVE WS-CURRENT-DATE TO WS-SAV-CYCLE-DATE.
047320     WRITE HH-SAV-RPT-LINE FROM WS-SAV-HEADING1.
047325     MOVE SPACES TO HH-SAV-RPT-LINE.
047330     WRITE HH-SAV-RPT-LINE FROM WS-SAV-HEADING2.
047335     MOVE SPACES            TO WS-RPT-DETAIL.
047340     MOVE '3DGT'            TO WS-RPT-TIER.
047345     MOVE WS-3DGT-RIDER-CT  TO WS-RPT-PIECE-CT.
047350     MOVE WS-RATE-3DGT      TO WS-RPT-RATE.
047355     MOVE WS-3DGT-SAVED     TO WS-RPT-POSTAGE.
047360     WRITE HH-SAV-RPT-LINE FROM WS-RPT-DETAIL.
047365     MOVE SPACES            TO WS-RPT-DETAIL.
047370     MOVE 'MADC'            TO WS-RPT-TIER.
047375     MOVE WS-MADC-RIDER-CT  TO WS-RPT-PIECE-CT.
047380     MOVE WS-RATE-MADC      TO WS-RPT-RATE.
047385     MOVE WS-MADC-SAVED     TO WS-RPT-POSTAGE.
047390     WRITE HH-SAV-RPT-LINE FROM WS-RPT-DETAIL.
047395     MOVE SPACES TO HH-SAV-RPT-LINE.
047400     WRITE HH-SAV-RPT-LINE.
047405     MOVE WS-PASS2-READ-CT  TO WS-SAV-PIECES.
047410     MOVE WS-ENVELOPE-CT    TO WS-SAV-ENVELOPES.
047415     COMPUTE WS-SAV-ENV-SAVED =
047420         WS-3DGT-RIDER-CT + WS-MADC-RIDER-CT.
047425     WRITE HH-SAV-RPT-LINE FROM WS-SAV-TOTALS1.
047430     MOVE WS-TOTAL-SAVED    TO WS-SAV-TOTAL-SAVED.
047435     WRITE HH-SAV-RPT-LINE FROM WS-SAV-TOTALS2.
047440 8200-WRITE-SAVINGS-EXIT.
047445     EXIT.
047450 9999-EXIT.
047500     IF WS-ABEND
047600         MOVE 16 TO RETURN-CODE
047700     ELSE
