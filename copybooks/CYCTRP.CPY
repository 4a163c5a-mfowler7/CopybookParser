      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * CYCTRP - reasonableness-gate trip log record.  One row each
      * time AJ2CYCG trips, appended to the trip log (CYCTRIP) and
      * never rebuilt.  A tripped cycle is held out of the rolling
      * measure history, so without this log nothing would remember
      * that the cycle tripped once the rerun passes; AJ2KPIC reads
      * it for the operations scorecard.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/11/26  OSDC-3334 Okafor      New copybook - gate trip log.
      ****************************************************************

      * Date format YYYYMMDD, time format HHMMSSms.
        05 TRP-CYCLE-DATE                PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 TRP-CYCLE-NUM                 PIC 9(5)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 TRP-RUN-DATE                  PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 TRP-RUN-TIME                  PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Number of measures outside tolerance, and the tolerance.
        05 TRP-MEASURE-CT                PIC 9(5)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 TRP-TOLERANCE-PCT             PIC 9(3)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
