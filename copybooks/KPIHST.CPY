      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * KPIHST - operations scorecard KPI history record.  One row
      * per measure per line of business per cycle, captured by
      * AJ2KPIC late in the nightly stream and rolled up by month
      * by AJ2KPIR for the management scorecard.  The history is
      * carried forward onto KPIHSTO, which a later job step renames
      * over KPIHIST - the same arrangement AJ2CYCG uses for CYCHIST.
      * Operations trims old cycles with the usual dataset utilities;
      * the month-end report needs thirteen months on file for its
      * same-month-last-year column.
      *
      * Measure ids - volume measures, one row per AJ2-INS-LOB
      * (blank LOB where the statement could not be found):
      *   STMTBLT   statements built clean (AJ2OUT)
      *   STMTREJ   statements rejected by the build edit (AJ2REJ)
      *   STMTRCYC  suspense rows recycled since the prior capture
      *             (AJ2SUSP)
      *   NCOASUPR  pieces suppressed - NCOA and unresolved address
      *             corrections (AJ2SUPR)
      *   NCOACORR  pieces routed for NCOA address correction
      *             (AJ2READ)
      *   EBNTSENT  ebill notifications sent (EBNTFY detail)
      *   EBBOUNCE  ebill hard bounces reverted to print (EBRVAUD)
      *   APFAIL    autopay failures (APFEXC)
      *   ACHRTN    ACH debits returned (ACHEXC)
      *   CERTPCS   certified pieces on the status file (CERTSTAT)
      *   CERTDLVD  certified pieces scanned delivered (CERTSTAT)
      *   PSTGPCS   pieces accrued for postage (PSTACR)
      *   PSTGAMT   postage dollars accrued (PSTACR)
      * APFAIL, ACHRTN, CERTPCS and CERTDLVD count files that hold
      * everything still outstanding, so each capture is a snapshot;
      * AJ2KPIR reports the month's last cycle for them, not a sum.
      * Cycle measures - blank LOB, one row per cycle:
      *   CYCCOUNT  1 for each cycle captured
      *   GATETRIP  1 when AJ2CYCG tripped during the cycle
      *   CYCLATE   1 when the cycle finished past the print-release
      *             cutoff (written from RUNHIST one cycle later,
      *             once the cycle's timings have been captured)
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/15/26  OSDC-3340 Okafor      Snapshot measures noted.
19.00r* 10/11/26  OSDC-3334 Okafor      New copybook - operations
19.00r*                                 scorecard KPI history.
      ****************************************************************

      * Date format YYYYMMDD - the run-control cycle date.
        05 KPI-CYCLE-DATE                PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 KPI-INS-LOB                   PIC X(4)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 KPI-MEASURE-ID                PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Counts are carried with two assumed decimals of zeros so one
      * field shape serves both counts and money totals.
        05 KPI-MEASURE-VALUE             PIC -9(13)V99 VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
