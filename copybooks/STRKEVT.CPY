      *             detail carries the template code)
      *   COMPOSED  confirmed composed by the engine (COMPCONF;
      *             detail carries the template code)
      *   LEADTIME  mail lead-time compliance result from AJ2MLTC
      *             (MET, NEAR or MISSED, lead days and minimum;
      *             dated the composition date)
      *   DELIVERY  certified-mail scan status from AJ2CERT
      *             (CERTSTAT; detail carries the scan status and
      *             scan date)
      *   RETURNED  piece came back undeliverable, from the AJ2RTNM
      *             returned-mail intake (detail carries the
      *             endorsement reason, the account's consecutive
      *             return count and the mailing date; dated the
      *             mailroom scan date)
      *
      * A rerun of AJ2TRKB rewrites the same keys, so posting is
      * idempotent; the latest run's view wins.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.03r* 10/15/26  OSDC-3338 Okafor      Add RETURNED event posted by
19.03r*                                 AJ2RTNM.
19.02r* 10/13/26  OSDC-3336 Okafor      Add LEADTIME event posted by
19.02r*                                 AJ2MLTC.
19.01r* 09/02/26  OSDC-3321 Okafor      Add BUILT event so a recon
19.01r*                                 hold is distinguishable.
19.00r* 09/02/26  OSDC-3321 Okafor      New copybook - statement
                10 TRK-KEY-EVENT-CD   PIC X(8)     VALUE SPACES.
      * Date format YYYYMMDD, time format HHMMSSms - when the event
      * was posted (or the date the source feed itself carries, for
      * COMPOSED, LEADTIME, DELIVERY and RETURNED).
            05 TRK-EVENT-DATE         PIC 9(8)     VALUE ZERO.
            05 TRK-EVENT-TIME         PIC 9(8)     VALUE ZERO.
            05 TRK-EVENT-DETAIL       PIC X(30)    VALUE SPACES.
