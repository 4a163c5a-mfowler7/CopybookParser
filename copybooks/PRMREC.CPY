      * Parameter names in use:
      *   AJ2BLD  RSTRTIND  restart indicator (Y/N)
      *   AJ2BLD  CKPTINTV  checkpoint interval (5 digits)
      *   AJ2CBAL ACKRUN    out-of-balance run acknowledged by a
      *                     supervisor - job (8), run date
      *                     YYYYMMDD (8), run time HHMM (4)
      *   AJ2CERT AGINGDAY  certified aging threshold, days
      *   AJ2CRBR RPTMONTH  report month (YYYYMM)
      *   AJ2CRBR DFLTMOS   default escheat dormancy period,
      *                     months
      *   AJ2CYCG TOLPCT    gate tolerance percent
      *   AJ2HHLD MAXPIECE  envelope capacity, pieces
      *   AJ2KPIR RPTMONTH  report month (YYYYMM)
      *   AJ2MLTC DFLTDAYS  default mail lead-time minimum, days
      *   AJ2MLTC WARNDAYS  lead-time near-miss margin, days
      *   AJ2PPLS WAVEID    paperless campaign wave id
      *   AJ2PPLS RECNTDAY  recent-change exclusion window, days
      *   AJ2COMP RUNMODE   run mode (A = ad-hoc)
      *   AJ2COMP DOWNSITE  failover - down composition site
      *   AJ2COMP ALTSITE   failover - designated alternate site
      *   AJ2RCIN CYCLDATE  cycle date (YYYYMMDD)
      *   AJ2RCIN CYCLENUM  cycle number (5 digits)
      *   AJ2RTNM RTNLIMIT  consecutive returns before ADR hold
      *   AJ2RTNM RTNGAPDY  mailing gap that breaks a return run,
      *                     days
      *   AJ2RTRP LONGPCT   long-run threshold percent
      *   AJ2RTRP CUTOFHHM  print-release cutoff (HHMM)
      *   AJ2SUSA ESCDAYS   suspense escalation threshold, days
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.04r* 10/15/26  OSDC-3340 Okafor      List the record-balancing
19.04r*                                 acknowledgement parameter.
19.03r* 10/15/26  OSDC-3339 Okafor      List the credit-balance
19.03r*                                 report parameters.
19.02r* 10/15/26  OSDC-3338 Okafor      List the returned-mail intake
19.02r*                                 parameters.
19.01r* 10/13/26  OSDC-3336 Okafor      List the householding, KPI,
19.01r*                                 campaign and lead-time
19.01r*                                 parameters.
19.00r* 09/02/26  OSDC-3327 Okafor      New copybook - control
19.00r*                                 parameter master.
      ****************************************************************
