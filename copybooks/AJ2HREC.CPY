      *   DEC deceased policyholder   DSP disputed balance
      *   ADR address investigation   LGL legal hold
      *   OTH other (see CSR notes)
      *
      * A row with AJ2H-KEY-STMT-ID spaces is an account-level hold:
      * it holds every statement on the account, in this cycle and
      * later ones, until a CSR releases it in AJ2HLDM.  AJ2RTNM
      * places these (reason ADR) when an account's mail keeps
      * coming back.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/15/26  OSDC-3340 Okafor      Account-level hold (blank
19.01r*                                 statement id).
19.00r* 08/22/26  OSDC-3317 Okafor      New copybook - statement hold
19.00r*                                 master.
      ****************************************************************
