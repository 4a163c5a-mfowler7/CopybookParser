      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * RTNMST - returned-mail account master, indexed (VSAM KSDS)
      * keyed on account.  One row per account that has ever had a
      * piece come back undeliverable, kept by the AJ2RTNM daily
      * returned-mail intake.  It carries the run of consecutive
      * returns that triggers the automatic ADR hold and the
      * account's lifetime return history.
      *
      * A return is consecutive with the one before it unless the
      * two mailings are more than the gap parameter (AJ2RTNM/
      * RTNGAPDY) apart - a mailing that did not come back broke the
      * run.  Placing the hold does not restart the run.  The hold
      * is account-level and stays until a CSR releases it in
      * AJ2HLDM, and only a mailing that gets through (the gap)
      * ends the run - so a piece to a corrected address that still
      * comes back puts the account straight back on hold.
      * A returned piece is counted once: AJ2RTNM skips a scan whose
      * statement already has a RETURNED event on AJ2TRAK.
      * No address is kept here; the CSR report shows the address
      * from the extract.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/15/26  OSDC-3340 Okafor      Hold is account-level and no
19.01r*                                 longer restarts the run.
19.00r* 10/15/26  OSDC-3338 Okafor      New copybook - returned-mail
19.00r*                                 account master.
      ****************************************************************

        01  RTN-FILE-REC.
            05 RTN-KEY.
                10 RTN-KEY-ACCT-NUM   PIC X(25)    VALUE SPACES.
            05 RTN-CONSEC-CT          PIC 9(3)     VALUE ZERO.
            05 RTN-TOTAL-CT           PIC 9(5)     VALUE ZERO.
      * Date format YYYYMMDD - scan dates of the first and the latest
      * return counted.
            05 RTN-FIRST-RTN-DATE     PIC 9(8)     VALUE ZERO.
            05 RTN-LAST-RTN-DATE      PIC 9(8)     VALUE ZERO.
      * The latest mailing counted - statement id and the date it
      * mailed (composition date, or statement date when the piece
      * is on the extract only).  A re-scan of this same mailing is
      * not counted again.
            05 RTN-LAST-STMT-ID       PIC X(8)     VALUE SPACES.
            05 RTN-LAST-MAIL-DATE     PIC 9(8)     VALUE ZERO.
            05 RTN-LAST-REASON-CD     PIC X(3)     VALUE SPACES.
      * ADR holds AJ2RTNM has placed on the account, the latest,
      * and the statement whose return placed it.
            05 RTN-HOLD-CT            PIC 9(3)     VALUE ZERO.
            05 RTN-HOLD-DATE          PIC 9(8)     VALUE ZERO.
            05 RTN-HOLD-STMT-ID       PIC X(8)     VALUE SPACES.
