      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * PPLTGT - paper-to-paperless campaign target record.  One row
      * per print-only account picked by AJ2PPLS for a campaign
      * wave: a print-channel statement with a usable email address,
      * not on the ebill reversion master, not on hold, and with no
      * recent preference change on AJHAUDIT.  AJ2PPLS writes the
      * wave's rows to the marketing target file (PPLTGT) and
      * appends the same rows to the campaign history (PPLHIST),
      * which AJ2PPLM matches against later print-to-ebill changes
      * on AJHAUDIT to measure each wave's conversions.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/15/26  OSDC-3340 Okafor      AJ2PRIV blanks customer id
19.01r*                                 and email on PPLHIST rows.
19.00r* 10/12/26  OSDC-3335 Okafor      New copybook - paper-to-
19.00r*                                 paperless campaign target.
      ****************************************************************

      * Wave id - parameter WAVEID on the control-parameter master,
      * or the selection run date when none is set.
        05 PPL-WAVE-ID                   PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD - the run date the wave was selected.
      * Only preference changes on or after this date count as
      * conversions for the wave.
        05 PPL-SELECT-DATE               PIC 9(08)     VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-ACCT-NUM                  PIC X(25)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-STMT-ID                   PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-CUSTOMER-ID               PIC X(13)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-EMAIL-ADDRESS             PIC X(65)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Language code as AJ2COMP selects it - AJ2-LANG-CD, falling
      * back to AJ2-LANG-IND ('SPA' or 'ENG') on older extracts.
        05 PPL-LANG-CD                   PIC X(3)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-INS-LOB                   PIC X(4)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-BUS-RESI-IND              PIC X(1)      VALUE SPACE.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PPL-MAIL-STATE                PIC X(2)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
