      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * MLTMIN - statement mail lead-time minimum record.  One row
      * per mailing state / line of business / effective date giving
      * the minimum number of days a statement or premium notice must
      * be mailed ahead of its payment due date (AJ2-PMT-DUE-DT) -
      * the state insurance rule or, where it is stricter, our own
      * billing policy.  Read by AJ2MLTC against each statement's
      * composition date off the engine's COMPCONF feed.  A row with
      * a blank line of business covers every line in the state; a
      * row for the statement's own line of business wins over it.
      * Of the rows that apply, the one with the latest effective
      * date on or before the composition date is used, so a rule
      * change can be keyed ahead of the date it takes effect.  With
      * no row at all the AJ2MLTC DFLTDAYS parameter applies.  The
      * table (MLTMIND) is keyed by Compliance with the usual dataset
      * utilities.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/13/26  OSDC-3336 Okafor      New copybook - mail lead-time
19.00r*                                 minimum days by state/LOB.
      ****************************************************************

        05 MLM-MAIL-STATE                PIC X(2)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * SPACES - every line of business in the state.
        05 MLM-INS-LOB                   PIC X(4)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD - the minimum applies from this date.
        05 MLM-EFF-DATE                  PIC 9(08)     VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Calendar days between mailing and the payment due date.
        05 MLM-MIN-DAYS                  PIC 9(03)     VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Statute or policy the minimum comes from, for the report.
        05 MLM-AUTHORITY                 PIC X(20)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
