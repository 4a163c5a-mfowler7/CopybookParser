      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * ESCDRM - unclaimed-property dormancy period record.  One row
      * per owner state / effective date giving the number of months
      * a customer credit balance may sit unclaimed before it is
      * presumed abandoned and must be reported and remitted to that
      * state.  Read by AJ2CRBR against the owner's last known mail
      * state (AJ2-MAIL-STATE) to build the escheat due-diligence
      * list.  Of a state's rows, the one with the latest effective
      * date on or before the end of the report month is used, so a
      * statute change can be keyed ahead of the date it takes
      * effect.  With no row for the state the AJ2CRBR DFLTMOS
      * parameter applies.  The table (ESCDORMD) is keyed by
      * Compliance with the usual dataset utilities.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/15/26  OSDC-3339 Okafor      New copybook - unclaimed-
19.00r*                                 property dormancy by state.
      ****************************************************************

        05 EDM-MAIL-STATE                PIC X(2)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD - the dormancy period applies from this
      * date.
        05 EDM-EFF-DATE                  PIC 9(08)     VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Months a credit may sit before it is presumed abandoned.
        05 EDM-DORM-MONTHS               PIC 9(03)     VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Statute the dormancy period comes from, for the report.
        05 EDM-AUTHORITY                 PIC X(20)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
