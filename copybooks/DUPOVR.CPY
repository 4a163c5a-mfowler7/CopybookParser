      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * DUPOVR - duplicate-mailing guard supervisor override record.
      * One row per account/statement a supervisor has deliberately
      * released for reprint, read by AJ2DUPG ahead of composition:
      * a print-feed piece already ROUTED or COMPOSED on the tracking
      * master (AJ2TRAK) is normally pulled to the duplicate-hold
      * dataset, but a piece on this list passes through to the
      * print feed and is listed on the suppression report with the
      * authorizing supervisor.  The list (DUPOVRD) is keyed by the
      * print-operations supervisors with the usual dataset
      * utilities and cleared once the reprint has gone.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/08/26  OSDC-3331 Okafor      New copybook - duplicate-
19.00r*                                 mailing guard override.
      ****************************************************************

        05 DOV-ACCT-NUM                  PIC X(25)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 DOV-STMT-ID                   PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 DOV-OPERATOR-ID               PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD - the date the reprint was authorized.
        05 DOV-AUTH-DATE                 PIC 9(08)     VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 DOV-REASON                    PIC X(30)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
