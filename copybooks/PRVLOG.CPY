      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * PRVLOG - privacy data-subject request log record.  One row
      * per request processed by AJ2PRIV - who asked, on whose
      * behalf, which mode, how many records were found, erased and
      * exempted, and the outcome.  The log is appended to on every
      * run and never rebuilt; it is the auditors' permanent record
      * that each request was answered.
      *
      * Outcome codes:
      *   COMPLETE  every record found was disclosed (access) or
      *             erased (erase)
      *   EXEMPTED  erase request with one or more records kept
      *             under legal hold or retention (see the report)
      *   NOTFOUND  nothing held under the keys given
      *   PARTIAL   more accounts or customer ids turned up than
      *             the run could carry - rerun for that customer
      *   REJECTED  bad mode or no key given - nothing searched
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/10/26  OSDC-3333 Okafor      New copybook - privacy data-
19.00r*                                 subject request log.
      ****************************************************************

        05 PLG-REQUEST-ID                PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-REQUESTOR-ID              PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-MODE                      PIC X(1)      VALUE SPACE.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-CUSTOMER-ID               PIC X(13)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-ACCT-NUM                  PIC X(25)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-REQUEST-DATE              PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-FOUND-CT                  PIC 9(9)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-ERASED-CT                 PIC 9(9)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-EXEMPT-CT                 PIC 9(9)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-OUTCOME                   PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD, time format HHMMSSms.
        05 PLG-RUN-DATE                  PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PLG-RUN-TIME                  PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
