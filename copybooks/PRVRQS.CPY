      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * PRVRQS - privacy data-subject request record.  Compliance
      * queues one row per customer request made under the state
      * privacy laws - the customer id and/or the account number
      * the customer is known by, and whether the customer asked to
      * see their data (access) or to have it erased - and the
      * AJ2PRIV batch job answers every queued request in one pass
      * over the aux journ 2 datasets.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/10/26  OSDC-3333 Okafor      New copybook - privacy data-
19.00r*                                 subject request.
      ****************************************************************

        05 PRQ-REQUEST-ID                PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PRQ-REQUESTOR-ID              PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * PRQ-MODE - 'A' access (disclose), 'E' erase (mask).
        05 PRQ-MODE                      PIC X(1)      VALUE SPACE.
            88 PRQ-MODE-ACCESS                         VALUE 'A'.
            88 PRQ-MODE-ERASE                          VALUE 'E'.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Either key may be spaces, not both.  When both are given a
      * record held under either one belongs to the request.
        05 PRQ-CUSTOMER-ID               PIC X(13)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 PRQ-ACCT-NUM                  PIC X(25)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD - the date the customer made the
      * request, which starts the statutory response clock.
        05 PRQ-REQUEST-DATE              PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
