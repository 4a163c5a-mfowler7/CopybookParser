      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * RTNSCN - mailroom returned-piece scan record, as received on
      * the mailroom's daily returned-mail scan file.  One row per
      * undeliverable piece scanned at the returns bench; the
      * barcode printed on the piece carries its account number and
      * statement id.  A piece scanned twice (re-binned, re-scanned)
      * appears twice.  The file is in scan order, not account
      * order.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/15/26  OSDC-3338 Okafor      New copybook - returned-mail
19.00r*                                 scan feed.
      ****************************************************************

        05 RSN-BARCODE.
            10 RSN-ACCT-NUM              PIC X(25)     VALUE SPACES.
            10 RSN-STMT-ID               PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD.
        05 RSN-SCAN-DATE                 PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * RSN-REASON-CD - the carrier's undeliverable endorsement as
      * keyed at the bench: ANK attempted not known, IA insufficient
      * address, NSN no such number, NSS no such street, VAC vacant,
      * MLN moved left no address, UTF unable to forward, REF
      * refused.  Spaces when the piece came back unendorsed.
        05 RSN-REASON-CD                 PIC X(3)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 RSN-STATION-ID                PIC X(4)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
