      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.04r* 10/15/26  OSDC-3340 Okafor      Add Notice Type
19.03r* 10/09/26  OSDC-3332 Okafor      Add Envelope Id/Seq
19.02r* 09/02/26  OSDC-3324 Okafor      Add Mail Address
19.01r* 08/09/26  OSDC-3306 Okafor      Add Lang-Cd
19.00r* 04/15/20  OSDC-3258 McCloskey   Add NCOA Rtn Cd
        05 AJ2-MAIL-ZIP                  PIC X(9)      VALUE SPACES.
        05 AJ2-USEABLE-FILLER5           PIC X(60)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Envelope fields carved out of Useable-Filler6 - see 19.03r
      * above.  Set by the householding step (AJ2HHLD), which groups
      * print pieces for one customer at one mailing address into a
      * single envelope: every piece on the householded print feed
      * carries its envelope id, its sequence within the envelope
      * and the envelope's piece count (001 of 001 when the piece
      * mails alone).  A piece with ENV-SEQ above 1 rides in another
      * piece's envelope and carries no postage of its own.  Spaces
      * on any feed built before householding was added.
        05 AJ2-ENVELOPE-ID               PIC X(12)     VALUE SPACES.
        05 AJ2-ENV-SEQ                   PIC 9(3)      VALUE ZEROS.
        05 AJ2-ENV-PIECE-CT              PIC 9(3)      VALUE ZEROS.
        05 AJ2-USEABLE-FILLER6           PIC X(81)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * NOTICE-TYPE carved out of Useable-Filler7 - see 19.04r
      * above.  Tells composition which template family the piece
      * takes: set to 'R' on the collections past-due reminder feed
      * (AJ2COLR) and 'D' on the escheat due-diligence letter feed
      * (AJ2CRBR); SPACES is the ordinary statement, as on every
      * cycle extract.
        05 AJ2-NOTICE-TYPE               PIC X(1)      VALUE SPACES.
            88 AJ2-NOTICE-STATEMENT                    VALUE SPACES.
            88 AJ2-NOTICE-REMINDER                     VALUE 'R'.
            88 AJ2-NOTICE-DUE-DILIGENCE                VALUE 'D'.
        05 AJ2-USEABLE-FILLER7           PIC X(98)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 AJ2-USEABLE-FILLER8           PIC X(75)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
