      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.04r* 10/15/26  OSDC-3340 Okafor      Add Notice Type               *
19.03r* 10/09/26  OSDC-3332 Okafor      Add Envelope Id/Seq           *
19.02r* 09/02/26  OSDC-3324 Okafor      Add Mail Address              *
19.01r* 08/09/26  OSDC-3306 Okafor      Add Lang-Cd                   *
19.00r* 04/15/20  OSDC-3258 McCloskey   Add NCOA Rtn Cd               *
19.02r  05 'XXX'-MAIL-ZIP                PIC X(9)      VALUE SPACES.
19.02r  05 'XXX'-USEABLE-FILLER5         PIC X(60)     VALUE SPACES.
19.002  05 FILLER                        PIC X(1)      VALUE '|'.
19.03r* Envelope fields carved out of Useable-Filler6 - see 19.03r
19.03r* above.  Set by the householding step (AJ2HHLD): every print
19.03r* piece gets an envelope id, its sequence within the envelope
19.03r* and the envelope's piece count (1 of 1 when not householded).
19.03r  05 'XXX'-ENVELOPE-ID             PIC X(12)     VALUE SPACES.
19.03r  05 'XXX'-ENV-SEQ                 PIC 9(3)      VALUE ZEROS.
19.03r  05 'XXX'-ENV-PIECE-CT            PIC 9(3)      VALUE ZEROS.
19.03r  05 'XXX'-USEABLE-FILLER6         PIC X(81)     VALUE SPACES.
19.002  05 FILLER                        PIC X(1)      VALUE '|'.
19.04r* NOTICE-TYPE carved out of Useable-Filler7 - see 19.04r above.
19.04r* Composition template family: 'R' collections past-due
19.04r* reminder, 'D' escheat due-diligence letter, SPACES = the
19.04r* ordinary statement.
19.04r  05 'XXX'-NOTICE-TYPE             PIC X(1)      VALUE SPACES.
19.04r      88 'XXX'-NOTICE-STATEMENT                  VALUE SPACES.
19.04r      88 'XXX'-NOTICE-REMINDER                   VALUE 'R'.
19.04r      88 'XXX'-NOTICE-DUE-DILIGENCE              VALUE 'D'.
19.04r  05 'XXX'-USEABLE-FILLER7         PIC X(98)     VALUE SPACES.
19.002  05 FILLER                        PIC X(1)      VALUE '|'.
19.001  05 'XXX'-USEABLE-FILLER8         PIC X(75)     VALUE SPACES.
19.002  05 FILLER                        PIC X(1)      VALUE '|'.
