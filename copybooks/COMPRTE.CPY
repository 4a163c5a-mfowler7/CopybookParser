      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.02r* 10/09/26  OSDC-3332 Okafor      Add Envelope Id/Seq
19.01r* 09/02/26  OSDC-3325 Okafor      Add Comp-City-Cd
19.00r* 08/09/26  OSDC-3306 Okafor      New copybook - composition
19.00r*                                 language routing extract.
      * all sites for the AJ2CCON completion reconciliation.
        05 CMP-COMP-CITY-CD              PIC X(2)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Envelope fields added 19.02r - carried from the householded
      * print feed (AJ2-ENVELOPE-ID/ENV-SEQ/ENV-PIECE-CT) so the
      * composition engine inserts every piece sharing an envelope
      * id into one envelope, in sequence.
        05 CMP-ENVELOPE-ID               PIC X(12)     VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 CMP-ENV-SEQ                   PIC 9(3)      VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 CMP-ENV-PIECE-CT              PIC 9(3)      VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
