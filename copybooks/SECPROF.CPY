      *   HOLD  statement hold/release (AJ2HLDM)
      *   SUSP  reject suspense repair (AJ2SUSM)
      *   PARM  control-parameter maintenance (AJ2PRMM)
      *   COLL  collections case disposition (AJ2COLM)
      *
      * The file is maintained with the usual dataset utilities by
      * the security administration group, not from the floor.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/06/26  OSDC-3330 Okafor      Add Coll function flag
19.00r* 09/02/26  OSDC-3328 Okafor      New copybook - operator
19.00r*                                 security profile.
      ****************************************************************
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 SEC-FUNC-PARM                 PIC X(1)      VALUE SPACE.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 SEC-FUNC-COLL                 PIC X(1)      VALUE SPACE.
        05 FILLER                        PIC X(1)      VALUE '|'.
