      * and 16 the profile master could not be read, which is also
      * a refusal (the check fails closed).
      *
      * Function codes: 'INQ ', 'HOLD', 'SUSP', 'PARM', 'COLL' - see
      * SECPROF.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/06/26  OSDC-3330 Okafor      Add COLL function code
19.00r* 09/02/26  OSDC-3328 Okafor      New copybook - authorization
19.00r*                                 subprogram commarea.
      ****************************************************************
