      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * CTLCOM - communication area for the AJ2CTLT control-total
      * subprogram.  The calling job opens a total for each dataset
      * it reports ('O' - so an empty dataset still posts a zero
      * row), adds every record it writes (or reads) to that total
      * ('A', with the record's account number and amount due), and
      * at a clean end posts its totals to the cycle control-totals
      * file ('W', copy CTLTOT).  Return code 00 done, 16 table full
      * or control-totals file I/O failure - the caller ends
      * abnormally, since a job whose totals are missing cannot
      * balance.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/14/26  OSDC-3337 Okafor      New copybook - control-total
19.00r*                                 subprogram commarea.
      ****************************************************************

      * CTLT-FUNCTION - 'O' open a total, 'A' add a record,
      * 'W' write the job's totals.
        05 CTLT-FUNCTION                 PIC X(1)      VALUE SPACE.
            88 CTLT-FUNC-OPEN                          VALUE 'O'.
            88 CTLT-FUNC-ADD                           VALUE 'A'.
            88 CTLT-FUNC-WRITE                         VALUE 'W'.
        05 CTLT-JOB-NAME                 PIC X(8)      VALUE SPACES.
        05 CTLT-DATASET                  PIC X(8)      VALUE SPACES.
      * 'O' written, 'I' read, 'X' held back - see CTLTOT.
        05 CTLT-ROLE                     PIC X(1)      VALUE SPACE.
        05 CTLT-ACCT-NUM                 PIC X(25)     VALUE SPACES.
        05 CTLT-AMT-DUE                  PIC S9(11)V99 VALUE ZERO.
        05 CTLT-RETURN-CD                PIC 9(2)      VALUE ZERO.
            88 CTLT-OK                                 VALUE 00.
        05 CTLT-MESSAGE                  PIC X(60)     VALUE SPACES.
