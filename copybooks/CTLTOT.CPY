      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * CTLTOT - cycle control-total record.  One row per dataset a
      * stream job produces (and, for the jobs whose output is
      * renamed over their input, per dataset it consumes), posted
      * through the AJ2CTLT subprogram at the end of a clean run and
      * appended to the cycle control-totals file (CYCCTL).  AJ2CBAL
      * proves the step-to-step conservation equations from these
      * rows before the print release: records, amount due and
      * account hash must all survive every hand-off.
      *
      * A rerun appends fresh rows; the balancing job always uses
      * the latest row for a job/dataset/role in the cycle.  A row
      * with role 'B' is AJ2CBAL's own marker of a clean balance;
      * one with role 'A' is AJ2CBAL's record that a supervisor
      * acknowledged an out-of-balance run (parameter AJ2CBAL/
      * ACKRUN) - it carries that run's job, run date and run time.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/15/26  OSDC-3340 Okafor      Add role 'A' - run
19.01r*                                 acknowledgement row.
19.00r* 10/14/26  OSDC-3337 Okafor      New copybook - cycle control
19.00r*                                 totals for record balancing.
      ****************************************************************

      * Cycle date/number from the run-control master; the run date
      * and a zero cycle number when the master cannot be read.
        05 CTT-CYCLE-DATE                PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 CTT-CYCLE-NUM                 PIC 9(5)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 CTT-JOB-NAME                  PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Date format YYYYMMDD, time format HHMMSSms - every row one
      * run posts carries the same run date and time.
        05 CTT-RUN-DATE                  PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 CTT-RUN-TIME                  PIC 9(8)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * DD name of the dataset counted ('HELD' for the statements
      * AJ2COMP keeps out of routing).
        05 CTT-DATASET                   PIC X(8)      VALUE SPACES.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * CTT-ROLE - 'O' written, 'I' read, 'X' held back from the
      * output, 'B' balancing marker, 'A' run acknowledgement.
        05 CTT-ROLE                      PIC X(1)      VALUE SPACE.
            88 CTT-ROLE-OUTPUT                         VALUE 'O'.
            88 CTT-ROLE-INPUT                          VALUE 'I'.
            88 CTT-ROLE-HELD                           VALUE 'X'.
            88 CTT-ROLE-BALANCED                       VALUE 'B'.
            88 CTT-ROLE-ACKNOWLEDGED                   VALUE 'A'.
        05 FILLER                        PIC X(1)      VALUE '|'.
        05 CTT-RECORD-CT                 PIC 9(9)      VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Sum of AJ2-AMT-DUE over the records counted.
        05 CTT-AMT-HASH                  PIC -9(15)V99 VALUE ZEROS.
        05 FILLER                        PIC X(1)      VALUE '|'.
      * Sum of the account numbers taken as digits (letters and
      * punctuation folded to digits), high-order overflow dropped.
        05 CTT-ACCT-HASH                 PIC 9(18)     VALUE ZERO.
        05 FILLER                        PIC X(1)      VALUE '|'.
