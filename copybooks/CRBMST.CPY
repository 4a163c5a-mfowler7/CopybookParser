      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * CRBMST - credit-balance aging master record, indexed (VSAM
      * KSDS) keyed on account.  One row per account that has ever
      * carried a credit balance - a negative AJ2-END-BALANCE, money
      * the company is holding for the customer.  AJ2CRBA carries
      * the master forward every cycle from the extract: an account
      * that goes into credit is added under the cycle it was first
      * seen in credit, and that date is kept for as long as the
      * account stays in credit so the credit can be aged; an
      * account whose balance is no longer negative is marked
      * cleared.  An account that goes back into credit later starts
      * a new credit, aged from the new date.  An account that drops
      * off the extract (archived by AJAPURGE) is left as it was -
      * the money is still owed.
      *
      * The lost-owner signals the unclaimed-property filing asks
      * about are kept with the credit they were seen during: an
      * NCOA move/return code of '02' or '03', mail returned
      * undeliverable (RTNMAST), and the account's statement expired
      * and sent to the archive (AJ2ARCH).  AJ2CRBR reports the
      * month's refund candidates and escheat due-diligence list
      * off this master and stamps the due-diligence letter date.
      * No name or address is kept here; the letter is composed
      * from the statement on the inquiry file.
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.00r* 10/15/26  OSDC-3339 Okafor      New copybook - credit-balance
19.00r*                                 aging master.
      ****************************************************************

        01  CRB-FILE-REC.
            05 CRB-KEY.
                10 CRB-KEY-ACCT-NUM   PIC X(25)    VALUE SPACES.
      * CRB-STATUS - 'C' in credit, 'X' credit cleared.
            05 CRB-STATUS             PIC X(1)     VALUE SPACE.
                88 CRB-STAT-CREDIT                 VALUE 'C'.
                88 CRB-STAT-CLEARED                VALUE 'X'.
      * Date format YYYYMMDD - cycle dates off the run-control
      * master.  First-credit is the cycle the current credit was
      * first seen in; last-seen is the latest cycle it was on the
      * extract.
            05 CRB-FIRST-CREDIT-DATE  PIC 9(8)     VALUE ZERO.
            05 CRB-FIRST-CREDIT-CYCLE PIC 9(5)     VALUE ZERO.
            05 CRB-LAST-SEEN-DATE     PIC 9(8)     VALUE ZERO.
            05 CRB-LAST-SEEN-CYCLE    PIC 9(5)     VALUE ZERO.
            05 CRB-CYCLE-CT           PIC 9(5)     VALUE ZERO.
            05 CRB-CREDIT-CT          PIC 9(3)     VALUE ZERO.
      * The statement the balance was taken from - the account's
      * latest on the extract.  The balance is left as it was last
      * seen in credit when the credit clears.
            05 CRB-STMT-ID            PIC X(8)     VALUE SPACES.
            05 CRB-STMT-DATE          PIC X(8)     VALUE SPACES.
            05 CRB-END-BALANCE        PIC -9(11)V99 VALUE ZEROS.
            05 CRB-INS-LOB            PIC X(4)     VALUE SPACES.
            05 CRB-MAIL-STATE         PIC X(2)     VALUE SPACES.
      * Lost-owner signals seen during the current credit.
            05 CRB-NCOA-RTN-CD        PIC X(2)     VALUE SPACES.
            05 CRB-NCOA-DATE          PIC 9(8)     VALUE ZERO.
            05 CRB-RTN-MAIL-IND       PIC X(1)     VALUE SPACE.
                88 CRB-RTN-MAIL                    VALUE 'Y'.
            05 CRB-LAST-RTN-DATE      PIC 9(8)     VALUE ZERO.
            05 CRB-ARCH-IND           PIC X(1)     VALUE SPACE.
                88 CRB-ARCHIVED                    VALUE 'Y'.
            05 CRB-ARCH-DATE          PIC 9(8)     VALUE ZERO.
            05 CRB-CLEARED-DATE       PIC 9(8)     VALUE ZERO.
      * Last run date a due-diligence letter was fed for the
      * current credit, and how many have been fed.
            05 CRB-DD-LETTER-DATE     PIC 9(8)     VALUE ZERO.
            05 CRB-DD-LETTER-CT       PIC 9(3)     VALUE ZERO.
