      ****************************************************************
           COPY COPYRITE.
      ****************************************************************
      * AJ2CREC - collections case master record, indexed (VSAM
      * KSDS) keyed on account/statement like AJ2HREC.  One case per
      * account/statement, merged from the two collections exception
      * feeds by AJ2COLL: the never-debited autopay failures AJAPFAIL
      * writes (APFEXC) and the returned ACH debits AJACHRT writes
      * (ACHEXC).  A statement raised on both feeds is one case with
      * both source flags set.  AJ2COLM records the collector's
      * disposition and follow-up date online, and AJ2COLR turns open
      * cases past their follow-up date into the past-due reminder
      * feed for composition.
      *
      * Disposition codes:
      *   CON contacted              PTP promise to pay
      *   PAD paid (closes case)     WOF written off (closes case)
      ****************************************************************
Rel.Vr* Rel.Date  Request  Programmer   Notes
      * -------- -------- ------------- -------------------------------
19.01r* 10/15/26  OSDC-3340 Okafor      Last-detected is the
19.01r*                                 exception's detected date;
19.01r*                                 reopen rule noted.
19.00r* 10/06/26  OSDC-3330 Okafor      New copybook - collections
19.00r*                                 case master.
      ****************************************************************

        01  AJ2C-FILE-REC.
            05 AJ2C-KEY.
                10 AJ2C-KEY-ACCT-NUM  PIC X(25)    VALUE SPACES.
                10 AJ2C-KEY-STMT-ID   PIC X(8)     VALUE SPACES.
      * AJ2C-STATUS - 'O' open, 'C' closed (paid or written off).
            05 AJ2C-STATUS            PIC X(1)     VALUE SPACE.
                88 AJ2C-STAT-OPEN                  VALUE 'O'.
                88 AJ2C-STAT-CLOSED                VALUE 'C'.
      * Source flags - 'Y' when the case was raised on that feed.
            05 AJ2C-APF-IND           PIC X(1)     VALUE SPACE.
                88 AJ2C-FROM-APF                   VALUE 'Y'.
            05 AJ2C-ACH-IND           PIC X(1)     VALUE SPACE.
                88 AJ2C-FROM-ACH                   VALUE 'Y'.
      * Date format YYYYMMDD.
            05 AJ2C-PMT-DUE-DT        PIC X(8)     VALUE SPACES.
            05 AJ2C-DEBIT-DATE        PIC X(8)     VALUE SPACES.
            05 AJ2C-AMT-DUE           PIC -9(11)V99 VALUE ZEROS.
            05 AJ2C-ACH-RETURN-CD     PIC X(3)     VALUE SPACES.
            05 AJ2C-AUTOPAY-DROPPED   PIC X(1)     VALUE SPACE.
      * Opened date is kept across re-detections and reopens so the
      * case shows how long the statement has really been in
      * collections; last-detected is the newest exception detected
      * date posted, and an exception not detected after it is not
      * posted again.  A closed case reopens only for a failure
      * (payment due date or returned debit date) after its closed
      * date.
            05 AJ2C-OPENED-DATE       PIC 9(8)     VALUE ZERO.
            05 AJ2C-LAST-DETECT-DATE  PIC 9(8)     VALUE ZERO.
            05 AJ2C-DETECT-CT         PIC 9(4)     VALUE ZERO.
            05 AJ2C-DISP-CD           PIC X(3)     VALUE SPACES.
                88 AJ2C-DISP-CONTACTED             VALUE 'CON'.
                88 AJ2C-DISP-PROMISE               VALUE 'PTP'.
                88 AJ2C-DISP-PAID                  VALUE 'PAD'.
                88 AJ2C-DISP-WRITTEN-OFF           VALUE 'WOF'.
            05 AJ2C-FOLLOWUP-DATE     PIC 9(8)     VALUE ZERO.
      * Date format YYYYMMDD, time format HHMMSSms.
            05 AJ2C-DISP-OPER-ID      PIC X(8)     VALUE SPACES.
            05 AJ2C-DISP-DATE         PIC 9(8)     VALUE ZERO.
            05 AJ2C-DISP-TIME         PIC 9(8)     VALUE ZERO.
            05 AJ2C-CLOSED-DATE       PIC 9(8)     VALUE ZERO.
      * Last run date a past-due reminder was fed for this case, and
      * how many have been fed - one reminder per follow-up date.
            05 AJ2C-REMIND-DATE       PIC 9(8)     VALUE ZERO.
            05 AJ2C-REMIND-CT         PIC 9(4)     VALUE ZERO.
