      *> Record layout for the electronic funds transfer DISPUTE case
      *> file (DISPUTE.DAT). One record per customer claim of an
      *> error on a posting, keyed by a case number handed out from
      *> ACCOUNT-CONTROL key "DISP", with the alternate key on the
      *> account so every case against an account can be read
      *> together. The case names the disputed posting by its TX-KEY
      *> (account + sequence number). Opened and resolved through
      *> ACCTMGMT; the nightly dispute batch (DISPAGE) posts the
      *> provisional credit when its deadline arrives and the
      *> reversal of a provisional credit once the customer's notice
      *> period has run.
       01  DISPUTE-CASE-RECORD.
           05  DC-CASE-NUMBER          PIC 9(10).
           05  DC-DISPUTED-TX-KEY.
               10  DC-ACCOUNT-NUMBER   PIC X(10).
               10  DC-TX-SEQUENCE-NUMBER PIC 9(06).
      *> The disputed posting as it stood when the case was opened.
           05  DC-TX-DATE              PIC 9(08).
           05  DC-TX-TYPE              PIC X(12).
           05  DC-TX-AMOUNT            PIC S9(09)V99 COMP-3.
      *> The amount the customer says is in error - the whole
      *> posting or part of it - and the date the customer told the
      *> bank, from which every deadline runs.
           05  DC-CLAIM-AMOUNT         PIC S9(09)V99 COMP-3.
           05  DC-CLAIM-DATE           PIC 9(08).
           05  DC-REASON-CODE          PIC X(08).
               88  DC-REASON-UNAUTHORIZED  VALUE "UNAUTH".
               88  DC-REASON-WRONG-AMOUNT  VALUE "AMOUNT".
               88  DC-REASON-DUPLICATE     VALUE "DUPLICAT".
               88  DC-REASON-NOT-RECEIVED  VALUE "NOTRCVD".
               88  DC-REASON-NOT-CREDITED  VALUE "NOCREDIT".
               88  DC-REASON-OTHER         VALUE "OTHER".
               88  DC-REASON-IS-VALID      VALUE "UNAUTH" "AMOUNT"
                   "DUPLICAT" "NOTRCVD" "NOCREDIT" "OTHER".
      *> Claims on an account opened less than 30 days before the
      *> claim get 20 business days before provisional credit is
      *> due and 90 days to resolve; point-of-sale and foreign
      *> transfers get the 90 days only. Otherwise it is 10 business
      *> days and 45 days.
           05  DC-PERIOD-CODE          PIC X(01).
               88  DC-STANDARD-PERIODS     VALUE "S".
               88  DC-NEW-ACCOUNT-PERIODS  VALUE "A".
               88  DC-POS-FOREIGN-PERIODS  VALUE "P".
           05  DC-PROVISIONAL-DUE-DATE PIC 9(08).
           05  DC-FINAL-DUE-DATE       PIC 9(08).
           05  DC-OPENED-BY            PIC X(08).
           05  DC-BRANCH-CODE          PIC X(04).
      *> OPEN         under investigation, no credit given
      *> PROVISIONAL  provisional credit given, still investigating
      *> REVERSE PEND no error found; the provisional credit comes
      *>              back out on DC-REVERSAL-DATE
      *> CREDITED     error found; the credit is final
      *> DENIED       no error found; any provisional credit has
      *>              been reversed
           05  DC-STATUS               PIC X(12).
               88  DC-OPEN                 VALUE "OPEN".
               88  DC-PROVISIONAL          VALUE "PROVISIONAL".
               88  DC-REVERSE-PENDING      VALUE "REVERSE PEND".
               88  DC-CREDITED             VALUE "CREDITED".
               88  DC-DENIED               VALUE "DENIED".
               88  DC-CASE-ACTIVE          VALUE "OPEN" "PROVISIONAL"
                   "REVERSE PEND".
      *> The provisional credit, once given: date, posting sequence
      *> number on the account and who gave it (SYSBATCH when the
      *> nightly batch posted it on its due date). Zero and blank
      *> until then.
           05  DC-PROVISIONAL-DATE     PIC 9(08).
           05  DC-PROVISIONAL-SEQUENCE PIC 9(06).
           05  DC-PROVISIONAL-BY       PIC X(08).
           05  DC-RESOLUTION-DATE      PIC 9(08).
           05  DC-RESOLVED-BY          PIC X(08).
      *> The date a provisional credit is to be, or was, reversed.
           05  DC-REVERSAL-DATE        PIC 9(08).
      *> The last customer letter marked for the case; NOTICEGN
      *> mails it the night of DC-NOTICE-DATE.
           05  DC-NOTICE-TYPE          PIC X(01).
               88  DC-NO-NOTICE            VALUE "N" " ".
               88  DC-NOTICE-PROVISIONAL   VALUE "P".
               88  DC-NOTICE-CREDITED      VALUE "C".
               88  DC-NOTICE-DENIED        VALUE "D".
               88  DC-NOTICE-REVERSAL      VALUE "R".
           05  DC-NOTICE-DATE          PIC 9(08).
