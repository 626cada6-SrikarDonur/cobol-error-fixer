      *---------------------------------------------------------------
      *    INQSUSP.CPY
      *    ACCOUNT INQUIRY SUSPENSE RECORD - THE KEYED COPY OF THE
      *    STILL-UNRESOLVED SUSPFILE ITEMS (OPEN OR CORRECTED BUT
      *    NOT YET RESUBMITTED) THE NIGHTLY INQBLD STEP BUILDS ON
      *    SUSPKEY FOR THE ACCTINQ ONLINE INQUIRY.  KEYED BY ACCOUNT
      *    NUMBER + SUSPENSE ID SO ONE ACCOUNT'S ITEMS ARE A SINGLE
      *    BROWSE, OLDEST REJECT FIRST.
      *---------------------------------------------------------------
       01  INQ-SUSPENSE-RECORD.
           05  IQS-KEY.
               10  IQS-ACCOUNT-NUMBER      PIC X(08).
               10  IQS-SUSPENSE-ID         PIC 9(07).
           05  IQS-STATUS                  PIC X(01).
               88  IQS-STATUS-OPEN                    VALUE 'O'.
               88  IQS-STATUS-CORRECTED               VALUE 'C'.
           05  IQS-REJECT-DATE             PIC 9(08).
           05  IQS-TRANSACTION-DATE        PIC X(08).
           05  IQS-TRANSACTION-TYPE        PIC X(01).
           05  IQS-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  IQS-REASON-CODE             PIC X(02).
           05  IQS-REASON-TEXT             PIC X(30).
