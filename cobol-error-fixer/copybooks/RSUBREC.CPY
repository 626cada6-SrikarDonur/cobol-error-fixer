      *    RECONCILED LIKE ANY OTHER).  THE SUSPENSE ID TIES THE
      *    RECORD BACK TO ITS ORIGINAL REJECT ON THE SUSPENSE
      *    MASTER; THE TRANSACTION FIELDS ARE THE CORRECTED VALUES.
      *    RSB-DUP-RELEASE-SW (APPENDED 10/15/2026) IS SET WHEN THE
      *    ITEM WAS RELEASED AS A CONFIRMED GENUINE REPEAT OF A
      *    TRANSACTION TRANPROC HAD REJECTED AS A PROBABLE
      *    DUPLICATE, SO TRANPROC DOES NOT FLAG IT A SECOND TIME.
      *---------------------------------------------------------------
       01  RESUBMIT-RECORD.
           05  RSB-SUSPENSE-ID             PIC 9(07).
                   SIGN LEADING SEPARATE CHARACTER.
           05  RSB-TRANSACTION-DATE        PIC X(08).
           05  RSB-TRANSACTION-TYPE        PIC X(01).
           05  RSB-DUP-RELEASE-SW          PIC X(01).
               88  RSB-DUP-RELEASED                   VALUE 'Y'.
