      *    ITEMS BACK THROUGH TRANPROC'S FULL EDIT PATH AND MARKS
      *    THEM RESUBMITTED, SO EVERY RESUBMISSION TRACES BACK TO
      *    ITS ORIGINAL REJECT BY SUSPENSE ID.
      *    SUS-DUP-RELEASE-SW WAS APPENDED 10/15/2026: AN ITEM
      *    TRANPROC REJECTED AS A PROBABLE DUPLICATE (REASON 10)
      *    THAT THE BACK OFFICE CONFIRMS IS A GENUINE REPEAT IS
      *    RELEASED THROUGH SUSPMNT WITH THE SWITCH SET, AND THE
      *    RESUBMISSION SKIPS THE DUPLICATE CHECK.
      *---------------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SUS-SUSPENSE-ID             PIC 9(07).
           05  SUS-CORR-TRANSACTION-TYPE   PIC X(01).
           05  SUS-CORRECTED-DATE          PIC 9(08).
           05  SUS-RESUBMIT-DATE           PIC 9(08).
           05  SUS-DUP-RELEASE-SW          PIC X(01).
               88  SUS-DUP-RELEASED                   VALUE 'Y'.
