      *                   FEED NOTHING (THE ITEMS ARE NO LONGER    *
      *                   CORRECTED) BUT WOULD EMPTY RESUBTRN      *
      *                   BEFORE TRANPROC HAD PROCESSED IT.        *
      *  10/15/2026  MO   THE SUSPMNT DUPLICATE-RELEASE SWITCH IS  *
      *                   CARRIED ONTO THE RESUBTRN RECORD SO      *
      *                   TRANPROC DOES NOT REJECT A CONFIRMED     *
      *                   GENUINE REPEAT AS A PROBABLE DUPLICATE   *
      *                   A SECOND TIME.  SUSPIN RECORD WIDENED    *
      *                   TO THE NEW SUSPREC LENGTH.               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SUSPENSE-IN-RECORD             PIC X(111).

       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE SUS-CORR-TRANSACTION-AMT TO RSB-TRANSACTION-AMT
           MOVE SUS-TRANSACTION-DATE TO RSB-TRANSACTION-DATE
           MOVE SUS-CORR-TRANSACTION-TYPE TO RSB-TRANSACTION-TYPE
           MOVE SUS-DUP-RELEASE-SW TO RSB-DUP-RELEASE-SW
           WRITE RESUBMIT-RECORD
           IF WS-RESUBMIT-FILE-STATUS NOT = '00'
               DISPLAY "REJRESUB: ERROR WRITING RESUBMIT-FILE, "
