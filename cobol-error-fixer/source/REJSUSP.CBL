      *                   THE BUSINESS DATE - POSTING IS           *
      *                   CUMULATIVE AND A SECOND RUN WOULD ENTER  *
      *                   EVERY REJECT TWICE.                      *
      *  10/15/2026  MO   SUSPREC GAINED THE DUPLICATE-RELEASE     *
      *                   SWITCH SUSPMNT SETS ON A CONFIRMED       *
      *                   GENUINE REPEAT.  OLD-MASTER LAYOUT       *
      *                   EXTENDED TO MATCH; A NEW ITEM STARTS     *
      *                   WITH THE SWITCH OFF.                     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           05  OSU-CORR-TRANSACTION-TYPE   PIC X(01).
           05  OSU-CORRECTED-DATE          PIC 9(08).
           05  OSU-RESUBMIT-DATE           PIC 9(08).
           05  OSU-DUP-RELEASE-SW          PIC X(01).

       FD  SUSPENSE-OUT-FILE
           LABEL RECORDS ARE STANDARD.
                   MOVE SPACES TO SUS-CORR-TRANSACTION-TYPE
                   MOVE ZERO TO SUS-CORRECTED-DATE
                   MOVE ZERO TO SUS-RESUBMIT-DATE
                   MOVE SPACE TO SUS-DUP-RELEASE-SW
                   PERFORM 2500-WRITE-SUSPENSE-RECORD
                   MOVE "NEW" TO RL-AGE-FLAG
                   PERFORM 2600-REPORT-OPEN-ITEM
