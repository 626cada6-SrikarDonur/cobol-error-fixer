      *    CHANGE (THE ACCOUNT MASTER IS NOT TOUCHED), AND APPLIED
      *    TO ACCTMST BY THE NIGHTLY ACCTPEND STEP AHEAD OF
      *    TRANPROC ONCE THE EFFECTIVE DATE HAS ARRIVED, WITH THE
      *    USUAL ACCTLOG AUDIT RECORD.  SINCE 10/15/2026 THE
      *    PERIODIC ACCTREVW ACCOUNT REVIEW ALSO QUEUES PROPOSED
      *    CLOSURES AND FREEZES HERE (KEYED USERID ACCTREVW), AND
      *    ACCTMNT FUNCTION X CANCELS ANY PENDING RECORD BEFORE
      *    ITS EFFECTIVE DATE.
      *---------------------------------------------------------------
       01  PENDING-ACTION-RECORD.
           05  PEND-KEY.
