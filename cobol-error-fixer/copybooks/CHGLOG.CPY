      *    MADE THE CHANGE, WHEN, AND THE BRACKET'S VALUE BEFORE AND
      *    AFTER.  CHGLOG-OLD-RECORD IS SPACES ON AN ADD AND
      *    CHGLOG-NEW-RECORD IS SPACES ON A DELETE.
      *    THE APPROVAL FIELDS WERE APPENDED 10/15/2026 WHEN BRACKET
      *    MAINTENANCE WENT MAKER-CHECKER.  CHGLOG-USERID/DATE/TIME
      *    ARE ALWAYS THE MAKER - THE USER WHO KEYED THE CHANGE IN
      *    BRKMAINT.  BRKMAINT LOGS THE CHANGE AS SUBMITTED WHEN IT
      *    IS KEYED; BRKAPPR LOGS IT AGAIN AS APPROVED OR REJECTED,
      *    CARRYING THE SAME MAKER FIELDS PLUS THE APPROVER AND THE
      *    APPROVAL DATE AND TIME.  A RECORD WRITTEN BEFORE THE FIELDS
      *    EXISTED HAS A SPACE STATUS: THE CHANGE WAS APPLIED
      *    DIRECTLY WITH NO SECOND APPROVAL.
      *---------------------------------------------------------------
       01  CHGLOG-RECORD.
           05  CHGLOG-USERID               PIC X(08).
               10  CHGLOG-NEW-LOW-AMT       PIC 9(07)V99.
               10  CHGLOG-NEW-HIGH-AMT      PIC 9(07)V99.
               10  CHGLOG-NEW-RATE          PIC 9(01)V999.
           05  CHGLOG-APPROVAL-STATUS       PIC X(01).
               88  CHGLOG-APPLIED-DIRECTLY            VALUE ' '.
               88  CHGLOG-SUBMITTED                   VALUE 'P'.
               88  CHGLOG-APPROVED                    VALUE 'A'.
               88  CHGLOG-REJECTED                    VALUE 'R'.
           05  CHGLOG-APPROVER-ID           PIC X(08).
           05  CHGLOG-APPROVAL-DATE         PIC 9(08).
           05  CHGLOG-APPROVAL-TIME         PIC 9(06).
