      *    BRKTAB-KEY IS THE EFFECTIVE-DATE/FILING-STATUS/BRACKET-NO
      *    GROUP, CONTIGUOUS SO IT CAN DOUBLE AS THE KEY OF THE VSAM
      *    FILE THE ONLINE MAINTENANCE TRANSACTION READS AND REWRITES.
      *    THE CHANGE-CONTROL FIELDS FROM BRKTAB-CHANGE-STATUS ON WERE
      *    APPENDED 10/15/2026 (BRKFILE REDEFINED AT THE NEW LENGTH
      *    AND RELOADED) WHEN BRACKET MAINTENANCE WENT MAKER-CHECKER.
      *    A CHANGE KEYED IN BRKMAINT IS HELD ON THE RECORD AS
      *    PENDING - THE PROPOSED VALUES AND THE MAKER - AND THE
      *    BRACKET'S LIVE LOW/HIGH/RATE ARE LEFT AS THEY WERE UNTIL A
      *    DIFFERENT USER APPROVES IT IN BRKAPPR.  A PENDING ADD HAS
      *    NO LIVE VALUES YET (ZERO) AND IS NOT PART OF THE SCHEDULE.
      *    A RECORD WRITTEN BEFORE THE FIELDS EXISTED HAS A SPACE
      *    STATUS AND IS LIVE.  RATEFILE, WHICH SHARES THIS LAYOUT,
      *    NEVER CARRIES THEM - BRKEXTR PUBLISHES LIVE VALUES ONLY.
      *---------------------------------------------------------------
       01  BRKTAB-RECORD.
           05  BRKTAB-KEY.
           05  BRKTAB-LOW-AMT              PIC 9(07)V99.
           05  BRKTAB-HIGH-AMT             PIC 9(07)V99.
           05  BRKTAB-RATE                 PIC 9(01)V999.
           05  BRKTAB-CHANGE-STATUS        PIC X(01).
               88  BRKTAB-CHANGE-LIVE                 VALUE ' ' 'A'.
               88  BRKTAB-CHANGE-PENDING              VALUE 'P'.
           05  BRKTAB-PENDING-ACTION       PIC X(01).
               88  BRKTAB-PENDING-ADD                 VALUE 'A'.
               88  BRKTAB-PENDING-CHANGE              VALUE 'C'.
               88  BRKTAB-PENDING-DELETE              VALUE 'D'.
           05  BRKTAB-PENDING-LOW-AMT      PIC 9(07)V99.
           05  BRKTAB-PENDING-HIGH-AMT     PIC 9(07)V99.
           05  BRKTAB-PENDING-RATE         PIC 9(01)V999.
           05  BRKTAB-MAKER-ID             PIC X(08).
           05  BRKTAB-MAKER-DATE           PIC 9(08).
           05  BRKTAB-MAKER-TIME           PIC 9(06).
