      *---------------------------------------------------------------
      *    INQHIST.CPY
      *    ACCOUNT INQUIRY HISTORY RECORD - THE KEYED COPY OF
      *    TRANHIST THE NIGHTLY INQBLD STEP BUILDS ON HISTKEY FOR THE
      *    ACCTINQ ONLINE INQUIRY, WHICH CANNOT READ THE SEQUENTIAL
      *    TRANHIST.  THE KEY IS ACCOUNT NUMBER + A RECENCY NUMBER
      *    THAT RUNS FROM 1 FOR THE ACCOUNT'S MOST RECENT
      *    TRANSACTION (LATEST TRANSACTION DATE, THEN HIGHEST
      *    SEQUENCE NUMBER) BACKWARDS, SO A SCREEN PAGE IS A BROWSE
      *    FROM A COMPUTED STARTING KEY.
      *---------------------------------------------------------------
       01  INQ-HISTORY-RECORD.
           05  IQH-KEY.
               10  IQH-ACCOUNT-NUMBER      PIC X(08).
               10  IQH-RECENT-NO           PIC 9(05).
           05  IQH-TRANSACTION-DATE        PIC X(08).
           05  IQH-SEQUENCE-NO             PIC 9(07).
           05  IQH-TRANSACTION-TYPE        PIC X(01).
           05  IQH-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
