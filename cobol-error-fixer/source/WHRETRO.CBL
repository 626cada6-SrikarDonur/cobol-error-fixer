       IDENTIFICATION DIVISION.
       PROGRAM-ID.    WHRETRO.
       AUTHOR.        M.OKONKWO - TRANSACTION PROCESSING.
       INSTALLATION.  CORPORATE OPERATIONS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  MO   ORIGINAL PROGRAM.  RETROACTIVE           *
      *                   WITHHOLDING ADJUSTMENT, RUN AFTER        *
      *                   TAXREMIT.  WHEN FINANCE PUBLISHES A      *
      *                   BRACKET GENERATION WHOSE EFFECTIVE DATE  *
      *                   IS ALREADY PAST, EVERY TRANSACTION TAXWH *
      *                   WITHHELD SINCE THAT DATE WENT OUT AT THE *
      *                   OLD SCHEDULE AND UNTIL NOW WAS FIXED BY  *
      *                   HAND, IF AT ALL.  THE JOB KEEPS A        *
      *                   CONTROL FILE OF THE GENERATIONS IT HAS   *
      *                   SEEN ON RATEFILE (RGIN IN, RETROGEN OUT, *
      *                   SEE RGENREC); A NEW ONE DATED BEFORE THE *
      *                   BUSINESS DATE IS BACK-DATED.  EACH       *
      *                   TRANHIST TRANSACTION FROM ITS EFFECTIVE  *
      *                   DATE UP TO THE NIGHT IT WAS PUBLISHED IS *
      *                   RE-WITHHELD THE WAY TAXWH WITHHOLDS -    *
      *                   THE HOLDER'S FILING STATUS FROM          *
      *                   AXREFKEY (SINGLE WHEN ABSENT), A         *
      *                   REVERSAL ON ITS MAGNITUDE WITH THE SIGN  *
      *                   CARRIED - ONCE UNDER THE SCHEDULE THAT   *
      *                   WAS IN FORCE AND ONCE UNDER THE          *
      *                   CORRECTED ONE (THE SLICE-AT-A-TIME       *
      *                   ARITHMETIC BRKCALC USES, COMPUTED HERE   *
      *                   AGAINST AN EXPLICIT GENERATION AS        *
      *                   BRKWHIF DOES).  EVERY NON-ZERO           *
      *                   DIFFERENCE IS WRITTEN TO RETROADJ (SEE   *
      *                   RADJREC) AND LISTED BY ACCOUNT ON THE    *
      *                   RETRORPT REGISTER.  NOTHING IS POSTED    *
      *                   UNTIL FINANCE SIGNS THE REGISTER OFF:    *
      *                   THE RERUN WITH A RETROAPP CARD CARRYING  *
      *                   THE APPROVER AND THE REGISTER'S RECORD   *
      *                   COUNT AND NET ADJUSTMENT POSTS THE       *
      *                   ADJUSTMENTS INTO WHYTD AND A SEPARATE    *
      *                   ADJUSTMENT LINE INTO REMLEDG.  A CARD    *
      *                   THAT DOES NOT MATCH WHAT THE RUN         *
      *                   COMPUTED POSTS NOTHING.  THE MASTERS ARE *
      *                   OLD-IN/NEW-OUT (WHYIN, RLIN) AND ARE     *
      *                   COPIED FORWARD UNCHANGED WHEN NOTHING IS *
      *                   POSTED.  THE FIRST RUN, WITH NO RGIN,    *
      *                   RECORDS THE GENERATIONS ALREADY ON       *
      *                   RATEFILE AND ADJUSTS NOTHING.  THE       *
      *                   TRANSACTION DATE STANDS FOR THE NIGHT    *
      *                   THE ITEM WAS WITHHELD, AND ONLY WHAT     *
      *                   ARCHPURG HAS LEFT ON TRANHIST CAN BE     *
      *                   RE-WITHHELD.  RETURN CODE 4 MEANS A      *
      *                   REGISTER IS AWAITING SIGN-OFF, 8 THAT A  *
      *                   SIGN-OFF CARD WAS REFUSED.               *
      *  10/15/2026  MO   CARRY THE LEDGER'S NEW DEPOSIT DATE      *
      *                   FORWARD ON THE REMLEDG COPY; AN          *
      *                   ADJUSTMENT LINE IS WRITTEN WITH NONE.    *
      *                   REFUSED FOR A BUSINESS DATE OUTSIDE THE  *
      *                   YEAR THE REQUIRED YRCTL CONTROL RECORD   *
      *                   SAYS THE MASTERS ARE OPEN FOR, AS        *
      *                   TAXREMIT IS, SO A SIGN-OFF RERUN CANNOT  *
      *                   POST A CLOSED YEAR'S ADJUSTMENTS INTO    *
      *                   THE NEW YEAR.  RETROGEN RECORDS CARRY    *
      *                   THE BUSINESS DATE OF THE RUN THAT WROTE  *
      *                   THEM, AND A NEW GENERATION IS TAKEN AS   *
      *                   PUBLISHED TONIGHT ONLY WHEN THAT DATE ON *
      *                   RGIN IS THE PRIOR NIGHT BRKEXTR RAN FOR; *
      *                   AFTER A MISSED NIGHT THE RUN IS REFUSED, *
      *                   SINCE COUNTING FROM TONIGHT WOULD ADJUST *
      *                   AGAIN THE NIGHTS TAXWH ALREADY WITHHELD  *
      *                   AT THE NEW RATES.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT OPTIONAL GENERATION-IN-FILE ASSIGN TO "RGIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-IN-STATUS.

           SELECT GENERATION-OUT-FILE ASSIGN TO "RETROGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-OUT-STATUS.

           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT ACCOUNT-XREF-FILE ASSIGN TO "AXREFKEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AXR-ACCOUNT-NUMBER
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".

           SELECT OPTIONAL SIGNOFF-PARM-FILE ASSIGN TO "RETROAPP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIGNOFF-PARM-STATUS.

           SELECT ADJUSTMENT-FILE ASSIGN TO "RETROADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJUSTMENT-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "RETRORPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT OPTIONAL WHYTD-IN-FILE ASSIGN TO "WHYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-IN-STATUS.

           SELECT WHYTD-OUT-FILE ASSIGN TO "WHYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-OUT-STATUS.

           SELECT OPTIONAL LEDGER-IN-FILE ASSIGN TO "RLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-IN-STATUS.

           SELECT LEDGER-OUT-FILE ASSIGN TO "REMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-OUT-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BRKTAB.

       FD  GENERATION-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-IN-RECORD.
           05  RGI-EFFECTIVE-DATE      PIC 9(08).
           05  RGI-FILING-STATUS       PIC X(01).
           05  RGI-FIRST-SEEN-DATE     PIC 9(08).
           05  RGI-STATUS              PIC X(01).
           05  RGI-POSTED-DATE         PIC 9(08).
           05  RGI-APPROVER-ID         PIC X(08).
           05  RGI-LAST-RUN-DATE       PIC X(08).

       FD  GENERATION-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RGENREC.

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  ACCOUNT-XREF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AXREF.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-ACCOUNT-NUMBER          PIC X(08).
           05  SRT-TRANSACTION-DATE        PIC X(08).
           05  SRT-SEQUENCE-NO             PIC 9(07).
           05  SRT-TRANSACTION-TYPE        PIC X(01).
           05  SRT-TRANSACTION-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  SRT-FILING-STATUS           PIC X(01).
           05  SRT-ORIGINAL-GEN-DATE       PIC 9(08).
           05  SRT-CORRECTED-GEN-DATE      PIC 9(08).
           05  SRT-ORIGINAL-WH-AMT         PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  SRT-CORRECTED-WH-AMT        PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  SRT-ADJUSTMENT-AMT          PIC S9(7)V99
                   SIGN LEADING SEPARATE CHARACTER.

       FD  SIGNOFF-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  SIGNOFF-PARM-RECORD.
           05  APP-APPROVER-ID             PIC X(08).
           05  APP-ADJUSTMENT-COUNT        PIC 9(07).
           05  APP-NET-ADJUSTMENT          PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.

       FD  ADJUSTMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RADJREC.

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  REGISTER-RECORD                PIC X(80).

       FD  WHYTD-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  WHYTD-IN-RECORD.
           05  WYI-ACCOUNT-NUMBER          PIC X(08).
           05  WYI-CUSTOMER-NAME           PIC X(20).
           05  WYI-YTD-TRANSACTION-AMT     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  WYI-YTD-WITHHOLDING-AMT     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.

       FD  WHYTD-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHYREC.

       FD  LEDGER-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-IN-RECORD.
           05  RLI-BUSINESS-DATE       PIC 9(08).
           05  RLI-TAXOUT-GROSS        PIC 9(11)V99.
           05  RLI-TAXOUT-TAX          PIC 9(11)V99.
           05  RLI-WH-AMT              PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RLI-NIGHT-LIABILITY     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RLI-DEPOSIT-AMT         PIC 9(11)V99.
           05  RLI-ENTRY-TYPE          PIC X(01).
           05  RLI-DEPOSIT-DATE        PIC X(08).

       FD  LEDGER-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REMLEDG.

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *----------------------------------------------------------*
       01  WS-RATE-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WS-GEN-IN-STATUS            PIC X(02) VALUE '00'.
       01  WS-GEN-OUT-STATUS           PIC X(02) VALUE '00'.
       01  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-XREF-FILE-STATUS         PIC X(02) VALUE '00'.
       01  WS-SIGNOFF-PARM-STATUS      PIC X(02) VALUE '00'.
       01  WS-ADJUSTMENT-FILE-STATUS   PIC X(02) VALUE '00'.
       01  WS-REGISTER-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-WHYTD-IN-STATUS          PIC X(02) VALUE '00'.
       01  WS-WHYTD-OUT-STATUS         PIC X(02) VALUE '00'.
       01  WS-LEDGER-IN-STATUS         PIC X(02) VALUE '00'.
       01  WS-LEDGER-OUT-STATUS        PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.
       01  WS-RUNHIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-RUNHIST-EOF                     VALUE 'Y'.
       01  WS-BRKEXTR-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-BRKEXTR-OK                      VALUE 'Y'.
       01  WS-WHPOST-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-WHPOST-OK                       VALUE 'Y'.
       01  WS-TAXREMIT-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-TAXREMIT-OK                     VALUE 'Y'.
       01  WS-RATE-EOF-SW              PIC X(01) VALUE 'N'.
           88  WS-RATE-EOF                        VALUE 'Y'.
       01  WS-GEN-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-GEN-EOF                         VALUE 'Y'.
       01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-HISTORY-EOF                     VALUE 'Y'.
       01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-LEDGER-EOF                      VALUE 'Y'.
       01  WS-XREF-FOUND-SW            PIC X(01) VALUE 'N'.
           88  WS-XREF-FOUND                      VALUE 'Y'.
       01  WS-SEEDING-SW               PIC X(01) VALUE 'N'.
           88  WS-SEEDING                         VALUE 'Y'.

      *----------------------------------------------------------*
      *    MISSED-NIGHT CHECK - THE LAST BUSINESS DATE THE CONTROL *
      *    FILE WAS WRITTEN FOR (ZERO WHEN IT PREDATES THE STAMP)  *
      *    AND THE LATEST EARLIER NIGHT BRKEXTR PUBLISHED RATEFILE *
      *    FOR.  A NEW GENERATION IS ONLY KNOWN TO HAVE BEEN       *
      *    PUBLISHED TONIGHT WHEN THE LAST RUN WAS THAT NIGHT.     *
      *----------------------------------------------------------*
       01  WS-GEN-LAST-RUN-DATE        PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-BRKEXTR-DATE       PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *    FINANCE SIGN-OFF - THE OPTIONAL RETROAPP CARD AND WHAT  *
      *    THE RUN DECIDED TO DO WITH IT.                          *
      *----------------------------------------------------------*
       01  WS-SIGNOFF-PRESENT-SW       PIC X(01) VALUE 'N'.
           88  WS-SIGNOFF-PRESENT                 VALUE 'Y'.
       01  WS-APPROVER-ID              PIC X(08) VALUE SPACES.
       01  WS-APPROVED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-APPROVED-NET             PIC S9(11)V99 VALUE ZERO.
       01  WS-POSTING-SW               PIC X(01) VALUE 'N'.
           88  WS-POSTING                         VALUE 'Y'.
       01  WS-SIGNOFF-REFUSED-SW       PIC X(01) VALUE 'N'.
           88  WS-SIGNOFF-REFUSED                 VALUE 'Y'.

      *----------------------------------------------------------*
      *    IN-MEMORY COPY OF RATEFILE - EVERY PUBLISHED BRACKET,   *
      *    ALL GENERATIONS, AS BRKWHIF LOADS BRKFILE.              *
      *----------------------------------------------------------*
       01  WS-BRACKET-MAX              PIC 9(03) VALUE 200.
       01  WS-BRACKET-COUNT            PIC 9(03) VALUE ZERO.
       01  WS-BRACKET-TABLE.
           05  WS-BRK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-BRK-IDX.
               10  WS-BRK-EFF-DATE      PIC 9(08).
               10  WS-BRK-FILING-STATUS PIC X(01).
               10  WS-BRK-NO            PIC 9(02).
               10  WS-BRK-LOW-AMT       PIC 9(07)V99.
               10  WS-BRK-HIGH-AMT      PIC 9(07)V99.
               10  WS-BRK-RATE          PIC 9(01)V999.
       01  WS-BRK-SUB                  PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      *    GENERATION TABLE - ONE ENTRY PER EFFECTIVE DATE AND     *
      *    FILING STATUS, FROM THE CONTROL FILE AND RATEFILE.  A   *
      *    STATUS OF SPACE IS A GENERATION FIRST SEEN THIS RUN,    *
      *    CLASSIFIED IN 1300.  ONLY GENERATIONS STILL ON RATEFILE *
      *    TAKE PART IN THE RE-WITHHOLDING.                        *
      *----------------------------------------------------------*
       01  WS-GEN-MAX                  PIC 9(03) VALUE 100.
       01  WS-GEN-COUNT                PIC 9(03) VALUE ZERO.
       01  WS-GEN-TABLE.
           05  WS-GEN-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-GEN-IDX.
               10  WS-GEN-EFF-DATE      PIC 9(08).
               10  WS-GEN-FILING-STATUS PIC X(01).
               10  WS-GEN-FIRST-SEEN    PIC 9(08).
               10  WS-GEN-STATUS        PIC X(01).
                   88  WS-GEN-NEW                 VALUE ' '.
                   88  WS-GEN-IN-FORCE            VALUE 'K'.
                   88  WS-GEN-PENDING             VALUE 'P'.
                   88  WS-GEN-ADJUSTED            VALUE 'A'.
               10  WS-GEN-POSTED-DATE   PIC 9(08).
               10  WS-GEN-APPROVER-ID   PIC X(08).
               10  WS-GEN-ON-RATEFILE   PIC X(01).
                   88  WS-GEN-PUBLISHED           VALUE 'Y'.
       01  WS-GEN-SUB                  PIC 9(03) VALUE ZERO.
       01  WS-GEN-FOUND-SUB            PIC 9(03) VALUE ZERO.
       01  WS-NEW-GENERATIONS          PIC 9(03) VALUE ZERO.
       01  WS-PENDING-GENERATIONS      PIC 9(03) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE RE-WITHHOLDING WINDOW - FROM THE EARLIEST PENDING   *
      *    EFFECTIVE DATE UP TO (NOT INCLUDING) THE LATEST NIGHT A *
      *    PENDING GENERATION WAS FIRST SEEN.                      *
      *----------------------------------------------------------*
       01  WS-WINDOW-FROM-DATE         PIC 9(08) VALUE ZERO.
       01  WS-WINDOW-TO-DATE           PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *    RE-WITHHOLDING WORK FIELDS - THE CALLER OF 7000-        *
      *    COMPUTE-TAX SETS THE GENERATION DATE, STATUS, AND       *
      *    AMOUNT.                                                 *
      *----------------------------------------------------------*
       01  WS-TRAN-DATE                PIC 9(08) VALUE ZERO.
       01  WS-LOOKUP-FILING-STATUS     PIC X(01) VALUE 'S'.
       01  WS-DEFAULT-FILING-STATUS    PIC X(01) VALUE 'S'.
       01  WS-ORIGINAL-GEN-DATE        PIC 9(08) VALUE ZERO.
       01  WS-CORRECTED-GEN-DATE       PIC 9(08) VALUE ZERO.
       01  WS-CORRECTED-GEN-SUB        PIC 9(03) VALUE ZERO.
       01  WS-CALC-GEN-DATE            PIC 9(08) VALUE ZERO.
       01  WS-CALC-AMOUNT              PIC 9(07)V99 VALUE ZERO.
       01  WS-CALC-TAX                 PIC 9(07)V99 VALUE ZERO.
       01  WS-AMT-SIGN                 PIC S9(01) VALUE +1.
       01  WS-ORIGINAL-WH-AMT          PIC S9(07)V99 VALUE ZERO.
       01  WS-CORRECTED-WH-AMT         PIC S9(07)V99 VALUE ZERO.
       01  WS-ADJUSTMENT-AMT           PIC S9(07)V99 VALUE ZERO.

      *----------------------------------------------------------*
      *    MERGE KEYS - HIGH-VALUES STANDS FOR END OF FILE.        *
      *----------------------------------------------------------*
       01  WS-OLD-KEY                  PIC X(08) VALUE LOW-VALUES.
       01  WS-TRAN-KEY                 PIC X(08) VALUE LOW-VALUES.
       01  WS-CURRENT-KEY              PIC X(08) VALUE LOW-VALUES.

      *----------------------------------------------------------*
      *    RUN COUNTS AND ADJUSTMENT TOTALS                        *
      *----------------------------------------------------------*
       01  WS-HISTORY-RECORDS-READ     PIC 9(07) VALUE ZERO.
       01  WS-HISTORY-IN-WINDOW        PIC 9(07) VALUE ZERO.
       01  WS-XREF-MISSES              PIC 9(07) VALUE ZERO.
       01  WS-NO-PRIOR-GENERATION      PIC 9(07) VALUE ZERO.
       01  WS-ADJUSTMENT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-ADJUSTMENT-NET           PIC S9(11)V99 VALUE ZERO.
       01  WS-ADJUSTMENT-INCREASES     PIC S9(11)V99 VALUE ZERO.
       01  WS-ADJUSTMENT-DECREASES     PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCOUNTS-ADJUSTED        PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNT-ADJ-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-ADJ-NET          PIC S9(11)V99 VALUE ZERO.
       01  WS-ACCOUNTS-WRITTEN         PIC 9(07) VALUE ZERO.
       01  WS-LEDGER-RECORDS-WRITTEN   PIC 9(07) VALUE ZERO.
       01  WS-GENERATIONS-WRITTEN      PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    REGISTER LINE LAYOUTS                                   *
      *----------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(80) VALUE
               "WHRETRO - RETROACTIVE WITHHOLDING ADJUSTMENT REGISTER".

       01  WS-DATE-LINE.
           05  FILLER                   PIC X(16) VALUE
               "BUSINESS DATE : ".
           05  RL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-GENERATION-LINE.
           05  FILLER                   PIC X(32) VALUE
               "BACK-DATED GENERATION EFFECTIVE ".
           05  RL-GEN-EFF-DATE          PIC 9(08).
           05  FILLER                   PIC X(16) VALUE
               "  FILING STATUS ".
           05  RL-GEN-FILING-STATUS     PIC X(01).
           05  FILLER                   PIC X(15) VALUE
               "  PUBLISHED ON ".
           05  RL-GEN-FIRST-SEEN        PIC 9(08).

       01  WS-NO-GENERATION-LINE.
           05  FILLER                   PIC X(80) VALUE
               "NO BACK-DATED BRACKET GENERATION AWAITS ADJUSTMENT".

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(44) VALUE
               "ACCOUNT  TRN DATE SEQ NO  T F   TRAN AMOUNT ".
           05  FILLER                   PIC X(36) VALUE
               "   ORIGINAL   CORRECTED  ADJUSTMENT".

       01  WS-DETAIL-LINE.
           05  RL-ACCOUNT-NUMBER        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-TRANSACTION-DATE      PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-SEQUENCE-NO           PIC 9(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-TRANSACTION-TYPE      PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-FILING-STATUS         PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-TRANSACTION-AMT       PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-ORIGINAL-WH-AMT       PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-CORRECTED-WH-AMT      PIC -ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-ADJUSTMENT-AMT        PIC -ZZZ,ZZ9.99.

       01  WS-ACCOUNT-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE
               "  TOTAL - ".
           05  RL-TOT-ACCOUNT           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-TOT-NAME              PIC X(20).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-TOT-COUNT             PIC ZZ,ZZ9.
           05  FILLER                   PIC X(06) VALUE
               " ITEMS".
           05  FILLER                   PIC X(10) VALUE
               "  NET ADJ ".
           05  RL-TOT-AMOUNT            PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(03) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  RL-AMOUNT-TEXT           PIC X(35).
           05  RL-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(24) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  RL-COUNT-TEXT            PIC X(35).
           05  FILLER                   PIC X(11) VALUE SPACES.
           05  RL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  WS-STATUS-LINE.
           05  RL-STATUS-TEXT           PIC X(60).
           05  RL-STATUS-APPROVER       PIC X(08).
           05  FILLER                   PIC X(12) VALUE SPACES.

       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ACCOUNT-NUMBER
                                SRT-TRANSACTION-DATE
                                SRT-SEQUENCE-NO
               INPUT PROCEDURE IS 2000-SELECT-HISTORY
               OUTPUT PROCEDURE IS 3000-MERGE-MASTER
           PERFORM 4000-REWRITE-LEDGER
           PERFORM 5000-WRITE-GENERATIONS
           PERFORM 6000-WRITE-REGISTER-TOTALS
           PERFORM 9000-TERMINATE
           IF WS-SIGNOFF-REFUSED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-ADJUSTMENT-COUNT > ZERO
               AND NOT WS-POSTING
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE 'E' TO WS-RH-EVENT
           MOVE WS-ADJUSTMENT-COUNT TO WS-RH-RECORD-COUNT
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "WHRETRO: BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "WHRETRO: " WS-NEW-GENERATIONS
               " NEW BRACKET GENERATIONS, " WS-PENDING-GENERATIONS
               " BACK-DATED AWAITING ADJUSTMENT"
           DISPLAY "WHRETRO: " WS-HISTORY-IN-WINDOW
               " HISTORY TRANSACTIONS RE-WITHHELD, "
               WS-ADJUSTMENT-COUNT " ADJUSTMENTS"
           DISPLAY "WHRETRO: " WS-XREF-MISSES
               " ACCOUNTS WITHHELD AT THE SINGLE RATE (NO XREF)"
           IF WS-NO-PRIOR-GENERATION > ZERO
               DISPLAY "WHRETRO: " WS-NO-PRIOR-GENERATION
                   " TRANSACTIONS HAD NO EARLIER GENERATION "
                   "- NOT ADJUSTED"
           END-IF
           EVALUATE TRUE
               WHEN WS-POSTING
                   DISPLAY "WHRETRO: ADJUSTMENTS POSTED, APPROVED BY "
                       WS-APPROVER-ID
               WHEN WS-SIGNOFF-REFUSED
                   DISPLAY "WHRETRO: RETROAPP SIGN-OFF REFUSED - "
                       "NOTHING POSTED, SEE RETRORPT"
               WHEN WS-ADJUSTMENT-COUNT > ZERO
                   DISPLAY "WHRETRO: REGISTER AWAITING FINANCE "
                       "SIGN-OFF - NOTHING POSTED, SEE RETRORPT"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, CHECK     *
      *    THE UPSTREAM RUNS, PICK UP ANY SIGN-OFF CARD, WORK OUT   *
      *    WHICH GENERATIONS ARE NEW, AND OPEN THE OUTPUTS.         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-CHECK-PRIOR-RUNS
           PERFORM 1090-CHECK-OPEN-YEAR
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           PERFORM 1080-GET-SIGNOFF-CARD
           PERFORM 1100-LOAD-GENERATIONS
           PERFORM 1200-LOAD-RATE-FILE

           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN REGISTER-FILE, "
                   "STATUS = " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-HEADING-LINE-1 TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE WS-DATE-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE WS-BLANK-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD

           PERFORM 1300-CLASSIFY-NEW-GENERATIONS
           PERFORM 1350-SET-WINDOW

           OPEN INPUT ACCOUNT-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN ACCOUNT-XREF-FILE, "
                   "STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN ADJUSTMENT-FILE, "
                   "STATUS = " WS-ADJUSTMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WHYTD-IN-FILE
           IF WS-WHYTD-IN-STATUS NOT = '00' AND '05'
               DISPLAY "WHRETRO: UNABLE TO OPEN WHYTD-IN-FILE, "
                   "STATUS = " WS-WHYTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WHYTD-OUT-FILE
           IF WS-WHYTD-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN WHYTD-OUT-FILE, "
                   "STATUS = " WS-WHYTD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    1050-GET-BUSINESS-DATE - PICK UP THE RUNPARM BUSINESS-  *
      *    DATE CARD, FALLING BACK TO THE CURRENT DATE WHEN NO     *
      *    CARD IS SUPPLIED.                                       *
      *----------------------------------------------------------*
       1050-GET-BUSINESS-DATE.
           OPEN INPUT RUN-PARM-FILE
           IF WS-RUN-PARM-STATUS = '00'
               READ RUN-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RP-BUSINESS-DATE NUMERIC
                       AND RP-BUSINESS-DATE > ZERO
                           MOVE RP-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE RUN-PARM-FILE
           ELSE
               IF WS-RUN-PARM-STATUS NOT = '05'
                   DISPLAY "WHRETRO: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF.

      *----------------------------------------------------------*
      *    1060-CHECK-PRIOR-RUNS - REQUIRE CLEAN BRKEXTR, WHPOST,   *
      *    AND TAXREMIT ENDS FOR THIS BUSINESS DATE: RATEFILE MUST  *
      *    BE TONIGHT'S PUBLICATION, AND WHYTD AND REMLEDG MUST     *
      *    ALREADY HOLD TONIGHT'S POSTINGS BEFORE THIS JOB TAKES    *
      *    THEM AS ITS OLD MASTERS.  A RERUN NEEDS NO REFUSAL -     *
      *    ONCE ADJUSTMENTS ARE POSTED THE GENERATION IS MARKED     *
      *    ADJUSTED ON THE CONTROL FILE AND IS NOT RE-WITHHELD.     *
      *    THE SCAN ALSO NOTES THE LATEST EARLIER NIGHT BRKEXTR     *
      *    ENDED CLEAN FOR, THE PRIOR BUSINESS NIGHT, FOR 1300.     *
      *----------------------------------------------------------*
       1060-CHECK-PRIOR-RUNS.
           MOVE 'N' TO WS-BRKEXTR-OK-SW
           MOVE ZERO TO WS-PRIOR-BRKEXTR-DATE
           MOVE 'N' TO WS-WHPOST-OK-SW
           MOVE 'N' TO WS-TAXREMIT-OK-SW
           MOVE 'N' TO WS-RUNHIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS = '00' OR '05'
               PERFORM 1070-SCAN-RUN-HISTORY
                   UNTIL WS-RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
               IF WS-RUN-HIST-STATUS NOT = '00'
                   DISPLAY "WHRETRO: ERROR CLOSING RUN-HISTORY-FILE, "
                       "STATUS = " WS-RUN-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "WHRETRO: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-BRKEXTR-OK
               DISPLAY "WHRETRO: BRKEXTR HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - RATEFILE MAY BE STALE, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-WHPOST-OK
               DISPLAY "WHRETRO: WHPOST HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - WHYTD IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXREMIT-OK
               DISPLAY "WHRETRO: TAXREMIT HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - REMLEDG IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1070-SCAN-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-RUNHIST-EOF-SW
               NOT AT END
                   IF WS-RUN-HIST-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON RUN-HISTORY-"
                           "FILE, STATUS = " WS-RUN-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RH-EVENT-END
                   AND RH-RETURN-CODE = ZERO
                   AND RH-BUSINESS-DATE = WS-BUSINESS-DATE
                       IF RH-PROGRAM-ID = "BRKEXTR"
                           MOVE 'Y' TO WS-BRKEXTR-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "WHPOST"
                           MOVE 'Y' TO WS-WHPOST-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "TAXREMIT"
                           MOVE 'Y' TO WS-TAXREMIT-OK-SW
                       END-IF
                   END-IF
                   IF RH-EVENT-END
                   AND RH-RETURN-CODE = ZERO
                   AND RH-PROGRAM-ID = "BRKEXTR"
                   AND RH-BUSINESS-DATE < WS-BUSINESS-DATE
                   AND RH-BUSINESS-DATE > WS-PRIOR-BRKEXTR-DATE
                       MOVE RH-BUSINESS-DATE TO WS-PRIOR-BRKEXTR-DATE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1090-CHECK-OPEN-YEAR - REFUSE A BUSINESS DATE OUTSIDE   *
      *    THE YEAR WHYTD AND REMLEDG ARE OPEN FOR, AS NAMED ON    *
      *    THE YRCTL CONTROL RECORD THE YEAR-END CLOSE WRITES.  A  *
      *    SIGN-OFF RERUN FOR A NIGHT OF A YEAR ALREADY CLOSED     *
      *    WOULD POST ITS ADJUSTMENTS INTO THE NEW YEAR'S MASTERS. *
      *    YRCTL IS REQUIRED - UNTIL THE FIRST CLOSE IT HOLDS THE  *
      *    SEED RECORD NAMING THE OPEN YEAR - AND A MISSING OR     *
      *    EMPTY FILE REFUSES THE RUN.                             *
      *----------------------------------------------------------*
       1090-CHECK-OPEN-YEAR.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN YEAR-CONTROL-"
                   "FILE, STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "WHRETRO: YRCTL HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF YC-OPEN-YEAR NOT NUMERIC
               DISPLAY "WHRETRO: YRCTL OPEN YEAR IS NOT "
                   "NUMERIC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YC-OPEN-YEAR NOT = WS-BUSINESS-DATE (1:4)
               DISPLAY "WHRETRO: BUSINESS DATE "
                   WS-BUSINESS-DATE " IS NOT IN "
                   YC-OPEN-YEAR ", THE YEAR WHYTD AND "
                   "REMLEDG ARE OPEN FOR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    1080-GET-SIGNOFF-CARD - PICK UP THE OPTIONAL RETROAPP    *
      *    CARD FINANCE KEYS FROM A REVIEWED REGISTER: THE          *
      *    APPROVER AND THE REGISTER'S RECORD COUNT AND NET         *
      *    ADJUSTMENT.  IT IS CHECKED AGAINST WHAT THIS RUN         *
      *    COMPUTES IN 3050.                                        *
      *----------------------------------------------------------*
       1080-GET-SIGNOFF-CARD.
           OPEN INPUT SIGNOFF-PARM-FILE
           IF WS-SIGNOFF-PARM-STATUS = '00'
               READ SIGNOFF-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF APP-ADJUSTMENT-COUNT NUMERIC
                       AND APP-NET-ADJUSTMENT NUMERIC
                           MOVE 'Y' TO WS-SIGNOFF-PRESENT-SW
                           MOVE APP-APPROVER-ID TO WS-APPROVER-ID
                           MOVE APP-ADJUSTMENT-COUNT
                               TO WS-APPROVED-COUNT
                           MOVE APP-NET-ADJUSTMENT TO WS-APPROVED-NET
                       ELSE
                           DISPLAY "WHRETRO: RETROAPP CARD IS NOT "
                               "NUMERIC - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SIGNOFF-PARM-FILE
           ELSE
               IF WS-SIGNOFF-PARM-STATUS NOT = '05'
                   DISPLAY "WHRETRO: UNABLE TO OPEN SIGNOFF-PARM-"
                       "FILE, STATUS = " WS-SIGNOFF-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    1100-LOAD-GENERATIONS - THE GENERATIONS ALREADY SEEN,    *
      *    FROM THE CONTROL FILE.  NO CONTROL FILE AT ALL MEANS     *
      *    THIS IS THE FIRST RUN: EVERYTHING ON RATEFILE IS TAKEN   *
      *    AS ALREADY IN FORCE AND NOTHING IS RE-WITHHELD.          *
      *----------------------------------------------------------*
       1100-LOAD-GENERATIONS.
           OPEN INPUT GENERATION-IN-FILE
           IF WS-GEN-IN-STATUS = '05'
               MOVE 'Y' TO WS-SEEDING-SW
               DISPLAY "WHRETRO: NO GENERATION CONTROL FILE - "
                   "RECORDING THE GENERATIONS NOW ON RATEFILE "
                   "WITHOUT ADJUSTMENT"
           ELSE
               IF WS-GEN-IN-STATUS NOT = '00'
                   DISPLAY "WHRETRO: UNABLE TO OPEN GENERATION-IN-"
                       "FILE, STATUS = " WS-GEN-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1150-LOAD-ONE-GENERATION THRU 1150-EXIT
               UNTIL WS-GEN-EOF
           CLOSE GENERATION-IN-FILE
           IF WS-GEN-IN-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING GENERATION-IN-FILE, "
                   "STATUS = " WS-GEN-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-LOAD-ONE-GENERATION.
           READ GENERATION-IN-FILE
               AT END
                   MOVE 'Y' TO WS-GEN-EOF-SW
               NOT AT END
                   IF WS-GEN-IN-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON GENERATION-IN-"
                           "FILE, STATUS = " WS-GEN-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GEN-COUNT
                   IF WS-GEN-COUNT > WS-GEN-MAX
                       DISPLAY "WHRETRO: MORE THAN " WS-GEN-MAX
                           " BRACKET GENERATIONS ON RECORD"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RGI-EFFECTIVE-DATE
                       TO WS-GEN-EFF-DATE (WS-GEN-COUNT)
                   MOVE RGI-FILING-STATUS
                       TO WS-GEN-FILING-STATUS (WS-GEN-COUNT)
                   MOVE RGI-FIRST-SEEN-DATE
                       TO WS-GEN-FIRST-SEEN (WS-GEN-COUNT)
                   MOVE RGI-STATUS TO WS-GEN-STATUS (WS-GEN-COUNT)
                   MOVE RGI-POSTED-DATE
                       TO WS-GEN-POSTED-DATE (WS-GEN-COUNT)
                   MOVE RGI-APPROVER-ID
                       TO WS-GEN-APPROVER-ID (WS-GEN-COUNT)
                   MOVE 'N' TO WS-GEN-ON-RATEFILE (WS-GEN-COUNT)
                   IF RGI-LAST-RUN-DATE NUMERIC
                       MOVE RGI-LAST-RUN-DATE TO WS-GEN-LAST-RUN-DATE
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    1200-LOAD-RATE-FILE - EVERY PUBLISHED BRACKET INTO THE   *
      *    BRACKET TABLE, NOTING EACH BRACKET'S GENERATION IN THE   *
      *    GENERATION TABLE AS IT GOES.                             *
      *----------------------------------------------------------*
       1200-LOAD-RATE-FILE.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN RATE-FILE, STATUS = "
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-LOAD-ONE-BRACKET THRU 1250-EXIT
               UNTIL WS-RATE-EOF
           CLOSE RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING RATE-FILE, STATUS = "
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1250-LOAD-ONE-BRACKET.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SW
               NOT AT END
                   IF WS-RATE-FILE-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON RATE-FILE, "
                           "STATUS = " WS-RATE-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-BRACKET-COUNT
                   IF WS-BRACKET-COUNT > WS-BRACKET-MAX
                       DISPLAY "WHRETRO: RATE-FILE HAS MORE THAN "
                           WS-BRACKET-MAX " BRACKETS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE BRKTAB-EFFECTIVE-DATE
                       TO WS-BRK-EFF-DATE (WS-BRACKET-COUNT)
                   MOVE BRKTAB-FILING-STATUS
                       TO WS-BRK-FILING-STATUS (WS-BRACKET-COUNT)
                   MOVE BRKTAB-BRACKET-NO
                       TO WS-BRK-NO (WS-BRACKET-COUNT)
                   MOVE BRKTAB-LOW-AMT
                       TO WS-BRK-LOW-AMT (WS-BRACKET-COUNT)
                   MOVE BRKTAB-HIGH-AMT
                       TO WS-BRK-HIGH-AMT (WS-BRACKET-COUNT)
                   MOVE BRKTAB-RATE
                       TO WS-BRK-RATE (WS-BRACKET-COUNT)
                   PERFORM 1260-NOTE-GENERATION
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    1260-NOTE-GENERATION - MARK THE BRACKET'S GENERATION AS  *
      *    PUBLISHED, ADDING IT TO THE TABLE (STATUS SPACE) WHEN    *
      *    THE CONTROL FILE HAS NEVER SEEN IT.                      *
      *----------------------------------------------------------*
       1260-NOTE-GENERATION.
           MOVE ZERO TO WS-GEN-FOUND-SUB
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
                   OR WS-GEN-FOUND-SUB > ZERO
               IF WS-GEN-EFF-DATE (WS-GEN-SUB) = BRKTAB-EFFECTIVE-DATE
               AND WS-GEN-FILING-STATUS (WS-GEN-SUB) =
                       BRKTAB-FILING-STATUS
                   MOVE WS-GEN-SUB TO WS-GEN-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-GEN-FOUND-SUB = ZERO
               ADD 1 TO WS-GEN-COUNT
               IF WS-GEN-COUNT > WS-GEN-MAX
                   DISPLAY "WHRETRO: MORE THAN " WS-GEN-MAX
                       " BRACKET GENERATIONS ON RECORD"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GEN-COUNT TO WS-GEN-FOUND-SUB
               MOVE BRKTAB-EFFECTIVE-DATE
                   TO WS-GEN-EFF-DATE (WS-GEN-FOUND-SUB)
               MOVE BRKTAB-FILING-STATUS
                   TO WS-GEN-FILING-STATUS (WS-GEN-FOUND-SUB)
               MOVE ZERO TO WS-GEN-FIRST-SEEN (WS-GEN-FOUND-SUB)
               MOVE SPACE TO WS-GEN-STATUS (WS-GEN-FOUND-SUB)
               MOVE ZERO TO WS-GEN-POSTED-DATE (WS-GEN-FOUND-SUB)
               MOVE SPACES TO WS-GEN-APPROVER-ID (WS-GEN-FOUND-SUB)
           END-IF
           MOVE 'Y' TO WS-GEN-ON-RATEFILE (WS-GEN-FOUND-SUB).

      *----------------------------------------------------------*
      *    1300-CLASSIFY-NEW-GENERATIONS - A GENERATION FIRST SEEN  *
      *    TONIGHT IS BACK-DATED (PENDING ADJUSTMENT) WHEN ITS      *
      *    EFFECTIVE DATE IS BEFORE THE BUSINESS DATE; OTHERWISE    *
      *    TAXWH HAS APPLIED, OR WILL APPLY, IT FROM ITS FIRST DAY  *
      *    AND IT IS SIMPLY IN FORCE.  TONIGHT IS ONLY THE NIGHT    *
      *    IT WAS PUBLISHED IF THIS JOB LAST RAN ON THE PRIOR       *
      *    BUSINESS NIGHT.  AFTER A MISSED NIGHT IT MAY HAVE GONE   *
      *    OUT EARLIER, AND THE NIGHTS TAXWH ALREADY WITHHELD AT    *
      *    ITS RATES WOULD BE ADJUSTED AGAIN, SO THE RUN IS         *
      *    REFUSED UNTIL THE PUBLISH NIGHT IS ESTABLISHED AND THE   *
      *    GENERATION ADDED TO RGIN BY HAND WITH IT AS THE          *
      *    FIRST-SEEN DATE.                                         *
      *----------------------------------------------------------*
       1300-CLASSIFY-NEW-GENERATIONS.
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-NEW (WS-GEN-SUB)
               AND NOT WS-SEEDING
               AND WS-GEN-LAST-RUN-DATE > ZERO
               AND WS-GEN-LAST-RUN-DATE < WS-PRIOR-BRKEXTR-DATE
                   DISPLAY "WHRETRO: GENERATION "
                       WS-GEN-EFF-DATE (WS-GEN-SUB) " "
                       WS-GEN-FILING-STATUS (WS-GEN-SUB)
                       " IS NEW, BUT THIS JOB LAST RAN FOR "
                       WS-GEN-LAST-RUN-DATE " AND RATEFILE WAS "
                       "PUBLISHED FOR " WS-PRIOR-BRKEXTR-DATE
                       " - ITS PUBLISH NIGHT IS NOT KNOWN.  ADD IT TO "
                       "RGIN WITH ITS PUBLISH NIGHT, RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-GEN-NEW (WS-GEN-SUB)
                   ADD 1 TO WS-NEW-GENERATIONS
                   MOVE WS-BUSINESS-DATE
                       TO WS-GEN-FIRST-SEEN (WS-GEN-SUB)
                   IF WS-SEEDING
                   OR WS-GEN-EFF-DATE (WS-GEN-SUB) >= WS-BUSINESS-DATE
                       MOVE 'K' TO WS-GEN-STATUS (WS-GEN-SUB)
                   ELSE
                       MOVE 'P' TO WS-GEN-STATUS (WS-GEN-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    1350-SET-WINDOW - LIST EVERY PUBLISHED GENERATION STILL  *
      *    PENDING ADJUSTMENT (TONIGHT'S AND ANY AWAITING SIGN-OFF  *
      *    FROM AN EARLIER NIGHT) AND SET THE DATE WINDOW OF        *
      *    HISTORY THE RE-WITHHOLDING HAS TO READ.                  *
      *----------------------------------------------------------*
       1350-SET-WINDOW.
           MOVE ZERO TO WS-PENDING-GENERATIONS
           MOVE ZERO TO WS-WINDOW-FROM-DATE
           MOVE ZERO TO WS-WINDOW-TO-DATE
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-PENDING (WS-GEN-SUB)
               AND WS-GEN-PUBLISHED (WS-GEN-SUB)
                   ADD 1 TO WS-PENDING-GENERATIONS
                   IF WS-WINDOW-FROM-DATE = ZERO
                   OR WS-GEN-EFF-DATE (WS-GEN-SUB)
                       < WS-WINDOW-FROM-DATE
                       MOVE WS-GEN-EFF-DATE (WS-GEN-SUB)
                           TO WS-WINDOW-FROM-DATE
                   END-IF
                   IF WS-GEN-FIRST-SEEN (WS-GEN-SUB)
                       > WS-WINDOW-TO-DATE
                       MOVE WS-GEN-FIRST-SEEN (WS-GEN-SUB)
                           TO WS-WINDOW-TO-DATE
                   END-IF
                   MOVE WS-GEN-EFF-DATE (WS-GEN-SUB)
                       TO RL-GEN-EFF-DATE
                   MOVE WS-GEN-FILING-STATUS (WS-GEN-SUB)
                       TO RL-GEN-FILING-STATUS
                   MOVE WS-GEN-FIRST-SEEN (WS-GEN-SUB)
                       TO RL-GEN-FIRST-SEEN
                   MOVE WS-GENERATION-LINE TO REGISTER-RECORD
                   PERFORM 8000-WRITE-REGISTER-RECORD
               END-IF
           END-PERFORM
           IF WS-PENDING-GENERATIONS = ZERO
               MOVE WS-NO-GENERATION-LINE TO REGISTER-RECORD
               PERFORM 8000-WRITE-REGISTER-RECORD
           END-IF
           MOVE WS-BLANK-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD.

      *----------------------------------------------------------*
      *    2000-SELECT-HISTORY - SORT INPUT PROCEDURE.  WITH A      *
      *    BACK-DATED GENERATION PENDING, EVERY TRANHIST ITEM IN    *
      *    THE WINDOW IS RE-WITHHELD AND EACH NON-ZERO DIFFERENCE   *
      *    RELEASED.  WITH NONE, TRANHIST IS NOT READ AT ALL.       *
      *----------------------------------------------------------*
       2000-SELECT-HISTORY.
           IF WS-PENDING-GENERATIONS > ZERO
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = '00' AND '05'
                   DISPLAY "WHRETRO: UNABLE TO OPEN HISTORY-FILE, "
                       "STATUS = " WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-READ-HISTORY THRU 2100-EXIT
                   UNTIL WS-HISTORY-EOF
               CLOSE HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = '00'
                   DISPLAY "WHRETRO: ERROR CLOSING HISTORY-FILE, "
                       "STATUS = " WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2100-READ-HISTORY.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
               NOT AT END
                   IF WS-HISTORY-FILE-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON HISTORY-FILE, "
                           "STATUS = " WS-HISTORY-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HISTORY-RECORDS-READ
                   IF HIST-TRANSACTION-DATE NUMERIC
                       MOVE HIST-TRANSACTION-DATE TO WS-TRAN-DATE
                       IF WS-TRAN-DATE >= WS-WINDOW-FROM-DATE
                       AND WS-TRAN-DATE < WS-WINDOW-TO-DATE
                           PERFORM 2200-REWITHHOLD-ONE-TRAN
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2200-REWITHHOLD-ONE-TRAN - FIND THE SCHEDULE THAT WAS    *
      *    APPLIED TO THE TRANSACTION AND THE ONE THAT SHOULD HAVE  *
      *    BEEN.  ONLY WHEN THE CORRECT ONE IS A PENDING GENERATION *
      *    PUBLISHED AFTER THE TRANSACTION DATE DOES THE ITEM NEED  *
      *    RE-WITHHOLDING.                                          *
      *----------------------------------------------------------*
       2200-REWITHHOLD-ONE-TRAN.
           PERFORM 2300-LOOKUP-FILING-STATUS
           PERFORM 2400-SELECT-GENERATIONS
           EVALUATE TRUE
               WHEN WS-CORRECTED-GEN-SUB = ZERO
                   CONTINUE
               WHEN NOT WS-GEN-PENDING (WS-CORRECTED-GEN-SUB)
                   CONTINUE
               WHEN WS-TRAN-DATE >=
                       WS-GEN-FIRST-SEEN (WS-CORRECTED-GEN-SUB)
                   CONTINUE
               WHEN WS-ORIGINAL-GEN-DATE = ZERO
                   ADD 1 TO WS-NO-PRIOR-GENERATION
                   DISPLAY "WHRETRO: NO EARLIER GENERATION FOR "
                       "ACCOUNT " HIST-ACCOUNT-NUMBER " DATED "
                       HIST-TRANSACTION-DATE " - NOT ADJUSTED"
               WHEN OTHER
                   ADD 1 TO WS-HISTORY-IN-WINDOW
                   PERFORM 2500-COMPUTE-ADJUSTMENT
           END-EVALUATE.

      *----------------------------------------------------------*
      *    2300-LOOKUP-FILING-STATUS - THE HOLDER'S FILING STATUS   *
      *    FROM THE KEYED CROSS-REFERENCE, AS TAXWH READS IT.  AN   *
      *    ACCOUNT WITH NO ENTRY WAS WITHHELD AT THE SINGLE RATE    *
      *    AND IS RE-WITHHELD THE SAME WAY.                         *
      *----------------------------------------------------------*
       2300-LOOKUP-FILING-STATUS.
           MOVE 'N' TO WS-XREF-FOUND-SW
           MOVE HIST-ACCOUNT-NUMBER TO AXR-ACCOUNT-NUMBER
           READ ACCOUNT-XREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-XREF-FILE-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON ACCOUNT-XREF-"
                           "FILE, STATUS = " WS-XREF-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE 'Y' TO WS-XREF-FOUND-SW
                   MOVE AXR-FILING-STATUS
                       TO WS-LOOKUP-FILING-STATUS
           END-READ
           IF NOT WS-XREF-FOUND
               MOVE WS-DEFAULT-FILING-STATUS
                   TO WS-LOOKUP-FILING-STATUS
               ADD 1 TO WS-XREF-MISSES
           END-IF.

      *----------------------------------------------------------*
      *    2400-SELECT-GENERATIONS - FOR THE FILING STATUS AND      *
      *    TRANSACTION DATE, THE CORRECTED GENERATION IS THE        *
      *    LATEST PUBLISHED ONE NOT AFTER THE DATE (AS BRKCALC      *
      *    PICKS IT); THE ORIGINAL IS THE LATEST ONE NOT AFTER THE  *
      *    DATE THAT WAS ALREADY IN FORCE OR ADJUSTED - WHAT TAXWH  *
      *    HAD ON RATEFILE AT THE TIME.                             *
      *----------------------------------------------------------*
       2400-SELECT-GENERATIONS.
           MOVE ZERO TO WS-CORRECTED-GEN-DATE
           MOVE ZERO TO WS-CORRECTED-GEN-SUB
           MOVE ZERO TO WS-ORIGINAL-GEN-DATE
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-PUBLISHED (WS-GEN-SUB)
               AND WS-GEN-FILING-STATUS (WS-GEN-SUB) =
                       WS-LOOKUP-FILING-STATUS
               AND WS-GEN-EFF-DATE (WS-GEN-SUB) <= WS-TRAN-DATE
                   IF WS-GEN-EFF-DATE (WS-GEN-SUB)
                       > WS-CORRECTED-GEN-DATE
                       MOVE WS-GEN-EFF-DATE (WS-GEN-SUB)
                           TO WS-CORRECTED-GEN-DATE
                       MOVE WS-GEN-SUB TO WS-CORRECTED-GEN-SUB
                   END-IF
                   IF (WS-GEN-IN-FORCE (WS-GEN-SUB)
                   OR WS-GEN-ADJUSTED (WS-GEN-SUB))
                   AND WS-GEN-EFF-DATE (WS-GEN-SUB)
                       > WS-ORIGINAL-GEN-DATE
                       MOVE WS-GEN-EFF-DATE (WS-GEN-SUB)
                           TO WS-ORIGINAL-GEN-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    2500-COMPUTE-ADJUSTMENT - WITHHOLD THE ITEM UNDER BOTH   *
      *    GENERATIONS THE WAY TAXWH DOES: A REVERSAL ON ITS        *
      *    MAGNITUDE WITH THE TRANSACTION'S SIGN CARRIED, ANY       *
      *    OTHER POSITIVE AMOUNT AS IS, AND NOTHING ON ANY OTHER    *
      *    NON-POSITIVE AMOUNT.  A NON-ZERO DIFFERENCE IS RELEASED  *
      *    TO THE SORT.                                             *
      *----------------------------------------------------------*
       2500-COMPUTE-ADJUSTMENT.
           MOVE ZERO TO WS-ORIGINAL-WH-AMT
           MOVE ZERO TO WS-CORRECTED-WH-AMT
           IF HIST-TRANSACTION-TYPE = 'R'
           OR HIST-TRANSACTION-AMT > ZERO
               MOVE HIST-TRANSACTION-AMT TO WS-CALC-AMOUNT
               IF HIST-TRANSACTION-AMT < ZERO
                   MOVE -1 TO WS-AMT-SIGN
               ELSE
                   MOVE +1 TO WS-AMT-SIGN
               END-IF
               MOVE WS-ORIGINAL-GEN-DATE TO WS-CALC-GEN-DATE
               PERFORM 7000-COMPUTE-TAX
               COMPUTE WS-ORIGINAL-WH-AMT = WS-CALC-TAX * WS-AMT-SIGN
               MOVE WS-CORRECTED-GEN-DATE TO WS-CALC-GEN-DATE
               PERFORM 7000-COMPUTE-TAX
               COMPUTE WS-CORRECTED-WH-AMT =
                   WS-CALC-TAX * WS-AMT-SIGN
           END-IF
           COMPUTE WS-ADJUSTMENT-AMT =
               WS-CORRECTED-WH-AMT - WS-ORIGINAL-WH-AMT
           IF WS-ADJUSTMENT-AMT NOT = ZERO
               MOVE HIST-ACCOUNT-NUMBER TO SRT-ACCOUNT-NUMBER
               MOVE HIST-TRANSACTION-DATE TO SRT-TRANSACTION-DATE
               MOVE HIST-SEQUENCE-NO TO SRT-SEQUENCE-NO
               MOVE HIST-TRANSACTION-TYPE TO SRT-TRANSACTION-TYPE
               MOVE HIST-TRANSACTION-AMT TO SRT-TRANSACTION-AMT
               MOVE WS-LOOKUP-FILING-STATUS TO SRT-FILING-STATUS
               MOVE WS-ORIGINAL-GEN-DATE TO SRT-ORIGINAL-GEN-DATE
               MOVE WS-CORRECTED-GEN-DATE TO SRT-CORRECTED-GEN-DATE
               MOVE WS-ORIGINAL-WH-AMT TO SRT-ORIGINAL-WH-AMT
               MOVE WS-CORRECTED-WH-AMT TO SRT-CORRECTED-WH-AMT
               MOVE WS-ADJUSTMENT-AMT TO SRT-ADJUSTMENT-AMT
               RELEASE SORT-RECORD
               ADD 1 TO WS-ADJUSTMENT-COUNT
               ADD WS-ADJUSTMENT-AMT TO WS-ADJUSTMENT-NET
               IF WS-ADJUSTMENT-AMT > ZERO
                   ADD WS-ADJUSTMENT-AMT TO WS-ADJUSTMENT-INCREASES
               ELSE
                   ADD WS-ADJUSTMENT-AMT TO WS-ADJUSTMENT-DECREASES
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    3000-MERGE-MASTER - SORT OUTPUT PROCEDURE.  DECIDE       *
      *    WHETHER TO POST, THEN A BALANCED-LINE MERGE OF THE       *
      *    SORTED ADJUSTMENTS AGAINST THE OLD WHYTD MASTER, BOTH    *
      *    IN ACCOUNT SEQUENCE, LISTING EACH ADJUSTED ACCOUNT ON    *
      *    THE REGISTER AND WRITING THE NEW MASTER.                 *
      *----------------------------------------------------------*
       3000-MERGE-MASTER.
           PERFORM 3050-DECIDE-POSTING
           IF WS-ADJUSTMENT-COUNT > ZERO
               MOVE WS-COLUMN-LINE TO REGISTER-RECORD
               PERFORM 8000-WRITE-REGISTER-RECORD
           END-IF
           PERFORM 3700-READ-OLD-MASTER
           PERFORM 3800-RETURN-ADJUSTMENT
           PERFORM 3100-POST-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-OLD-KEY = HIGH-VALUES
               AND WS-TRAN-KEY = HIGH-VALUES.

      *----------------------------------------------------------*
      *    3050-DECIDE-POSTING - THE ADJUSTMENTS ARE POSTED ONLY    *
      *    WHEN A RETROAPP CARD NAMES AN APPROVER AND CARRIES THE   *
      *    SAME RECORD COUNT AND NET ADJUSTMENT THIS RUN COMPUTED - *
      *    I.E. FINANCE SIGNED OFF EXACTLY THIS REGISTER.           *
      *----------------------------------------------------------*
       3050-DECIDE-POSTING.
           MOVE 'N' TO WS-POSTING-SW
           MOVE 'N' TO WS-SIGNOFF-REFUSED-SW
           EVALUATE TRUE
               WHEN WS-ADJUSTMENT-COUNT = ZERO
                   IF WS-SIGNOFF-PRESENT
                       DISPLAY "WHRETRO: NO ADJUSTMENTS TO POST - "
                           "RETROAPP CARD IGNORED"
                   END-IF
               WHEN NOT WS-SIGNOFF-PRESENT
                   CONTINUE
               WHEN WS-APPROVER-ID = SPACES
                   MOVE 'Y' TO WS-SIGNOFF-REFUSED-SW
                   DISPLAY "WHRETRO: RETROAPP CARD NAMES NO APPROVER"
               WHEN WS-APPROVED-COUNT NOT = WS-ADJUSTMENT-COUNT
               OR WS-APPROVED-NET NOT = WS-ADJUSTMENT-NET
                   MOVE 'Y' TO WS-SIGNOFF-REFUSED-SW
                   DISPLAY "WHRETRO: RETROAPP CARD TOTALS "
                       WS-APPROVED-COUNT " / " WS-APPROVED-NET
                       " DO NOT MATCH THE REGISTER "
                       WS-ADJUSTMENT-COUNT " / " WS-ADJUSTMENT-NET
               WHEN OTHER
                   MOVE 'Y' TO WS-POSTING-SW
           END-EVALUATE.

      *----------------------------------------------------------*
      *    3100-POST-ONE-ACCOUNT - ONE ACCOUNT: START FROM THE OLD  *
      *    MASTER RECORD (OR ZEROS FOR AN ACCOUNT NOT YET ON IT),   *
      *    LIST AND WRITE EVERY ADJUSTMENT FOR THE ACCOUNT, ROLL    *
      *    THEM INTO THE WITHHOLDING WHEN POSTING, AND WRITE THE    *
      *    RESULT.                                                  *
      *----------------------------------------------------------*
       3100-POST-ONE-ACCOUNT.
           IF WS-OLD-KEY < WS-TRAN-KEY
               MOVE WS-OLD-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-TRAN-KEY TO WS-CURRENT-KEY
           END-IF
           IF WS-OLD-KEY = WS-CURRENT-KEY
               MOVE WHYTD-IN-RECORD TO WH-YTD-RECORD
               PERFORM 3700-READ-OLD-MASTER
           ELSE
               MOVE WS-CURRENT-KEY TO WHY-ACCOUNT-NUMBER
               MOVE SPACES TO WHY-CUSTOMER-NAME
               MOVE ZERO TO WHY-YTD-TRANSACTION-AMT
               MOVE ZERO TO WHY-YTD-WITHHOLDING-AMT
           END-IF
           IF WS-TRAN-KEY = WS-CURRENT-KEY
               MOVE ZERO TO WS-ACCOUNT-ADJ-COUNT
               MOVE ZERO TO WS-ACCOUNT-ADJ-NET
               PERFORM UNTIL WS-TRAN-KEY NOT = WS-CURRENT-KEY
                   PERFORM 3200-WRITE-ADJUSTMENT
                   PERFORM 3800-RETURN-ADJUSTMENT
               END-PERFORM
               PERFORM 3300-ACCOUNT-TOTAL
           END-IF
           WRITE WH-YTD-RECORD
           IF WS-WHYTD-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR WRITING WHYTD-OUT-FILE, "
                   "STATUS = " WS-WHYTD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCOUNTS-WRITTEN.
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3200-WRITE-ADJUSTMENT - ONE ADJUSTMENT: THE RETROADJ     *
      *    RECORD, THE REGISTER DETAIL LINE, AND (WHEN POSTING)     *
      *    THE WITHHOLDING YTD.                                     *
      *----------------------------------------------------------*
       3200-WRITE-ADJUSTMENT.
           MOVE WS-BUSINESS-DATE TO RAD-BUSINESS-DATE
           MOVE SRT-ACCOUNT-NUMBER TO RAD-ACCOUNT-NUMBER
           MOVE SRT-TRANSACTION-DATE TO RAD-TRANSACTION-DATE
           MOVE SRT-SEQUENCE-NO TO RAD-SEQUENCE-NO
           MOVE SRT-TRANSACTION-TYPE TO RAD-TRANSACTION-TYPE
           MOVE SRT-TRANSACTION-AMT TO RAD-TRANSACTION-AMT
           MOVE SRT-FILING-STATUS TO RAD-FILING-STATUS
           MOVE SRT-ORIGINAL-GEN-DATE TO RAD-ORIGINAL-GEN-DATE
           MOVE SRT-CORRECTED-GEN-DATE TO RAD-CORRECTED-GEN-DATE
           MOVE SRT-ORIGINAL-WH-AMT TO RAD-ORIGINAL-WH-AMT
           MOVE SRT-CORRECTED-WH-AMT TO RAD-CORRECTED-WH-AMT
           MOVE SRT-ADJUSTMENT-AMT TO RAD-ADJUSTMENT-AMT
           IF WS-POSTING
               MOVE 'Y' TO RAD-POSTED
               MOVE WS-APPROVER-ID TO RAD-APPROVER-ID
               ADD SRT-ADJUSTMENT-AMT TO WHY-YTD-WITHHOLDING-AMT
           ELSE
               MOVE 'N' TO RAD-POSTED
               MOVE SPACES TO RAD-APPROVER-ID
           END-IF
           WRITE RETRO-ADJUSTMENT-RECORD
           IF WS-ADJUSTMENT-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR WRITING ADJUSTMENT-FILE, "
                   "STATUS = " WS-ADJUSTMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SRT-ACCOUNT-NUMBER TO RL-ACCOUNT-NUMBER
           MOVE SRT-TRANSACTION-DATE TO RL-TRANSACTION-DATE
           MOVE SRT-SEQUENCE-NO TO RL-SEQUENCE-NO
           MOVE SRT-TRANSACTION-TYPE TO RL-TRANSACTION-TYPE
           MOVE SRT-FILING-STATUS TO RL-FILING-STATUS
           MOVE SRT-TRANSACTION-AMT TO RL-TRANSACTION-AMT
           MOVE SRT-ORIGINAL-WH-AMT TO RL-ORIGINAL-WH-AMT
           MOVE SRT-CORRECTED-WH-AMT TO RL-CORRECTED-WH-AMT
           MOVE SRT-ADJUSTMENT-AMT TO RL-ADJUSTMENT-AMT
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           ADD 1 TO WS-ACCOUNT-ADJ-COUNT
           ADD SRT-ADJUSTMENT-AMT TO WS-ACCOUNT-ADJ-NET.

      *----------------------------------------------------------*
      *    3300-ACCOUNT-TOTAL - THE ADJUSTED ACCOUNT'S TOTAL LINE.  *
      *----------------------------------------------------------*
       3300-ACCOUNT-TOTAL.
           ADD 1 TO WS-ACCOUNTS-ADJUSTED
           MOVE WHY-ACCOUNT-NUMBER TO RL-TOT-ACCOUNT
           MOVE WHY-CUSTOMER-NAME TO RL-TOT-NAME
           MOVE WS-ACCOUNT-ADJ-COUNT TO RL-TOT-COUNT
           MOVE WS-ACCOUNT-ADJ-NET TO RL-TOT-AMOUNT
           MOVE WS-ACCOUNT-TOTAL-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE WS-BLANK-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD.

      *----------------------------------------------------------*
      *    3700-READ-OLD-MASTER - ONE RECORD OFF THE OLD MASTER,    *
      *    HIGH-VALUES KEY AT END.  A RECORD OUT OF ACCOUNT         *
      *    SEQUENCE STOPS THE RUN RATHER THAN MIS-MERGE.            *
      *----------------------------------------------------------*
       3700-READ-OLD-MASTER.
           READ WHYTD-IN-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END
                   IF WS-WHYTD-IN-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON WHYTD-IN-FILE, "
                           "STATUS = " WS-WHYTD-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WYI-ACCOUNT-NUMBER < WS-OLD-KEY
                       DISPLAY "WHRETRO: WHYTD-IN-FILE IS NOT IN "
                           "ACCOUNT SEQUENCE AT " WYI-ACCOUNT-NUMBER
                           " - RUN STOPPED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WYI-ACCOUNT-NUMBER TO WS-OLD-KEY
           END-READ.

      *----------------------------------------------------------*
      *    3800-RETURN-ADJUSTMENT - ONE RECORD OFF THE SORTED       *
      *    ADJUSTMENTS, HIGH-VALUES KEY AT END.                     *
      *----------------------------------------------------------*
       3800-RETURN-ADJUSTMENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TRAN-KEY
               NOT AT END
                   MOVE SRT-ACCOUNT-NUMBER TO WS-TRAN-KEY
           END-RETURN.

      *----------------------------------------------------------*
      *    4000-REWRITE-LEDGER - COPY THE REMITTANCE LEDGER         *
      *    FORWARD AND, WHEN POSTING, APPEND THE ADJUSTMENT LINE    *
      *    UNDER TONIGHT'S BUSINESS DATE - THE NET ADJUSTMENT IS    *
      *    BOTH ITS WITHHOLDING AND ITS LIABILITY.                  *
      *----------------------------------------------------------*
       4000-REWRITE-LEDGER.
           OPEN INPUT LEDGER-IN-FILE
           IF WS-LEDGER-IN-STATUS NOT = '00' AND '05'
               DISPLAY "WHRETRO: UNABLE TO OPEN LEDGER-IN-FILE, "
                   "STATUS = " WS-LEDGER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LEDGER-OUT-FILE
           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN LEDGER-OUT-FILE, "
                   "STATUS = " WS-LEDGER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-COPY-LEDGER-RECORD THRU 4100-EXIT
               UNTIL WS-LEDGER-EOF
           IF WS-POSTING
               MOVE WS-BUSINESS-DATE TO REM-BUSINESS-DATE
               MOVE ZERO TO REM-TAXOUT-GROSS
               MOVE ZERO TO REM-TAXOUT-TAX
               MOVE WS-ADJUSTMENT-NET TO REM-WH-AMT
               MOVE WS-ADJUSTMENT-NET TO REM-NIGHT-LIABILITY
               MOVE ZERO TO REM-DEPOSIT-AMT
               MOVE 'A' TO REM-ENTRY-TYPE
               MOVE ZERO TO REM-DEPOSIT-DATE
               PERFORM 4200-WRITE-LEDGER-RECORD
           END-IF
           CLOSE LEDGER-IN-FILE
           IF WS-LEDGER-IN-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING LEDGER-IN-FILE, "
                   "STATUS = " WS-LEDGER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LEDGER-OUT-FILE
           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING LEDGER-OUT-FILE, "
                   "STATUS = " WS-LEDGER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    4100-COPY-LEDGER-RECORD - ONE PASS OF THE LEDGER COPY.   *
      *----------------------------------------------------------*
       4100-COPY-LEDGER-RECORD.
           READ LEDGER-IN-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
               NOT AT END
                   IF WS-LEDGER-IN-STATUS NOT = '00'
                       DISPLAY "WHRETRO: READ ERROR ON LEDGER-IN-"
                           "FILE, STATUS = " WS-LEDGER-IN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RLI-BUSINESS-DATE TO REM-BUSINESS-DATE
                   MOVE RLI-TAXOUT-GROSS TO REM-TAXOUT-GROSS
                   MOVE RLI-TAXOUT-TAX TO REM-TAXOUT-TAX
                   MOVE RLI-WH-AMT TO REM-WH-AMT
                   MOVE RLI-NIGHT-LIABILITY TO REM-NIGHT-LIABILITY
                   MOVE RLI-DEPOSIT-AMT TO REM-DEPOSIT-AMT
                   MOVE RLI-ENTRY-TYPE TO REM-ENTRY-TYPE
                   MOVE RLI-DEPOSIT-DATE TO REM-DEPOSIT-DATE (1:8)
                   PERFORM 4200-WRITE-LEDGER-RECORD
           END-READ.
       4100-EXIT.
           EXIT.

       4200-WRITE-LEDGER-RECORD.
           WRITE REMIT-LEDGER-RECORD
           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR WRITING LEDGER-OUT-FILE, "
                   "STATUS = " WS-LEDGER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LEDGER-RECORDS-WRITTEN.

      *----------------------------------------------------------*
      *    5000-WRITE-GENERATIONS - REWRITE THE CONTROL FILE.  A    *
      *    PENDING GENERATION BECOMES ADJUSTED ONCE ITS             *
      *    ADJUSTMENTS ARE POSTED, OR WHEN THE RUN FOUND NOTHING    *
      *    TO ADJUST; OTHERWISE IT STAYS PENDING FOR THE SIGN-OFF   *
      *    RERUN.  A GENERATION NO LONGER ON RATEFILE IS KEPT SO IT *
      *    IS NOT TAKEN FOR NEW IF FINANCE PUTS IT BACK.            *
      *----------------------------------------------------------*
       5000-WRITE-GENERATIONS.
           OPEN OUTPUT GENERATION-OUT-FILE
           IF WS-GEN-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: UNABLE TO OPEN GENERATION-OUT-FILE, "
                   "STATUS = " WS-GEN-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
                   UNTIL WS-GEN-SUB > WS-GEN-COUNT
               IF WS-GEN-PENDING (WS-GEN-SUB)
               AND (WS-POSTING OR WS-ADJUSTMENT-COUNT = ZERO)
                   MOVE 'A' TO WS-GEN-STATUS (WS-GEN-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO WS-GEN-POSTED-DATE (WS-GEN-SUB)
                   MOVE WS-APPROVER-ID
                       TO WS-GEN-APPROVER-ID (WS-GEN-SUB)
               END-IF
               MOVE WS-GEN-EFF-DATE (WS-GEN-SUB)
                   TO RGN-EFFECTIVE-DATE
               MOVE WS-GEN-FILING-STATUS (WS-GEN-SUB)
                   TO RGN-FILING-STATUS
               MOVE WS-GEN-FIRST-SEEN (WS-GEN-SUB)
                   TO RGN-FIRST-SEEN-DATE
               MOVE WS-GEN-STATUS (WS-GEN-SUB) TO RGN-STATUS
               MOVE WS-GEN-POSTED-DATE (WS-GEN-SUB)
                   TO RGN-POSTED-DATE
               MOVE WS-GEN-APPROVER-ID (WS-GEN-SUB)
                   TO RGN-APPROVER-ID
               MOVE WS-BUSINESS-DATE TO RGN-LAST-RUN-DATE
               WRITE RATE-GENERATION-RECORD
               IF WS-GEN-OUT-STATUS NOT = '00'
                   DISPLAY "WHRETRO: ERROR WRITING GENERATION-OUT-"
                       "FILE, STATUS = " WS-GEN-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-GENERATIONS-WRITTEN
           END-PERFORM
           CLOSE GENERATION-OUT-FILE
           IF WS-GEN-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING GENERATION-OUT-FILE, "
                   "STATUS = " WS-GEN-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    6000-WRITE-REGISTER-TOTALS - THE CONTROL TOTALS FINANCE  *
      *    SIGNS OFF (AND KEYS ONTO THE RETROAPP CARD) AND WHAT     *
      *    THIS RUN DID WITH THEM.                                  *
      *----------------------------------------------------------*
       6000-WRITE-REGISTER-TOTALS.
           MOVE "ACCOUNTS ADJUSTED" TO RL-COUNT-TEXT
           MOVE WS-ACCOUNTS-ADJUSTED TO RL-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE "ADJUSTMENT RECORDS" TO RL-COUNT-TEXT
           MOVE WS-ADJUSTMENT-COUNT TO RL-COUNT
           MOVE WS-COUNT-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE "WITHHOLDING INCREASES" TO RL-AMOUNT-TEXT
           MOVE WS-ADJUSTMENT-INCREASES TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE "WITHHOLDING DECREASES" TO RL-AMOUNT-TEXT
           MOVE WS-ADJUSTMENT-DECREASES TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE "NET WITHHOLDING ADJUSTMENT" TO RL-AMOUNT-TEXT
           MOVE WS-ADJUSTMENT-NET TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE WS-BLANK-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD
           MOVE SPACES TO RL-STATUS-APPROVER
           EVALUATE TRUE
               WHEN WS-POSTING
                   MOVE "ADJUSTMENTS POSTED TO WHYTD AND REMLEDG - "
                       & "SIGNED OFF BY" TO RL-STATUS-TEXT
                   MOVE WS-APPROVER-ID TO RL-STATUS-APPROVER
               WHEN WS-SIGNOFF-REFUSED
                   MOVE "NOTHING POSTED - RETROAPP SIGN-OFF DOES NOT "
                       & "MATCH THIS REGISTER" TO RL-STATUS-TEXT
               WHEN WS-ADJUSTMENT-COUNT > ZERO
                   MOVE "NOTHING POSTED - AWAITING FINANCE SIGN-OFF "
                       & "OF THIS REGISTER" TO RL-STATUS-TEXT
               WHEN OTHER
                   MOVE "NO ADJUSTMENTS - NOTHING TO POST"
                       TO RL-STATUS-TEXT
           END-EVALUATE
           MOVE WS-STATUS-LINE TO REGISTER-RECORD
           PERFORM 8000-WRITE-REGISTER-RECORD.

      *----------------------------------------------------------*
      *    7000-COMPUTE-TAX - PROGRESSIVE BRACKET CALCULATION FOR   *
      *    WS-CALC-AMOUNT AGAINST THE WS-CALC-GEN-DATE GENERATION   *
      *    OF THE WS-LOOKUP-FILING-STATUS SCHEDULE, ONE SLICE AT A  *
      *    TIME AS BRKCALC DOES IT.                                 *
      *----------------------------------------------------------*
       7000-COMPUTE-TAX.
           MOVE ZERO TO WS-CALC-TAX
           PERFORM VARYING WS-BRK-SUB FROM 1 BY 1
                   UNTIL WS-BRK-SUB > WS-BRACKET-COUNT
               IF WS-BRK-FILING-STATUS (WS-BRK-SUB) =
                       WS-LOOKUP-FILING-STATUS
               AND WS-BRK-EFF-DATE (WS-BRK-SUB) = WS-CALC-GEN-DATE
               AND WS-CALC-AMOUNT > WS-BRK-LOW-AMT (WS-BRK-SUB)
                   PERFORM 7100-ACCUMULATE-BRACKET
               END-IF
           END-PERFORM.

       7100-ACCUMULATE-BRACKET.
           IF WS-CALC-AMOUNT > WS-BRK-HIGH-AMT (WS-BRK-SUB)
               COMPUTE WS-CALC-TAX = WS-CALC-TAX +
                   ((WS-BRK-HIGH-AMT (WS-BRK-SUB) -
                     WS-BRK-LOW-AMT (WS-BRK-SUB)) *
                    WS-BRK-RATE (WS-BRK-SUB))
           ELSE
               COMPUTE WS-CALC-TAX = WS-CALC-TAX +
                   ((WS-CALC-AMOUNT - WS-BRK-LOW-AMT (WS-BRK-SUB)) *
                    WS-BRK-RATE (WS-BRK-SUB))
           END-IF.

      *----------------------------------------------------------*
      *    8000-WRITE-REGISTER-RECORD - WRITE ONE REGISTER LINE     *
      *    WITH THE USUAL FILE STATUS CHECK.                        *
      *----------------------------------------------------------*
       8000-WRITE-REGISTER-RECORD.
           WRITE REGISTER-RECORD
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR WRITING REGISTER-FILE, "
                   "STATUS = " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ACCOUNT-XREF-FILE
           IF WS-XREF-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING ACCOUNT-XREF-FILE, "
                   "STATUS = " WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE ADJUSTMENT-FILE
           IF WS-ADJUSTMENT-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING ADJUSTMENT-FILE, "
                   "STATUS = " WS-ADJUSTMENT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-IN-FILE
           IF WS-WHYTD-IN-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING WHYTD-IN-FILE, "
                   "STATUS = " WS-WHYTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-OUT-FILE
           IF WS-WHYTD-OUT-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING WHYTD-OUT-FILE, "
                   "STATUS = " WS-WHYTD-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING REGISTER-FILE, "
                   "STATUS = " WS-REGISTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9800-WRITE-RUN-HISTORY - APPEND ONE START OR END EVENT  *
      *    TO THE SHARED RUN HISTORY.  THE CALLER SETS WS-RH-      *
      *    EVENT, WS-RH-RECORD-COUNT, AND WS-RH-RETURN-CODE.       *
      *----------------------------------------------------------*
       9800-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00' AND '05'
               DISPLAY "WHRETRO: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "WHRETRO" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "WHRETRO: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
