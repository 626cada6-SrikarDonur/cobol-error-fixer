       IDENTIFICATION DIVISION.
       PROGRAM-ID.    GLEXTR.
       AUTHOR.        M.OKONKWO - TRANSACTION PROCESSING.
       INSTALLATION.  CORPORATE OPERATIONS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  MO   ORIGINAL PROGRAM.  END-OF-NIGHT GENERAL  *
      *                   LEDGER JOURNAL EXTRACT, RUN LAST AFTER   *
      *                   TAXREMIT.  ACCOUNTING WAS KEYING THE     *
      *                   NIGHT'S JOURNAL BY HAND FROM THE         *
      *                   TRANPROC TOTALS, THE TAXREMIT VOUCHER,   *
      *                   AND THE SUSPRPT LISTING, AND ITS LEDGER  *
      *                   HAS DRIFTED FROM OURS.  THIS JOB BUILDS  *
      *                   THE JOURNAL FROM OUR OWN FILES - THE     *
      *                   NIGHT'S ACCEPTED SALES, REVERSALS, AND   *
      *                   ADJUSTMENTS ON TRANHIST, THE WHFILE      *
      *                   WITHHOLDING AND TAXOUT PAYROLL TAX       *
      *                   LIABILITY, THE TREASURY DEPOSIT ON       *
      *                   REMLEDG, AND SUSPENSE ITEMS WRITTEN OFF  *
      *                   THROUGH SUSPMNT - AS DEBIT/CREDIT PAIRS, *
      *                   PROVES IT ON THE GLPROOF REPORT, AND     *
      *                   WRITES THE GLJRNL INTERFACE FILE (GLJREC *
      *                   LAYOUT).  THE RETRO ADJUSTMENT JOURNALED *
      *                   IS EVERY WHRETRO 'A' LINE POSTED TO      *
      *                   REMLEDG SINCE THE PRIOR RUN, WHATEVER    *
      *                   ITS DATE, SO A SIGN-OFF RUN AFTER GLEXTR *
      *                   ON THE SAME NIGHT IS TAKEN THE NEXT      *
      *                   NIGHT.  THE JOURNAL IS ALSO TIED BACK TO *
      *                   THE NIGHT'S REMLEDG RECORD.  A JOURNAL   *
      *                   THAT DOES NOT NET TO ZERO OR DOES NOT    *
      *                   TIE IS NOT WRITTEN (GLJRNL IS LEFT EMPTY *
      *                   SO THE PRIOR NIGHT'S FILE CANNOT BE      *
      *                   RESENT) AND THE RUN ENDS WITH RETURN     *
      *                   CODE 8.  THE NIGHT'S TRANHIST ROWS ARE   *
      *                   THOSE APPENDED AFTER THE LAST ROW        *
      *                   JOURNALED, AND THE 'A' LINES THOSE PAST  *
      *                   THE COUNT OF 'A' LINES ON REMLEDG, BOTH  *
      *                   HELD ON THE GLCTL CONTROL FILE (GLCIN    *
      *                   OLD-IN, GLCTL NEW-OUT, SWAPPED IN THE    *
      *                   JOB STREAM AFTER A CLEAN END); A RUN     *
      *                   AFTER A YEAR-END CLOSE ALSO TAKES THE    *
      *                   LINES ON THE CLOSED YEAR'S RLPRIOR PAST  *
      *                   THAT COUNT.  THE RUN REFUSES TO START    *
      *                   UNLESS TRANPROC, TAXCALC, TAXWH, AND     *
      *                   TAXREMIT ENDED CLEAN FOR THE BUSINESS    *
      *                   DATE, AND REFUSES A SECOND CLEAN RUN FOR *
      *                   THE SAME DATE SO A NIGHT IS NEVER SENT   *
      *                   TO THE LEDGER TWICE.                     *
      *  10/15/2026  MO   A DEPOSIT CARD NAMING A DATE IN A YEAR   *
      *                   ALREADY CLOSED IS TIED TO THE DEPOSIT    *
      *                   STANDING ON THE NEW LEDGER'S OPENING     *
      *                   ENTRY (TYPE 'O') THE CLOSE CARRIED THAT  *
      *                   NIGHT FORWARD ON, WHERE TAXREMIT POSTS   *
      *                   IT; ANY OTHER CARD IS TIED TO THE        *
      *                   NIGHTLY RECORD OF EXACTLY ITS DATE, AND  *
      *                   AN OPENING ENTRY IS NEVER TAKEN FOR      *
      *                   TONIGHT'S NIGHTLY RECORD.                *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT TAX-OUTPUT-FILE ASSIGN TO "TAXOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXOUT-FILE-STATUS.

           SELECT WITHHOLDING-FILE ASSIGN TO "WHFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WITHHOLDING-FILE-STATUS.

           SELECT LEDGER-FILE ASSIGN TO "REMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT LEDGER-PRIOR-FILE ASSIGN TO "RLPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-PRIOR-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.

           SELECT OPTIONAL DEPOSIT-PARM-FILE ASSIGN TO "DEPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-PARM-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "SUSPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL GL-CONTROL-IN-FILE ASSIGN TO "GLCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-IN-STATUS.

           SELECT GL-CONTROL-OUT-FILE ASSIGN TO "GLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-CONTROL-OUT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PROOF-REPORT-FILE ASSIGN TO "GLPROOF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-REPORT-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HISTREC.

       FD  TAX-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TAX-OUTPUT-RECORD.
           05  TO-EMP-ID               PIC 9(06).
           05  TO-SALARY               PIC 9(07)V99.
           05  TO-TAX                  PIC 9(07)V99.

       FD  WITHHOLDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHREC.

       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REMLEDG.

       FD  LEDGER-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-PRIOR-RECORD.
           05  RLP-BUSINESS-DATE       PIC 9(08).
           05  RLP-TAXOUT-GROSS        PIC 9(11)V99.
           05  RLP-TAXOUT-TAX          PIC 9(11)V99.
           05  RLP-WH-AMT              PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RLP-NIGHT-LIABILITY     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RLP-DEPOSIT-AMT         PIC 9(11)V99.
           05  RLP-ENTRY-TYPE          PIC X(01).
               88  RLP-ENTRY-RETRO-ADJUSTMENT     VALUE 'A'.
           05  RLP-DEPOSIT-DATE        PIC X(08).

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       FD  DEPOSIT-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPOSIT-PARM-RECORD.
           05  DEP-BUSINESS-DATE       PIC 9(08).
           05  DEP-DEPOSIT-AMT         PIC 9(09)V99.

       FD  SUSPENSE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SUSPREC.

       FD  GL-CONTROL-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-CONTROL-IN-RECORD.
           05  GCI-BUSINESS-DATE       PIC 9(08).
           05  GCI-LAST-HIST-ROW       PIC X(34).
           05  GCI-HIST-ROWS-JOURNALED PIC 9(07).
           05  GCI-RETRO-LINES-JOURNALED
                                       PIC 9(07).

       FD  GL-CONTROL-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLCREC.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLJREC.

       FD  PROOF-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROOF-REPORT-RECORD            PIC X(80).

       FD  RUN-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    FILE STATUS AND SWITCHES                                *
      *----------------------------------------------------------*
       01  WS-HISTORY-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-TAXOUT-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-WITHHOLDING-FILE-STATUS  PIC X(02) VALUE '00'.
       01  WS-LEDGER-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-LEDGER-PRIOR-STATUS      PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  WS-DEPOSIT-PARM-STATUS      PIC X(02) VALUE '00'.
       01  WS-SUSPENSE-FILE-STATUS     PIC X(02) VALUE '00'.
       01  WS-GL-CONTROL-IN-STATUS     PIC X(02) VALUE '00'.
       01  WS-GL-CONTROL-OUT-STATUS    PIC X(02) VALUE '00'.
       01  WS-JOURNAL-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-PROOF-REPORT-STATUS      PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-BUSINESS-DATE-X          PIC X(08) VALUE SPACES.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.
       01  WS-RUNHIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-RUNHIST-EOF                     VALUE 'Y'.
       01  WS-TRANPROC-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-TRANPROC-OK                     VALUE 'Y'.
       01  WS-TAXCALC-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-TAXCALC-OK                      VALUE 'Y'.
       01  WS-TAXWH-OK-SW              PIC X(01) VALUE 'N'.
           88  WS-TAXWH-OK                        VALUE 'Y'.
       01  WS-TAXREMIT-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-TAXREMIT-OK                     VALUE 'Y'.
       01  WS-GLEXTR-RAN-SW            PIC X(01) VALUE 'N'.
           88  WS-GLEXTR-ALREADY-RAN              VALUE 'Y'.
       01  WS-HISTORY-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-HISTORY-EOF                     VALUE 'Y'.
       01  WS-TAXOUT-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-TAXOUT-EOF                      VALUE 'Y'.
       01  WS-WH-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-WH-EOF                          VALUE 'Y'.
       01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-LEDGER-EOF                      VALUE 'Y'.
       01  WS-LEDGER-PRIOR-EOF-SW      PIC X(01) VALUE 'N'.
           88  WS-LEDGER-PRIOR-EOF                VALUE 'Y'.
       01  WS-SUSPENSE-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-SUSPENSE-EOF                    VALUE 'Y'.

      *----------------------------------------------------------*
      *    GL CONTROL - THE PRIOR RUN'S BUSINESS DATE AND LAST     *
      *    TRANHIST ROW.  WITH NO PRIOR CONTROL RECORD (THE FIRST  *
      *    RUN) THE NIGHT'S ROWS ARE THOSE DATED ON THE BUSINESS   *
      *    DATE AND THE PRIOR DATE IS TAKEN AS THE DAY BEFORE.     *
      *----------------------------------------------------------*
       01  WS-PRIOR-CONTROL-SW         PIC X(01) VALUE 'N'.
           88  WS-PRIOR-CONTROL                   VALUE 'Y'.
       01  WS-PRIOR-GL-DATE            PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-HIST-ROW           PIC X(34) VALUE SPACES.
       01  WS-PRIOR-ROWS-JOURNALED     PIC 9(07) VALUE ZERO.
       01  WS-MARKER-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-MARKER-FOUND                    VALUE 'Y'.
       01  WS-MARKER-ROW-NO            PIC 9(09) VALUE ZERO.
       01  WS-HIST-ROW-NO              PIC 9(09) VALUE ZERO.
       01  WS-LAST-HIST-ROW            PIC X(34) VALUE SPACES.

      *----------------------------------------------------------*
      *    RETRO ADJUSTMENT LINES - THE 'A' LINES ON REMLEDG ARE   *
      *    NUMBERED IN FILE ORDER, AND THOSE NUMBERED PAST THE     *
      *    COUNT ON THE PRIOR CONTROL RECORD ARE TONIGHT'S, WHAT-  *
      *    EVER DATE WHRETRO POSTED THEM UNDER.  A CONTROL RECORD  *
      *    WRITTEN BEFORE THE COUNT WAS KEPT (OR NO CONTROL        *
      *    RECORD) FALLS BACK TO THE LINES DATED AFTER THE PRIOR   *
      *    GL DATE.  WHEN THE YEAR HAS BEEN CLOSED SINCE THE PRIOR *
      *    RUN, THE COUNT BELONGS TO THE CLOSED YEAR'S LEDGER, NOW *
      *    ON RLPRIOR, AND THE NEW LEDGER IS COUNTED FROM ZERO.    *
      *----------------------------------------------------------*
       01  WS-PRIOR-RETRO-SW           PIC X(01) VALUE 'N'.
           88  WS-PRIOR-RETRO-KNOWN               VALUE 'Y'.
       01  WS-PRIOR-RETRO-LINES        PIC 9(07) VALUE ZERO.
       01  WS-RETRO-MARK-SW            PIC X(01) VALUE 'N'.
           88  WS-RETRO-MARK-KNOWN                VALUE 'Y'.
       01  WS-RETRO-MARK               PIC 9(07) VALUE ZERO.
       01  WS-RETRO-LINE-NO            PIC 9(07) VALUE ZERO.
       01  WS-RETRO-LINES-JOURNALED    PIC 9(07) VALUE ZERO.
       01  WS-RETRO-DATE               PIC 9(08) VALUE ZERO.
       01  WS-RETRO-AMT                PIC S9(11)V99 VALUE ZERO.
       01  WS-YEAR-ROLLED-SW           PIC X(01) VALUE 'N'.
           88  WS-YEAR-ROLLED                     VALUE 'Y'.

      *----------------------------------------------------------*
      *    OPTIONAL TREASURY DEPOSIT CARD - THE SAME CARD TAXREMIT *
      *    POSTED TO REMLEDG TONIGHT.                              *
      *----------------------------------------------------------*
       01  WS-DEPOSIT-CARD-SW          PIC X(01) VALUE 'N'.
           88  WS-DEPOSIT-CARD                    VALUE 'Y'.
       01  WS-DEPOSIT-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DEPOSIT-AMT              PIC 9(09)V99 VALUE ZERO.

      *----------------------------------------------------------*
      *    NIGHT TOTALS BY SOURCE                                   *
      *----------------------------------------------------------*
       01  WS-HIST-ROWS-JOURNALED      PIC 9(07) VALUE ZERO.
       01  WS-NIGHT-SALES              PIC S9(11)V99 VALUE ZERO.
       01  WS-NIGHT-REVERSALS          PIC S9(11)V99 VALUE ZERO.
       01  WS-NIGHT-ADJUSTMENTS        PIC S9(11)V99 VALUE ZERO.
       01  WS-TAXOUT-RECORDS-READ      PIC 9(07) VALUE ZERO.
       01  WS-NIGHT-PAYROLL-TAX        PIC S9(11)V99 VALUE ZERO.
       01  WS-WH-RECORDS-READ          PIC 9(07) VALUE ZERO.
       01  WS-NIGHT-WH-AMT             PIC S9(11)V99 VALUE ZERO.
       01  WS-NIGHT-RETRO-ADJ          PIC S9(11)V99 VALUE ZERO.
       01  WS-NIGHT-DEPOSIT            PIC S9(11)V99 VALUE ZERO.
       01  WS-WRITEOFFS-JOURNALED      PIC 9(07) VALUE ZERO.
       01  WS-NIGHT-WRITEOFFS          PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------*
      *    REMLEDG TIE FIGURES - TONIGHT'S NIGHTLY RECORD, AND THE *
      *    DEPOSIT NOW STANDING ON THE DATE THE DEPOSIT CARD NAMES.*
      *----------------------------------------------------------*
       01  WS-LEDGER-NIGHT-SW          PIC X(01) VALUE 'N'.
           88  WS-LEDGER-NIGHT-FOUND              VALUE 'Y'.
       01  WS-LEDGER-PAYROLL-TAX       PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-WH-AMT            PIC S9(11)V99 VALUE ZERO.
       01  WS-LEDGER-DEPOSIT           PIC S9(11)V99 VALUE ZERO.
       01  WS-TIE-FAILED-SW            PIC X(01) VALUE 'N'.
           88  WS-TIE-FAILED                      VALUE 'Y'.

      *----------------------------------------------------------*
      *    CHART OF THE GL ACCOUNTS THIS JOURNAL POSTS TO.  THE    *
      *    WS-GL- SUBSCRIPTS NAME THE ENTRIES FOR THE POSTINGS.    *
      *----------------------------------------------------------*
       01  WS-GL-CHART.
           05  FILLER                   PIC X(32) VALUE
               "1100    CASH - TAX DEPOSITS".
           05  FILLER                   PIC X(32) VALUE
               "1200    ACCOUNT RECEIVABLES".
           05  FILLER                   PIC X(32) VALUE
               "1900    REJECT SUSPENSE".
           05  FILLER                   PIC X(32) VALUE
               "2100    ACCOUNT HOLDER PAYABLE".
           05  FILLER                   PIC X(32) VALUE
               "2200    SALARIES PAYABLE".
           05  FILLER                   PIC X(32) VALUE
               "2300    TAX REMITTANCE PAYABLE".
           05  FILLER                   PIC X(32) VALUE
               "4000    SALES".
           05  FILLER                   PIC X(32) VALUE
               "4100    SALES REVERSALS".
           05  FILLER                   PIC X(32) VALUE
               "4200    SALES ADJUSTMENTS".
           05  FILLER                   PIC X(32) VALUE
               "6100    SUSPENSE WRITE-OFFS".
       01  WS-GL-CHART-TABLE REDEFINES WS-GL-CHART.
           05  WS-GL-ENTRY OCCURS 10 TIMES.
               10  WS-GL-ACCOUNT        PIC X(08).
               10  WS-GL-ACCOUNT-NAME   PIC X(24).
       01  WS-GL-CASH                  PIC 9(02) VALUE 01.
       01  WS-GL-RECEIVABLES           PIC 9(02) VALUE 02.
       01  WS-GL-SUSPENSE              PIC 9(02) VALUE 03.
       01  WS-GL-HOLDER-PAYABLE        PIC 9(02) VALUE 04.
       01  WS-GL-SALARIES-PAYABLE      PIC 9(02) VALUE 05.
       01  WS-GL-TAX-PAYABLE           PIC 9(02) VALUE 06.
       01  WS-GL-SALES                 PIC 9(02) VALUE 07.
       01  WS-GL-REVERSALS             PIC 9(02) VALUE 08.
       01  WS-GL-ADJUSTMENTS           PIC 9(02) VALUE 09.
       01  WS-GL-WRITEOFFS             PIC 9(02) VALUE 10.

      *----------------------------------------------------------*
      *    ONE POSTING - SET BY THE CALLER OF 4100-POST-PAIR.  A   *
      *    POSITIVE AMOUNT DEBITS THE DEBIT ACCOUNT AND CREDITS    *
      *    THE CREDIT ACCOUNT; A NEGATIVE AMOUNT (A NIGHT OF NET   *
      *    REVERSALS, SAY) POSTS THE OTHER WAY ROUND.              *
      *----------------------------------------------------------*
       01  WS-POST-DEBIT-SUB           PIC 9(02) VALUE ZERO.
       01  WS-POST-CREDIT-SUB          PIC 9(02) VALUE ZERO.
       01  WS-POST-AMOUNT              PIC S9(11)V99 VALUE ZERO.
       01  WS-POST-SOURCE              PIC X(08) VALUE SPACES.
       01  WS-POST-DESCRIPTION         PIC X(26) VALUE SPACES.
       01  WS-POST-SWAP-SUB            PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE JOURNAL - BUILT HERE, PROVED, AND ONLY THEN WRITTEN *
      *----------------------------------------------------------*
       01  WS-JE-MAX                   PIC 9(02) VALUE 20.
       01  WS-JE-COUNT                 PIC 9(02) VALUE ZERO.
       01  WS-JE-TABLE.
           05  WS-JE-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-JE-IDX.
               10  WS-JE-GL-ACCOUNT     PIC X(08).
               10  WS-JE-DEBIT-CREDIT   PIC X(01).
               10  WS-JE-AMOUNT         PIC 9(11)V99.
               10  WS-JE-SOURCE         PIC X(08).
               10  WS-JE-DESCRIPTION    PIC X(26).
       01  WS-JE-SUB                   PIC 9(02) VALUE ZERO.
       01  WS-TOTAL-DEBITS             PIC 9(13)V99 VALUE ZERO.
       01  WS-TOTAL-CREDITS            PIC 9(13)V99 VALUE ZERO.
       01  WS-JOURNAL-DIFFERENCE       PIC S9(13)V99 VALUE ZERO.
       01  WS-JOURNAL-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-JOURNAL-OK                      VALUE 'Y'.

      *----------------------------------------------------------*
      *    JOURNAL PROOF REPORT LINE LAYOUTS                        *
      *----------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(80) VALUE
               "GLEXTR - NIGHTLY GENERAL LEDGER JOURNAL PROOF".

       01  WS-DATE-LINE.
           05  FILLER                   PIC X(16) VALUE
               "BUSINESS DATE : ".
           05  RL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(23) VALUE
               "   PRIOR GL RUN DATE : ".
           05  RL-PRIOR-GL-DATE         PIC 9(08).
           05  FILLER                   PIC X(25) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               "  LN  ACCOUNT  DESCRIPTION              ".
           05  FILLER                   PIC X(40) VALUE
               "              DEBIT             CREDIT".

       01  WS-DETAIL-LINE.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-LINE-NO               PIC ZZ9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-GL-ACCOUNT            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DESCRIPTION           PIC X(26).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DEBIT                 PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-CREDIT                PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  RL-TOTAL-TEXT            PIC X(42).
           05  RL-TOTAL-DEBIT           PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-TOTAL-CREDIT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           05  RL-AMOUNT-TEXT           PIC X(42).
           05  RL-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  WS-TIE-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               "TIES TO REMLEDG                         ".
           05  FILLER                   PIC X(40) VALUE
               "THIS RUN             REMLEDG  RESULT".

       01  WS-TIE-LINE.
           05  RL-TIE-TEXT              PIC X(30).
           05  RL-TIE-JOURNAL           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-TIE-LEDGER            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  RL-TIE-RESULT            PIC X(10).

       01  WS-COUNT-LINE.
           05  RL-COUNT-TEXT            PIC X(42).
           05  RL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  RL-MESSAGE               PIC X(80).

       01  WS-BLANK-LINE.
           05  FILLER                   PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TOTAL-HISTORY
           PERFORM 3000-TOTAL-PAYROLL-TAX THRU 3000-EXIT
               UNTIL WS-TAXOUT-EOF
           PERFORM 3200-TOTAL-WITHHOLDING THRU 3200-EXIT
               UNTIL WS-WH-EOF
           IF WS-YEAR-ROLLED
               PERFORM 3300-READ-PRIOR-LEDGER THRU 3300-EXIT
                   UNTIL WS-LEDGER-PRIOR-EOF
               MOVE ZERO TO WS-RETRO-LINE-NO
               MOVE ZERO TO WS-RETRO-MARK
               MOVE 'Y' TO WS-RETRO-MARK-SW
           END-IF
           PERFORM 3400-READ-LEDGER THRU 3400-EXIT
               UNTIL WS-LEDGER-EOF
           PERFORM 3600-TOTAL-WRITEOFFS THRU 3600-EXIT
               UNTIL WS-SUSPENSE-EOF
           PERFORM 4000-BUILD-JOURNAL
           PERFORM 4500-PROVE-JOURNAL
           PERFORM 5000-WRITE-PROOF-REPORT
           PERFORM 6000-WRITE-JOURNAL-FILE
           PERFORM 6500-WRITE-GL-CONTROL
           PERFORM 9000-TERMINATE
           IF NOT WS-JOURNAL-OK
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO WS-RH-EVENT
           MOVE WS-JE-COUNT TO WS-RH-RECORD-COUNT
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "GLEXTR: BUSINESS DATE " WS-BUSINESS-DATE
           DISPLAY "GLEXTR: " WS-HIST-ROWS-JOURNALED
               " TRANHIST ROWS, " WS-RETRO-LINES-JOURNALED
               " RETRO LINES, " WS-WRITEOFFS-JOURNALED
               " SUSPENSE WRITE-OFFS JOURNALED"
           IF WS-JOURNAL-OK
               DISPLAY "GLEXTR: " WS-JE-COUNT
                   " JOURNAL LINES WRITTEN TO GLJRNL"
           ELSE
               DISPLAY "GLEXTR: JOURNAL DOES NOT BALANCE OR DOES NOT "
                   "TIE TO REMLEDG - GLJRNL NOT WRITTEN, SEE GLPROOF"
           END-IF
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE - ESTABLISH THE BUSINESS DATE, CHECK     *
      *    THE UPSTREAM RUNS AND REFUSE A SECOND CLEAN RUN, AND     *
      *    PICK UP THE DEPOSIT CARD AND THE GL CONTROL RECORD,      *
      *    AND OPEN RLPRIOR WHEN THE YEAR HAS CLOSED SINCE THE      *
      *    PRIOR RUN.                                               *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-CHECK-PRIOR-RUNS
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           PERFORM 1080-GET-DEPOSIT-CARD
           PERFORM 1090-GET-GL-CONTROL
           PERFORM 1095-CHECK-YEAR-ROLLED

           OPEN INPUT TAX-OUTPUT-FILE
           IF WS-TAXOUT-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN TAX-OUTPUT-FILE, "
                   "STATUS = " WS-TAXOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WITHHOLDING-FILE
           IF WS-WITHHOLDING-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN WITHHOLDING-FILE, "
                   "STATUS = " WS-WITHHOLDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00' AND '05'
               DISPLAY "GLEXTR: UNABLE TO OPEN SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PROOF-REPORT-FILE
           IF WS-PROOF-REPORT-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN PROOF-REPORT-FILE, "
                   "STATUS = " WS-PROOF-REPORT-STATUS
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
                   DISPLAY "GLEXTR: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-BUSINESS-DATE-X.

      *----------------------------------------------------------*
      *    1060-CHECK-PRIOR-RUNS - SCAN THE RUN HISTORY FOR CLEAN  *
      *    TRANPROC, TAXCALC, TAXWH, AND TAXREMIT END RECORDS FOR  *
      *    THIS BUSINESS DATE - WITHOUT ALL FOUR, TRANHIST,        *
      *    TAXOUT, WHFILE, OR REMLEDG DOES NOT YET HOLD THE NIGHT. *
      *    THE SAME SCAN REFUSES A SECOND CLEAN GLEXTR RUN - THE   *
      *    LEDGER WOULD TAKE THE NIGHT TWICE.  A GLEXTR RUN THAT   *
      *    ENDED OUT OF BALANCE WROTE NOTHING AND MAY BE RERUN.    *
      *----------------------------------------------------------*
       1060-CHECK-PRIOR-RUNS.
           MOVE 'N' TO WS-RUNHIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS = '00' OR '05'
               PERFORM 1070-SCAN-RUN-HISTORY
                   UNTIL WS-RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
               IF WS-RUN-HIST-STATUS NOT = '00'
                   DISPLAY "GLEXTR: ERROR CLOSING RUN-HISTORY-FILE, "
                       "STATUS = " WS-RUN-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "GLEXTR: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TRANPROC-OK
               DISPLAY "GLEXTR: TRANPROC HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - TRANHIST MAY BE INCOMPLETE, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXCALC-OK
               DISPLAY "GLEXTR: TAXCALC HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - TAXOUT MAY BE STALE, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXWH-OK
               DISPLAY "GLEXTR: TAXWH HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - WHFILE MAY BE STALE, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXREMIT-OK
               DISPLAY "GLEXTR: TAXREMIT HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - REMLEDG IS NOT POSTED, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GLEXTR-ALREADY-RAN
               DISPLAY "GLEXTR: ALREADY COMPLETED SUCCESSFULLY FOR "
                   "BUSINESS DATE " WS-BUSINESS-DATE
                   " - THE NIGHT HAS BEEN SENT TO THE LEDGER, "
                   "RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1070-SCAN-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-RUNHIST-EOF-SW
               NOT AT END
                   IF WS-RUN-HIST-STATUS NOT = '00'
                       DISPLAY "GLEXTR: READ ERROR ON RUN-HISTORY-"
                           "FILE, STATUS = " WS-RUN-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RH-EVENT-END
                   AND RH-RETURN-CODE = ZERO
                   AND RH-BUSINESS-DATE = WS-BUSINESS-DATE
                       IF RH-PROGRAM-ID = "TRANPROC"
                           MOVE 'Y' TO WS-TRANPROC-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "TAXCALC"
                           MOVE 'Y' TO WS-TAXCALC-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "TAXWH"
                           MOVE 'Y' TO WS-TAXWH-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "TAXREMIT"
                           MOVE 'Y' TO WS-TAXREMIT-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "GLEXTR"
                           MOVE 'Y' TO WS-GLEXTR-RAN-SW
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1080-GET-DEPOSIT-CARD - PICK UP THE OPTIONAL TREASURY   *
      *    DEPOSIT CARD TAXREMIT POSTED TONIGHT.  TAXREMIT HAS     *
      *    ALREADY REFUSED A BAD CARD, SO ONE HERE IS SIMPLY       *
      *    REFUSED AGAIN.                                          *
      *----------------------------------------------------------*
       1080-GET-DEPOSIT-CARD.
           OPEN INPUT DEPOSIT-PARM-FILE
           IF WS-DEPOSIT-PARM-STATUS = '00'
               READ DEPOSIT-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DEP-BUSINESS-DATE NUMERIC
                       AND DEP-DEPOSIT-AMT NUMERIC
                       AND DEP-BUSINESS-DATE > ZERO
                           MOVE 'Y' TO WS-DEPOSIT-CARD-SW
                           MOVE DEP-BUSINESS-DATE TO WS-DEPOSIT-DATE
                           MOVE DEP-DEPOSIT-AMT TO WS-DEPOSIT-AMT
                       ELSE
                           DISPLAY "GLEXTR: DEPPARM CARD IS NOT "
                               "NUMERIC - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE DEPOSIT-PARM-FILE
           ELSE
               IF WS-DEPOSIT-PARM-STATUS NOT = '05'
                   DISPLAY "GLEXTR: UNABLE TO OPEN DEPOSIT-PARM-"
                       "FILE, STATUS = " WS-DEPOSIT-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    1090-GET-GL-CONTROL - PICK UP THE PRIOR RUN'S CONTROL   *
      *    RECORD.  A CONTROL DATE ON OR AFTER TONIGHT'S BUSINESS  *
      *    DATE MEANS GLCIN IS NOT THE FILE IT SHOULD BE, AND THE  *
      *    RUN IS REFUSED RATHER THAN JOURNAL THE WRONG ROWS.      *
      *----------------------------------------------------------*
       1090-GET-GL-CONTROL.
           OPEN INPUT GL-CONTROL-IN-FILE
           IF WS-GL-CONTROL-IN-STATUS NOT = '00' AND '05'
               DISPLAY "GLEXTR: UNABLE TO OPEN GL-CONTROL-IN-FILE, "
                   "STATUS = " WS-GL-CONTROL-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ GL-CONTROL-IN-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-PRIOR-CONTROL-SW
                   MOVE GCI-BUSINESS-DATE TO WS-PRIOR-GL-DATE
                   MOVE GCI-LAST-HIST-ROW TO WS-PRIOR-HIST-ROW
                   MOVE GCI-HIST-ROWS-JOURNALED
                       TO WS-PRIOR-ROWS-JOURNALED
                   IF GCI-RETRO-LINES-JOURNALED NUMERIC
                       MOVE 'Y' TO WS-PRIOR-RETRO-SW
                       MOVE GCI-RETRO-LINES-JOURNALED
                           TO WS-PRIOR-RETRO-LINES
                       MOVE 'Y' TO WS-RETRO-MARK-SW
                       MOVE GCI-RETRO-LINES-JOURNALED
                           TO WS-RETRO-MARK
                   END-IF
           END-READ
           CLOSE GL-CONTROL-IN-FILE
           IF WS-PRIOR-CONTROL
               IF WS-PRIOR-GL-DATE NOT NUMERIC
               OR WS-PRIOR-GL-DATE NOT < WS-BUSINESS-DATE
                   DISPLAY "GLEXTR: GLCIN CONTROL DATE "
                       WS-PRIOR-GL-DATE " IS NOT BEFORE BUSINESS "
                       "DATE " WS-BUSINESS-DATE " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               COMPUTE WS-PRIOR-GL-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 1)
           END-IF.

      *----------------------------------------------------------*
      *    1095-CHECK-YEAR-ROLLED - WHEN YRCTL NAMES THE YEAR OF   *
      *    THE PRIOR GL RUN AS THE YEAR LAST CLOSED, YRCLOSE HAS   *
      *    MOVED THAT YEAR'S LEDGER TO RLPRIOR SINCE THE PRIOR     *
      *    RUN, AND ANY RETRO LINE WHRETRO POSTED AFTER THE PRIOR  *
      *    RUN IS ON RLPRIOR ONLY.  RLPRIOR MUST THEN BE PRESENT.  *
      *    YRCTL ITSELF IS REQUIRED, AS IT IS FOR THE POSTING      *
      *    RUNS.                                                   *
      *----------------------------------------------------------*
       1095-CHECK-YEAR-ROLLED.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN YEAR-CONTROL-"
                   "FILE, STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "GLEXTR: YRCTL HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF WS-PRIOR-CONTROL
           AND YC-CLOSED-YEAR = WS-PRIOR-GL-DATE (1:4)
               MOVE 'Y' TO WS-YEAR-ROLLED-SW
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-YEAR-ROLLED
               OPEN INPUT LEDGER-PRIOR-FILE
               IF WS-LEDGER-PRIOR-STATUS NOT = '00'
                   DISPLAY "GLEXTR: YEAR " YC-CLOSED-YEAR " WAS "
                       "CLOSED SINCE THE PRIOR GL RUN AND RLPRIOR "
                       "CANNOT BE OPENED, STATUS = "
                       WS-LEDGER-PRIOR-STATUS " - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    2000-TOTAL-HISTORY - FIND THE LAST ROW JOURNALED BY THE *
      *    PRIOR RUN (THE LAST COPY OF IT, SHOULD AN IDENTICAL ROW *
      *    APPEAR EARLIER), THEN TOTAL EVERY ROW AFTER IT BY       *
      *    TRANSACTION TYPE.  IF THE ROW IS NO LONGER ON TRANHIST  *
      *    THE RUN IS REFUSED - THE NIGHT CANNOT BE TOLD APART.    *
      *----------------------------------------------------------*
       2000-TOTAL-HISTORY.
           IF WS-PRIOR-CONTROL
           AND WS-PRIOR-HIST-ROW NOT = SPACES
               PERFORM 2050-OPEN-HISTORY
               PERFORM 2100-FIND-MARKER THRU 2100-EXIT
                   UNTIL WS-HISTORY-EOF
               PERFORM 2060-CLOSE-HISTORY
               IF NOT WS-MARKER-FOUND
                   DISPLAY "GLEXTR: LAST ROW JOURNALED ON "
                       WS-PRIOR-GL-DATE " IS NOT ON TRANHIST - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-PRIOR-HIST-ROW TO WS-LAST-HIST-ROW
           PERFORM 2050-OPEN-HISTORY
           PERFORM 2200-TOTAL-HISTORY-ROW THRU 2200-EXIT
               UNTIL WS-HISTORY-EOF
           PERFORM 2060-CLOSE-HISTORY.

       2050-OPEN-HISTORY.
           MOVE 'N' TO WS-HISTORY-EOF-SW
           MOVE ZERO TO WS-HIST-ROW-NO
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00' AND '05'
               DISPLAY "GLEXTR: UNABLE TO OPEN HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2060-CLOSE-HISTORY.
           CLOSE HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-FIND-MARKER.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   GO TO 2100-EXIT
           END-READ
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: READ ERROR ON HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-ROW-NO
           IF HISTORY-RECORD = WS-PRIOR-HIST-ROW
               MOVE 'Y' TO WS-MARKER-FOUND-SW
               MOVE WS-HIST-ROW-NO TO WS-MARKER-ROW-NO
           END-IF.
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2200-TOTAL-HISTORY-ROW - ONE PASS OF THE NIGHT'S        *
      *    TRANHIST TOTALLING.  REVERSALS ARE ALREADY NEGATIVE; A  *
      *    ROW WITH NO TYPE PREDATES THE TYPE CODE AND IS A SALE.  *
      *----------------------------------------------------------*
       2200-TOTAL-HISTORY-ROW.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-HISTORY-EOF-SW
                   GO TO 2200-EXIT
           END-READ
           IF WS-HISTORY-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: READ ERROR ON HISTORY-FILE, "
                   "STATUS = " WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-ROW-NO
           MOVE HISTORY-RECORD TO WS-LAST-HIST-ROW
           IF WS-PRIOR-CONTROL
               IF WS-HIST-ROW-NO NOT > WS-MARKER-ROW-NO
                   GO TO 2200-EXIT
               END-IF
           ELSE
               IF HIST-TRANSACTION-DATE NOT = WS-BUSINESS-DATE-X
                   GO TO 2200-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-HIST-ROWS-JOURNALED
           EVALUATE HIST-TRANSACTION-TYPE
               WHEN 'R'
                   ADD HIST-TRANSACTION-AMT TO WS-NIGHT-REVERSALS
               WHEN 'A'
                   ADD HIST-TRANSACTION-AMT TO WS-NIGHT-ADJUSTMENTS
               WHEN OTHER
                   ADD HIST-TRANSACTION-AMT TO WS-NIGHT-SALES
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-TOTAL-PAYROLL-TAX - ONE PASS OF THE TAXOUT          *
      *    TOTALLING LOOP.                                          *
      *----------------------------------------------------------*
       3000-TOTAL-PAYROLL-TAX.
           READ TAX-OUTPUT-FILE
               AT END
                   MOVE 'Y' TO WS-TAXOUT-EOF-SW
               NOT AT END
                   IF WS-TAXOUT-FILE-STATUS NOT = '00'
                       DISPLAY "GLEXTR: READ ERROR ON TAX-OUTPUT-"
                           "FILE, STATUS = " WS-TAXOUT-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-TAXOUT-RECORDS-READ
                   ADD TO-TAX TO WS-NIGHT-PAYROLL-TAX
           END-READ.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3200-TOTAL-WITHHOLDING - ONE PASS OF THE WHFILE          *
      *    TOTALLING LOOP.  THE AMOUNT IS SIGNED, SO A REVERSAL     *
      *    NETS AGAINST THE NIGHT'S SALES.                          *
      *----------------------------------------------------------*
       3200-TOTAL-WITHHOLDING.
           READ WITHHOLDING-FILE
               AT END
                   MOVE 'Y' TO WS-WH-EOF-SW
               NOT AT END
                   IF WS-WITHHOLDING-FILE-STATUS NOT = '00'
                       DISPLAY "GLEXTR: READ ERROR ON WITHHOLDING-"
                           "FILE, STATUS = " WS-WITHHOLDING-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WH-RECORDS-READ
                   ADD WH-WITHHOLDING-AMT TO WS-NIGHT-WH-AMT
           END-READ.
       3200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3300-READ-PRIOR-LEDGER - ONE PASS OF THE CLOSED YEAR'S  *
      *    LEDGER ON RLPRIOR, AFTER A YEAR-END CLOSE SINCE THE     *
      *    PRIOR RUN.  ONLY ITS RETRO ADJUSTMENT LINES ARE TAKEN - *
      *    ITS NIGHTS WERE SENT TO THE LEDGER BEFORE THE CLOSE.    *
      *----------------------------------------------------------*
       3300-READ-PRIOR-LEDGER.
           READ LEDGER-PRIOR-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-PRIOR-EOF-SW
                   GO TO 3300-EXIT
           END-READ
           IF WS-LEDGER-PRIOR-STATUS NOT = '00'
               DISPLAY "GLEXTR: READ ERROR ON LEDGER-PRIOR-FILE, "
                   "STATUS = " WS-LEDGER-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RLP-ENTRY-RETRO-ADJUSTMENT
               MOVE RLP-BUSINESS-DATE TO WS-RETRO-DATE
               MOVE RLP-NIGHT-LIABILITY TO WS-RETRO-AMT
               PERFORM 3450-TAKE-RETRO-LINE
           END-IF.
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3400-READ-LEDGER - ONE PASS OF THE REMLEDG SCAN.  PICKS *
      *    UP TONIGHT'S NIGHTLY RECORD FOR THE TIES, EVERY WHRETRO *
      *    ADJUSTMENT LINE POSTED SINCE THE PRIOR RUN, AND THE     *
      *    DEPOSIT NOW STANDING ON THE DATE THE CARD NAMES - ON    *
      *    THAT NIGHT'S OWN RECORD, OR FOR A NIGHT OF A CLOSED     *
      *    YEAR ON THE OPENING ENTRY THE YEAR-END CLOSE CARRIED    *
      *    IT FORWARD ON UNDER THE SAME DATE.                      *
      *----------------------------------------------------------*
       3400-READ-LEDGER.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
                   GO TO 3400-EXIT
           END-READ
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: READ ERROR ON LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REM-ENTRY-RETRO-ADJUSTMENT
               MOVE REM-BUSINESS-DATE TO WS-RETRO-DATE
               MOVE REM-NIGHT-LIABILITY TO WS-RETRO-AMT
               PERFORM 3450-TAKE-RETRO-LINE
           END-IF
           IF REM-BUSINESS-DATE = WS-BUSINESS-DATE
           AND REM-ENTRY-NIGHTLY
               MOVE 'Y' TO WS-LEDGER-NIGHT-SW
               MOVE REM-TAXOUT-TAX TO WS-LEDGER-PAYROLL-TAX
               MOVE REM-WH-AMT TO WS-LEDGER-WH-AMT
           END-IF
           IF WS-DEPOSIT-CARD
           AND REM-BUSINESS-DATE = WS-DEPOSIT-DATE
           AND (REM-ENTRY-NIGHTLY OR REM-ENTRY-OPENING-BALANCE)
               MOVE REM-DEPOSIT-AMT TO WS-LEDGER-DEPOSIT
           END-IF.
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3450-TAKE-RETRO-LINE - NUMBER ONE RETRO ADJUSTMENT LINE *
      *    AND JOURNAL IT WHEN IT WAS POSTED SINCE THE PRIOR RUN.  *
      *----------------------------------------------------------*
       3450-TAKE-RETRO-LINE.
           ADD 1 TO WS-RETRO-LINE-NO
           IF WS-RETRO-MARK-KNOWN
               IF WS-RETRO-LINE-NO > WS-RETRO-MARK
                   ADD 1 TO WS-RETRO-LINES-JOURNALED
                   ADD WS-RETRO-AMT TO WS-NIGHT-RETRO-ADJ
               END-IF
           ELSE
               IF WS-RETRO-DATE > WS-PRIOR-GL-DATE
               AND WS-RETRO-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO WS-RETRO-LINES-JOURNALED
                   ADD WS-RETRO-AMT TO WS-NIGHT-RETRO-ADJ
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    3600-TOTAL-WRITEOFFS - ONE PASS OF THE SUSPENSE MASTER. *
      *    AN ITEM WRITTEN OFF SINCE THE PRIOR GL RUN, UP TO AND   *
      *    INCLUDING TONIGHT'S BUSINESS DATE, IS JOURNALED AT ITS  *
      *    ORIGINAL SIGNED AMOUNT.  SUSPMNT STAMPS THE WRITE-OFF   *
      *    DATE IN SUS-CORRECTED-DATE.                             *
      *----------------------------------------------------------*
       3600-TOTAL-WRITEOFFS.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-SW
                   GO TO 3600-EXIT
           END-READ
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: READ ERROR ON SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SUS-STATUS-WRITTEN-OFF
           AND SUS-CORRECTED-DATE > WS-PRIOR-GL-DATE
           AND SUS-CORRECTED-DATE NOT > WS-BUSINESS-DATE
               ADD 1 TO WS-WRITEOFFS-JOURNALED
               ADD SUS-TRANSACTION-AMT TO WS-NIGHT-WRITEOFFS
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    4000-BUILD-JOURNAL - ONE DEBIT/CREDIT PAIR PER SOURCE   *
      *    FIGURE.  A ZERO FIGURE POSTS NOTHING.                   *
      *----------------------------------------------------------*
       4000-BUILD-JOURNAL.
           MOVE WS-GL-RECEIVABLES TO WS-POST-DEBIT-SUB
           MOVE WS-GL-SALES TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-SALES TO WS-POST-AMOUNT
           MOVE "TRANHIST" TO WS-POST-SOURCE
           MOVE "ACCEPTED SALES" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           MOVE WS-GL-RECEIVABLES TO WS-POST-DEBIT-SUB
           MOVE WS-GL-REVERSALS TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-REVERSALS TO WS-POST-AMOUNT
           MOVE "TRANHIST" TO WS-POST-SOURCE
           MOVE "ACCEPTED REVERSALS" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           MOVE WS-GL-RECEIVABLES TO WS-POST-DEBIT-SUB
           MOVE WS-GL-ADJUSTMENTS TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-ADJUSTMENTS TO WS-POST-AMOUNT
           MOVE "TRANHIST" TO WS-POST-SOURCE
           MOVE "ACCEPTED ADJUSTMENTS" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           MOVE WS-GL-HOLDER-PAYABLE TO WS-POST-DEBIT-SUB
           MOVE WS-GL-TAX-PAYABLE TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-WH-AMT TO WS-POST-AMOUNT
           MOVE "WHFILE" TO WS-POST-SOURCE
           MOVE "TRANSACTION WITHHOLDING" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           MOVE WS-GL-SALARIES-PAYABLE TO WS-POST-DEBIT-SUB
           MOVE WS-GL-TAX-PAYABLE TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-PAYROLL-TAX TO WS-POST-AMOUNT
           MOVE "TAXOUT" TO WS-POST-SOURCE
           MOVE "PAYROLL TAX WITHHELD" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           MOVE WS-GL-HOLDER-PAYABLE TO WS-POST-DEBIT-SUB
           MOVE WS-GL-TAX-PAYABLE TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-RETRO-ADJ TO WS-POST-AMOUNT
           MOVE "REMLEDG" TO WS-POST-SOURCE
           MOVE "RETRO WITHHOLDING ADJ" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           IF WS-DEPOSIT-CARD
               MOVE WS-DEPOSIT-AMT TO WS-NIGHT-DEPOSIT
           END-IF
           MOVE WS-GL-TAX-PAYABLE TO WS-POST-DEBIT-SUB
           MOVE WS-GL-CASH TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-DEPOSIT TO WS-POST-AMOUNT
           MOVE "REMLEDG" TO WS-POST-SOURCE
           MOVE "TREASURY TAX DEPOSIT" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT

           MOVE WS-GL-WRITEOFFS TO WS-POST-DEBIT-SUB
           MOVE WS-GL-SUSPENSE TO WS-POST-CREDIT-SUB
           MOVE WS-NIGHT-WRITEOFFS TO WS-POST-AMOUNT
           MOVE "SUSPFILE" TO WS-POST-SOURCE
           MOVE "SUSPENSE WRITE-OFFS" TO WS-POST-DESCRIPTION
           PERFORM 4100-POST-PAIR THRU 4100-EXIT.

      *----------------------------------------------------------*
      *    4100-POST-PAIR - ADD THE DEBIT AND CREDIT LINES FOR ONE *
      *    FIGURE.  A NEGATIVE FIGURE SWAPS THE TWO ACCOUNTS.      *
      *----------------------------------------------------------*
       4100-POST-PAIR.
           IF WS-POST-AMOUNT = ZERO
               GO TO 4100-EXIT
           END-IF
           IF WS-POST-AMOUNT < ZERO
               MOVE WS-POST-DEBIT-SUB TO WS-POST-SWAP-SUB
               MOVE WS-POST-CREDIT-SUB TO WS-POST-DEBIT-SUB
               MOVE WS-POST-SWAP-SUB TO WS-POST-CREDIT-SUB
               COMPUTE WS-POST-AMOUNT = 0 - WS-POST-AMOUNT
           END-IF
           IF WS-JE-COUNT + 2 > WS-JE-MAX
               DISPLAY "GLEXTR: MORE THAN " WS-JE-MAX
                   " JOURNAL LINES - RAISE THE TABLE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-JE-COUNT
           MOVE WS-GL-ACCOUNT (WS-POST-DEBIT-SUB)
               TO WS-JE-GL-ACCOUNT (WS-JE-COUNT)
           MOVE 'D' TO WS-JE-DEBIT-CREDIT (WS-JE-COUNT)
           MOVE WS-POST-AMOUNT TO WS-JE-AMOUNT (WS-JE-COUNT)
           MOVE WS-POST-SOURCE TO WS-JE-SOURCE (WS-JE-COUNT)
           MOVE WS-POST-DESCRIPTION TO WS-JE-DESCRIPTION (WS-JE-COUNT)
           ADD 1 TO WS-JE-COUNT
           MOVE WS-GL-ACCOUNT (WS-POST-CREDIT-SUB)
               TO WS-JE-GL-ACCOUNT (WS-JE-COUNT)
           MOVE 'C' TO WS-JE-DEBIT-CREDIT (WS-JE-COUNT)
           MOVE WS-POST-AMOUNT TO WS-JE-AMOUNT (WS-JE-COUNT)
           MOVE WS-POST-SOURCE TO WS-JE-SOURCE (WS-JE-COUNT)
           MOVE WS-POST-DESCRIPTION TO WS-JE-DESCRIPTION (WS-JE-COUNT).
       4100-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    4500-PROVE-JOURNAL - FOOT THE JOURNAL LINES AS THEY     *
      *    WILL BE WRITTEN, AND TIE THE PAYROLL TAX, WITHHOLDING,  *
      *    AND DEPOSIT FIGURES BACK TO REMLEDG.                    *
      *----------------------------------------------------------*
       4500-PROVE-JOURNAL.
           PERFORM VARYING WS-JE-SUB FROM 1 BY 1
                   UNTIL WS-JE-SUB > WS-JE-COUNT
               IF WS-JE-DEBIT-CREDIT (WS-JE-SUB) = 'D'
                   ADD WS-JE-AMOUNT (WS-JE-SUB) TO WS-TOTAL-DEBITS
               ELSE
                   ADD WS-JE-AMOUNT (WS-JE-SUB) TO WS-TOTAL-CREDITS
               END-IF
           END-PERFORM
           COMPUTE WS-JOURNAL-DIFFERENCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           IF NOT WS-LEDGER-NIGHT-FOUND
           OR WS-NIGHT-PAYROLL-TAX NOT = WS-LEDGER-PAYROLL-TAX
           OR WS-NIGHT-WH-AMT NOT = WS-LEDGER-WH-AMT
               MOVE 'Y' TO WS-TIE-FAILED-SW
           END-IF
           IF WS-DEPOSIT-CARD
           AND WS-LEDGER-DEPOSIT < WS-NIGHT-DEPOSIT
               MOVE 'Y' TO WS-TIE-FAILED-SW
           END-IF
           IF WS-JOURNAL-DIFFERENCE = ZERO
           AND NOT WS-TIE-FAILED
               MOVE 'Y' TO WS-JOURNAL-OK-SW
           END-IF.

      *----------------------------------------------------------*
      *    5000-WRITE-PROOF-REPORT - THE JOURNAL LINE BY LINE, ITS *
      *    FOOTINGS, THE SOURCE COUNTS, AND THE REMLEDG TIES.      *
      *----------------------------------------------------------*
       5000-WRITE-PROOF-REPORT.
           MOVE WS-HEADING-LINE-1 TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE WS-PRIOR-GL-DATE TO RL-PRIOR-GL-DATE
           MOVE WS-DATE-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-BLANK-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-COLUMN-HEADING-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           PERFORM VARYING WS-JE-SUB FROM 1 BY 1
                   UNTIL WS-JE-SUB > WS-JE-COUNT
               MOVE WS-JE-SUB TO RL-LINE-NO
               MOVE WS-JE-GL-ACCOUNT (WS-JE-SUB) TO RL-GL-ACCOUNT
               MOVE WS-JE-DESCRIPTION (WS-JE-SUB) TO RL-DESCRIPTION
               IF WS-JE-DEBIT-CREDIT (WS-JE-SUB) = 'D'
                   MOVE WS-JE-AMOUNT (WS-JE-SUB) TO RL-DEBIT
                   MOVE ZERO TO RL-CREDIT
               ELSE
                   MOVE ZERO TO RL-DEBIT
                   MOVE WS-JE-AMOUNT (WS-JE-SUB) TO RL-CREDIT
               END-IF
               MOVE WS-DETAIL-LINE TO PROOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-PERFORM
           MOVE WS-BLANK-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "JOURNAL TOTALS" TO RL-TOTAL-TEXT
           MOVE WS-TOTAL-DEBITS TO RL-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDITS TO RL-TOTAL-CREDIT
           MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "DEBITS LESS CREDITS" TO RL-AMOUNT-TEXT
           MOVE WS-JOURNAL-DIFFERENCE TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TRANHIST ROWS JOURNALED" TO RL-COUNT-TEXT
           MOVE WS-HIST-ROWS-JOURNALED TO RL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "REMLEDG RETRO LINES JOURNALED" TO RL-COUNT-TEXT
           MOVE WS-RETRO-LINES-JOURNALED TO RL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-YEAR-ROLLED
               MOVE "  (INCLUDING THE CLOSED YEAR'S RLPRIOR)"
                   TO RL-MESSAGE
               MOVE WS-MESSAGE-LINE TO PROOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           MOVE "TAXOUT RECORDS READ" TO RL-COUNT-TEXT
           MOVE WS-TAXOUT-RECORDS-READ TO RL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "WHFILE RECORDS READ" TO RL-COUNT-TEXT
           MOVE WS-WH-RECORDS-READ TO RL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "SUSPENSE WRITE-OFFS JOURNALED" TO RL-COUNT-TEXT
           MOVE WS-WRITEOFFS-JOURNALED TO RL-COUNT
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-TIE-HEADING-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "PAYROLL TAX (TAXOUT)" TO RL-TIE-TEXT
           MOVE WS-NIGHT-PAYROLL-TAX TO RL-TIE-JOURNAL
           MOVE WS-LEDGER-PAYROLL-TAX TO RL-TIE-LEDGER
           IF WS-LEDGER-NIGHT-FOUND
           AND WS-NIGHT-PAYROLL-TAX = WS-LEDGER-PAYROLL-TAX
               MOVE "TIES" TO RL-TIE-RESULT
           ELSE
               MOVE "NO TIE" TO RL-TIE-RESULT
           END-IF
           MOVE WS-TIE-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TRANSACTION WITHHOLDING" TO RL-TIE-TEXT
           MOVE WS-NIGHT-WH-AMT TO RL-TIE-JOURNAL
           MOVE WS-LEDGER-WH-AMT TO RL-TIE-LEDGER
           IF WS-LEDGER-NIGHT-FOUND
           AND WS-NIGHT-WH-AMT = WS-LEDGER-WH-AMT
               MOVE "TIES" TO RL-TIE-RESULT
           ELSE
               MOVE "NO TIE" TO RL-TIE-RESULT
           END-IF
           MOVE WS-TIE-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-DEPOSIT-CARD
               MOVE "TREASURY DEPOSIT (DEPPARM)" TO RL-TIE-TEXT
               MOVE WS-NIGHT-DEPOSIT TO RL-TIE-JOURNAL
               MOVE WS-LEDGER-DEPOSIT TO RL-TIE-LEDGER
               IF WS-LEDGER-DEPOSIT < WS-NIGHT-DEPOSIT
                   MOVE "NO TIE" TO RL-TIE-RESULT
               ELSE
                   MOVE "TIES" TO RL-TIE-RESULT
               END-IF
               MOVE WS-TIE-LINE TO PROOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           IF NOT WS-LEDGER-NIGHT-FOUND
               MOVE "*** REMLEDG HOLDS NO NIGHTLY RECORD FOR THE "
                   TO RL-MESSAGE
               MOVE "BUSINESS DATE ***" TO RL-MESSAGE (45:17)
               MOVE WS-MESSAGE-LINE TO PROOF-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF

           MOVE WS-BLANK-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-JOURNAL-OK
               MOVE "JOURNAL BALANCED AND TIED - GLJRNL WRITTEN"
                   TO RL-MESSAGE
           ELSE
               MOVE "*** JOURNAL REFUSED - GLJRNL NOT WRITTEN ***"
                   TO RL-MESSAGE
           END-IF
           MOVE WS-MESSAGE-LINE TO PROOF-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    6000-WRITE-JOURNAL-FILE - HEADER, ONE DETAIL PER LINE,  *
      *    AND TRAILER - ONLY FOR A PROVED JOURNAL.  A REFUSED     *
      *    JOURNAL LEAVES GLJRNL EMPTY.                            *
      *----------------------------------------------------------*
       6000-WRITE-JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN JOURNAL-FILE, "
                   "STATUS = " WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-JOURNAL-OK
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'HDR' TO GLJ-RECORD-TYPE
               MOVE WS-BUSINESS-DATE TO GLJH-BUSINESS-DATE
               MOVE "PAYTRAN" TO GLJH-SYSTEM-ID
               MOVE FUNCTION CURRENT-DATE (1:8) TO GLJH-RUN-DATE
               MOVE FUNCTION CURRENT-DATE (9:6) TO GLJH-RUN-TIME
               PERFORM 6100-WRITE-JOURNAL-RECORD
               PERFORM VARYING WS-JE-SUB FROM 1 BY 1
                       UNTIL WS-JE-SUB > WS-JE-COUNT
                   MOVE SPACES TO GL-JOURNAL-RECORD
                   MOVE 'DTL' TO GLJ-RECORD-TYPE
                   MOVE WS-BUSINESS-DATE TO GLJ-BUSINESS-DATE
                   MOVE WS-JE-SUB TO GLJ-LINE-NO
                   MOVE WS-JE-GL-ACCOUNT (WS-JE-SUB) TO GLJ-GL-ACCOUNT
                   MOVE WS-JE-DEBIT-CREDIT (WS-JE-SUB)
                       TO GLJ-DEBIT-CREDIT
                   MOVE WS-JE-AMOUNT (WS-JE-SUB) TO GLJ-AMOUNT
                   MOVE WS-JE-SOURCE (WS-JE-SUB) TO GLJ-SOURCE
                   MOVE WS-JE-DESCRIPTION (WS-JE-SUB)
                       TO GLJ-DESCRIPTION
                   PERFORM 6100-WRITE-JOURNAL-RECORD
               END-PERFORM
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'TRL' TO GLJ-RECORD-TYPE
               MOVE WS-BUSINESS-DATE TO GLJT-BUSINESS-DATE
               MOVE WS-JE-COUNT TO GLJT-LINE-COUNT
               MOVE WS-TOTAL-DEBITS TO GLJT-DEBIT-TOTAL
               MOVE WS-TOTAL-CREDITS TO GLJT-CREDIT-TOTAL
               PERFORM 6100-WRITE-JOURNAL-RECORD
           END-IF
           CLOSE JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING JOURNAL-FILE, "
                   "STATUS = " WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6100-WRITE-JOURNAL-RECORD.
           WRITE GL-JOURNAL-RECORD
           IF WS-JOURNAL-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR WRITING JOURNAL-FILE, "
                   "STATUS = " WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    6500-WRITE-GL-CONTROL - THE NEW CONTROL RECORD, WITH    *
      *    THE COUNT OF RETRO LINES NOW ON REMLEDG.  A REFUSED     *
      *    JOURNAL CARRIES THE PRIOR RECORD FORWARD UNCHANGED, SO  *
      *    THE RERUN PICKS UP THE SAME ROWS AND LINES.             *
      *----------------------------------------------------------*
       6500-WRITE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL-OUT-FILE
           IF WS-GL-CONTROL-OUT-STATUS NOT = '00'
               DISPLAY "GLEXTR: UNABLE TO OPEN GL-CONTROL-OUT-FILE, "
                   "STATUS = " WS-GL-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GL-CONTROL-RECORD
           IF WS-JOURNAL-OK
               MOVE WS-BUSINESS-DATE TO GLC-BUSINESS-DATE
               MOVE WS-LAST-HIST-ROW TO GLC-LAST-HIST-ROW
               MOVE WS-HIST-ROWS-JOURNALED TO GLC-HIST-ROWS-JOURNALED
               MOVE WS-RETRO-LINE-NO TO GLC-RETRO-LINES-JOURNALED
               PERFORM 6600-WRITE-GL-CONTROL-RECORD
           ELSE
               IF WS-PRIOR-CONTROL
                   MOVE WS-PRIOR-GL-DATE TO GLC-BUSINESS-DATE
                   MOVE WS-PRIOR-HIST-ROW TO GLC-LAST-HIST-ROW
                   MOVE WS-PRIOR-ROWS-JOURNALED
                       TO GLC-HIST-ROWS-JOURNALED
                   IF WS-PRIOR-RETRO-KNOWN
                       MOVE WS-PRIOR-RETRO-LINES
                           TO GLC-RETRO-LINES-JOURNALED
                   END-IF
                   PERFORM 6600-WRITE-GL-CONTROL-RECORD
               END-IF
           END-IF
           CLOSE GL-CONTROL-OUT-FILE
           IF WS-GL-CONTROL-OUT-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING GL-CONTROL-OUT-FILE, "
                   "STATUS = " WS-GL-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6600-WRITE-GL-CONTROL-RECORD.
           WRITE GL-CONTROL-RECORD
           IF WS-GL-CONTROL-OUT-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR WRITING GL-CONTROL-OUT-FILE, "
                   "STATUS = " WS-GL-CONTROL-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    8000-WRITE-REPORT-RECORD - WRITE ONE REPORT LINE WITH    *
      *    THE USUAL FILE STATUS CHECK.                             *
      *----------------------------------------------------------*
       8000-WRITE-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD
           IF WS-PROOF-REPORT-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR WRITING PROOF-REPORT-FILE, "
                   "STATUS = " WS-PROOF-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE TAX-OUTPUT-FILE
           IF WS-TAXOUT-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING TAX-OUTPUT-FILE, "
                   "STATUS = " WS-TAXOUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WITHHOLDING-FILE
           IF WS-WITHHOLDING-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING WITHHOLDING-FILE, "
                   "STATUS = " WS-WITHHOLDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-YEAR-ROLLED
               CLOSE LEDGER-PRIOR-FILE
               IF WS-LEDGER-PRIOR-STATUS NOT = '00'
                   DISPLAY "GLEXTR: ERROR CLOSING LEDGER-PRIOR-FILE, "
                       "STATUS = " WS-LEDGER-PRIOR-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING SUSPENSE-FILE, "
                   "STATUS = " WS-SUSPENSE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PROOF-REPORT-FILE
           IF WS-PROOF-REPORT-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING PROOF-REPORT-FILE, "
                   "STATUS = " WS-PROOF-REPORT-STATUS
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
               DISPLAY "GLEXTR: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "GLEXTR" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "GLEXTR: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
