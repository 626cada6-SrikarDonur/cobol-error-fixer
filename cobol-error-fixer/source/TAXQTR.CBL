       IDENTIFICATION DIVISION.
       PROGRAM-ID.    TAXQTR.
       AUTHOR.        D.NOLAN - PAYROLL SYSTEMS.
       INSTALLATION.  CORPORATE PAYROLL.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  DN   ORIGINAL PROGRAM.  QUARTER-END           *
      *                   WITHHOLDING RETURN, RUN AFTER THE        *
      *                   QUARTER'S LAST NIGHTLY TAXREMIT AND      *
      *                   WHPOST.  PAYROLL HAS BEEN BUILDING THE   *
      *                   QUARTERLY EMPLOYER RETURN IN A           *
      *                   SPREADSHEET, AND NOBODY CHECKED WHETHER  *
      *                   EACH DEPOSIT WAS MADE BY ITS DUE DATE.   *
      *                   SUMMARIZES THE QUARTER'S REMLEDG RECORDS *
      *                   - NIGHTLY AND RETROACTIVE ADJUSTMENT     *
      *                   LINES ALIKE - BY MONTH AND QUARTER, AND  *
      *                   TIES THE LEDGER'S YEAR TO DATE TO THE    *
      *                   YTDFILE GROSS AND TAX AND TO THE WHYTD   *
      *                   WITHHOLDING, AS YTDAUDIT DOES.  A        *
      *                   QUARTER OF THE YEAR YRCLOSE LAST CLOSED  *
      *                   IS RETURNED FROM THE CLOSED YEAR'S       *
      *                   RLPRIOR, YTDPRIOR, AND WHYPRIOR INSTEAD, *
      *                   WITH THE DEPOSITS MADE SINCE THE CLOSE   *
      *                   TAKEN FROM THE OPENING ENTRY EACH UNPAID *
      *                   NIGHT WAS CARRIED FORWARD ON; A QUARTER  *
      *                   OF AN EARLIER CLOSED YEAR IS REFUSED.    *
      *                   EACH NIGHT'S LIABILITY IS GIVEN A        *
      *                   DEPOSIT DUE DATE UNDER THE DEPOSIT       *
      *                   SCHEDULE (MONTHLY OR SEMIWEEKLY, WITH    *
      *                   THE NEXT-DAY RULE FOR A LARGE NIGHT),    *
      *                   THE NIGHTS ARE GROUPED BY DUE DATE, AND  *
      *                   EACH GROUP'S DEPOSITS ARE CHECKED        *
      *                   AGAINST IT USING THE DEPOSIT DATE        *
      *                   TAXREMIT NOW STAMPS ON THE LEDGER.  A    *
      *                   LATE OR SHORT DEPOSIT IS FLAGGED WITH    *
      *                   ITS SHORTFALL AND DAYS LATE.  PRINTS THE *
      *                   RETURN WORKSHEET (QTRRPT) AND WRITES THE *
      *                   FIXED-FORMAT FILING EXTRACT (QTRFILE,    *
      *                   QTRREC LAYOUT).  AN OPTIONAL QTRPARM     *
      *                   CARD NAMES THE QUARTER, THE SCHEDULE,    *
      *                   AND THE NEXT-DAY AMOUNT; WITHOUT ONE THE *
      *                   LATEST QUARTER ENDED BY THE BUSINESS     *
      *                   DATE IS RETURNED ON THE MONTHLY          *
      *                   SCHEDULE.  THE JOB ENDS WITH RETURN CODE *
      *                   8 WHEN THE QUARTER DOES NOT TIE OR ANY   *
      *                   DEPOSIT IS LATE OR SHORT PAST ITS DUE    *
      *                   DATE.                                    *
      *  10/15/2026  DN   THE OPENING ENTRY THE YRCLOSE YEAR-END   *
      *                   CLOSE WRITES ON THE NEW YEAR'S LEDGER    *
      *                   (TYPE 'O') IS LEFT OUT OF THE RETURN -   *
      *                   ITS BALANCE AND ANY DEPOSIT POSTED TO IT *
      *                   BELONG TO THE CLOSED YEAR.               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "REMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.

           SELECT YTD-MASTER-FILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT WHYTD-FILE ASSIGN TO "WHYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-FILE-STATUS.

           SELECT LEDGER-PRIOR-FILE ASSIGN TO "RLPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-PRIOR-STATUS.

           SELECT YTD-PRIOR-FILE ASSIGN TO "YTDPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-PRIOR-STATUS.

           SELECT WHYTD-PRIOR-FILE ASSIGN TO "WHYPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-PRIOR-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.

           SELECT OPTIONAL QUARTER-PARM-FILE ASSIGN TO "QTRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARTER-PARM-STATUS.

           SELECT WORKSHEET-REPORT-FILE ASSIGN TO "QTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKSHEET-STATUS.

           SELECT RETURN-EXTRACT-FILE ASSIGN TO "QTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REMLEDG.

       FD  YTD-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDREC.

       FD  WHYTD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHYREC.

       FD  LEDGER-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-PRIOR-RECORD            PIC X(84).

       FD  YTD-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  YTD-PRIOR-RECORD               PIC X(80).

       FD  WHYTD-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  WHYTD-PRIOR-RECORD             PIC X(56).

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       FD  QUARTER-PARM-FILE
           LABEL RECORDS ARE STANDARD.
       01  QUARTER-PARM-RECORD.
           05  QP-YEAR                 PIC X(04).
           05  QP-QUARTER              PIC X(01).
           05  QP-DEPOSIT-SCHEDULE     PIC X(01).
           05  QP-NEXT-DAY-AMT         PIC X(11).
           05  QP-NEXT-DAY-AMT-N REDEFINES QP-NEXT-DAY-AMT
                                       PIC 9(09)V99.

       FD  WORKSHEET-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORKSHEET-REPORT-RECORD        PIC X(80).

       FD  RETURN-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY QTRREC.

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
       01  WS-LEDGER-FILE-STATUS       PIC X(02) VALUE '00'.
       01  WS-YTD-FILE-STATUS          PIC X(02) VALUE '00'.
       01  WS-WHYTD-FILE-STATUS        PIC X(02) VALUE '00'.
       01  WS-LEDGER-PRIOR-STATUS      PIC X(02) VALUE '00'.
       01  WS-YTD-PRIOR-STATUS         PIC X(02) VALUE '00'.
       01  WS-WHYTD-PRIOR-STATUS       PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  WS-QUARTER-PARM-STATUS      PIC X(02) VALUE '00'.
       01  WS-WORKSHEET-STATUS         PIC X(02) VALUE '00'.
       01  WS-EXTRACT-FILE-STATUS      PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.
       01  WS-RUNHIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-RUNHIST-EOF                     VALUE 'Y'.
       01  WS-TAXREMIT-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-TAXREMIT-OK                     VALUE 'Y'.
       01  WS-WHPOST-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-WHPOST-OK                       VALUE 'Y'.
       01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-LEDGER-EOF                      VALUE 'Y'.
       01  WS-YTD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-YTD-EOF                         VALUE 'Y'.
       01  WS-WHYTD-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-WHYTD-EOF                       VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE QUARTER BEING RETURNED AND THE DEPOSIT SCHEDULE.    *
      *    THE NEXT-DAY AMOUNT IS THE SINGLE NIGHT'S LIABILITY AT  *
      *    WHICH THE DEPOSIT IS DUE THE NEXT BANKING DAY WHATEVER  *
      *    THE SCHEDULE.                                           *
      *----------------------------------------------------------*
       01  WS-QTR-YEAR                 PIC 9(04) VALUE ZERO.
       01  WS-QTR-YEAR-X REDEFINES WS-QTR-YEAR
                                       PIC X(04).
       01  WS-QTR-NO                   PIC 9(01) VALUE ZERO.
       01  WS-QTR-FIRST-MONTH          PIC 9(02) VALUE ZERO.
       01  WS-QTR-LAST-MONTH           PIC 9(02) VALUE ZERO.
       01  WS-QTR-START-DATE           PIC 9(08) VALUE ZERO.
       01  WS-QTR-END-DATE             PIC 9(08) VALUE ZERO.
       01  WS-DEPOSIT-SCHEDULE         PIC X(01) VALUE 'M'.
           88  WS-MONTHLY-DEPOSITOR               VALUE 'M'.
           88  WS-SEMIWEEKLY-DEPOSITOR            VALUE 'S'.
       01  WS-NEXT-DAY-AMT             PIC 9(09)V99 VALUE 100000.00.
       01  WS-BUSINESS-MONTH           PIC 9(02) VALUE ZERO.

      *----------------------------------------------------------*
      *    A QUARTER OF THE YEAR YRCLOSE LAST CLOSED IS RETURNED   *
      *    FROM THE PRIOR-YEAR FILES THE CLOSE LEFT (RLPRIOR,      *
      *    YTDPRIOR, WHYPRIOR), WITH THE DEPOSITS POSTED SINCE TO  *
      *    THE OPENING ENTRIES OF THE NEW YEAR'S REMLEDG.          *
      *----------------------------------------------------------*
       01  WS-CLOSED-YEAR-SW           PIC X(01) VALUE 'N'.
           88  WS-CLOSED-YEAR                     VALUE 'Y'.

      *----------------------------------------------------------*
      *    DATE ARITHMETIC WORK FIELDS.  THE DAY OF THE WEEK IS    *
      *    TAKEN FROM THE INTEGER DATE - DAY 1 WAS A MONDAY, SO    *
      *    THE REMAINDER BY 7 OF ONE LESS IS 0 FOR A MONDAY        *
      *    THROUGH 6 FOR A SUNDAY.                                 *
      *----------------------------------------------------------*
       01  WS-DATE-WORK                PIC 9(08) VALUE ZERO.
       01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
           05  WS-DW-YEAR              PIC 9(04).
           05  WS-DW-MONTH             PIC 9(02).
           05  WS-DW-DAY               PIC 9(02).
       01  WS-DAY-INTEGER              PIC 9(07) VALUE ZERO.
       01  WS-DUE-INTEGER              PIC 9(07) VALUE ZERO.
       01  WS-DATE-WORK-DAYS           PIC 9(07) VALUE ZERO.
       01  WS-WEEKS                    PIC 9(07) VALUE ZERO.
       01  WS-WEEKDAY                  PIC 9(01) VALUE ZERO.
       01  WS-DUE-DATE                 PIC 9(08) VALUE ZERO.
       01  WS-MONTH-SUB                PIC 9(01) VALUE ZERO.

      *----------------------------------------------------------*
      *    MONTH-OF-QUARTER ACCUMULATORS (1 - 3) AND THE QUARTER   *
      *----------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 3 TIMES.
               10  WS-MO-YYYYMM         PIC 9(06).
               10  WS-MO-WAGES          PIC 9(11)V99.
               10  WS-MO-PAYROLL-TAX    PIC 9(11)V99.
               10  WS-MO-WITHHOLDING    PIC S9(11)V99.
               10  WS-MO-LIABILITY      PIC S9(11)V99.
               10  WS-MO-DEPOSITS       PIC 9(11)V99.
       01  WS-QTR-WAGES                PIC 9(11)V99 VALUE ZERO.
       01  WS-QTR-PAYROLL-TAX          PIC 9(11)V99 VALUE ZERO.
       01  WS-QTR-WITHHOLDING          PIC S9(11)V99 VALUE ZERO.
       01  WS-QTR-RETRO-ADJ            PIC S9(11)V99 VALUE ZERO.
       01  WS-QTR-LIABILITY            PIC S9(11)V99 VALUE ZERO.
       01  WS-QTR-DEPOSITS             PIC 9(11)V99 VALUE ZERO.
       01  WS-QTR-BALANCE-DUE          PIC S9(11)V99 VALUE ZERO.
       01  WS-QTR-TAX-PLUS-WH          PIC S9(11)V99 VALUE ZERO.
       01  WS-QTR-RECORDS-READ         PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    EACH LEDGER DATE IN THE QUARTER - ITS NIGHTLY RECORD    *
      *    AND ANY ADJUSTMENT LINES POSTED UNDER THE SAME DATE     *
      *    FORM ONE NIGHT'S LIABILITY.                             *
      *----------------------------------------------------------*
       01  WS-NT-MAX                   PIC 9(03) VALUE 200.
       01  WS-NT-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-NT-TABLE.
           05  WS-NT-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-NT-IDX.
               10  WS-NT-DATE           PIC 9(08).
               10  WS-NT-LIABILITY      PIC S9(11)V99.
               10  WS-NT-DEPOSITED      PIC 9(11)V99.
               10  WS-NT-DEPOSIT-DATE   PIC 9(08).
               10  WS-NT-DATE-UNKNOWN-SW
                                        PIC X(01).
       01  WS-NT-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-NT-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-NT-FOUND                        VALUE 'Y'.

      *----------------------------------------------------------*
      *    EACH DEPOSIT DUE DATE - THE NIGHTS DUE THAT DAY AND     *
      *    WHAT WAS DEPOSITED AGAINST THEM.                        *
      *----------------------------------------------------------*
       01  WS-DP-MAX                   PIC 9(03) VALUE 200.
       01  WS-DP-COUNT                 PIC 9(03) VALUE ZERO.
       01  WS-DP-TABLE.
           05  WS-DP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DP-IDX.
               10  WS-DP-DUE-DATE       PIC 9(08).
               10  WS-DP-LIABILITY      PIC S9(11)V99.
               10  WS-DP-DEPOSITED      PIC 9(11)V99.
               10  WS-DP-DEPOSIT-DATE   PIC 9(08).
               10  WS-DP-DATE-UNKNOWN-SW
                                        PIC X(01).
               10  WS-DP-SHORTFALL      PIC 9(11)V99.
               10  WS-DP-DAYS-LATE      PIC 9(04).
               10  WS-DP-STATUS         PIC X(01).
       01  WS-DP-SUB                   PIC 9(03) VALUE ZERO.
       01  WS-DP-FOUND-SW              PIC X(01) VALUE 'N'.
           88  WS-DP-FOUND                        VALUE 'Y'.
       01  WS-LATE-DEPOSITS            PIC 9(03) VALUE ZERO.
       01  WS-WORK-DIFFERENCE          PIC S9(11)V99 VALUE ZERO.

      *----------------------------------------------------------*
      *    YEAR-TO-DATE TIE FIGURES - THE LEDGER'S RECORDS FOR THE *
      *    QUARTER'S YEAR THROUGH THE BUSINESS DATE AGAINST THE    *
      *    TOTALS OF THE TWO CUMULATIVE MASTERS.                   *
      *----------------------------------------------------------*
       01  WS-LEDGER-YEAR-GROSS        PIC 9(13)V99 VALUE ZERO.
       01  WS-LEDGER-YEAR-TAX          PIC 9(13)V99 VALUE ZERO.
       01  WS-LEDGER-YEAR-WH           PIC S9(13)V99 VALUE ZERO.
       01  WS-YTD-RECORDS-READ         PIC 9(07) VALUE ZERO.
       01  WS-YTD-TOTAL-GROSS          PIC 9(13)V99 VALUE ZERO.
       01  WS-YTD-TOTAL-TAX            PIC 9(13)V99 VALUE ZERO.
       01  WS-WHYTD-RECORDS-READ       PIC 9(07) VALUE ZERO.
       01  WS-WHYTD-TOTAL-WH           PIC S9(13)V99 VALUE ZERO.
       01  WS-TIE-FAILED-SW            PIC X(01) VALUE 'N'.
           88  WS-TIE-FAILED                      VALUE 'Y'.

      *----------------------------------------------------------*
      *    RETURN WORKSHEET LINE LAYOUTS                            *
      *----------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(80) VALUE
               "TAXQTR - QUARTERLY WITHHOLDING RETURN WORKSHEET".

       01  WS-QUARTER-LINE.
           05  FILLER                   PIC X(10) VALUE
               "QUARTER : ".
           05  RL-QTR-YEAR              PIC 9(04).
           05  FILLER                   PIC X(02) VALUE " Q".
           05  RL-QTR-NO                PIC 9(01).
           05  FILLER                   PIC X(10) VALUE
               "   PERIOD ".
           05  RL-QTR-START             PIC 9(08).
           05  FILLER                   PIC X(03) VALUE " - ".
           05  RL-QTR-END               PIC 9(08).
           05  FILLER                   PIC X(09) VALUE
               "   AS OF ".
           05  RL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  WS-SCHEDULE-LINE.
           05  FILLER                   PIC X(19) VALUE
               "DEPOSIT SCHEDULE : ".
           05  RL-SCHEDULE              PIC X(11).
           05  FILLER                   PIC X(21) VALUE
               "   NEXT-DAY AMOUNT : ".
           05  RL-NEXT-DAY-AMT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RL-SECTION-TEXT          PIC X(80).

       01  WS-MONTH-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               "MONTH             WAGES     PAYROLL TAX ".
           05  FILLER                   PIC X(40) VALUE
               "    WITHHOLDING       LIABILITY".

       01  WS-MONTH-LINE.
           05  RL-MONTH-TEXT            PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-MO-WAGES              PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-MO-PAYROLL-TAX        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-MO-WITHHOLDING        PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-MO-LIABILITY          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(09) VALUE SPACES.

       01  WS-MONTH-TEXT-WORK.
           05  WS-MT-YEAR               PIC 9(04).
           05  FILLER                   PIC X(01) VALUE "/".
           05  WS-MT-MONTH              PIC 9(02).

       01  WS-AMOUNT-LINE.
           05  RL-AMOUNT-TEXT           PIC X(42).
           05  RL-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  WS-DEPOSIT-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               "DUE DATE      LIABILITY     DEPOSITED DE".
           05  FILLER                   PIC X(40) VALUE
               "P DATE     SHORTFALL DAYS STATUS".

       01  WS-DEPOSIT-LINE.
           05  RL-DP-DUE-DATE           PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DP-LIABILITY          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DP-DEPOSITED          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DP-DEPOSIT-DATE       PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DP-SHORTFALL          PIC ZZ,ZZZ,ZZ9.99
                                            BLANK WHEN ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DP-DAYS-LATE          PIC ZZZ9 BLANK WHEN ZERO.
           05  FILLER                   PIC X(01) VALUE SPACES.
           05  RL-DP-STATUS             PIC X(12).
           05  FILLER                   PIC X(02) VALUE SPACES.

       01  WS-TIE-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               "TIES TO YEAR-TO-DATE MASTERS            ".
           05  FILLER                   PIC X(40) VALUE
               "  MASTER              LEDGER  RESULT".

       01  WS-TIE-LINE.
           05  RL-TIE-TEXT              PIC X(30).
           05  RL-TIE-MASTER            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
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
           PERFORM 2000-READ-LEDGER THRU 2000-EXIT
               UNTIL WS-LEDGER-EOF
           IF WS-CLOSED-YEAR
               MOVE 'N' TO WS-LEDGER-EOF-SW
               PERFORM 2200-READ-OPENING-ENTRY THRU 2200-EXIT
                   UNTIL WS-LEDGER-EOF
               PERFORM 2550-TOTAL-YTD-PRIOR THRU 2550-EXIT
                   UNTIL WS-YTD-EOF
               PERFORM 2650-TOTAL-WHYTD-PRIOR THRU 2650-EXIT
                   UNTIL WS-WHYTD-EOF
           ELSE
               PERFORM 2500-TOTAL-YTD-MASTER THRU 2500-EXIT
                   UNTIL WS-YTD-EOF
               PERFORM 2600-TOTAL-WHYTD THRU 2600-EXIT
                   UNTIL WS-WHYTD-EOF
           END-IF
           PERFORM 3000-ASSIGN-DUE-DATES
           PERFORM 3500-CHECK-DEPOSITS
           PERFORM 4000-CHECK-TIES
           PERFORM 5000-WRITE-WORKSHEET
           PERFORM 6000-WRITE-EXTRACT
           PERFORM 9000-TERMINATE
           IF WS-TIE-FAILED
           OR WS-LATE-DEPOSITS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'E' TO WS-RH-EVENT
           MOVE WS-QTR-RECORDS-READ TO WS-RH-RECORD-COUNT
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "TAXQTR: BUSINESS DATE " WS-BUSINESS-DATE
               " QUARTER " WS-QTR-YEAR " Q" WS-QTR-NO
           DISPLAY "TAXQTR: " WS-QTR-RECORDS-READ
               " LEDGER RECORDS IN THE QUARTER, " WS-DP-COUNT
               " DEPOSIT DUE DATES, " WS-LATE-DEPOSITS
               " LATE OR SHORT"
           IF WS-TIE-FAILED
               DISPLAY "TAXQTR: QUARTER DOES NOT TIE TO THE "
                   "YEAR-TO-DATE MASTERS - SEE QTRRPT"
           END-IF
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE - BUSINESS DATE, THE UPSTREAM RUN       *
      *    CHECK, THE QUARTER AND SCHEDULE, WHETHER THE QUARTER'S  *
      *    YEAR HAS BEEN CLOSED, AND THE FILES.                    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-CHECK-PRIOR-RUNS
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           PERFORM 1080-GET-QUARTER-CARD
           PERFORM 1090-SET-QUARTER-DATES
           PERFORM 1100-CHECK-CLOSED-YEAR

           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-CLOSED-YEAR
               PERFORM 1150-OPEN-PRIOR-YEAR-FILES
           ELSE
               PERFORM 1160-OPEN-YEAR-TO-DATE-FILES
           END-IF

           OPEN OUTPUT WORKSHEET-REPORT-FILE
           IF WS-WORKSHEET-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN WORKSHEET-REPORT-FILE, "
                   "STATUS = " WS-WORKSHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT RETURN-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN RETURN-EXTRACT-FILE, "
                   "STATUS = " WS-EXTRACT-FILE-STATUS
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
                   DISPLAY "TAXQTR: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF.

      *----------------------------------------------------------*
      *    1060-CHECK-PRIOR-RUNS - SCAN THE RUN HISTORY FOR CLEAN  *
      *    TAXREMIT AND WHPOST END RECORDS FOR THIS BUSINESS DATE  *
      *    - WITHOUT BOTH, REMLEDG OR WHYTD DOES NOT YET HOLD THE  *
      *    NIGHT AND THE QUARTER WOULD NOT TIE.  THE RETURN MAY    *
      *    BE RERUN AS OFTEN AS NEEDED.                            *
      *----------------------------------------------------------*
       1060-CHECK-PRIOR-RUNS.
           MOVE 'N' TO WS-RUNHIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS = '00' OR '05'
               PERFORM 1070-SCAN-RUN-HISTORY
                   UNTIL WS-RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
               IF WS-RUN-HIST-STATUS NOT = '00'
                   DISPLAY "TAXQTR: ERROR CLOSING RUN-HISTORY-FILE, "
                       "STATUS = " WS-RUN-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "TAXQTR: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXREMIT-OK
               DISPLAY "TAXQTR: TAXREMIT HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - REMLEDG IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-WHPOST-OK
               DISPLAY "TAXQTR: WHPOST HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - WHYTD IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1070-SCAN-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-RUNHIST-EOF-SW
               NOT AT END
                   IF WS-RUN-HIST-STATUS NOT = '00'
                       DISPLAY "TAXQTR: READ ERROR ON RUN-HISTORY-"
                           "FILE, STATUS = " WS-RUN-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RH-EVENT-END
                   AND RH-RETURN-CODE = ZERO
                   AND RH-BUSINESS-DATE = WS-BUSINESS-DATE
                       IF RH-PROGRAM-ID = "TAXREMIT"
                           MOVE 'Y' TO WS-TAXREMIT-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "WHPOST"
                           MOVE 'Y' TO WS-WHPOST-OK-SW
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1080-GET-QUARTER-CARD - PICK UP THE OPTIONAL QTRPARM    *
      *    CARD: YEAR AND QUARTER, DEPOSIT SCHEDULE (M MONTHLY OR  *
      *    S SEMIWEEKLY), AND THE NEXT-DAY AMOUNT.  A BLANK FIELD  *
      *    TAKES ITS DEFAULT; ANYTHING ELSE THAT DOES NOT EDIT IS  *
      *    REFUSED RATHER THAN FILE THE WRONG QUARTER.             *
      *----------------------------------------------------------*
       1080-GET-QUARTER-CARD.
           OPEN INPUT QUARTER-PARM-FILE
           IF WS-QUARTER-PARM-STATUS = '00'
               READ QUARTER-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1085-EDIT-QUARTER-CARD
               END-READ
               CLOSE QUARTER-PARM-FILE
           ELSE
               IF WS-QUARTER-PARM-STATUS NOT = '05'
                   DISPLAY "TAXQTR: UNABLE TO OPEN QUARTER-PARM-FILE, "
                       "STATUS = " WS-QUARTER-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1085-EDIT-QUARTER-CARD.
           IF QP-YEAR NOT = SPACES
           OR QP-QUARTER NOT = SPACES
               IF QP-YEAR NUMERIC
               AND QP-QUARTER NUMERIC
               AND QP-QUARTER NOT < '1'
               AND QP-QUARTER NOT > '4'
                   MOVE QP-YEAR TO WS-QTR-YEAR-X
                   MOVE QP-QUARTER TO WS-QTR-NO
               ELSE
                   DISPLAY "TAXQTR: QTRPARM YEAR/QUARTER "
                       QP-YEAR QP-QUARTER " IS NOT VALID - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF QP-DEPOSIT-SCHEDULE NOT = SPACE
               IF QP-DEPOSIT-SCHEDULE = 'M' OR 'S'
                   MOVE QP-DEPOSIT-SCHEDULE TO WS-DEPOSIT-SCHEDULE
               ELSE
                   DISPLAY "TAXQTR: QTRPARM DEPOSIT SCHEDULE "
                       QP-DEPOSIT-SCHEDULE " IS NOT M OR S - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF QP-NEXT-DAY-AMT NOT = SPACES
               IF QP-NEXT-DAY-AMT NUMERIC
               AND QP-NEXT-DAY-AMT-N > ZERO
                   MOVE QP-NEXT-DAY-AMT-N TO WS-NEXT-DAY-AMT
               ELSE
                   DISPLAY "TAXQTR: QTRPARM NEXT-DAY AMOUNT IS NOT "
                       "NUMERIC - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    1090-SET-QUARTER-DATES - WITHOUT A CARD, THE QUARTER    *
      *    IS THE ONE THE BUSINESS DATE CLOSES, OR ELSE THE ONE    *
      *    BEFORE IT.  A QUARTER NOT YET ENDED IS REFUSED - ITS    *
      *    RETURN WOULD BE SHORT.                                  *
      *----------------------------------------------------------*
       1090-SET-QUARTER-DATES.
           IF WS-QTR-NO = ZERO
               MOVE WS-BUSINESS-DATE (1:4) TO WS-QTR-YEAR-X
               MOVE WS-BUSINESS-DATE (5:2) TO WS-BUSINESS-MONTH
               COMPUTE WS-QTR-NO = (WS-BUSINESS-MONTH + 2) / 3
               PERFORM 1095-COMPUTE-QUARTER-DATES
               IF WS-QTR-END-DATE NOT = WS-BUSINESS-DATE
                   IF WS-QTR-NO = 1
                       SUBTRACT 1 FROM WS-QTR-YEAR
                       MOVE 4 TO WS-QTR-NO
                   ELSE
                       SUBTRACT 1 FROM WS-QTR-NO
                   END-IF
               END-IF
           END-IF
           PERFORM 1095-COMPUTE-QUARTER-DATES
           IF WS-QTR-END-DATE > WS-BUSINESS-DATE
               DISPLAY "TAXQTR: QUARTER " WS-QTR-YEAR " Q" WS-QTR-NO
                   " DOES NOT END UNTIL " WS-QTR-END-DATE
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               COMPUTE WS-MO-YYYYMM (WS-MONTH-SUB) =
                   WS-QTR-YEAR * 100 + WS-QTR-FIRST-MONTH
                   + WS-MONTH-SUB - 1
               MOVE ZERO TO WS-MO-WAGES (WS-MONTH-SUB)
               MOVE ZERO TO WS-MO-PAYROLL-TAX (WS-MONTH-SUB)
               MOVE ZERO TO WS-MO-WITHHOLDING (WS-MONTH-SUB)
               MOVE ZERO TO WS-MO-LIABILITY (WS-MONTH-SUB)
               MOVE ZERO TO WS-MO-DEPOSITS (WS-MONTH-SUB)
           END-PERFORM.

       1095-COMPUTE-QUARTER-DATES.
           COMPUTE WS-QTR-FIRST-MONTH = WS-QTR-NO * 3 - 2
           COMPUTE WS-QTR-LAST-MONTH = WS-QTR-NO * 3
           COMPUTE WS-QTR-START-DATE =
               WS-QTR-YEAR * 10000 + WS-QTR-FIRST-MONTH * 100 + 1
           IF WS-QTR-NO = 1 OR 4
               COMPUTE WS-QTR-END-DATE =
                   WS-QTR-YEAR * 10000 + WS-QTR-LAST-MONTH * 100 + 31
           ELSE
               COMPUTE WS-QTR-END-DATE =
                   WS-QTR-YEAR * 10000 + WS-QTR-LAST-MONTH * 100 + 30
           END-IF.

      *----------------------------------------------------------*
      *    1100-CHECK-CLOSED-YEAR - WHEN YRCTL SHOWS THE QUARTER'S *
      *    YEAR IS NO LONGER OPEN, IT MUST BE THE YEAR LAST CLOSED *
      *    - AN EARLIER YEAR'S PRIOR-YEAR FILES HAVE BEEN REPLACED *
      *    AND ITS RETURN CAN NO LONGER BE BUILT.  YRCTL IS        *
      *    REQUIRED; A MISSING OR EMPTY FILE REFUSES THE RUN.      *
      *----------------------------------------------------------*
       1100-CHECK-CLOSED-YEAR.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN YEAR-CONTROL-"
                   "FILE, STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "TAXQTR: YRCTL HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF YC-OPEN-YEAR NOT NUMERIC
               DISPLAY "TAXQTR: YRCTL OPEN YEAR IS NOT "
                   "NUMERIC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-QTR-YEAR < YC-OPEN-YEAR
               IF WS-QTR-YEAR = YC-CLOSED-YEAR
                   MOVE 'Y' TO WS-CLOSED-YEAR-SW
               ELSE
                   DISPLAY "TAXQTR: QUARTER " WS-QTR-YEAR
                       " Q" WS-QTR-NO " IS IN A YEAR "
                       "CLOSED BEFORE " YC-CLOSED-YEAR
                       " - ITS LEDGER IS NO LONGER ON "
                       "FILE, RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1150-OPEN-PRIOR-YEAR-FILES.
           OPEN INPUT LEDGER-PRIOR-FILE
           IF WS-LEDGER-PRIOR-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN LEDGER-PRIOR-FILE, "
                   "STATUS = " WS-LEDGER-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT YTD-PRIOR-FILE
           IF WS-YTD-PRIOR-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN YTD-PRIOR-FILE, "
                   "STATUS = " WS-YTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WHYTD-PRIOR-FILE
           IF WS-WHYTD-PRIOR-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN WHYTD-PRIOR-FILE, "
                   "STATUS = " WS-WHYTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1160-OPEN-YEAR-TO-DATE-FILES.
           OPEN INPUT YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN YTD-MASTER-FILE, "
                   "STATUS = " WS-YTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT WHYTD-FILE
           IF WS-WHYTD-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: UNABLE TO OPEN WHYTD-FILE, "
                   "STATUS = " WS-WHYTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    2000-READ-LEDGER - ONE PASS OF THE REMLEDG SCAN, OR OF  *
      *    RLPRIOR FOR A CLOSED YEAR.  EVERY RECORD OF THE         *
      *    QUARTER'S YEAR UP TO THE BUSINESS DATE GOES INTO THE    *
      *    YEAR-TO-DATE TIE; A RECORD DATED IN THE QUARTER GOES    *
      *    INTO ITS MONTH AND ITS NIGHT.  DEPOSITS BELONG TO THE   *
      *    DATE THEY WERE POSTED AGAINST, WHENEVER THEY WERE MADE. *
      *    A YEAR-END OPENING ENTRY IS PASSED OVER HERE - ITS      *
      *    NIGHT'S LIABILITY IS ALREADY ON THE CLOSED YEAR'S       *
      *    LEDGER, AND ITS DEPOSITS ARE TAKEN BY 2200.             *
      *----------------------------------------------------------*
       2000-READ-LEDGER.
           IF WS-CLOSED-YEAR
               PERFORM 2050-READ-PRIOR-LEDGER
               IF WS-LEDGER-EOF
                   GO TO 2000-EXIT
               END-IF
               GO TO 2010-TAKE-LEDGER-RECORD
           END-IF
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: READ ERROR ON LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2010-TAKE-LEDGER-RECORD.
           IF REM-ENTRY-OPENING-BALANCE
               GO TO 2000-EXIT
           END-IF
           IF REM-BUSINESS-DATE (1:4) NOT = WS-QTR-YEAR-X
           OR REM-BUSINESS-DATE > WS-BUSINESS-DATE
               GO TO 2000-EXIT
           END-IF
           ADD REM-TAXOUT-GROSS TO WS-LEDGER-YEAR-GROSS
           ADD REM-TAXOUT-TAX TO WS-LEDGER-YEAR-TAX
           ADD REM-WH-AMT TO WS-LEDGER-YEAR-WH
           IF REM-BUSINESS-DATE < WS-QTR-START-DATE
           OR REM-BUSINESS-DATE > WS-QTR-END-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-QTR-RECORDS-READ
           MOVE REM-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTH-SUB = WS-DW-MONTH - WS-QTR-FIRST-MONTH + 1
           ADD REM-TAXOUT-GROSS TO WS-MO-WAGES (WS-MONTH-SUB)
           ADD REM-TAXOUT-TAX TO WS-MO-PAYROLL-TAX (WS-MONTH-SUB)
           ADD REM-WH-AMT TO WS-MO-WITHHOLDING (WS-MONTH-SUB)
           ADD REM-NIGHT-LIABILITY TO WS-MO-LIABILITY (WS-MONTH-SUB)
           ADD REM-DEPOSIT-AMT TO WS-MO-DEPOSITS (WS-MONTH-SUB)
           IF REM-ENTRY-RETRO-ADJUSTMENT
               ADD REM-WH-AMT TO WS-QTR-RETRO-ADJ
           END-IF
           PERFORM 2100-ADD-TO-NIGHT.
       2000-EXIT.
           EXIT.

       2050-READ-PRIOR-LEDGER.
           READ LEDGER-PRIOR-FILE INTO REMIT-LEDGER-RECORD
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
               NOT AT END
                   IF WS-LEDGER-PRIOR-STATUS NOT = '00'
                       DISPLAY "TAXQTR: READ ERROR ON LEDGER-PRIOR-"
                           "FILE, STATUS = " WS-LEDGER-PRIOR-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    2100-ADD-TO-NIGHT - ROLL THE LEDGER RECORD INTO THE     *
      *    NIGHT TABLE ENTRY FOR ITS DATE, ADDING THE ENTRY THE    *
      *    FIRST TIME THE DATE IS SEEN.  THE LATEST DEPOSIT DATE   *
      *    IS KEPT; A DEPOSIT WITH NO DATE RECORDED MARKS THE      *
      *    NIGHT'S DEPOSIT DATE AS NOT KNOWN.                      *
      *----------------------------------------------------------*
       2100-ADD-TO-NIGHT.
           MOVE 'N' TO WS-NT-FOUND-SW
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NT-COUNT
                   OR WS-NT-FOUND
               IF WS-NT-DATE (WS-NT-SUB) = REM-BUSINESS-DATE
                   MOVE 'Y' TO WS-NT-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-NT-FOUND
               SUBTRACT 1 FROM WS-NT-SUB
           ELSE
               ADD 1 TO WS-NT-COUNT
               IF WS-NT-COUNT > WS-NT-MAX
                   DISPLAY "TAXQTR: MORE THAN " WS-NT-MAX
                       " LEDGER DATES IN THE QUARTER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NT-COUNT TO WS-NT-SUB
               MOVE REM-BUSINESS-DATE TO WS-NT-DATE (WS-NT-SUB)
               MOVE ZERO TO WS-NT-LIABILITY (WS-NT-SUB)
               MOVE ZERO TO WS-NT-DEPOSITED (WS-NT-SUB)
               MOVE ZERO TO WS-NT-DEPOSIT-DATE (WS-NT-SUB)
               MOVE 'N' TO WS-NT-DATE-UNKNOWN-SW (WS-NT-SUB)
           END-IF
           ADD REM-NIGHT-LIABILITY TO WS-NT-LIABILITY (WS-NT-SUB)
           IF REM-DEPOSIT-AMT > ZERO
               ADD REM-DEPOSIT-AMT TO WS-NT-DEPOSITED (WS-NT-SUB)
               IF REM-DEPOSIT-DATE NUMERIC
               AND REM-DEPOSIT-DATE > ZERO
                   IF REM-DEPOSIT-DATE > WS-NT-DEPOSIT-DATE (WS-NT-SUB)
                       MOVE REM-DEPOSIT-DATE
                           TO WS-NT-DEPOSIT-DATE (WS-NT-SUB)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-NT-DATE-UNKNOWN-SW (WS-NT-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    2200-READ-OPENING-ENTRY - ONE PASS OF THE NEW YEAR'S    *
      *    REMLEDG FOR A CLOSED YEAR.  AN OPENING ENTRY DATED IN   *
      *    THE QUARTER CARRIES THE DEPOSITS MADE AGAINST ITS NIGHT *
      *    SINCE THE CLOSE.  THEY GO INTO THE MONTH AND THE NIGHT; *
      *    ITS BALANCE IS NOT TAKEN AGAIN, SO THE LIABILITY IS     *
      *    ZEROED BEFORE THE RECORD IS ROLLED INTO THE NIGHT.      *
      *----------------------------------------------------------*
       2200-READ-OPENING-ENTRY.
           READ LEDGER-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
                   GO TO 2200-EXIT
           END-READ
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: READ ERROR ON LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT REM-ENTRY-OPENING-BALANCE
           OR REM-BUSINESS-DATE < WS-QTR-START-DATE
           OR REM-BUSINESS-DATE > WS-QTR-END-DATE
               GO TO 2200-EXIT
           END-IF
           MOVE REM-BUSINESS-DATE TO WS-DATE-WORK
           COMPUTE WS-MONTH-SUB = WS-DW-MONTH - WS-QTR-FIRST-MONTH + 1
           ADD REM-DEPOSIT-AMT TO WS-MO-DEPOSITS (WS-MONTH-SUB)
           MOVE ZERO TO REM-NIGHT-LIABILITY
           PERFORM 2100-ADD-TO-NIGHT.
       2200-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2500-TOTAL-YTD-MASTER - ONE PASS OF THE YTDFILE TOTAL.  *
      *----------------------------------------------------------*
       2500-TOTAL-YTD-MASTER.
           READ YTD-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-YTD-EOF-SW
               NOT AT END
                   IF WS-YTD-FILE-STATUS NOT = '00'
                       DISPLAY "TAXQTR: READ ERROR ON YTD-MASTER-"
                           "FILE, STATUS = " WS-YTD-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-YTD-RECORDS-READ
                   ADD YTD-GROSS TO WS-YTD-TOTAL-GROSS
                   ADD YTD-TAX TO WS-YTD-TOTAL-TAX
           END-READ.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2600-TOTAL-WHYTD - ONE PASS OF THE WHYTD TOTAL.         *
      *----------------------------------------------------------*
       2600-TOTAL-WHYTD.
           READ WHYTD-FILE
               AT END
                   MOVE 'Y' TO WS-WHYTD-EOF-SW
               NOT AT END
                   IF WS-WHYTD-FILE-STATUS NOT = '00'
                       DISPLAY "TAXQTR: READ ERROR ON WHYTD-FILE, "
                           "STATUS = " WS-WHYTD-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WHYTD-RECORDS-READ
                   ADD WHY-YTD-WITHHOLDING-AMT TO WS-WHYTD-TOTAL-WH
           END-READ.
       2600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2550-TOTAL-YTD-PRIOR AND 2650-TOTAL-WHYTD-PRIOR - THE   *
      *    SAME TOTALS FROM THE CLOSED YEAR'S FINAL MASTERS.       *
      *----------------------------------------------------------*
       2550-TOTAL-YTD-PRIOR.
           READ YTD-PRIOR-FILE INTO YTD-MASTER-RECORD
               AT END
                   MOVE 'Y' TO WS-YTD-EOF-SW
               NOT AT END
                   IF WS-YTD-PRIOR-STATUS NOT = '00'
                       DISPLAY "TAXQTR: READ ERROR ON YTD-PRIOR-"
                           "FILE, STATUS = " WS-YTD-PRIOR-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-YTD-RECORDS-READ
                   ADD YTD-GROSS TO WS-YTD-TOTAL-GROSS
                   ADD YTD-TAX TO WS-YTD-TOTAL-TAX
           END-READ.
       2550-EXIT.
           EXIT.

       2650-TOTAL-WHYTD-PRIOR.
           READ WHYTD-PRIOR-FILE INTO WH-YTD-RECORD
               AT END
                   MOVE 'Y' TO WS-WHYTD-EOF-SW
               NOT AT END
                   IF WS-WHYTD-PRIOR-STATUS NOT = '00'
                       DISPLAY "TAXQTR: READ ERROR ON WHYTD-PRIOR-"
                           "FILE, STATUS = " WS-WHYTD-PRIOR-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WHYTD-RECORDS-READ
                   ADD WHY-YTD-WITHHOLDING-AMT TO WS-WHYTD-TOTAL-WH
           END-READ.
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-ASSIGN-DUE-DATES - GIVE EACH NIGHT ITS DEPOSIT DUE *
      *    DATE AND ROLL IT INTO THE DEPOSIT TABLE ENTRY FOR THAT  *
      *    DATE.                                                   *
      *----------------------------------------------------------*
       3000-ASSIGN-DUE-DATES.
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NT-COUNT
               PERFORM 3100-COMPUTE-DUE-DATE
               PERFORM 3200-ADD-TO-DEPOSIT-PERIOD
           END-PERFORM.

      *----------------------------------------------------------*
      *    3100-COMPUTE-DUE-DATE - THE DEPOSIT SCHEDULE RULES.     *
      *    A NIGHT AT OR OVER THE NEXT-DAY AMOUNT IS DUE THE NEXT  *
      *    BANKING DAY.  OTHERWISE A MONTHLY DEPOSITOR OWES THE    *
      *    MONTH BY THE 15TH OF THE FOLLOWING MONTH, AND A         *
      *    SEMIWEEKLY DEPOSITOR OWES A WEDNESDAY, THURSDAY, OR     *
      *    FRIDAY NIGHT BY THE FOLLOWING WEDNESDAY AND ANY OTHER   *
      *    NIGHT BY THE FOLLOWING FRIDAY.  A DUE DATE FALLING ON A *
      *    WEEKEND MOVES TO THE MONDAY.                            *
      *----------------------------------------------------------*
       3100-COMPUTE-DUE-DATE.
           MOVE WS-NT-DATE (WS-NT-SUB) TO WS-DATE-WORK
           COMPUTE WS-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
           COMPUTE WS-DATE-WORK-DAYS = WS-DAY-INTEGER - 1
           DIVIDE 7 INTO WS-DATE-WORK-DAYS GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           EVALUATE TRUE
               WHEN WS-NT-LIABILITY (WS-NT-SUB) NOT < WS-NEXT-DAY-AMT
                   COMPUTE WS-DUE-INTEGER = WS-DAY-INTEGER + 1
               WHEN WS-MONTHLY-DEPOSITOR
                   IF WS-DW-MONTH = 12
                       ADD 1 TO WS-DW-YEAR
                       MOVE 1 TO WS-DW-MONTH
                   ELSE
                       ADD 1 TO WS-DW-MONTH
                   END-IF
                   MOVE 15 TO WS-DW-DAY
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-WORK)
               WHEN WS-WEEKDAY = 2 OR 3 OR 4
                   COMPUTE WS-DUE-INTEGER =
                       WS-DAY-INTEGER + 9 - WS-WEEKDAY
               WHEN WS-WEEKDAY = 5 OR 6
                   COMPUTE WS-DUE-INTEGER =
                       WS-DAY-INTEGER + 11 - WS-WEEKDAY
               WHEN OTHER
                   COMPUTE WS-DUE-INTEGER =
                       WS-DAY-INTEGER + 4 - WS-WEEKDAY
           END-EVALUATE
           COMPUTE WS-DATE-WORK-DAYS = WS-DUE-INTEGER - 1
           DIVIDE 7 INTO WS-DATE-WORK-DAYS GIVING WS-WEEKS
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY = 5
               ADD 2 TO WS-DUE-INTEGER
           END-IF
           IF WS-WEEKDAY = 6
               ADD 1 TO WS-DUE-INTEGER
           END-IF
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-INTEGER).

      *----------------------------------------------------------*
      *    3200-ADD-TO-DEPOSIT-PERIOD - ROLL THE NIGHT INTO THE    *
      *    DEPOSIT TABLE ENTRY FOR ITS DUE DATE.                   *
      *----------------------------------------------------------*
       3200-ADD-TO-DEPOSIT-PERIOD.
           MOVE 'N' TO WS-DP-FOUND-SW
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
                   OR WS-DP-FOUND
               IF WS-DP-DUE-DATE (WS-DP-SUB) = WS-DUE-DATE
                   MOVE 'Y' TO WS-DP-FOUND-SW
               END-IF
           END-PERFORM
           IF WS-DP-FOUND
               SUBTRACT 1 FROM WS-DP-SUB
           ELSE
               ADD 1 TO WS-DP-COUNT
               IF WS-DP-COUNT > WS-DP-MAX
                   DISPLAY "TAXQTR: MORE THAN " WS-DP-MAX
                       " DEPOSIT DUE DATES IN THE QUARTER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DP-COUNT TO WS-DP-SUB
               MOVE WS-DUE-DATE TO WS-DP-DUE-DATE (WS-DP-SUB)
               MOVE ZERO TO WS-DP-LIABILITY (WS-DP-SUB)
               MOVE ZERO TO WS-DP-DEPOSITED (WS-DP-SUB)
               MOVE ZERO TO WS-DP-DEPOSIT-DATE (WS-DP-SUB)
               MOVE 'N' TO WS-DP-DATE-UNKNOWN-SW (WS-DP-SUB)
               MOVE ZERO TO WS-DP-SHORTFALL (WS-DP-SUB)
               MOVE ZERO TO WS-DP-DAYS-LATE (WS-DP-SUB)
               MOVE SPACE TO WS-DP-STATUS (WS-DP-SUB)
           END-IF
           ADD WS-NT-LIABILITY (WS-NT-SUB)
               TO WS-DP-LIABILITY (WS-DP-SUB)
           ADD WS-NT-DEPOSITED (WS-NT-SUB)
               TO WS-DP-DEPOSITED (WS-DP-SUB)
           IF WS-NT-DEPOSIT-DATE (WS-NT-SUB)
                   > WS-DP-DEPOSIT-DATE (WS-DP-SUB)
               MOVE WS-NT-DEPOSIT-DATE (WS-NT-SUB)
                   TO WS-DP-DEPOSIT-DATE (WS-DP-SUB)
           END-IF
           IF WS-NT-DATE-UNKNOWN-SW (WS-NT-SUB) = 'Y'
               MOVE 'Y' TO WS-DP-DATE-UNKNOWN-SW (WS-DP-SUB)
           END-IF.

      *----------------------------------------------------------*
      *    3500-CHECK-DEPOSITS - SET EACH DUE DATE'S STATUS (THE   *
      *    QTRREC STATUS CODES).  A SHORT DEPOSIT WHOSE DUE DATE   *
      *    HAS PASSED IS LATE BY THE DAYS SINCE IT FELL DUE; ONE   *
      *    NOT YET DUE IS ONLY LISTED.  A DEPOSIT PAID IN FULL IS  *
      *    LATE BY THE DAYS FROM ITS DUE DATE TO THE LAST DEPOSIT  *
      *    POSTED AGAINST IT.                                      *
      *----------------------------------------------------------*
       3500-CHECK-DEPOSITS.
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               PERFORM 3600-CHECK-ONE-DEPOSIT THRU 3600-EXIT
           END-PERFORM.

       3600-CHECK-ONE-DEPOSIT.
           COMPUTE WS-WORK-DIFFERENCE =
               WS-DP-LIABILITY (WS-DP-SUB) - WS-DP-DEPOSITED (WS-DP-SUB)
           IF WS-DP-LIABILITY (WS-DP-SUB) NOT > ZERO
           AND WS-DP-DEPOSITED (WS-DP-SUB) = ZERO
               MOVE 'Z' TO WS-DP-STATUS (WS-DP-SUB)
               GO TO 3600-EXIT
           END-IF
           IF WS-WORK-DIFFERENCE > ZERO
               MOVE WS-WORK-DIFFERENCE TO WS-DP-SHORTFALL (WS-DP-SUB)
               IF WS-BUSINESS-DATE > WS-DP-DUE-DATE (WS-DP-SUB)
                   MOVE 'S' TO WS-DP-STATUS (WS-DP-SUB)
                   COMPUTE WS-DP-DAYS-LATE (WS-DP-SUB) =
                       FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                     - FUNCTION INTEGER-OF-DATE
                           (WS-DP-DUE-DATE (WS-DP-SUB))
                   ADD 1 TO WS-LATE-DEPOSITS
               ELSE
                   MOVE 'N' TO WS-DP-STATUS (WS-DP-SUB)
               END-IF
               GO TO 3600-EXIT
           END-IF
           IF WS-DP-DATE-UNKNOWN-SW (WS-DP-SUB) = 'Y'
               MOVE 'U' TO WS-DP-STATUS (WS-DP-SUB)
               GO TO 3600-EXIT
           END-IF
           IF WS-DP-DEPOSIT-DATE (WS-DP-SUB)
                   > WS-DP-DUE-DATE (WS-DP-SUB)
               MOVE 'L' TO WS-DP-STATUS (WS-DP-SUB)
               COMPUTE WS-DP-DAYS-LATE (WS-DP-SUB) =
                   FUNCTION INTEGER-OF-DATE
                       (WS-DP-DEPOSIT-DATE (WS-DP-SUB))
                 - FUNCTION INTEGER-OF-DATE
                       (WS-DP-DUE-DATE (WS-DP-SUB))
               ADD 1 TO WS-LATE-DEPOSITS
           ELSE
               MOVE 'T' TO WS-DP-STATUS (WS-DP-SUB)
           END-IF.
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    4000-CHECK-TIES - THE QUARTER TOTALS, AND THE LEDGER'S  *
      *    YEAR TO DATE AGAINST THE CUMULATIVE MASTERS.  THE       *
      *    QUARTER'S LIABILITY MUST ALSO EQUAL ITS PAYROLL TAX     *
      *    PLUS ITS WITHHOLDING, AS TAXREMIT POSTS IT.             *
      *----------------------------------------------------------*
       4000-CHECK-TIES.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               ADD WS-MO-WAGES (WS-MONTH-SUB) TO WS-QTR-WAGES
               ADD WS-MO-PAYROLL-TAX (WS-MONTH-SUB)
                   TO WS-QTR-PAYROLL-TAX
               ADD WS-MO-WITHHOLDING (WS-MONTH-SUB)
                   TO WS-QTR-WITHHOLDING
               ADD WS-MO-LIABILITY (WS-MONTH-SUB) TO WS-QTR-LIABILITY
               ADD WS-MO-DEPOSITS (WS-MONTH-SUB) TO WS-QTR-DEPOSITS
           END-PERFORM
           COMPUTE WS-QTR-BALANCE-DUE =
               WS-QTR-LIABILITY - WS-QTR-DEPOSITS
           COMPUTE WS-QTR-TAX-PLUS-WH =
               WS-QTR-PAYROLL-TAX + WS-QTR-WITHHOLDING
           IF WS-YTD-TOTAL-GROSS NOT = WS-LEDGER-YEAR-GROSS
           OR WS-YTD-TOTAL-TAX NOT = WS-LEDGER-YEAR-TAX
           OR WS-WHYTD-TOTAL-WH NOT = WS-LEDGER-YEAR-WH
           OR WS-QTR-LIABILITY NOT = WS-QTR-TAX-PLUS-WH
               MOVE 'Y' TO WS-TIE-FAILED-SW
           END-IF.

      *----------------------------------------------------------*
      *    5000-WRITE-WORKSHEET - THE RETURN WORKSHEET: MONTHLY    *
      *    SUMMARY, RETURN FIGURES, DEPOSIT SCHEDULE CHECK, AND    *
      *    THE YEAR-TO-DATE TIES.                                  *
      *----------------------------------------------------------*
       5000-WRITE-WORKSHEET.
           MOVE WS-HEADING-LINE-1 TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-QTR-YEAR TO RL-QTR-YEAR
           MOVE WS-QTR-NO TO RL-QTR-NO
           MOVE WS-QTR-START-DATE TO RL-QTR-START
           MOVE WS-QTR-END-DATE TO RL-QTR-END
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE WS-QUARTER-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-MONTHLY-DEPOSITOR
               MOVE "MONTHLY" TO RL-SCHEDULE
           ELSE
               MOVE "SEMIWEEKLY" TO RL-SCHEDULE
           END-IF
           MOVE WS-NEXT-DAY-AMT TO RL-NEXT-DAY-AMT
           MOVE WS-SCHEDULE-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-CLOSED-YEAR
               MOVE "YEAR CLOSED - FROM RLPRIOR, YTDPRIOR, WHYPRIOR, "
                   TO RL-MESSAGE
               MOVE "AND REMLEDG OPENING ENTRIES" TO RL-MESSAGE (49:27)
               MOVE WS-MESSAGE-LINE TO WORKSHEET-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF

           MOVE WS-BLANK-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "MONTHLY SUMMARY" TO RL-SECTION-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-MONTH-HEADING-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               MOVE WS-MO-YYYYMM (WS-MONTH-SUB) (1:4) TO WS-MT-YEAR
               MOVE WS-MO-YYYYMM (WS-MONTH-SUB) (5:2) TO WS-MT-MONTH
               MOVE WS-MONTH-TEXT-WORK TO RL-MONTH-TEXT
               MOVE WS-MO-WAGES (WS-MONTH-SUB) TO RL-MO-WAGES
               MOVE WS-MO-PAYROLL-TAX (WS-MONTH-SUB)
                   TO RL-MO-PAYROLL-TAX
               MOVE WS-MO-WITHHOLDING (WS-MONTH-SUB)
                   TO RL-MO-WITHHOLDING
               MOVE WS-MO-LIABILITY (WS-MONTH-SUB) TO RL-MO-LIABILITY
               MOVE WS-MONTH-LINE TO WORKSHEET-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-PERFORM
           MOVE "QUARTER" TO RL-MONTH-TEXT
           MOVE WS-QTR-WAGES TO RL-MO-WAGES
           MOVE WS-QTR-PAYROLL-TAX TO RL-MO-PAYROLL-TAX
           MOVE WS-QTR-WITHHOLDING TO RL-MO-WITHHOLDING
           MOVE WS-QTR-LIABILITY TO RL-MO-LIABILITY
           MOVE WS-MONTH-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "RETURN FIGURES" TO RL-SECTION-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TOTAL WAGES (TAXOUT GROSS)" TO RL-AMOUNT-TEXT
           MOVE WS-QTR-WAGES TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "PAYROLL TAX WITHHELD" TO RL-AMOUNT-TEXT
           MOVE WS-QTR-PAYROLL-TAX TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TRANSACTION WITHHOLDING" TO RL-AMOUNT-TEXT
           MOVE WS-QTR-WITHHOLDING TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  INCLUDING RETROACTIVE ADJUSTMENTS" TO RL-AMOUNT-TEXT
           MOVE WS-QTR-RETRO-ADJ TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "TOTAL LIABILITY FOR THE QUARTER" TO RL-AMOUNT-TEXT
           MOVE WS-QTR-LIABILITY TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "DEPOSITS FOR THE QUARTER" TO RL-AMOUNT-TEXT
           MOVE WS-QTR-DEPOSITS TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "BALANCE DUE (OVERPAYMENT IF NEGATIVE)"
               TO RL-AMOUNT-TEXT
           MOVE WS-QTR-BALANCE-DUE TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "DEPOSIT SCHEDULE CHECK" TO RL-SECTION-TEXT
           MOVE WS-SECTION-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-DEPOSIT-HEADING-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               PERFORM 5100-WRITE-DEPOSIT-LINE
           END-PERFORM
           MOVE WS-BLANK-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "DEPOSIT DUE DATES CHECKED" TO RL-COUNT-TEXT
           MOVE WS-DP-COUNT TO RL-COUNT
           MOVE WS-COUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "LATE OR SHORT DEPOSITS" TO RL-COUNT-TEXT
           MOVE WS-LATE-DEPOSITS TO RL-COUNT
           MOVE WS-COUNT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-TIE-HEADING-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "YTDFILE GROSS" TO RL-TIE-TEXT
           MOVE WS-YTD-TOTAL-GROSS TO RL-TIE-MASTER
           MOVE WS-LEDGER-YEAR-GROSS TO RL-TIE-LEDGER
           IF WS-YTD-TOTAL-GROSS = WS-LEDGER-YEAR-GROSS
               MOVE "TIES" TO RL-TIE-RESULT
           ELSE
               MOVE "NO TIE" TO RL-TIE-RESULT
           END-IF
           MOVE WS-TIE-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "YTDFILE PAYROLL TAX" TO RL-TIE-TEXT
           MOVE WS-YTD-TOTAL-TAX TO RL-TIE-MASTER
           MOVE WS-LEDGER-YEAR-TAX TO RL-TIE-LEDGER
           IF WS-YTD-TOTAL-TAX = WS-LEDGER-YEAR-TAX
               MOVE "TIES" TO RL-TIE-RESULT
           ELSE
               MOVE "NO TIE" TO RL-TIE-RESULT
           END-IF
           MOVE WS-TIE-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "WHYTD TRANSACTION WITHHOLDING" TO RL-TIE-TEXT
           MOVE WS-WHYTD-TOTAL-WH TO RL-TIE-MASTER
           MOVE WS-LEDGER-YEAR-WH TO RL-TIE-LEDGER
           IF WS-WHYTD-TOTAL-WH = WS-LEDGER-YEAR-WH
               MOVE "TIES" TO RL-TIE-RESULT
           ELSE
               MOVE "NO TIE" TO RL-TIE-RESULT
           END-IF
           MOVE WS-TIE-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "QUARTER TAX PLUS WITHHOLDING" TO RL-TIE-TEXT
           MOVE WS-QTR-TAX-PLUS-WH TO RL-TIE-MASTER
           MOVE WS-QTR-LIABILITY TO RL-TIE-LEDGER
           IF WS-QTR-TAX-PLUS-WH = WS-QTR-LIABILITY
               MOVE "TIES" TO RL-TIE-RESULT
           ELSE
               MOVE "NO TIE" TO RL-TIE-RESULT
           END-IF
           MOVE WS-TIE-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-TIE-FAILED
               MOVE "*** QUARTER DOES NOT TIE TO THE YEAR-TO-DATE "
                   TO RL-MESSAGE
               MOVE "MASTERS ***" TO RL-MESSAGE (46:11)
               MOVE WS-MESSAGE-LINE TO WORKSHEET-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           IF WS-LATE-DEPOSITS > ZERO
               MOVE "*** LATE OR SHORT DEPOSITS - SEE THE DEPOSIT "
                   TO RL-MESSAGE
               MOVE "SCHEDULE CHECK ***" TO RL-MESSAGE (46:18)
               MOVE WS-MESSAGE-LINE TO WORKSHEET-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           IF NOT WS-TIE-FAILED
           AND WS-LATE-DEPOSITS = ZERO
               MOVE "QUARTER TIES AND ALL DEPOSITS DUE WERE MADE "
                   TO RL-MESSAGE
               MOVE "ON TIME" TO RL-MESSAGE (45:7)
               MOVE WS-MESSAGE-LINE TO WORKSHEET-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF.

      *----------------------------------------------------------*
      *    5100-WRITE-DEPOSIT-LINE - ONE DUE DATE OF THE DEPOSIT   *
      *    SCHEDULE CHECK.                                         *
      *----------------------------------------------------------*
       5100-WRITE-DEPOSIT-LINE.
           MOVE WS-DP-DUE-DATE (WS-DP-SUB) TO RL-DP-DUE-DATE
           MOVE WS-DP-LIABILITY (WS-DP-SUB) TO RL-DP-LIABILITY
           MOVE WS-DP-DEPOSITED (WS-DP-SUB) TO RL-DP-DEPOSITED
           IF WS-DP-DATE-UNKNOWN-SW (WS-DP-SUB) = 'Y'
               MOVE "UNKNOWN" TO RL-DP-DEPOSIT-DATE
           ELSE
               IF WS-DP-DEPOSIT-DATE (WS-DP-SUB) = ZERO
                   MOVE SPACES TO RL-DP-DEPOSIT-DATE
               ELSE
                   MOVE WS-DP-DEPOSIT-DATE (WS-DP-SUB)
                       TO RL-DP-DEPOSIT-DATE
               END-IF
           END-IF
           MOVE WS-DP-SHORTFALL (WS-DP-SUB) TO RL-DP-SHORTFALL
           MOVE WS-DP-DAYS-LATE (WS-DP-SUB) TO RL-DP-DAYS-LATE
           EVALUATE WS-DP-STATUS (WS-DP-SUB)
               WHEN 'T'
                   MOVE "ON TIME" TO RL-DP-STATUS
               WHEN 'L'
                   MOVE "*** LATE" TO RL-DP-STATUS
               WHEN 'S'
                   MOVE "*** SHORT" TO RL-DP-STATUS
               WHEN 'N'
                   MOVE "NOT YET DUE" TO RL-DP-STATUS
               WHEN 'U'
                   MOVE "DATE UNKNOWN" TO RL-DP-STATUS
               WHEN OTHER
                   MOVE "NONE DUE" TO RL-DP-STATUS
           END-EVALUATE
           MOVE WS-DEPOSIT-LINE TO WORKSHEET-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    6000-WRITE-EXTRACT - THE FILING EXTRACT: HEADER, THE    *
      *    THREE MONTHS, EACH DEPOSIT DUE DATE, AND THE TRAILER.   *
      *    IT IS WRITTEN EVEN WHEN THE QUARTER FAILS ITS CHECKS -  *
      *    THE TRAILER SAYS WHETHER IT TIED, AND THE RETURN CODE   *
      *    STOPS IT BEING SENT UNTIL SOMEONE HAS LOOKED.           *
      *----------------------------------------------------------*
       6000-WRITE-EXTRACT.
           MOVE SPACES TO QUARTER-RETURN-RECORD
           MOVE 'HDR' TO QR-RECORD-TYPE
           MOVE WS-QTR-YEAR TO QRH-YEAR
           MOVE WS-QTR-NO TO QRH-QUARTER
           MOVE WS-QTR-START-DATE TO QRH-QUARTER-START
           MOVE WS-QTR-END-DATE TO QRH-QUARTER-END
           MOVE WS-DEPOSIT-SCHEDULE TO QRH-DEPOSIT-SCHEDULE
           MOVE WS-BUSINESS-DATE TO QRH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO QRH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO QRH-RUN-TIME
           PERFORM 6100-WRITE-EXTRACT-RECORD
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               MOVE SPACES TO QUARTER-RETURN-RECORD
               MOVE 'MTH' TO QR-RECORD-TYPE
               MOVE WS-QTR-YEAR TO QRM-YEAR
               MOVE WS-QTR-NO TO QRM-QUARTER
               MOVE WS-MO-YYYYMM (WS-MONTH-SUB) TO QRM-MONTH
               MOVE WS-MO-WAGES (WS-MONTH-SUB) TO QRM-WAGES
               MOVE WS-MO-PAYROLL-TAX (WS-MONTH-SUB)
                   TO QRM-PAYROLL-TAX
               MOVE WS-MO-WITHHOLDING (WS-MONTH-SUB)
                   TO QRM-WITHHOLDING
               MOVE WS-MO-LIABILITY (WS-MONTH-SUB) TO QRM-LIABILITY
               MOVE WS-MO-DEPOSITS (WS-MONTH-SUB) TO QRM-DEPOSITS
               PERFORM 6100-WRITE-EXTRACT-RECORD
           END-PERFORM
           PERFORM VARYING WS-DP-SUB FROM 1 BY 1
                   UNTIL WS-DP-SUB > WS-DP-COUNT
               MOVE SPACES TO QUARTER-RETURN-RECORD
               MOVE 'DEP' TO QR-RECORD-TYPE
               MOVE WS-QTR-YEAR TO QRD-YEAR
               MOVE WS-QTR-NO TO QRD-QUARTER
               MOVE WS-DP-DUE-DATE (WS-DP-SUB) TO QRD-DUE-DATE
               MOVE WS-DP-LIABILITY (WS-DP-SUB) TO QRD-LIABILITY
               MOVE WS-DP-DEPOSITED (WS-DP-SUB) TO QRD-DEPOSITED
               MOVE WS-DP-DEPOSIT-DATE (WS-DP-SUB) TO QRD-DEPOSIT-DATE
               MOVE WS-DP-SHORTFALL (WS-DP-SUB) TO QRD-SHORTFALL
               MOVE WS-DP-DAYS-LATE (WS-DP-SUB) TO QRD-DAYS-LATE
               MOVE WS-DP-STATUS (WS-DP-SUB) TO QRD-STATUS
               PERFORM 6100-WRITE-EXTRACT-RECORD
           END-PERFORM
           MOVE SPACES TO QUARTER-RETURN-RECORD
           MOVE 'TRL' TO QR-RECORD-TYPE
           MOVE WS-QTR-YEAR TO QRT-YEAR
           MOVE WS-QTR-NO TO QRT-QUARTER
           MOVE WS-QTR-WAGES TO QRT-WAGES
           MOVE WS-QTR-PAYROLL-TAX TO QRT-PAYROLL-TAX
           MOVE WS-QTR-WITHHOLDING TO QRT-WITHHOLDING
           MOVE WS-QTR-LIABILITY TO QRT-LIABILITY
           MOVE WS-QTR-DEPOSITS TO QRT-DEPOSITS
           MOVE WS-QTR-BALANCE-DUE TO QRT-BALANCE-DUE
           MOVE WS-LATE-DEPOSITS TO QRT-LATE-DEPOSITS
           IF WS-TIE-FAILED
               MOVE 'N' TO QRT-TIED-SW
           ELSE
               MOVE 'Y' TO QRT-TIED-SW
           END-IF
           PERFORM 6100-WRITE-EXTRACT-RECORD.

       6100-WRITE-EXTRACT-RECORD.
           WRITE QUARTER-RETURN-RECORD
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR WRITING RETURN-EXTRACT-FILE, "
                   "STATUS = " WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    8000-WRITE-REPORT-RECORD - WRITE ONE REPORT LINE WITH    *
      *    THE USUAL FILE STATUS CHECK.                             *
      *----------------------------------------------------------*
       8000-WRITE-REPORT-RECORD.
           WRITE WORKSHEET-REPORT-RECORD
           IF WS-WORKSHEET-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR WRITING WORKSHEET-REPORT-FILE, "
                   "STATUS = " WS-WORKSHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9000-TERMINATE                                          *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING LEDGER-FILE, "
                   "STATUS = " WS-LEDGER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSED-YEAR
               PERFORM 9100-CLOSE-PRIOR-YEAR-FILES
           ELSE
               PERFORM 9200-CLOSE-YEAR-TO-DATE-FILES
           END-IF
           CLOSE WORKSHEET-REPORT-FILE
           IF WS-WORKSHEET-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING WORKSHEET-REPORT-FILE, "
                   "STATUS = " WS-WORKSHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RETURN-EXTRACT-FILE
           IF WS-EXTRACT-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING RETURN-EXTRACT-FILE, "
                   "STATUS = " WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-CLOSE-PRIOR-YEAR-FILES.
           CLOSE LEDGER-PRIOR-FILE
           IF WS-LEDGER-PRIOR-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING LEDGER-PRIOR-FILE, "
                   "STATUS = " WS-LEDGER-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YTD-PRIOR-FILE
           IF WS-YTD-PRIOR-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING YTD-PRIOR-FILE, "
                   "STATUS = " WS-YTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-PRIOR-FILE
           IF WS-WHYTD-PRIOR-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING WHYTD-PRIOR-FILE, "
                   "STATUS = " WS-WHYTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9200-CLOSE-YEAR-TO-DATE-FILES.
           CLOSE YTD-MASTER-FILE
           IF WS-YTD-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING YTD-MASTER-FILE, "
                   "STATUS = " WS-YTD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-FILE
           IF WS-WHYTD-FILE-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING WHYTD-FILE, "
                   "STATUS = " WS-WHYTD-FILE-STATUS
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
               DISPLAY "TAXQTR: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "TAXQTR" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "TAXQTR: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
