       IDENTIFICATION DIVISION.
       PROGRAM-ID.    YRCLOSE.
       AUTHOR.        D.NOLAN - PAYROLL SYSTEMS.
       INSTALLATION.  CORPORATE PAYROLL.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  DN   ORIGINAL PROGRAM.  YEAR-END CLOSE, RUN *
      *                   ON DECEMBER 31, THE LAST PAY NIGHT OF  *
      *                   THE YEAR FOR PAYFREQ, AFTER THAT       *
      *                   NIGHT'S POSTINGS.  NOTHING CLOSED THE  *
      *                   YEAR - YTDFILE, WHYTD, AND REMLEDG     *
      *                   KEPT ACCUMULATING UNTIL SOMEONE        *
      *                   EMPTIED YTDIN BY HAND, AND A JANUARY   *
      *                   RUN BEFORE THAT POSTED THE NEW YEAR    *
      *                   INTO THE OLD TOTALS.  REFUSED UNLESS   *
      *                   RUNHIST SHOWS CLEAN TAXCALC, WHPOST,   *
      *                   TAXREMIT, YTDAUDIT, AND GLEXTR ENDS    *
      *                   FOR THE DATE AND NO CLEAN POSTING RUN  *
      *                   FOR A LATER DATE, THE DATE'S LATEST    *
      *                   WHRETRO END IS CLEAN (ADJUSTMENTS      *
      *                   AWAITING SIGN-OFF CANNOT POST ONCE THE *
      *                   YEAR IS CLOSED), AND THE YRCIN CONTROL *
      *                   RECORD, WHICH MUST BE PRESENT, SHOWS   *
      *                   THE YEAR STILL OPEN.  COPIES YTDFILE,  *
      *                   WHYTD, AND THE YEAR'S REMLEDG ENTRIES  *
      *                   TO THE PRIOR-YEAR FILES YTDPRIOR,      *
      *                   WHYPRIOR, AND RLPRIOR (SAME LAYOUTS,   *
      *                   SO TAXSTMT, WHSTMT, AND TAXQTR CAN BE  *
      *                   RERUN FROM THEM; THE JOB STREAM DATES  *
      *                   AND CATALOGS THEM), STARTS EMPTY       *
      *                   YTDFILE AND WHYTD MASTERS, CARRIES THE *
      *                   OPEN REMITTANCE BALANCE ONTO THE NEW   *
      *                   REMLEDG AS ONE TYPE 'O' OPENING ENTRY  *
      *                   PER NIGHT LEFT NOT FULLY PAID, DATED   *
      *                   THAT NIGHT, SO A LATE DEPOSIT POSTS TO *
      *                   ITS NIGHT AND TAXQTR CAN STILL JUDGE   *
      *                   IT, WRITES THE NEW YRCTL CONTROL       *
      *                   RECORD (YRCREC LAYOUT) OPENING THE NEW *
      *                   YEAR, AND PRINTS THE CLOSING CONTROL   *
      *                   REPORT (YRCRPT) LISTING THE NIGHTS     *
      *                   CARRIED.                               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL YTD-IN-FILE ASSIGN TO "YTDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-IN-STATUS.

           SELECT YTD-PRIOR-FILE ASSIGN TO "YTDPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-PRIOR-STATUS.

           SELECT YTD-NEW-FILE ASSIGN TO "YTDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-NEW-STATUS.

           SELECT OPTIONAL WHYTD-IN-FILE ASSIGN TO "WHYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-IN-STATUS.

           SELECT WHYTD-PRIOR-FILE ASSIGN TO "WHYPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-PRIOR-STATUS.

           SELECT WHYTD-NEW-FILE ASSIGN TO "WHYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHYTD-NEW-STATUS.

           SELECT OPTIONAL LEDGER-IN-FILE ASSIGN TO "RLIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-IN-STATUS.

           SELECT LEDGER-PRIOR-FILE ASSIGN TO "RLPRIOR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-PRIOR-STATUS.

           SELECT LEDGER-OUT-FILE ASSIGN TO "REMLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-OUT-STATUS.

           SELECT YEAR-CONTROL-IN-FILE ASSIGN TO "YRCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-IN-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.

           SELECT CLOSE-REPORT-FILE ASSIGN TO "YRCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSE-REPORT-STATUS.

           SELECT OPTIONAL RUN-PARM-FILE ASSIGN TO "RUNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDREC.

       FD  YTD-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  YTD-PRIOR-RECORD               PIC X(80).

       FD  YTD-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  YTD-NEW-RECORD                 PIC X(80).

       FD  WHYTD-IN-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHYREC.

       FD  WHYTD-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  WHYTD-PRIOR-RECORD             PIC X(56).

       FD  WHYTD-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  WHYTD-NEW-RECORD               PIC X(56).

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

       FD  LEDGER-PRIOR-FILE
           LABEL RECORDS ARE STANDARD.
       01  LEDGER-PRIOR-RECORD            PIC X(84).

       FD  LEDGER-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REMLEDG.

       FD  YEAR-CONTROL-IN-FILE
           LABEL RECORDS ARE STANDARD.
       01  YEAR-CONTROL-IN-RECORD.
           05  YCI-OPEN-YEAR           PIC X(04).
           05  FILLER                  PIC X(40).

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       FD  CLOSE-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  CLOSE-REPORT-RECORD            PIC X(80).

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
       01  WS-YTD-IN-STATUS            PIC X(02) VALUE '00'.
       01  WS-YTD-PRIOR-STATUS         PIC X(02) VALUE '00'.
       01  WS-YTD-NEW-STATUS           PIC X(02) VALUE '00'.
       01  WS-WHYTD-IN-STATUS          PIC X(02) VALUE '00'.
       01  WS-WHYTD-PRIOR-STATUS       PIC X(02) VALUE '00'.
       01  WS-WHYTD-NEW-STATUS         PIC X(02) VALUE '00'.
       01  WS-LEDGER-IN-STATUS         PIC X(02) VALUE '00'.
       01  WS-LEDGER-PRIOR-STATUS      PIC X(02) VALUE '00'.
       01  WS-LEDGER-OUT-STATUS        PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-IN-STATUS   PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  WS-CLOSE-REPORT-STATUS      PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       01  WS-RH-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RH-RETURN-CODE           PIC 9(02) VALUE ZERO.
       01  WS-RUNHIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-RUNHIST-EOF                     VALUE 'Y'.
       01  WS-TAXCALC-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-TAXCALC-OK                      VALUE 'Y'.
       01  WS-WHPOST-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-WHPOST-OK                       VALUE 'Y'.
       01  WS-TAXREMIT-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-TAXREMIT-OK                     VALUE 'Y'.
       01  WS-YTDAUDIT-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-YTDAUDIT-OK                     VALUE 'Y'.
       01  WS-GLEXTR-OK-SW             PIC X(01) VALUE 'N'.
           88  WS-GLEXTR-OK                       VALUE 'Y'.
       01  WS-WHRETRO-RUN-SW           PIC X(01) VALUE 'N'.
           88  WS-WHRETRO-RUN                     VALUE 'Y'.
       01  WS-WHRETRO-RETURN-CODE      PIC 9(02) VALUE ZERO.
       01  WS-LATER-POSTING-SW         PIC X(01) VALUE 'N'.
           88  WS-LATER-POSTING                   VALUE 'Y'.
       01  WS-LATER-PROGRAM-ID         PIC X(08) VALUE SPACES.
       01  WS-LATER-BUSINESS-DATE      PIC 9(08) VALUE ZERO.
       01  WS-YTD-EOF-SW               PIC X(01) VALUE 'N'.
           88  WS-YTD-EOF                         VALUE 'Y'.
       01  WS-WHYTD-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-WHYTD-EOF                       VALUE 'Y'.
       01  WS-LEDGER-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-LEDGER-EOF                      VALUE 'Y'.

      *----------------------------------------------------------*
      *    THE YEAR BEING CLOSED AND THE YEAR BEING OPENED         *
      *----------------------------------------------------------*
       01  WS-CLOSE-YEAR               PIC 9(04) VALUE ZERO.
       01  WS-CLOSE-YEAR-X REDEFINES WS-CLOSE-YEAR
                                       PIC X(04).
       01  WS-OPEN-YEAR                PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE YEAR'S LAST BUSINESS DATE - DECEMBER 31, WHATEVER   *
      *    DAY IT FALLS ON.  PAYFREQ PAYS MONTH-END ON THE LAST    *
      *    CALENDAR DAY WITH NO WEEKEND ROLL, SO THAT NIGHT MUST   *
      *    RUN BEFORE THE YEAR CAN CLOSE.                          *
      *----------------------------------------------------------*
       01  WS-YEAR-END-DATE            PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------*
      *    THE CLOSED YEAR'S NIGHTS, EACH WITH ITS LIABILITY LESS  *
      *    ITS DEPOSITS.  A RETROACTIVE ADJUSTMENT LINE COUNTS     *
      *    UNDER THE NIGHT IT WAS POSTED ON, AND AN OPENING ENTRY  *
      *    CARRIED IN BY LAST YEAR'S CLOSE UNDER ITS OWN DATE.     *
      *----------------------------------------------------------*
       01  WS-NT-MAX                   PIC 9(04) VALUE 1000.
       01  WS-NT-COUNT                 PIC 9(04) VALUE ZERO.
       01  WS-NT-SUB                   PIC 9(04) VALUE ZERO.
       01  WS-NIGHT-TABLE.
           05  WS-NT-ENTRY OCCURS 1000 TIMES.
               10  WS-NT-DATE          PIC 9(08).
               10  WS-NT-BALANCE       PIC S9(11)V99.
       01  WS-NT-HIT                   PIC 9(04) VALUE ZERO.

      *----------------------------------------------------------*
      *    CLOSE CONTROL TOTALS                                    *
      *----------------------------------------------------------*
       01  WS-YTD-RECORDS-COPIED       PIC 9(07) VALUE ZERO.
       01  WS-YTD-TOTAL-GROSS          PIC 9(13)V99 VALUE ZERO.
       01  WS-YTD-TOTAL-TAX            PIC 9(13)V99 VALUE ZERO.
       01  WS-WHYTD-RECORDS-COPIED     PIC 9(07) VALUE ZERO.
       01  WS-WHYTD-TOTAL-TRAN         PIC S9(13)V99 VALUE ZERO.
       01  WS-WHYTD-TOTAL-WH           PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-RECORDS-COPIED    PIC 9(07) VALUE ZERO.
       01  WS-LEDGER-TOTAL-LIABILITY   PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-TOTAL-DEPOSITS    PIC 9(13)V99 VALUE ZERO.
       01  WS-OPEN-BALANCE             PIC S9(13)V99 VALUE ZERO.
       01  WS-LEDGER-RECORDS-WRITTEN   PIC 9(07) VALUE ZERO.

      *----------------------------------------------------------*
      *    CLOSING CONTROL REPORT LINE LAYOUTS                     *
      *----------------------------------------------------------*
       01  WS-HEADING-LINE-1.
           05  FILLER                   PIC X(80) VALUE
               "YRCLOSE - YEAR-END CLOSE CONTROL REPORT".

       01  WS-YEAR-LINE.
           05  FILLER                   PIC X(14) VALUE
               "YEAR CLOSED : ".
           05  RL-CLOSE-YEAR            PIC 9(04).
           05  FILLER                   PIC X(17) VALUE
               "   YEAR OPENED : ".
           05  RL-OPEN-YEAR             PIC 9(04).
           05  FILLER                   PIC X(19) VALUE
               "   BUSINESS DATE : ".
           05  RL-BUSINESS-DATE         PIC 9(08).
           05  FILLER                   PIC X(14) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  RL-SECTION-TEXT          PIC X(80).

       01  WS-AMOUNT-LINE.
           05  RL-AMOUNT-TEXT           PIC X(42).
           05  RL-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(17) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  RL-COUNT-TEXT            PIC X(42).
           05  RL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  WS-NIGHT-LINE.
           05  FILLER                   PIC X(04) VALUE SPACES.
           05  RL-NIGHT-DATE            PIC 9(08).
           05  FILLER                   PIC X(30) VALUE SPACES.
           05  RL-NIGHT-BALANCE         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(17) VALUE SPACES.

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
           PERFORM 2000-COPY-YTD-MASTER THRU 2000-EXIT
               UNTIL WS-YTD-EOF
           PERFORM 2500-COPY-WHYTD THRU 2500-EXIT
               UNTIL WS-WHYTD-EOF
           PERFORM 3000-COPY-LEDGER THRU 3000-EXIT
               UNTIL WS-LEDGER-EOF
           PERFORM 4000-WRITE-OPENING-ENTRY
           PERFORM 5000-WRITE-YEAR-CONTROL
           PERFORM 6000-WRITE-REPORT
           PERFORM 9000-TERMINATE
           MOVE 'E' TO WS-RH-EVENT
           COMPUTE WS-RH-RECORD-COUNT = WS-YTD-RECORDS-COPIED
               + WS-WHYTD-RECORDS-COPIED + WS-LEDGER-RECORDS-COPIED
           MOVE RETURN-CODE TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY
           DISPLAY "YRCLOSE: BUSINESS DATE " WS-BUSINESS-DATE
               " CLOSED YEAR " WS-CLOSE-YEAR ", OPENED " WS-OPEN-YEAR
           DISPLAY "YRCLOSE: " WS-YTD-RECORDS-COPIED
               " YTDFILE, " WS-WHYTD-RECORDS-COPIED " WHYTD, "
               WS-LEDGER-RECORDS-COPIED " REMLEDG RECORDS COPIED TO "
               "THE PRIOR-YEAR FILES"
           IF WS-LEDGER-RECORDS-WRITTEN > ZERO
               DISPLAY "YRCLOSE: " WS-LEDGER-RECORDS-WRITTEN
                   " UNPAID NIGHTS CARRIED FORWARD TO THE NEW REMLEDG"
                   " - SEE YRCRPT"
           END-IF
           STOP RUN.

      *----------------------------------------------------------*
      *    1000-INITIALIZE - BUSINESS DATE, THE CLOSE GATE, THE    *
      *    OPEN-YEAR CHECK, AND THE FILES.                         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-CHECK-PRIOR-RUNS
           PERFORM 1080-CHECK-OPEN-YEAR
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
           PERFORM 9800-WRITE-RUN-HISTORY

           OPEN INPUT YTD-IN-FILE
           IF WS-YTD-IN-STATUS NOT = '00' AND '05'
               DISPLAY "YRCLOSE: UNABLE TO OPEN YTD-IN-FILE, "
                   "STATUS = " WS-YTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT YTD-PRIOR-FILE
           IF WS-YTD-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN YTD-PRIOR-FILE, "
                   "STATUS = " WS-YTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT YTD-NEW-FILE
           IF WS-YTD-NEW-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN YTD-NEW-FILE, "
                   "STATUS = " WS-YTD-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT WHYTD-IN-FILE
           IF WS-WHYTD-IN-STATUS NOT = '00' AND '05'
               DISPLAY "YRCLOSE: UNABLE TO OPEN WHYTD-IN-FILE, "
                   "STATUS = " WS-WHYTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WHYTD-PRIOR-FILE
           IF WS-WHYTD-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN WHYTD-PRIOR-FILE, "
                   "STATUS = " WS-WHYTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WHYTD-NEW-FILE
           IF WS-WHYTD-NEW-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN WHYTD-NEW-FILE, "
                   "STATUS = " WS-WHYTD-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT LEDGER-IN-FILE
           IF WS-LEDGER-IN-STATUS NOT = '00' AND '05'
               DISPLAY "YRCLOSE: UNABLE TO OPEN LEDGER-IN-FILE, "
                   "STATUS = " WS-LEDGER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LEDGER-PRIOR-FILE
           IF WS-LEDGER-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN LEDGER-PRIOR-FILE, "
                   "STATUS = " WS-LEDGER-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT LEDGER-OUT-FILE
           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN LEDGER-OUT-FILE, "
                   "STATUS = " WS-LEDGER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-CLOSE-REPORT-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN CLOSE-REPORT-FILE, "
                   "STATUS = " WS-CLOSE-REPORT-STATUS
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
                   DISPLAY "YRCLOSE: UNABLE TO OPEN RUN-PARM-FILE, "
                       "STATUS = " WS-RUN-PARM-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-BUSINESS-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE (1:4) TO WS-CLOSE-YEAR-X
           COMPUTE WS-OPEN-YEAR = WS-CLOSE-YEAR + 1
           COMPUTE WS-YEAR-END-DATE = WS-CLOSE-YEAR * 10000 + 1231.

      *----------------------------------------------------------*
      *    1060-CHECK-PRIOR-RUNS - THE CLOSE RUNS ON THE BUSINESS  *
      *    DATE OF THE YEAR'S LAST NIGHTLY POSTINGS, SO IT MUST BE *
      *    DECEMBER 31, WITH CLEAN TAXCALC, WHPOST, TAXREMIT, AND  *
      *    GLEXTR END RECORDS ON RUNHIST, AND A CLEAN YTDAUDIT     *
      *    END RECORD SHOWING THE YEAR BALANCED.  IF WHRETRO RAN   *
      *    FOR THE DATE ITS LATEST END MUST BE CLEAN - ONE LEFT    *
      *    AWAITING SIGN-OFF COULD NOT POST ITS ADJUSTMENTS ONCE   *
      *    THE YEAR IS CLOSED.  A CLEAN POSTING RUN FOR ANY LATER  *
      *    BUSINESS DATE MEANS THIS IS NOT THE LAST NIGHT OF THE   *
      *    YEAR, OR THE NEW YEAR HAS ALREADY BEEN POSTED ONTO THE  *
      *    OLD MASTERS, AND THE CLOSE IS REFUSED.                  *
      *----------------------------------------------------------*
       1060-CHECK-PRIOR-RUNS.
           IF WS-BUSINESS-DATE NOT = WS-YEAR-END-DATE
               DISPLAY "YRCLOSE: BUSINESS DATE " WS-BUSINESS-DATE
                   " IS NOT THE YEAR'S LAST BUSINESS DATE ("
                   WS-YEAR-END-DATE ") - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RUNHIST-EOF-SW
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS = '00' OR '05'
               PERFORM 1070-SCAN-RUN-HISTORY
                   UNTIL WS-RUNHIST-EOF
               CLOSE RUN-HISTORY-FILE
               IF WS-RUN-HIST-STATUS NOT = '00'
                   DISPLAY "YRCLOSE: ERROR CLOSING RUN-HISTORY-FILE, "
                       "STATUS = " WS-RUN-HIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "YRCLOSE: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXCALC-OK
               DISPLAY "YRCLOSE: TAXCALC HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - YTDFILE IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-WHPOST-OK
               DISPLAY "YRCLOSE: WHPOST HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - WHYTD IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-TAXREMIT-OK
               DISPLAY "YRCLOSE: TAXREMIT HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - REMLEDG IS NOT CURRENT, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-YTDAUDIT-OK
               DISPLAY "YRCLOSE: YTDAUDIT HAS NOT COMPLETED CLEAN "
                   "FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - THE YEAR IS NOT BALANCED, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-GLEXTR-OK
               DISPLAY "YRCLOSE: GLEXTR HAS NOT COMPLETED "
                   "SUCCESSFULLY FOR BUSINESS DATE " WS-BUSINESS-DATE
                   " - THE NIGHT IS NOT JOURNALED, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WHRETRO-RUN
           AND WS-WHRETRO-RETURN-CODE NOT = ZERO
               DISPLAY "YRCLOSE: WHRETRO ENDED WITH RETURN CODE "
                   WS-WHRETRO-RETURN-CODE " FOR BUSINESS DATE "
                   WS-BUSINESS-DATE " - ITS ADJUSTMENTS ARE NOT "
                   "POSTED AND WOULD BE STRANDED IN THE CLOSED YEAR, "
                   "RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LATER-POSTING
               DISPLAY "YRCLOSE: " WS-LATER-PROGRAM-ID
                   " HAS ALREADY POSTED BUSINESS DATE "
                   WS-LATER-BUSINESS-DATE " - " WS-BUSINESS-DATE
                   " IS NOT THE LAST NIGHT OF THE YEAR, RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1070-SCAN-RUN-HISTORY.
           READ RUN-HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-RUNHIST-EOF-SW
               NOT AT END
                   IF WS-RUN-HIST-STATUS NOT = '00'
                       DISPLAY "YRCLOSE: READ ERROR ON RUN-HISTORY-"
                           "FILE, STATUS = " WS-RUN-HIST-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF RH-EVENT-END
                   AND RH-RETURN-CODE = ZERO
                   AND RH-BUSINESS-DATE = WS-BUSINESS-DATE
                       IF RH-PROGRAM-ID = "TAXCALC"
                           MOVE 'Y' TO WS-TAXCALC-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "WHPOST"
                           MOVE 'Y' TO WS-WHPOST-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "TAXREMIT"
                           MOVE 'Y' TO WS-TAXREMIT-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "YTDAUDIT"
                           MOVE 'Y' TO WS-YTDAUDIT-OK-SW
                       END-IF
                       IF RH-PROGRAM-ID = "GLEXTR"
                           MOVE 'Y' TO WS-GLEXTR-OK-SW
                       END-IF
                   END-IF
                   IF RH-EVENT-END
                   AND RH-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND RH-PROGRAM-ID = "WHRETRO"
                       MOVE 'Y' TO WS-WHRETRO-RUN-SW
                       MOVE RH-RETURN-CODE TO WS-WHRETRO-RETURN-CODE
                   END-IF
                   IF RH-EVENT-END
                   AND RH-RETURN-CODE = ZERO
                   AND RH-BUSINESS-DATE > WS-BUSINESS-DATE
                       IF RH-PROGRAM-ID = "TAXCALC"
                       OR RH-PROGRAM-ID = "WHPOST"
                       OR RH-PROGRAM-ID = "TAXREMIT"
                           MOVE 'Y' TO WS-LATER-POSTING-SW
                           MOVE RH-PROGRAM-ID TO WS-LATER-PROGRAM-ID
                           MOVE RH-BUSINESS-DATE
                               TO WS-LATER-BUSINESS-DATE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1080-CHECK-OPEN-YEAR - YRCIN NAMES THE YEAR THE MASTERS *
      *    ARE OPEN FOR, AND ONLY THAT YEAR MAY BE CLOSED - A      *
      *    SECOND CLOSE OF THE SAME YEAR WOULD COPY THE NEW YEAR'S *
      *    EMPTY MASTERS OVER THE PRIOR-YEAR FILES.  YRCIN IS      *
      *    REQUIRED - BEFORE THE FIRST CLOSE IT IS THE SEED RECORD *
      *    NAMING THE OPEN YEAR - AND A MISSING OR EMPTY FILE      *
      *    REFUSES THE RUN.                                        *
      *----------------------------------------------------------*
       1080-CHECK-OPEN-YEAR.
           OPEN INPUT YEAR-CONTROL-IN-FILE
           IF WS-YEAR-CONTROL-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN YEAR-CONTROL-IN-"
                   "FILE, STATUS = " WS-YEAR-CONTROL-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-IN-FILE
               AT END
                   DISPLAY "YRCLOSE: YRCIN HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF YCI-OPEN-YEAR NOT = WS-CLOSE-YEAR-X
               DISPLAY "YRCLOSE: THE MASTERS ARE OPEN FOR "
                   YCI-OPEN-YEAR ", NOT " WS-CLOSE-YEAR
                   " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YEAR-CONTROL-IN-FILE
           IF WS-YEAR-CONTROL-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING YEAR-CONTROL-IN-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    2000-COPY-YTD-MASTER - ONE RECORD OF YTDFILE TO THE     *
      *    PRIOR-YEAR COPY.  NOTHING IS CARRIED TO THE NEW YEAR.   *
      *----------------------------------------------------------*
       2000-COPY-YTD-MASTER.
           READ YTD-IN-FILE
               AT END
                   MOVE 'Y' TO WS-YTD-EOF-SW
                   GO TO 2000-EXIT
           END-READ
           IF WS-YTD-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: READ ERROR ON YTD-IN-FILE, "
                   "STATUS = " WS-YTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-YTD-RECORDS-COPIED
           ADD YTD-GROSS TO WS-YTD-TOTAL-GROSS
           ADD YTD-TAX TO WS-YTD-TOTAL-TAX
           WRITE YTD-PRIOR-RECORD FROM YTD-MASTER-RECORD
           IF WS-YTD-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR WRITING YTD-PRIOR-FILE, "
                   "STATUS = " WS-YTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    2500-COPY-WHYTD - ONE RECORD OF WHYTD TO THE PRIOR-     *
      *    YEAR COPY.  NOTHING IS CARRIED TO THE NEW YEAR.         *
      *----------------------------------------------------------*
       2500-COPY-WHYTD.
           READ WHYTD-IN-FILE
               AT END
                   MOVE 'Y' TO WS-WHYTD-EOF-SW
                   GO TO 2500-EXIT
           END-READ
           IF WS-WHYTD-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: READ ERROR ON WHYTD-IN-FILE, "
                   "STATUS = " WS-WHYTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-WHYTD-RECORDS-COPIED
           ADD WHY-YTD-TRANSACTION-AMT TO WS-WHYTD-TOTAL-TRAN
           ADD WHY-YTD-WITHHOLDING-AMT TO WS-WHYTD-TOTAL-WH
           WRITE WHYTD-PRIOR-RECORD FROM WH-YTD-RECORD
           IF WS-WHYTD-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR WRITING WHYTD-PRIOR-FILE, "
                   "STATUS = " WS-WHYTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-COPY-LEDGER - ONE REMLEDG ENTRY TO THE PRIOR-YEAR  *
      *    COPY, ACCUMULATING THE LIABILITY AND DEPOSITS THAT MAKE *
      *    THE OPEN REMITTANCE BALANCE, AND INTO THE BALANCE OF    *
      *    THE NIGHT IT IS DATED.  AN OPENING ENTRY CARRIED IN BY  *
      *    LAST YEAR'S CLOSE COUNTS LIKE ANY OTHER, SO A NIGHT     *
      *    STILL UNPAID ROLLS FORWARD AGAIN UNDER ITS OWN DATE.    *
      *    AN ENTRY DATED AFTER THE BUSINESS DATE MEANS THE NEW    *
      *    YEAR HAS BEEN POSTED ONTO THIS LEDGER AND THE CLOSE IS  *
      *    REFUSED.                                                *
      *----------------------------------------------------------*
       3000-COPY-LEDGER.
           READ LEDGER-IN-FILE
               AT END
                   MOVE 'Y' TO WS-LEDGER-EOF-SW
                   GO TO 3000-EXIT
           END-READ
           IF WS-LEDGER-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: READ ERROR ON LEDGER-IN-FILE, "
                   "STATUS = " WS-LEDGER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RLI-BUSINESS-DATE > WS-BUSINESS-DATE
               DISPLAY "YRCLOSE: REMLEDG HOLDS AN ENTRY FOR "
                   RLI-BUSINESS-DATE ", AFTER BUSINESS DATE "
                   WS-BUSINESS-DATE " - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LEDGER-RECORDS-COPIED
           ADD RLI-NIGHT-LIABILITY TO WS-LEDGER-TOTAL-LIABILITY
           ADD RLI-DEPOSIT-AMT TO WS-LEDGER-TOTAL-DEPOSITS
           PERFORM 3100-ADD-TO-NIGHT
           WRITE LEDGER-PRIOR-RECORD FROM LEDGER-IN-RECORD
           IF WS-LEDGER-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR WRITING LEDGER-PRIOR-FILE, "
                   "STATUS = " WS-LEDGER-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3100-ADD-TO-NIGHT - ADD THE ENTRY'S LIABILITY LESS ITS  *
      *    DEPOSIT TO ITS NIGHT.  THE LEDGER RUNS IN DATE ORDER,   *
      *    SO THE LAST NIGHT IN THE TABLE IS TRIED FIRST.          *
      *----------------------------------------------------------*
       3100-ADD-TO-NIGHT.
           MOVE ZERO TO WS-NT-HIT
           IF WS-NT-COUNT > ZERO
           AND WS-NT-DATE (WS-NT-COUNT) = RLI-BUSINESS-DATE
               MOVE WS-NT-COUNT TO WS-NT-HIT
           END-IF
           IF WS-NT-HIT = ZERO
               PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                       UNTIL WS-NT-SUB > WS-NT-COUNT
                       OR WS-NT-HIT > ZERO
                   IF WS-NT-DATE (WS-NT-SUB) = RLI-BUSINESS-DATE
                       MOVE WS-NT-SUB TO WS-NT-HIT
                   END-IF
               END-PERFORM
           END-IF
           IF WS-NT-HIT = ZERO
               ADD 1 TO WS-NT-COUNT
               IF WS-NT-COUNT > WS-NT-MAX
                   DISPLAY "YRCLOSE: MORE THAN " WS-NT-MAX
                       " NIGHTS ON REMLEDG - RAISE THE NIGHT TABLE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-NT-COUNT TO WS-NT-HIT
               MOVE RLI-BUSINESS-DATE TO WS-NT-DATE (WS-NT-HIT)
               MOVE ZERO TO WS-NT-BALANCE (WS-NT-HIT)
           END-IF
           ADD RLI-NIGHT-LIABILITY TO WS-NT-BALANCE (WS-NT-HIT)
           SUBTRACT RLI-DEPOSIT-AMT FROM WS-NT-BALANCE (WS-NT-HIT).

      *----------------------------------------------------------*
      *    4000-WRITE-OPENING-ENTRY - START THE NEW YEAR'S LEDGER. *
      *    EACH NIGHT LEFT WITH AN OPEN BALANCE (LIABILITY NOT YET *
      *    COVERED BY DEPOSITS, OR AN OVERPAYMENT) IS CARRIED      *
      *    FORWARD AS ITS OWN TYPE 'O' ENTRY UNDER THE NIGHT'S     *
      *    ORIGINAL DATE, SO THE DEPOSIT THAT SETTLES IT POSTS TO  *
      *    THAT NIGHT AND ITS TIMELINESS CAN STILL BE JUDGED.  A   *
      *    YEAR THAT CLOSES SQUARE STARTS AN EMPTY LEDGER.         *
      *----------------------------------------------------------*
       4000-WRITE-OPENING-ENTRY.
           COMPUTE WS-OPEN-BALANCE =
               WS-LEDGER-TOTAL-LIABILITY - WS-LEDGER-TOTAL-DEPOSITS
           PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                   UNTIL WS-NT-SUB > WS-NT-COUNT
               IF WS-NT-BALANCE (WS-NT-SUB) NOT = ZERO
                   MOVE WS-NT-DATE (WS-NT-SUB) TO REM-BUSINESS-DATE
                   MOVE ZERO TO REM-TAXOUT-GROSS
                   MOVE ZERO TO REM-TAXOUT-TAX
                   MOVE ZERO TO REM-WH-AMT
                   MOVE WS-NT-BALANCE (WS-NT-SUB)
                       TO REM-NIGHT-LIABILITY
                   MOVE ZERO TO REM-DEPOSIT-AMT
                   MOVE 'O' TO REM-ENTRY-TYPE
                   MOVE ZERO TO REM-DEPOSIT-DATE
                   WRITE REMIT-LEDGER-RECORD
                   IF WS-LEDGER-OUT-STATUS NOT = '00'
                       DISPLAY "YRCLOSE: ERROR WRITING LEDGER-OUT-"
                           "FILE, STATUS = " WS-LEDGER-OUT-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-LEDGER-RECORDS-WRITTEN
               END-IF
           END-PERFORM.

      *----------------------------------------------------------*
      *    5000-WRITE-YEAR-CONTROL - THE NEW YRCTL RECORD OPENING  *
      *    THE MASTERS FOR THE NEW YEAR.                           *
      *----------------------------------------------------------*
       5000-WRITE-YEAR-CONTROL.
           OPEN OUTPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "YRCLOSE: UNABLE TO OPEN YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-OPEN-YEAR TO YC-OPEN-YEAR
           MOVE WS-CLOSE-YEAR TO YC-CLOSED-YEAR
           MOVE WS-BUSINESS-DATE TO YC-CLOSE-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO YC-CLOSE-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO YC-CLOSE-RUN-TIME
           MOVE WS-OPEN-BALANCE TO YC-OPENING-BALANCE
           WRITE YEAR-CONTROL-RECORD
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR WRITING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    6000-WRITE-REPORT - THE CLOSING CONTROL REPORT: WHAT    *
      *    WENT TO EACH PRIOR-YEAR FILE, WHAT STARTS EACH NEW      *
      *    MASTER, AND THE REMITTANCE BALANCE CARRIED FORWARD.     *
      *----------------------------------------------------------*
       6000-WRITE-REPORT.
           MOVE WS-HEADING-LINE-1 TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE WS-CLOSE-YEAR TO RL-CLOSE-YEAR
           MOVE WS-OPEN-YEAR TO RL-OPEN-YEAR
           MOVE WS-BUSINESS-DATE TO RL-BUSINESS-DATE
           MOVE WS-YEAR-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "EMPLOYEE YEAR-TO-DATE MASTER (YTDFILE)"
               TO RL-SECTION-TEXT
           MOVE WS-SECTION-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  RECORDS COPIED TO YTDPRIOR" TO RL-COUNT-TEXT
           MOVE WS-YTD-RECORDS-COPIED TO RL-COUNT
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  GROSS COPIED" TO RL-AMOUNT-TEXT
           MOVE WS-YTD-TOTAL-GROSS TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  TAX COPIED" TO RL-AMOUNT-TEXT
           MOVE WS-YTD-TOTAL-TAX TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "ACCOUNT WITHHOLDING YEAR-TO-DATE MASTER (WHYTD)"
               TO RL-SECTION-TEXT
           MOVE WS-SECTION-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  RECORDS COPIED TO WHYPRIOR" TO RL-COUNT-TEXT
           MOVE WS-WHYTD-RECORDS-COPIED TO RL-COUNT
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  TRANSACTION AMOUNT COPIED" TO RL-AMOUNT-TEXT
           MOVE WS-WHYTD-TOTAL-TRAN TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  WITHHOLDING COPIED" TO RL-AMOUNT-TEXT
           MOVE WS-WHYTD-TOTAL-WH TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "REMITTANCE LIABILITY LEDGER (REMLEDG)"
               TO RL-SECTION-TEXT
           MOVE WS-SECTION-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  ENTRIES COPIED TO RLPRIOR" TO RL-COUNT-TEXT
           MOVE WS-LEDGER-RECORDS-COPIED TO RL-COUNT
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  LIABILITY" TO RL-AMOUNT-TEXT
           MOVE WS-LEDGER-TOTAL-LIABILITY TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  DEPOSITS" TO RL-AMOUNT-TEXT
           MOVE WS-LEDGER-TOTAL-DEPOSITS TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  OPEN REMITTANCE BALANCE CARRIED FORWARD"
               TO RL-AMOUNT-TEXT
           MOVE WS-OPEN-BALANCE TO RL-AMOUNT
           MOVE WS-AMOUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           MOVE "  ENTRIES ON THE NEW REMLEDG" TO RL-COUNT-TEXT
           MOVE WS-LEDGER-RECORDS-WRITTEN TO RL-COUNT
           MOVE WS-COUNT-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD

           MOVE WS-BLANK-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD
           IF WS-LEDGER-RECORDS-WRITTEN > ZERO
               MOVE "OPENING ENTRIES WRITTEN TO REMLEDG - NIGHT AND "
                   TO RL-MESSAGE
               MOVE "OPEN BALANCE" TO RL-MESSAGE (48:12)
               MOVE WS-MESSAGE-LINE TO CLOSE-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
               PERFORM VARYING WS-NT-SUB FROM 1 BY 1
                       UNTIL WS-NT-SUB > WS-NT-COUNT
                   IF WS-NT-BALANCE (WS-NT-SUB) NOT = ZERO
                       MOVE WS-NT-DATE (WS-NT-SUB) TO RL-NIGHT-DATE
                       MOVE WS-NT-BALANCE (WS-NT-SUB)
                           TO RL-NIGHT-BALANCE
                       MOVE WS-NIGHT-LINE TO CLOSE-REPORT-RECORD
                       PERFORM 8000-WRITE-REPORT-RECORD
                   END-IF
               END-PERFORM
           ELSE
               MOVE "NO OPEN REMITTANCE BALANCE - NO OPENING ENTRY "
                   TO RL-MESSAGE
               MOVE "WRITTEN" TO RL-MESSAGE (47:7)
               MOVE WS-MESSAGE-LINE TO CLOSE-REPORT-RECORD
               PERFORM 8000-WRITE-REPORT-RECORD
           END-IF
           MOVE SPACES TO RL-MESSAGE
           STRING "YRCTL NOW OPEN FOR " DELIMITED BY SIZE
               WS-OPEN-YEAR DELIMITED BY SIZE
               INTO RL-MESSAGE
           MOVE WS-MESSAGE-LINE TO CLOSE-REPORT-RECORD
           PERFORM 8000-WRITE-REPORT-RECORD.

      *----------------------------------------------------------*
      *    8000-WRITE-REPORT-RECORD - WRITE ONE REPORT LINE WITH    *
      *    THE USUAL FILE STATUS CHECK.                             *
      *----------------------------------------------------------*
       8000-WRITE-REPORT-RECORD.
           WRITE CLOSE-REPORT-RECORD
           IF WS-CLOSE-REPORT-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR WRITING CLOSE-REPORT-FILE, "
                   "STATUS = " WS-CLOSE-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    9000-TERMINATE - THE NEW YTDFILE AND WHYTD ARE CLOSED   *
      *    EMPTY; THE JOB STREAM SWAPS THEM AND THE NEW REMLEDG    *
      *    AND YRCTL IN, AND DATES AND CATALOGS THE PRIOR-YEAR     *
      *    COPIES, AFTER A CLEAN END.                              *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE YTD-IN-FILE
           IF WS-YTD-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING YTD-IN-FILE, "
                   "STATUS = " WS-YTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YTD-PRIOR-FILE
           IF WS-YTD-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING YTD-PRIOR-FILE, "
                   "STATUS = " WS-YTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YTD-NEW-FILE
           IF WS-YTD-NEW-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING YTD-NEW-FILE, "
                   "STATUS = " WS-YTD-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-IN-FILE
           IF WS-WHYTD-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING WHYTD-IN-FILE, "
                   "STATUS = " WS-WHYTD-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-PRIOR-FILE
           IF WS-WHYTD-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING WHYTD-PRIOR-FILE, "
                   "STATUS = " WS-WHYTD-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE WHYTD-NEW-FILE
           IF WS-WHYTD-NEW-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING WHYTD-NEW-FILE, "
                   "STATUS = " WS-WHYTD-NEW-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LEDGER-IN-FILE
           IF WS-LEDGER-IN-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING LEDGER-IN-FILE, "
                   "STATUS = " WS-LEDGER-IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LEDGER-PRIOR-FILE
           IF WS-LEDGER-PRIOR-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING LEDGER-PRIOR-FILE, "
                   "STATUS = " WS-LEDGER-PRIOR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE LEDGER-OUT-FILE
           IF WS-LEDGER-OUT-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING LEDGER-OUT-FILE, "
                   "STATUS = " WS-LEDGER-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CLOSE-REPORT-FILE
           IF WS-CLOSE-REPORT-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING CLOSE-REPORT-FILE, "
                   "STATUS = " WS-CLOSE-REPORT-STATUS
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
               DISPLAY "YRCLOSE: UNABLE TO OPEN RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "YRCLOSE" TO RH-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RH-RUN-TIME
           MOVE WS-RH-EVENT TO RH-EVENT
           MOVE WS-RH-RECORD-COUNT TO RH-RECORD-COUNT
           MOVE WS-RH-RETURN-CODE TO RH-RETURN-CODE
           WRITE RUN-HISTORY-RECORD
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR WRITING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-HISTORY-FILE
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY "YRCLOSE: ERROR CLOSING RUN-HISTORY-FILE, "
                   "STATUS = " WS-RUN-HIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
