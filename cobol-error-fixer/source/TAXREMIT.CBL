      *                   ALREADY ENDED CLEAN - THE LEDGER IS      *
      *                   CUMULATIVE AND A SECOND POST WOULD       *
      *                   DOUBLE THE NIGHT'S LIABILITY.            *
      *  10/15/2026  DN   THE LEDGER NOW ALSO CARRIES RETROACTIVE  *
      *                   ADJUSTMENT LINES POSTED BY WHRETRO UNDER *
      *                   THE BUSINESS DATE FINANCE SIGNED THEM    *
      *                   OFF ON (REM-ENTRY-TYPE 'A').  ONLY A     *
      *                   NIGHTLY RECORD FOR TONIGHT'S DATE MEANS  *
      *                   THE NIGHT WAS ALREADY POSTED, A DEPOSIT  *
      *                   CARD IS POSTED AGAINST THE NIGHTLY       *
      *                   RECORD FOR ITS DATE, AND TONIGHT'S       *
      *                   RECORD IS WRITTEN AS TYPE 'N'.  THE      *
      *                   ADJUSTMENT LINES ROLL INTO THE LIABILITY *
      *                   TO DATE LIKE ANY OTHER RECORD.           *
      *  10/15/2026  DN   A DEPOSIT POSTED FROM THE DEPPARM CARD    *
      *                   NOW STAMPS TONIGHT'S BUSINESS DATE INTO   *
      *                   THE RECORD'S NEW DEPOSIT DATE SO TAXQTR   *
      *                   CAN CHECK THE DEPOSIT AGAINST ITS DUE     *
      *                   DATE.  THE DATE IS CARRIED FORWARD WITH   *
      *                   THE REST OF THE RECORD; A RECORD WRITTEN  *
      *                   BEFORE THE FIELD EXISTED KEEPS SPACES     *
      *                   THERE UNTIL A DEPOSIT IS POSTED TO IT.    *
      *  10/15/2026  DN   THE RUN NOW REFUSES A BUSINESS DATE WHOSE *
      *                   YEAR IS NOT THE YEAR REMLEDG IS OPEN FOR, *
      *                   AS NAMED ON THE YRCTL CONTROL RECORD THE  *
      *                   YRCLOSE YEAR-END CLOSE WRITES.  YRCTL IS  *
      *                   REQUIRED; UNTIL THE FIRST CLOSE IT HOLDS  *
      *                   THE SEED RECORD NAMING THE OPEN YEAR.  A  *
      *                   DEPOSIT CARD NAMING A NIGHT IN A CLOSED   *
      *                   YEAR POSTS TO THE NEW LEDGER'S OPENING    *
      *                   ENTRY (TYPE 'O') DATED THAT NIGHT, ON     *
      *                   WHICH THE CLOSE CARRIED THE NIGHT'S OPEN  *
      *                   BALANCE FORWARD.  A NIGHT THE CLOSE FOUND *
      *                   FULLY PAID HAS NO OPENING ENTRY, SO ITS   *
      *                   CARD IS REFUSED AS NOT ON THE LEDGER.     *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-PARM-STATUS.

           SELECT YEAR-CONTROL-FILE ASSIGN TO "YRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEAR-CONTROL-STATUS.

           SELECT OPTIONAL RUN-HISTORY-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.
           05  RLI-NIGHT-LIABILITY     PIC S9(11)V99
                   SIGN LEADING SEPARATE CHARACTER.
           05  RLI-DEPOSIT-AMT         PIC 9(11)V99.
           05  RLI-ENTRY-TYPE          PIC X(01).
               88  RLI-ENTRY-NIGHTLY              VALUE 'N' ' '.
               88  RLI-ENTRY-OPENING-BALANCE      VALUE 'O'.
           05  RLI-DEPOSIT-DATE        PIC X(08).

       FD  LEDGER-OUT-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.
       01  WS-DEPOSIT-PARM-STATUS      PIC X(02) VALUE '00'.
       01  WS-VOUCHER-REPORT-STATUS    PIC X(02) VALUE '00'.
       01  WS-RUN-PARM-STATUS          PIC X(02) VALUE '00'.
       01  WS-YEAR-CONTROL-STATUS      PIC X(02) VALUE '00'.
       01  WS-RUN-HIST-STATUS          PIC X(02) VALUE '00'.
       01  WS-BUSINESS-DATE            PIC 9(08) VALUE ZERO.
       01  WS-RH-EVENT                 PIC X(01) VALUE 'S'.
       1000-INITIALIZE.
           PERFORM 1050-GET-BUSINESS-DATE
           PERFORM 1060-CHECK-PRIOR-RUNS
           PERFORM 1090-CHECK-OPEN-YEAR
           MOVE 'S' TO WS-RH-EVENT
           MOVE ZERO TO WS-RH-RECORD-COUNT
           MOVE ZERO TO WS-RH-RETURN-CODE
                   END-IF
           END-READ.

      *----------------------------------------------------------*
      *    1090-CHECK-OPEN-YEAR - REFUSE A BUSINESS DATE OUTSIDE   *
      *    THE YEAR REMLEDG IS OPEN FOR, AS NAMED ON THE YRCTL     *
      *    CONTROL RECORD THE YEAR-END CLOSE WRITES.  A JANUARY    *
      *    RUN BEFORE THE CLOSE WOULD POST THE NEW YEAR INTO LAST  *
      *    YEAR'S TOTALS, AND A DECEMBER RUN AFTER IT WOULD POST   *
      *    LAST YEAR INTO THE NEW ONE.  YRCTL IS REQUIRED - UNTIL  *
      *    THE FIRST CLOSE IT HOLDS THE SEED RECORD NAMING THE     *
      *    OPEN YEAR - AND A MISSING OR EMPTY FILE REFUSES THE     *
      *    RUN.                                                    *
      *----------------------------------------------------------*
       1090-CHECK-OPEN-YEAR.
           OPEN INPUT YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "TAXREMIT: UNABLE TO OPEN YEAR-CONTROL-"
                   "FILE, STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "TAXREMIT: YRCTL HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF YC-OPEN-YEAR NOT NUMERIC
               DISPLAY "TAXREMIT: YRCTL OPEN YEAR IS NOT "
                   "NUMERIC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YC-OPEN-YEAR NOT = WS-BUSINESS-DATE (1:4)
               DISPLAY "TAXREMIT: BUSINESS DATE "
                   WS-BUSINESS-DATE " IS NOT IN "
                   YC-OPEN-YEAR ", THE YEAR REMLEDG "
                   "IS OPEN FOR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "TAXREMIT: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    1080-GET-DEPOSIT-CARD - PICK UP THE OPTIONAL TREASURY   *
      *    DEPOSIT CARD.  THE DEPOSIT IS POSTED AGAINST THE        *
      *    POSTING ANY DEPOSIT CARD AGAINST THE DATE IT NAMES,     *
      *    AND APPEND THE NEW RECORD FOR TONIGHT'S BUSINESS DATE.  *
      *    THE TO-DATE ACCUMULATORS FOR THE VOUCHER ARE BUILT AS   *
      *    THE RECORDS STREAM THROUGH.  A PRIOR NIGHTLY RECORD     *
      *    FOR TONIGHT'S DATE MEANS THE NIGHT WAS ALREADY POSTED   *
      *    AND THE RUN IS REFUSED.  RETROACTIVE ADJUSTMENT LINES   *
      *    ARE COPIED FORWARD AS THEY STAND.  A DEPOSIT CARD THAT  *
      *    NAMES A NIGHT IN A YEAR ALREADY CLOSED IS POSTED        *
      *    AGAINST THE OPENING ENTRY THE CLOSE CARRIED FORWARD FOR *
      *    THAT NIGHT, WHICH KEEPS THE NIGHT'S OWN DATE.           *
      *----------------------------------------------------------*
       3000-REWRITE-LEDGER.
           OPEN INPUT LEDGER-IN-FILE
                       STOP RUN
                   END-IF
                   IF RLI-BUSINESS-DATE = WS-BUSINESS-DATE
                   AND RLI-ENTRY-NIGHTLY
                       DISPLAY "TAXREMIT: LEDGER ALREADY HOLDS A "
                           "RECORD FOR BUSINESS DATE "
                           WS-BUSINESS-DATE " - RUN REFUSED"
                   MOVE RLI-WH-AMT TO REM-WH-AMT
                   MOVE RLI-NIGHT-LIABILITY TO REM-NIGHT-LIABILITY
                   MOVE RLI-DEPOSIT-AMT TO REM-DEPOSIT-AMT
                   MOVE RLI-ENTRY-TYPE TO REM-ENTRY-TYPE
                   MOVE RLI-DEPOSIT-DATE TO REM-DEPOSIT-DATE (1:8)
                   IF WS-DEPOSIT-PENDING
                   AND RLI-BUSINESS-DATE = WS-DEPOSIT-DATE
                   AND (RLI-ENTRY-NIGHTLY
                        OR RLI-ENTRY-OPENING-BALANCE)
                       ADD WS-DEPOSIT-AMT TO REM-DEPOSIT-AMT
                       MOVE WS-BUSINESS-DATE TO REM-DEPOSIT-DATE
                       MOVE 'N' TO WS-DEPOSIT-PENDING-SW
                   END-IF
                   PERFORM 3300-WRITE-LEDGER-RECORD
           MOVE WS-NIGHT-WH-AMT TO REM-WH-AMT
           MOVE WS-NIGHT-LIABILITY TO REM-NIGHT-LIABILITY
           MOVE ZERO TO REM-DEPOSIT-AMT
           MOVE 'N' TO REM-ENTRY-TYPE
           MOVE ZERO TO REM-DEPOSIT-DATE
           IF WS-DEPOSIT-PENDING
           AND WS-DEPOSIT-DATE = WS-BUSINESS-DATE
               MOVE WS-DEPOSIT-AMT TO REM-DEPOSIT-AMT
               MOVE WS-BUSINESS-DATE TO REM-DEPOSIT-DATE
               MOVE 'N' TO WS-DEPOSIT-PENDING-SW
           END-IF
           PERFORM 3300-WRITE-LEDGER-RECORD.
