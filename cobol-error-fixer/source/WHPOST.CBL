      *                   CUMULATIVE AND A SECOND RUN WOULD        *
      *                   DOUBLE THE NIGHT.  THE WHSTMT PROGRAM    *
      *                   PRINTS ANNUAL STATEMENTS FROM WHYTD.     *
      *  10/15/2026  MO   THE RUN NOW REFUSES A BUSINESS DATE      *
      *                   WHOSE YEAR IS NOT THE YEAR WHYTD IS OPEN *
      *                   FOR, AS NAMED ON THE YRCTL CONTROL       *
      *                   RECORD THE YRCLOSE YEAR-END CLOSE        *
      *                   WRITES, SO A JANUARY NIGHT RUN BEFORE    *
      *                   THE CLOSE CANNOT POST INTO LAST YEAR'S   *
      *                   TOTALS.  YRCTL IS REQUIRED; UNTIL THE    *
      *                   FIRST CLOSE IT HOLDS THE SEED RECORD     *
      *                   NAMING THE OPEN YEAR.                    *
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
           LABEL RECORDS ARE STANDARD.
       COPY RUNPARM.

       FD  YEAR-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YRCREC.

       FD  RUN-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNHIST.
       01  WS-WHYTD-OUT-STATUS         PIC X(02) VALUE '00'.
       01  WS-ACCOUNT-FILE-STATUS      PIC X(02) VALUE '00'.
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
      *    THE YEAR WHYTD IS OPEN FOR, AS NAMED ON THE YRCTL       *
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
               DISPLAY "WHPOST: UNABLE TO OPEN YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ YEAR-CONTROL-FILE
               AT END
                   DISPLAY "WHPOST: YRCTL HAS NO CONTROL RECORD - "
                       "RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF YC-OPEN-YEAR NOT NUMERIC
               DISPLAY "WHPOST: YRCTL OPEN YEAR IS NOT "
                   "NUMERIC - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YC-OPEN-YEAR NOT = WS-BUSINESS-DATE (1:4)
               DISPLAY "WHPOST: BUSINESS DATE "
                   WS-BUSINESS-DATE " IS NOT IN "
                   YC-OPEN-YEAR ", THE YEAR WHYTD "
                   "IS OPEN FOR - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE YEAR-CONTROL-FILE
           IF WS-YEAR-CONTROL-STATUS NOT = '00'
               DISPLAY "WHPOST: ERROR CLOSING YEAR-CONTROL-FILE, "
                   "STATUS = " WS-YEAR-CONTROL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------*
      *    2000-RELEASE-WITHHOLDING - SORT INPUT PROCEDURE.  THE    *
      *    NIGHT'S WHFILE, KEYED BY ACCOUNT FOR THE MERGE.          *
