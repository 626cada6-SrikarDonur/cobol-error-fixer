      *                   TAX JOBS BEFORE BRKEXTR FINISHED, THE   *
      *                   REPORTS BEFORE THEIR FEEDERS).  ANY     *
      *                   FLAG ENDS THE JOB WITH RETURN CODE 8.   *
      *  10/15/2026  MO   ADDED THE ANOMRPT ACCOUNT ACTIVITY      *
      *                   ANOMALY STEP TO THE EXPECTED STREAM,    *
      *                   CHECKED TO START AFTER TRANPROC ENDED.  *
      *                   ITS RETURN CODE 4 ON A NIGHT WITH       *
      *                   FLAGGED ACCOUNTS SHOWS HERE AS A        *
      *                   NONZERO RETURN CODE.                    *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
      *    HHMMSS AS ONE 14-DIGIT NUMBER) SO STEPS THAT CROSS      *
      *    MIDNIGHT STILL COMPARE CORRECTLY.                       *
      *----------------------------------------------------------*
       01  WS-PGM-COUNT                PIC 9(02) VALUE 08.
       01  WS-PGM-NAMES.
           05  FILLER                   PIC X(08) VALUE "BRKEXTR".
           05  FILLER                   PIC X(08) VALUE "XREFBLD".
           05  FILLER                   PIC X(08) VALUE "TRANPROC".
           05  FILLER                   PIC X(08) VALUE "TRANRPT".
           05  FILLER                   PIC X(08) VALUE "TRANRCN".
           05  FILLER                   PIC X(08) VALUE "ANOMRPT".
       01  WS-PGM-NAME-TABLE REDEFINES WS-PGM-NAMES.
           05  WS-PGM-NAME OCCURS 8 TIMES PIC X(08).
       01  WS-PGM-TABLE.
           05  WS-PGM-ENTRY OCCURS 8 TIMES
                   INDEXED BY WS-PGM-IDX.
               10  WS-PGM-SEEN-START    PIC X(01).
               10  WS-PGM-SEEN-END      PIC X(01).
       01  WS-SUB-TRANPROC             PIC 9(02) VALUE 05.
       01  WS-SUB-TRANRPT              PIC 9(02) VALUE 06.
       01  WS-SUB-TRANRCN              PIC 9(02) VALUE 07.
       01  WS-SUB-ANOMRPT              PIC 9(02) VALUE 08.
       01  WS-ORDER-BEFORE-SUB         PIC 9(02) VALUE ZERO.
       01  WS-ORDER-AFTER-SUB          PIC 9(02) VALUE ZERO.

           PERFORM 4100-CHECK-ONE-ORDER
           MOVE WS-SUB-TRANPROC TO WS-ORDER-BEFORE-SUB
           MOVE WS-SUB-TRANRCN TO WS-ORDER-AFTER-SUB
           PERFORM 4100-CHECK-ONE-ORDER
           MOVE WS-SUB-TRANPROC TO WS-ORDER-BEFORE-SUB
           MOVE WS-SUB-ANOMRPT TO WS-ORDER-AFTER-SUB
           PERFORM 4100-CHECK-ONE-ORDER.

      *----------------------------------------------------------*
