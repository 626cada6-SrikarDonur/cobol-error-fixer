      *                   LOGGING TO ACCTLOG AS USUAL.  A MONTH-    *
      *                   END CLOSURE NO LONGER DEPENDS ON SOMEONE  *
      *                   REMEMBERING TO KEY IT THAT MORNING.       *
      *  10/15/2026  MO   NEW FUNCTION X CANCELS A PENDING STATUS   *
      *                   CHANGE, KEYED BY ACCOUNT AND EFFECTIVE    *
      *                   DATE, SO THE BACK OFFICE CAN STOP A       *
      *                   CLOSURE OR FREEZE PROPOSED BY THE         *
      *                   ACCTREVW DORMANCY REVIEW (OR ONE KEYED    *
      *                   HERE IN ERROR) DURING ITS NOTICE PERIOD.  *
      *                   ACCTMST IS NOT TOUCHED, SO NOTHING IS     *
      *                   LOGGED TO ACCTLOG.                        *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
           88  WS-FUNCTION-ADD                    VALUE 'A'.
           88  WS-FUNCTION-CHANGE                 VALUE 'C'.
           88  WS-FUNCTION-DELETE                 VALUE 'D'.
           88  WS-FUNCTION-CANCEL                 VALUE 'X'.

      *----------------------------------------------------------*
      *    HELD IN WORKING STORAGE RATHER THAN AS AN IN-LINE       *
       01  WS-SCHED-DUP-MSG            PIC X(60) VALUE
               "A CHANGE IS ALREADY PENDING FOR THIS ACCOUNT AND DATE".

       01  WS-CANCEL-DATE-MSG          PIC X(60) VALUE
               "CANCEL NEEDS THE PENDING CHANGE'S EFFECTIVE DATE".

       01  WS-CANCEL-NOT-FOUND-MSG     PIC X(60) VALUE
               "NO CHANGE IS PENDING FOR THIS ACCOUNT AND DATE".

      *----------------------------------------------------------*
      *    COMMAREA - EVERY SCREEN IS A FULL ENTRY FORM (FUNCTION  *
      *    AND KEY ARE RE-KEYED BY THE OPERATOR ON EVERY TRIP), SO  *
      *----------------------------------------------------------*
       1000-INITIAL-SCREEN.
           MOVE SPACES TO ACCTMP1O
           MOVE "ENTER B/A/C/D/X, ACCOUNT NUMBER, NAME, STATUS, DATES"
               TO AMSGO
           EXEC CICS SEND MAP('ACCTMP1')
                          MAPSET('ACCTMAP')
               END-IF
           END-IF

           IF WS-FUNCTION-CANCEL
               IF AEFFDTI NOT NUMERIC
               OR AEFFDTI = ZEROS
                   MOVE SPACES TO ACCTMP1O
                   MOVE WS-CANCEL-DATE-MSG TO AMSGO
                   EXEC CICS SEND MAP('ACCTMP1')
                                  MAPSET('ACCTMAP')
                                  FROM(ACCTMP1O)
                                  ERASE
                   END-EXEC
                   EXEC CICS RETURN TRANSID('ACCT')
                                     COMMAREA(WS-COMMAREA)
                   END-EXEC
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-FUNCTION-BROWSE
                   PERFORM 3000-BROWSE-ACCOUNT
                   PERFORM 5000-CHANGE-ACCOUNT
               WHEN WS-FUNCTION-DELETE
                   PERFORM 6000-DELETE-ACCOUNT
               WHEN WS-FUNCTION-CANCEL
                   PERFORM 6500-CANCEL-PENDING-CHANGE
               WHEN OTHER
                   MOVE SPACES TO ACCTMP1O
                   MOVE "FUNCTION MUST BE B, A, C, D, OR X" TO AMSGO
                   EXEC CICS SEND MAP('ACCTMP1')
                                  MAPSET('ACCTMAP')
                                  FROM(ACCTMP1O)
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    6500-CANCEL-PENDING-CHANGE - REMOVE A STATUS CHANGE HELD  *
      *    ON PENDACT BEFORE ACCTPEND APPLIES IT.  THE ACCOUNT       *
      *    MASTER IS UNCHANGED, SO AS WITH 5500 NOTHING IS LOGGED.   *
      *----------------------------------------------------------*
       6500-CANCEL-PENDING-CHANGE.
           MOVE ACCT-ACCOUNT-NUMBER TO PEND-ACCOUNT-NUMBER
           MOVE AEFFDTI TO PEND-EFFECTIVE-DATE
           EXEC CICS READ FILE('PENDACT')
                          INTO(PENDING-ACTION-RECORD)
                          RIDFLD(PEND-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-CANCEL-NOT-FOUND-MSG TO AMSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF

           EXEC CICS DELETE FILE('PENDACT')
                             RESP(WS-RESP)
           END-EXEC

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "PENDING STATUS CHANGE CANCELLED" TO AMSGO
           ELSE
               MOVE "UNABLE TO CANCEL PENDING STATUS CHANGE" TO AMSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    7000-POPULATE-MAP-FROM-RECORD - MOVE AN ACCOUNT JUST READ *
      *    FROM ACCTMST OUT TO THE SCREEN'S OUTPUT FIELDS.           *
