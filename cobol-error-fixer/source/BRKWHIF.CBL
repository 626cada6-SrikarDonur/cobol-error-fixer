      *                   IT.  UNTIL NOW THE FIRST SIGHT OF A NEW  *
      *                   GENERATION'S DOLLAR EFFECT WAS THE       *
      *                   MORNING AFTER IT HAD ALREADY WITHHELD.   *
      *  10/15/2026  DN   BRKFILE CHANGES ARE NOW HELD PENDING A     *
      *                   SECOND USER'S APPROVAL.  THE PROPOSED      *
      *                   GENERATION IS SIMULATED AS KEYED - ITS     *
      *                   PENDING ADDS AND CHANGES INCLUDED, ITS     *
      *                   PENDING DELETES LEFT OUT - SO THE APPROVER *
      *                   CAN SEE ITS EFFECT BEFORE DECIDING.  EVERY *
      *                   OTHER GENERATION IS LOADED AS LIVE, AS     *
      *                   BRKEXTR WOULD PUBLISH IT.                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
                       TO WS-BRK-HIGH-AMT (WS-BRACKET-COUNT)
                   MOVE BRKTAB-RATE
                       TO WS-BRK-RATE (WS-BRACKET-COUNT)
                   IF BRKTAB-CHANGE-PENDING
                       PERFORM 1260-APPLY-PENDING-CHANGE
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    1260-APPLY-PENDING-CHANGE - THE BRACKET JUST LOADED HAS  *
      *    AN UNAPPROVED CHANGE.  ON THE PROPOSED GENERATION IT IS  *
      *    TAKEN AS KEYED; ELSEWHERE ONLY ITS LIVE VALUES COUNT,    *
      *    AND A PENDING ADD HAS NONE.                              *
      *----------------------------------------------------------*
       1260-APPLY-PENDING-CHANGE.
           IF BRKTAB-EFFECTIVE-DATE = WS-PROPOSED-DATE
               IF BRKTAB-PENDING-DELETE
                   SUBTRACT 1 FROM WS-BRACKET-COUNT
               ELSE
                   MOVE BRKTAB-PENDING-LOW-AMT
                       TO WS-BRK-LOW-AMT (WS-BRACKET-COUNT)
                   MOVE BRKTAB-PENDING-HIGH-AMT
                       TO WS-BRK-HIGH-AMT (WS-BRACKET-COUNT)
                   MOVE BRKTAB-PENDING-RATE
                       TO WS-BRK-RATE (WS-BRACKET-COUNT)
               END-IF
           ELSE
               IF BRKTAB-PENDING-ADD
                   SUBTRACT 1 FROM WS-BRACKET-COUNT
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    1300-SELECT-GENERATIONS - FOR EACH FILING STATUS, PICK   *
      *    THE IN-FORCE GENERATION (LATEST EFFECTIVE DATE NOT       *
