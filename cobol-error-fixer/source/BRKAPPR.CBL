       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BRKAPPR.
       AUTHOR.        D.NOLAN - PAYROLL SYSTEMS.
       INSTALLATION.  CORPORATE PAYROLL.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  DN   ORIGINAL PROGRAM - PSEUDOCONVERSATIONAL  *
      *                   CICS TRANSACTION (TRANSID BRKA), THE      *
      *                   CHECKER SIDE OF MAKER-CHECKER BRACKET     *
      *                   MAINTENANCE.  BRKMAINT NOW ONLY HOLDS AN  *
      *                   ADD, CHANGE, OR DELETE AS PENDING ON THE  *
      *                   BRKFILE RECORD; ON THIS SCREEN A SECOND   *
      *                   FINANCE USER SHOWS THE PENDING CHANGE     *
      *                   FOR A BRACKET (B), STEPS TO THE NEXT      *
      *                   PENDING CHANGE ON FILE (N), AND APPROVES  *
      *                   (A) OR REJECTS (R) IT.  THE MAKER MAY NOT *
      *                   DECIDE THEIR OWN CHANGE.  AN APPROVAL     *
      *                   APPLIES THE CHANGE TO THE LIVE BRACKET    *
      *                   (OR DELETES IT); A REJECTION DISCARDS IT  *
      *                   (A REJECTED ADD REMOVES THE RECORD).      *
      *                   EITHER WAY THE DECISION IS LOGGED TO      *
      *                   CHGLOGF WITH THE MAKER, THE APPROVER, AND *
      *                   THE APPROVAL DATE AND TIME.               *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    COPY OF THE BRACKET RECORD AND ITS SYMBOLIC MAP          *
      *----------------------------------------------------------*
       COPY BRKTAB.
       COPY BRKAPMO.
       COPY CHGLOG.

      *----------------------------------------------------------*
      *    SWITCHES AND WORK FIELDS                                 *
      *----------------------------------------------------------*
       01  WS-RESP                     PIC S9(08) COMP.
       01  WS-FUNCTION                 PIC X(01).
           88  WS-FUNCTION-BROWSE                 VALUE 'B'.
           88  WS-FUNCTION-NEXT                   VALUE 'N'.
           88  WS-FUNCTION-APPROVE                VALUE 'A'.
           88  WS-FUNCTION-REJECT                 VALUE 'R'.

       01  WS-KEYED-KEY                PIC X(11).
       01  WS-BROWSE-SW                PIC X(01) VALUE 'N'.
           88  WS-BROWSE-DONE                     VALUE 'Y'.
       01  WS-PENDING-FOUND-SW         PIC X(01) VALUE 'N'.
           88  WS-PENDING-FOUND                   VALUE 'Y'.

      *----------------------------------------------------------*
      *    HELD IN WORKING STORAGE RATHER THAN AS IN-LINE          *
      *    LITERALS - THE TEXT IS TOO WIDE FOR ONE SOURCE LINE AT  *
      *    ITS POINT OF USE.                                       *
      *----------------------------------------------------------*
       01  WS-PROMPT-MSG               PIC X(60) VALUE
               "ENTER B/N/A/R, EFFECTIVE DATE, STATUS, BRACKET NO".

       01  WS-BAD-FUNCTION-MSG         PIC X(60) VALUE
               "FUNCTION MUST BE B (SHOW), N (NEXT), A, OR R".

       01  WS-SHOW-PENDING-MSG         PIC X(60) VALUE
               "CHANGE PENDING - KEY A TO APPROVE OR R TO REJECT".

       01  WS-OWN-CHANGE-MSG           PIC X(60) VALUE
               "YOU KEYED THIS CHANGE - ANOTHER USER MUST DECIDE IT".

       01  WS-NO-MORE-MSG              PIC X(60) VALUE
               "NO FURTHER CHANGES PENDING APPROVAL ON BRKFILE".

      *----------------------------------------------------------*
      *    COMMAREA - AS IN BRKMAINT, EVERY SCREEN IS A FULL ENTRY *
      *    FORM, SO THE COMMAREA IS PASSED ON RETURN SOLELY SO     *
      *    EIBCALEN IS NONZERO ON THE NEXT TRIP.                   *
      *----------------------------------------------------------*
       01  WS-COMMAREA.
           05  CA-FILLER                PIC X(01).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05  LK-COMMAREA              PIC X(01).

      *----------------------------------------------------------*
      *    0000-MAINLINE - ENTRY POINT FOR EVERY TRIP THROUGH THE   *
      *    TRANSACTION.  ON THE FIRST TRIP THERE IS NO COMMAREA, SO  *
      *    THE BLANK APPROVAL SCREEN IS SENT.  ON SUBSEQUENT TRIPS   *
      *    THE OPERATOR'S INPUT IS PROCESSED.                        *
      *----------------------------------------------------------*
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-INITIAL-SCREEN
           ELSE
               MOVE LK-COMMAREA TO WS-COMMAREA
               PERFORM 2000-RECEIVE-AND-EDIT THRU 2000-EXIT
           END-IF
           GOBACK.

      *----------------------------------------------------------*
      *    1000-INITIAL-SCREEN - FIRST TRIP THROUGH THE TRANSACTION. *
      *    SEND THE BLANK APPROVAL SCREEN AND RETURN.                *
      *----------------------------------------------------------*
       1000-INITIAL-SCREEN.
           MOVE SPACES TO BRKAPM1O
           MOVE WS-PROMPT-MSG TO PMSGO
           EXEC CICS SEND MAP('BRKAPM1')
                          MAPSET('BRKAPM')
                          FROM(BRKAPM1O)
                          ERASE
           END-EXEC
           EXEC CICS RETURN TRANSID('BRKA')
                             COMMAREA(WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------*
      *    2000-RECEIVE-AND-EDIT - READ THE OPERATOR'S INPUT AND     *
      *    DISPATCH TO THE FUNCTION THEY ASKED FOR.                  *
      *----------------------------------------------------------*
       2000-RECEIVE-AND-EDIT.
           EXEC CICS RECEIVE MAP('BRKAPM1')
                              MAPSET('BRKAPM')
                              INTO(BRKAPM1I)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO BRKAPM1O
               MOVE "INVALID INPUT - PLEASE RE-ENTER" TO PMSGO
               EXEC CICS SEND MAP('BRKAPM1')
                              MAPSET('BRKAPM')
                              FROM(BRKAPM1O)
                              ERASE
               END-EXEC
               EXEC CICS RETURN TRANSID('BRKA')
                                 COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF

           MOVE PFUNCI TO WS-FUNCTION
           MOVE PEFFDTI TO BRKTAB-EFFECTIVE-DATE
           MOVE PFSTATI TO BRKTAB-FILING-STATUS
           MOVE PBRKNOI TO BRKTAB-BRACKET-NO

           EVALUATE TRUE
               WHEN WS-FUNCTION-BROWSE
                   PERFORM 3000-SHOW-PENDING
               WHEN WS-FUNCTION-NEXT
                   PERFORM 3500-NEXT-PENDING
               WHEN WS-FUNCTION-APPROVE
                   PERFORM 4000-APPROVE-CHANGE
               WHEN WS-FUNCTION-REJECT
                   PERFORM 5000-REJECT-CHANGE
               WHEN OTHER
                   MOVE SPACES TO BRKAPM1O
                   MOVE WS-BAD-FUNCTION-MSG TO PMSGO
                   EXEC CICS SEND MAP('BRKAPM1')
                                  MAPSET('BRKAPM')
                                  FROM(BRKAPM1O)
                                  ERASE
                   END-EXEC
                   EXEC CICS RETURN TRANSID('BRKA')
                                     COMMAREA(WS-COMMAREA)
                   END-EXEC
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-SHOW-PENDING - DISPLAY THE BRACKET FOR THE KEY THE   *
      *    OPERATOR ENTERED, WITH ITS PENDING CHANGE IF IT HAS ONE.  *
      *----------------------------------------------------------*
       3000-SHOW-PENDING.
           EXEC CICS READ FILE('BRKFILE')
                          INTO(BRKTAB-RECORD)
                          RIDFLD(BRKTAB-KEY)
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 7000-POPULATE-MAP-FROM-RECORD
               IF BRKTAB-CHANGE-PENDING
                   MOVE WS-SHOW-PENDING-MSG TO PMSGO
               ELSE
                   MOVE "NO CHANGE PENDING ON THIS BRACKET" TO PMSGO
               END-IF
           ELSE
               MOVE "BRACKET NOT ON FILE" TO PMSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    3500-NEXT-PENDING - BROWSE BRKFILE FORWARD FROM THE KEY   *
      *    ON THE SCREEN (FROM THE START WHEN NO DATE IS KEYED) TO   *
      *    THE NEXT BRACKET WITH A CHANGE PENDING, SKIPPING THE      *
      *    BRACKET NOW ON THE SCREEN SO REPEATED N STEPS THROUGH     *
      *    THEM ALL.                                                 *
      *----------------------------------------------------------*
       3500-NEXT-PENDING.
           IF PEFFDTI = SPACES OR LOW-VALUES
               MOVE LOW-VALUES TO BRKTAB-KEY
           END-IF
           MOVE BRKTAB-KEY TO WS-KEYED-KEY
           MOVE 'N' TO WS-BROWSE-SW
           MOVE 'N' TO WS-PENDING-FOUND-SW
           EXEC CICS STARTBR FILE('BRKFILE')
                             RIDFLD(BRKTAB-KEY)
                             GTEQ
                             RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO BRKAPM1O
               MOVE WS-NO-MORE-MSG TO PMSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF
           PERFORM 3600-READ-NEXT-BRACKET
               UNTIL WS-BROWSE-DONE
           EXEC CICS ENDBR FILE('BRKFILE')
           END-EXEC
           IF WS-PENDING-FOUND
               PERFORM 7000-POPULATE-MAP-FROM-RECORD
               MOVE WS-SHOW-PENDING-MSG TO PMSGO
           ELSE
               MOVE SPACES TO BRKAPM1O
               MOVE WS-NO-MORE-MSG TO PMSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

       3600-READ-NEXT-BRACKET.
           EXEC CICS READNEXT FILE('BRKFILE')
                              INTO(BRKTAB-RECORD)
                              RIDFLD(BRKTAB-KEY)
                              RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-BROWSE-SW
           ELSE
               IF BRKTAB-CHANGE-PENDING
               AND BRKTAB-KEY NOT = WS-KEYED-KEY
                   MOVE 'Y' TO WS-PENDING-FOUND-SW
                   MOVE 'Y' TO WS-BROWSE-SW
               END-IF
           END-IF.

      *----------------------------------------------------------*
      *    4000-APPROVE-CHANGE - APPLY THE PENDING CHANGE: AN ADD OR *
      *    CHANGE MAKES THE PROPOSED VALUES LIVE, A DELETE REMOVES   *
      *    THE BRACKET.  THE LOG CARRIES THE LIVE VALUES AS OLD AND  *
      *    THE APPROVED ONES AS NEW.                                 *
      *----------------------------------------------------------*
       4000-APPROVE-CHANGE.
           PERFORM 6000-READ-PENDING-FOR-UPDATE
           PERFORM 7200-LOG-OLD-AND-NEW-VALUES
           IF BRKTAB-PENDING-DELETE
               EXEC CICS DELETE FILE('BRKFILE')
                                 RESP(WS-RESP)
               END-EXEC
           ELSE
               MOVE BRKTAB-PENDING-LOW-AMT TO BRKTAB-LOW-AMT
               MOVE BRKTAB-PENDING-HIGH-AMT TO BRKTAB-HIGH-AMT
               MOVE BRKTAB-PENDING-RATE TO BRKTAB-RATE
               PERFORM 7100-CLEAR-PENDING
               EXEC CICS REWRITE FILE('BRKFILE')
                                  FROM(BRKTAB-RECORD)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "CHANGE APPROVED - NOW LIVE ON BRKFILE" TO PMSGO
               SET CHGLOG-APPROVED TO TRUE
               PERFORM 9000-WRITE-CHANGE-LOG
           ELSE
               MOVE "UNABLE TO APPLY THE APPROVED CHANGE" TO PMSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    5000-REJECT-CHANGE - DISCARD THE PENDING CHANGE: A        *
      *    REJECTED ADD REMOVES THE RECORD (IT WAS NEVER LIVE), A    *
      *    REJECTED CHANGE OR DELETE LEAVES THE LIVE BRACKET AS IT   *
      *    WAS.  THE LOG CARRIES THE PROPOSAL THAT WAS TURNED DOWN.  *
      *----------------------------------------------------------*
       5000-REJECT-CHANGE.
           PERFORM 6000-READ-PENDING-FOR-UPDATE
           PERFORM 7200-LOG-OLD-AND-NEW-VALUES
           IF BRKTAB-PENDING-ADD
               EXEC CICS DELETE FILE('BRKFILE')
                                 RESP(WS-RESP)
               END-EXEC
           ELSE
               PERFORM 7100-CLEAR-PENDING
               EXEC CICS REWRITE FILE('BRKFILE')
                                  FROM(BRKTAB-RECORD)
                                  RESP(WS-RESP)
               END-EXEC
           END-IF

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE "CHANGE REJECTED - LIVE BRACKET UNCHANGED" TO PMSGO
               SET CHGLOG-REJECTED TO TRUE
               PERFORM 9000-WRITE-CHANGE-LOG
           ELSE
               MOVE "UNABLE TO DISCARD THE REJECTED CHANGE" TO PMSGO
           END-IF
           PERFORM 8000-SEND-MAP-AND-RETURN.

      *----------------------------------------------------------*
      *    6000-READ-PENDING-FOR-UPDATE - READ THE KEYED BRACKET FOR *
      *    UPDATE AND MAKE SURE IT HAS A CHANGE PENDING THAT THIS    *
      *    OPERATOR IS ALLOWED TO DECIDE.  ANY FAILURE SENDS THE     *
      *    SCREEN BACK AND ENDS THE TRIP.                            *
      *----------------------------------------------------------*
       6000-READ-PENDING-FOR-UPDATE.
           EXEC CICS READ FILE('BRKFILE')
                          INTO(BRKTAB-RECORD)
                          RIDFLD(BRKTAB-KEY)
                          UPDATE
                          RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "BRACKET NOT ON FILE" TO PMSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF
           PERFORM 7000-POPULATE-MAP-FROM-RECORD
           IF NOT BRKTAB-CHANGE-PENDING
               MOVE "NO CHANGE PENDING ON THIS BRACKET" TO PMSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF
           IF BRKTAB-MAKER-ID = EIBOPID
               MOVE WS-OWN-CHANGE-MSG TO PMSGO
               PERFORM 8000-SEND-MAP-AND-RETURN
           END-IF.

      *----------------------------------------------------------*
      *    7000-POPULATE-MAP-FROM-RECORD - MOVE A BRACKET JUST READ  *
      *    FROM BRKFILE OUT TO THE SCREEN: THE KEY, THE PENDING      *
      *    ACTION AND MAKER, AND THE LIVE AND PROPOSED VALUES.       *
      *----------------------------------------------------------*
       7000-POPULATE-MAP-FROM-RECORD.
           MOVE SPACES TO BRKAPM1O
           MOVE BRKTAB-EFFECTIVE-DATE TO PEFFDTO
           MOVE BRKTAB-FILING-STATUS TO PFSTATO
           MOVE BRKTAB-BRACKET-NO TO PBRKNOO
           IF BRKTAB-CHANGE-PENDING
               EVALUATE TRUE
                   WHEN BRKTAB-PENDING-ADD
                       MOVE "ADD" TO PACTNO
                   WHEN BRKTAB-PENDING-CHANGE
                       MOVE "CHANGE" TO PACTNO
                   WHEN BRKTAB-PENDING-DELETE
                       MOVE "DELETE" TO PACTNO
               END-EVALUATE
               MOVE BRKTAB-MAKER-ID TO PMAKERO
               MOVE BRKTAB-MAKER-DATE TO PMKDTO
               MOVE BRKTAB-MAKER-TIME TO PMKTMO
               IF NOT BRKTAB-PENDING-DELETE
                   MOVE BRKTAB-PENDING-LOW-AMT TO PNEWLOO
                   MOVE BRKTAB-PENDING-HIGH-AMT TO PNEWHIO
                   MOVE BRKTAB-PENDING-RATE TO PNEWRTO
               END-IF
           END-IF
           IF NOT BRKTAB-PENDING-ADD
               MOVE BRKTAB-LOW-AMT TO PCURLOO
               MOVE BRKTAB-HIGH-AMT TO PCURHIO
               MOVE BRKTAB-RATE TO PCURRTO
           END-IF.

      *----------------------------------------------------------*
      *    7100-CLEAR-PENDING - THE BRACKET HAS NO CHANGE PENDING    *
      *    ANY MORE.                                                 *
      *----------------------------------------------------------*
       7100-CLEAR-PENDING.
           MOVE 'A' TO BRKTAB-CHANGE-STATUS
           MOVE SPACE TO BRKTAB-PENDING-ACTION
           MOVE ZERO TO BRKTAB-PENDING-LOW-AMT
           MOVE ZERO TO BRKTAB-PENDING-HIGH-AMT
           MOVE ZERO TO BRKTAB-PENDING-RATE
           MOVE SPACES TO BRKTAB-MAKER-ID
           MOVE ZERO TO BRKTAB-MAKER-DATE
           MOVE ZERO TO BRKTAB-MAKER-TIME.

      *----------------------------------------------------------*
      *    7200-LOG-OLD-AND-NEW-VALUES - BUILD THE CHANGE-LOG        *
      *    RECORD FROM THE PENDING RECORD BEFORE IT IS TOUCHED: THE  *
      *    MAKER AND WHEN THEY KEYED IT, THE ACTION, THE LIVE VALUES *
      *    AS OLD (NONE FOR AN ADD) AND THE PROPOSED VALUES AS NEW   *
      *    (NONE FOR A DELETE).                                      *
      *----------------------------------------------------------*
       7200-LOG-OLD-AND-NEW-VALUES.
           MOVE BRKTAB-MAKER-ID TO CHGLOG-USERID
           MOVE BRKTAB-MAKER-DATE TO CHGLOG-DATE
           MOVE BRKTAB-MAKER-TIME TO CHGLOG-TIME
           MOVE BRKTAB-PENDING-ACTION TO CHGLOG-ACTION
           IF BRKTAB-PENDING-ADD
               MOVE SPACES TO CHGLOG-OLD-RECORD
               MOVE ZERO TO CHGLOG-OLD-EFF-DATE CHGLOG-OLD-BRACKET-NO
                   CHGLOG-OLD-LOW-AMT CHGLOG-OLD-HIGH-AMT
                   CHGLOG-OLD-RATE
           ELSE
               MOVE BRKTAB-EFFECTIVE-DATE TO CHGLOG-OLD-EFF-DATE
               MOVE BRKTAB-FILING-STATUS TO CHGLOG-OLD-FILING-STATUS
               MOVE BRKTAB-BRACKET-NO TO CHGLOG-OLD-BRACKET-NO
               MOVE BRKTAB-LOW-AMT TO CHGLOG-OLD-LOW-AMT
               MOVE BRKTAB-HIGH-AMT TO CHGLOG-OLD-HIGH-AMT
               MOVE BRKTAB-RATE TO CHGLOG-OLD-RATE
           END-IF
           IF BRKTAB-PENDING-DELETE
               MOVE SPACES TO CHGLOG-NEW-RECORD
               MOVE ZERO TO CHGLOG-NEW-EFF-DATE CHGLOG-NEW-BRACKET-NO
                   CHGLOG-NEW-LOW-AMT CHGLOG-NEW-HIGH-AMT
                   CHGLOG-NEW-RATE
           ELSE
               MOVE BRKTAB-EFFECTIVE-DATE TO CHGLOG-NEW-EFF-DATE
               MOVE BRKTAB-FILING-STATUS TO CHGLOG-NEW-FILING-STATUS
               MOVE BRKTAB-BRACKET-NO TO CHGLOG-NEW-BRACKET-NO
               MOVE BRKTAB-PENDING-LOW-AMT TO CHGLOG-NEW-LOW-AMT
               MOVE BRKTAB-PENDING-HIGH-AMT TO CHGLOG-NEW-HIGH-AMT
               MOVE BRKTAB-PENDING-RATE TO CHGLOG-NEW-RATE
           END-IF.

      *----------------------------------------------------------*
      *    8000-SEND-MAP-AND-RETURN - SEND THE RESULT SCREEN AND     *
      *    WAIT FOR THE OPERATOR'S NEXT TRANSACTION.                 *
      *----------------------------------------------------------*
       8000-SEND-MAP-AND-RETURN.
           EXEC CICS SEND MAP('BRKAPM1')
                          MAPSET('BRKAPM')
                          FROM(BRKAPM1O)
                          DATAONLY
           END-EXEC
           EXEC CICS RETURN TRANSID('BRKA')
                             COMMAREA(WS-COMMAREA)
           END-EXEC.

      *----------------------------------------------------------*
      *    9000-WRITE-CHANGE-LOG - LOG THE DECISION.  THE MAKER      *
      *    FIELDS AND VALUES WERE SET IN 7200 AND THE CALLER SET     *
      *    APPROVED OR REJECTED; THIS OPERATOR IS THE APPROVER.      *
      *----------------------------------------------------------*
       9000-WRITE-CHANGE-LOG.
           MOVE EIBOPID TO CHGLOG-APPROVER-ID
           MOVE EIBDATE TO CHGLOG-APPROVAL-DATE
           MOVE EIBTIME TO CHGLOG-APPROVAL-TIME
           EXEC CICS WRITE FILE('CHGLOGF')
                            FROM(CHGLOG-RECORD)
                            RESP(WS-RESP)
           END-EXEC.
