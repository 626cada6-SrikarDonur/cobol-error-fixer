      *                   TERMINATED EMPLOYEE STAYS ON THE MASTER  *
      *                   MARKED 'T' SO THE YEAR'S FIGURES KEEP    *
      *                   THEIR CONTEXT; TAXCALC SKIPS THEM.       *
      *  10/15/2026  DN   THE EMPLOYEE MASTER NOW CARRIES A PAY    *
      *                   FREQUENCY (W/B/S/M) AND, FOR WEEKLY AND  *
      *                   BIWEEKLY PAY, AN ANCHOR DATE (THE FIRST  *
      *                   PAY DATE OF THE CYCLE) SO TAXCALC TAXES  *
      *                   EACH PAY PERIOD ON ITS PAY DATE.  A NEW  *
      *                   HIRE MUST CARRY BOTH, AND HR CHANGES     *
      *                   THEM WITH THE NEW CHANGE TYPE 'P'.  THE  *
      *                   TWO FIELDS ARE EDITED - THE ANCHOR AS A  *
      *                   WHOLE CALENDAR DATE, SO A DAY PAST THE   *
      *                   END OF ITS MONTH OR FEB 29 OUTSIDE A     *
      *                   LEAP YEAR IS REJECTED - CARRIED THROUGH  *
      *                   THE SORT AND THE MERGE, AND LOGGED ON    *
      *                   BOTH SIDES OF EMPCHGLG.                  *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
               88  HRF-SALARY-CHANGE                  VALUE 'S'.
               88  HRF-FILING-CHANGE                  VALUE 'F'.
               88  HRF-NAME-CHANGE                    VALUE 'C'.
               88  HRF-PAY-FREQUENCY-CHANGE           VALUE 'P'.
           05  HRF-EMP-ID                  PIC 9(06).
           05  HRF-NEW-NAME                PIC X(20).
           05  HRF-NEW-SALARY              PIC 9(07)V99.
           05  HRF-NEW-SALARY-X REDEFINES HRF-NEW-SALARY
                                           PIC X(09).
           05  HRF-NEW-FILING-STATUS       PIC X(01).
           05  HRF-NEW-PAY-FREQUENCY       PIC X(01).
               88  HRF-PAY-FREQUENCY-VALID            VALUE 'W' 'B'
                                                            'S' 'M'.
               88  HRF-PAY-FREQUENCY-CYCLED           VALUE 'W' 'B'.
           05  HRF-NEW-PAY-ANCHOR-DATE     PIC X(08).
           05  HRF-NEW-PAY-ANCHOR-NUM REDEFINES
                   HRF-NEW-PAY-ANCHOR-DATE PIC 9(08).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05  SRT-NEW-NAME                PIC X(20).
           05  SRT-NEW-SALARY              PIC 9(07)V99.
           05  SRT-NEW-FILING-STATUS       PIC X(01).
           05  SRT-NEW-PAY-FREQUENCY       PIC X(01).
           05  SRT-NEW-PAY-ANCHOR-DATE     PIC X(08).

       FD  OLD-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           05  OEM-FILING-STATUS           PIC X(01).
           05  OEM-STATUS                  PIC X(01).
           05  OEM-TERM-DATE               PIC X(08).
           05  OEM-PAY-FREQUENCY           PIC X(01).
           05  OEM-PAY-ANCHOR-DATE         PIC X(08).

       FD  NEW-EMPLOYEE-FILE
           LABEL RECORDS ARE STANDARD.
           MOVE HRF-EMP-ID TO RJ-EMP-ID
           IF NOT HRF-NEW-HIRE AND NOT HRF-TERMINATION
           AND NOT HRF-SALARY-CHANGE AND NOT HRF-FILING-CHANGE
           AND NOT HRF-NAME-CHANGE AND NOT HRF-PAY-FREQUENCY-CHANGE
               MOVE "CHANGE TYPE MUST BE N, T, S, F, C, OR P"
                   TO RJ-REASON
               PERFORM 2300-REJECT-FEED-RECORD
           ELSE
           AND HRF-NEW-NAME = SPACES
               MOVE "EMPLOYEE NAME IS BLANK" TO RJ-REASON
               PERFORM 2300-REJECT-FEED-RECORD
           ELSE
           IF (HRF-NEW-HIRE OR HRF-PAY-FREQUENCY-CHANGE)
           AND NOT HRF-PAY-FREQUENCY-VALID
               MOVE "PAY FREQUENCY MUST BE W, B, S, OR M" TO RJ-REASON
               PERFORM 2300-REJECT-FEED-RECORD
           ELSE
           IF (HRF-NEW-HIRE OR HRF-PAY-FREQUENCY-CHANGE)
           AND HRF-PAY-FREQUENCY-CYCLED
           AND (HRF-NEW-PAY-ANCHOR-DATE NOT NUMERIC
                OR FUNCTION TEST-DATE-YYYYMMDD
                       (HRF-NEW-PAY-ANCHOR-NUM) NOT = ZERO)
               MOVE "WEEKLY/BIWEEKLY PAY NEEDS A VALID ANCHOR DATE"
                   TO RJ-REASON
               PERFORM 2300-REJECT-FEED-RECORD
           ELSE
               MOVE HRF-EMP-ID TO SRT-EMP-ID
               MOVE WS-FEED-SEQ TO SRT-FEED-SEQ
                   MOVE ZERO TO SRT-NEW-SALARY
               END-IF
               MOVE HRF-NEW-FILING-STATUS TO SRT-NEW-FILING-STATUS
               MOVE HRF-NEW-PAY-FREQUENCY TO SRT-NEW-PAY-FREQUENCY
               IF HRF-PAY-FREQUENCY-CYCLED
                   MOVE HRF-NEW-PAY-ANCHOR-DATE
                       TO SRT-NEW-PAY-ANCHOR-DATE
               ELSE
                   MOVE SPACES TO SRT-NEW-PAY-ANCHOR-DATE
               END-IF
               RELEASE SORT-RECORD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       2300-REJECT-FEED-RECORD.
               MOVE OEM-FILING-STATUS TO EMP-FILING-STATUS
               MOVE OEM-STATUS TO EMP-STATUS
               MOVE OEM-TERM-DATE TO EMP-TERM-DATE
               MOVE OEM-PAY-FREQUENCY TO EMP-PAY-FREQUENCY
               MOVE OEM-PAY-ANCHOR-DATE TO EMP-PAY-ANCHOR-DATE
               PERFORM 3700-READ-OLD-MASTER
           ELSE
               MOVE 'N' TO WS-WORK-EXISTS-SW
           MOVE SRT-NEW-FILING-STATUS TO EMP-FILING-STATUS
           MOVE 'A' TO EMP-STATUS
           MOVE SPACES TO EMP-TERM-DATE
           MOVE SRT-NEW-PAY-FREQUENCY TO EMP-PAY-FREQUENCY
           MOVE SRT-NEW-PAY-ANCHOR-DATE TO EMP-PAY-ANCHOR-DATE
           MOVE 'Y' TO WS-WORK-EXISTS-SW
           MOVE 'N' TO ECHG-ACTION
           PERFORM 9700-WRITE-CHANGE-LOG

      *----------------------------------------------------------*
      *    3400-CHANGE-EXISTING - TERMINATION, SALARY, FILING       *
      *    STATUS, NAME, OR PAY FREQUENCY CHANGE AGAINST THE WORK   *
      *    RECORD.                                                  *
      *----------------------------------------------------------*
       3400-CHANGE-EXISTING.
           PERFORM 3500-SNAPSHOT-OLD-VALUES
                   MOVE SRT-NEW-FILING-STATUS TO EMP-FILING-STATUS
               WHEN 'C'
                   MOVE SRT-NEW-NAME TO EMP-NAME
               WHEN 'P'
                   MOVE SRT-NEW-PAY-FREQUENCY TO EMP-PAY-FREQUENCY
                   MOVE SRT-NEW-PAY-ANCHOR-DATE TO EMP-PAY-ANCHOR-DATE
           END-EVALUATE
           MOVE SRT-CHANGE-TYPE TO ECHG-ACTION
           PERFORM 9700-WRITE-CHANGE-LOG
           MOVE EMP-SALARY TO ECHG-OLD-SALARY
           MOVE EMP-FILING-STATUS TO ECHG-OLD-FILING-STATUS
           MOVE EMP-STATUS TO ECHG-OLD-STATUS
           MOVE EMP-TERM-DATE TO ECHG-OLD-TERM-DATE
           MOVE EMP-PAY-FREQUENCY TO ECHG-OLD-PAY-FREQUENCY
           MOVE EMP-PAY-ANCHOR-DATE TO ECHG-OLD-PAY-ANCHOR.

      *----------------------------------------------------------*
      *    3700-READ-OLD-MASTER - ONE RECORD OFF THE OLD MASTER,    *
           MOVE EMP-FILING-STATUS TO ECHG-NEW-FILING-STATUS
           MOVE EMP-STATUS TO ECHG-NEW-STATUS
           MOVE EMP-TERM-DATE TO ECHG-NEW-TERM-DATE
           MOVE EMP-PAY-FREQUENCY TO ECHG-NEW-PAY-FREQUENCY
           MOVE EMP-PAY-ANCHOR-DATE TO ECHG-NEW-PAY-ANCHOR
           WRITE ECHG-RECORD
           IF WS-CHANGE-LOG-STATUS NOT = '00'
               DISPLAY "EMPMAINT: ERROR WRITING CHANGE-LOG-FILE, "
