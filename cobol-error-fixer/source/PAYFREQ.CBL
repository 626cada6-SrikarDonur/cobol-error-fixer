       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PAYFREQ.
       AUTHOR.        D.NOLAN - PAYROLL SYSTEMS.
       INSTALLATION.  CORPORATE PAYROLL.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *----------------------------------------------------------*
      *  MODIFICATION HISTORY                                    *
      *  ----------                                              *
      *  10/15/2026  DN   ORIGINAL PROGRAM.  THE PAY-CALENDAR      *
      *                   RULES FOR THE PAY FREQUENCY NOW CARRIED  *
      *                   ON THE EMPLOYEE MASTER, PULLED OUT INTO  *
      *                   A SUBPROGRAM THE WAY THE BRACKET LOOKUP  *
      *                   WAS PULLED OUT INTO BRKCALC, SO TAXCALC  *
      *                   (WHICH ONLY TAXES AN EMPLOYEE ON A PAY   *
      *                   DATE) AND YTDAUDIT (WHICH COUNTS THE PAY *
      *                   PERIODS AN EMPLOYEE COULD HAVE HAD) USE  *
      *                   ONE COPY OF THEM.  GIVEN A FREQUENCY,    *
      *                   THE EMPLOYEE'S PAY ANCHOR DATE, AND A    *
      *                   DATE, IT SAYS WHETHER THE DATE IS ONE OF *
      *                   THE EMPLOYEE'S PAY DATES AND HOW MANY    *
      *                   PAY PERIODS THE FREQUENCY HAS IN A YEAR: *
      *                     W  WEEKLY        52  EVERY 7TH DAY     *
      *                                          FROM THE ANCHOR   *
      *                     B  BIWEEKLY      26  EVERY 14TH DAY    *
      *                                          FROM THE ANCHOR   *
      *                     S  SEMI-MONTHLY  24  THE 15TH AND THE  *
      *                                          LAST DAY OF MONTH *
      *                     M  MONTHLY       12  THE LAST DAY OF   *
      *                                          THE MONTH         *
      *                   A BLANK FREQUENCY (A MASTER RECORD       *
      *                   WRITTEN BEFORE THE FIELD EXISTED) IS     *
      *                   MONTHLY.  THE ANCHOR IS THE EMPLOYEE'S   *
      *                   FIRST WEEKLY OR BIWEEKLY PAY DATE, SO NO *
      *                   DATE BEFORE IT IS A PAY DATE.  AN        *
      *                   UNKNOWN FREQUENCY, OR A WEEKLY/BIWEEKLY  *
      *                   EMPLOYEE WITH NO USABLE ANCHOR, COMES    *
      *                   BACK AS AN ERROR FOR THE CALLER TO LIST. *
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-370.
       OBJECT-COMPUTER.   IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------*
      *    DAY-NUMBER WORK FIELDS FOR THE WEEKLY/BIWEEKLY CYCLE    *
      *    AND THE LAST-DAY-OF-MONTH TEST                          *
      *----------------------------------------------------------*
       01  WS-ANCHOR-DATE              PIC 9(08) VALUE ZERO.
       01  WS-ANCHOR-DAY-NO            PIC 9(07) VALUE ZERO.
       01  WS-CHECK-DAY-NO             PIC 9(07) VALUE ZERO.
       01  WS-DAYS-SINCE-ANCHOR        PIC 9(07) VALUE ZERO.
       01  WS-CYCLE-DAYS               PIC 9(02) VALUE ZERO.
       01  WS-CYCLES                   PIC 9(07) VALUE ZERO.
       01  WS-CYCLE-REMAINDER          PIC 9(02) VALUE ZERO.
       01  WS-NEXT-DATE                PIC 9(08) VALUE ZERO.
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYYMM          PIC 9(06).
           05  WS-NEXT-DD              PIC 9(02).
       01  WS-CHECK-DATE               PIC 9(08) VALUE ZERO.
       01  WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
           05  WS-CHECK-YYYY           PIC 9(04).
           05  WS-CHECK-MM             PIC 9(02).
           05  WS-CHECK-DD             PIC 9(02).

       LINKAGE SECTION.
       01  LK-PAY-FREQUENCY            PIC X(01).
           88  LK-PAY-WEEKLY                      VALUE 'W'.
           88  LK-PAY-BIWEEKLY                    VALUE 'B'.
           88  LK-PAY-SEMI-MONTHLY                VALUE 'S'.
           88  LK-PAY-MONTHLY                     VALUE 'M' ' '.
       01  LK-PAY-ANCHOR-DATE          PIC X(08).
       01  LK-CHECK-DATE               PIC 9(08).
       01  LK-PAY-DAY-SW               PIC X(01).
           88  LK-PAY-DAY                         VALUE 'Y'.
           88  LK-NOT-PAY-DAY                     VALUE 'N'.
           88  LK-PAY-CALENDAR-ERROR              VALUE 'E'.
       01  LK-PERIODS-PER-YEAR         PIC 9(02).

       PROCEDURE DIVISION USING LK-PAY-FREQUENCY LK-PAY-ANCHOR-DATE
                                LK-CHECK-DATE LK-PAY-DAY-SW
                                LK-PERIODS-PER-YEAR.

      *----------------------------------------------------------*
      *    0000-MAINLINE                                          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           MOVE 'N' TO LK-PAY-DAY-SW
           MOVE ZERO TO LK-PERIODS-PER-YEAR
           MOVE LK-CHECK-DATE TO WS-CHECK-DATE
           EVALUATE TRUE
               WHEN LK-PAY-WEEKLY
                   MOVE 52 TO LK-PERIODS-PER-YEAR
                   MOVE 07 TO WS-CYCLE-DAYS
                   PERFORM 2000-CHECK-CYCLE-DAY THRU 2000-EXIT
               WHEN LK-PAY-BIWEEKLY
                   MOVE 26 TO LK-PERIODS-PER-YEAR
                   MOVE 14 TO WS-CYCLE-DAYS
                   PERFORM 2000-CHECK-CYCLE-DAY THRU 2000-EXIT
               WHEN LK-PAY-SEMI-MONTHLY
                   MOVE 24 TO LK-PERIODS-PER-YEAR
                   PERFORM 3000-CHECK-MONTH-END
                   IF WS-CHECK-DD = 15
                       MOVE 'Y' TO LK-PAY-DAY-SW
                   END-IF
               WHEN LK-PAY-MONTHLY
                   MOVE 12 TO LK-PERIODS-PER-YEAR
                   PERFORM 3000-CHECK-MONTH-END
               WHEN OTHER
                   MOVE 'E' TO LK-PAY-DAY-SW
           END-EVALUATE
           GOBACK.

      *----------------------------------------------------------*
      *    2000-CHECK-CYCLE-DAY - WEEKLY OR BIWEEKLY: THE DATE IS A *
      *    PAY DATE WHEN IT IS ON OR AFTER THE ANCHOR AND A WHOLE   *
      *    NUMBER OF CYCLES AWAY FROM IT.                           *
      *----------------------------------------------------------*
       2000-CHECK-CYCLE-DAY.
           IF LK-PAY-ANCHOR-DATE NOT NUMERIC
               MOVE 'E' TO LK-PAY-DAY-SW
               GO TO 2000-EXIT
           END-IF
           MOVE LK-PAY-ANCHOR-DATE TO WS-ANCHOR-DATE
           IF WS-ANCHOR-DATE = ZERO
               MOVE 'E' TO LK-PAY-DAY-SW
               GO TO 2000-EXIT
           END-IF
           IF WS-CHECK-DATE < WS-ANCHOR-DATE
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-ANCHOR-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-ANCHOR-DATE)
           COMPUTE WS-CHECK-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           COMPUTE WS-DAYS-SINCE-ANCHOR =
               WS-CHECK-DAY-NO - WS-ANCHOR-DAY-NO
           DIVIDE WS-DAYS-SINCE-ANCHOR BY WS-CYCLE-DAYS
               GIVING WS-CYCLES REMAINDER WS-CYCLE-REMAINDER
           IF WS-CYCLE-REMAINDER = ZERO
               MOVE 'Y' TO LK-PAY-DAY-SW
           END-IF.
       2000-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *    3000-CHECK-MONTH-END - THE DATE IS THE LAST DAY OF ITS   *
      *    MONTH WHEN THE DAY AFTER IT IS THE FIRST OF A MONTH.     *
      *----------------------------------------------------------*
       3000-CHECK-MONTH-END.
           COMPUTE WS-CHECK-DAY-NO =
               FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE) + 1
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CHECK-DAY-NO)
           IF WS-NEXT-DD = 01
               MOVE 'Y' TO LK-PAY-DAY-SW
           END-IF.
