      *                   FILES.  THE ARCHRPT PROGRAM ANSWERS      *
      *                   COMPLIANCE QUESTIONS FROM THE TRANHIST   *
      *                   ARCHIVES.                                *
      *  10/15/2026  DN   CHGLOGF RECORDS GREW FROM 89 TO 112 BYTES  *
      *                   WITH THE APPROVER FIELDS ADDED FOR MAKER-  *
      *                   CHECKER BRACKET MAINTENANCE; THE CHGLGNEW  *
      *                   AND CHGLGARC RECORDS ARE WIDENED TO MATCH  *
      *                   SO NOTHING IS TRUNCATED ON THE WAY THROUGH.*
      *----------------------------------------------------------*

       ENVIRONMENT DIVISION.

       FD  CHANGE-LOG-NEW-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-NEW-RECORD          PIC X(112).

       FD  CHANGE-LOG-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  CHANGE-LOG-ARCHIVE-RECORD      PIC X(112).

       FD  ACCOUNT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
