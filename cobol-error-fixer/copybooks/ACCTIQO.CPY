      *---------------------------------------------------------------
      *    ACCTIQO.CPY
      *    SYMBOLIC MAP FOR MAPSET ACCTIQ, MAP ACCTIQ1 - THE LAYOUT
      *    BMS GENERATES FOR THE ACCOUNT INQUIRY SCREEN (TRANSID
      *    AINQ, PROGRAM ACCTINQ).  THE OPERATOR KEYS A FUNCTION AND
      *    AN ACCOUNT NUMBER; EVERYTHING ELSE IS OUTPUT ONLY.  THE
      *    SUSPENSE, PENDING-ACTION, AND HISTORY LINES ARE DEFINED
      *    WITH OCCURS= IN THE MAPSET, SO EACH IS A REPEATING GROUP
      *    OF THE USUAL LENGTH/ATTRIBUTE/DATA TRIAD.
      *---------------------------------------------------------------
       01  ACCTIQ1I.
           05  FILLER                      PIC X(12).
           05  QFUNCL                      PIC S9(04) COMP.
           05  QFUNCA                      PIC X(01).
           05  QFUNCI                      PIC X(01).
           05  QACCTL                      PIC S9(04) COMP.
           05  QACCTA                      PIC X(01).
           05  QACCTI                      PIC X(08).
           05  QNAMEL                      PIC S9(04) COMP.
           05  QNAMEA                      PIC X(01).
           05  QNAMEI                      PIC X(20).
           05  QSTATL                      PIC S9(04) COMP.
           05  QSTATA                      PIC X(01).
           05  QSTATI                      PIC X(06).
           05  QOPENL                      PIC S9(04) COMP.
           05  QOPENA                      PIC X(01).
           05  QOPENI                      PIC X(08).
           05  QCLOSEL                     PIC S9(04) COMP.
           05  QCLOSEA                     PIC X(01).
           05  QCLOSEI                     PIC X(08).
           05  QEMPIDL                     PIC S9(04) COMP.
           05  QEMPIDA                     PIC X(01).
           05  QEMPIDI                     PIC X(06).
           05  QFSTATL                     PIC S9(04) COMP.
           05  QFSTATA                     PIC X(01).
           05  QFSTATI                     PIC X(01).
           05  QYTDTRL                     PIC S9(04) COMP.
           05  QYTDTRA                     PIC X(01).
           05  QYTDTRI                     PIC X(18).
           05  QYTDWHL                     PIC S9(04) COMP.
           05  QYTDWHA                     PIC X(01).
           05  QYTDWHI                     PIC X(18).
           05  QSUSCTL                     PIC S9(04) COMP.
           05  QSUSCTA                     PIC X(01).
           05  QSUSCTI                     PIC X(03).
           05  QSUSD OCCURS 3 TIMES.
               10  QSUSL                   PIC S9(04) COMP.
               10  QSUSA                   PIC X(01).
               10  QSUSI                   PIC X(60).
           05  QPNDCTL                     PIC S9(04) COMP.
           05  QPNDCTA                     PIC X(01).
           05  QPNDCTI                     PIC X(03).
           05  QPNDD OCCURS 2 TIMES.
               10  QPNDL                   PIC S9(04) COMP.
               10  QPNDA                   PIC X(01).
               10  QPNDI                   PIC X(60).
           05  QPAGEL                      PIC S9(04) COMP.
           05  QPAGEA                      PIC X(01).
           05  QPAGEI                      PIC X(03).
           05  QHSTD OCCURS 8 TIMES.
               10  QHSTL                   PIC S9(04) COMP.
               10  QHSTA                   PIC X(01).
               10  QHSTI                   PIC X(60).
           05  QMSGL                       PIC S9(04) COMP.
           05  QMSGA                       PIC X(01).
           05  QMSGI                       PIC X(60).

       01  ACCTIQ1O REDEFINES ACCTIQ1I.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  QFUNCO                      PIC X(01).
           05  FILLER                      PIC X(03).
           05  QACCTO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  QNAMEO                      PIC X(20).
           05  FILLER                      PIC X(03).
           05  QSTATO                      PIC X(06).
           05  FILLER                      PIC X(03).
           05  QOPENO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  QCLOSEO                     PIC X(08).
           05  FILLER                      PIC X(03).
           05  QEMPIDO                     PIC X(06).
           05  FILLER                      PIC X(03).
           05  QFSTATO                     PIC X(01).
           05  FILLER                      PIC X(03).
           05  QYTDTRO                     PIC X(18).
           05  FILLER                      PIC X(03).
           05  QYTDWHO                     PIC X(18).
           05  FILLER                      PIC X(03).
           05  QSUSCTO                     PIC X(03).
           05  QSUSG OCCURS 3 TIMES.
               10  FILLER                  PIC X(03).
               10  QSUSO                   PIC X(60).
           05  FILLER                      PIC X(03).
           05  QPNDCTO                     PIC X(03).
           05  QPNDG OCCURS 2 TIMES.
               10  FILLER                  PIC X(03).
               10  QPNDO                   PIC X(60).
           05  FILLER                      PIC X(03).
           05  QPAGEO                      PIC X(03).
           05  QHSTG OCCURS 8 TIMES.
               10  FILLER                  PIC X(03).
               10  QHSTO                   PIC X(60).
           05  FILLER                      PIC X(03).
           05  QMSGO                       PIC X(60).
