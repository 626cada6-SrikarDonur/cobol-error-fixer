      *---------------------------------------------------------------
      *    BRKAPMO.CPY
      *    SYMBOLIC MAP FOR MAPSET BRKAPM, MAP BRKAPM1 - THE LAYOUT
      *    BMS GENERATES FOR THE BRACKET CHANGE APPROVAL SCREEN
      *    (TRANSID BRKA, PROGRAM BRKAPPR).  THE APPROVER KEYS A
      *    FUNCTION AND A BRACKET KEY; THE PENDING ACTION, THE MAKER,
      *    AND THE LIVE AND PROPOSED VALUES ARE OUTPUT ONLY.
      *    EACH FIELD HAS THE USUAL LENGTH/ATTRIBUTE/DATA TRIAD.
      *---------------------------------------------------------------
       01  BRKAPM1I.
           05  FILLER                      PIC X(12).
           05  PFUNCL                      PIC S9(04) COMP.
           05  PFUNCA                      PIC X(01).
           05  PFUNCI                      PIC X(01).
           05  PEFFDTL                     PIC S9(04) COMP.
           05  PEFFDTA                     PIC X(01).
           05  PEFFDTI                     PIC X(08).
           05  PFSTATL                     PIC S9(04) COMP.
           05  PFSTATA                     PIC X(01).
           05  PFSTATI                     PIC X(01).
           05  PBRKNOL                     PIC S9(04) COMP.
           05  PBRKNOA                     PIC X(01).
           05  PBRKNOI                     PIC X(02).
           05  PACTNL                      PIC S9(04) COMP.
           05  PACTNA                      PIC X(01).
           05  PACTNI                      PIC X(06).
           05  PMAKERL                     PIC S9(04) COMP.
           05  PMAKERA                     PIC X(01).
           05  PMAKERI                     PIC X(08).
           05  PMKDTL                      PIC S9(04) COMP.
           05  PMKDTA                      PIC X(01).
           05  PMKDTI                      PIC X(08).
           05  PMKTML                      PIC S9(04) COMP.
           05  PMKTMA                      PIC X(01).
           05  PMKTMI                      PIC X(06).
           05  PCURLOL                     PIC S9(04) COMP.
           05  PCURLOA                     PIC X(01).
           05  PCURLOI                     PIC X(09).
           05  PCURHIL                     PIC S9(04) COMP.
           05  PCURHIA                     PIC X(01).
           05  PCURHII                     PIC X(09).
           05  PCURRTL                     PIC S9(04) COMP.
           05  PCURRTA                     PIC X(01).
           05  PCURRTI                     PIC X(04).
           05  PNEWLOL                     PIC S9(04) COMP.
           05  PNEWLOA                     PIC X(01).
           05  PNEWLOI                     PIC X(09).
           05  PNEWHIL                     PIC S9(04) COMP.
           05  PNEWHIA                     PIC X(01).
           05  PNEWHII                     PIC X(09).
           05  PNEWRTL                     PIC S9(04) COMP.
           05  PNEWRTA                     PIC X(01).
           05  PNEWRTI                     PIC X(04).
           05  PMSGL                       PIC S9(04) COMP.
           05  PMSGA                       PIC X(01).
           05  PMSGI                       PIC X(60).

       01  BRKAPM1O REDEFINES BRKAPM1I.
           05  FILLER                      PIC X(12).
           05  FILLER                      PIC X(03).
           05  PFUNCO                      PIC X(01).
           05  FILLER                      PIC X(03).
           05  PEFFDTO                     PIC X(08).
           05  FILLER                      PIC X(03).
           05  PFSTATO                     PIC X(01).
           05  FILLER                      PIC X(03).
           05  PBRKNOO                     PIC X(02).
           05  FILLER                      PIC X(03).
           05  PACTNO                      PIC X(06).
           05  FILLER                      PIC X(03).
           05  PMAKERO                     PIC X(08).
           05  FILLER                      PIC X(03).
           05  PMKDTO                      PIC X(08).
           05  FILLER                      PIC X(03).
           05  PMKTMO                      PIC X(06).
           05  FILLER                      PIC X(03).
           05  PCURLOO                     PIC X(09).
           05  FILLER                      PIC X(03).
           05  PCURHIO                     PIC X(09).
           05  FILLER                      PIC X(03).
           05  PCURRTO                     PIC X(04).
           05  FILLER                      PIC X(03).
           05  PNEWLOO                     PIC X(09).
           05  FILLER                      PIC X(03).
           05  PNEWHIO                     PIC X(09).
           05  FILLER                      PIC X(03).
           05  PNEWRTO                     PIC X(04).
           05  FILLER                      PIC X(03).
           05  PMSGO                       PIC X(60).
