      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM370M  MAPSET NEM3700                *
      ******************************************************************
       01  NEM370MI.
           02 FILLER                           PIC X(12).
           02 OPCIONL                COMP PIC S9(4).
           02 OPCIONF                PIC X.
           02 FILLER REDEFINES OPCIONF.
              03 OPCIONA             PIC X.
           02 OPCIONI                PIC X(01).
           02 EMPNOL                 COMP PIC S9(4).
           02 EMPNOF                 PIC X.
           02 FILLER REDEFINES EMPNOF.
              03 EMPNOA              PIC X.
           02 EMPNOI                 PIC X(06).
           02 NOMBREL                COMP PIC S9(4).
           02 NOMBREF                PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA             PIC X.
           02 NOMBREI                PIC X(28).
           02 ACTBCOL                COMP PIC S9(4).
           02 ACTBCOF                PIC X.
           02 FILLER REDEFINES ACTBCOF.
              03 ACTBCOA             PIC X.
           02 ACTBCOI                PIC X(03).
           02 ACTSUCL                COMP PIC S9(4).
           02 ACTSUCF                PIC X.
           02 FILLER REDEFINES ACTSUCF.
              03 ACTSUCA             PIC X.
           02 ACTSUCI                PIC X(04).
           02 ACTCTAL                COMP PIC S9(4).
           02 ACTCTAF                PIC X.
           02 FILLER REDEFINES ACTCTAF.
              03 ACTCTAA             PIC X.
           02 ACTCTAI                PIC X(16).
           02 PNDTIPL                COMP PIC S9(4).
           02 PNDTIPF                PIC X.
           02 FILLER REDEFINES PNDTIPF.
              03 PNDTIPA             PIC X.
           02 PNDTIPI                PIC X(01).
           02 PNDESTL                COMP PIC S9(4).
           02 PNDESTF                PIC X.
           02 FILLER REDEFINES PNDESTF.
              03 PNDESTA             PIC X.
           02 PNDESTI                PIC X(01).
           02 PNDBCOL                COMP PIC S9(4).
           02 PNDBCOF                PIC X.
           02 FILLER REDEFINES PNDBCOF.
              03 PNDBCOA             PIC X.
           02 PNDBCOI                PIC X(03).
           02 PNDSUCL                COMP PIC S9(4).
           02 PNDSUCF                PIC X.
           02 FILLER REDEFINES PNDSUCF.
              03 PNDSUCA             PIC X.
           02 PNDSUCI                PIC X(04).
           02 PNDCTAL                COMP PIC S9(4).
           02 PNDCTAF                PIC X.
           02 FILLER REDEFINES PNDCTAF.
              03 PNDCTAA             PIC X.
           02 PNDCTAI                PIC X(16).
           02 PNDUSRL                COMP PIC S9(4).
           02 PNDUSRF                PIC X.
           02 FILLER REDEFINES PNDUSRF.
              03 PNDUSRA             PIC X.
           02 PNDUSRI                PIC X(08).
           02 PNDFECL                COMP PIC S9(4).
           02 PNDFECF                PIC X.
           02 FILLER REDEFINES PNDFECF.
              03 PNDFECA             PIC X.
           02 PNDFECI                PIC X(19).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM370MO REDEFINES NEM370MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 NOMBREH                PIC X.
           02 NOMBREO                PIC X(28).
           02 FILLER                 PIC X(02).
           02 ACTBCOH                PIC X.
           02 ACTBCOO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 ACTSUCH                PIC X.
           02 ACTSUCO                PIC X(04).
           02 FILLER                 PIC X(02).
           02 ACTCTAH                PIC X.
           02 ACTCTAO                PIC X(16).
           02 FILLER                 PIC X(02).
           02 PNDTIPH                PIC X.
           02 PNDTIPO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 PNDESTH                PIC X.
           02 PNDESTO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 PNDBCOH                PIC X.
           02 PNDBCOO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 PNDSUCH                PIC X.
           02 PNDSUCO                PIC X(04).
           02 FILLER                 PIC X(02).
           02 PNDCTAH                PIC X.
           02 PNDCTAO                PIC X(16).
           02 FILLER                 PIC X(02).
           02 PNDUSRH                PIC X.
           02 PNDUSRO                PIC X(08).
           02 FILLER                 PIC X(02).
           02 PNDFECH                PIC X.
           02 PNDFECO                PIC X(19).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
