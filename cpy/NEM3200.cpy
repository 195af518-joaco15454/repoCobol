      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM320M  MAPSET NEM3200                *
      ******************************************************************
       01  NEM320MI.
           02 FILLER                           PIC X(12).
           02 OPCIONL                COMP PIC S9(4).
           02 OPCIONF                PIC X.
           02 FILLER REDEFINES OPCIONF.
              03 OPCIONA             PIC X.
           02 OPCIONI                PIC X(01).
           02 DEPTNOL                COMP PIC S9(4).
           02 DEPTNOF                PIC X.
           02 FILLER REDEFINES DEPTNOF.
              03 DEPTNOA             PIC X.
           02 DEPTNOI                PIC X(03).
           02 EMPNOL                 COMP PIC S9(4).
           02 EMPNOF                 PIC X.
           02 FILLER REDEFINES EMPNOF.
              03 EMPNOA              PIC X.
           02 EMPNOI                 PIC X(06).
           02 PREPARL                COMP PIC S9(4).
           02 PREPARF                PIC X.
           02 FILLER REDEFINES PREPARF.
              03 PREPARA             PIC X.
           02 PREPARI                PIC X(01).
           02 LASTNAMEL              COMP PIC S9(4).
           02 LASTNAMEF              PIC X.
           02 FILLER REDEFINES LASTNAMEF.
              03 LASTNAMEA           PIC X.
           02 LASTNAMEI              PIC X(15).
           02 FNOMINAL               COMP PIC S9(4).
           02 FNOMINAF               PIC X.
           02 FILLER REDEFINES FNOMINAF.
              03 FNOMINAA            PIC X.
           02 FNOMINAI               PIC X(10).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM320MO REDEFINES NEM320MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 DEPTNOH                PIC X.
           02 DEPTNOO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 PREPARH                PIC X.
           02 PREPARO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 LASTNAMEH              PIC X.
           02 LASTNAMEO              PIC X(15).
           02 FILLER                 PIC X(02).
           02 FNOMINAH               PIC X.
           02 FNOMINAO               PIC X(10).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
