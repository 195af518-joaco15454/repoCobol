      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM310M  MAPSET NEM3100                *
      ******************************************************************
       01  NEM310MI.
           02 FILLER                           PIC X(12).
           02 OPCIONL                COMP PIC S9(4).
           02 OPCIONF                PIC X.
           02 FILLER REDEFINES OPCIONF.
              03 OPCIONA             PIC X.
           02 OPCIONI                PIC X(01).
           02 CWKIDL                 COMP PIC S9(4).
           02 CWKIDF                 PIC X.
           02 FILLER REDEFINES CWKIDF.
              03 CWKIDA              PIC X.
           02 CWKIDI                 PIC X(06).
           02 NOMBREL                COMP PIC S9(4).
           02 NOMBREF                PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA             PIC X.
           02 NOMBREI                PIC X(30).
           02 AGENCIAL               COMP PIC S9(4).
           02 AGENCIAF               PIC X.
           02 FILLER REDEFINES AGENCIAF.
              03 AGENCIAA            PIC X.
           02 AGENCIAI               PIC X(20).
           02 DEPTNOL                COMP PIC S9(4).
           02 DEPTNOF                PIC X.
           02 FILLER REDEFINES DEPTNOF.
              03 DEPTNOA             PIC X.
           02 DEPTNOI                PIC X(03).
           02 FINICIOL               COMP PIC S9(4).
           02 FINICIOF               PIC X.
           02 FILLER REDEFINES FINICIOF.
              03 FINICIOA            PIC X.
           02 FINICIOI               PIC X(10).
           02 FFINL                  COMP PIC S9(4).
           02 FFINF                  PIC X.
           02 FILLER REDEFINES FFINF.
              03 FFINA               PIC X.
           02 FFINI                  PIC X(10).
           02 TARIFAL                COMP PIC S9(4).
           02 TARIFAF                PIC X.
           02 FILLER REDEFINES TARIFAF.
              03 TARIFAA             PIC X.
           02 TARIFAI                PIC X(09).
           02 MGRNOL                 COMP PIC S9(4).
           02 MGRNOF                 PIC X.
           02 FILLER REDEFINES MGRNOF.
              03 MGRNOA              PIC X.
           02 MGRNOI                 PIC X(06).
           02 ESTADOL                COMP PIC S9(4).
           02 ESTADOF                PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA             PIC X.
           02 ESTADOI                PIC X(01).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM310MO REDEFINES NEM310MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 CWKIDH                 PIC X.
           02 CWKIDO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 NOMBREH                PIC X.
           02 NOMBREO                PIC X(30).
           02 FILLER                 PIC X(02).
           02 AGENCIAH               PIC X.
           02 AGENCIAO               PIC X(20).
           02 FILLER                 PIC X(02).
           02 DEPTNOH                PIC X.
           02 DEPTNOO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 FINICIOH               PIC X.
           02 FINICIOO               PIC X(10).
           02 FILLER                 PIC X(02).
           02 FFINH                  PIC X.
           02 FFINO                  PIC X(10).
           02 FILLER                 PIC X(02).
           02 TARIFAH                PIC X.
           02 TARIFAO                PIC X(09).
           02 FILLER                 PIC X(02).
           02 MGRNOH                 PIC X.
           02 MGRNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 ESTADOH                PIC X.
           02 ESTADOO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
