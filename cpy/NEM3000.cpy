      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM300M  MAPSET NEM3000                *
      ******************************************************************
       01  NEM300MI.
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
           02 FECDESL                COMP PIC S9(4).
           02 FECDESF                PIC X.
           02 FILLER REDEFINES FECDESF.
              03 FECDESA             PIC X.
           02 FECDESI                PIC X(10).
           02 DEPTNOL                COMP PIC S9(4).
           02 DEPTNOF                PIC X.
           02 FILLER REDEFINES DEPTNOF.
              03 DEPTNOA             PIC X.
           02 DEPTNOI                PIC X(03).
           02 PORCL                  COMP PIC S9(4).
           02 PORCF                  PIC X.
           02 FILLER REDEFINES PORCF.
              03 PORCA               PIC X.
           02 PORCI                  PIC X(05).
           02 TOTALL                 COMP PIC S9(4).
           02 TOTALF                 PIC X.
           02 FILLER REDEFINES TOTALF.
              03 TOTALA              PIC X.
           02 TOTALI                 PIC X(07).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM300MO REDEFINES NEM300MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 FECDESH                PIC X.
           02 FECDESO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 DEPTNOH                PIC X.
           02 DEPTNOO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 PORCH                  PIC X.
           02 PORCO                  PIC X(05).
           02 FILLER                 PIC X(02).
           02 TOTALH                 PIC X.
           02 TOTALO                 PIC X(07).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
