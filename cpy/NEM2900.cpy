      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM290M  MAPSET NEM2900                *
      ******************************************************************
       01  NEM290MI.
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
           02 NROPREL                COMP PIC S9(4).
           02 NROPREF                PIC X.
           02 FILLER REDEFINES NROPREF.
              03 NROPREA             PIC X.
           02 NROPREI                PIC X(03).
           02 TIPOL                  COMP PIC S9(4).
           02 TIPOF                  PIC X.
           02 FILLER REDEFINES TIPOF.
              03 TIPOA               PIC X.
           02 TIPOI                  PIC X(01).
           02 CAPITALL               COMP PIC S9(4).
           02 CAPITALF               PIC X.
           02 FILLER REDEFINES CAPITALF.
              03 CAPITALA            PIC X.
           02 CAPITALI               PIC X(09).
           02 CUOTAL                 COMP PIC S9(4).
           02 CUOTAF                 PIC X.
           02 FILLER REDEFINES CUOTAF.
              03 CUOTAA              PIC X.
           02 CUOTAI                 PIC X(09).
           02 PERINIL                COMP PIC S9(4).
           02 PERINIF                PIC X.
           02 FILLER REDEFINES PERINIF.
              03 PERINIA             PIC X.
           02 PERINII                PIC X(06).
           02 SALDOL                 COMP PIC S9(4).
           02 SALDOF                 PIC X.
           02 FILLER REDEFINES SALDOF.
              03 SALDOA              PIC X.
           02 SALDOI                 PIC X(10).
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

       01  NEM290MO REDEFINES NEM290MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 NROPREH                PIC X.
           02 NROPREO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 TIPOH                  PIC X.
           02 TIPOO                  PIC X(01).
           02 FILLER                 PIC X(02).
           02 CAPITALH               PIC X.
           02 CAPITALO               PIC X(09).
           02 FILLER                 PIC X(02).
           02 CUOTAH                 PIC X.
           02 CUOTAO                 PIC X(09).
           02 FILLER                 PIC X(02).
           02 PERINIH                PIC X.
           02 PERINIO                PIC X(06).
           02 FILLER                 PIC X(02).
           02 SALDOH                 PIC X.
           02 SALDOO                 PIC X(10).
           02 FILLER                 PIC X(02).
           02 ESTADOH                PIC X.
           02 ESTADOO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
