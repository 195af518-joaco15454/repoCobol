      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM260M  MAPSET NEM2600               *
      ******************************************************************
       01  NEM260MI.
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
           02 FDESDEL                COMP PIC S9(4).
           02 FDESDEF                PIC X.
           02 FILLER REDEFINES FDESDEF.
              03 FDESDEA             PIC X.
           02 FDESDEI                PIC X(10).
           02 FHASTAL                COMP PIC S9(4).
           02 FHASTAF                PIC X.
           02 FILLER REDEFINES FHASTAF.
              03 FHASTAA             PIC X.
           02 FHASTAI                PIC X(10).
           02 DIASL                  COMP PIC S9(4).
           02 DIASF                  PIC X.
           02 FILLER REDEFINES DIASF.
              03 DIASA               PIC X.
           02 DIASI                  PIC X(07).
           02 SALDOL                 COMP PIC S9(4).
           02 SALDOF                 PIC X.
           02 FILLER REDEFINES SALDOF.
              03 SALDOA              PIC X.
           02 SALDOI                 PIC X(08).
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

       01  NEM260MO REDEFINES NEM260MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 FDESDEH                PIC X.
           02 FDESDEO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 FHASTAH                PIC X.
           02 FHASTAO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 DIASH                  PIC X.
           02 DIASO                  PIC X(07).
           02 FILLER                 PIC X(02).
           02 SALDOH                 PIC X.
           02 SALDOO                 PIC X(08).
           02 FILLER                 PIC X(02).
           02 ESTADOH                PIC X.
           02 ESTADOO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
