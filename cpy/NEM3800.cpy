      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM380M  MAPSET NEM3800                *
      ******************************************************************
       01  NEM380MI.
           02 FILLER                           PIC X(12).
           02 OPCIONL                COMP PIC S9(4).
           02 OPCIONF                PIC X.
           02 FILLER REDEFINES OPCIONF.
              03 OPCIONA             PIC X.
           02 OPCIONI                PIC X(01).
           02 DELEGAL                COMP PIC S9(4).
           02 DELEGAF                PIC X.
           02 FILLER REDEFINES DELEGAF.
              03 DELEGAA             PIC X.
           02 DELEGAI                PIC X(08).
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

       01  NEM380MO REDEFINES NEM380MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 DELEGAH                PIC X.
           02 DELEGAO                PIC X(08).
           02 FILLER                 PIC X(02).
           02 FDESDEH                PIC X.
           02 FDESDEO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 FHASTAH                PIC X.
           02 FHASTAO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 ESTADOH                PIC X.
           02 ESTADOO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
