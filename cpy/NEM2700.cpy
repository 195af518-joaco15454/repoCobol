      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM270M  MAPSET NEM2700               *
      ******************************************************************
       01  NEM270MI.
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
           02 TIPOL                  COMP PIC S9(4).
           02 TIPOF                  PIC X.
           02 FILLER REDEFINES TIPOF.
              03 TIPOA               PIC X.
           02 TIPOI                  PIC X(02).
           02 CERTIFL                COMP PIC S9(4).
           02 CERTIFF                PIC X.
           02 FILLER REDEFINES CERTIFF.
              03 CERTIFA             PIC X.
           02 CERTIFI                PIC X(01).
           02 DIASL                  COMP PIC S9(4).
           02 DIASF                  PIC X.
           02 FILLER REDEFINES DIASF.
              03 DIASA               PIC X.
           02 DIASI                  PIC X(04).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM270MO REDEFINES NEM270MI.
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
           02 TIPOH                  PIC X.
           02 TIPOO                  PIC X(02).
           02 FILLER                 PIC X(02).
           02 CERTIFH                PIC X.
           02 CERTIFO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 DIASH                  PIC X.
           02 DIASO                  PIC X(04).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
