      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM280M  MAPSET NEM2800                *
      ******************************************************************
       01  NEM280MI.
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
           02 ANIOL                  COMP PIC S9(4).
           02 ANIOF                  PIC X.
           02 FILLER REDEFINES ANIOF.
              03 ANIOA               PIC X.
           02 ANIOI                  PIC X(04).
           02 CALIFL                 COMP PIC S9(4).
           02 CALIFF                 PIC X.
           02 FILLER REDEFINES CALIFF.
              03 CALIFA              PIC X.
           02 CALIFI                 PIC X(01).
           02 USUARIOL               COMP PIC S9(4).
           02 USUARIOF               PIC X.
           02 FILLER REDEFINES USUARIOF.
              03 USUARIOA            PIC X.
           02 USUARIOI               PIC X(08).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM280MO REDEFINES NEM280MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 ANIOH                  PIC X.
           02 ANIOO                  PIC X(04).
           02 FILLER                 PIC X(02).
           02 CALIFH                 PIC X.
           02 CALIFO                 PIC X(01).
           02 FILLER                 PIC X(02).
           02 USUARIOH               PIC X.
           02 USUARIOO               PIC X(08).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
