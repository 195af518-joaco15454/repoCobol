      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM340M  MAPSET NEM3400                *
      ******************************************************************
       01  NEM340MI.
           02 FILLER                           PIC X(12).
           02 OPCIONL                COMP PIC S9(4).
           02 OPCIONF                PIC X.
           02 FILLER REDEFINES OPCIONF.
              03 OPCIONA             PIC X.
           02 OPCIONI                PIC X(01).
           02 REQIDL                 COMP PIC S9(4).
           02 REQIDF                 PIC X.
           02 FILLER REDEFINES REQIDF.
              03 REQIDA              PIC X.
           02 REQIDI                 PIC X(06).
           02 DEPTNOL                COMP PIC S9(4).
           02 DEPTNOF                PIC X.
           02 FILLER REDEFINES DEPTNOF.
              03 DEPTNOA             PIC X.
           02 DEPTNOI                PIC X(03).
           02 JOBL                   COMP PIC S9(4).
           02 JOBF                   PIC X.
           02 FILLER REDEFINES JOBF.
              03 JOBA                PIC X.
           02 JOBI                   PIC X(08).
           02 SALARIOL               COMP PIC S9(4).
           02 SALARIOF               PIC X.
           02 FILLER REDEFINES SALARIOF.
              03 SALARIOA            PIC X.
           02 SALARIOI               PIC X(09).
           02 FAPERTL                COMP PIC S9(4).
           02 FAPERTF                PIC X.
           02 FILLER REDEFINES FAPERTF.
              03 FAPERTA             PIC X.
           02 FAPERTI                PIC X(10).
           02 ESTADOL                COMP PIC S9(4).
           02 ESTADOF                PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA             PIC X.
           02 ESTADOI                PIC X(01).
           02 EMPNOL                 COMP PIC S9(4).
           02 EMPNOF                 PIC X.
           02 FILLER REDEFINES EMPNOF.
              03 EMPNOA              PIC X.
           02 EMPNOI                 PIC X(06).
           02 FCIERREL               COMP PIC S9(4).
           02 FCIERREF               PIC X.
           02 FILLER REDEFINES FCIERREF.
              03 FCIERREA            PIC X.
           02 FCIERREI               PIC X(10).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM340MO REDEFINES NEM340MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 REQIDH                 PIC X.
           02 REQIDO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 DEPTNOH                PIC X.
           02 DEPTNOO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 JOBH                   PIC X.
           02 JOBO                   PIC X(08).
           02 FILLER                 PIC X(02).
           02 SALARIOH               PIC X.
           02 SALARIOO               PIC X(09).
           02 FILLER                 PIC X(02).
           02 FAPERTH                PIC X.
           02 FAPERTO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 ESTADOH                PIC X.
           02 ESTADOO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 FCIERREH               PIC X.
           02 FCIERREO               PIC X(10).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
