      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM390M  MAPSET NEM3900                *
      ******************************************************************
       01  NEM390MI.
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
           02 NROEMBL                COMP PIC S9(4).
           02 NROEMBF                PIC X.
           02 FILLER REDEFINES NROEMBF.
              03 NROEMBA             PIC X.
           02 NROEMBI                PIC X(03).
           02 NROORDL                COMP PIC S9(4).
           02 NROORDF                PIC X.
           02 FILLER REDEFINES NROORDF.
              03 NROORDA             PIC X.
           02 NROORDI                PIC X(20).
           02 ACREEDL                COMP PIC S9(4).
           02 ACREEDF                PIC X.
           02 FILLER REDEFINES ACREEDF.
              03 ACREEDA             PIC X.
           02 ACREEDI                PIC X(30).
           02 TIPOL                  COMP PIC S9(4).
           02 TIPOF                  PIC X.
           02 FILLER REDEFINES TIPOF.
              03 TIPOA               PIC X.
           02 TIPOI                  PIC X(01).
           02 IMPFIJL                COMP PIC S9(4).
           02 IMPFIJF                PIC X.
           02 FILLER REDEFINES IMPFIJF.
              03 IMPFIJA             PIC X.
           02 IMPFIJI                PIC X(09).
           02 PORCENL                COMP PIC S9(4).
           02 PORCENF                PIC X.
           02 FILLER REDEFINES PORCENF.
              03 PORCENA             PIC X.
           02 PORCENI                PIC X(05).
           02 PCTMAXL                COMP PIC S9(4).
           02 PCTMAXF                PIC X.
           02 FILLER REDEFINES PCTMAXF.
              03 PCTMAXA             PIC X.
           02 PCTMAXI                PIC X(05).
           02 TOTALL                 COMP PIC S9(4).
           02 TOTALF                 PIC X.
           02 FILLER REDEFINES TOTALF.
              03 TOTALA              PIC X.
           02 TOTALI                 PIC X(09).
           02 PRIORL                 COMP PIC S9(4).
           02 PRIORF                 PIC X.
           02 FILLER REDEFINES PRIORF.
              03 PRIORA              PIC X.
           02 PRIORI                 PIC X(02).
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

       01  NEM390MO REDEFINES NEM390MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 NROEMBH                PIC X.
           02 NROEMBO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 NROORDH                PIC X.
           02 NROORDO                PIC X(20).
           02 FILLER                 PIC X(02).
           02 ACREEDH                PIC X.
           02 ACREEDO                PIC X(30).
           02 FILLER                 PIC X(02).
           02 TIPOH                  PIC X.
           02 TIPOO                  PIC X(01).
           02 FILLER                 PIC X(02).
           02 IMPFIJH                PIC X.
           02 IMPFIJO                PIC X(09).
           02 FILLER                 PIC X(02).
           02 PORCENH                PIC X.
           02 PORCENO                PIC X(05).
           02 FILLER                 PIC X(02).
           02 PCTMAXH                PIC X.
           02 PCTMAXO                PIC X(05).
           02 FILLER                 PIC X(02).
           02 TOTALH                 PIC X.
           02 TOTALO                 PIC X(09).
           02 FILLER                 PIC X(02).
           02 PRIORH                 PIC X.
           02 PRIORO                 PIC X(02).
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
