      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM360M  MAPSET NEM3600                *
      ******************************************************************
       01  NEM360MI.
           02 FILLER                           PIC X(12).
           02 EMPNOL                 COMP PIC S9(4).
           02 EMPNOF                 PIC X.
           02 FILLER REDEFINES EMPNOF.
              03 EMPNOA              PIC X.
           02 EMPNOI                 PIC X(06).
           02 NOMBREL                COMP PIC S9(4).
           02 NOMBREF                PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA             PIC X.
           02 NOMBREI                PIC X(28).
           02 JOBL                   COMP PIC S9(4).
           02 JOBF                   PIC X.
           02 FILLER REDEFINES JOBF.
              03 JOBA                PIC X.
           02 JOBI                   PIC X(08).
           02 DEPTOL                 COMP PIC S9(4).
           02 DEPTOF                 PIC X.
           02 FILLER REDEFINES DEPTOF.
              03 DEPTOA              PIC X.
           02 DEPTOI                 PIC X(03).
           02 LOCALL                 COMP PIC S9(4).
           02 LOCALF                 PIC X.
           02 FILLER REDEFINES LOCALF.
              03 LOCALA              PIC X.
           02 LOCALI                 PIC X(16).
           02 FINGRESL               COMP PIC S9(4).
           02 FINGRESF               PIC X.
           02 FILLER REDEFINES FINGRESF.
              03 FINGRESA            PIC X.
           02 FINGRESI               PIC X(10).
           02 VACSALL                COMP PIC S9(4).
           02 VACSALF                PIC X.
           02 FILLER REDEFINES VACSALF.
              03 VACSALA             PIC X.
           02 VACSALI                PIC X(07).
           02 NEM360M-DPN OCCURS 5 TIMES.
              03 DPNL                COMP PIC S9(4).
              03 DPNF                PIC X.
              03 DPNI                PIC X(45).
           02 CALLEL                 COMP PIC S9(4).
           02 CALLEF                 PIC X.
           02 FILLER REDEFINES CALLEF.
              03 CALLEA              PIC X.
           02 CALLEI                 PIC X(30).
           02 CIUDADL                COMP PIC S9(4).
           02 CIUDADF                PIC X.
           02 FILLER REDEFINES CIUDADF.
              03 CIUDADA             PIC X.
           02 CIUDADI                PIC X(20).
           02 CODPOSL                COMP PIC S9(4).
           02 CODPOSF                PIC X.
           02 FILLER REDEFINES CODPOSF.
              03 CODPOSA             PIC X.
           02 CODPOSI                PIC X(08).
           02 PAISL                  COMP PIC S9(4).
           02 PAISF                  PIC X.
           02 FILLER REDEFINES PAISF.
              03 PAISA               PIC X.
           02 PAISI                  PIC X(02).
           02 BANCOL                 COMP PIC S9(4).
           02 BANCOF                 PIC X.
           02 FILLER REDEFINES BANCOF.
              03 BANCOA              PIC X.
           02 BANCOI                 PIC X(03).
           02 SUCURSL                COMP PIC S9(4).
           02 SUCURSF                PIC X.
           02 FILLER REDEFINES SUCURSF.
              03 SUCURSA             PIC X.
           02 SUCURSI                PIC X(04).
           02 CUENTAL                COMP PIC S9(4).
           02 CUENTAF                PIC X.
           02 FILLER REDEFINES CUENTAF.
              03 CUENTAA             PIC X.
           02 CUENTAI                PIC X(16).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM360MO REDEFINES NEM360MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 NOMBREH                PIC X.
           02 NOMBREO                PIC X(28).
           02 FILLER                 PIC X(02).
           02 JOBH                   PIC X.
           02 JOBO                   PIC X(08).
           02 FILLER                 PIC X(02).
           02 DEPTOH                 PIC X.
           02 DEPTOO                 PIC X(03).
           02 FILLER                 PIC X(02).
           02 LOCALH                 PIC X.
           02 LOCALO                 PIC X(16).
           02 FILLER                 PIC X(02).
           02 FINGRESH               PIC X.
           02 FINGRESO               PIC X(10).
           02 FILLER                 PIC X(02).
           02 VACSALH                PIC X.
           02 VACSALO                PIC ZZZ9,99.
           02 NEM360M-DPNO OCCURS 5 TIMES.
              03 FILLER              PIC X(02).
              03 DPNH                PIC X.
              03 DPNO                PIC X(45).
           02 FILLER                 PIC X(02).
           02 CALLEH                 PIC X.
           02 CALLEO                 PIC X(30).
           02 FILLER                 PIC X(02).
           02 CIUDADH                PIC X.
           02 CIUDADO                PIC X(20).
           02 FILLER                 PIC X(02).
           02 CODPOSH                PIC X.
           02 CODPOSO                PIC X(08).
           02 FILLER                 PIC X(02).
           02 PAISH                  PIC X.
           02 PAISO                  PIC X(02).
           02 FILLER                 PIC X(02).
           02 BANCOH                 PIC X.
           02 BANCOO                 PIC X(03).
           02 FILLER                 PIC X(02).
           02 SUCURSH                PIC X.
           02 SUCURSO                PIC X(04).
           02 FILLER                 PIC X(02).
           02 CUENTAH                PIC X.
           02 CUENTAO                PIC X(16).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
