      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM350M  MAPSET NEM3500                *
      ******************************************************************
       01  NEM350MI.
           02 FILLER                           PIC X(12).
           02 EMPNOL                 COMP PIC S9(4).
           02 EMPNOF                 PIC X.
           02 FILLER REDEFINES EMPNOF.
              03 EMPNOA              PIC X.
           02 EMPNOI                 PIC X(06).
           02 TIPOL                  COMP PIC S9(4).
           02 TIPOF                  PIC X.
           02 FILLER REDEFINES TIPOF.
              03 TIPOA               PIC X.
           02 TIPOI                  PIC X(01).
           02 DESTINL                COMP PIC S9(4).
           02 DESTINF                PIC X.
           02 FILLER REDEFINES DESTINF.
              03 DESTINA             PIC X.
           02 DESTINI                PIC X(40).
           02 NOMBREL                COMP PIC S9(4).
           02 NOMBREF                PIC X.
           02 FILLER REDEFINES NOMBREF.
              03 NOMBREA             PIC X.
           02 NOMBREI                PIC X(28).
           02 FPEDIDOL               COMP PIC S9(4).
           02 FPEDIDOF               PIC X.
           02 FILLER REDEFINES FPEDIDOF.
              03 FPEDIDOA            PIC X.
           02 FPEDIDOI               PIC X(19).
           02 ESTADOL                COMP PIC S9(4).
           02 ESTADOF                PIC X.
           02 FILLER REDEFINES ESTADOF.
              03 ESTADOA             PIC X.
           02 ESTADOI                PIC X(01).
           02 NROCARTL               COMP PIC S9(4).
           02 NROCARTF               PIC X.
           02 FILLER REDEFINES NROCARTF.
              03 NROCARTA            PIC X.
           02 NROCARTI               PIC X(09).
           02 FEMISIOL               COMP PIC S9(4).
           02 FEMISIOF               PIC X.
           02 FILLER REDEFINES FEMISIOF.
              03 FEMISIOA            PIC X.
           02 FEMISIOI               PIC X(10).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM350MO REDEFINES NEM350MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 TIPOH                  PIC X.
           02 TIPOO                  PIC X(01).
           02 FILLER                 PIC X(02).
           02 DESTINH                PIC X.
           02 DESTINO                PIC X(40).
           02 FILLER                 PIC X(02).
           02 NOMBREH                PIC X.
           02 NOMBREO                PIC X(28).
           02 FILLER                 PIC X(02).
           02 FPEDIDOH               PIC X.
           02 FPEDIDOO               PIC X(19).
           02 FILLER                 PIC X(02).
           02 ESTADOH                PIC X.
           02 ESTADOO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 NROCARTH               PIC X.
           02 NROCARTO               PIC X(09).
           02 FILLER                 PIC X(02).
           02 FEMISIOH               PIC X.
           02 FEMISIOO               PIC X(10).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
