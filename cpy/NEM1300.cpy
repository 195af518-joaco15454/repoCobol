           02 FILLER REDEFINES SALINCF.
              03 SALINCA                       PIC X.
           02 SALINCI                          PIC X(12).
           02 MERINCL                          COMP PIC S9(4).
           02 MERINCF                          PIC X.
           02 FILLER REDEFINES MERINCF.
              03 MERINCA                       PIC X.
           02 MERINCI                          PIC X(12).
           02 BONINCL                          COMP PIC S9(4).
           02 BONINCF                          PIC X.
           02 FILLER REDEFINES BONINCF.
           02 SALINCH                          PIC X.
           02 SALINCO                          PIC X(12).
           02 FILLER                           PIC X(02).
           02 MERINCH                          PIC X.
           02 MERINCO                          PIC X(12).
           02 FILLER                           PIC X(02).
           02 BONINCH                          PIC X.
           02 BONINCO                          PIC X(12).
           02 FILLER                           PIC X(02).
