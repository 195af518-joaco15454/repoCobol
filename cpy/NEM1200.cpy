           02 FILLER REDEFINES CLASEF.
              03 CLASEA              PIC X.
           02 CLASEI                 PIC X(01).
           02 PCTJORL                COMP PIC S9(4).
           02 PCTJORF                PIC X.
           02 FILLER REDEFINES PCTJORF.
              03 PCTJORA             PIC X.
           02 PCTJORI                PIC X(03).
           02 REQIDL                 COMP PIC S9(4).
           02 REQIDF                 PIC X.
           02 FILLER REDEFINES REQIDF.
              03 REQIDA              PIC X.
           02 REQIDI                 PIC X(06).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
           02 CLASEH                 PIC X.
           02 CLASEO                 PIC X(01).
           02 FILLER                 PIC X(02).
           02 PCTJORH                PIC X.
           02 PCTJORO                PIC X(03).
           02 FILLER                 PIC X(02).
           02 REQIDH                 PIC X.
           02 REQIDO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
