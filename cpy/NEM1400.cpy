           02 FILLER REDEFINES LOCATIONF.
              03 LOCATIONA                     PIC X.
           02 LOCATIONI                        PIC X(16).
           02 COMPANYL                         COMP PIC S9(4).
           02 COMPANYF                         PIC X.
           02 FILLER REDEFINES COMPANYF.
              03 COMPANYA                      PIC X.
           02 COMPANYI                         PIC X(02).
           02 HEADCNTL                         COMP PIC S9(4).
           02 HEADCNTF                         PIC X.
           02 FILLER REDEFINES HEADCNTF.
              03 HEADCNTA                      PIC X.
           02 HEADCNTI                         PIC X(05).
           02 CONTRATL                         COMP PIC S9(4).
           02 CONTRATF                         PIC X.
           02 FILLER REDEFINES CONTRATF.
              03 CONTRATA                      PIC X.
           02 CONTRATI                         PIC X(05).
           02 MSGL                             COMP PIC S9(4).
           02 MSGF                             PIC X.
           02 FILLER REDEFINES MSGF.
           02 LOCATIONH                        PIC X.
           02 LOCATIONO                        PIC X(16).
           02 FILLER                           PIC X(02).
           02 COMPANYH                         PIC X.
           02 COMPANYO                         PIC X(02).
           02 FILLER                           PIC X(02).
           02 HEADCNTH                         PIC X.
           02 HEADCNTO                         PIC X(05).
           02 FILLER                           PIC X(02).
           02 CONTRATH                         PIC X.
           02 CONTRATO                         PIC X(05).
           02 FILLER                           PIC X(02).
           02 MSGH                             PIC X.
           02 MSGO                             PIC X(40).
