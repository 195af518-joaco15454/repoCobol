      ******************************************************************
      *    SYMBOLIC MAP FOR MAP NEM330M  MAPSET NEM3300                *
      ******************************************************************
       01  NEM330MI.
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
           02 TIPODOCL               COMP PIC S9(4).
           02 TIPODOCF               PIC X.
           02 FILLER REDEFINES TIPODOCF.
              03 TIPODOCA            PIC X.
           02 TIPODOCI               PIC X(04).
           02 NRODOCL                COMP PIC S9(4).
           02 NRODOCF                PIC X.
           02 FILLER REDEFINES NRODOCF.
              03 NRODOCA             PIC X.
           02 NRODOCI                PIC X(20).
           02 FEMISIONL              COMP PIC S9(4).
           02 FEMISIONF              PIC X.
           02 FILLER REDEFINES FEMISIONF.
              03 FEMISIONA           PIC X.
           02 FEMISIONI              PIC X(10).
           02 FVENCEL                COMP PIC S9(4).
           02 FVENCEF                PIC X.
           02 FILLER REDEFINES FVENCEF.
              03 FVENCEA             PIC X.
           02 FVENCEI                PIC X(10).
           02 LASTNAMEL              COMP PIC S9(4).
           02 LASTNAMEF              PIC X.
           02 FILLER REDEFINES LASTNAMEF.
              03 LASTNAMEA           PIC X.
           02 LASTNAMEI              PIC X(15).
           02 MSGL                   COMP PIC S9(4).
           02 MSGF                   PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA                PIC X.
           02 MSGI                   PIC X(40).

       01  NEM330MO REDEFINES NEM330MI.
           02 FILLER                           PIC X(12).
           02 FILLER                 PIC X(02).
           02 OPCIONH                PIC X.
           02 OPCIONO                PIC X(01).
           02 FILLER                 PIC X(02).
           02 EMPNOH                 PIC X.
           02 EMPNOO                 PIC X(06).
           02 FILLER                 PIC X(02).
           02 TIPODOCH               PIC X.
           02 TIPODOCO               PIC X(04).
           02 FILLER                 PIC X(02).
           02 NRODOCH                PIC X.
           02 NRODOCO                PIC X(20).
           02 FILLER                 PIC X(02).
           02 FEMISIONH              PIC X.
           02 FEMISIONO              PIC X(10).
           02 FILLER                 PIC X(02).
           02 FVENCEH                PIC X.
           02 FVENCEO                PIC X(10).
           02 FILLER                 PIC X(02).
           02 LASTNAMEH              PIC X.
           02 LASTNAMEO              PIC X(15).
           02 FILLER                 PIC X(02).
           02 MSGH                   PIC X.
           02 MSGO                   PIC X(40).
