      *                          NE9CFIL0 in a pre-pass and refuse a  *
      *                          file already processed before        *
      *                          applying any of its records.         *
      * 15/10/2026 gforrich      Map the optional FTE percentage of   *
      *                          the HRFEED detail (two implied       *
      *                          decimals, blank when not informed)   *
      *                          to the 79-byte INEMP001 transaction. *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
                 15 HRF-DET-BIRT-AAAA     PIC X(04).
                 15 HRF-DET-BIRT-MM       PIC X(02).
                 15 HRF-DET-BIRT-DD       PIC X(02).
              10 HRF-DET-PCTJORNADA       PIC 9(03)V9(02).
              10 FILLER                   PIC X(45).
           05 HRF-TRAILER REDEFINES HRF-DATOS.
              10 HRF-TRL-CANTIDAD         PIC 9(07).
              10 FILLER                   PIC X(112).

       FD  ENTRADA
           RECORDING MODE IS F
           RECORD CONTAINS 79 CHARACTERS.
       01  REG-ENTRADA             PIC X(79).

       FD  RECHAZOS
           RECORDING MODE IS F
           MOVE HRF-DET-JOB                 TO IN-JOB
           MOVE HRF-DET-SEX                 TO IN-SEX

      * JORNADA (FTE) CON DOS DECIMALES IMPLICITOS; EN BLANCO NO SE
      * INFORMA Y NE9CEMP0 CONSERVA LA VIGENTE O ASUME TIEMPO COMPLETO
           IF HRF-DET-PCTJORNADA IS NUMERIC
              MOVE HRF-DET-PCTJORNADA       TO IN-PCTJORNADA
           ELSE
              MOVE ZEROS                    TO IN-PCTJORNADA
           END-IF

           MOVE SPACES                      TO IN-HIREDATE
           STRING HRF-DET-HIRE-AAAA '-'
                  HRF-DET-HIRE-MM   '-'
