      *                          new/recurring/resolved lifecycle;    *
      *                          the REPLEX aging report pushes the   *
      *                          oldest unresolved items to the top.  *
      * 15/10/2026 gforrich      EXEMP001 record widened to 145 bytes *
      *                          (the transaction image now carries   *
      *                          the FTE percentage).                 *
      * 15/10/2026 gforrich      Also loads EXCRIN, the referential   *
      *                          integrity findings of NERIN000, as   *
      *                          source NERIN000.                     *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           SELECT EXCFIN36 ASSIGN TO EXCFIN36
                           FILE STATUS IS FS-EXCFIN36.

           SELECT EXCRIN   ASSIGN TO EXCRIN
                           FILE STATUS IS FS-EXCRIN.

           SELECT REPLEX   ASSIGN TO REPLEX
                           FILE STATUS IS FS-REPLEX.
      *****************************************************************

       FD  EXCEPCION
           RECORDING MODE IS F
           RECORD CONTAINS 145 CHARACTERS.
       01  REG-EXCEPCION.
           COPY EXEMP001.

       01  REG-EXCFIN36.
           COPY NEEXFIN0.

      * HALLAZGOS DE NERIN000, MISMO FORMATO QUE NEEXFIN0
       FD  EXCRIN
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01  REG-EXCRIN.
           05 EXR-PROGRAMA                PIC X(08).
           05 EXR-EMPNO                   PIC X(06).
           05 EXR-CODIGO                  PIC X(07).
           05 EXR-DESCRIPCION             PIC X(40).

       FD  REPLEX
           RECORDING MODE IS F
           RECORD CONTAINS 090 CHARACTERS.
           05 FS-EXCDEMO1                   PIC X(02) VALUE SPACES.
           05 FS-EXCEPCION                  PIC X(02) VALUE SPACES.
           05 FS-EXCFIN36                   PIC X(02) VALUE SPACES.
           05 FS-EXCRIN                     PIC X(02) VALUE SPACES.
           05 FS-REPLEX                     PIC X(02) VALUE SPACES.
           05 WS-DIAS-ABIERTA               PIC S9(09) COMP VALUE ZERO.

           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-FTE-DEMO01                 PIC X(08) VALUE 'DEMO01'.
           05 CT-FTE-NE9CEMP1               PIC X(08) VALUE 'NE9CEMP1'.
           05 CT-FTE-NERIN000               PIC X(08) VALUE 'NERIN000'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
           PERFORM 2400-CARGA-EXCFIN36
              THRU 2400-CARGA-EXCFIN36-EXIT

           PERFORM 2500-CARGA-EXCRIN
              THRU 2500-CARGA-EXCRIN-EXIT

           PERFORM 2600-RESUELVE-AUSENTES
              THRU 2600-RESUELVE-AUSENTES-EXIT

       2470-UN-EXCFIN36-EXIT.
           EXIT.
      *****************************************************************
      *                      2500-CARGA-EXCRIN                        *
      *****************************************************************
       2500-CARGA-EXCRIN.

           MOVE 'N'                         TO SW-FIN-ARCHIVO

           OPEN INPUT EXCRIN
           IF FS-EXCRIN NOT EQUAL '00'
              GO TO 2500-CARGA-EXCRIN-EXIT
           END-IF

           PERFORM 2550-LEE-EXCRIN
              THRU 2550-LEE-EXCRIN-EXIT

           PERFORM 2570-UN-EXCRIN
              THRU 2570-UN-EXCRIN-EXIT
              UNTIL SI-FIN-ARCHIVO

           CLOSE EXCRIN.

      *****************************************************************
      *                   2500-CARGA-EXCRIN-EXIT                      *
      *****************************************************************
       2500-CARGA-EXCRIN-EXIT.
           EXIT.
      *****************************************************************
      *                       2550-LEE-EXCRIN                         *
      *****************************************************************
       2550-LEE-EXCRIN.

           READ EXCRIN
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ.

      *****************************************************************
      *                    2550-LEE-EXCRIN-EXIT                       *
      *****************************************************************
       2550-LEE-EXCRIN-EXIT.
           EXIT.
      *****************************************************************
      *                       2570-UN-EXCRIN                          *
      *****************************************************************
       2570-UN-EXCRIN.

           MOVE CT-FTE-NERIN000             TO WS-ITEM-FUENTE
           MOVE EXR-EMPNO                   TO WS-ITEM-EMPNO
           MOVE EXR-CODIGO                  TO WS-ITEM-CODIGO

           PERFORM 4000-ASIENTA-PARTIDA
              THRU 4000-ASIENTA-PARTIDA-EXIT

           PERFORM 2550-LEE-EXCRIN
              THRU 2550-LEE-EXCRIN-EXIT.

      *****************************************************************
      *                    2570-UN-EXCRIN-EXIT                        *
      *****************************************************************
       2570-UN-EXCRIN-EXIT.
           EXIT.
      *****************************************************************
      *                     4000-ASIENTA-PARTIDA                      *
      *                                                                *
      *    - ASIENTA LA EXCEPCION EN EL LIBRO MAYOR: SI LA PARTIDA    *
