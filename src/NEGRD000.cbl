      *                          SALARY_GRADE, flagging salaries      *
      *                          below minimum, above maximum or      *
      *                          with no grade defined.               *
      * 15/10/2026 gforrich      Compa-ratio on the full-time-        *
      *                          equivalent salary (SALARY * 100 /    *
      *                          PCTJORNADA); the FTE percentage is   *
      *                          listed beside it.                    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
       01  WS-VARIABLES.
           05 FS-REPGRD                     PIC X(02) VALUE SPACES.
           05 WS-COMPA-RATIO                PIC 9(03)V9(02).
           05 WS-SALARIO-FTE                PIC S9(09)V9(02) COMP-3.
           05 WS-GRADOMIN                   PIC S9(07)V9(02) COMP-3.
           05 WS-GRADOMID                   PIC S9(07)V9(02) COMP-3.
           05 WS-GRADOMAX                   PIC S9(07)V9(02) COMP-3.
              "COMPA-RATIO POR EMPLEADO - NEGRD000".

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(30) VALUE
              "EMPNO   PUESTO   JOR  SALARIO ".
           05 FILLER                        PIC X(50) VALUE
              "FTE   PUNTO MEDIO   C-RATIO".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-JOB                   PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PCTJORNADA            PIC ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-SALARY                PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-RATIO                 PIC ZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-MARCA                 PIC X(12).
           05 FILLER                        PIC X(05) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(10) VALUE
              INCLUDE NEGTGRD
           END-EXEC.

      * EL SALARIO SE COMPARA CONTRA LA BANDA LLEVADO A TIEMPO
      * COMPLETO (SALARY * 100 / PCTJORNADA), PARA QUE UN EMPLEADO A
      * TIEMPO PARCIAL NO APAREZCA BAJO EL MINIMO POR SU JORNADA
           EXEC SQL
              DECLARE CSR-GRD CURSOR FOR
              SELECT E.EMPNO,
                     E.JOB,
                     E.SALARY,
                     VALUE(E.PCTJORNADA, 100),
                     VALUE(G.GRADOMIN, 0),
                     VALUE(G.GRADOMID, 0),
                     VALUE(G.GRADOMAX, 0)
           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-JOB                  TO LIN-DET-JOB

           IF DCLEMP-PCTJORNADA IS GREATER THAN ZEROS
              COMPUTE WS-SALARIO-FTE ROUNDED =
                      DCLEMP-SALARY * 100 / DCLEMP-PCTJORNADA
           ELSE
              MOVE DCLEMP-SALARY            TO WS-SALARIO-FTE
           END-IF

           MOVE DCLEMP-PCTJORNADA           TO LIN-DET-PCTJORNADA
           MOVE WS-SALARIO-FTE              TO LIN-DET-SALARY
           MOVE WS-GRADOMID                 TO LIN-DET-GRADOMID

           IF WS-GRADOMID IS GREATER THAN ZEROS
              COMPUTE WS-COMPA-RATIO ROUNDED =
                      WS-SALARIO-FTE * 100 / WS-GRADOMID
              MOVE WS-COMPA-RATIO           TO LIN-DET-RATIO

              EVALUATE TRUE
                  WHEN WS-SALARIO-FTE IS LESS THAN WS-GRADOMIN
                       MOVE '* BAJO MIN'    TO LIN-DET-MARCA
                       ADD CT-1             TO CN-BAJO-MINIMO
                  WHEN WS-SALARIO-FTE IS GREATER THAN WS-GRADOMAX
                       MOVE '* SOBRE MAX'   TO LIN-DET-MARCA
                       ADD CT-1             TO CN-SOBRE-MAXIMO
                  WHEN OTHER
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-JOB,
                    :DCLEMP-SALARY,
                    :DCLEMP-PCTJORNADA,
                    :WS-GRADOMIN,
                    :WS-GRADOMID,
                    :WS-GRADOMAX
