      *                          job/sex group overflows the          *
      *                          500-entry median table instead of    *
      *                          reporting silently wrong figures.    *
      * 15/10/2026 gforrich      Averages, medians and gaps on the    *
      *                          full-time-equivalent salary (SALARY  *
      *                          * 100 / PCTJORNADA), so part-time    *
      *                          mix is not read as a pay gap.        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
                                            VALUE ZEROS.
           05 WS-AVG-M                      PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-SALARIO-FTE                PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.

      *****************************************************************
      *      ACUMULADORES DEL GRUPO (JOB + SEX) EN PROCESO            *
              INCLUDE NEGTEMP
           END-EXEC.

      * LOS SALARIOS SE COMPARAN LLEVADOS A TIEMPO COMPLETO
      * (SALARY * 100 / PCTJORNADA), PARA QUE UNA DISTINTA PROPORCION
      * DE JORNADA PARCIAL ENTRE SEXOS NO SE LEA COMO BRECHA SALARIAL
           EXEC SQL
              DECLARE CSR-EQT CURSOR FOR
              SELECT JOB,
                     SEX,
                     WORKDEPT,
                     CASE WHEN VALUE(PCTJORNADA, 0) > 0
                          THEN SALARY * 100 / PCTJORNADA
                          ELSE SALARY
                     END
                FROM NEOSB36.EMP
               WHERE EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY JOB, SEX, 4
           END-EXEC.

      *****************************************************************
           ADD CT-1                         TO WS-GRP-CANT
           ADD CT-1                         TO WS-GRP-TOTAL
           SET IX-SAL                       TO WS-GRP-CANT
           MOVE WS-SALARIO-FTE              TO WS-GRP-SALARIOS(IX-SAL)

           ADD WS-SALARIO-FTE               TO WS-GRP-SUMA

           PERFORM 2200-ACUMULA-DEPTO
              THRU 2200-ACUMULA-DEPTO-EXIT
               INTO :DCLEMP-JOB,
                    :DCLEMP-SEX,
                    :DCLEMP-WORKDEPT,
                    :WS-SALARIO-FTE
           END-EXEC

           EVALUATE SQLCODE

           IF DCLEMP-SEX EQUAL 'F'
              ADD CT-1                      TO TB-DEP-F-CANT(IX-DEP)
              ADD WS-SALARIO-FTE            TO TB-DEP-F-SUMA(IX-DEP)
           ELSE
              ADD CT-1                      TO TB-DEP-M-CANT(IX-DEP)
              ADD WS-SALARIO-FTE            TO TB-DEP-M-SUMA(IX-DEP)
           END-IF.

      *****************************************************************
