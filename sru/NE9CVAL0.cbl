      * 02/09/2026 gforrich      Validate the employee class          *
      *                          ('M'/'S') as a domain field when it  *
      *                          comes informed.                      *
      * 15/10/2026 gforrich      Hard edit of the salary against the  *
      *                          statutory minimum wage in force for  *
      *                          the LOCATION of the department       *
      *                          (NEOSB36.MIN_WAGE, effective dated), *
      *                          prorated by the employee's FTE       *
      *                          percentage, when WORKDEPT comes      *
      *                          informed.                            *
      * 15/10/2026 gforrich      Validate the FTE percentage          *
      *                          (PCTJORNADA) when it comes informed: *
      *                          numeric and not above full time      *
      *                          (100,00).                            *
      * 15/10/2026 gforrich      DB2 errors reading MIN_WAGE or the   *
      *                          current FTE return COD-RET '99' with *
      *                          the table and SQLCODE, not a salary  *
      *                          edit failure.                        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 WS-HIRE-YMD                   PIC 9(08) VALUE ZEROS.
           05 WS-BIRT-YMD                   PIC 9(08) VALUE ZEROS.
           05 WS-EDAD-MINIMA-YMD            PIC 9(08) VALUE ZEROS.
           05 WS-PCTJORNADA                 PIC S9(03)V9(02) COMP-3.
           05 WS-SALARIO-MINIMO             PIC S9(07)V9(02) COMP-3.

      *****************************************************************
      *        AREA DE TRABAJO PARA VALIDAR FECHAS COMO CALENDARIO    *
           05 SW-FECHA-VALIDA               PIC X(01) VALUE 'S'.
              88 SI-FECHA-VALIDA                      VALUE 'S'.
              88 NO-FECHA-VALIDA                      VALUE 'N'.
           05 SW-SQLCODE                    PIC S9(9) COMP.
              88 SQLCODE-88-OK                        VALUE 0.
              88 SQLCODE-88-NOTFND                    VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
           05 CT-BIRTHDATE               PIC X(09) VALUE 'BIRTHDATE'.
           05 CT-JOB                     PIC X(03) VALUE 'JOB'.
           05 CT-CLASE                   PIC X(05) VALUE 'CLASE'.
           05 CT-SALARY                  PIC X(06) VALUE 'SALARY'.
           05 CT-PCTJORNADA              PIC X(10) VALUE 'PCTJORNADA'.
           05 CT-TABLA-MINWAGE           PIC X(08) VALUE 'MIN_WAGE'.
           05 CT-TABLA-EMP               PIC X(03) VALUE 'EMP'.
           05 CT-JORNADA-COMPLETA        PIC S9(03)V9(02) COMP-3
                                          VALUE 100.
           05 CT-EDLEVEL-MAXIMO          PIC S9(04) COMP VALUE 25.
           05 CT-EDAD-MINIMA-ANIOS       PIC 9(02) VALUE 14.
           05 CT-JOB-ACTIVO              PIC X(01) VALUE 'A'.
           05 ME-EDAD-LABORAL            PIC X(07) VALUE 'NEE2135'.
           05 ME-FUERA-RANGO             PIC X(07) VALUE 'NEE2120'.
           05 ME-JOB-NO-CATALOGADO       PIC X(07) VALUE 'NEE2170'.
           05 ME-BAJO-MINIMO-LEGAL       PIC X(07) VALUE 'NEE2189'.

       01  WS-CONTADOR-JOB               PIC S9(05)V9(02) COMP-3.

           MOVE '00'                        TO VAL0-COD-RET
           MOVE SPACES                      TO VAL0-CAMPO
                                               VAL0-COD-ERROR
           MOVE ZEROS                       TO VAL0-SALARIO-MINIMO

           PERFORM 2100-VALIDA-PHONENO
              THRU 2100-VALIDA-PHONENO-EXIT
                 THRU 2600-VALIDA-CLASE-EXIT
           END-IF

           IF VAL0-88-OK
              PERFORM 2650-VALIDA-JORNADA
                 THRU 2650-VALIDA-JORNADA-EXIT
           END-IF

           IF VAL0-88-OK
              PERFORM 2700-VALIDA-MINIMO-LEGAL
                 THRU 2700-VALIDA-MINIMO-LEGAL-EXIT
           END-IF

           GOBACK.

      *****************************************************************
       2600-VALIDA-CLASE-EXIT.
           EXIT.

      *****************************************************************
      *                     2650-VALIDA-JORNADA                       *
      *                                                                *
      *    - EL PORCENTAJE DE JORNADA (FTE), SI VIENE INFORMADO, DEBE  *
      *      SER NUMERICO Y NO SUPERAR LA JORNADA COMPLETA (100,00).   *
      *      EN CERO SE CONSIDERA NO INFORMADO                         *
      *****************************************************************
       2650-VALIDA-JORNADA.

           IF VAL0-PCTJORNADA IS NOT NUMERIC
              SET VAL0-88-ERROR             TO TRUE
              MOVE CT-PCTJORNADA            TO VAL0-CAMPO
              MOVE ME-NO-NUMERICO           TO VAL0-COD-ERROR
              GO TO 2650-VALIDA-JORNADA-EXIT
           END-IF

           IF VAL0-PCTJORNADA EQUAL ZEROS
              GO TO 2650-VALIDA-JORNADA-EXIT
           END-IF

           IF VAL0-PCTJORNADA IS GREATER THAN CT-JORNADA-COMPLETA
              SET VAL0-88-ERROR             TO TRUE
              MOVE CT-PCTJORNADA            TO VAL0-CAMPO
              MOVE ME-FUERA-RANGO           TO VAL0-COD-ERROR
           END-IF.

       2650-VALIDA-JORNADA-EXIT.
           EXIT.

      *****************************************************************
      *                   2700-VALIDA-MINIMO-LEGAL                    *
      *                                                                *
      *    - EL SALARIO NO PUEDE SER MENOR AL MINIMO LEGAL VIGENTE     *
      *      HOY PARA LA LOCATION DEL DEPARTAMENTO (EL DE FECHADESDE   *
      *      MAS RECIENTE NO POSTERIOR A HOY), PRORRATEADO POR LA      *
      *      JORNADA DEL EMPLEADO.  SIN WORKDEPT NO SE CONTROLA, Y     *
      *      UNA LOCATION SIN MINIMO CARGADO NO TIENE TOPE LEGAL.      *
      *****************************************************************
       2700-VALIDA-MINIMO-LEGAL.

           IF VAL0-WORKDEPT EQUAL SPACES OR LOW-VALUES
              GO TO 2700-VALIDA-MINIMO-LEGAL-EXIT
           END-IF

           PERFORM 2710-OBTIENE-JORNADA
              THRU 2710-OBTIENE-JORNADA-EXIT

           IF NOT VAL0-88-OK
              GO TO 2700-VALIDA-MINIMO-LEGAL-EXIT
           END-IF

           EXEC SQL
              SELECT M.SALARIOMIN
                INTO :WS-SALARIO-MINIMO
                FROM NEOSB36.DEPT     AS D,
                     NEOSB36.MIN_WAGE AS M
               WHERE D.DEPTNO     = :VAL0-WORKDEPT
                 AND M.LOCATION   = D.LOCATION
                 AND M.FECHADESDE =
                     (SELECT MAX(M2.FECHADESDE)
                        FROM NEOSB36.MIN_WAGE AS M2
                       WHERE M2.LOCATION    = D.LOCATION
                         AND M2.FECHADESDE <= CURRENT DATE)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    GO TO 2700-VALIDA-MINIMO-LEGAL-EXIT
               WHEN OTHER
                    SET VAL0-88-ERROR-DB2   TO TRUE
                    MOVE CT-TABLA-MINWAGE   TO VAL0-CAMPO
                    MOVE SQLCODE            TO VAL0-SQLCODE
                    GO TO 2700-VALIDA-MINIMO-LEGAL-EXIT
           END-EVALUATE

           COMPUTE VAL0-SALARIO-MINIMO ROUNDED =
                   WS-SALARIO-MINIMO * WS-PCTJORNADA / 100

           IF VAL0-SALARY IS NOT NUMERIC
              OR VAL0-SALARY IS LESS THAN VAL0-SALARIO-MINIMO
              SET VAL0-88-ERROR             TO TRUE
              MOVE CT-SALARY                TO VAL0-CAMPO
              MOVE ME-BAJO-MINIMO-LEGAL     TO VAL0-COD-ERROR
           END-IF.

       2700-VALIDA-MINIMO-LEGAL-EXIT.
           EXIT.

      *****************************************************************
      *                    2710-OBTIENE-JORNADA                       *
      *                                                                *
      *    - JORNADA INFORMADA POR EL LLAMADOR; SI NO, LA VIGENTE EN   *
      *      NEOSB36.EMP.  UN ALTA (EMPNO INEXISTENTE) SE TOMA A       *
      *      TIEMPO COMPLETO.                                          *
      *****************************************************************
       2710-OBTIENE-JORNADA.

           MOVE CT-JORNADA-COMPLETA         TO WS-PCTJORNADA

           IF VAL0-PCTJORNADA IS NUMERIC
              AND VAL0-PCTJORNADA IS GREATER THAN ZEROS
              MOVE VAL0-PCTJORNADA          TO WS-PCTJORNADA
              GO TO 2710-OBTIENE-JORNADA-EXIT
           END-IF

           IF VAL0-EMPNO EQUAL SPACES OR LOW-VALUES
              GO TO 2710-OBTIENE-JORNADA-EXIT
           END-IF

           EXEC SQL
              SELECT PCTJORNADA
                INTO :WS-PCTJORNADA
                FROM NEOSB36.EMP
               WHERE EMPNO = :VAL0-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    MOVE CT-JORNADA-COMPLETA
                                            TO WS-PCTJORNADA
               WHEN OTHER
                    SET VAL0-88-ERROR-DB2   TO TRUE
                    MOVE CT-TABLA-EMP       TO VAL0-CAMPO
                    MOVE SQLCODE            TO VAL0-SQLCODE
           END-EVALUATE.

       2710-OBTIENE-JORNADA-EXIT.
           EXIT.

      *****************************************************************
      *                      9050-VALIDA-FECHA                        *
      *                                                                *
