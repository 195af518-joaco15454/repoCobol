      *                          reports each department's movement   *
      *                          against the snapshot of a month      *
      *                          before.                              *
      * 15/10/2026 gforrich      TOTSALARY/TOTBONUS/TOTCOMM follow    *
      *                          each employee's cost split in force  *
      *                          (EMP_DEPT_ALLOC, only when it adds   *
      *                          up to 100); HEADCOUNT and AVGSALARY  *
      *                          stay on the home WORKDEPT.           *
      * 15/10/2026 gforrich      Statistics per company (legal        *
      *                          entity): PARMCIA selects the company *
      *                          and only its departments             *
      *                          (DEPT.COMPANY) are snapshotted and   *
      *                          reported; the title carries the      *
      *                          company and a closing line gives the *
      *                          department, headcount and salary     *
      *                          control totals.                      *
      * 15/10/2026 gforrich      Full-time equivalents per department *
      *                          (FTE, from each employee's           *
      *                          PCTJORNADA) snapshotted and reported *
      *                          next to the headcount, with a        *
      *                          company FTE total.                   *
      * 15/10/2026 gforrich      Contractors and agency temps with an *
      *                          open contract in force (CONT_WORKER) *
      *                          counted per department in            *
      *                          CONTRATISTAS, apart from the         *
      *                          headcount, with a company total      *
      *                          line.                                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *****************************************************************
       FILE-CONTROL.

           SELECT PARMCIA  ASSIGN TO PARMCIA
                           FILE STATUS IS FS-PARMCIA.

           SELECT REPEST   ASSIGN TO REPEST
                           FILE STATUS IS FS-REPEST.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMCIA
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMCIA.
           05 PARM-COMPANY                  PIC X(02).
           05 FILLER                        PIC X(08).

       FD  REPEST
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS.
       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMCIA                    PIC X(02) VALUE SPACES.
           05 FS-REPEST                     PIC X(02) VALUE SPACES.
           05 WS-COMPANY                    PIC X(02) VALUE SPACES.
           05 WS-CANT-DEPTOS                PIC S9(09) COMP VALUE ZERO.
           05 WS-HEAD-ANT                   PIC S9(09) COMP VALUE ZERO.
           05 WS-SAL-ANT                    PIC S9(09)V9(02) COMP-3.
           05 WS-DELTA-HEAD                 PIC S9(09) COMP VALUE ZERO.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-CWK-ACTIVO                 PIC X(01) VALUE 'A'.
           05 CT-SIN-FECHA                  PIC X(10)
                                            VALUE '0001-01-01'.

      *****************************************************************
       01  CN-CONTADORES.
           05 CN-DEPTOS-SNAPSHOT            PIC 9(05).
           05 CN-DOTACION-TOTAL             PIC 9(09).
           05 CN-FTE-TOTAL                  PIC 9(09)V9(02) COMP-3.
           05 CN-CONTRAT-TOTAL              PIC 9(09).
           05 CN-MASA-TOTAL                 PIC 9(13)V9(02) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
           05 FILLER                        PIC X(50) VALUE
              "ESTADISTICAS POR DEPARTAMENTO - FECHA:            ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(10) VALUE
              " EMPRESA: ".
           05 LIN-TIT-COMPANY               PIC X(02).
           05 FILLER                        PIC X(38) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(33) VALUE
              "DEP DOTACION        FTE CONTRAT  ".
           05 FILLER                        PIC X(33) VALUE
              "MASA SALARIAL  DOT.ANTERIOR  MASA".
           05 FILLER                        PIC X(44) VALUE
              " ANT.  DELTA DOT.  DELTA MASA".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-HEADCOUNT             PIC ZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FTE                   PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CONTRAT               PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TOTSALARY             PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(05) VALUE SPACES.
           05 LIN-DET-HEAD-ANT              PIC ZZZZZZZ9.
           05 LIN-DET-DELTA-HEAD            PIC -ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DELTA-SAL             PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(05) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(14) VALUE
              "TOTAL EMPRESA ".
           05 LIN-TOT-COMPANY               PIC X(02).
           05 FILLER                        PIC X(10) VALUE
              " DEPTOS: ".
           05 LIN-TOT-DEPTOS                PIC ZZZZ9.
           05 FILLER                        PIC X(12) VALUE
              " DOTACION: ".
           05 LIN-TOT-DOTACION              PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(17) VALUE
              " MASA SALARIAL: ".
           05 LIN-TOT-MASA                  PIC ZZZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(06) VALUE
              " FTE: ".
           05 LIN-TOT-FTE                   PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(08) VALUE SPACES.

       01  WS-LINEA-TOTALES-CWK.
           05 FILLER                        PIC X(30) VALUE
              "CONTRATISTAS VIGENTES:        ".
           05 LIN-TOT-CONTRAT               PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(71) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
              DECLARE CSR-SNAP CURSOR FOR
              SELECT DEPTNO,
                     HEADCOUNT,
                     VALUE(FTE, 0),
                     VALUE(CONTRATISTAS, 0),
                     TOTSALARY
                FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO = :FEC0-FECHA-ISO
                 AND DEPTNO IN (SELECT D.DEPTNO
                                  FROM NEOSB36.DEPT D
                                 WHERE D.COMPANY = :WS-COMPANY)
               ORDER BY DEPTNO
           END-EXEC.


           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           PERFORM 1100-LEE-EMPRESA
              THRU 1100-LEE-EMPRESA-EXIT

           OPEN OUTPUT REPEST

           IF FS-REPEST NOT EQUAL '00'
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           MOVE WS-COMPANY                  TO LIN-TIT-COMPANY
           WRITE REG-REPEST FROM WS-LINEA-TITULO
           WRITE REG-REPEST FROM WS-LINEA-COLUMNAS.

       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-LEE-EMPRESA                        *
      *                                                                *
      *    - LA TARJETA PARMCIA INDICA LA EMPRESA A PROCESAR; DEBE     *
      *      TENER AL MENOS UN DEPARTAMENTO EN NEOSB36.DEPT            *
      *****************************************************************
       1100-LEE-EMPRESA.

           OPEN INPUT PARMCIA

           IF FS-PARMCIA NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMCIA. FILE STATUS=' FS-PARMCIA
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMCIA
                AT END
                DISPLAY 'ERROR: PARMCIA SIN REGISTRO DE PARAMETROS'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMCIA
                GOBACK
           END-READ

           MOVE PARM-COMPANY                TO WS-COMPANY

           CLOSE PARMCIA

           IF WS-COMPANY EQUAL SPACES OR LOW-VALUES
              DISPLAY 'ERROR: PARMCIA SIN EMPRESA INFORMADA'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-DEPTOS
                FROM NEOSB36.DEPT
               WHERE COMPANY = :WS-COMPANY
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO DEPT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-CANT-DEPTOS EQUAL ZERO
              DISPLAY 'ERROR: EMPRESA ' WS-COMPANY
                      ' SIN DEPARTAMENTOS EN DEPT'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                      1100-LEE-EMPRESA-EXIT                    *
      *****************************************************************
       1100-LEE-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                      1500-TOMA-SNAPSHOT                       *
      *                                                                *
      *    - BORRA EL SNAPSHOT DE LA FECHA (RECORRIDA REPETIBLE) Y     *
      *      LO VUELVE A GENERAR DESDE NEOSB36.EMP EN UNA SOLA         *
      *      SENTENCIA AGRUPADA                                        *
      *    - LA DOTACION Y EL SALARIO PROMEDIO SE CUENTAN EN EL        *
      *      WORKDEPT DEL EMPLEADO, IGUAL QUE LOS EQUIVALENTES A       *
      *      TIEMPO COMPLETO (FTE = PCTJORNADA / 100; SIN JORNADA      *
      *      INFORMADA CUENTA COMO TIEMPO COMPLETO).  LOS TOTALES DE   *
      *      SALARIO, BONO Y COMISION SE REPARTEN SEGUN EL REPARTO DE  *
      *      COSTO VIGENTE (EMP_DEPT_ALLOC) CUANDO SUMA 100; SI NO,    *
      *      QUEDAN ENTEROS EN WORKDEPT.                               *
      *    - SOLO SE GENERAN LOS DEPARTAMENTOS DE LA EMPRESA DE LA     *
      *      CORRIDA; LA PARTE DE UN REPARTO QUE CAE EN UN             *
      *      DEPARTAMENTO DE OTRA EMPRESA QUEDA EN LA CORRIDA DE ESA   *
      *      EMPRESA                                                   *
      *    - LOS CONTRATISTAS CON CONTRATO ABIERTO Y VIGENTE A LA      *
      *      FECHA (CONT_WORKER) SE CUENTAN APARTE, SIN SUMAR A LA     *
      *      DOTACION NI AL SALARIO                                    *
      *****************************************************************
       1500-TOMA-SNAPSHOT.

           EXEC SQL
              DELETE FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO = :FEC0-FECHA-ISO
                 AND DEPTNO IN (SELECT D.DEPTNO
                                  FROM NEOSB36.DEPT D
                                 WHERE D.COMPANY = :WS-COMPANY)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
                    TOTSALARY,
                    AVGSALARY,
                    TOTBONUS,
                    TOTCOMM,
                    FTE,
                    CONTRATISTAS
              )
              SELECT :FEC0-FECHA-ISO,
                     X.DEPTNO,
                     SUM(X.HEADS),
                     SUM(X.SALARIO),
                     CASE WHEN SUM(X.HEADS) > 0
                          THEN SUM(X.SALARIO_PROPIO) / SUM(X.HEADS)
                          ELSE 0
                     END,
                     SUM(X.BONO),
                     SUM(X.COMISION),
                     SUM(X.FTE),
                     SUM(X.CONTRAT)
                FROM (SELECT E.WORKDEPT      AS DEPTNO,
                             1               AS HEADS,
                             VALUE(E.PCTJORNADA, 100) / 100
                                             AS FTE,
                             E.SALARY        AS SALARIO_PROPIO,
                             E.SALARY        AS SALARIO,
                             E.BONUS         AS BONO,
                             E.COMM          AS COMISION,
                             0               AS CONTRAT
                        FROM NEOSB36.EMP E
                       WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                         AND NOT EXISTS
                            (SELECT 1
                               FROM NEOSB36.EMP_DEPT_ALLOC A
                              WHERE A.EMPNO      = E.EMPNO
                                AND A.FECHADESDE =
                                   (SELECT MAX(B.FECHADESDE)
                                      FROM NEOSB36.EMP_DEPT_ALLOC B
                                     WHERE B.EMPNO       = E.EMPNO
                                       AND B.FECHADESDE <=
                                                     :FEC0-FECHA-ISO)
                              GROUP BY A.FECHADESDE
                             HAVING SUM(A.PORCENTAJE) = 100)
                      UNION ALL
                      SELECT E.WORKDEPT,
                             1,
                             VALUE(E.PCTJORNADA, 100) / 100,
                             E.SALARY,
                             0,
                             0,
                             0,
                             0
                        FROM NEOSB36.EMP E
                       WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                         AND EXISTS
                            (SELECT 1
                               FROM NEOSB36.EMP_DEPT_ALLOC A
                              WHERE A.EMPNO      = E.EMPNO
                                AND A.FECHADESDE =
                                   (SELECT MAX(B.FECHADESDE)
                                      FROM NEOSB36.EMP_DEPT_ALLOC B
                                     WHERE B.EMPNO       = E.EMPNO
                                       AND B.FECHADESDE <=
                                                     :FEC0-FECHA-ISO)
                              GROUP BY A.FECHADESDE
                             HAVING SUM(A.PORCENTAJE) = 100)
                      UNION ALL
                      SELECT A.DEPTNO,
                             0,
                             0,
                             0,
                             E.SALARY * A.PORCENTAJE / 100,
                             E.BONUS  * A.PORCENTAJE / 100,
                             E.COMM   * A.PORCENTAJE / 100,
                             0
                        FROM NEOSB36.EMP E,
                             NEOSB36.EMP_DEPT_ALLOC A
                       WHERE E.EMPSTATUS  = :CT-EMPSTATUS-ACTIVO
                         AND A.EMPNO      = E.EMPNO
                         AND A.FECHADESDE =
                            (SELECT MAX(B.FECHADESDE)
                               FROM NEOSB36.EMP_DEPT_ALLOC B
                              WHERE B.EMPNO       = E.EMPNO
                                AND B.FECHADESDE <= :FEC0-FECHA-ISO)
                         AND 100 =
                            (SELECT SUM(C.PORCENTAJE)
                               FROM NEOSB36.EMP_DEPT_ALLOC C
                              WHERE C.EMPNO      = A.EMPNO
                                AND C.FECHADESDE = A.FECHADESDE)
                      UNION ALL
                      SELECT W.DEPTNO,
                             0,
                             0,
                             0,
                             0,
                             0,
                             0,
                             1
                        FROM NEOSB36.CONT_WORKER W
                       WHERE W.ESTADO       = :CT-CWK-ACTIVO
                         AND W.FECHAINICIO <= :FEC0-FECHA-ISO
                         AND W.FECHAFIN    >= :FEC0-FECHA-ISO
                     ) AS X
               WHERE X.DEPTNO IN (SELECT D.DEPTNO
                                    FROM NEOSB36.DEPT D
                                   WHERE D.COMPANY = :WS-COMPANY)
               GROUP BY X.DEPTNO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
       2000-PROCESO.

           ADD CT-1                         TO CN-DEPTOS-SNAPSHOT
           ADD DCLDST-HEADCOUNT             TO CN-DOTACION-TOTAL
           ADD DCLDST-FTE                   TO CN-FTE-TOTAL
           ADD DCLDST-CONTRATISTAS          TO CN-CONTRAT-TOTAL
           ADD DCLDST-TOTSALARY             TO CN-MASA-TOTAL

           PERFORM 2200-BUSCA-MES-ANTERIOR
              THRU 2200-BUSCA-MES-ANTERIOR-EXIT

           MOVE DCLDST-DEPTNO               TO LIN-DET-DEPTNO
           MOVE DCLDST-HEADCOUNT            TO LIN-DET-HEADCOUNT
           MOVE DCLDST-FTE                  TO LIN-DET-FTE
           MOVE DCLDST-CONTRATISTAS         TO LIN-DET-CONTRAT
           MOVE DCLDST-TOTSALARY            TO LIN-DET-TOTSALARY
           MOVE WS-HEAD-ANT                 TO LIN-DET-HEAD-ANT
           MOVE WS-SAL-ANT                  TO LIN-DET-SAL-ANT
              FETCH CSR-SNAP
               INTO :DCLDST-DEPTNO,
                    :DCLDST-HEADCOUNT,
                    :DCLDST-FTE,
                    :DCLDST-CONTRATISTAS,
                    :DCLDST-TOTSALARY
           END-EXEC

              CLOSE CSR-SNAP
           END-EXEC

           MOVE WS-COMPANY                  TO LIN-TOT-COMPANY
           MOVE CN-DEPTOS-SNAPSHOT          TO LIN-TOT-DEPTOS
           MOVE CN-DOTACION-TOTAL           TO LIN-TOT-DOTACION
           MOVE CN-MASA-TOTAL               TO LIN-TOT-MASA
           MOVE CN-FTE-TOTAL                TO LIN-TOT-FTE
           WRITE REG-REPEST FROM WS-LINEA-TOTALES
           MOVE CN-CONTRAT-TOTAL            TO LIN-TOT-CONTRAT
           WRITE REG-REPEST FROM WS-LINEA-TOTALES-CWK

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEEST000              *'
           DISPLAY 'EMPRESA:            ' WS-COMPANY
           DISPLAY 'DEPTOS EN SNAPSHOT: ' CN-DEPTOS-SNAPSHOT
           DISPLAY 'DOTACION TOTAL:     ' CN-DOTACION-TOTAL
           DISPLAY 'FTE TOTAL:          ' CN-FTE-TOTAL
           DISPLAY 'CONTRATISTAS:       ' CN-CONTRAT-TOTAL
           DISPLAY 'MASA SALARIAL:      ' CN-MASA-TOTAL
           DISPLAY '***********************************************'

           CLOSE REPEST
