      *****************************************************************
      * Program name:    NERIN000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Nightly referential *
      *                          integrity sweep of the employee      *
      *                          satellite tables: rows whose EMPNO   *
      *                          is not in EMP, active rows of        *
      *                          terminated or anonymized employees,  *
      *                          and EMP rows whose WORKDEPT or JOB   *
      *                          no longer exists. Every finding is   *
      *                          listed in REPRIN and written to      *
      *                          EXCRIN for the exception ledger      *
      *                          (NEEXL000, source NERIN000).         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERIN000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * CODIGOS DE EXCEPCION (SITUACION + TABLA):                     *
      *   HUE-XXX  FILA CUYO EMPNO NO EXISTE EN EMP                   *
      *   BAJ-XXX  FILA ACTIVA DE UN EMPLEADO DADO DE BAJA            *
      *   ANO-XXX  FILA ACTIVA DE UN EMPLEADO ANONIMIZADO (NEPUR000)  *
      *   EMP-DEP  EMPLEADO CON WORKDEPT INEXISTENTE EN DEPT          *
      *   EMP-JOB  EMPLEADO CON JOB INEXISTENTE EN JOB_CATALOG        *
      * TABLAS: DPN DEPENDENT, BNK EMP_BANK, ADR EMP_ADDRESS,         *
      * VAC VAC_BALANCE, LIC EMP_LEAVE, VPY VAR_PAY, SRV EMP_SERVICE, *
      * PCH PEND_CHANGES, USR USER_PROFILE. ACTIVA ES ESTADO 'A'      *
      * (LICENCIA EN CURSO EN EMP_LEAVE), 'P' EN PEND_CHANGES Y TODO  *
      * PERFIL DE USUARIO; VAC_BALANCE, VAR_PAY Y EMP_SERVICE NO      *
      * TIENEN ESTADO Y SOLO SE CONTROLAN POR EMPNO INEXISTENTE.      *
      *                                                               *
      *****************************************************************
      *****************************************************************
      *                                                               *
      *             E N V I R O N M E N T   D I V I S I O N           *
      *                                                               *
      *****************************************************************
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
              DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.

      *****************************************************************
      *              ARCHIVOS INTERVINIENTES EN EL PROCESO            *
      *****************************************************************
       FILE-CONTROL.

           SELECT EXCRIN   ASSIGN TO EXCRIN
                           FILE STATUS IS FS-EXCRIN.

           SELECT REPRIN   ASSIGN TO REPRIN
                           FILE STATUS IS FS-REPRIN.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  EXCRIN
           RECORDING MODE IS F
           RECORD CONTAINS 61 CHARACTERS.
       01  REG-EXCRIN.
           COPY NEEXFIN0.

       FD  REPRIN
           RECORDING MODE IS F
           RECORD CONTAINS 090 CHARACTERS.
       01  REG-REPRIN              PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-EXCRIN                     PIC X(02) VALUE SPACES.
           05 FS-REPRIN                     PIC X(02) VALUE SPACES.
           05 WS-SITUACION                  PIC X(30) VALUE SPACES.

      * HALLAZGO EN CURSO
       01  WS-HALLAZGO.
           05 WS-HAL-CODIGO.
              10 WS-HAL-TIPO                PIC X(03).
              10 FILLER                     PIC X(01).
              10 WS-HAL-SUFIJO              PIC X(03).
           05 WS-HAL-TABLA                  PIC X(12).
           05 WS-HAL-EMPNO                  PIC X(06).
           05 WS-HAL-CLAVE                  PIC X(16).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NERIN000'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-NOMBRE-ANONIMO             PIC X(12) VALUE 'ANONIMO'.
           05 CT-FILA-ACTIVA                PIC X(01) VALUE 'A'.
           05 CT-CAMBIO-PENDIENTE           PIC X(01) VALUE 'P'.
           05 CT-TIPO-HUERFANA              PIC X(03) VALUE 'HUE'.
           05 CT-TIPO-BAJA                  PIC X(03) VALUE 'BAJ'.
           05 CT-TIPO-ANONIMO               PIC X(03) VALUE 'ANO'.
           05 CT-TIPO-EMPLEADO              PIC X(03) VALUE 'EMP'.
           05 CT-SUFIJO-DEPTO               PIC X(03) VALUE 'DEP'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-HUERFANAS                  PIC 9(07).
           05 CN-ACTIVAS-BAJA               PIC 9(07).
           05 CN-ACTIVAS-ANONIMO            PIC 9(07).
           05 CN-DEPTO-INEXISTENTE          PIC 9(07).
           05 CN-PUESTO-INEXISTENTE         PIC 9(07).
           05 CN-HALLAZGOS                  PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(45) VALUE
              "INTEGRIDAD REFERENCIAL DE TABLAS DEL EMPLEADO".
           05 FILLER                        PIC X(45) VALUE
              " - NERIN000".

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(45) VALUE
              "CODIGO  TABLA        EMPNO  CLAVE            ".
           05 FILLER                        PIC X(45) VALUE
              "SITUACION                                    ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-CODIGO                PIC X(07).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TABLA                 PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CLAVE                 PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SITUACION             PIC X(30).
           05 FILLER                        PIC X(15) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZZZZ9.
           05 FILLER                        PIC X(43) VALUE SPACES.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

      *    HALLAZGOS DE TODOS LOS CONTROLES, AGRUPADOS POR CODIGO
           EXEC SQL
              DECLARE CSR-RIN CURSOR FOR
              SELECT 'HUE-DPN', 'DEPENDENT', D.EMPNO,
                     DIGITS(D.SEQNO)
                FROM NEOSB36.DEPENDENT AS D
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = D.EMPNO)
              UNION ALL
              SELECT 'HUE-BNK', 'EMP_BANK', B.EMPNO, B.CUENTA
                FROM NEOSB36.EMP_BANK AS B
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = B.EMPNO)
              UNION ALL
              SELECT 'HUE-ADR', 'EMP_ADDRESS', A.EMPNO, A.CODPOSTAL
                FROM NEOSB36.EMP_ADDRESS AS A
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = A.EMPNO)
              UNION ALL
              SELECT 'HUE-VAC', 'VAC_BALANCE', V.EMPNO,
                     CHAR(V.FECHAULTACRED, ISO)
                FROM NEOSB36.VAC_BALANCE AS V
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = V.EMPNO)
              UNION ALL
              SELECT 'HUE-LIC', 'EMP_LEAVE', L.EMPNO,
                     CHAR(L.FECHAINICIO, ISO)
                FROM NEOSB36.EMP_LEAVE AS L
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = L.EMPNO)
              UNION ALL
              SELECT 'HUE-VPY', 'VAR_PAY', P.EMPNO, P.PERIODO
                FROM NEOSB36.VAR_PAY AS P
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = P.EMPNO)
              UNION ALL
              SELECT 'HUE-SRV', 'EMP_SERVICE', S.EMPNO,
                     CHAR(S.FECHAALTAORIG, ISO)
                FROM NEOSB36.EMP_SERVICE AS S
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = S.EMPNO)
              UNION ALL
              SELECT 'HUE-PCH', 'PEND_CHANGES', C.EMPNO,
                     CHAR(C.FECHAEFECTIVA, ISO) || DIGITS(C.SEQNO)
                FROM NEOSB36.PEND_CHANGES AS C
               WHERE NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = C.EMPNO)
              UNION ALL
              SELECT 'HUE-USR', 'USER_PROFILE', U.EMPNO, U.USUARIO
                FROM NEOSB36.USER_PROFILE AS U
               WHERE U.EMPNO IS NOT NULL
                 AND U.EMPNO <> ' '
                 AND NOT EXISTS (SELECT 1
                                   FROM NEOSB36.EMP AS E
                                  WHERE E.EMPNO = U.EMPNO)
              UNION ALL
              SELECT CASE WHEN E.FIRSTNME = :CT-NOMBRE-ANONIMO
                          THEN 'ANO-DPN' ELSE 'BAJ-DPN' END,
                     'DEPENDENT', D.EMPNO, DIGITS(D.SEQNO)
                FROM NEOSB36.DEPENDENT AS D
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = D.EMPNO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                 AND D.ESTADO    = :CT-FILA-ACTIVA
              UNION ALL
              SELECT CASE WHEN E.FIRSTNME = :CT-NOMBRE-ANONIMO
                          THEN 'ANO-BNK' ELSE 'BAJ-BNK' END,
                     'EMP_BANK', B.EMPNO, B.CUENTA
                FROM NEOSB36.EMP_BANK AS B
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = B.EMPNO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                 AND B.ESTADO    = :CT-FILA-ACTIVA
              UNION ALL
              SELECT CASE WHEN E.FIRSTNME = :CT-NOMBRE-ANONIMO
                          THEN 'ANO-ADR' ELSE 'BAJ-ADR' END,
                     'EMP_ADDRESS', A.EMPNO, A.CODPOSTAL
                FROM NEOSB36.EMP_ADDRESS AS A
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = A.EMPNO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                 AND A.ESTADO    = :CT-FILA-ACTIVA
              UNION ALL
              SELECT CASE WHEN E.FIRSTNME = :CT-NOMBRE-ANONIMO
                          THEN 'ANO-LIC' ELSE 'BAJ-LIC' END,
                     'EMP_LEAVE', L.EMPNO, CHAR(L.FECHAINICIO, ISO)
                FROM NEOSB36.EMP_LEAVE AS L
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = L.EMPNO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                 AND L.ESTADO    = :CT-FILA-ACTIVA
              UNION ALL
              SELECT CASE WHEN E.FIRSTNME = :CT-NOMBRE-ANONIMO
                          THEN 'ANO-PCH' ELSE 'BAJ-PCH' END,
                     'PEND_CHANGES', C.EMPNO,
                     CHAR(C.FECHAEFECTIVA, ISO) || DIGITS(C.SEQNO)
                FROM NEOSB36.PEND_CHANGES AS C
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = C.EMPNO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                 AND C.ESTADO    = :CT-CAMBIO-PENDIENTE
              UNION ALL
              SELECT CASE WHEN E.FIRSTNME = :CT-NOMBRE-ANONIMO
                          THEN 'ANO-USR' ELSE 'BAJ-USR' END,
                     'USER_PROFILE', U.EMPNO, U.USUARIO
                FROM NEOSB36.USER_PROFILE AS U
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = U.EMPNO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-BAJA
              UNION ALL
              SELECT 'EMP-DEP', 'EMP', E.EMPNO, E.WORKDEPT
                FROM NEOSB36.EMP AS E
               WHERE E.WORKDEPT IS NOT NULL
                 AND E.WORKDEPT <> ' '
                 AND NOT EXISTS (SELECT 1
                                   FROM NEOSB36.DEPT AS D
                                  WHERE D.DEPTNO = E.WORKDEPT)
              UNION ALL
              SELECT 'EMP-JOB', 'EMP', E.EMPNO, E.JOB
                FROM NEOSB36.EMP AS E
               WHERE E.JOB IS NOT NULL
                 AND E.JOB <> ' '
                 AND NOT EXISTS (SELECT 1
                                   FROM NEOSB36.JOB_CATALOG AS J
                                  WHERE J.JOBCODE = E.JOB)
               ORDER BY 1, 3, 4
           END-EXEC.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION.
      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           PERFORM 1000-INICIO
              THRU 1000-INICIO-EXIT

           PERFORM 2000-PROCESO
              THRU 2000-PROCESO-EXIT
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           OPEN OUTPUT EXCRIN

           IF FS-EXCRIN NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR EXCRIN. FILE STATUS=' FS-EXCRIN
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPRIN

           IF FS-REPRIN NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPRIN. FILE STATUS=' FS-REPRIN
              MOVE 8                         TO RETURN-CODE
              CLOSE EXCRIN
              GOBACK
           END-IF

           WRITE REG-REPRIN FROM WS-LINEA-TITULO
           WRITE REG-REPRIN FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-RIN
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR RIN. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE EXCRIN
                    REPRIN
              GOBACK
           END-IF

           PERFORM 2100-FETCH-HALLAZGO
              THRU 2100-FETCH-HALLAZGO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-HALLAZGOS

           EVALUATE WS-HAL-TIPO
               WHEN CT-TIPO-HUERFANA
                    ADD CT-1                TO CN-HUERFANAS
                    MOVE 'EMPNO INEXISTENTE EN EMP'
                                            TO WS-SITUACION
               WHEN CT-TIPO-BAJA
                    ADD CT-1                TO CN-ACTIVAS-BAJA
                    MOVE 'ACTIVA CON EMPLEADO DE BAJA'
                                            TO WS-SITUACION
               WHEN CT-TIPO-ANONIMO
                    ADD CT-1                TO CN-ACTIVAS-ANONIMO
                    MOVE 'ACTIVA CON EMPLEADO ANONIMIZADO'
                                            TO WS-SITUACION
               WHEN OTHER
                    IF WS-HAL-SUFIJO EQUAL CT-SUFIJO-DEPTO
                       ADD CT-1             TO CN-DEPTO-INEXISTENTE
                       MOVE 'WORKDEPT INEXISTENTE EN DEPT'
                                            TO WS-SITUACION
                    ELSE
                       ADD CT-1             TO CN-PUESTO-INEXISTENTE
                       MOVE 'JOB INEXISTENTE EN JOB_CATALOG'
                                            TO WS-SITUACION
                    END-IF
           END-EVALUATE

           MOVE WS-HAL-CODIGO               TO LIN-DET-CODIGO
           MOVE WS-HAL-TABLA                TO LIN-DET-TABLA
           MOVE WS-HAL-EMPNO                TO LIN-DET-EMPNO
           MOVE WS-HAL-CLAVE                TO LIN-DET-CLAVE
           MOVE WS-SITUACION                TO LIN-DET-SITUACION
           WRITE REG-REPRIN FROM WS-LINEA-DETALLE

      * EL LIBRO MAYOR DE EXCEPCIONES LO TOMA COMO FUENTE NERIN000
           MOVE SPACES                      TO REG-EXCRIN
           MOVE CT-PROGRAMA                 TO EXF-PROGRAMA
           MOVE WS-HAL-EMPNO                TO EXF-EMPNO
           MOVE WS-HAL-CODIGO               TO EXF-CODIGO
           STRING WS-HAL-TABLA  DELIMITED BY SPACE
                  ': '          DELIMITED BY SIZE
                  WS-SITUACION  DELIMITED BY SIZE
             INTO EXF-DESCRIPCION
           END-STRING
           WRITE REG-EXCRIN

           PERFORM 2100-FETCH-HALLAZGO
              THRU 2100-FETCH-HALLAZGO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-HALLAZGO                       *
      *****************************************************************
       2100-FETCH-HALLAZGO.

           MOVE SPACES                      TO WS-HALLAZGO

           EXEC SQL
              FETCH CSR-RIN
               INTO :WS-HAL-CODIGO,
                    :WS-HAL-TABLA,
                    :WS-HAL-EMPNO,
                    :WS-HAL-CLAVE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH RIN. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-HALLAZGO-EXIT                    *
      *****************************************************************
       2100-FETCH-HALLAZGO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-RIN
           END-EXEC

           MOVE 'FILAS CON EMPNO INEXISTENTE:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-HUERFANAS                TO LIN-TOT-CANTIDAD
           WRITE REG-REPRIN FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 'ACTIVAS DE EMPLEADOS DE BAJA:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-ACTIVAS-BAJA             TO LIN-TOT-CANTIDAD
           WRITE REG-REPRIN FROM WS-LINEA-TOTAL

           MOVE 'ACTIVAS DE EMPLEADOS ANONIMIZADOS:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-ACTIVAS-ANONIMO          TO LIN-TOT-CANTIDAD
           WRITE REG-REPRIN FROM WS-LINEA-TOTAL

           MOVE 'EMPLEADOS CON WORKDEPT INEXISTENTE:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-DEPTO-INEXISTENTE        TO LIN-TOT-CANTIDAD
           WRITE REG-REPRIN FROM WS-LINEA-TOTAL

           MOVE 'EMPLEADOS CON JOB INEXISTENTE:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-PUESTO-INEXISTENTE       TO LIN-TOT-CANTIDAD
           WRITE REG-REPRIN FROM WS-LINEA-TOTAL

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERIN000              *'
           DISPLAY 'EMPNO INEXISTENTE:     ' CN-HUERFANAS
           DISPLAY 'ACTIVAS CON BAJA:      ' CN-ACTIVAS-BAJA
           DISPLAY 'ACTIVAS ANONIMIZADOS:  ' CN-ACTIVAS-ANONIMO
           DISPLAY 'WORKDEPT INEXISTENTE:  ' CN-DEPTO-INEXISTENTE
           DISPLAY 'JOB INEXISTENTE:       ' CN-PUESTO-INEXISTENTE
           DISPLAY 'TOTAL DE HALLAZGOS:    ' CN-HALLAZGOS
           DISPLAY '***********************************************'

           IF RETURN-CODE EQUAL ZERO
              AND CN-HALLAZGOS IS GREATER THAN ZEROS
              MOVE 4                        TO RETURN-CODE
           END-IF

           CLOSE EXCRIN
                 REPRIN

           GOBACK.
