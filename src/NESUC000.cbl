      *****************************************************************
      * Program name:    NESUC000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Succession risk     *
      *                          report over NEOSB36.SUCCESSION:      *
      *                          departments whose manager reaches    *
      *                          the PARMSUC retirement age within    *
      *                          the horizon (as in NEJUB000) or is   *
      *                          missing or inactive (as in NEINT000) *
      *                          and have no ready-now active         *
      *                          successor, and nominated successors  *
      *                          who are themselves inactive,         *
      *                          terminated or on leave.  Ends with   *
      *                          RC 4 when anything is reported.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NESUC000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
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

           SELECT PARMSUC  ASSIGN TO PARMSUC
                           FILE STATUS IS FS-PARMSUC.

           SELECT REPSUC   ASSIGN TO REPSUC
                           FILE STATUS IS FS-REPSUC.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      EDAD DE JUBILACION (ANIOS) Y HORIZONTE A REVISAR (DIAS)  *
      *****************************************************************
       FD  PARMSUC
           RECORDING MODE IS F
           RECORD CONTAINS 005 CHARACTERS.
       01  REG-PARMSUC.
           05 PARM-EDAD-JUBILACION          PIC 9(02).
           05 PARM-HORIZONTE                PIC 9(03).

       FD  REPSUC
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPSUC              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMSUC                    PIC X(02) VALUE SPACES.
           05 FS-REPSUC                     PIC X(02) VALUE SPACES.
           05 WS-EDAD-JUBILACION            PIC S9(04) COMP VALUE 65.
           05 WS-HORIZONTE                  PIC S9(09) COMP VALUE 180.
           05 WS-MGRNO                      PIC X(06) VALUE SPACES.
           05 WS-NOMINADOS                  PIC S9(09) COMP VALUE ZERO.
           05 WS-SITUACION-GERENTE          PIC X(01) VALUE SPACES.
              88 WS-88-SIN-GERENTE                    VALUE 'S'.
              88 WS-88-GERENTE-INEXISTENTE            VALUE 'X'.
              88 WS-88-GERENTE-INACTIVO               VALUE 'I'.
              88 WS-88-GERENTE-JUBILA                 VALUE 'J'.
           05 WS-EMPSTATUS                  PIC X(01) VALUE SPACES.
              88 WS-88-SUCESOR-BAJA                   VALUE 'I'.
              88 WS-88-SUCESOR-LICENCIA               VALUE 'L'.
              88 WS-88-SUCESOR-INEXISTENTE            VALUE ' '.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-DEPTOS                 PIC X(01) VALUE 'N'.
              88 SI-FIN-DEPTOS                        VALUE 'S'.
           05 SW-FIN-SUCESORES              PIC X(01) VALUE 'N'.
              88 SI-FIN-SUCESORES                     VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-PREPARACION-LISTO          PIC X(01) VALUE '1'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-DEPTOS-EN-RIESGO           PIC 9(05).
           05 CN-SUCESORES-NO-ACTIVOS       PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "PLAN DE SUCESION DE GERENTES - FECHA:             ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-SECCION-DEPTOS.
           05 FILLER                        PIC X(80) VALUE
              "DEPARTAMENTOS SIN SUCESOR LISTO CON GERENTE EN RIESGO".

       01  WS-LINEA-COLUMNAS-DEPTOS.
           05 FILLER                        PIC X(32) VALUE
              "DEP NOMBRE               MGRNO  ".
           05 FILLER                        PIC X(48) VALUE
              "SITUACION                NOMINADOS".

       01  WS-LINEA-DETALLE-DEPTO.
           05 LIN-DEP-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-DEPTNAME              PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-SITUACION             PIC X(24).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-NOMINADOS             PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(14) VALUE SPACES.

       01  WS-LINEA-SECCION-SUCESORES.
           05 FILLER                        PIC X(80) VALUE
              "SUCESORES NOMINADOS QUE NO ESTAN ACTIVOS".

       01  WS-LINEA-COLUMNAS-SUCESORES.
           05 FILLER                        PIC X(32) VALUE
              "DEP EMPNO  APELLIDO        PREP ".
           05 FILLER                        PIC X(48) VALUE
              "SITUACION".

       01  WS-LINEA-DETALLE-SUCESOR.
           05 LIN-SUC-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-SUC-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-SUC-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-SUC-PREPARACION           PIC X(01).
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-SUC-SITUACION             PIC X(20).
           05 FILLER                        PIC X(28) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(30) VALUE
              "DEPTOS SIN SUCESOR LISTO:     ".
           05 LIN-TOT-DEPTOS                PIC ZZZZ9.
           05 FILLER                        PIC X(25) VALUE
              "   SUCESORES NO ACTIVOS: ".
           05 LIN-TOT-SUCESORES             PIC ZZZZ9.
           05 FILLER                        PIC X(15) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDEP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSUC
           END-EXEC.

      * DEPARTAMENTOS CUYO GERENTE FALTA, NO EXISTE, NO ESTA ACTIVO O
      * LLEGA A LA EDAD DE JUBILACION DENTRO DEL HORIZONTE, QUE NO
      * TIENEN NINGUN SUCESOR LISTO ('1') QUE SIGA ACTIVO
           EXEC SQL
              DECLARE CSR-DEP CURSOR FOR
              SELECT X.DEPTNO,
                     X.DEPTNAME,
                     X.MGRNO,
                     X.SITUACION,
                     (SELECT COUNT(*)
                        FROM NEOSB36.SUCCESSION N
                       WHERE N.DEPTNO = X.DEPTNO)
                FROM (SELECT D.DEPTNO,
                             D.DEPTNAME,
                             VALUE(D.MGRNO, ' ') AS MGRNO,
                             CASE WHEN VALUE(D.MGRNO, ' ') = ' '
                                  THEN 'S'
                                  WHEN E.EMPNO IS NULL
                                  THEN 'X'
                                  WHEN E.EMPSTATUS <>
                                       :CT-EMPSTATUS-ACTIVO
                                  THEN 'I'
                                  WHEN E.BIRTHDATE
                                       + :WS-EDAD-JUBILACION YEARS
                                    <= DATE(:FEC0-FECHA-ISO)
                                       + :WS-HORIZONTE DAYS
                                  THEN 'J'
                                  ELSE 'N'
                             END AS SITUACION
                        FROM NEOSB36.DEPT AS D
                        LEFT JOIN NEOSB36.EMP AS E
                               ON E.EMPNO = D.MGRNO
                     ) AS X
               WHERE X.SITUACION <> 'N'
                 AND NOT EXISTS
                    (SELECT 1
                       FROM NEOSB36.SUCCESSION S,
                            NEOSB36.EMP P
                      WHERE S.DEPTNO      = X.DEPTNO
                        AND S.PREPARACION = :CT-PREPARACION-LISTO
                        AND P.EMPNO       = S.EMPNO
                        AND P.EMPSTATUS   = :CT-EMPSTATUS-ACTIVO)
               ORDER BY X.DEPTNO
           END-EXEC.

      * SUCESORES NOMINADOS DADOS DE BAJA, EN LICENCIA O INEXISTENTES
           EXEC SQL
              DECLARE CSR-SUC CURSOR FOR
              SELECT S.DEPTNO,
                     S.EMPNO,
                     S.PREPARACION,
                     VALUE(P.LASTNAME, ' '),
                     VALUE(P.EMPSTATUS, ' ')
                FROM NEOSB36.SUCCESSION AS S
                LEFT JOIN NEOSB36.EMP AS P
                       ON P.EMPNO = S.EMPNO
               WHERE P.EMPNO IS NULL
                  OR P.EMPSTATUS <> :CT-EMPSTATUS-ACTIVO
               ORDER BY S.DEPTNO, S.EMPNO
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

           PERFORM 2000-PROCESO-DEPTOS
              THRU 2000-PROCESO-DEPTOS-EXIT
             UNTIL SI-FIN-DEPTOS

           PERFORM 2500-INICIO-SUCESORES
              THRU 2500-INICIO-SUCESORES-EXIT

           PERFORM 2600-PROCESO-SUCESORES
              THRU 2600-PROCESO-SUCESORES-EXIT
             UNTIL SI-FIN-SUCESORES

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           OPEN INPUT PARMSUC
           IF FS-PARMSUC EQUAL '00'
              READ PARMSUC
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-EDAD-JUBILACION IS NUMERIC
                       AND PARM-EDAD-JUBILACION IS GREATER THAN ZEROS
                       MOVE PARM-EDAD-JUBILACION
                                            TO WS-EDAD-JUBILACION
                    END-IF
                    IF PARM-HORIZONTE IS NUMERIC
                       AND PARM-HORIZONTE IS GREATER THAN ZEROS
                       MOVE PARM-HORIZONTE  TO WS-HORIZONTE
                    END-IF
              END-READ
              CLOSE PARMSUC
           END-IF

           OPEN OUTPUT REPSUC

           IF FS-REPSUC NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPSUC. FILE STATUS=' FS-REPSUC
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPSUC FROM WS-LINEA-TITULO
           WRITE REG-REPSUC FROM WS-LINEA-SECCION-DEPTOS
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPSUC FROM WS-LINEA-COLUMNAS-DEPTOS

           EXEC SQL
              OPEN CSR-DEP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DEPT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPSUC
              GOBACK
           END-IF

           PERFORM 2100-FETCH-DEPTO
              THRU 2100-FETCH-DEPTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2000-PROCESO-DEPTOS                      *
      *****************************************************************
       2000-PROCESO-DEPTOS.

           ADD CT-1                         TO CN-DEPTOS-EN-RIESGO

           MOVE SPACES                      TO WS-LINEA-DETALLE-DEPTO
           MOVE DCLDEP-DEPTNO               TO LIN-DEP-DEPTNO
           MOVE DCLDEP-DEPTNAME             TO LIN-DEP-DEPTNAME
           MOVE WS-MGRNO                    TO LIN-DEP-MGRNO
           MOVE WS-NOMINADOS                TO LIN-DEP-NOMINADOS

           EVALUATE TRUE
               WHEN WS-88-SIN-GERENTE
                    MOVE 'SIN GERENTE ASIGNADO' TO LIN-DEP-SITUACION
               WHEN WS-88-GERENTE-INEXISTENTE
                    MOVE 'GERENTE INEXISTENTE'  TO LIN-DEP-SITUACION
               WHEN WS-88-GERENTE-INACTIVO
                    MOVE 'GERENTE INACTIVO'     TO LIN-DEP-SITUACION
               WHEN WS-88-GERENTE-JUBILA
                    MOVE 'GERENTE POR JUBILARSE'
                                            TO LIN-DEP-SITUACION
           END-EVALUATE

           WRITE REG-REPSUC FROM WS-LINEA-DETALLE-DEPTO

           PERFORM 2100-FETCH-DEPTO
              THRU 2100-FETCH-DEPTO-EXIT.

      *****************************************************************
      *                    2000-PROCESO-DEPTOS-EXIT                   *
      *****************************************************************
       2000-PROCESO-DEPTOS-EXIT.
           EXIT.
      *****************************************************************
      *                       2100-FETCH-DEPTO                        *
      *****************************************************************
       2100-FETCH-DEPTO.

           EXEC SQL
              FETCH CSR-DEP
               INTO :DCLDEP-DEPTNO,
                    :DCLDEP-DEPTNAME,
                    :WS-MGRNO,
                    :WS-SITUACION-GERENTE,
                    :WS-NOMINADOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-DEPTOS       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DEPT. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-DEPTOS       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                     2100-FETCH-DEPTO-EXIT                     *
      *****************************************************************
       2100-FETCH-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2500-INICIO-SUCESORES                     *
      *****************************************************************
       2500-INICIO-SUCESORES.

           EXEC SQL
              CLOSE CSR-DEP
           END-EXEC

           WRITE REG-REPSUC FROM WS-LINEA-SECCION-SUCESORES
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPSUC FROM WS-LINEA-COLUMNAS-SUCESORES

           EXEC SQL
              OPEN CSR-SUC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR SUCCESSION. SQLCODE: '
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPSUC
              GOBACK
           END-IF

           PERFORM 2700-FETCH-SUCESOR
              THRU 2700-FETCH-SUCESOR-EXIT.

      *****************************************************************
      *                   2500-INICIO-SUCESORES-EXIT                  *
      *****************************************************************
       2500-INICIO-SUCESORES-EXIT.
           EXIT.
      *****************************************************************
      *                    2600-PROCESO-SUCESORES                     *
      *****************************************************************
       2600-PROCESO-SUCESORES.

           ADD CT-1                         TO CN-SUCESORES-NO-ACTIVOS

           MOVE SPACES                      TO WS-LINEA-DETALLE-SUCESOR
           MOVE DCLSUC-DEPTNO               TO LIN-SUC-DEPTNO
           MOVE DCLSUC-EMPNO                TO LIN-SUC-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-SUC-LASTNAME
           MOVE DCLSUC-PREPARACION          TO LIN-SUC-PREPARACION

           EVALUATE TRUE
               WHEN WS-88-SUCESOR-BAJA
                    MOVE 'DADO DE BAJA'     TO LIN-SUC-SITUACION
               WHEN WS-88-SUCESOR-LICENCIA
                    MOVE 'EN LICENCIA'      TO LIN-SUC-SITUACION
               WHEN WS-88-SUCESOR-INEXISTENTE
                    MOVE 'EMPLEADO INEXISTENTE'
                                            TO LIN-SUC-SITUACION
               WHEN OTHER
                    MOVE 'INACTIVO'         TO LIN-SUC-SITUACION
           END-EVALUATE

           WRITE REG-REPSUC FROM WS-LINEA-DETALLE-SUCESOR

           PERFORM 2700-FETCH-SUCESOR
              THRU 2700-FETCH-SUCESOR-EXIT.

      *****************************************************************
      *                  2600-PROCESO-SUCESORES-EXIT                  *
      *****************************************************************
       2600-PROCESO-SUCESORES-EXIT.
           EXIT.
      *****************************************************************
      *                      2700-FETCH-SUCESOR                       *
      *****************************************************************
       2700-FETCH-SUCESOR.

           EXEC SQL
              FETCH CSR-SUC
               INTO :DCLSUC-DEPTNO,
                    :DCLSUC-EMPNO,
                    :DCLSUC-PREPARACION,
                    :DCLEMP-LASTNAME,
                    :WS-EMPSTATUS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-SUCESORES    TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH SUCCESSION. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-SUCESORES    TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2700-FETCH-SUCESOR-EXIT                    *
      *****************************************************************
       2700-FETCH-SUCESOR-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-SUC
           END-EXEC

           MOVE CN-DEPTOS-EN-RIESGO         TO LIN-TOT-DEPTOS
           MOVE CN-SUCESORES-NO-ACTIVOS     TO LIN-TOT-SUCESORES
           WRITE REG-REPSUC FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           IF (CN-DEPTOS-EN-RIESGO GREATER THAN ZEROS
               OR CN-SUCESORES-NO-ACTIVOS GREATER THAN ZEROS)
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NESUC000              *'
           DISPLAY 'DEPTOS SIN SUCESOR LISTO: ' CN-DEPTOS-EN-RIESGO
           DISPLAY 'SUCESORES NO ACTIVOS:     ' CN-SUCESORES-NO-ACTIVOS
           DISPLAY '***********************************************'

           CLOSE REPSUC

           GOBACK.
