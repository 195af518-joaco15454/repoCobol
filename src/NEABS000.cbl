      *****************************************************************
      * Program name:    NEABS000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly             *
      *                          absenteeism report from EMP_ABSENCE  *
      *                          for the month of the process date:   *
      *                          by WORKDEPT, business days lost in   *
      *                          the month, occurrences started in    *
      *                          the month, employees absent,         *
      *                          frequency per head and lost-time     *
      *                          rate; then the employees whose       *
      *                          occurrences in the rolling 12 months *
      *                          exceed the PARMABS threshold held in *
      *                          PARAM_CTRL (default 3).              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEABS000.
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

           SELECT REPABS   ASSIGN TO REPABS
                           FILE STATUS IS FS-REPABS.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPABS
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-REPABS              PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPABS                     PIC X(02) VALUE SPACES.
           05 WS-MES-DESDE.
              10 WS-MES-DESDE-AAAA          PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-MES-DESDE-MM            PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 WS-MES-HASTA                  PIC X(10) VALUE SPACES.
           05 WS-CALC-DESDE                 PIC X(10) VALUE SPACES.
           05 WS-CALC-HASTA                 PIC X(10) VALUE SPACES.
           05 WS-WORKDEPT-ANT               PIC X(03) VALUE SPACES.
           05 WS-EMPNO-ANT                  PIC X(06) VALUE SPACES.
           05 WS-HABILES-MES                PIC S9(04) COMP VALUE ZERO.
           05 WS-DOTACION                   PIC S9(09) COMP VALUE ZERO.
           05 WS-OCURRENCIAS-12M            PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-12M                   PIC S9(09) COMP VALUE ZERO.
           05 WS-UMBRAL                     PIC S9(04) COMP VALUE ZERO.
           05 WS-FRECUENCIA                 PIC S9(03)V9(02) COMP-3.
           05 WS-TASA                       PIC S9(03)V9(02) COMP-3.

       01  WS-LINEA-PARMABS.
           05 WS-LP-UMBRAL                  PIC 9(03).
           05 FILLER                        PIC X(17).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-REINCIDENTES           PIC X(01) VALUE 'N'.
              88 SI-FIN-REINCIDENTES                  VALUE 'S'.
           05 SW-PRIMER-DEPT                PIC X(01) VALUE 'S'.
              88 SI-PRIMER-DEPT                       VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-100                        PIC 9(03) VALUE 100.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CCAL0                   PIC X(08) VALUE 'NE9CCAL0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMABS                PIC X(08) VALUE 'PARMABS'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-CON-CERTIFICADO            PIC X(01) VALUE 'S'.
      * CANTIDAD DE OCURRENCIAS EN 12 MESES QUE SE TOLERA SIN
      * INFORMAR AL EMPLEADO CUANDO PARAM_CTRL NO TIENE PARMABS
           05 CT-UMBRAL-DEFECTO             PIC 9(03) VALUE 3.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-AUSENCIAS-LEIDAS           PIC 9(07).
           05 CN-DEPTOS-INFORMADOS          PIC 9(05).
           05 CN-REINCIDENTES               PIC 9(05).

      *****************************************************************
      *                 ACUMULADORES POR NIVEL DE CORTE               *
      *****************************************************************
       01  AC-ACUMULADORES-DEPT.
           05 AC-DEP-EMPLEADOS              PIC S9(07) COMP-3.
           05 AC-DEP-OCURRENCIAS            PIC S9(07) COMP-3.
           05 AC-DEP-DIAS                   PIC S9(07) COMP-3.
           05 AC-DEP-SIN-CERTIF             PIC S9(07) COMP-3.

       01  AC-ACUMULADORES-EMPRESA.
           05 AC-EMP-DOTACION               PIC S9(09) COMP-3.
           05 AC-EMP-EMPLEADOS              PIC S9(09) COMP-3.
           05 AC-EMP-OCURRENCIAS            PIC S9(09) COMP-3.
           05 AC-EMP-DIAS                   PIC S9(09) COMP-3.
           05 AC-EMP-SIN-CERTIF             PIC S9(09) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(40) VALUE
              "AUSENTISMO DE CORTO PLAZO - PERIODO:    ".
           05 LIN-TIT-DESDE                 PIC X(10).
           05 FILLER                        PIC X(04) VALUE " AL ".
           05 LIN-TIT-HASTA                 PIC X(10).
           05 FILLER                        PIC X(18) VALUE
              "   DIAS HABILES: ".
           05 LIN-TIT-HABILES               PIC ZZ9.
           05 FILLER                        PIC X(35) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "DEP DOTAC. AUSENT. OCURR. DIAS PERD. SIN".
           05 FILLER                        PIC X(40) VALUE
              " CERT. FRECUENCIA  TASA %              ".
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 LIN-DEP-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-DOTACION              PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-EMPLEADOS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-OCURRENCIAS           PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-DIAS                  PIC ZZZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-SIN-CERTIF            PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-FRECUENCIA            PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-TASA                  PIC ZZZ9,99.
           05 FILLER                        PIC X(55) VALUE SPACES.

       01  WS-LINEA-EMPRESA.
           05 FILLER                        PIC X(04) VALUE "TOT ".
           05 LIN-EMP-DOTACION              PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-EMPLEADOS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-OCURRENCIAS           PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-DIAS                  PIC ZZZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-SIN-CERTIF            PIC ZZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-FRECUENCIA            PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-TASA                  PIC ZZZ9,99.
           05 FILLER                        PIC X(55) VALUE SPACES.

       01  WS-LINEA-TITULO-REINC.
           05 FILLER                        PIC X(28) VALUE
              "EMPLEADOS CON MAS DE        ".
           05 LIN-TRE-UMBRAL                PIC ZZ9.
           05 FILLER                        PIC X(36) VALUE
              " OCURRENCIAS EN LOS 12 MESES AL    ".
           05 LIN-TRE-HASTA                 PIC X(10).
           05 FILLER                        PIC X(43) VALUE SPACES.

       01  WS-LINEA-COLUMNAS-REINC.
           05 FILLER                        PIC X(40) VALUE
              "DEP EMPNO  APELLIDO        NOMBRE      ".
           05 FILLER                        PIC X(40) VALUE
              "OCURR. DIAS PERD.                       ".
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-REINCIDENTE.
           05 LIN-REI-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REI-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REI-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REI-FIRSTNME              PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REI-OCURRENCIAS           PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-REI-DIAS                  PIC ZZZZZZZZZ9.
           05 FILLER                        PIC X(63) VALUE SPACES.

       01  WS-LINEA-SIN-REINC.
           05 FILLER                        PIC X(40) VALUE
              "NINGUN EMPLEADO SUPERA EL UMBRAL        ".
           05 FILLER                        PIC X(80) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECCAL0-01.
           COPY NEECCAL0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTABS
           END-EXEC.

      * TODA AUSENCIA QUE TOCA EL MES ENTRA EN LOS DIAS PERDIDOS
      * (RECORTADA AL MES); SOLO LAS QUE EMPIEZAN EN EL MES CUENTAN
      * COMO OCURRENCIA
           EXEC SQL
              DECLARE CSR-ABS CURSOR FOR
              SELECT A.EMPNO,
                     VALUE(E.WORKDEPT, ' '),
                     CHAR(A.FECHADESDE, ISO),
                     CHAR(A.FECHAHASTA, ISO),
                     A.CERTIFICADO
                FROM NEOSB36.EMP_ABSENCE AS A
                INNER JOIN NEOSB36.EMP AS E
                        ON E.EMPNO = A.EMPNO
               WHERE A.FECHADESDE <= DATE(:WS-MES-HASTA)
                 AND A.FECHAHASTA >= DATE(:WS-MES-DESDE)
               ORDER BY 2, 1, 3
           END-EXEC.

           EXEC SQL
              DECLARE CSR-REI CURSOR FOR
              SELECT A.EMPNO,
                     VALUE(E.WORKDEPT, ' '),
                     E.LASTNAME,
                     E.FIRSTNME,
                     COUNT(*),
                     SUM(A.DIASPERDIDOS)
                FROM NEOSB36.EMP_ABSENCE AS A
                INNER JOIN NEOSB36.EMP AS E
                        ON E.EMPNO = A.EMPNO
               WHERE E.EMPSTATUS   = :CT-EMPSTATUS-ACTIVO
                 AND A.FECHADESDE >  DATE(:WS-MES-HASTA) - 12 MONTHS
                 AND A.FECHADESDE <= DATE(:WS-MES-HASTA)
               GROUP BY A.EMPNO, E.WORKDEPT, E.LASTNAME, E.FIRSTNME
              HAVING COUNT(*) > :WS-UMBRAL
               ORDER BY 2, 1
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

           PERFORM 2900-TOTALES-FINALES
              THRU 2900-TOTALES-FINALES-EXIT

           PERFORM 4000-REINCIDENTES
              THRU 4000-REINCIDENTES-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES
                       AC-ACUMULADORES-DEPT
                       AC-ACUMULADORES-EMPRESA

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           OPEN OUTPUT REPABS

           IF FS-REPABS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPABS. FILE STATUS=' FS-REPABS
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-ARMA-PERIODO
              THRU 1100-ARMA-PERIODO-EXIT

           PERFORM 1200-LEE-UMBRAL
              THRU 1200-LEE-UMBRAL-EXIT

           MOVE WS-MES-DESDE                TO LIN-TIT-DESDE
           MOVE WS-MES-HASTA                TO LIN-TIT-HASTA
           MOVE WS-HABILES-MES              TO LIN-TIT-HABILES
           WRITE REG-REPABS FROM WS-LINEA-TITULO
           WRITE REG-REPABS FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-ABS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR ABS. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPABS
              GOBACK
           END-IF

           PERFORM 2100-FETCH-AUSENCIA
              THRU 2100-FETCH-AUSENCIA-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-ARMA-PERIODO                        *
      *                                                                *
      *    - EL PERIODO ES EL MES CALENDARIO DE LA FECHA DE PROCESO.   *
      *      PARA EMITIR EL MES CERRADO SE CORRE CON TARJETA DE FECHA. *
      *****************************************************************
       1100-ARMA-PERIODO.

           MOVE FEC0-ISO-AAAA               TO WS-MES-DESDE-AAAA
           MOVE FEC0-ISO-MM                 TO WS-MES-DESDE-MM

           EXEC SQL
              SELECT CHAR(DATE(:WS-MES-DESDE) + 1 MONTH - 1 DAY, ISO)
                INTO :WS-MES-HASTA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR CALCULANDO FIN DE MES. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPABS
              GOBACK
           END-IF

           INITIALIZE WS-NEECCAL0-01
           SET CAL0-88-CUENTA-HABILES       TO TRUE
           MOVE WS-MES-DESDE                TO CAL0-FECHA-BASE
           MOVE WS-MES-HASTA                TO CAL0-FECHA-HASTA

           CALL CT-NE9CCAL0 USING WS-NEECCAL0-01

           IF NOT CAL0-88-OK
              DISPLAY 'NEABS000: ERROR CONTANDO DIAS HABILES DEL MES '
                      WS-MES-DESDE ' COD-RET=' CAL0-COD-RET
              MOVE 8                         TO RETURN-CODE
              CLOSE REPABS
              GOBACK
           END-IF

           MOVE CAL0-DIAS-HABILES           TO WS-HABILES-MES.

      *****************************************************************
      *                   1100-ARMA-PERIODO-EXIT                      *
      *****************************************************************
       1100-ARMA-PERIODO-EXIT.
           EXIT.
      *****************************************************************
      *                       1200-LEE-UMBRAL                         *
      *                                                                *
      *    - UMBRAL DE OCURRENCIAS EN 12 MESES VIGENTE EN PARAM_CTRL   *
      *      (PARAMETRO PARMABS, PRIMERA LINEA, 3 DIGITOS); SIN        *
      *      VALOR CARGADO SE USA EL DEFECTO                           *
      *****************************************************************
       1200-LEE-UMBRAL.

           MOVE CT-UMBRAL-DEFECTO           TO WS-UMBRAL

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMABS              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              SET IX-PRM0                   TO 1
              MOVE PRM0-LIN-VALOR(IX-PRM0)  TO WS-LINEA-PARMABS
              IF WS-LP-UMBRAL IS NUMERIC
                 MOVE WS-LP-UMBRAL          TO WS-UMBRAL
              END-IF
           END-IF.

      *****************************************************************
      *                    1200-LEE-UMBRAL-EXIT                       *
      *****************************************************************
       1200-LEE-UMBRAL-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTA POR DEPARTAMENTO Y ACUMULA LOS DIAS HABILES         *
      *      PERDIDOS DENTRO DEL MES DE CADA AUSENCIA                  *
      *****************************************************************
       2000-PROCESO.

           IF DCLEMP-WORKDEPT NOT EQUAL WS-WORKDEPT-ANT
              IF NOT SI-PRIMER-DEPT
                 PERFORM 2300-CORTE-DEPTO
                    THRU 2300-CORTE-DEPTO-EXIT
              END-IF
              MOVE 'N'                      TO SW-PRIMER-DEPT
              MOVE DCLEMP-WORKDEPT          TO WS-WORKDEPT-ANT
              MOVE SPACES                   TO WS-EMPNO-ANT
           END-IF

           ADD CT-1                         TO CN-AUSENCIAS-LEIDAS

           IF DCLABS-EMPNO NOT EQUAL WS-EMPNO-ANT
              ADD CT-1                      TO AC-DEP-EMPLEADOS
              MOVE DCLABS-EMPNO             TO WS-EMPNO-ANT
           END-IF

           IF DCLABS-FECHADESDE NOT LESS THAN WS-MES-DESDE
              ADD CT-1                      TO AC-DEP-OCURRENCIAS
              IF DCLABS-CERTIFICADO NOT EQUAL CT-CON-CERTIFICADO
                 ADD CT-1                   TO AC-DEP-SIN-CERTIF
              END-IF
           END-IF

           PERFORM 2200-DIAS-DEL-MES
              THRU 2200-DIAS-DEL-MES-EXIT

           PERFORM 2100-FETCH-AUSENCIA
              THRU 2100-FETCH-AUSENCIA-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-AUSENCIA                       *
      *****************************************************************
       2100-FETCH-AUSENCIA.

           EXEC SQL
              FETCH CSR-ABS
               INTO :DCLABS-EMPNO,
                    :DCLEMP-WORKDEPT,
                    :DCLABS-FECHADESDE,
                    :DCLABS-FECHAHASTA,
                    :DCLABS-CERTIFICADO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH ABS. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-AUSENCIA-EXIT                    *
      *****************************************************************
       2100-FETCH-AUSENCIA-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-DIAS-DEL-MES                        *
      *                                                                *
      *    - RECORTA LA AUSENCIA AL MES Y CUENTA SUS DIAS HABILES;     *
      *      UNA AUSENCIA QUE CRUZA EL CIERRE REPARTE SUS DIAS ENTRE   *
      *      LOS DOS MESES                                             *
      *****************************************************************
       2200-DIAS-DEL-MES.

           IF DCLABS-FECHADESDE IS LESS THAN WS-MES-DESDE
              MOVE WS-MES-DESDE             TO WS-CALC-DESDE
           ELSE
              MOVE DCLABS-FECHADESDE        TO WS-CALC-DESDE
           END-IF

           IF DCLABS-FECHAHASTA IS GREATER THAN WS-MES-HASTA
              MOVE WS-MES-HASTA             TO WS-CALC-HASTA
           ELSE
              MOVE DCLABS-FECHAHASTA        TO WS-CALC-HASTA
           END-IF

           INITIALIZE WS-NEECCAL0-01
           SET CAL0-88-CUENTA-HABILES       TO TRUE
           MOVE WS-CALC-DESDE               TO CAL0-FECHA-BASE
           MOVE WS-CALC-HASTA               TO CAL0-FECHA-HASTA

           CALL CT-NE9CCAL0 USING WS-NEECCAL0-01

           IF NOT CAL0-88-OK
              DISPLAY 'NEABS000: ERROR CONTANDO DIAS HABILES. EMPNO='
                      DCLABS-EMPNO ' DESDE=' WS-CALC-DESDE
                      ' COD-RET=' CAL0-COD-RET
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2200-DIAS-DEL-MES-EXIT
           END-IF

           ADD CAL0-DIAS-HABILES            TO AC-DEP-DIAS.

      *****************************************************************
      *                    2200-DIAS-DEL-MES-EXIT                     *
      *****************************************************************
       2200-DIAS-DEL-MES-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-CORTE-DEPTO                        *
      *                                                                *
      *    - FRECUENCIA = OCURRENCIAS POR EMPLEADO ACTIVO DEL DEPTO;   *
      *      TASA = DIAS PERDIDOS SOBRE DIAS HABILES DISPONIBLES       *
      *      (DOTACION X DIAS HABILES DEL MES), EN PORCENTAJE          *
      *****************************************************************
       2300-CORTE-DEPTO.

           PERFORM 2310-LEE-DOTACION
              THRU 2310-LEE-DOTACION-EXIT

           IF WS-DOTACION IS GREATER THAN ZEROS
              COMPUTE WS-FRECUENCIA ROUNDED = AC-DEP-OCURRENCIAS
                                            / WS-DOTACION
           ELSE
              MOVE ZEROS                    TO WS-FRECUENCIA
           END-IF

           IF WS-DOTACION IS GREATER THAN ZEROS
              AND WS-HABILES-MES IS GREATER THAN ZEROS
              COMPUTE WS-TASA ROUNDED = AC-DEP-DIAS * CT-100
                                      / (WS-DOTACION * WS-HABILES-MES)
           ELSE
              MOVE ZEROS                    TO WS-TASA
           END-IF

           MOVE WS-WORKDEPT-ANT             TO LIN-DEP-WORKDEPT
           MOVE WS-DOTACION                 TO LIN-DEP-DOTACION
           MOVE AC-DEP-EMPLEADOS            TO LIN-DEP-EMPLEADOS
           MOVE AC-DEP-OCURRENCIAS          TO LIN-DEP-OCURRENCIAS
           MOVE AC-DEP-DIAS                 TO LIN-DEP-DIAS
           MOVE AC-DEP-SIN-CERTIF           TO LIN-DEP-SIN-CERTIF
           MOVE WS-FRECUENCIA               TO LIN-DEP-FRECUENCIA
           MOVE WS-TASA                     TO LIN-DEP-TASA

           WRITE REG-REPABS FROM WS-LINEA-DEPTO

           ADD CT-1                         TO CN-DEPTOS-INFORMADOS
           ADD WS-DOTACION                  TO AC-EMP-DOTACION
           ADD AC-DEP-EMPLEADOS             TO AC-EMP-EMPLEADOS
           ADD AC-DEP-OCURRENCIAS           TO AC-EMP-OCURRENCIAS
           ADD AC-DEP-DIAS                  TO AC-EMP-DIAS
           ADD AC-DEP-SIN-CERTIF            TO AC-EMP-SIN-CERTIF

           INITIALIZE AC-ACUMULADORES-DEPT.

      *****************************************************************
      *                     2300-CORTE-DEPTO-EXIT                     *
      *****************************************************************
       2300-CORTE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2310-LEE-DOTACION                        *
      *****************************************************************
       2310-LEE-DOTACION.

           MOVE ZEROS                       TO WS-DOTACION

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-DOTACION
                FROM NEOSB36.EMP
               WHERE WORKDEPT  = :WS-WORKDEPT-ANT
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR CONTANDO DOTACION DEPTO '
                      WS-WORKDEPT-ANT '. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                   2310-LEE-DOTACION-EXIT                      *
      *****************************************************************
       2310-LEE-DOTACION-EXIT.
           EXIT.
      *****************************************************************
      *                    2900-TOTALES-FINALES                       *
      *****************************************************************
       2900-TOTALES-FINALES.

           IF RETURN-CODE EQUAL 8
              GO TO 2900-TOTALES-FINALES-EXIT
           END-IF

           IF NOT SI-PRIMER-DEPT
              PERFORM 2300-CORTE-DEPTO
                 THRU 2300-CORTE-DEPTO-EXIT
           END-IF

           IF AC-EMP-DOTACION IS GREATER THAN ZEROS
              COMPUTE WS-FRECUENCIA ROUNDED = AC-EMP-OCURRENCIAS
                                            / AC-EMP-DOTACION
           ELSE
              MOVE ZEROS                    TO WS-FRECUENCIA
           END-IF

           IF AC-EMP-DOTACION IS GREATER THAN ZEROS
              AND WS-HABILES-MES IS GREATER THAN ZEROS
              COMPUTE WS-TASA ROUNDED = AC-EMP-DIAS * CT-100
                                  / (AC-EMP-DOTACION * WS-HABILES-MES)
           ELSE
              MOVE ZEROS                    TO WS-TASA
           END-IF

           MOVE AC-EMP-DOTACION             TO LIN-EMP-DOTACION
           MOVE AC-EMP-EMPLEADOS            TO LIN-EMP-EMPLEADOS
           MOVE AC-EMP-OCURRENCIAS          TO LIN-EMP-OCURRENCIAS
           MOVE AC-EMP-DIAS                 TO LIN-EMP-DIAS
           MOVE AC-EMP-SIN-CERTIF           TO LIN-EMP-SIN-CERTIF
           MOVE WS-FRECUENCIA               TO LIN-EMP-FRECUENCIA
           MOVE WS-TASA                     TO LIN-EMP-TASA

           WRITE REG-REPABS FROM WS-LINEA-EMPRESA
                 AFTER ADVANCING 2 LINES.

      *****************************************************************
      *                  2900-TOTALES-FINALES-EXIT                    *
      *****************************************************************
       2900-TOTALES-FINALES-EXIT.
           EXIT.
      *****************************************************************
      *                      4000-REINCIDENTES                        *
      *                                                                *
      *    - EMPLEADOS CUYAS OCURRENCIAS INICIADAS EN LOS 12 MESES     *
      *      QUE TERMINAN EN EL CIERRE DEL PERIODO SUPERAN EL UMBRAL   *
      *****************************************************************
       4000-REINCIDENTES.

           IF RETURN-CODE EQUAL 8
              GO TO 4000-REINCIDENTES-EXIT
           END-IF

           MOVE WS-UMBRAL                   TO LIN-TRE-UMBRAL
           MOVE WS-MES-HASTA                TO LIN-TRE-HASTA
           WRITE REG-REPABS FROM WS-LINEA-TITULO-REINC
                 AFTER ADVANCING 3 LINES
           WRITE REG-REPABS FROM WS-LINEA-COLUMNAS-REINC

           EXEC SQL
              OPEN CSR-REI
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR REI. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 4000-REINCIDENTES-EXIT
           END-IF

           PERFORM 4100-FETCH-REINCIDENTE
              THRU 4100-FETCH-REINCIDENTE-EXIT

           PERFORM 4200-IMPRIME-REINCIDENTE
              THRU 4200-IMPRIME-REINCIDENTE-EXIT
             UNTIL SI-FIN-REINCIDENTES

           EXEC SQL
              CLOSE CSR-REI
           END-EXEC

           IF CN-REINCIDENTES EQUAL ZEROS
              WRITE REG-REPABS FROM WS-LINEA-SIN-REINC
           END-IF.

      *****************************************************************
      *                   4000-REINCIDENTES-EXIT                      *
      *****************************************************************
       4000-REINCIDENTES-EXIT.
           EXIT.
      *****************************************************************
      *                   4100-FETCH-REINCIDENTE                      *
      *****************************************************************
       4100-FETCH-REINCIDENTE.

           EXEC SQL
              FETCH CSR-REI
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-WORKDEPT,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-FIRSTNME,
                    :WS-OCURRENCIAS-12M,
                    :WS-DIAS-12M
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-REINCIDENTES TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH REI. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-REINCIDENTES TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                 4100-FETCH-REINCIDENTE-EXIT                   *
      *****************************************************************
       4100-FETCH-REINCIDENTE-EXIT.
           EXIT.
      *****************************************************************
      *                  4200-IMPRIME-REINCIDENTE                     *
      *****************************************************************
       4200-IMPRIME-REINCIDENTE.

           MOVE DCLEMP-WORKDEPT             TO LIN-REI-WORKDEPT
           MOVE DCLEMP-EMPNO                TO LIN-REI-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-REI-LASTNAME
           MOVE DCLEMP-FIRSTNME             TO LIN-REI-FIRSTNME
           MOVE WS-OCURRENCIAS-12M          TO LIN-REI-OCURRENCIAS
           MOVE WS-DIAS-12M                 TO LIN-REI-DIAS

           WRITE REG-REPABS FROM WS-LINEA-REINCIDENTE

           ADD CT-1                         TO CN-REINCIDENTES

           PERFORM 4100-FETCH-REINCIDENTE
              THRU 4100-FETCH-REINCIDENTE-EXIT.

      *****************************************************************
      *                4200-IMPRIME-REINCIDENTE-EXIT                  *
      *****************************************************************
       4200-IMPRIME-REINCIDENTE-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-ABS
           END-EXEC

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEABS000              *'
           DISPLAY 'PERIODO:             ' WS-MES-DESDE ' AL '
                                           WS-MES-HASTA
           DISPLAY 'AUSENCIAS LEIDAS:    ' CN-AUSENCIAS-LEIDAS
           DISPLAY 'DEPTOS INFORMADOS:   ' CN-DEPTOS-INFORMADOS
           DISPLAY 'UMBRAL 12 MESES:     ' WS-UMBRAL
           DISPLAY 'EMPLEADOS SOBRE UMBRAL:' CN-REINCIDENTES
           DISPLAY '***********************************************'

           CLOSE REPABS

           GOBACK.
