      *****************************************************************
      * Program name:    NEMKT000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Market positioning  *
      *                          report: per JOB and LOCATION, each   *
      *                          active employee's full-time salary   *
      *                          against the 25th/50th/75th market    *
      *                          percentiles loaded by NEMKS000 (our  *
      *                          JOB reaches the survey job through   *
      *                          JOB_XWALK with the survey source as  *
      *                          company), the group average, the     *
      *                          cost to bring everybody up to the    *
      *                          25th percentile, and the jobs whose  *
      *                          SALARY_GRADE midpoint lags the       *
      *                          market median by more than the       *
      *                          PARMMKT percentage.                  *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEMKT000.
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

           SELECT PARMMKT  ASSIGN TO PARMMKT
                           FILE STATUS IS FS-PARMMKT.

           SELECT REPMKT   ASSIGN TO REPMKT
                           FILE STATUS IS FS-REPMKT.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMMKT
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMMKT.
           05 PARM-FUENTE                   PIC X(08).
           05 FILLER                        PIC X(01).
           05 PARM-ANIO                     PIC X(04).
           05 FILLER                        PIC X(01).
           05 PARM-UMBRAL-PCT               PIC 9(03).
           05 FILLER                        PIC X(63).

       FD  REPMKT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPMKT              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMMKT                    PIC X(02) VALUE SPACES.
           05 FS-REPMKT                     PIC X(02) VALUE SPACES.
           05 WS-FUENTE                     PIC X(08) VALUE SPACES.
           05 WS-ANIO                       PIC X(04) VALUE SPACES.
           05 WS-UMBRAL-PCT                 PIC 9(03) VALUE 10.
           05 WS-JOB-ACTUAL                 PIC X(08) VALUE SPACES.
           05 WS-LOC-ACTUAL                 PIC X(16) VALUE SPACES.
           05 WS-SALARIO-FTE                PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-PCT-MEDIANA                PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-REZAGO-PCT                 PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-COSTO-EMPLEADO             PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-PROMEDIO                   PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-SIN-MERCADO                PIC S9(09) COMP VALUE ZERO.

      *****************************************************************
      *      ACUMULADORES DEL GRUPO (JOB + LOCATION) EN PROCESO       *
      *****************************************************************
       01  WS-GRUPO.
           05 WS-GRP-CANT                   PIC 9(05) VALUE ZERO.
           05 WS-GRP-BAJO-P25               PIC 9(05) VALUE ZERO.
           05 WS-GRP-SUMA                   PIC S9(13)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-GRP-COSTO                  PIC S9(13)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-GRP-P50                    PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.

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
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(07).
           05 CN-GRUPOS                     PIC 9(05).
           05 CN-GRUPOS-REZAGADOS           PIC 9(05).
           05 CN-BAJO-P25                   PIC 9(07).
           05 AC-COSTO-TOTAL                PIC S9(13)V9(02) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "POSICIONAMIENTO SALARIAL CONTRA MERCADO - FUENTE: ".
           05 LIN-TIT-FUENTE                PIC X(08).
           05 FILLER                        PIC X(07) VALUE
              " ANIO: ".
           05 LIN-TIT-ANIO                  PIC X(04).
           05 FILLER                        PIC X(28) VALUE
              "  UMBRAL REZAGO MIDPOINT %: ".
           05 LIN-TIT-UMBRAL                PIC ZZ9.
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-GRUPO.
           05 FILLER                        PIC X(08) VALUE
              "PUESTO: ".
           05 LIN-GRP-JOB                   PIC X(08).
           05 FILLER                        PIC X(11) VALUE
              " LOCATION: ".
           05 LIN-GRP-LOCATION              PIC X(16).
           05 FILLER                        PIC X(06) VALUE
              " P25: ".
           05 LIN-GRP-P25                   PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(06) VALUE
              " P50: ".
           05 LIN-GRP-P50                   PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(06) VALUE
              " P75: ".
           05 LIN-GRP-P75                   PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(11) VALUE
              " MIDPOINT: ".
           05 LIN-GRP-MIDPOINT              PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-GRP-REZAGO                PIC -ZZZ9,99.
           05 FILLER                        PIC X(01) VALUE "%".
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-GRP-MARCA                 PIC X(09).

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              "  EMPNO  APELLIDO         JORN%  SALARIO FTE  POSI".
           05 FILLER                        PIC X(82) VALUE
              "CION   %MEDIANA   COSTO A P25".

       01  WS-LINEA-DETALLE.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-APELLIDO              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-JORNADA               PIC ZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-SALARIO               PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-POSICION              PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PCT-MEDIANA           PIC ZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-COSTO                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(53) VALUE SPACES.

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                        PIC X(13) VALUE
              "  EMPLEADOS: ".
           05 LIN-SUB-CANT                  PIC ZZZZ9.
           05 FILLER                        PIC X(16) VALUE
              " PROMEDIO FTE: ".
           05 LIN-SUB-PROMEDIO              PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(13) VALUE
              " % MEDIANA: ".
           05 LIN-SUB-PCT-MEDIANA           PIC ZZZZ9,99.
           05 FILLER                        PIC X(12) VALUE
              " BAJO P25: ".
           05 LIN-SUB-BAJO-P25              PIC ZZZZ9.
           05 FILLER                        PIC X(15) VALUE
              " COSTO A P25: ".
           05 LIN-SUB-COSTO                 PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(22) VALUE
              "EMPLEADOS ANALIZADOS: ".
           05 LIN-TOT-EMPLEADOS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(10) VALUE
              " GRUPOS: ".
           05 LIN-TOT-GRUPOS                PIC ZZZZ9.
           05 FILLER                        PIC X(13) VALUE
              " REZAGADOS: ".
           05 LIN-TOT-REZAGADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(12) VALUE
              " BAJO P25: ".
           05 LIN-TOT-BAJO-P25              PIC ZZZZZZ9.
           05 FILLER                        PIC X(15) VALUE
              " COSTO A P25: ".
           05 LIN-TOT-COSTO                 PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(22) VALUE SPACES.

       01  WS-LINEA-SIN-MERCADO.
           05 FILLER                        PIC X(50) VALUE
              "EMPLEADOS ACTIVOS SIN DATO DE MERCADO PARA SU JOB ".
           05 FILLER                        PIC X(14) VALUE
              "Y LOCATION:   ".
           05 LIN-SIN-MERCADO               PIC ZZZZZZ9.
           05 FILLER                        PIC X(61) VALUE SPACES.

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
              INCLUDE NEGTDEP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTMKS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTXJB
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGRD
           END-EXEC.

      * EL SALARIO SE LLEVA A TIEMPO COMPLETO (SALARY * 100 /
      * PCTJORNADA) PORQUE LA ENCUESTA INFORMA SALARIOS DE JORNADA
      * COMPLETA. SI UN JOB TIENE MAS DE UNA EQUIVALENCIA EN LA
      * ENCUESTA SE TOMA LA MENOR, PARA NO DUPLICAR EMPLEADOS
           EXEC SQL
              DECLARE CSR-MKT CURSOR FOR
              SELECT E.JOB,
                     D.LOCATION,
                     E.EMPNO,
                     E.LASTNAME,
                     E.PCTJORNADA,
                     CASE WHEN E.PCTJORNADA > 0
                          THEN E.SALARY * 100 / E.PCTJORNADA
                          ELSE E.SALARY
                     END,
                     M.PERCENTIL25,
                     M.PERCENTIL50,
                     M.PERCENTIL75,
                     VALUE(G.GRADOMID, 0)
                FROM NEOSB36.EMP           AS E
                     INNER JOIN NEOSB36.DEPT AS D
                        ON D.DEPTNO = E.WORKDEPT
                     INNER JOIN NEOSB36.JOB_XWALK AS X
                        ON X.EMPRESA = :WS-FUENTE
                       AND X.JOB     = E.JOB
                     INNER JOIN NEOSB36.MARKET_SURVEY AS M
                        ON M.FUENTE      = :WS-FUENTE
                       AND M.ANIO        = :WS-ANIO
                       AND M.JOBENCUESTA = X.JOBEXT
                       AND M.LOCATION    = D.LOCATION
                     LEFT OUTER JOIN NEOSB36.SALARY_GRADE AS G
                        ON G.JOBCODE = E.JOB
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND X.JOBEXT    =
                     (SELECT MIN(X2.JOBEXT)
                        FROM NEOSB36.JOB_XWALK AS X2
                       WHERE X2.EMPRESA = :WS-FUENTE
                         AND X2.JOB     = E.JOB)
               ORDER BY E.JOB,
                        D.LOCATION,
                        E.EMPNO
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

           IF CN-EMPLEADOS-LEIDOS GREATER THAN ZEROS
              PERFORM 2300-CIERRA-GRUPO
                 THRU 2300-CIERRA-GRUPO-EXIT
           END-IF

           PERFORM 2500-CUENTA-SIN-MERCADO
              THRU 2500-CUENTA-SIN-MERCADO-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           PERFORM 1100-LEE-PARAMETRO
              THRU 1100-LEE-PARAMETRO-EXIT

           OPEN OUTPUT REPMKT

           IF FS-REPMKT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPMKT. FILE STATUS=' FS-REPMKT
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FUENTE                   TO LIN-TIT-FUENTE
           MOVE WS-ANIO                     TO LIN-TIT-ANIO
           MOVE WS-UMBRAL-PCT               TO LIN-TIT-UMBRAL
           WRITE REG-REPMKT FROM WS-LINEA-TITULO

           EXEC SQL
              OPEN CSR-MKT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR MKT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPMKT
              GOBACK
           END-IF

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT

           IF NOT SI-FIN-CURSOR
              PERFORM 2200-ABRE-GRUPO
                 THRU 2200-ABRE-GRUPO-EXIT
           END-IF.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-LEE-PARAMETRO                       *
      *                                                                *
      *    - TARJETA OPCIONAL: FUENTE (COL 1-8), ANIO (COL 10-13) Y    *
      *      UMBRAL DE REZAGO DEL MIDPOINT EN % (COL 15-17). SIN       *
      *      FUENTE SE TOMA LA ULTIMA ENCUESTA CARGADA                 *
      *****************************************************************
       1100-LEE-PARAMETRO.

           OPEN INPUT PARMMKT
           IF FS-PARMMKT EQUAL '00'
              READ PARMMKT
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE PARM-FUENTE        TO WS-FUENTE
                    MOVE PARM-ANIO          TO WS-ANIO
                    IF PARM-UMBRAL-PCT IS NUMERIC
                       AND PARM-UMBRAL-PCT IS GREATER THAN ZEROS
                       MOVE PARM-UMBRAL-PCT TO WS-UMBRAL-PCT
                    END-IF
              END-READ
              CLOSE PARMMKT
           END-IF

           IF WS-FUENTE NOT EQUAL SPACES
              AND WS-ANIO NOT EQUAL SPACES
              GO TO 1100-LEE-PARAMETRO-EXIT
           END-IF

           EXEC SQL
              SELECT FUENTE,
                     ANIO
                INTO :WS-FUENTE,
                     :WS-ANIO
                FROM NEOSB36.MARKET_SURVEY
               ORDER BY FECHACARGA DESC,
                        ANIO DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    DISPLAY 'NEMKT000: NO HAY ENCUESTA DE MERCADO '
                            'CARGADA'
                    MOVE 8                  TO RETURN-CODE
                    GOBACK
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO MARKET_SURVEY. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    GOBACK
           END-EVALUATE.

      *****************************************************************
      *                    1100-LEE-PARAMETRO-EXIT                    *
      *****************************************************************
       1100-LEE-PARAMETRO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTE DE CONTROL POR JOB Y LOCATION                       *
      *****************************************************************
       2000-PROCESO.

           IF DCLEMP-JOB NOT EQUAL WS-JOB-ACTUAL
              OR DCLDEP-LOCATION NOT EQUAL WS-LOC-ACTUAL
              PERFORM 2300-CIERRA-GRUPO
                 THRU 2300-CIERRA-GRUPO-EXIT
              PERFORM 2200-ABRE-GRUPO
                 THRU 2200-ABRE-GRUPO-EXIT
           END-IF

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS
           ADD CT-1                         TO WS-GRP-CANT
           ADD WS-SALARIO-FTE               TO WS-GRP-SUMA

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-APELLIDO
           MOVE DCLEMP-PCTJORNADA           TO LIN-DET-JORNADA
           MOVE WS-SALARIO-FTE              TO LIN-DET-SALARIO

           EVALUATE TRUE
               WHEN WS-SALARIO-FTE LESS THAN DCLMKS-PERCENTIL25
                    MOVE 'BAJO P25'         TO LIN-DET-POSICION
               WHEN WS-SALARIO-FTE LESS THAN DCLMKS-PERCENTIL50
                    MOVE 'P25 - P50'        TO LIN-DET-POSICION
               WHEN WS-SALARIO-FTE NOT GREATER THAN DCLMKS-PERCENTIL75
                    MOVE 'P50 - P75'        TO LIN-DET-POSICION
               WHEN OTHER
                    MOVE 'SOBRE P75'        TO LIN-DET-POSICION
           END-EVALUATE

           COMPUTE WS-PCT-MEDIANA ROUNDED =
                   WS-SALARIO-FTE * 100 / DCLMKS-PERCENTIL50
           MOVE WS-PCT-MEDIANA              TO LIN-DET-PCT-MEDIANA

      * EL COSTO DE LLEVARLO AL PERCENTIL 25 SE PAGA SOBRE SU JORNADA
      * REAL, NO SOBRE EL EQUIVALENTE DE TIEMPO COMPLETO
           MOVE ZEROS                       TO WS-COSTO-EMPLEADO

           IF WS-SALARIO-FTE LESS THAN DCLMKS-PERCENTIL25
              COMPUTE WS-COSTO-EMPLEADO ROUNDED =
                      (DCLMKS-PERCENTIL25 - WS-SALARIO-FTE)
                      * DCLEMP-PCTJORNADA / 100
              ADD CT-1                      TO WS-GRP-BAJO-P25
                                               CN-BAJO-P25
              ADD WS-COSTO-EMPLEADO         TO WS-GRP-COSTO
                                               AC-COSTO-TOTAL
           END-IF

           MOVE WS-COSTO-EMPLEADO           TO LIN-DET-COSTO
           WRITE REG-REPMKT FROM WS-LINEA-DETALLE

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-FETCH-EMPLEADO                       *
      *****************************************************************
       2100-FETCH-EMPLEADO.

           EXEC SQL
              FETCH CSR-MKT
               INTO :DCLEMP-JOB,
                    :DCLDEP-LOCATION,
                    :DCLEMP-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-PCTJORNADA,
                    :WS-SALARIO-FTE,
                    :DCLMKS-PERCENTIL25,
                    :DCLMKS-PERCENTIL50,
                    :DCLMKS-PERCENTIL75,
                    :DCLGRD-GRADOMID
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH MKT. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-ABRE-GRUPO                         *
      *                                                                *
      *    - ENCABEZADO DEL GRUPO CON LOS PERCENTILES DEL MERCADO Y    *
      *      EL REZAGO DEL MIDPOINT DEL GRADO CONTRA LA MEDIANA        *
      *****************************************************************
       2200-ABRE-GRUPO.

           MOVE DCLEMP-JOB                  TO WS-JOB-ACTUAL
           MOVE DCLDEP-LOCATION             TO WS-LOC-ACTUAL
           INITIALIZE WS-GRUPO
           MOVE DCLMKS-PERCENTIL50          TO WS-GRP-P50
           ADD CT-1                         TO CN-GRUPOS

           MOVE SPACES                      TO LIN-GRP-MARCA
           MOVE DCLEMP-JOB                  TO LIN-GRP-JOB
           MOVE DCLDEP-LOCATION             TO LIN-GRP-LOCATION
           MOVE DCLMKS-PERCENTIL25          TO LIN-GRP-P25
           MOVE DCLMKS-PERCENTIL50          TO LIN-GRP-P50
           MOVE DCLMKS-PERCENTIL75          TO LIN-GRP-P75
           MOVE DCLGRD-GRADOMID             TO LIN-GRP-MIDPOINT

           IF DCLGRD-GRADOMID EQUAL ZEROS
              MOVE ZEROS                    TO LIN-GRP-REZAGO
              MOVE 'SIN GRADO'              TO LIN-GRP-MARCA
           ELSE
              COMPUTE WS-REZAGO-PCT ROUNDED =
                      (DCLMKS-PERCENTIL50 - DCLGRD-GRADOMID) * 100
                      / DCLMKS-PERCENTIL50
              MOVE WS-REZAGO-PCT            TO LIN-GRP-REZAGO
              IF WS-REZAGO-PCT GREATER THAN WS-UMBRAL-PCT
                 MOVE '*REZAGADO'           TO LIN-GRP-MARCA
                 ADD CT-1                   TO CN-GRUPOS-REZAGADOS
              END-IF
           END-IF

           WRITE REG-REPMKT FROM WS-LINEA-GRUPO
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPMKT FROM WS-LINEA-COLUMNAS.

      *****************************************************************
      *                     2200-ABRE-GRUPO-EXIT                      *
      *****************************************************************
       2200-ABRE-GRUPO-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-CIERRA-GRUPO                        *
      *                                                                *
      *    - SUBTOTAL DEL GRUPO: PROMEDIO FTE, PROMEDIO CONTRA LA      *
      *      MEDIANA DEL MERCADO Y COSTO DE LLEVAR AL PERCENTIL 25     *
      *****************************************************************
       2300-CIERRA-GRUPO.

           IF WS-GRP-CANT EQUAL ZEROS
              GO TO 2300-CIERRA-GRUPO-EXIT
           END-IF

           COMPUTE WS-PROMEDIO ROUNDED = WS-GRP-SUMA / WS-GRP-CANT

           COMPUTE WS-PCT-MEDIANA ROUNDED =
                   WS-PROMEDIO * 100 / WS-GRP-P50

           MOVE WS-GRP-CANT                 TO LIN-SUB-CANT
           MOVE WS-PROMEDIO                 TO LIN-SUB-PROMEDIO
           MOVE WS-PCT-MEDIANA              TO LIN-SUB-PCT-MEDIANA
           MOVE WS-GRP-BAJO-P25             TO LIN-SUB-BAJO-P25
           MOVE WS-GRP-COSTO                TO LIN-SUB-COSTO
           WRITE REG-REPMKT FROM WS-LINEA-SUBTOTAL.

      *****************************************************************
      *                   2300-CIERRA-GRUPO-EXIT                      *
      *****************************************************************
       2300-CIERRA-GRUPO-EXIT.
           EXIT.
      *****************************************************************
      *                   2500-CUENTA-SIN-MERCADO                     *
      *                                                                *
      *    - EMPLEADOS ACTIVOS QUE NO ENTRARON AL INFORME: SU JOB NO   *
      *      TIENE EQUIVALENCIA EN LA ENCUESTA O LA ENCUESTA NO TRAE   *
      *      SU LOCATION                                               *
      *****************************************************************
       2500-CUENTA-SIN-MERCADO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2500-CUENTA-SIN-MERCADO-EXIT
           END-IF

           MOVE ZEROS                       TO WS-SIN-MERCADO

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-SIN-MERCADO
                FROM NEOSB36.EMP  AS E,
                     NEOSB36.DEPT AS D
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND D.DEPTNO    = E.WORKDEPT
                 AND NOT EXISTS
                     (SELECT 1
                        FROM NEOSB36.JOB_XWALK     AS X,
                             NEOSB36.MARKET_SURVEY AS M
                       WHERE X.EMPRESA     = :WS-FUENTE
                         AND X.JOB         = E.JOB
                         AND M.FUENTE      = :WS-FUENTE
                         AND M.ANIO        = :WS-ANIO
                         AND M.JOBENCUESTA = X.JOBEXT
                         AND M.LOCATION    = D.LOCATION)
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR CONTANDO EMPLEADOS SIN MERCADO. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                 2500-CUENTA-SIN-MERCADO-EXIT                  *
      *****************************************************************
       2500-CUENTA-SIN-MERCADO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-MKT
           END-EXEC

           MOVE CN-EMPLEADOS-LEIDOS         TO LIN-TOT-EMPLEADOS
           MOVE CN-GRUPOS                   TO LIN-TOT-GRUPOS
           MOVE CN-GRUPOS-REZAGADOS         TO LIN-TOT-REZAGADOS
           MOVE CN-BAJO-P25                 TO LIN-TOT-BAJO-P25
           MOVE AC-COSTO-TOTAL              TO LIN-TOT-COSTO
           WRITE REG-REPMKT FROM WS-LINEA-TOTALES
                 AFTER ADVANCING 2 LINES

           MOVE WS-SIN-MERCADO              TO LIN-SIN-MERCADO
           WRITE REG-REPMKT FROM WS-LINEA-SIN-MERCADO

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEMKT000              *'
           DISPLAY 'FUENTE / ANIO:        ' WS-FUENTE ' ' WS-ANIO
           DISPLAY 'EMPLEADOS ANALIZADOS: ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'GRUPOS JOB/LOCATION:  ' CN-GRUPOS
           DISPLAY 'GRUPOS REZAGADOS:     ' CN-GRUPOS-REZAGADOS
           DISPLAY 'BAJO PERCENTIL 25:    ' CN-BAJO-P25
           DISPLAY 'SIN DATO DE MERCADO:  ' WS-SIN-MERCADO
           DISPLAY '***********************************************'

           CLOSE REPMKT

           GOBACK.
