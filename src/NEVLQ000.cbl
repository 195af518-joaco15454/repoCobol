      *****************************************************************
      * Program name:    NEVLQ000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Values the          *
      *                          remaining VAC_BALANCE days of every  *
      *                          active employee at the daily rate of *
      *                          EMP.SALARY, converts it to the       *
      *                          location currency (LOC_CURRENCY /    *
      *                          FX_RATES) and totals it by WORKDEPT, *
      *                          LOCATION and company.  Each          *
      *                          department's valuation is kept in    *
      *                          NEOSB36.VAC_LIAB_HIST with its       *
      *                          movement against the valuation of a  *
      *                          month before.                        *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEVLQ000.
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

           SELECT REPVLQ   ASSIGN TO REPVLQ
                           FILE STATUS IS FS-REPVLQ.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPVLQ
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-REPVLQ              PIC X(120).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPVLQ                     PIC X(02) VALUE SPACES.
           05 WS-LOCATION-EMP               PIC X(16) VALUE SPACES.
           05 WS-MONEDA-EMP                 PIC X(03) VALUE SPACES.
           05 WS-WORKDEPT-ANT               PIC X(03) VALUE SPACES.
           05 WS-LOCATION-ANT               PIC X(16) VALUE SPACES.
           05 WS-MONEDA-ANT                 PIC X(03) VALUE SPACES.
           05 WS-DIAS-SALDO                 PIC S9(05)V9(02) COMP-3.
           05 WS-IMPORTE-EMP                PIC S9(09)V9(02) COMP-3.
           05 WS-IMPORTE-ANT                PIC S9(11)V9(02) COMP-3.
           05 WS-FECHA-ANTERIOR             PIC X(10) VALUE SPACES.
           05 WS-IX-BUSCA                   PIC 9(02) VALUE ZERO.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-PRIMER-DEPT                PIC X(01) VALUE 'S'.
              88 SI-PRIMER-DEPT                       VALUE 'S'.
           05 SW-MONEDA-HALLADA             PIC X(01) VALUE 'N'.
              88 SI-MONEDA-HALLADA                    VALUE 'S'.
              88 NO-MONEDA-HALLADA                    VALUE 'N'.
           05 SW-SQLCODE                    PIC S9(9) COMP.
              88 SQLCODE-88-OK                        VALUE 0.
              88 SQLCODE-88-NOTFND                    VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-SIN-FECHA                  PIC X(10)
                                            VALUE '0001-01-01'.
      * EL SALARIO DE EMP ES ANUAL; EL VALOR DIA SE TOMA SOBRE LOS
      * DIAS HABILES DEL ANIO (52 SEMANAS DE 5 DIAS)
           05 CT-DIAS-HABILES-ANIO          PIC 9(03) VALUE 260.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(07).
           05 CN-EMPLEADOS-DEPT             PIC 9(05).
           05 CN-EMPLEADOS-LOC              PIC 9(05).
           05 CN-EMPLEADOS-EMPRESA          PIC 9(07).
           05 CN-DEPTOS-VALUADOS            PIC 9(05).
           05 CN-DEPTOS-SIN-MONEDA          PIC 9(05).

      *****************************************************************
      *                 ACUMULADORES POR NIVEL DE CORTE               *
      *****************************************************************
       01  AC-ACUMULADORES-DEPT.
           05 AC-DEP-DIAS                   PIC S9(07)V9(02) COMP-3.
           05 AC-DEP-IMPORTE                PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-LOCAL                  PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-MOVIMIENTO             PIC S9(11)V9(02) COMP-3.

       01  AC-ACUMULADORES-LOC.
           05 AC-LOC-DIAS                   PIC S9(07)V9(02) COMP-3.
           05 AC-LOC-IMPORTE                PIC S9(11)V9(02) COMP-3.
           05 AC-LOC-LOCAL                  PIC S9(11)V9(02) COMP-3.
           05 AC-LOC-ANTERIOR               PIC S9(11)V9(02) COMP-3.
           05 AC-LOC-MOVIMIENTO             PIC S9(11)V9(02) COMP-3.

       01  AC-ACUMULADORES-EMPRESA.
           05 AC-EMP-DIAS                   PIC S9(09)V9(02) COMP-3.
           05 AC-EMP-IMPORTE                PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-ANTERIOR               PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-MOVIMIENTO             PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *      MONEDAS ENCONTRADAS EN LA CORRIDA, CON SU TASA DEL DIA   *
      *****************************************************************
       01  TB-MONEDAS.
           05 TB-CANT-MONEDAS               PIC 9(02) VALUE ZERO.
           05 TB-MONEDA-ELEM OCCURS 10 TIMES
                             INDEXED BY IX-MONEDA.
              10 TB-MON-CODIGO              PIC X(03).
              10 TB-MON-TASA                PIC S9(05)V9(06) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "VALUACION DE VACACIONES NO GOZADAS - FECHA:       ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(60) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(42) VALUE
              "DEP LOCALIDAD        MON EMPL.  DIAS SALDO".
           05 FILLER                        PIC X(30) VALUE
              "   IMPORTE BASE  IMPORTE LOCAL".
           05 FILLER                        PIC X(48) VALUE
              "  VALUAC.ANTER.     MOVIMIENTO".

       01  WS-LINEA-DEPTO.
           05 LIN-DEP-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-LOCATION              PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-MONEDA                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-DIAS                  PIC -ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-IMPORTE               PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-LOCAL                 PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-ANTERIOR              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-MOVIMIENTO            PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(18) VALUE SPACES.

       01  WS-LINEA-LOCALIDAD.
           05 FILLER                        PIC X(04) VALUE "LOC ".
           05 LIN-LOC-LOCATION              PIC X(16).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-MONEDA                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-DIAS                  PIC -ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-IMPORTE               PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-LOCAL                 PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-ANTERIOR              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-LOC-MOVIMIENTO            PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(18) VALUE SPACES.

      * EL TOTAL EMPRESA VA SOLO EN MONEDA BASE: LAS MONEDAS LOCALES
      * DE CADA LOCALIDAD NO SON SUMABLES ENTRE SI
       01  WS-LINEA-EMPRESA.
           05 FILLER                        PIC X(25) VALUE
              "TOTAL EMPRESA            ".
           05 LIN-EMP-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-DIAS                  PIC -ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-IMPORTE               PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(16) VALUE SPACES.
           05 LIN-EMP-ANTERIOR              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-MOVIMIENTO            PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(18) VALUE SPACES.

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
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVAC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTFXR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVLH
           END-EXEC.

      * EL ORDEN LOCALIDAD / DEPARTAMENTO PERMITE CORTAR LOS DOS
      * NIVELES EN UNA SOLA PASADA; LA MONEDA SALE DE LA LOCALIDAD
      * DEL DEPARTAMENTO VIA LOC_CURRENCY, IGUAL QUE EN NEPAY000
           EXEC SQL
              DECLARE CSR-VLQ CURSOR FOR
              SELECT E.EMPNO,
                     VALUE(E.WORKDEPT, ' '),
                     VALUE(D.LOCATION, ' '),
                     VALUE(M.MONEDA, ' '),
                     VALUE(E.SALARY, 0),
                     B.DIASACRED,
                     B.DIASTOMADOS
                FROM NEOSB36.EMP AS E
                INNER JOIN NEOSB36.VAC_BALANCE AS B
                       ON B.EMPNO = E.EMPNO
                LEFT JOIN NEOSB36.DEPT AS D
                       ON D.DEPTNO = E.WORKDEPT
                LEFT JOIN NEOSB36.LOC_CURRENCY AS M
                       ON M.LOCATION = D.LOCATION
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY 3, 2, 1
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

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES
                       AC-ACUMULADORES-DEPT
                       AC-ACUMULADORES-LOC
                       AC-ACUMULADORES-EMPRESA

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           OPEN OUTPUT REPVLQ

           IF FS-REPVLQ NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPVLQ. FILE STATUS=' FS-REPVLQ
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPVLQ FROM WS-LINEA-TITULO
           WRITE REG-REPVLQ FROM WS-LINEA-COLUMNAS

      * LA VALUACION DE LA FECHA SE REGENERA COMPLETA (RECORRIDA
      * REPETIBLE)
           EXEC SQL
              DELETE FROM NEOSB36.VAC_LIAB_HIST
               WHERE FECHAPROCESO = :FEC0-FECHA-ISO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR DEPURANDO VALUACION. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPVLQ
              GOBACK
           END-IF

           EXEC SQL
              OPEN CSR-VLQ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR VLQ. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPVLQ
              GOBACK
           END-IF

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTA POR DEPARTAMENTO Y LOCALIDAD Y VALUA LOS DIAS      *
      *      PENDIENTES DEL EMPLEADO AL VALOR DIA DE SU SALARIO       *
      *****************************************************************
       2000-PROCESO.

           IF DCLEMP-WORKDEPT NOT EQUAL WS-WORKDEPT-ANT
           OR WS-LOCATION-EMP NOT EQUAL WS-LOCATION-ANT
              IF NOT SI-PRIMER-DEPT
                 PERFORM 2300-CORTE-DEPTO
                    THRU 2300-CORTE-DEPTO-EXIT
                 IF WS-LOCATION-EMP NOT EQUAL WS-LOCATION-ANT
                    PERFORM 2400-CORTE-LOCALIDAD
                       THRU 2400-CORTE-LOCALIDAD-EXIT
                 END-IF
              END-IF
              MOVE 'N'                      TO SW-PRIMER-DEPT
              MOVE DCLEMP-WORKDEPT          TO WS-WORKDEPT-ANT
              MOVE WS-LOCATION-EMP          TO WS-LOCATION-ANT
              MOVE WS-MONEDA-EMP            TO WS-MONEDA-ANT
           END-IF

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS
                                               CN-EMPLEADOS-DEPT

           COMPUTE WS-DIAS-SALDO = DCLVAC-DIASACRED
                                 - DCLVAC-DIASTOMADOS

           COMPUTE WS-IMPORTE-EMP ROUNDED = DCLEMP-SALARY
                                          * WS-DIAS-SALDO
                                          / CT-DIAS-HABILES-ANIO

           ADD WS-DIAS-SALDO                TO AC-DEP-DIAS
           ADD WS-IMPORTE-EMP               TO AC-DEP-IMPORTE

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
              FETCH CSR-VLQ
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-WORKDEPT,
                    :WS-LOCATION-EMP,
                    :WS-MONEDA-EMP,
                    :DCLEMP-SALARY,
                    :DCLVAC-DIASACRED,
                    :DCLVAC-DIASTOMADOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH VLQ. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-BUSCA-MONEDA                        *
      *                                                                *
      *    - UBICA LA MONEDA DEL DEPARTAMENTO EN LA TABLA DE MONEDAS  *
      *      DE LA CORRIDA; LA PRIMERA VEZ CARGA LA TASA DEL DIA      *
      *      DESDE FX_RATES.  SIN TASA CARGADA LA CORRIDA ABORTA: LA  *
      *      VALUACION NO DEBE SALIR CON IMPORTES SIN CONVERTIR.      *
      *****************************************************************
       2200-BUSCA-MONEDA.

           SET NO-MONEDA-HALLADA            TO TRUE

           PERFORM 2210-COMPARA-MONEDA
              THRU 2210-COMPARA-MONEDA-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-MONEDAS
                 OR SI-MONEDA-HALLADA

           IF SI-MONEDA-HALLADA
              GO TO 2200-BUSCA-MONEDA-EXIT
           END-IF

           PERFORM 2220-CARGA-TASA
              THRU 2220-CARGA-TASA-EXIT.

      *****************************************************************
      *                   2200-BUSCA-MONEDA-EXIT                     *
      *****************************************************************
       2200-BUSCA-MONEDA-EXIT.
           EXIT.

      *****************************************************************
      *                     2210-COMPARA-MONEDA                       *
      *****************************************************************
       2210-COMPARA-MONEDA.

           SET IX-MONEDA                    TO WS-IX-BUSCA

           IF TB-MON-CODIGO(IX-MONEDA) EQUAL WS-MONEDA-ANT
              SET SI-MONEDA-HALLADA         TO TRUE
           END-IF.

      *****************************************************************
      *                  2210-COMPARA-MONEDA-EXIT                    *
      *****************************************************************
       2210-COMPARA-MONEDA-EXIT.
           EXIT.

      *****************************************************************
      *                      2220-CARGA-TASA                          *
      *****************************************************************
       2220-CARGA-TASA.

           IF TB-CANT-MONEDAS IS NOT LESS THAN 10
              DISPLAY 'NEVLQ000: MAS DE 10 MONEDAS EN LA CORRIDA - '
                      'CORRIDA ABORTADA'
              MOVE 8                        TO RETURN-CODE
              CLOSE REPVLQ
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO DCLFXR-FECHAPROCESO
           MOVE WS-MONEDA-ANT               TO DCLFXR-MONEDA

           EXEC SQL
              SELECT TASA
                INTO :DCLFXR-TASA
                FROM NEOSB36.FX_RATES
               WHERE FECHAPROCESO = :DCLFXR-FECHAPROCESO
                 AND MONEDA       = :DCLFXR-MONEDA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NEVLQ000: SIN TASA PARA MONEDA ' WS-MONEDA-ANT
                      ' EN FECHA ' FEC0-FECHA-ISO
                      ' - CORRIDA ABORTADA. SQLCODE=' SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPVLQ
              GOBACK
           END-IF

           ADD CT-1                         TO TB-CANT-MONEDAS
           SET IX-MONEDA                    TO TB-CANT-MONEDAS

           MOVE WS-MONEDA-ANT               TO TB-MON-CODIGO(IX-MONEDA)
           MOVE DCLFXR-TASA                 TO TB-MON-TASA(IX-MONEDA).

      *****************************************************************
      *                     2220-CARGA-TASA-EXIT                     *
      *****************************************************************
       2220-CARGA-TASA-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-CORTE-DEPTO                        *
      *                                                                *
      *    - CONVIERTE LA VALUACION DEL DEPARTAMENTO A LA MONEDA DE   *
      *      SU LOCALIDAD, LA COMPARA CON LA DE UN MES ATRAS, LA      *
      *      GUARDA EN VAC_LIAB_HIST E IMPRIME SU LINEA               *
      *****************************************************************
       2300-CORTE-DEPTO.

      * UNA LOCALIDAD SIN MONEDA ASIGNADA SE VALUA SOLO EN MONEDA
      * BASE Y SE INFORMA PARA QUE SE CARGUE EN LOC_CURRENCY
           IF WS-MONEDA-ANT EQUAL SPACES OR LOW-VALUES
              DISPLAY 'NEVLQ000: DEPARTAMENTO ' WS-WORKDEPT-ANT
                      ' SIN MONEDA ASIGNADA A SU LOCALIDAD - '
                      'SE VALUA SOLO EN MONEDA BASE'
              ADD CT-1                      TO CN-DEPTOS-SIN-MONEDA
              MOVE ZEROS                    TO AC-DEP-LOCAL
           ELSE
              PERFORM 2200-BUSCA-MONEDA
                 THRU 2200-BUSCA-MONEDA-EXIT
              COMPUTE AC-DEP-LOCAL ROUNDED = AC-DEP-IMPORTE
                                           * TB-MON-TASA(IX-MONEDA)
           END-IF

           PERFORM 2310-BUSCA-MES-ANTERIOR
              THRU 2310-BUSCA-MES-ANTERIOR-EXIT

           COMPUTE AC-DEP-MOVIMIENTO = AC-DEP-IMPORTE - WS-IMPORTE-ANT

           PERFORM 2320-GRABA-HISTORIA
              THRU 2320-GRABA-HISTORIA-EXIT

           MOVE WS-WORKDEPT-ANT             TO LIN-DEP-WORKDEPT
           MOVE WS-LOCATION-ANT             TO LIN-DEP-LOCATION
           MOVE WS-MONEDA-ANT               TO LIN-DEP-MONEDA
           MOVE CN-EMPLEADOS-DEPT           TO LIN-DEP-EMPLEADOS
           MOVE AC-DEP-DIAS                 TO LIN-DEP-DIAS
           MOVE AC-DEP-IMPORTE              TO LIN-DEP-IMPORTE
           MOVE AC-DEP-LOCAL                TO LIN-DEP-LOCAL
           MOVE WS-IMPORTE-ANT              TO LIN-DEP-ANTERIOR
           MOVE AC-DEP-MOVIMIENTO           TO LIN-DEP-MOVIMIENTO

           WRITE REG-REPVLQ FROM WS-LINEA-DEPTO

           ADD CT-1                         TO CN-DEPTOS-VALUADOS
           ADD CN-EMPLEADOS-DEPT            TO CN-EMPLEADOS-LOC
           ADD AC-DEP-DIAS                  TO AC-LOC-DIAS
           ADD AC-DEP-IMPORTE               TO AC-LOC-IMPORTE
           ADD AC-DEP-LOCAL                 TO AC-LOC-LOCAL
           ADD WS-IMPORTE-ANT               TO AC-LOC-ANTERIOR
           ADD AC-DEP-MOVIMIENTO            TO AC-LOC-MOVIMIENTO

           MOVE ZEROS                       TO CN-EMPLEADOS-DEPT
           INITIALIZE AC-ACUMULADORES-DEPT.

      *****************************************************************
      *                     2300-CORTE-DEPTO-EXIT                     *
      *****************************************************************
       2300-CORTE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                   2310-BUSCA-MES-ANTERIOR                     *
      *                                                                *
      *    - RECUPERA LA VALUACION MAS RECIENTE DEL DEPARTAMENTO DE   *
      *      UN MES O MAS ATRAS PARA MEDIR EL MOVIMIENTO              *
      *****************************************************************
       2310-BUSCA-MES-ANTERIOR.

           MOVE ZEROS                       TO WS-IMPORTE-ANT
           MOVE CT-SIN-FECHA                TO WS-FECHA-ANTERIOR

           EXEC SQL
              SELECT VALUE(MAX(FECHAPROCESO), :CT-SIN-FECHA)
                INTO :WS-FECHA-ANTERIOR
                FROM NEOSB36.VAC_LIAB_HIST
               WHERE DEPTNO       = :WS-WORKDEPT-ANT
                 AND FECHAPROCESO <= :FEC0-FECHA-ISO - 1 MONTH
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK AND NOT SQLCODE-88-NOTFND
              DISPLAY 'ERROR BUSCANDO MES ANTERIOR. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2310-BUSCA-MES-ANTERIOR-EXIT
           END-IF

           IF WS-FECHA-ANTERIOR EQUAL CT-SIN-FECHA
              GO TO 2310-BUSCA-MES-ANTERIOR-EXIT
           END-IF

           EXEC SQL
              SELECT IMPORTE
                INTO :WS-IMPORTE-ANT
                FROM NEOSB36.VAC_LIAB_HIST
               WHERE DEPTNO       = :WS-WORKDEPT-ANT
                 AND FECHAPROCESO = :WS-FECHA-ANTERIOR
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK AND NOT SQLCODE-88-NOTFND
              DISPLAY 'ERROR LEYENDO VALUACION ANTERIOR. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                2310-BUSCA-MES-ANTERIOR-EXIT                   *
      *****************************************************************
       2310-BUSCA-MES-ANTERIOR-EXIT.
           EXIT.
      *****************************************************************
      *                     2320-GRABA-HISTORIA                       *
      *****************************************************************
       2320-GRABA-HISTORIA.

           MOVE FEC0-FECHA-ISO              TO DCLVLH-FECHAPROCESO
           MOVE WS-WORKDEPT-ANT             TO DCLVLH-DEPTNO
           MOVE WS-LOCATION-ANT             TO DCLVLH-LOCATION
           MOVE WS-MONEDA-ANT               TO DCLVLH-MONEDA
           MOVE CN-EMPLEADOS-DEPT           TO DCLVLH-EMPLEADOS
           MOVE AC-DEP-DIAS                 TO DCLVLH-DIASSALDO
           MOVE AC-DEP-IMPORTE              TO DCLVLH-IMPORTE
           MOVE AC-DEP-LOCAL                TO DCLVLH-IMPORTELOCAL
           MOVE AC-DEP-MOVIMIENTO           TO DCLVLH-MOVIMIENTO

           EXEC SQL
              INSERT INTO NEOSB36.VAC_LIAB_HIST
              (
                    FECHAPROCESO,
                    DEPTNO,
                    LOCATION,
                    MONEDA,
                    EMPLEADOS,
                    DIASSALDO,
                    IMPORTE,
                    IMPORTELOCAL,
                    MOVIMIENTO
              )
              VALUES
              (
                    :DCLVLH-FECHAPROCESO,
                    :DCLVLH-DEPTNO,
                    :DCLVLH-LOCATION,
                    :DCLVLH-MONEDA,
                    :DCLVLH-EMPLEADOS,
                    :DCLVLH-DIASSALDO,
                    :DCLVLH-IMPORTE,
                    :DCLVLH-IMPORTELOCAL,
                    :DCLVLH-MOVIMIENTO
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR GRABANDO VALUACION DEPTO '
                      WS-WORKDEPT-ANT '. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
           END-IF.

      *****************************************************************
      *                  2320-GRABA-HISTORIA-EXIT                     *
      *****************************************************************
       2320-GRABA-HISTORIA-EXIT.
           EXIT.
      *****************************************************************
      *                    2400-CORTE-LOCALIDAD                       *
      *****************************************************************
       2400-CORTE-LOCALIDAD.

           MOVE WS-LOCATION-ANT             TO LIN-LOC-LOCATION
           MOVE WS-MONEDA-ANT               TO LIN-LOC-MONEDA
           MOVE CN-EMPLEADOS-LOC            TO LIN-LOC-EMPLEADOS
           MOVE AC-LOC-DIAS                 TO LIN-LOC-DIAS
           MOVE AC-LOC-IMPORTE              TO LIN-LOC-IMPORTE
           MOVE AC-LOC-LOCAL                TO LIN-LOC-LOCAL
           MOVE AC-LOC-ANTERIOR             TO LIN-LOC-ANTERIOR
           MOVE AC-LOC-MOVIMIENTO           TO LIN-LOC-MOVIMIENTO

           WRITE REG-REPVLQ FROM WS-LINEA-LOCALIDAD

           MOVE SPACES                      TO REG-REPVLQ
           WRITE REG-REPVLQ

           ADD CN-EMPLEADOS-LOC             TO CN-EMPLEADOS-EMPRESA
           ADD AC-LOC-DIAS                  TO AC-EMP-DIAS
           ADD AC-LOC-IMPORTE               TO AC-EMP-IMPORTE
           ADD AC-LOC-ANTERIOR              TO AC-EMP-ANTERIOR
           ADD AC-LOC-MOVIMIENTO            TO AC-EMP-MOVIMIENTO

           MOVE ZEROS                       TO CN-EMPLEADOS-LOC
           INITIALIZE AC-ACUMULADORES-LOC.

      *****************************************************************
      *                  2400-CORTE-LOCALIDAD-EXIT                    *
      *****************************************************************
       2400-CORTE-LOCALIDAD-EXIT.
           EXIT.
      *****************************************************************
      *                    2900-TOTALES-FINALES                       *
      *                                                                *
      *    - CIERRA EL ULTIMO DEPARTAMENTO Y LA ULTIMA LOCALIDAD E    *
      *      IMPRIME EL TOTAL EMPRESA EN MONEDA BASE                  *
      *****************************************************************
       2900-TOTALES-FINALES.

           IF RETURN-CODE EQUAL 8
              GO TO 2900-TOTALES-FINALES-EXIT
           END-IF

           IF NOT SI-PRIMER-DEPT
              PERFORM 2300-CORTE-DEPTO
                 THRU 2300-CORTE-DEPTO-EXIT
              PERFORM 2400-CORTE-LOCALIDAD
                 THRU 2400-CORTE-LOCALIDAD-EXIT
           END-IF

           MOVE CN-EMPLEADOS-EMPRESA        TO LIN-EMP-EMPLEADOS
           MOVE AC-EMP-DIAS                 TO LIN-EMP-DIAS
           MOVE AC-EMP-IMPORTE              TO LIN-EMP-IMPORTE
           MOVE AC-EMP-ANTERIOR             TO LIN-EMP-ANTERIOR
           MOVE AC-EMP-MOVIMIENTO           TO LIN-EMP-MOVIMIENTO

           WRITE REG-REPVLQ FROM WS-LINEA-EMPRESA
                 AFTER ADVANCING 2 LINES.

      *****************************************************************
      *                  2900-TOTALES-FINALES-EXIT                    *
      *****************************************************************
       2900-TOTALES-FINALES-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-VLQ
           END-EXEC

           IF RETURN-CODE EQUAL ZERO
              IF CN-DEPTOS-SIN-MONEDA IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEVLQ000              *'
           DISPLAY 'EMPLEADOS VALUADOS:  ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'DEPTOS VALUADOS:     ' CN-DEPTOS-VALUADOS
           DISPLAY 'DEPTOS SIN MONEDA:   ' CN-DEPTOS-SIN-MONEDA
           DISPLAY 'MONEDAS EN VALUACION:' TB-CANT-MONEDAS
           DISPLAY '***********************************************'

           CLOSE REPVLQ

           GOBACK.
