      *****************************************************************
      * Program name:    NESEV000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Severance cost      *
      *                          scenario for a reduction in force:   *
      *                          the CANDSEV file lists the           *
      *                          candidates by EMPNO or by whole      *
      *                          DEPTNO and every active candidate is *
      *                          costed with the SEV_RULES rule of    *
      *                          the location of the department       *
      *                          (days of salary per year of          *
      *                          recognized service, cap in years and *
      *                          notice days) plus the unused         *
      *                          VAC_BALANCE days.  Recognized        *
      *                          service is HIREDATE plus the         *
      *                          EMP_SERVICE prior days.  The cost is *
      *                          printed by department with totals on *
      *                          REPSEV.  Read only: no employee data *
      *                          is changed.                          *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NESEV000.
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

           SELECT CANDSEV  ASSIGN TO CANDSEV
                           FILE STATUS IS FS-CANDSEV.

           SELECT REPSEV   ASSIGN TO REPSEV
                           FILE STATUS IS FS-REPSEV.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *      CANDIDATOS DEL ESCENARIO: 'E' + EMPNO PARA UN EMPLEADO O *
      *      'D' + DEPTNO PARA TODO EL DEPARTAMENTO                   *
      *****************************************************************
       FD  CANDSEV
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-CANDSEV.
           05 CAND-TIPO                     PIC X(01).
              88 CAND-88-EMPLEADO                     VALUE 'E'.
              88 CAND-88-DEPARTAMENTO                 VALUE 'D'.
           05 CAND-CLAVE                    PIC X(06).
           05 CAND-CLAVE-DEPTO REDEFINES CAND-CLAVE.
              10 CAND-DEPTNO                PIC X(03).
              10 FILLER                     PIC X(03).
           05 FILLER                        PIC X(03).

       FD  REPSEV
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPSEV              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-CANDSEV                    PIC X(02) VALUE SPACES.
           05 FS-REPSEV                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-LOCATION-EMP               PIC X(16) VALUE SPACES.
           05 WS-REGLA-LOCATION             PIC X(16) VALUE SPACES.
           05 WS-WORKDEPT-ANT               PIC X(03) VALUE SPACES.
           05 WS-DIAS-SERVICIO              PIC S9(09) COMP VALUE ZERO.
           05 WS-ANIOS-SERVICIO             PIC S9(03)V9(02) COMP-3.
           05 WS-DIAS-SALDO                 PIC S9(05)V9(02) COMP-3.
           05 WS-INDEMNIZACION              PIC S9(09)V9(02) COMP-3.
           05 WS-PREAVISO                   PIC S9(09)V9(02) COMP-3.
           05 WS-VACACIONES                 PIC S9(09)V9(02) COMP-3.
           05 WS-COSTO-EMPLEADO             PIC S9(09)V9(02) COMP-3.
           05 WS-IX-BUSCA                   PIC 9(04) VALUE ZERO.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-CANDIDATOS             PIC X(01) VALUE 'N'.
              88 SI-FIN-CANDIDATOS                    VALUE 'S'.
           05 SW-PRIMER-DEPT                PIC X(01) VALUE 'S'.
              88 SI-PRIMER-DEPT                       VALUE 'S'.
           05 SW-CANDIDATO                  PIC X(01) VALUE 'N'.
              88 SI-CANDIDATO                         VALUE 'S'.
              88 NO-CANDIDATO                         VALUE 'N'.
           05 SW-HALLADO                    PIC X(01) VALUE 'N'.
              88 SI-HALLADO                           VALUE 'S'.
              88 NO-HALLADO                           VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-MAX-CAND-EMP               PIC 9(04) VALUE 2000.
           05 CT-MAX-CAND-DEP               PIC 9(04) VALUE 200.
      * EL SALARIO DE EMP ES ANUAL: INDEMNIZACION Y PREAVISO SE
      * VALUAN POR DIA CORRIDO Y LAS VACACIONES POR DIA HABIL, IGUAL
      * QUE LA LIQUIDACION FINAL DE NE9CEMP0 Y LA VALUACION NEVLQ000
           05 CT-DIAS-ANIO                  PIC 9(03) VALUE 365.
           05 CT-DIAS-HABILES-ANIO          PIC 9(03) VALUE 260.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-CANDIDATOS-LEIDOS          PIC 9(05).
           05 CN-CANDIDATOS-INVALIDOS       PIC 9(05).
           05 CN-CANDIDATOS-NO-HALLADOS     PIC 9(05).
           05 CN-EMPLEADOS-LEIDOS           PIC 9(07).
           05 CN-EMPLEADOS-COSTEADOS        PIC 9(05).
           05 CN-EMPLEADOS-DEPT             PIC 9(05).
           05 CN-SIN-REGLA                  PIC 9(05).

      *****************************************************************
      *                 ACUMULADORES POR NIVEL DE CORTE               *
      *****************************************************************
       01  AC-ACUMULADORES-DEPT.
           05 AC-DEP-INDEMNIZACION          PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-PREAVISO               PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-DIAS                   PIC S9(07)V9(02) COMP-3.
           05 AC-DEP-VACACIONES             PIC S9(11)V9(02) COMP-3.
           05 AC-DEP-COSTO                  PIC S9(11)V9(02) COMP-3.

       01  AC-ACUMULADORES-TOTAL.
           05 AC-TOT-INDEMNIZACION          PIC S9(11)V9(02) COMP-3.
           05 AC-TOT-PREAVISO               PIC S9(11)V9(02) COMP-3.
           05 AC-TOT-DIAS                   PIC S9(07)V9(02) COMP-3.
           05 AC-TOT-VACACIONES             PIC S9(11)V9(02) COMP-3.
           05 AC-TOT-COSTO                  PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *      CANDIDATOS CARGADOS DE CANDSEV, CON MARCA DE HALLADO     *
      *****************************************************************
       01  TB-CANDIDATOS-EMP.
           05 TB-CANT-CAND-EMP              PIC 9(04) VALUE ZERO.
           05 TB-CEM-ELEM OCCURS 2000 TIMES
                          INDEXED BY IX-CEM.
              10 TB-CEM-EMPNO               PIC X(06).
              10 TB-CEM-HALLADO             PIC X(01).

       01  TB-CANDIDATOS-DEP.
           05 TB-CANT-CAND-DEP              PIC 9(04) VALUE ZERO.
           05 TB-CDP-ELEM OCCURS 200 TIMES
                          INDEXED BY IX-CDP.
              10 TB-CDP-DEPTNO              PIC X(03).
              10 TB-CDP-HALLADO             PIC X(01).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "ESCENARIO DE COSTO DE DESVINCULACION - FECHA:     ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(72) VALUE
              "   (SIMULACION - NO MODIFICA DATOS)".

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(42) VALUE
              "EMPNO   APELLIDO         ANIOS    SALARIO ".
           05 FILLER                        PIC X(32) VALUE
              "INDEMNIZAC.    PREAVISO DIAS VAC".
           05 FILLER                        PIC X(25) VALUE
              "  VACACIONES  COSTO TOTAL".
           05 FILLER                        PIC X(33) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-ANIOS                 PIC ZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SALARY                PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-INDEMNIZACION         PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PREAVISO              PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DIAS                  PIC ZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-VACACIONES            PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-COSTO                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-MARCA                 PIC X(14).
           05 FILLER                        PIC X(18) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER                        PIC X(12) VALUE
              "TOTAL DEPTO ".
           05 LIN-DEP-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DEP-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE
              " EMPLEADOS".
           05 LIN-DEP-INDEMNIZACION         PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-PREAVISO              PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-DIAS                  PIC ZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-VACACIONES            PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DEP-COSTO                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(33) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(17) VALUE
              "TOTAL ESCENARIO  ".
           05 LIN-TOT-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE
              " EMPLEADOS".
           05 LIN-TOT-INDEMNIZACION         PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-PREAVISO              PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-DIAS                  PIC ZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-VACACIONES            PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-COSTO                 PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(33) VALUE SPACES.

       01  WS-LINEA-NO-HALLADO.
           05 FILLER                        PIC X(10) VALUE
              "CANDIDATO ".
           05 LIN-NOH-TIPO                  PIC X(01).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-NOH-CLAVE                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-NOH-MOTIVO                PIC X(40).
           05 FILLER                        PIC X(73) VALUE SPACES.

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
              INCLUDE NEGTSVR
           END-EXEC.

      * TODOS LOS ACTIVOS EN ORDEN DE DEPARTAMENTO; EL FILTRO DE
      * CANDIDATOS SE HACE CONTRA LAS TABLAS CARGADAS DE CANDSEV. LA
      * REGLA SALE DE LA LOCALIDAD DEL DEPARTAMENTO, EL SERVICIO
      * RECONOCIDO SUMA LOS DIAS PREVIOS DE EMP_SERVICE Y EL SALDO DE
      * VACACIONES ES EL DE VAC_BALANCE
           EXEC SQL
              DECLARE CSR-SEV CURSOR FOR
              SELECT E.EMPNO,
                     E.LASTNAME,
                     VALUE(E.WORKDEPT, ' '),
                     VALUE(D.LOCATION, ' '),
                     VALUE(E.SALARY, 0),
                     VALUE(DAYS(DATE(:WS-FECHA-PROCESO))
                         - DAYS(E.HIREDATE), 0)
                   + VALUE(S.DIASPREVIOS, 0),
                     VALUE(B.DIASACRED - B.DIASTOMADOS, 0),
                     VALUE(R.LOCATION, ' '),
                     VALUE(R.DIASPORANIO, 0),
                     VALUE(R.TOPEANIOS, 0),
                     VALUE(R.DIASPREAVISO, 0)
                FROM NEOSB36.EMP AS E
                LEFT JOIN NEOSB36.DEPT AS D
                       ON D.DEPTNO = E.WORKDEPT
                LEFT JOIN NEOSB36.EMP_SERVICE AS S
                       ON S.EMPNO = E.EMPNO
                LEFT JOIN NEOSB36.VAC_BALANCE AS B
                       ON B.EMPNO = E.EMPNO
                LEFT JOIN NEOSB36.SEV_RULES AS R
                       ON R.LOCATION = D.LOCATION
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY 3, 1
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
                       AC-ACUMULADORES-TOTAL

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1100-CARGA-CANDIDATOS
              THRU 1100-CARGA-CANDIDATOS-EXIT

           OPEN OUTPUT REPSEV

           IF FS-REPSEV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPSEV. FILE STATUS=' FS-REPSEV
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPSEV FROM WS-LINEA-TITULO
           WRITE REG-REPSEV FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-SEV
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR SEV. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPSEV
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
      *                    1100-CARGA-CANDIDATOS                      *
      *                                                                *
      *    - CARGA LOS EMPNO Y DEPTNO DE CANDSEV EN LAS TABLAS DE      *
      *      CANDIDATOS.  UN ARCHIVO SIN CANDIDATOS VALIDOS NO DEJA    *
      *      NADA QUE SIMULAR Y TERMINA LA CORRIDA                     *
      *****************************************************************
       1100-CARGA-CANDIDATOS.

           OPEN INPUT CANDSEV

           IF FS-CANDSEV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR CANDSEV. FILE STATUS=' FS-CANDSEV
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1150-LEE-CANDIDATO
              THRU 1150-LEE-CANDIDATO-EXIT
             UNTIL SI-FIN-CANDIDATOS

           CLOSE CANDSEV

           IF TB-CANT-CAND-EMP EQUAL ZERO
              AND TB-CANT-CAND-DEP EQUAL ZERO
              DISPLAY 'ERROR: CANDSEV SIN CANDIDATOS VALIDOS'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                  1100-CARGA-CANDIDATOS-EXIT                   *
      *****************************************************************
       1100-CARGA-CANDIDATOS-EXIT.
           EXIT.
      *****************************************************************
      *                     1150-LEE-CANDIDATO                        *
      *****************************************************************
       1150-LEE-CANDIDATO.

           READ CANDSEV
                AT END
                SET SI-FIN-CANDIDATOS       TO TRUE
                GO TO 1150-LEE-CANDIDATO-EXIT
           END-READ

           ADD CT-1                         TO CN-CANDIDATOS-LEIDOS

           EVALUATE TRUE
               WHEN CAND-88-EMPLEADO
                    AND CAND-CLAVE NOT EQUAL SPACES
                    PERFORM 1160-AGREGA-EMPLEADO
                       THRU 1160-AGREGA-EMPLEADO-EXIT
               WHEN CAND-88-DEPARTAMENTO
                    AND CAND-DEPTNO NOT EQUAL SPACES
                    PERFORM 1170-AGREGA-DEPTO
                       THRU 1170-AGREGA-DEPTO-EXIT
               WHEN OTHER
                    DISPLAY 'NESEV000: CANDIDATO INVALIDO - '
                            REG-CANDSEV
                    ADD CT-1                TO CN-CANDIDATOS-INVALIDOS
           END-EVALUATE.

      *****************************************************************
      *                   1150-LEE-CANDIDATO-EXIT                     *
      *****************************************************************
       1150-LEE-CANDIDATO-EXIT.
           EXIT.
      *****************************************************************
      *                    1160-AGREGA-EMPLEADO                       *
      *****************************************************************
       1160-AGREGA-EMPLEADO.

           SET NO-HALLADO                   TO TRUE

           PERFORM 1165-COMPARA-EMPLEADO
              THRU 1165-COMPARA-EMPLEADO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CAND-EMP
                 OR SI-HALLADO

      * UN EMPNO REPETIDO EN EL ARCHIVO SE CUENTA UNA SOLA VEZ
           IF SI-HALLADO
              GO TO 1160-AGREGA-EMPLEADO-EXIT
           END-IF

           IF TB-CANT-CAND-EMP IS NOT LESS THAN CT-MAX-CAND-EMP
              DISPLAY 'NESEV000: TABLA DE EMPLEADOS CANDIDATOS LLENA'
                      ' - ABORTA'
              MOVE 8                        TO RETURN-CODE
              CLOSE CANDSEV
              GOBACK
           END-IF

           ADD CT-1                         TO TB-CANT-CAND-EMP
           SET IX-CEM                       TO TB-CANT-CAND-EMP
           MOVE CAND-CLAVE                  TO TB-CEM-EMPNO(IX-CEM)
           MOVE 'N'                         TO TB-CEM-HALLADO(IX-CEM).

      *****************************************************************
      *                  1160-AGREGA-EMPLEADO-EXIT                    *
      *****************************************************************
       1160-AGREGA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                   1165-COMPARA-EMPLEADO                       *
      *****************************************************************
       1165-COMPARA-EMPLEADO.

           SET IX-CEM                       TO WS-IX-BUSCA

           IF TB-CEM-EMPNO(IX-CEM) EQUAL CAND-CLAVE
              SET SI-HALLADO                TO TRUE
           END-IF.

      *****************************************************************
      *                 1165-COMPARA-EMPLEADO-EXIT                    *
      *****************************************************************
       1165-COMPARA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      1170-AGREGA-DEPTO                        *
      *****************************************************************
       1170-AGREGA-DEPTO.

           SET NO-HALLADO                   TO TRUE

           PERFORM 1175-COMPARA-DEPTO
              THRU 1175-COMPARA-DEPTO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CAND-DEP
                 OR SI-HALLADO

           IF SI-HALLADO
              GO TO 1170-AGREGA-DEPTO-EXIT
           END-IF

           IF TB-CANT-CAND-DEP IS NOT LESS THAN CT-MAX-CAND-DEP
              DISPLAY 'NESEV000: TABLA DE DEPTOS CANDIDATOS LLENA'
                      ' - ABORTA'
              MOVE 8                        TO RETURN-CODE
              CLOSE CANDSEV
              GOBACK
           END-IF

           ADD CT-1                         TO TB-CANT-CAND-DEP
           SET IX-CDP                       TO TB-CANT-CAND-DEP
           MOVE CAND-DEPTNO                 TO TB-CDP-DEPTNO(IX-CDP)
           MOVE 'N'                         TO TB-CDP-HALLADO(IX-CDP).

      *****************************************************************
      *                    1170-AGREGA-DEPTO-EXIT                     *
      *****************************************************************
       1170-AGREGA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     1175-COMPARA-DEPTO                        *
      *****************************************************************
       1175-COMPARA-DEPTO.

           SET IX-CDP                       TO WS-IX-BUSCA

           IF TB-CDP-DEPTNO(IX-CDP) EQUAL CAND-DEPTNO
              SET SI-HALLADO                TO TRUE
           END-IF.

      *****************************************************************
      *                   1175-COMPARA-DEPTO-EXIT                     *
      *****************************************************************
       1175-COMPARA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - SOLO LOS CANDIDATOS: CORTA POR DEPARTAMENTO, COSTEA LA    *
      *      DESVINCULACION Y LA IMPRIME                               *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS

           PERFORM 2200-VERIFICA-CANDIDATO
              THRU 2200-VERIFICA-CANDIDATO-EXIT

           IF NO-CANDIDATO
              GO TO 2000-PROCESO-SIGUE
           END-IF

           IF DCLEMP-WORKDEPT NOT EQUAL WS-WORKDEPT-ANT
              OR SI-PRIMER-DEPT
              IF NOT SI-PRIMER-DEPT
                 PERFORM 2500-CORTE-DEPTO
                    THRU 2500-CORTE-DEPTO-EXIT
              END-IF
              MOVE 'N'                      TO SW-PRIMER-DEPT
              MOVE DCLEMP-WORKDEPT          TO WS-WORKDEPT-ANT
           END-IF

           PERFORM 2300-CALCULA-COSTO
              THRU 2300-CALCULA-COSTO-EXIT

           PERFORM 2400-IMPRIME-DETALLE
              THRU 2400-IMPRIME-DETALLE-EXIT.

       2000-PROCESO-SIGUE.

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
              FETCH CSR-SEV
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-WORKDEPT,
                    :WS-LOCATION-EMP,
                    :DCLEMP-SALARY,
                    :WS-DIAS-SERVICIO,
                    :WS-DIAS-SALDO,
                    :WS-REGLA-LOCATION,
                    :DCLSVR-DIASPORANIO,
                    :DCLSVR-TOPEANIOS,
                    :DCLSVR-DIASPREAVISO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH SEV. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                   2200-VERIFICA-CANDIDATO                     *
      *                                                                *
      *    - EL EMPLEADO ES CANDIDATO POR SU EMPNO O POR SU            *
      *      DEPARTAMENTO; SE MARCA EL CANDIDATO COMO HALLADO          *
      *****************************************************************
       2200-VERIFICA-CANDIDATO.

           SET NO-CANDIDATO                 TO TRUE
           SET NO-HALLADO                   TO TRUE

           PERFORM 2210-BUSCA-EMPLEADO
              THRU 2210-BUSCA-EMPLEADO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CAND-EMP
                 OR SI-HALLADO

           IF SI-HALLADO
              SET SI-CANDIDATO              TO TRUE
              MOVE 'S'                      TO TB-CEM-HALLADO(IX-CEM)
           END-IF

           SET NO-HALLADO                   TO TRUE

           PERFORM 2220-BUSCA-DEPTO
              THRU 2220-BUSCA-DEPTO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CAND-DEP
                 OR SI-HALLADO

           IF SI-HALLADO
              SET SI-CANDIDATO              TO TRUE
              MOVE 'S'                      TO TB-CDP-HALLADO(IX-CDP)
           END-IF.

      *****************************************************************
      *                 2200-VERIFICA-CANDIDATO-EXIT                  *
      *****************************************************************
       2200-VERIFICA-CANDIDATO-EXIT.
           EXIT.
      *****************************************************************
      *                    2210-BUSCA-EMPLEADO                        *
      *****************************************************************
       2210-BUSCA-EMPLEADO.

           SET IX-CEM                       TO WS-IX-BUSCA

           IF TB-CEM-EMPNO(IX-CEM) EQUAL DCLEMP-EMPNO
              SET SI-HALLADO                TO TRUE
           END-IF.

      *****************************************************************
      *                  2210-BUSCA-EMPLEADO-EXIT                     *
      *****************************************************************
       2210-BUSCA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      2220-BUSCA-DEPTO                         *
      *****************************************************************
       2220-BUSCA-DEPTO.

           SET IX-CDP                       TO WS-IX-BUSCA

           IF TB-CDP-DEPTNO(IX-CDP) EQUAL DCLEMP-WORKDEPT
              SET SI-HALLADO                TO TRUE
           END-IF.

      *****************************************************************
      *                    2220-BUSCA-DEPTO-EXIT                      *
      *****************************************************************
       2220-BUSCA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-CALCULA-COSTO                        *
      *                                                                *
      *    - INDEMNIZACION = SALARIO DIARIO * DIAS POR ANIO DE LA      *
      *      REGLA * ANIOS DE SERVICIO RECONOCIDO (CON TOPE DE ANIOS   *
      *      SI LA REGLA LO FIJA)                                      *
      *    - PREAVISO      = SALARIO DIARIO * DIAS DE PREAVISO         *
      *    - VACACIONES    = SALDO NO GOZADO AL VALOR DIA HABIL        *
      *    - SIN REGLA PARA LA LOCALIDAD SOLO SE COSTEAN LAS           *
      *      VACACIONES Y EL EMPLEADO SE MARCA EN EL REPORTE           *
      *****************************************************************
       2300-CALCULA-COSTO.

           MOVE ZEROS                       TO WS-INDEMNIZACION
                                               WS-PREAVISO
                                               WS-VACACIONES

           IF WS-DIAS-SERVICIO IS LESS THAN ZEROS
              MOVE ZEROS                    TO WS-DIAS-SERVICIO
           END-IF

           COMPUTE WS-ANIOS-SERVICIO = WS-DIAS-SERVICIO / CT-DIAS-ANIO

           IF WS-DIAS-SALDO IS LESS THAN ZEROS
              MOVE ZEROS                    TO WS-DIAS-SALDO
           END-IF

           COMPUTE WS-VACACIONES ROUNDED = DCLEMP-SALARY
                                         * WS-DIAS-SALDO
                                         / CT-DIAS-HABILES-ANIO

           IF WS-REGLA-LOCATION EQUAL SPACES
              ADD CT-1                      TO CN-SIN-REGLA
           ELSE
              IF DCLSVR-TOPEANIOS IS GREATER THAN ZEROS
                 AND WS-ANIOS-SERVICIO IS GREATER THAN DCLSVR-TOPEANIOS
                 MOVE DCLSVR-TOPEANIOS      TO WS-ANIOS-SERVICIO
              END-IF
              COMPUTE WS-INDEMNIZACION ROUNDED = DCLEMP-SALARY
                                               * DCLSVR-DIASPORANIO
                                               * WS-ANIOS-SERVICIO
                                               / CT-DIAS-ANIO
              COMPUTE WS-PREAVISO ROUNDED = DCLEMP-SALARY
                                          * DCLSVR-DIASPREAVISO
                                          / CT-DIAS-ANIO
           END-IF

           COMPUTE WS-COSTO-EMPLEADO = WS-INDEMNIZACION
                                     + WS-PREAVISO
                                     + WS-VACACIONES

           ADD CT-1                         TO CN-EMPLEADOS-COSTEADOS
                                               CN-EMPLEADOS-DEPT
           ADD WS-INDEMNIZACION             TO AC-DEP-INDEMNIZACION
           ADD WS-PREAVISO                  TO AC-DEP-PREAVISO
           ADD WS-DIAS-SALDO                TO AC-DEP-DIAS
           ADD WS-VACACIONES                TO AC-DEP-VACACIONES
           ADD WS-COSTO-EMPLEADO            TO AC-DEP-COSTO.

      *****************************************************************
      *                   2300-CALCULA-COSTO-EXIT                     *
      *****************************************************************
       2300-CALCULA-COSTO-EXIT.
           EXIT.
      *****************************************************************
      *                    2400-IMPRIME-DETALLE                       *
      *****************************************************************
       2400-IMPRIME-DETALLE.

           MOVE SPACES                      TO LIN-DET-MARCA
           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE WS-ANIOS-SERVICIO           TO LIN-DET-ANIOS
           MOVE DCLEMP-SALARY               TO LIN-DET-SALARY
           MOVE WS-INDEMNIZACION            TO LIN-DET-INDEMNIZACION
           MOVE WS-PREAVISO                 TO LIN-DET-PREAVISO
           MOVE WS-DIAS-SALDO               TO LIN-DET-DIAS
           MOVE WS-VACACIONES               TO LIN-DET-VACACIONES
           MOVE WS-COSTO-EMPLEADO           TO LIN-DET-COSTO

           IF WS-REGLA-LOCATION EQUAL SPACES
              MOVE '* SIN REGLA'            TO LIN-DET-MARCA
           END-IF

           WRITE REG-REPSEV FROM WS-LINEA-DETALLE.

      *****************************************************************
      *                  2400-IMPRIME-DETALLE-EXIT                    *
      *****************************************************************
       2400-IMPRIME-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                      2500-CORTE-DEPTO                         *
      *****************************************************************
       2500-CORTE-DEPTO.

           MOVE WS-WORKDEPT-ANT             TO LIN-DEP-DEPTNO
           MOVE CN-EMPLEADOS-DEPT           TO LIN-DEP-EMPLEADOS
           MOVE AC-DEP-INDEMNIZACION        TO LIN-DEP-INDEMNIZACION
           MOVE AC-DEP-PREAVISO             TO LIN-DEP-PREAVISO
           MOVE AC-DEP-DIAS                 TO LIN-DEP-DIAS
           MOVE AC-DEP-VACACIONES           TO LIN-DEP-VACACIONES
           MOVE AC-DEP-COSTO                TO LIN-DEP-COSTO

           WRITE REG-REPSEV FROM WS-LINEA-DEPTO
           MOVE SPACES                      TO REG-REPSEV
           WRITE REG-REPSEV

           ADD AC-DEP-INDEMNIZACION         TO AC-TOT-INDEMNIZACION
           ADD AC-DEP-PREAVISO              TO AC-TOT-PREAVISO
           ADD AC-DEP-DIAS                  TO AC-TOT-DIAS
           ADD AC-DEP-VACACIONES            TO AC-TOT-VACACIONES
           ADD AC-DEP-COSTO                 TO AC-TOT-COSTO

           MOVE ZEROS                       TO CN-EMPLEADOS-DEPT
           INITIALIZE AC-ACUMULADORES-DEPT.

      *****************************************************************
      *                    2500-CORTE-DEPTO-EXIT                      *
      *****************************************************************
       2500-CORTE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                    2900-TOTALES-FINALES                       *
      *                                                                *
      *    - CIERRA EL ULTIMO DEPARTAMENTO, IMPRIME EL TOTAL DEL       *
      *      ESCENARIO Y LISTA LOS CANDIDATOS QUE NO SE COSTEARON      *
      *****************************************************************
       2900-TOTALES-FINALES.

           IF NOT SI-PRIMER-DEPT
              PERFORM 2500-CORTE-DEPTO
                 THRU 2500-CORTE-DEPTO-EXIT
           END-IF

           MOVE CN-EMPLEADOS-COSTEADOS      TO LIN-TOT-EMPLEADOS
           MOVE AC-TOT-INDEMNIZACION        TO LIN-TOT-INDEMNIZACION
           MOVE AC-TOT-PREAVISO             TO LIN-TOT-PREAVISO
           MOVE AC-TOT-DIAS                 TO LIN-TOT-DIAS
           MOVE AC-TOT-VACACIONES           TO LIN-TOT-VACACIONES
           MOVE AC-TOT-COSTO                TO LIN-TOT-COSTO

           WRITE REG-REPSEV FROM WS-LINEA-TOTAL

           MOVE SPACES                      TO REG-REPSEV
           WRITE REG-REPSEV

           PERFORM 2910-EMPLEADO-NO-HALLADO
              THRU 2910-EMPLEADO-NO-HALLADO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CAND-EMP

           PERFORM 2920-DEPTO-NO-HALLADO
              THRU 2920-DEPTO-NO-HALLADO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CAND-DEP.

      *****************************************************************
      *                  2900-TOTALES-FINALES-EXIT                    *
      *****************************************************************
       2900-TOTALES-FINALES-EXIT.
           EXIT.
      *****************************************************************
      *                  2910-EMPLEADO-NO-HALLADO                     *
      *****************************************************************
       2910-EMPLEADO-NO-HALLADO.

           SET IX-CEM                       TO WS-IX-BUSCA

           IF TB-CEM-HALLADO(IX-CEM) EQUAL 'S'
              GO TO 2910-EMPLEADO-NO-HALLADO-EXIT
           END-IF

           ADD CT-1                         TO CN-CANDIDATOS-NO-HALLADOS
           MOVE 'E'                         TO LIN-NOH-TIPO
           MOVE TB-CEM-EMPNO(IX-CEM)        TO LIN-NOH-CLAVE
           MOVE 'NO EXISTE O NO ESTA ACTIVO'
                                            TO LIN-NOH-MOTIVO

           WRITE REG-REPSEV FROM WS-LINEA-NO-HALLADO.

      *****************************************************************
      *                2910-EMPLEADO-NO-HALLADO-EXIT                  *
      *****************************************************************
       2910-EMPLEADO-NO-HALLADO-EXIT.
           EXIT.
      *****************************************************************
      *                   2920-DEPTO-NO-HALLADO                       *
      *****************************************************************
       2920-DEPTO-NO-HALLADO.

           SET IX-CDP                       TO WS-IX-BUSCA

           IF TB-CDP-HALLADO(IX-CDP) EQUAL 'S'
              GO TO 2920-DEPTO-NO-HALLADO-EXIT
           END-IF

           ADD CT-1                         TO CN-CANDIDATOS-NO-HALLADOS
           MOVE 'D'                         TO LIN-NOH-TIPO
           MOVE TB-CDP-DEPTNO(IX-CDP)       TO LIN-NOH-CLAVE
           MOVE 'SIN EMPLEADOS ACTIVOS'     TO LIN-NOH-MOTIVO

           WRITE REG-REPSEV FROM WS-LINEA-NO-HALLADO.

      *****************************************************************
      *                 2920-DEPTO-NO-HALLADO-EXIT                    *
      *****************************************************************
       2920-DEPTO-NO-HALLADO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-SEV
           END-EXEC

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NESEV000              *'
           DISPLAY 'CANDIDATOS LEIDOS:      ' CN-CANDIDATOS-LEIDOS
           DISPLAY 'CANDIDATOS INVALIDOS:   ' CN-CANDIDATOS-INVALIDOS
           DISPLAY 'CANDIDATOS NO HALLADOS: ' CN-CANDIDATOS-NO-HALLADOS
           DISPLAY 'EMPLEADOS LEIDOS:       ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'EMPLEADOS COSTEADOS:    ' CN-EMPLEADOS-COSTEADOS
           DISPLAY 'SIN REGLA DE LOCALIDAD: ' CN-SIN-REGLA
           DISPLAY '***********************************************'

           IF RETURN-CODE EQUAL ZEROS
              AND (CN-CANDIDATOS-INVALIDOS IS GREATER THAN ZEROS
                OR CN-CANDIDATOS-NO-HALLADOS IS GREATER THAN ZEROS
                OR CN-SIN-REGLA IS GREATER THAN ZEROS)
              MOVE 4                         TO RETURN-CODE
           END-IF

           CLOSE REPSEV

           GOBACK.
