      *****************************************************************
      * Program name:    NERSK000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly retention   *
      *                          risk watch list: every active        *
      *                          employee is scored on the time since *
      *                          the last SALARY change (EMP_HIST),   *
      *                          the compa-ratio deficit against the  *
      *                          SALARY_GRADE midpoint, the years of  *
      *                          service, an increase held by         *
      *                          probation or budget control in the   *
      *                          last DEMO01 run (RETENAUM) and a     *
      *                          rejection in PENDAPRO, weighted by   *
      *                          PARAM_CTRL PARMRSK (card override).  *
      *                          The highest scores are listed per    *
      *                          WORKDEPT, one page per department    *
      *                          headed by its DEPT_HR_CONTACT (or    *
      *                          the nearest ADMRDEPT that has one).  *
      *****************************************************************
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERSK000.
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

           SELECT PARMRSK  ASSIGN TO PARMRSK
                           FILE STATUS IS FS-PARMRSK.

           SELECT RETENAUM ASSIGN TO RETENAUM
                           FILE STATUS IS FS-RETENAUM.

           SELECT PENDAPRO ASSIGN       TO PENDAPRO
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PEND-EMPNO
                           FILE STATUS  IS FS-PENDAPRO.

           SELECT REPRSK   ASSIGN TO REPRSK
                           FILE STATUS IS FS-REPRSK.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      PESOS DEL PUNTAJE (PISA AL PARAMETRO PARMRSK DE LA       *
      *      TABLA PARAM_CTRL), TOPE POR DEPARTAMENTO Y MINIMO        *
      *****************************************************************
       FD  PARMRSK
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMRSK.
           05 PARM-VALORES                  PIC X(20).
           05 FILLER                        PIC X(60).

      *****************************************************************
      *      AUMENTOS RETENIDOS EN LA ULTIMA CORRIDA DE DEMO01        *
      *****************************************************************
       FD  RETENAUM
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETENAUM            PIC X(40).

      *****************************************************************
      *      PENDIENTES DE APROBACION: KSDS CON CLAVE EN EL EMPNO    *
      *****************************************************************
       FD  PENDAPRO
           LABEL     RECORDS   ARE STANDARD
           RECORD    CONTAINS  140 CHARACTERS.
       01  REG-PENDAPRO.
           05 PEND-EMPNO           PIC X(06).
           05 FILLER               PIC X(134).

       FD  REPRSK
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPRSK              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMRSK                    PIC X(02) VALUE SPACES.
           05 FS-RETENAUM                   PIC X(02) VALUE SPACES.
           05 FS-PENDAPRO                   PIC X(02) VALUE SPACES.
           05 FS-REPRSK                     PIC X(02) VALUE SPACES.
           05 WS-DEPTO-ACTUAL               PIC X(03) VALUE SPACES.
           05 WS-DEPTNAME-ACTUAL            PIC X(36) VALUE SPACES.
           05 WS-SALARIO-FTE                PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-DIAS-SERVICIO              PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-SIN-AUMENTO           PIC S9(09) COMP VALUE ZERO.
           05 WS-FECHA-ULT-AUMENTO          PIC X(10) VALUE SPACES.
           05 WS-ANIOS-SERVICIO             PIC 9(03)V9(01) VALUE ZERO.
           05 WS-COMPA-PCT                  PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-MOTIVO-RETENIDO            PIC X(01) VALUE SPACES.
           05 WS-IX-RET                     PIC 9(04) VALUE ZERO.
           05 WS-IX-POS                     PIC 9(02) VALUE ZERO.
           05 WS-IX-ANT                     PIC 9(02) VALUE ZERO.
           05 WS-IX-IMP                     PIC 9(02) VALUE ZERO.
           05 WS-SUMA-PESOS                 PIC 9(04) VALUE ZERO.
           05 WS-DEPTO-BUSQUEDA             PIC X(03) VALUE SPACES.
           05 WS-DEPTO-PADRE                PIC X(03) VALUE SPACES.
           05 WS-NIVEL-BUSQUEDA             PIC 9(02) VALUE ZERO.
           05 WS-CONTACTO-USUARIO           PIC X(08) VALUE SPACES.
           05 WS-CONTACTO-NOMBRE            PIC X(12) VALUE SPACES.
           05 WS-CONTACTO-APELLIDO          PIC X(15) VALUE SPACES.
           05 WS-CONTACTO-DEPTO             PIC X(03) VALUE SPACES.

      *****************************************************************
      *      FACTORES DEL EMPLEADO EN PROCESO (CADA UNO DE 0 A 100)   *
      *      Y PUNTAJE PONDERADO RESULTANTE                           *
      *****************************************************************
       01  WS-FACTORES.
           05 WS-FAC-AUMENTO                PIC S9(03)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-FAC-COMPA                  PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-FAC-ANTIGUEDAD             PIC S9(03)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-FAC-RETENIDO               PIC S9(03)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-FAC-RECHAZO                PIC S9(03)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-PUNTAJE                    PIC S9(03)V9(02) COMP-3
                                            VALUE ZEROS.

      *****************************************************************
      *      PESOS, TOPE DE EMPLEADOS POR DEPARTAMENTO Y PUNTAJE      *
      *      MINIMO.  VALORES POR DEFECTO SI NO HAY TARJETA NI        *
      *      PARAMETRO PARMRSK                                        *
      *****************************************************************
       01  WS-PARAMETROS-RIESGO.
           05 WS-PESO-AUMENTO               PIC 9(03) VALUE 30.
           05 WS-PESO-COMPA                 PIC 9(03) VALUE 25.
           05 WS-PESO-ANTIGUEDAD            PIC 9(03) VALUE 10.
           05 WS-PESO-RETENIDO              PIC 9(03) VALUE 15.
           05 WS-PESO-RECHAZO               PIC 9(03) VALUE 20.
           05 WS-TOPE-DEPTO                 PIC 9(02) VALUE 5.
           05 WS-PUNTAJE-MINIMO             PIC 9(03) VALUE ZERO.

      *****************************************************************
      *      LINEA DE PARAMETRO PARMRSK (TARJETA O PARAM_CTRL):       *
      *      5 PESOS DE 3 DIGITOS, TOPE (2) Y PUNTAJE MINIMO (3)      *
      *****************************************************************
       01  WS-LINEA-PARMRSK.
           05 WS-LP-PESO-AUMENTO            PIC 9(03).
           05 WS-LP-PESO-COMPA              PIC 9(03).
           05 WS-LP-PESO-ANTIGUEDAD         PIC 9(03).
           05 WS-LP-PESO-RETENIDO           PIC 9(03).
           05 WS-LP-PESO-RECHAZO            PIC 9(03).
           05 WS-LP-TOPE-DEPTO              PIC 9(02).
           05 WS-LP-PUNTAJE-MINIMO          PIC 9(03).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

           05 SW-FIN-RETENAUM               PIC X(01) VALUE 'N'.
              88 SI-FIN-RETENAUM                      VALUE 'S'.

           05 SW-PENDAPRO-ABIERTO           PIC X(01) VALUE 'N'.
              88 SI-PENDAPRO-ABIERTO                  VALUE 'S'.

           05 SW-POSICION-FINAL             PIC X(01) VALUE 'N'.
              88 SI-POSICION-FINAL                    VALUE 'S'.
              88 NO-POSICION-FINAL                    VALUE 'N'.

           05 SW-CONTACTO                   PIC X(01) VALUE 'N'.
              88 SI-CONTACTO                          VALUE 'S'.
              88 NO-CONTACTO                          VALUE 'N'.

           05 SW-PARAMETRO-VALIDO           PIC X(01) VALUE 'S'.
              88 SI-PARAMETRO-VALIDO                  VALUE 'S'.
              88 NO-PARAMETRO-VALIDO                  VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMRSK                PIC X(08) VALUE 'PARMRSK'.
      *    DIAS SIN AUMENTO CON LOS QUE EL FACTOR LLEGA A 100 (5 ANIOS)
           05 CT-DIAS-TOPE-AUMENTO          PIC 9(05) VALUE 1825.
      *    % BAJO EL MIDPOINT CON EL QUE EL FACTOR LLEGA A 100
           05 CT-PCT-DEFICIT-PLENO          PIC 9(03) VALUE 20.
      *    DIAS DE ANTIGUEDAD CON LOS QUE EL FACTOR LLEGA A 100 (10 A.)
           05 CT-DIAS-TOPE-ANTIGUEDAD       PIC 9(05) VALUE 3650.
           05 CT-MAX-NIVELES                PIC 9(02) VALUE 20.
           05 CT-MAX-RETENIDOS              PIC 9(04) VALUE 2000.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(07).
           05 CN-DEPARTAMENTOS              PIC 9(05).
           05 CN-SOBRE-MINIMO               PIC 9(07).
           05 CN-LISTADOS                   PIC 9(07).
           05 CN-SIN-CONTACTO               PIC 9(05).
           05 CN-RETENIDOS                  PIC 9(07).
           05 CN-RECHAZADOS                 PIC 9(07).
           05 CN-DEP-EVALUADOS              PIC 9(05).
           05 CN-DEP-SOBRE-MINIMO           PIC 9(05).

      *****************************************************************
      *      TABLA DE AUMENTOS RETENIDOS (CARGADA DE RETENAUM)        *
      *****************************************************************
       01  TB-RETENIDOS.
           05 TB-CANT-RET                   PIC 9(04) VALUE ZERO.
           05 TB-RET-ELEM OCCURS 2000 TIMES
                          INDEXED BY IX-RET.
              10 TB-RET-EMPNO               PIC X(06).
              10 TB-RET-MOTIVO              PIC X(01).

      *****************************************************************
      *      RANKING DEL DEPARTAMENTO EN PROCESO: LOS WS-TOPE-DEPTO   *
      *      PUNTAJES MAS ALTOS, ORDENADOS DE MAYOR A MENOR           *
      *****************************************************************
       01  TB-RANKING.
           05 TB-CANT-RSK                   PIC 9(02) VALUE ZERO.
           05 TB-RSK-ELEM OCCURS 99 TIMES.
              10 TB-RSK-EMPNO               PIC X(06).
              10 TB-RSK-APELLIDO            PIC X(15).
              10 TB-RSK-NOMBRE              PIC X(12).
              10 TB-RSK-JOB                 PIC X(08).
              10 TB-RSK-ANIOS               PIC 9(03)V9(01).
              10 TB-RSK-FECHA-AUMENTO       PIC X(10).
              10 TB-RSK-DIAS-SIN-AUMENTO    PIC S9(09) COMP.
              10 TB-RSK-COMPA-PCT           PIC S9(05)V9(02) COMP-3.
              10 TB-RSK-MOTIVO-RETENIDO     PIC X(01).
              10 TB-RSK-RECHAZO             PIC X(01).
              10 TB-RSK-PUNTAJE             PIC S9(03)V9(02) COMP-3.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NETCRTA0-01.
           COPY NETCRTA0.
       01  WS-NEECAPR0-01.
           COPY NEECAPR0.
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(38) VALUE
              "LISTA DE RIESGO DE RETENCION - FECHA: ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE
              "   TOPE POR DEPTO.: ".
           05 LIN-TIT-TOPE                  PIC Z9.
           05 FILLER                        PIC X(20) VALUE
              "   PUNTAJE MINIMO: ".
           05 LIN-TIT-MINIMO                PIC ZZ9.
           05 FILLER                        PIC X(39) VALUE SPACES.

       01  WS-LINEA-PESOS.
           05 FILLER                        PIC X(21) VALUE
              "PESOS - SIN AUMENTO: ".
           05 LIN-PES-AUMENTO               PIC ZZ9.
           05 FILLER                        PIC X(15) VALUE
              "  COMPA-RATIO: ".
           05 LIN-PES-COMPA                 PIC ZZ9.
           05 FILLER                        PIC X(14) VALUE
              "  ANTIGUEDAD: ".
           05 LIN-PES-ANTIGUEDAD            PIC ZZ9.
           05 FILLER                        PIC X(12) VALUE
              "  RETENIDO: ".
           05 LIN-PES-RETENIDO              PIC ZZ9.
           05 FILLER                        PIC X(13) VALUE
              "  RECHAZADO: ".
           05 LIN-PES-RECHAZO               PIC ZZ9.
           05 FILLER                        PIC X(42) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER                        PIC X(14) VALUE
              "DEPARTAMENTO: ".
           05 LIN-DEP-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(03) VALUE " - ".
           05 LIN-DEP-DEPTNAME              PIC X(36).
           05 FILLER                        PIC X(76) VALUE SPACES.

       01  WS-LINEA-CONTACTO.
           05 FILLER                        PIC X(15) VALUE
              "CONTACTO RRHH: ".
           05 LIN-CON-USUARIO               PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CON-NOMBRE                PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CON-APELLIDO              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CON-NOTA                  PIC X(29).
           05 LIN-CON-DEPTO                 PIC X(03).
           05 LIN-CON-CIERRE                PIC X(01).
           05 FILLER                        PIC X(46) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(50) VALUE
              " NRO  EMPNO   APELLIDO        NOMBRE       JOB    ".
           05 FILLER                        PIC X(50) VALUE
              "   ANTIG  ULT.AUMENT   DIAS  COMPA %  RETENIDO    ".
           05 FILLER                        PIC X(32) VALUE
              " RCH  PUNTOS".

       01  WS-LINEA-DETALLE.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-RANGO                 PIC ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-APELLIDO              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-NOMBRE                PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-JOB                   PIC X(08).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-ANIOS                 PIC ZZ9,9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-FECHA-AUMENTO         PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-DIAS                  PIC ZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-COMPA                 PIC ZZZ9,99.
           05 LIN-DET-COMPA-X REDEFINES LIN-DET-COMPA
                                            PIC X(07).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-RETENIDO              PIC X(11).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-RECHAZO               PIC X(03).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-PUNTAJE               PIC ZZ9,99.
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-SIN-RIESGO.
           05 FILLER                        PIC X(50) VALUE
              "  NINGUN EMPLEADO DEL DEPARTAMENTO ALCANZA EL PUNT".
           05 FILLER                        PIC X(82) VALUE
              "AJE MINIMO".

       01  WS-LINEA-SUBTOTAL.
           05 FILLER                        PIC X(14) VALUE
              "  EVALUADOS: ".
           05 LIN-SUB-EVALUADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE
              "  SOBRE EL MINIMO: ".
           05 LIN-SUB-SOBRE-MINIMO          PIC ZZZZ9.
           05 FILLER                        PIC X(13) VALUE
              "  LISTADOS: ".
           05 LIN-SUB-LISTADOS              PIC Z9.
           05 FILLER                        PIC X(73) VALUE SPACES.

       01  WS-LINEA-TOTALES.
           05 FILLER                        PIC X(22) VALUE
              "EMPLEADOS EVALUADOS: ".
           05 LIN-TOT-EMPLEADOS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(18) VALUE
              "  DEPARTAMENTOS: ".
           05 LIN-TOT-DEPARTAMENTOS         PIC ZZZZ9.
           05 FILLER                        PIC X(20) VALUE
              "  SOBRE EL MINIMO: ".
           05 LIN-TOT-SOBRE-MINIMO          PIC ZZZZZZ9.
           05 FILLER                        PIC X(13) VALUE
              "  LISTADOS: ".
           05 LIN-TOT-LISTADOS              PIC ZZZZZZ9.
           05 FILLER                        PIC X(23) VALUE
              "  SIN CONTACTO RRHH: ".
           05 LIN-TOT-SIN-CONTACTO          PIC ZZZZ9.
           05 FILLER                        PIC X(05) VALUE SPACES.

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
              INCLUDE NEGTGRD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEHIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTHRC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTUSR
           END-EXEC.

      * EL COMPA-RATIO SE CALCULA SOBRE EL SALARIO LLEVADO A TIEMPO
      * COMPLETO (SALARY * 100 / PCTJORNADA), COMO NEEQT000, PORQUE
      * LOS GRADOS DE SALARY_GRADE SON DE JORNADA COMPLETA
           EXEC SQL
              DECLARE CSR-RSK CURSOR FOR
              SELECT E.WORKDEPT,
                     VALUE(D.DEPTNAME, ' '),
                     E.EMPNO,
                     E.LASTNAME,
                     E.FIRSTNME,
                     E.JOB,
                     VALUE(E.HIREDATE, DATE(:FEC0-FECHA-ISO)),
                     E.SALARY,
                     CASE WHEN E.PCTJORNADA > 0
                          THEN E.SALARY * 100 / E.PCTJORNADA
                          ELSE E.SALARY
                     END,
                     VALUE(G.GRADOMID, 0),
                     DAYS(DATE(:FEC0-FECHA-ISO))
                   - DAYS(VALUE(E.HIREDATE, DATE(:FEC0-FECHA-ISO)))
                FROM NEOSB36.EMP           AS E
                     LEFT OUTER JOIN NEOSB36.DEPT AS D
                        ON D.DEPTNO = E.WORKDEPT
                     LEFT OUTER JOIN NEOSB36.SALARY_GRADE AS G
                        ON G.JOBCODE = E.JOB
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY E.WORKDEPT,
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
              PERFORM 2400-CIERRA-DEPTO
                 THRU 2400-CIERRA-DEPTO-EXIT
           END-IF

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           PERFORM 1100-CARGA-PESOS
              THRU 1100-CARGA-PESOS-EXIT

           PERFORM 1200-CARGA-RETENIDOS
              THRU 1200-CARGA-RETENIDOS-EXIT

           PERFORM 1300-ABRE-PENDAPRO
              THRU 1300-ABRE-PENDAPRO-EXIT

           OPEN OUTPUT REPRSK

           IF FS-REPRSK NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPRSK. FILE STATUS=' FS-REPRSK
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           MOVE WS-TOPE-DEPTO               TO LIN-TIT-TOPE
           MOVE WS-PUNTAJE-MINIMO           TO LIN-TIT-MINIMO
           MOVE WS-PESO-AUMENTO             TO LIN-PES-AUMENTO
           MOVE WS-PESO-COMPA               TO LIN-PES-COMPA
           MOVE WS-PESO-ANTIGUEDAD          TO LIN-PES-ANTIGUEDAD
           MOVE WS-PESO-RETENIDO            TO LIN-PES-RETENIDO
           MOVE WS-PESO-RECHAZO             TO LIN-PES-RECHAZO

           EXEC SQL
              OPEN CSR-RSK
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR RSK. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPRSK
              GOBACK
           END-IF

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT

           IF NOT SI-FIN-CURSOR
              PERFORM 2300-ABRE-DEPTO
                 THRU 2300-ABRE-DEPTO-EXIT
           END-IF.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-CARGA-PESOS                        *
      *                                                                *
      *    - LA TARJETA PARMRSK, SI ESTA PRESENTE, PISA AL PARAMETRO   *
      *      PARMRSK DE PARAM_CTRL; SIN NINGUNO DE LOS DOS QUEDAN LOS  *
      *      PESOS POR DEFECTO.  COLUMNAS 1-15: PESOS DE SIN AUMENTO,  *
      *      COMPA-RATIO, ANTIGUEDAD, RETENIDO Y RECHAZADO (3 DIGITOS  *
      *      CADA UNO); 16-17: TOPE POR DEPARTAMENTO; 18-20: PUNTAJE   *
      *      MINIMO PARA ENTRAR AL LISTADO                             *
      *****************************************************************
       1100-CARGA-PESOS.

           OPEN INPUT PARMRSK

           IF FS-PARMRSK EQUAL '00'
              READ PARMRSK
                   AT END
                   PERFORM 1150-PESOS-DE-TABLA
                      THRU 1150-PESOS-DE-TABLA-EXIT
                   NOT AT END
                   MOVE PARM-VALORES         TO WS-LINEA-PARMRSK
                   PERFORM 1160-APLICA-PESOS
                      THRU 1160-APLICA-PESOS-EXIT
              END-READ
              CLOSE PARMRSK
           ELSE
              PERFORM 1150-PESOS-DE-TABLA
                 THRU 1150-PESOS-DE-TABLA-EXIT
           END-IF

           COMPUTE WS-SUMA-PESOS = WS-PESO-AUMENTO
                                 + WS-PESO-COMPA
                                 + WS-PESO-ANTIGUEDAD
                                 + WS-PESO-RETENIDO
                                 + WS-PESO-RECHAZO

      * SIN NINGUN PESO NO HAY PUNTAJE QUE ORDENAR
           IF NO-PARAMETRO-VALIDO
              OR WS-SUMA-PESOS EQUAL ZEROS
              DISPLAY 'ERROR: PESOS PARMRSK INVALIDOS O TODOS EN CERO'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           DISPLAY 'PESOS: ' WS-PESO-AUMENTO '/' WS-PESO-COMPA '/'
                   WS-PESO-ANTIGUEDAD '/' WS-PESO-RETENIDO '/'
                   WS-PESO-RECHAZO ' TOPE: ' WS-TOPE-DEPTO
                   ' MINIMO: ' WS-PUNTAJE-MINIMO.

      *****************************************************************
      *                     1100-CARGA-PESOS-EXIT                     *
      *****************************************************************
       1100-CARGA-PESOS-EXIT.
           EXIT.
      *****************************************************************
      *                     1150-PESOS-DE-TABLA                       *
      *****************************************************************
       1150-PESOS-DE-TABLA.

           INITIALIZE WS-NEECPRM0-01
           SET PRM0-88-LEE                  TO TRUE
           MOVE CT-PRM-PARMRSK              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              DISPLAY 'SIN TARJETA NI PARAMETRO PARMRSK: SE USAN LOS '
                      'PESOS POR DEFECTO'
              GO TO 1150-PESOS-DE-TABLA-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMRSK

           PERFORM 1160-APLICA-PESOS
              THRU 1160-APLICA-PESOS-EXIT.

      *****************************************************************
      *                  1150-PESOS-DE-TABLA-EXIT                     *
      *****************************************************************
       1150-PESOS-DE-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                     1160-APLICA-PESOS                         *
      *                                                                *
      *    - UNA LINEA NO NUMERICA SE RECHAZA ENTERA: NO SE MEZCLAN    *
      *      PESOS CARGADOS CON PESOS POR DEFECTO.  UN TOPE EN CERO    *
      *      DEJA EL TOPE POR DEFECTO                                  *
      *****************************************************************
       1160-APLICA-PESOS.

           IF WS-LP-PESO-AUMENTO    IS NOT NUMERIC
              OR WS-LP-PESO-COMPA      IS NOT NUMERIC
              OR WS-LP-PESO-ANTIGUEDAD IS NOT NUMERIC
              OR WS-LP-PESO-RETENIDO   IS NOT NUMERIC
              OR WS-LP-PESO-RECHAZO    IS NOT NUMERIC
              OR WS-LP-TOPE-DEPTO      IS NOT NUMERIC
              OR WS-LP-PUNTAJE-MINIMO  IS NOT NUMERIC
              SET NO-PARAMETRO-VALIDO       TO TRUE
              GO TO 1160-APLICA-PESOS-EXIT
           END-IF

           MOVE WS-LP-PESO-AUMENTO          TO WS-PESO-AUMENTO
           MOVE WS-LP-PESO-COMPA            TO WS-PESO-COMPA
           MOVE WS-LP-PESO-ANTIGUEDAD       TO WS-PESO-ANTIGUEDAD
           MOVE WS-LP-PESO-RETENIDO         TO WS-PESO-RETENIDO
           MOVE WS-LP-PESO-RECHAZO          TO WS-PESO-RECHAZO
           MOVE WS-LP-PUNTAJE-MINIMO        TO WS-PUNTAJE-MINIMO

           IF WS-LP-TOPE-DEPTO GREATER THAN ZEROS
              MOVE WS-LP-TOPE-DEPTO         TO WS-TOPE-DEPTO
           END-IF.

      *****************************************************************
      *                   1160-APLICA-PESOS-EXIT                      *
      *****************************************************************
       1160-APLICA-PESOS-EXIT.
           EXIT.
      *****************************************************************
      *                    1200-CARGA-RETENIDOS                       *
      *                                                                *
      *    - CARGA LOS AUMENTOS RETENIDOS POR PROBATION O PRESUPUESTO  *
      *      EN LA ULTIMA CORRIDA DE DEMO01.  SIN EL ARCHIVO EL        *
      *      FACTOR QUEDA EN CERO PARA TODOS Y SE AVISA CON RC 4       *
      *****************************************************************
       1200-CARGA-RETENIDOS.

           OPEN INPUT RETENAUM

           IF FS-RETENAUM NOT EQUAL '00'
              DISPLAY 'AVISO: SIN RETENAUM, NO SE PONDERAN LOS '
                      'AUMENTOS RETENIDOS. FILE STATUS=' FS-RETENAUM
              MOVE 4                         TO RETURN-CODE
              GO TO 1200-CARGA-RETENIDOS-EXIT
           END-IF

           PERFORM 1210-LEE-RETENAUM
              THRU 1210-LEE-RETENAUM-EXIT

           PERFORM 1220-CARGA-UN-RETENIDO
              THRU 1220-CARGA-UN-RETENIDO-EXIT
              UNTIL SI-FIN-RETENAUM

           CLOSE RETENAUM

           DISPLAY 'AUMENTOS RETENIDOS CARGADOS: ' TB-CANT-RET.

      *****************************************************************
      *                  1200-CARGA-RETENIDOS-EXIT                    *
      *****************************************************************
       1200-CARGA-RETENIDOS-EXIT.
           EXIT.
      *****************************************************************
      *                      1210-LEE-RETENAUM                        *
      *****************************************************************
       1210-LEE-RETENAUM.

           READ RETENAUM INTO WS-NETCRTA0-01
                AT END
                SET SI-FIN-RETENAUM         TO TRUE
           END-READ.

      *****************************************************************
      *                    1210-LEE-RETENAUM-EXIT                     *
      *****************************************************************
       1210-LEE-RETENAUM-EXIT.
           EXIT.
      *****************************************************************
      *                   1220-CARGA-UN-RETENIDO                      *
      *****************************************************************
       1220-CARGA-UN-RETENIDO.

      * UNA TABLA DESBORDADA DEJARIA RETENIDOS SIN PONDERAR EN
      * SILENCIO: SE ABORTA
           IF TB-CANT-RET IS NOT LESS THAN CT-MAX-RETENIDOS
              DISPLAY 'ERROR: TABLA DE RETENIDOS DESBORDADA (2000)'
              MOVE 8                        TO RETURN-CODE
              CLOSE RETENAUM
              GOBACK
           END-IF

           ADD CT-1                         TO TB-CANT-RET
           SET IX-RET                       TO TB-CANT-RET
           MOVE RTA-EMPNO                   TO TB-RET-EMPNO(IX-RET)
           MOVE RTA-MOTIVO                  TO TB-RET-MOTIVO(IX-RET)

           PERFORM 1210-LEE-RETENAUM
              THRU 1210-LEE-RETENAUM-EXIT.

      *****************************************************************
      *                 1220-CARGA-UN-RETENIDO-EXIT                   *
      *****************************************************************
       1220-CARGA-UN-RETENIDO-EXIT.
           EXIT.
      *****************************************************************
      *                     1300-ABRE-PENDAPRO                        *
      *                                                                *
      *    - EL KSDS DE PENDIENTES SE CONSULTA POR CLAVE; SIN EL       *
      *      ARCHIVO EL FACTOR DE RECHAZO QUEDA EN CERO (RC 4)         *
      *****************************************************************
       1300-ABRE-PENDAPRO.

           OPEN INPUT PENDAPRO

           IF FS-PENDAPRO EQUAL '00'
              SET SI-PENDAPRO-ABIERTO       TO TRUE
           ELSE
              DISPLAY 'AVISO: SIN PENDAPRO, NO SE PONDERAN LOS '
                      'RECHAZOS. FILE STATUS=' FS-PENDAPRO
              MOVE 4                         TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                   1300-ABRE-PENDAPRO-EXIT                     *
      *****************************************************************
       1300-ABRE-PENDAPRO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTE DE CONTROL POR WORKDEPT                             *
      *****************************************************************
       2000-PROCESO.

           IF DCLEMP-WORKDEPT NOT EQUAL WS-DEPTO-ACTUAL
              PERFORM 2400-CIERRA-DEPTO
                 THRU 2400-CIERRA-DEPTO-EXIT
              PERFORM 2300-ABRE-DEPTO
                 THRU 2300-ABRE-DEPTO-EXIT
           END-IF

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS
                                               CN-DEP-EVALUADOS

           PERFORM 2200-ULTIMO-AUMENTO
              THRU 2200-ULTIMO-AUMENTO-EXIT

           PERFORM 2500-CALCULA-PUNTAJE
              THRU 2500-CALCULA-PUNTAJE-EXIT

           IF WS-PUNTAJE NOT LESS THAN WS-PUNTAJE-MINIMO
              ADD CT-1                      TO CN-SOBRE-MINIMO
                                               CN-DEP-SOBRE-MINIMO
              PERFORM 2600-INSERTA-RANKING
                 THRU 2600-INSERTA-RANKING-EXIT
           END-IF

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
              FETCH CSR-RSK
               INTO :DCLEMP-WORKDEPT,
                    :DCLDEP-DEPTNAME,
                    :DCLEMP-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-JOB,
                    :DCLEMP-HIREDATE,
                    :DCLEMP-SALARY,
                    :WS-SALARIO-FTE,
                    :DCLGRD-GRADOMID,
                    :WS-DIAS-SERVICIO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH RSK. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-ULTIMO-AUMENTO                       *
      *                                                                *
      *    - FECHA DEL ULTIMO CAMBIO DE SALARY: EMP_HIST GUARDA LA     *
      *      IMAGEN POSTERIOR DE CADA CAMBIO, ASI QUE ES LA PRIMERA    *
      *      FILA CON EL SALARIO VIGENTE POSTERIOR A LA ULTIMA FILA    *
      *      CON UN SALARIO DISTINTO.  SIN HISTORIA SE TOMA EL         *
      *      HIREDATE                                                  *
      *****************************************************************
       2200-ULTIMO-AUMENTO.

           MOVE DCLEMP-HIREDATE             TO WS-FECHA-ULT-AUMENTO
           MOVE WS-DIAS-SERVICIO            TO WS-DIAS-SIN-AUMENTO

           EXEC SQL
              SELECT CHAR(X.FECHA, ISO),
                     DAYS(DATE(:FEC0-FECHA-ISO)) - DAYS(X.FECHA)
                INTO :WS-FECHA-ULT-AUMENTO,
                     :WS-DIAS-SIN-AUMENTO
                FROM (SELECT VALUE(DATE(MIN(H.FECHACAMBIO)),
                                   DATE(:DCLEMP-HIREDATE)) AS FECHA
                        FROM NEOSB36.EMP_HIST AS H
                       WHERE H.EMPNO       = :DCLEMP-EMPNO
                         AND H.SALARY      = :DCLEMP-SALARY
                         AND H.FECHACAMBIO >
                             VALUE((SELECT MAX(H2.FECHACAMBIO)
                                      FROM NEOSB36.EMP_HIST AS H2
                                     WHERE H2.EMPNO   = :DCLEMP-EMPNO
                                       AND H2.SALARY <> :DCLEMP-SALARY),
                                   TIMESTAMP('0001-01-01-00.00.00')))
                     AS X
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO EMP_HIST. EMPNO: ' DCLEMP-EMPNO
                      ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
           END-IF

           IF WS-DIAS-SIN-AUMENTO LESS THAN ZEROS
              MOVE ZEROS                    TO WS-DIAS-SIN-AUMENTO
           END-IF.

      *****************************************************************
      *                   2200-ULTIMO-AUMENTO-EXIT                    *
      *****************************************************************
       2200-ULTIMO-AUMENTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-ABRE-DEPTO                         *
      *****************************************************************
       2300-ABRE-DEPTO.

           MOVE DCLEMP-WORKDEPT             TO WS-DEPTO-ACTUAL
           MOVE DCLDEP-DEPTNAME             TO WS-DEPTNAME-ACTUAL
           MOVE ZEROS                       TO TB-CANT-RSK
                                               CN-DEP-EVALUADOS
                                               CN-DEP-SOBRE-MINIMO
           ADD CT-1                         TO CN-DEPARTAMENTOS.

      *****************************************************************
      *                     2300-ABRE-DEPTO-EXIT                      *
      *****************************************************************
       2300-ABRE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2400-CIERRA-DEPTO                        *
      *                                                                *
      *    - UNA PAGINA POR DEPARTAMENTO, ENCABEZADA POR SU CONTACTO   *
      *      DE RRHH, CON EL RANKING DE MAYOR A MENOR PUNTAJE          *
      *****************************************************************
       2400-CIERRA-DEPTO.

           PERFORM 2450-BUSCA-CONTACTO
              THRU 2450-BUSCA-CONTACTO-EXIT

           WRITE REG-REPRSK FROM WS-LINEA-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-REPRSK FROM WS-LINEA-PESOS

           MOVE WS-DEPTO-ACTUAL             TO LIN-DEP-DEPTNO
           MOVE WS-DEPTNAME-ACTUAL          TO LIN-DEP-DEPTNAME
           WRITE REG-REPRSK FROM WS-LINEA-DEPTO
                 AFTER ADVANCING 2 LINES

           MOVE SPACES                      TO LIN-CON-NOTA
                                               LIN-CON-DEPTO
                                               LIN-CON-CIERRE
           IF SI-CONTACTO
              MOVE WS-CONTACTO-USUARIO      TO LIN-CON-USUARIO
              MOVE WS-CONTACTO-NOMBRE       TO LIN-CON-NOMBRE
              MOVE WS-CONTACTO-APELLIDO     TO LIN-CON-APELLIDO
              IF WS-CONTACTO-DEPTO NOT EQUAL WS-DEPTO-ACTUAL
                 MOVE '(ASIGNADO EN EL DEPARTAMENTO '
                                            TO LIN-CON-NOTA
                 MOVE WS-CONTACTO-DEPTO     TO LIN-CON-DEPTO
                 MOVE ')'                   TO LIN-CON-CIERRE
              END-IF
           ELSE
              MOVE '*NINGUNO'               TO LIN-CON-USUARIO
              MOVE SPACES                   TO LIN-CON-NOMBRE
                                               LIN-CON-APELLIDO
              MOVE 'SIN CONTACTO ASIGNADO'  TO LIN-CON-NOTA
              ADD CT-1                      TO CN-SIN-CONTACTO
           END-IF
           WRITE REG-REPRSK FROM WS-LINEA-CONTACTO

           IF TB-CANT-RSK EQUAL ZEROS
              WRITE REG-REPRSK FROM WS-LINEA-SIN-RIESGO
                    AFTER ADVANCING 2 LINES
           ELSE
              WRITE REG-REPRSK FROM WS-LINEA-COLUMNAS
                    AFTER ADVANCING 2 LINES
              PERFORM 2480-IMPRIME-RANKING
                 THRU 2480-IMPRIME-RANKING-EXIT
                 VARYING WS-IX-IMP FROM 1 BY 1
                 UNTIL WS-IX-IMP IS GREATER THAN TB-CANT-RSK
           END-IF

           MOVE CN-DEP-EVALUADOS            TO LIN-SUB-EVALUADOS
           MOVE CN-DEP-SOBRE-MINIMO         TO LIN-SUB-SOBRE-MINIMO
           MOVE TB-CANT-RSK                 TO LIN-SUB-LISTADOS
           WRITE REG-REPRSK FROM WS-LINEA-SUBTOTAL
                 AFTER ADVANCING 2 LINES.

      *****************************************************************
      *                    2400-CIERRA-DEPTO-EXIT                     *
      *****************************************************************
       2400-CIERRA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2450-BUSCA-CONTACTO                       *
      *                                                                *
      *    - CONTACTO DE RRHH DEL DEPARTAMENTO EN DEPT_HR_CONTACT; SI  *
      *      NO TIENE, EL DEL DEPARTAMENTO MAS CERCANO SUBIENDO POR    *
      *      ADMRDEPT.  EL TOPE DE NIVELES CORTA UN CICLO EN ADMRDEPT  *
      *****************************************************************
       2450-BUSCA-CONTACTO.

           SET NO-CONTACTO                  TO TRUE
           MOVE WS-DEPTO-ACTUAL             TO WS-DEPTO-BUSQUEDA
           MOVE ZEROS                       TO WS-NIVEL-BUSQUEDA

           PERFORM 2460-CONTACTO-NIVEL
              THRU 2460-CONTACTO-NIVEL-EXIT
              UNTIL SI-CONTACTO
                 OR WS-DEPTO-BUSQUEDA EQUAL SPACES
                 OR WS-NIVEL-BUSQUEDA NOT LESS THAN CT-MAX-NIVELES.

      *****************************************************************
      *                   2450-BUSCA-CONTACTO-EXIT                    *
      *****************************************************************
       2450-BUSCA-CONTACTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2460-CONTACTO-NIVEL                       *
      *****************************************************************
       2460-CONTACTO-NIVEL.

           ADD CT-1                         TO WS-NIVEL-BUSQUEDA

           EXEC SQL
              SELECT C.USUARIO,
                     VALUE(E.FIRSTNME, ' '),
                     VALUE(E.LASTNAME, ' ')
                INTO :WS-CONTACTO-USUARIO,
                     :WS-CONTACTO-NOMBRE,
                     :WS-CONTACTO-APELLIDO
                FROM NEOSB36.DEPT_HR_CONTACT AS C
                     LEFT OUTER JOIN NEOSB36.USER_PROFILE AS U
                        ON U.USUARIO = C.USUARIO
                     LEFT OUTER JOIN NEOSB36.EMP AS E
                        ON E.EMPNO = U.EMPNO
               WHERE C.DEPTNO = :WS-DEPTO-BUSQUEDA
               ORDER BY C.FECHAALTA DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    SET SI-CONTACTO         TO TRUE
                    MOVE WS-DEPTO-BUSQUEDA  TO WS-CONTACTO-DEPTO
                    GO TO 2460-CONTACTO-NIVEL-EXIT
               WHEN +100
                    CONTINUE
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO DEPT_HR_CONTACT. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    MOVE SPACES             TO WS-DEPTO-BUSQUEDA
                    GO TO 2460-CONTACTO-NIVEL-EXIT
           END-EVALUATE

           MOVE SPACES                      TO WS-DEPTO-PADRE

           EXEC SQL
              SELECT ADMRDEPT
                INTO :WS-DEPTO-PADRE
                FROM NEOSB36.DEPT
               WHERE DEPTNO = :WS-DEPTO-BUSQUEDA
           END-EXEC

      * EL DEPARTAMENTO RAIZ ES SU PROPIO ADMRDEPT: AHI TERMINA
           IF SQLCODE NOT EQUAL ZEROS
              OR WS-DEPTO-PADRE EQUAL WS-DEPTO-BUSQUEDA
              MOVE SPACES                   TO WS-DEPTO-BUSQUEDA
           ELSE
              MOVE WS-DEPTO-PADRE           TO WS-DEPTO-BUSQUEDA
           END-IF.

      *****************************************************************
      *                   2460-CONTACTO-NIVEL-EXIT                    *
      *****************************************************************
       2460-CONTACTO-NIVEL-EXIT.
           EXIT.
      *****************************************************************
      *                    2480-IMPRIME-RANKING                       *
      *****************************************************************
       2480-IMPRIME-RANKING.

           MOVE WS-IX-IMP                   TO LIN-DET-RANGO
           MOVE TB-RSK-EMPNO(WS-IX-IMP)     TO LIN-DET-EMPNO
           MOVE TB-RSK-APELLIDO(WS-IX-IMP)  TO LIN-DET-APELLIDO
           MOVE TB-RSK-NOMBRE(WS-IX-IMP)    TO LIN-DET-NOMBRE
           MOVE TB-RSK-JOB(WS-IX-IMP)       TO LIN-DET-JOB
           MOVE TB-RSK-ANIOS(WS-IX-IMP)     TO LIN-DET-ANIOS
           MOVE TB-RSK-FECHA-AUMENTO(WS-IX-IMP)
                                            TO LIN-DET-FECHA-AUMENTO
           MOVE TB-RSK-DIAS-SIN-AUMENTO(WS-IX-IMP)
                                            TO LIN-DET-DIAS
           MOVE TB-RSK-PUNTAJE(WS-IX-IMP)   TO LIN-DET-PUNTAJE

           IF TB-RSK-COMPA-PCT(WS-IX-IMP) EQUAL ZEROS
              MOVE 'S/GRADO'                TO LIN-DET-COMPA-X
           ELSE
              MOVE TB-RSK-COMPA-PCT(WS-IX-IMP)
                                            TO LIN-DET-COMPA
           END-IF

           EVALUATE TB-RSK-MOTIVO-RETENIDO(WS-IX-IMP)
               WHEN 'P'
                    MOVE 'PROBATION'        TO LIN-DET-RETENIDO
               WHEN 'B'
                    MOVE 'PRESUPUESTO'      TO LIN-DET-RETENIDO
               WHEN OTHER
                    MOVE SPACES             TO LIN-DET-RETENIDO
           END-EVALUATE

           IF TB-RSK-RECHAZO(WS-IX-IMP) EQUAL 'S'
              MOVE 'SI'                     TO LIN-DET-RECHAZO
           ELSE
              MOVE SPACES                   TO LIN-DET-RECHAZO
           END-IF

           WRITE REG-REPRSK FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-LISTADOS.

      *****************************************************************
      *                  2480-IMPRIME-RANKING-EXIT                    *
      *****************************************************************
       2480-IMPRIME-RANKING-EXIT.
           EXIT.
      *****************************************************************
      *                     2500-CALCULA-PUNTAJE                      *
      *                                                                *
      *    - CADA FACTOR SE LLEVA A UNA ESCALA DE 0 A 100 Y EL         *
      *      PUNTAJE ES SU PROMEDIO PONDERADO POR LOS PESOS:           *
      *      . SIN AUMENTO: DIAS DESDE EL ULTIMO CAMBIO DE SALARY,     *
      *        100 A LOS CT-DIAS-TOPE-AUMENTO                          *
      *      . COMPA-RATIO: % POR DEBAJO DEL MIDPOINT DEL GRADO, 100   *
      *        A CT-PCT-DEFICIT-PLENO % O MAS; SIN GRADO VALE CERO     *
      *      . ANTIGUEDAD: 100 A LOS CT-DIAS-TOPE-ANTIGUEDAD           *
      *      . RETENIDO: 100 SI ESTA EN RETENAUM                       *
      *      . RECHAZADO: 100 SI SU PENDIENTE EN PENDAPRO FUE          *
      *        RECHAZADO                                               *
      *****************************************************************
       2500-CALCULA-PUNTAJE.

           INITIALIZE WS-FACTORES
           MOVE ZEROS                       TO WS-COMPA-PCT
           MOVE SPACES                      TO WS-MOTIVO-RETENIDO
           MOVE 'N'                         TO APR-ESTADO

           IF WS-DIAS-SIN-AUMENTO NOT LESS THAN CT-DIAS-TOPE-AUMENTO
              MOVE 100                      TO WS-FAC-AUMENTO
           ELSE
              COMPUTE WS-FAC-AUMENTO ROUNDED =
                      WS-DIAS-SIN-AUMENTO * 100 / CT-DIAS-TOPE-AUMENTO
           END-IF

           IF DCLGRD-GRADOMID GREATER THAN ZEROS
              COMPUTE WS-COMPA-PCT ROUNDED =
                      WS-SALARIO-FTE * 100 / DCLGRD-GRADOMID
              IF WS-COMPA-PCT LESS THAN 100
                 COMPUTE WS-FAC-COMPA ROUNDED =
                         (100 - WS-COMPA-PCT) * 100
                         / CT-PCT-DEFICIT-PLENO
                 IF WS-FAC-COMPA GREATER THAN 100
                    MOVE 100                TO WS-FAC-COMPA
                 END-IF
              END-IF
           END-IF

           IF WS-DIAS-SERVICIO LESS THAN ZEROS
              MOVE ZEROS                    TO WS-DIAS-SERVICIO
           END-IF

           IF WS-DIAS-SERVICIO NOT LESS THAN CT-DIAS-TOPE-ANTIGUEDAD
              MOVE 100                      TO WS-FAC-ANTIGUEDAD
           ELSE
              COMPUTE WS-FAC-ANTIGUEDAD ROUNDED =
                      WS-DIAS-SERVICIO * 100 / CT-DIAS-TOPE-ANTIGUEDAD
           END-IF

           COMPUTE WS-ANIOS-SERVICIO = WS-DIAS-SERVICIO / 365

           PERFORM 2550-BUSCA-RETENIDO
              THRU 2550-BUSCA-RETENIDO-EXIT

           IF WS-MOTIVO-RETENIDO NOT EQUAL SPACES
              MOVE 100                      TO WS-FAC-RETENIDO
              ADD CT-1                      TO CN-RETENIDOS
           END-IF

           IF SI-PENDAPRO-ABIERTO
              MOVE DCLEMP-EMPNO             TO PEND-EMPNO
              READ PENDAPRO INTO WS-NEECAPR0-01
                   INVALID KEY
                   MOVE 'N'                 TO APR-ESTADO
              END-READ
           END-IF

           IF APR-88-RECHAZADO
              MOVE 100                      TO WS-FAC-RECHAZO
              ADD CT-1                      TO CN-RECHAZADOS
           END-IF

           COMPUTE WS-PUNTAJE ROUNDED =
                 ( WS-PESO-AUMENTO    * WS-FAC-AUMENTO
                 + WS-PESO-COMPA      * WS-FAC-COMPA
                 + WS-PESO-ANTIGUEDAD * WS-FAC-ANTIGUEDAD
                 + WS-PESO-RETENIDO   * WS-FAC-RETENIDO
                 + WS-PESO-RECHAZO    * WS-FAC-RECHAZO )
                 / WS-SUMA-PESOS.

      *****************************************************************
      *                   2500-CALCULA-PUNTAJE-EXIT                   *
      *****************************************************************
       2500-CALCULA-PUNTAJE-EXIT.
           EXIT.
      *****************************************************************
      *                     2550-BUSCA-RETENIDO                       *
      *****************************************************************
       2550-BUSCA-RETENIDO.

           IF TB-CANT-RET EQUAL ZEROS
              GO TO 2550-BUSCA-RETENIDO-EXIT
           END-IF

           PERFORM 2560-COMPARA-RETENIDO
              THRU 2560-COMPARA-RETENIDO-EXIT
              VARYING WS-IX-RET FROM 1 BY 1
              UNTIL WS-IX-RET IS GREATER THAN TB-CANT-RET
                 OR WS-MOTIVO-RETENIDO NOT EQUAL SPACES.

      *****************************************************************
      *                   2550-BUSCA-RETENIDO-EXIT                    *
      *****************************************************************
       2550-BUSCA-RETENIDO-EXIT.
           EXIT.
      *****************************************************************
      *                    2560-COMPARA-RETENIDO                      *
      *****************************************************************
       2560-COMPARA-RETENIDO.

           SET IX-RET                       TO WS-IX-RET

           IF TB-RET-EMPNO(IX-RET) EQUAL DCLEMP-EMPNO
              MOVE TB-RET-MOTIVO(IX-RET)    TO WS-MOTIVO-RETENIDO
           END-IF.

      *****************************************************************
      *                  2560-COMPARA-RETENIDO-EXIT                   *
      *****************************************************************
       2560-COMPARA-RETENIDO-EXIT.
           EXIT.
      *****************************************************************
      *                    2600-INSERTA-RANKING                       *
      *                                                                *
      *    - MANTIENE LOS WS-TOPE-DEPTO PUNTAJES MAS ALTOS DEL         *
      *      DEPARTAMENTO.  EL NUEVO ENTRA AL FINAL (O PISA AL ULTIMO  *
      *      SI LA TABLA ESTA LLENA Y LO SUPERA) Y SUBE MIENTRAS EL    *
      *      ANTERIOR TENGA MENOR PUNTAJE; A IGUAL PUNTAJE QUEDA       *
      *      PRIMERO EL EMPNO MENOR, QUE LLEGO ANTES                   *
      *****************************************************************
       2600-INSERTA-RANKING.

           IF TB-CANT-RSK LESS THAN WS-TOPE-DEPTO
              ADD CT-1                      TO TB-CANT-RSK
              MOVE TB-CANT-RSK              TO WS-IX-POS
           ELSE
              IF WS-PUNTAJE NOT GREATER THAN
                 TB-RSK-PUNTAJE(WS-TOPE-DEPTO)
                 GO TO 2600-INSERTA-RANKING-EXIT
              END-IF
              MOVE WS-TOPE-DEPTO            TO WS-IX-POS
           END-IF

           SET NO-POSICION-FINAL            TO TRUE

           PERFORM 2610-SUBE-POSICION
              THRU 2610-SUBE-POSICION-EXIT
              UNTIL SI-POSICION-FINAL

           MOVE DCLEMP-EMPNO                TO TB-RSK-EMPNO(WS-IX-POS)
           MOVE DCLEMP-LASTNAME             TO
                TB-RSK-APELLIDO(WS-IX-POS)
           MOVE DCLEMP-FIRSTNME             TO TB-RSK-NOMBRE(WS-IX-POS)
           MOVE DCLEMP-JOB                  TO TB-RSK-JOB(WS-IX-POS)
           MOVE WS-ANIOS-SERVICIO           TO TB-RSK-ANIOS(WS-IX-POS)
           MOVE WS-FECHA-ULT-AUMENTO        TO
                TB-RSK-FECHA-AUMENTO(WS-IX-POS)
           MOVE WS-DIAS-SIN-AUMENTO         TO
                TB-RSK-DIAS-SIN-AUMENTO(WS-IX-POS)
           MOVE WS-COMPA-PCT                TO
                TB-RSK-COMPA-PCT(WS-IX-POS)
           MOVE WS-MOTIVO-RETENIDO          TO
                TB-RSK-MOTIVO-RETENIDO(WS-IX-POS)
           MOVE WS-PUNTAJE                  TO
                TB-RSK-PUNTAJE(WS-IX-POS)

           IF APR-88-RECHAZADO
              MOVE 'S'                      TO TB-RSK-RECHAZO(WS-IX-POS)
           ELSE
              MOVE 'N'                      TO TB-RSK-RECHAZO(WS-IX-POS)
           END-IF.

      *****************************************************************
      *                  2600-INSERTA-RANKING-EXIT                    *
      *****************************************************************
       2600-INSERTA-RANKING-EXIT.
           EXIT.
      *****************************************************************
      *                     2610-SUBE-POSICION                        *
      *****************************************************************
       2610-SUBE-POSICION.

           IF WS-IX-POS EQUAL 1
              SET SI-POSICION-FINAL         TO TRUE
              GO TO 2610-SUBE-POSICION-EXIT
           END-IF

           COMPUTE WS-IX-ANT = WS-IX-POS - 1

           IF TB-RSK-PUNTAJE(WS-IX-ANT) NOT LESS THAN WS-PUNTAJE
              SET SI-POSICION-FINAL         TO TRUE
              GO TO 2610-SUBE-POSICION-EXIT
           END-IF

           MOVE TB-RSK-ELEM(WS-IX-ANT)      TO TB-RSK-ELEM(WS-IX-POS)
           MOVE WS-IX-ANT                   TO WS-IX-POS.

      *****************************************************************
      *                   2610-SUBE-POSICION-EXIT                     *
      *****************************************************************
       2610-SUBE-POSICION-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-RSK
           END-EXEC

           IF CN-SIN-CONTACTO GREATER THAN ZEROS
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           MOVE CN-EMPLEADOS-LEIDOS         TO LIN-TOT-EMPLEADOS
           MOVE CN-DEPARTAMENTOS            TO LIN-TOT-DEPARTAMENTOS
           MOVE CN-SOBRE-MINIMO             TO LIN-TOT-SOBRE-MINIMO
           MOVE CN-LISTADOS                 TO LIN-TOT-LISTADOS
           MOVE CN-SIN-CONTACTO             TO LIN-TOT-SIN-CONTACTO
           WRITE REG-REPRSK FROM WS-LINEA-TITULO
                 AFTER ADVANCING PAGE
           WRITE REG-REPRSK FROM WS-LINEA-TOTALES
                 AFTER ADVANCING 2 LINES

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERSK000              *'
           DISPLAY 'EMPLEADOS EVALUADOS:  ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'DEPARTAMENTOS:        ' CN-DEPARTAMENTOS
           DISPLAY 'SOBRE EL MINIMO:      ' CN-SOBRE-MINIMO
           DISPLAY 'LISTADOS:             ' CN-LISTADOS
           DISPLAY 'CON AUMENTO RETENIDO: ' CN-RETENIDOS
           DISPLAY 'CON RECHAZO:          ' CN-RECHAZADOS
           DISPLAY 'DEPTOS SIN CONTACTO:  ' CN-SIN-CONTACTO
           DISPLAY '***********************************************'

           IF SI-PENDAPRO-ABIERTO
              CLOSE PENDAPRO
           END-IF

           CLOSE REPRSK

           GOBACK.
