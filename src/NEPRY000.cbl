      *****************************************************************
      * Program name:    NEPRY000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Twelve-month salary *
      *                          cost projection: starts from the     *
      *                          current EMP SALARY/BONUS/COMM and    *
      *                          layers in the due PEND_CHANGES, the  *
      *                          PARMSEN band crossings and probation *
      *                          confirmations (through NESIM000),    *
      *                          the PARMJUB retirements and the open *
      *                          DEPT_POSITIONS vacancies at grade    *
      *                          midpoint.  Prints the REPPRY report  *
      *                          per WORKDEPT and LOCATION against    *
      *                          the DEPT_BUDGET of the year.         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEPRY000.
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

           SELECT PARMSEN  ASSIGN TO PARMSEN
                           FILE STATUS IS FS-PARMSEN.

           SELECT PARMPRB  ASSIGN TO PARMPRB
                           FILE STATUS IS FS-PARMPRB.

           SELECT PARMJUB  ASSIGN TO PARMJUB
                           FILE STATUS IS FS-PARMJUB.

           SELECT REPPRY   ASSIGN TO REPPRY
                           FILE STATUS IS FS-REPPRY.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMSEN
           RECORDING MODE IS F
           RECORD CONTAINS 017 CHARACTERS.
       01  REG-PARMSEN.
           05 PARM-DIAS-DESDE             PIC 9(07).
           05 PARM-DIAS-HASTA             PIC 9(07).
           05 PARM-PORCENTAJE             PIC 9V99.

      *****************************************************************
      *      PERIODO DE PRUEBA: DIAS DE PROBATION (COMPARTIDA CON     *
      *      DEMO01 Y NEPRB000)                                       *
      *****************************************************************
       FD  PARMPRB
           RECORDING MODE IS F
           RECORD CONTAINS 008 CHARACTERS.
       01  REG-PARMPRB.
           05 PARM-DIAS-PROBATION         PIC 9(05).
           05 PARM-HORIZONTE-PRB          PIC 9(03).

      *****************************************************************
      *      EDAD DE JUBILACION (COMPARTIDA CON NEJUB000)             *
      *****************************************************************
       FD  PARMJUB
           RECORDING MODE IS F
           RECORD CONTAINS 005 CHARACTERS.
       01  REG-PARMJUB.
           05 PARM-EDAD-JUBILACION        PIC 9(02).
           05 PARM-HORIZONTE              PIC 9(03).

       FD  REPPRY
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPPRY              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMSEN                    PIC X(02) VALUE SPACES.
           05 FS-PARMPRB                    PIC X(02) VALUE SPACES.
           05 FS-PARMJUB                    PIC X(02) VALUE SPACES.
           05 FS-REPPRY                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO-ISO          PIC X(10) VALUE SPACES.
           05 WS-FECHA-TOPE-ISO.
              10 WS-TOPE-AAAA               PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-TOPE-MM                 PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 WS-ANIO-BASE                  PIC S9(04) COMP VALUE ZERO.
           05 WS-MES-BASE                   PIC S9(04) COMP VALUE ZERO.
           05 WS-EDAD-JUBILACION            PIC S9(04) COMP VALUE 65.
           05 WS-DIAS-PROBATION             PIC 9(05) VALUE ZERO.
           05 WS-MES-JUBILA                 PIC S9(09) COMP VALUE ZERO.
           05 WS-MES-CAMBIO                 PIC S9(09) COMP VALUE ZERO.
           05 WS-VACANTES                   PIC S9(09) COMP VALUE ZERO.
           05 WS-PUNTO-MEDIO                PIC S9(07)V9(02) COMP-3
                                            VALUE ZERO.
           05 WS-IX-VAL                     PIC 9(03) VALUE ZERO.
           05 WS-IX-MES                     PIC 9(02) VALUE ZERO.
           05 WS-MES                        PIC 9(02) VALUE ZERO.
           05 WS-IX-DEP                     PIC 9(03) VALUE ZERO.
           05 WS-DEP-EMP                    PIC 9(03) VALUE ZERO.
           05 WS-DEPTO-BUSCA                PIC X(03) VALUE SPACES.
           05 WS-IX-PCH                     PIC 9(05) VALUE ZERO.
           05 WS-IX-UBI                     PIC 9(03) VALUE ZERO.
           05 WS-AAAA-AUX                   PIC 9(04) VALUE ZERO.
           05 WS-MM-AUX                     PIC 9(02) VALUE ZERO.
           05 WS-PRY-SALARY                 PIC S9(09)V9(02) COMP-3.
           05 WS-PRY-BONUS                  PIC S9(09)V9(02) COMP-3.
           05 WS-PRY-COMM                   PIC S9(09)V9(02) COMP-3.
           05 WS-COSTO-MES                  PIC S9(09)V9(02) COMP-3.
           05 WS-DIAS-ANT-PREVIO            PIC 9(05) VALUE ZERO.
           05 WS-PROBATION-PREVIO           PIC X(01) VALUE 'N'.
           05 WS-TOT-PLANTA                 PIC S9(11)V9(02) COMP-3.
           05 WS-TOT-VACANTES               PIC S9(11)V9(02) COMP-3.
           05 WS-AUMENTO                    PIC S9(11)V9(02) COMP-3.
           05 WS-RESTANTE                   PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-CARGA                  PIC X(01) VALUE 'N'.
              88 SI-FIN-CARGA                         VALUE 'S'.
              88 NO-FIN-CARGA                         VALUE 'N'.
           05 SW-FIN-PARM                   PIC X(01) VALUE 'N'.
              88 SI-FIN-PARM                          VALUE 'S'.
           05 SW-DEP-HALLADO                PIC X(01) VALUE 'N'.
              88 SI-DEP-HALLADO                       VALUE 'S'.
              88 NO-DEP-HALLADO                       VALUE 'N'.
           05 SW-UBI-HALLADA                PIC X(01) VALUE 'N'.
              88 SI-UBI-HALLADA                       VALUE 'S'.
              88 NO-UBI-HALLADA                       VALUE 'N'.
           05 SW-CAMBIO-PENDIENTE           PIC X(01) VALUE 'N'.
              88 SI-CAMBIO-PENDIENTE                  VALUE 'S'.
              88 NO-CAMBIO-PENDIENTE                  VALUE 'N'.
           05 SW-CAMBIO-ANTERIOR            PIC X(01) VALUE 'N'.
              88 SI-CAMBIO-ANTERIOR                   VALUE 'S'.
              88 NO-CAMBIO-ANTERIOR                   VALUE 'N'.
           05 SW-CRUCE-BANDA                PIC X(01) VALUE 'N'.
              88 SI-CRUCE-BANDA                       VALUE 'S'.
              88 NO-CRUCE-BANDA                       VALUE 'N'.
           05 SW-CONFIRMACION               PIC X(01) VALUE 'N'.
              88 SI-CONFIRMACION                      VALUE 'S'.
              88 NO-CONFIRMACION                      VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-12                         PIC 9(02) VALUE 12.
           05 CT-MAX-DEPTOS                 PIC 9(03) VALUE 100.
           05 CT-MAX-UBICACIONES            PIC 9(03) VALUE 50.
           05 CT-MAX-CAMBIOS                PIC 9(05) VALUE 2000.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-NESIM000                   PIC X(08) VALUE 'NESIM000'.
           05 CT-PRM-PARMSEN                PIC X(08) VALUE 'PARMSEN'.
           05 CT-PRM-PARMPRB                PIC X(08) VALUE 'PARMPRB'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-PEND-PENDIENTE             PIC X(01) VALUE 'P'.
           05 CT-MES-SIN-JUBILACION         PIC S9(09) COMP VALUE 99.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-PROYECTADOS      PIC 9(05).
           05 CN-CAMBIOS-CARGADOS           PIC 9(05).
           05 CN-DEPTOS-LISTADOS            PIC 9(05).
           05 CN-DEPTOS-EXCEDIDOS           PIC 9(05).

      *****************************************************************
      *     PRIMER DIA DE CADA MES PROYECTADO.  LA ENTRADA 13 ES EL   *
      *     PRIMER DIA POSTERIOR AL HORIZONTE                          *
      *****************************************************************
       01  TB-MESES.
           05 TB-MES OCCURS 13 TIMES.
              10 TB-MES-AAAA                PIC 9(04).
              10 TB-MES-MM                  PIC 9(02).

      *****************************************************************
      *         TABLA DE BANDAS DE ANTIGUEDAD (CARGADA DE PARMSEN)    *
      *****************************************************************
       01  TB-BANDAS-SENIORIDAD.
           05 TB-CANT-BANDAS                PIC 9(02) VALUE ZERO.
           05 TB-BANDA OCCURS 10 TIMES
                       INDEXED BY IX-BANDA.
              10 TB-DIAS-DESDE              PIC 9(07).
              10 TB-DIAS-HASTA              PIC 9(07).
              10 TB-PORCENTAJE              PIC 9V99.

      *****************************************************************
      *     CAMBIOS PROGRAMADOS DEL HORIZONTE (PEND_CHANGES), EN      *
      *     ORDEN DE EMPNO Y FECHA EFECTIVA COMO EL CURSOR DE EMP     *
      *****************************************************************
       01  TB-CAMBIOS.
           05 TB-CANT-PCH                   PIC 9(05) VALUE ZERO.
           05 TB-PCH-ELEM OCCURS 2000 TIMES
                          INDEXED BY IX-PCH.
              10 TB-PCH-EMPNO               PIC X(06).
              10 TB-PCH-MES                 PIC S9(04) COMP.
              10 TB-PCH-WORKDEPT            PIC X(03).
              10 TB-PCH-SALARY              PIC S9(07)V9(02) COMP-3.
              10 TB-PCH-BONUS               PIC S9(07)V9(02) COMP-3.
              10 TB-PCH-COMM                PIC S9(07)V9(02) COMP-3.

      *****************************************************************
      *     ACUMULADORES POR DEPARTAMENTO: UBICACION, PRESUPUESTO     *
      *     DEL ANIO, COSTO ANUAL ACTUAL Y COSTO DE CADA MES          *
      *****************************************************************
       01  TB-DEPTOS.
           05 TB-CANT-DEP                   PIC 9(03) VALUE ZERO.
           05 TB-DEP-ELEM OCCURS 100 TIMES
                          INDEXED BY IX-DEP.
              10 TB-DEP-DEPTNO              PIC X(03).
              10 TB-DEP-LOCATION            PIC X(16).
              10 TB-DEP-PRESUPUESTO         PIC S9(09)V9(02) COMP-3.
              10 TB-DEP-CONSUMIDO           PIC S9(09)V9(02) COMP-3.
              10 TB-DEP-ACTUAL              PIC S9(11)V9(02) COMP-3.
              10 TB-DEP-VACANTES            PIC S9(05) COMP-3.
              10 TB-DEP-COSTO-VAC           PIC S9(11)V9(02) COMP-3.
              10 TB-DEP-COSTO OCCURS 12 TIMES
                                            PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *              ACUMULADORES POR UBICACION (LOCATION)            *
      *****************************************************************
       01  TB-UBICACIONES.
           05 TB-CANT-UBI                   PIC 9(03) VALUE ZERO.
           05 TB-UBI-ELEM OCCURS 50 TIMES
                          INDEXED BY IX-UBI.
              10 TB-UBI-LOCATION            PIC X(16).
              10 TB-UBI-ACTUAL              PIC S9(11)V9(02) COMP-3.
              10 TB-UBI-PLANTA              PIC S9(11)V9(02) COMP-3.
              10 TB-UBI-VACANTES            PIC S9(11)V9(02) COMP-3.
              10 TB-UBI-RESTANTE            PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *        TOTALES DE LA EMPRESA Y EVENTOS DE CADA MES            *
      *****************************************************************
       01  TB-EMPRESA.
           05 TB-EMP-MES OCCURS 12 TIMES.
              10 TB-EMP-PLANTA              PIC S9(11)V9(02) COMP-3.
              10 TB-EMP-VACANTES            PIC S9(11)V9(02) COMP-3.
              10 TB-EMP-CAMBIOS             PIC S9(05) COMP-3.
              10 TB-EMP-BANDAS              PIC S9(05) COMP-3.
              10 TB-EMP-CONFIRMA            PIC S9(05) COMP-3.
              10 TB-EMP-JUBILA              PIC S9(05) COMP-3.

       01  AC-ACUMULADORES-EMPRESA.
           05 AC-EMP-ACTUAL                 PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-PLANTA                 PIC S9(11)V9(02) COMP-3.
           05 AC-EMP-VACANTES               PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(49) VALUE
              "PROYECCION DE COSTO SALARIAL A 12 MESES - DESDE ".
           05 LIN-TIT-DESDE-AAAA            PIC 9(04).
           05 FILLER                        PIC X(01) VALUE "/".
           05 LIN-TIT-DESDE-MM              PIC 9(02).
           05 FILLER                        PIC X(07) VALUE " HASTA ".
           05 LIN-TIT-HASTA-AAAA            PIC 9(04).
           05 FILLER                        PIC X(01) VALUE "/".
           05 LIN-TIT-HASTA-MM              PIC 9(02).
           05 FILLER                        PIC X(62) VALUE SPACES.

       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-DEPTO.
           05 FILLER                        PIC X(07) VALUE "DEPTO: ".
           05 LIN-DEP-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(14) VALUE
              "  UBICACION: ".
           05 LIN-DEP-LOCATION              PIC X(16).
           05 FILLER                        PIC X(25) VALUE
              "  PRESUPUESTO AUMENTOS:  ".
           05 LIN-DEP-PRESUPUESTO           PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(14) VALUE
              "  CONSUMIDO:  ".
           05 LIN-DEP-CONSUMIDO             PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(13) VALUE
              "  VACANTES:  ".
           05 LIN-DEP-VACANTES              PIC -ZZZ9.
           05 FILLER                        PIC X(11) VALUE SPACES.

       01  WS-LINEA-COL-DEPTO.
           05 FILLER                        PIC X(40) VALUE
              "  MES        COSTO PLANTA   COSTO VACANT".
           05 FILLER                        PIC X(19) VALUE
              "ES      COSTO TOTAL".
           05 FILLER                        PIC X(73) VALUE SPACES.

       01  WS-LINEA-MES.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MES-AAAA                  PIC 9(04).
           05 FILLER                        PIC X(01) VALUE "/".
           05 LIN-MES-MM                    PIC 9(02).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MES-PLANTA                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-MES-VACANTES              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-MES-TOTAL                 PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(63) VALUE SPACES.

       01  WS-LINEA-TOT-DEPTO.
           05 FILLER                        PIC X(11) VALUE
              "  TOTAL    ".
           05 LIN-TDE-PLANTA                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-TDE-VACANTES              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-TDE-TOTAL                 PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(63) VALUE SPACES.

      * EL AUMENTO PROYECTADO ES EL COSTO DE LA PLANTA ACTUAL EN LOS
      * 12 MESES MENOS SU COSTO ANUAL DE HOY: SE COMPARA CON LO QUE
      * QUEDA DEL PRESUPUESTO DE AUMENTOS.  LAS VACANTES SON COSTO DE
      * DOTACION NUEVA Y SE INFORMAN APARTE
       01  WS-LINEA-CMP-DEPTO.
           05 FILLER                        PIC X(22) VALUE
              "  COSTO ANUAL ACTUAL: ".
           05 LIN-CMP-ACTUAL                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(23) VALUE
              "  AUMENTO PROYECTADO:  ".
           05 LIN-CMP-AUMENTO               PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(21) VALUE
              "  PRESUP. RESTANTE:  ".
           05 LIN-CMP-RESTANTE              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CMP-MARCA                 PIC X(20).
           05 FILLER                        PIC X(02) VALUE SPACES.

       01  WS-LINEA-TIT-UBI.
           05 FILLER                        PIC X(132) VALUE
              "PROYECCION POR UBICACION".

       01  WS-LINEA-COL-UBI.
           05 FILLER                        PIC X(40) VALUE
              "UBICACION         COSTO ANUAL ACT.     P".
           05 FILLER                        PIC X(40) VALUE
              "ROYEC. PLANTA      PROYEC. VACANTES  AUM".
           05 FILLER                        PIC X(31) VALUE
              "ENTO PROYECT.  PRESUP. RESTANTE".
           05 FILLER                        PIC X(21) VALUE SPACES.

       01  WS-LINEA-UBI.
           05 LIN-UBI-LOCATION              PIC X(16).
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-UBI-ACTUAL                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(05) VALUE SPACES.
           05 LIN-UBI-PLANTA                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(08) VALUE SPACES.
           05 LIN-UBI-VACANTES              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-UBI-AUMENTO               PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-UBI-RESTANTE              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(21) VALUE SPACES.

       01  WS-LINEA-TIT-EMP.
           05 FILLER                        PIC X(132) VALUE
              "PROYECCION DE LA EMPRESA POR MES".

       01  WS-LINEA-COL-EMP.
           05 FILLER                        PIC X(40) VALUE
              "  MES        COSTO PLANTA   COSTO VACANT".
           05 FILLER                        PIC X(40) VALUE
              "ES      COSTO TOTAL   CAMBIOS   BANDAS  ".
           05 FILLER                        PIC X(18) VALUE
              "CONFIRM.  JUBILAC.".
           05 FILLER                        PIC X(34) VALUE SPACES.

       01  WS-LINEA-MES-EMP.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MEM-AAAA                  PIC 9(04).
           05 FILLER                        PIC X(01) VALUE "/".
           05 LIN-MEM-MM                    PIC 9(02).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MEM-PLANTA                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-MEM-VACANTES              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-MEM-TOTAL                 PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(05) VALUE SPACES.
           05 LIN-MEM-CAMBIOS               PIC ZZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-MEM-BANDAS                PIC ZZZZ9.
           05 FILLER                        PIC X(05) VALUE SPACES.
           05 LIN-MEM-CONFIRMA              PIC ZZZZ9.
           05 FILLER                        PIC X(05) VALUE SPACES.
           05 LIN-MEM-JUBILA                PIC ZZZZ9.
           05 FILLER                        PIC X(29) VALUE SPACES.

       01  WS-LINEA-TOT-EMP.
           05 FILLER                        PIC X(11) VALUE
              "  TOTAL    ".
           05 LIN-TEM-PLANTA                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-TEM-VACANTES              PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-TEM-TOTAL                 PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(22) VALUE
              "   COSTO ANUAL ACTUAL ".
           05 LIN-TEM-ACTUAL                PIC -ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(27) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECPRM0-01.
           COPY NEECPRM0.
       01  WS-NEECSIM0-01.
           COPY NEECSIM0.

      *****************************************************************
      *      VISTA DE UNA LINEA DE PARAMETRO CON FORMATO DE BANDA     *
      *****************************************************************
       01  WS-LINEA-PARM.
           05 WS-LP-DIAS-DESDE              PIC 9(07).
           05 WS-LP-DIAS-HASTA              PIC 9(07).
           05 WS-LP-PORCENTAJE              PIC 9V99.
           05 FILLER                        PIC X(03).
       01  WS-LINEA-PARM-PRB REDEFINES WS-LINEA-PARM.
           05 WS-LP-PROBATION               PIC 9(05).
           05 FILLER                        PIC X(15).

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
              INCLUDE NEGTBUD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPCH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPOS
           END-EXEC.

      * DEPARTAMENTOS CON SU UBICACION Y EL PRESUPUESTO DE AUMENTOS
      * DEL ANIO DE PROCESO (CERO SI NO TIENEN)
           EXEC SQL
              DECLARE CSR-DEP CURSOR FOR
              SELECT D.DEPTNO,
                     VALUE(D.LOCATION, ' '),
                     VALUE(B.PRESUPUESTO, 0),
                     VALUE(B.CONSUMIDO, 0)
                FROM NEOSB36.DEPT AS D
                LEFT JOIN NEOSB36.DEPT_BUDGET AS B
                       ON B.DEPTNO = D.DEPTNO
                      AND B.ANIO   = :DCLBUD-ANIO
               ORDER BY D.DEPTNO
           END-EXEC.

      * CAMBIOS PROGRAMADOS PENDIENTES CON FECHA EFECTIVA ANTERIOR AL
      * FIN DEL HORIZONTE.  EL MES SE EXPRESA RELATIVO AL MES DE
      * PROCESO (1 = PRIMER MES PROYECTADO); LOS VENCIDOS SIN APLICAR
      * QUEDAN EN CERO O MENOS Y SE TOMAN DESDE EL PRIMER MES
           EXEC SQL
              DECLARE CSR-PCH CURSOR FOR
              SELECT EMPNO,
                     (YEAR(FECHAEFECTIVA) - :WS-ANIO-BASE) * 12
                     + MONTH(FECHAEFECTIVA) - :WS-MES-BASE,
                     VALUE(WORKDEPT, ' '),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0)
                FROM NEOSB36.PEND_CHANGES
               WHERE ESTADO = :CT-PEND-PENDIENTE
                 AND FECHAEFECTIVA < DATE(:WS-FECHA-TOPE-ISO)
               ORDER BY EMPNO, FECHAEFECTIVA, SEQNO
           END-EXEC.

      * VACANTES ABIERTAS: AUTORIZADOS MENOS LA DOTACION ACTIVA, AL
      * PUNTO MEDIO PROMEDIO DE LOS GRADOS DEL DEPARTAMENTO (O DE
      * TODOS LOS GRADOS SI EL DEPARTAMENTO NO TIENE DOTACION)
           EXEC SQL
              DECLARE CSR-VAC CURSOR FOR
              SELECT P.DEPTNO,
                     P.AUTORIZADOS -
                     (SELECT COUNT(*)
                        FROM NEOSB36.EMP AS E
                       WHERE E.WORKDEPT  = P.DEPTNO
                         AND E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO),
                     VALUE((SELECT AVG(G.GRADOMID)
                              FROM NEOSB36.EMP AS E2
                             INNER JOIN NEOSB36.SALARY_GRADE AS G
                                     ON G.JOBCODE = E2.JOB
                             WHERE E2.WORKDEPT  = P.DEPTNO
                               AND E2.EMPSTATUS = :CT-EMPSTATUS-ACTIVO),
                           (SELECT AVG(G2.GRADOMID)
                              FROM NEOSB36.SALARY_GRADE AS G2),
                           0)
                FROM NEOSB36.DEPT_POSITIONS AS P
               ORDER BY P.DEPTNO
           END-EXEC.

      * EMPLEADOS ACTIVOS CON EL MES RELATIVO EN QUE ALCANZAN LA
      * EDAD DE JUBILACION (99 SI NO HAY FECHA DE NACIMIENTO)
           EXEC SQL
              DECLARE CSR-PRY CURSOR FOR
              SELECT EMPNO,
                     WORKDEPT,
                     CHAR(HIREDATE, ISO),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     VALUE((YEAR(BIRTHDATE
                                 + :WS-EDAD-JUBILACION YEARS)
                            - :WS-ANIO-BASE) * 12
                           + MONTH(BIRTHDATE
                                   + :WS-EDAD-JUBILACION YEARS)
                           - :WS-MES-BASE,
                           :CT-MES-SIN-JUBILACION)
                FROM NEOSB36.EMP
               WHERE EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY EMPNO
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
                       TB-EMPRESA
                       AC-ACUMULADORES-EMPRESA

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO-ISO
           MOVE FEC0-AAAA                   TO WS-ANIO-BASE
                                               DCLBUD-ANIO
           MOVE FEC0-MM                     TO WS-MES-BASE

           PERFORM 1050-ARMA-MESES
              THRU 1050-ARMA-MESES-EXIT

           OPEN OUTPUT REPPRY

           IF FS-REPPRY NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPPRY. FILE STATUS=' FS-REPPRY
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-CARGA-BANDAS
              THRU 1100-CARGA-BANDAS-EXIT

           PERFORM 1200-CARGA-PROBATION
              THRU 1200-CARGA-PROBATION-EXIT

           PERFORM 1300-CARGA-JUBILACION
              THRU 1300-CARGA-JUBILACION-EXIT

           PERFORM 1400-CARGA-DEPTOS
              THRU 1400-CARGA-DEPTOS-EXIT

           PERFORM 1500-CARGA-VACANTES
              THRU 1500-CARGA-VACANTES-EXIT

           PERFORM 1600-CARGA-CAMBIOS
              THRU 1600-CARGA-CAMBIOS-EXIT

           MOVE TB-MES-AAAA(1)              TO LIN-TIT-DESDE-AAAA
           MOVE TB-MES-MM(1)                TO LIN-TIT-DESDE-MM
           MOVE TB-MES-AAAA(12)             TO LIN-TIT-HASTA-AAAA
           MOVE TB-MES-MM(12)               TO LIN-TIT-HASTA-MM

           WRITE REG-REPPRY FROM WS-LINEA-TITULO

           MOVE 1                           TO WS-IX-PCH

           EXEC SQL
              OPEN CSR-PRY
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR PRY. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRY
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
      *                       1050-ARMA-MESES                         *
      *                                                                *
      *    - EL PRIMER MES PROYECTADO ES EL SIGUIENTE AL MES DE LA     *
      *      FECHA DE PROCESO.  SE ARMAN LAS 13 FECHAS DE INICIO DE    *
      *      MES (LA ULTIMA CIERRA EL HORIZONTE)                       *
      *****************************************************************
       1050-ARMA-MESES.

           MOVE FEC0-AAAA                   TO WS-AAAA-AUX
           MOVE FEC0-MM                     TO WS-MM-AUX

           PERFORM 1060-ARMA-UN-MES
              THRU 1060-ARMA-UN-MES-EXIT
              VARYING WS-IX-MES FROM 1 BY 1
              UNTIL WS-IX-MES IS GREATER THAN 13

           MOVE TB-MES-AAAA(13)             TO WS-TOPE-AAAA
           MOVE TB-MES-MM(13)               TO WS-TOPE-MM.

      *****************************************************************
      *                     1050-ARMA-MESES-EXIT                      *
      *****************************************************************
       1050-ARMA-MESES-EXIT.
           EXIT.
      *****************************************************************
      *                       1060-ARMA-UN-MES                        *
      *****************************************************************
       1060-ARMA-UN-MES.

           IF WS-MM-AUX EQUAL CT-12
              MOVE 1                        TO WS-MM-AUX
              ADD CT-1                      TO WS-AAAA-AUX
           ELSE
              ADD CT-1                      TO WS-MM-AUX
           END-IF

           MOVE WS-AAAA-AUX                 TO TB-MES-AAAA(WS-IX-MES)
           MOVE WS-MM-AUX                   TO TB-MES-MM(WS-IX-MES).

      *****************************************************************
      *                     1060-ARMA-UN-MES-EXIT                     *
      *****************************************************************
       1060-ARMA-UN-MES-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-CARGA-BANDAS                       *
      *                                                                *
      *    - MISMAS BANDAS QUE LA CORRIDA REAL: TARJETA PARMSEN SI     *
      *      ESTA PRESENTE, SI NO EL PARAMETRO PARMSEN DE LA TABLA.    *
      *      SIN BANDAS LA PROYECCION SIGUE SIN CRUCES DE BANDA.       *
      *****************************************************************
       1100-CARGA-BANDAS.

           OPEN INPUT PARMSEN

           IF FS-PARMSEN EQUAL '00'
              PERFORM 1110-LEE-PARMSEN
                 THRU 1110-LEE-PARMSEN-EXIT

              PERFORM 1120-CARGA-BANDA
                 THRU 1120-CARGA-BANDA-EXIT
                 UNTIL SI-FIN-PARM

              CLOSE PARMSEN
           ELSE
              MOVE CT-PRM-PARMSEN           TO PRM0-PARAMETRO

              PERFORM 1950-LEE-PARAMETRO
                 THRU 1950-LEE-PARAMETRO-EXIT

              IF PRM0-88-OK
                 PERFORM 1130-CARGA-BANDA-TABLA
                    THRU 1130-CARGA-BANDA-TABLA-EXIT
                    VARYING WS-IX-VAL FROM 1 BY 1
                    UNTIL WS-IX-VAL IS GREATER THAN PRM0-CANT
              END-IF
           END-IF

           IF TB-CANT-BANDAS EQUAL ZEROS
              DISPLAY 'AVISO: SIN BANDAS PARMSEN - NO SE PROYECTAN '
                      'CRUCES DE BANDA'
           END-IF.

      *****************************************************************
      *                     1100-CARGA-BANDAS-EXIT                    *
      *****************************************************************
       1100-CARGA-BANDAS-EXIT.
           EXIT.
      *****************************************************************
      *                       1110-LEE-PARMSEN                        *
      *****************************************************************
       1110-LEE-PARMSEN.

           READ PARMSEN
                AT END
                SET SI-FIN-PARM             TO TRUE
           END-READ.

      *****************************************************************
      *                     1110-LEE-PARMSEN-EXIT                     *
      *****************************************************************
       1110-LEE-PARMSEN-EXIT.
           EXIT.
      *****************************************************************
      *                       1120-CARGA-BANDA                        *
      *****************************************************************
       1120-CARGA-BANDA.

           IF TB-CANT-BANDAS IS NOT LESS THAN 10
              DISPLAY 'BANDA EXCEDENTE IGNORADA: '
                      PARM-DIAS-DESDE '-' PARM-DIAS-HASTA
           ELSE
              ADD CT-1                      TO TB-CANT-BANDAS
              SET IX-BANDA                  TO TB-CANT-BANDAS

              MOVE PARM-DIAS-DESDE          TO TB-DIAS-DESDE(IX-BANDA)
              MOVE PARM-DIAS-HASTA          TO TB-DIAS-HASTA(IX-BANDA)
              MOVE PARM-PORCENTAJE          TO TB-PORCENTAJE(IX-BANDA)
           END-IF

           PERFORM 1110-LEE-PARMSEN
              THRU 1110-LEE-PARMSEN-EXIT.

      *****************************************************************
      *                     1120-CARGA-BANDA-EXIT                     *
      *****************************************************************
       1120-CARGA-BANDA-EXIT.
           EXIT.
      *****************************************************************
      *                    1130-CARGA-BANDA-TABLA                     *
      *****************************************************************
       1130-CARGA-BANDA-TABLA.

           SET IX-PRM0                      TO WS-IX-VAL
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARM

           IF TB-CANT-BANDAS IS NOT LESS THAN 10
              DISPLAY 'BANDA EXCEDENTE IGNORADA (TABLA): '
                      WS-LINEA-PARM
           ELSE
              ADD CT-1                      TO TB-CANT-BANDAS
              SET IX-BANDA                  TO TB-CANT-BANDAS

              MOVE WS-LP-DIAS-DESDE         TO TB-DIAS-DESDE(IX-BANDA)
              MOVE WS-LP-DIAS-HASTA         TO TB-DIAS-HASTA(IX-BANDA)
              MOVE WS-LP-PORCENTAJE         TO TB-PORCENTAJE(IX-BANDA)
           END-IF.

      *****************************************************************
      *                  1130-CARGA-BANDA-TABLA-EXIT                  *
      *****************************************************************
       1130-CARGA-BANDA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                     1200-CARGA-PROBATION                      *
      *****************************************************************
       1200-CARGA-PROBATION.

           OPEN INPUT PARMPRB
           IF FS-PARMPRB EQUAL '00'
              READ PARMPRB
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-DIAS-PROBATION IS NUMERIC
                       MOVE PARM-DIAS-PROBATION
                                            TO WS-DIAS-PROBATION
                    END-IF
              END-READ
              CLOSE PARMPRB
           ELSE
      * SIN TARJETA, EL PERIODO DE PRUEBA SALE DE LA TABLA
              MOVE CT-PRM-PARMPRB           TO PRM0-PARAMETRO
              PERFORM 1950-LEE-PARAMETRO
                 THRU 1950-LEE-PARAMETRO-EXIT
              IF PRM0-88-OK
                 SET IX-PRM0                TO 1
                 MOVE PRM0-LIN-VALOR(IX-PRM0) TO WS-LINEA-PARM
                 IF WS-LP-PROBATION IS NUMERIC
                    MOVE WS-LP-PROBATION    TO WS-DIAS-PROBATION
                 END-IF
              END-IF
           END-IF.

      *****************************************************************
      *                  1200-CARGA-PROBATION-EXIT                    *
      *****************************************************************
       1200-CARGA-PROBATION-EXIT.
           EXIT.
      *****************************************************************
      *                     1300-CARGA-JUBILACION                     *
      *****************************************************************
       1300-CARGA-JUBILACION.

           OPEN INPUT PARMJUB
           IF FS-PARMJUB EQUAL '00'
              READ PARMJUB
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-EDAD-JUBILACION IS NUMERIC
                       AND PARM-EDAD-JUBILACION IS GREATER THAN ZEROS
                       MOVE PARM-EDAD-JUBILACION
                                            TO WS-EDAD-JUBILACION
                    END-IF
              END-READ
              CLOSE PARMJUB
           END-IF.

      *****************************************************************
      *                  1300-CARGA-JUBILACION-EXIT                   *
      *****************************************************************
       1300-CARGA-JUBILACION-EXIT.
           EXIT.
      *****************************************************************
      *                       1400-CARGA-DEPTOS                       *
      *****************************************************************
       1400-CARGA-DEPTOS.

           INITIALIZE TB-DEPTOS

           EXEC SQL
              OPEN CSR-DEP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DEP. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRY
              GOBACK
           END-IF

           SET NO-FIN-CARGA                 TO TRUE

           PERFORM 1410-FETCH-DEPTO
              THRU 1410-FETCH-DEPTO-EXIT

           PERFORM 1420-CARGA-UN-DEPTO
              THRU 1420-CARGA-UN-DEPTO-EXIT
              UNTIL SI-FIN-CARGA

           EXEC SQL
              CLOSE CSR-DEP
           END-EXEC.

      *****************************************************************
      *                     1400-CARGA-DEPTOS-EXIT                    *
      *****************************************************************
       1400-CARGA-DEPTOS-EXIT.
           EXIT.
      *****************************************************************
      *                       1410-FETCH-DEPTO                        *
      *****************************************************************
       1410-FETCH-DEPTO.

           EXEC SQL
              FETCH CSR-DEP
               INTO :DCLDEP-DEPTNO,
                    :DCLDEP-LOCATION,
                    :DCLBUD-PRESUPUESTO,
                    :DCLBUD-CONSUMIDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CARGA        TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DEP. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CARGA        TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                     1410-FETCH-DEPTO-EXIT                     *
      *****************************************************************
       1410-FETCH-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      1420-CARGA-UN-DEPTO                      *
      *****************************************************************
       1420-CARGA-UN-DEPTO.

           MOVE DCLDEP-DEPTNO               TO WS-DEPTO-BUSCA

           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

           MOVE DCLDEP-LOCATION             TO
                TB-DEP-LOCATION(WS-DEP-EMP)
           MOVE DCLBUD-PRESUPUESTO          TO
                TB-DEP-PRESUPUESTO(WS-DEP-EMP)
           MOVE DCLBUD-CONSUMIDO            TO
                TB-DEP-CONSUMIDO(WS-DEP-EMP)

           PERFORM 1410-FETCH-DEPTO
              THRU 1410-FETCH-DEPTO-EXIT.

      *****************************************************************
      *                   1420-CARGA-UN-DEPTO-EXIT                    *
      *****************************************************************
       1420-CARGA-UN-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      1500-CARGA-VACANTES                      *
      *                                                                *
      *    - LAS VACANTES ABIERTAS SE PRESUPUESTAN CUBIERTAS DESDE EL  *
      *      PRIMER MES: CADA MES CUESTA UN DOCEAVO DEL PUNTO MEDIO    *
      *      DEL GRADO POR VACANTE                                     *
      *****************************************************************
       1500-CARGA-VACANTES.

           EXEC SQL
              OPEN CSR-VAC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR VAC. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRY
              GOBACK
           END-IF

           SET NO-FIN-CARGA                 TO TRUE

           PERFORM 1510-FETCH-VACANTE
              THRU 1510-FETCH-VACANTE-EXIT

           PERFORM 1520-CARGA-UNA-VACANTE
              THRU 1520-CARGA-UNA-VACANTE-EXIT
              UNTIL SI-FIN-CARGA

           EXEC SQL
              CLOSE CSR-VAC
           END-EXEC.

      *****************************************************************
      *                    1500-CARGA-VACANTES-EXIT                   *
      *****************************************************************
       1500-CARGA-VACANTES-EXIT.
           EXIT.
      *****************************************************************
      *                      1510-FETCH-VACANTE                       *
      *****************************************************************
       1510-FETCH-VACANTE.

           EXEC SQL
              FETCH CSR-VAC
               INTO :DCLPOS-DEPTNO,
                    :WS-VACANTES,
                    :WS-PUNTO-MEDIO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CARGA        TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH VAC. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CARGA        TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    1510-FETCH-VACANTE-EXIT                    *
      *****************************************************************
       1510-FETCH-VACANTE-EXIT.
           EXIT.
      *****************************************************************
      *                    1520-CARGA-UNA-VACANTE                     *
      *****************************************************************
       1520-CARGA-UNA-VACANTE.

      * UN DEPARTAMENTO EXCEDIDO NO RESTA COSTO: SOLO SE PROYECTAN
      * LAS VACANTES ABIERTAS
           IF WS-VACANTES IS GREATER THAN ZEROS
              MOVE DCLPOS-DEPTNO            TO WS-DEPTO-BUSCA

              PERFORM 2600-BUSCA-DEPTO
                 THRU 2600-BUSCA-DEPTO-EXIT

              MOVE WS-VACANTES              TO
                   TB-DEP-VACANTES(WS-DEP-EMP)
              COMPUTE TB-DEP-COSTO-VAC(WS-DEP-EMP) ROUNDED =
                      WS-VACANTES * WS-PUNTO-MEDIO / CT-12
           END-IF

           PERFORM 1510-FETCH-VACANTE
              THRU 1510-FETCH-VACANTE-EXIT.

      *****************************************************************
      *                  1520-CARGA-UNA-VACANTE-EXIT                  *
      *****************************************************************
       1520-CARGA-UNA-VACANTE-EXIT.
           EXIT.
      *****************************************************************
      *                      1600-CARGA-CAMBIOS                       *
      *****************************************************************
       1600-CARGA-CAMBIOS.

           EXEC SQL
              OPEN CSR-PCH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR PCH. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPPRY
              GOBACK
           END-IF

           SET NO-FIN-CARGA                 TO TRUE

           PERFORM 1610-FETCH-CAMBIO
              THRU 1610-FETCH-CAMBIO-EXIT

           PERFORM 1620-CARGA-UN-CAMBIO
              THRU 1620-CARGA-UN-CAMBIO-EXIT
              UNTIL SI-FIN-CARGA

           EXEC SQL
              CLOSE CSR-PCH
           END-EXEC.

      *****************************************************************
      *                    1600-CARGA-CAMBIOS-EXIT                    *
      *****************************************************************
       1600-CARGA-CAMBIOS-EXIT.
           EXIT.
      *****************************************************************
      *                      1610-FETCH-CAMBIO                        *
      *****************************************************************
       1610-FETCH-CAMBIO.

           EXEC SQL
              FETCH CSR-PCH
               INTO :DCLPCH-EMPNO,
                    :WS-MES-CAMBIO,
                    :DCLPCH-WORKDEPT,
                    :DCLPCH-SALARY,
                    :DCLPCH-BONUS,
                    :DCLPCH-COMM
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CARGA        TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH PCH. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CARGA        TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    1610-FETCH-CAMBIO-EXIT                     *
      *****************************************************************
       1610-FETCH-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                     1620-CARGA-UN-CAMBIO                      *
      *****************************************************************
       1620-CARGA-UN-CAMBIO.

           IF TB-CANT-PCH IS NOT LESS THAN CT-MAX-CAMBIOS
              DISPLAY 'ERROR: TABLA DE CAMBIOS PROGRAMADOS DESBORDADA '
                      '(2000)'
              MOVE 8                        TO RETURN-CODE
              EXEC SQL
                 CLOSE CSR-PCH
              END-EXEC
              CLOSE REPPRY
              GOBACK
           END-IF

           ADD CT-1                         TO TB-CANT-PCH
           SET IX-PCH                       TO TB-CANT-PCH

           MOVE DCLPCH-EMPNO                TO TB-PCH-EMPNO(IX-PCH)
           MOVE WS-MES-CAMBIO               TO TB-PCH-MES(IX-PCH)
           MOVE DCLPCH-WORKDEPT             TO TB-PCH-WORKDEPT(IX-PCH)
           MOVE DCLPCH-SALARY               TO TB-PCH-SALARY(IX-PCH)
           MOVE DCLPCH-BONUS                TO TB-PCH-BONUS(IX-PCH)
           MOVE DCLPCH-COMM                 TO TB-PCH-COMM(IX-PCH)

           ADD CT-1                         TO CN-CAMBIOS-CARGADOS

           PERFORM 1610-FETCH-CAMBIO
              THRU 1610-FETCH-CAMBIO-EXIT.

      *****************************************************************
      *                   1620-CARGA-UN-CAMBIO-EXIT                   *
      *****************************************************************
       1620-CARGA-UN-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                     1950-LEE-PARAMETRO                        *
      *                                                                *
      *    - CONSULTA EL JUEGO VIGENTE DEL PARAMETRO EN PRM0-          *
      *      PARAMETRO PARA LA FECHA DE PROCESO                        *
      *****************************************************************
       1950-LEE-PARAMETRO.

           SET PRM0-88-LEE                  TO TRUE
           MOVE WS-FECHA-PROCESO-ISO        TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01.

      *****************************************************************
      *                  1950-LEE-PARAMETRO-EXIT                      *
      *****************************************************************
       1950-LEE-PARAMETRO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           MOVE DCLEMP-SALARY               TO WS-PRY-SALARY
           MOVE DCLEMP-BONUS                TO WS-PRY-BONUS
           MOVE DCLEMP-COMM                 TO WS-PRY-COMM

           MOVE DCLEMP-WORKDEPT             TO WS-DEPTO-BUSCA

           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

           COMPUTE TB-DEP-ACTUAL(WS-DEP-EMP) =
                   TB-DEP-ACTUAL(WS-DEP-EMP)
                   + WS-PRY-SALARY + WS-PRY-BONUS + WS-PRY-COMM

      * ANTIGUEDAD Y ESTADO DE PRUEBA AL INICIO DEL HORIZONTE, PARA
      * DETECTAR LOS CRUCES DEL PRIMER MES
           MOVE 1                           TO WS-IX-MES

           PERFORM 2550-LLAMA-NESIM000
              THRU 2550-LLAMA-NESIM000-EXIT

           MOVE SIM0-DIAS-ANTIGUEDAD        TO WS-DIAS-ANT-PREVIO
           MOVE SIM0-SW-PROBATION           TO WS-PROBATION-PREVIO

      * LOS CAMBIOS DE EMPLEADOS QUE YA NO ESTAN ACTIVOS SE SALTEAN
           PERFORM 2250-VERIFICA-ANTERIOR
              THRU 2250-VERIFICA-ANTERIOR-EXIT

           PERFORM 2260-SALTA-CAMBIO
              THRU 2260-SALTA-CAMBIO-EXIT
              UNTIL NO-CAMBIO-ANTERIOR

           PERFORM 2300-PROYECTA-MES
              THRU 2300-PROYECTA-MES-EXIT
              VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES IS GREATER THAN CT-12

           ADD CT-1                         TO CN-EMPLEADOS-PROYECTADOS

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
              FETCH CSR-PRY
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-WORKDEPT,
                    :DCLEMP-HIREDATE,
                    :DCLEMP-SALARY,
                    :DCLEMP-BONUS,
                    :DCLEMP-COMM,
                    :WS-MES-JUBILA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH PRY. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2250-VERIFICA-ANTERIOR                     *
      *****************************************************************
       2250-VERIFICA-ANTERIOR.

           SET NO-CAMBIO-ANTERIOR           TO TRUE

           IF WS-IX-PCH IS GREATER THAN TB-CANT-PCH
              GO TO 2250-VERIFICA-ANTERIOR-EXIT
           END-IF

           IF TB-PCH-EMPNO(WS-IX-PCH) IS LESS THAN DCLEMP-EMPNO
              SET SI-CAMBIO-ANTERIOR        TO TRUE
           END-IF.

      *****************************************************************
      *                  2250-VERIFICA-ANTERIOR-EXIT                  *
      *****************************************************************
       2250-VERIFICA-ANTERIOR-EXIT.
           EXIT.
      *****************************************************************
      *                      2260-SALTA-CAMBIO                        *
      *****************************************************************
       2260-SALTA-CAMBIO.

           ADD CT-1                         TO WS-IX-PCH

           PERFORM 2250-VERIFICA-ANTERIOR
              THRU 2250-VERIFICA-ANTERIOR-EXIT.

      *****************************************************************
      *                    2260-SALTA-CAMBIO-EXIT                     *
      *****************************************************************
       2260-SALTA-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-PROYECTA-MES                        *
      *                                                                *
      *    - APLICA LOS EVENTOS DEL MES SOBRE EL SALARIO PROYECTADO    *
      *      Y ACUMULA UN DOCEAVO DEL COSTO ANUAL EN EL DEPARTAMENTO   *
      *      DEL EMPLEADO.  EL MES DE LA JUBILACION SE PAGA COMPLETO   *
      *      Y DESDE EL SIGUIENTE EL EMPLEADO NO CUESTA.               *
      *****************************************************************
       2300-PROYECTA-MES.

           IF WS-MES-JUBILA IS GREATER THAN ZEROS
              AND WS-MES IS GREATER THAN WS-MES-JUBILA
              GO TO 2300-PROYECTA-MES-EXIT
           END-IF

           IF WS-MES EQUAL WS-MES-JUBILA
              ADD CT-1                      TO TB-EMP-JUBILA(WS-MES)
           END-IF

           PERFORM 2410-VERIFICA-CAMBIO
              THRU 2410-VERIFICA-CAMBIO-EXIT

           PERFORM 2400-APLICA-CAMBIO
              THRU 2400-APLICA-CAMBIO-EXIT
              UNTIL NO-CAMBIO-PENDIENTE

           PERFORM 2500-ANTIGUEDAD
              THRU 2500-ANTIGUEDAD-EXIT

           COMPUTE WS-COSTO-MES ROUNDED =
                   (WS-PRY-SALARY + WS-PRY-BONUS + WS-PRY-COMM)
                   / CT-12

           ADD WS-COSTO-MES                 TO
               TB-DEP-COSTO(WS-DEP-EMP, WS-MES).

      *****************************************************************
      *                    2300-PROYECTA-MES-EXIT                     *
      *****************************************************************
       2300-PROYECTA-MES-EXIT.
           EXIT.
      *****************************************************************
      *                      2400-APLICA-CAMBIO                       *
      *                                                                *
      *    - IGUAL QUE NEAPL000: SOLO PISA LOS CAMPOS INFORMADOS.  UN  *
      *      CAMBIO DE DEPARTAMENTO MUEVE EL COSTO (Y SU UBICACION)    *
      *      DESDE ESE MES                                             *
      *****************************************************************
       2400-APLICA-CAMBIO.

           SET IX-PCH                       TO WS-IX-PCH

           IF TB-PCH-WORKDEPT(IX-PCH) NOT EQUAL SPACES AND LOW-VALUES
              MOVE TB-PCH-WORKDEPT(IX-PCH)  TO WS-DEPTO-BUSCA
              PERFORM 2600-BUSCA-DEPTO
                 THRU 2600-BUSCA-DEPTO-EXIT
           END-IF

           IF TB-PCH-SALARY(IX-PCH) IS GREATER THAN ZEROS
              MOVE TB-PCH-SALARY(IX-PCH)    TO WS-PRY-SALARY
           END-IF

           IF TB-PCH-BONUS(IX-PCH) IS GREATER THAN ZEROS
              MOVE TB-PCH-BONUS(IX-PCH)     TO WS-PRY-BONUS
           END-IF

           IF TB-PCH-COMM(IX-PCH) IS GREATER THAN ZEROS
              MOVE TB-PCH-COMM(IX-PCH)      TO WS-PRY-COMM
           END-IF

           ADD CT-1                         TO TB-EMP-CAMBIOS(WS-MES)
           ADD CT-1                         TO WS-IX-PCH

           PERFORM 2410-VERIFICA-CAMBIO
              THRU 2410-VERIFICA-CAMBIO-EXIT.

      *****************************************************************
      *                    2400-APLICA-CAMBIO-EXIT                    *
      *****************************************************************
       2400-APLICA-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                     2410-VERIFICA-CAMBIO                      *
      *                                                                *
      *    - HAY CAMBIO A APLICAR SI EL SIGUIENTE DE LA TABLA ES DEL   *
      *      EMPLEADO Y VENCE EN EL MES PROYECTADO O ANTES             *
      *****************************************************************
       2410-VERIFICA-CAMBIO.

           SET NO-CAMBIO-PENDIENTE          TO TRUE

           IF WS-IX-PCH IS GREATER THAN TB-CANT-PCH
              GO TO 2410-VERIFICA-CAMBIO-EXIT
           END-IF

           SET IX-PCH                       TO WS-IX-PCH

           IF TB-PCH-EMPNO(IX-PCH) EQUAL DCLEMP-EMPNO
              AND TB-PCH-MES(IX-PCH) IS NOT GREATER THAN WS-MES
              SET SI-CAMBIO-PENDIENTE       TO TRUE
           END-IF.

      *****************************************************************
      *                   2410-VERIFICA-CAMBIO-EXIT                   *
      *****************************************************************
       2410-VERIFICA-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                       2500-ANTIGUEDAD                         *
      *                                                                *
      *    - CALCULA VIA NESIM000 LA ANTIGUEDAD AL CIERRE DEL MES.     *
      *      SI EN EL MES EL EMPLEADO ENTRA EN UNA BANDA DE PARMSEN O  *
      *      TERMINA SU PERIODO DE PRUEBA, EL AUMENTO DE LA BANDA SE   *
      *      SUMA AL SALARIO PROYECTADO DESDE ESE MES.                 *
      *****************************************************************
       2500-ANTIGUEDAD.

           COMPUTE WS-IX-MES = WS-MES + 1

           PERFORM 2550-LLAMA-NESIM000
              THRU 2550-LLAMA-NESIM000-EXIT

           SET NO-CRUCE-BANDA               TO TRUE
           SET NO-CONFIRMACION              TO TRUE

           PERFORM 2510-VERIFICA-CRUCE
              THRU 2510-VERIFICA-CRUCE-EXIT
              VARYING IX-BANDA FROM 1 BY 1
              UNTIL IX-BANDA IS GREATER THAN TB-CANT-BANDAS
                 OR SI-CRUCE-BANDA

           IF WS-PROBATION-PREVIO EQUAL 'S'
              AND NOT SIM0-88-EN-PROBATION
              SET SI-CONFIRMACION           TO TRUE
              ADD CT-1                      TO TB-EMP-CONFIRMA(WS-MES)
           END-IF

           IF (SI-CRUCE-BANDA OR SI-CONFIRMACION)
              AND SIM0-88-POR-ANTIGUEDAD
              ADD SIM0-SALARY-INC           TO WS-PRY-SALARY
              ADD SIM0-BONUS-INC            TO WS-PRY-BONUS
              ADD SIM0-COMM-INC             TO WS-PRY-COMM
              ADD CT-1                      TO TB-EMP-BANDAS(WS-MES)
           END-IF

           MOVE SIM0-DIAS-ANTIGUEDAD        TO WS-DIAS-ANT-PREVIO
           MOVE SIM0-SW-PROBATION           TO WS-PROBATION-PREVIO.

      *****************************************************************
      *                     2500-ANTIGUEDAD-EXIT                      *
      *****************************************************************
       2500-ANTIGUEDAD-EXIT.
           EXIT.
      *****************************************************************
      *                     2510-VERIFICA-CRUCE                       *
      *                                                                *
      *    - HUBO CRUCE SI EL INICIO DE ALGUNA BANDA QUEDO ENTRE LA    *
      *      ANTIGUEDAD DEL CIERRE ANTERIOR Y LA DE ESTE CIERRE (EL    *
      *      LIMITE INFERIOR ES INCLUSIVO, COMO EN NESIM000)           *
      *****************************************************************
       2510-VERIFICA-CRUCE.

           IF WS-DIAS-ANT-PREVIO IS LESS THAN TB-DIAS-DESDE(IX-BANDA)
              AND SIM0-DIAS-ANTIGUEDAD IS NOT LESS THAN
                  TB-DIAS-DESDE(IX-BANDA)
              SET SI-CRUCE-BANDA            TO TRUE
           END-IF.

      *****************************************************************
      *                   2510-VERIFICA-CRUCE-EXIT                    *
      *****************************************************************
       2510-VERIFICA-CRUCE-EXIT.
           EXIT.
      *****************************************************************
      *                     2550-LLAMA-NESIM000                       *
      *                                                                *
      *    - CALCULO DE AUMENTO AL PRIMER DIA DEL MES WS-IX-MES SOBRE  *
      *      EL SALARIO PROYECTADO.  LA REGLA DE CUMPLEANOS NO SE      *
      *      PROYECTA: LA FECHA DE NACIMIENTO NO SE INFORMA.           *
      *****************************************************************
       2550-LLAMA-NESIM000.

           INITIALIZE WS-NEECSIM0-01

           MOVE 1                           TO SIM0-FECHA-DD
           MOVE TB-MES-MM(WS-IX-MES)        TO SIM0-FECHA-MM
           MOVE TB-MES-AAAA(WS-IX-MES)      TO SIM0-FECHA-AAAA
           MOVE DCLEMP-HIREDATE             TO SIM0-HIREDATE
           MOVE SPACES                      TO SIM0-BIRTHDATE
           MOVE WS-PRY-SALARY               TO SIM0-SALARY
           MOVE WS-PRY-BONUS                TO SIM0-BONUS
           MOVE WS-PRY-COMM                 TO SIM0-COMM
           MOVE 1                           TO SIM0-VENTANA-CUMPLE
           MOVE WS-DIAS-PROBATION           TO SIM0-DIAS-PROBATION
           MOVE ZEROS                       TO SIM0-DIAS-PREVIOS
           MOVE TB-BANDAS-SENIORIDAD        TO SIM0-TABLA-BANDAS

           CALL CT-NESIM000 USING WS-NEECSIM0-01.

      *****************************************************************
      *                   2550-LLAMA-NESIM000-EXIT                    *
      *****************************************************************
       2550-LLAMA-NESIM000-EXIT.
           EXIT.
      *****************************************************************
      *                      2600-BUSCA-DEPTO                         *
      *                                                                *
      *    - DEVUELVE EN WS-DEP-EMP LA POSICION DE WS-DEPTO-BUSCA EN   *
      *      LA TABLA DE DEPARTAMENTOS; SI NO ESTA SE AGREGA SIN       *
      *      UBICACION NI PRESUPUESTO                                  *
      *****************************************************************
       2600-BUSCA-DEPTO.

           SET NO-DEP-HALLADO               TO TRUE

           PERFORM 2610-COMPARA-DEPTO
              THRU 2610-COMPARA-DEPTO-EXIT
              VARYING WS-IX-DEP FROM 1 BY 1
              UNTIL WS-IX-DEP IS GREATER THAN TB-CANT-DEP
                 OR SI-DEP-HALLADO

           IF SI-DEP-HALLADO
              GO TO 2600-BUSCA-DEPTO-EXIT
           END-IF

           IF TB-CANT-DEP IS NOT LESS THAN CT-MAX-DEPTOS
              DISPLAY 'ERROR: TABLA DE DEPARTAMENTOS DESBORDADA (100)'
              MOVE 8                        TO RETURN-CODE
              CLOSE REPPRY
              STOP RUN
           END-IF

           ADD CT-1                         TO TB-CANT-DEP
           MOVE TB-CANT-DEP                 TO WS-DEP-EMP
           SET IX-DEP                       TO WS-DEP-EMP

           INITIALIZE TB-DEP-ELEM(IX-DEP)
           MOVE WS-DEPTO-BUSCA              TO TB-DEP-DEPTNO(IX-DEP).

      *****************************************************************
      *                    2600-BUSCA-DEPTO-EXIT                      *
      *****************************************************************
       2600-BUSCA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2610-COMPARA-DEPTO                        *
      *****************************************************************
       2610-COMPARA-DEPTO.

           SET IX-DEP                       TO WS-IX-DEP

           IF TB-DEP-DEPTNO(IX-DEP) EQUAL WS-DEPTO-BUSCA
              MOVE WS-IX-DEP                TO WS-DEP-EMP
              SET SI-DEP-HALLADO            TO TRUE
           END-IF.

      *****************************************************************
      *                   2610-COMPARA-DEPTO-EXIT                     *
      *****************************************************************
       2610-COMPARA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-PRY
           END-EXEC

           PERFORM 3100-IMPRIME-DEPTO
              THRU 3100-IMPRIME-DEPTO-EXIT
              VARYING WS-IX-DEP FROM 1 BY 1
              UNTIL WS-IX-DEP IS GREATER THAN TB-CANT-DEP

           PERFORM 3300-IMPRIME-UBICACIONES
              THRU 3300-IMPRIME-UBICACIONES-EXIT

           PERFORM 3400-IMPRIME-EMPRESA
              THRU 3400-IMPRIME-EMPRESA-EXIT

           IF RETURN-CODE EQUAL ZERO
              IF CN-DEPTOS-EXCEDIDOS IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEPRY000              *'
           DISPLAY 'EMPLEADOS PROYECTADOS:   ' CN-EMPLEADOS-PROYECTADOS
           DISPLAY 'CAMBIOS PROGRAMADOS:     ' CN-CAMBIOS-CARGADOS
           DISPLAY 'DEPARTAMENTOS LISTADOS:  ' CN-DEPTOS-LISTADOS
           DISPLAY 'DEPTOS SOBRE PRESUPUESTO:' CN-DEPTOS-EXCEDIDOS
           DISPLAY '***********************************************'

           CLOSE REPPRY

           GOBACK.

      *****************************************************************
      *                      3100-IMPRIME-DEPTO                       *
      *****************************************************************
       3100-IMPRIME-DEPTO.

           SET IX-DEP                       TO WS-IX-DEP

           MOVE ZEROS                       TO WS-TOT-PLANTA
                                               WS-TOT-VACANTES

           PERFORM 3110-SUMA-MES-DEPTO
              THRU 3110-SUMA-MES-DEPTO-EXIT
              VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES IS GREATER THAN CT-12

      * UN DEPARTAMENTO SIN COSTO NI PRESUPUESTO NO SE LISTA
           IF TB-DEP-ACTUAL(IX-DEP) EQUAL ZEROS
              AND WS-TOT-PLANTA EQUAL ZEROS
              AND WS-TOT-VACANTES EQUAL ZEROS
              AND TB-DEP-PRESUPUESTO(IX-DEP) EQUAL ZEROS
              GO TO 3100-IMPRIME-DEPTO-EXIT
           END-IF

           MOVE TB-DEP-DEPTNO(IX-DEP)       TO LIN-DEP-DEPTNO
           MOVE TB-DEP-LOCATION(IX-DEP)     TO LIN-DEP-LOCATION
           MOVE TB-DEP-PRESUPUESTO(IX-DEP)  TO LIN-DEP-PRESUPUESTO
           MOVE TB-DEP-CONSUMIDO(IX-DEP)    TO LIN-DEP-CONSUMIDO
           MOVE TB-DEP-VACANTES(IX-DEP)     TO LIN-DEP-VACANTES

           WRITE REG-REPPRY FROM WS-LINEA-BLANCO
           WRITE REG-REPPRY FROM WS-LINEA-DEPTO
           WRITE REG-REPPRY FROM WS-LINEA-COL-DEPTO

           PERFORM 3120-IMPRIME-MES-DEPTO
              THRU 3120-IMPRIME-MES-DEPTO-EXIT
              VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES IS GREATER THAN CT-12

           MOVE WS-TOT-PLANTA               TO LIN-TDE-PLANTA
           MOVE WS-TOT-VACANTES             TO LIN-TDE-VACANTES
           COMPUTE LIN-TDE-TOTAL = WS-TOT-PLANTA + WS-TOT-VACANTES

           WRITE REG-REPPRY FROM WS-LINEA-TOT-DEPTO

           COMPUTE WS-AUMENTO  = WS-TOT-PLANTA - TB-DEP-ACTUAL(IX-DEP)
           COMPUTE WS-RESTANTE = TB-DEP-PRESUPUESTO(IX-DEP)
                               - TB-DEP-CONSUMIDO(IX-DEP)

           MOVE TB-DEP-ACTUAL(IX-DEP)       TO LIN-CMP-ACTUAL
           MOVE WS-AUMENTO                  TO LIN-CMP-AUMENTO
           MOVE WS-RESTANTE                 TO LIN-CMP-RESTANTE
           MOVE SPACES                      TO LIN-CMP-MARCA

           IF WS-AUMENTO IS GREATER THAN WS-RESTANTE
              MOVE '* EXCEDE PRESUPUESTO'   TO LIN-CMP-MARCA
              ADD CT-1                      TO CN-DEPTOS-EXCEDIDOS
           END-IF

           WRITE REG-REPPRY FROM WS-LINEA-CMP-DEPTO

           ADD CT-1                         TO CN-DEPTOS-LISTADOS

           PERFORM 3200-ACUMULA-UBICACION
              THRU 3200-ACUMULA-UBICACION-EXIT

           ADD TB-DEP-ACTUAL(IX-DEP)        TO AC-EMP-ACTUAL
           ADD WS-TOT-PLANTA                TO AC-EMP-PLANTA
           ADD WS-TOT-VACANTES              TO AC-EMP-VACANTES.

      *****************************************************************
      *                    3100-IMPRIME-DEPTO-EXIT                    *
      *****************************************************************
       3100-IMPRIME-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     3110-SUMA-MES-DEPTO                       *
      *****************************************************************
       3110-SUMA-MES-DEPTO.

           ADD TB-DEP-COSTO(IX-DEP, WS-MES) TO WS-TOT-PLANTA
           ADD TB-DEP-COSTO-VAC(IX-DEP)     TO WS-TOT-VACANTES

           ADD TB-DEP-COSTO(IX-DEP, WS-MES) TO TB-EMP-PLANTA(WS-MES)
           ADD TB-DEP-COSTO-VAC(IX-DEP)     TO TB-EMP-VACANTES(WS-MES).

      *****************************************************************
      *                   3110-SUMA-MES-DEPTO-EXIT                    *
      *****************************************************************
       3110-SUMA-MES-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                    3120-IMPRIME-MES-DEPTO                     *
      *****************************************************************
       3120-IMPRIME-MES-DEPTO.

           MOVE TB-MES-AAAA(WS-MES)         TO LIN-MES-AAAA
           MOVE TB-MES-MM(WS-MES)           TO LIN-MES-MM
           MOVE TB-DEP-COSTO(IX-DEP, WS-MES) TO LIN-MES-PLANTA
           MOVE TB-DEP-COSTO-VAC(IX-DEP)    TO LIN-MES-VACANTES
           COMPUTE LIN-MES-TOTAL = TB-DEP-COSTO(IX-DEP, WS-MES)
                                 + TB-DEP-COSTO-VAC(IX-DEP)

           WRITE REG-REPPRY FROM WS-LINEA-MES.

      *****************************************************************
      *                  3120-IMPRIME-MES-DEPTO-EXIT                  *
      *****************************************************************
       3120-IMPRIME-MES-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                   3200-ACUMULA-UBICACION                      *
      *****************************************************************
       3200-ACUMULA-UBICACION.

           SET NO-UBI-HALLADA               TO TRUE

           PERFORM 3210-COMPARA-UBICACION
              THRU 3210-COMPARA-UBICACION-EXIT
              VARYING WS-IX-UBI FROM 1 BY 1
              UNTIL WS-IX-UBI IS GREATER THAN TB-CANT-UBI
                 OR SI-UBI-HALLADA

           IF NO-UBI-HALLADA
              IF TB-CANT-UBI IS NOT LESS THAN CT-MAX-UBICACIONES
                 DISPLAY 'AVISO: UBICACION SIN LUGAR EN LA TABLA: '
                         TB-DEP-LOCATION(IX-DEP)
                 GO TO 3200-ACUMULA-UBICACION-EXIT
              END-IF
              ADD CT-1                      TO TB-CANT-UBI
              SET IX-UBI                    TO TB-CANT-UBI
              INITIALIZE TB-UBI-ELEM(IX-UBI)
              MOVE TB-DEP-LOCATION(IX-DEP)  TO TB-UBI-LOCATION(IX-UBI)
           END-IF

           ADD TB-DEP-ACTUAL(IX-DEP)        TO TB-UBI-ACTUAL(IX-UBI)
           ADD WS-TOT-PLANTA                TO TB-UBI-PLANTA(IX-UBI)
           ADD WS-TOT-VACANTES              TO TB-UBI-VACANTES(IX-UBI)
           ADD WS-RESTANTE                  TO TB-UBI-RESTANTE(IX-UBI).

      *****************************************************************
      *                 3200-ACUMULA-UBICACION-EXIT                   *
      *****************************************************************
       3200-ACUMULA-UBICACION-EXIT.
           EXIT.
      *****************************************************************
      *                   3210-COMPARA-UBICACION                      *
      *****************************************************************
       3210-COMPARA-UBICACION.

           SET IX-UBI                       TO WS-IX-UBI

           IF TB-UBI-LOCATION(IX-UBI) EQUAL TB-DEP-LOCATION(IX-DEP)
              SET SI-UBI-HALLADA            TO TRUE
           END-IF.

      *****************************************************************
      *                 3210-COMPARA-UBICACION-EXIT                   *
      *****************************************************************
       3210-COMPARA-UBICACION-EXIT.
           EXIT.
      *****************************************************************
      *                  3300-IMPRIME-UBICACIONES                     *
      *****************************************************************
       3300-IMPRIME-UBICACIONES.

           WRITE REG-REPPRY FROM WS-LINEA-BLANCO
           WRITE REG-REPPRY FROM WS-LINEA-TIT-UBI
           WRITE REG-REPPRY FROM WS-LINEA-COL-UBI

           PERFORM 3310-IMPRIME-UNA-UBICACION
              THRU 3310-IMPRIME-UNA-UBICACION-EXIT
              VARYING WS-IX-UBI FROM 1 BY 1
              UNTIL WS-IX-UBI IS GREATER THAN TB-CANT-UBI.

      *****************************************************************
      *                3300-IMPRIME-UBICACIONES-EXIT                  *
      *****************************************************************
       3300-IMPRIME-UBICACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                 3310-IMPRIME-UNA-UBICACION                    *
      *****************************************************************
       3310-IMPRIME-UNA-UBICACION.

           SET IX-UBI                       TO WS-IX-UBI

           MOVE TB-UBI-LOCATION(IX-UBI)     TO LIN-UBI-LOCATION
           MOVE TB-UBI-ACTUAL(IX-UBI)       TO LIN-UBI-ACTUAL
           MOVE TB-UBI-PLANTA(IX-UBI)       TO LIN-UBI-PLANTA
           MOVE TB-UBI-VACANTES(IX-UBI)     TO LIN-UBI-VACANTES
           COMPUTE LIN-UBI-AUMENTO = TB-UBI-PLANTA(IX-UBI)
                                   - TB-UBI-ACTUAL(IX-UBI)
           MOVE TB-UBI-RESTANTE(IX-UBI)     TO LIN-UBI-RESTANTE

           WRITE REG-REPPRY FROM WS-LINEA-UBI.

      *****************************************************************
      *               3310-IMPRIME-UNA-UBICACION-EXIT                 *
      *****************************************************************
       3310-IMPRIME-UNA-UBICACION-EXIT.
           EXIT.
      *****************************************************************
      *                    3400-IMPRIME-EMPRESA                       *
      *****************************************************************
       3400-IMPRIME-EMPRESA.

           WRITE REG-REPPRY FROM WS-LINEA-BLANCO
           WRITE REG-REPPRY FROM WS-LINEA-TIT-EMP
           WRITE REG-REPPRY FROM WS-LINEA-COL-EMP

           PERFORM 3410-IMPRIME-MES-EMPRESA
              THRU 3410-IMPRIME-MES-EMPRESA-EXIT
              VARYING WS-MES FROM 1 BY 1
              UNTIL WS-MES IS GREATER THAN CT-12

           MOVE AC-EMP-PLANTA               TO LIN-TEM-PLANTA
           MOVE AC-EMP-VACANTES             TO LIN-TEM-VACANTES
           COMPUTE LIN-TEM-TOTAL = AC-EMP-PLANTA + AC-EMP-VACANTES
           MOVE AC-EMP-ACTUAL               TO LIN-TEM-ACTUAL

           WRITE REG-REPPRY FROM WS-LINEA-TOT-EMP.

      *****************************************************************
      *                  3400-IMPRIME-EMPRESA-EXIT                    *
      *****************************************************************
       3400-IMPRIME-EMPRESA-EXIT.
           EXIT.
      *****************************************************************
      *                  3410-IMPRIME-MES-EMPRESA                     *
      *****************************************************************
       3410-IMPRIME-MES-EMPRESA.

           MOVE TB-MES-AAAA(WS-MES)         TO LIN-MEM-AAAA
           MOVE TB-MES-MM(WS-MES)           TO LIN-MEM-MM
           MOVE TB-EMP-PLANTA(WS-MES)       TO LIN-MEM-PLANTA
           MOVE TB-EMP-VACANTES(WS-MES)     TO LIN-MEM-VACANTES
           COMPUTE LIN-MEM-TOTAL = TB-EMP-PLANTA(WS-MES)
                                 + TB-EMP-VACANTES(WS-MES)
           MOVE TB-EMP-CAMBIOS(WS-MES)      TO LIN-MEM-CAMBIOS
           MOVE TB-EMP-BANDAS(WS-MES)       TO LIN-MEM-BANDAS
           MOVE TB-EMP-CONFIRMA(WS-MES)     TO LIN-MEM-CONFIRMA
           MOVE TB-EMP-JUBILA(WS-MES)       TO LIN-MEM-JUBILA

           WRITE REG-REPPRY FROM WS-LINEA-MES-EMP.

      *****************************************************************
      *                3410-IMPRIME-MES-EMPRESA-EXIT                  *
      *****************************************************************
       3410-IMPRIME-MES-EMPRESA-EXIT.
           EXIT.
