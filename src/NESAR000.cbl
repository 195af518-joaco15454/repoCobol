      *****************************************************************
      * Program name:    NESAR000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Subject access      *
      *                          extract: for the EMPNO on the        *
      *                          PARMSAR card, every row held about   *
      *                          the person in the NEOSB36 tables and *
      *                          in the EMP_HIST archive (ARCHSAL) is *
      *                          listed column by column in REPSAR    *
      *                          and written to EXTSAR for the        *
      *                          privacy office. Each delivery is     *
      *                          logged in SAR_LOG.                   *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NESAR000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * CADA TABLA SE RECORRE CON SU CURSOR POR EMPNO Y CADA FILA SE  *
      * CARGA COMO UNA LISTA DE COLUMNAS (NOMBRE Y VALOR EN TEXTO);   *
      * EL REPORTE Y EL ARCHIVO SE ARMAN DESDE ESA LISTA, DE MODO QUE *
      * AGREGAR UNA TABLA ES AGREGAR SU CURSOR, SUS NOMBRES DE        *
      * COLUMNA Y SUS DOS PARRAFOS. LAS TABLAS DONDE LA PERSONA SOLO  *
      * FIGURA EN OTRO ROL (GERENTE DE UN DEPARTAMENTO O DE UN        *
      * CONTRATADO, EMPLEADO QUE CUBRIO UNA REQUISICION) NO SON DATOS *
      * DE LA PERSONA Y NO SE INCLUYEN. UNA PERSONA SIN NINGUNA FILA  *
      * SE INFORMA CON RC 4 Y EL PEDIDO SE REGISTRA IGUAL: LA         *
      * RESPUESTA ES QUE NO SE GUARDAN DATOS SUYOS.                   *
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

           SELECT PARMSAR  ASSIGN TO PARMSAR
                           FILE STATUS IS FS-PARMSAR.

           SELECT ARCHSAL  ASSIGN TO ARCHSAL
                           FILE STATUS IS FS-ARCHSAL.

           SELECT EXTSAR   ASSIGN TO EXTSAR
                           FILE STATUS IS FS-EXTSAR.

           SELECT REPSAR   ASSIGN TO REPSAR
                           FILE STATUS IS FS-REPSAR.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      PEDIDO: EMPNO, REFERENCIA DEL CASO Y SOLICITANTE         *
      *****************************************************************
       FD  PARMSAR
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMSAR.
           05 PARM-EMPNO                    PIC X(06).
           05 PARM-REFERENCIA               PIC X(12).
           05 PARM-SOLICITANTE              PIC X(08).
           05 FILLER                        PIC X(54).

      *****************************************************************
      *      GENERACIONES DEL ARCHIVO DE EMP_HIST (NEHISA00)          *
      *****************************************************************
       FD  ARCHSAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 134 CHARACTERS.
       01  REG-ARCHSAL                      PIC X(134).

       FD  EXTSAR
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-EXTSAR                       PIC X(100).

       FD  REPSAR
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPSAR                       PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMSAR                    PIC X(02) VALUE SPACES.
           05 FS-ARCHSAL                    PIC X(02) VALUE SPACES.
           05 FS-EXTSAR                     PIC X(02) VALUE SPACES.
           05 FS-REPSAR                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-EMPNO                      PIC X(06) VALUE SPACES.
           05 WS-REFERENCIA                 PIC X(12) VALUE SPACES.
           05 WS-SOLICITANTE                PIC X(08) VALUE SPACES.
           05 WS-TABLA                      PIC X(18) VALUE SPACES.
           05 WS-FILAS-TABLA                PIC 9(05) VALUE ZERO.
           05 WS-CANT-COLUMNAS              PIC S9(04) COMP VALUE ZERO.
           05 WS-SQLCODE                    PIC -(9)9.
           05 WS-FECHA-ISO.
              10 WS-ISO-AAAA                PIC X(04).
              10 FILLER                     PIC X(01).
              10 WS-ISO-MM                  PIC X(02).
              10 FILLER                     PIC X(01).
              10 WS-ISO-DD                  PIC X(02).
           05 WS-FECHA-AMD.
              10 WS-AMD-AAAA                PIC X(04).
              10 WS-AMD-MM                  PIC X(02).
              10 WS-AMD-DD                  PIC X(02).
           05 WS-FECHA-AMD-N REDEFINES WS-FECHA-AMD
                                            PIC 9(08).

      * VALORES NUMERICOS EDITADOS COMO TEXTO
       01  WS-EDITADOS.
           05 WS-ED-IMPORTE                 PIC -(10)9,99.
           05 WS-ED-DIAS                    PIC -(4)9,99.
           05 WS-ED-ENTERO                  PIC -(9)9.

      * FILA EN CURSO: NOMBRE Y VALOR DE CADA COLUMNA
       01  WS-NOMBRES.
           05 WS-NOMBRE                     PIC X(18)
                                            OCCURS 20 TIMES.

       01  WS-VALORES.
           05 WS-VALOR                      PIC X(50)
                                            OCCURS 20 TIMES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
              88 NO-FIN-CURSOR                        VALUE 'N'.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-TABLA-ARCHIVO              PIC X(18) VALUE
              'EMP_HIST (ARCHIVO)'.

      * COLUMNAS DE EMP
       01  CT-COL-EMP.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FIRSTNME'.
           05 FILLER                        PIC X(18) VALUE
              'MIDINIT'.
           05 FILLER                        PIC X(18) VALUE
              'LASTNAME'.
           05 FILLER                        PIC X(18) VALUE
              'WORKDEPT'.
           05 FILLER                        PIC X(18) VALUE
              'PHONENO'.
           05 FILLER                        PIC X(18) VALUE
              'HIREDATE'.
           05 FILLER                        PIC X(18) VALUE
              'JOB'.
           05 FILLER                        PIC X(18) VALUE
              'EDLEVEL'.
           05 FILLER                        PIC X(18) VALUE
              'SEX'.
           05 FILLER                        PIC X(18) VALUE
              'BIRTHDATE'.
           05 FILLER                        PIC X(18) VALUE
              'SALARY'.
           05 FILLER                        PIC X(18) VALUE
              'BONUS'.
           05 FILLER                        PIC X(18) VALUE
              'COMM'.
           05 FILLER                        PIC X(18) VALUE
              'EMPSTATUS'.
           05 FILLER                        PIC X(18) VALUE
              'FECHABAJA'.
           05 FILLER                        PIC X(18) VALUE
              'MOTIVOBAJA'.
           05 FILLER                        PIC X(18) VALUE
              'CLASE'.
           05 FILLER                        PIC X(18) VALUE
              'PCTJORNADA'.

      * COLUMNAS DE EMP_HIST
       01  CT-COL-EHIS.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FIRSTNME'.
           05 FILLER                        PIC X(18) VALUE
              'MIDINIT'.
           05 FILLER                        PIC X(18) VALUE
              'LASTNAME'.
           05 FILLER                        PIC X(18) VALUE
              'WORKDEPT'.
           05 FILLER                        PIC X(18) VALUE
              'PHONENO'.
           05 FILLER                        PIC X(18) VALUE
              'HIREDATE'.
           05 FILLER                        PIC X(18) VALUE
              'JOB'.
           05 FILLER                        PIC X(18) VALUE
              'EDLEVEL'.
           05 FILLER                        PIC X(18) VALUE
              'SEX'.
           05 FILLER                        PIC X(18) VALUE
              'BIRTHDATE'.
           05 FILLER                        PIC X(18) VALUE
              'SALARY'.
           05 FILLER                        PIC X(18) VALUE
              'BONUS'.
           05 FILLER                        PIC X(18) VALUE
              'COMM'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHABAJA'.
           05 FILLER                        PIC X(18) VALUE
              'MOTIVOBAJA'.

      * COLUMNAS DE DEPENDENT
       01  CT-COL-DPN.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'SEQNO'.
           05 FILLER                        PIC X(18) VALUE
              'NOMBRE'.
           05 FILLER                        PIC X(18) VALUE
              'PARENTESCO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHANAC'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.

      * COLUMNAS DE DEPENDENT_HIST
       01  CT-COL-DPH.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'SEQNO'.
           05 FILLER                        PIC X(18) VALUE
              'NOMBRE'.
           05 FILLER                        PIC X(18) VALUE
              'PARENTESCO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHANAC'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.

      * COLUMNAS DE EMP_ADDRESS
       01  CT-COL-ADR.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'CALLE'.
           05 FILLER                        PIC X(18) VALUE
              'CIUDAD'.
           05 FILLER                        PIC X(18) VALUE
              'CODPOSTAL'.
           05 FILLER                        PIC X(18) VALUE
              'PAIS'.
           05 FILLER                        PIC X(18) VALUE
              'TELEFONO'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.

      * COLUMNAS DE EMP_ADDR_HIST
       01  CT-COL-ADH.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'CALLE'.
           05 FILLER                        PIC X(18) VALUE
              'CIUDAD'.
           05 FILLER                        PIC X(18) VALUE
              'CODPOSTAL'.
           05 FILLER                        PIC X(18) VALUE
              'PAIS'.
           05 FILLER                        PIC X(18) VALUE
              'TELEFONO'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.

      * COLUMNAS DE EMP_BANK
       01  CT-COL-BNK.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'BANCO'.
           05 FILLER                        PIC X(18) VALUE
              'SUCURSAL'.
           05 FILLER                        PIC X(18) VALUE
              'CUENTA'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.

      * COLUMNAS DE EMP_BANK_HIST
       01  CT-COL-BKH.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'BANCO'.
           05 FILLER                        PIC X(18) VALUE
              'SUCURSAL'.
           05 FILLER                        PIC X(18) VALUE
              'CUENTA'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOAPROB'.

      * COLUMNAS DE EMP_BANK_PEND
       01  CT-COL-BKP.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACARGA'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'BANCO'.
           05 FILLER                        PIC X(18) VALUE
              'SUCURSAL'.
           05 FILLER                        PIC X(18) VALUE
              'CUENTA'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCARGA'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOAPROB'.
           05 FILLER                        PIC X(18) VALUE
              'FECHARESOL'.

      * COLUMNAS DE VAC_BALANCE
       01  CT-COL-VAC.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'DIASACRED'.
           05 FILLER                        PIC X(18) VALUE
              'DIASTOMADOS'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAULTACRED'.

      * COLUMNAS DE VAC_BALANCE_HIST
       01  CT-COL-VBH.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'DIASACRED'.
           05 FILLER                        PIC X(18) VALUE
              'DIASTOMADOS'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAULTACRED'.
           05 FILLER                        PIC X(18) VALUE
              'DIASPAGADOS'.
           05 FILLER                        PIC X(18) VALUE
              'IMPORTEPAGADO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.

      * COLUMNAS DE VAC_REQUEST
       01  CT-COL-VRQ.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHADESDE'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAHASTA'.
           05 FILLER                        PIC X(18) VALUE
              'DIASHABILES'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOPEDIDO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAPEDIDO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIORESOL'.
           05 FILLER                        PIC X(18) VALUE
              'FECHARESOL'.

      * COLUMNAS DE EMP_LEAVE
       01  CT-COL-LIC.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAINICIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHARETORNO'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.

      * COLUMNAS DE EMP_ABSENCE
       01  CT-COL-ABS.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHADESDE'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAHASTA'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOAUSENCIA'.
           05 FILLER                        PIC X(18) VALUE
              'CERTIFICADO'.
           05 FILLER                        PIC X(18) VALUE
              'DIASPERDIDOS'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.

      * COLUMNAS DE VAR_PAY
       01  CT-COL-VPY.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'PERIODO'.
           05 FILLER                        PIC X(18) VALUE
              'IMPORTE'.

      * COLUMNAS DE BEN_DEDUCT
       01  CT-COL-BDD.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'PERIODO'.
           05 FILLER                        PIC X(18) VALUE
              'IMPORTE'.

      * COLUMNAS DE FINAL_PAY
       01  CT-COL-FPY.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHABAJA'.
           05 FILLER                        PIC X(18) VALUE
              'SALARY'.
           05 FILLER                        PIC X(18) VALUE
              'BONUS'.
           05 FILLER                        PIC X(18) VALUE
              'COMM'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'DIASVACACIONES'.
           05 FILLER                        PIC X(18) VALUE
              'VACACIONES'.
           05 FILLER                        PIC X(18) VALUE
              'PRESTAMOS'.

      * COLUMNAS DE EMP_LOAN
       01  CT-COL-LON.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'NROPRESTAMO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOPRESTAMO'.
           05 FILLER                        PIC X(18) VALUE
              'CAPITAL'.
           05 FILLER                        PIC X(18) VALUE
              'CUOTA'.
           05 FILLER                        PIC X(18) VALUE
              'PERIODOINICIO'.
           05 FILLER                        PIC X(18) VALUE
              'SALDO'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.

      * COLUMNAS DE LOAN_DEDUCT
       01  CT-COL-LDD.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'NROPRESTAMO'.
           05 FILLER                        PIC X(18) VALUE
              'PERIODO'.
           05 FILLER                        PIC X(18) VALUE
              'IMPORTE'.
           05 FILLER                        PIC X(18) VALUE
              'SALDO'.

      * COLUMNAS DE PEND_CHANGES
       01  CT-COL-PCH.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAEFECTIVA'.
           05 FILLER                        PIC X(18) VALUE
              'SEQNO'.
           05 FILLER                        PIC X(18) VALUE
              'WORKDEPT'.
           05 FILLER                        PIC X(18) VALUE
              'JOB'.
           05 FILLER                        PIC X(18) VALUE
              'PHONENO'.
           05 FILLER                        PIC X(18) VALUE
              'SALARY'.
           05 FILLER                        PIC X(18) VALUE
              'BONUS'.
           05 FILLER                        PIC X(18) VALUE
              'COMM'.
           05 FILLER                        PIC X(18) VALUE
              'PCTJORNADA'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACARGA'.

      * COLUMNAS DE EXC_LEDGER
       01  CT-COL-EXL.
           05 FILLER                        PIC X(18) VALUE
              'FUENTE'.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'CODIGO'.
           05 FILLER                        PIC X(18) VALUE
              'PRIMERAVEZ'.
           05 FILLER                        PIC X(18) VALUE
              'ULTIMAVEZ'.
           05 FILLER                        PIC X(18) VALUE
              'VECES'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.

      * COLUMNAS DE ACCESS_LOG
       01  CT-COL-ACC.
           05 FILLER                        PIC X(18) VALUE
              'USUARIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAACCESO'.
           05 FILLER                        PIC X(18) VALUE
              'TERMINAL'.
           05 FILLER                        PIC X(18) VALUE
              'TRANSACCION'.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'RESULTADO'.

      * COLUMNAS DE APPR_DELEG_USE
       01  CT-COL-DLU.
           05 FILLER                        PIC X(18) VALUE
              'DELEGADO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAUSO'.
           05 FILLER                        PIC X(18) VALUE
              'DELEGANTE'.
           05 FILLER                        PIC X(18) VALUE
              'TRANSACCION'.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'ACCION'.

      * COLUMNAS DE EMP_RATING
       01  CT-COL-RTG.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'ANIO'.
           05 FILLER                        PIC X(18) VALUE
              'CALIFICACION'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.

      * COLUMNAS DE EMP_SERVICE
       01  CT-COL-SRV.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAALTAORIG'.
           05 FILLER                        PIC X(18) VALUE
              'DIASPREVIOS'.

      * COLUMNAS DE EMP_DOCUMENT
       01  CT-COL-DOC.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPODOC'.
           05 FILLER                        PIC X(18) VALUE
              'NRODOC'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAEMISION'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAVENCE'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.

      * COLUMNAS DE CERT_LETTER
       01  CT-COL-CVL.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAPEDIDO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOCARTA'.
           05 FILLER                        PIC X(18) VALUE
              'DESTINATARIO'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIO'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'NROCARTA'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAEMISION'.

      * COLUMNAS DE EMP_DEPT_ALLOC
       01  CT-COL-DIS.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHADESDE'.
           05 FILLER                        PIC X(18) VALUE
              'DEPTNO'.
           05 FILLER                        PIC X(18) VALUE
              'PORCENTAJE'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.

      * COLUMNAS DE SUCCESSION
       01  CT-COL-SUC.
           05 FILLER                        PIC X(18) VALUE
              'DEPTNO'.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'PREPARACION'.
           05 FILLER                        PIC X(18) VALUE
              'FECHANOMINA'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.

      * COLUMNAS DE XCOMP_REVIEW
       01  CT-COL-XCR.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'DEPTORIGEN'.
           05 FILLER                        PIC X(18) VALUE
              'DEPTDESTINO'.
           05 FILLER                        PIC X(18) VALUE
              'CIAORIGEN'.
           05 FILLER                        PIC X(18) VALUE
              'CIADESTINO'.
           05 FILLER                        PIC X(18) VALUE
              'PROGRAMA'.
           05 FILLER                        PIC X(18) VALUE
              'USUARIOCAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.

      * COLUMNAS DE NEWHIRE_RPT
       01  CT-COL-NHR.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACAMBIO'.
           05 FILLER                        PIC X(18) VALUE
              'TIPOALTA'.
           05 FILLER                        PIC X(18) VALUE
              'HIREDATE'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAENVIO'.
           05 FILLER                        PIC X(18) VALUE
              'ARCHIVO'.

      * COLUMNAS DE NOTIF_LOG
       01  CT-COL-NTF.
           05 FILLER                        PIC X(18) VALUE
              'TIPOEVENTO'.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'REFERENCIA'.
           05 FILLER                        PIC X(18) VALUE
              'MGRNO'.
           05 FILLER                        PIC X(18) VALUE
              'WORKDEPT'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAEVENTO'.
           05 FILLER                        PIC X(18) VALUE
              'DETALLE'.
           05 FILLER                        PIC X(18) VALUE
              'ESTADO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHACARGA'.
           05 FILLER                        PIC X(18) VALUE
              'FECHANOTIF'.

      * COLUMNAS DE USER_PROFILE
       01  CT-COL-USR.
           05 FILLER                        PIC X(18) VALUE
              'USUARIO'.
           05 FILLER                        PIC X(18) VALUE
              'NIVEL'.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'IDIOMA'.

      * COLUMNAS DE SAR_LOG
       01  CT-COL-SAR.
           05 FILLER                        PIC X(18) VALUE
              'EMPNO'.
           05 FILLER                        PIC X(18) VALUE
              'REFERENCIA'.
           05 FILLER                        PIC X(18) VALUE
              'SOLICITANTE'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAPROCESO'.
           05 FILLER                        PIC X(18) VALUE
              'FECHAENTREGA'.
           05 FILLER                        PIC X(18) VALUE
              'TABLAS'.
           05 FILLER                        PIC X(18) VALUE
              'FILAS'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-TABLAS                     PIC 9(03).
           05 CN-TABLAS-CON-DATOS           PIC 9(03).
           05 CN-FILAS                      PIC 9(07).
           05 CN-CAMPOS                     PIC 9(07).
           05 CN-ARCHIVO-LEIDOS             PIC 9(07).
           05 CN-REGISTROS                  PIC 9(07).

       01  IX-COLUMNA                       PIC S9(04) COMP.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "EXTRACTO DE DATOS PERSONALES - FECHA DE PROCESO:  ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-PEDIDO.
           05 FILLER                        PIC X(07) VALUE "EMPNO: ".
           05 LIN-PED-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(15) VALUE
              "  REFERENCIA: ".
           05 LIN-PED-REFERENCIA            PIC X(12).
           05 FILLER                        PIC X(16) VALUE
              "  SOLICITANTE: ".
           05 LIN-PED-SOLICITANTE           PIC X(08).
           05 FILLER                        PIC X(16) VALUE SPACES.

       01  WS-LINEA-TABLA.
           05 FILLER                        PIC X(07) VALUE "TABLA: ".
           05 LIN-TAB-TABLA                 PIC X(18).
           05 FILLER                        PIC X(55) VALUE SPACES.

       01  WS-LINEA-FILA.
           05 FILLER                        PIC X(07) VALUE
              "  FILA ".
           05 LIN-FIL-FILA                  PIC ZZZZ9.
           05 FILLER                        PIC X(68) VALUE SPACES.

       01  WS-LINEA-CAMPO.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-CAM-COLUMNA               PIC X(18).
           05 FILLER                        PIC X(02) VALUE ": ".
           05 LIN-CAM-VALOR                 PIC X(50).
           05 FILLER                        PIC X(06) VALUE SPACES.

       01  WS-LINEA-FIN-TABLA.
           05 FILLER                        PIC X(15) VALUE
              "  TOTAL FILAS: ".
           05 LIN-FTA-FILAS                 PIC ZZZZ9.
           05 FILLER                        PIC X(60) VALUE SPACES.

       01  WS-LINEA-SIN-DATOS.
           05 FILLER                        PIC X(40) VALUE
              "  SIN DATOS DE LA PERSONA EN ESTA TABLA".
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZZZZ9.
           05 FILLER                        PIC X(33) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-REG-SAR.
           COPY NETCSAR0.

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
              INCLUDE NEGTEHIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDPN
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDPH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTADR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTADH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBNK
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBKH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBKP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVAC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVBH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVRQ
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTLIC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTABS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVPY
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBDD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTFPY
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTLON
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTLDD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPCH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEXL
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTACC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDLU
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTRTG
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSRV
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDOC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTCVL
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSUC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTXCR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTNHR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTNTF
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTUSR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSAR
           END-EXEC.
      *    UN CURSOR POR TABLA, TODAS LAS FILAS DE LA PERSONA
           EXEC SQL
              DECLARE CSR-EMP CURSOR FOR
              SELECT EMPNO,
                     FIRSTNME,
                     MIDINIT,
                     LASTNAME,
                     VALUE(WORKDEPT, ' '),
                     VALUE(PHONENO, ' '),
                     VALUE(CHAR(HIREDATE, ISO), ' '),
                     VALUE(JOB, ' '),
                     VALUE(EDLEVEL, 0),
                     VALUE(SEX, ' '),
                     VALUE(CHAR(BIRTHDATE, ISO), ' '),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     EMPSTATUS,
                     VALUE(CHAR(FECHABAJA, ISO), ' '),
                     VALUE(MOTIVOBAJA, ' '),
                     VALUE(CLASE, ' '),
                     PCTJORNADA
                FROM NEOSB36.EMP
               WHERE EMPNO = :WS-EMPNO
               ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-EHIS CURSOR FOR
              SELECT EMPNO,
                     FIRSTNME,
                     MIDINIT,
                     LASTNAME,
                     VALUE(WORKDEPT, ' '),
                     VALUE(PHONENO, ' '),
                     VALUE(CHAR(HIREDATE, ISO), ' '),
                     VALUE(JOB, ' '),
                     VALUE(EDLEVEL, 0),
                     VALUE(SEX, ' '),
                     VALUE(CHAR(BIRTHDATE, ISO), ' '),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' '),
                     VALUE(CHAR(FECHABAJA, ISO), ' '),
                     VALUE(MOTIVOBAJA, ' ')
                FROM NEOSB36.EMP_HIST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DPN CURSOR FOR
              SELECT EMPNO,
                     SEQNO,
                     NOMBRE,
                     PARENTESCO,
                     VALUE(CHAR(FECHANAC, ISO), ' '),
                     ESTADO
                FROM NEOSB36.DEPENDENT
               WHERE EMPNO = :WS-EMPNO
               ORDER BY SEQNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DPH CURSOR FOR
              SELECT EMPNO,
                     SEQNO,
                     NOMBRE,
                     PARENTESCO,
                     VALUE(CHAR(FECHANAC, ISO), ' '),
                     ESTADO,
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' ')
                FROM NEOSB36.DEPENDENT_HIST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY SEQNO, FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-ADR CURSOR FOR
              SELECT EMPNO,
                     CALLE,
                     CIUDAD,
                     VALUE(CODPOSTAL, ' '),
                     VALUE(PAIS, ' '),
                     VALUE(TELEFONO, ' '),
                     ESTADO
                FROM NEOSB36.EMP_ADDRESS
               WHERE EMPNO = :WS-EMPNO
               ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-ADH CURSOR FOR
              SELECT EMPNO,
                     CALLE,
                     CIUDAD,
                     VALUE(CODPOSTAL, ' '),
                     VALUE(PAIS, ' '),
                     VALUE(TELEFONO, ' '),
                     ESTADO,
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' ')
                FROM NEOSB36.EMP_ADDR_HIST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-BNK CURSOR FOR
              SELECT EMPNO,
                     BANCO,
                     SUCURSAL,
                     CUENTA,
                     ESTADO
                FROM NEOSB36.EMP_BANK
               WHERE EMPNO = :WS-EMPNO
               ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-BKH CURSOR FOR
              SELECT EMPNO,
                     BANCO,
                     SUCURSAL,
                     CUENTA,
                     ESTADO,
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' '),
                     VALUE(USUARIOAPROB, ' ')
                FROM NEOSB36.EMP_BANK_HIST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-BKP CURSOR FOR
              SELECT EMPNO,
                     FECHACARGA,
                     TIPOCAMBIO,
                     BANCO,
                     SUCURSAL,
                     CUENTA,
                     ESTADO,
                     USUARIOCARGA,
                     USUARIOAPROB,
                     VALUE(CHAR(FECHARESOL), ' ')
                FROM NEOSB36.EMP_BANK_PEND
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACARGA
           END-EXEC.

           EXEC SQL
              DECLARE CSR-VAC CURSOR FOR
              SELECT EMPNO,
                     DIASACRED,
                     DIASTOMADOS,
                     CHAR(FECHAULTACRED, ISO)
                FROM NEOSB36.VAC_BALANCE
               WHERE EMPNO = :WS-EMPNO
               ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-VBH CURSOR FOR
              SELECT EMPNO,
                     DIASACRED,
                     DIASTOMADOS,
                     CHAR(FECHAULTACRED, ISO),
                     DIASPAGADOS,
                     IMPORTEPAGADO,
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' ')
                FROM NEOSB36.VAC_BALANCE_HIST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-VRQ CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHADESDE, ISO),
                     CHAR(FECHAHASTA, ISO),
                     DIASHABILES,
                     ESTADO,
                     USUARIOPEDIDO,
                     FECHAPEDIDO,
                     VALUE(USUARIORESOL, ' '),
                     VALUE(CHAR(FECHARESOL), ' ')
                FROM NEOSB36.VAC_REQUEST
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAPEDIDO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-LIC CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHAINICIO, ISO),
                     VALUE(CHAR(FECHARETORNO, ISO), ' '),
                     ESTADO
                FROM NEOSB36.EMP_LEAVE
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAINICIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-ABS CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHADESDE, ISO),
                     CHAR(FECHAHASTA, ISO),
                     TIPOAUSENCIA,
                     CERTIFICADO,
                     DIASPERDIDOS,
                     USUARIOCAMBIO,
                     FECHACAMBIO
                FROM NEOSB36.EMP_ABSENCE
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHADESDE
           END-EXEC.

           EXEC SQL
              DECLARE CSR-VPY CURSOR FOR
              SELECT EMPNO,
                     PERIODO,
                     IMPORTE
                FROM NEOSB36.VAR_PAY
               WHERE EMPNO = :WS-EMPNO
               ORDER BY PERIODO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-BDD CURSOR FOR
              SELECT EMPNO,
                     PERIODO,
                     IMPORTE
                FROM NEOSB36.BEN_DEDUCT
               WHERE EMPNO = :WS-EMPNO
               ORDER BY PERIODO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-FPY CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHABAJA, ISO),
                     SALARY,
                     BONUS,
                     COMM,
                     ESTADO,
                     DIASVACACIONES,
                     VACACIONES,
                     PRESTAMOS
                FROM NEOSB36.FINAL_PAY
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHABAJA
           END-EXEC.

           EXEC SQL
              DECLARE CSR-LON CURSOR FOR
              SELECT EMPNO,
                     NROPRESTAMO,
                     TIPOPRESTAMO,
                     CAPITAL,
                     CUOTA,
                     PERIODOINICIO,
                     SALDO,
                     ESTADO,
                     USUARIOCAMBIO,
                     FECHACAMBIO
                FROM NEOSB36.EMP_LOAN
               WHERE EMPNO = :WS-EMPNO
               ORDER BY NROPRESTAMO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-LDD CURSOR FOR
              SELECT EMPNO,
                     NROPRESTAMO,
                     PERIODO,
                     IMPORTE,
                     SALDO
                FROM NEOSB36.LOAN_DEDUCT
               WHERE EMPNO = :WS-EMPNO
               ORDER BY NROPRESTAMO, PERIODO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-PCH CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHAEFECTIVA, ISO),
                     SEQNO,
                     VALUE(WORKDEPT, ' '),
                     VALUE(JOB, ' '),
                     VALUE(PHONENO, ' '),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     VALUE(PCTJORNADA, 0),
                     ESTADO,
                     USUARIO,
                     FECHACARGA
                FROM NEOSB36.PEND_CHANGES
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAEFECTIVA, SEQNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-EXL CURSOR FOR
              SELECT FUENTE,
                     EMPNO,
                     CODIGO,
                     CHAR(PRIMERAVEZ, ISO),
                     CHAR(ULTIMAVEZ, ISO),
                     VECES,
                     ESTADO
                FROM NEOSB36.EXC_LEDGER
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FUENTE, CODIGO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-ACC CURSOR FOR
              SELECT USUARIO,
                     FECHAACCESO,
                     TERMINAL,
                     TRANSACCION,
                     EMPNO,
                     RESULTADO
                FROM NEOSB36.ACCESS_LOG
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAACCESO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DLU CURSOR FOR
              SELECT DELEGADO,
                     FECHAUSO,
                     DELEGANTE,
                     TRANSACCION,
                     EMPNO,
                     ACCION
                FROM NEOSB36.APPR_DELEG_USE
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAUSO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-RTG CURSOR FOR
              SELECT EMPNO,
                     ANIO,
                     CALIFICACION,
                     USUARIOCAMBIO,
                     FECHACAMBIO
                FROM NEOSB36.EMP_RATING
               WHERE EMPNO = :WS-EMPNO
               ORDER BY ANIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-SRV CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHAALTAORIG, ISO),
                     DIASPREVIOS
                FROM NEOSB36.EMP_SERVICE
               WHERE EMPNO = :WS-EMPNO
               ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DOC CURSOR FOR
              SELECT EMPNO,
                     TIPODOC,
                     NRODOC,
                     CHAR(FECHAEMISION, ISO),
                     CHAR(FECHAVENCE, ISO),
                     USUARIOCAMBIO,
                     FECHACAMBIO
                FROM NEOSB36.EMP_DOCUMENT
               WHERE EMPNO = :WS-EMPNO
               ORDER BY TIPODOC
           END-EXEC.

           EXEC SQL
              DECLARE CSR-CVL CURSOR FOR
              SELECT EMPNO,
                     FECHAPEDIDO,
                     TIPOCARTA,
                     DESTINATARIO,
                     USUARIO,
                     ESTADO,
                     NROCARTA,
                     CHAR(FECHAEMISION, ISO)
                FROM NEOSB36.CERT_LETTER
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAPEDIDO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DIS CURSOR FOR
              SELECT EMPNO,
                     CHAR(FECHADESDE, ISO),
                     DEPTNO,
                     PORCENTAJE,
                     USUARIOCAMBIO,
                     FECHACAMBIO
                FROM NEOSB36.EMP_DEPT_ALLOC
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHADESDE, DEPTNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-SUC CURSOR FOR
              SELECT DEPTNO,
                     EMPNO,
                     PREPARACION,
                     CHAR(FECHANOMINA, ISO),
                     USUARIOCAMBIO,
                     FECHACAMBIO
                FROM NEOSB36.SUCCESSION
               WHERE EMPNO = :WS-EMPNO
               ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-XCR CURSOR FOR
              SELECT EMPNO,
                     FECHACAMBIO,
                     DEPTORIGEN,
                     DEPTDESTINO,
                     CIAORIGEN,
                     CIADESTINO,
                     PROGRAMA,
                     USUARIOCAMBIO,
                     ESTADO
                FROM NEOSB36.XCOMP_REVIEW
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-NHR CURSOR FOR
              SELECT EMPNO,
                     FECHACAMBIO,
                     TIPOALTA,
                     CHAR(HIREDATE, ISO),
                     CHAR(FECHAENVIO, ISO),
                     ARCHIVO
                FROM NEOSB36.NEWHIRE_RPT
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-NTF CURSOR FOR
              SELECT TIPOEVENTO,
                     EMPNO,
                     REFERENCIA,
                     MGRNO,
                     WORKDEPT,
                     CHAR(FECHAEVENTO, ISO),
                     DETALLE,
                     ESTADO,
                     FECHACARGA,
                     CHAR(FECHANOTIF, ISO)
                FROM NEOSB36.NOTIF_LOG
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAEVENTO, TIPOEVENTO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-USR CURSOR FOR
              SELECT USUARIO,
                     NIVEL,
                     VALUE(EMPNO, ' '),
                     VALUE(IDIOMA, ' ')
                FROM NEOSB36.USER_PROFILE
               WHERE EMPNO = :WS-EMPNO
               ORDER BY USUARIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-SAR CURSOR FOR
              SELECT EMPNO,
                     REFERENCIA,
                     SOLICITANTE,
                     CHAR(FECHAPROCESO, ISO),
                     FECHAENTREGA,
                     TABLAS,
                     FILAS
                FROM NEOSB36.SAR_LOG
               WHERE EMPNO = :WS-EMPNO
               ORDER BY FECHAENTREGA
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

           PERFORM 2000-EXTRAE-DATOS
              THRU 2000-EXTRAE-DATOS-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1100-LEE-PEDIDO
              THRU 1100-LEE-PEDIDO-EXIT

           OPEN OUTPUT EXTSAR

           IF FS-EXTSAR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR EXTSAR. FILE STATUS=' FS-EXTSAR
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPSAR

           IF FS-REPSAR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPSAR. FILE STATUS=' FS-REPSAR
              MOVE 8                         TO RETURN-CODE
              CLOSE EXTSAR
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPSAR FROM WS-LINEA-TITULO
           MOVE WS-EMPNO                    TO LIN-PED-EMPNO
           MOVE WS-REFERENCIA               TO LIN-PED-REFERENCIA
           MOVE WS-SOLICITANTE              TO LIN-PED-SOLICITANTE
           WRITE REG-REPSAR FROM WS-LINEA-PEDIDO

           MOVE WS-FECHA-PROCESO            TO WS-FECHA-ISO
           PERFORM 9200-FORMATO-AMD
              THRU 9200-FORMATO-AMD-EXIT

           INITIALIZE WS-REG-SAR
           SET SAR-88-ENCABEZADO            TO TRUE
           MOVE WS-EMPNO                    TO SAR-EMPNO
           MOVE WS-REFERENCIA               TO SAR-HDR-REFERENCIA
           MOVE WS-SOLICITANTE              TO SAR-HDR-SOLICITANTE
           MOVE WS-FECHA-AMD-N              TO SAR-HDR-FECHA-PROCESO
           WRITE REG-EXTSAR FROM WS-REG-SAR
           ADD CT-1                         TO CN-REGISTROS.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                        1100-LEE-PEDIDO                        *
      *                                                               *
      *    - LA TARJETA TRAE EL EMPNO, LA REFERENCIA DEL CASO Y EL    *
      *      USUARIO QUE LO REGISTRO; LOS TRES SON OBLIGATORIOS       *
      *      PORQUE QUEDAN EN SAR_LOG                                 *
      *****************************************************************
       1100-LEE-PEDIDO.

           OPEN INPUT  PARMSAR

           IF FS-PARMSAR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMSAR. FILE STATUS=' FS-PARMSAR
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMSAR
                AT END
                DISPLAY 'ERROR: PARMSAR SIN DATOS DEL PEDIDO'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMSAR
                GOBACK
           END-READ

           MOVE PARM-EMPNO                  TO WS-EMPNO
           MOVE PARM-REFERENCIA             TO WS-REFERENCIA
           MOVE PARM-SOLICITANTE            TO WS-SOLICITANTE

           CLOSE PARMSAR

           IF WS-EMPNO EQUAL SPACES
              OR WS-REFERENCIA EQUAL SPACES
              OR WS-SOLICITANTE EQUAL SPACES
              DISPLAY 'ERROR: PARMSAR INCOMPLETO. EMPNO: ' WS-EMPNO
                      ' REFERENCIA: ' WS-REFERENCIA
                      ' SOLICITANTE: ' WS-SOLICITANTE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                      1100-LEE-PEDIDO-EXIT                     *
      *****************************************************************
       1100-LEE-PEDIDO-EXIT.
           EXIT.
      *****************************************************************
      *                      2000-EXTRAE-DATOS                        *
      *                                                               *
      *    - UNA TABLA TRAS OTRA; ANTE UN ERROR LAS SIGUIENTES NO SE  *
      *      LEEN Y EL PEDIDO NO SE DA POR ENTREGADO                  *
      *****************************************************************
       2000-EXTRAE-DATOS.

           PERFORM 2100-EMPLEADO
              THRU 2100-EMPLEADO-EXIT

           PERFORM 2110-HISTORIA-EMPLEADO
              THRU 2110-HISTORIA-EMPLEADO-EXIT

           PERFORM 2120-ARCHIVO-HISTORIA
              THRU 2120-ARCHIVO-HISTORIA-EXIT

           PERFORM 2130-FAMILIARES
              THRU 2130-FAMILIARES-EXIT

           PERFORM 2140-HISTORIA-FAMILIARES
              THRU 2140-HISTORIA-FAMILIARES-EXIT

           PERFORM 2150-DOMICILIO
              THRU 2150-DOMICILIO-EXIT

           PERFORM 2160-HISTORIA-DOMICILIO
              THRU 2160-HISTORIA-DOMICILIO-EXIT

           PERFORM 2170-CUENTA-BANCARIA
              THRU 2170-CUENTA-BANCARIA-EXIT

           PERFORM 2180-HISTORIA-CUENTA
              THRU 2180-HISTORIA-CUENTA-EXIT

           PERFORM 2190-CUENTA-PENDIENTE
              THRU 2190-CUENTA-PENDIENTE-EXIT

           PERFORM 2200-SALDO-VACACIONES
              THRU 2200-SALDO-VACACIONES-EXIT

           PERFORM 2210-HISTORIA-VACACIONES
              THRU 2210-HISTORIA-VACACIONES-EXIT

           PERFORM 2220-PEDIDOS-VACACIONES
              THRU 2220-PEDIDOS-VACACIONES-EXIT

           PERFORM 2230-LICENCIAS
              THRU 2230-LICENCIAS-EXIT

           PERFORM 2240-AUSENCIAS
              THRU 2240-AUSENCIAS-EXIT

           PERFORM 2250-PAGO-VARIABLE
              THRU 2250-PAGO-VARIABLE-EXIT

           PERFORM 2260-DEDUCCIONES
              THRU 2260-DEDUCCIONES-EXIT

           PERFORM 2270-LIQUIDACION-FINAL
              THRU 2270-LIQUIDACION-FINAL-EXIT

           PERFORM 2280-PRESTAMOS
              THRU 2280-PRESTAMOS-EXIT

           PERFORM 2290-CUOTAS-PRESTAMO
              THRU 2290-CUOTAS-PRESTAMO-EXIT

           PERFORM 2300-CAMBIOS-PROGRAMADOS
              THRU 2300-CAMBIOS-PROGRAMADOS-EXIT

           PERFORM 2310-EXCEPCIONES
              THRU 2310-EXCEPCIONES-EXIT

           PERFORM 2320-ACCESOS
              THRU 2320-ACCESOS-EXIT

           PERFORM 2330-USO-DELEGACIONES
              THRU 2330-USO-DELEGACIONES-EXIT

           PERFORM 2340-CALIFICACIONES
              THRU 2340-CALIFICACIONES-EXIT

           PERFORM 2350-ANTIGUEDAD
              THRU 2350-ANTIGUEDAD-EXIT

           PERFORM 2360-DOCUMENTOS
              THRU 2360-DOCUMENTOS-EXIT

           PERFORM 2370-CERTIFICADOS
              THRU 2370-CERTIFICADOS-EXIT

           PERFORM 2380-DISTRIBUCION-COSTO
              THRU 2380-DISTRIBUCION-COSTO-EXIT

           PERFORM 2390-SUCESION
              THRU 2390-SUCESION-EXIT

           PERFORM 2400-TRASPASOS
              THRU 2400-TRASPASOS-EXIT

           PERFORM 2410-INFORME-INGRESOS
              THRU 2410-INFORME-INGRESOS-EXIT

           PERFORM 2420-NOTIFICACIONES
              THRU 2420-NOTIFICACIONES-EXIT

           PERFORM 2430-USUARIO
              THRU 2430-USUARIO-EXIT

           PERFORM 2440-PEDIDOS-ANTERIORES
              THRU 2440-PEDIDOS-ANTERIORES-EXIT.

      *****************************************************************
      *                    2000-EXTRAE-DATOS-EXIT                     *
      *****************************************************************
       2000-EXTRAE-DATOS-EXIT.
           EXIT.
      *****************************************************************
      *                         2100-EMPLEADO                         *
      *                                                               *
      *    - EMP: DATOS DEL LEGAJO                                    *
      *****************************************************************
       2100-EMPLEADO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2100-EMPLEADO-EXIT
           END-IF

           MOVE 'EMP'                       TO WS-TABLA
           MOVE CT-COL-EMP                  TO WS-NOMBRES
           MOVE 19                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-EMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2100-EMPLEADO-EXIT
           END-IF

           PERFORM 2105-FILA-EMPLEADO
              THRU 2105-FILA-EMPLEADO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-EMP
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2100-EMPLEADO-EXIT                       *
      *****************************************************************
       2100-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      2105-FILA-EMPLEADO                       *
      *****************************************************************
       2105-FILA-EMPLEADO.

           EXEC SQL
              FETCH CSR-EMP
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-MIDINIT,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-WORKDEPT,
                    :DCLEMP-PHONENO,
                    :DCLEMP-HIREDATE,
                    :DCLEMP-JOB,
                    :DCLEMP-EDLEVEL,
                    :DCLEMP-SEX,
                    :DCLEMP-BIRTHDATE,
                    :DCLEMP-SALARY,
                    :DCLEMP-BONUS,
                    :DCLEMP-COMM,
                    :DCLEMP-EMPSTATUS,
                    :DCLEMP-FECHABAJA,
                    :DCLEMP-MOTIVOBAJA,
                    :DCLEMP-CLASE,
                    :DCLEMP-PCTJORNADA
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2105-FILA-EMPLEADO-EXIT
           END-IF

           MOVE DCLEMP-EMPNO                TO WS-VALOR(1)
           MOVE DCLEMP-FIRSTNME             TO WS-VALOR(2)
           MOVE DCLEMP-MIDINIT              TO WS-VALOR(3)
           MOVE DCLEMP-LASTNAME             TO WS-VALOR(4)
           MOVE DCLEMP-WORKDEPT             TO WS-VALOR(5)
           MOVE DCLEMP-PHONENO              TO WS-VALOR(6)
           MOVE DCLEMP-HIREDATE             TO WS-VALOR(7)
           MOVE DCLEMP-JOB                  TO WS-VALOR(8)
           MOVE DCLEMP-EDLEVEL              TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(9)
           MOVE DCLEMP-SEX                  TO WS-VALOR(10)
           MOVE DCLEMP-BIRTHDATE            TO WS-VALOR(11)
           MOVE DCLEMP-SALARY               TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(12)
           MOVE DCLEMP-BONUS                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(13)
           MOVE DCLEMP-COMM                 TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(14)
           MOVE DCLEMP-EMPSTATUS            TO WS-VALOR(15)
           MOVE DCLEMP-FECHABAJA            TO WS-VALOR(16)
           MOVE DCLEMP-MOTIVOBAJA           TO WS-VALOR(17)
           MOVE DCLEMP-CLASE                TO WS-VALOR(18)
           MOVE DCLEMP-PCTJORNADA           TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(19)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                    2105-FILA-EMPLEADO-EXIT                    *
      *****************************************************************
       2105-FILA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2110-HISTORIA-EMPLEADO                     *
      *                                                               *
      *    - EMP_HIST: IMAGENES DE LOS CAMBIOS DEL LEGAJO             *
      *****************************************************************
       2110-HISTORIA-EMPLEADO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2110-HISTORIA-EMPLEADO-EXIT
           END-IF

           MOVE 'EMP_HIST'                  TO WS-TABLA
           MOVE CT-COL-EHIS                 TO WS-NOMBRES
           MOVE 19                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-EHIS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2110-HISTORIA-EMPLEADO-EXIT
           END-IF

           PERFORM 2115-FILA-HISTORIA-EMPLEADO
              THRU 2115-FILA-HISTORIA-EMPLEADO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-EHIS
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2110-HISTORIA-EMPLEADO-EXIT                  *
      *****************************************************************
       2110-HISTORIA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                  2115-FILA-HISTORIA-EMPLEADO                  *
      *****************************************************************
       2115-FILA-HISTORIA-EMPLEADO.

           EXEC SQL
              FETCH CSR-EHIS
               INTO :DCLEHIS-EMPNO,
                    :DCLEHIS-FIRSTNME,
                    :DCLEHIS-MIDINIT,
                    :DCLEHIS-LASTNAME,
                    :DCLEHIS-WORKDEPT,
                    :DCLEHIS-PHONENO,
                    :DCLEHIS-HIREDATE,
                    :DCLEHIS-JOB,
                    :DCLEHIS-EDLEVEL,
                    :DCLEHIS-SEX,
                    :DCLEHIS-BIRTHDATE,
                    :DCLEHIS-SALARY,
                    :DCLEHIS-BONUS,
                    :DCLEHIS-COMM,
                    :DCLEHIS-TIPOCAMBIO,
                    :DCLEHIS-FECHACAMBIO,
                    :DCLEHIS-USUARIOCAMBIO,
                    :DCLEHIS-FECHABAJA,
                    :DCLEHIS-MOTIVOBAJA
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2115-FILA-HISTORIA-EMPLEADO-EXIT
           END-IF

           PERFORM 7000-VALORES-HISTORIA
              THRU 7000-VALORES-HISTORIA-EXIT

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *               2115-FILA-HISTORIA-EMPLEADO-EXIT                *
      *****************************************************************
       2115-FILA-HISTORIA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                     2120-ARCHIVO-HISTORIA                     *
      *                                                               *
      *    - IMAGENES DE EMP_HIST QUE NEHISA00 PASO AL ARCHIVO; SE    *
      *      RECORREN TODAS LAS GENERACIONES CONCATENADAS EN ARCHSAL  *
      *****************************************************************
       2120-ARCHIVO-HISTORIA.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2120-ARCHIVO-HISTORIA-EXIT
           END-IF

           MOVE CT-TABLA-ARCHIVO            TO WS-TABLA
           MOVE CT-COL-EHIS                 TO WS-NOMBRES
           MOVE 19                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           OPEN INPUT ARCHSAL

           IF FS-ARCHSAL NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR ARCHSAL. FILE STATUS=' FS-ARCHSAL
              MOVE 8                         TO RETURN-CODE
              GO TO 2120-ARCHIVO-HISTORIA-EXIT
           END-IF

           SET NO-FIN-ARCHIVO               TO TRUE

           PERFORM 2125-REGISTRO-ARCHIVO
              THRU 2125-REGISTRO-ARCHIVO-EXIT
             UNTIL SI-FIN-ARCHIVO

           CLOSE ARCHSAL

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2120-ARCHIVO-HISTORIA-EXIT                   *
      *****************************************************************
       2120-ARCHIVO-HISTORIA-EXIT.
           EXIT.
      *****************************************************************
      *                     2125-REGISTRO-ARCHIVO                     *
      *****************************************************************
       2125-REGISTRO-ARCHIVO.

           READ ARCHSAL INTO DCLEHIS
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ

           IF SI-FIN-ARCHIVO
              GO TO 2125-REGISTRO-ARCHIVO-EXIT
           END-IF

           ADD CT-1                         TO CN-ARCHIVO-LEIDOS

           IF DCLEHIS-EMPNO NOT EQUAL WS-EMPNO
              GO TO 2125-REGISTRO-ARCHIVO-EXIT
           END-IF

           PERFORM 7000-VALORES-HISTORIA
              THRU 7000-VALORES-HISTORIA-EXIT

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                  2125-REGISTRO-ARCHIVO-EXIT                   *
      *****************************************************************
       2125-REGISTRO-ARCHIVO-EXIT.
           EXIT.
      *****************************************************************
      *                        2130-FAMILIARES                        *
      *                                                               *
      *    - DEPENDENT: FAMILIARES A CARGO                            *
      *****************************************************************
       2130-FAMILIARES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2130-FAMILIARES-EXIT
           END-IF

           MOVE 'DEPENDENT'                 TO WS-TABLA
           MOVE CT-COL-DPN                  TO WS-NOMBRES
           MOVE 6                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-DPN
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2130-FAMILIARES-EXIT
           END-IF

           PERFORM 2135-FILA-FAMILIARES
              THRU 2135-FILA-FAMILIARES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DPN
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                     2130-FAMILIARES-EXIT                      *
      *****************************************************************
       2130-FAMILIARES-EXIT.
           EXIT.
      *****************************************************************
      *                     2135-FILA-FAMILIARES                      *
      *****************************************************************
       2135-FILA-FAMILIARES.

           EXEC SQL
              FETCH CSR-DPN
               INTO :DCLDPN-EMPNO,
                    :DCLDPN-SEQNO,
                    :DCLDPN-NOMBRE,
                    :DCLDPN-PARENTESCO,
                    :DCLDPN-FECHANAC,
                    :DCLDPN-ESTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2135-FILA-FAMILIARES-EXIT
           END-IF

           MOVE DCLDPN-EMPNO                TO WS-VALOR(1)
           MOVE DCLDPN-SEQNO                TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(2)
           MOVE DCLDPN-NOMBRE               TO WS-VALOR(3)
           MOVE DCLDPN-PARENTESCO           TO WS-VALOR(4)
           MOVE DCLDPN-FECHANAC             TO WS-VALOR(5)
           MOVE DCLDPN-ESTADO               TO WS-VALOR(6)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2135-FILA-FAMILIARES-EXIT                   *
      *****************************************************************
       2135-FILA-FAMILIARES-EXIT.
           EXIT.
      *****************************************************************
      *                   2140-HISTORIA-FAMILIARES                    *
      *                                                               *
      *    - DEPENDENT_HIST: IMAGENES DE LOS CAMBIOS DE FAMILIARES    *
      *****************************************************************
       2140-HISTORIA-FAMILIARES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2140-HISTORIA-FAMILIARES-EXIT
           END-IF

           MOVE 'DEPENDENT_HIST'            TO WS-TABLA
           MOVE CT-COL-DPH                  TO WS-NOMBRES
           MOVE 9                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-DPH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2140-HISTORIA-FAMILIARES-EXIT
           END-IF

           PERFORM 2145-FILA-HISTORIA-FAMILIARES
              THRU 2145-FILA-HISTORIA-FAMILIARES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DPH
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2140-HISTORIA-FAMILIARES-EXIT                 *
      *****************************************************************
       2140-HISTORIA-FAMILIARES-EXIT.
           EXIT.
      *****************************************************************
      *                 2145-FILA-HISTORIA-FAMILIARES                 *
      *****************************************************************
       2145-FILA-HISTORIA-FAMILIARES.

           EXEC SQL
              FETCH CSR-DPH
               INTO :DCLDPH-EMPNO,
                    :DCLDPH-SEQNO,
                    :DCLDPH-NOMBRE,
                    :DCLDPH-PARENTESCO,
                    :DCLDPH-FECHANAC,
                    :DCLDPH-ESTADO,
                    :DCLDPH-TIPOCAMBIO,
                    :DCLDPH-FECHACAMBIO,
                    :DCLDPH-USUARIOCAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2145-FILA-HISTORIA-FAMILIARES-EXIT
           END-IF

           MOVE DCLDPH-EMPNO                TO WS-VALOR(1)
           MOVE DCLDPH-SEQNO                TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(2)
           MOVE DCLDPH-NOMBRE               TO WS-VALOR(3)
           MOVE DCLDPH-PARENTESCO           TO WS-VALOR(4)
           MOVE DCLDPH-FECHANAC             TO WS-VALOR(5)
           MOVE DCLDPH-ESTADO               TO WS-VALOR(6)
           MOVE DCLDPH-TIPOCAMBIO           TO WS-VALOR(7)
           MOVE DCLDPH-FECHACAMBIO          TO WS-VALOR(8)
           MOVE DCLDPH-USUARIOCAMBIO        TO WS-VALOR(9)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *              2145-FILA-HISTORIA-FAMILIARES-EXIT               *
      *****************************************************************
       2145-FILA-HISTORIA-FAMILIARES-EXIT.
           EXIT.
      *****************************************************************
      *                        2150-DOMICILIO                         *
      *                                                               *
      *    - EMP_ADDRESS: DOMICILIO Y TELEFONO                        *
      *****************************************************************
       2150-DOMICILIO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2150-DOMICILIO-EXIT
           END-IF

           MOVE 'EMP_ADDRESS'               TO WS-TABLA
           MOVE CT-COL-ADR                  TO WS-NOMBRES
           MOVE 7                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-ADR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2150-DOMICILIO-EXIT
           END-IF

           PERFORM 2155-FILA-DOMICILIO
              THRU 2155-FILA-DOMICILIO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-ADR
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2150-DOMICILIO-EXIT                      *
      *****************************************************************
       2150-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2155-FILA-DOMICILIO                      *
      *****************************************************************
       2155-FILA-DOMICILIO.

           EXEC SQL
              FETCH CSR-ADR
               INTO :DCLADR-EMPNO,
                    :DCLADR-CALLE,
                    :DCLADR-CIUDAD,
                    :DCLADR-CODPOSTAL,
                    :DCLADR-PAIS,
                    :DCLADR-TELEFONO,
                    :DCLADR-ESTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2155-FILA-DOMICILIO-EXIT
           END-IF

           MOVE DCLADR-EMPNO                TO WS-VALOR(1)
           MOVE DCLADR-CALLE                TO WS-VALOR(2)
           MOVE DCLADR-CIUDAD               TO WS-VALOR(3)
           MOVE DCLADR-CODPOSTAL            TO WS-VALOR(4)
           MOVE DCLADR-PAIS                 TO WS-VALOR(5)
           MOVE DCLADR-TELEFONO             TO WS-VALOR(6)
           MOVE DCLADR-ESTADO               TO WS-VALOR(7)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2155-FILA-DOMICILIO-EXIT                    *
      *****************************************************************
       2155-FILA-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2160-HISTORIA-DOMICILIO                    *
      *                                                               *
      *    - EMP_ADDR_HIST: IMAGENES DE LOS CAMBIOS DE DOMICILIO      *
      *****************************************************************
       2160-HISTORIA-DOMICILIO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2160-HISTORIA-DOMICILIO-EXIT
           END-IF

           MOVE 'EMP_ADDR_HIST'             TO WS-TABLA
           MOVE CT-COL-ADH                  TO WS-NOMBRES
           MOVE 10                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-ADH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2160-HISTORIA-DOMICILIO-EXIT
           END-IF

           PERFORM 2165-FILA-HISTORIA-DOMICILIO
              THRU 2165-FILA-HISTORIA-DOMICILIO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-ADH
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2160-HISTORIA-DOMICILIO-EXIT                  *
      *****************************************************************
       2160-HISTORIA-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                 2165-FILA-HISTORIA-DOMICILIO                  *
      *****************************************************************
       2165-FILA-HISTORIA-DOMICILIO.

           EXEC SQL
              FETCH CSR-ADH
               INTO :DCLADH-EMPNO,
                    :DCLADH-CALLE,
                    :DCLADH-CIUDAD,
                    :DCLADH-CODPOSTAL,
                    :DCLADH-PAIS,
                    :DCLADH-TELEFONO,
                    :DCLADH-ESTADO,
                    :DCLADH-TIPOCAMBIO,
                    :DCLADH-FECHACAMBIO,
                    :DCLADH-USUARIOCAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2165-FILA-HISTORIA-DOMICILIO-EXIT
           END-IF

           MOVE DCLADH-EMPNO                TO WS-VALOR(1)
           MOVE DCLADH-CALLE                TO WS-VALOR(2)
           MOVE DCLADH-CIUDAD               TO WS-VALOR(3)
           MOVE DCLADH-CODPOSTAL            TO WS-VALOR(4)
           MOVE DCLADH-PAIS                 TO WS-VALOR(5)
           MOVE DCLADH-TELEFONO             TO WS-VALOR(6)
           MOVE DCLADH-ESTADO               TO WS-VALOR(7)
           MOVE DCLADH-TIPOCAMBIO           TO WS-VALOR(8)
           MOVE DCLADH-FECHACAMBIO          TO WS-VALOR(9)
           MOVE DCLADH-USUARIOCAMBIO        TO WS-VALOR(10)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *               2165-FILA-HISTORIA-DOMICILIO-EXIT               *
      *****************************************************************
       2165-FILA-HISTORIA-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                     2170-CUENTA-BANCARIA                      *
      *                                                               *
      *    - EMP_BANK: CUENTA DE ACREDITACION DE HABERES              *
      *****************************************************************
       2170-CUENTA-BANCARIA.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2170-CUENTA-BANCARIA-EXIT
           END-IF

           MOVE 'EMP_BANK'                  TO WS-TABLA
           MOVE CT-COL-BNK                  TO WS-NOMBRES
           MOVE 5                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-BNK
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2170-CUENTA-BANCARIA-EXIT
           END-IF

           PERFORM 2175-FILA-CUENTA-BANCARIA
              THRU 2175-FILA-CUENTA-BANCARIA-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-BNK
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                   2170-CUENTA-BANCARIA-EXIT                   *
      *****************************************************************
       2170-CUENTA-BANCARIA-EXIT.
           EXIT.
      *****************************************************************
      *                   2175-FILA-CUENTA-BANCARIA                   *
      *****************************************************************
       2175-FILA-CUENTA-BANCARIA.

           EXEC SQL
              FETCH CSR-BNK
               INTO :DCLBNK-EMPNO,
                    :DCLBNK-BANCO,
                    :DCLBNK-SUCURSAL,
                    :DCLBNK-CUENTA,
                    :DCLBNK-ESTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2175-FILA-CUENTA-BANCARIA-EXIT
           END-IF

           MOVE DCLBNK-EMPNO                TO WS-VALOR(1)
           MOVE DCLBNK-BANCO                TO WS-VALOR(2)
           MOVE DCLBNK-SUCURSAL             TO WS-VALOR(3)
           MOVE DCLBNK-CUENTA               TO WS-VALOR(4)
           MOVE DCLBNK-ESTADO               TO WS-VALOR(5)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2175-FILA-CUENTA-BANCARIA-EXIT                 *
      *****************************************************************
       2175-FILA-CUENTA-BANCARIA-EXIT.
           EXIT.
      *****************************************************************
      *                     2180-HISTORIA-CUENTA                      *
      *                                                               *
      *    - EMP_BANK_HIST: IMAGENES DE LOS CAMBIOS DE CUENTA         *
      *****************************************************************
       2180-HISTORIA-CUENTA.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2180-HISTORIA-CUENTA-EXIT
           END-IF

           MOVE 'EMP_BANK_HIST'             TO WS-TABLA
           MOVE CT-COL-BKH                  TO WS-NOMBRES
           MOVE 9                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-BKH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2180-HISTORIA-CUENTA-EXIT
           END-IF

           PERFORM 2185-FILA-HISTORIA-CUENTA
              THRU 2185-FILA-HISTORIA-CUENTA-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-BKH
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                   2180-HISTORIA-CUENTA-EXIT                   *
      *****************************************************************
       2180-HISTORIA-CUENTA-EXIT.
           EXIT.
      *****************************************************************
      *                   2185-FILA-HISTORIA-CUENTA                   *
      *****************************************************************
       2185-FILA-HISTORIA-CUENTA.

           EXEC SQL
              FETCH CSR-BKH
               INTO :DCLBKH-EMPNO,
                    :DCLBKH-BANCO,
                    :DCLBKH-SUCURSAL,
                    :DCLBKH-CUENTA,
                    :DCLBKH-ESTADO,
                    :DCLBKH-TIPOCAMBIO,
                    :DCLBKH-FECHACAMBIO,
                    :DCLBKH-USUARIOCAMBIO,
                    :DCLBKH-USUARIOAPROB
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2185-FILA-HISTORIA-CUENTA-EXIT
           END-IF

           MOVE DCLBKH-EMPNO                TO WS-VALOR(1)
           MOVE DCLBKH-BANCO                TO WS-VALOR(2)
           MOVE DCLBKH-SUCURSAL             TO WS-VALOR(3)
           MOVE DCLBKH-CUENTA               TO WS-VALOR(4)
           MOVE DCLBKH-ESTADO               TO WS-VALOR(5)
           MOVE DCLBKH-TIPOCAMBIO           TO WS-VALOR(6)
           MOVE DCLBKH-FECHACAMBIO          TO WS-VALOR(7)
           MOVE DCLBKH-USUARIOCAMBIO        TO WS-VALOR(8)
           MOVE DCLBKH-USUARIOAPROB         TO WS-VALOR(9)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2185-FILA-HISTORIA-CUENTA-EXIT                 *
      *****************************************************************
       2185-FILA-HISTORIA-CUENTA-EXIT.
           EXIT.
      *****************************************************************
      *                     2190-CUENTA-PENDIENTE                     *
      *                                                               *
      *    - EMP_BANK_PEND: CAMBIOS DE CUENTA CARGADOS PARA           *
      *      APROBACION (PRINCIPIO DE LOS CUATRO                      *
      *      OJOS)                                                    *
      *****************************************************************
       2190-CUENTA-PENDIENTE.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2190-CUENTA-PENDIENTE-EXIT
           END-IF

           MOVE 'EMP_BANK_PEND'             TO WS-TABLA
           MOVE CT-COL-BKP                  TO WS-NOMBRES
           MOVE 10                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-BKP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2190-CUENTA-PENDIENTE-EXIT
           END-IF

           PERFORM 2195-FILA-CUENTA-PENDIENTE
              THRU 2195-FILA-CUENTA-PENDIENTE-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-BKP
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2190-CUENTA-PENDIENTE-EXIT                   *
      *****************************************************************
       2190-CUENTA-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                  2195-FILA-CUENTA-PENDIENTE                   *
      *****************************************************************
       2195-FILA-CUENTA-PENDIENTE.

           EXEC SQL
              FETCH CSR-BKP
               INTO :DCLBKP-EMPNO,
                    :DCLBKP-FECHACARGA,
                    :DCLBKP-TIPOCAMBIO,
                    :DCLBKP-BANCO,
                    :DCLBKP-SUCURSAL,
                    :DCLBKP-CUENTA,
                    :DCLBKP-ESTADO,
                    :DCLBKP-USUARIOCARGA,
                    :DCLBKP-USUARIOAPROB,
                    :DCLBKP-FECHARESOL
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2195-FILA-CUENTA-PENDIENTE-EXIT
           END-IF

           MOVE DCLBKP-EMPNO                TO WS-VALOR(1)
           MOVE DCLBKP-FECHACARGA           TO WS-VALOR(2)
           MOVE DCLBKP-TIPOCAMBIO           TO WS-VALOR(3)
           MOVE DCLBKP-BANCO                TO WS-VALOR(4)
           MOVE DCLBKP-SUCURSAL             TO WS-VALOR(5)
           MOVE DCLBKP-CUENTA               TO WS-VALOR(6)
           MOVE DCLBKP-ESTADO               TO WS-VALOR(7)
           MOVE DCLBKP-USUARIOCARGA         TO WS-VALOR(8)
           MOVE DCLBKP-USUARIOAPROB         TO WS-VALOR(9)
           MOVE DCLBKP-FECHARESOL           TO WS-VALOR(10)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2195-FILA-CUENTA-PENDIENTE-EXIT                *
      *****************************************************************
       2195-FILA-CUENTA-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-SALDO-VACACIONES                     *
      *                                                               *
      *    - VAC_BALANCE: SALDO DE VACACIONES                         *
      *****************************************************************
       2200-SALDO-VACACIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2200-SALDO-VACACIONES-EXIT
           END-IF

           MOVE 'VAC_BALANCE'               TO WS-TABLA
           MOVE CT-COL-VAC                  TO WS-NOMBRES
           MOVE 4                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-VAC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2200-SALDO-VACACIONES-EXIT
           END-IF

           PERFORM 2205-FILA-SALDO-VACACIONES
              THRU 2205-FILA-SALDO-VACACIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-VAC
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2200-SALDO-VACACIONES-EXIT                   *
      *****************************************************************
       2200-SALDO-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                  2205-FILA-SALDO-VACACIONES                   *
      *****************************************************************
       2205-FILA-SALDO-VACACIONES.

           EXEC SQL
              FETCH CSR-VAC
               INTO :DCLVAC-EMPNO,
                    :DCLVAC-DIASACRED,
                    :DCLVAC-DIASTOMADOS,
                    :DCLVAC-FECHAULTACRED
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2205-FILA-SALDO-VACACIONES-EXIT
           END-IF

           MOVE DCLVAC-EMPNO                TO WS-VALOR(1)
           MOVE DCLVAC-DIASACRED            TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(2)
           MOVE DCLVAC-DIASTOMADOS          TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(3)
           MOVE DCLVAC-FECHAULTACRED        TO WS-VALOR(4)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2205-FILA-SALDO-VACACIONES-EXIT                *
      *****************************************************************
       2205-FILA-SALDO-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                   2210-HISTORIA-VACACIONES                    *
      *                                                               *
      *    - VAC_BALANCE_HIST: IMAGENES DE LOS CAMBIOS DEL SALDO      *
      *****************************************************************
       2210-HISTORIA-VACACIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2210-HISTORIA-VACACIONES-EXIT
           END-IF

           MOVE 'VAC_BALANCE_HIST'          TO WS-TABLA
           MOVE CT-COL-VBH                  TO WS-NOMBRES
           MOVE 9                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-VBH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2210-HISTORIA-VACACIONES-EXIT
           END-IF

           PERFORM 2215-FILA-HISTORIA-VACACIONES
              THRU 2215-FILA-HISTORIA-VACACIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-VBH
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2210-HISTORIA-VACACIONES-EXIT                 *
      *****************************************************************
       2210-HISTORIA-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                 2215-FILA-HISTORIA-VACACIONES                 *
      *****************************************************************
       2215-FILA-HISTORIA-VACACIONES.

           EXEC SQL
              FETCH CSR-VBH
               INTO :DCLVBH-EMPNO,
                    :DCLVBH-DIASACRED,
                    :DCLVBH-DIASTOMADOS,
                    :DCLVBH-FECHAULTACRED,
                    :DCLVBH-DIASPAGADOS,
                    :DCLVBH-IMPORTEPAGADO,
                    :DCLVBH-TIPOCAMBIO,
                    :DCLVBH-FECHACAMBIO,
                    :DCLVBH-USUARIOCAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2215-FILA-HISTORIA-VACACIONES-EXIT
           END-IF

           MOVE DCLVBH-EMPNO                TO WS-VALOR(1)
           MOVE DCLVBH-DIASACRED            TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(2)
           MOVE DCLVBH-DIASTOMADOS          TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(3)
           MOVE DCLVBH-FECHAULTACRED        TO WS-VALOR(4)
           MOVE DCLVBH-DIASPAGADOS          TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(5)
           MOVE DCLVBH-IMPORTEPAGADO        TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(6)
           MOVE DCLVBH-TIPOCAMBIO           TO WS-VALOR(7)
           MOVE DCLVBH-FECHACAMBIO          TO WS-VALOR(8)
           MOVE DCLVBH-USUARIOCAMBIO        TO WS-VALOR(9)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *              2215-FILA-HISTORIA-VACACIONES-EXIT               *
      *****************************************************************
       2215-FILA-HISTORIA-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                    2220-PEDIDOS-VACACIONES                    *
      *                                                               *
      *    - VAC_REQUEST: PEDIDOS DE VACACIONES                       *
      *****************************************************************
       2220-PEDIDOS-VACACIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2220-PEDIDOS-VACACIONES-EXIT
           END-IF

           MOVE 'VAC_REQUEST'               TO WS-TABLA
           MOVE CT-COL-VRQ                  TO WS-NOMBRES
           MOVE 9                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-VRQ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2220-PEDIDOS-VACACIONES-EXIT
           END-IF

           PERFORM 2225-FILA-PEDIDOS-VACACIONES
              THRU 2225-FILA-PEDIDOS-VACACIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-VRQ
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2220-PEDIDOS-VACACIONES-EXIT                  *
      *****************************************************************
       2220-PEDIDOS-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                 2225-FILA-PEDIDOS-VACACIONES                  *
      *****************************************************************
       2225-FILA-PEDIDOS-VACACIONES.

           EXEC SQL
              FETCH CSR-VRQ
               INTO :DCLVRQ-EMPNO,
                    :DCLVRQ-FECHADESDE,
                    :DCLVRQ-FECHAHASTA,
                    :DCLVRQ-DIASHABILES,
                    :DCLVRQ-ESTADO,
                    :DCLVRQ-USUARIOPEDIDO,
                    :DCLVRQ-FECHAPEDIDO,
                    :DCLVRQ-USUARIORESOL,
                    :DCLVRQ-FECHARESOL
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2225-FILA-PEDIDOS-VACACIONES-EXIT
           END-IF

           MOVE DCLVRQ-EMPNO                TO WS-VALOR(1)
           MOVE DCLVRQ-FECHADESDE           TO WS-VALOR(2)
           MOVE DCLVRQ-FECHAHASTA           TO WS-VALOR(3)
           MOVE DCLVRQ-DIASHABILES          TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(4)
           MOVE DCLVRQ-ESTADO               TO WS-VALOR(5)
           MOVE DCLVRQ-USUARIOPEDIDO        TO WS-VALOR(6)
           MOVE DCLVRQ-FECHAPEDIDO          TO WS-VALOR(7)
           MOVE DCLVRQ-USUARIORESOL         TO WS-VALOR(8)
           MOVE DCLVRQ-FECHARESOL           TO WS-VALOR(9)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *               2225-FILA-PEDIDOS-VACACIONES-EXIT               *
      *****************************************************************
       2225-FILA-PEDIDOS-VACACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                        2230-LICENCIAS                         *
      *                                                               *
      *    - EMP_LEAVE: LICENCIAS                                     *
      *****************************************************************
       2230-LICENCIAS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2230-LICENCIAS-EXIT
           END-IF

           MOVE 'EMP_LEAVE'                 TO WS-TABLA
           MOVE CT-COL-LIC                  TO WS-NOMBRES
           MOVE 4                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-LIC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2230-LICENCIAS-EXIT
           END-IF

           PERFORM 2235-FILA-LICENCIAS
              THRU 2235-FILA-LICENCIAS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-LIC
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2230-LICENCIAS-EXIT                      *
      *****************************************************************
       2230-LICENCIAS-EXIT.
           EXIT.
      *****************************************************************
      *                      2235-FILA-LICENCIAS                      *
      *****************************************************************
       2235-FILA-LICENCIAS.

           EXEC SQL
              FETCH CSR-LIC
               INTO :DCLLIC-EMPNO,
                    :DCLLIC-FECHAINICIO,
                    :DCLLIC-FECHARETORNO,
                    :DCLLIC-ESTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2235-FILA-LICENCIAS-EXIT
           END-IF

           MOVE DCLLIC-EMPNO                TO WS-VALOR(1)
           MOVE DCLLIC-FECHAINICIO          TO WS-VALOR(2)
           MOVE DCLLIC-FECHARETORNO         TO WS-VALOR(3)
           MOVE DCLLIC-ESTADO               TO WS-VALOR(4)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2235-FILA-LICENCIAS-EXIT                    *
      *****************************************************************
       2235-FILA-LICENCIAS-EXIT.
           EXIT.
      *****************************************************************
      *                        2240-AUSENCIAS                         *
      *                                                               *
      *    - EMP_ABSENCE: AUSENCIAS                                   *
      *****************************************************************
       2240-AUSENCIAS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2240-AUSENCIAS-EXIT
           END-IF

           MOVE 'EMP_ABSENCE'               TO WS-TABLA
           MOVE CT-COL-ABS                  TO WS-NOMBRES
           MOVE 8                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-ABS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2240-AUSENCIAS-EXIT
           END-IF

           PERFORM 2245-FILA-AUSENCIAS
              THRU 2245-FILA-AUSENCIAS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-ABS
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2240-AUSENCIAS-EXIT                      *
      *****************************************************************
       2240-AUSENCIAS-EXIT.
           EXIT.
      *****************************************************************
      *                      2245-FILA-AUSENCIAS                      *
      *****************************************************************
       2245-FILA-AUSENCIAS.

           EXEC SQL
              FETCH CSR-ABS
               INTO :DCLABS-EMPNO,
                    :DCLABS-FECHADESDE,
                    :DCLABS-FECHAHASTA,
                    :DCLABS-TIPOAUSENCIA,
                    :DCLABS-CERTIFICADO,
                    :DCLABS-DIASPERDIDOS,
                    :DCLABS-USUARIOCAMBIO,
                    :DCLABS-FECHACAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2245-FILA-AUSENCIAS-EXIT
           END-IF

           MOVE DCLABS-EMPNO                TO WS-VALOR(1)
           MOVE DCLABS-FECHADESDE           TO WS-VALOR(2)
           MOVE DCLABS-FECHAHASTA           TO WS-VALOR(3)
           MOVE DCLABS-TIPOAUSENCIA         TO WS-VALOR(4)
           MOVE DCLABS-CERTIFICADO          TO WS-VALOR(5)
           MOVE DCLABS-DIASPERDIDOS         TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(6)
           MOVE DCLABS-USUARIOCAMBIO        TO WS-VALOR(7)
           MOVE DCLABS-FECHACAMBIO          TO WS-VALOR(8)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2245-FILA-AUSENCIAS-EXIT                    *
      *****************************************************************
       2245-FILA-AUSENCIAS-EXIT.
           EXIT.
      *****************************************************************
      *                      2250-PAGO-VARIABLE                       *
      *                                                               *
      *    - VAR_PAY: PAGOS VARIABLES POR PERIODO                     *
      *****************************************************************
       2250-PAGO-VARIABLE.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2250-PAGO-VARIABLE-EXIT
           END-IF

           MOVE 'VAR_PAY'                   TO WS-TABLA
           MOVE CT-COL-VPY                  TO WS-NOMBRES
           MOVE 3                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-VPY
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2250-PAGO-VARIABLE-EXIT
           END-IF

           PERFORM 2255-FILA-PAGO-VARIABLE
              THRU 2255-FILA-PAGO-VARIABLE-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-VPY
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                    2250-PAGO-VARIABLE-EXIT                    *
      *****************************************************************
       2250-PAGO-VARIABLE-EXIT.
           EXIT.
      *****************************************************************
      *                    2255-FILA-PAGO-VARIABLE                    *
      *****************************************************************
       2255-FILA-PAGO-VARIABLE.

           EXEC SQL
              FETCH CSR-VPY
               INTO :DCLVPY-EMPNO,
                    :DCLVPY-PERIODO,
                    :DCLVPY-IMPORTE
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2255-FILA-PAGO-VARIABLE-EXIT
           END-IF

           MOVE DCLVPY-EMPNO                TO WS-VALOR(1)
           MOVE DCLVPY-PERIODO              TO WS-VALOR(2)
           MOVE DCLVPY-IMPORTE              TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(3)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                 2255-FILA-PAGO-VARIABLE-EXIT                  *
      *****************************************************************
       2255-FILA-PAGO-VARIABLE-EXIT.
           EXIT.
      *****************************************************************
      *                       2260-DEDUCCIONES                        *
      *                                                               *
      *    - BEN_DEDUCT: DEDUCCIONES DE BENEFICIOS POR PERIODO        *
      *****************************************************************
       2260-DEDUCCIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2260-DEDUCCIONES-EXIT
           END-IF

           MOVE 'BEN_DEDUCT'                TO WS-TABLA
           MOVE CT-COL-BDD                  TO WS-NOMBRES
           MOVE 3                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-BDD
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2260-DEDUCCIONES-EXIT
           END-IF

           PERFORM 2265-FILA-DEDUCCIONES
              THRU 2265-FILA-DEDUCCIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-BDD
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                     2260-DEDUCCIONES-EXIT                     *
      *****************************************************************
       2260-DEDUCCIONES-EXIT.
           EXIT.
      *****************************************************************
      *                     2265-FILA-DEDUCCIONES                     *
      *****************************************************************
       2265-FILA-DEDUCCIONES.

           EXEC SQL
              FETCH CSR-BDD
               INTO :DCLBDD-EMPNO,
                    :DCLBDD-PERIODO,
                    :DCLBDD-IMPORTE
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2265-FILA-DEDUCCIONES-EXIT
           END-IF

           MOVE DCLBDD-EMPNO                TO WS-VALOR(1)
           MOVE DCLBDD-PERIODO              TO WS-VALOR(2)
           MOVE DCLBDD-IMPORTE              TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(3)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                  2265-FILA-DEDUCCIONES-EXIT                   *
      *****************************************************************
       2265-FILA-DEDUCCIONES-EXIT.
           EXIT.
      *****************************************************************
      *                    2270-LIQUIDACION-FINAL                     *
      *                                                               *
      *    - FINAL_PAY: LIQUIDACIONES FINALES                         *
      *****************************************************************
       2270-LIQUIDACION-FINAL.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2270-LIQUIDACION-FINAL-EXIT
           END-IF

           MOVE 'FINAL_PAY'                 TO WS-TABLA
           MOVE CT-COL-FPY                  TO WS-NOMBRES
           MOVE 9                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-FPY
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2270-LIQUIDACION-FINAL-EXIT
           END-IF

           PERFORM 2275-FILA-LIQUIDACION-FINAL
              THRU 2275-FILA-LIQUIDACION-FINAL-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-FPY
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2270-LIQUIDACION-FINAL-EXIT                  *
      *****************************************************************
       2270-LIQUIDACION-FINAL-EXIT.
           EXIT.
      *****************************************************************
      *                  2275-FILA-LIQUIDACION-FINAL                  *
      *****************************************************************
       2275-FILA-LIQUIDACION-FINAL.

           EXEC SQL
              FETCH CSR-FPY
               INTO :DCLFPY-EMPNO,
                    :DCLFPY-FECHABAJA,
                    :DCLFPY-SALARY,
                    :DCLFPY-BONUS,
                    :DCLFPY-COMM,
                    :DCLFPY-ESTADO,
                    :DCLFPY-DIASVACACIONES,
                    :DCLFPY-VACACIONES,
                    :DCLFPY-PRESTAMOS
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2275-FILA-LIQUIDACION-FINAL-EXIT
           END-IF

           MOVE DCLFPY-EMPNO                TO WS-VALOR(1)
           MOVE DCLFPY-FECHABAJA            TO WS-VALOR(2)
           MOVE DCLFPY-SALARY               TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(3)
           MOVE DCLFPY-BONUS                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(4)
           MOVE DCLFPY-COMM                 TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(5)
           MOVE DCLFPY-ESTADO               TO WS-VALOR(6)
           MOVE DCLFPY-DIASVACACIONES       TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(7)
           MOVE DCLFPY-VACACIONES           TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(8)
           MOVE DCLFPY-PRESTAMOS            TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(9)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *               2275-FILA-LIQUIDACION-FINAL-EXIT                *
      *****************************************************************
       2275-FILA-LIQUIDACION-FINAL-EXIT.
           EXIT.
      *****************************************************************
      *                        2280-PRESTAMOS                         *
      *                                                               *
      *    - EMP_LOAN: PRESTAMOS                                      *
      *****************************************************************
       2280-PRESTAMOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2280-PRESTAMOS-EXIT
           END-IF

           MOVE 'EMP_LOAN'                  TO WS-TABLA
           MOVE CT-COL-LON                  TO WS-NOMBRES
           MOVE 10                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-LON
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2280-PRESTAMOS-EXIT
           END-IF

           PERFORM 2285-FILA-PRESTAMOS
              THRU 2285-FILA-PRESTAMOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-LON
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2280-PRESTAMOS-EXIT                      *
      *****************************************************************
       2280-PRESTAMOS-EXIT.
           EXIT.
      *****************************************************************
      *                      2285-FILA-PRESTAMOS                      *
      *****************************************************************
       2285-FILA-PRESTAMOS.

           EXEC SQL
              FETCH CSR-LON
               INTO :DCLLON-EMPNO,
                    :DCLLON-NROPRESTAMO,
                    :DCLLON-TIPOPRESTAMO,
                    :DCLLON-CAPITAL,
                    :DCLLON-CUOTA,
                    :DCLLON-PERIODOINICIO,
                    :DCLLON-SALDO,
                    :DCLLON-ESTADO,
                    :DCLLON-USUARIOCAMBIO,
                    :DCLLON-FECHACAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2285-FILA-PRESTAMOS-EXIT
           END-IF

           MOVE DCLLON-EMPNO                TO WS-VALOR(1)
           MOVE DCLLON-NROPRESTAMO          TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(2)
           MOVE DCLLON-TIPOPRESTAMO         TO WS-VALOR(3)
           MOVE DCLLON-CAPITAL              TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(4)
           MOVE DCLLON-CUOTA                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(5)
           MOVE DCLLON-PERIODOINICIO        TO WS-VALOR(6)
           MOVE DCLLON-SALDO                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(7)
           MOVE DCLLON-ESTADO               TO WS-VALOR(8)
           MOVE DCLLON-USUARIOCAMBIO        TO WS-VALOR(9)
           MOVE DCLLON-FECHACAMBIO          TO WS-VALOR(10)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2285-FILA-PRESTAMOS-EXIT                    *
      *****************************************************************
       2285-FILA-PRESTAMOS-EXIT.
           EXIT.
      *****************************************************************
      *                     2290-CUOTAS-PRESTAMO                      *
      *                                                               *
      *    - LOAN_DEDUCT: CUOTAS DESCONTADAS DE LOS PRESTAMOS         *
      *****************************************************************
       2290-CUOTAS-PRESTAMO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2290-CUOTAS-PRESTAMO-EXIT
           END-IF

           MOVE 'LOAN_DEDUCT'               TO WS-TABLA
           MOVE CT-COL-LDD                  TO WS-NOMBRES
           MOVE 5                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-LDD
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2290-CUOTAS-PRESTAMO-EXIT
           END-IF

           PERFORM 2295-FILA-CUOTAS-PRESTAMO
              THRU 2295-FILA-CUOTAS-PRESTAMO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-LDD
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                   2290-CUOTAS-PRESTAMO-EXIT                   *
      *****************************************************************
       2290-CUOTAS-PRESTAMO-EXIT.
           EXIT.
      *****************************************************************
      *                   2295-FILA-CUOTAS-PRESTAMO                   *
      *****************************************************************
       2295-FILA-CUOTAS-PRESTAMO.

           EXEC SQL
              FETCH CSR-LDD
               INTO :DCLLDD-EMPNO,
                    :DCLLDD-NROPRESTAMO,
                    :DCLLDD-PERIODO,
                    :DCLLDD-IMPORTE,
                    :DCLLDD-SALDO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2295-FILA-CUOTAS-PRESTAMO-EXIT
           END-IF

           MOVE DCLLDD-EMPNO                TO WS-VALOR(1)
           MOVE DCLLDD-NROPRESTAMO          TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(2)
           MOVE DCLLDD-PERIODO              TO WS-VALOR(3)
           MOVE DCLLDD-IMPORTE              TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(4)
           MOVE DCLLDD-SALDO                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(5)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2295-FILA-CUOTAS-PRESTAMO-EXIT                 *
      *****************************************************************
       2295-FILA-CUOTAS-PRESTAMO-EXIT.
           EXIT.
      *****************************************************************
      *                   2300-CAMBIOS-PROGRAMADOS                    *
      *                                                               *
      *    - PEND_CHANGES: CAMBIOS PROGRAMADOS                        *
      *****************************************************************
       2300-CAMBIOS-PROGRAMADOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2300-CAMBIOS-PROGRAMADOS-EXIT
           END-IF

           MOVE 'PEND_CHANGES'              TO WS-TABLA
           MOVE CT-COL-PCH                  TO WS-NOMBRES
           MOVE 13                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-PCH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2300-CAMBIOS-PROGRAMADOS-EXIT
           END-IF

           PERFORM 2305-FILA-CAMBIOS-PROGRAMADOS
              THRU 2305-FILA-CAMBIOS-PROGRAMADOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-PCH
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2300-CAMBIOS-PROGRAMADOS-EXIT                 *
      *****************************************************************
       2300-CAMBIOS-PROGRAMADOS-EXIT.
           EXIT.
      *****************************************************************
      *                 2305-FILA-CAMBIOS-PROGRAMADOS                 *
      *****************************************************************
       2305-FILA-CAMBIOS-PROGRAMADOS.

           EXEC SQL
              FETCH CSR-PCH
               INTO :DCLPCH-EMPNO,
                    :DCLPCH-FECHAEFECTIVA,
                    :DCLPCH-SEQNO,
                    :DCLPCH-WORKDEPT,
                    :DCLPCH-JOB,
                    :DCLPCH-PHONENO,
                    :DCLPCH-SALARY,
                    :DCLPCH-BONUS,
                    :DCLPCH-COMM,
                    :DCLPCH-PCTJORNADA,
                    :DCLPCH-ESTADO,
                    :DCLPCH-USUARIO,
                    :DCLPCH-FECHACARGA
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2305-FILA-CAMBIOS-PROGRAMADOS-EXIT
           END-IF

           MOVE DCLPCH-EMPNO                TO WS-VALOR(1)
           MOVE DCLPCH-FECHAEFECTIVA        TO WS-VALOR(2)
           MOVE DCLPCH-SEQNO                TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(3)
           MOVE DCLPCH-WORKDEPT             TO WS-VALOR(4)
           MOVE DCLPCH-JOB                  TO WS-VALOR(5)
           MOVE DCLPCH-PHONENO              TO WS-VALOR(6)
           MOVE DCLPCH-SALARY               TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(7)
           MOVE DCLPCH-BONUS                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(8)
           MOVE DCLPCH-COMM                 TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(9)
           MOVE DCLPCH-PCTJORNADA           TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(10)
           MOVE DCLPCH-ESTADO               TO WS-VALOR(11)
           MOVE DCLPCH-USUARIO              TO WS-VALOR(12)
           MOVE DCLPCH-FECHACARGA           TO WS-VALOR(13)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *              2305-FILA-CAMBIOS-PROGRAMADOS-EXIT               *
      *****************************************************************
       2305-FILA-CAMBIOS-PROGRAMADOS-EXIT.
           EXIT.
      *****************************************************************
      *                       2310-EXCEPCIONES                        *
      *                                                               *
      *    - EXC_LEDGER: EXCEPCIONES DE LOS PROCESOS                  *
      *****************************************************************
       2310-EXCEPCIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2310-EXCEPCIONES-EXIT
           END-IF

           MOVE 'EXC_LEDGER'                TO WS-TABLA
           MOVE CT-COL-EXL                  TO WS-NOMBRES
           MOVE 7                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-EXL
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2310-EXCEPCIONES-EXIT
           END-IF

           PERFORM 2315-FILA-EXCEPCIONES
              THRU 2315-FILA-EXCEPCIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-EXL
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                     2310-EXCEPCIONES-EXIT                     *
      *****************************************************************
       2310-EXCEPCIONES-EXIT.
           EXIT.
      *****************************************************************
      *                     2315-FILA-EXCEPCIONES                     *
      *****************************************************************
       2315-FILA-EXCEPCIONES.

           EXEC SQL
              FETCH CSR-EXL
               INTO :DCLEXL-FUENTE,
                    :DCLEXL-EMPNO,
                    :DCLEXL-CODIGO,
                    :DCLEXL-PRIMERAVEZ,
                    :DCLEXL-ULTIMAVEZ,
                    :DCLEXL-VECES,
                    :DCLEXL-ESTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2315-FILA-EXCEPCIONES-EXIT
           END-IF

           MOVE DCLEXL-FUENTE               TO WS-VALOR(1)
           MOVE DCLEXL-EMPNO                TO WS-VALOR(2)
           MOVE DCLEXL-CODIGO               TO WS-VALOR(3)
           MOVE DCLEXL-PRIMERAVEZ           TO WS-VALOR(4)
           MOVE DCLEXL-ULTIMAVEZ            TO WS-VALOR(5)
           MOVE DCLEXL-VECES                TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(6)
           MOVE DCLEXL-ESTADO               TO WS-VALOR(7)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                  2315-FILA-EXCEPCIONES-EXIT                   *
      *****************************************************************
       2315-FILA-EXCEPCIONES-EXIT.
           EXIT.
      *****************************************************************
      *                         2320-ACCESOS                          *
      *                                                               *
      *    - ACCESS_LOG: REGISTRO DE ACCESOS A LOS DATOS              *
      *      SENSIBLES DE LA PERSONA                                  *
      *****************************************************************
       2320-ACCESOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2320-ACCESOS-EXIT
           END-IF

           MOVE 'ACCESS_LOG'                TO WS-TABLA
           MOVE CT-COL-ACC                  TO WS-NOMBRES
           MOVE 6                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-ACC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2320-ACCESOS-EXIT
           END-IF

           PERFORM 2325-FILA-ACCESOS
              THRU 2325-FILA-ACCESOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-ACC
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                       2320-ACCESOS-EXIT                       *
      *****************************************************************
       2320-ACCESOS-EXIT.
           EXIT.
      *****************************************************************
      *                       2325-FILA-ACCESOS                       *
      *****************************************************************
       2325-FILA-ACCESOS.

           EXEC SQL
              FETCH CSR-ACC
               INTO :DCLACC-USUARIO,
                    :DCLACC-FECHAACCESO,
                    :DCLACC-TERMINAL,
                    :DCLACC-TRANSACCION,
                    :DCLACC-EMPNO,
                    :DCLACC-RESULTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2325-FILA-ACCESOS-EXIT
           END-IF

           MOVE DCLACC-USUARIO              TO WS-VALOR(1)
           MOVE DCLACC-FECHAACCESO          TO WS-VALOR(2)
           MOVE DCLACC-TERMINAL             TO WS-VALOR(3)
           MOVE DCLACC-TRANSACCION          TO WS-VALOR(4)
           MOVE DCLACC-EMPNO                TO WS-VALOR(5)
           MOVE DCLACC-RESULTADO            TO WS-VALOR(6)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                    2325-FILA-ACCESOS-EXIT                     *
      *****************************************************************
       2325-FILA-ACCESOS-EXIT.
           EXIT.
      *****************************************************************
      *                     2330-USO-DELEGACIONES                     *
      *                                                               *
      *    - APPR_DELEG_USE: APROBACIONES HECHAS POR DELEGACION       *
      *****************************************************************
       2330-USO-DELEGACIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2330-USO-DELEGACIONES-EXIT
           END-IF

           MOVE 'APPR_DELEG_USE'            TO WS-TABLA
           MOVE CT-COL-DLU                  TO WS-NOMBRES
           MOVE 6                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-DLU
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2330-USO-DELEGACIONES-EXIT
           END-IF

           PERFORM 2335-FILA-USO-DELEGACIONES
              THRU 2335-FILA-USO-DELEGACIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DLU
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2330-USO-DELEGACIONES-EXIT                   *
      *****************************************************************
       2330-USO-DELEGACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                  2335-FILA-USO-DELEGACIONES                   *
      *****************************************************************
       2335-FILA-USO-DELEGACIONES.

           EXEC SQL
              FETCH CSR-DLU
               INTO :DCLDLU-DELEGADO,
                    :DCLDLU-FECHAUSO,
                    :DCLDLU-DELEGANTE,
                    :DCLDLU-TRANSACCION,
                    :DCLDLU-EMPNO,
                    :DCLDLU-ACCION
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2335-FILA-USO-DELEGACIONES-EXIT
           END-IF

           MOVE DCLDLU-DELEGADO             TO WS-VALOR(1)
           MOVE DCLDLU-FECHAUSO             TO WS-VALOR(2)
           MOVE DCLDLU-DELEGANTE            TO WS-VALOR(3)
           MOVE DCLDLU-TRANSACCION          TO WS-VALOR(4)
           MOVE DCLDLU-EMPNO                TO WS-VALOR(5)
           MOVE DCLDLU-ACCION               TO WS-VALOR(6)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2335-FILA-USO-DELEGACIONES-EXIT                *
      *****************************************************************
       2335-FILA-USO-DELEGACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                      2340-CALIFICACIONES                      *
      *                                                               *
      *    - EMP_RATING: CALIFICACIONES DE DESEMPENO                  *
      *****************************************************************
       2340-CALIFICACIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2340-CALIFICACIONES-EXIT
           END-IF

           MOVE 'EMP_RATING'                TO WS-TABLA
           MOVE CT-COL-RTG                  TO WS-NOMBRES
           MOVE 5                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-RTG
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2340-CALIFICACIONES-EXIT
           END-IF

           PERFORM 2345-FILA-CALIFICACIONES
              THRU 2345-FILA-CALIFICACIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-RTG
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                   2340-CALIFICACIONES-EXIT                    *
      *****************************************************************
       2340-CALIFICACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                   2345-FILA-CALIFICACIONES                    *
      *****************************************************************
       2345-FILA-CALIFICACIONES.

           EXEC SQL
              FETCH CSR-RTG
               INTO :DCLRTG-EMPNO,
                    :DCLRTG-ANIO,
                    :DCLRTG-CALIFICACION,
                    :DCLRTG-USUARIOCAMBIO,
                    :DCLRTG-FECHACAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2345-FILA-CALIFICACIONES-EXIT
           END-IF

           MOVE DCLRTG-EMPNO                TO WS-VALOR(1)
           MOVE DCLRTG-ANIO                 TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(2)
           MOVE DCLRTG-CALIFICACION         TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(3)
           MOVE DCLRTG-USUARIOCAMBIO        TO WS-VALOR(4)
           MOVE DCLRTG-FECHACAMBIO          TO WS-VALOR(5)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                 2345-FILA-CALIFICACIONES-EXIT                 *
      *****************************************************************
       2345-FILA-CALIFICACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                        2350-ANTIGUEDAD                        *
      *                                                               *
      *    - EMP_SERVICE: ANTIGUEDAD RECONOCIDA                       *
      *****************************************************************
       2350-ANTIGUEDAD.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2350-ANTIGUEDAD-EXIT
           END-IF

           MOVE 'EMP_SERVICE'               TO WS-TABLA
           MOVE CT-COL-SRV                  TO WS-NOMBRES
           MOVE 3                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-SRV
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2350-ANTIGUEDAD-EXIT
           END-IF

           PERFORM 2355-FILA-ANTIGUEDAD
              THRU 2355-FILA-ANTIGUEDAD-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-SRV
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                     2350-ANTIGUEDAD-EXIT                      *
      *****************************************************************
       2350-ANTIGUEDAD-EXIT.
           EXIT.
      *****************************************************************
      *                     2355-FILA-ANTIGUEDAD                      *
      *****************************************************************
       2355-FILA-ANTIGUEDAD.

           EXEC SQL
              FETCH CSR-SRV
               INTO :DCLSRV-EMPNO,
                    :DCLSRV-FECHAALTAORIG,
                    :DCLSRV-DIASPREVIOS
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2355-FILA-ANTIGUEDAD-EXIT
           END-IF

           MOVE DCLSRV-EMPNO                TO WS-VALOR(1)
           MOVE DCLSRV-FECHAALTAORIG        TO WS-VALOR(2)
           MOVE DCLSRV-DIASPREVIOS          TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(3)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2355-FILA-ANTIGUEDAD-EXIT                   *
      *****************************************************************
       2355-FILA-ANTIGUEDAD-EXIT.
           EXIT.
      *****************************************************************
      *                        2360-DOCUMENTOS                        *
      *                                                               *
      *    - EMP_DOCUMENT: DOCUMENTOS                                 *
      *****************************************************************
       2360-DOCUMENTOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2360-DOCUMENTOS-EXIT
           END-IF

           MOVE 'EMP_DOCUMENT'              TO WS-TABLA
           MOVE CT-COL-DOC                  TO WS-NOMBRES
           MOVE 7                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-DOC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2360-DOCUMENTOS-EXIT
           END-IF

           PERFORM 2365-FILA-DOCUMENTOS
              THRU 2365-FILA-DOCUMENTOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DOC
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                     2360-DOCUMENTOS-EXIT                      *
      *****************************************************************
       2360-DOCUMENTOS-EXIT.
           EXIT.
      *****************************************************************
      *                     2365-FILA-DOCUMENTOS                      *
      *****************************************************************
       2365-FILA-DOCUMENTOS.

           EXEC SQL
              FETCH CSR-DOC
               INTO :DCLDOC-EMPNO,
                    :DCLDOC-TIPODOC,
                    :DCLDOC-NRODOC,
                    :DCLDOC-FECHAEMISION,
                    :DCLDOC-FECHAVENCE,
                    :DCLDOC-USUARIOCAMBIO,
                    :DCLDOC-FECHACAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2365-FILA-DOCUMENTOS-EXIT
           END-IF

           MOVE DCLDOC-EMPNO                TO WS-VALOR(1)
           MOVE DCLDOC-TIPODOC              TO WS-VALOR(2)
           MOVE DCLDOC-NRODOC               TO WS-VALOR(3)
           MOVE DCLDOC-FECHAEMISION         TO WS-VALOR(4)
           MOVE DCLDOC-FECHAVENCE           TO WS-VALOR(5)
           MOVE DCLDOC-USUARIOCAMBIO        TO WS-VALOR(6)
           MOVE DCLDOC-FECHACAMBIO          TO WS-VALOR(7)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2365-FILA-DOCUMENTOS-EXIT                   *
      *****************************************************************
       2365-FILA-DOCUMENTOS-EXIT.
           EXIT.
      *****************************************************************
      *                       2370-CERTIFICADOS                       *
      *                                                               *
      *    - CERT_LETTER: CERTIFICADOS DE TRABAJO EMITIDOS            *
      *****************************************************************
       2370-CERTIFICADOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2370-CERTIFICADOS-EXIT
           END-IF

           MOVE 'CERT_LETTER'               TO WS-TABLA
           MOVE CT-COL-CVL                  TO WS-NOMBRES
           MOVE 8                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-CVL
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2370-CERTIFICADOS-EXIT
           END-IF

           PERFORM 2375-FILA-CERTIFICADOS
              THRU 2375-FILA-CERTIFICADOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-CVL
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                    2370-CERTIFICADOS-EXIT                     *
      *****************************************************************
       2370-CERTIFICADOS-EXIT.
           EXIT.
      *****************************************************************
      *                    2375-FILA-CERTIFICADOS                     *
      *****************************************************************
       2375-FILA-CERTIFICADOS.

           EXEC SQL
              FETCH CSR-CVL
               INTO :DCLCVL-EMPNO,
                    :DCLCVL-FECHAPEDIDO,
                    :DCLCVL-TIPOCARTA,
                    :DCLCVL-DESTINATARIO,
                    :DCLCVL-USUARIO,
                    :DCLCVL-ESTADO,
                    :DCLCVL-NROCARTA,
                    :DCLCVL-FECHAEMISION
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2375-FILA-CERTIFICADOS-EXIT
           END-IF

           MOVE DCLCVL-EMPNO                TO WS-VALOR(1)
           MOVE DCLCVL-FECHAPEDIDO          TO WS-VALOR(2)
           MOVE DCLCVL-TIPOCARTA            TO WS-VALOR(3)
           MOVE DCLCVL-DESTINATARIO         TO WS-VALOR(4)
           MOVE DCLCVL-USUARIO              TO WS-VALOR(5)
           MOVE DCLCVL-ESTADO               TO WS-VALOR(6)
           MOVE DCLCVL-NROCARTA             TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(7)
           MOVE DCLCVL-FECHAEMISION         TO WS-VALOR(8)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                  2375-FILA-CERTIFICADOS-EXIT                  *
      *****************************************************************
       2375-FILA-CERTIFICADOS-EXIT.
           EXIT.
      *****************************************************************
      *                    2380-DISTRIBUCION-COSTO                    *
      *                                                               *
      *    - EMP_DEPT_ALLOC: DISTRIBUCION DEL COSTO ENTRE             *
      *      DEPARTAMENTOS                                            *
      *****************************************************************
       2380-DISTRIBUCION-COSTO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2380-DISTRIBUCION-COSTO-EXIT
           END-IF

           MOVE 'EMP_DEPT_ALLOC'            TO WS-TABLA
           MOVE CT-COL-DIS                  TO WS-NOMBRES
           MOVE 6                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-DIS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2380-DISTRIBUCION-COSTO-EXIT
           END-IF

           PERFORM 2385-FILA-DISTRIBUCION-COSTO
              THRU 2385-FILA-DISTRIBUCION-COSTO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DIS
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2380-DISTRIBUCION-COSTO-EXIT                  *
      *****************************************************************
       2380-DISTRIBUCION-COSTO-EXIT.
           EXIT.
      *****************************************************************
      *                 2385-FILA-DISTRIBUCION-COSTO                  *
      *****************************************************************
       2385-FILA-DISTRIBUCION-COSTO.

           EXEC SQL
              FETCH CSR-DIS
               INTO :DCLDIS-EMPNO,
                    :DCLDIS-FECHADESDE,
                    :DCLDIS-DEPTNO,
                    :DCLDIS-PORCENTAJE,
                    :DCLDIS-USUARIOCAMBIO,
                    :DCLDIS-FECHACAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2385-FILA-DISTRIBUCION-COSTO-EXIT
           END-IF

           MOVE DCLDIS-EMPNO                TO WS-VALOR(1)
           MOVE DCLDIS-FECHADESDE           TO WS-VALOR(2)
           MOVE DCLDIS-DEPTNO               TO WS-VALOR(3)
           MOVE DCLDIS-PORCENTAJE           TO WS-ED-DIAS
           MOVE WS-ED-DIAS                  TO WS-VALOR(4)
           MOVE DCLDIS-USUARIOCAMBIO        TO WS-VALOR(5)
           MOVE DCLDIS-FECHACAMBIO          TO WS-VALOR(6)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *               2385-FILA-DISTRIBUCION-COSTO-EXIT               *
      *****************************************************************
       2385-FILA-DISTRIBUCION-COSTO-EXIT.
           EXIT.
      *****************************************************************
      *                         2390-SUCESION                         *
      *                                                               *
      *    - SUCCESSION: NOMINACIONES EN PLANES DE SUCESION           *
      *****************************************************************
       2390-SUCESION.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2390-SUCESION-EXIT
           END-IF

           MOVE 'SUCCESSION'                TO WS-TABLA
           MOVE CT-COL-SUC                  TO WS-NOMBRES
           MOVE 6                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-SUC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2390-SUCESION-EXIT
           END-IF

           PERFORM 2395-FILA-SUCESION
              THRU 2395-FILA-SUCESION-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-SUC
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2390-SUCESION-EXIT                       *
      *****************************************************************
       2390-SUCESION-EXIT.
           EXIT.
      *****************************************************************
      *                      2395-FILA-SUCESION                       *
      *****************************************************************
       2395-FILA-SUCESION.

           EXEC SQL
              FETCH CSR-SUC
               INTO :DCLSUC-DEPTNO,
                    :DCLSUC-EMPNO,
                    :DCLSUC-PREPARACION,
                    :DCLSUC-FECHANOMINA,
                    :DCLSUC-USUARIOCAMBIO,
                    :DCLSUC-FECHACAMBIO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2395-FILA-SUCESION-EXIT
           END-IF

           MOVE DCLSUC-DEPTNO               TO WS-VALOR(1)
           MOVE DCLSUC-EMPNO                TO WS-VALOR(2)
           MOVE DCLSUC-PREPARACION          TO WS-VALOR(3)
           MOVE DCLSUC-FECHANOMINA          TO WS-VALOR(4)
           MOVE DCLSUC-USUARIOCAMBIO        TO WS-VALOR(5)
           MOVE DCLSUC-FECHACAMBIO          TO WS-VALOR(6)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                    2395-FILA-SUCESION-EXIT                    *
      *****************************************************************
       2395-FILA-SUCESION-EXIT.
           EXIT.
      *****************************************************************
      *                        2400-TRASPASOS                         *
      *                                                               *
      *    - XCOMP_REVIEW: TRASPASOS ENTRE COMPANIAS                  *
      *****************************************************************
       2400-TRASPASOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2400-TRASPASOS-EXIT
           END-IF

           MOVE 'XCOMP_REVIEW'              TO WS-TABLA
           MOVE CT-COL-XCR                  TO WS-NOMBRES
           MOVE 9                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-XCR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2400-TRASPASOS-EXIT
           END-IF

           PERFORM 2405-FILA-TRASPASOS
              THRU 2405-FILA-TRASPASOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-XCR
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                      2400-TRASPASOS-EXIT                      *
      *****************************************************************
       2400-TRASPASOS-EXIT.
           EXIT.
      *****************************************************************
      *                      2405-FILA-TRASPASOS                      *
      *****************************************************************
       2405-FILA-TRASPASOS.

           EXEC SQL
              FETCH CSR-XCR
               INTO :DCLXCR-EMPNO,
                    :DCLXCR-FECHACAMBIO,
                    :DCLXCR-DEPTORIGEN,
                    :DCLXCR-DEPTDESTINO,
                    :DCLXCR-CIAORIGEN,
                    :DCLXCR-CIADESTINO,
                    :DCLXCR-PROGRAMA,
                    :DCLXCR-USUARIOCAMBIO,
                    :DCLXCR-ESTADO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2405-FILA-TRASPASOS-EXIT
           END-IF

           MOVE DCLXCR-EMPNO                TO WS-VALOR(1)
           MOVE DCLXCR-FECHACAMBIO          TO WS-VALOR(2)
           MOVE DCLXCR-DEPTORIGEN           TO WS-VALOR(3)
           MOVE DCLXCR-DEPTDESTINO          TO WS-VALOR(4)
           MOVE DCLXCR-CIAORIGEN            TO WS-VALOR(5)
           MOVE DCLXCR-CIADESTINO           TO WS-VALOR(6)
           MOVE DCLXCR-PROGRAMA             TO WS-VALOR(7)
           MOVE DCLXCR-USUARIOCAMBIO        TO WS-VALOR(8)
           MOVE DCLXCR-ESTADO               TO WS-VALOR(9)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                   2405-FILA-TRASPASOS-EXIT                    *
      *****************************************************************
       2405-FILA-TRASPASOS-EXIT.
           EXIT.
      *****************************************************************
      *                     2410-INFORME-INGRESOS                     *
      *                                                               *
      *    - NEWHIRE_RPT: INGRESOS INFORMADOS AL ORGANISMO            *
      *      LABORAL                                                  *
      *****************************************************************
       2410-INFORME-INGRESOS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2410-INFORME-INGRESOS-EXIT
           END-IF

           MOVE 'NEWHIRE_RPT'               TO WS-TABLA
           MOVE CT-COL-NHR                  TO WS-NOMBRES
           MOVE 6                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-NHR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2410-INFORME-INGRESOS-EXIT
           END-IF

           PERFORM 2415-FILA-INFORME-INGRESOS
              THRU 2415-FILA-INFORME-INGRESOS-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-NHR
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                  2410-INFORME-INGRESOS-EXIT                   *
      *****************************************************************
       2410-INFORME-INGRESOS-EXIT.
           EXIT.
      *****************************************************************
      *                  2415-FILA-INFORME-INGRESOS                   *
      *****************************************************************
       2415-FILA-INFORME-INGRESOS.

           EXEC SQL
              FETCH CSR-NHR
               INTO :DCLNHR-EMPNO,
                    :DCLNHR-FECHACAMBIO,
                    :DCLNHR-TIPOALTA,
                    :DCLNHR-HIREDATE,
                    :DCLNHR-FECHAENVIO,
                    :DCLNHR-ARCHIVO
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2415-FILA-INFORME-INGRESOS-EXIT
           END-IF

           MOVE DCLNHR-EMPNO                TO WS-VALOR(1)
           MOVE DCLNHR-FECHACAMBIO          TO WS-VALOR(2)
           MOVE DCLNHR-TIPOALTA             TO WS-VALOR(3)
           MOVE DCLNHR-HIREDATE             TO WS-VALOR(4)
           MOVE DCLNHR-FECHAENVIO           TO WS-VALOR(5)
           MOVE DCLNHR-ARCHIVO              TO WS-VALOR(6)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                2415-FILA-INFORME-INGRESOS-EXIT                *
      *****************************************************************
       2415-FILA-INFORME-INGRESOS-EXIT.
           EXIT.
      *****************************************************************
      *                      2420-NOTIFICACIONES                      *
      *                                                               *
      *    - NOTIF_LOG: NOVEDADES AVISADAS AL GERENTE                 *
      *****************************************************************
       2420-NOTIFICACIONES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2420-NOTIFICACIONES-EXIT
           END-IF

           MOVE 'NOTIF_LOG'                 TO WS-TABLA
           MOVE CT-COL-NTF                  TO WS-NOMBRES
           MOVE 10                          TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-NTF
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2420-NOTIFICACIONES-EXIT
           END-IF

           PERFORM 2425-FILA-NOTIFICACIONES
              THRU 2425-FILA-NOTIFICACIONES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-NTF
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                   2420-NOTIFICACIONES-EXIT                    *
      *****************************************************************
       2420-NOTIFICACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                   2425-FILA-NOTIFICACIONES                    *
      *****************************************************************
       2425-FILA-NOTIFICACIONES.

           EXEC SQL
              FETCH CSR-NTF
               INTO :DCLNTF-TIPOEVENTO,
                    :DCLNTF-EMPNO,
                    :DCLNTF-REFERENCIA,
                    :DCLNTF-MGRNO,
                    :DCLNTF-WORKDEPT,
                    :DCLNTF-FECHAEVENTO,
                    :DCLNTF-DETALLE,
                    :DCLNTF-ESTADO,
                    :DCLNTF-FECHACARGA,
                    :DCLNTF-FECHANOTIF
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2425-FILA-NOTIFICACIONES-EXIT
           END-IF

           MOVE DCLNTF-TIPOEVENTO           TO WS-VALOR(1)
           MOVE DCLNTF-EMPNO                TO WS-VALOR(2)
           MOVE DCLNTF-REFERENCIA           TO WS-VALOR(3)
           MOVE DCLNTF-MGRNO                TO WS-VALOR(4)
           MOVE DCLNTF-WORKDEPT             TO WS-VALOR(5)
           MOVE DCLNTF-FECHAEVENTO          TO WS-VALOR(6)
           MOVE DCLNTF-DETALLE              TO WS-VALOR(7)
           MOVE DCLNTF-ESTADO               TO WS-VALOR(8)
           MOVE DCLNTF-FECHACARGA           TO WS-VALOR(9)
           MOVE DCLNTF-FECHANOTIF           TO WS-VALOR(10)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                 2425-FILA-NOTIFICACIONES-EXIT                 *
      *****************************************************************
       2425-FILA-NOTIFICACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                         2430-USUARIO                          *
      *                                                               *
      *    - USER_PROFILE: USUARIO DEL SISTEMA ASOCIADO               *
      *****************************************************************
       2430-USUARIO.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2430-USUARIO-EXIT
           END-IF

           MOVE 'USER_PROFILE'              TO WS-TABLA
           MOVE CT-COL-USR                  TO WS-NOMBRES
           MOVE 4                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-USR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2430-USUARIO-EXIT
           END-IF

           PERFORM 2435-FILA-USUARIO
              THRU 2435-FILA-USUARIO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-USR
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                       2430-USUARIO-EXIT                       *
      *****************************************************************
       2430-USUARIO-EXIT.
           EXIT.
      *****************************************************************
      *                       2435-FILA-USUARIO                       *
      *****************************************************************
       2435-FILA-USUARIO.

           EXEC SQL
              FETCH CSR-USR
               INTO :DCLUSR-USUARIO,
                    :DCLUSR-NIVEL,
                    :DCLUSR-EMPNO,
                    :DCLUSR-IDIOMA
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2435-FILA-USUARIO-EXIT
           END-IF

           MOVE DCLUSR-USUARIO              TO WS-VALOR(1)
           MOVE DCLUSR-NIVEL                TO WS-VALOR(2)
           MOVE DCLUSR-EMPNO                TO WS-VALOR(3)
           MOVE DCLUSR-IDIOMA               TO WS-VALOR(4)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *                    2435-FILA-USUARIO-EXIT                     *
      *****************************************************************
       2435-FILA-USUARIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2440-PEDIDOS-ANTERIORES                    *
      *                                                               *
      *    - SAR_LOG: PEDIDOS DE ACCESO YA ENTREGADOS                 *
      *****************************************************************
       2440-PEDIDOS-ANTERIORES.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2440-PEDIDOS-ANTERIORES-EXIT
           END-IF

           MOVE 'SAR_LOG'                   TO WS-TABLA
           MOVE CT-COL-SAR                  TO WS-NOMBRES
           MOVE 7                           TO WS-CANT-COLUMNAS

           PERFORM 8000-INICIO-TABLA
              THRU 8000-INICIO-TABLA-EXIT

           EXEC SQL
              OPEN CSR-SAR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              PERFORM 8900-ERROR-SQL
                 THRU 8900-ERROR-SQL-EXIT
              GO TO 2440-PEDIDOS-ANTERIORES-EXIT
           END-IF

           PERFORM 2445-FILA-PEDIDOS-ANTERIORES
              THRU 2445-FILA-PEDIDOS-ANTERIORES-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-SAR
           END-EXEC

           PERFORM 8200-FIN-TABLA
              THRU 8200-FIN-TABLA-EXIT.

      *****************************************************************
      *                 2440-PEDIDOS-ANTERIORES-EXIT                  *
      *****************************************************************
       2440-PEDIDOS-ANTERIORES-EXIT.
           EXIT.
      *****************************************************************
      *                 2445-FILA-PEDIDOS-ANTERIORES                  *
      *****************************************************************
       2445-FILA-PEDIDOS-ANTERIORES.

           EXEC SQL
              FETCH CSR-SAR
               INTO :DCLSAR-EMPNO,
                    :DCLSAR-REFERENCIA,
                    :DCLSAR-SOLICITANTE,
                    :DCLSAR-FECHAPROCESO,
                    :DCLSAR-FECHAENTREGA,
                    :DCLSAR-TABLAS,
                    :DCLSAR-FILAS
           END-EXEC

           PERFORM 8100-VERIFICA-FETCH
              THRU 8100-VERIFICA-FETCH-EXIT

           IF SI-FIN-CURSOR
              GO TO 2445-FILA-PEDIDOS-ANTERIORES-EXIT
           END-IF

           MOVE DCLSAR-EMPNO                TO WS-VALOR(1)
           MOVE DCLSAR-REFERENCIA           TO WS-VALOR(2)
           MOVE DCLSAR-SOLICITANTE          TO WS-VALOR(3)
           MOVE DCLSAR-FECHAPROCESO         TO WS-VALOR(4)
           MOVE DCLSAR-FECHAENTREGA         TO WS-VALOR(5)
           MOVE DCLSAR-TABLAS               TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(6)
           MOVE DCLSAR-FILAS                TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(7)

           PERFORM 8300-EMITE-FILA
              THRU 8300-EMITE-FILA-EXIT.

      *****************************************************************
      *               2445-FILA-PEDIDOS-ANTERIORES-EXIT               *
      *****************************************************************
       2445-FILA-PEDIDOS-ANTERIORES-EXIT.
           EXIT.
      *****************************************************************
      *                                                               *
      *                           3000-FIN                            *
      *                                                               *
      *****************************************************************
       3000-FIN.

           IF RETURN-CODE LESS THAN 8
              INITIALIZE WS-REG-SAR
              SET SAR-88-TRAILER            TO TRUE
              MOVE WS-EMPNO                 TO SAR-EMPNO
              MOVE CN-TABLAS-CON-DATOS      TO SAR-TRL-TABLAS
              MOVE CN-FILAS                 TO SAR-TRL-FILAS
              MOVE CN-CAMPOS                TO SAR-TRL-CAMPOS
              WRITE REG-EXTSAR FROM WS-REG-SAR
              ADD CT-1                      TO CN-REGISTROS
           END-IF

           MOVE 'TABLAS LEIDAS:'            TO LIN-TOT-TEXTO
           MOVE CN-TABLAS                   TO LIN-TOT-CANTIDAD
           WRITE REG-REPSAR FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 'TABLAS CON DATOS DE LA PERSONA:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-TABLAS-CON-DATOS         TO LIN-TOT-CANTIDAD
           WRITE REG-REPSAR FROM WS-LINEA-TOTAL

           MOVE 'FILAS EXTRAIDAS:'          TO LIN-TOT-TEXTO
           MOVE CN-FILAS                    TO LIN-TOT-CANTIDAD
           WRITE REG-REPSAR FROM WS-LINEA-TOTAL

           MOVE 'REGISTROS DE EXTSAR:'      TO LIN-TOT-TEXTO
           MOVE CN-REGISTROS                TO LIN-TOT-CANTIDAD
           WRITE REG-REPSAR FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL ZERO
              AND CN-FILAS EQUAL ZEROS
              DISPLAY 'AVISO: NO HAY DATOS GUARDADOS DEL EMPNO '
                      WS-EMPNO
              MOVE 4                        TO RETURN-CODE
           END-IF

           IF RETURN-CODE LESS THAN 8
              PERFORM 9000-REGISTRA-ENTREGA
                 THRU 9000-REGISTRA-ENTREGA-EXIT
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NESAR000              *'
           DISPLAY 'FECHA DE PROCESO:      ' WS-FECHA-PROCESO
           DISPLAY 'EMPNO:                 ' WS-EMPNO
           DISPLAY 'REFERENCIA:            ' WS-REFERENCIA
           DISPLAY 'TABLAS LEIDAS:         ' CN-TABLAS
           DISPLAY 'TABLAS CON DATOS:      ' CN-TABLAS-CON-DATOS
           DISPLAY 'FILAS EXTRAIDAS:       ' CN-FILAS
           DISPLAY 'CAMPOS EXTRAIDOS:      ' CN-CAMPOS
           DISPLAY 'ARCHIVO LEIDOS:        ' CN-ARCHIVO-LEIDOS
           DISPLAY '***********************************************'

           CLOSE EXTSAR
                 REPSAR

           GOBACK.
      *****************************************************************
      *                    7000-VALORES-HISTORIA                      *
      *                                                               *
      *    - UNA IMAGEN DE EMP_HIST, LEIDA DE LA TABLA O DEL ARCHIVO  *
      *****************************************************************
       7000-VALORES-HISTORIA.

           MOVE DCLEHIS-EMPNO               TO WS-VALOR(1)
           MOVE DCLEHIS-FIRSTNME            TO WS-VALOR(2)
           MOVE DCLEHIS-MIDINIT             TO WS-VALOR(3)
           MOVE DCLEHIS-LASTNAME            TO WS-VALOR(4)
           MOVE DCLEHIS-WORKDEPT            TO WS-VALOR(5)
           MOVE DCLEHIS-PHONENO             TO WS-VALOR(6)
           MOVE DCLEHIS-HIREDATE            TO WS-VALOR(7)
           MOVE DCLEHIS-JOB                 TO WS-VALOR(8)
           MOVE DCLEHIS-EDLEVEL             TO WS-ED-ENTERO
           MOVE WS-ED-ENTERO                TO WS-VALOR(9)
           MOVE DCLEHIS-SEX                 TO WS-VALOR(10)
           MOVE DCLEHIS-BIRTHDATE           TO WS-VALOR(11)
           MOVE DCLEHIS-SALARY              TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(12)
           MOVE DCLEHIS-BONUS               TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(13)
           MOVE DCLEHIS-COMM                TO WS-ED-IMPORTE
           MOVE WS-ED-IMPORTE               TO WS-VALOR(14)
           MOVE DCLEHIS-TIPOCAMBIO          TO WS-VALOR(15)
           MOVE DCLEHIS-FECHACAMBIO         TO WS-VALOR(16)
           MOVE DCLEHIS-USUARIOCAMBIO       TO WS-VALOR(17)
           MOVE DCLEHIS-FECHABAJA           TO WS-VALOR(18)
           MOVE DCLEHIS-MOTIVOBAJA          TO WS-VALOR(19).

      *****************************************************************
      *                  7000-VALORES-HISTORIA-EXIT                   *
      *****************************************************************
       7000-VALORES-HISTORIA-EXIT.
           EXIT.
      *****************************************************************
      *                       8000-INICIO-TABLA                       *
      *****************************************************************
       8000-INICIO-TABLA.

           ADD CT-1                         TO CN-TABLAS
           MOVE ZEROS                       TO WS-FILAS-TABLA
           MOVE SPACES                      TO WS-VALORES
           SET NO-FIN-CURSOR                TO TRUE

           MOVE WS-TABLA                    TO LIN-TAB-TABLA
           WRITE REG-REPSAR FROM WS-LINEA-TABLA
                 AFTER ADVANCING 2 LINES.

      *****************************************************************
      *                     8000-INICIO-TABLA-EXIT                    *
      *****************************************************************
       8000-INICIO-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                      8100-VERIFICA-FETCH                      *
      *****************************************************************
       8100-VERIFICA-FETCH.

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    PERFORM 8900-ERROR-SQL
                       THRU 8900-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                   8100-VERIFICA-FETCH-EXIT                    *
      *****************************************************************
       8100-VERIFICA-FETCH-EXIT.
           EXIT.
      *****************************************************************
      *                        8200-FIN-TABLA                         *
      *****************************************************************
       8200-FIN-TABLA.

           IF WS-FILAS-TABLA EQUAL ZEROS
              WRITE REG-REPSAR FROM WS-LINEA-SIN-DATOS
           ELSE
              ADD CT-1                      TO CN-TABLAS-CON-DATOS
              MOVE WS-FILAS-TABLA           TO LIN-FTA-FILAS
              WRITE REG-REPSAR FROM WS-LINEA-FIN-TABLA
           END-IF.

      *****************************************************************
      *                      8200-FIN-TABLA-EXIT                      *
      *****************************************************************
       8200-FIN-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                        8300-EMITE-FILA                        *
      *                                                               *
      *    - UNA LINEA POR COLUMNA EN EL REPORTE Y UN DETALLE POR     *
      *      COLUMNA EN EXTSAR                                        *
      *****************************************************************
       8300-EMITE-FILA.

           ADD CT-1                         TO WS-FILAS-TABLA
                                               CN-FILAS

           MOVE WS-FILAS-TABLA              TO LIN-FIL-FILA
           WRITE REG-REPSAR FROM WS-LINEA-FILA

           PERFORM 8400-EMITE-COLUMNA
              THRU 8400-EMITE-COLUMNA-EXIT
           VARYING IX-COLUMNA FROM 1 BY 1
             UNTIL IX-COLUMNA GREATER THAN WS-CANT-COLUMNAS

           MOVE SPACES                      TO WS-VALORES.

      *****************************************************************
      *                      8300-EMITE-FILA-EXIT                     *
      *****************************************************************
       8300-EMITE-FILA-EXIT.
           EXIT.
      *****************************************************************
      *                      8400-EMITE-COLUMNA                       *
      *****************************************************************
       8400-EMITE-COLUMNA.

           MOVE WS-NOMBRE(IX-COLUMNA)       TO LIN-CAM-COLUMNA
           MOVE WS-VALOR(IX-COLUMNA)        TO LIN-CAM-VALOR
           WRITE REG-REPSAR FROM WS-LINEA-CAMPO

           INITIALIZE WS-REG-SAR
           SET SAR-88-DETALLE               TO TRUE
           MOVE WS-EMPNO                    TO SAR-EMPNO
           MOVE WS-TABLA                    TO SAR-DET-TABLA
           MOVE WS-FILAS-TABLA              TO SAR-DET-FILA
           MOVE WS-NOMBRE(IX-COLUMNA)       TO SAR-DET-COLUMNA
           MOVE WS-VALOR(IX-COLUMNA)        TO SAR-DET-VALOR
           WRITE REG-EXTSAR FROM WS-REG-SAR

           ADD CT-1                         TO CN-CAMPOS
                                               CN-REGISTROS.

      *****************************************************************
      *                    8400-EMITE-COLUMNA-EXIT                    *
      *****************************************************************
       8400-EMITE-COLUMNA-EXIT.
           EXIT.
      *****************************************************************
      *                        8900-ERROR-SQL                         *
      *****************************************************************
       8900-ERROR-SQL.

           MOVE SQLCODE                     TO WS-SQLCODE
           DISPLAY 'ERROR LEYENDO ' WS-TABLA ' EMPNO: ' WS-EMPNO
                   ' SQLCODE: ' WS-SQLCODE
           MOVE 8                           TO RETURN-CODE
           SET SI-FIN-CURSOR                TO TRUE.

      *****************************************************************
      *                      8900-ERROR-SQL-EXIT                      *
      *****************************************************************
       8900-ERROR-SQL-EXIT.
           EXIT.
      *****************************************************************
      *                    9000-REGISTRA-ENTREGA                      *
      *                                                               *
      *    - DEJA CONSTANCIA EN SAR_LOG DE QUE EL PEDIDO SE ENTREGO   *
      *****************************************************************
       9000-REGISTRA-ENTREGA.

           MOVE WS-EMPNO                    TO DCLSAR-EMPNO
           MOVE WS-REFERENCIA               TO DCLSAR-REFERENCIA
           MOVE WS-SOLICITANTE              TO DCLSAR-SOLICITANTE
           MOVE WS-FECHA-PROCESO            TO DCLSAR-FECHAPROCESO
           MOVE CN-TABLAS-CON-DATOS         TO DCLSAR-TABLAS
           MOVE CN-FILAS                    TO DCLSAR-FILAS

           EXEC SQL
              INSERT INTO NEOSB36.SAR_LOG
              (
                    EMPNO,
                    REFERENCIA,
                    SOLICITANTE,
                    FECHAPROCESO,
                    FECHAENTREGA,
                    TABLAS,
                    FILAS
              )
              VALUES
              (
                   :DCLSAR-EMPNO,
                   :DCLSAR-REFERENCIA,
                   :DCLSAR-SOLICITANTE,
                   DATE(:DCLSAR-FECHAPROCESO),
                   CURRENT TIMESTAMP,
                   :DCLSAR-TABLAS,
                   :DCLSAR-FILAS
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE SQLCODE                  TO WS-SQLCODE
              DISPLAY 'ERROR INSERTANDO SAR_LOG. EMPNO: ' WS-EMPNO
                      ' SQLCODE: ' WS-SQLCODE
              MOVE 8                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                   9000-REGISTRA-ENTREGA-EXIT                  *
      *****************************************************************
       9000-REGISTRA-ENTREGA-EXIT.
           EXIT.
      *****************************************************************
      *                       9200-FORMATO-AMD                        *
      *                                                               *
      *    - FECHA ISO AAAA-MM-DD A AAAAMMDD DEL ARCHIVO DE SALIDA    *
      *****************************************************************
       9200-FORMATO-AMD.

           MOVE WS-ISO-AAAA                 TO WS-AMD-AAAA
           MOVE WS-ISO-MM                   TO WS-AMD-MM
           MOVE WS-ISO-DD                   TO WS-AMD-DD.

      *****************************************************************
      *                     9200-FORMATO-AMD-EXIT                     *
      *****************************************************************
       9200-FORMATO-AMD-EXIT.
           EXIT.
