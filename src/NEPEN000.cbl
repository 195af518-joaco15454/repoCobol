      *****************************************************************
      * Program name:    NEPEN000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly outbound    *
      *                          contribution file for the pension    *
      *                          administrator (PENSION): every       *
      *                          active employee whose CLASE has      *
      *                          rates in PARAM_CTRL PARMPEN (card    *
      *                          override) with the pensionable pay   *
      *                          (monthly SALARY plus the eligible    *
      *                          variable pay of the period: overtime *
      *                          from TIME_HOURS and the rest of      *
      *                          VAR_PAY, as the class says) and the  *
      *                          employee and employer contributions; *
      *                          joiners flagged from HIREDATE and    *
      *                          EMP_HIST rehires, leavers of the     *
      *                          month from EMP_HIST as 'B' records.  *
      *                          Header and trailer with counts and   *
      *                          hash totals, registered in           *
      *                          INTF_FILES via NE9CFIL0.  The month  *
      *                          is kept in PENSION_CONTRIB and       *
      *                          REPPEN reconciles it against the     *
      *                          previous month.                      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEPEN000.
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

           SELECT PARMPEN  ASSIGN TO PARMPEN
                           FILE STATUS IS FS-PARMPEN.

           SELECT PENSION  ASSIGN TO PENSION
                           FILE STATUS IS FS-PENSION.

           SELECT REPPEN   ASSIGN TO REPPEN
                           FILE STATUS IS FS-REPPEN.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      TASAS POR CLASE (PISAN A LAS DEL PARAMETRO PARMPEN DE    *
      *      LA TABLA PARAM_CTRL), UNA CLASE POR REGISTRO             *
      *****************************************************************
       FD  PARMPEN
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMPEN.
           05 PARM-VALORES                  PIC X(20).
           05 FILLER                        PIC X(60).

       FD  PENSION
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 120 CHARACTERS.
       01  REG-PENSION             PIC X(120).

       FD  REPPEN
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPPEN              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMPEN                    PIC X(02) VALUE SPACES.
           05 FS-PENSION                    PIC X(02) VALUE SPACES.
           05 FS-REPPEN                     PIC X(02) VALUE SPACES.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.
           05 WS-PERIODO.
              10 WS-PER-AAAA                PIC 9(04).
              10 WS-PER-MM                  PIC 9(02).
           05 WS-PERIODO-ANT.
              10 WS-ANT-AAAA                PIC 9(04).
              10 WS-ANT-MM                  PIC 9(02).
           05 WS-FECHA-DESDE.
              10 WS-DES-AAAA                PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-DES-MM                  PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 WS-VARPAY-EMP                 PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-EXTRA-EMP                  PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-OTRO-VARIABLE              PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-SALARIO-MES                PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-MOVIMIENTO                 PIC X(01) VALUE SPACES.
           05 WS-FECHA-MOVIMIENTO           PIC X(10) VALUE SPACES.
           05 WS-CLASE-BUSCA                PIC X(01) VALUE SPACES.
           05 WS-IX-BUSCA                   PIC 9(02) VALUE ZERO.
           05 WS-CANT-ANTERIOR              PIC S9(09) COMP VALUE ZERO.
           05 WS-TOTAL-ANTERIOR             PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-TOTAL-ACTUAL               PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-NO-EXPLICADO               PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.

      *****************************************************************
      *      FILA DE LA CONCILIACION CONTRA EL PERIODO ANTERIOR       *
      *****************************************************************
           05 WS-CONCILIACION.
              10 WS-CON-EMPNO               PIC X(06).
              10 WS-CON-TIPO                PIC X(01).
                 88 CON-88-ALTA                       VALUE 'A'.
                 88 CON-88-BAJA                       VALUE 'B'.
                 88 CON-88-CAMBIO                     VALUE 'C'.
              10 WS-CON-REMUN-ANT           PIC S9(07)V9(02) COMP-3.
              10 WS-CON-REMUN-ACT           PIC S9(07)V9(02) COMP-3.
              10 WS-CON-APORTE-ANT          PIC S9(09)V9(02) COMP-3.
              10 WS-CON-APORTE-ACT          PIC S9(09)V9(02) COMP-3.

      *****************************************************************
      *      LINEA DE PARAMETRO PARMPEN (TARJETA O PARAM_CTRL):       *
      *      CLASE, TASA DEL EMPLEADO Y DEL EMPLEADOR (PORCENTAJE     *
      *      99V99) Y SI ENTRAN LAS HORAS EXTRA Y EL RESTO DEL PAGO   *
      *      VARIABLE EN LA REMUNERACION PENSIONABLE (S/N)            *
      *****************************************************************
       01  WS-LINEA-PARMPEN.
           05 WS-LP-CLASE                   PIC X(01).
           05 WS-LP-TASA-EMPLEADO           PIC 9(02)V9(02).
           05 WS-LP-TASA-EMPLEADOR          PIC 9(02)V9(02).
           05 WS-LP-HORAS-EXTRA             PIC X(01).
           05 WS-LP-OTRO-VARIABLE           PIC X(01).
           05 FILLER                        PIC X(09).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-BAJAS                  PIC X(01) VALUE 'N'.
              88 SI-FIN-BAJAS                         VALUE 'S'.
           05 SW-FIN-CONCILIA               PIC X(01) VALUE 'N'.
              88 SI-FIN-CONCILIA                      VALUE 'S'.
           05 SW-FIN-TARJETA                PIC X(01) VALUE 'N'.
              88 SI-FIN-TARJETA                       VALUE 'S'.
           05 SW-CLASE-HALLADA              PIC X(01) VALUE 'N'.
              88 SI-CLASE-HALLADA                     VALUE 'S'.
              88 NO-CLASE-HALLADA                     VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-12                         PIC 9(02) VALUE 12.
           05 CT-100                        PIC 9(03) VALUE 100.
           05 CT-MAX-CLASES                 PIC 9(02) VALUE 10.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEPEN000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMPEN                PIC X(08) VALUE 'PARMPEN'.
           05 CT-ARCHIVO-PENSION            PIC X(08) VALUE 'PENSION'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-TIPO-BAJA                  PIC X(01) VALUE 'D'.
           05 CT-TIPO-REINGRESO             PIC X(01) VALUE 'R'.
           05 CT-MOV-ALTA                   PIC X(01) VALUE 'A'.
           05 CT-SI                         PIC X(01) VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(07).
           05 CN-REGISTROS-ESCRITOS         PIC 9(07).
           05 CN-DETALLES                   PIC 9(07).
           05 CN-ALTAS                      PIC 9(07).
           05 CN-BAJAS                      PIC 9(07).
           05 CN-NO-ADHERIDOS               PIC 9(07).
           05 CN-DIFERENCIAS                PIC 9(07).
           05 AC-HASH-EMPNO                 PIC 9(13) COMP-3.
           05 AC-REMUNERACION               PIC 9(13)V9(02) COMP-3.
           05 AC-APORTE-EMPLEADO            PIC 9(13)V9(02) COMP-3.
           05 AC-APORTE-EMPLEADOR           PIC 9(13)V9(02) COMP-3.
           05 AC-CON-ALTAS                  PIC S9(11)V9(02) COMP-3.
           05 AC-CON-BAJAS                  PIC S9(11)V9(02) COMP-3.
           05 AC-CON-CAMBIOS                PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *      TASAS DE APORTE POR CLASE DE EMPLEADO: SOLO LAS CLASES   *
      *      CARGADAS ESTAN ADHERIDAS AL PLAN                         *
      *****************************************************************
       01  TB-TASAS.
           05 TB-CANT-CLASES                PIC 9(02) VALUE ZERO.
           05 TB-TASA-ELEM OCCURS 10 TIMES
                           INDEXED BY IX-TASA.
              10 TB-TAS-CLASE               PIC X(01).
              10 TB-TAS-EMPLEADO            PIC 9(02)V9(02).
              10 TB-TAS-EMPLEADOR           PIC 9(02)V9(02).
              10 TB-TAS-HORAS-EXTRA         PIC X(01).
              10 TB-TAS-OTRO-VARIABLE       PIC X(01).

      *****************************************************************
      *      REGISTROS DEL LAYOUT DEL ADMINISTRADOR DEL PLAN          *
      *****************************************************************
       01  WS-REG-HEADER.
           05 FILLER                        PIC X(01) VALUE 'H'.
           05 HDR-FECHA-PROCESO             PIC X(10).
           05 HDR-PERIODO                   PIC X(06).
           05 FILLER                        PIC X(103) VALUE SPACES.

      *****************************************************************
      *      APORTE DEL MES DE UN EMPLEADO ADHERIDO; LAS ALTAS DEL    *
      *      MES LLEVAN 'A' Y LA FECHA DE INGRESO O REINGRESO         *
      *****************************************************************
       01  WS-REG-DETALLE.
           05 FILLER                        PIC X(01) VALUE 'D'.
           05 DET-EMPNO                     PIC X(06).
           05 DET-LASTNAME                  PIC X(15).
           05 DET-FIRSTNME                  PIC X(12).
           05 DET-CLASE                     PIC X(01).
           05 DET-REMUNERACION              PIC 9(09)V9(02).
           05 DET-TASA-EMPLEADO             PIC 9(02)V9(02).
           05 DET-APORTE-EMPLEADO           PIC 9(09)V9(02).
           05 DET-TASA-EMPLEADOR            PIC 9(02)V9(02).
           05 DET-APORTE-EMPLEADOR          PIC 9(09)V9(02).
           05 DET-MOVIMIENTO                PIC X(01).
           05 DET-FECHA-MOVIMIENTO          PIC X(10).
           05 FILLER                        PIC X(33) VALUE SPACES.

      *****************************************************************
      *      BAJA DEL MES DE UN EMPLEADO DE UNA CLASE ADHERIDA        *
      *****************************************************************
       01  WS-REG-BAJA.
           05 FILLER                        PIC X(01) VALUE 'B'.
           05 BAJ-EMPNO                     PIC X(06).
           05 BAJ-CLASE                     PIC X(01).
           05 BAJ-FECHA-BAJA                PIC X(10).
           05 BAJ-MOTIVO                    PIC X(02).
           05 FILLER                        PIC X(100) VALUE SPACES.

       01  WS-REG-TRAILER.
           05 FILLER                        PIC X(01) VALUE 'T'.
           05 TRL-CANT-DETALLES             PIC 9(07).
           05 TRL-CANT-ALTAS                PIC 9(07).
           05 TRL-CANT-BAJAS                PIC 9(07).
           05 TRL-TOTAL-REMUNERACION        PIC 9(13)V9(02).
           05 TRL-TOTAL-APORTE-EMPLEADO     PIC 9(13)V9(02).
           05 TRL-TOTAL-APORTE-EMPLEADOR    PIC 9(13)V9(02).
           05 TRL-HASH-EMPNO                PIC 9(13).
           05 TRL-PERIODO                   PIC X(06).
           05 FILLER                        PIC X(34) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(38) VALUE
              "APORTES AL PLAN DE PENSION - PERIODO: ".
           05 LIN-TIT-PERIODO               PIC X(06).
           05 FILLER                        PIC X(21) VALUE
              "   PERIODO ANTERIOR: ".
           05 LIN-TIT-ANTERIOR              PIC X(06).
           05 FILLER                        PIC X(10) VALUE
              "   FECHA: ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(41) VALUE SPACES.

       01  WS-LINEA-SECCION.
           05 LIN-SEC-TEXTO                 PIC X(50).
           05 FILLER                        PIC X(82) VALUE SPACES.

       01  WS-LINEA-COL-MOVIMIENTO.
           05 FILLER                        PIC X(50) VALUE
              "  EMPNO   APELLIDO        NOMBRE        CLASE  FEC".
           05 FILLER                        PIC X(20) VALUE
              "HA       MOTIVO".
           05 FILLER                        PIC X(62) VALUE SPACES.

       01  WS-LINEA-MOVIMIENTO.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MOV-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MOV-APELLIDO              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-MOV-NOMBRE                PIC X(12).
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-MOV-CLASE                 PIC X(01).
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-MOV-FECHA                 PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-MOV-MOTIVO                PIC X(02).
           05 FILLER                        PIC X(71) VALUE SPACES.

       01  WS-LINEA-NINGUNO.
           05 FILLER                        PIC X(11) VALUE
              "  NINGUNO".
           05 FILLER                        PIC X(121) VALUE SPACES.

       01  WS-LINEA-SIN-ANTERIOR.
           05 FILLER                        PIC X(50) VALUE
              "  SIN APORTES REGISTRADOS EN EL PERIODO ANTERIOR -".
           05 FILLER                        PIC X(50) VALUE
              " NO HAY CONTRA QUE CONCILIAR".
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-COL-CONCILIA.
           05 FILLER                        PIC X(50) VALUE
              "  EMPNO   MOTIVO REMUN.ANTERIOR   REMUN.ACTUAL    ".
           05 FILLER                        PIC X(50) VALUE
              "APORTE ANT.    APORTE ACT.      DIFERENCIA".
           05 FILLER                        PIC X(32) VALUE SPACES.

       01  WS-LINEA-CONCILIA.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-MOTIVO                PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-REMUN-ANT             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-REMUN-ACT             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-APORTE-ANT            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-APORTE-ACT            PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-CON-DIFERENCIA            PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(40) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZ.ZZZ.ZZZ.ZZ9.
           05 LIN-TOT-IMPORTE REDEFINES LIN-TOT-CANTIDAD
                                            PIC -ZZZ.ZZZ.ZZ9,99.
           05 FILLER                        PIC X(75) VALUE SPACES.

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
              INCLUDE NEGTPNC
           END-EXEC.

      * EMPLEADOS ACTIVOS CON EL PAGO VARIABLE DEL PERIODO Y, DE ESE
      * TOTAL, LO QUE CORRESPONDE A HORAS EXTRA (TIME_HOURS, CARGADAS
      * POR NEHRS000). ALTA DEL MES: HIREDATE EN EL MES O REINGRESO
      * ASENTADO EN EMP_HIST EN EL MES (LAS ALTAS NO GRABAN HISTORICO)
           EXEC SQL
              DECLARE CSR-PEN CURSOR FOR
              SELECT E.EMPNO,
                     E.LASTNAME,
                     E.FIRSTNME,
                     VALUE(E.CLASE, ' '),
                     VALUE(E.SALARY, 0),
                     VALUE(V.IMPORTE, 0),
                     VALUE((SELECT SUM(T.IMPORTE)
                              FROM NEOSB36.TIME_HOURS AS T
                             WHERE T.EMPNO   = E.EMPNO
                               AND T.PERIODO = :WS-PERIODO), 0),
                     VALUE((SELECT CHAR(MAX(DATE(H.FECHACAMBIO)), ISO)
                              FROM NEOSB36.EMP_HIST AS H
                             WHERE H.EMPNO      = E.EMPNO
                               AND H.TIPOCAMBIO = :CT-TIPO-REINGRESO
                               AND DATE(H.FECHACAMBIO)
                                   >= DATE(:WS-FECHA-DESDE)
                               AND DATE(H.FECHACAMBIO)
                                   <  DATE(:WS-FECHA-DESDE) + 1 MONTH),
                           CASE WHEN E.HIREDATE >= DATE(:WS-FECHA-DESDE)
                                 AND E.HIREDATE <
                                     DATE(:WS-FECHA-DESDE) + 1 MONTH
                                THEN CHAR(E.HIREDATE, ISO)
                                ELSE ' '
                           END)
                FROM NEOSB36.EMP AS E
                LEFT JOIN NEOSB36.VAR_PAY AS V
                       ON V.EMPNO   = E.EMPNO
                      AND V.PERIODO = :WS-PERIODO
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY E.EMPNO
           END-EXEC.

      * BAJAS DEL MES: IMAGEN 'D' DE EMP_HIST EN EL MES DE UN
      * EMPLEADO QUE SIGUE INACTIVO (UN REINGRESO DEL MISMO MES YA
      * SALE COMO ALTA EN EL DETALLE)
           EXEC SQL
              DECLARE CSR-BAJ CURSOR FOR
              SELECT H.EMPNO,
                     VALUE(E.CLASE, ' '),
                     CHAR(VALUE(E.FECHABAJA,
                                MIN(DATE(H.FECHACAMBIO))), ISO),
                     VALUE(E.MOTIVOBAJA, ' ')
                FROM NEOSB36.EMP_HIST AS H,
                     NEOSB36.EMP      AS E
               WHERE E.EMPNO       = H.EMPNO
                 AND E.EMPSTATUS  <> :CT-EMPSTATUS-ACTIVO
                 AND H.TIPOCAMBIO  = :CT-TIPO-BAJA
                 AND DATE(H.FECHACAMBIO) >= DATE(:WS-FECHA-DESDE)
                 AND DATE(H.FECHACAMBIO) <
                     DATE(:WS-FECHA-DESDE) + 1 MONTH
               GROUP BY H.EMPNO,
                        E.CLASE,
                        E.FECHABAJA,
                        E.MOTIVOBAJA
               ORDER BY H.EMPNO
           END-EXEC.

      * EMPLEADOS CUYO APORTE CAMBIO CONTRA EL PERIODO ANTERIOR: LOS
      * QUE FALTAN DE UN LADO SON ALTAS O BAJAS DEL PLAN
           EXEC SQL
              DECLARE CSR-CON CURSOR FOR
              SELECT VALUE(C.EMPNO, P.EMPNO),
                     CASE WHEN P.EMPNO IS NULL THEN 'A'
                          WHEN C.EMPNO IS NULL THEN 'B'
                          ELSE 'C'
                     END,
                     VALUE(P.REMUNERACION, 0),
                     VALUE(C.REMUNERACION, 0),
                     VALUE(P.APORTEEMPLEADO + P.APORTEEMPLEADOR, 0),
                     VALUE(C.APORTEEMPLEADO + C.APORTEEMPLEADOR, 0)
                FROM (SELECT EMPNO, REMUNERACION,
                             APORTEEMPLEADO, APORTEEMPLEADOR
                        FROM NEOSB36.PENSION_CONTRIB
                       WHERE PERIODO = :WS-PERIODO) AS C
                FULL OUTER JOIN
                     (SELECT EMPNO, REMUNERACION,
                             APORTEEMPLEADO, APORTEEMPLEADOR
                        FROM NEOSB36.PENSION_CONTRIB
                       WHERE PERIODO = :WS-PERIODO-ANT) AS P
                  ON P.EMPNO = C.EMPNO
               WHERE C.EMPNO IS NULL
                  OR P.EMPNO IS NULL
                  OR C.APORTEEMPLEADO  <> P.APORTEEMPLEADO
                  OR C.APORTEEMPLEADOR <> P.APORTEEMPLEADOR
               ORDER BY 1
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

           PERFORM 2500-BAJAS
              THRU 2500-BAJAS-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-AAAA                   TO WS-PER-AAAA
                                               WS-ANT-AAAA
                                               WS-DES-AAAA
           MOVE FEC0-MM                     TO WS-PER-MM
                                               WS-DES-MM

           IF WS-PER-MM EQUAL CT-1
              MOVE CT-12                    TO WS-ANT-MM
              SUBTRACT CT-1               FROM WS-ANT-AAAA
           ELSE
              COMPUTE WS-ANT-MM = WS-PER-MM - CT-1
           END-IF

           PERFORM 1100-CARGA-TASAS
              THRU 1100-CARGA-TASAS-EXIT

      * UNA CORRIDA REPETIDA DEL MES REEMPLAZA LOS APORTES GUARDADOS
           EXEC SQL
              DELETE FROM NEOSB36.PENSION_CONTRIB
               WHERE PERIODO = :WS-PERIODO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              AND SQLCODE NOT EQUAL +100
              DISPLAY 'ERROR BORRANDO PENSION_CONTRIB. SQLCODE: '
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT PENSION

           IF FS-PENSION NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PENSION. FILE STATUS=' FS-PENSION
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPPEN

           IF FS-REPPEN NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPPEN. FILE STATUS=' FS-REPPEN
              MOVE 8                         TO RETURN-CODE
              CLOSE PENSION
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO HDR-FECHA-PROCESO
           MOVE WS-PERIODO                  TO HDR-PERIODO
           WRITE REG-PENSION FROM WS-REG-HEADER

           MOVE WS-PERIODO                  TO LIN-TIT-PERIODO
           MOVE WS-PERIODO-ANT              TO LIN-TIT-ANTERIOR
           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPPEN FROM WS-LINEA-TITULO
                 AFTER ADVANCING PAGE

           MOVE 'ALTAS DEL PERIODO'         TO LIN-SEC-TEXTO
           WRITE REG-REPPEN FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPPEN FROM WS-LINEA-COL-MOVIMIENTO

           EXEC SQL
              OPEN CSR-PEN
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR PEN. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE PENSION
                    REPPEN
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
      *                       1100-CARGA-TASAS                        *
      *                                                                *
      *    - LAS TASAS POR CLASE SALEN DEL PARAMETRO PARMPEN DE        *
      *      PARAM_CTRL (UNA LINEA POR CLASE); LA TARJETA PARMPEN, SI  *
      *      ESTA PRESENTE, PISA O AGREGA CLASES.  COLUMNA 1: CLASE;   *
      *      2-5: TASA DEL EMPLEADO; 6-9: TASA DEL EMPLEADOR (99V99);  *
      *      10: HORAS EXTRA PENSIONABLES (S/N); 11: RESTO DEL PAGO    *
      *      VARIABLE PENSIONABLE (S/N).  SIN NINGUNA CLASE NO HAY     *
      *      EXTRACTO QUE GENERAR                                      *
      *****************************************************************
       1100-CARGA-TASAS.

           INITIALIZE WS-NEECPRM0-01
           SET PRM0-88-LEE                  TO TRUE
           MOVE CT-PRM-PARMPEN              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF PRM0-88-OK
              PERFORM 1150-TASA-DE-TABLA
                 THRU 1150-TASA-DE-TABLA-EXIT
              VARYING IX-PRM0 FROM 1 BY 1
                UNTIL IX-PRM0 GREATER THAN PRM0-CANT
           END-IF

           OPEN INPUT PARMPEN

           IF FS-PARMPEN EQUAL '00'
              MOVE 'N'                      TO SW-FIN-TARJETA
              PERFORM 1170-TASA-DE-TARJETA
                 THRU 1170-TASA-DE-TARJETA-EXIT
                UNTIL SI-FIN-TARJETA
              CLOSE PARMPEN
           END-IF

           IF TB-CANT-CLASES EQUAL ZEROS
              DISPLAY 'ERROR: SIN TASAS DE APORTE EN TARJETA NI '
                      'PARAMETRO PARMPEN'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                     1100-CARGA-TASAS-EXIT                     *
      *****************************************************************
       1100-CARGA-TASAS-EXIT.
           EXIT.
      *****************************************************************
      *                     1150-TASA-DE-TABLA                        *
      *****************************************************************
       1150-TASA-DE-TABLA.

           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMPEN

           PERFORM 1180-APLICA-TASA
              THRU 1180-APLICA-TASA-EXIT.

      *****************************************************************
      *                  1150-TASA-DE-TABLA-EXIT                      *
      *****************************************************************
       1150-TASA-DE-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                    1170-TASA-DE-TARJETA                       *
      *****************************************************************
       1170-TASA-DE-TARJETA.

           READ PARMPEN
                AT END
                SET SI-FIN-TARJETA          TO TRUE
                GO TO 1170-TASA-DE-TARJETA-EXIT
           END-READ

           MOVE PARM-VALORES                TO WS-LINEA-PARMPEN

           PERFORM 1180-APLICA-TASA
              THRU 1180-APLICA-TASA-EXIT.

      *****************************************************************
      *                 1170-TASA-DE-TARJETA-EXIT                     *
      *****************************************************************
       1170-TASA-DE-TARJETA-EXIT.
           EXIT.
      *****************************************************************
      *                      1180-APLICA-TASA                         *
      *                                                                *
      *    - UNA LINEA INVALIDA SE INFORMA Y SE IGNORA; LA CLASE YA    *
      *      CARGADA SE REEMPLAZA (LA TARJETA PISA A LA TABLA)         *
      *****************************************************************
       1180-APLICA-TASA.

           IF WS-LP-CLASE EQUAL SPACES OR LOW-VALUES
              OR WS-LP-TASA-EMPLEADO  IS NOT NUMERIC
              OR WS-LP-TASA-EMPLEADOR IS NOT NUMERIC
              DISPLAY 'NEPEN000: LINEA PARMPEN INVALIDA IGNORADA: '
                      WS-LINEA-PARMPEN
              GO TO 1180-APLICA-TASA-EXIT
           END-IF

           MOVE WS-LP-CLASE                 TO WS-CLASE-BUSCA

           PERFORM 2200-BUSCA-CLASE
              THRU 2200-BUSCA-CLASE-EXIT

           IF NO-CLASE-HALLADA
              IF TB-CANT-CLASES NOT LESS THAN CT-MAX-CLASES
                 DISPLAY 'NEPEN000: MAS DE ' CT-MAX-CLASES
                         ' CLASES EN PARMPEN - SE IGNORA LA CLASE '
                         WS-LP-CLASE
                 GO TO 1180-APLICA-TASA-EXIT
              END-IF
              ADD CT-1                      TO TB-CANT-CLASES
              SET IX-TASA                   TO TB-CANT-CLASES
           END-IF

           MOVE WS-LP-CLASE                 TO TB-TAS-CLASE(IX-TASA)
           MOVE WS-LP-TASA-EMPLEADO         TO TB-TAS-EMPLEADO(IX-TASA)
           MOVE WS-LP-TASA-EMPLEADOR        TO
                                            TB-TAS-EMPLEADOR(IX-TASA)
           MOVE WS-LP-HORAS-EXTRA           TO
                                            TB-TAS-HORAS-EXTRA(IX-TASA)
           MOVE WS-LP-OTRO-VARIABLE         TO
                                          TB-TAS-OTRO-VARIABLE(IX-TASA)

           DISPLAY 'CLASE ' WS-LP-CLASE
                   ' TASA EMPLEADO: '  WS-LP-TASA-EMPLEADO
                   ' EMPLEADOR: '      WS-LP-TASA-EMPLEADOR
                   ' HS.EXTRA: '       WS-LP-HORAS-EXTRA
                   ' VARIABLE: '       WS-LP-OTRO-VARIABLE.

      *****************************************************************
      *                   1180-APLICA-TASA-EXIT                       *
      *****************************************************************
       1180-APLICA-TASA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           MOVE DCLEMP-CLASE                TO WS-CLASE-BUSCA

           PERFORM 2200-BUSCA-CLASE
              THRU 2200-BUSCA-CLASE-EXIT

      * SOLO LAS CLASES CON TASA CARGADA ESTAN ADHERIDAS AL PLAN
           IF NO-CLASE-HALLADA
              ADD CT-1                      TO CN-NO-ADHERIDOS
              GO TO 2000-PROCESO-SIGUE
           END-IF

           PERFORM 2300-CALCULA-APORTE
              THRU 2300-CALCULA-APORTE-EXIT.

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
              FETCH CSR-PEN
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-CLASE,
                    :DCLEMP-SALARY,
                    :WS-VARPAY-EMP,
                    :WS-EXTRA-EMP,
                    :WS-FECHA-MOVIMIENTO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD CT-1                TO CN-EMPLEADOS-LEIDOS
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH PEN. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-BUSCA-CLASE                         *
      *                                                                *
      *    - UBICA WS-CLASE-BUSCA EN LA TABLA DE TASAS; SI ESTA DEJA   *
      *      IX-TASA APUNTANDO A ELLA                                  *
      *****************************************************************
       2200-BUSCA-CLASE.

           SET NO-CLASE-HALLADA             TO TRUE

           PERFORM 2210-COMPARA-CLASE
              THRU 2210-COMPARA-CLASE-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-CLASES
                 OR SI-CLASE-HALLADA.

      *****************************************************************
      *                   2200-BUSCA-CLASE-EXIT                       *
      *****************************************************************
       2200-BUSCA-CLASE-EXIT.
           EXIT.
      *****************************************************************
      *                     2210-COMPARA-CLASE                        *
      *****************************************************************
       2210-COMPARA-CLASE.

           SET IX-TASA                      TO WS-IX-BUSCA

           IF TB-TAS-CLASE(IX-TASA) EQUAL WS-CLASE-BUSCA
              SET SI-CLASE-HALLADA          TO TRUE
           END-IF.

      *****************************************************************
      *                  2210-COMPARA-CLASE-EXIT                      *
      *****************************************************************
       2210-COMPARA-CLASE-EXIT.
           EXIT.
      *****************************************************************
      *                    2300-CALCULA-APORTE                        *
      *                                                                *
      *    - REMUNERACION PENSIONABLE = SALARY ANUAL / 12 MAS LAS      *
      *      HORAS EXTRA Y EL RESTO DEL VAR_PAY DEL PERIODO, SEGUN LO  *
      *      QUE LA CLASE DECLARA PENSIONABLE.  LOS APORTES SON LA     *
      *      TASA DE CADA PARTE SOBRE ESA REMUNERACION                 *
      *****************************************************************
       2300-CALCULA-APORTE.

           COMPUTE WS-SALARIO-MES ROUNDED = DCLEMP-SALARY / CT-12

      * VAR_PAY YA INCLUYE LAS HORAS EXTRA QUE LIQUIDO NEHRS000
           IF WS-EXTRA-EMP GREATER THAN WS-VARPAY-EMP
              MOVE WS-VARPAY-EMP            TO WS-EXTRA-EMP
           END-IF
           COMPUTE WS-OTRO-VARIABLE = WS-VARPAY-EMP - WS-EXTRA-EMP

           MOVE WS-SALARIO-MES              TO DCLPNC-REMUNERACION

           IF TB-TAS-HORAS-EXTRA(IX-TASA) EQUAL CT-SI
              ADD WS-EXTRA-EMP              TO DCLPNC-REMUNERACION
           END-IF

           IF TB-TAS-OTRO-VARIABLE(IX-TASA) EQUAL CT-SI
              ADD WS-OTRO-VARIABLE          TO DCLPNC-REMUNERACION
           END-IF

           COMPUTE DCLPNC-APORTEEMPLEADO ROUNDED =
                   DCLPNC-REMUNERACION * TB-TAS-EMPLEADO(IX-TASA)
                                       / CT-100
           COMPUTE DCLPNC-APORTEEMPLEADOR ROUNDED =
                   DCLPNC-REMUNERACION * TB-TAS-EMPLEADOR(IX-TASA)
                                       / CT-100

           MOVE DCLEMP-EMPNO                TO DCLPNC-EMPNO
           MOVE WS-PERIODO                  TO DCLPNC-PERIODO
           MOVE DCLEMP-CLASE                TO DCLPNC-CLASE
           MOVE FEC0-FECHA-ISO              TO DCLPNC-FECHAPROCESO

           EXEC SQL
              INSERT INTO NEOSB36.PENSION_CONTRIB
              (
                    EMPNO,
                    PERIODO,
                    CLASE,
                    REMUNERACION,
                    APORTEEMPLEADO,
                    APORTEEMPLEADOR,
                    FECHAPROCESO
              )
              VALUES
              (
                   :DCLPNC-EMPNO,
                   :DCLPNC-PERIODO,
                   :DCLPNC-CLASE,
                   :DCLPNC-REMUNERACION,
                   :DCLPNC-APORTEEMPLEADO,
                   :DCLPNC-APORTEEMPLEADOR,
                   :DCLPNC-FECHAPROCESO
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR GRABANDO PENSION_CONTRIB. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2300-CALCULA-APORTE-EXIT
           END-IF

           MOVE DCLEMP-EMPNO                TO DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO DET-LASTNAME
           MOVE DCLEMP-FIRSTNME             TO DET-FIRSTNME
           MOVE DCLEMP-CLASE                TO DET-CLASE
           MOVE DCLPNC-REMUNERACION         TO DET-REMUNERACION
           MOVE TB-TAS-EMPLEADO(IX-TASA)    TO DET-TASA-EMPLEADO
           MOVE DCLPNC-APORTEEMPLEADO       TO DET-APORTE-EMPLEADO
           MOVE TB-TAS-EMPLEADOR(IX-TASA)   TO DET-TASA-EMPLEADOR
           MOVE DCLPNC-APORTEEMPLEADOR      TO DET-APORTE-EMPLEADOR

           IF WS-FECHA-MOVIMIENTO EQUAL SPACES
              MOVE SPACES                   TO DET-MOVIMIENTO
                                               DET-FECHA-MOVIMIENTO
           ELSE
              MOVE CT-MOV-ALTA              TO DET-MOVIMIENTO
              MOVE WS-FECHA-MOVIMIENTO      TO DET-FECHA-MOVIMIENTO
              ADD CT-1                      TO CN-ALTAS

              MOVE DCLEMP-EMPNO             TO LIN-MOV-EMPNO
              MOVE DCLEMP-LASTNAME          TO LIN-MOV-APELLIDO
              MOVE DCLEMP-FIRSTNME          TO LIN-MOV-NOMBRE
              MOVE DCLEMP-CLASE             TO LIN-MOV-CLASE
              MOVE WS-FECHA-MOVIMIENTO      TO LIN-MOV-FECHA
              MOVE SPACES                   TO LIN-MOV-MOTIVO
              WRITE REG-REPPEN FROM WS-LINEA-MOVIMIENTO
           END-IF

           WRITE REG-PENSION FROM WS-REG-DETALLE

           MOVE DCLEMP-EMPNO                TO WS-EMPNO-NUM

           ADD CT-1                         TO CN-DETALLES
                                               CN-REGISTROS-ESCRITOS
           ADD WS-EMPNO-NUM                 TO AC-HASH-EMPNO
           ADD DET-REMUNERACION             TO AC-REMUNERACION
           ADD DET-APORTE-EMPLEADO          TO AC-APORTE-EMPLEADO
           ADD DET-APORTE-EMPLEADOR         TO AC-APORTE-EMPLEADOR.

      *****************************************************************
      *                  2300-CALCULA-APORTE-EXIT                     *
      *****************************************************************
       2300-CALCULA-APORTE-EXIT.
           EXIT.
      *****************************************************************
      *                          2500-BAJAS                           *
      *                                                                *
      *    - A CONTINUACION DE LOS DETALLES, UN REGISTRO 'B' POR CADA  *
      *      BAJA DEL MES DE UN EMPLEADO DE CLASE ADHERIDA, PARA QUE   *
      *      EL ADMINISTRADOR CIERRE SU CUENTA                         *
      *****************************************************************
       2500-BAJAS.

           IF RETURN-CODE NOT LESS THAN 8
              GO TO 2500-BAJAS-EXIT
           END-IF

           MOVE 'BAJAS DEL PERIODO'         TO LIN-SEC-TEXTO
           IF CN-ALTAS EQUAL ZEROS
              WRITE REG-REPPEN FROM WS-LINEA-NINGUNO
           END-IF
           WRITE REG-REPPEN FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPPEN FROM WS-LINEA-COL-MOVIMIENTO

           EXEC SQL
              OPEN CSR-BAJ
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR BAJ. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 2500-BAJAS-EXIT
           END-IF

           PERFORM 2510-FETCH-BAJA
              THRU 2510-FETCH-BAJA-EXIT

           PERFORM 2520-EMITE-BAJA
              THRU 2520-EMITE-BAJA-EXIT
              UNTIL SI-FIN-BAJAS

           EXEC SQL
              CLOSE CSR-BAJ
           END-EXEC

           IF CN-BAJAS EQUAL ZEROS
              WRITE REG-REPPEN FROM WS-LINEA-NINGUNO
           END-IF.

      *****************************************************************
      *                       2500-BAJAS-EXIT                         *
      *****************************************************************
       2500-BAJAS-EXIT.
           EXIT.
      *****************************************************************
      *                       2510-FETCH-BAJA                         *
      *****************************************************************
       2510-FETCH-BAJA.

           EXEC SQL
              FETCH CSR-BAJ
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-CLASE,
                    :DCLEMP-FECHABAJA,
                    :DCLEMP-MOTIVOBAJA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-BAJAS        TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH BAJ. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-BAJAS        TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2510-FETCH-BAJA-EXIT                       *
      *****************************************************************
       2510-FETCH-BAJA-EXIT.
           EXIT.
      *****************************************************************
      *                       2520-EMITE-BAJA                         *
      *****************************************************************
       2520-EMITE-BAJA.

           MOVE DCLEMP-CLASE                TO WS-CLASE-BUSCA

           PERFORM 2200-BUSCA-CLASE
              THRU 2200-BUSCA-CLASE-EXIT

           IF SI-CLASE-HALLADA
              MOVE DCLEMP-EMPNO             TO BAJ-EMPNO
              MOVE DCLEMP-CLASE             TO BAJ-CLASE
              MOVE DCLEMP-FECHABAJA         TO BAJ-FECHA-BAJA
              MOVE DCLEMP-MOTIVOBAJA        TO BAJ-MOTIVO
              WRITE REG-PENSION FROM WS-REG-BAJA

              MOVE DCLEMP-EMPNO             TO WS-EMPNO-NUM
              ADD CT-1                      TO CN-BAJAS
                                               CN-REGISTROS-ESCRITOS
              ADD WS-EMPNO-NUM              TO AC-HASH-EMPNO

              MOVE DCLEMP-EMPNO             TO LIN-MOV-EMPNO
              MOVE SPACES                   TO LIN-MOV-APELLIDO
                                               LIN-MOV-NOMBRE
              MOVE DCLEMP-CLASE             TO LIN-MOV-CLASE
              MOVE DCLEMP-FECHABAJA         TO LIN-MOV-FECHA
              MOVE DCLEMP-MOTIVOBAJA        TO LIN-MOV-MOTIVO
              WRITE REG-REPPEN FROM WS-LINEA-MOVIMIENTO
           END-IF

           PERFORM 2510-FETCH-BAJA
              THRU 2510-FETCH-BAJA-EXIT.

      *****************************************************************
      *                    2520-EMITE-BAJA-EXIT                       *
      *****************************************************************
       2520-EMITE-BAJA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-PEN
           END-EXEC

           MOVE CN-DETALLES                 TO TRL-CANT-DETALLES
           MOVE CN-ALTAS                    TO TRL-CANT-ALTAS
           MOVE CN-BAJAS                    TO TRL-CANT-BAJAS
           MOVE AC-REMUNERACION             TO TRL-TOTAL-REMUNERACION
           MOVE AC-APORTE-EMPLEADO          TO TRL-TOTAL-APORTE-EMPLEADO
           MOVE AC-APORTE-EMPLEADOR         TO
                                            TRL-TOTAL-APORTE-EMPLEADOR
           MOVE AC-HASH-EMPNO               TO TRL-HASH-EMPNO
           MOVE WS-PERIODO                  TO TRL-PERIODO
           WRITE REG-PENSION FROM WS-REG-TRAILER

           IF RETURN-CODE LESS THAN 8
              PERFORM 3100-CONCILIA
                 THRU 3100-CONCILIA-EXIT
           END-IF

      * UNA CORRIDA ABORTADA NO DEJA APORTES DEL MES A MEDIAS
           IF RETURN-CODE NOT LESS THAN 8
              EXEC SQL
                 ROLLBACK
              END-EXEC
           ELSE
              IF WS-NO-EXPLICADO NOT EQUAL ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           PERFORM 3200-IMPRIME-TOTALES
              THRU 3200-IMPRIME-TOTALES-EXIT

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEPEN000              *'
           DISPLAY 'PERIODO:             ' WS-PERIODO
           DISPLAY 'EMPLEADOS LEIDOS:    ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'NO ADHERIDOS:        ' CN-NO-ADHERIDOS
           DISPLAY 'DETALLES ESCRITOS:   ' CN-DETALLES
           DISPLAY 'ALTAS DEL PERIODO:   ' CN-ALTAS
           DISPLAY 'BAJAS DEL PERIODO:   ' CN-BAJAS
           DISPLAY 'DIFERENCIAS CONTRA EL PERIODO ANTERIOR: '
                   CN-DIFERENCIAS
           DISPLAY '***********************************************'

      * EL EXTRACTO GENERADO SE REGISTRA EN INTF_FILES PARA LA
      * CONSULTA DE OPERACIONES Y EL CONTROL DE RETRANSMISIONES;
      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           IF WS-RC-GUARDADO IS LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-SALIDA            TO TRUE
              MOVE CT-ARCHIVO-PENSION       TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-REGISTROS-ESCRITOS    TO FIL0-CANTIDAD
              MOVE AC-HASH-EMPNO            TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA
              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01
           END-IF

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           CLOSE PENSION
                 REPPEN

           GOBACK.

      *****************************************************************
      *                        3100-CONCILIA                          *
      *                                                                *
      *    - TOTAL DE APORTES DEL PERIODO ANTERIOR MAS ALTAS, MENOS    *
      *      BAJAS, MAS CAMBIOS DEBE DAR EL TOTAL DEL PERIODO; SE      *
      *      LISTA CADA EMPLEADO QUE EXPLICA LA DIFERENCIA             *
      *****************************************************************
       3100-CONCILIA.

           MOVE 'CONCILIACION CONTRA EL PERIODO ANTERIOR'
                                            TO LIN-SEC-TEXTO
           WRITE REG-REPPEN FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES

           EXEC SQL
              SELECT COUNT(*),
                     VALUE(SUM(APORTEEMPLEADO + APORTEEMPLEADOR), 0)
                INTO :WS-CANT-ANTERIOR,
                     :WS-TOTAL-ANTERIOR
                FROM NEOSB36.PENSION_CONTRIB
               WHERE PERIODO = :WS-PERIODO-ANT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO PENSION_CONTRIB. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 3100-CONCILIA-EXIT
           END-IF

           COMPUTE WS-TOTAL-ACTUAL = AC-APORTE-EMPLEADO
                                   + AC-APORTE-EMPLEADOR

           IF WS-CANT-ANTERIOR EQUAL ZEROS
              WRITE REG-REPPEN FROM WS-LINEA-SIN-ANTERIOR
              GO TO 3100-CONCILIA-EXIT
           END-IF

           WRITE REG-REPPEN FROM WS-LINEA-COL-CONCILIA

           EXEC SQL
              OPEN CSR-CON
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CON. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 3100-CONCILIA-EXIT
           END-IF

           PERFORM 3110-FETCH-CONCILIA
              THRU 3110-FETCH-CONCILIA-EXIT

           PERFORM 3120-IMPRIME-CONCILIA
              THRU 3120-IMPRIME-CONCILIA-EXIT
              UNTIL SI-FIN-CONCILIA

           EXEC SQL
              CLOSE CSR-CON
           END-EXEC

           IF CN-DIFERENCIAS EQUAL ZEROS
              WRITE REG-REPPEN FROM WS-LINEA-NINGUNO
           END-IF

      * LO QUE NO EXPLICAN LAS ALTAS, BAJAS Y CAMBIOS LISTADOS
           COMPUTE WS-NO-EXPLICADO = WS-TOTAL-ACTUAL
                                   - WS-TOTAL-ANTERIOR
                                   - AC-CON-ALTAS
                                   + AC-CON-BAJAS
                                   - AC-CON-CAMBIOS.

      *****************************************************************
      *                      3100-CONCILIA-EXIT                       *
      *****************************************************************
       3100-CONCILIA-EXIT.
           EXIT.
      *****************************************************************
      *                     3110-FETCH-CONCILIA                       *
      *****************************************************************
       3110-FETCH-CONCILIA.

           EXEC SQL
              FETCH CSR-CON
               INTO :WS-CON-EMPNO,
                    :WS-CON-TIPO,
                    :WS-CON-REMUN-ANT,
                    :WS-CON-REMUN-ACT,
                    :WS-CON-APORTE-ANT,
                    :WS-CON-APORTE-ACT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CONCILIA     TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CON. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CONCILIA     TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  3110-FETCH-CONCILIA-EXIT                     *
      *****************************************************************
       3110-FETCH-CONCILIA-EXIT.
           EXIT.
      *****************************************************************
      *                    3120-IMPRIME-CONCILIA                      *
      *****************************************************************
       3120-IMPRIME-CONCILIA.

           MOVE WS-CON-EMPNO                TO LIN-CON-EMPNO
           MOVE WS-CON-REMUN-ANT            TO LIN-CON-REMUN-ANT
           MOVE WS-CON-REMUN-ACT            TO LIN-CON-REMUN-ACT
           MOVE WS-CON-APORTE-ANT           TO LIN-CON-APORTE-ANT
           MOVE WS-CON-APORTE-ACT           TO LIN-CON-APORTE-ACT
           COMPUTE LIN-CON-DIFERENCIA = WS-CON-APORTE-ACT
                                      - WS-CON-APORTE-ANT

           EVALUATE TRUE
               WHEN CON-88-ALTA
                    MOVE 'ALTA'             TO LIN-CON-MOTIVO
                    ADD WS-CON-APORTE-ACT   TO AC-CON-ALTAS
               WHEN CON-88-BAJA
                    MOVE 'BAJA'             TO LIN-CON-MOTIVO
                    ADD WS-CON-APORTE-ANT   TO AC-CON-BAJAS
               WHEN OTHER
                    MOVE 'CAMBIO'           TO LIN-CON-MOTIVO
                    COMPUTE AC-CON-CAMBIOS = AC-CON-CAMBIOS
                                           + WS-CON-APORTE-ACT
                                           - WS-CON-APORTE-ANT
           END-EVALUATE

           WRITE REG-REPPEN FROM WS-LINEA-CONCILIA
           ADD CT-1                         TO CN-DIFERENCIAS

           PERFORM 3110-FETCH-CONCILIA
              THRU 3110-FETCH-CONCILIA-EXIT.

      *****************************************************************
      *                 3120-IMPRIME-CONCILIA-EXIT                    *
      *****************************************************************
       3120-IMPRIME-CONCILIA-EXIT.
           EXIT.
      *****************************************************************
      *                    3200-IMPRIME-TOTALES                       *
      *****************************************************************
       3200-IMPRIME-TOTALES.

           MOVE 'TOTALES DE LA CORRIDA'     TO LIN-SEC-TEXTO
           WRITE REG-REPPEN FROM WS-LINEA-SECCION
                 AFTER ADVANCING 2 LINES

           MOVE 'EMPLEADOS ACTIVOS LEIDOS'  TO LIN-TOT-TEXTO
           MOVE CN-EMPLEADOS-LEIDOS         TO LIN-TOT-CANTIDAD
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'NO ADHERIDOS (CLASE SIN TASA)' TO LIN-TOT-TEXTO
           MOVE CN-NO-ADHERIDOS             TO LIN-TOT-CANTIDAD
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'DETALLES ENVIADOS'         TO LIN-TOT-TEXTO
           MOVE CN-DETALLES                 TO LIN-TOT-CANTIDAD
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'ALTAS DEL PERIODO'         TO LIN-TOT-TEXTO
           MOVE CN-ALTAS                    TO LIN-TOT-CANTIDAD
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'BAJAS DEL PERIODO'         TO LIN-TOT-TEXTO
           MOVE CN-BAJAS                    TO LIN-TOT-CANTIDAD
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'REMUNERACION PENSIONABLE'  TO LIN-TOT-TEXTO
           MOVE AC-REMUNERACION             TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'APORTES DEL EMPLEADO'      TO LIN-TOT-TEXTO
           MOVE AC-APORTE-EMPLEADO          TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'APORTES DEL EMPLEADOR'     TO LIN-TOT-TEXTO
           MOVE AC-APORTE-EMPLEADOR         TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           IF WS-CANT-ANTERIOR EQUAL ZEROS
              GO TO 3200-IMPRIME-TOTALES-EXIT
           END-IF

           MOVE 'TOTAL APORTES PERIODO ANTERIOR'
                                            TO LIN-TOT-TEXTO
           MOVE WS-TOTAL-ANTERIOR           TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE '  + ALTAS AL PLAN'         TO LIN-TOT-TEXTO
           MOVE AC-CON-ALTAS                TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE '  - BAJAS DEL PLAN'        TO LIN-TOT-TEXTO
           MOVE AC-CON-BAJAS                TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE '  +/- CAMBIOS DE APORTE'   TO LIN-TOT-TEXTO
           MOVE AC-CON-CAMBIOS              TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'TOTAL APORTES PERIODO ACTUAL'
                                            TO LIN-TOT-TEXTO
           MOVE WS-TOTAL-ACTUAL             TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL

           MOVE 'DIFERENCIA NO EXPLICADA'   TO LIN-TOT-TEXTO
           MOVE WS-NO-EXPLICADO             TO LIN-TOT-IMPORTE
           WRITE REG-REPPEN FROM WS-LINEA-TOTAL.

      *****************************************************************
      *                  3200-IMPRIME-TOTALES-EXIT                    *
      *****************************************************************
       3200-IMPRIME-TOTALES-EXIT.
           EXIT.
