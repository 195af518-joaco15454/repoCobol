      *****************************************************************
      * Program name:    NEDOT000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly headcount   *
      *                          roll-forward per DEPTNO: opening     *
      *                          DEPT_STATS snapshot plus hires,      *
      *                          rehires, leave returns and transfers *
      *                          in, less terminations, leaves and    *
      *                          transfers out taken from EMP_HIST,   *
      *                          checked against the month-end        *
      *                          snapshot taken by NEEST000.          *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEDOT000.
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

           SELECT PARMDOT  ASSIGN TO PARMDOT
                           FILE STATUS IS FS-PARMDOT.

           SELECT REPDOT   ASSIGN TO REPDOT
                           FILE STATUS IS FS-REPDOT.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      MES A CONCILIAR (OPCIONAL; SIN TARJETA SE TOMA EL MES    *
      *      DE LA FECHA DE PROCESO)                                  *
      *****************************************************************
       FD  PARMDOT
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMDOT.
           05 PARM-AAAA                     PIC 9(04).
           05 PARM-MM                       PIC 9(02).
           05 FILLER                        PIC X(04).

       FD  REPDOT
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPDOT              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMDOT                    PIC X(02) VALUE SPACES.
           05 FS-REPDOT                     PIC X(02) VALUE SPACES.
           05 WS-DESDE-ISO.
              10 WS-DESDE-AAAA              PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-DESDE-MM                PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 WS-HASTA-ISO.
              10 WS-HASTA-AAAA              PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-HASTA-MM                PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 WS-FECHA-APERTURA             PIC X(10) VALUE SPACES.
           05 WS-FECHA-CIERRE               PIC X(10) VALUE SPACES.
           05 WS-FECHA-SNAP                 PIC X(10) VALUE SPACES.
           05 WS-CANT-APERTURA              PIC S9(09) COMP VALUE ZERO.
           05 WS-CANT-CIERRE                PIC S9(09) COMP VALUE ZERO.
           05 WS-IX-DEP                     PIC 9(03) VALUE ZERO.
           05 WS-DEP-POS                    PIC 9(03) VALUE ZERO.
           05 WS-DEP-ANTES                  PIC 9(03) VALUE ZERO.
           05 WS-DEP-DESPUES                PIC 9(03) VALUE ZERO.
           05 WS-DEPTO-BUSCA                PIC X(03) VALUE SPACES.
           05 WS-IX-HIS                     PIC 9(03) VALUE ZERO.
           05 WS-CIERRE-CALC                PIC S9(09) COMP VALUE ZERO.
           05 WS-DIFERENCIA                 PIC S9(09) COMP VALUE ZERO.

      *****************************************************************
      *    ESTADO DEL EMPLEADO RECONSTRUIDO HACIA ATRAS: SE PARTE DE   *
      *    LA FILA VIGENTE DE EMP Y CADA IMAGEN DE EMP_HIST DA EL      *
      *    ESTADO ANTERIOR A SU CAMBIO                                 *
      *****************************************************************
           05 WS-EMPLEADO.
              10 WS-EMP-EMPNO               PIC X(06).
              10 WS-EMP-ESTADO              PIC X(01).
              10 WS-EMP-WORKDEPT            PIC X(03).
              10 WS-EMP-ALTA-MES            PIC X(01).
                 88 SI-ALTA-EN-PERIODO                VALUE 'S'.
           05 WS-ESTADO-DESPUES             PIC X(01).
              88 ACTIVO-DESPUES                       VALUE 'A'.
           05 WS-ESTADO-ANTES               PIC X(01).
              88 ACTIVO-ANTES                         VALUE 'A'.
           05 WS-DEPTO-DESPUES              PIC X(03).
           05 WS-FILA-TIPO                  PIC X(01).
           05 WS-FILA-DEPTO                 PIC X(03).
           05 WS-FILA-PERIODO               PIC X(01).
           05 WS-FILA-ALTA                  PIC X(01).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-CARGA                  PIC X(01) VALUE 'N'.
              88 SI-FIN-CARGA                         VALUE 'S'.
              88 NO-FIN-CARGA                         VALUE 'N'.
           05 SW-CARGA-SNAP                 PIC X(01) VALUE 'A'.
              88 SI-CARGA-APERTURA                    VALUE 'A'.
              88 SI-CARGA-CIERRE                      VALUE 'C'.
           05 SW-DEP-HALLADO                PIC X(01) VALUE 'N'.
              88 SI-DEP-HALLADO                       VALUE 'S'.
              88 NO-DEP-HALLADO                       VALUE 'N'.
           05 SW-REINGRESO                  PIC X(01) VALUE 'N'.
              88 SI-REINGRESO                         VALUE 'S'.
              88 NO-REINGRESO                         VALUE 'N'.
           05 SW-SQLCODE                    PIC S9(9) COMP.
              88 SQLCODE-88-OK                        VALUE 0.
              88 SQLCODE-88-NOTFND                    VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-12                         PIC 9(02) VALUE 12.
           05 CT-MAX-DEPTOS                 PIC 9(03) VALUE 200.
           05 CT-MAX-HIST                   PIC 9(03) VALUE 200.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-EMPSTATUS-LICENCIA         PIC X(01) VALUE 'L'.
           05 CT-TIPO-BAJA                  PIC X(01) VALUE 'D'.
           05 CT-TIPO-REINGRESO             PIC X(01) VALUE 'R'.
           05 CT-TIPO-LICENCIA              PIC X(01) VALUE 'L'.
           05 CT-TIPO-REGRESO               PIC X(01) VALUE 'V'.
           05 CT-SI                         PIC X(01) VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(05).
           05 CN-CAMBIOS-LEIDOS             PIC 9(07).
           05 CN-DEPTOS-LISTADOS            PIC 9(05).
           05 CN-DEPTOS-NO-CONCILIAN        PIC 9(05).

      *****************************************************************
      *    IMAGENES DE EMP_HIST DEL EMPLEADO EN CURSO DESDE EL         *
      *    SNAPSHOT DE APERTURA, EN ORDEN DE FECHACAMBIO               *
      *****************************************************************
       01  TB-HISTORIA.
           05 TB-CANT-HIS                   PIC 9(03) VALUE ZERO.
           05 TB-HIS-ELEM OCCURS 200 TIMES
                          INDEXED BY IX-HIS.
              10 TB-HIS-TIPO                PIC X(01).
              10 TB-HIS-WORKDEPT            PIC X(03).
              10 TB-HIS-EN-PERIODO          PIC X(01).

      *****************************************************************
      *                 MOVIMIENTOS POR DEPARTAMENTO                  *
      *****************************************************************
       01  TB-DEPTOS.
           05 TB-CANT-DEP                   PIC 9(03) VALUE ZERO.
           05 TB-DEP-ELEM OCCURS 200 TIMES
                          INDEXED BY IX-DEP.
              10 TB-DEP-DEPTNO              PIC X(03).
              10 TB-DEP-APERTURA            PIC S9(07) COMP-3.
              10 TB-DEP-ALTAS               PIC S9(07) COMP-3.
              10 TB-DEP-REINGRESOS          PIC S9(07) COMP-3.
              10 TB-DEP-BAJAS               PIC S9(07) COMP-3.
              10 TB-DEP-LIC-SALIDA          PIC S9(07) COMP-3.
              10 TB-DEP-LIC-REGRESO         PIC S9(07) COMP-3.
              10 TB-DEP-TRAS-ENTRADA        PIC S9(07) COMP-3.
              10 TB-DEP-TRAS-SALIDA         PIC S9(07) COMP-3.
              10 TB-DEP-CIERRE              PIC S9(07) COMP-3.

       01  AC-TOTALES.
           05 AC-APERTURA                   PIC S9(07) COMP-3.
           05 AC-ALTAS                      PIC S9(07) COMP-3.
           05 AC-REINGRESOS                 PIC S9(07) COMP-3.
           05 AC-BAJAS                      PIC S9(07) COMP-3.
           05 AC-LIC-SALIDA                 PIC S9(07) COMP-3.
           05 AC-LIC-REGRESO                PIC S9(07) COMP-3.
           05 AC-TRAS-ENTRADA               PIC S9(07) COMP-3.
           05 AC-TRAS-SALIDA                PIC S9(07) COMP-3.
           05 AC-CIERRE-CALC                PIC S9(07) COMP-3.
           05 AC-CIERRE                     PIC S9(07) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "CONCILIACION MENSUAL DE DOTACION POR DEPTO - MES: ".
           05 LIN-TIT-AAAA                  PIC 9(04).
           05 FILLER                        PIC X(01) VALUE "/".
           05 LIN-TIT-MM                    PIC 9(02).
           05 FILLER                        PIC X(75) VALUE SPACES.

       01  WS-LINEA-SNAPSHOTS.
           05 FILLER                        PIC X(20) VALUE
              "SNAPSHOT APERTURA: ".
           05 LIN-SNP-APERTURA              PIC X(10).
           05 FILLER                        PIC X(20) VALUE
              "   SNAPSHOT CIERRE: ".
           05 LIN-SNP-CIERRE                PIC X(10).
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-SNP-AVISO                 PIC X(30).
           05 FILLER                        PIC X(39) VALUE SPACES.

       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "DEP  APERTURA   ALTAS  REING.   BAJAS LI".
           05 FILLER                        PIC X(40) VALUE
              "C.SAL  LIC.REG  TR.ENT  TR.SAL CIERRE CA".
           05 FILLER                        PIC X(24) VALUE
              "LC  SNAPSHOT  DIFERENCIA".
           05 FILLER                        PIC X(28) VALUE SPACES.

       01  WS-LINEA-DETALLE.
           05 LIN-DET-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-APERTURA              PIC ZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-ALTAS                 PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-REINGRESOS            PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-BAJAS                 PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LIC-SALIDA            PIC ZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-LIC-REGRESO           PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TRAS-ENTRADA          PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TRAS-SALIDA           PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CIERRE-CALC           PIC -ZZZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-CIERRE                PIC ZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-DIFERENCIA            PIC -ZZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-MARCA                 PIC X(14).
           05 FILLER                        PIC X(16) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(03) VALUE "TOT".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-APERTURA              PIC ZZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-ALTAS                 PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-REINGRESOS            PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-BAJAS                 PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-LIC-SALIDA            PIC ZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-LIC-REGRESO           PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-TRAS-ENTRADA          PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-TRAS-SALIDA           PIC ZZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TOT-CIERRE-CALC           PIC -ZZZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-CIERRE                PIC ZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-DIFERENCIA            PIC -ZZZZZZZZ9.
           05 FILLER                        PIC X(32) VALUE SPACES.

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
              INCLUDE NEGTEHIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDST
           END-EXEC.

      * DOTACION DE CADA DEPARTAMENTO EN UN SNAPSHOT DE NEEST000
           EXEC SQL
              DECLARE CSR-DST CURSOR FOR
              SELECT DEPTNO,
                     HEADCOUNT
                FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO = :WS-FECHA-SNAP
               ORDER BY DEPTNO
           END-EXEC.

      * EMPLEADOS CON MOVIMIENTO DESDE EL SNAPSHOT DE APERTURA: LOS
      * QUE TIENEN IMAGENES EN EMP_HIST POSTERIORES (INCLUSO LAS DE
      * DESPUES DEL CIERRE, NECESARIAS PARA RECONSTRUIR EL ESTADO) Y
      * LAS ALTAS, QUE SE RECONOCEN POR HIREDATE.  LA IMAGEN 'C' QUE
      * GRABA EL ALTA SE LEE PERO NO MUEVE DOTACION: EL WHEN OTHER DE
      * 2310 LA TRATA COMO UN CAMBIO SIN CAMBIO DE ESTADO
           EXEC SQL
              DECLARE CSR-DOT CURSOR FOR
              SELECT E.EMPNO,
                     E.EMPSTATUS,
                     VALUE(E.WORKDEPT, ' '),
                     CASE WHEN E.HIREDATE >  :WS-FECHA-APERTURA
                           AND E.HIREDATE <= :WS-FECHA-CIERRE
                          THEN 'S' ELSE 'N' END,
                     VALUE(H.TIPOCAMBIO, ' '),
                     VALUE(H.WORKDEPT, ' '),
                     CASE WHEN DATE(H.FECHACAMBIO) <= :WS-FECHA-CIERRE
                          THEN 'S' ELSE 'N' END
                FROM NEOSB36.EMP AS E
                LEFT OUTER JOIN NEOSB36.EMP_HIST AS H
                     ON H.EMPNO = E.EMPNO
                    AND DATE(H.FECHACAMBIO) > :WS-FECHA-APERTURA
               WHERE (E.HIREDATE >  :WS-FECHA-APERTURA
                  AND E.HIREDATE <= :WS-FECHA-CIERRE)
                  OR H.EMPNO IS NOT NULL
               ORDER BY E.EMPNO, H.FECHACAMBIO
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
                       TB-DEPTOS
                       AC-TOTALES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-AAAA                   TO WS-DESDE-AAAA
           MOVE FEC0-MM                     TO WS-DESDE-MM

           OPEN INPUT PARMDOT
           IF FS-PARMDOT EQUAL '00'
              READ PARMDOT
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PARM-AAAA IS NUMERIC AND PARM-MM IS NUMERIC
                       AND PARM-MM IS GREATER THAN ZEROS
                       AND PARM-MM IS NOT GREATER THAN CT-12
                       MOVE PARM-AAAA       TO WS-DESDE-AAAA
                       MOVE PARM-MM         TO WS-DESDE-MM
                    ELSE
                       DISPLAY 'ERROR: MES INVALIDO EN PARMDOT: '
                               REG-PARMDOT
                       MOVE 8               TO RETURN-CODE
                       CLOSE PARMDOT
                       GOBACK
                    END-IF
              END-READ
              CLOSE PARMDOT
           END-IF

           MOVE WS-DESDE-AAAA               TO WS-HASTA-AAAA
           IF WS-DESDE-MM EQUAL CT-12
              MOVE 1                        TO WS-HASTA-MM
              ADD CT-1                      TO WS-HASTA-AAAA
           ELSE
              COMPUTE WS-HASTA-MM = WS-DESDE-MM + 1
           END-IF

           OPEN OUTPUT REPDOT

           IF FS-REPDOT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPDOT. FILE STATUS=' FS-REPDOT
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-BUSCA-SNAPSHOTS
              THRU 1100-BUSCA-SNAPSHOTS-EXIT

           MOVE WS-DESDE-AAAA               TO LIN-TIT-AAAA
           MOVE WS-DESDE-MM                 TO LIN-TIT-MM
           WRITE REG-REPDOT FROM WS-LINEA-TITULO

           MOVE WS-FECHA-APERTURA           TO LIN-SNP-APERTURA
           MOVE WS-FECHA-CIERRE             TO LIN-SNP-CIERRE
           IF WS-CANT-APERTURA EQUAL ZEROS
              MOVE 'SIN SNAPSHOT DE APERTURA'
                                            TO LIN-SNP-AVISO
           ELSE
              MOVE SPACES                   TO LIN-SNP-AVISO
           END-IF
           WRITE REG-REPDOT FROM WS-LINEA-SNAPSHOTS

           IF WS-CANT-APERTURA IS GREATER THAN ZEROS
              MOVE WS-FECHA-APERTURA        TO WS-FECHA-SNAP
              SET SI-CARGA-APERTURA         TO TRUE
              PERFORM 1200-CARGA-SNAPSHOT
                 THRU 1200-CARGA-SNAPSHOT-EXIT
           END-IF

           MOVE WS-FECHA-CIERRE             TO WS-FECHA-SNAP
           SET SI-CARGA-CIERRE              TO TRUE
           PERFORM 1200-CARGA-SNAPSHOT
              THRU 1200-CARGA-SNAPSHOT-EXIT

           EXEC SQL
              OPEN CSR-DOT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DOT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPDOT
              GOBACK
           END-IF

           PERFORM 2100-FETCH-MOVIMIENTO
              THRU 2100-FETCH-MOVIMIENTO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                    1100-BUSCA-SNAPSHOTS                       *
      *                                                                *
      *    - EL CIERRE ES EL ULTIMO SNAPSHOT DE NEEST000 DENTRO DEL    *
      *      MES; LA APERTURA, EL ULTIMO ANTERIOR AL MES.  SIN         *
      *      APERTURA LA DOTACION INICIAL ES CERO Y LOS MOVIMIENTOS    *
      *      SE TOMAN DESDE EL PRIMER DIA DEL MES                      *
      *****************************************************************
       1100-BUSCA-SNAPSHOTS.

           EXEC SQL
              SELECT COUNT(*),
                     CHAR(VALUE(MAX(FECHAPROCESO),
                                DATE(:WS-DESDE-ISO)), ISO)
                INTO :WS-CANT-CIERRE,
                     :WS-FECHA-CIERRE
                FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO >= DATE(:WS-DESDE-ISO)
                 AND FECHAPROCESO <  DATE(:WS-HASTA-ISO)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              DISPLAY 'ERROR BUSCANDO SNAPSHOT DE CIERRE. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDOT
              GOBACK
           END-IF

           IF WS-CANT-CIERRE EQUAL ZEROS
              DISPLAY 'ERROR: NO HAY SNAPSHOT DE DEPT_STATS EN EL MES '
                      WS-DESDE-AAAA '/' WS-DESDE-MM
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDOT
              GOBACK
           END-IF

           EXEC SQL
              SELECT COUNT(*),
                     CHAR(VALUE(MAX(FECHAPROCESO),
                                DATE(:WS-DESDE-ISO) - 1 DAY), ISO)
                INTO :WS-CANT-APERTURA,
                     :WS-FECHA-APERTURA
                FROM NEOSB36.DEPT_STATS
               WHERE FECHAPROCESO < DATE(:WS-DESDE-ISO)
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              DISPLAY 'ERROR BUSCANDO SNAPSHOT DE APERTURA. SQLCODE: '
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDOT
              GOBACK
           END-IF.

      *****************************************************************
      *                  1100-BUSCA-SNAPSHOTS-EXIT                    *
      *****************************************************************
       1100-BUSCA-SNAPSHOTS-EXIT.
           EXIT.
      *****************************************************************
      *                     1200-CARGA-SNAPSHOT                       *
      *****************************************************************
       1200-CARGA-SNAPSHOT.

           EXEC SQL
              OPEN CSR-DST
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DST. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPDOT
              GOBACK
           END-IF

           SET NO-FIN-CARGA                 TO TRUE

           PERFORM 1210-FETCH-SNAPSHOT
              THRU 1210-FETCH-SNAPSHOT-EXIT

           PERFORM 1220-CARGA-UN-DEPTO
              THRU 1220-CARGA-UN-DEPTO-EXIT
              UNTIL SI-FIN-CARGA

           EXEC SQL
              CLOSE CSR-DST
           END-EXEC.

      *****************************************************************
      *                   1200-CARGA-SNAPSHOT-EXIT                    *
      *****************************************************************
       1200-CARGA-SNAPSHOT-EXIT.
           EXIT.
      *****************************************************************
      *                     1210-FETCH-SNAPSHOT                       *
      *****************************************************************
       1210-FETCH-SNAPSHOT.

           EXEC SQL
              FETCH CSR-DST
               INTO :DCLDST-DEPTNO,
                    :DCLDST-HEADCOUNT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CARGA        TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DST. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CARGA        TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   1210-FETCH-SNAPSHOT-EXIT                    *
      *****************************************************************
       1210-FETCH-SNAPSHOT-EXIT.
           EXIT.
      *****************************************************************
      *                    1220-CARGA-UN-DEPTO                        *
      *****************************************************************
       1220-CARGA-UN-DEPTO.

           MOVE DCLDST-DEPTNO               TO WS-DEPTO-BUSCA

           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

           IF SI-CARGA-APERTURA
              MOVE DCLDST-HEADCOUNT         TO
                   TB-DEP-APERTURA(WS-DEP-POS)
           ELSE
              MOVE DCLDST-HEADCOUNT         TO
                   TB-DEP-CIERRE(WS-DEP-POS)
           END-IF

           PERFORM 1210-FETCH-SNAPSHOT
              THRU 1210-FETCH-SNAPSHOT-EXIT.

      *****************************************************************
      *                  1220-CARGA-UN-DEPTO-EXIT                     *
      *****************************************************************
       1220-CARGA-UN-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - CORTE POR EMPLEADO: JUNTA SUS IMAGENES DE EMP_HIST Y AL   *
      *      CAMBIAR DE EMPNO CLASIFICA SUS MOVIMIENTOS                *
      *****************************************************************
       2000-PROCESO.

           MOVE DCLEMP-EMPNO                TO WS-EMP-EMPNO
           MOVE DCLEMP-EMPSTATUS            TO WS-EMP-ESTADO
           MOVE DCLEMP-WORKDEPT             TO WS-EMP-WORKDEPT
           MOVE WS-FILA-ALTA                TO WS-EMP-ALTA-MES
           MOVE ZEROS                       TO TB-CANT-HIS

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS

           PERFORM 2200-ACUMULA-IMAGEN
              THRU 2200-ACUMULA-IMAGEN-EXIT
             UNTIL SI-FIN-CURSOR
                OR DCLEMP-EMPNO NOT EQUAL WS-EMP-EMPNO

           PERFORM 2300-CLASIFICA-EMPLEADO
              THRU 2300-CLASIFICA-EMPLEADO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-FETCH-MOVIMIENTO                      *
      *****************************************************************
       2100-FETCH-MOVIMIENTO.

           EXEC SQL
              FETCH CSR-DOT
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-EMPSTATUS,
                    :DCLEMP-WORKDEPT,
                    :WS-FILA-ALTA,
                    :WS-FILA-TIPO,
                    :WS-FILA-DEPTO,
                    :WS-FILA-PERIODO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DOT. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                  2100-FETCH-MOVIMIENTO-EXIT                   *
      *****************************************************************
       2100-FETCH-MOVIMIENTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-ACUMULA-IMAGEN                       *
      *                                                                *
      *    - UN ALTA SIN HISTORICO LLEGA CON TIPO EN BLANCO Y NO       *
      *      GENERA IMAGEN                                             *
      *****************************************************************
       2200-ACUMULA-IMAGEN.

           IF WS-FILA-TIPO NOT EQUAL SPACES
              IF TB-CANT-HIS IS NOT LESS THAN CT-MAX-HIST
                 DISPLAY 'ERROR: EMPLEADO CON MAS DE 200 CAMBIOS EN EL '
                         'PERIODO: ' WS-EMP-EMPNO
                 MOVE 8                     TO RETURN-CODE
                 SET SI-FIN-CURSOR          TO TRUE
                 GO TO 2200-ACUMULA-IMAGEN-EXIT
              END-IF
              ADD CT-1                      TO TB-CANT-HIS
              SET IX-HIS                    TO TB-CANT-HIS
              MOVE WS-FILA-TIPO             TO TB-HIS-TIPO(IX-HIS)
              MOVE WS-FILA-DEPTO            TO TB-HIS-WORKDEPT(IX-HIS)
              MOVE WS-FILA-PERIODO          TO TB-HIS-EN-PERIODO(IX-HIS)
              ADD CT-1                      TO CN-CAMBIOS-LEIDOS
           END-IF

           PERFORM 2100-FETCH-MOVIMIENTO
              THRU 2100-FETCH-MOVIMIENTO-EXIT.

      *****************************************************************
      *                   2200-ACUMULA-IMAGEN-EXIT                    *
      *****************************************************************
       2200-ACUMULA-IMAGEN-EXIT.
           EXIT.
      *****************************************************************
      *                   2300-CLASIFICA-EMPLEADO                     *
      *                                                                *
      *    - RECORRE LAS IMAGENES DE LA MAS NUEVA A LA MAS VIEJA. EL   *
      *      ESTADO POSTERIOR A UN CAMBIO ES LA IMAGEN SIGUIENTE (O    *
      *      EMP PARA LA ULTIMA); EL ANTERIOR SALE DE LA IMAGEN Y DEL  *
      *      TIPO: 'D' Y 'L' SOLO SE GRABAN SOBRE ACTIVOS, 'R' SOBRE   *
      *      BAJAS Y 'V' SOBRE LICENCIAS; LOS DEMAS NO CAMBIAN ESTADO  *
      *****************************************************************
       2300-CLASIFICA-EMPLEADO.

           MOVE WS-EMP-ESTADO               TO WS-ESTADO-DESPUES
           MOVE WS-EMP-WORKDEPT             TO WS-DEPTO-DESPUES
           SET NO-REINGRESO                 TO TRUE

           PERFORM 2310-CLASIFICA-CAMBIO
              THRU 2310-CLASIFICA-CAMBIO-EXIT
              VARYING WS-IX-HIS FROM TB-CANT-HIS BY -1
              UNTIL WS-IX-HIS IS LESS THAN 1

      * UN REINGRESO TAMBIEN PISA HIREDATE: SOLO ES ALTA SI EL ALTA
      * NO VINO DE UN REINGRESO DEL PERIODO
           IF SI-ALTA-EN-PERIODO
              AND NO-REINGRESO
              AND ACTIVO-DESPUES
              MOVE WS-DEPTO-DESPUES         TO WS-DEPTO-BUSCA
              PERFORM 2600-BUSCA-DEPTO
                 THRU 2600-BUSCA-DEPTO-EXIT
              ADD CT-1                      TO TB-DEP-ALTAS(WS-DEP-POS)
           END-IF.

      *****************************************************************
      *                 2300-CLASIFICA-EMPLEADO-EXIT                  *
      *****************************************************************
       2300-CLASIFICA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2310-CLASIFICA-CAMBIO                      *
      *****************************************************************
       2310-CLASIFICA-CAMBIO.

           SET IX-HIS                       TO WS-IX-HIS

           EVALUATE TB-HIS-TIPO(IX-HIS)
               WHEN CT-TIPO-BAJA
               WHEN CT-TIPO-LICENCIA
                    MOVE CT-EMPSTATUS-ACTIVO    TO WS-ESTADO-ANTES
               WHEN CT-TIPO-REINGRESO
                    MOVE CT-EMPSTATUS-BAJA      TO WS-ESTADO-ANTES
               WHEN CT-TIPO-REGRESO
                    MOVE CT-EMPSTATUS-LICENCIA  TO WS-ESTADO-ANTES
               WHEN OTHER
                    MOVE WS-ESTADO-DESPUES      TO WS-ESTADO-ANTES
           END-EVALUATE

           IF TB-HIS-EN-PERIODO(IX-HIS) EQUAL CT-SI
              PERFORM 2320-REGISTRA-CAMBIO
                 THRU 2320-REGISTRA-CAMBIO-EXIT
           END-IF

           MOVE WS-ESTADO-ANTES             TO WS-ESTADO-DESPUES
           MOVE TB-HIS-WORKDEPT(IX-HIS)     TO WS-DEPTO-DESPUES.

      *****************************************************************
      *                  2310-CLASIFICA-CAMBIO-EXIT                   *
      *****************************************************************
       2310-CLASIFICA-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                    2320-REGISTRA-CAMBIO                       *
      *                                                                *
      *    - SOLO MUEVE DOTACION LO QUE ENTRA O SALE DEL ESTADO        *
      *      ACTIVO (QUE ES LO QUE CUENTA DEPT_STATS) O LO QUE CAMBIA  *
      *      DE WORKDEPT SIENDO ACTIVO                                 *
      *****************************************************************
       2320-REGISTRA-CAMBIO.

           MOVE TB-HIS-WORKDEPT(IX-HIS)     TO WS-DEPTO-BUSCA
           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT
           MOVE WS-DEP-POS                  TO WS-DEP-ANTES

           MOVE WS-DEPTO-DESPUES            TO WS-DEPTO-BUSCA
           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT
           MOVE WS-DEP-POS                  TO WS-DEP-DESPUES

           IF ACTIVO-ANTES AND NOT ACTIVO-DESPUES
              IF TB-HIS-TIPO(IX-HIS) EQUAL CT-TIPO-BAJA
                 ADD CT-1                   TO
                     TB-DEP-BAJAS(WS-DEP-ANTES)
              ELSE
                 ADD CT-1                   TO
                     TB-DEP-LIC-SALIDA(WS-DEP-ANTES)
              END-IF
              GO TO 2320-REGISTRA-CAMBIO-EXIT
           END-IF

           IF ACTIVO-DESPUES AND NOT ACTIVO-ANTES
              IF TB-HIS-TIPO(IX-HIS) EQUAL CT-TIPO-REINGRESO
                 SET SI-REINGRESO           TO TRUE
                 ADD CT-1                   TO
                     TB-DEP-REINGRESOS(WS-DEP-DESPUES)
              ELSE
                 ADD CT-1                   TO
                     TB-DEP-LIC-REGRESO(WS-DEP-DESPUES)
              END-IF
              GO TO 2320-REGISTRA-CAMBIO-EXIT
           END-IF

           IF ACTIVO-ANTES AND ACTIVO-DESPUES
              AND WS-DEP-ANTES NOT EQUAL WS-DEP-DESPUES
              ADD CT-1                      TO
                  TB-DEP-TRAS-SALIDA(WS-DEP-ANTES)
              ADD CT-1                      TO
                  TB-DEP-TRAS-ENTRADA(WS-DEP-DESPUES)
           END-IF.

      *****************************************************************
      *                  2320-REGISTRA-CAMBIO-EXIT                    *
      *****************************************************************
       2320-REGISTRA-CAMBIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2600-BUSCA-DEPTO                         *
      *                                                                *
      *    - DEVUELVE EN WS-DEP-POS LA POSICION DE WS-DEPTO-BUSCA EN   *
      *      LA TABLA DE DEPARTAMENTOS; SI NO ESTA SE AGREGA EN CERO   *
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
              DISPLAY 'ERROR: TABLA DE DEPARTAMENTOS DESBORDADA (200)'
              MOVE 8                        TO RETURN-CODE
              CLOSE REPDOT
              STOP RUN
           END-IF

           ADD CT-1                         TO TB-CANT-DEP
           MOVE TB-CANT-DEP                 TO WS-DEP-POS
           SET IX-DEP                       TO WS-DEP-POS

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
              MOVE WS-IX-DEP                TO WS-DEP-POS
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
              CLOSE CSR-DOT
           END-EXEC

           WRITE REG-REPDOT FROM WS-LINEA-BLANCO
           WRITE REG-REPDOT FROM WS-LINEA-COLUMNAS

           PERFORM 3100-IMPRIME-DEPTO
              THRU 3100-IMPRIME-DEPTO-EXIT
              VARYING WS-IX-DEP FROM 1 BY 1
              UNTIL WS-IX-DEP IS GREATER THAN TB-CANT-DEP

           MOVE AC-APERTURA                 TO LIN-TOT-APERTURA
           MOVE AC-ALTAS                    TO LIN-TOT-ALTAS
           MOVE AC-REINGRESOS               TO LIN-TOT-REINGRESOS
           MOVE AC-BAJAS                    TO LIN-TOT-BAJAS
           MOVE AC-LIC-SALIDA               TO LIN-TOT-LIC-SALIDA
           MOVE AC-LIC-REGRESO              TO LIN-TOT-LIC-REGRESO
           MOVE AC-TRAS-ENTRADA             TO LIN-TOT-TRAS-ENTRADA
           MOVE AC-TRAS-SALIDA              TO LIN-TOT-TRAS-SALIDA
           MOVE AC-CIERRE-CALC              TO LIN-TOT-CIERRE-CALC
           MOVE AC-CIERRE                   TO LIN-TOT-CIERRE
           COMPUTE LIN-TOT-DIFERENCIA = AC-CIERRE - AC-CIERRE-CALC

           WRITE REG-REPDOT FROM WS-LINEA-BLANCO
           WRITE REG-REPDOT FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL ZERO
              IF CN-DEPTOS-NO-CONCILIAN IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEDOT000              *'
           DISPLAY 'EMPLEADOS CON MOVIMIENTO: ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'IMAGENES DE EMP_HIST:     ' CN-CAMBIOS-LEIDOS
           DISPLAY 'DEPARTAMENTOS LISTADOS:   ' CN-DEPTOS-LISTADOS
           DISPLAY 'DEPTOS QUE NO CONCILIAN:  ' CN-DEPTOS-NO-CONCILIAN
           DISPLAY '***********************************************'

           CLOSE REPDOT

           GOBACK.

      *****************************************************************
      *                      3100-IMPRIME-DEPTO                       *
      *****************************************************************
       3100-IMPRIME-DEPTO.

           SET IX-DEP                       TO WS-IX-DEP

           COMPUTE WS-CIERRE-CALC = TB-DEP-APERTURA(IX-DEP)
                                  + TB-DEP-ALTAS(IX-DEP)
                                  + TB-DEP-REINGRESOS(IX-DEP)
                                  - TB-DEP-BAJAS(IX-DEP)
                                  - TB-DEP-LIC-SALIDA(IX-DEP)
                                  + TB-DEP-LIC-REGRESO(IX-DEP)
                                  + TB-DEP-TRAS-ENTRADA(IX-DEP)
                                  - TB-DEP-TRAS-SALIDA(IX-DEP)

           COMPUTE WS-DIFERENCIA = TB-DEP-CIERRE(IX-DEP)
                                 - WS-CIERRE-CALC

           MOVE TB-DEP-DEPTNO(IX-DEP)       TO LIN-DET-DEPTNO
           MOVE TB-DEP-APERTURA(IX-DEP)     TO LIN-DET-APERTURA
           MOVE TB-DEP-ALTAS(IX-DEP)        TO LIN-DET-ALTAS
           MOVE TB-DEP-REINGRESOS(IX-DEP)   TO LIN-DET-REINGRESOS
           MOVE TB-DEP-BAJAS(IX-DEP)        TO LIN-DET-BAJAS
           MOVE TB-DEP-LIC-SALIDA(IX-DEP)   TO LIN-DET-LIC-SALIDA
           MOVE TB-DEP-LIC-REGRESO(IX-DEP)  TO LIN-DET-LIC-REGRESO
           MOVE TB-DEP-TRAS-ENTRADA(IX-DEP) TO LIN-DET-TRAS-ENTRADA
           MOVE TB-DEP-TRAS-SALIDA(IX-DEP)  TO LIN-DET-TRAS-SALIDA
           MOVE WS-CIERRE-CALC              TO LIN-DET-CIERRE-CALC
           MOVE TB-DEP-CIERRE(IX-DEP)       TO LIN-DET-CIERRE
           MOVE WS-DIFERENCIA               TO LIN-DET-DIFERENCIA
           MOVE SPACES                      TO LIN-DET-MARCA

           IF WS-DIFERENCIA NOT EQUAL ZEROS
              MOVE '* NO CONCILIA'          TO LIN-DET-MARCA
              ADD CT-1                      TO CN-DEPTOS-NO-CONCILIAN
           END-IF

           WRITE REG-REPDOT FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-DEPTOS-LISTADOS

           ADD TB-DEP-APERTURA(IX-DEP)      TO AC-APERTURA
           ADD TB-DEP-ALTAS(IX-DEP)         TO AC-ALTAS
           ADD TB-DEP-REINGRESOS(IX-DEP)    TO AC-REINGRESOS
           ADD TB-DEP-BAJAS(IX-DEP)         TO AC-BAJAS
           ADD TB-DEP-LIC-SALIDA(IX-DEP)    TO AC-LIC-SALIDA
           ADD TB-DEP-LIC-REGRESO(IX-DEP)   TO AC-LIC-REGRESO
           ADD TB-DEP-TRAS-ENTRADA(IX-DEP)  TO AC-TRAS-ENTRADA
           ADD TB-DEP-TRAS-SALIDA(IX-DEP)   TO AC-TRAS-SALIDA
           ADD WS-CIERRE-CALC               TO AC-CIERRE-CALC
           ADD TB-DEP-CIERRE(IX-DEP)        TO AC-CIERRE.

      *****************************************************************
      *                    3100-IMPRIME-DEPTO-EXIT                    *
      *****************************************************************
       3100-IMPRIME-DEPTO-EXIT.
           EXIT.
