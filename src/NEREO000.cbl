      *****************************************************************
      * Program name:    NEREO000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Reorganization      *
      *                          simulation: the PROPREO proposal     *
      *                          (NETCREO0 layout: new ADMRDEPT, new  *
      *                          MGRNO, merges, new departments and   *
      *                          employee moves) is applied in memory *
      *                          over DEPT, EMP and the latest        *
      *                          DEPT_STATS snapshot, and REPREO      *
      *                          shows the proposed hierarchy, then   *
      *                          today against proposed: levels,      *
      *                          headcount and cost roll-up, position *
      *                          control over/under (DEPT_POSITIONS), *
      *                          span of control per manager and      *
      *                          GL_MAPPING gaps.  Read only: no      *
      *                          table is updated.                    *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEREO000.
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

           SELECT PROPREO  ASSIGN TO PROPREO
                           FILE STATUS IS FS-PROPREO.

           SELECT REPREO   ASSIGN TO REPREO
                           FILE STATUS IS FS-REPREO.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PROPREO
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PROPREO.
           COPY NETCREO0.

       FD  REPREO
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPREO              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PROPREO                    PIC X(02) VALUE SPACES.
           05 FS-REPREO                     PIC X(02) VALUE SPACES.
           05 WS-CONTADOR                   PIC S9(09) COMP VALUE ZERO.
           05 WS-TIENE-POS                  PIC X(01) VALUE SPACES.
           05 WS-TIENE-GLM                  PIC X(01) VALUE SPACES.
           05 WS-IX-CARGA                   PIC 9(03) VALUE ZERO.
           05 WS-IX-ACUM                    PIC 9(03) VALUE ZERO.
           05 WS-IX-BUSCA                   PIC 9(03) VALUE ZERO.
           05 WS-IX-HALLADO                 PIC 9(03) VALUE ZERO.
           05 WS-IX-ORIGEN                  PIC 9(03) VALUE ZERO.
           05 WS-IX-DESTINO                 PIC 9(03) VALUE ZERO.
           05 WS-IX-HIJO                    PIC 9(03) VALUE ZERO.
           05 WS-IX-PADRE                   PIC 9(03) VALUE ZERO.
           05 WS-IX-ACTUAL                  PIC 9(03) VALUE ZERO.
           05 WS-IX-APILAR                  PIC 9(03) VALUE ZERO.
           05 WS-IX-GERENTE                 PIC 9(03) VALUE ZERO.
           05 WS-IX-TRASLADO                PIC 9(03) VALUE ZERO.
           05 WS-SALTOS                     PIC 9(03) VALUE ZERO.
           05 WS-NIVEL                      PIC 9(03) VALUE ZERO.
           05 WS-NIVEL-ACTUAL               PIC 9(02) VALUE ZERO.
           05 WS-SANGRIA                    PIC 9(02) VALUE ZERO.
           05 WS-DEPTO-BUSCADO              PIC X(03) VALUE SPACES.
           05 WS-DEPTO-ACTUAL               PIC X(03) VALUE SPACES.
           05 WS-DEPTO-PADRE                PIC X(03) VALUE SPACES.
           05 WS-ADMR-FUSIONADO             PIC X(03) VALUE SPACES.
           05 WS-MGRNO-BUSCADO              PIC X(06) VALUE SPACES.
           05 WS-MGRNO-DEPTO                PIC X(06) VALUE SPACES.
           05 WS-MGRNO-PADRE                PIC X(06) VALUE SPACES.
           05 WS-RESULTADO                  PIC X(50) VALUE SPACES.
           05 WS-DIFERENCIA                 PIC S9(09) COMP VALUE ZERO.
           05 WS-HC-DEPTO                   PIC S9(09) COMP VALUE ZERO.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-PROPUESTA              PIC X(01) VALUE 'N'.
              88 SI-FIN-PROPUESTA                     VALUE 'S'.
           05 SW-RECHAZO                    PIC X(01) VALUE 'N'.
              88 SI-RECHAZO                           VALUE 'S'.
              88 NO-RECHAZO                           VALUE 'N'.
           05 SW-CORTE                      PIC X(01) VALUE 'N'.
              88 SI-CORTE                             VALUE 'S'.
              88 NO-CORTE                             VALUE 'N'.
           05 SW-RESUELTO                   PIC X(01) VALUE 'N'.
              88 SI-RESUELTO                          VALUE 'S'.
              88 NO-RESUELTO                          VALUE 'N'.
           05 SW-VISTA                      PIC X(01) VALUE 'A'.
              88 SI-VISTA-ACTUAL                      VALUE 'A'.
              88 SI-VISTA-PROPUESTA                   VALUE 'P'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-MAX-DEPTOS                 PIC 9(03) VALUE 200.
           05 CT-MAX-PILA                   PIC 9(03) VALUE 200.
           05 CT-MAX-GERENTES               PIC 9(03) VALUE 200.
           05 CT-MAX-TRASLADOS              PIC 9(03) VALUE 500.
           05 CT-MAX-SALTOS                 PIC 9(03) VALUE 50.
           05 CT-NIVEL-CICLO                PIC 9(03) VALUE 999.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-DEPTOS-CARGADOS            PIC 9(05).
           05 CN-PROPUESTAS-LEIDAS          PIC 9(05).
           05 CN-PROPUESTAS-APLICADAS       PIC 9(05).
           05 CN-PROPUESTAS-RECHAZADAS      PIC 9(05).
           05 CN-DEPTOS-NUEVOS              PIC 9(05).
           05 CN-FUSIONES                   PIC 9(05).
           05 CN-TRASLADOS                  PIC 9(05).
           05 CN-CICLOS                     PIC 9(05).
           05 CN-NO-ALCANZADOS              PIC 9(05).
           05 CN-EXCEDIDOS-ACT              PIC 9(05).
           05 CN-EXCEDIDOS-PRO              PIC 9(05).
           05 CN-BRECHAS-GLM                PIC 9(05).
           05 AC-HC-ACT                     PIC S9(09) COMP.
           05 AC-HC-PRO                     PIC S9(09) COMP.
           05 AC-COSTO-ACT                  PIC S9(13)V9(02) COMP-3.
           05 AC-COSTO-PRO                  PIC S9(13)V9(02) COMP-3.

      *****************************************************************
      *      TABLA DE DEPARTAMENTOS: ESTRUCTURA DE HOY Y PROPUESTA    *
      *      (SUFIJO ACT = HOY, SUFIJO PRO = PROPUESTA)               *
      *****************************************************************
       01  TB-DEPARTAMENTOS.
           05 TB-CANT-DEPTOS                PIC 9(03) VALUE ZERO.
           05 TB-DEP-ELEM OCCURS 200 TIMES
                          INDEXED BY IX-DEP.
              10 TB-DEP-DEPTNO              PIC X(03).
              10 TB-DEP-NOMBRE              PIC X(36).
              10 TB-DEP-ESTADO              PIC X(01).
                 88 TB-88-EXISTENTE                   VALUE 'E'.
                 88 TB-88-NUEVO                       VALUE 'N'.
                 88 TB-88-FUSIONADO                   VALUE 'F'.
              10 TB-DEP-FUSION-DESTINO      PIC X(03).
              10 TB-DEP-ADMR-ACT            PIC X(03).
              10 TB-DEP-ADMR-PRO            PIC X(03).
              10 TB-DEP-MGR-ACT             PIC X(06).
              10 TB-DEP-MGR-PRO             PIC X(06).
              10 TB-DEP-HC-ACT              PIC S9(09) COMP.
              10 TB-DEP-HC-PRO              PIC S9(09) COMP.
              10 TB-DEP-COSTO-ACT           PIC S9(11)V9(02) COMP-3.
              10 TB-DEP-COSTO-PRO           PIC S9(11)V9(02) COMP-3.
              10 TB-DEP-CON-HC-ACT          PIC S9(09) COMP.
              10 TB-DEP-CON-HC-PRO          PIC S9(09) COMP.
              10 TB-DEP-CON-COSTO-ACT       PIC S9(11)V9(02) COMP-3.
              10 TB-DEP-CON-COSTO-PRO       PIC S9(11)V9(02) COMP-3.
              10 TB-DEP-NIVEL-ACT           PIC 9(03).
              10 TB-DEP-NIVEL-PRO           PIC 9(03).
              10 TB-DEP-PADRE-ACT           PIC 9(03).
              10 TB-DEP-PADRE-PRO           PIC 9(03).
              10 TB-DEP-AUTORIZADOS         PIC S9(09) COMP.
              10 TB-DEP-TIENE-POS           PIC X(01).
                 88 TB-88-TIENE-POS                   VALUE 'S'.
              10 TB-DEP-TIENE-GLM           PIC X(01).
                 88 TB-88-TIENE-GLM                   VALUE 'S'.
              10 TB-DEP-VISITADO            PIC X(01).
                 88 TB-88-VISITADO                    VALUE 'S'.

      *****************************************************************
      *        EMPLEADOS TRASLADADOS EN LA PROPUESTA Y SU DESTINO     *
      *****************************************************************
       01  TB-TRASLADOS.
           05 TB-CANT-TRASLADOS             PIC 9(03) VALUE ZERO.
           05 TB-TRA-ELEM OCCURS 500 TIMES.
              10 TB-TRA-EMPNO               PIC X(06).
              10 TB-TRA-DEPTNO              PIC X(03).

      *****************************************************************
      *        AMPLITUD DE CONTROL POR GERENTE: DEPARTAMENTOS A       *
      *        CARGO Y PERSONAS QUE LE REPORTAN, HOY Y PROPUESTA      *
      *****************************************************************
       01  TB-GERENTES.
           05 TB-CANT-GERENTES              PIC 9(03) VALUE ZERO.
           05 TB-GER-ELEM OCCURS 200 TIMES.
              10 TB-GER-MGRNO               PIC X(06).
              10 TB-GER-DEPTOS-ACT          PIC S9(04) COMP.
              10 TB-GER-DEPTOS-PRO          PIC S9(04) COMP.
              10 TB-GER-AMPLITUD-ACT        PIC S9(09) COMP.
              10 TB-GER-AMPLITUD-PRO        PIC S9(09) COMP.

      *****************************************************************
      *        PILA PARA EL RECORRIDO EN PROFUNDIDAD DEL ARBOL        *
      *****************************************************************
       01  TB-PILA.
           05 TB-TOPE-PILA                  PIC 9(03) VALUE ZERO.
           05 TB-PILA-ELEM OCCURS 200 TIMES.
              10 TB-PILA-IX                 PIC 9(03).
              10 TB-PILA-NIVEL              PIC 9(02).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(132) VALUE
              "SIMULACION DE REORGANIZACION - NEREO000".

       01  WS-LINEA-SECCION.
           05 LIN-SEC-TITULO                PIC X(132).

       01  WS-LINEA-PROPUESTA.
           05 LIN-PRO-TIPO                  PIC X(01).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-PRO-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-PRO-DATOS                 PIC X(50).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-PRO-RESULTADO             PIC X(50).
           05 FILLER                        PIC X(22) VALUE SPACES.

       01  WS-LINEA-ARBOL.
           05 LIN-ARB-SANGRIA               PIC X(20).
           05 LIN-ARB-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-ARB-DEPTNAME              PIC X(36).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-ARB-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-ARB-HC                    PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-ARB-CON-HC                PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-ARB-OBSERVACION           PIC X(20).
           05 FILLER                        PIC X(31) VALUE SPACES.

       01  WS-LINEA-ARBOL-COL.
           05 FILLER                        PIC X(60) VALUE
              "DEPARTAMENTO / NOMBRE".
           05 FILLER                        PIC X(72) VALUE
              " GERENTE  DOT. CONS. OBSERVACION".

       01  WS-LINEA-CICLO.
           05 FILLER                        PIC X(42) VALUE
              "*** CICLO EN ADMRDEPT PROPUESTO - DEPTNO: ".
           05 LIN-CIC-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(87) VALUE SPACES.

       01  WS-LINEA-NO-ALCANZADO.
           05 FILLER                        PIC X(42) VALUE
              "*** DEPTO NO ALCANZADO DESDE LA RAIZ:     ".
           05 LIN-NAL-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(87) VALUE SPACES.

       01  WS-LINEA-CMP-GRUPO.
           05 FILLER                        PIC X(25) VALUE SPACES.
           05 FILLER                        PIC X(08) VALUE 'ADMRDEPT'.
           05 FILLER                        PIC X(14) VALUE
              ' GERENTE'.
           05 FILLER                        PIC X(08) VALUE 'NIVEL'.
           05 FILLER                        PIC X(12) VALUE
              'DOTACION'.
           05 FILLER                        PIC X(14) VALUE
              'DOT.CONSOL.'.
           05 FILLER                        PIC X(28) VALUE
              'COSTO CONSOLIDADO'.
           05 FILLER                        PIC X(23) VALUE SPACES.

       01  WS-LINEA-CMP-COL.
           05 FILLER                        PIC X(25) VALUE
              'DPT NOMBRE'.
           05 FILLER                        PIC X(08) VALUE 'HOY PRO '.
           05 FILLER                        PIC X(14) VALUE
              'HOY    PROP.  '.
           05 FILLER                        PIC X(08) VALUE 'HOY PRO '.
           05 FILLER                        PIC X(12) VALUE
              '  HOY  PROP.'.
           05 FILLER                        PIC X(14) VALUE
              '    HOY  PROP.'.
           05 FILLER                        PIC X(28) VALUE
              '          HOY     PROPUESTA'.
           05 FILLER                        PIC X(23) VALUE
              ' OBSERVACION'.

       01  WS-LINEA-COMPARATIVO.
           05 LIN-CMP-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-NOMBRE                PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-ADMR-ACT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-ADMR-PRO              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-MGR-ACT               PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-MGR-PRO               PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-NIVEL-ACT             PIC ZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-NIVEL-PRO             PIC ZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-HC-ACT                PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-HC-PRO                PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-CON-HC-ACT            PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-CON-HC-PRO            PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-CON-COSTO-ACT         PIC ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-CON-COSTO-PRO         PIC ZZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CMP-OBSERVACION           PIC X(23).

       01  WS-LINEA-POS-COL.
           05 FILLER                        PIC X(26) VALUE
              "DPT NOMBRE".
           05 FILLER                        PIC X(37) VALUE
              "AUTOR.   DOT.HOY  DIF.   DOT.PRO DIF.".
           05 FILLER                        PIC X(69) VALUE
              "OBSERVACION".

       01  WS-LINEA-POSICIONES.
           05 LIN-POS-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-POS-NOMBRE                PIC X(20).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-POS-AUTORIZADOS           PIC ZZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-POS-HC-ACT                PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-POS-DIF-ACT               PIC +ZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-POS-HC-PRO                PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-POS-DIF-PRO               PIC +ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-POS-OBSERVACION           PIC X(40).
           05 FILLER                        PIC X(29) VALUE SPACES.

       01  WS-LINEA-AMP-COL.
           05 FILLER                        PIC X(60) VALUE
              "GERENTE NOMBRE                       DEPTOS    AMPLITUD".
           05 FILLER                        PIC X(72) VALUE
              "    DIF.  OBSERVACION".

       01  WS-LINEA-AMPLITUD.
           05 LIN-AMP-MGRNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-AMP-NOMBRE                PIC X(28).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-AMP-DEPTOS-ACT            PIC ZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-AMP-DEPTOS-PRO            PIC ZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-AMP-AMPLITUD-ACT          PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-AMP-AMPLITUD-PRO          PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-AMP-DIFERENCIA            PIC +ZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-AMP-OBSERVACION           PIC X(30).
           05 FILLER                        PIC X(37) VALUE SPACES.

       01  WS-LINEA-GLM-COL.
           05 FILLER                        PIC X(43) VALUE
              "DPT NOMBRE".
           05 FILLER                        PIC X(89) VALUE
              "DOT.HOY  DOT.PRO  OBSERVACION".

       01  WS-LINEA-GLM.
           05 LIN-GLM-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-GLM-NOMBRE                PIC X(36).
           05 FILLER                        PIC X(03) VALUE SPACES.
           05 LIN-GLM-HC-ACT                PIC ZZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-GLM-HC-PRO                PIC ZZZZ9.
           05 FILLER                        PIC X(04) VALUE SPACES.
           05 LIN-GLM-OBSERVACION           PIC X(40).
           05 FILLER                        PIC X(31) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-HC-ACT                PIC ZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-HC-PRO                PIC ZZZZZZZ9.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-COSTO-ACT             PIC ZZZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-COSTO-PRO             PIC ZZZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(38) VALUE SPACES.

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
              INCLUDE NEGTDST
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPOS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGLM
           END-EXEC.

      * ESTRUCTURA DE HOY: CADA DEPARTAMENTO CON LAS CIFRAS DEL
      * SNAPSHOT MAS RECIENTE DE DEPT_STATS, SUS POSICIONES AUTORIZADAS
      * Y SI TIENE CUENTAS EN GL_MAPPING
           EXEC SQL
              DECLARE CSR-DEP CURSOR FOR
              SELECT D.DEPTNO,
                     D.DEPTNAME,
                     VALUE(D.MGRNO, ' '),
                     D.ADMRDEPT,
                     VALUE(S.HEADCOUNT, 0),
                     VALUE(S.TOTSALARY, 0),
                     VALUE(P.AUTORIZADOS, 0),
                     CASE WHEN P.DEPTNO IS NULL THEN 'N'
                          ELSE 'S' END,
                     CASE WHEN EXISTS
                               (SELECT 1
                                  FROM NEOSB36.GL_MAPPING AS G
                                 WHERE G.DEPTNO = D.DEPTNO)
                          THEN 'S'
                          ELSE 'N' END
                FROM NEOSB36.DEPT AS D
                LEFT JOIN NEOSB36.DEPT_STATS AS S
                       ON S.DEPTNO = D.DEPTNO
                      AND S.FECHAPROCESO =
                          (SELECT MAX(FECHAPROCESO)
                             FROM NEOSB36.DEPT_STATS)
                LEFT JOIN NEOSB36.DEPT_POSITIONS AS P
                       ON P.DEPTNO = D.DEPTNO
               ORDER BY D.DEPTNO
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
             UNTIL SI-FIN-PROPUESTA

           PERFORM 4000-CONSOLIDA
              THRU 4000-CONSOLIDA-EXIT

           PERFORM 4300-AMPLITUD
              THRU 4300-AMPLITUD-EXIT

           PERFORM 5000-IMPRIME-ARBOL
              THRU 5000-IMPRIME-ARBOL-EXIT

           PERFORM 6000-IMPRIME-COMPARATIVO
              THRU 6000-IMPRIME-COMPARATIVO-EXIT

           PERFORM 6500-IMPRIME-POSICIONES
              THRU 6500-IMPRIME-POSICIONES-EXIT

           PERFORM 7000-IMPRIME-AMPLITUD
              THRU 7000-IMPRIME-AMPLITUD-EXIT

           PERFORM 7500-IMPRIME-BRECHAS-GLM
              THRU 7500-IMPRIME-BRECHAS-GLM-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           OPEN OUTPUT REPREO

           IF FS-REPREO NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPREO. FILE STATUS=' FS-REPREO
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN INPUT  PROPREO

           IF FS-PROPREO NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PROPREO. FILE STATUS=' FS-PROPREO
              MOVE 8                         TO RETURN-CODE
              CLOSE REPREO
              GOBACK
           END-IF

           WRITE REG-REPREO FROM WS-LINEA-TITULO

           PERFORM 1100-CARGA-DEPTOS
              THRU 1100-CARGA-DEPTOS-EXIT

           IF RETURN-CODE NOT LESS THAN 8
              CLOSE PROPREO
                    REPREO
              GOBACK
           END-IF

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'PROPUESTA DE REORGANIZACION (EN EL ORDEN DEL ARCHIVO)'
                                            TO LIN-SEC-TITULO
           WRITE REG-REPREO FROM WS-LINEA-SECCION

           PERFORM 2050-LEE-PROPUESTA
              THRU 2050-LEE-PROPUESTA-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-CARGA-DEPTOS                       *
      *                                                                *
      *    - CARGA LA ESTRUCTURA DE HOY.  LA PROPUESTA ARRANCA COMO    *
      *      COPIA DE LA ESTRUCTURA DE HOY.                            *
      *****************************************************************
       1100-CARGA-DEPTOS.

           EXEC SQL
              OPEN CSR-DEP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DEP. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 1100-CARGA-DEPTOS-EXIT
           END-IF

           PERFORM 1110-FETCH-DEPTO
              THRU 1110-FETCH-DEPTO-EXIT

           PERFORM 1120-AGREGA-DEPTO
              THRU 1120-AGREGA-DEPTO-EXIT
             UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-DEP
           END-EXEC.

      *****************************************************************
      *                    1100-CARGA-DEPTOS-EXIT                     *
      *****************************************************************
       1100-CARGA-DEPTOS-EXIT.
           EXIT.
      *****************************************************************
      *                       1110-FETCH-DEPTO                        *
      *****************************************************************
       1110-FETCH-DEPTO.

           EXEC SQL
              FETCH CSR-DEP
               INTO :DCLDEP-DEPTNO,
                    :DCLDEP-DEPTNAME,
                    :DCLDEP-MGRNO,
                    :DCLDEP-ADMRDEPT,
                    :DCLDST-HEADCOUNT,
                    :DCLDST-TOTSALARY,
                    :DCLPOS-AUTORIZADOS,
                    :WS-TIENE-POS,
                    :WS-TIENE-GLM
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DEP. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                     1110-FETCH-DEPTO-EXIT                     *
      *****************************************************************
       1110-FETCH-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      1120-AGREGA-DEPTO                        *
      *****************************************************************
       1120-AGREGA-DEPTO.

           IF TB-CANT-DEPTOS IS NOT LESS THAN CT-MAX-DEPTOS
              DISPLAY 'NEREO000: TABLA DE DEPARTAMENTOS LLENA - '
                      'CORRIDA ABORTADA'
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 1120-AGREGA-DEPTO-EXIT
           END-IF

           ADD CT-1                         TO TB-CANT-DEPTOS
                                               CN-DEPTOS-CARGADOS
           SET IX-DEP                       TO TB-CANT-DEPTOS

           INITIALIZE TB-DEP-ELEM(IX-DEP)
           MOVE DCLDEP-DEPTNO               TO TB-DEP-DEPTNO(IX-DEP)
           MOVE DCLDEP-DEPTNAME             TO TB-DEP-NOMBRE(IX-DEP)
           SET TB-88-EXISTENTE(IX-DEP)      TO TRUE
           MOVE DCLDEP-ADMRDEPT             TO TB-DEP-ADMR-ACT(IX-DEP)
                                               TB-DEP-ADMR-PRO(IX-DEP)
           MOVE DCLDEP-MGRNO                TO TB-DEP-MGR-ACT(IX-DEP)
                                               TB-DEP-MGR-PRO(IX-DEP)
           MOVE DCLDST-HEADCOUNT            TO TB-DEP-HC-ACT(IX-DEP)
                                               TB-DEP-HC-PRO(IX-DEP)
           MOVE DCLDST-TOTSALARY            TO TB-DEP-COSTO-ACT(IX-DEP)
                                               TB-DEP-COSTO-PRO(IX-DEP)
           MOVE DCLPOS-AUTORIZADOS          TO
                                            TB-DEP-AUTORIZADOS(IX-DEP)
           MOVE WS-TIENE-POS                TO TB-DEP-TIENE-POS(IX-DEP)
           MOVE WS-TIENE-GLM                TO TB-DEP-TIENE-GLM(IX-DEP)

           PERFORM 1110-FETCH-DEPTO
              THRU 1110-FETCH-DEPTO-EXIT.

      *****************************************************************
      *                    1120-AGREGA-DEPTO-EXIT                     *
      *****************************************************************
       1120-AGREGA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                         2000-PROCESO                          *
      *                                                                *
      *    - APLICA UN REGISTRO DE LA PROPUESTA SOBRE LA ESTRUCTURA    *
      *      PROPUESTA Y LO LISTA CON SU RESULTADO.  UN REGISTRO       *
      *      RECHAZADO NO MODIFICA NADA.                               *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-PROPUESTAS-LEIDAS
           MOVE SPACES                      TO WS-RESULTADO
           SET NO-RECHAZO                   TO TRUE

           EVALUATE TRUE
               WHEN REO-88-ADMRDEPT
                    PERFORM 2100-CAMBIA-ADMRDEPT
                       THRU 2100-CAMBIA-ADMRDEPT-EXIT
               WHEN REO-88-GERENTE
                    PERFORM 2200-CAMBIA-GERENTE
                       THRU 2200-CAMBIA-GERENTE-EXIT
               WHEN REO-88-FUSION
                    PERFORM 2300-FUSIONA
                       THRU 2300-FUSIONA-EXIT
               WHEN REO-88-NUEVO
                    PERFORM 2400-DEPTO-NUEVO
                       THRU 2400-DEPTO-NUEVO-EXIT
               WHEN REO-88-TRASLADO
                    PERFORM 2500-TRASLADA-EMPLEADO
                       THRU 2500-TRASLADA-EMPLEADO-EXIT
               WHEN OTHER
                    SET SI-RECHAZO          TO TRUE
                    MOVE 'TIPO DE REGISTRO INVALIDO'
                                            TO WS-RESULTADO
           END-EVALUATE

           IF SI-RECHAZO
              ADD CT-1                      TO CN-PROPUESTAS-RECHAZADAS
              PERFORM 9100-MARCA-AVISO
                 THRU 9100-MARCA-AVISO-EXIT
           ELSE
              ADD CT-1                      TO CN-PROPUESTAS-APLICADAS
              IF WS-RESULTADO EQUAL SPACES
                 MOVE 'APLICADO'            TO WS-RESULTADO
              END-IF
           END-IF

           PERFORM 2900-ESCRIBE-PROPUESTA
              THRU 2900-ESCRIBE-PROPUESTA-EXIT

           PERFORM 2050-LEE-PROPUESTA
              THRU 2050-LEE-PROPUESTA-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2050-LEE-PROPUESTA                       *
      *                                                                *
      *    - LEE EL PROXIMO REGISTRO DE LA PROPUESTA, SALTEANDO        *
      *      COMENTARIOS Y LINEAS EN BLANCO                            *
      *****************************************************************
       2050-LEE-PROPUESTA.

           PERFORM 2060-LEE-REGISTRO
              THRU 2060-LEE-REGISTRO-EXIT
              WITH TEST AFTER
             UNTIL SI-FIN-PROPUESTA
                OR NOT REO-88-COMENTARIO.

      *****************************************************************
      *                    2050-LEE-PROPUESTA-EXIT                    *
      *****************************************************************
       2050-LEE-PROPUESTA-EXIT.
           EXIT.
      *****************************************************************
      *                      2060-LEE-REGISTRO                        *
      *****************************************************************
       2060-LEE-REGISTRO.

           READ PROPREO
                AT END
                   SET SI-FIN-PROPUESTA     TO TRUE
           END-READ

           IF NOT SI-FIN-PROPUESTA
              AND FS-PROPREO NOT EQUAL '00'
              DISPLAY 'ERROR AL LEER PROPREO. FILE STATUS=' FS-PROPREO
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-PROPUESTA          TO TRUE
           END-IF.

      *****************************************************************
      *                   2060-LEE-REGISTRO-EXIT                      *
      *****************************************************************
       2060-LEE-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-CAMBIA-ADMRDEPT                       *
      *                                                                *
      *    - NUEVO DEPARTAMENTO SUPERIOR.  UN ADMRDEPT IGUAL AL        *
      *      PROPIO DEPTNO DEJA AL DEPARTAMENTO COMO RAIZ.  LOS        *
      *      CICLOS QUE SE FORMEN SE INFORMAN AL CONSOLIDAR.           *
      *****************************************************************
       2100-CAMBIA-ADMRDEPT.

           PERFORM 2650-VALIDA-ORIGEN
              THRU 2650-VALIDA-ORIGEN-EXIT

           IF SI-RECHAZO
              GO TO 2100-CAMBIA-ADMRDEPT-EXIT
           END-IF

           IF REO-ADM-ADMRDEPT EQUAL SPACES
              SET SI-RECHAZO                TO TRUE
              MOVE 'ADMRDEPT PROPUESTO NO INFORMADO'
                                            TO WS-RESULTADO
              GO TO 2100-CAMBIA-ADMRDEPT-EXIT
           END-IF

           IF REO-ADM-ADMRDEPT NOT EQUAL REO-DEPTNO
              MOVE REO-ADM-ADMRDEPT         TO WS-DEPTO-BUSCADO
              PERFORM 2670-VALIDA-VIGENTE
                 THRU 2670-VALIDA-VIGENTE-EXIT
              IF SI-RECHAZO
                 MOVE 'ADMRDEPT PROPUESTO INEXISTENTE O FUSIONADO'
                                            TO WS-RESULTADO
                 GO TO 2100-CAMBIA-ADMRDEPT-EXIT
              END-IF
           END-IF

           MOVE REO-ADM-ADMRDEPT            TO
                                        TB-DEP-ADMR-PRO(WS-IX-ORIGEN).

      *****************************************************************
      *                  2100-CAMBIA-ADMRDEPT-EXIT                    *
      *****************************************************************
       2100-CAMBIA-ADMRDEPT-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-CAMBIA-GERENTE                       *
      *                                                                *
      *    - NUEVO GERENTE DEL DEPARTAMENTO.  UN MGRNO EN BLANCO DEJA  *
      *      EL DEPARTAMENTO SIN GERENTE.                              *
      *****************************************************************
       2200-CAMBIA-GERENTE.

           PERFORM 2650-VALIDA-ORIGEN
              THRU 2650-VALIDA-ORIGEN-EXIT

           IF SI-RECHAZO
              GO TO 2200-CAMBIA-GERENTE-EXIT
           END-IF

           IF REO-GER-MGRNO NOT EQUAL SPACES
              MOVE REO-GER-MGRNO            TO WS-MGRNO-BUSCADO
              PERFORM 2250-VALIDA-GERENTE
                 THRU 2250-VALIDA-GERENTE-EXIT
              IF SI-RECHAZO
                 GO TO 2200-CAMBIA-GERENTE-EXIT
              END-IF
           END-IF

           MOVE REO-GER-MGRNO               TO
                                         TB-DEP-MGR-PRO(WS-IX-ORIGEN).

      *****************************************************************
      *                   2200-CAMBIA-GERENTE-EXIT                    *
      *****************************************************************
       2200-CAMBIA-GERENTE-EXIT.
           EXIT.
      *****************************************************************
      *                     2250-VALIDA-GERENTE                       *
      *                                                                *
      *    - EL GERENTE PROPUESTO DEBE SER UN EMPLEADO ACTIVO          *
      *****************************************************************
       2250-VALIDA-GERENTE.

           MOVE WS-MGRNO-BUSCADO            TO DCLEMP-EMPNO

           EXEC SQL
              SELECT EMPSTATUS
                INTO :DCLEMP-EMPSTATUS
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
                       SET SI-RECHAZO       TO TRUE
                       MOVE 'GERENTE PROPUESTO NO ACTIVO'
                                            TO WS-RESULTADO
                    END-IF
               WHEN +100
                    SET SI-RECHAZO          TO TRUE
                    MOVE 'GERENTE PROPUESTO INEXISTENTE EN EMP'
                                            TO WS-RESULTADO
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO EMP. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-RECHAZO          TO TRUE
                    MOVE 'ERROR DB2 LEYENDO EMP'
                                            TO WS-RESULTADO
           END-EVALUATE.

      *****************************************************************
      *                   2250-VALIDA-GERENTE-EXIT                    *
      *****************************************************************
       2250-VALIDA-GERENTE-EXIT.
           EXIT.
      *****************************************************************
      *                         2300-FUSIONA                          *
      *                                                                *
      *    - FUSION DEL DEPARTAMENTO EN EL DESTINO, COMO LA HARIA      *
      *      NECLS000: LA DOTACION Y EL COSTO PASAN AL DESTINO Y LOS   *
      *      HIJOS SE REASIGNAN AL DESTINO.  SI EL DESTINO ERA HIJO    *
      *      DEL FUSIONADO, TOMA SU LUGAR EN LA JERARQUIA.  LAS        *
      *      POSICIONES DEL FUSIONADO NO PASAN AL DESTINO.             *
      *****************************************************************
       2300-FUSIONA.

           PERFORM 2650-VALIDA-ORIGEN
              THRU 2650-VALIDA-ORIGEN-EXIT

           IF SI-RECHAZO
              GO TO 2300-FUSIONA-EXIT
           END-IF

           IF REO-FUS-DESTINO EQUAL REO-DEPTNO
              SET SI-RECHAZO                TO TRUE
              MOVE 'DESTINO IGUAL AL DEPARTAMENTO FUSIONADO'
                                            TO WS-RESULTADO
              GO TO 2300-FUSIONA-EXIT
           END-IF

           MOVE REO-FUS-DESTINO             TO WS-DEPTO-BUSCADO
           PERFORM 2670-VALIDA-VIGENTE
              THRU 2670-VALIDA-VIGENTE-EXIT

           IF SI-RECHAZO
              MOVE 'DESTINO INEXISTENTE O FUSIONADO'
                                            TO WS-RESULTADO
              GO TO 2300-FUSIONA-EXIT
           END-IF

           MOVE WS-IX-HALLADO               TO WS-IX-DESTINO

           SET TB-88-FUSIONADO(WS-IX-ORIGEN) TO TRUE
           MOVE REO-FUS-DESTINO             TO
                                   TB-DEP-FUSION-DESTINO(WS-IX-ORIGEN)

           ADD TB-DEP-HC-PRO(WS-IX-ORIGEN)  TO
                                          TB-DEP-HC-PRO(WS-IX-DESTINO)
           ADD TB-DEP-COSTO-PRO(WS-IX-ORIGEN) TO
                                       TB-DEP-COSTO-PRO(WS-IX-DESTINO)
           MOVE ZEROS                       TO
                                        TB-DEP-HC-PRO(WS-IX-ORIGEN)
                                        TB-DEP-COSTO-PRO(WS-IX-ORIGEN)

           IF TB-DEP-ADMR-PRO(WS-IX-ORIGEN) EQUAL REO-DEPTNO
              MOVE REO-FUS-DESTINO          TO WS-ADMR-FUSIONADO
           ELSE
              MOVE TB-DEP-ADMR-PRO(WS-IX-ORIGEN)
                                            TO WS-ADMR-FUSIONADO
           END-IF

           PERFORM 2310-REASIGNA-HIJO
              THRU 2310-REASIGNA-HIJO-EXIT
              VARYING WS-IX-HIJO FROM 1 BY 1
              UNTIL WS-IX-HIJO IS GREATER THAN TB-CANT-DEPTOS

           ADD CT-1                         TO CN-FUSIONES.

      *****************************************************************
      *                       2300-FUSIONA-EXIT                       *
      *****************************************************************
       2300-FUSIONA-EXIT.
           EXIT.
      *****************************************************************
      *                     2310-REASIGNA-HIJO                        *
      *****************************************************************
       2310-REASIGNA-HIJO.

           IF WS-IX-HIJO EQUAL WS-IX-ORIGEN
              OR TB-88-FUSIONADO(WS-IX-HIJO)
              OR TB-DEP-ADMR-PRO(WS-IX-HIJO) NOT EQUAL REO-DEPTNO
              GO TO 2310-REASIGNA-HIJO-EXIT
           END-IF

           IF WS-IX-HIJO EQUAL WS-IX-DESTINO
              MOVE WS-ADMR-FUSIONADO        TO
                                          TB-DEP-ADMR-PRO(WS-IX-HIJO)
           ELSE
              MOVE REO-FUS-DESTINO          TO
                                          TB-DEP-ADMR-PRO(WS-IX-HIJO)
           END-IF.

      *****************************************************************
      *                   2310-REASIGNA-HIJO-EXIT                     *
      *****************************************************************
       2310-REASIGNA-HIJO-EXIT.
           EXIT.
      *****************************************************************
      *                       2400-DEPTO-NUEVO                        *
      *                                                                *
      *    - DEPARTAMENTO NUEVO, SIN DOTACION HASTA QUE SE LE          *
      *      TRASLADEN EMPLEADOS.  SUS POSICIONES Y CUENTAS CONTABLES  *
      *      SE BUSCAN POR SI YA FUERON DADAS DE ALTA POR ADELANTADO.  *
      *****************************************************************
       2400-DEPTO-NUEVO.

           IF REO-DEPTNO EQUAL SPACES
              SET SI-RECHAZO                TO TRUE
              MOVE 'DEPTNO NO INFORMADO'    TO WS-RESULTADO
              GO TO 2400-DEPTO-NUEVO-EXIT
           END-IF

           MOVE REO-DEPTNO                  TO WS-DEPTO-BUSCADO
           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

           IF WS-IX-HALLADO NOT EQUAL ZERO
              SET SI-RECHAZO                TO TRUE
              MOVE 'EL DEPARTAMENTO YA EXISTE'
                                            TO WS-RESULTADO
              GO TO 2400-DEPTO-NUEVO-EXIT
           END-IF

           IF TB-CANT-DEPTOS IS NOT LESS THAN CT-MAX-DEPTOS
              SET SI-RECHAZO                TO TRUE
              MOVE 'TABLA DE DEPARTAMENTOS LLENA'
                                            TO WS-RESULTADO
              GO TO 2400-DEPTO-NUEVO-EXIT
           END-IF

           IF REO-NUE-ADMRDEPT NOT EQUAL SPACES
              AND REO-NUE-ADMRDEPT NOT EQUAL REO-DEPTNO
              MOVE REO-NUE-ADMRDEPT         TO WS-DEPTO-BUSCADO
              PERFORM 2670-VALIDA-VIGENTE
                 THRU 2670-VALIDA-VIGENTE-EXIT
              IF SI-RECHAZO
                 MOVE 'ADMRDEPT PROPUESTO INEXISTENTE O FUSIONADO'
                                            TO WS-RESULTADO
                 GO TO 2400-DEPTO-NUEVO-EXIT
              END-IF
           END-IF

           IF REO-NUE-MGRNO NOT EQUAL SPACES
              MOVE REO-NUE-MGRNO            TO WS-MGRNO-BUSCADO
              PERFORM 2250-VALIDA-GERENTE
                 THRU 2250-VALIDA-GERENTE-EXIT
              IF SI-RECHAZO
                 GO TO 2400-DEPTO-NUEVO-EXIT
              END-IF
           END-IF

           ADD CT-1                         TO TB-CANT-DEPTOS
           SET IX-DEP                       TO TB-CANT-DEPTOS

           INITIALIZE TB-DEP-ELEM(IX-DEP)
           MOVE REO-DEPTNO                  TO TB-DEP-DEPTNO(IX-DEP)
           MOVE REO-NUE-DEPTNAME            TO TB-DEP-NOMBRE(IX-DEP)
           SET TB-88-NUEVO(IX-DEP)          TO TRUE
           MOVE SPACES                      TO TB-DEP-ADMR-ACT(IX-DEP)
                                               TB-DEP-MGR-ACT(IX-DEP)
           MOVE REO-NUE-MGRNO               TO TB-DEP-MGR-PRO(IX-DEP)

           IF REO-NUE-ADMRDEPT EQUAL SPACES
              MOVE REO-DEPTNO               TO TB-DEP-ADMR-PRO(IX-DEP)
           ELSE
              MOVE REO-NUE-ADMRDEPT         TO TB-DEP-ADMR-PRO(IX-DEP)
           END-IF

           PERFORM 2450-BUSCA-POS-GLM
              THRU 2450-BUSCA-POS-GLM-EXIT

           ADD CT-1                         TO CN-DEPTOS-NUEVOS.

      *****************************************************************
      *                    2400-DEPTO-NUEVO-EXIT                      *
      *****************************************************************
       2400-DEPTO-NUEVO-EXIT.
           EXIT.
      *****************************************************************
      *                     2450-BUSCA-POS-GLM                        *
      *****************************************************************
       2450-BUSCA-POS-GLM.

           MOVE REO-DEPTNO                  TO DCLPOS-DEPTNO
                                               DCLGLM-DEPTNO

           EXEC SQL
              SELECT AUTORIZADOS
                INTO :DCLPOS-AUTORIZADOS
                FROM NEOSB36.DEPT_POSITIONS
               WHERE DEPTNO = :DCLPOS-DEPTNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLPOS-AUTORIZADOS TO
                                            TB-DEP-AUTORIZADOS(IX-DEP)
                    MOVE 'S'                TO TB-DEP-TIENE-POS(IX-DEP)
               WHEN +100
                    MOVE ZEROS              TO
                                            TB-DEP-AUTORIZADOS(IX-DEP)
                    MOVE 'N'                TO TB-DEP-TIENE-POS(IX-DEP)
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO DEPT_POSITIONS. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE

           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.GL_MAPPING
               WHERE DEPTNO = :DCLGLM-DEPTNO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO GL_MAPPING. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
           END-IF

           IF WS-CONTADOR IS GREATER THAN ZERO
              MOVE 'S'                      TO TB-DEP-TIENE-GLM(IX-DEP)
           ELSE
              MOVE 'N'                      TO TB-DEP-TIENE-GLM(IX-DEP)
           END-IF.

      *****************************************************************
      *                   2450-BUSCA-POS-GLM-EXIT                     *
      *****************************************************************
       2450-BUSCA-POS-GLM-EXIT.
           EXIT.
      *****************************************************************
      *                   2500-TRASLADA-EMPLEADO                      *
      *                                                                *
      *    - TRASLADO DE UN EMPLEADO ACTIVO AL DEPARTAMENTO REO-DEPTNO.*
      *      EL ORIGEN ES EL DESTINO DE UN TRASLADO ANTERIOR DE LA     *
      *      PROPUESTA O, SI NO LO HUBO, SU WORKDEPT; SI EL ORIGEN     *
      *      FUE FUSIONADO SE SIGUE HASTA SU DESTINO.  SE MUEVEN UNA   *
      *      CABEZA Y SU SALARIO.                                      *
      *****************************************************************
       2500-TRASLADA-EMPLEADO.

           MOVE REO-DEPTNO                  TO WS-DEPTO-BUSCADO
           PERFORM 2670-VALIDA-VIGENTE
              THRU 2670-VALIDA-VIGENTE-EXIT

           IF SI-RECHAZO
              MOVE 'DESTINO INEXISTENTE O FUSIONADO'
                                            TO WS-RESULTADO
              GO TO 2500-TRASLADA-EMPLEADO-EXIT
           END-IF

           MOVE WS-IX-HALLADO               TO WS-IX-DESTINO
           MOVE REO-EMP-EMPNO               TO DCLEMP-EMPNO

           EXEC SQL
              SELECT WORKDEPT,
                     SALARY,
                     EMPSTATUS
                INTO :DCLEMP-WORKDEPT,
                     :DCLEMP-SALARY,
                     :DCLEMP-EMPSTATUS
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-RECHAZO          TO TRUE
                    MOVE 'EMPLEADO INEXISTENTE'
                                            TO WS-RESULTADO
                    GO TO 2500-TRASLADA-EMPLEADO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO EMP. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-RECHAZO          TO TRUE
                    MOVE 'ERROR DB2 LEYENDO EMP'
                                            TO WS-RESULTADO
                    GO TO 2500-TRASLADA-EMPLEADO-EXIT
           END-EVALUATE

           IF DCLEMP-EMPSTATUS NOT EQUAL CT-EMPSTATUS-ACTIVO
              SET SI-RECHAZO                TO TRUE
              MOVE 'EMPLEADO NO ACTIVO'     TO WS-RESULTADO
              GO TO 2500-TRASLADA-EMPLEADO-EXIT
           END-IF

           MOVE ZERO                        TO WS-IX-TRASLADO
           PERFORM 2510-BUSCA-TRASLADO
              THRU 2510-BUSCA-TRASLADO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-TRASLADOS
                 OR WS-IX-TRASLADO NOT EQUAL ZERO

           IF WS-IX-TRASLADO EQUAL ZERO
              IF TB-CANT-TRASLADOS IS NOT LESS THAN CT-MAX-TRASLADOS
                 SET SI-RECHAZO             TO TRUE
                 MOVE 'TABLA DE TRASLADOS LLENA'
                                            TO WS-RESULTADO
                 GO TO 2500-TRASLADA-EMPLEADO-EXIT
              END-IF
              MOVE DCLEMP-WORKDEPT          TO WS-DEPTO-BUSCADO
           ELSE
              MOVE TB-TRA-DEPTNO(WS-IX-TRASLADO)
                                            TO WS-DEPTO-BUSCADO
           END-IF

           PERFORM 2520-RESUELVE-FUSION
              THRU 2520-RESUELVE-FUSION-EXIT

           MOVE WS-IX-HALLADO               TO WS-IX-ORIGEN

           IF WS-IX-ORIGEN EQUAL WS-IX-DESTINO
              SET SI-RECHAZO                TO TRUE
              MOVE 'EL EMPLEADO YA REVISTA EN EL DESTINO'
                                            TO WS-RESULTADO
              GO TO 2500-TRASLADA-EMPLEADO-EXIT
           END-IF

           IF WS-IX-ORIGEN NOT EQUAL ZERO
              SUBTRACT CT-1               FROM
                                          TB-DEP-HC-PRO(WS-IX-ORIGEN)
              SUBTRACT DCLEMP-SALARY      FROM
                                       TB-DEP-COSTO-PRO(WS-IX-ORIGEN)
              STRING 'APLICADO - ORIGEN '   DELIMITED BY SIZE
                     TB-DEP-DEPTNO(WS-IX-ORIGEN)
                                            DELIMITED BY SIZE
                INTO WS-RESULTADO
              END-STRING
           ELSE
              MOVE 'APLICADO - ORIGEN FUERA DE DEPT'
                                            TO WS-RESULTADO
           END-IF

           ADD CT-1                         TO
                                          TB-DEP-HC-PRO(WS-IX-DESTINO)
           ADD DCLEMP-SALARY                TO
                                       TB-DEP-COSTO-PRO(WS-IX-DESTINO)

           IF WS-IX-TRASLADO EQUAL ZERO
              ADD CT-1                      TO TB-CANT-TRASLADOS
              MOVE TB-CANT-TRASLADOS        TO WS-IX-TRASLADO
              MOVE REO-EMP-EMPNO            TO
                                          TB-TRA-EMPNO(WS-IX-TRASLADO)
           END-IF

           MOVE REO-DEPTNO                  TO
                                         TB-TRA-DEPTNO(WS-IX-TRASLADO)

           ADD CT-1                         TO CN-TRASLADOS.

      *****************************************************************
      *                 2500-TRASLADA-EMPLEADO-EXIT                   *
      *****************************************************************
       2500-TRASLADA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                     2510-BUSCA-TRASLADO                       *
      *****************************************************************
       2510-BUSCA-TRASLADO.

           IF TB-TRA-EMPNO(WS-IX-BUSCA) EQUAL REO-EMP-EMPNO
              MOVE WS-IX-BUSCA              TO WS-IX-TRASLADO
           END-IF.

      *****************************************************************
      *                   2510-BUSCA-TRASLADO-EXIT                    *
      *****************************************************************
       2510-BUSCA-TRASLADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2520-RESUELVE-FUSION                       *
      *                                                                *
      *    - UBICA WS-DEPTO-BUSCADO SIGUIENDO LAS FUSIONES DE LA       *
      *      PROPUESTA.  DEVUELVE WS-IX-HALLADO (CERO SI NO ESTA).     *
      *****************************************************************
       2520-RESUELVE-FUSION.

           MOVE ZEROS                       TO WS-SALTOS
           SET NO-RESUELTO                  TO TRUE

           PERFORM 2530-SIGUE-FUSION
              THRU 2530-SIGUE-FUSION-EXIT
             UNTIL SI-RESUELTO.

      *****************************************************************
      *                  2520-RESUELVE-FUSION-EXIT                    *
      *****************************************************************
       2520-RESUELVE-FUSION-EXIT.
           EXIT.
      *****************************************************************
      *                      2530-SIGUE-FUSION                        *
      *****************************************************************
       2530-SIGUE-FUSION.

           ADD CT-1                         TO WS-SALTOS

           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

           IF WS-IX-HALLADO EQUAL ZERO
              OR WS-SALTOS IS GREATER THAN CT-MAX-SALTOS
              SET SI-RESUELTO               TO TRUE
              GO TO 2530-SIGUE-FUSION-EXIT
           END-IF

           IF TB-88-FUSIONADO(WS-IX-HALLADO)
              MOVE TB-DEP-FUSION-DESTINO(WS-IX-HALLADO)
                                            TO WS-DEPTO-BUSCADO
           ELSE
              SET SI-RESUELTO               TO TRUE
           END-IF.

      *****************************************************************
      *                   2530-SIGUE-FUSION-EXIT                      *
      *****************************************************************
       2530-SIGUE-FUSION-EXIT.
           EXIT.
      *****************************************************************
      *                       2600-BUSCA-DEPTO                        *
      *                                                                *
      *    - UBICA WS-DEPTO-BUSCADO EN LA TABLA.  DEVUELVE             *
      *      WS-IX-HALLADO (CERO SI NO ESTA).                          *
      *****************************************************************
       2600-BUSCA-DEPTO.

           MOVE ZERO                        TO WS-IX-HALLADO

           PERFORM 2610-COMPARA-DEPTO
              THRU 2610-COMPARA-DEPTO-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-DEPTOS
                 OR WS-IX-HALLADO NOT EQUAL ZERO.

      *****************************************************************
      *                    2600-BUSCA-DEPTO-EXIT                      *
      *****************************************************************
       2600-BUSCA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2610-COMPARA-DEPTO                       *
      *****************************************************************
       2610-COMPARA-DEPTO.

           IF TB-DEP-DEPTNO(WS-IX-BUSCA) EQUAL WS-DEPTO-BUSCADO
              MOVE WS-IX-BUSCA              TO WS-IX-HALLADO
           END-IF.

      *****************************************************************
      *                   2610-COMPARA-DEPTO-EXIT                     *
      *****************************************************************
       2610-COMPARA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2650-VALIDA-ORIGEN                       *
      *                                                                *
      *    - EL DEPARTAMENTO DEL REGISTRO DEBE EXISTIR Y NO ESTAR      *
      *      FUSIONADO EN LA PROPUESTA.  DEVUELVE WS-IX-ORIGEN.        *
      *****************************************************************
       2650-VALIDA-ORIGEN.

           MOVE REO-DEPTNO                  TO WS-DEPTO-BUSCADO
           PERFORM 2670-VALIDA-VIGENTE
              THRU 2670-VALIDA-VIGENTE-EXIT

           IF SI-RECHAZO
              MOVE 'DEPARTAMENTO INEXISTENTE O FUSIONADO'
                                            TO WS-RESULTADO
           ELSE
              MOVE WS-IX-HALLADO            TO WS-IX-ORIGEN
           END-IF.

      *****************************************************************
      *                   2650-VALIDA-ORIGEN-EXIT                     *
      *****************************************************************
       2650-VALIDA-ORIGEN-EXIT.
           EXIT.
      *****************************************************************
      *                     2670-VALIDA-VIGENTE                       *
      *                                                                *
      *    - WS-DEPTO-BUSCADO DEBE EXISTIR EN LA ESTRUCTURA PROPUESTA  *
      *****************************************************************
       2670-VALIDA-VIGENTE.

           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

           IF WS-IX-HALLADO EQUAL ZERO
              SET SI-RECHAZO                TO TRUE
              GO TO 2670-VALIDA-VIGENTE-EXIT
           END-IF

           IF TB-88-FUSIONADO(WS-IX-HALLADO)
              SET SI-RECHAZO                TO TRUE
           END-IF.

      *****************************************************************
      *                   2670-VALIDA-VIGENTE-EXIT                    *
      *****************************************************************
       2670-VALIDA-VIGENTE-EXIT.
           EXIT.
      *****************************************************************
      *                   2900-ESCRIBE-PROPUESTA                      *
      *****************************************************************
       2900-ESCRIBE-PROPUESTA.

           MOVE REO-TIPO-REG                TO LIN-PRO-TIPO
           MOVE REO-DEPTNO                  TO LIN-PRO-DEPTNO
           MOVE REO-DATOS                   TO LIN-PRO-DATOS

           IF SI-RECHAZO
              STRING 'RECHAZADO: '          DELIMITED BY SIZE
                     WS-RESULTADO           DELIMITED BY SIZE
                INTO LIN-PRO-RESULTADO
              END-STRING
           ELSE
              MOVE WS-RESULTADO             TO LIN-PRO-RESULTADO
           END-IF

           WRITE REG-REPREO FROM WS-LINEA-PROPUESTA

           MOVE SPACES                      TO LIN-PRO-RESULTADO.

      *****************************************************************
      *                 2900-ESCRIBE-PROPUESTA-EXIT                   *
      *****************************************************************
       2900-ESCRIBE-PROPUESTA-EXIT.
           EXIT.
      *****************************************************************
      *                        4000-CONSOLIDA                         *
      *                                                                *
      *    - CONSOLIDA DOTACION Y COSTO POR LA CADENA ADMRDEPT, COMO   *
      *      NEROL000, UNA VEZ SOBRE LA ESTRUCTURA DE HOY Y OTRA SOBRE *
      *      LA PROPUESTA, Y CALCULA EL NIVEL DE CADA DEPARTAMENTO.    *
      *****************************************************************
       4000-CONSOLIDA.

           PERFORM 4010-INICIALIZA-DEPTO
              THRU 4010-INICIALIZA-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS

           SET SI-VISTA-ACTUAL              TO TRUE

           PERFORM 4100-CONSOLIDA-DEPTO
              THRU 4100-CONSOLIDA-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS

           SET SI-VISTA-PROPUESTA           TO TRUE

           PERFORM 4100-CONSOLIDA-DEPTO
              THRU 4100-CONSOLIDA-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS.

      *****************************************************************
      *                     4000-CONSOLIDA-EXIT                       *
      *****************************************************************
       4000-CONSOLIDA-EXIT.
           EXIT.
      *****************************************************************
      *                    4010-INICIALIZA-DEPTO                      *
      *****************************************************************
       4010-INICIALIZA-DEPTO.

           MOVE TB-DEP-HC-ACT(WS-IX-ACUM)   TO
                                         TB-DEP-CON-HC-ACT(WS-IX-ACUM)
           MOVE TB-DEP-HC-PRO(WS-IX-ACUM)   TO
                                         TB-DEP-CON-HC-PRO(WS-IX-ACUM)
           MOVE TB-DEP-COSTO-ACT(WS-IX-ACUM) TO
                                      TB-DEP-CON-COSTO-ACT(WS-IX-ACUM)
           MOVE TB-DEP-COSTO-PRO(WS-IX-ACUM) TO
                                      TB-DEP-CON-COSTO-PRO(WS-IX-ACUM)
           MOVE ZEROS                       TO
                                          TB-DEP-NIVEL-ACT(WS-IX-ACUM)
                                          TB-DEP-NIVEL-PRO(WS-IX-ACUM)
                                          TB-DEP-PADRE-ACT(WS-IX-ACUM)
                                          TB-DEP-PADRE-PRO(WS-IX-ACUM)
           MOVE 'N'                         TO
                                          TB-DEP-VISITADO(WS-IX-ACUM).

      *****************************************************************
      *                  4010-INICIALIZA-DEPTO-EXIT                   *
      *****************************************************************
       4010-INICIALIZA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     4100-CONSOLIDA-DEPTO                      *
      *                                                                *
      *    - SUMA LAS CIFRAS PROPIAS DEL DEPARTAMENTO WS-IX-ACUM A     *
      *      CADA ANCESTRO DE LA VISTA EN CURSO.  LOS DEPARTAMENTOS    *
      *      NUEVOS NO EXISTEN HOY Y LOS FUSIONADOS NO EXISTEN EN LA   *
      *      PROPUESTA.  SUPERAR EL TOPE DE SALTOS ES UN CICLO.        *
      *****************************************************************
       4100-CONSOLIDA-DEPTO.

           IF SI-VISTA-ACTUAL
              AND TB-88-NUEVO(WS-IX-ACUM)
              GO TO 4100-CONSOLIDA-DEPTO-EXIT
           END-IF

           IF SI-VISTA-PROPUESTA
              AND TB-88-FUSIONADO(WS-IX-ACUM)
              GO TO 4100-CONSOLIDA-DEPTO-EXIT
           END-IF

           MOVE TB-DEP-DEPTNO(WS-IX-ACUM)   TO WS-DEPTO-ACTUAL

           IF SI-VISTA-ACTUAL
              MOVE TB-DEP-ADMR-ACT(WS-IX-ACUM) TO WS-DEPTO-PADRE
           ELSE
              MOVE TB-DEP-ADMR-PRO(WS-IX-ACUM) TO WS-DEPTO-PADRE
           END-IF

           MOVE ZEROS                       TO WS-SALTOS
                                               WS-NIVEL
           SET NO-CORTE                     TO TRUE

           PERFORM 4150-SUBE-UN-NIVEL
              THRU 4150-SUBE-UN-NIVEL-EXIT
              UNTIL WS-DEPTO-PADRE EQUAL WS-DEPTO-ACTUAL
                 OR WS-DEPTO-PADRE EQUAL SPACES OR LOW-VALUES
                 OR WS-SALTOS IS GREATER THAN CT-MAX-SALTOS
                 OR SI-CORTE

           IF WS-SALTOS IS GREATER THAN CT-MAX-SALTOS
              MOVE CT-NIVEL-CICLO           TO WS-NIVEL
              IF SI-VISTA-PROPUESTA
                 ADD CT-1                   TO CN-CICLOS
                 PERFORM 9100-MARCA-AVISO
                    THRU 9100-MARCA-AVISO-EXIT
              END-IF
           END-IF

           IF SI-VISTA-ACTUAL
              MOVE WS-NIVEL                 TO
                                          TB-DEP-NIVEL-ACT(WS-IX-ACUM)
           ELSE
              MOVE WS-NIVEL                 TO
                                          TB-DEP-NIVEL-PRO(WS-IX-ACUM)
           END-IF.

      *****************************************************************
      *                   4100-CONSOLIDA-DEPTO-EXIT                   *
      *****************************************************************
       4100-CONSOLIDA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      4150-SUBE-UN-NIVEL                       *
      *****************************************************************
       4150-SUBE-UN-NIVEL.

           ADD CT-1                         TO WS-SALTOS

           MOVE WS-DEPTO-PADRE              TO WS-DEPTO-BUSCADO
           PERFORM 2600-BUSCA-DEPTO
              THRU 2600-BUSCA-DEPTO-EXIT

      * EL PADRE NO EXISTE EN LA VISTA: SE CORTA LA SUBIDA
           IF WS-IX-HALLADO EQUAL ZERO
              SET SI-CORTE                  TO TRUE
              GO TO 4150-SUBE-UN-NIVEL-EXIT
           END-IF

           IF SI-VISTA-ACTUAL
              AND TB-88-NUEVO(WS-IX-HALLADO)
              SET SI-CORTE                  TO TRUE
              GO TO 4150-SUBE-UN-NIVEL-EXIT
           END-IF

           IF SI-VISTA-PROPUESTA
              AND TB-88-FUSIONADO(WS-IX-HALLADO)
              SET SI-CORTE                  TO TRUE
              GO TO 4150-SUBE-UN-NIVEL-EXIT
           END-IF

           ADD CT-1                         TO WS-NIVEL
           MOVE TB-DEP-DEPTNO(WS-IX-HALLADO) TO WS-DEPTO-ACTUAL

           IF SI-VISTA-ACTUAL
              IF WS-SALTOS EQUAL CT-1
                 MOVE WS-IX-HALLADO         TO
                                          TB-DEP-PADRE-ACT(WS-IX-ACUM)
              END-IF
              ADD TB-DEP-HC-ACT(WS-IX-ACUM) TO
                                     TB-DEP-CON-HC-ACT(WS-IX-HALLADO)
              ADD TB-DEP-COSTO-ACT(WS-IX-ACUM) TO
                                  TB-DEP-CON-COSTO-ACT(WS-IX-HALLADO)
              MOVE TB-DEP-ADMR-ACT(WS-IX-HALLADO) TO WS-DEPTO-PADRE
           ELSE
              IF WS-SALTOS EQUAL CT-1
                 MOVE WS-IX-HALLADO         TO
                                          TB-DEP-PADRE-PRO(WS-IX-ACUM)
              END-IF
              ADD TB-DEP-HC-PRO(WS-IX-ACUM) TO
                                     TB-DEP-CON-HC-PRO(WS-IX-HALLADO)
              ADD TB-DEP-COSTO-PRO(WS-IX-ACUM) TO
                                  TB-DEP-CON-COSTO-PRO(WS-IX-HALLADO)
              MOVE TB-DEP-ADMR-PRO(WS-IX-HALLADO) TO WS-DEPTO-PADRE
           END-IF.

      *****************************************************************
      *                   4150-SUBE-UN-NIVEL-EXIT                     *
      *****************************************************************
       4150-SUBE-UN-NIVEL-EXIT.
           EXIT.
      *****************************************************************
      *                        4300-AMPLITUD                          *
      *                                                                *
      *    - AMPLITUD DE CONTROL DE CADA GERENTE, HOY Y PROPUESTA: LA  *
      *      DOTACION PROPIA DE LOS DEPARTAMENTOS QUE GERENCIA MAS     *
      *      LOS GERENTES DE SUS DEPARTAMENTOS HIJOS.  LA DOTACION     *
      *      PROPIA INCLUYE AL GERENTE SI REVISTA EN EL DEPARTAMENTO.  *
      *****************************************************************
       4300-AMPLITUD.

           SET SI-VISTA-ACTUAL              TO TRUE

           PERFORM 4310-AMPLITUD-DEPTO
              THRU 4310-AMPLITUD-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS

           SET SI-VISTA-PROPUESTA           TO TRUE

           PERFORM 4310-AMPLITUD-DEPTO
              THRU 4310-AMPLITUD-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS.

      *****************************************************************
      *                      4300-AMPLITUD-EXIT                       *
      *****************************************************************
       4300-AMPLITUD-EXIT.
           EXIT.
      *****************************************************************
      *                     4310-AMPLITUD-DEPTO                       *
      *****************************************************************
       4310-AMPLITUD-DEPTO.

           MOVE SPACES                      TO WS-MGRNO-PADRE

           IF SI-VISTA-ACTUAL
              IF TB-88-NUEVO(WS-IX-ACUM)
                 GO TO 4310-AMPLITUD-DEPTO-EXIT
              END-IF
              MOVE TB-DEP-MGR-ACT(WS-IX-ACUM) TO WS-MGRNO-DEPTO
              MOVE TB-DEP-HC-ACT(WS-IX-ACUM)  TO WS-HC-DEPTO
              MOVE TB-DEP-PADRE-ACT(WS-IX-ACUM) TO WS-IX-PADRE
              IF WS-IX-PADRE NOT EQUAL ZERO
                 MOVE TB-DEP-MGR-ACT(WS-IX-PADRE) TO WS-MGRNO-PADRE
              END-IF
           ELSE
              IF TB-88-FUSIONADO(WS-IX-ACUM)
                 GO TO 4310-AMPLITUD-DEPTO-EXIT
              END-IF
              MOVE TB-DEP-MGR-PRO(WS-IX-ACUM) TO WS-MGRNO-DEPTO
              MOVE TB-DEP-HC-PRO(WS-IX-ACUM)  TO WS-HC-DEPTO
              MOVE TB-DEP-PADRE-PRO(WS-IX-ACUM) TO WS-IX-PADRE
              IF WS-IX-PADRE NOT EQUAL ZERO
                 MOVE TB-DEP-MGR-PRO(WS-IX-PADRE) TO WS-MGRNO-PADRE
              END-IF
           END-IF

           IF WS-MGRNO-DEPTO EQUAL SPACES
              GO TO 4310-AMPLITUD-DEPTO-EXIT
           END-IF

           MOVE WS-MGRNO-DEPTO              TO WS-MGRNO-BUSCADO
           PERFORM 4350-UBICA-GERENTE
              THRU 4350-UBICA-GERENTE-EXIT

           IF WS-IX-GERENTE NOT EQUAL ZERO
              IF SI-VISTA-ACTUAL
                 ADD CT-1                   TO
                                     TB-GER-DEPTOS-ACT(WS-IX-GERENTE)
                 ADD WS-HC-DEPTO            TO
                                   TB-GER-AMPLITUD-ACT(WS-IX-GERENTE)
              ELSE
                 ADD CT-1                   TO
                                     TB-GER-DEPTOS-PRO(WS-IX-GERENTE)
                 ADD WS-HC-DEPTO            TO
                                   TB-GER-AMPLITUD-PRO(WS-IX-GERENTE)
              END-IF
           END-IF

      * EL GERENTE DEL DEPARTAMENTO REPORTA AL GERENTE DEL PADRE
           IF WS-MGRNO-PADRE EQUAL SPACES
              OR WS-MGRNO-PADRE EQUAL WS-MGRNO-DEPTO
              GO TO 4310-AMPLITUD-DEPTO-EXIT
           END-IF

           MOVE WS-MGRNO-PADRE              TO WS-MGRNO-BUSCADO
           PERFORM 4350-UBICA-GERENTE
              THRU 4350-UBICA-GERENTE-EXIT

           IF WS-IX-GERENTE NOT EQUAL ZERO
              IF SI-VISTA-ACTUAL
                 ADD CT-1                   TO
                                   TB-GER-AMPLITUD-ACT(WS-IX-GERENTE)
              ELSE
                 ADD CT-1                   TO
                                   TB-GER-AMPLITUD-PRO(WS-IX-GERENTE)
              END-IF
           END-IF.

      *****************************************************************
      *                   4310-AMPLITUD-DEPTO-EXIT                    *
      *****************************************************************
       4310-AMPLITUD-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                     4350-UBICA-GERENTE                        *
      *                                                                *
      *    - UBICA WS-MGRNO-BUSCADO EN LA TABLA DE GERENTES O LO       *
      *      AGREGA.  DEVUELVE WS-IX-GERENTE (CERO SI LA TABLA ESTA    *
      *      LLENA).                                                   *
      *****************************************************************
       4350-UBICA-GERENTE.

           MOVE ZERO                        TO WS-IX-GERENTE

           PERFORM 4360-COMPARA-GERENTE
              THRU 4360-COMPARA-GERENTE-EXIT
              VARYING WS-IX-BUSCA FROM 1 BY 1
              UNTIL WS-IX-BUSCA IS GREATER THAN TB-CANT-GERENTES
                 OR WS-IX-GERENTE NOT EQUAL ZERO

           IF WS-IX-GERENTE NOT EQUAL ZERO
              GO TO 4350-UBICA-GERENTE-EXIT
           END-IF

           IF TB-CANT-GERENTES IS NOT LESS THAN CT-MAX-GERENTES
              DISPLAY 'NEREO000: TABLA DE GERENTES LLENA - GERENTE '
                      WS-MGRNO-BUSCADO ' NO INFORMADO'
              PERFORM 9100-MARCA-AVISO
                 THRU 9100-MARCA-AVISO-EXIT
              GO TO 4350-UBICA-GERENTE-EXIT
           END-IF

           ADD CT-1                         TO TB-CANT-GERENTES
           MOVE TB-CANT-GERENTES            TO WS-IX-GERENTE
           INITIALIZE TB-GER-ELEM(WS-IX-GERENTE)
           MOVE WS-MGRNO-BUSCADO            TO
                                          TB-GER-MGRNO(WS-IX-GERENTE).

      *****************************************************************
      *                   4350-UBICA-GERENTE-EXIT                     *
      *****************************************************************
       4350-UBICA-GERENTE-EXIT.
           EXIT.
      *****************************************************************
      *                    4360-COMPARA-GERENTE                       *
      *****************************************************************
       4360-COMPARA-GERENTE.

           IF TB-GER-MGRNO(WS-IX-BUSCA) EQUAL WS-MGRNO-BUSCADO
              MOVE WS-IX-BUSCA              TO WS-IX-GERENTE
           END-IF.

      *****************************************************************
      *                  4360-COMPARA-GERENTE-EXIT                    *
      *****************************************************************
       4360-COMPARA-GERENTE-EXIT.
           EXIT.
      *****************************************************************
      *                     5000-IMPRIME-ARBOL                        *
      *                                                                *
      *    - JERARQUIA PROPUESTA, RECORRIDA EN PROFUNDIDAD DESDE CADA  *
      *      RAIZ COMO EN NEORG000.  LOS DEPARTAMENTOS NO VISITADOS    *
      *      CUELGAN DE UN CICLO O DE UN ADMRDEPT INEXISTENTE.         *
      *****************************************************************
       5000-IMPRIME-ARBOL.

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'JERARQUIA PROPUESTA'       TO LIN-SEC-TITULO
           WRITE REG-REPREO FROM WS-LINEA-SECCION
           WRITE REG-REPREO FROM WS-LINEA-ARBOL-COL

           PERFORM 5050-PROCESA-RAIZ
              THRU 5050-PROCESA-RAIZ-EXIT
              VARYING WS-IX-ACTUAL FROM 1 BY 1
              UNTIL WS-IX-ACTUAL IS GREATER THAN TB-CANT-DEPTOS

           PERFORM 5500-REPORTA-NO-ALCANZADO
              THRU 5500-REPORTA-NO-ALCANZADO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS.

      *****************************************************************
      *                   5000-IMPRIME-ARBOL-EXIT                     *
      *****************************************************************
       5000-IMPRIME-ARBOL-EXIT.
           EXIT.
      *****************************************************************
      *                      5050-PROCESA-RAIZ                        *
      *****************************************************************
       5050-PROCESA-RAIZ.

           IF TB-DEP-ADMR-PRO(WS-IX-ACTUAL) EQUAL
              TB-DEP-DEPTNO(WS-IX-ACTUAL)
              AND NOT TB-88-FUSIONADO(WS-IX-ACTUAL)
              AND NOT TB-88-VISITADO(WS-IX-ACTUAL)
              MOVE ZERO                     TO TB-TOPE-PILA
                                               WS-NIVEL-ACTUAL
              MOVE WS-IX-ACTUAL             TO WS-IX-APILAR
              PERFORM 5080-APILA-DEPTO
                 THRU 5080-APILA-DEPTO-EXIT
              PERFORM 5100-DESAPILA-E-IMPRIME
                 THRU 5100-DESAPILA-E-IMPRIME-EXIT
                 UNTIL TB-TOPE-PILA EQUAL ZERO
           END-IF.

      *****************************************************************
      *                    5050-PROCESA-RAIZ-EXIT                     *
      *****************************************************************
       5050-PROCESA-RAIZ-EXIT.
           EXIT.
      *****************************************************************
      *                       5080-APILA-DEPTO                        *
      *****************************************************************
       5080-APILA-DEPTO.

           IF TB-TOPE-PILA IS NOT LESS THAN CT-MAX-PILA
              DISPLAY 'NEREO000: PILA DESBORDADA - SE DETIENE LA RAMA'
              PERFORM 9100-MARCA-AVISO
                 THRU 9100-MARCA-AVISO-EXIT
              GO TO 5080-APILA-DEPTO-EXIT
           END-IF

           ADD CT-1                         TO TB-TOPE-PILA
           MOVE WS-IX-APILAR                TO TB-PILA-IX(TB-TOPE-PILA)
           MOVE WS-NIVEL-ACTUAL             TO
                                          TB-PILA-NIVEL(TB-TOPE-PILA).

      *****************************************************************
      *                    5080-APILA-DEPTO-EXIT                      *
      *****************************************************************
       5080-APILA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                   5100-DESAPILA-E-IMPRIME                     *
      *****************************************************************
       5100-DESAPILA-E-IMPRIME.

           MOVE TB-PILA-IX(TB-TOPE-PILA)    TO WS-IX-PADRE
           MOVE TB-PILA-NIVEL(TB-TOPE-PILA) TO WS-NIVEL-ACTUAL
           SUBTRACT CT-1                  FROM TB-TOPE-PILA

           IF TB-88-VISITADO(WS-IX-PADRE)
              MOVE TB-DEP-DEPTNO(WS-IX-PADRE) TO LIN-CIC-DEPTNO
              WRITE REG-REPREO FROM WS-LINEA-CICLO
              GO TO 5100-DESAPILA-E-IMPRIME-EXIT
           END-IF

           MOVE 'S'                         TO
                                          TB-DEP-VISITADO(WS-IX-PADRE)

           PERFORM 5200-IMPRIME-DEPTO
              THRU 5200-IMPRIME-DEPTO-EXIT

           ADD CT-1                         TO WS-NIVEL-ACTUAL

           PERFORM 5300-APILA-HIJOS
              THRU 5300-APILA-HIJOS-EXIT
              VARYING WS-IX-HIJO FROM 1 BY 1
              UNTIL WS-IX-HIJO IS GREATER THAN TB-CANT-DEPTOS.

      *****************************************************************
      *                5100-DESAPILA-E-IMPRIME-EXIT                   *
      *****************************************************************
       5100-DESAPILA-E-IMPRIME-EXIT.
           EXIT.
      *****************************************************************
      *                      5200-IMPRIME-DEPTO                       *
      *****************************************************************
       5200-IMPRIME-DEPTO.

           MOVE SPACES                      TO LIN-ARB-SANGRIA
           COMPUTE WS-SANGRIA = WS-NIVEL-ACTUAL * 2

           IF WS-SANGRIA IS GREATER THAN 20
              MOVE 20                       TO WS-SANGRIA
           END-IF

           IF WS-SANGRIA IS GREATER THAN ZEROS
              MOVE ALL '.'                  TO
                   LIN-ARB-SANGRIA(1:WS-SANGRIA)
           END-IF

           MOVE TB-DEP-DEPTNO(WS-IX-PADRE)  TO LIN-ARB-DEPTNO
           MOVE TB-DEP-NOMBRE(WS-IX-PADRE)  TO LIN-ARB-DEPTNAME
           MOVE TB-DEP-MGR-PRO(WS-IX-PADRE) TO LIN-ARB-MGRNO
           MOVE TB-DEP-HC-PRO(WS-IX-PADRE)  TO LIN-ARB-HC
           MOVE TB-DEP-CON-HC-PRO(WS-IX-PADRE) TO LIN-ARB-CON-HC

           MOVE WS-IX-PADRE                 TO WS-IX-ACUM
           PERFORM 6100-OBSERVACION
              THRU 6100-OBSERVACION-EXIT
           MOVE LIN-CMP-OBSERVACION         TO LIN-ARB-OBSERVACION

           WRITE REG-REPREO FROM WS-LINEA-ARBOL.

      *****************************************************************
      *                   5200-IMPRIME-DEPTO-EXIT                     *
      *****************************************************************
       5200-IMPRIME-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                       5300-APILA-HIJOS                        *
      *****************************************************************
       5300-APILA-HIJOS.

           IF TB-DEP-ADMR-PRO(WS-IX-HIJO) EQUAL
              TB-DEP-DEPTNO(WS-IX-PADRE)
              AND WS-IX-HIJO NOT EQUAL WS-IX-PADRE
              AND NOT TB-88-FUSIONADO(WS-IX-HIJO)
              AND NOT TB-88-VISITADO(WS-IX-HIJO)
              MOVE WS-IX-HIJO               TO WS-IX-APILAR
              PERFORM 5080-APILA-DEPTO
                 THRU 5080-APILA-DEPTO-EXIT
           END-IF.

      *****************************************************************
      *                    5300-APILA-HIJOS-EXIT                      *
      *****************************************************************
       5300-APILA-HIJOS-EXIT.
           EXIT.
      *****************************************************************
      *                  5500-REPORTA-NO-ALCANZADO                    *
      *****************************************************************
       5500-REPORTA-NO-ALCANZADO.

           IF NOT TB-88-VISITADO(WS-IX-ACUM)
              AND NOT TB-88-FUSIONADO(WS-IX-ACUM)
              ADD CT-1                      TO CN-NO-ALCANZADOS
              MOVE TB-DEP-DEPTNO(WS-IX-ACUM) TO LIN-NAL-DEPTNO
              WRITE REG-REPREO FROM WS-LINEA-NO-ALCANZADO
              PERFORM 9100-MARCA-AVISO
                 THRU 9100-MARCA-AVISO-EXIT
           END-IF.

      *****************************************************************
      *                5500-REPORTA-NO-ALCANZADO-EXIT                 *
      *****************************************************************
       5500-REPORTA-NO-ALCANZADO-EXIT.
           EXIT.
      *****************************************************************
      *                  6000-IMPRIME-COMPARATIVO                     *
      *                                                                *
      *    - HOY CONTRA PROPUESTA POR DEPARTAMENTO, CON EL TOTAL DE    *
      *      DOTACION Y COSTO PROPIOS DE CADA ESTRUCTURA               *
      *****************************************************************
       6000-IMPRIME-COMPARATIVO.

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'ESTRUCTURA DE HOY CONTRA PROPUESTA'
                                            TO LIN-SEC-TITULO
           WRITE REG-REPREO FROM WS-LINEA-SECCION
           WRITE REG-REPREO FROM WS-LINEA-CMP-GRUPO
           WRITE REG-REPREO FROM WS-LINEA-CMP-COL

           PERFORM 6050-COMPARA-DEPTO
              THRU 6050-COMPARA-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'TOTAL DOTACION Y COSTO (HOY / PROPUESTA)'
                                            TO LIN-TOT-TEXTO
           MOVE AC-HC-ACT                   TO LIN-TOT-HC-ACT
           MOVE AC-HC-PRO                   TO LIN-TOT-HC-PRO
           MOVE AC-COSTO-ACT                TO LIN-TOT-COSTO-ACT
           MOVE AC-COSTO-PRO                TO LIN-TOT-COSTO-PRO
           WRITE REG-REPREO FROM WS-LINEA-TOTAL.

      *****************************************************************
      *                6000-IMPRIME-COMPARATIVO-EXIT                  *
      *****************************************************************
       6000-IMPRIME-COMPARATIVO-EXIT.
           EXIT.
      *****************************************************************
      *                     6050-COMPARA-DEPTO                        *
      *****************************************************************
       6050-COMPARA-DEPTO.

           MOVE TB-DEP-DEPTNO(WS-IX-ACUM)   TO LIN-CMP-DEPTNO
           MOVE TB-DEP-NOMBRE(WS-IX-ACUM)   TO LIN-CMP-NOMBRE
           MOVE TB-DEP-ADMR-ACT(WS-IX-ACUM) TO LIN-CMP-ADMR-ACT
           MOVE TB-DEP-ADMR-PRO(WS-IX-ACUM) TO LIN-CMP-ADMR-PRO
           MOVE TB-DEP-MGR-ACT(WS-IX-ACUM)  TO LIN-CMP-MGR-ACT
           MOVE TB-DEP-MGR-PRO(WS-IX-ACUM)  TO LIN-CMP-MGR-PRO
           MOVE TB-DEP-NIVEL-ACT(WS-IX-ACUM) TO LIN-CMP-NIVEL-ACT
           MOVE TB-DEP-NIVEL-PRO(WS-IX-ACUM) TO LIN-CMP-NIVEL-PRO
           MOVE TB-DEP-HC-ACT(WS-IX-ACUM)   TO LIN-CMP-HC-ACT
           MOVE TB-DEP-HC-PRO(WS-IX-ACUM)   TO LIN-CMP-HC-PRO
           MOVE TB-DEP-CON-HC-ACT(WS-IX-ACUM) TO LIN-CMP-CON-HC-ACT
           MOVE TB-DEP-CON-HC-PRO(WS-IX-ACUM) TO LIN-CMP-CON-HC-PRO
           MOVE TB-DEP-CON-COSTO-ACT(WS-IX-ACUM)
                                            TO LIN-CMP-CON-COSTO-ACT
           MOVE TB-DEP-CON-COSTO-PRO(WS-IX-ACUM)
                                            TO LIN-CMP-CON-COSTO-PRO

           IF TB-88-FUSIONADO(WS-IX-ACUM)
              MOVE SPACES                   TO LIN-CMP-ADMR-PRO
                                               LIN-CMP-MGR-PRO
           END-IF

           PERFORM 6100-OBSERVACION
              THRU 6100-OBSERVACION-EXIT

           WRITE REG-REPREO FROM WS-LINEA-COMPARATIVO

           ADD TB-DEP-HC-ACT(WS-IX-ACUM)    TO AC-HC-ACT
           ADD TB-DEP-HC-PRO(WS-IX-ACUM)    TO AC-HC-PRO
           ADD TB-DEP-COSTO-ACT(WS-IX-ACUM) TO AC-COSTO-ACT
           ADD TB-DEP-COSTO-PRO(WS-IX-ACUM) TO AC-COSTO-PRO.

      *****************************************************************
      *                   6050-COMPARA-DEPTO-EXIT                     *
      *****************************************************************
       6050-COMPARA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      6100-OBSERVACION                         *
      *                                                                *
      *    - OBSERVACION DEL DEPARTAMENTO WS-IX-ACUM EN LA PROPUESTA   *
      *****************************************************************
       6100-OBSERVACION.

           MOVE SPACES                      TO LIN-CMP-OBSERVACION

           EVALUATE TRUE
               WHEN TB-88-FUSIONADO(WS-IX-ACUM)
                    STRING 'FUSIONADO EN '  DELIMITED BY SIZE
                           TB-DEP-FUSION-DESTINO(WS-IX-ACUM)
                                            DELIMITED BY SIZE
                      INTO LIN-CMP-OBSERVACION
                    END-STRING
               WHEN TB-DEP-NIVEL-PRO(WS-IX-ACUM) EQUAL CT-NIVEL-CICLO
                    MOVE 'CICLO EN ADMRDEPT'
                                            TO LIN-CMP-OBSERVACION
               WHEN TB-88-NUEVO(WS-IX-ACUM)
                    MOVE 'DEPTO NUEVO'      TO LIN-CMP-OBSERVACION
               WHEN TB-DEP-ADMR-PRO(WS-IX-ACUM) NOT EQUAL
                    TB-DEP-ADMR-ACT(WS-IX-ACUM)
                    MOVE 'CAMBIA DE ADMRDEPT'
                                            TO LIN-CMP-OBSERVACION
               WHEN TB-DEP-MGR-PRO(WS-IX-ACUM) NOT EQUAL
                    TB-DEP-MGR-ACT(WS-IX-ACUM)
                    MOVE 'CAMBIA DE GERENTE'
                                            TO LIN-CMP-OBSERVACION
               WHEN TB-DEP-HC-PRO(WS-IX-ACUM) NOT EQUAL
                    TB-DEP-HC-ACT(WS-IX-ACUM)
                    MOVE 'CAMBIA LA DOTACION'
                                            TO LIN-CMP-OBSERVACION
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *****************************************************************
      *                   6100-OBSERVACION-EXIT                       *
      *****************************************************************
       6100-OBSERVACION-EXIT.
           EXIT.
      *****************************************************************
      *                  6500-IMPRIME-POSICIONES                      *
      *                                                                *
      *    - CONTROL DE POSICIONES (DEPT_POSITIONS) HOY Y PROPUESTA:   *
      *      DIFERENCIA POSITIVA = EXCESO SOBRE LO AUTORIZADO,         *
      *      NEGATIVA = VACANTES, MEDIDO EN CABEZAS COMO NEPOS000      *
      *****************************************************************
       6500-IMPRIME-POSICIONES.

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'CONTROL DE POSICIONES AUTORIZADAS (HOY / PROPUESTA)'
                                            TO LIN-SEC-TITULO
           WRITE REG-REPREO FROM WS-LINEA-SECCION
           WRITE REG-REPREO FROM WS-LINEA-POS-COL

           PERFORM 6550-POSICIONES-DEPTO
              THRU 6550-POSICIONES-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS.

      *****************************************************************
      *                6500-IMPRIME-POSICIONES-EXIT                   *
      *****************************************************************
       6500-IMPRIME-POSICIONES-EXIT.
           EXIT.
      *****************************************************************
      *                   6550-POSICIONES-DEPTO                       *
      *****************************************************************
       6550-POSICIONES-DEPTO.

           IF NOT TB-88-TIENE-POS(WS-IX-ACUM)
              AND TB-DEP-HC-ACT(WS-IX-ACUM) EQUAL ZERO
              AND TB-DEP-HC-PRO(WS-IX-ACUM) EQUAL ZERO
              GO TO 6550-POSICIONES-DEPTO-EXIT
           END-IF

           MOVE TB-DEP-DEPTNO(WS-IX-ACUM)   TO LIN-POS-DEPTNO
           MOVE TB-DEP-NOMBRE(WS-IX-ACUM)   TO LIN-POS-NOMBRE
           MOVE TB-DEP-AUTORIZADOS(WS-IX-ACUM) TO LIN-POS-AUTORIZADOS
           MOVE TB-DEP-HC-ACT(WS-IX-ACUM)   TO LIN-POS-HC-ACT
           MOVE TB-DEP-HC-PRO(WS-IX-ACUM)   TO LIN-POS-HC-PRO

           COMPUTE WS-DIFERENCIA = TB-DEP-HC-ACT(WS-IX-ACUM)
                                 - TB-DEP-AUTORIZADOS(WS-IX-ACUM)
           MOVE WS-DIFERENCIA               TO LIN-POS-DIF-ACT

           IF WS-DIFERENCIA IS GREATER THAN ZERO
              AND NOT TB-88-NUEVO(WS-IX-ACUM)
              ADD CT-1                      TO CN-EXCEDIDOS-ACT
           END-IF

           COMPUTE WS-DIFERENCIA = TB-DEP-HC-PRO(WS-IX-ACUM)
                                 - TB-DEP-AUTORIZADOS(WS-IX-ACUM)
           MOVE WS-DIFERENCIA               TO LIN-POS-DIF-PRO

           EVALUATE TRUE
               WHEN TB-88-FUSIONADO(WS-IX-ACUM)
                    MOVE 'FUSIONADO: POSICIONES A REDISTRIBUIR'
                                            TO LIN-POS-OBSERVACION
               WHEN NOT TB-88-TIENE-POS(WS-IX-ACUM)
                    MOVE 'SIN POSICIONES AUTORIZADAS'
                                            TO LIN-POS-OBSERVACION
                    IF TB-DEP-HC-PRO(WS-IX-ACUM) IS GREATER THAN ZERO
                       ADD CT-1             TO CN-EXCEDIDOS-PRO
                    END-IF
               WHEN WS-DIFERENCIA IS GREATER THAN ZERO
                    MOVE 'EXCEDE LO AUTORIZADO'
                                            TO LIN-POS-OBSERVACION
                    ADD CT-1                TO CN-EXCEDIDOS-PRO
               WHEN WS-DIFERENCIA IS LESS THAN ZERO
                    MOVE 'CON VACANTES'     TO LIN-POS-OBSERVACION
               WHEN OTHER
                    MOVE SPACES             TO LIN-POS-OBSERVACION
           END-EVALUATE

           WRITE REG-REPREO FROM WS-LINEA-POSICIONES.

      *****************************************************************
      *                 6550-POSICIONES-DEPTO-EXIT                    *
      *****************************************************************
       6550-POSICIONES-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                   7000-IMPRIME-AMPLITUD                       *
      *****************************************************************
       7000-IMPRIME-AMPLITUD.

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'AMPLITUD DE CONTROL POR GERENTE (HOY / PROPUESTA)'
                                            TO LIN-SEC-TITULO
           WRITE REG-REPREO FROM WS-LINEA-SECCION
           WRITE REG-REPREO FROM WS-LINEA-AMP-COL

           PERFORM 7050-AMPLITUD-GERENTE
              THRU 7050-AMPLITUD-GERENTE-EXIT
              VARYING WS-IX-GERENTE FROM 1 BY 1
              UNTIL WS-IX-GERENTE IS GREATER THAN TB-CANT-GERENTES.

      *****************************************************************
      *                 7000-IMPRIME-AMPLITUD-EXIT                    *
      *****************************************************************
       7000-IMPRIME-AMPLITUD-EXIT.
           EXIT.
      *****************************************************************
      *                   7050-AMPLITUD-GERENTE                       *
      *****************************************************************
       7050-AMPLITUD-GERENTE.

           MOVE TB-GER-MGRNO(WS-IX-GERENTE) TO LIN-AMP-MGRNO
                                               DCLEMP-EMPNO
           MOVE SPACES                      TO LIN-AMP-NOMBRE

           EXEC SQL
              SELECT FIRSTNME,
                     LASTNAME
                INTO :DCLEMP-FIRSTNME,
                     :DCLEMP-LASTNAME
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    STRING DCLEMP-FIRSTNME DELIMITED BY '  '
                           ' '              DELIMITED BY SIZE
                           DCLEMP-LASTNAME  DELIMITED BY SIZE
                      INTO LIN-AMP-NOMBRE
                    END-STRING
               WHEN +100
                    MOVE '** NO EXISTE EN EMP **'
                                            TO LIN-AMP-NOMBRE
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO GERENTE. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE

           MOVE TB-GER-DEPTOS-ACT(WS-IX-GERENTE) TO LIN-AMP-DEPTOS-ACT
           MOVE TB-GER-DEPTOS-PRO(WS-IX-GERENTE) TO LIN-AMP-DEPTOS-PRO
           MOVE TB-GER-AMPLITUD-ACT(WS-IX-GERENTE)
                                            TO LIN-AMP-AMPLITUD-ACT
           MOVE TB-GER-AMPLITUD-PRO(WS-IX-GERENTE)
                                            TO LIN-AMP-AMPLITUD-PRO
           COMPUTE WS-DIFERENCIA = TB-GER-AMPLITUD-PRO(WS-IX-GERENTE)
                                 - TB-GER-AMPLITUD-ACT(WS-IX-GERENTE)
           MOVE WS-DIFERENCIA               TO LIN-AMP-DIFERENCIA

           EVALUATE TRUE
               WHEN TB-GER-DEPTOS-ACT(WS-IX-GERENTE) EQUAL ZERO
                    AND TB-GER-DEPTOS-PRO(WS-IX-GERENTE) NOT EQUAL ZERO
                    MOVE 'NUEVO GERENTE'    TO LIN-AMP-OBSERVACION
               WHEN TB-GER-DEPTOS-PRO(WS-IX-GERENTE) EQUAL ZERO
                    AND TB-GER-DEPTOS-ACT(WS-IX-GERENTE) NOT EQUAL ZERO
                    MOVE 'DEJA DE GERENCIAR'
                                            TO LIN-AMP-OBSERVACION
               WHEN OTHER
                    MOVE SPACES             TO LIN-AMP-OBSERVACION
           END-EVALUATE

           WRITE REG-REPREO FROM WS-LINEA-AMPLITUD.

      *****************************************************************
      *                 7050-AMPLITUD-GERENTE-EXIT                    *
      *****************************************************************
       7050-AMPLITUD-GERENTE-EXIT.
           EXIT.
      *****************************************************************
      *                  7500-IMPRIME-BRECHAS-GLM                     *
      *                                                                *
      *    - DEPARTAMENTOS DE LA PROPUESTA SIN CUENTAS EN GL_MAPPING:  *
      *      SUS COSTOS NO TENDRIAN DONDE CONTABILIZARSE EN NEPOST00   *
      *****************************************************************
       7500-IMPRIME-BRECHAS-GLM.

           WRITE REG-REPREO FROM WS-LINEA-BLANCO
           MOVE 'DEPARTAMENTOS DE LA PROPUESTA SIN GL_MAPPING'
                                            TO LIN-SEC-TITULO
           WRITE REG-REPREO FROM WS-LINEA-SECCION
           WRITE REG-REPREO FROM WS-LINEA-GLM-COL

           PERFORM 7550-BRECHA-DEPTO
              THRU 7550-BRECHA-DEPTO-EXIT
              VARYING WS-IX-ACUM FROM 1 BY 1
              UNTIL WS-IX-ACUM IS GREATER THAN TB-CANT-DEPTOS.

      *****************************************************************
      *                7500-IMPRIME-BRECHAS-GLM-EXIT                  *
      *****************************************************************
       7500-IMPRIME-BRECHAS-GLM-EXIT.
           EXIT.
      *****************************************************************
      *                     7550-BRECHA-DEPTO                         *
      *****************************************************************
       7550-BRECHA-DEPTO.

           IF TB-88-FUSIONADO(WS-IX-ACUM)
              OR TB-88-TIENE-GLM(WS-IX-ACUM)
              GO TO 7550-BRECHA-DEPTO-EXIT
           END-IF

           MOVE TB-DEP-DEPTNO(WS-IX-ACUM)   TO LIN-GLM-DEPTNO
           MOVE TB-DEP-NOMBRE(WS-IX-ACUM)   TO LIN-GLM-NOMBRE
           MOVE TB-DEP-HC-ACT(WS-IX-ACUM)   TO LIN-GLM-HC-ACT
           MOVE TB-DEP-HC-PRO(WS-IX-ACUM)   TO LIN-GLM-HC-PRO

           EVALUATE TRUE
               WHEN TB-88-NUEVO(WS-IX-ACUM)
                    MOVE 'DEPTO NUEVO: DAR DE ALTA LAS CUENTAS'
                                            TO LIN-GLM-OBSERVACION
                    ADD CT-1                TO CN-BRECHAS-GLM
               WHEN TB-DEP-HC-ACT(WS-IX-ACUM) EQUAL ZERO
                    AND TB-DEP-HC-PRO(WS-IX-ACUM) IS GREATER THAN ZERO
                    MOVE 'RECIBE DOTACION SIN CUENTAS'
                                            TO LIN-GLM-OBSERVACION
                    ADD CT-1                TO CN-BRECHAS-GLM
               WHEN OTHER
                    MOVE 'SIN CUENTAS YA HOY'
                                            TO LIN-GLM-OBSERVACION
           END-EVALUATE

           WRITE REG-REPREO FROM WS-LINEA-GLM.

      *****************************************************************
      *                   7550-BRECHA-DEPTO-EXIT                      *
      *****************************************************************
       7550-BRECHA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                       9100-MARCA-AVISO                        *
      *****************************************************************
       9100-MARCA-AVISO.

           IF RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                     9100-MARCA-AVISO-EXIT                     *
      *****************************************************************
       9100-MARCA-AVISO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEREO000              *'
           DISPLAY 'DEPARTAMENTOS CARGADOS:     ' CN-DEPTOS-CARGADOS
           DISPLAY 'REGISTROS DE PROPUESTA:     ' CN-PROPUESTAS-LEIDAS
           DISPLAY 'APLICADOS:                  '
                   CN-PROPUESTAS-APLICADAS
           DISPLAY 'RECHAZADOS:                 '
                   CN-PROPUESTAS-RECHAZADAS
           DISPLAY 'DEPARTAMENTOS NUEVOS:       ' CN-DEPTOS-NUEVOS
           DISPLAY 'FUSIONES:                   ' CN-FUSIONES
           DISPLAY 'TRASLADOS DE EMPLEADOS:     ' CN-TRASLADOS
           DISPLAY 'CICLOS EN LA PROPUESTA:     ' CN-CICLOS
           DISPLAY 'DEPTOS NO ALCANZADOS:       ' CN-NO-ALCANZADOS
           DISPLAY 'EXCEDIDOS HOY:              ' CN-EXCEDIDOS-ACT
           DISPLAY 'EXCEDIDOS EN LA PROPUESTA:  ' CN-EXCEDIDOS-PRO
           DISPLAY 'BRECHAS NUEVAS GL_MAPPING:  ' CN-BRECHAS-GLM
           DISPLAY '***********************************************'

           CLOSE PROPREO
                 REPREO

           GOBACK.
