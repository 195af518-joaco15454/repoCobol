      *****************************************************************
      * Program name:    NECOM000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly sales       *
      *                          commission: the VENTAS feed (sales   *
      *                          per employee, period and product     *
      *                          line) is registered in INTF_FILES    *
      *                          via NE9CFIL0, sorted and totalled    *
      *                          per salesperson; quota attainment    *
      *                          picks the tier of the COMM_PLAN of   *
      *                          the employee's JOB, whose rate on    *
      *                          the period's sales is added to       *
      *                          VAR_PAY for the payroll extract.     *
      *                          REPCOM carries one statement per     *
      *                          salesperson; invalid records go to   *
      *                          VTRECH with the reason.              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NECOM000.
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

           SELECT VENTAS   ASSIGN TO VENTAS
                           FILE STATUS IS FS-VENTAS.

           SELECT VTRECH   ASSIGN TO VTRECH
                           FILE STATUS IS FS-VTRECH.

           SELECT SORTWORK ASSIGN TO SORTWK1.

           SELECT REPCOM   ASSIGN TO REPCOM
                           FILE STATUS IS FS-REPCOM.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      VENTAS DEL MES POR EMPLEADO, PERIODO Y LINEA DE PRODUCTO *
      *****************************************************************
       FD  VENTAS
           RECORDING MODE IS F
           RECORD CONTAINS 030 CHARACTERS.
       01  REG-VENTAS.
           05 VTA-EMPNO                     PIC X(06).
           05 VTA-PERIODO                   PIC X(06).
           05 VTA-PERIODO-R REDEFINES VTA-PERIODO.
              10 VTA-PER-AAAA               PIC 9(04).
              10 VTA-PER-MM                 PIC 9(02).
           05 VTA-IMPORTE                   PIC 9(09)V9(02).
           05 VTA-LINEA                     PIC X(04).
           05 FILLER                        PIC X(03).

       FD  VTRECH
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-VTRECH.
           05 RCH-MOTIVO                    PIC X(40).
           05 RCH-REGISTRO                  PIC X(30).
           05 FILLER                        PIC X(10).

      *****************************************************************
      *      VENTAS VALIDAS ORDENADAS POR EMPLEADO, PERIODO Y LINEA   *
      *****************************************************************
       SD  SORTWORK.
       01  REG-SORTWORK.
           05 SORT-EMPNO                    PIC X(06).
           05 SORT-PERIODO                  PIC X(06).
           05 FILLER                        PIC X(11).
           05 SORT-LINEA                    PIC X(04).
           05 FILLER                        PIC X(03).

       FD  REPCOM
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPCOM              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-VENTAS                     PIC X(02) VALUE SPACES.
           05 FS-VTRECH                     PIC X(02) VALUE SPACES.
           05 FS-REPCOM                     PIC X(02) VALUE SPACES.
           05 WS-CONTADOR                   PIC S9(09) COMP VALUE ZERO.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
           05 WS-EMPNO-ACTUAL               PIC X(06) VALUE SPACES.
           05 WS-PERIODO-ACTUAL             PIC X(06) VALUE SPACES.
           05 WS-LINEA-ACTUAL               PIC X(04) VALUE SPACES.
           05 WS-VENTAS-LINEA               PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-VENTAS-EMPLEADO            PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-PCT-CUMPLIMIENTO           PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-COMISION                   PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-TOTAL-COMISIONES           PIC S9(11)V9(02) COMP-3
                                            VALUE ZEROS.

      *****************************************************************
      *      REGISTRO DEVUELTO POR EL SORT (MISMO LAYOUT QUE VENTAS)  *
      *****************************************************************
           05 WS-VTA-LEIDO.
              10 LEI-EMPNO                  PIC X(06).
              10 LEI-PERIODO                PIC X(06).
              10 LEI-IMPORTE                PIC 9(09)V9(02).
              10 LEI-LINEA                  PIC X(04).
              10 FILLER                     PIC X(03).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.
           05 SW-FIN-PREVIA                 PIC X(01) VALUE 'N'.
              88 SI-FIN-PREVIA                        VALUE 'S'.
           05 SW-FIN-SORT                   PIC X(01) VALUE 'N'.
              88 SI-FIN-SORT                          VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-100                        PIC 9(03) VALUE 100.
           05 CT-PCT-SIN-CUOTA              PIC 9(03)V9(02)
                                            VALUE 999,99.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NECOM000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-ARCHIVO-VENTAS             PIC X(08) VALUE 'VENTAS'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(05).
           05 CN-REGISTROS-CLASIFICADOS     PIC 9(05).
           05 CN-REGISTROS-RECHAZADOS       PIC 9(05).
           05 CN-VENDEDORES                 PIC 9(05).
           05 CN-SIN-TRAMO                  PIC 9(05).
           05 CN-VENTAS-PREVIA              PIC S9(09) COMP.
           05 AC-HASH-VENTAS                PIC S9(13) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(40) VALUE
              "LIQUIDACION DE COMISIONES SOBRE VENTAS  ".
           05 FILLER                        PIC X(10) VALUE
              "PROCESO:  ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-EMPLEADO.
           05 FILLER                        PIC X(10) VALUE
              "EMPLEADO: ".
           05 LIN-EMP-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(02) VALUE ", ".
           05 LIN-EMP-FIRSTNME              PIC X(12).
           05 FILLER                        PIC X(09) VALUE
              " PUESTO: ".
           05 LIN-EMP-JOB                   PIC X(08).
           05 FILLER                        PIC X(10) VALUE
              " PERIODO: ".
           05 LIN-EMP-PERIODO               PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.

       01  WS-LINEA-PRODUCTO.
           05 FILLER                        PIC X(21) VALUE
              "   LINEA DE PRODUCTO ".
           05 LIN-PRD-LINEA                 PIC X(04).
           05 FILLER                        PIC X(10) VALUE
              "  VENTAS: ".
           05 LIN-PRD-VENTAS                PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(31) VALUE SPACES.

       01  WS-LINEA-TOTAL-VENTAS.
           05 FILLER                        PIC X(17) VALUE
              "   TOTAL VENTAS: ".
           05 LIN-TOT-VENTAS                PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(09) VALUE
              "  CUOTA: ".
           05 LIN-TOT-CUOTA                 PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(16) VALUE
              "  CUMPLIMIENTO: ".
           05 LIN-TOT-PCT                   PIC ZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE "% ".

       01  WS-LINEA-COMISION.
           05 FILLER                        PIC X(20) VALUE
              "   TRAMO ALCANZADO: ".
           05 LIN-COM-TRAMO                 PIC Z9.
           05 FILLER                        PIC X(08) VALUE
              "  TASA: ".
           05 LIN-COM-TASA                  PIC 9,9999.
           05 FILLER                        PIC X(12) VALUE
              "  COMISION: ".
           05 LIN-COM-IMPORTE               PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(22) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(24) VALUE
              "TOTAL COMISIONES        ".
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TOT-COMISIONES            PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(40) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECFIL0-01.
           COPY NEECFIL0.

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
              INCLUDE NEGTCPL
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVPY
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

           SORT SORTWORK
              ON ASCENDING KEY SORT-EMPNO
                               SORT-PERIODO
                               SORT-LINEA
              INPUT  PROCEDURE IS 2000-CARGA-SORT
                         THRU  2000-CARGA-SORT-EXIT
              OUTPUT PROCEDURE IS 3000-LIQUIDA
                         THRU  3000-LIQUIDA-EXIT

           PERFORM 4000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

      * EL CONTROL DE ARCHIVO DUPLICADO VA ANTES DE CARGAR NADA:
      * UN VENTAS RETRANSMITIDO PAGARIA LA COMISION DOS VECES
           PERFORM 1050-VERIFICA-VENTAS
              THRU 1050-VERIFICA-VENTAS-EXIT

           OPEN INPUT VENTAS

           IF FS-VENTAS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR VENTAS. FILE STATUS=' FS-VENTAS
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT VTRECH

           IF FS-VTRECH NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR VTRECH. FILE STATUS=' FS-VTRECH
              MOVE 8                         TO RETURN-CODE
              CLOSE VENTAS
              GOBACK
           END-IF

           OPEN OUTPUT REPCOM

           IF FS-REPCOM NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPCOM. FILE STATUS=' FS-REPCOM
              MOVE 8                         TO RETURN-CODE
              CLOSE VENTAS
                    VTRECH
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO LIN-TIT-FECHA
           WRITE REG-REPCOM FROM WS-LINEA-TITULO.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1050-VERIFICA-VENTAS                     *
      *                                                                *
      *    - PASADA PREVIA: CUENTA LOS REGISTROS Y ACUMULA EL HASH     *
      *      DE LEGAJOS, Y REGISTRA LA IDENTIDAD DEL ARCHIVO EN        *
      *      INTF_FILES VIA NE9CFIL0. UN ARCHIVO YA PROCESADO SE       *
      *      RECHAZA AQUI                                              *
      *****************************************************************
       1050-VERIFICA-VENTAS.

           OPEN INPUT VENTAS

           IF FS-VENTAS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR VENTAS. FILE STATUS=' FS-VENTAS
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE 'N'                         TO SW-FIN-PREVIA
           MOVE ZEROS                       TO CN-VENTAS-PREVIA
                                               AC-HASH-VENTAS

           PERFORM 1060-CUENTA-VENTAS
              THRU 1060-CUENTA-VENTAS-EXIT
             UNTIL SI-FIN-PREVIA

           CLOSE VENTAS

           INITIALIZE WS-NEECFIL0-01
           SET FIL0-88-ENTRADA              TO TRUE
           MOVE CT-ARCHIVO-VENTAS           TO FIL0-ARCHIVO
           MOVE FEC0-FECHA-ISO              TO FIL0-FECHA-PROCESO
           MOVE CN-VENTAS-PREVIA            TO FIL0-CANTIDAD
           MOVE AC-HASH-VENTAS              TO FIL0-HASH
           MOVE CT-PROGRAMA                 TO FIL0-PROGRAMA

           CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

           IF FIL0-88-YA-PROCESADO
              DISPLAY 'NECOM000: EL VENTAS YA FUE PROCESADO '
                      '(MISMA CANTIDAD Y HASH) - ARCHIVO RECHAZADO'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF

           IF FIL0-88-ERROR-DB2
              DISPLAY 'NECOM000: ERROR REGISTRANDO EL VENTAS. '
                      'SQLCODE: ' FIL0-SQLCODE
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                   1050-VERIFICA-VENTAS-EXIT                   *
      *****************************************************************
       1050-VERIFICA-VENTAS-EXIT.
           EXIT.
      *****************************************************************
      *                       1060-CUENTA-VENTAS                      *
      *****************************************************************
       1060-CUENTA-VENTAS.

           READ VENTAS
               AT END
                   SET SI-FIN-PREVIA        TO TRUE
                   GO TO 1060-CUENTA-VENTAS-EXIT
           END-READ

           ADD CT-1                         TO CN-VENTAS-PREVIA

           IF VTA-EMPNO IS NUMERIC
              MOVE VTA-EMPNO                TO WS-EMPNO-NUM
              ADD WS-EMPNO-NUM              TO AC-HASH-VENTAS
           END-IF.

      *****************************************************************
      *                    1060-CUENTA-VENTAS-EXIT                    *
      *****************************************************************
       1060-CUENTA-VENTAS-EXIT.
           EXIT.
      *****************************************************************
      *                       2000-CARGA-SORT                         *
      *                                                                *
      *    - VALIDA CADA VENTA Y LIBERA AL SORT LAS CORRECTAS; LAS     *
      *      DEMAS VAN A VTRECH CON EL MOTIVO                          *
      *****************************************************************
       2000-CARGA-SORT.

           PERFORM 2100-LEER-ARCHIVO
              THRU 2100-LEER-ARCHIVO-EXIT

           PERFORM 2200-VALIDA-REGISTRO
              THRU 2200-VALIDA-REGISTRO-EXIT
              UNTIL SI-FIN-ARCHIVO.

      *****************************************************************
      *                     2000-CARGA-SORT-EXIT                      *
      *****************************************************************
       2000-CARGA-SORT-EXIT.
           EXIT.
      *****************************************************************
      *                        2100-LEER-ARCHIVO                      *
      *****************************************************************
       2100-LEER-ARCHIVO.

           READ VENTAS
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ

           IF NO-FIN-ARCHIVO
              ADD CT-1                      TO CN-REGISTROS-LEIDOS
           END-IF.

      *****************************************************************
      *                      2100-LEER-ARCHIVO-EXIT                   *
      *****************************************************************
       2100-LEER-ARCHIVO-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-VALIDA-REGISTRO                      *
      *****************************************************************
       2200-VALIDA-REGISTRO.

           IF VTA-EMPNO EQUAL SPACES OR LOW-VALUES
              OR VTA-EMPNO IS NOT NUMERIC
              MOVE 'EMPNO VACIO O NO NUMERICO'   TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-SIGUE
           END-IF

           IF VTA-PERIODO IS NOT NUMERIC
              OR VTA-PER-MM LESS THAN 1
              OR VTA-PER-MM GREATER THAN 12
              MOVE 'PERIODO INVALIDO (AAAAMM)'   TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-SIGUE
           END-IF

           IF VTA-IMPORTE IS NOT NUMERIC
              OR VTA-IMPORTE EQUAL ZEROS
              MOVE 'IMPORTE NO NUMERICO O CERO'   TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-SIGUE
           END-IF

           IF VTA-LINEA EQUAL SPACES OR LOW-VALUES
              MOVE 'LINEA DE PRODUCTO VACIA'      TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-SIGUE
           END-IF

           MOVE VTA-EMPNO                   TO DCLEMP-EMPNO

           EXEC SQL
              SELECT JOB
                INTO :DCLEMP-JOB
                FROM NEOSB36.EMP
               WHERE EMPNO     = :DCLEMP-EMPNO
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    MOVE 'EMPLEADO INEXISTENTE O INACTIVO'
                                            TO RCH-MOTIVO
                    PERFORM 2900-GRABA-RECHAZO
                       THRU 2900-GRABA-RECHAZO-EXIT
                    GO TO 2200-VALIDA-SIGUE
               WHEN OTHER
                    DISPLAY 'NECOM000: ERROR DB2 VALIDANDO EMPNO. '
                            'SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-ARCHIVO      TO TRUE
                    GO TO 2200-VALIDA-REGISTRO-EXIT
           END-EVALUATE

           MOVE DCLEMP-JOB                  TO DCLCPL-JOB
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.COMM_PLAN
               WHERE JOB = :DCLCPL-JOB
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECOM000: ERROR DB2 LEYENDO PLAN. SQLCODE='
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-ARCHIVO            TO TRUE
              GO TO 2200-VALIDA-REGISTRO-EXIT
           END-IF

           IF WS-CONTADOR EQUAL ZEROS
              MOVE 'PUESTO SIN PLAN DE COMISIONES'
                                            TO RCH-MOTIVO
              PERFORM 2900-GRABA-RECHAZO
                 THRU 2900-GRABA-RECHAZO-EXIT
              GO TO 2200-VALIDA-SIGUE
           END-IF

           RELEASE REG-SORTWORK FROM REG-VENTAS
           ADD CT-1                        TO CN-REGISTROS-CLASIFICADOS.

       2200-VALIDA-SIGUE.

           PERFORM 2100-LEER-ARCHIVO
              THRU 2100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                  2200-VALIDA-REGISTRO-EXIT                    *
      *****************************************************************
       2200-VALIDA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-GRABA-RECHAZO                       *
      *****************************************************************
       2900-GRABA-RECHAZO.

           MOVE REG-VENTAS                  TO RCH-REGISTRO
           WRITE REG-VTRECH
           ADD CT-1                         TO CN-REGISTROS-RECHAZADOS.

      *****************************************************************
      *                   2900-GRABA-RECHAZO-EXIT                     *
      *****************************************************************
       2900-GRABA-RECHAZO-EXIT.
           EXIT.
      *****************************************************************
      *                         3000-LIQUIDA                          *
      *                                                                *
      *    - CORTE DE CONTROL POR EMPLEADO + PERIODO (LIQUIDACION) Y   *
      *      POR LINEA DE PRODUCTO (RENGLON DEL RESUMEN)               *
      *****************************************************************
       3000-LIQUIDA.

           PERFORM 3050-RETORNA-SORT
              THRU 3050-RETORNA-SORT-EXIT

           PERFORM 3100-LIQUIDA-VENDEDOR
              THRU 3100-LIQUIDA-VENDEDOR-EXIT
              UNTIL SI-FIN-SORT.

      *****************************************************************
      *                       3000-LIQUIDA-EXIT                       *
      *****************************************************************
       3000-LIQUIDA-EXIT.
           EXIT.
      *****************************************************************
      *                      3050-RETORNA-SORT                        *
      *****************************************************************
       3050-RETORNA-SORT.

           RETURN SORTWORK INTO WS-VTA-LEIDO
              AT END
                 SET SI-FIN-SORT            TO TRUE
           END-RETURN.

      *****************************************************************
      *                    3050-RETORNA-SORT-EXIT                     *
      *****************************************************************
       3050-RETORNA-SORT-EXIT.
           EXIT.
      *****************************************************************
      *                    3100-LIQUIDA-VENDEDOR                      *
      *****************************************************************
       3100-LIQUIDA-VENDEDOR.

           MOVE LEI-EMPNO                   TO WS-EMPNO-ACTUAL
           MOVE LEI-PERIODO                 TO WS-PERIODO-ACTUAL
           MOVE ZEROS                       TO WS-VENTAS-EMPLEADO

           MOVE WS-EMPNO-ACTUAL             TO DCLEMP-EMPNO

           EXEC SQL
              SELECT FIRSTNME,
                     LASTNAME,
                     JOB
                INTO :DCLEMP-FIRSTNME,
                     :DCLEMP-LASTNAME,
                     :DCLEMP-JOB
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECOM000: ERROR DB2 LEYENDO EMPLEADO '
                      WS-EMPNO-ACTUAL ' SQLCODE=' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-SORT               TO TRUE
              GO TO 3100-LIQUIDA-VENDEDOR-EXIT
           END-IF

           MOVE WS-EMPNO-ACTUAL             TO LIN-EMP-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-EMP-LASTNAME
           MOVE DCLEMP-FIRSTNME             TO LIN-EMP-FIRSTNME
           MOVE DCLEMP-JOB                  TO LIN-EMP-JOB
           MOVE WS-PERIODO-ACTUAL           TO LIN-EMP-PERIODO
           MOVE SPACES                      TO REG-REPCOM
           WRITE REG-REPCOM
           WRITE REG-REPCOM FROM WS-LINEA-EMPLEADO

           PERFORM 3200-TOTALIZA-LINEA
              THRU 3200-TOTALIZA-LINEA-EXIT
              UNTIL SI-FIN-SORT
                 OR LEI-EMPNO   NOT EQUAL WS-EMPNO-ACTUAL
                 OR LEI-PERIODO NOT EQUAL WS-PERIODO-ACTUAL

           PERFORM 3300-CALCULA-COMISION
              THRU 3300-CALCULA-COMISION-EXIT

           IF RETURN-CODE EQUAL 8
              SET SI-FIN-SORT               TO TRUE
              GO TO 3100-LIQUIDA-VENDEDOR-EXIT
           END-IF

           IF WS-COMISION IS GREATER THAN ZEROS
              PERFORM 3400-GRABA-VARPAY
                 THRU 3400-GRABA-VARPAY-EXIT
           END-IF

           ADD CT-1                         TO CN-VENDEDORES
           ADD WS-COMISION                  TO WS-TOTAL-COMISIONES.

      *****************************************************************
      *                  3100-LIQUIDA-VENDEDOR-EXIT                   *
      *****************************************************************
       3100-LIQUIDA-VENDEDOR-EXIT.
           EXIT.
      *****************************************************************
      *                    3200-TOTALIZA-LINEA                        *
      *****************************************************************
       3200-TOTALIZA-LINEA.

           MOVE LEI-LINEA                   TO WS-LINEA-ACTUAL
           MOVE ZEROS                       TO WS-VENTAS-LINEA

           PERFORM 3210-ACUMULA-VENTA
              THRU 3210-ACUMULA-VENTA-EXIT
              UNTIL SI-FIN-SORT
                 OR LEI-EMPNO   NOT EQUAL WS-EMPNO-ACTUAL
                 OR LEI-PERIODO NOT EQUAL WS-PERIODO-ACTUAL
                 OR LEI-LINEA   NOT EQUAL WS-LINEA-ACTUAL

           MOVE WS-LINEA-ACTUAL             TO LIN-PRD-LINEA
           MOVE WS-VENTAS-LINEA             TO LIN-PRD-VENTAS
           WRITE REG-REPCOM FROM WS-LINEA-PRODUCTO

           ADD WS-VENTAS-LINEA              TO WS-VENTAS-EMPLEADO.

      *****************************************************************
      *                  3200-TOTALIZA-LINEA-EXIT                     *
      *****************************************************************
       3200-TOTALIZA-LINEA-EXIT.
           EXIT.
      *****************************************************************
      *                    3210-ACUMULA-VENTA                         *
      *****************************************************************
       3210-ACUMULA-VENTA.

           ADD LEI-IMPORTE                  TO WS-VENTAS-LINEA

           PERFORM 3050-RETORNA-SORT
              THRU 3050-RETORNA-SORT-EXIT.

      *****************************************************************
      *                  3210-ACUMULA-VENTA-EXIT                      *
      *****************************************************************
       3210-ACUMULA-VENTA-EXIT.
           EXIT.
      *****************************************************************
      *                   3300-CALCULA-COMISION                       *
      *                                                                *
      *    - EL CUMPLIMIENTO ES VENTAS / CUOTA DEL PLAN DEL PUESTO;    *
      *      EL TRAMO ALCANZADO ES EL DE MAYOR PORCENTAJE DESDE NO     *
      *      SUPERIOR AL CUMPLIMIENTO, Y SU TASA SE APLICA SOBRE EL    *
      *      TOTAL VENDIDO EN EL PERIODO.  POR DEBAJO DEL PRIMER       *
      *      TRAMO NO HAY COMISION (TRAMO 0).                          *
      *****************************************************************
       3300-CALCULA-COMISION.

           MOVE ZEROS                       TO WS-COMISION
                                               DCLCPL-TRAMO
                                               DCLCPL-TASA
           MOVE DCLEMP-JOB                  TO DCLCPL-JOB

           EXEC SQL
              SELECT MAX(CUOTA)
                INTO :DCLCPL-CUOTA
                FROM NEOSB36.COMM_PLAN
               WHERE JOB = :DCLCPL-JOB
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECOM000: ERROR DB2 LEYENDO CUOTA. SQLCODE='
                      SQLCODE
              MOVE 8                        TO RETURN-CODE
              GO TO 3300-CALCULA-COMISION-EXIT
           END-IF

           IF DCLCPL-CUOTA EQUAL ZEROS
              MOVE CT-PCT-SIN-CUOTA         TO WS-PCT-CUMPLIMIENTO
           ELSE
              COMPUTE WS-PCT-CUMPLIMIENTO ROUNDED =
                      WS-VENTAS-EMPLEADO * CT-100 / DCLCPL-CUOTA
                 ON SIZE ERROR
                    MOVE CT-PCT-SIN-CUOTA   TO WS-PCT-CUMPLIMIENTO
              END-COMPUTE
           END-IF

           IF WS-PCT-CUMPLIMIENTO GREATER THAN CT-PCT-SIN-CUOTA
              MOVE CT-PCT-SIN-CUOTA         TO DCLCPL-PCTDESDE
           ELSE
              MOVE WS-PCT-CUMPLIMIENTO      TO DCLCPL-PCTDESDE
           END-IF

           EXEC SQL
              SELECT TRAMO,
                     TASA
                INTO :DCLCPL-TRAMO,
                     :DCLCPL-TASA
                FROM NEOSB36.COMM_PLAN
               WHERE JOB       = :DCLCPL-JOB
                 AND PCTDESDE <= :DCLCPL-PCTDESDE
               ORDER BY PCTDESDE DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    COMPUTE WS-COMISION ROUNDED =
                            WS-VENTAS-EMPLEADO * DCLCPL-TASA
               WHEN +100
                    ADD CT-1                TO CN-SIN-TRAMO
               WHEN OTHER
                    DISPLAY 'NECOM000: ERROR DB2 LEYENDO TRAMO. '
                            'SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    GO TO 3300-CALCULA-COMISION-EXIT
           END-EVALUATE

           MOVE WS-VENTAS-EMPLEADO          TO LIN-TOT-VENTAS
           MOVE DCLCPL-CUOTA                TO LIN-TOT-CUOTA
           MOVE WS-PCT-CUMPLIMIENTO         TO LIN-TOT-PCT
           WRITE REG-REPCOM FROM WS-LINEA-TOTAL-VENTAS

           MOVE DCLCPL-TRAMO                TO LIN-COM-TRAMO
           MOVE DCLCPL-TASA                 TO LIN-COM-TASA
           MOVE WS-COMISION                 TO LIN-COM-IMPORTE
           WRITE REG-REPCOM FROM WS-LINEA-COMISION.

      *****************************************************************
      *                 3300-CALCULA-COMISION-EXIT                    *
      *****************************************************************
       3300-CALCULA-COMISION-EXIT.
           EXIT.
      *****************************************************************
      *                      3400-GRABA-VARPAY                        *
      *                                                                *
      *    - LA COMISION SE SUMA AL PAGO VARIABLE DEL PERIODO; SI EL   *
      *      EMPLEADO YA TIENE FILA (HORAS EXTRA, INCENTIVOS DE        *
      *      NEVPL000) EL IMPORTE SE ACUMULA                           *
      *****************************************************************
       3400-GRABA-VARPAY.

           MOVE WS-EMPNO-ACTUAL             TO DCLVPY-EMPNO
           MOVE WS-PERIODO-ACTUAL           TO DCLVPY-PERIODO
           MOVE WS-COMISION                 TO DCLVPY-IMPORTE

           EXEC SQL
              INSERT INTO NEOSB36.VAR_PAY
              (
                    EMPNO,
                    PERIODO,
                    IMPORTE
              )
              VALUES
              (
                   :DCLVPY-EMPNO,
                   :DCLVPY-PERIODO,
                   :DCLVPY-IMPORTE
              )
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN -803
                    EXEC SQL
                       UPDATE NEOSB36.VAR_PAY
                          SET IMPORTE = IMPORTE + :DCLVPY-IMPORTE
                        WHERE EMPNO   = :DCLVPY-EMPNO
                          AND PERIODO = :DCLVPY-PERIODO
                    END-EXEC

                    IF SQLCODE NOT EQUAL ZEROS
                       DISPLAY 'NECOM000: ERROR ACUMULANDO. SQLCODE='
                               SQLCODE
                       MOVE 8               TO RETURN-CODE
                       SET SI-FIN-SORT      TO TRUE
                    END-IF
               WHEN OTHER
                    DISPLAY 'NECOM000: ERROR EN INSERT. SQLCODE='
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-SORT         TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   3400-GRABA-VARPAY-EXIT                      *
      *****************************************************************
       3400-GRABA-VARPAY-EXIT.
           EXIT.
      *****************************************************************
      *                              4000-FIN                         *
      *****************************************************************
       4000-FIN.

           MOVE WS-TOTAL-COMISIONES         TO LIN-TOT-COMISIONES
           MOVE SPACES                      TO REG-REPCOM
           WRITE REG-REPCOM
           WRITE REG-REPCOM FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL ZERO
              IF CN-REGISTROS-RECHAZADOS IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECOM000              *'
           DISPLAY 'REGISTROS LEIDOS:     ' CN-REGISTROS-LEIDOS
           DISPLAY 'REGISTROS VALIDOS:    ' CN-REGISTROS-CLASIFICADOS
           DISPLAY 'REGISTROS RECHAZADOS: ' CN-REGISTROS-RECHAZADOS
           DISPLAY 'VENDEDORES LIQUIDADOS:' CN-VENDEDORES
           DISPLAY 'SIN TRAMO ALCANZADO:  ' CN-SIN-TRAMO
           DISPLAY '***********************************************'

      * LA CORRIDA TERMINO SIN ABORTAR: SE CONFIRMA EL CONSUMO
      * PROVISORIO DEL VENTAS EN INTF_FILES. LA RUTINA LLAMADA
      * DEJA SU PROPIO RETURN-CODE AL VOLVER; SE PRESERVA EL DE
      * ESTA CORRIDA
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           IF WS-RC-GUARDADO IS LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-CONFIRMA          TO TRUE
              MOVE CT-ARCHIVO-VENTAS        TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-VENTAS-PREVIA         TO FIL0-CANTIDAD
              MOVE AC-HASH-VENTAS           TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA
              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01
           END-IF

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           CLOSE VENTAS
                 VTRECH
                 REPCOM

           GOBACK.
