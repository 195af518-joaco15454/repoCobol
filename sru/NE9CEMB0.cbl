      *****************************************************************
      * Program name:    NE9CEMB0.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Court-ordered wage  *
      *                          garnishments against EMP_GARNISH for *
      *                          the NE39 screen: register an order   *
      *                          (fixed amount or percentage, legal   *
      *                          maximum, total to recover, priority),*
      *                          inquire, change an active order,     *
      *                          lift it or cancel one with nothing   *
      *                          withheld yet.  Balance is reduced by *
      *                          the NEEMB000 batch.                  *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NE9CEMB0.
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
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *****************************************************************
      *                    DEFINICION DE SWITCHES                     *
      *****************************************************************
       01 SW-SWITCHES.

           05 SW-SQLCODE                 PIC S9(9) COMP.
              88 SQLCODE-88-OK                           VALUE 0.
              88 SQLCODE-88-NOTFND                       VALUE +100.
              88 SQLCODE-88-DUPLICATED                   VALUE -803
                                                               -811.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-RUTINA                  PIC X(08) VALUE 'NE9CEMB0'.
           05 CT-TABLA-EMB               PIC X(08) VALUE 'EMP_GARN'.
           05 CT-OPCION                  PIC X(06) VALUE 'OPCION'.
           05 CT-EMPNO                   PIC X(05) VALUE 'EMPNO'.
           05 CT-NRO-EMBARGO             PIC X(11) VALUE
                                                   'NRO EMBARGO'.
           05 CT-NRO-ORDEN               PIC X(09) VALUE 'NRO ORDEN'.
           05 CT-ACREEDOR                PIC X(08) VALUE 'ACREEDOR'.
           05 CT-TIPO-CALCULO            PIC X(13) VALUE
                                                   'TIPO CALCULO'.
           05 CT-IMPORTE-FIJO            PIC X(12) VALUE
                                                   'IMPORTE FIJO'.
           05 CT-PORCENTAJE              PIC X(10) VALUE 'PORCENTAJE'.
           05 CT-PCT-MAX-LEGAL           PIC X(13) VALUE
                                                   'MAXIMO LEGAL'.
           05 CT-TOTAL-RECUPERAR         PIC X(15) VALUE
                                                   'TOTAL RECUPERAR'.
           05 CT-PRIORIDAD               PIC X(09) VALUE 'PRIORIDAD'.
           05 CT-PERIODO-INICIO          PIC X(14) VALUE
                                                   'PERIODO INICIO'.
           05 CT-EMPSTATUS               PIC X(09) VALUE 'EMPSTATUS'.
           05 CT-EMPSTATUS-BAJA          PIC X(01) VALUE 'I'.
           05 CT-EMBARGO-ACTIVO          PIC X(01) VALUE 'A'.
           05 CT-EMBARGO-LEVANTADO       PIC X(01) VALUE 'L'.
           05 CT-100                     PIC 9(03) VALUE 100.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
      *****************************************************************
       01  WS-VARIABLE.
           05 WS-CONTADOR                PIC S9(09) COMP VALUE ZERO.
           05 WS-RETENIDO                PIC S9(07)V9(02) COMP-3
                                         VALUE ZERO.
           05 WS-PERIODO                 PIC X(06).
           05 WS-PERIODO-R REDEFINES WS-PERIODO.
              10 WS-PERIODO-ANIO         PIC 9(04).
              10 WS-PERIODO-MES          PIC 9(02).

       01  MA-AVISOS.
           05 MA-NO-EXISTE               PIC X(07) VALUE 'NEA0002'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-OPCION-INVALIDA         PIC X(07) VALUE 'NEE2100'.
           05 ME-FUERA-DOMINIO           PIC X(07) VALUE 'NEE2126'.
           05 ME-SUPERA-MAXIMO           PIC X(07) VALUE 'NEE2200'.
           05 ME-TOTAL-MENOR             PIC X(07) VALUE 'NEE2201'.
           05 ME-NO-ACTIVO               PIC X(07) VALUE 'NEE2202'.
           05 ME-CON-RETENCIONES         PIC X(07) VALUE 'NEE2203'.

       01  WS-NEECMSG0-01.
           COPY NEECMSG0.

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
              INCLUDE NEGTEMB
           END-EXEC.

      *****************************************************************
      *                     DEFINICION DE LINKAGE                     *
      *****************************************************************
       LINKAGE SECTION.
       01  WS-NEECEMB-01.
           COPY NEECEMB0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                                                               *
      *              P R O C E D U R E   D I V I S I O N              *
      *                                                               *
      *****************************************************************
       PROCEDURE DIVISION USING WS-NEECEMB-01 WS-NEECRET0-01.

      *****************************************************************
      *                        0000-MAINLINE                          *
      *****************************************************************
       0000-MAINLINE.

           INITIALIZE WS-NEECRET0-01
           SET  RET0-88-OK                  TO TRUE

           IF EMB0-OPCION EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-OPCION                TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF EMB0-EMPNO EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPNO                 TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF EMB0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO EMB0-ORIGEN
           END-IF

           EVALUATE TRUE
               WHEN EMB0-88-ALTA
                    PERFORM 2100-ALTA-EMB
                       THRU 2100-ALTA-EMB-EXIT
               WHEN EMB0-88-CONSULTA
                    PERFORM 2200-CONSULTA-EMB
                       THRU 2200-CONSULTA-EMB-EXIT
               WHEN EMB0-88-MODIFICA
                    PERFORM 2300-MODIFICA-EMB
                       THRU 2300-MODIFICA-EMB-EXIT
               WHEN EMB0-88-LEVANTA
                    PERFORM 2500-LEVANTA-EMB
                       THRU 2500-LEVANTA-EMB-EXIT
               WHEN EMB0-88-BAJA
                    PERFORM 2400-BAJA-EMB
                       THRU 2400-BAJA-EMB-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA
                    MOVE CT-OPCION             TO RET0-VAR1-ERROR
                    MOVE ME-OPCION-INVALIDA    TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE

           PERFORM 3000-FIN.

      *****************************************************************
      *                        2100-ALTA-EMB                          *
      *                                                                *
      *    - REGISTRA LA ORDEN JUDICIAL DE UN EMPLEADO QUE NO ESTE DE  *
      *      BAJA.  EL NUMERO ES CORRELATIVO POR EMPLEADO Y EL SALDO   *
      *      INICIAL ES EL TOTAL A RECUPERAR.  UNA MISMA ORDEN NO SE   *
      *      CARGA DOS VECES AL MISMO EMPLEADO.                        *
      *****************************************************************
       2100-ALTA-EMB.

           PERFORM 2110-VALIDA-DATOS
              THRU 2110-VALIDA-DATOS-EXIT

           IF EMB0-NRO-ORDEN EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-ORDEN             TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE EMB0-PERIODO-INICIO         TO WS-PERIODO

           IF WS-PERIODO NOT NUMERIC
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PERIODO-INICIO        TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF WS-PERIODO-MES LESS THAN 1 OR
              WS-PERIODO-MES GREATER THAN 12
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PERIODO-INICIO        TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2120-LEE-EMPLEADO
              THRU 2120-LEE-EMPLEADO-EXIT

           IF DCLEMP-EMPSTATUS EQUAL CT-EMPSTATUS-BAJA
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-EMPSTATUS             TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2125-VALIDA-ORDEN
              THRU 2125-VALIDA-ORDEN-EXIT

           PERFORM 2130-ASIGNA-NUMERO
              THRU 2130-ASIGNA-NUMERO-EXIT

           MOVE EMB0-TOTAL-RECUPERAR        TO EMB0-SALDO
           SET  EMB0-88-ACTIVO              TO TRUE

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.EMP_GARNISH
              (
                    EMPNO,
                    NROEMBARGO,
                    NROORDEN,
                    ACREEDOR,
                    TIPOCALCULO,
                    IMPORTEFIJO,
                    PORCENTAJE,
                    PCTMAXLEGAL,
                    TOTALRECUPERAR,
                    SALDO,
                    PRIORIDAD,
                    PERIODOINICIO,
                    ESTADO,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLEMB-EMPNO,
                   :DCLEMB-NROEMBARGO,
                   :DCLEMB-NROORDEN,
                   :DCLEMB-ACREEDOR,
                   :DCLEMB-TIPOCALCULO,
                   :DCLEMB-IMPORTEFIJO,
                   :DCLEMB-PORCENTAJE,
                   :DCLEMB-PCTMAXLEGAL,
                   :DCLEMB-TOTALRECUPERAR,
                   :DCLEMB-SALDO,
                   :DCLEMB-PRIORIDAD,
                   :DCLEMB-PERIODOINICIO,
                   :DCLEMB-ESTADO,
                   :DCLEMB-USUARIOCAMBIO,
                   CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-DUPLICATED
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-REG-DUPLICADO   TO RET0-COD-ERROR
                    MOVE EMB0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2100-ALTA-EMB-EXIT.
           EXIT.

      *****************************************************************
      *                     2110-VALIDA-DATOS                         *
      *                                                                *
      *    - IMPORTE FIJO ('F') O PORCENTAJE DEL SUELDO DEL MES ('P'); *
      *      EL PORCENTAJE DE LA ORDEN NO PUEDE SUPERAR EL MAXIMO      *
      *      LEGAL, QUE ADEMAS TOPEA LO QUE RETIENE NEEMB000 CADA MES  *
      *****************************************************************
       2110-VALIDA-DATOS.

           IF EMB0-ACREEDOR EQUAL SPACES OR LOW-VALUES
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-ACREEDOR              TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF NOT EMB0-88-TIPO-VALIDO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TIPO-CALCULO          TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF EMB0-PCT-MAX-LEGAL NOT GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PCT-MAX-LEGAL         TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF EMB0-PCT-MAX-LEGAL GREATER THAN CT-100
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PCT-MAX-LEGAL         TO RET0-VAR1-ERROR
              MOVE ME-FUERA-DOMINIO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF EMB0-88-FIJO
              MOVE ZEROS                    TO EMB0-PORCENTAJE
              IF EMB0-IMPORTE-FIJO NOT GREATER THAN ZEROS
                 SET RET0-88-COD-ERROR      TO TRUE
                 MOVE CT-RUTINA             TO RET0-PROGRAMA
                 MOVE CT-IMPORTE-FIJO       TO RET0-VAR1-ERROR
                 MOVE ME-CAMPO-OBLIGATORIO  TO RET0-COD-ERROR
                 PERFORM 3000-FIN
              END-IF
           ELSE
              MOVE ZEROS                    TO EMB0-IMPORTE-FIJO
              IF EMB0-PORCENTAJE NOT GREATER THAN ZEROS
                 SET RET0-88-COD-ERROR      TO TRUE
                 MOVE CT-RUTINA             TO RET0-PROGRAMA
                 MOVE CT-PORCENTAJE         TO RET0-VAR1-ERROR
                 MOVE ME-CAMPO-OBLIGATORIO  TO RET0-COD-ERROR
                 PERFORM 3000-FIN
              END-IF
              IF EMB0-PORCENTAJE GREATER THAN EMB0-PCT-MAX-LEGAL
                 SET RET0-88-COD-ERROR      TO TRUE
                 MOVE CT-RUTINA             TO RET0-PROGRAMA
                 MOVE CT-PORCENTAJE         TO RET0-VAR1-ERROR
                 MOVE ME-SUPERA-MAXIMO      TO RET0-COD-ERROR
                 PERFORM 3000-FIN
              END-IF
           END-IF

           IF EMB0-TOTAL-RECUPERAR NOT GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TOTAL-RECUPERAR       TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF EMB0-PRIORIDAD NOT GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PRIORIDAD             TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2110-VALIDA-DATOS-EXIT.
           EXIT.

      *****************************************************************
      *                     2120-LEE-EMPLEADO                         *
      *****************************************************************
       2120-LEE-EMPLEADO.

           MOVE EMB0-EMPNO                  TO DCLEMP-EMPNO

           EXEC SQL
              SELECT EMPSTATUS
                INTO :DCLEMP-EMPSTATUS
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE EMB0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2120-LEE-EMPLEADO-EXIT.
           EXIT.

      *****************************************************************
      *                     2125-VALIDA-ORDEN                         *
      *****************************************************************
       2125-VALIDA-ORDEN.

           MOVE EMB0-EMPNO                  TO DCLEMB-EMPNO
           MOVE EMB0-NRO-ORDEN              TO DCLEMB-NROORDEN
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.EMP_GARNISH
               WHERE EMPNO    = :DCLEMB-EMPNO
                 AND NROORDEN = :DCLEMB-NROORDEN
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-CONTADOR IS GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-ORDEN             TO RET0-VAR1-ERROR
              MOVE ME-REG-DUPLICADO         TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF.

       2125-VALIDA-ORDEN-EXIT.
           EXIT.

      *****************************************************************
      *                     2130-ASIGNA-NUMERO                        *
      *****************************************************************
       2130-ASIGNA-NUMERO.

           MOVE EMB0-EMPNO                  TO DCLEMB-EMPNO

           EXEC SQL
              SELECT VALUE(MAX(NROEMBARGO), 0) + 1
                INTO :DCLEMB-NROEMBARGO
                FROM NEOSB36.EMP_GARNISH
               WHERE EMPNO = :DCLEMB-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           MOVE DCLEMB-NROEMBARGO           TO EMB0-NRO-EMBARGO.

       2130-ASIGNA-NUMERO-EXIT.
           EXIT.

      *****************************************************************
      *                      2200-CONSULTA-EMB                        *
      *                                                                *
      *    - CON NUMERO INFORMADO LEE ESA ORDEN; EN CERO DEVUELVE LA   *
      *      ULTIMA REGISTRADA AL EMPLEADO                             *
      *****************************************************************
       2200-CONSULTA-EMB.

           PERFORM 2210-LEE-EMBARGO
              THRU 2210-LEE-EMBARGO-EXIT

           PERFORM 2220-DEVUELVE-DATOS
              THRU 2220-DEVUELVE-DATOS-EXIT.

       2200-CONSULTA-EMB-EXIT.
           EXIT.

      *****************************************************************
      *                      2210-LEE-EMBARGO                         *
      *****************************************************************
       2210-LEE-EMBARGO.

           MOVE EMB0-EMPNO                  TO DCLEMB-EMPNO

           IF EMB0-NRO-EMBARGO EQUAL ZEROS
              EXEC SQL
                 SELECT NROEMBARGO,
                        NROORDEN,
                        ACREEDOR,
                        TIPOCALCULO,
                        IMPORTEFIJO,
                        PORCENTAJE,
                        PCTMAXLEGAL,
                        TOTALRECUPERAR,
                        SALDO,
                        PRIORIDAD,
                        PERIODOINICIO,
                        ESTADO
                   INTO :DCLEMB-NROEMBARGO,
                        :DCLEMB-NROORDEN,
                        :DCLEMB-ACREEDOR,
                        :DCLEMB-TIPOCALCULO,
                        :DCLEMB-IMPORTEFIJO,
                        :DCLEMB-PORCENTAJE,
                        :DCLEMB-PCTMAXLEGAL,
                        :DCLEMB-TOTALRECUPERAR,
                        :DCLEMB-SALDO,
                        :DCLEMB-PRIORIDAD,
                        :DCLEMB-PERIODOINICIO,
                        :DCLEMB-ESTADO
                   FROM NEOSB36.EMP_GARNISH
                  WHERE EMPNO = :DCLEMB-EMPNO
                  ORDER BY NROEMBARGO DESC
                  FETCH FIRST 1 ROW ONLY
              END-EXEC
           ELSE
              MOVE EMB0-NRO-EMBARGO         TO DCLEMB-NROEMBARGO
              EXEC SQL
                 SELECT NROEMBARGO,
                        NROORDEN,
                        ACREEDOR,
                        TIPOCALCULO,
                        IMPORTEFIJO,
                        PORCENTAJE,
                        PCTMAXLEGAL,
                        TOTALRECUPERAR,
                        SALDO,
                        PRIORIDAD,
                        PERIODOINICIO,
                        ESTADO
                   INTO :DCLEMB-NROEMBARGO,
                        :DCLEMB-NROORDEN,
                        :DCLEMB-ACREEDOR,
                        :DCLEMB-TIPOCALCULO,
                        :DCLEMB-IMPORTEFIJO,
                        :DCLEMB-PORCENTAJE,
                        :DCLEMB-PCTMAXLEGAL,
                        :DCLEMB-TOTALRECUPERAR,
                        :DCLEMB-SALDO,
                        :DCLEMB-PRIORIDAD,
                        :DCLEMB-PERIODOINICIO,
                        :DCLEMB-ESTADO
                   FROM NEOSB36.EMP_GARNISH
                  WHERE EMPNO      = :DCLEMB-EMPNO
                    AND NROEMBARGO = :DCLEMB-NROEMBARGO
              END-EXEC
           END-IF

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE EMB0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2210-LEE-EMBARGO-EXIT.
           EXIT.

      *****************************************************************
      *                    2220-DEVUELVE-DATOS                        *
      *****************************************************************
       2220-DEVUELVE-DATOS.

           MOVE DCLEMB-NROEMBARGO           TO EMB0-NRO-EMBARGO
           MOVE DCLEMB-NROORDEN             TO EMB0-NRO-ORDEN
           MOVE DCLEMB-ACREEDOR             TO EMB0-ACREEDOR
           MOVE DCLEMB-TIPOCALCULO          TO EMB0-TIPO
           MOVE DCLEMB-IMPORTEFIJO          TO EMB0-IMPORTE-FIJO
           MOVE DCLEMB-PORCENTAJE           TO EMB0-PORCENTAJE
           MOVE DCLEMB-PCTMAXLEGAL          TO EMB0-PCT-MAX-LEGAL
           MOVE DCLEMB-TOTALRECUPERAR       TO EMB0-TOTAL-RECUPERAR
           MOVE DCLEMB-SALDO                TO EMB0-SALDO
           MOVE DCLEMB-PRIORIDAD            TO EMB0-PRIORIDAD
           MOVE DCLEMB-PERIODOINICIO        TO EMB0-PERIODO-INICIO
           MOVE DCLEMB-ESTADO               TO EMB0-ESTADO.

       2220-DEVUELVE-DATOS-EXIT.
           EXIT.

      *****************************************************************
      *                      2300-MODIFICA-EMB                        *
      *                                                                *
      *    - UNA ORDEN ACTIVA PUEDE CAMBIAR SU CALCULO, MAXIMO LEGAL,  *
      *      TOTAL Y PRIORIDAD (AMPLIACION O REDUCCION DEL JUZGADO).   *
      *      LO YA RETENIDO SE CONSERVA: EL NUEVO SALDO ES EL NUEVO    *
      *      TOTAL MENOS LO RETENIDO, Y NO PUEDE QUEDAR NEGATIVO.      *
      *      NUMERO DE ORDEN, ACREEDOR Y PERIODO DE INICIO NO CAMBIAN. *
      *****************************************************************
       2300-MODIFICA-EMB.

           IF EMB0-NRO-EMBARGO EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-EMBARGO           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2210-LEE-EMBARGO
              THRU 2210-LEE-EMBARGO-EXIT

           IF DCLEMB-ESTADO NOT EQUAL CT-EMBARGO-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-EMBARGO           TO RET0-VAR1-ERROR
              MOVE ME-NO-ACTIVO             TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE DCLEMB-ACREEDOR             TO EMB0-ACREEDOR

           PERFORM 2110-VALIDA-DATOS
              THRU 2110-VALIDA-DATOS-EXIT

           COMPUTE WS-RETENIDO = DCLEMB-TOTALRECUPERAR - DCLEMB-SALDO

           IF EMB0-TOTAL-RECUPERAR LESS THAN WS-RETENIDO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-TOTAL-RECUPERAR       TO RET0-VAR1-ERROR
              MOVE ME-TOTAL-MENOR           TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE EMB0-TIPO                   TO DCLEMB-TIPOCALCULO
           MOVE EMB0-IMPORTE-FIJO           TO DCLEMB-IMPORTEFIJO
           MOVE EMB0-PORCENTAJE             TO DCLEMB-PORCENTAJE
           MOVE EMB0-PCT-MAX-LEGAL          TO DCLEMB-PCTMAXLEGAL
           MOVE EMB0-TOTAL-RECUPERAR        TO DCLEMB-TOTALRECUPERAR
           MOVE EMB0-PRIORIDAD              TO DCLEMB-PRIORIDAD
           MOVE EMB0-ORIGEN                 TO DCLEMB-USUARIOCAMBIO
           COMPUTE DCLEMB-SALDO = EMB0-TOTAL-RECUPERAR - WS-RETENIDO

      * UN SALDO QUE QUEDA EN CERO CIERRA LA ORDEN
           IF DCLEMB-SALDO EQUAL ZEROS
              SET EMB0-88-CANCELADO         TO TRUE
           ELSE
              SET EMB0-88-ACTIVO            TO TRUE
           END-IF
           MOVE EMB0-ESTADO                 TO DCLEMB-ESTADO

           EXEC SQL
              UPDATE NEOSB36.EMP_GARNISH
                 SET TIPOCALCULO    = :DCLEMB-TIPOCALCULO,
                     IMPORTEFIJO    = :DCLEMB-IMPORTEFIJO,
                     PORCENTAJE     = :DCLEMB-PORCENTAJE,
                     PCTMAXLEGAL    = :DCLEMB-PCTMAXLEGAL,
                     TOTALRECUPERAR = :DCLEMB-TOTALRECUPERAR,
                     SALDO          = :DCLEMB-SALDO,
                     PRIORIDAD      = :DCLEMB-PRIORIDAD,
                     ESTADO         = :DCLEMB-ESTADO,
                     USUARIOCAMBIO  = :DCLEMB-USUARIOCAMBIO,
                     FECHACAMBIO    = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLEMB-EMPNO
                 AND NROEMBARGO = :DCLEMB-NROEMBARGO
                 AND ESTADO     = :CT-EMBARGO-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    PERFORM 2220-DEVUELVE-DATOS
                       THRU 2220-DEVUELVE-DATOS-EXIT
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-NO-ACTIVO       TO RET0-COD-ERROR
                    MOVE CT-NRO-EMBARGO     TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2300-MODIFICA-EMB-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-BAJA-EMB                          *
      *                                                                *
      *    - ANULA UNA ORDEN CARGADA POR ERROR.  SI YA TIENE           *
      *      RETENCIONES EN GARNISH_DEDUCT NO SE BORRA: SE LEVANTA     *
      *      (OPCION 'L') PARA CONSERVAR LO REMESADO AL ACREEDOR.      *
      *****************************************************************
       2400-BAJA-EMB.

           IF EMB0-NRO-EMBARGO EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-EMBARGO           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE EMB0-EMPNO                  TO DCLEMB-EMPNO
           MOVE EMB0-NRO-EMBARGO            TO DCLEMB-NROEMBARGO
           MOVE ZEROS                       TO WS-CONTADOR

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CONTADOR
                FROM NEOSB36.GARNISH_DEDUCT
               WHERE EMPNO      = :DCLEMB-EMPNO
                 AND NROEMBARGO = :DCLEMB-NROEMBARGO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-CONTADOR IS GREATER THAN ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-EMBARGO           TO RET0-VAR1-ERROR
              MOVE ME-CON-RETENCIONES       TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           EXEC SQL
              DELETE FROM NEOSB36.EMP_GARNISH
               WHERE EMPNO      = :DCLEMB-EMPNO
                 AND NROEMBARGO = :DCLEMB-NROEMBARGO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE EMB0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2400-BAJA-EMB-EXIT.
           EXIT.

      *****************************************************************
      *                       2500-LEVANTA-EMB                        *
      *                                                                *
      *    - EL JUZGADO LEVANTA LA ORDEN: DEJA DE RETENERSE AUNQUE     *
      *      QUEDE SALDO, QUE SE CONSERVA COMO CONSTANCIA              *
      *****************************************************************
       2500-LEVANTA-EMB.

           IF EMB0-NRO-EMBARGO EQUAL ZEROS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-EMBARGO           TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2210-LEE-EMBARGO
              THRU 2210-LEE-EMBARGO-EXIT

           IF DCLEMB-ESTADO NOT EQUAL CT-EMBARGO-ACTIVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-NRO-EMBARGO           TO RET0-VAR1-ERROR
              MOVE ME-NO-ACTIVO             TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE EMB0-ORIGEN                 TO DCLEMB-USUARIOCAMBIO

           EXEC SQL
              UPDATE NEOSB36.EMP_GARNISH
                 SET ESTADO        = :CT-EMBARGO-LEVANTADO,
                     USUARIOCAMBIO = :DCLEMB-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO      = :DCLEMB-EMPNO
                 AND NROEMBARGO = :DCLEMB-NROEMBARGO
                 AND ESTADO     = :CT-EMBARGO-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE CT-EMBARGO-LEVANTADO
                                            TO DCLEMB-ESTADO
                    PERFORM 2220-DEVUELVE-DATOS
                       THRU 2220-DEVUELVE-DATOS-EXIT
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE ME-NO-ACTIVO       TO RET0-COD-ERROR
                    MOVE CT-NRO-EMBARGO     TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2500-LEVANTA-EMB-EXIT.
           EXIT.

      *****************************************************************
      *                       9000-MOVER-CAMPOS                       *
      *****************************************************************
       9000-MOVER-CAMPOS.

           MOVE EMB0-EMPNO                  TO DCLEMB-EMPNO
           MOVE EMB0-NRO-EMBARGO            TO DCLEMB-NROEMBARGO
           MOVE EMB0-NRO-ORDEN              TO DCLEMB-NROORDEN
           MOVE EMB0-ACREEDOR               TO DCLEMB-ACREEDOR
           MOVE EMB0-TIPO                   TO DCLEMB-TIPOCALCULO
           MOVE EMB0-IMPORTE-FIJO           TO DCLEMB-IMPORTEFIJO
           MOVE EMB0-PORCENTAJE             TO DCLEMB-PORCENTAJE
           MOVE EMB0-PCT-MAX-LEGAL          TO DCLEMB-PCTMAXLEGAL
           MOVE EMB0-TOTAL-RECUPERAR        TO DCLEMB-TOTALRECUPERAR
           MOVE EMB0-SALDO                  TO DCLEMB-SALDO
           MOVE EMB0-PRIORIDAD              TO DCLEMB-PRIORIDAD
           MOVE EMB0-PERIODO-INICIO         TO DCLEMB-PERIODOINICIO
           MOVE EMB0-ESTADO                 TO DCLEMB-ESTADO
           MOVE EMB0-ORIGEN                 TO DCLEMB-USUARIOCAMBIO.

       9000-MOVER-CAMPOS-EXIT.
           EXIT.

      *****************************************************************
      *                           3000-FIN                            *
      *****************************************************************
       3000-FIN.

           IF RET0-COD-ERROR NOT EQUAL SPACES AND LOW-VALUES
              PERFORM 3050-BUSCA-MENSAJE
                 THRU 3050-BUSCA-MENSAJE-EXIT
           END-IF

           GOBACK.

      *****************************************************************
      *                      3050-BUSCA-MENSAJE                       *
      *****************************************************************
       3050-BUSCA-MENSAJE.

           MOVE MSG0-DESCONOCIDO             TO RET0-DESERROR
           SET  MSG0-IX                      TO 1

           PERFORM 3060-COMPARA-MENSAJE
              THRU 3060-COMPARA-MENSAJE-EXIT
              VARYING MSG0-IX FROM 1 BY 1
              UNTIL MSG0-IX GREATER THAN MSG0-CANT-ELEMENTOS.

       3050-BUSCA-MENSAJE-EXIT.
           EXIT.

      *****************************************************************
      *                    3060-COMPARA-MENSAJE                       *
      *****************************************************************
       3060-COMPARA-MENSAJE.

           IF RET0-COD-ERROR EQUAL MSG0-CODIGO (MSG0-IX)
              MOVE MSG0-TEXTO (MSG0-IX)      TO RET0-DESERROR
           END-IF.

       3060-COMPARA-MENSAJE-EXIT.
           EXIT.

      *****************************************************************
      *                          9800-ABEND-DB2                       *
      *****************************************************************
       9800-ABEND-DB2.

           MOVE SQLCAID                     TO RET0-SQLCAID
           MOVE SQLCODE                     TO RET0-SQLCODE
           MOVE SQLERRM                     TO RET0-SQLERRM
           MOVE CT-TABLA-EMB                TO RET0-TABLENAME

           GOBACK.
