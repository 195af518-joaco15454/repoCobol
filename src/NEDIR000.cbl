      *****************************************************************
      * Program name:    NEDIR000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Nightly corporate   *
      *                          directory feed for IT: full file     *
      *                          DIRHOY of every active employee with *
      *                          phone, department name, LOCATION,    *
      *                          manager (MGRNO of WORKDEPT, or of    *
      *                          ADMRDEPT for the manager himself)    *
      *                          and leave status, plus the DIRCAM    *
      *                          change file of adds/changes/removals *
      *                          against the previous night's copy    *
      *                          (DIRANT).                            *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEDIR000.
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

           SELECT DIRANT   ASSIGN TO DIRANT
                           FILE STATUS IS FS-DIRANT.

           SELECT DIRHOY   ASSIGN TO DIRHOY
                           FILE STATUS IS FS-DIRHOY.

           SELECT DIRCAM   ASSIGN TO DIRCAM
                           FILE STATUS IS FS-DIRCAM.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  DIRANT
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 130 CHARACTERS.
       01  REG-DIRANT              PIC X(130).

       FD  DIRHOY
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 130 CHARACTERS.
       01  REG-DIRHOY              PIC X(130).

       FD  DIRCAM
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 140 CHARACTERS.
       01  REG-DIRCAM              PIC X(140).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-DIRANT                     PIC X(02) VALUE SPACES.
           05 FS-DIRHOY                     PIC X(02) VALUE SPACES.
           05 FS-DIRCAM                     PIC X(02) VALUE SPACES.
           05 SW-END-STATUS                 PIC X(02) VALUE 'NN'.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-MGRNO                      PIC X(06) VALUE SPACES.
           05 WS-MGR-LASTNAME               PIC X(15) VALUE SPACES.
           05 WS-FECHA-RETORNO              PIC X(10) VALUE SPACES.
           05 WS-TRL-CANTIDAD-ANT           PIC 9(07) VALUE ZEROS.
           05 WS-ARCHIVO                    PIC X(08) VALUE SPACES.
           05 WS-CANTIDAD                   PIC 9(07) VALUE ZEROS.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ANT                    PIC X(01) VALUE 'N'.
              88 SI-FIN-ANT                           VALUE 'S'.
           05 SW-FIN-HOY                    PIC X(01) VALUE 'N'.
              88 SI-FIN-HOY                           VALUE 'S'.
           05 SW-TRAILER-ANT                PIC X(01) VALUE 'N'.
              88 SI-TRAILER-ANT                       VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEDIR000'.
           05 CT-ARCHIVO-COMPLETO           PIC X(08) VALUE 'DIRHOY'.
           05 CT-ARCHIVO-CAMBIOS            PIC X(08) VALUE 'DIRCAM'.
           05 CT-TRAILER-EMPNO              PIC X(06) VALUE '999999'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-EMPSTATUS-LICENCIA         PIC X(01) VALUE 'L'.
           05 CT-LICENCIA-ACTIVA            PIC X(01) VALUE 'A'.
           05 CT-ACCION-ALTA                PIC X(01) VALUE 'A'.
           05 CT-ACCION-CAMBIO              PIC X(01) VALUE 'C'.
           05 CT-ACCION-BAJA                PIC X(01) VALUE 'B'.
           05 CT-ACCION-TRAILER             PIC X(01) VALUE 'T'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-LEIDOS-ANT                 PIC 9(07).
           05 CN-LEIDOS-HOY                 PIC 9(07).
           05 CN-ALTAS                      PIC 9(07).
           05 CN-BAJAS                      PIC 9(07).
           05 CN-MODIFICADOS                PIC 9(07).
           05 CN-SIN-CAMBIO                 PIC 9(07).

      *****************************************************************
      *      REGISTRO DEL ARCHIVO DE NOVEDADES: ACCION + IMAGEN DEL   *
      *      DIRECTORIO (LA DE HOY EN ALTAS Y CAMBIOS, LA ANTERIOR    *
      *      EN LAS BAJAS) Y UN TRAILER CON LOS TOTALES               *
      *****************************************************************
       01  WS-REG-CAMBIO.
           05 CAM-ACCION                    PIC X(01).
           05 CAM-DIRECTORIO                PIC X(130).
           05 CAM-TRAILER REDEFINES CAM-DIRECTORIO.
              10 CAM-TRL-FECHA              PIC X(10).
              10 CAM-TRL-ALTAS              PIC 9(07).
              10 CAM-TRL-CAMBIOS            PIC 9(07).
              10 CAM-TRL-BAJAS              PIC 9(07).
              10 CAM-TRL-TOTAL-HOY          PIC 9(07).
              10 FILLER                     PIC X(92).
           05 FILLER                        PIC X(09) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-DIR-ANT.
           COPY NETCDIR0.
       01  WS-DIR-HOY.
           COPY NETCDIR0.

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
              INCLUDE NEGTDEP
           END-EXEC.

      * EMPLEADOS NO DADOS DE BAJA EN ORDEN DE EMPNO (EL MISMO DEL
      * ARCHIVO ANTERIOR). EL JEFE ES EL MGRNO DEL WORKDEPT; SI EL
      * EMPLEADO ES ESE MISMO JEFE, EL DEL DEPARTAMENTO ADMRDEPT
           EXEC SQL
              DECLARE CSR-DIR CURSOR FOR
              SELECT E.EMPNO,
                     E.LASTNAME,
                     E.FIRSTNME,
                     E.MIDINIT,
                     VALUE(E.PHONENO, ' '),
                     E.WORKDEPT,
                     E.EMPSTATUS,
                     VALUE(D.DEPTNAME, ' '),
                     VALUE(D.LOCATION, ' '),
                     VALUE(CASE WHEN D.MGRNO = E.EMPNO
                                THEN A.MGRNO
                                ELSE D.MGRNO
                           END, ' '),
                     VALUE(M.LASTNAME, ' '),
                     VALUE((SELECT CHAR(MIN(L.FECHARETORNO), ISO)
                              FROM NEOSB36.EMP_LEAVE AS L
                             WHERE L.EMPNO  = E.EMPNO
                               AND L.ESTADO = :CT-LICENCIA-ACTIVA),
                           ' ')
                FROM NEOSB36.EMP AS E
                LEFT JOIN NEOSB36.DEPT AS D
                       ON D.DEPTNO = E.WORKDEPT
                LEFT JOIN NEOSB36.DEPT AS A
                       ON A.DEPTNO = D.ADMRDEPT
                LEFT JOIN NEOSB36.EMP AS M
                       ON M.EMPNO = CASE WHEN D.MGRNO = E.EMPNO
                                         THEN A.MGRNO
                                         ELSE D.MGRNO
                                    END
               WHERE E.EMPSTATUS <> :CT-EMPSTATUS-BAJA
               ORDER BY E.EMPNO
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
             UNTIL SW-END-STATUS EQUAL 'SS'

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           OPEN INPUT  DIRANT

           IF FS-DIRANT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR DIRANT. FILE STATUS=' FS-DIRANT
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT DIRHOY

           IF FS-DIRHOY NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR DIRHOY. FILE STATUS=' FS-DIRHOY
              MOVE 8                         TO RETURN-CODE
              CLOSE DIRANT
              GOBACK
           END-IF

           OPEN OUTPUT DIRCAM

           IF FS-DIRCAM NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR DIRCAM. FILE STATUS=' FS-DIRCAM
              MOVE 8                         TO RETURN-CODE
              CLOSE DIRANT
                    DIRHOY
              GOBACK
           END-IF

           EXEC SQL
              OPEN CSR-DIR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DIR. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE DIRANT
                    DIRHOY
                    DIRCAM
              GOBACK
           END-IF

           PERFORM 2100-LEE-ANTERIOR
              THRU 2100-LEE-ANTERIOR-EXIT

           PERFORM 2200-LEE-ACTUAL
              THRU 2200-LEE-ACTUAL-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - APAREO POR EMPNO DE LA COPIA ANTERIOR CONTRA EL          *
      *      DIRECTORIO DE HOY                                        *
      *****************************************************************
       2000-PROCESO.

           EVALUATE SW-END-STATUS
           WHEN 'NN'
              IF DIR-EMPNO OF WS-DIR-ANT EQUAL
                 DIR-EMPNO OF WS-DIR-HOY
                 PERFORM 2500-COMPARA
                    THRU 2500-COMPARA-EXIT
                 PERFORM 2100-LEE-ANTERIOR
                    THRU 2100-LEE-ANTERIOR-EXIT
                 PERFORM 2200-LEE-ACTUAL
                    THRU 2200-LEE-ACTUAL-EXIT
              ELSE
                 IF DIR-EMPNO OF WS-DIR-ANT IS LESS THAN
                    DIR-EMPNO OF WS-DIR-HOY
                    PERFORM 2700-BAJA
                       THRU 2700-BAJA-EXIT
                    PERFORM 2100-LEE-ANTERIOR
                       THRU 2100-LEE-ANTERIOR-EXIT
                 ELSE
                    PERFORM 2800-ALTA
                       THRU 2800-ALTA-EXIT
                    PERFORM 2200-LEE-ACTUAL
                       THRU 2200-LEE-ACTUAL-EXIT
                 END-IF
              END-IF
           WHEN 'NS'
              PERFORM 2700-BAJA
                 THRU 2700-BAJA-EXIT
              PERFORM 2100-LEE-ANTERIOR
                 THRU 2100-LEE-ANTERIOR-EXIT
           WHEN 'SN'
              PERFORM 2800-ALTA
                 THRU 2800-ALTA-EXIT
              PERFORM 2200-LEE-ACTUAL
                 THRU 2200-LEE-ACTUAL-EXIT
           WHEN OTHER
              DISPLAY 'ERROR'
              MOVE 8                         TO RETURN-CODE
              PERFORM 3000-FIN
           END-EVALUATE.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                       2100-LEE-ANTERIOR                       *
      *****************************************************************
       2100-LEE-ANTERIOR.

           IF NOT SI-FIN-ANT
              READ DIRANT INTO WS-DIR-ANT
                   AT END
                   SET SI-FIN-ANT           TO TRUE
              END-READ

              IF NOT SI-FIN-ANT
                 IF DIR-EMPNO OF WS-DIR-ANT EQUAL CT-TRAILER-EMPNO
                    SET SI-FIN-ANT          TO TRUE
                    SET SI-TRAILER-ANT      TO TRUE
                    MOVE DIR-TRL-CANTIDAD OF WS-DIR-ANT
                                            TO WS-TRL-CANTIDAD-ANT
                 ELSE
                    ADD CT-1                TO CN-LEIDOS-ANT
                 END-IF
              END-IF
           END-IF

           PERFORM 2300-ACTUALIZA-ESTADO
              THRU 2300-ACTUALIZA-ESTADO-EXIT.

      *****************************************************************
      *                    2100-LEE-ANTERIOR-EXIT                     *
      *****************************************************************
       2100-LEE-ANTERIOR-EXIT.
           EXIT.
      *****************************************************************
      *                        2200-LEE-ACTUAL                        *
      *                                                               *
      *    - CADA EMPLEADO LEIDO SE GRABA EN EL ARCHIVO COMPLETO      *
      *****************************************************************
       2200-LEE-ACTUAL.

           IF SI-FIN-HOY
              GO TO 2200-LEE-ACTUAL-ESTADO
           END-IF

           EXEC SQL
              FETCH CSR-DIR
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-MIDINIT,
                    :DCLEMP-PHONENO,
                    :DCLEMP-WORKDEPT,
                    :DCLEMP-EMPSTATUS,
                    :DCLDEP-DEPTNAME,
                    :DCLDEP-LOCATION,
                    :WS-MGRNO,
                    :WS-MGR-LASTNAME,
                    :WS-FECHA-RETORNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-HOY          TO TRUE
                    GO TO 2200-LEE-ACTUAL-ESTADO
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DIR. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    PERFORM 3000-FIN
           END-EVALUATE

           MOVE SPACES                      TO WS-DIR-HOY
           MOVE DCLEMP-EMPNO           TO DIR-EMPNO OF WS-DIR-HOY
           MOVE DCLEMP-LASTNAME        TO DIR-LASTNAME OF WS-DIR-HOY
           MOVE DCLEMP-FIRSTNME        TO DIR-FIRSTNME OF WS-DIR-HOY
           MOVE DCLEMP-MIDINIT         TO DIR-MIDINIT OF WS-DIR-HOY
           MOVE DCLEMP-PHONENO         TO DIR-PHONENO OF WS-DIR-HOY
           MOVE DCLEMP-WORKDEPT        TO DIR-WORKDEPT OF WS-DIR-HOY
           MOVE DCLDEP-DEPTNAME        TO DIR-DEPTNAME OF WS-DIR-HOY
           MOVE DCLDEP-LOCATION        TO DIR-LOCATION OF WS-DIR-HOY
           MOVE WS-MGRNO               TO DIR-MGRNO OF WS-DIR-HOY
           MOVE WS-MGR-LASTNAME    TO DIR-MGR-LASTNAME OF WS-DIR-HOY

           IF DCLEMP-EMPSTATUS EQUAL CT-EMPSTATUS-LICENCIA
              SET DIR-88-EN-LICENCIA OF WS-DIR-HOY TO TRUE
              MOVE WS-FECHA-RETORNO
                               TO DIR-FECHA-RETORNO OF WS-DIR-HOY
           ELSE
              SET DIR-88-PRESENTE OF WS-DIR-HOY    TO TRUE
           END-IF

           WRITE REG-DIRHOY FROM WS-DIR-HOY
           ADD CT-1                         TO CN-LEIDOS-HOY.

       2200-LEE-ACTUAL-ESTADO.

           PERFORM 2300-ACTUALIZA-ESTADO
              THRU 2300-ACTUALIZA-ESTADO-EXIT.

      *****************************************************************
      *                     2200-LEE-ACTUAL-EXIT                      *
      *****************************************************************
       2200-LEE-ACTUAL-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-ACTUALIZA-ESTADO                     *
      *****************************************************************
       2300-ACTUALIZA-ESTADO.

           EVALUATE TRUE
               WHEN SI-FIN-ANT AND SI-FIN-HOY
                    MOVE 'SS'               TO SW-END-STATUS
               WHEN SI-FIN-ANT
                    MOVE 'SN'               TO SW-END-STATUS
               WHEN SI-FIN-HOY
                    MOVE 'NS'               TO SW-END-STATUS
               WHEN OTHER
                    MOVE 'NN'               TO SW-END-STATUS
           END-EVALUATE.

      *****************************************************************
      *                  2300-ACTUALIZA-ESTADO-EXIT                   *
      *****************************************************************
       2300-ACTUALIZA-ESTADO-EXIT.
           EXIT.
      *****************************************************************
      *                         2500-COMPARA                          *
      *                                                               *
      *    - CUALQUIER DIFERENCIA EN LOS DATOS DEL DIRECTORIO SE      *
      *      ENVIA COMO CAMBIO CON LA IMAGEN COMPLETA DE HOY          *
      *****************************************************************
       2500-COMPARA.

           IF DIR-DATOS OF WS-DIR-ANT EQUAL DIR-DATOS OF WS-DIR-HOY
              ADD CT-1                      TO CN-SIN-CAMBIO
              GO TO 2500-COMPARA-EXIT
           END-IF

           MOVE CT-ACCION-CAMBIO            TO CAM-ACCION
           MOVE WS-DIR-HOY                  TO CAM-DIRECTORIO
           WRITE REG-DIRCAM FROM WS-REG-CAMBIO
           ADD CT-1                         TO CN-MODIFICADOS.

      *****************************************************************
      *                      2500-COMPARA-EXIT                        *
      *****************************************************************
       2500-COMPARA-EXIT.
           EXIT.
      *****************************************************************
      *                          2700-BAJA                            *
      *****************************************************************
       2700-BAJA.

           MOVE CT-ACCION-BAJA              TO CAM-ACCION
           MOVE WS-DIR-ANT                  TO CAM-DIRECTORIO
           WRITE REG-DIRCAM FROM WS-REG-CAMBIO
           ADD CT-1                         TO CN-BAJAS.

      *****************************************************************
      *                        2700-BAJA-EXIT                         *
      *****************************************************************
       2700-BAJA-EXIT.
           EXIT.
      *****************************************************************
      *                          2800-ALTA                            *
      *****************************************************************
       2800-ALTA.

           MOVE CT-ACCION-ALTA              TO CAM-ACCION
           MOVE WS-DIR-HOY                  TO CAM-DIRECTORIO
           WRITE REG-DIRCAM FROM WS-REG-CAMBIO
           ADD CT-1                         TO CN-ALTAS.

      *****************************************************************
      *                        2800-ALTA-EXIT                         *
      *****************************************************************
       2800-ALTA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *                                                               *
      *    - UNA COPIA ANTERIOR CON DATOS PERO SIN TRAILER, O CON UN  *
      *      TRAILER QUE NO CUADRA, ESTA INCOMPLETA: LAS BAJAS QUE    *
      *      GENERO NO SON CONFIABLES Y LA CORRIDA TERMINA CON RC 8   *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-DIR
           END-EXEC

           MOVE SPACES                      TO WS-DIR-HOY
           MOVE CT-TRAILER-EMPNO       TO DIR-EMPNO OF WS-DIR-HOY
           MOVE CN-LEIDOS-HOY     TO DIR-TRL-CANTIDAD OF WS-DIR-HOY
           MOVE WS-FECHA-PROCESO  TO DIR-TRL-FECHA OF WS-DIR-HOY
           WRITE REG-DIRHOY FROM WS-DIR-HOY

           MOVE SPACES                      TO WS-REG-CAMBIO
           MOVE CT-ACCION-TRAILER           TO CAM-ACCION
           MOVE WS-FECHA-PROCESO            TO CAM-TRL-FECHA
           MOVE CN-ALTAS                    TO CAM-TRL-ALTAS
           MOVE CN-MODIFICADOS              TO CAM-TRL-CAMBIOS
           MOVE CN-BAJAS                    TO CAM-TRL-BAJAS
           MOVE CN-LEIDOS-HOY               TO CAM-TRL-TOTAL-HOY
           WRITE REG-DIRCAM FROM WS-REG-CAMBIO

           IF CN-LEIDOS-ANT GREATER THAN ZEROS
              IF NOT SI-TRAILER-ANT
                 OR WS-TRL-CANTIDAD-ANT NOT EQUAL CN-LEIDOS-ANT
                 DISPLAY 'NEDIR000: DIRANT INCOMPLETO. LEIDOS '
                         CN-LEIDOS-ANT ' TRAILER '
                         WS-TRL-CANTIDAD-ANT
                 MOVE 8                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEDIR000              *'
           DISPLAY 'EMPLEADOS ANTERIOR:  ' CN-LEIDOS-ANT
           DISPLAY 'EMPLEADOS HOY:       ' CN-LEIDOS-HOY
           DISPLAY 'ALTAS:               ' CN-ALTAS
           DISPLAY 'BAJAS:               ' CN-BAJAS
           DISPLAY 'CAMBIOS:             ' CN-MODIFICADOS
           DISPLAY 'SIN CAMBIO:          ' CN-SIN-CAMBIO
           DISPLAY '***********************************************'

      * LOS DOS ARCHIVOS GENERADOS SE REGISTRAN EN INTF_FILES
           IF RETURN-CODE LESS THAN 8
              MOVE CT-ARCHIVO-COMPLETO      TO WS-ARCHIVO
              MOVE CN-LEIDOS-HOY            TO WS-CANTIDAD
              PERFORM 3100-REGISTRA-ARCHIVO
                 THRU 3100-REGISTRA-ARCHIVO-EXIT

              MOVE CT-ARCHIVO-CAMBIOS       TO WS-ARCHIVO
              COMPUTE WS-CANTIDAD = CN-ALTAS + CN-MODIFICADOS
                                  + CN-BAJAS
              PERFORM 3100-REGISTRA-ARCHIVO
                 THRU 3100-REGISTRA-ARCHIVO-EXIT
           END-IF

           CLOSE DIRANT
                 DIRHOY
                 DIRCAM

           GOBACK.
      *****************************************************************
      *                    3100-REGISTRA-ARCHIVO                      *
      *****************************************************************
       3100-REGISTRA-ARCHIVO.

           INITIALIZE WS-NEECFIL0-01
           SET FIL0-88-SALIDA               TO TRUE
           MOVE WS-ARCHIVO                  TO FIL0-ARCHIVO
           MOVE FEC0-FECHA-ISO              TO FIL0-FECHA-PROCESO
           MOVE WS-CANTIDAD                 TO FIL0-CANTIDAD
           MOVE ZEROS                       TO FIL0-HASH
           MOVE CT-PROGRAMA                 TO FIL0-PROGRAMA

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE PRESERVA EL DE ESTA CORRIDA
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

           MOVE WS-RC-GUARDADO              TO RETURN-CODE.

      *****************************************************************
      *                  3100-REGISTRA-ARCHIVO-EXIT                   *
      *****************************************************************
       3100-REGISTRA-ARCHIVO-EXIT.
           EXIT.
