      *****************************************************************
      * Program name:    NEACC000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Read-access report  *
      *                          over NEOSB36.ACCESS_LOG: who viewed  *
      *                          which employees in a date range,     *
      *                          one line per user and employee with  *
      *                          the number of inquiries, refusals,   *
      *                          first/last time and transactions.    *
      *                          Views outside the user's NE9CSCP0    *
      *                          manager scope and users above the    *
      *                          employee-volume threshold are        *
      *                          highlighted.  PARMACC card: date     *
      *                          from and date to (ISO) and volume    *
      *                          threshold.  RC 4 when anything is    *
      *                          highlighted.                         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEACC000.
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

           SELECT PARMACC  ASSIGN TO PARMACC
                           FILE STATUS IS FS-PARMACC.

           SELECT REPACC   ASSIGN TO REPACC
                           FILE STATUS IS FS-REPACC.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *      RANGO DE FECHAS A INFORMAR Y TOPE DE EMPLEADOS DISTINTOS *
      *      CONSULTADOS POR UN USUARIO (EN CERO TOMA EL DEFECTO)     *
      *****************************************************************
       FD  PARMACC
           RECORDING MODE IS F
           RECORD CONTAINS 025 CHARACTERS.
       01  REG-PARMACC.
           05 PARM-FECHA-DESDE            PIC X(10).
           05 PARM-FECHA-HASTA            PIC X(10).
           05 PARM-TOPE-EMPLEADOS         PIC X(05).

       FD  REPACC
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-REPACC              PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMACC                    PIC X(02) VALUE SPACES.
           05 FS-REPACC                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-DESDE                PIC X(10) VALUE SPACES.
           05 WS-FECHA-HASTA                PIC X(10) VALUE SPACES.
           05 WS-TOPE-EMPLEADOS             PIC 9(05) VALUE ZEROS.
           05 WS-TOPE-NUM REDEFINES WS-TOPE-EMPLEADOS
                                            PIC X(05).
           05 WS-USUARIO-ANT                PIC X(08) VALUE SPACES.
           05 WS-ACC-USUARIO                PIC X(08) VALUE SPACES.
           05 WS-ACC-EMPNO                  PIC X(06) VALUE SPACES.
           05 WS-ACC-LASTNAME               PIC X(15) VALUE SPACES.
           05 WS-ACC-CANTIDAD               PIC S9(09) COMP VALUE ZERO.
           05 WS-ACC-RECHAZOS               PIC S9(09) COMP VALUE ZERO.
           05 WS-ACC-PRIMERO                PIC X(26) VALUE SPACES.
           05 WS-ACC-ULTIMO                 PIC X(26) VALUE SPACES.
           05 WS-ACC-TRX-MIN                PIC X(04) VALUE SPACES.
           05 WS-ACC-TRX-MAX                PIC X(04) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
              88 NO-FIN-CURSOR                        VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CSCP0                   PIC X(08) VALUE 'NE9CSCP0'.
           05 CT-RECHAZADO                  PIC X(01) VALUE 'R'.
      * TOPE POR DEFECTO DE EMPLEADOS DISTINTOS EN EL PERIODO
           05 CT-TOPE-DEFECTO               PIC 9(05) VALUE 50.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-USR-EMPLEADOS              PIC 9(05).
           05 CN-USR-CONSULTAS              PIC 9(07).
           05 CN-USR-FUERA                  PIC 9(05).
           05 CN-USUARIOS                   PIC 9(05).
           05 CN-LINEAS                     PIC 9(07).
           05 CN-CONSULTAS                  PIC 9(07).
           05 CN-FUERA-AMBITO               PIC 9(05).
           05 CN-VOLUMEN                    PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(37) VALUE
              "CONSULTAS DE DATOS DE EMPLEADOS DEL  ".
           05 LIN-TIT-DESDE                 PIC X(10).
           05 FILLER                        PIC X(03) VALUE " A ".
           05 LIN-TIT-HASTA                 PIC X(10).
           05 FILLER                        PIC X(32) VALUE
              " - TOPE DE EMPLEADOS/USUARIO:   ".
           05 LIN-TIT-TOPE                  PIC ZZZZ9.
           05 FILLER                        PIC X(35) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(44) VALUE
              "USUARIO  EMPNO  APELLIDO        CONSUL RECH ".
           05 FILLER                        PIC X(50) VALUE
              "PRIMERA             ULTIMA              TRX       ".
           05 FILLER                        PIC X(38) VALUE
              "OBSERVACION".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-USUARIO               PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-CONSULTAS             PIC ZZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-RECHAZOS              PIC ZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PRIMERA               PIC X(19).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-ULTIMA                PIC X(19).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TRX-MIN               PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TRX-MAX               PIC X(04).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-OBSERVACION           PIC X(30).
           05 FILLER                        PIC X(07) VALUE SPACES.

       01  WS-LINEA-TOTAL-USUARIO.
           05 FILLER                        PIC X(12) VALUE
              "  USUARIO: ".
           05 LIN-TUS-USUARIO               PIC X(08).
           05 FILLER                        PIC X(13) VALUE
              " EMPLEADOS: ".
           05 LIN-TUS-EMPLEADOS             PIC ZZZZ9.
           05 FILLER                        PIC X(13) VALUE
              " CONSULTAS: ".
           05 LIN-TUS-CONSULTAS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(18) VALUE
              " FUERA DE AMBITO: ".
           05 LIN-TUS-FUERA                 PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TUS-OBSERVACION           PIC X(30).
           05 FILLER                        PIC X(20) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(10) VALUE
              "USUARIOS: ".
           05 LIN-TOT-USUARIOS              PIC ZZZZ9.
           05 FILLER                        PIC X(13) VALUE
              " CONSULTAS: ".
           05 LIN-TOT-CONSULTAS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(18) VALUE
              " FUERA DE AMBITO: ".
           05 LIN-TOT-FUERA                 PIC ZZZZ9.
           05 FILLER                        PIC X(21) VALUE
              " VOLUMEN INUSUAL:    ".
           05 LIN-TOT-VOLUMEN               PIC ZZZZ9.
           05 FILLER                        PIC X(48) VALUE SPACES.

       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECSCP0-01.
           COPY NEECSCP0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTACC
           END-EXEC.

      *    UNA FILA POR USUARIO Y EMPLEADO CONSULTADO EN EL PERIODO
           EXEC SQL
              DECLARE CSR-ACC CURSOR FOR
              SELECT A.USUARIO,
                     A.EMPNO,
                     VALUE(E.LASTNAME, ' '),
                     COUNT(*),
                     SUM(CASE WHEN A.RESULTADO = :CT-RECHAZADO
                              THEN 1 ELSE 0 END),
                     CHAR(MIN(A.FECHAACCESO)),
                     CHAR(MAX(A.FECHAACCESO)),
                     MIN(A.TRANSACCION),
                     MAX(A.TRANSACCION)
                FROM NEOSB36.ACCESS_LOG A
                LEFT OUTER JOIN NEOSB36.EMP E
                  ON E.EMPNO = A.EMPNO
               WHERE DATE(A.FECHAACCESO) BETWEEN :WS-FECHA-DESDE
                                             AND :WS-FECHA-HASTA
                 AND A.EMPNO <> ' '
               GROUP BY A.USUARIO,
                        A.EMPNO,
                        E.LASTNAME
               ORDER BY A.USUARIO,
                        A.EMPNO
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

           OPEN INPUT PARMACC

           IF FS-PARMACC NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMACC. FILE STATUS=' FS-PARMACC
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMACC
                AT END
                DISPLAY 'NEACC000: FALTA LA TARJETA PARMACC'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMACC
                GOBACK
           END-READ

           IF PARM-FECHA-DESDE EQUAL SPACES OR LOW-VALUES
              OR PARM-FECHA-HASTA EQUAL SPACES OR LOW-VALUES
              DISPLAY 'NEACC000: TARJETA PARMACC INVALIDA: '
                      REG-PARMACC
              MOVE 8                         TO RETURN-CODE
              CLOSE PARMACC
              GOBACK
           END-IF

           MOVE PARM-FECHA-DESDE            TO WS-FECHA-DESDE
                                               LIN-TIT-DESDE
           MOVE PARM-FECHA-HASTA            TO WS-FECHA-HASTA
                                               LIN-TIT-HASTA

           MOVE PARM-TOPE-EMPLEADOS         TO WS-TOPE-NUM

           IF WS-TOPE-NUM IS NOT NUMERIC
              OR WS-TOPE-EMPLEADOS EQUAL ZEROS
              MOVE CT-TOPE-DEFECTO          TO WS-TOPE-EMPLEADOS
           END-IF

           MOVE WS-TOPE-EMPLEADOS           TO LIN-TIT-TOPE

           CLOSE PARMACC

           OPEN OUTPUT REPACC

           IF FS-REPACC NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPACC. FILE STATUS=' FS-REPACC
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           WRITE REG-REPACC FROM WS-LINEA-TITULO
           WRITE REG-REPACC FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-ACC
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR ACC. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPACC
              GOBACK
           END-IF

           PERFORM 2100-FETCH-ACC
              THRU 2100-FETCH-ACC-EXIT

           MOVE WS-ACC-USUARIO              TO WS-USUARIO-ANT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - CORTE DE CONTROL POR USUARIO: AL CAMBIAR DE USUARIO SE   *
      *      IMPRIME SU TOTAL Y SE EVALUA EL VOLUMEN CONSULTADO       *
      *****************************************************************
       2000-PROCESO.

           IF WS-ACC-USUARIO NOT EQUAL WS-USUARIO-ANT
              PERFORM 2400-TOTAL-USUARIO
                 THRU 2400-TOTAL-USUARIO-EXIT
              MOVE WS-ACC-USUARIO           TO WS-USUARIO-ANT
           END-IF

           PERFORM 2200-VERIFICA-AMBITO
              THRU 2200-VERIFICA-AMBITO-EXIT

           PERFORM 2300-IMPRIME-DETALLE
              THRU 2300-IMPRIME-DETALLE-EXIT

           PERFORM 2100-FETCH-ACC
              THRU 2100-FETCH-ACC-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                         2100-FETCH-ACC                        *
      *****************************************************************
       2100-FETCH-ACC.

           EXEC SQL
              FETCH CSR-ACC
               INTO :WS-ACC-USUARIO,
                    :WS-ACC-EMPNO,
                    :WS-ACC-LASTNAME,
                    :WS-ACC-CANTIDAD,
                    :WS-ACC-RECHAZOS,
                    :WS-ACC-PRIMERO,
                    :WS-ACC-ULTIMO,
                    :WS-ACC-TRX-MIN,
                    :WS-ACC-TRX-MAX
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH ACC. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                      2100-FETCH-ACC-EXIT                      *
      *****************************************************************
       2100-FETCH-ACC-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-VERIFICA-AMBITO                     *
      *                                                               *
      *    - EL ALCANCE SE EVALUA CON LA JERARQUIA Y EL PERFIL        *
      *      VIGENTES AL MOMENTO DEL LISTADO                          *
      *****************************************************************
       2200-VERIFICA-AMBITO.

           INITIALIZE WS-NEECSCP0-01
           MOVE WS-ACC-USUARIO              TO SCP0-USUARIO
           MOVE WS-ACC-EMPNO                TO SCP0-EMPNO

           CALL CT-NE9CSCP0 USING WS-NEECSCP0-01.

      *****************************************************************
      *                   2200-VERIFICA-AMBITO-EXIT                   *
      *****************************************************************
       2200-VERIFICA-AMBITO-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-IMPRIME-DETALLE                     *
      *****************************************************************
       2300-IMPRIME-DETALLE.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE WS-ACC-USUARIO              TO LIN-DET-USUARIO
           MOVE WS-ACC-EMPNO                TO LIN-DET-EMPNO
           MOVE WS-ACC-LASTNAME             TO LIN-DET-LASTNAME
           MOVE WS-ACC-CANTIDAD             TO LIN-DET-CONSULTAS
           MOVE WS-ACC-RECHAZOS             TO LIN-DET-RECHAZOS
           MOVE WS-ACC-PRIMERO              TO LIN-DET-PRIMERA
           MOVE WS-ACC-ULTIMO               TO LIN-DET-ULTIMA
           MOVE WS-ACC-TRX-MIN              TO LIN-DET-TRX-MIN

           IF WS-ACC-TRX-MAX NOT EQUAL WS-ACC-TRX-MIN
              MOVE WS-ACC-TRX-MAX           TO LIN-DET-TRX-MAX
           END-IF

           EVALUATE TRUE
               WHEN SCP0-88-SIN-PERFIL
                    MOVE '*** USUARIO SIN PERFIL'
                                            TO LIN-DET-OBSERVACION
                    ADD CT-1                TO CN-USR-FUERA
               WHEN NOT SCP0-88-OK
                    MOVE 'ALCANCE NO VERIFICADO'
                                            TO LIN-DET-OBSERVACION
               WHEN SCP0-88-FUERA-AMBITO
                    MOVE '*** FUERA DE SU AMBITO'
                                            TO LIN-DET-OBSERVACION
                    ADD CT-1                TO CN-USR-FUERA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE

           WRITE REG-REPACC FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-USR-EMPLEADOS
                                               CN-LINEAS
           ADD WS-ACC-CANTIDAD              TO CN-USR-CONSULTAS
                                               CN-CONSULTAS.

      *****************************************************************
      *                   2300-IMPRIME-DETALLE-EXIT                   *
      *****************************************************************
       2300-IMPRIME-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                      2400-TOTAL-USUARIO                       *
      *                                                               *
      *    - UN USUARIO QUE CONSULTO WS-TOPE-EMPLEADOS O MAS          *
      *      EMPLEADOS DISTINTOS EN EL PERIODO SE DESTACA             *
      *****************************************************************
       2400-TOTAL-USUARIO.

           MOVE SPACES                      TO LIN-TUS-OBSERVACION
           MOVE WS-USUARIO-ANT              TO LIN-TUS-USUARIO
           MOVE CN-USR-EMPLEADOS            TO LIN-TUS-EMPLEADOS
           MOVE CN-USR-CONSULTAS            TO LIN-TUS-CONSULTAS
           MOVE CN-USR-FUERA                TO LIN-TUS-FUERA

           IF CN-USR-EMPLEADOS IS NOT LESS THAN WS-TOPE-EMPLEADOS
              MOVE '*** VOLUMEN INUSUAL'    TO LIN-TUS-OBSERVACION
              ADD CT-1                      TO CN-VOLUMEN
           END-IF

           WRITE REG-REPACC FROM WS-LINEA-TOTAL-USUARIO
           WRITE REG-REPACC FROM WS-LINEA-BLANCO

           ADD CT-1                         TO CN-USUARIOS
           ADD CN-USR-FUERA                 TO CN-FUERA-AMBITO

           MOVE ZEROS                       TO CN-USR-EMPLEADOS
                                               CN-USR-CONSULTAS
                                               CN-USR-FUERA.

      *****************************************************************
      *                    2400-TOTAL-USUARIO-EXIT                    *
      *****************************************************************
       2400-TOTAL-USUARIO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-ACC
           END-EXEC

           IF CN-USR-EMPLEADOS GREATER THAN ZEROS
              PERFORM 2400-TOTAL-USUARIO
                 THRU 2400-TOTAL-USUARIO-EXIT
           END-IF

           MOVE CN-USUARIOS                 TO LIN-TOT-USUARIOS
           MOVE CN-CONSULTAS                TO LIN-TOT-CONSULTAS
           MOVE CN-FUERA-AMBITO             TO LIN-TOT-FUERA
           MOVE CN-VOLUMEN                  TO LIN-TOT-VOLUMEN
           WRITE REG-REPACC FROM WS-LINEA-TOTAL

           IF (CN-FUERA-AMBITO GREATER THAN ZEROS
               OR CN-VOLUMEN GREATER THAN ZEROS)
              AND RETURN-CODE LESS THAN 4
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY 'PERIODO:                 ' WS-FECHA-DESDE
                   ' A ' WS-FECHA-HASTA
           DISPLAY 'USUARIOS INFORMADOS:     ' CN-USUARIOS
           DISPLAY 'LINEAS USUARIO/EMPLEADO: ' CN-LINEAS
           DISPLAY 'CONSULTAS:               ' CN-CONSULTAS
           DISPLAY 'FUERA DE AMBITO:         ' CN-FUERA-AMBITO
           DISPLAY 'USUARIOS CON VOLUMEN:    ' CN-VOLUMEN
           DISPLAY '***********************************************'

           CLOSE REPACC

           GOBACK.
