      *****************************************************************
      * Program name:    NECVL000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Prints the          *
      *                          employment certificates requested    *
      *                          on the NE35 screen (CERT_LETTER      *
      *                          'P'): employee, job description,     *
      *                          recognized service, salary when      *
      *                          asked for and mailing address, each  *
      *                          letter numbered and the request      *
      *                          marked issued with its number.       *
      *                          CARTASCV is captured in RPT_REPO by  *
      *                          a NERPT000 step for reprint.         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NECVL000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * LA NUMERACION DE LOS CERTIFICADOS CONTINUA LA ULTIMA EMITIDA  *
      * EN CERT_LETTER.  CADA PEDIDO IMPRESO QUEDA EN ESTADO 'E' CON  *
      * SU NUMERO Y FECHA DE EMISION, QUE ES EL REGISTRO DE QUE       *
      * CERTIFICADO SE EXTENDIO, A QUIEN Y PARA QUE DESTINATARIO.     *
      *                                                               *
      * LA ANTIGUEDAD RECONOCIDA SE CALCULA COMO EN NESEV000: DIAS    *
      * DESDE EL HIREDATE MAS LOS DIAS PREVIOS DE EMP_SERVICE, HASTA  *
      * LA FECHA DE PROCESO O, SI EL EMPLEADO ESTA DADO DE BAJA,      *
      * HASTA SU FECHA DE EGRESO.                                     *
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

           SELECT CARTASCV ASSIGN TO CARTASCV
                           FILE STATUS IS FS-CARTASCV.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CARTASCV
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REG-CARTASCV            PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-CARTASCV                   PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-NROCARTA                   PIC S9(09) COMP VALUE ZERO.
           05 WS-EXISTE-EMP                 PIC X(01) VALUE SPACES.
           05 WS-FECHA-INGRESO              PIC X(10) VALUE SPACES.
           05 WS-FECHA-BAJA                 PIC X(10) VALUE SPACES.
           05 WS-JOBDESC                    PIC X(30) VALUE SPACES.
           05 WS-DIAS-SERVICIO              PIC S9(09) COMP VALUE ZERO.
           05 WS-ANIOS-SERVICIO             PIC S9(04) COMP VALUE ZERO.
           05 WS-NOMBRE                     PIC X(28) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-CVL-PENDIENTE              PIC X(01) VALUE 'P'.
           05 CT-CVL-EMITIDA                PIC X(01) VALUE 'E'.
           05 CT-CON-SUELDO                 PIC X(01) VALUE 'S'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-ADR-ACTIVO                 PIC X(01) VALUE 'A'.
           05 CT-DIAS-ANIO                  PIC 9(03) VALUE 365.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-PEDIDOS-LEIDOS             PIC 9(07).
           05 CN-CARTAS-EMITIDAS            PIC 9(07).
           05 CN-CON-SUELDO                 PIC 9(07).
           05 CN-SIN-DOMICILIO              PIC 9(07).
           05 CN-SIN-EMPLEADO               PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-BLANCO                  PIC X(132) VALUE SPACES.

       01  WS-LINEA-SEPARADOR               PIC X(132) VALUE ALL "=".

       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(50) VALUE
              "CERTIFICADO DE TRABAJO - RECURSOS HUMANOS".
           05 FILLER                        PIC X(05) VALUE
              "NRO: ".
           05 LIN-TIT-NROCARTA              PIC 9(09).
           05 FILLER                        PIC X(10) VALUE
              "   FECHA: ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(48) VALUE SPACES.

       01  WS-LINEA-DESTINATARIO.
           05 FILLER                        PIC X(16) VALUE
              "SENORES:        ".
           05 LIN-DES-DESTINATARIO          PIC X(40).
           05 FILLER                        PIC X(76) VALUE SPACES.

       01  WS-LINEA-EMPLEADO.
           05 FILLER                        PIC X(16) VALUE
              "SE CERTIFICA QUE".
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EMP-NOMBRE                PIC X(28).
           05 FILLER                        PIC X(10) VALUE
              " (LEGAJO: ".
           05 LIN-EMP-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE ")".
           05 FILLER                        PIC X(70) VALUE SPACES.

       01  WS-LINEA-INGRESO.
           05 FILLER                        PIC X(24) VALUE
              "INGRESO A LA EMPRESA EL ".
           05 LIN-ING-FECHA                 PIC X(10).
           05 LIN-ING-TEXTO                 PIC X(26).
           05 LIN-ING-JOBDESC               PIC X(30).
           05 FILLER                        PIC X(42) VALUE SPACES.

       01  WS-LINEA-BAJA.
           05 FILLER                        PIC X(31) VALUE
              "PRESTO SERVICIOS HASTA EL DIA ".
           05 LIN-BAJ-FECHA                 PIC X(10).
           05 FILLER                        PIC X(91) VALUE SPACES.

       01  WS-LINEA-ANTIGUEDAD.
           05 FILLER                        PIC X(23) VALUE
              "ANTIGUEDAD RECONOCIDA: ".
           05 LIN-ANT-ANIOS                 PIC ZZ9.
           05 FILLER                        PIC X(08) VALUE
              " ANIOS (".
           05 LIN-ANT-DIAS                  PIC ZZZZZ9.
           05 FILLER                        PIC X(06) VALUE
              " DIAS)".
           05 FILLER                        PIC X(86) VALUE SPACES.

       01  WS-LINEA-SALARIO.
           05 FILLER                        PIC X(23) VALUE
              "REMUNERACION ANUAL:    ".
           05 LIN-SAL-SALARIO               PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(97) VALUE SPACES.

       01  WS-LINEA-DOMICILIO.
           05 FILLER                        PIC X(23) VALUE
              "DOMICILIO:             ".
           05 LIN-DOM-CALLE                 PIC X(30).
           05 FILLER                        PIC X(79) VALUE SPACES.

       01  WS-LINEA-CIUDAD.
           05 FILLER                        PIC X(23) VALUE SPACES.
           05 LIN-CIU-CIUDAD                PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CIU-CODPOSTAL             PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CIU-PAIS                  PIC X(02).
           05 FILLER                        PIC X(77) VALUE SPACES.

       01  WS-LINEA-CIERRE.
           05 FILLER                        PIC X(40) VALUE
              "SE EXTIENDE EL PRESENTE A PEDIDO DEL INT".
           05 FILLER                        PIC X(40) VALUE
              "ERESADO PARA SER PRESENTADO ANTE QUIEN C".
           05 FILLER                        PIC X(15) VALUE
              "ORRESPONDA.    ".
           05 FILLER                        PIC X(37) VALUE SPACES.

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
              INCLUDE NEGTCVL
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTEMP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTADR
           END-EXEC.

      * PEDIDOS PENDIENTES EN ORDEN DE LLEGADA CON LOS DATOS DEL
      * EMPLEADO, LA DESCRIPCION DEL PUESTO, LA ANTIGUEDAD RECONOCIDA
      * Y EL DOMICILIO ACTIVO
           EXEC SQL
              DECLARE CSR-CVL CURSOR FOR
              SELECT C.EMPNO,
                     C.FECHAPEDIDO,
                     C.TIPOCARTA,
                     C.DESTINATARIO,
                     VALUE(E.EMPNO, ' '),
                     VALUE(E.FIRSTNME, ' '),
                     VALUE(E.LASTNAME, ' '),
                     VALUE(CHAR(E.HIREDATE, ISO), ' '),
                     VALUE(J.JOBDESC, E.JOB, ' '),
                     VALUE(E.SALARY, 0),
                     CASE WHEN E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                          THEN VALUE(CHAR(E.FECHABAJA, ISO), ' ')
                          ELSE ' '
                     END,
                     VALUE(DAYS(CASE WHEN E.EMPSTATUS =
                                          :CT-EMPSTATUS-BAJA
                                     THEN VALUE(E.FECHABAJA,
                                           DATE(:WS-FECHA-PROCESO))
                                     ELSE DATE(:WS-FECHA-PROCESO)
                                END)
                         - DAYS(E.HIREDATE), 0)
                   + VALUE(S.DIASPREVIOS, 0),
                     VALUE(A.CALLE, ' '),
                     VALUE(A.CIUDAD, ' '),
                     VALUE(A.CODPOSTAL, ' '),
                     VALUE(A.PAIS, ' ')
                FROM NEOSB36.CERT_LETTER AS C
                LEFT JOIN NEOSB36.EMP AS E
                       ON E.EMPNO = C.EMPNO
                LEFT JOIN NEOSB36.JOB_CATALOG AS J
                       ON J.JOBCODE = E.JOB
                LEFT JOIN NEOSB36.EMP_SERVICE AS S
                       ON S.EMPNO = C.EMPNO
                LEFT JOIN NEOSB36.EMP_ADDRESS AS A
                       ON A.EMPNO  = C.EMPNO
                      AND A.ESTADO = :CT-ADR-ACTIVO
               WHERE C.ESTADO = :CT-CVL-PENDIENTE
               ORDER BY C.FECHAPEDIDO, C.EMPNO
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

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           PERFORM 1100-ULTIMO-NUMERO
              THRU 1100-ULTIMO-NUMERO-EXIT

           OPEN OUTPUT CARTASCV

           IF FS-CARTASCV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR CARTASCV. FILE STATUS='
                      FS-CARTASCV
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              OPEN CSR-CVL
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CVL. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE CARTASCV
              GOBACK
           END-IF

           PERFORM 2100-FETCH-PEDIDO
              THRU 2100-FETCH-PEDIDO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-ULTIMO-NUMERO                       *
      *                                                               *
      *    - LA NUMERACION CONTINUA LA DEL ULTIMO CERTIFICADO EMITIDO *
      *****************************************************************
       1100-ULTIMO-NUMERO.

           EXEC SQL
              SELECT VALUE(MAX(NROCARTA), 0)
                INTO :WS-NROCARTA
                FROM NEOSB36.CERT_LETTER
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECVL000: ERROR LEYENDO CERT_LETTER. '
                      'SQLCODE=' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                    1100-ULTIMO-NUMERO-EXIT                    *
      *****************************************************************
       1100-ULTIMO-NUMERO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - PEDIDO DE UN EMPLEADO QUE YA NO EXISTE EN EMP: SE AVISA  *
      *      Y QUEDA PENDIENTE                                        *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-PEDIDOS-LEIDOS

           IF WS-EXISTE-EMP EQUAL SPACES
              ADD CT-1                      TO CN-SIN-EMPLEADO
              DISPLAY 'NECVL000: PEDIDO SIN EMPLEADO EN EMP. EMPNO='
                      DCLCVL-EMPNO ' PEDIDO=' DCLCVL-FECHAPEDIDO
           ELSE
              PERFORM 2200-EMITE-CARTA
                 THRU 2200-EMITE-CARTA-EXIT
              PERFORM 2300-MARCA-EMITIDA
                 THRU 2300-MARCA-EMITIDA-EXIT
           END-IF

           PERFORM 2100-FETCH-PEDIDO
              THRU 2100-FETCH-PEDIDO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                       2100-FETCH-PEDIDO                       *
      *****************************************************************
       2100-FETCH-PEDIDO.

           EXEC SQL
              FETCH CSR-CVL
               INTO :DCLCVL-EMPNO,
                    :DCLCVL-FECHAPEDIDO,
                    :DCLCVL-TIPOCARTA,
                    :DCLCVL-DESTINATARIO,
                    :WS-EXISTE-EMP,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-LASTNAME,
                    :WS-FECHA-INGRESO,
                    :WS-JOBDESC,
                    :DCLEMP-SALARY,
                    :WS-FECHA-BAJA,
                    :WS-DIAS-SERVICIO,
                    :DCLADR-CALLE,
                    :DCLADR-CIUDAD,
                    :DCLADR-CODPOSTAL,
                    :DCLADR-PAIS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CVL. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2100-FETCH-PEDIDO-EXIT                     *
      *****************************************************************
       2100-FETCH-PEDIDO-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-EMITE-CARTA                        *
      *                                                               *
      *    - UN CERTIFICADO POR PEDIDO, CON EL SIGUIENTE NUMERO       *
      *    - EL SALARIO SOLO SE IMPRIME EN LOS PEDIDOS TIPO 'S'       *
      *****************************************************************
       2200-EMITE-CARTA.

           ADD CT-1                         TO WS-NROCARTA

           IF CN-CARTAS-EMITIDAS IS GREATER THAN ZEROS
              WRITE REG-CARTASCV FROM WS-LINEA-SEPARADOR
              WRITE REG-CARTASCV FROM WS-LINEA-BLANCO
           END-IF

           MOVE WS-NROCARTA                 TO LIN-TIT-NROCARTA
           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-CARTASCV FROM WS-LINEA-TITULO
           WRITE REG-CARTASCV FROM WS-LINEA-BLANCO

           MOVE DCLCVL-DESTINATARIO         TO LIN-DES-DESTINATARIO
           WRITE REG-CARTASCV FROM WS-LINEA-DESTINATARIO
           WRITE REG-CARTASCV FROM WS-LINEA-BLANCO

           MOVE SPACES                      TO WS-NOMBRE
           STRING DCLEMP-FIRSTNME DELIMITED BY SPACE
                  ' '             DELIMITED BY SIZE
                  DCLEMP-LASTNAME DELIMITED BY SIZE
             INTO WS-NOMBRE
           END-STRING

           MOVE WS-NOMBRE                   TO LIN-EMP-NOMBRE
           MOVE DCLCVL-EMPNO                TO LIN-EMP-EMPNO
           WRITE REG-CARTASCV FROM WS-LINEA-EMPLEADO

           MOVE WS-FECHA-INGRESO            TO LIN-ING-FECHA
           MOVE WS-JOBDESC                  TO LIN-ING-JOBDESC

           IF WS-FECHA-BAJA EQUAL SPACES
              MOVE ' Y SE DESEMPENA COMO     '
                                            TO LIN-ING-TEXTO
              WRITE REG-CARTASCV FROM WS-LINEA-INGRESO
           ELSE
              MOVE ' Y SE DESEMPENO COMO     '
                                            TO LIN-ING-TEXTO
              WRITE REG-CARTASCV FROM WS-LINEA-INGRESO
              MOVE WS-FECHA-BAJA            TO LIN-BAJ-FECHA
              WRITE REG-CARTASCV FROM WS-LINEA-BAJA
           END-IF

           IF WS-DIAS-SERVICIO IS LESS THAN ZEROS
              MOVE ZEROS                    TO WS-DIAS-SERVICIO
           END-IF

           DIVIDE WS-DIAS-SERVICIO BY CT-DIAS-ANIO
                  GIVING WS-ANIOS-SERVICIO

           MOVE WS-ANIOS-SERVICIO           TO LIN-ANT-ANIOS
           MOVE WS-DIAS-SERVICIO            TO LIN-ANT-DIAS
           WRITE REG-CARTASCV FROM WS-LINEA-ANTIGUEDAD

           IF DCLCVL-TIPOCARTA EQUAL CT-CON-SUELDO
              MOVE DCLEMP-SALARY            TO LIN-SAL-SALARIO
              WRITE REG-CARTASCV FROM WS-LINEA-SALARIO
              ADD CT-1                      TO CN-CON-SUELDO
           END-IF

           PERFORM 2250-IMPRIME-DOMICILIO
              THRU 2250-IMPRIME-DOMICILIO-EXIT

           WRITE REG-CARTASCV FROM WS-LINEA-BLANCO
           WRITE REG-CARTASCV FROM WS-LINEA-CIERRE
           WRITE REG-CARTASCV FROM WS-LINEA-BLANCO

           ADD CT-1                         TO CN-CARTAS-EMITIDAS.

      *****************************************************************
      *                     2200-EMITE-CARTA-EXIT                     *
      *****************************************************************
       2200-EMITE-CARTA-EXIT.
           EXIT.
      *****************************************************************
      *                    2250-IMPRIME-DOMICILIO                     *
      *                                                               *
      *    - DOMICILIO ACTIVO DE EMP_ADDRESS; SIN DOMICILIO CARGADO   *
      *      SE DEJA CONSTANCIA Y SE CUENTA PARA EL RESUMEN           *
      *****************************************************************
       2250-IMPRIME-DOMICILIO.

           IF DCLADR-CALLE EQUAL SPACES
              MOVE 'SIN DOMICILIO REGISTRADO'
                                            TO LIN-DOM-CALLE
              WRITE REG-CARTASCV FROM WS-LINEA-DOMICILIO
              ADD CT-1                      TO CN-SIN-DOMICILIO
           ELSE
              MOVE DCLADR-CALLE             TO LIN-DOM-CALLE
              WRITE REG-CARTASCV FROM WS-LINEA-DOMICILIO
              MOVE DCLADR-CIUDAD            TO LIN-CIU-CIUDAD
              MOVE DCLADR-CODPOSTAL         TO LIN-CIU-CODPOSTAL
              MOVE DCLADR-PAIS              TO LIN-CIU-PAIS
              WRITE REG-CARTASCV FROM WS-LINEA-CIUDAD
           END-IF.

      *****************************************************************
      *                  2250-IMPRIME-DOMICILIO-EXIT                  *
      *****************************************************************
       2250-IMPRIME-DOMICILIO-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-MARCA-EMITIDA                       *
      *                                                               *
      *    - EL PEDIDO QUEDA EMITIDO CON SU NUMERO Y FECHA; ES EL     *
      *      REGISTRO DE LOS CERTIFICADOS EXTENDIDOS                  *
      *****************************************************************
       2300-MARCA-EMITIDA.

           MOVE CT-CVL-EMITIDA              TO DCLCVL-ESTADO
           MOVE WS-NROCARTA                 TO DCLCVL-NROCARTA
           MOVE WS-FECHA-PROCESO            TO DCLCVL-FECHAEMISION

           EXEC SQL
              UPDATE NEOSB36.CERT_LETTER
                 SET ESTADO       = :DCLCVL-ESTADO,
                     NROCARTA     = :DCLCVL-NROCARTA,
                     FECHAEMISION = :DCLCVL-FECHAEMISION
               WHERE EMPNO       = :DCLCVL-EMPNO
                 AND FECHAPEDIDO = :DCLCVL-FECHAPEDIDO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECVL000: ERROR ACTUALIZANDO CERT_LETTER. '
                      'EMPNO=' DCLCVL-EMPNO ' SQLCODE=' SQLCODE
              MOVE 8                         TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF.

      *****************************************************************
      *                    2300-MARCA-EMITIDA-EXIT                    *
      *****************************************************************
       2300-MARCA-EMITIDA-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-CVL
           END-EXEC

           IF RETURN-CODE EQUAL ZERO
              AND CN-SIN-EMPLEADO IS GREATER THAN ZEROS
              MOVE 4                        TO RETURN-CODE
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECVL000              *'
           DISPLAY 'FECHA DE PROCESO:      ' WS-FECHA-PROCESO
           DISPLAY 'PEDIDOS LEIDOS:        ' CN-PEDIDOS-LEIDOS
           DISPLAY 'CERTIFICADOS EMITIDOS: ' CN-CARTAS-EMITIDAS
           DISPLAY 'CON SUELDO:            ' CN-CON-SUELDO
           DISPLAY 'SIN DOMICILIO:         ' CN-SIN-DOMICILIO
           DISPLAY 'SIN EMPLEADO EN EMP:   ' CN-SIN-EMPLEADO
           DISPLAY 'ULTIMO NUMERO EMITIDO: ' WS-NROCARTA
           DISPLAY '***********************************************'

           CLOSE CARTASCV

           GOBACK.
