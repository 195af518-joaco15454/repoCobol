      *****************************************************************
      * Program name:    NENHR000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. New-hire reporting  *
      *                          to the labour authority: creates and *
      *                          rehires taken from EMP_HIST ('C' and *
      *                          'R') not yet in NEWHIRE_RPT, written *
      *                          to ALTASGOB in the authority's fixed *
      *                          layout (NETCNHR0) with employer      *
      *                          header and count trailer, and hires  *
      *                          past the PARMNHR deadline listed on  *
      *                          REPNHR.                              *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NENHR000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * CADA ALTA ('C') Y CADA REINGRESO ('R') DE EMP_HIST SE INFORMA *
      * UNA SOLA VEZ: AL GRABARLO EN ALTASGOB QUEDA EN NEWHIRE_RPT    *
      * (CLAVE EMPNO + FECHACAMBIO DEL HISTORICO) Y YA NO VUELVE A    *
      * SALIR. LA BUSQUEDA ARRANCA EN LA PRIMERA PRESENTACION         *
      * REGISTRADA EN INTF_FILES, DE MODO QUE UN INGRESO RECHAZADO    *
      * (DATOS INCOMPLETOS) SE VUELVE A TOMAR HASTA QUE SE INFORME.   *
      * SIN PRESENTACIONES PREVIAS SE TOMAN LOS INGRESOS DE LOS       *
      * ULTIMOS PARM-PLAZO-DIAS (LOS ANTERIORES YA SE INFORMARON POR  *
      * EL FORMULARIO WEB DEL ORGANISMO).                             *
      *                                                               *
      * LA FECHA DE INGRESO DE UN REINGRESO ES EL HIREDATE DEL NUEVO  *
      * PERIODO: EL DE LA IMAGEN SIGUIENTE DEL HISTORICO O, SI NO LA  *
      * HAY, EL VIGENTE EN EMP.                                       *
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

           SELECT PARMNHR  ASSIGN TO PARMNHR
                           FILE STATUS IS FS-PARMNHR.

           SELECT ALTASGOB ASSIGN TO ALTASGOB
                           FILE STATUS IS FS-ALTASGOB.

           SELECT REPNHR   ASSIGN TO REPNHR
                           FILE STATUS IS FS-REPNHR.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMNHR
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-PARMNHR.
           05 PARM-EMPLEADOR                PIC X(11).
           05 PARM-RAZON-SOCIAL             PIC X(40).
           05 PARM-PLAZO-DIAS               PIC 9(03).
           05 FILLER                        PIC X(26).

       FD  ALTASGOB
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-ALTASGOB            PIC X(150).

       FD  REPNHR
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPNHR              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMNHR                    PIC X(02) VALUE SPACES.
           05 FS-ALTASGOB                   PIC X(02) VALUE SPACES.
           05 FS-REPNHR                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-FECHA-DESDE                PIC X(10) VALUE SPACES.
           05 WS-ULTIMA-PRESENTACION        PIC X(10) VALUE SPACES.
           05 WS-PLAZO-DIAS                 PIC S9(04) COMP VALUE ZERO.
           05 WS-FECHA-INGRESO              PIC X(10) VALUE SPACES.
           05 WS-FECHA-VENCE                PIC X(10) VALUE SPACES.
           05 WS-FECHA-NACIM                PIC X(10) VALUE SPACES.
           05 WS-MOTIVO                     PIC X(40) VALUE SPACES.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
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

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-VENCIDO                    PIC X(01) VALUE 'N'.
              88 SI-VENCIDO                           VALUE 'S'.
              88 NO-VENCIDO                           VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NENHR000'.
           05 CT-ARCHIVO                    PIC X(08) VALUE 'ALTASGOB'.
           05 CT-SENTIDO-SALIDA             PIC X(01) VALUE 'S'.
           05 CT-TIPO-ALTA                  PIC X(01) VALUE 'C'.
           05 CT-TIPO-REINGRESO             PIC X(01) VALUE 'R'.
           05 CT-ADR-ACTIVO                 PIC X(01) VALUE 'A'.
           05 CT-PLAZO-DEFECTO              PIC 9(03) VALUE 20.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-LEIDOS                     PIC 9(07).
           05 CN-INFORMADOS                 PIC 9(07).
           05 CN-INGRESOS                   PIC 9(07).
           05 CN-REINGRESOS                 PIC 9(07).
           05 CN-RECHAZADOS                 PIC 9(07).
           05 CN-VENCIDOS                   PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(40) VALUE
              "INGRESOS INFORMADOS AL ORGANISMO - FEC: ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(30) VALUE SPACES.

       01  WS-LINEA-VENTANA.
           05 FILLER                        PIC X(26) VALUE
              "ULTIMA PRESENTACION:      ".
           05 LIN-VEN-ULTIMA                PIC X(10).
           05 FILLER                        PIC X(14) VALUE
              "  PLAZO DIAS: ".
           05 LIN-VEN-PLAZO                 PIC ZZ9.
           05 FILLER                        PIC X(27) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "EMPNO  APELLIDO             TIPO      F.".
           05 FILLER                        PIC X(40) VALUE
              "INGRESO  VENCE      SITUACION           ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-APELLIDO              PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-TIPO                  PIC X(09).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHA-INGRESO         PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-VENCE                 PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SITUACION             PIC X(17).
           05 FILLER                        PIC X(03) VALUE SPACES.

       01  WS-LINEA-MOTIVO.
           05 FILLER                        PIC X(07) VALUE SPACES.
           05 FILLER                        PIC X(08) VALUE
              "MOTIVO: ".
           05 LIN-MOT-TEXTO                 PIC X(40).
           05 FILLER                        PIC X(25) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZZZZ9.
           05 FILLER                        PIC X(33) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-REG-NHR.
           COPY NETCNHR0.

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
              INCLUDE NEGTADR
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTIFC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTNHR
           END-EXEC.

      * ALTAS Y REINGRESOS DEL HISTORICO DESDE LA PRIMERA PRESENTACION
      * QUE TODAVIA NO FIGURAN EN NEWHIRE_RPT, CON LOS DATOS VIGENTES
      * DEL EMPLEADO Y SU DOMICILIO ACTIVO
           EXEC SQL
              DECLARE CSR-NHR CURSOR FOR
              SELECT X.EMPNO,
                     X.FECHACAMBIO,
                     X.TIPOCAMBIO,
                     X.LASTNAME,
                     X.FIRSTNME,
                     X.MIDINIT,
                     X.SEX,
                     X.BIRTHDATE,
                     VALUE(CHAR(X.FINGRESO, ISO), ' '),
                     VALUE(CHAR(X.FINGRESO + :WS-PLAZO-DIAS DAYS, ISO),
                           ' '),
                     X.CALLE,
                     X.CIUDAD,
                     X.CODPOSTAL,
                     X.PAIS
                FROM (SELECT H.EMPNO,
                             H.FECHACAMBIO,
                             H.TIPOCAMBIO,
                             E.LASTNAME,
                             E.FIRSTNME,
                             E.MIDINIT,
                             VALUE(E.SEX, ' ') AS SEX,
                             VALUE(CHAR(E.BIRTHDATE, ISO), ' ')
                                               AS BIRTHDATE,
                             CASE WHEN H.TIPOCAMBIO = :CT-TIPO-ALTA
                                  THEN H.HIREDATE
                                  ELSE VALUE(
                                      (SELECT MIN(N.HIREDATE)
                                         FROM NEOSB36.EMP_HIST AS N
                                        WHERE N.EMPNO = H.EMPNO
                                          AND N.FECHACAMBIO =
                                             (SELECT MIN(N2.FECHACAMBIO)
                                                FROM NEOSB36.EMP_HIST
                                                     AS N2
                                               WHERE N2.EMPNO =
                                                     H.EMPNO
                                                 AND N2.FECHACAMBIO >
                                                     H.FECHACAMBIO)),
                                      E.HIREDATE)
                             END AS FINGRESO,
                             VALUE(A.CALLE, ' ')     AS CALLE,
                             VALUE(A.CIUDAD, ' ')    AS CIUDAD,
                             VALUE(A.CODPOSTAL, ' ') AS CODPOSTAL,
                             VALUE(A.PAIS, ' ')      AS PAIS
                        FROM NEOSB36.EMP_HIST AS H
                       INNER JOIN NEOSB36.EMP AS E
                               ON E.EMPNO = H.EMPNO
                        LEFT JOIN NEOSB36.EMP_ADDRESS AS A
                               ON A.EMPNO  = H.EMPNO
                              AND A.ESTADO = :CT-ADR-ACTIVO
                       WHERE H.TIPOCAMBIO IN (:CT-TIPO-ALTA,
                                              :CT-TIPO-REINGRESO)
                         AND DATE(H.FECHACAMBIO) >=
                             DATE(:WS-FECHA-DESDE)
                         AND NOT EXISTS
                             (SELECT 1
                                FROM NEOSB36.NEWHIRE_RPT AS R
                               WHERE R.EMPNO       = H.EMPNO
                                 AND R.FECHACAMBIO = H.FECHACAMBIO)
                     ) AS X
               ORDER BY X.EMPNO, X.FECHACAMBIO
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

           PERFORM 1100-LEE-PARAMETRO
              THRU 1100-LEE-PARAMETRO-EXIT

           PERFORM 1200-DETERMINA-VENTANA
              THRU 1200-DETERMINA-VENTANA-EXIT

           OPEN OUTPUT ALTASGOB

           IF FS-ALTASGOB NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR ALTASGOB. FILE STATUS='
                      FS-ALTASGOB
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPNHR

           IF FS-REPNHR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPNHR. FILE STATUS=' FS-REPNHR
              MOVE 8                         TO RETURN-CODE
              CLOSE ALTASGOB
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPNHR FROM WS-LINEA-TITULO
           MOVE WS-ULTIMA-PRESENTACION      TO LIN-VEN-ULTIMA
           MOVE WS-PLAZO-DIAS               TO LIN-VEN-PLAZO
           WRITE REG-REPNHR FROM WS-LINEA-VENTANA
           WRITE REG-REPNHR FROM WS-LINEA-COLUMNAS
                 AFTER ADVANCING 2 LINES

           MOVE SPACES                      TO WS-REG-NHR
           SET NHR-88-ENCABEZADO            TO TRUE
           MOVE PARM-EMPLEADOR              TO NHR-EMPLEADOR
           MOVE PARM-RAZON-SOCIAL           TO NHR-HDR-RAZON-SOCIAL
           MOVE FEC0-FECHA-AMD              TO NHR-HDR-FECHA-ENVIO
           MOVE CT-ARCHIVO                  TO NHR-HDR-ARCHIVO
           WRITE REG-ALTASGOB FROM WS-REG-NHR

           EXEC SQL
              OPEN CSR-NHR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR NHR. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE ALTASGOB
                    REPNHR
              GOBACK
           END-IF

           PERFORM 2100-FETCH-INGRESO
              THRU 2100-FETCH-INGRESO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-LEE-PARAMETRO                       *
      *                                                               *
      *    - PARMNHR: IDENTIFICACION Y RAZON SOCIAL DEL EMPLEADOR Y   *
      *      PLAZO LEGAL EN DIAS (POR DEFECTO 20)                     *
      *****************************************************************
       1100-LEE-PARAMETRO.

           OPEN INPUT PARMNHR

           IF FS-PARMNHR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMNHR. FILE STATUS='
                      FS-PARMNHR
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMNHR
                AT END
                MOVE SPACES                 TO REG-PARMNHR
           END-READ

           CLOSE PARMNHR

           IF PARM-EMPLEADOR EQUAL SPACES
              DISPLAY 'NENHR000: PARMNHR SIN IDENTIFICACION DEL '
                      'EMPLEADOR'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF PARM-PLAZO-DIAS IS NOT NUMERIC
              OR PARM-PLAZO-DIAS EQUAL ZEROS
              MOVE CT-PLAZO-DEFECTO         TO WS-PLAZO-DIAS
           ELSE
              MOVE PARM-PLAZO-DIAS          TO WS-PLAZO-DIAS
           END-IF.

      *****************************************************************
      *                    1100-LEE-PARAMETRO-EXIT                    *
      *****************************************************************
       1100-LEE-PARAMETRO-EXIT.
           EXIT.
      *****************************************************************
      *                    1200-DETERMINA-VENTANA                     *
      *****************************************************************
       1200-DETERMINA-VENTANA.

           MOVE CT-ARCHIVO                  TO DCLIFC-ARCHIVO

           EXEC SQL
              SELECT CHAR(VALUE(MIN(FECHAPROCESO),
                                DATE(:WS-FECHA-PROCESO)
                                - :WS-PLAZO-DIAS DAYS), ISO),
                     VALUE(CHAR(MAX(FECHAPROCESO), ISO), ' ')
                INTO :WS-FECHA-DESDE,
                     :WS-ULTIMA-PRESENTACION
                FROM NEOSB36.INTF_FILES
               WHERE ARCHIVO = :DCLIFC-ARCHIVO
                 AND SENTIDO = :CT-SENTIDO-SALIDA
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NENHR000: ERROR LEYENDO INTF_FILES. '
                      'SQLCODE=' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                  1200-DETERMINA-VENTANA-EXIT                  *
      *****************************************************************
       1200-DETERMINA-VENTANA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                               *
      *    - INGRESO CON DATOS COMPLETOS: SE INFORMA Y SE REGISTRA    *
      *    - INGRESO INCOMPLETO: SE RECHAZA Y QUEDA PENDIENTE         *
      *    - EN AMBOS CASOS, SI EL PLAZO LEGAL YA VENCIO, SE LISTA    *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-LEIDOS

           IF WS-FECHA-VENCE LESS THAN WS-FECHA-PROCESO
              SET SI-VENCIDO                TO TRUE
           ELSE
              SET NO-VENCIDO                TO TRUE
           END-IF

           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-APELLIDO
           MOVE WS-FECHA-INGRESO            TO LIN-DET-FECHA-INGRESO
           MOVE WS-FECHA-VENCE              TO LIN-DET-VENCE

           IF DCLNHR-TIPOALTA EQUAL CT-TIPO-REINGRESO
              MOVE 'REINGRESO'              TO LIN-DET-TIPO
           ELSE
              MOVE 'INGRESO'                TO LIN-DET-TIPO
           END-IF

           PERFORM 2200-VALIDA-INGRESO
              THRU 2200-VALIDA-INGRESO-EXIT

           IF WS-MOTIVO NOT EQUAL SPACES
              ADD CT-1                      TO CN-RECHAZADOS
              MOVE 'NO ENVIADO'             TO LIN-DET-SITUACION
              WRITE REG-REPNHR FROM WS-LINEA-DETALLE
              MOVE WS-MOTIVO                TO LIN-MOT-TEXTO
              WRITE REG-REPNHR FROM WS-LINEA-MOTIVO
              IF SI-VENCIDO
                 ADD CT-1                   TO CN-VENCIDOS
              END-IF
           ELSE
              PERFORM 2300-INFORMA-INGRESO
                 THRU 2300-INFORMA-INGRESO-EXIT
              IF SI-VENCIDO
                 ADD CT-1                   TO CN-VENCIDOS
                 MOVE 'ENVIADO VENCIDO'     TO LIN-DET-SITUACION
                 WRITE REG-REPNHR FROM WS-LINEA-DETALLE
              END-IF
           END-IF

           PERFORM 2100-FETCH-INGRESO
              THRU 2100-FETCH-INGRESO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-INGRESO                       *
      *****************************************************************
       2100-FETCH-INGRESO.

           EXEC SQL
              FETCH CSR-NHR
               INTO :DCLEMP-EMPNO,
                    :DCLNHR-FECHACAMBIO,
                    :DCLNHR-TIPOALTA,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-MIDINIT,
                    :DCLEMP-SEX,
                    :WS-FECHA-NACIM,
                    :WS-FECHA-INGRESO,
                    :WS-FECHA-VENCE,
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
                    DISPLAY 'ERROR EN FETCH NHR. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2100-FETCH-INGRESO-EXIT                    *
      *****************************************************************
       2100-FETCH-INGRESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-VALIDA-INGRESO                      *
      *                                                               *
      *    - EL ORGANISMO EXIGE FECHA DE INGRESO, FECHA DE NACIMIENTO *
      *      Y SEXO                                                   *
      *****************************************************************
       2200-VALIDA-INGRESO.

           MOVE SPACES                      TO WS-MOTIVO

           EVALUATE TRUE
               WHEN WS-FECHA-INGRESO EQUAL SPACES
                    MOVE 'SIN FECHA DE INGRESO'
                                            TO WS-MOTIVO
               WHEN WS-FECHA-NACIM EQUAL SPACES
                    MOVE 'SIN FECHA DE NACIMIENTO (BIRTHDATE)'
                                            TO WS-MOTIVO
               WHEN DCLEMP-SEX EQUAL SPACES
                    MOVE 'SIN SEXO INFORMADO'
                                            TO WS-MOTIVO
               WHEN OTHER
                    CONTINUE
           END-EVALUATE.

      *****************************************************************
      *                   2200-VALIDA-INGRESO-EXIT                    *
      *****************************************************************
       2200-VALIDA-INGRESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-INFORMA-INGRESO                      *
      *                                                               *
      *    - DETALLE EN ALTASGOB Y MARCA EN NEWHIRE_RPT PARA QUE EL   *
      *      INGRESO NO SE VUELVA A ENVIAR                            *
      *****************************************************************
       2300-INFORMA-INGRESO.

           MOVE SPACES                      TO WS-REG-NHR
           SET NHR-88-DETALLE               TO TRUE
           MOVE PARM-EMPLEADOR              TO NHR-EMPLEADOR
           MOVE DCLEMP-EMPNO                TO NHR-DET-EMPNO

           IF DCLNHR-TIPOALTA EQUAL CT-TIPO-REINGRESO
              SET NHR-88-REINGRESO          TO TRUE
              ADD CT-1                      TO CN-REINGRESOS
           ELSE
              SET NHR-88-INGRESO            TO TRUE
              ADD CT-1                      TO CN-INGRESOS
           END-IF

           MOVE DCLEMP-LASTNAME             TO NHR-DET-APELLIDO
           MOVE DCLEMP-FIRSTNME             TO NHR-DET-NOMBRE
           MOVE DCLEMP-MIDINIT              TO NHR-DET-INICIAL
           MOVE DCLEMP-SEX                  TO NHR-DET-SEXO

           MOVE WS-FECHA-NACIM              TO WS-FECHA-ISO
           PERFORM 9000-FORMATO-AMD
              THRU 9000-FORMATO-AMD-EXIT
           MOVE WS-FECHA-AMD-N              TO NHR-DET-FECHA-NACIM

           MOVE WS-FECHA-INGRESO            TO WS-FECHA-ISO
           PERFORM 9000-FORMATO-AMD
              THRU 9000-FORMATO-AMD-EXIT
           MOVE WS-FECHA-AMD-N              TO NHR-DET-FECHA-INGRESO

           MOVE DCLADR-CALLE                TO NHR-DET-CALLE
           MOVE DCLADR-CIUDAD               TO NHR-DET-CIUDAD
           MOVE DCLADR-CODPOSTAL            TO NHR-DET-CODPOSTAL
           MOVE DCLADR-PAIS                 TO NHR-DET-PAIS

           WRITE REG-ALTASGOB FROM WS-REG-NHR
           ADD CT-1                         TO CN-INFORMADOS

           MOVE DCLEMP-EMPNO                TO DCLNHR-EMPNO
           MOVE WS-FECHA-INGRESO            TO DCLNHR-HIREDATE
           MOVE WS-FECHA-PROCESO            TO DCLNHR-FECHAENVIO
           MOVE CT-ARCHIVO                  TO DCLNHR-ARCHIVO

           EXEC SQL
              INSERT INTO NEOSB36.NEWHIRE_RPT
              (
                    EMPNO,
                    FECHACAMBIO,
                    TIPOALTA,
                    HIREDATE,
                    FECHAENVIO,
                    ARCHIVO
              )
              VALUES
              (
                   :DCLNHR-EMPNO,
                   :DCLNHR-FECHACAMBIO,
                   :DCLNHR-TIPOALTA,
                   :DCLNHR-HIREDATE,
                   :DCLNHR-FECHAENVIO,
                   :DCLNHR-ARCHIVO
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NENHR000: ERROR GRABANDO NEWHIRE_RPT. EMPNO='
                      DCLNHR-EMPNO ' SQLCODE=' SQLCODE
              MOVE 8                         TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF.

      *****************************************************************
      *                   2300-INFORMA-INGRESO-EXIT                   *
      *****************************************************************
       2300-INFORMA-INGRESO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-NHR
           END-EXEC

           MOVE SPACES                      TO WS-REG-NHR
           SET NHR-88-TRAILER               TO TRUE
           MOVE PARM-EMPLEADOR              TO NHR-EMPLEADOR
           MOVE CN-INFORMADOS               TO NHR-TRL-CANTIDAD
           WRITE REG-ALTASGOB FROM WS-REG-NHR

           MOVE 'INGRESOS INFORMADOS:'      TO LIN-TOT-TEXTO
           MOVE CN-INGRESOS                 TO LIN-TOT-CANTIDAD
           WRITE REG-REPNHR FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 'REINGRESOS INFORMADOS:'    TO LIN-TOT-TEXTO
           MOVE CN-REINGRESOS               TO LIN-TOT-CANTIDAD
           WRITE REG-REPNHR FROM WS-LINEA-TOTAL

           MOVE 'RECHAZADOS (QUEDAN PENDIENTES):'
                                            TO LIN-TOT-TEXTO
           MOVE CN-RECHAZADOS               TO LIN-TOT-CANTIDAD
           WRITE REG-REPNHR FROM WS-LINEA-TOTAL

           MOVE 'FUERA DEL PLAZO LEGAL:'    TO LIN-TOT-TEXTO
           MOVE CN-VENCIDOS                 TO LIN-TOT-CANTIDAD
           WRITE REG-REPNHR FROM WS-LINEA-TOTAL

           IF RETURN-CODE EQUAL ZERO
              IF CN-RECHAZADOS IS GREATER THAN ZEROS
                 OR CN-VENCIDOS IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NENHR000              *'
           DISPLAY 'FECHA DE PROCESO:      ' WS-FECHA-PROCESO
           DISPLAY 'BUSQUEDA DESDE:        ' WS-FECHA-DESDE
           DISPLAY 'ULTIMA PRESENTACION:   ' WS-ULTIMA-PRESENTACION
           DISPLAY 'MOVIMIENTOS LEIDOS:    ' CN-LEIDOS
           DISPLAY 'INGRESOS INFORMADOS:   ' CN-INGRESOS
           DISPLAY 'REINGRESOS INFORMADOS: ' CN-REINGRESOS
           DISPLAY 'RECHAZADOS:            ' CN-RECHAZADOS
           DISPLAY 'FUERA DE PLAZO:        ' CN-VENCIDOS
           DISPLAY '***********************************************'

      * EL ARCHIVO GENERADO SE REGISTRA EN INTF_FILES; LA PRIMERA
      * PRESENTACION MARCA EL COMIENZO DE LA BUSQUEDA
           IF RETURN-CODE LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-SALIDA            TO TRUE
              MOVE CT-ARCHIVO               TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-INFORMADOS            TO FIL0-CANTIDAD
              MOVE ZEROS                    TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE PRESERVA EL DE ESTA CORRIDA
              MOVE RETURN-CODE              TO WS-RC-GUARDADO

              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

              MOVE WS-RC-GUARDADO           TO RETURN-CODE
           END-IF

           CLOSE ALTASGOB
                 REPNHR

           GOBACK.
      *****************************************************************
      *                       9000-FORMATO-AMD                        *
      *                                                               *
      *    - FECHA ISO AAAA-MM-DD A AAAAMMDD DEL DISENO DEL ORGANISMO *
      *****************************************************************
       9000-FORMATO-AMD.

           MOVE WS-ISO-AAAA                 TO WS-AMD-AAAA
           MOVE WS-ISO-MM                   TO WS-AMD-MM
           MOVE WS-ISO-DD                   TO WS-AMD-DD.

      *****************************************************************
      *                     9000-FORMATO-AMD-EXIT                     *
      *****************************************************************
       9000-FORMATO-AMD-EXIT.
           EXIT.
