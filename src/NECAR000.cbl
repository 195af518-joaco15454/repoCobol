      *****************************************************************
      * Program name:    NECAR000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Outbound enrollment *
      *                          file for the benefits carrier: one   *
      *                          member record per covered employee   *
      *                          and dependent with relationship,     *
      *                          birth date, coverage start/end and   *
      *                          premium (BEN_DEDUCT for the          *
      *                          employee, BEN_RATES band for the     *
      *                          dependent). PARMCAR selects the full *
      *                          monthly file or the daily change     *
      *                          file; terminations come from EMP     *
      *                          FECHABAJA and dependent closures     *
      *                          from DEPENDENT_HIST. Header/trailer  *
      *                          with counts and premium total, and   *
      *                          the file registered in INTF_FILES.   *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NECAR000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * MODO 'M' (MENSUAL COMPLETO): TODOS LOS MIEMBROS CUBIERTOS A   *
      *   LA FECHA MAS LAS BAJAS DEL MES EN CURSO.                    *
      * MODO 'D' (NOVEDADES DIARIAS): ALTAS Y BAJAS CON FECHA DESDE   *
      *   EL DIA SIGUIENTE AL ULTIMO ARCHIVO DIARIO REGISTRADO EN     *
      *   INTF_FILES HASTA LA FECHA DE PROCESO.                       *
      *                                                               *
      * INICIO DE COBERTURA: HIREDATE DEL EMPLEADO; PARA EL FAMILIAR  *
      *   LA FECHA DEL ALTA EN DEPENDENT_HIST (O EL HIREDATE SI FUE   *
      *   CARGADO ANTES DE EXISTIR LA AUDITORIA).                     *
      * FIN DE COBERTURA: FECHABAJA DEL EMPLEADO (ALCANZA A TODOS SUS *
      *   FAMILIARES) O LA FECHA DE LA BAJA DEL FAMILIAR EN           *
      *   DEPENDENT_HIST, LA QUE SEA ANTERIOR.                        *
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

           SELECT PARMCAR  ASSIGN TO PARMCAR
                           FILE STATUS IS FS-PARMCAR.

           SELECT CARBEN   ASSIGN TO CARBEN
                           FILE STATUS IS FS-CARBEN.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMCAR
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMCAR.
           05 PARM-MODO                     PIC X(01).
           05 FILLER                        PIC X(09).

       FD  CARBEN
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 100 CHARACTERS.
       01  REG-CARBEN              PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMCAR                    PIC X(02) VALUE SPACES.
           05 FS-CARBEN                     PIC X(02) VALUE SPACES.
           05 WS-MODO                       PIC X(01) VALUE SPACES.
              88 WS-88-MENSUAL                        VALUE 'M'.
              88 WS-88-DIARIO                         VALUE 'D'.
           05 WS-ARCHIVO                    PIC X(08) VALUE SPACES.
           05 WS-FECHA-DESDE                PIC X(10) VALUE SPACES.
           05 WS-FECHA-HASTA                PIC X(10) VALUE SPACES.
           05 WS-PRIMER-DIA-MES.
              10 WS-PDM-AAAA                PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-PDM-MM                  PIC 9(02).
              10 FILLER                     PIC X(03) VALUE '-01'.
           05 WS-PERIODO.
              10 WS-PER-AAAA                PIC 9(04).
              10 WS-PER-MM                  PIC 9(02).
           05 WS-EMP-FECHANAC               PIC X(10) VALUE SPACES.
           05 WS-EMP-INICIO                 PIC X(10) VALUE SPACES.
           05 WS-EMP-FIN                    PIC X(10) VALUE SPACES.
           05 WS-EMP-PRIMA                  PIC S9(07)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-DPN-INICIO                 PIC X(10) VALUE SPACES.
           05 WS-DPN-FIN                    PIC X(10) VALUE SPACES.
           05 WS-DPN-PRIMA                  PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-MIE-INICIO                 PIC X(10) VALUE SPACES.
           05 WS-MIE-FIN                    PIC X(10) VALUE SPACES.

       01  WS-AUXILIARES.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-FAMILIARES             PIC X(01) VALUE 'N'.
              88 SI-FIN-FAMILIARES                    VALUE 'S'.
           05 SW-INCLUIR                    PIC X(01) VALUE 'N'.
              88 SI-INCLUIR                           VALUE 'S'.
              88 NO-INCLUIR                           VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CFIL0                   PIC X(08) VALUE 'NE9CFIL0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NECAR000'.
           05 CT-ARCHIVO-MENSUAL            PIC X(08) VALUE 'CARBENM'.
           05 CT-ARCHIVO-DIARIO             PIC X(08) VALUE 'CARBEND'.
           05 CT-SENTIDO-SALIDA             PIC X(01) VALUE 'S'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-PARENTESCO-TITULAR         PIC X(02) VALUE 'TI'.
           05 CT-FECHA-ABIERTA              PIC X(10)
                                            VALUE '9999-12-31'.
           05 CT-ACCION-ALTA                PIC X(01) VALUE 'A'.
           05 CT-ACCION-BAJA                PIC X(01) VALUE 'B'.
           05 CT-ACCION-VIGENTE             PIC X(01) VALUE 'V'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-ESCRITOS         PIC 9(07).
           05 CN-TITULARES                  PIC 9(07).
           05 CN-FAMILIARES                 PIC 9(07).
           05 CN-ALTAS                      PIC 9(07).
           05 CN-BAJAS                      PIC 9(07).
           05 CN-TOTAL-PRIMAS               PIC 9(11)V9(02) COMP-3.

      *****************************************************************
      *        REGISTROS DEL LAYOUT DE LA ASEGURADORA                 *
      *****************************************************************
       01  WS-REG-HEADER.
           05 FILLER                        PIC X(01) VALUE 'H'.
           05 HDR-FECHA-PROCESO             PIC X(10).
           05 HDR-MODO                      PIC X(01).
           05 HDR-FECHA-DESDE               PIC X(10).
           05 HDR-FECHA-HASTA               PIC X(10).
           05 FILLER                        PIC X(68) VALUE SPACES.

       01  WS-REG-MIEMBRO.
           05 FILLER                        PIC X(01) VALUE 'D'.
           05 MIE-EMPNO                     PIC X(06).
           05 MIE-SEQNO                     PIC 9(02).
           05 MIE-PARENTESCO                PIC X(02).
           05 MIE-NOMBRE                    PIC X(30).
           05 MIE-SEXO                      PIC X(01).
           05 MIE-FECHANAC                  PIC X(10).
           05 MIE-INICIO                    PIC X(10).
           05 MIE-FIN                       PIC X(10).
           05 MIE-ACCION                    PIC X(01).
           05 MIE-PRIMA                     PIC 9(07)V9(02).
           05 FILLER                        PIC X(18) VALUE SPACES.

       01  WS-REG-TRAILER.
           05 FILLER                        PIC X(01) VALUE 'T'.
           05 TRL-CANTIDAD                  PIC 9(07).
           05 TRL-TITULARES                 PIC 9(07).
           05 TRL-FAMILIARES                PIC 9(07).
           05 TRL-ALTAS                     PIC 9(07).
           05 TRL-BAJAS                     PIC 9(07).
           05 TRL-TOTAL-PRIMAS              PIC 9(11)V9(02).
           05 FILLER                        PIC X(51) VALUE SPACES.

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
              INCLUDE NEGTDPN
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTIFC
           END-EXEC.

      * EMPLEADOS A INFORMAR: EN EL MENSUAL TODOS LOS NO DADOS DE
      * BAJA; EN AMBOS MODOS LOS QUE INGRESARON O SE FUERON DENTRO
      * DE LA VENTANA Y LOS QUE TIENEN NOVEDADES DE FAMILIARES EN ELLA
           EXEC SQL
              DECLARE CSR-CAR CURSOR FOR
              SELECT E.EMPNO,
                     E.FIRSTNME,
                     E.LASTNAME,
                     E.SEX,
                     VALUE(CHAR(E.BIRTHDATE, ISO), ' '),
                     CHAR(E.HIREDATE, ISO),
                     E.EMPSTATUS,
                     VALUE(CHAR(E.FECHABAJA, ISO), ' '),
                     VALUE(B.IMPORTE, 0)
                FROM NEOSB36.EMP AS E
                LEFT JOIN NEOSB36.BEN_DEDUCT AS B
                       ON B.EMPNO   = E.EMPNO
                      AND B.PERIODO = :WS-PERIODO
               WHERE (:WS-MODO = 'M'
                      AND E.EMPSTATUS <> :CT-EMPSTATUS-BAJA)
                  OR E.HIREDATE BETWEEN DATE(:WS-FECHA-DESDE)
                                    AND DATE(:WS-FECHA-HASTA)
                  OR (E.EMPSTATUS = :CT-EMPSTATUS-BAJA
                      AND E.FECHABAJA BETWEEN DATE(:WS-FECHA-DESDE)
                                          AND DATE(:WS-FECHA-HASTA))
                  OR EXISTS
                     (SELECT 1
                        FROM NEOSB36.DEPENDENT_HIST AS H
                       WHERE H.EMPNO = E.EMPNO
                         AND DATE(H.FECHACAMBIO)
                             BETWEEN DATE(:WS-FECHA-DESDE)
                                 AND DATE(:WS-FECHA-HASTA))
               ORDER BY E.EMPNO
           END-EXEC.

      * FAMILIARES DEL EMPLEADO CON SUS FECHAS DE ALTA Y BAJA SEGUN
      * DEPENDENT_HIST Y LA PRIMA DEL TRAMO DE EDAD QUE COBRA NEBEN000
           EXEC SQL
              DECLARE CSR-FAM CURSOR FOR
              SELECT D.SEQNO,
                     D.NOMBRE,
                     D.PARENTESCO,
                     VALUE(CHAR(D.FECHANAC, ISO), ' '),
                     D.ESTADO,
                     CHAR(VALUE((SELECT DATE(MIN(H.FECHACAMBIO))
                                   FROM NEOSB36.DEPENDENT_HIST AS H
                                  WHERE H.EMPNO      = D.EMPNO
                                    AND H.SEQNO      = D.SEQNO
                                    AND H.TIPOCAMBIO = 'C'),
                                DATE(:WS-EMP-INICIO)), ISO),
                     VALUE(CHAR((SELECT DATE(MAX(H.FECHACAMBIO))
                                   FROM NEOSB36.DEPENDENT_HIST AS H
                                  WHERE H.EMPNO      = D.EMPNO
                                    AND H.SEQNO      = D.SEQNO
                                    AND H.TIPOCAMBIO = 'D'), ISO),
                           ' '),
                     VALUE((SELECT R.PRIMA
                              FROM NEOSB36.BEN_RATES AS R
                             WHERE R.PARENTESCO = D.PARENTESCO
                               AND R.EDADDESDE <=
                                   YEAR(DATE(:WS-FECHA-HASTA)
                                        - D.FECHANAC)
                               AND R.EDADHASTA >=
                                   YEAR(DATE(:WS-FECHA-HASTA)
                                        - D.FECHANAC)), 0)
                FROM NEOSB36.DEPENDENT AS D
               WHERE D.EMPNO = :DCLEMP-EMPNO
               ORDER BY D.SEQNO
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

           MOVE FEC0-AAAA                   TO WS-PER-AAAA
                                               WS-PDM-AAAA
           MOVE FEC0-MM                     TO WS-PER-MM
                                               WS-PDM-MM
           MOVE FEC0-FECHA-ISO              TO WS-FECHA-HASTA

           PERFORM 1100-LEE-PARAMETRO
              THRU 1100-LEE-PARAMETRO-EXIT

           OPEN OUTPUT CARBEN

           IF FS-CARBEN NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR CARBEN. FILE STATUS=' FS-CARBEN
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO HDR-FECHA-PROCESO
           MOVE WS-MODO                     TO HDR-MODO
           MOVE WS-FECHA-DESDE              TO HDR-FECHA-DESDE
           MOVE WS-FECHA-HASTA              TO HDR-FECHA-HASTA
           WRITE REG-CARBEN FROM WS-REG-HEADER

           EXEC SQL
              OPEN CSR-CAR
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR CAR. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE CARBEN
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
      *                      1100-LEE-PARAMETRO                       *
      *                                                                *
      *    - PARMCAR: 'M' ARCHIVO MENSUAL COMPLETO, 'D' NOVEDADES      *
      *    - LA VENTANA DEL DIARIO EMPIEZA EL DIA SIGUIENTE AL ULTIMO  *
      *      DIARIO REGISTRADO EN INTF_FILES; SI NO HUBO NINGUNO,      *
      *      CUBRE SOLO LA FECHA DE PROCESO                            *
      *****************************************************************
       1100-LEE-PARAMETRO.

           OPEN INPUT PARMCAR

           IF FS-PARMCAR NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMCAR. FILE STATUS='
                      FS-PARMCAR
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMCAR
                AT END
                MOVE SPACES                 TO REG-PARMCAR
           END-READ

           CLOSE PARMCAR

           MOVE PARM-MODO                   TO WS-MODO

           EVALUATE TRUE
               WHEN WS-88-MENSUAL
                    MOVE CT-ARCHIVO-MENSUAL TO WS-ARCHIVO
                    MOVE WS-PRIMER-DIA-MES  TO WS-FECHA-DESDE
               WHEN WS-88-DIARIO
                    MOVE CT-ARCHIVO-DIARIO  TO WS-ARCHIVO
                    MOVE WS-ARCHIVO         TO DCLIFC-ARCHIVO

                    EXEC SQL
                       SELECT CHAR(VALUE(MAX(FECHAPROCESO) + 1 DAY,
                                         DATE(:WS-FECHA-HASTA)), ISO)
                         INTO :WS-FECHA-DESDE
                         FROM NEOSB36.INTF_FILES
                        WHERE ARCHIVO = :DCLIFC-ARCHIVO
                          AND SENTIDO = :CT-SENTIDO-SALIDA
                    END-EXEC

                    IF SQLCODE NOT EQUAL ZEROS
                       DISPLAY 'NECAR000: ERROR LEYENDO INTF_FILES. '
                               'SQLCODE=' SQLCODE
                       MOVE 8               TO RETURN-CODE
                       GOBACK
                    END-IF
               WHEN OTHER
                    DISPLAY 'NECAR000: PARMCAR DEBE INDICAR M O D: '
                            PARM-MODO
                    MOVE 8                  TO RETURN-CODE
                    GOBACK
           END-EVALUATE.

      *****************************************************************
      *                    1100-LEE-PARAMETRO-EXIT                    *
      *****************************************************************
       1100-LEE-PARAMETRO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - TITULAR Y, A CONTINUACION, SUS FAMILIARES                 *
      *****************************************************************
       2000-PROCESO.

           IF DCLEMP-EMPSTATUS EQUAL CT-EMPSTATUS-BAJA
              MOVE DCLEMP-FECHABAJA         TO WS-EMP-FIN
           ELSE
              MOVE CT-FECHA-ABIERTA         TO WS-EMP-FIN
           END-IF

           MOVE WS-EMP-INICIO               TO WS-MIE-INICIO
           MOVE WS-EMP-FIN                  TO WS-MIE-FIN

           PERFORM 2400-DETERMINA-ACCION
              THRU 2400-DETERMINA-ACCION-EXIT

           IF SI-INCLUIR
              MOVE DCLEMP-EMPNO             TO MIE-EMPNO
              MOVE ZEROS                    TO MIE-SEQNO
              MOVE CT-PARENTESCO-TITULAR    TO MIE-PARENTESCO
              MOVE SPACES                   TO MIE-NOMBRE
              STRING DCLEMP-LASTNAME   DELIMITED BY '  '
                     ' '               DELIMITED BY SIZE
                     DCLEMP-FIRSTNME   DELIMITED BY '  '
                     INTO MIE-NOMBRE
              END-STRING
              MOVE DCLEMP-SEX               TO MIE-SEXO
              MOVE WS-EMP-FECHANAC          TO MIE-FECHANAC
              MOVE WS-EMP-PRIMA             TO MIE-PRIMA
              ADD WS-EMP-PRIMA              TO CN-TOTAL-PRIMAS
              ADD CT-1                      TO CN-TITULARES
              PERFORM 2500-ESCRIBE-MIEMBRO
                 THRU 2500-ESCRIBE-MIEMBRO-EXIT
           END-IF

           PERFORM 2200-FAMILIARES
              THRU 2200-FAMILIARES-EXIT

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
              FETCH CSR-CAR
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-SEX,
                    :WS-EMP-FECHANAC,
                    :WS-EMP-INICIO,
                    :DCLEMP-EMPSTATUS,
                    :DCLEMP-FECHABAJA,
                    :WS-EMP-PRIMA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH CAR. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                        2200-FAMILIARES                        *
      *****************************************************************
       2200-FAMILIARES.

           MOVE 'N'                         TO SW-FIN-FAMILIARES

           EXEC SQL
              OPEN CSR-FAM
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR FAM. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              SET SI-FIN-CURSOR             TO TRUE
              GO TO 2200-FAMILIARES-EXIT
           END-IF

           PERFORM 2210-FETCH-FAMILIAR
              THRU 2210-FETCH-FAMILIAR-EXIT

           PERFORM 2300-EMITE-FAMILIAR
              THRU 2300-EMITE-FAMILIAR-EXIT
              UNTIL SI-FIN-FAMILIARES

           EXEC SQL
              CLOSE CSR-FAM
           END-EXEC.

      *****************************************************************
      *                      2200-FAMILIARES-EXIT                     *
      *****************************************************************
       2200-FAMILIARES-EXIT.
           EXIT.
      *****************************************************************
      *                     2210-FETCH-FAMILIAR                       *
      *****************************************************************
       2210-FETCH-FAMILIAR.

           EXEC SQL
              FETCH CSR-FAM
               INTO :DCLDPN-SEQNO,
                    :DCLDPN-NOMBRE,
                    :DCLDPN-PARENTESCO,
                    :DCLDPN-FECHANAC,
                    :DCLDPN-ESTADO,
                    :WS-DPN-INICIO,
                    :WS-DPN-FIN,
                    :WS-DPN-PRIMA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-FAMILIARES   TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH FAM. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-FAMILIARES   TO TRUE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   2210-FETCH-FAMILIAR-EXIT                    *
      *****************************************************************
       2210-FETCH-FAMILIAR-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-EMITE-FAMILIAR                       *
      *                                                                *
      *    - UN FAMILIAR INACTIVO SIN BAJA EN DEPENDENT_HIST NI BAJA   *
      *      DEL TITULAR SE CERRO ANTES DE EXISTIR LA AUDITORIA: YA    *
      *      FUE INFORMADO Y NO SE REPITE                              *
      *****************************************************************
       2300-EMITE-FAMILIAR.

           MOVE WS-DPN-INICIO               TO WS-MIE-INICIO

           IF DCLDPN-ESTADO EQUAL CT-EMPSTATUS-BAJA
              AND WS-DPN-FIN EQUAL SPACES
              AND WS-EMP-FIN EQUAL CT-FECHA-ABIERTA
              GO TO 2300-EMITE-FAMILIAR-SIGUE
           END-IF

           IF WS-DPN-FIN EQUAL SPACES
              OR WS-DPN-FIN GREATER THAN WS-EMP-FIN
              MOVE WS-EMP-FIN               TO WS-MIE-FIN
           ELSE
              MOVE WS-DPN-FIN               TO WS-MIE-FIN
           END-IF

           PERFORM 2400-DETERMINA-ACCION
              THRU 2400-DETERMINA-ACCION-EXIT

           IF SI-INCLUIR
              MOVE DCLEMP-EMPNO             TO MIE-EMPNO
              MOVE DCLDPN-SEQNO             TO MIE-SEQNO
              MOVE DCLDPN-PARENTESCO        TO MIE-PARENTESCO
              MOVE DCLDPN-NOMBRE            TO MIE-NOMBRE
              MOVE SPACES                   TO MIE-SEXO
              MOVE DCLDPN-FECHANAC          TO MIE-FECHANAC
              MOVE WS-DPN-PRIMA             TO MIE-PRIMA
              ADD CT-1                      TO CN-FAMILIARES
              PERFORM 2500-ESCRIBE-MIEMBRO
                 THRU 2500-ESCRIBE-MIEMBRO-EXIT
           END-IF.

       2300-EMITE-FAMILIAR-SIGUE.

           PERFORM 2210-FETCH-FAMILIAR
              THRU 2210-FETCH-FAMILIAR-EXIT.

      *****************************************************************
      *                   2300-EMITE-FAMILIAR-EXIT                    *
      *****************************************************************
       2300-EMITE-FAMILIAR-EXIT.
           EXIT.
      *****************************************************************
      *                    2400-DETERMINA-ACCION                      *
      *                                                                *
      *    - BAJA: LA COBERTURA TERMINO DENTRO DE LA VENTANA           *
      *    - ALTA: LA COBERTURA EMPEZO DENTRO DE LA VENTANA            *
      *    - VIGENTE: CUBIERTO SIN NOVEDAD (SOLO EN EL MENSUAL)        *
      *****************************************************************
       2400-DETERMINA-ACCION.

           SET NO-INCLUIR                   TO TRUE

           MOVE WS-MIE-INICIO               TO MIE-INICIO
           MOVE WS-MIE-FIN                  TO MIE-FIN

           IF WS-MIE-FIN NOT GREATER THAN WS-FECHA-HASTA
              IF WS-MIE-FIN NOT LESS THAN WS-FECHA-DESDE
                 SET SI-INCLUIR             TO TRUE
                 MOVE CT-ACCION-BAJA        TO MIE-ACCION
              END-IF
              GO TO 2400-DETERMINA-ACCION-EXIT
           END-IF

           IF WS-MIE-INICIO GREATER THAN WS-FECHA-HASTA
              GO TO 2400-DETERMINA-ACCION-EXIT
           END-IF

           IF WS-MIE-INICIO NOT LESS THAN WS-FECHA-DESDE
              SET SI-INCLUIR                TO TRUE
              MOVE CT-ACCION-ALTA           TO MIE-ACCION
              GO TO 2400-DETERMINA-ACCION-EXIT
           END-IF

           IF WS-88-MENSUAL
              SET SI-INCLUIR                TO TRUE
              MOVE CT-ACCION-VIGENTE        TO MIE-ACCION
           END-IF.

      *****************************************************************
      *                 2400-DETERMINA-ACCION-EXIT                    *
      *****************************************************************
       2400-DETERMINA-ACCION-EXIT.
           EXIT.
      *****************************************************************
      *                     2500-ESCRIBE-MIEMBRO                      *
      *****************************************************************
       2500-ESCRIBE-MIEMBRO.

           WRITE REG-CARBEN FROM WS-REG-MIEMBRO

           ADD CT-1                         TO CN-REGISTROS-ESCRITOS

           EVALUATE MIE-ACCION
               WHEN CT-ACCION-ALTA
                    ADD CT-1                TO CN-ALTAS
               WHEN CT-ACCION-BAJA
                    ADD CT-1                TO CN-BAJAS
           END-EVALUATE.

      *****************************************************************
      *                  2500-ESCRIBE-MIEMBRO-EXIT                    *
      *****************************************************************
       2500-ESCRIBE-MIEMBRO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-CAR
           END-EXEC

           MOVE CN-REGISTROS-ESCRITOS       TO TRL-CANTIDAD
           MOVE CN-TITULARES                TO TRL-TITULARES
           MOVE CN-FAMILIARES               TO TRL-FAMILIARES
           MOVE CN-ALTAS                    TO TRL-ALTAS
           MOVE CN-BAJAS                    TO TRL-BAJAS
           MOVE CN-TOTAL-PRIMAS             TO TRL-TOTAL-PRIMAS
           WRITE REG-CARBEN FROM WS-REG-TRAILER

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECAR000              *'
           DISPLAY 'MODO:                ' WS-MODO
           DISPLAY 'VENTANA:             ' WS-FECHA-DESDE ' / '
                                           WS-FECHA-HASTA
           DISPLAY 'REGISTROS ESCRITOS:  ' CN-REGISTROS-ESCRITOS
           DISPLAY 'TITULARES:           ' CN-TITULARES
           DISPLAY 'FAMILIARES:          ' CN-FAMILIARES
           DISPLAY 'ALTAS:               ' CN-ALTAS
           DISPLAY 'BAJAS:               ' CN-BAJAS
           DISPLAY 'TOTAL PRIMAS:        ' TRL-TOTAL-PRIMAS
           DISPLAY '***********************************************'

      * EL ARCHIVO GENERADO SE REGISTRA EN INTF_FILES; EL DIARIO
      * TOMA DE AHI EL COMIENZO DE SU PROXIMA VENTANA
           IF RETURN-CODE LESS THAN 8
              INITIALIZE WS-NEECFIL0-01
              SET FIL0-88-SALIDA            TO TRUE
              MOVE WS-ARCHIVO               TO FIL0-ARCHIVO
              MOVE FEC0-FECHA-ISO           TO FIL0-FECHA-PROCESO
              MOVE CN-REGISTROS-ESCRITOS    TO FIL0-CANTIDAD
              MOVE CN-TOTAL-PRIMAS          TO FIL0-HASH
              MOVE CT-PROGRAMA              TO FIL0-PROGRAMA

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE PRESERVA EL DE ESTA CORRIDA
              MOVE RETURN-CODE              TO WS-RC-GUARDADO

              CALL CT-NE9CFIL0 USING WS-NEECFIL0-01

              MOVE WS-RC-GUARDADO           TO RETURN-CODE
           END-IF

           CLOSE CARBEN

           GOBACK.
