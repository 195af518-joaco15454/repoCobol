      *****************************************************************
      * Program name:    NECNV000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. One-off conversion  *
      *                          of an acquired company's employee    *
      *                          file: maps its department and job    *
      *                          codes through DEPT_XWALK/JOB_XWALK,  *
      *                          takes the EMPNO from the company's   *
      *                          range via NE9CNUM0, creates the      *
      *                          employee through NE9CEMP0 and loads  *
      *                          the original hire date as prior      *
      *                          service in EMP_SERVICE.  REPCNV      *
      *                          lists conversions, rejects and       *
      *                          unmapped codes, with EMP counts      *
      *                          before/after that must balance.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NECNV000.
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

           SELECT ADQEMP   ASSIGN TO ADQEMP
                           FILE STATUS IS FS-ADQEMP.

           SELECT RECHAZOS ASSIGN TO RECHAZOS
                           FILE STATUS IS FS-RECHAZOS.

           SELECT REPCNV   ASSIGN TO REPCNV
                           FILE STATUS IS FS-REPCNV.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *    ARCHIVO DE EMPLEADOS DE LA EMPRESA ADQUIRIDA: HEADER CON   *
      *    EL CODIGO DE EMPRESA (CLAVE DE LAS TABLAS DE EQUIVALENCIA  *
      *    Y ORIGEN DEL RANGO DE EMPNO) Y LA FECHA DE CONVERSION,     *
      *    UN DETALLE POR EMPLEADO Y TRAILER CON LA CANTIDAD          *
      *****************************************************************
       FD  ADQEMP
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS.
       01  REG-ADQEMP.
           05 ADQ-TIPO                    PIC X(01).
              88 ADQ-88-HEADER                      VALUE 'H'.
              88 ADQ-88-DETALLE                     VALUE 'D'.
              88 ADQ-88-TRAILER                     VALUE 'T'.
           05 ADQ-DATOS                   PIC X(149).
           05 ADQ-HEADER REDEFINES ADQ-DATOS.
              10 ADQ-HDR-EMPRESA          PIC X(08).
              10 ADQ-HDR-FECHA-CONV.
                 15 ADQ-HDR-CONV-AAAA     PIC X(04).
                 15 ADQ-HDR-CONV-MM       PIC X(02).
                 15 ADQ-HDR-CONV-DD       PIC X(02).
              10 FILLER                   PIC X(133).
           05 ADQ-DETALLE REDEFINES ADQ-DATOS.
              10 ADQ-DET-LEGAJO           PIC X(10).
              10 ADQ-DET-FIRSTNME         PIC X(12).
              10 ADQ-DET-MIDINIT          PIC X(01).
              10 ADQ-DET-LASTNAME         PIC X(15).
              10 ADQ-DET-DEPTO            PIC X(06).
              10 ADQ-DET-PUESTO           PIC X(10).
              10 ADQ-DET-PHONENO          PIC X(04).
              10 ADQ-DET-HIREDATE.
                 15 ADQ-DET-HIRE-AAAA     PIC X(04).
                 15 ADQ-DET-HIRE-MM       PIC X(02).
                 15 ADQ-DET-HIRE-DD       PIC X(02).
              10 ADQ-DET-SEX              PIC X(01).
              10 ADQ-DET-BIRTHDATE.
                 15 ADQ-DET-BIRT-AAAA     PIC X(04).
                 15 ADQ-DET-BIRT-MM       PIC X(02).
                 15 ADQ-DET-BIRT-DD       PIC X(02).
              10 ADQ-DET-EDLEVEL          PIC 9(02).
              10 ADQ-DET-CLASE            PIC X(01).
              10 ADQ-DET-SALARY           PIC 9(09)V9(02).
              10 ADQ-DET-BONUS            PIC 9(09)V9(02).
              10 ADQ-DET-COMM             PIC 9(09)V9(02).
              10 FILLER                   PIC X(38).
           05 ADQ-TRAILER REDEFINES ADQ-DATOS.
              10 ADQ-TRL-CANTIDAD         PIC 9(07).
              10 FILLER                   PIC X(142).

       FD  RECHAZOS
           RECORDING MODE IS F
           RECORD CONTAINS 190 CHARACTERS.
       01  REG-RECHAZOS.
           05 RCH-MOTIVO                  PIC X(40).
           05 RCH-REGISTRO                PIC X(150).

       FD  REPCNV
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPCNV              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-ADQEMP                     PIC X(02) VALUE SPACES.
           05 FS-RECHAZOS                   PIC X(02) VALUE SPACES.
           05 FS-REPCNV                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-EMPRESA                    PIC X(08) VALUE SPACES.
           05 WS-FECHA-CONV                 PIC X(10) VALUE SPACES.
           05 WS-FECHA-ALTA-ORIG            PIC X(10) VALUE SPACES.
           05 WS-FECHA-NACIMIENTO           PIC X(10) VALUE SPACES.
           05 WS-DEPTNO                     PIC X(03) VALUE SPACES.
           05 WS-JOB                        PIC X(08) VALUE SPACES.
           05 WS-EMPNO                      PIC X(06) VALUE SPACES.
           05 WS-COD-RECHAZO                PIC X(07) VALUE SPACES.
           05 WS-MOTIVO-RECHAZO             PIC X(32) VALUE SPACES.
           05 WS-VALOR-RECHAZO              PIC X(10) VALUE SPACES.
           05 WS-EMP-ANTES                  PIC S9(09) COMP VALUE 0.
           05 WS-EMP-DESPUES                PIC S9(09) COMP VALUE 0.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE 0.

      *****************************************************************
      *    CODIGOS DE LA EMPRESA ADQUIRIDA SIN EQUIVALENCIA, PARA EL  *
      *    RESUMEN DEL FINAL DEL LISTADO (UNA ENTRADA POR CODIGO)     *
      *****************************************************************
       01  WS-TABLA-SIN-MAPEO.
           05 WS-SIN-MAPEO-CANT             PIC S9(04) COMP VALUE 0.
           05 WS-SIN-MAPEO OCCURS 500 TIMES
                           INDEXED BY IX-SIN-MAPEO.
              10 WS-SM-TIPO                 PIC X(01).
                 88 WS-SM-88-DEPTO                    VALUE 'D'.
                 88 WS-SM-88-PUESTO                   VALUE 'J'.
              10 WS-SM-CODIGO               PIC X(10).
              10 WS-SM-REGISTROS            PIC 9(05).
       01  WS-SM-TIPO-BUSCA                 PIC X(01) VALUE SPACES.
       01  WS-SM-CODIGO-BUSCA               PIC X(10) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
           05 SW-HAY-TRAILER                PIC X(01) VALUE 'N'.
              88 SI-HAY-TRAILER                       VALUE 'S'.
           05 SW-REG-VALIDO                 PIC X(01) VALUE 'S'.
              88 SI-REG-VALIDO                        VALUE 'S'.
              88 NO-REG-VALIDO                        VALUE 'N'.
           05 SW-ENCONTRADO                 PIC X(01) VALUE 'N'.
              88 SI-ENCONTRADO                        VALUE 'S'.
              88 NO-ENCONTRADO                        VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CNUM0                   PIC X(08) VALUE 'NE9CNUM0'.
           05 CT-NE9CEMP0                   PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NECNV000'.
           05 CT-MAX-SIN-MAPEO              PIC S9(04) COMP VALUE 500.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-DETALLES-LEIDOS            PIC 9(07).
           05 CN-CONVERTIDOS                PIC 9(07).
           05 CN-RECHAZADOS                 PIC 9(07).
           05 CN-SIN-MAPEO                  PIC 9(07).
           05 CN-TRAILER-CANTIDAD           PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(40) VALUE
              "CONVERSION DE EMPLEADOS ADQUIRIDOS - EMP".
           05 FILLER                        PIC X(07) VALUE
              "RESA: ".
           05 LIN-TIT-EMPRESA               PIC X(08).
           05 FILLER                        PIC X(13) VALUE
              "  CONVERSION:".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(02) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "LEGAJO ORI EMPNO  RESULTADO  DEP   JOB  ".
           05 FILLER                        PIC X(40) VALUE
              "     ALTA ORIG.  (RECH: CODIGO, MOTIVO) ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-LEGAJO                PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-RESULTADO             PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-DATOS                 PIC X(51).
           05 LIN-DET-CONVERTIDO REDEFINES LIN-DET-DATOS.
              10 LIN-DET-DEPTNO             PIC X(03).
              10 FILLER                     PIC X(03).
              10 LIN-DET-JOB                PIC X(08).
              10 FILLER                     PIC X(02).
              10 LIN-DET-ALTA-ORIG          PIC X(10).
              10 FILLER                     PIC X(25).
           05 LIN-DET-RECHAZO REDEFINES LIN-DET-DATOS.
              10 LIN-DET-COD-ERROR          PIC X(07).
              10 FILLER                     PIC X(01).
              10 LIN-DET-MOTIVO             PIC X(32).
              10 FILLER                     PIC X(01).
              10 LIN-DET-VALOR              PIC X(10).

       01  WS-LINEA-TIT-SIN-MAPEO.
           05 FILLER                        PIC X(50) VALUE
              "CODIGOS SIN EQUIVALENCIA EN DEPT_XWALK / JOB_XWALK".
           05 FILLER                        PIC X(30) VALUE SPACES.

       01  WS-LINEA-SIN-MAPEO.
           05 LIN-SM-TIPO                   PIC X(12).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-SM-CODIGO                 PIC X(10).
           05 FILLER                        PIC X(13) VALUE
              "  REGISTROS: ".
           05 LIN-SM-REGISTROS              PIC ZZZZ9.
           05 FILLER                        PIC X(39) VALUE SPACES.

       01  WS-LINEA-TOTAL-1.
           05 FILLER                        PIC X(24) VALUE
              "DETALLES LEIDOS:        ".
           05 LIN-TOT-LEIDOS                PIC ZZZZZZ9.
           05 FILLER                        PIC X(24) VALUE
              "   CONVERTIDOS:         ".
           05 LIN-TOT-CONVERTIDOS           PIC ZZZZZZ9.
           05 FILLER                        PIC X(18) VALUE SPACES.

       01  WS-LINEA-TOTAL-2.
           05 FILLER                        PIC X(24) VALUE
              "RECHAZADOS:             ".
           05 LIN-TOT-RECHAZADOS            PIC ZZZZZZ9.
           05 FILLER                        PIC X(24) VALUE
              "   DE ELLOS SIN MAPEO:  ".
           05 LIN-TOT-SIN-MAPEO             PIC ZZZZZZ9.
           05 FILLER                        PIC X(18) VALUE SPACES.

       01  WS-LINEA-TOTAL-3.
           05 FILLER                        PIC X(24) VALUE
              "EMPLEADOS EN EMP ANTES: ".
           05 LIN-TOT-EMP-ANTES             PIC ZZZZZZ9.
           05 FILLER                        PIC X(24) VALUE
              "   EMPLEADOS DESPUES:   ".
           05 LIN-TOT-EMP-DESPUES           PIC ZZZZZZ9.
           05 FILLER                        PIC X(18) VALUE SPACES.

       01  WS-LINEA-BALANCE.
           05 FILLER                        PIC X(10) VALUE
              "BALANCE: ".
           05 LIN-BAL-RESULTADO             PIC X(70).

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECNUM0-01.
           COPY NEECNUM0.
       01  WS-NEECEMP-01.
           COPY NEECEMP0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

       01  ME-MENSAJES.
           05 ME-DEPTO-INEXISTENTE          PIC X(07) VALUE 'NEE2110'.
           05 ME-NO-NUMERICO                PIC X(07) VALUE 'NEE2125'.
           05 ME-FECHA-INVALIDA             PIC X(07) VALUE 'NEE2130'.
           05 ME-PUESTO-INEXISTENTE         PIC X(07) VALUE 'NEE2170'.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTXDP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTXJB
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSRV
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
             UNTIL SI-FIN-ARCHIVO

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           OPEN INPUT  ADQEMP

           IF FS-ADQEMP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR ADQEMP. FILE STATUS=' FS-ADQEMP
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT RECHAZOS

           IF FS-RECHAZOS NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR RECHAZOS. FILE STATUS='
                      FS-RECHAZOS
              MOVE 8                         TO RETURN-CODE
              CLOSE ADQEMP
              GOBACK
           END-IF

           OPEN OUTPUT REPCNV

           IF FS-REPCNV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPCNV. FILE STATUS=' FS-REPCNV
              MOVE 8                         TO RETURN-CODE
              CLOSE ADQEMP
                    RECHAZOS
              GOBACK
           END-IF

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT

           PERFORM 1200-VALIDA-HEADER
              THRU 1200-VALIDA-HEADER-EXIT

      * FOTO DE LA DOTACION ANTES DE CARGAR NADA, PARA EL BALANCE
           PERFORM 1300-CUENTA-EMP
              THRU 1300-CUENTA-EMP-EXIT
           MOVE WS-EMP-DESPUES              TO WS-EMP-ANTES

           MOVE WS-EMPRESA                  TO LIN-TIT-EMPRESA
           MOVE WS-FECHA-CONV               TO LIN-TIT-FECHA
           WRITE REG-REPCNV FROM WS-LINEA-TITULO
           WRITE REG-REPCNV FROM WS-LINEA-COLUMNAS

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                        1100-LEER-ARCHIVO                      *
      *****************************************************************
       1100-LEER-ARCHIVO.

           READ ADQEMP
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ.

      *****************************************************************
      *                      1100-LEER-ARCHIVO-EXIT                   *
      *****************************************************************
       1100-LEER-ARCHIVO-EXIT.
           EXIT.
      *****************************************************************
      *                       1200-VALIDA-HEADER                      *
      *                                                                *
      *    - EL PRIMER REGISTRO DEBE SER EL HEADER CON LA EMPRESA Y    *
      *      UNA FECHA DE CONVERSION VALIDA; SIN ELLOS NO SE PUEDE     *
      *      MAPEAR NI NUMERAR NADA Y LA CORRIDA SE CANCELA            *
      *****************************************************************
       1200-VALIDA-HEADER.

           IF SI-FIN-ARCHIVO
              OR NOT ADQ-88-HEADER
              OR ADQ-HDR-EMPRESA EQUAL SPACES OR LOW-VALUES
              OR ADQ-HDR-FECHA-CONV IS NOT NUMERIC
              DISPLAY 'NECNV000: ADQEMP SIN HEADER VALIDO '
                      '(EMPRESA Y FECHA DE CONVERSION)'
              MOVE 8                        TO RETURN-CODE
              CLOSE ADQEMP
                    RECHAZOS
                    REPCNV
              GOBACK
           END-IF

           MOVE ADQ-HDR-EMPRESA             TO WS-EMPRESA

           MOVE SPACES                      TO WS-FECHA-CONV
           STRING ADQ-HDR-CONV-AAAA '-'
                  ADQ-HDR-CONV-MM   '-'
                  ADQ-HDR-CONV-DD
                  DELIMITED BY SIZE
             INTO WS-FECHA-CONV
           END-STRING.

      *****************************************************************
      *                    1200-VALIDA-HEADER-EXIT                    *
      *****************************************************************
       1200-VALIDA-HEADER-EXIT.
           EXIT.
      *****************************************************************
      *                         1300-CUENTA-EMP                       *
      *****************************************************************
       1300-CUENTA-EMP.

           MOVE ZEROS                       TO WS-EMP-DESPUES

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EMP-DESPUES
                FROM NEOSB36.EMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR CONTANDO EMP. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                      1300-CUENTA-EMP-EXIT                     *
      *****************************************************************
       1300-CUENTA-EMP-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           EVALUATE TRUE
               WHEN ADQ-88-TRAILER
                    SET SI-HAY-TRAILER      TO TRUE
                    MOVE ADQ-TRL-CANTIDAD   TO CN-TRAILER-CANTIDAD
               WHEN ADQ-88-DETALLE
                    ADD CT-1                TO CN-DETALLES-LEIDOS
                    PERFORM 2100-PROCESA-DETALLE
                       THRU 2100-PROCESA-DETALLE-EXIT
               WHEN OTHER
                    MOVE 'TIPO DE REGISTRO DESCONOCIDO'
                                            TO RCH-MOTIVO
                    MOVE REG-ADQEMP         TO RCH-REGISTRO
                    WRITE REG-RECHAZOS
           END-EVALUATE

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                     2100-PROCESA-DETALLE                      *
      *                                                                *
      *    - MAPEA DEPARTAMENTO Y PUESTO, ASIGNA EMPNO, DA EL ALTA     *
      *      VIA NE9CEMP0 Y RECONOCE EL SERVICIO PREVIO; EL PRIMER     *
      *      PASO QUE FALLA RECHAZA EL REGISTRO                        *
      *****************************************************************
       2100-PROCESA-DETALLE.

           SET SI-REG-VALIDO                TO TRUE
           MOVE SPACES                      TO WS-COD-RECHAZO
                                               WS-MOTIVO-RECHAZO
                                               WS-VALOR-RECHAZO
                                               WS-EMPNO

           IF ADQ-DET-HIREDATE IS NOT NUMERIC
              OR ADQ-DET-BIRTHDATE IS NOT NUMERIC
              MOVE ME-FECHA-INVALIDA        TO WS-COD-RECHAZO
              MOVE 'FECHA DE ALTA O NACIMIENTO'
                                            TO WS-MOTIVO-RECHAZO
              SET NO-REG-VALIDO             TO TRUE
              GO TO 2100-GRABA-RESULTADO
           END-IF

           IF ADQ-DET-SALARY IS NOT NUMERIC
              OR ADQ-DET-BONUS IS NOT NUMERIC
              OR ADQ-DET-COMM IS NOT NUMERIC
              OR ADQ-DET-EDLEVEL IS NOT NUMERIC
              MOVE ME-NO-NUMERICO           TO WS-COD-RECHAZO
              MOVE 'IMPORTE O EDLEVEL NO NUMERICO'
                                            TO WS-MOTIVO-RECHAZO
              SET NO-REG-VALIDO             TO TRUE
              GO TO 2100-GRABA-RESULTADO
           END-IF

           PERFORM 2200-MAPEA-DEPTO
              THRU 2200-MAPEA-DEPTO-EXIT

           PERFORM 2250-MAPEA-PUESTO
              THRU 2250-MAPEA-PUESTO-EXIT

           IF NO-REG-VALIDO
              ADD CT-1                      TO CN-SIN-MAPEO
              GO TO 2100-GRABA-RESULTADO
           END-IF

           PERFORM 2300-ASIGNA-EMPNO
              THRU 2300-ASIGNA-EMPNO-EXIT

           IF SI-REG-VALIDO
              PERFORM 2400-CREA-EMPLEADO
                 THRU 2400-CREA-EMPLEADO-EXIT
           END-IF

           IF SI-REG-VALIDO
              PERFORM 2500-GRABA-SERVICIO
                 THRU 2500-GRABA-SERVICIO-EXIT
           END-IF.

       2100-GRABA-RESULTADO.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE ADQ-DET-LEGAJO              TO LIN-DET-LEGAJO
           MOVE WS-EMPNO                    TO LIN-DET-EMPNO

           IF SI-REG-VALIDO
              ADD CT-1                      TO CN-CONVERTIDOS
              MOVE 'CONVERTIDO'             TO LIN-DET-RESULTADO
              MOVE WS-DEPTNO                TO LIN-DET-DEPTNO
              MOVE WS-JOB                   TO LIN-DET-JOB
              MOVE WS-FECHA-ALTA-ORIG       TO LIN-DET-ALTA-ORIG
           ELSE
              ADD CT-1                      TO CN-RECHAZADOS
              MOVE 'RECHAZADO'              TO LIN-DET-RESULTADO
              MOVE WS-COD-RECHAZO           TO LIN-DET-COD-ERROR
              MOVE WS-MOTIVO-RECHAZO        TO LIN-DET-MOTIVO
              MOVE WS-VALOR-RECHAZO         TO LIN-DET-VALOR
              MOVE WS-MOTIVO-RECHAZO        TO RCH-MOTIVO
              MOVE REG-ADQEMP               TO RCH-REGISTRO
              WRITE REG-RECHAZOS
           END-IF

           WRITE REG-REPCNV FROM WS-LINEA-DETALLE.

      *****************************************************************
      *                  2100-PROCESA-DETALLE-EXIT                    *
      *****************************************************************
       2100-PROCESA-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-MAPEA-DEPTO                        *
      *****************************************************************
       2200-MAPEA-DEPTO.

           MOVE WS-EMPRESA                  TO DCLXDP-EMPRESA
           MOVE ADQ-DET-DEPTO               TO DCLXDP-DEPTEXT
           MOVE SPACES                      TO WS-DEPTNO

           EXEC SQL
              SELECT DEPTNO
                INTO :DCLXDP-DEPTNO
                FROM NEOSB36.DEPT_XWALK
               WHERE EMPRESA = :DCLXDP-EMPRESA
                 AND DEPTEXT = :DCLXDP-DEPTEXT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLXDP-DEPTNO      TO WS-DEPTNO
               WHEN +100
                    SET NO-REG-VALIDO       TO TRUE
                    MOVE ME-DEPTO-INEXISTENTE
                                            TO WS-COD-RECHAZO
                    MOVE 'DEPARTAMENTO SIN EQUIVALENCIA'
                                            TO WS-MOTIVO-RECHAZO
                    MOVE ADQ-DET-DEPTO      TO WS-VALOR-RECHAZO
                    MOVE 'D'                TO WS-SM-TIPO-BUSCA
                    MOVE ADQ-DET-DEPTO      TO WS-SM-CODIGO-BUSCA
                    PERFORM 2600-ANOTA-SIN-MAPEO
                       THRU 2600-ANOTA-SIN-MAPEO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO DEPT_XWALK. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    PERFORM 3000-FIN
           END-EVALUATE.

      *****************************************************************
      *                    2200-MAPEA-DEPTO-EXIT                      *
      *****************************************************************
       2200-MAPEA-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2250-MAPEA-PUESTO                       *
      *                                                                *
      *    - SE BUSCA AUNQUE EL DEPARTAMENTO NO HAYA MAPEADO, PARA     *
      *      QUE EL RESUMEN DE CODIGOS SIN EQUIVALENCIA SALGA          *
      *      COMPLETO EN UNA SOLA CORRIDA                              *
      *****************************************************************
       2250-MAPEA-PUESTO.

           MOVE WS-EMPRESA                  TO DCLXJB-EMPRESA
           MOVE ADQ-DET-PUESTO              TO DCLXJB-JOBEXT
           MOVE SPACES                      TO WS-JOB

           EXEC SQL
              SELECT JOB
                INTO :DCLXJB-JOB
                FROM NEOSB36.JOB_XWALK
               WHERE EMPRESA = :DCLXJB-EMPRESA
                 AND JOBEXT  = :DCLXJB-JOBEXT
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLXJB-JOB         TO WS-JOB
               WHEN +100
                    IF SI-REG-VALIDO
                       MOVE ME-PUESTO-INEXISTENTE
                                            TO WS-COD-RECHAZO
                       MOVE 'PUESTO SIN EQUIVALENCIA'
                                            TO WS-MOTIVO-RECHAZO
                       MOVE ADQ-DET-PUESTO  TO WS-VALOR-RECHAZO
                    END-IF
                    SET NO-REG-VALIDO       TO TRUE
                    MOVE 'J'                TO WS-SM-TIPO-BUSCA
                    MOVE ADQ-DET-PUESTO     TO WS-SM-CODIGO-BUSCA
                    PERFORM 2600-ANOTA-SIN-MAPEO
                       THRU 2600-ANOTA-SIN-MAPEO-EXIT
               WHEN OTHER
                    DISPLAY 'ERROR LEYENDO JOB_XWALK. SQLCODE: '
                            SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    PERFORM 3000-FIN
           END-EVALUATE.

      *****************************************************************
      *                    2250-MAPEA-PUESTO-EXIT                     *
      *****************************************************************
       2250-MAPEA-PUESTO-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-ASIGNA-EMPNO                       *
      *                                                                *
      *    - CADA EMPRESA ADQUIRIDA TIENE SU PROPIO RANGO EN           *
      *      EMPNO_RANGES, CON ORIGEN IGUAL AL CODIGO DE EMPRESA       *
      *****************************************************************
       2300-ASIGNA-EMPNO.

           INITIALIZE WS-NEECNUM0-01
           MOVE WS-EMPRESA                  TO NUM0-ORIGEN

           CALL CT-NE9CNUM0 USING WS-NEECNUM0-01

           IF NUM0-88-OK
              MOVE NUM0-EMPNO               TO WS-EMPNO
           ELSE
              SET NO-REG-VALIDO             TO TRUE
              MOVE 'SIN EMPNO LIBRE EN EL RANGO'
                                            TO WS-MOTIVO-RECHAZO
              MOVE WS-EMPRESA               TO WS-VALOR-RECHAZO
           END-IF.

      *****************************************************************
      *                    2300-ASIGNA-EMPNO-EXIT                     *
      *****************************************************************
       2300-ASIGNA-EMPNO-EXIT.
           EXIT.
      *****************************************************************
      *                      2400-CREA-EMPLEADO                       *
      *                                                                *
      *    - ALTA NORMAL VIA NE9CEMP0 (VALIDACIONES, DOTACION Y        *
      *      GRADO IGUAL QUE EN NE12). EL HIREDATE ES LA FECHA DE      *
      *      CONVERSION; LA ANTIGUEDAD ANTERIOR VA A EMP_SERVICE       *
      *****************************************************************
       2400-CREA-EMPLEADO.

           MOVE SPACES                      TO WS-FECHA-ALTA-ORIG
           STRING ADQ-DET-HIRE-AAAA '-'
                  ADQ-DET-HIRE-MM   '-'
                  ADQ-DET-HIRE-DD
                  DELIMITED BY SIZE
             INTO WS-FECHA-ALTA-ORIG
           END-STRING

           MOVE SPACES                      TO WS-FECHA-NACIMIENTO
           STRING ADQ-DET-BIRT-AAAA '-'
                  ADQ-DET-BIRT-MM   '-'
                  ADQ-DET-BIRT-DD
                  DELIMITED BY SIZE
             INTO WS-FECHA-NACIMIENTO
           END-STRING

           INITIALIZE WS-NEECEMP-01
                      WS-NEECRET0-01
           SET DEP0-88-CREATE               TO TRUE
           SET DEP0-88-MODO-REAL            TO TRUE
           MOVE CT-PROGRAMA                 TO DEP0-ORIGEN
           MOVE WS-EMPNO                    TO DEP0-EMPNO
           MOVE ADQ-DET-FIRSTNME            TO DEP0-FIRSTNME
           MOVE ADQ-DET-MIDINIT             TO DEP0-MIDINIT
           MOVE ADQ-DET-LASTNAME            TO DEP0-LASTNAME
           MOVE WS-DEPTNO                   TO DEP0-WORKDEPT
           MOVE ADQ-DET-PHONENO             TO DEP0-PHONENO
           MOVE WS-FECHA-CONV               TO DEP0-HIREDATE
           MOVE WS-JOB                      TO DEP0-JOB
           MOVE ADQ-DET-EDLEVEL             TO DEP0-EDLEVEL
           MOVE ADQ-DET-SEX                 TO DEP0-SEX
           MOVE WS-FECHA-NACIMIENTO         TO DEP0-BIRTHDATE
           MOVE ADQ-DET-CLASE               TO DEP0-CLASE
           MOVE ADQ-DET-SALARY              TO DEP0-SALARY
           MOVE ADQ-DET-BONUS               TO DEP0-BONUS
           MOVE ADQ-DET-COMM                TO DEP0-COMM

      * NE9CEMP0 SIGUE GRABANDO DESPUES DEL INSERT (HISTORICO,
      * REQUISICION, INCORPORACION, EVENTO): SI ALGO FALLA SE DESHACE
      * TODO EL ALTA PARA QUE EL RECHAZO NO DEJE FILAS EN EMP
           EXEC SQL
              SAVEPOINT ALTA_CNV ON ROLLBACK RETAIN CURSORS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECNV000: ERROR EN SAVEPOINT DEL ALTA DE '
                      WS-EMPNO ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF

           CALL CT-NE9CEMP0 USING WS-NEECEMP-01 WS-NEECRET0-01

           IF NOT RET0-88-OK
              PERFORM 2450-DESHACE-ALTA
                 THRU 2450-DESHACE-ALTA-EXIT
              SET NO-REG-VALIDO             TO TRUE
              MOVE RET0-COD-ERROR           TO WS-COD-RECHAZO
              MOVE RET0-DESERROR            TO WS-MOTIVO-RECHAZO
              MOVE RET0-VAR1-ERROR          TO WS-VALOR-RECHAZO
           END-IF.

      *****************************************************************
      *                   2400-CREA-EMPLEADO-EXIT                     *
      *****************************************************************
       2400-CREA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      2450-DESHACE-ALTA                        *
      *                                                                *
      *    - VUELVE AL SAVEPOINT TOMADO ANTES DE LLAMAR A NE9CEMP0.    *
      *      SI YA NO EXISTE (UN BLOQUEO DESHIZO TODA LA UNIDAD DE     *
      *      TRABAJO) LOS CONTEOS NO PUEDEN BALANCEAR Y SE TERMINA     *
      *****************************************************************
       2450-DESHACE-ALTA.

           EXEC SQL
              ROLLBACK TO SAVEPOINT ALTA_CNV
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECNV000: ERROR DESHACIENDO EL ALTA DE '
                      WS-EMPNO ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF.

      *****************************************************************
      *                   2450-DESHACE-ALTA-EXIT                      *
      *****************************************************************
       2450-DESHACE-ALTA-EXIT.
           EXIT.
      *****************************************************************
      *                      2500-GRABA-SERVICIO                      *
      *                                                                *
      *    - RECONOCE COMO SERVICIO PREVIO LOS DIAS ENTRE EL ALTA EN   *
      *      LA EMPRESA ADQUIRIDA Y LA FECHA DE CONVERSION, CON LA     *
      *      FECHA DE ALTA ORIGINAL (MISMO CRITERIO QUE EL REINGRESO)  *
      *****************************************************************
       2500-GRABA-SERVICIO.

           MOVE WS-EMPNO                    TO DCLSRV-EMPNO
           MOVE WS-FECHA-ALTA-ORIG          TO DCLSRV-FECHAALTAORIG

           EXEC SQL
              SELECT DAYS(DATE(:WS-FECHA-CONV))
                   - DAYS(DATE(:DCLSRV-FECHAALTAORIG))
                INTO :DCLSRV-DIASPREVIOS
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECNV000: ERROR CALCULANDO SERVICIO DE '
                      WS-EMPNO ' SQLCODE: ' SQLCODE
              PERFORM 2450-DESHACE-ALTA
                 THRU 2450-DESHACE-ALTA-EXIT
              MOVE 8                        TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF

           IF DCLSRV-DIASPREVIOS IS LESS THAN ZEROS
              MOVE ZEROS                    TO DCLSRV-DIASPREVIOS
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.EMP_SERVICE
              (
                    EMPNO,
                    FECHAALTAORIG,
                    DIASPREVIOS
              )
              VALUES
              (
                   :DCLSRV-EMPNO,
                   :DCLSRV-FECHAALTAORIG,
                   :DCLSRV-DIASPREVIOS
              )
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'NECNV000: ERROR GRABANDO EMP_SERVICE DE '
                      WS-EMPNO ' SQLCODE: ' SQLCODE
              PERFORM 2450-DESHACE-ALTA
                 THRU 2450-DESHACE-ALTA-EXIT
              MOVE 8                        TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF.

      *****************************************************************
      *                   2500-GRABA-SERVICIO-EXIT                    *
      *****************************************************************
       2500-GRABA-SERVICIO-EXIT.
           EXIT.
      *****************************************************************
      *                     2600-ANOTA-SIN-MAPEO                      *
      *                                                                *
      *    - ACUMULA EL CODIGO SIN EQUIVALENCIA EN LA TABLA DEL        *
      *      RESUMEN; SI YA FIGURA SUMA UN REGISTRO MAS                *
      *****************************************************************
       2600-ANOTA-SIN-MAPEO.

           SET NO-ENCONTRADO                TO TRUE

           PERFORM 2610-BUSCA-SIN-MAPEO
              THRU 2610-BUSCA-SIN-MAPEO-EXIT
              VARYING IX-SIN-MAPEO FROM 1 BY 1
              UNTIL IX-SIN-MAPEO GREATER THAN WS-SIN-MAPEO-CANT
                 OR SI-ENCONTRADO

           IF SI-ENCONTRADO
              GO TO 2600-ANOTA-SIN-MAPEO-EXIT
           END-IF

           IF WS-SIN-MAPEO-CANT NOT LESS THAN CT-MAX-SIN-MAPEO
              DISPLAY 'NECNV000: TABLA DE CODIGOS SIN MAPEO LLENA - '
                      WS-SM-TIPO-BUSCA ' ' WS-SM-CODIGO-BUSCA
              GO TO 2600-ANOTA-SIN-MAPEO-EXIT
           END-IF

           ADD CT-1                         TO WS-SIN-MAPEO-CANT
           SET IX-SIN-MAPEO                 TO WS-SIN-MAPEO-CANT
           MOVE WS-SM-TIPO-BUSCA            TO WS-SM-TIPO (IX-SIN-MAPEO)
           MOVE WS-SM-CODIGO-BUSCA
                                  TO WS-SM-CODIGO (IX-SIN-MAPEO)
           MOVE CT-1              TO WS-SM-REGISTROS (IX-SIN-MAPEO).

      *****************************************************************
      *                  2600-ANOTA-SIN-MAPEO-EXIT                    *
      *****************************************************************
       2600-ANOTA-SIN-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                     2610-BUSCA-SIN-MAPEO                      *
      *****************************************************************
       2610-BUSCA-SIN-MAPEO.

           IF WS-SM-TIPO (IX-SIN-MAPEO) EQUAL WS-SM-TIPO-BUSCA
              AND WS-SM-CODIGO (IX-SIN-MAPEO) EQUAL WS-SM-CODIGO-BUSCA
              ADD CT-1              TO WS-SM-REGISTROS (IX-SIN-MAPEO)
              SET SI-ENCONTRADO             TO TRUE
           END-IF.

      *****************************************************************
      *                  2610-BUSCA-SIN-MAPEO-EXIT                    *
      *****************************************************************
       2610-BUSCA-SIN-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                    2700-LISTA-SIN-MAPEO                       *
      *****************************************************************
       2700-LISTA-SIN-MAPEO.

           IF WS-SM-88-DEPTO (IX-SIN-MAPEO)
              MOVE 'DEPARTAMENTO'           TO LIN-SM-TIPO
           ELSE
              MOVE 'PUESTO'                 TO LIN-SM-TIPO
           END-IF

           MOVE WS-SM-CODIGO (IX-SIN-MAPEO) TO LIN-SM-CODIGO
           MOVE WS-SM-REGISTROS (IX-SIN-MAPEO)
                                            TO LIN-SM-REGISTROS

           WRITE REG-REPCNV FROM WS-LINEA-SIN-MAPEO.

      *****************************************************************
      *                  2700-LISTA-SIN-MAPEO-EXIT                    *
      *****************************************************************
       2700-LISTA-SIN-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *                                                                *
      *    - RESUMEN DE CODIGOS SIN EQUIVALENCIA, TOTALES Y BALANCE:   *
      *      LEIDOS = CONVERTIDOS + RECHAZADOS, TRAILER = LEIDOS Y     *
      *      EMP DESPUES = EMP ANTES + CONVERTIDOS; SI NO BALANCEA     *
      *      TERMINA CON RC 8                                          *
      *****************************************************************
       3000-FIN.

           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           IF WS-SIN-MAPEO-CANT GREATER THAN ZEROS
              WRITE REG-REPCNV FROM WS-LINEA-TIT-SIN-MAPEO
                    AFTER ADVANCING 2 LINES
              PERFORM 2700-LISTA-SIN-MAPEO
                 THRU 2700-LISTA-SIN-MAPEO-EXIT
                 VARYING IX-SIN-MAPEO FROM 1 BY 1
                 UNTIL IX-SIN-MAPEO GREATER THAN WS-SIN-MAPEO-CANT
           END-IF

           PERFORM 1300-CUENTA-EMP
              THRU 1300-CUENTA-EMP-EXIT

           IF RETURN-CODE GREATER THAN WS-RC-GUARDADO
              MOVE RETURN-CODE              TO WS-RC-GUARDADO
           END-IF

           MOVE CN-DETALLES-LEIDOS          TO LIN-TOT-LEIDOS
           MOVE CN-CONVERTIDOS              TO LIN-TOT-CONVERTIDOS
           MOVE CN-RECHAZADOS               TO LIN-TOT-RECHAZADOS
           MOVE CN-SIN-MAPEO                TO LIN-TOT-SIN-MAPEO
           MOVE WS-EMP-ANTES                TO LIN-TOT-EMP-ANTES
           MOVE WS-EMP-DESPUES              TO LIN-TOT-EMP-DESPUES
           WRITE REG-REPCNV FROM WS-LINEA-TOTAL-1
                 AFTER ADVANCING 2 LINES
           WRITE REG-REPCNV FROM WS-LINEA-TOTAL-2
           WRITE REG-REPCNV FROM WS-LINEA-TOTAL-3

           MOVE 'CORRECTO' TO LIN-BAL-RESULTADO

           IF CN-DETALLES-LEIDOS NOT EQUAL
              CN-CONVERTIDOS + CN-RECHAZADOS
              OR WS-EMP-DESPUES NOT EQUAL WS-EMP-ANTES + CN-CONVERTIDOS
              MOVE 'NO BALANCEA - REVISAR ANTES DE CONTINUAR'
                                            TO LIN-BAL-RESULTADO
              MOVE 8                        TO WS-RC-GUARDADO
           END-IF

           IF NOT SI-HAY-TRAILER
              MOVE 'ADQEMP SIN REGISTRO TRAILER'
                                            TO LIN-BAL-RESULTADO
              MOVE 8                        TO WS-RC-GUARDADO
           ELSE
              IF CN-TRAILER-CANTIDAD NOT EQUAL CN-DETALLES-LEIDOS
                 MOVE 'TRAILER NO COINCIDE CON LOS DETALLES LEIDOS'
                                            TO LIN-BAL-RESULTADO
                 MOVE 8                     TO WS-RC-GUARDADO
              END-IF
           END-IF

           WRITE REG-REPCNV FROM WS-LINEA-BALANCE

           IF WS-RC-GUARDADO EQUAL ZERO
              AND CN-RECHAZADOS GREATER THAN ZEROS
              MOVE 4                        TO WS-RC-GUARDADO
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECNV000              *'
           DISPLAY 'EMPRESA:                ' WS-EMPRESA
           DISPLAY 'DETALLES LEIDOS:        ' CN-DETALLES-LEIDOS
           DISPLAY 'CONVERTIDOS:            ' CN-CONVERTIDOS
           DISPLAY 'RECHAZADOS:             ' CN-RECHAZADOS
           DISPLAY 'SIN MAPEO:              ' CN-SIN-MAPEO
           DISPLAY 'EMP ANTES:              ' WS-EMP-ANTES
           DISPLAY 'EMP DESPUES:            ' WS-EMP-DESPUES
           DISPLAY '***********************************************'

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           CLOSE ADQEMP
                 RECHAZOS
                 REPCNV

           GOBACK.
