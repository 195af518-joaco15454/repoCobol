      *****************************************************************
      * Program name:    NEDAO000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Monthly dependent   *
      *                          age-out: dependents past the highest *
      *                          EDADHASTA of BEN_RATES for their     *
      *                          PARENTESCO are closed through        *
      *                          NE9CDPN0 (DEPENDENT_HIST audit),     *
      *                          those reaching it in the next 60     *
      *                          days are listed for HR, and the      *
      *                          monthly premium no longer charged by *
      *                          NEBEN000 is totalled on REPDAO.      *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEDAO000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * EDAD LIMITE DE UN PARENTESCO = MAYOR EDADHASTA DE SUS TRAMOS  *
      * EN BEN_RATES. EL FAMILIAR DEJA DE SER ELEGIBLE EL DIA QUE     *
      * CUMPLE EDAD LIMITE + 1 (FECHA LIMITE). LOS PARENTESCOS SIN    *
      * TRAMOS EN BEN_RATES NO TIENEN PRIMA Y NO SE PROCESAN.         *
      *                                                               *
      * LA REDUCCION INFORMADA ES LA PRIMA MENSUAL DEL ULTIMO TRAMO,   *
      * QUE ES LA QUE SE VENIA COBRANDO AL FAMILIAR.                  *
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

           SELECT REPDAO   ASSIGN TO REPDAO
                           FILE STATUS IS FS-REPDAO.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  REPDAO
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPDAO              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-REPDAO                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-WORKDEPT                   PIC X(03) VALUE SPACES.
           05 WS-EDAD-LIMITE                PIC S9(04) COMP VALUE ZERO.
           05 WS-FECHA-LIMITE               PIC X(10) VALUE SPACES.
           05 WS-PRIMA                      PIC S9(05)V9(02) COMP-3
                                            VALUE ZEROS.
           05 WS-REDUCCION                  PIC S9(09)V9(02) COMP-3
                                            VALUE ZEROS.

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
           05 CT-NE9CDPN0                   PIC X(08) VALUE 'NE9CDPN0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NEDAO000'.
           05 CT-ACTIVO                     PIC X(01) VALUE 'A'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-DIAS-AVISO                 PIC S9(04) COMP VALUE 60.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-LEIDOS                     PIC 9(05).
           05 CN-CERRADOS                   PIC 9(05).
           05 CN-AVISOS                     PIC 9(05).
           05 CN-ERRORES                    PIC 9(05).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(40) VALUE
              "FAMILIARES FUERA DE EDAD ELEGIBLE - FEC:".
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(29) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "EMPNO  DEP SQ NOMBRE               PA F.".
           05 FILLER                        PIC X(40) VALUE
              "NACIM.   F.LIMITE   ACCION   PRIMA MES  ".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-WORKDEPT              PIC X(03).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SEQNO                 PIC Z9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-NOMBRE                PIC X(20).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PARENTESCO            PIC X(02).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHANAC              PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-FECHA-LIMITE          PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-ACCION                PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-PRIMA                 PIC ZZZZ9,99.
           05 FILLER                        PIC X(03) VALUE SPACES.

       01  WS-LINEA-ERROR.
           05 FILLER                        PIC X(13) VALUE SPACES.
           05 FILLER                        PIC X(08) VALUE
              "ERROR: ".
           05 LIN-ERR-COD                   PIC X(07).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-ERR-TEXTO                 PIC X(30).
           05 FILLER                        PIC X(21) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 LIN-TOT-TEXTO                 PIC X(40).
           05 LIN-TOT-CANTIDAD              PIC ZZZZ9.
           05 FILLER                        PIC X(35) VALUE SPACES.

       01  WS-LINEA-REDUCCION.
           05 FILLER                        PIC X(40) VALUE
              "REDUCCION MENSUAL DE PRIMAS:            ".
           05 LIN-RED-IMPORTE               PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(28) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECDPN-01.
           COPY NEECDPN0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDPN
           END-EXEC.

      * FAMILIARES ACTIVOS DE EMPLEADOS NO DADOS DE BAJA CUYA FECHA
      * LIMITE YA PASO O CAE DENTRO DE LOS PROXIMOS 60 DIAS, CON LA
      * PRIMA DEL ULTIMO TRAMO DE SU PARENTESCO
           EXEC SQL
              DECLARE CSR-DAO CURSOR WITH HOLD FOR
              SELECT D.EMPNO,
                     E.WORKDEPT,
                     D.SEQNO,
                     D.NOMBRE,
                     D.PARENTESCO,
                     D.FECHANAC,
                     R.EDADMAX,
                     D.FECHANAC + (R.EDADMAX + 1) YEARS,
                     B.PRIMA
                FROM NEOSB36.DEPENDENT AS D
               INNER JOIN NEOSB36.EMP AS E
                       ON E.EMPNO      = D.EMPNO
                      AND E.EMPSTATUS <> :CT-EMPSTATUS-BAJA
               INNER JOIN (SELECT PARENTESCO,
                                  MAX(EDADHASTA) AS EDADMAX
                             FROM NEOSB36.BEN_RATES
                            GROUP BY PARENTESCO) AS R
                       ON R.PARENTESCO = D.PARENTESCO
               INNER JOIN NEOSB36.BEN_RATES AS B
                       ON B.PARENTESCO = R.PARENTESCO
                      AND B.EDADHASTA  = R.EDADMAX
               WHERE D.ESTADO = :CT-ACTIVO
                 AND D.FECHANAC IS NOT NULL
                 AND D.FECHANAC + (R.EDADMAX + 1) YEARS
                     <= DATE(:WS-FECHA-PROCESO) + :CT-DIAS-AVISO DAYS
               ORDER BY D.EMPNO, D.SEQNO
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

           OPEN OUTPUT REPDAO

           IF FS-REPDAO NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPDAO. FILE STATUS=' FS-REPDAO
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPDAO FROM WS-LINEA-TITULO
           WRITE REG-REPDAO FROM WS-LINEA-COLUMNAS
                 AFTER ADVANCING 2 LINES

           EXEC SQL
              OPEN CSR-DAO
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR DAO. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE REPDAO
              GOBACK
           END-IF

           PERFORM 2100-FETCH-DEPENDIENTE
              THRU 2100-FETCH-DEPENDIENTE-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *                                                                *
      *    - FECHA LIMITE CUMPLIDA: BAJA DEL FAMILIAR                  *
      *    - FECHA LIMITE FUTURA: AVISO PARA RRHH                      *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-LEIDOS

           MOVE DCLDPN-EMPNO                TO LIN-DET-EMPNO
           MOVE WS-WORKDEPT                 TO LIN-DET-WORKDEPT
           MOVE DCLDPN-SEQNO                TO LIN-DET-SEQNO
           MOVE DCLDPN-NOMBRE               TO LIN-DET-NOMBRE
           MOVE DCLDPN-PARENTESCO           TO LIN-DET-PARENTESCO
           MOVE DCLDPN-FECHANAC             TO LIN-DET-FECHANAC
           MOVE WS-FECHA-LIMITE             TO LIN-DET-FECHA-LIMITE
           MOVE WS-PRIMA                    TO LIN-DET-PRIMA

           IF WS-FECHA-LIMITE GREATER THAN WS-FECHA-PROCESO
              ADD CT-1                      TO CN-AVISOS
              MOVE 'AVISO'                  TO LIN-DET-ACCION
              WRITE REG-REPDAO FROM WS-LINEA-DETALLE
           ELSE
              PERFORM 2200-CIERRA-DEPENDIENTE
                 THRU 2200-CIERRA-DEPENDIENTE-EXIT
           END-IF

           PERFORM 2100-FETCH-DEPENDIENTE
              THRU 2100-FETCH-DEPENDIENTE-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                   2100-FETCH-DEPENDIENTE                      *
      *****************************************************************
       2100-FETCH-DEPENDIENTE.

           EXEC SQL
              FETCH CSR-DAO
               INTO :DCLDPN-EMPNO,
                    :WS-WORKDEPT,
                    :DCLDPN-SEQNO,
                    :DCLDPN-NOMBRE,
                    :DCLDPN-PARENTESCO,
                    :DCLDPN-FECHANAC,
                    :WS-EDAD-LIMITE,
                    :WS-FECHA-LIMITE,
                    :WS-PRIMA
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH DAO. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                2100-FETCH-DEPENDIENTE-EXIT                    *
      *****************************************************************
       2100-FETCH-DEPENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                   2200-CIERRA-DEPENDIENTE                     *
      *                                                                *
      *    - BAJA VIA NE9CDPN0 PARA QUE QUEDE EL DEPENDENT_HIST CON    *
      *      ESTE PROGRAMA COMO ORIGEN                                 *
      *****************************************************************
       2200-CIERRA-DEPENDIENTE.

           INITIALIZE WS-NEECDPN-01
                      WS-NEECRET0-01
           SET DPN0-88-DELETE               TO TRUE
           MOVE CT-PROGRAMA                 TO DPN0-ORIGEN
           MOVE DCLDPN-EMPNO                TO DPN0-EMPNO
           MOVE DCLDPN-SEQNO                TO DPN0-SEQNO

           CALL CT-NE9CDPN0 USING WS-NEECDPN-01 WS-NEECRET0-01

           IF NOT RET0-88-OK
              ADD CT-1                      TO CN-ERRORES
              MOVE 'NO CERR'                TO LIN-DET-ACCION
              WRITE REG-REPDAO FROM WS-LINEA-DETALLE
              MOVE RET0-COD-ERROR           TO LIN-ERR-COD
              MOVE RET0-DESERROR            TO LIN-ERR-TEXTO
              WRITE REG-REPDAO FROM WS-LINEA-ERROR
              GO TO 2200-CIERRA-DEPENDIENTE-EXIT
           END-IF

           ADD CT-1                         TO CN-CERRADOS
           ADD WS-PRIMA                     TO WS-REDUCCION
           MOVE 'BAJA'                      TO LIN-DET-ACCION
           WRITE REG-REPDAO FROM WS-LINEA-DETALLE.

      *****************************************************************
      *                2200-CIERRA-DEPENDIENTE-EXIT                   *
      *****************************************************************
       2200-CIERRA-DEPENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-DAO
           END-EXEC

           MOVE 'FAMILIARES DADOS DE BAJA POR EDAD:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-CERRADOS                 TO LIN-TOT-CANTIDAD
           WRITE REG-REPDAO FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           MOVE 'FAMILIARES A AVISAR (PROXIMOS 60 DIAS):'
                                            TO LIN-TOT-TEXTO
           MOVE CN-AVISOS                   TO LIN-TOT-CANTIDAD
           WRITE REG-REPDAO FROM WS-LINEA-TOTAL

           MOVE 'BAJAS RECHAZADAS POR NE9CDPN0:'
                                            TO LIN-TOT-TEXTO
           MOVE CN-ERRORES                  TO LIN-TOT-CANTIDAD
           WRITE REG-REPDAO FROM WS-LINEA-TOTAL

           MOVE WS-REDUCCION                TO LIN-RED-IMPORTE
           WRITE REG-REPDAO FROM WS-LINEA-REDUCCION

           IF RETURN-CODE EQUAL ZERO
              IF CN-ERRORES IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEDAO000              *'
           DISPLAY 'FECHA DE PROCESO:      ' WS-FECHA-PROCESO
           DISPLAY 'FAMILIARES LEIDOS:     ' CN-LEIDOS
           DISPLAY 'DADOS DE BAJA:         ' CN-CERRADOS
           DISPLAY 'AVISOS 60 DIAS:        ' CN-AVISOS
           DISPLAY 'BAJAS RECHAZADAS:      ' CN-ERRORES
           DISPLAY 'REDUCCION MENSUAL:     ' LIN-RED-IMPORTE
           DISPLAY '***********************************************'

           CLOSE REPDAO

           GOBACK.
