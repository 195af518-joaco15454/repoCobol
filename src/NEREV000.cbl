      *****************************************************************
      * Program name:    NEREV000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Reverses a whole    *
      *                          NEPOST00 increase posting run for    *
      *                          the PARMREV business date: restores  *
      *                          SALARY/BONUS/COMM from the NEPOST00  *
      *                          before-images (employees changed     *
      *                          again since are skipped and          *
      *                          reported), saves its own EMP_HIST    *
      *                          rows, gives the amount back to       *
      *                          DEPT_BUDGET CONSUMIDO, writes the    *
      *                          offsetting GL journal and marks the  *
      *                          run reversed in RUN_CONTROL so the   *
      *                          date can be posted again.            *
      * 15/10/2026 gforrich      Budget give-back and GL journal      *
      *                          lines follow the employee's cost     *
      *                          split in force at the posting date   *
      *                          (NE9CDIS1), as NEPOST00 does.        *
      * 15/10/2026 gforrich      Each GL journal line carries the     *
      *                          company (legal entity) of its        *
      *                          department, so NEGLC000 can cut the  *
      *                          journal per company.                 *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEREV000.
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

           SELECT PARMREV  ASSIGN TO PARMREV
                           FILE STATUS IS FS-PARMREV.

           SELECT REPREV   ASSIGN TO REPREV
                           FILE STATUS IS FS-REPREV.

           SELECT GLJOURNL ASSIGN TO GLJOURNL
                           FILE STATUS IS FS-GLJOURNL.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      FECHA DE PROCESO DEL POSTEO A REVERTIR (AAAA-MM-DD)      *
      *****************************************************************
       FD  PARMREV
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMREV.
           05 PARM-FECHA-POSTEO             PIC X(10).

       FD  REPREV
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPREV              PIC X(80).

       FD  GLJOURNL
           RECORDING MODE IS F
           RECORD CONTAINS 060 CHARACTERS.
       01  REG-GLJOURNL            PIC X(60).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMREV                    PIC X(02) VALUE SPACES.
           05 FS-REPREV                     PIC X(02) VALUE SPACES.
           05 FS-GLJOURNL                   PIC X(02) VALUE SPACES.
           05 WS-TOTAL-REVERSA              PIC S9(09)V9(02) COMP-3.
           05 WS-RC-GUARDADO                PIC S9(04) COMP VALUE ZERO.
           05 WS-CAMBIOS-POSTERIORES        PIC S9(09) COMP VALUE ZERO.
           05 WS-INICIO-POSTEO              PIC X(26) VALUE SPACES.
           05 WS-FIN-POSTEO                 PIC X(26) VALUE SPACES.
           05 WS-FECHA-POSTEO               PIC X(10) VALUE SPACES.
           05 WS-FECHA-POSTEO-R REDEFINES WS-FECHA-POSTEO.
              10 WS-FPO-AAAA                PIC 9(04).
              10 FILLER                     PIC X(01).
              10 WS-FPO-MM                  PIC 9(02).
              10 FILLER                     PIC X(01).
              10 WS-FPO-DD                  PIC 9(02).
           05 WS-DEPTO-REPARTO              PIC X(03).
           05 WS-COMPANY-REPARTO            PIC X(02).
           05 WS-IMPORTE-REPARTO            PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *      IMAGEN ANTERIOR GRABADA POR NEPOST00 (LA MAS TEMPRANA    *
      *      DE LA CORRIDA PARA CADA EMPLEADO)                        *
      *****************************************************************
           05 WS-IMAGEN-POSTEO.
              10 WS-POS-EMPNO               PIC X(06).
              10 WS-POS-SALARY              PIC S9(07)V9(02) COMP-3.
              10 WS-POS-BONUS               PIC S9(07)V9(02) COMP-3.
              10 WS-POS-COMM                PIC S9(07)V9(02) COMP-3.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.

           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

           05 SW-SQLCODE                    PIC S9(9) COMP.
              88 SQLCODE-88-OK                        VALUE 0.
              88 SQLCODE-88-NOTFND                    VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-TIPO-UPDATE                PIC X(01) VALUE 'U'.
           05 CT-PROGRAMA-RUN               PIC X(08) VALUE 'NEREV000'.
           05 CT-PROGRAMA-POSTEO            PIC X(08) VALUE 'NEPOST00'.
           05 CT-ESTADO-COMPLETADO          PIC X(01) VALUE 'C'.
           05 CT-ESTADO-FALLADO             PIC X(01) VALUE 'F'.
           05 CT-NE9CRUN0                   PIC X(08) VALUE 'NE9CRUN0'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CLCK0                   PIC X(08) VALUE 'NE9CLCK0'.
           05 CT-NE9CDIS1                   PIC X(08) VALUE 'NE9CDIS1'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(05).
           05 CN-REGISTROS-REVERTIDOS       PIC 9(05).
           05 CN-REGISTROS-MODIFICADOS      PIC 9(05).
           05 CN-REGISTROS-RECHAZADOS       PIC 9(05).
           05 CN-ASIENTOS                   PIC 9(07).
           05 CN-SIN-MAPEO                  PIC 9(05).
           05 CN-REPARTO-INVALIDO           PIC 9(05).
           05 CN-TOTAL-DEBE                 PIC 9(13)V9(02) COMP-3.
           05 CN-TOTAL-HABER                PIC 9(13)V9(02) COMP-3.

      *****************************************************************
      *        REGISTROS DEL ARCHIVO DE ASIENTOS CONTABLES GLJOURNL   *
      *        (MISMO FORMATO QUE EL ASIENTO ORIGINAL DE NEPOST00)    *
      *****************************************************************
       01  WS-GL-HEADER.
           05 FILLER                        PIC X(01) VALUE 'H'.
           05 GLH-FECHA-PROCESO             PIC X(10).
           05 FILLER                        PIC X(49) VALUE SPACES.

       01  WS-GL-DETALLE.
           05 GLD-TIPO                      PIC X(01).
           05 GLD-CUENTA                    PIC X(10).
           05 GLD-DEPTNO                    PIC X(03).
           05 GLD-EMPNO                     PIC X(06).
           05 GLD-IMPORTE                   PIC 9(11)V9(02).
           05 GLD-COMPANY                   PIC X(02).
           05 FILLER                        PIC X(25) VALUE SPACES.

       01  WS-GL-TRAILER.
           05 FILLER                        PIC X(01) VALUE 'T'.
           05 GLT-CANTIDAD                  PIC 9(07).
           05 GLT-TOTAL-DEBE                PIC 9(13)V9(02).
           05 GLT-TOTAL-HABER               PIC 9(13)V9(02).
           05 FILLER                        PIC X(22) VALUE SPACES.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(46) VALUE
              "CONTROL DE REVERSA DE AUMENTOS - NEREV000 -   ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(24) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(40) VALUE
              "ESTADO     EMPNO  SALARIO ACT.  REVERSA ".
           05 FILLER                        PIC X(40) VALUE
              "     SAL.RESTAUR.".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-ESTADO                PIC X(10).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SALARIO-ACT           PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-REVERSA               PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-SALARIO-RES           PIC ZZZZZZZZ9,99.
           05 FILLER                        PIC X(23) VALUE SPACES.

       01  WS-LINEA-TOT-REVERTIDOS.
           05 FILLER                        PIC X(25) VALUE
              "TOTAL REVERTIDOS       : ".
           05 LIN-TOT-REVERTIDOS            PIC ZZZZ9.
           05 FILLER                        PIC X(50) VALUE SPACES.

       01  WS-LINEA-TOT-MODIFICADOS.
           05 FILLER                        PIC X(25) VALUE
              "TOTAL MODIF. DESPUES   : ".
           05 LIN-TOT-MODIFICADOS           PIC ZZZZ9.
           05 FILLER                        PIC X(50) VALUE SPACES.

       01  WS-LINEA-TOT-RECHAZADOS.
           05 FILLER                        PIC X(25) VALUE
              "TOTAL RECHAZADOS       : ".
           05 LIN-TOT-RECHAZADOS            PIC ZZZZ9.
           05 FILLER                        PIC X(50) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECRUN0-01.
           COPY NEECRUN0.
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECLCK0-01.
           COPY NEECLCK0.
       01  WS-NEECDIS1-01.
           COPY NEECDIS1.

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
              INCLUDE NEGTEHIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBUD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTGLM
           END-EXEC.

      * PRIMERA IMAGEN ANTERIOR DE CADA EMPLEADO GRABADA POR LA
      * CORRIDA DE NEPOST00 A REVERTIR, CON LA CANTIDAD DE CAMBIOS
      * POSTERIORES QUE NO SON DE ESA MISMA CORRIDA
           EXEC SQL
              DECLARE CSR-REV CURSOR FOR
              SELECT H.EMPNO,
                     H.SALARY,
                     H.BONUS,
                     H.COMM,
                     (SELECT COUNT(*)
                        FROM NEOSB36.EMP_HIST AS X
                       WHERE X.EMPNO = H.EMPNO
                         AND X.FECHACAMBIO > H.FECHACAMBIO
                         AND NOT (X.USUARIOCAMBIO = :CT-PROGRAMA-POSTEO
                                  AND X.FECHACAMBIO BETWEEN
                                      :WS-INICIO-POSTEO AND
                                      :WS-FIN-POSTEO))
                FROM NEOSB36.EMP_HIST AS H
               WHERE H.USUARIOCAMBIO = :CT-PROGRAMA-POSTEO
                 AND H.FECHACAMBIO BETWEEN :WS-INICIO-POSTEO
                                       AND :WS-FIN-POSTEO
                 AND H.FECHACAMBIO =
                     (SELECT MIN(M.FECHACAMBIO)
                        FROM NEOSB36.EMP_HIST AS M
                       WHERE M.EMPNO = H.EMPNO
                         AND M.USUARIOCAMBIO = :CT-PROGRAMA-POSTEO
                         AND M.FECHACAMBIO BETWEEN :WS-INICIO-POSTEO
                                               AND :WS-FIN-POSTEO)
               ORDER BY H.EMPNO
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

           OPEN INPUT  PARMREV

           IF FS-PARMREV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMREV. FILE STATUS=' FS-PARMREV
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMREV
                AT END
                DISPLAY 'ERROR: PARMREV SIN FECHA DEL POSTEO'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMREV
                GOBACK
           END-READ

           MOVE PARM-FECHA-POSTEO           TO WS-FECHA-POSTEO

           CLOSE PARMREV

           IF WS-FPO-AAAA IS NOT NUMERIC
              OR WS-FPO-MM IS NOT NUMERIC
              OR WS-FPO-DD IS NOT NUMERIC
              DISPLAY 'ERROR: FECHA INVALIDA EN PARMREV: '
                      WS-FECHA-POSTEO
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1100-BUSCA-CORRIDA
              THRU 1100-BUSCA-CORRIDA-EXIT

           PERFORM 9500-REGISTRA-INICIO
              THRU 9500-REGISTRA-INICIO-EXIT

      * LA REVERSA TOCA NEOSB36.EMP IGUAL QUE EL POSTEO: SE ALZA LA
      * MISMA VENTANA PARA QUE EL MANTENIMIENTO EN LINEA NO LA PISE
           INITIALIZE WS-NEECLCK0-01
           SET LCK0-88-ALZA                 TO TRUE
           MOVE CT-PROGRAMA-RUN             TO LCK0-PROGRAMA

           CALL CT-NE9CLCK0 USING WS-NEECLCK0-01

           IF NOT LCK0-88-OK
              DISPLAY 'NEREV000: NO SE PUDO ALZAR LA VENTANA DE '
                      'POSTEO - CORRIDA ABORTADA'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPREV

           IF FS-REPREV NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPREV. FILE STATUS=' FS-REPREV
              MOVE 8                         TO RETURN-CODE
              PERFORM 9700-BAJA-VENTANA
                 THRU 9700-BAJA-VENTANA-EXIT
              GOBACK
           END-IF

           MOVE WS-FECHA-POSTEO             TO LIN-TIT-FECHA
           WRITE REG-REPREV FROM WS-LINEA-TITULO
           WRITE REG-REPREV FROM WS-LINEA-COLUMNAS

           OPEN OUTPUT GLJOURNL

           IF FS-GLJOURNL NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR GLJOURNL. FILE STATUS='
                      FS-GLJOURNL
              MOVE 8                         TO RETURN-CODE
              CLOSE REPREV
              PERFORM 9700-BAJA-VENTANA
                 THRU 9700-BAJA-VENTANA-EXIT
              GOBACK
           END-IF

           MOVE FEC0-FECHA-ISO              TO GLH-FECHA-PROCESO
           WRITE REG-GLJOURNL FROM WS-GL-HEADER

           EXEC SQL
              OPEN CSR-REV
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR REV. SQLCODE: ' SQLCODE
              PERFORM 9800-ABEND-DB2
           END-IF

           PERFORM 2100-FETCH-POSTEO
              THRU 2100-FETCH-POSTEO-EXIT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-BUSCA-CORRIDA                       *
      *                                                                *
      *    - ULTIMA CORRIDA COMPLETADA O FALLADA DE NEPOST00 PARA LA   *
      *      FECHA: SUS IMAGENES ANTERIORES SON LAS GRABADAS ENTRE EL  *
      *      INICIO Y EL FIN DE ESA CORRIDA                            *
      *****************************************************************
       1100-BUSCA-CORRIDA.

           EXEC SQL
              SELECT CHAR(INICIO),
                     CHAR(VALUE(FIN, CURRENT TIMESTAMP))
                INTO :WS-INICIO-POSTEO,
                     :WS-FIN-POSTEO
                FROM NEOSB36.RUN_CONTROL
               WHERE PROGRAMA     = :CT-PROGRAMA-POSTEO
                 AND FECHAPROCESO = :WS-FECHA-POSTEO
                 AND INICIO       =
                     (SELECT MAX(INICIO)
                        FROM NEOSB36.RUN_CONTROL
                       WHERE PROGRAMA     = :CT-PROGRAMA-POSTEO
                         AND FECHAPROCESO = :WS-FECHA-POSTEO
                         AND ESTADO IN (:CT-ESTADO-COMPLETADO,
                                        :CT-ESTADO-FALLADO))
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    DISPLAY 'NEREV000: NO HAY CORRIDA DE NEPOST00 '
                            'PARA REVERTIR EN LA FECHA '
                            WS-FECHA-POSTEO
                    MOVE 8                  TO RETURN-CODE
                    GOBACK
               WHEN OTHER
                    DISPLAY 'NEREV000: ERROR LEYENDO RUN_CONTROL. '
                            'SQLCODE=' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    GOBACK
           END-EVALUATE.

      *****************************************************************
      *                    1100-BUSCA-CORRIDA-EXIT                    *
      *****************************************************************
       1100-BUSCA-CORRIDA-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           MOVE WS-POS-EMPNO                TO DCLEMP-EMPNO

           IF WS-CAMBIOS-POSTERIORES IS GREATER THAN ZEROS
              PERFORM 2400-INFORMA-MODIFICADO
                 THRU 2400-INFORMA-MODIFICADO-EXIT
           ELSE
              PERFORM 2200-LEE-EMPLEADO
                 THRU 2200-LEE-EMPLEADO-EXIT
              EVALUATE TRUE
                  WHEN SQLCODE-88-OK
                       PERFORM 9100-GRABA-HISTORICO
                          THRU 9100-GRABA-HISTORICO-EXIT
                       PERFORM 2300-RESTAURA-EMPLEADO
                          THRU 2300-RESTAURA-EMPLEADO-EXIT
                  WHEN SQLCODE-88-NOTFND
                       PERFORM 2500-RECHAZA-REGISTRO
                          THRU 2500-RECHAZA-REGISTRO-EXIT
                  WHEN OTHER
                       PERFORM 9800-ABEND-DB2
              END-EVALUATE
           END-IF

           PERFORM 2100-FETCH-POSTEO
              THRU 2100-FETCH-POSTEO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-POSTEO                        *
      *****************************************************************
       2100-FETCH-POSTEO.

           EXEC SQL
              FETCH CSR-REV
               INTO :WS-POS-EMPNO,
                    :WS-POS-SALARY,
                    :WS-POS-BONUS,
                    :WS-POS-COMM,
                    :WS-CAMBIOS-POSTERIORES
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD CT-1                TO CN-REGISTROS-LEIDOS
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH REV. SQLCODE: ' SQLCODE
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

      *****************************************************************
      *                    2100-FETCH-POSTEO-EXIT                     *
      *****************************************************************
       2100-FETCH-POSTEO-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-LEE-EMPLEADO                       *
      *****************************************************************
       2200-LEE-EMPLEADO.

           EXEC SQL
              SELECT FIRSTNME,
                     MIDINIT,
                     LASTNAME,
                     WORKDEPT,
                     PHONENO,
                     HIREDATE,
                     JOB,
                     EDLEVEL,
                     SEX,
                     BIRTHDATE,
                     SALARY,
                     BONUS,
                     COMM
                INTO :DCLEMP-FIRSTNME,
                     :DCLEMP-MIDINIT,
                     :DCLEMP-LASTNAME,
                     :DCLEMP-WORKDEPT,
                     :DCLEMP-PHONENO,
                     :DCLEMP-HIREDATE,
                     :DCLEMP-JOB,
                     :DCLEMP-EDLEVEL,
                     :DCLEMP-SEX,
                     :DCLEMP-BIRTHDATE,
                     :DCLEMP-SALARY,
                     :DCLEMP-BONUS,
                     :DCLEMP-COMM
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE.

      *****************************************************************
      *                     2200-LEE-EMPLEADO-EXIT                    *
      *****************************************************************
       2200-LEE-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                    2300-RESTAURA-EMPLEADO                     *
      *                                                                *
      *    - VUELVE SALARY/BONUS/COMM A LA IMAGEN ANTERIOR AL POSTEO;  *
      *      LA DIFERENCIA ES EL AUMENTO QUE NEPOST00 HABIA CONSUMIDO  *
      *      DEL PRESUPUESTO Y ASENTADO EN EL GL                       *
      *****************************************************************
       2300-RESTAURA-EMPLEADO.

           MOVE DCLEMP-SALARY               TO LIN-DET-SALARIO-ACT

           COMPUTE WS-TOTAL-REVERSA = DCLEMP-SALARY
                                    + DCLEMP-BONUS
                                    + DCLEMP-COMM
                                    - WS-POS-SALARY
                                    - WS-POS-BONUS
                                    - WS-POS-COMM

           EXEC SQL
              UPDATE NEOSB36.EMP
                 SET SALARY = :WS-POS-SALARY,
                     BONUS  = :WS-POS-BONUS,
                     COMM   = :WS-POS-COMM
               WHERE EMPNO = :DCLEMP-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    MOVE 'REVERTIDO'        TO LIN-DET-ESTADO
                    MOVE DCLEMP-EMPNO       TO LIN-DET-EMPNO
                    MOVE WS-TOTAL-REVERSA   TO LIN-DET-REVERSA
                    MOVE WS-POS-SALARY      TO LIN-DET-SALARIO-RES
                    WRITE REG-REPREV FROM WS-LINEA-DETALLE
                    ADD CT-1                TO CN-REGISTROS-REVERTIDOS
                    IF WS-TOTAL-REVERSA IS GREATER THAN ZEROS
                       PERFORM 2550-REPARTE-COSTO
                          THRU 2550-REPARTE-COSTO-EXIT
                       PERFORM 2600-DEVUELVE-PRESUPUESTO
                          THRU 2600-DEVUELVE-PRESUPUESTO-EXIT
                       PERFORM 2700-GRABA-ASIENTO
                          THRU 2700-GRABA-ASIENTO-EXIT
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    PERFORM 2500-RECHAZA-REGISTRO
                       THRU 2500-RECHAZA-REGISTRO-EXIT
               WHEN OTHER
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

      *****************************************************************
      *                  2300-RESTAURA-EMPLEADO-EXIT                  *
      *****************************************************************
       2300-RESTAURA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                   2400-INFORMA-MODIFICADO                     *
      *                                                                *
      *    - EL EMPLEADO TUVO OTROS CAMBIOS DESPUES DEL POSTEO: NO SE  *
      *      TOCA Y QUEDA INFORMADO PARA CORREGIRLO A MANO             *
      *****************************************************************
       2400-INFORMA-MODIFICADO.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE 'MODIFICADO'                TO LIN-DET-ESTADO
           MOVE WS-POS-EMPNO                TO LIN-DET-EMPNO
           MOVE ZEROS                       TO LIN-DET-SALARIO-ACT
                                               LIN-DET-REVERSA
           MOVE WS-POS-SALARY               TO LIN-DET-SALARIO-RES

           WRITE REG-REPREV FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-REGISTROS-MODIFICADOS.

      *****************************************************************
      *                 2400-INFORMA-MODIFICADO-EXIT                  *
      *****************************************************************
       2400-INFORMA-MODIFICADO-EXIT.
           EXIT.
      *****************************************************************
      *                     2500-RECHAZA-REGISTRO                     *
      *                                                                *
      *    - EL EMPLEADO YA NO EXISTE EN NEOSB36.EMP                   *
      *****************************************************************
       2500-RECHAZA-REGISTRO.

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE 'RECHAZADO'                 TO LIN-DET-ESTADO
           MOVE WS-POS-EMPNO                TO LIN-DET-EMPNO
           MOVE ZEROS                       TO LIN-DET-SALARIO-ACT
                                               LIN-DET-REVERSA
           MOVE WS-POS-SALARY               TO LIN-DET-SALARIO-RES

           WRITE REG-REPREV FROM WS-LINEA-DETALLE

           ADD CT-1                         TO CN-REGISTROS-RECHAZADOS.

      *****************************************************************
      *                  2500-RECHAZA-REGISTRO-EXIT                   *
      *****************************************************************
       2500-RECHAZA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2550-REPARTE-COSTO                       *
      *                                                                *
      *    - OBTIENE EL REPARTO DEL COSTO DEL EMPLEADO VIGENTE A LA    *
      *      FECHA DEL POSTEO, EL MISMO QUE USO NEPOST00, Y DISTRIBUYE *
      *      EL IMPORTE REVERTIDO ENTRE SUS DEPARTAMENTOS              *
      *****************************************************************
       2550-REPARTE-COSTO.

           INITIALIZE WS-NEECDIS1-01
           SET DIS1-88-VIGENTE              TO TRUE
           MOVE DCLEMP-EMPNO                TO DIS1-EMPNO
           MOVE WS-FECHA-POSTEO             TO DIS1-FECHA
           MOVE DCLEMP-WORKDEPT             TO DIS1-WORKDEPT

           CALL CT-NE9CDIS1 USING WS-NEECDIS1-01

           IF DIS1-88-ERROR-DB2
              DISPLAY 'NEREV000: ERROR LEYENDO REPARTO DE COSTO. '
                      'SQLCODE=' DIS1-SQLCODE
              PERFORM 9800-ABEND-DB2
           END-IF

           IF DIS1-88-REPARTO-INVALIDO
              DISPLAY 'NEREV000: REPARTO DE COSTO NO SUMA 100, SE '
                      'IMPUTA A WORKDEPT. EMPNO: ' DCLEMP-EMPNO
              ADD CT-1                      TO CN-REPARTO-INVALIDO
           END-IF

           SET DIS1-88-DISTRIBUYE           TO TRUE
           MOVE WS-TOTAL-REVERSA            TO DIS1-IMPORTE

           CALL CT-NE9CDIS1 USING WS-NEECDIS1-01

           IF NOT DIS1-88-OK
              DISPLAY 'NEREV000: ERROR DISTRIBUYENDO LA REVERSA. '
                      'SQLCODE=' DIS1-SQLCODE
              PERFORM 9800-ABEND-DB2
           END-IF.

      *****************************************************************
      *                   2550-REPARTE-COSTO-EXIT                     *
      *****************************************************************
       2550-REPARTE-COSTO-EXIT.
           EXIT.
      *****************************************************************
      *                  2600-DEVUELVE-PRESUPUESTO                    *
      *                                                                *
      *    - DESCUENTA DEL CONSUMIDO DEL PRESUPUESTO DEL ANIO DEL      *
      *      POSTEO LO QUE NEPOST00 HABIA ACREDITADO A CADA            *
      *      DEPARTAMENTO DEL REPARTO                                  *
      *****************************************************************
       2600-DEVUELVE-PRESUPUESTO.

           MOVE WS-FPO-AAAA                 TO DCLBUD-ANIO

           PERFORM 2610-DEVUELVE-DEPTO
              THRU 2610-DEVUELVE-DEPTO-EXIT
              VARYING DIS1-IX FROM 1 BY 1
              UNTIL DIS1-IX IS GREATER THAN DIS1-CANT-DEPTOS.

      *****************************************************************
      *               2600-DEVUELVE-PRESUPUESTO-EXIT                  *
      *****************************************************************
       2600-DEVUELVE-PRESUPUESTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2610-DEVUELVE-DEPTO                       *
      *****************************************************************
       2610-DEVUELVE-DEPTO.

           MOVE DIS1-DEP-DEPTNO(DIS1-IX)    TO DCLBUD-DEPTNO
           MOVE DIS1-DEP-IMPORTE(DIS1-IX)   TO WS-IMPORTE-REPARTO

           EXEC SQL
              UPDATE NEOSB36.DEPT_BUDGET
                 SET CONSUMIDO = CONSUMIDO - :WS-IMPORTE-REPARTO
               WHERE DEPTNO = :DCLBUD-DEPTNO
                 AND ANIO   = :DCLBUD-ANIO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK AND NOT SQLCODE-88-NOTFND
              PERFORM 9800-ABEND-DB2
           END-IF.

      *****************************************************************
      *                   2610-DEVUELVE-DEPTO-EXIT                    *
      *****************************************************************
       2610-DEVUELVE-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2700-GRABA-ASIENTO                       *
      *                                                                *
      *    - CONTRAASIENTO DEL AUMENTO REVERTIDO: POR CADA             *
      *      DEPARTAMENTO DEL REPARTO, DEBE A LA CUENTA DE PASIVO Y    *
      *      HABER A LA DE GASTO DE SU MAPEO GL_MAPPING, AL REVES DEL  *
      *      ASIENTO ORIGINAL DE NEPOST00                              *
      *****************************************************************
       2700-GRABA-ASIENTO.

           PERFORM 2710-ASIENTO-DEPTO
              THRU 2710-ASIENTO-DEPTO-EXIT
              VARYING DIS1-IX FROM 1 BY 1
              UNTIL DIS1-IX IS GREATER THAN DIS1-CANT-DEPTOS.

      *****************************************************************
      *                   2700-GRABA-ASIENTO-EXIT                     *
      *****************************************************************
       2700-GRABA-ASIENTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2710-ASIENTO-DEPTO                       *
      *****************************************************************
       2710-ASIENTO-DEPTO.

           MOVE DIS1-DEP-DEPTNO(DIS1-IX)    TO WS-DEPTO-REPARTO
                                               DCLGLM-DEPTNO
           MOVE DIS1-DEP-IMPORTE(DIS1-IX)   TO WS-IMPORTE-REPARTO

           IF WS-IMPORTE-REPARTO EQUAL ZEROS
              GO TO 2710-ASIENTO-DEPTO-EXIT
           END-IF

           EXEC SQL
              SELECT G.CTADEBE,
                     G.CTAHABER,
                     VALUE(D.COMPANY, ' ')
                INTO :DCLGLM-CTADEBE,
                     :DCLGLM-CTAHABER,
                     :WS-COMPANY-REPARTO
                FROM NEOSB36.GL_MAPPING G
                LEFT JOIN NEOSB36.DEPT D
                       ON D.DEPTNO = G.DEPTNO
               WHERE G.DEPTNO = :DCLGLM-DEPTNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    DISPLAY 'NEREV000: DEPTO SIN MAPEO CONTABLE: '
                            WS-DEPTO-REPARTO ' EMPNO: ' DCLEMP-EMPNO
                    ADD CT-1                TO CN-SIN-MAPEO
                    GO TO 2710-ASIENTO-DEPTO-EXIT
               WHEN OTHER
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           MOVE SPACES                      TO WS-GL-DETALLE
           MOVE 'D'                         TO GLD-TIPO
           MOVE DCLGLM-CTAHABER             TO GLD-CUENTA
           MOVE WS-DEPTO-REPARTO            TO GLD-DEPTNO
           MOVE WS-COMPANY-REPARTO          TO GLD-COMPANY
           MOVE DCLEMP-EMPNO                TO GLD-EMPNO
           MOVE WS-IMPORTE-REPARTO          TO GLD-IMPORTE
           WRITE REG-GLJOURNL FROM WS-GL-DETALLE
           ADD CT-1                         TO CN-ASIENTOS
           ADD WS-IMPORTE-REPARTO           TO CN-TOTAL-DEBE

           MOVE SPACES                      TO WS-GL-DETALLE
           MOVE 'H'                         TO GLD-TIPO
           MOVE DCLGLM-CTADEBE              TO GLD-CUENTA
           MOVE WS-DEPTO-REPARTO            TO GLD-DEPTNO
           MOVE WS-COMPANY-REPARTO          TO GLD-COMPANY
           MOVE DCLEMP-EMPNO                TO GLD-EMPNO
           MOVE WS-IMPORTE-REPARTO          TO GLD-IMPORTE
           WRITE REG-GLJOURNL FROM WS-GL-DETALLE
           ADD CT-1                         TO CN-ASIENTOS
           ADD WS-IMPORTE-REPARTO           TO CN-TOTAL-HABER.

      *****************************************************************
      *                   2710-ASIENTO-DEPTO-EXIT                     *
      *****************************************************************
       2710-ASIENTO-DEPTO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-REV
           END-EXEC

           MOVE CN-REGISTROS-REVERTIDOS     TO LIN-TOT-REVERTIDOS
           WRITE REG-REPREV FROM WS-LINEA-TOT-REVERTIDOS

           MOVE CN-REGISTROS-MODIFICADOS    TO LIN-TOT-MODIFICADOS
           WRITE REG-REPREV FROM WS-LINEA-TOT-MODIFICADOS

           MOVE CN-REGISTROS-RECHAZADOS     TO LIN-TOT-RECHAZADOS
           WRITE REG-REPREV FROM WS-LINEA-TOT-RECHAZADOS

           PERFORM 3100-ESCRIBE-ESTADISTICAS
              THRU 3100-ESCRIBE-ESTADISTICAS-EXIT

           MOVE CN-ASIENTOS                 TO GLT-CANTIDAD
           MOVE CN-TOTAL-DEBE               TO GLT-TOTAL-DEBE
           MOVE CN-TOTAL-HABER              TO GLT-TOTAL-HABER
           WRITE REG-GLJOURNL FROM WS-GL-TRAILER

           IF CN-TOTAL-DEBE NOT EQUAL CN-TOTAL-HABER
              DISPLAY 'NEREV000: ASIENTO DESBALANCEADO. DEBE='
                      CN-TOTAL-DEBE ' HABER=' CN-TOTAL-HABER
              MOVE 8                        TO RETURN-CODE
           END-IF

      * LOS EMPLEADOS MODIFICADOS DESPUES DEL POSTEO, LOS RECHAZADOS
      * Y LOS DEPARTAMENTOS SIN MAPEO DEJAN LA CORRIDA EN AVISO
           IF RETURN-CODE EQUAL ZERO
              IF CN-REGISTROS-MODIFICADOS IS GREATER THAN ZEROS
                 OR CN-REGISTROS-RECHAZADOS IS GREATER THAN ZEROS
                 OR CN-SIN-MAPEO IS GREATER THAN ZEROS
                 MOVE 4                     TO RETURN-CODE
              END-IF
           END-IF

           IF RETURN-CODE IS LESS THAN 8
              PERFORM 3200-MARCA-REVERTIDA
                 THRU 3200-MARCA-REVERTIDA-EXIT
           END-IF

           PERFORM 9700-BAJA-VENTANA
              THRU 9700-BAJA-VENTANA-EXIT

           PERFORM 9550-REGISTRA-FIN
              THRU 9550-REGISTRA-FIN-EXIT

           CLOSE REPREV
                 GLJOURNL

           GOBACK.

      *****************************************************************
      *                     3100-ESCRIBE-ESTADISTICAS                 *
      *****************************************************************
       3100-ESCRIBE-ESTADISTICAS.

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEREV000              *'
           DISPLAY 'FECHA DEL POSTEO:      ' WS-FECHA-POSTEO
           DISPLAY 'CORRIDA DESDE:         ' WS-INICIO-POSTEO
           DISPLAY 'CORRIDA HASTA:         ' WS-FIN-POSTEO
           DISPLAY 'IMAGENES LEIDAS:       ' CN-REGISTROS-LEIDOS
           DISPLAY 'REGISTROS REVERTIDOS:  ' CN-REGISTROS-REVERTIDOS
           DISPLAY 'MODIFICADOS DESPUES:   ' CN-REGISTROS-MODIFICADOS
           DISPLAY 'REGISTROS RECHAZADOS:  ' CN-REGISTROS-RECHAZADOS
           DISPLAY 'ASIENTOS CONTABLES:    ' CN-ASIENTOS
           DISPLAY 'DEPTOS SIN MAPEO GL:   ' CN-SIN-MAPEO
           DISPLAY 'REPARTOS INVALIDOS:    ' CN-REPARTO-INVALIDO
           DISPLAY '***********************************************'.

      *****************************************************************
      *                  3100-ESCRIBE-ESTADISTICAS-EXIT               *
      *****************************************************************
       3100-ESCRIBE-ESTADISTICAS-EXIT.
           EXIT.
      *****************************************************************
      *                     3200-MARCA-REVERTIDA                      *
      *                                                                *
      *    - LA CORRIDA DE NEPOST00 QUEDA REVERTIDA EN RUN_CONTROL Y   *
      *      LA FECHA PUEDE VOLVER A POSTEARSE SIN FORZADO             *
      *****************************************************************
       3200-MARCA-REVERTIDA.

           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           INITIALIZE WS-NEECRUN0-01
           SET RUN0-88-REVERSA              TO TRUE
           MOVE CT-PROGRAMA-POSTEO          TO RUN0-PROGRAMA
           MOVE WS-FECHA-POSTEO             TO RUN0-FECHA-PROCESO

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           EVALUATE TRUE
               WHEN RUN0-88-OK
                    CONTINUE
               WHEN RUN0-88-SIN-CORRIDA
                    DISPLAY 'NEREV000: AVISO - LA CORRIDA DE NEPOST00 '
                            'YA NO FIGURA EN RUN_CONTROL'
                    IF RETURN-CODE EQUAL ZERO
                       MOVE 4               TO RETURN-CODE
                    END-IF
               WHEN OTHER
                    DISPLAY 'NEREV000: NO SE PUDO MARCAR LA CORRIDA '
                            'COMO REVERTIDA'
                    MOVE 8                  TO RETURN-CODE
           END-EVALUATE.

      *****************************************************************
      *                  3200-MARCA-REVERTIDA-EXIT                    *
      *****************************************************************
       3200-MARCA-REVERTIDA-EXIT.
           EXIT.
      *****************************************************************
      *                      9700-BAJA-VENTANA                        *
      *****************************************************************
       9700-BAJA-VENTANA.

           INITIALIZE WS-NEECLCK0-01
           SET LCK0-88-BAJA                 TO TRUE
           MOVE CT-PROGRAMA-RUN             TO LCK0-PROGRAMA

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE PRESERVA EL DE ESTA CORRIDA
           MOVE RETURN-CODE                 TO WS-RC-GUARDADO

           CALL CT-NE9CLCK0 USING WS-NEECLCK0-01

           MOVE WS-RC-GUARDADO              TO RETURN-CODE

           IF NOT LCK0-88-OK
              DISPLAY 'NEREV000: AVISO - NO SE PUDO BAJAR LA '
                      'VENTANA DE POSTEO'
           END-IF.

      *****************************************************************
      *                   9700-BAJA-VENTANA-EXIT                      *
      *****************************************************************
       9700-BAJA-VENTANA-EXIT.
           EXIT.
      *****************************************************************
      *                      9100-GRABA-HISTORICO                     *
      *                                                                *
      *    - GRABA LA IMAGEN ACTUAL (CON EL AUMENTO) EN EL HISTORICO   *
      *      ANTES DE RESTAURARLA, IGUAL QUE NEPOST00                  *
      *****************************************************************
       9100-GRABA-HISTORICO.

           MOVE DCLEMP-EMPNO                 TO DCLEHIS-EMPNO
           MOVE DCLEMP-FIRSTNME              TO DCLEHIS-FIRSTNME
           MOVE DCLEMP-MIDINIT               TO DCLEHIS-MIDINIT
           MOVE DCLEMP-LASTNAME              TO DCLEHIS-LASTNAME
           MOVE DCLEMP-WORKDEPT              TO DCLEHIS-WORKDEPT
           MOVE DCLEMP-PHONENO               TO DCLEHIS-PHONENO
           MOVE DCLEMP-HIREDATE              TO DCLEHIS-HIREDATE
           MOVE DCLEMP-JOB                   TO DCLEHIS-JOB
           MOVE DCLEMP-EDLEVEL               TO DCLEHIS-EDLEVEL
           MOVE DCLEMP-SEX                   TO DCLEHIS-SEX
           MOVE DCLEMP-BIRTHDATE             TO DCLEHIS-BIRTHDATE
           MOVE DCLEMP-SALARY                TO DCLEHIS-SALARY
           MOVE DCLEMP-BONUS                 TO DCLEHIS-BONUS
           MOVE DCLEMP-COMM                  TO DCLEHIS-COMM
           MOVE CT-TIPO-UPDATE               TO DCLEHIS-TIPOCAMBIO
           MOVE CT-PROGRAMA-RUN              TO DCLEHIS-USUARIOCAMBIO

           EXEC SQL
              INSERT INTO NEOSB36.EMP_HIST
              (
                    EMPNO,
                    FIRSTNME,
                    MIDINIT,
                    LASTNAME,
                    WORKDEPT,
                    PHONENO,
                    HIREDATE,
                    JOB,
                    EDLEVEL,
                    SEX,
                    BIRTHDATE,
                    SALARY,
                    BONUS,
                    COMM,
                    TIPOCAMBIO,
                    FECHACAMBIO,
                    USUARIOCAMBIO
              )
              VALUES
              (
                   :DCLEHIS-EMPNO,
                   :DCLEHIS-FIRSTNME,
                   :DCLEHIS-MIDINIT,
                   :DCLEHIS-LASTNAME,
                   :DCLEHIS-WORKDEPT,
                   :DCLEHIS-PHONENO,
                   :DCLEHIS-HIREDATE,
                   :DCLEHIS-JOB,
                   :DCLEHIS-EDLEVEL,
                   :DCLEHIS-SEX,
                   :DCLEHIS-BIRTHDATE,
                   :DCLEHIS-SALARY,
                   :DCLEHIS-BONUS,
                   :DCLEHIS-COMM,
                   :DCLEHIS-TIPOCAMBIO,
                   CURRENT TIMESTAMP,
                   :DCLEHIS-USUARIOCAMBIO
              )
           END-EXEC

           MOVE SQLCODE                       TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              PERFORM 9800-ABEND-DB2
           END-IF.

      *****************************************************************
      *                   9100-GRABA-HISTORICO-EXIT                   *
      *****************************************************************
       9100-GRABA-HISTORICO-EXIT.
           EXIT.
      *****************************************************************
      *                          9800-ABEND-DB2                       *
      *****************************************************************
       9800-ABEND-DB2.

           DISPLAY 'NEREV000: ERROR DB2. SQLCODE=' SQLCODE
           DISPLAY 'NEREV000: EMPNO EN PROCESO=' WS-POS-EMPNO
           MOVE 8                            TO RETURN-CODE

           PERFORM 9700-BAJA-VENTANA
              THRU 9700-BAJA-VENTANA-EXIT

           PERFORM 9550-REGISTRA-FIN
              THRU 9550-REGISTRA-FIN-EXIT

           CLOSE REPREV
                 GLJOURNL

           GOBACK.
      *****************************************************************
      *                     9500-REGISTRA-INICIO                      *
      *                                                                *
      *    - REGISTRA LA REVERSA EN RUN_CONTROL CON LA FECHA DEL       *
      *      POSTEO REVERTIDO: NO SE REVIERTE DOS VECES LA MISMA       *
      *      FECHA SALVO FORZADO                                       *
      *****************************************************************
       9500-REGISTRA-INICIO.

           INITIALIZE WS-NEECRUN0-01
           SET RUN0-88-INICIO               TO TRUE
           MOVE CT-PROGRAMA-RUN             TO RUN0-PROGRAMA
           MOVE WS-FECHA-POSTEO             TO RUN0-FECHA-PROCESO

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

           IF RUN0-88-YA-COMPLETADA
              DISPLAY 'NEREV000: LA FECHA YA FUE REVERTIDA - '
                      'CORRIDA RECHAZADA'
              MOVE 8                        TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                  9500-REGISTRA-INICIO-EXIT                    *
      *****************************************************************
       9500-REGISTRA-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       9550-REGISTRA-FIN                       *
      *****************************************************************
       9550-REGISTRA-FIN.

           INITIALIZE WS-NEECRUN0-01
           SET RUN0-88-FIN                  TO TRUE
           MOVE CT-PROGRAMA-RUN             TO RUN0-PROGRAMA
           MOVE WS-FECHA-POSTEO             TO RUN0-FECHA-PROCESO
           MOVE CN-REGISTROS-LEIDOS         TO RUN0-LEIDOS
           MOVE CN-REGISTROS-REVERTIDOS     TO RUN0-ESCRITOS
           MOVE CN-REGISTROS-MODIFICADOS    TO RUN0-EXCEPCIONES
           ADD  CN-REGISTROS-RECHAZADOS     TO RUN0-EXCEPCIONES
           MOVE RETURN-CODE                 TO RUN0-RETCODE

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE RESTAURA EL DE ESTA CORRIDA
           MOVE RUN0-RETCODE                TO RETURN-CODE.

      *****************************************************************
      *                    9550-REGISTRA-FIN-EXIT                     *
      *****************************************************************
       9550-REGISTRA-FIN-EXIT.
           EXIT.
