      *****************************************************************
      * Program name:    NECOL000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Cost-of-living      *
      *                          increase run by location: the        *
      *                          PARMCOL card gives the LOCATION, the *
      *                          percentage and an optional cap per   *
      *                          employee.  Every active employee in  *
      *                          a department at that location gets   *
      *                          the increase as a NEEC0001 record    *
      *                          with its own origin flag, written to *
      *                          the PENDAPRO approval KSDS so it     *
      *                          flows through the same NE13 / HR     *
      *                          approval and NEPOST00 posting        *
      *                          (budget, GL and EMP_HIST audit) as   *
      *                          the regular increases, and printed   *
      *                          on the REPCOL report.                *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NECOL000.
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

           SELECT PARMCOL  ASSIGN TO PARMCOL
                           FILE STATUS IS FS-PARMCOL.

           SELECT PENDAPRO ASSIGN       TO PENDAPRO
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS PEND-EMPNO
                           FILE STATUS  IS FS-PENDAPRO.

           SELECT REPCOL   ASSIGN TO REPCOL
                           FILE STATUS IS FS-REPCOL.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.

      *****************************************************************
      *      LOCATION, PORCENTAJE DE AUMENTO Y TOPE OPCIONAL DEL      *
      *      AUMENTO POR EMPLEADO (EN CERO O BLANCO, SIN TOPE)        *
      *****************************************************************
       FD  PARMCOL
           RECORDING MODE IS F
           RECORD CONTAINS 030 CHARACTERS.
       01  REG-PARMCOL.
           05 PARM-LOCATION               PIC X(16).
           05 PARM-PORCENTAJE             PIC 9(03)V9(02).
           05 PARM-TOPE                   PIC 9(07)V9(02).

      *****************************************************************
      *      PENDIENTES DE APROBACION: KSDS CON CLAVE EN EL EMPNO    *
      *      DEL REGISTRO NEEC0001, COMPARTIDO CON LA PANTALLA NE13. *
      *      SE ABRE I-O PARA SUMAR LOS AUMENTOS A LOS PENDIENTES    *
      *      QUE YA DEJARON OTRAS CORRIDAS SIN PISARLOS              *
      *****************************************************************
       FD  PENDAPRO
           LABEL     RECORDS   ARE STANDARD
           RECORD    CONTAINS  140 CHARACTERS.
       01  REG-PENDAPRO.
           05 PEND-EMPNO           PIC X(06).
           05 FILLER               PIC X(134).

       FD  REPCOL
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPCOL              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMCOL                    PIC X(02) VALUE SPACES.
           05 FS-PENDAPRO                   PIC X(02) VALUE SPACES.
           05 FS-REPCOL                     PIC X(02) VALUE SPACES.
           05 WS-LOCATION                   PIC X(16) VALUE SPACES.
           05 WS-PORCENTAJE                 PIC 9(03)V9(02) VALUE ZERO.
           05 WS-TOPE                       PIC 9(07)V9(02) VALUE ZERO.
           05 WS-CANT-DEPTOS                PIC S9(09) COMP VALUE ZERO.
           05 WS-AUMENTO-CALCULADO          PIC S9(09)V9(02) COMP-3.
           05 WS-HIREDATE-ISO               PIC X(10) VALUE SPACES.
           05 WS-BIRTHDATE-ISO              PIC X(10) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-TOPE-APLICADO              PIC X(01) VALUE 'N'.
              88 SI-TOPE-APLICADO                     VALUE 'S'.
              88 NO-TOPE-APLICADO                     VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-PCT-MAXIMO                 PIC 9(03)V9(02) VALUE 100.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(05).
           05 CN-AUMENTOS-PENDIENTES        PIC 9(05).
           05 CN-CON-TOPE                   PIC 9(05).
           05 CN-AUMENTO-CERO               PIC 9(05).
           05 CN-YA-PENDIENTES              PIC 9(05).
           05 AC-TOTAL-AUMENTOS             PIC S9(11)V9(02) COMP-3.

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(25) VALUE
              "AUMENTO COSTO DE VIDA -  ".
           05 LIN-TIT-LOCATION              PIC X(16).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-TIT-PORCENTAJE            PIC ZZ9,99.
           05 FILLER                        PIC X(09) VALUE
              " %  TOPE ".
           05 LIN-TIT-TOPE                  PIC ZZZZZZ9,99.
           05 FILLER                        PIC X(12) VALUE SPACES.

       01  WS-LINEA-COLUMNAS.
           05 FILLER                        PIC X(80) VALUE
              "EMPNO   APELLIDO         DEPTO  SALARIO       AUMENTO".

       01  WS-LINEA-DETALLE.
           05 LIN-DET-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-LASTNAME              PIC X(15).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-DEPTNO                PIC X(03).
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-SALARY                PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(02) VALUE SPACES.
           05 LIN-DET-AUMENTO               PIC ZZZZZZZ9,99.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-DET-MARCA                 PIC X(14).
           05 FILLER                        PIC X(11) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(29) VALUE
              "TOTAL AUMENTOS A APROBACION: ".
           05 LIN-TOT-IMPORTE               PIC ZZZZZZZZZZ9,99.
           05 FILLER                        PIC X(37) VALUE SPACES.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEEC0001-01.
           COPY NEEC0001.

       01  WS-NEECAPR0-01.
           COPY NEECAPR0.

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

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
              DECLARE CSR-COL CURSOR FOR
              SELECT E.EMPNO,
                     E.FIRSTNME,
                     E.MIDINIT,
                     E.LASTNAME,
                     E.WORKDEPT,
                     E.PHONENO,
                     CHAR(E.HIREDATE, ISO),
                     E.JOB,
                     E.EDLEVEL,
                     E.SEX,
                     CHAR(E.BIRTHDATE, ISO),
                     E.SALARY,
                     E.BONUS,
                     E.COMM
                FROM NEOSB36.EMP  AS E,
                     NEOSB36.DEPT AS D
               WHERE E.EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                 AND D.DEPTNO    = E.WORKDEPT
                 AND D.LOCATION  = :WS-LOCATION
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
             UNTIL SI-FIN-CURSOR

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           PERFORM 1100-LEE-PARAMETROS
              THRU 1100-LEE-PARAMETROS-EXIT

           MOVE WS-LOCATION                 TO LIN-TIT-LOCATION
           MOVE WS-PORCENTAJE               TO LIN-TIT-PORCENTAJE
           MOVE WS-TOPE                     TO LIN-TIT-TOPE

           OPEN I-O PENDAPRO

           IF FS-PENDAPRO NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PENDAPRO. FILE STATUS='
                      FS-PENDAPRO
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPCOL

           IF FS-REPCOL NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPCOL. FILE STATUS=' FS-REPCOL
              MOVE 8                         TO RETURN-CODE
              CLOSE PENDAPRO
              GOBACK
           END-IF

           WRITE REG-REPCOL FROM WS-LINEA-TITULO
           WRITE REG-REPCOL FROM WS-LINEA-COLUMNAS

           EXEC SQL
              OPEN CSR-COL
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR COL. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              CLOSE PENDAPRO
                    REPCOL
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
      *                     1100-LEE-PARAMETROS                       *
      *                                                                *
      *    - LA TARJETA PARMCOL ES OBLIGATORIA: LOCATION CON AL MENOS  *
      *      UN DEPARTAMENTO EN NEOSB36.DEPT Y PORCENTAJE MAYOR QUE    *
      *      CERO Y NO MAYOR QUE 100.  EL TOPE ES OPCIONAL             *
      *****************************************************************
       1100-LEE-PARAMETROS.

           OPEN INPUT PARMCOL

           IF FS-PARMCOL NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMCOL. FILE STATUS=' FS-PARMCOL
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMCOL
                AT END
                DISPLAY 'ERROR: PARMCOL SIN REGISTRO DE PARAMETROS'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMCOL
                GOBACK
           END-READ

           CLOSE PARMCOL

           IF PARM-LOCATION EQUAL SPACES OR LOW-VALUES
              DISPLAY 'ERROR: PARMCOL SIN LOCATION INFORMADA'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF PARM-PORCENTAJE IS NOT NUMERIC
              OR PARM-PORCENTAJE EQUAL ZEROS
              OR PARM-PORCENTAJE IS GREATER THAN CT-PCT-MAXIMO
              DISPLAY 'ERROR: PARMCOL CON PORCENTAJE INVALIDO'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           MOVE PARM-LOCATION               TO WS-LOCATION
           MOVE PARM-PORCENTAJE             TO WS-PORCENTAJE

           IF PARM-TOPE IS NUMERIC
              MOVE PARM-TOPE                TO WS-TOPE
           ELSE
              MOVE ZEROS                    TO WS-TOPE
           END-IF

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-CANT-DEPTOS
                FROM NEOSB36.DEPT
               WHERE LOCATION = :WS-LOCATION
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR LEYENDO DEPT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-CANT-DEPTOS EQUAL ZERO
              DISPLAY 'ERROR: LOCATION ' WS-LOCATION
                      ' SIN DEPARTAMENTOS EN DEPT'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                   1100-LEE-PARAMETROS-EXIT                    *
      *****************************************************************
       1100-LEE-PARAMETROS-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           ADD CT-1                         TO CN-EMPLEADOS-LEIDOS

           PERFORM 2200-CALCULA-AUMENTO
              THRU 2200-CALCULA-AUMENTO-EXIT

           IF WS-AUMENTO-CALCULADO IS GREATER THAN ZEROS
              PERFORM 2300-ESCRIBE-PENDIENTE
                 THRU 2300-ESCRIBE-PENDIENTE-EXIT
           ELSE
              ADD CT-1                      TO CN-AUMENTO-CERO
           END-IF

           PERFORM 2100-FETCH-EMPLEADO
              THRU 2100-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-FETCH-EMPLEADO                      *
      *****************************************************************
       2100-FETCH-EMPLEADO.

           EXEC SQL
              FETCH CSR-COL
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-FIRSTNME,
                    :DCLEMP-MIDINIT,
                    :DCLEMP-LASTNAME,
                    :DCLEMP-WORKDEPT,
                    :DCLEMP-PHONENO,
                    :WS-HIREDATE-ISO,
                    :DCLEMP-JOB,
                    :DCLEMP-EDLEVEL,
                    :DCLEMP-SEX,
                    :WS-BIRTHDATE-ISO,
                    :DCLEMP-SALARY,
                    :DCLEMP-BONUS,
                    :DCLEMP-COMM
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH COL. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                    2100-FETCH-EMPLEADO-EXIT                   *
      *****************************************************************
       2100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-CALCULA-AUMENTO                     *
      *                                                                *
      *    - AUMENTO = SALARIO * PORCENTAJE / 100, LIMITADO AL TOPE    *
      *      DE LA TARJETA CUANDO VIENE INFORMADO                      *
      *****************************************************************
       2200-CALCULA-AUMENTO.

           SET NO-TOPE-APLICADO             TO TRUE

           COMPUTE WS-AUMENTO-CALCULADO ROUNDED =
                   DCLEMP-SALARY * WS-PORCENTAJE / 100

           IF WS-TOPE IS GREATER THAN ZEROS
              AND WS-AUMENTO-CALCULADO IS GREATER THAN WS-TOPE
              MOVE WS-TOPE                  TO WS-AUMENTO-CALCULADO
              SET SI-TOPE-APLICADO          TO TRUE
           END-IF.

      *****************************************************************
      *                   2200-CALCULA-AUMENTO-EXIT                   *
      *****************************************************************
       2200-CALCULA-AUMENTO-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-ESCRIBE-PENDIENTE                    *
      *                                                                *
      *    - EL AUMENTO VIAJA COMO INCREMENTO DE SALARIO EN EL LAYOUT  *
      *      NEEC0001, MARCADO COMO COSTO DE VIDA, Y QUEDA PENDIENTE   *
      *      EN PENDAPRO: RRHH LO APRUEBA EN NE13 Y NEPOST00 LO        *
      *      APLICA CON PRESUPUESTO, ASIENTO Y AUDITORIA EN EMP_HIST,  *
      *      IGUAL QUE LOS AUMENTOS REGULARES                          *
      *****************************************************************
       2300-ESCRIBE-PENDIENTE.

           INITIALIZE WS-NEEC0001-01

           MOVE DCLEMP-EMPNO                TO 0001-EMPNO
           MOVE DCLEMP-FIRSTNME             TO 0001-FIRSTNME
           MOVE DCLEMP-MIDINIT              TO 0001-MIDINIT
           MOVE DCLEMP-LASTNAME             TO 0001-LASTNAME
           MOVE DCLEMP-WORKDEPT             TO 0001-WORKDEPT
           MOVE DCLEMP-PHONENO              TO 0001-PHONENO
           MOVE WS-HIREDATE-ISO             TO 0001-HIREDATE
           MOVE DCLEMP-JOB                  TO 0001-JOB
           MOVE DCLEMP-EDLEVEL              TO 0001-EDLEVEL
           MOVE DCLEMP-SEX                  TO 0001-SEX
           MOVE WS-BIRTHDATE-ISO            TO 0001-BIRTHDATE
           MOVE DCLEMP-SALARY               TO 0001-SALARY
           MOVE DCLEMP-BONUS                TO 0001-BONUS
           MOVE DCLEMP-COMM                 TO 0001-COMM
           MOVE WS-AUMENTO-CALCULADO        TO 0001-SALARY-INC
           MOVE ZEROS                       TO 0001-BONUS-INC
           MOVE ZEROS                       TO 0001-COMM-INC
           SET 0001-88-POR-COSTO-VIDA       TO TRUE

           INITIALIZE WS-NEECAPR0-01
           MOVE WS-NEEC0001-01              TO APR-NEEC0001
           SET APR-88-PENDIENTE             TO TRUE

           MOVE SPACES                      TO WS-LINEA-DETALLE
           MOVE DCLEMP-EMPNO                TO LIN-DET-EMPNO
           MOVE DCLEMP-LASTNAME             TO LIN-DET-LASTNAME
           MOVE DCLEMP-WORKDEPT             TO LIN-DET-DEPTNO
           MOVE DCLEMP-SALARY               TO LIN-DET-SALARY
           MOVE WS-AUMENTO-CALCULADO        TO LIN-DET-AUMENTO

           IF SI-TOPE-APLICADO
              MOVE '* CON TOPE'             TO LIN-DET-MARCA
           END-IF

      * UN EMPLEADO CON UN AUMENTO YA DERIVADO A APROBACION
      * CONSERVA ESE PENDIENTE; SU COSTO DE VIDA SE REPORTA Y QUEDA
      * PARA UNA CORRIDA POSTERIOR
           WRITE REG-PENDAPRO FROM WS-NEECAPR0-01
                 INVALID KEY
                 MOVE '* YA PENDIENTE'      TO LIN-DET-MARCA
                 ADD CT-1                   TO CN-YA-PENDIENTES
                 NOT INVALID KEY
                 ADD CT-1                   TO CN-AUMENTOS-PENDIENTES
                 ADD WS-AUMENTO-CALCULADO   TO AC-TOTAL-AUMENTOS
                 IF SI-TOPE-APLICADO
                    ADD CT-1                TO CN-CON-TOPE
                 END-IF
           END-WRITE

           WRITE REG-REPCOL FROM WS-LINEA-DETALLE.

      *****************************************************************
      *                  2300-ESCRIBE-PENDIENTE-EXIT                  *
      *****************************************************************
       2300-ESCRIBE-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           EXEC SQL
              CLOSE CSR-COL
           END-EXEC

           MOVE AC-TOTAL-AUMENTOS           TO LIN-TOT-IMPORTE
           MOVE SPACES                      TO REG-REPCOL
           WRITE REG-REPCOL
           WRITE REG-REPCOL FROM WS-LINEA-TOTAL

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NECOL000              *'
           DISPLAY 'LOCATION:               ' WS-LOCATION
           DISPLAY 'PORCENTAJE:             ' WS-PORCENTAJE
           DISPLAY 'TOPE POR EMPLEADO:      ' WS-TOPE
           DISPLAY 'EMPLEADOS LEIDOS:       ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'AUMENTOS A APROBACION:  ' CN-AUMENTOS-PENDIENTES
           DISPLAY 'LIMITADOS POR TOPE:     ' CN-CON-TOPE
           DISPLAY 'AUMENTO EN CERO:        ' CN-AUMENTO-CERO
           DISPLAY 'CON PENDIENTE PREVIO:   ' CN-YA-PENDIENTES
           DISPLAY '***********************************************'

           IF CN-YA-PENDIENTES IS GREATER THAN ZEROS
              AND RETURN-CODE EQUAL ZEROS
              MOVE 4                         TO RETURN-CODE
           END-IF

           CLOSE PENDAPRO
                 REPCOL

           GOBACK.
