      *****************************************************************
      * Program name:    NERMP000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Job code remapping  *
      *                          after a JOB_CATALOG restructure,     *
      *                          driven by the MAPJOB old/new file:   *
      *                          moves active employees through       *
      *                          NE9CEMP0 (EMP_HIST per employee),    *
      *                          employees on leave with their own    *
      *                          EMP_HIST row, SALARY_GRADE and the   *
      *                          other job-keyed rules, pending       *
      *                          PEND_CHANGES and PENDAPRO items,     *
      *                          deactivates the old code and proves  *
      *                          on REPRMP that no active reference   *
      *                          to it remains.                       *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERMP000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * REMAPEO DE CODIGOS DE PUESTO:                                 *
      *                                                               *
      *    - ENTRADA MAPJOB: UN REGISTRO POR CODIGO VIEJO CON SU      *
      *      CODIGO NUEVO (FUSION O RENOMBRE). EL NUEVO DEBE ESTAR    *
      *      ACTIVO EN JOB_CATALOG Y NO PUEDE SER A SU VEZ UN CODIGO  *
      *      VIEJO DEL MISMO ARCHIVO                                  *
      *    - EN LAS TABLAS DE REGLAS POR PUESTO (SALARY_GRADE,        *
      *      COMM_PLAN, JOB_DOC_RULE) LAS FILAS DEL CODIGO VIEJO      *
      *      PASAN AL NUEVO; SI EL NUEVO YA TIENE LAS SUYAS, ESAS     *
      *      PREVALECEN Y LAS DEL VIEJO SE ELIMINAN                   *
      *    - EL CODIGO VIEJO SE DESACTIVA SOLO SI NO QUEDA NINGUN     *
      *      EMPLEADO CON EL (UN RECHAZO DE NE9CEMP0 LO IMPIDE)       *
      *    - LOS EMPLEADOS DADOS DE BAJA CONSERVAN EL CODIGO CON EL   *
      *      QUE SE FUERON                                            *
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

           SELECT MAPJOB   ASSIGN TO MAPJOB
                           FILE STATUS IS FS-MAPJOB.

           SELECT PENDAPRO ASSIGN       TO PENDAPRO
                           ORGANIZATION IS INDEXED
                           ACCESS       IS SEQUENTIAL
                           RECORD KEY   IS PEND-EMPNO
                           FILE STATUS  IS FS-PENDAPRO.

           SELECT REPRMP   ASSIGN TO REPRMP
                           FILE STATUS IS FS-REPRMP.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  MAPJOB
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-MAPJOB.
           05 MAP-JOB-VIEJO               PIC X(08).
           05 MAP-JOB-NUEVO               PIC X(08).
           05 FILLER                      PIC X(64).

       FD  PENDAPRO
           LABEL     RECORDS   ARE STANDARD
           RECORD    CONTAINS  140 CHARACTERS.
       01  REG-PENDAPRO.
           05 PEND-EMPNO           PIC X(06).
           05 FILLER               PIC X(134).

       FD  REPRMP
           RECORDING MODE IS F
           RECORD CONTAINS 080 CHARACTERS.
       01  REG-REPRMP              PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-MAPJOB                     PIC X(02) VALUE SPACES.
           05 FS-PENDAPRO                   PIC X(02) VALUE SPACES.
           05 FS-REPRMP                     PIC X(02) VALUE SPACES.
           05 WS-FECHA-PROCESO              PIC X(10) VALUE SPACES.
           05 WS-JOB-VIEJO                  PIC X(08) VALUE SPACES.
           05 WS-JOB-NUEVO                  PIC X(08) VALUE SPACES.
           05 WS-JOB-BUSCA                  PIC X(08) VALUE SPACES.
           05 WS-EMPNO                      PIC X(06) VALUE SPACES.
           05 WS-CONTADOR                   PIC S9(09) COMP VALUE 0.
           05 WS-REMANENTES                 PIC S9(09) COMP VALUE 0.
           05 WS-EMP-REMANENTES             PIC S9(09) COMP VALUE 0.

      *****************************************************************
      *    MAPEOS LEIDOS DE MAPJOB CON SUS CONTADORES DE CONTROL      *
      *****************************************************************
       01  WS-TABLA-MAPEO.
           05 WS-MAPEO-CANT                 PIC S9(04) COMP VALUE 0.
           05 WS-MAPEO OCCURS 200 TIMES
                       INDEXED BY IX-MAPEO IX-BUSCA.
              10 WS-MP-JOB-VIEJO            PIC X(08).
              10 WS-MP-JOB-NUEVO            PIC X(08).
              10 WS-MP-ESTADO               PIC X(01).
                 88 WS-MP-88-VALIDO                   VALUE 'V'.
                 88 WS-MP-88-RECHAZADO                VALUE 'R'.
              10 WS-MP-ACTIVOS              PIC 9(05).
              10 WS-MP-LICENCIA             PIC 9(05).
              10 WS-MP-RECHAZOS             PIC 9(05).
              10 WS-MP-PENDIENTES           PIC 9(05).
              10 WS-MP-APROBACIONES         PIC 9(05).
              10 WS-MP-REMANENTES           PIC 9(05).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
              88 NO-FIN-ARCHIVO                       VALUE 'N'.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-ENCONTRADO                 PIC X(01) VALUE 'N'.
              88 SI-ENCONTRADO                        VALUE 'S'.
              88 NO-ENCONTRADO                        VALUE 'N'.
           05 SW-HAY-REMANENTES             PIC X(01) VALUE 'N'.
              88 SI-HAY-REMANENTES                    VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CEMP0                   PIC X(08) VALUE 'NE9CEMP0'.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NERMP000'.
           05 CT-MAX-MAPEOS                 PIC S9(04) COMP VALUE 200.
           05 CT-PUESTO-ACTIVO              PIC X(01) VALUE 'A'.
           05 CT-PUESTO-INACTIVO            PIC X(01) VALUE 'I'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-EMPSTATUS-LICENCIA         PIC X(01) VALUE 'L'.
           05 CT-PEND-PENDIENTE             PIC X(01) VALUE 'P'.
           05 CT-REQ-ABIERTA                PIC X(01) VALUE 'A'.
           05 CT-TIPOCAMBIO-UPDATE          PIC X(01) VALUE 'U'.
           05 CT-FECHABAJA-NULA             PIC X(10)
                                            VALUE '0001-01-01'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-MAPEOS-LEIDOS              PIC 9(05).
           05 CN-MAPEOS-RECHAZADOS          PIC 9(05).
           05 CN-EMPLEADOS                  PIC 9(07).
           05 CN-EMPLEADOS-RECHAZADOS       PIC 9(07).
           05 CN-APR-LEIDOS                 PIC 9(07).
           05 CN-APR-CAMBIADOS              PIC 9(07).

      *****************************************************************
      *                 DEFINICION DE LINEAS DE REPORTE               *
      *****************************************************************
       01  WS-LINEA-TITULO.
           05 FILLER                        PIC X(40) VALUE
              "REMAPEO DE CODIGOS DE PUESTO - FEC:     ".
           05 LIN-TIT-FECHA                 PIC X(10).
           05 FILLER                        PIC X(30) VALUE SPACES.

       01  WS-LINEA-TIT-EXCEPCION.
           05 FILLER                        PIC X(40) VALUE
              "EXCEPCIONES: VIEJO    NUEVO    EMPNO  CO".
           05 FILLER                        PIC X(40) VALUE
              "DIGO  MOTIVO                            ".

       01  WS-LINEA-EXCEPCION.
           05 FILLER                        PIC X(13) VALUE SPACES.
           05 LIN-EXC-JOB-VIEJO             PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EXC-JOB-NUEVO             PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EXC-EMPNO                 PIC X(06).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EXC-COD-ERROR             PIC X(07).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-EXC-MOTIVO                PIC X(30).
           05 FILLER                        PIC X(04) VALUE SPACES.

       01  WS-LINEA-TIT-CONTROL.
           05 FILLER                        PIC X(40) VALUE
              "VIEJO    NUEVO    ACTIV LICEN RECHZ PCHG".
           05 FILLER                        PIC X(40) VALUE
              "  APROB REMAN CONTROL                   ".

       01  WS-LINEA-CONTROL.
           05 LIN-CTL-JOB-VIEJO             PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-JOB-NUEVO             PIC X(08).
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-ACTIVOS               PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-LICENCIA              PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-RECHAZOS              PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-PENDIENTES            PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-APROBACIONES          PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-REMANENTES            PIC ZZZZ9.
           05 FILLER                        PIC X(01) VALUE SPACES.
           05 LIN-CTL-RESULTADO             PIC X(20).
           05 FILLER                        PIC X(06) VALUE SPACES.

       01  WS-LINEA-TOTAL.
           05 FILLER                        PIC X(18) VALUE
              "MAPEOS LEIDOS:    ".
           05 LIN-TOT-MAPEOS                PIC ZZZZ9.
           05 FILLER                        PIC X(18) VALUE
              "   RECHAZADOS:    ".
           05 LIN-TOT-MAPEOS-RECH           PIC ZZZZ9.
           05 FILLER                        PIC X(18) VALUE
              "   EMPLEADOS:     ".
           05 LIN-TOT-EMPLEADOS             PIC ZZZZZZ9.
           05 FILLER                        PIC X(09) VALUE SPACES.

       01  WS-LINEA-RESULTADO.
           05 FILLER                        PIC X(10) VALUE
              "RESULTADO:".
           05 LIN-RES-TEXTO                 PIC X(70).

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
       01  WS-NEECFEC0-01.
           COPY NEECFEC0.
       01  WS-NEECEMP-01.
           COPY NEECEMP0.
       01  WS-NEECRET0-01.
           COPY NEECRET0.
       01  WS-NEECAPR0-01.
           COPY NEECAPR0.
       01  WS-NEEC0001-01.
           COPY NEEC0001.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTJOB
           END-EXEC.

      *    EMPLEADOS ACTIVOS CON EL CODIGO VIEJO DEL MAPEO EN CURSO;
      *    CADA UNO SE CAMBIA VIA NE9CEMP0 Y SALE DEL PREDICADO
           EXEC SQL
              DECLARE CSR-EMP CURSOR WITH HOLD FOR
              SELECT EMPNO
                FROM NEOSB36.EMP
               WHERE JOB       = :WS-JOB-VIEJO
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
               ORDER BY EMPNO
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
              VARYING IX-MAPEO FROM 1 BY 1
              UNTIL IX-MAPEO GREATER THAN WS-MAPEO-CANT

           PERFORM 2700-PENDAPRO
              THRU 2700-PENDAPRO-EXIT

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *                                                                *
      *    - CARGA Y VALIDA TODO MAPJOB ANTES DE TOCAR NADA            *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

           MOVE FEC0-FECHA-ISO              TO WS-FECHA-PROCESO

           OPEN INPUT  MAPJOB

           IF FS-MAPJOB NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR MAPJOB. FILE STATUS=' FS-MAPJOB
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           OPEN OUTPUT REPRMP

           IF FS-REPRMP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR REPRMP. FILE STATUS=' FS-REPRMP
              MOVE 8                         TO RETURN-CODE
              CLOSE MAPJOB
              GOBACK
           END-IF

           MOVE WS-FECHA-PROCESO            TO LIN-TIT-FECHA
           WRITE REG-REPRMP FROM WS-LINEA-TITULO
           WRITE REG-REPRMP FROM WS-LINEA-TIT-EXCEPCION
                 AFTER ADVANCING 2 LINES

           PERFORM 1100-CARGA-MAPEO
              THRU 1100-CARGA-MAPEO-EXIT
              UNTIL SI-FIN-ARCHIVO

           CLOSE MAPJOB

           PERFORM 1200-VALIDA-MAPEO
              THRU 1200-VALIDA-MAPEO-EXIT
              VARYING IX-MAPEO FROM 1 BY 1
              UNTIL IX-MAPEO GREATER THAN WS-MAPEO-CANT.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       1100-CARGA-MAPEO                        *
      *****************************************************************
       1100-CARGA-MAPEO.

           READ MAPJOB
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
                GO TO 1100-CARGA-MAPEO-EXIT
           END-READ

           ADD CT-1                         TO CN-MAPEOS-LEIDOS

           IF WS-MAPEO-CANT NOT LESS THAN CT-MAX-MAPEOS
              DISPLAY 'NERMP000: MAS DE 200 MAPEOS EN MAPJOB - '
                      'PARTIR EL ARCHIVO'
              MOVE 8                        TO RETURN-CODE
              CLOSE MAPJOB
                    REPRMP
              GOBACK
           END-IF

           ADD CT-1                         TO WS-MAPEO-CANT
           SET IX-MAPEO                     TO WS-MAPEO-CANT
           INITIALIZE WS-MAPEO (IX-MAPEO)
           MOVE MAP-JOB-VIEJO         TO WS-MP-JOB-VIEJO (IX-MAPEO)
           MOVE MAP-JOB-NUEVO         TO WS-MP-JOB-NUEVO (IX-MAPEO)
           SET WS-MP-88-VALIDO (IX-MAPEO)   TO TRUE.

      *****************************************************************
      *                     1100-CARGA-MAPEO-EXIT                     *
      *****************************************************************
       1100-CARGA-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                      1200-VALIDA-MAPEO                        *
      *                                                                *
      *    - VIEJO DISTINTO DEL NUEVO, VIEJO EXISTENTE EN EL CATALOGO, *
      *      NUEVO ACTIVO Y QUE NO SE DESACTIVE EN ESTA MISMA CORRIDA  *
      *****************************************************************
       1200-VALIDA-MAPEO.

           MOVE WS-MP-JOB-VIEJO (IX-MAPEO)  TO WS-JOB-VIEJO
           MOVE WS-MP-JOB-NUEVO (IX-MAPEO)  TO WS-JOB-NUEVO

           IF WS-JOB-VIEJO EQUAL SPACES
              OR WS-JOB-NUEVO EQUAL SPACES
              OR WS-JOB-VIEJO EQUAL WS-JOB-NUEVO
              MOVE 'CODIGOS VACIOS O IGUALES'
                                            TO LIN-EXC-MOTIVO
              GO TO 1200-RECHAZA-MAPEO
           END-IF

           MOVE WS-JOB-VIEJO                TO DCLJOB-JOBCODE

           EXEC SQL
              SELECT ESTADO
                INTO :DCLJOB-ESTADO
                FROM NEOSB36.JOB_CATALOG
               WHERE JOBCODE = :DCLJOB-JOBCODE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'CODIGO VIEJO NO ESTA EN CATALOGO'
                                            TO LIN-EXC-MOTIVO
              GO TO 1200-RECHAZA-MAPEO
           END-IF

           MOVE WS-JOB-NUEVO                TO DCLJOB-JOBCODE

           EXEC SQL
              SELECT ESTADO
                INTO :DCLJOB-ESTADO
                FROM NEOSB36.JOB_CATALOG
               WHERE JOBCODE = :DCLJOB-JOBCODE
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              OR DCLJOB-ESTADO NOT EQUAL CT-PUESTO-ACTIVO
              MOVE 'CODIGO NUEVO INACTIVO O INEXIST.'
                                            TO LIN-EXC-MOTIVO
              GO TO 1200-RECHAZA-MAPEO
           END-IF

           MOVE WS-JOB-NUEVO                TO WS-JOB-BUSCA
           PERFORM 2750-BUSCA-MAPEO
              THRU 2750-BUSCA-MAPEO-EXIT

           IF SI-ENCONTRADO
              MOVE 'CODIGO NUEVO ES VIEJO EN MAPJOB'
                                            TO LIN-EXC-MOTIVO
              GO TO 1200-RECHAZA-MAPEO
           END-IF

           GO TO 1200-VALIDA-MAPEO-EXIT.

       1200-RECHAZA-MAPEO.

           SET WS-MP-88-RECHAZADO (IX-MAPEO) TO TRUE
           ADD CT-1                         TO CN-MAPEOS-RECHAZADOS

           MOVE WS-JOB-VIEJO                TO LIN-EXC-JOB-VIEJO
           MOVE WS-JOB-NUEVO                TO LIN-EXC-JOB-NUEVO
           MOVE SPACES                      TO LIN-EXC-EMPNO
                                               LIN-EXC-COD-ERROR
           WRITE REG-REPRMP FROM WS-LINEA-EXCEPCION.

      *****************************************************************
      *                    1200-VALIDA-MAPEO-EXIT                     *
      *****************************************************************
       1200-VALIDA-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                           2000-PROCESO                        *
      *****************************************************************
       2000-PROCESO.

           IF NOT WS-MP-88-VALIDO (IX-MAPEO)
              GO TO 2000-PROCESO-EXIT
           END-IF

           MOVE WS-MP-JOB-VIEJO (IX-MAPEO)  TO WS-JOB-VIEJO
           MOVE WS-MP-JOB-NUEVO (IX-MAPEO)  TO WS-JOB-NUEVO

      * LAS REGLAS VAN PRIMERO: NE9CEMP0 VALIDA EL SALARIO CONTRA
      * EL GRADO DEL PUESTO NUEVO
           PERFORM 2200-MUEVE-REGLAS
              THRU 2200-MUEVE-REGLAS-EXIT

           PERFORM 2300-EMPLEADOS-ACTIVOS
              THRU 2300-EMPLEADOS-ACTIVOS-EXIT

           PERFORM 2400-EMPLEADOS-LICENCIA
              THRU 2400-EMPLEADOS-LICENCIA-EXIT

           PERFORM 2500-CAMBIOS-PENDIENTES
              THRU 2500-CAMBIOS-PENDIENTES-EXIT

           PERFORM 2600-DESACTIVA-PUESTO
              THRU 2600-DESACTIVA-PUESTO-EXIT.

      *****************************************************************
      *                       2000-PROCESO-EXIT                       *
      *****************************************************************
       2000-PROCESO-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-MUEVE-REGLAS                       *
      *                                                                *
      *    - GRADO SALARIAL Y PLAN DE COMISIONES: SE MUEVEN ENTEROS    *
      *      SI EL NUEVO NO TIENE; SI YA TIENE, PREVALECE EL SUYO      *
      *    - DOCUMENTOS EXIGIDOS: SE MUEVEN LOS TIPOS QUE EL NUEVO     *
      *      NO EXIGE TODAVIA                                          *
      *    - EQUIVALENCIAS DE CONVERSION Y REQUISICIONES ABIERTAS      *
      *      APUNTAN AL NUEVO                                          *
      *****************************************************************
       2200-MUEVE-REGLAS.

           EXEC SQL
              UPDATE NEOSB36.SALARY_GRADE
                 SET JOBCODE = :WS-JOB-NUEVO
               WHERE JOBCODE = :WS-JOB-VIEJO
                 AND NOT EXISTS
                    (SELECT 1
                       FROM NEOSB36.SALARY_GRADE G
                      WHERE G.JOBCODE = :WS-JOB-NUEVO)
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              DELETE FROM NEOSB36.SALARY_GRADE
               WHERE JOBCODE = :WS-JOB-VIEJO
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              UPDATE NEOSB36.COMM_PLAN
                 SET JOB = :WS-JOB-NUEVO
               WHERE JOB = :WS-JOB-VIEJO
                 AND NOT EXISTS
                    (SELECT 1
                       FROM NEOSB36.COMM_PLAN C
                      WHERE C.JOB = :WS-JOB-NUEVO)
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              DELETE FROM NEOSB36.COMM_PLAN
               WHERE JOB = :WS-JOB-VIEJO
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              UPDATE NEOSB36.JOB_DOC_RULE R
                 SET JOB = :WS-JOB-NUEVO
               WHERE R.JOB = :WS-JOB-VIEJO
                 AND NOT EXISTS
                    (SELECT 1
                       FROM NEOSB36.JOB_DOC_RULE N
                      WHERE N.JOB     = :WS-JOB-NUEVO
                        AND N.TIPODOC = R.TIPODOC)
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              DELETE FROM NEOSB36.JOB_DOC_RULE
               WHERE JOB = :WS-JOB-VIEJO
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              UPDATE NEOSB36.JOB_XWALK
                 SET JOB = :WS-JOB-NUEVO
               WHERE JOB = :WS-JOB-VIEJO
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              UPDATE NEOSB36.REQUISITION
                 SET JOB           = :WS-JOB-NUEVO,
                     USUARIOCAMBIO = :CT-PROGRAMA,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE JOB    = :WS-JOB-VIEJO
                 AND ESTADO = :CT-REQ-ABIERTA
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT.

      *****************************************************************
      *                    2200-MUEVE-REGLAS-EXIT                     *
      *****************************************************************
       2200-MUEVE-REGLAS-EXIT.
           EXIT.
      *****************************************************************
      *                    2300-EMPLEADOS-ACTIVOS                     *
      *****************************************************************
       2300-EMPLEADOS-ACTIVOS.

           MOVE 'N'                         TO SW-FIN-CURSOR

           EXEC SQL
              OPEN CSR-EMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR EMP. SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF

           PERFORM 2310-FETCH-EMPLEADO
              THRU 2310-FETCH-EMPLEADO-EXIT

           PERFORM 2320-CAMBIA-EMPLEADO
              THRU 2320-CAMBIA-EMPLEADO-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-EMP
           END-EXEC.

      *****************************************************************
      *                  2300-EMPLEADOS-ACTIVOS-EXIT                  *
      *****************************************************************
       2300-EMPLEADOS-ACTIVOS-EXIT.
           EXIT.
      *****************************************************************
      *                     2310-FETCH-EMPLEADO                       *
      *****************************************************************
       2310-FETCH-EMPLEADO.

           EXEC SQL
              FETCH CSR-EMP
               INTO :WS-EMPNO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    CONTINUE
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH EMP. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    PERFORM 3000-FIN
           END-EVALUATE.

      *****************************************************************
      *                  2310-FETCH-EMPLEADO-EXIT                     *
      *****************************************************************
       2310-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                     2320-CAMBIA-EMPLEADO                      *
      *                                                                *
      *    - LEE LA IMAGEN VIA NE9CEMP0 Y LA GRABA CON EL JOB NUEVO:   *
      *      EL HISTORICO Y LAS VALIDACIONES APLICAN COMO EN NE12      *
      *****************************************************************
       2320-CAMBIA-EMPLEADO.

           INITIALIZE WS-NEECEMP-01
                      WS-NEECRET0-01
           SET DEP0-88-READ                 TO TRUE
           SET DEP0-88-MODO-REAL            TO TRUE
           MOVE WS-EMPNO                    TO DEP0-EMPNO

           CALL CT-NE9CEMP0 USING WS-NEECEMP-01 WS-NEECRET0-01

           IF RET0-88-OK
              SET DEP0-88-UPDATE            TO TRUE
              SET DEP0-88-MODO-REAL         TO TRUE
              MOVE CT-PROGRAMA              TO DEP0-ORIGEN
              MOVE WS-JOB-NUEVO             TO DEP0-JOB

              CALL CT-NE9CEMP0 USING WS-NEECEMP-01 WS-NEECRET0-01
           END-IF

           IF RET0-88-OK
              ADD CT-1                      TO CN-EMPLEADOS
              ADD CT-1                  TO WS-MP-ACTIVOS (IX-MAPEO)
           ELSE
              ADD CT-1                      TO CN-EMPLEADOS-RECHAZADOS
              ADD CT-1                  TO WS-MP-RECHAZOS (IX-MAPEO)
              MOVE WS-JOB-VIEJO             TO LIN-EXC-JOB-VIEJO
              MOVE WS-JOB-NUEVO             TO LIN-EXC-JOB-NUEVO
              MOVE WS-EMPNO                 TO LIN-EXC-EMPNO
              MOVE RET0-COD-ERROR           TO LIN-EXC-COD-ERROR
              MOVE RET0-DESERROR            TO LIN-EXC-MOTIVO
              WRITE REG-REPRMP FROM WS-LINEA-EXCEPCION
           END-IF

           PERFORM 2310-FETCH-EMPLEADO
              THRU 2310-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                  2320-CAMBIA-EMPLEADO-EXIT                    *
      *****************************************************************
       2320-CAMBIA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                   2400-EMPLEADOS-LICENCIA                     *
      *                                                                *
      *    - NE9CEMP0 SOLO MODIFICA EMPLEADOS ACTIVOS: LOS QUE ESTAN   *
      *      DE LICENCIA SE CAMBIAN ACA, DEJANDO LA IMAGEN ANTERIOR    *
      *      EN EMP_HIST CON EL MISMO FORMATO QUE GRABA LA RUTINA      *
      *****************************************************************
       2400-EMPLEADOS-LICENCIA.

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
                    USUARIOCAMBIO,
                    FECHABAJA,
                    MOTIVOBAJA
              )
              SELECT EMPNO,
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
                     :CT-TIPOCAMBIO-UPDATE,
                     CURRENT TIMESTAMP,
                     :CT-PROGRAMA,
                     DATE(:CT-FECHABAJA-NULA),
                     ' '
                FROM NEOSB36.EMP
               WHERE JOB       = :WS-JOB-VIEJO
                 AND EMPSTATUS = :CT-EMPSTATUS-LICENCIA
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           EXEC SQL
              UPDATE NEOSB36.EMP
                 SET JOB = :WS-JOB-NUEVO
               WHERE JOB       = :WS-JOB-VIEJO
                 AND EMPSTATUS = :CT-EMPSTATUS-LICENCIA
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           IF SQLCODE EQUAL ZEROS
              MOVE SQLERRD(3)        TO WS-MP-LICENCIA (IX-MAPEO)
              ADD SQLERRD(3)                TO CN-EMPLEADOS
           END-IF.

      *****************************************************************
      *                 2400-EMPLEADOS-LICENCIA-EXIT                  *
      *****************************************************************
       2400-EMPLEADOS-LICENCIA-EXIT.
           EXIT.
      *****************************************************************
      *                   2500-CAMBIOS-PENDIENTES                     *
      *****************************************************************
       2500-CAMBIOS-PENDIENTES.

           EXEC SQL
              UPDATE NEOSB36.PEND_CHANGES
                 SET JOB = :WS-JOB-NUEVO
               WHERE JOB    = :WS-JOB-VIEJO
                 AND ESTADO = :CT-PEND-PENDIENTE
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           IF SQLCODE EQUAL ZEROS
              MOVE SQLERRD(3)      TO WS-MP-PENDIENTES (IX-MAPEO)
           END-IF.

      *****************************************************************
      *                 2500-CAMBIOS-PENDIENTES-EXIT                  *
      *****************************************************************
       2500-CAMBIOS-PENDIENTES-EXIT.
           EXIT.
      *****************************************************************
      *                    2600-DESACTIVA-PUESTO                      *
      *                                                                *
      *    - SI ALGUN EMPLEADO NO PUDO CAMBIARSE EL CODIGO VIEJO       *
      *      QUEDA ACTIVO PARA QUE SIGA SIENDO MODIFICABLE; EL         *
      *      CONTROL FINAL LO INFORMA COMO REMANENTE                   *
      *****************************************************************
       2600-DESACTIVA-PUESTO.

           MOVE ZEROS                       TO WS-EMP-REMANENTES

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-EMP-REMANENTES
                FROM NEOSB36.EMP
               WHERE JOB        = :WS-JOB-VIEJO
                 AND EMPSTATUS <> :CT-EMPSTATUS-BAJA
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           IF WS-EMP-REMANENTES GREATER THAN ZEROS
              GO TO 2600-DESACTIVA-PUESTO-EXIT
           END-IF

           EXEC SQL
              UPDATE NEOSB36.JOB_CATALOG
                 SET ESTADO = :CT-PUESTO-INACTIVO
               WHERE JOBCODE = :WS-JOB-VIEJO
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT.

      *****************************************************************
      *                  2600-DESACTIVA-PUESTO-EXIT                   *
      *****************************************************************
       2600-DESACTIVA-PUESTO-EXIT.
           EXIT.
      *****************************************************************
      *                         2700-PENDAPRO                         *
      *                                                                *
      *    - AUMENTOS PENDIENTES DE APROBACION (Y LOS APROBADOS AUN    *
      *      NO EXTRAIDOS) CON UN CODIGO VIEJO PASAN AL NUEVO, PARA    *
      *      QUE LA EXTRACCION NO ALIMENTE UN PUESTO INEXISTENTE       *
      *****************************************************************
       2700-PENDAPRO.

           OPEN I-O    PENDAPRO

           IF FS-PENDAPRO NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PENDAPRO. FILE STATUS='
                      FS-PENDAPRO
              MOVE 8                         TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF

           MOVE 'N'                         TO SW-FIN-ARCHIVO

           PERFORM 2710-LEER-PENDAPRO
              THRU 2710-LEER-PENDAPRO-EXIT

           PERFORM 2720-CAMBIA-PENDAPRO
              THRU 2720-CAMBIA-PENDAPRO-EXIT
              UNTIL SI-FIN-ARCHIVO

           CLOSE PENDAPRO.

      *****************************************************************
      *                       2700-PENDAPRO-EXIT                      *
      *****************************************************************
       2700-PENDAPRO-EXIT.
           EXIT.
      *****************************************************************
      *                      2710-LEER-PENDAPRO                       *
      *****************************************************************
       2710-LEER-PENDAPRO.

           READ PENDAPRO INTO WS-NEECAPR0-01
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ

           IF NO-FIN-ARCHIVO
              ADD CT-1                      TO CN-APR-LEIDOS
           END-IF.

      *****************************************************************
      *                    2710-LEER-PENDAPRO-EXIT                    *
      *****************************************************************
       2710-LEER-PENDAPRO-EXIT.
           EXIT.
      *****************************************************************
      *                     2720-CAMBIA-PENDAPRO                      *
      *****************************************************************
       2720-CAMBIA-PENDAPRO.

           IF APR-88-PENDIENTE OR APR-88-APROBADO
              MOVE APR-NEEC0001             TO WS-NEEC0001-01
              MOVE 0001-JOB                 TO WS-JOB-BUSCA
              PERFORM 2750-BUSCA-MAPEO
                 THRU 2750-BUSCA-MAPEO-EXIT
              IF SI-ENCONTRADO
                 MOVE WS-MP-JOB-NUEVO (IX-BUSCA) TO 0001-JOB
                 MOVE WS-NEEC0001-01        TO APR-NEEC0001
                 REWRITE REG-PENDAPRO FROM WS-NEECAPR0-01
                 IF FS-PENDAPRO NOT EQUAL '00'
                    DISPLAY 'ERROR REGRABANDO PENDAPRO. FILE STATUS='
                            FS-PENDAPRO
                    MOVE 8                  TO RETURN-CODE
                 ELSE
                    ADD CT-1                TO CN-APR-CAMBIADOS
                    ADD CT-1     TO WS-MP-APROBACIONES (IX-BUSCA)
                 END-IF
              END-IF
           END-IF

           PERFORM 2710-LEER-PENDAPRO
              THRU 2710-LEER-PENDAPRO-EXIT.

      *****************************************************************
      *                   2720-CAMBIA-PENDAPRO-EXIT                   *
      *****************************************************************
       2720-CAMBIA-PENDAPRO-EXIT.
           EXIT.
      *****************************************************************
      *                       2750-BUSCA-MAPEO                        *
      *                                                                *
      *    - BUSCA WS-JOB-BUSCA COMO CODIGO VIEJO DE UN MAPEO VALIDO;  *
      *      DEJA IX-BUSCA POSICIONADO EN EL MAPEO ENCONTRADO          *
      *****************************************************************
       2750-BUSCA-MAPEO.

           SET NO-ENCONTRADO                TO TRUE

           PERFORM 2760-COMPARA-MAPEO
              THRU 2760-COMPARA-MAPEO-EXIT
              VARYING IX-BUSCA FROM 1 BY 1
              UNTIL IX-BUSCA GREATER THAN WS-MAPEO-CANT
                 OR SI-ENCONTRADO

           IF SI-ENCONTRADO
              SET IX-BUSCA DOWN BY 1
           END-IF.

      *****************************************************************
      *                    2750-BUSCA-MAPEO-EXIT                      *
      *****************************************************************
       2750-BUSCA-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                      2760-COMPARA-MAPEO                       *
      *****************************************************************
       2760-COMPARA-MAPEO.

           IF WS-MP-JOB-VIEJO (IX-BUSCA) EQUAL WS-JOB-BUSCA
              AND NOT WS-MP-88-RECHAZADO (IX-BUSCA)
              SET SI-ENCONTRADO             TO TRUE
           END-IF.

      *****************************************************************
      *                   2760-COMPARA-MAPEO-EXIT                     *
      *****************************************************************
       2760-COMPARA-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                      3100-CONTROLA-MAPEO                      *
      *                                                                *
      *    - CUENTA LAS REFERENCIAS ACTIVAS QUE QUEDAN AL CODIGO       *
      *      VIEJO: EMPLEADOS NO DADOS DE BAJA, REGLAS POR PUESTO,     *
      *      EQUIVALENCIAS, REQUISICIONES ABIERTAS, CAMBIOS            *
      *      PENDIENTES Y EL PROPIO CATALOGO SI SIGUE ACTIVO           *
      *****************************************************************
       3100-CONTROLA-MAPEO.

           MOVE SPACES                      TO WS-LINEA-CONTROL
           MOVE WS-MP-JOB-VIEJO (IX-MAPEO)  TO LIN-CTL-JOB-VIEJO
                                               WS-JOB-VIEJO
           MOVE WS-MP-JOB-NUEVO (IX-MAPEO)  TO LIN-CTL-JOB-NUEVO

           IF WS-MP-88-RECHAZADO (IX-MAPEO)
              MOVE 'MAPEO RECHAZADO'        TO LIN-CTL-RESULTADO
              WRITE REG-REPRMP FROM WS-LINEA-CONTROL
              GO TO 3100-CONTROLA-MAPEO-EXIT
           END-IF

           MOVE ZEROS                       TO WS-REMANENTES

           EXEC SQL
              SELECT (SELECT COUNT(*)
                        FROM NEOSB36.EMP
                       WHERE JOB        = :WS-JOB-VIEJO
                         AND EMPSTATUS <> :CT-EMPSTATUS-BAJA)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.SALARY_GRADE
                       WHERE JOBCODE = :WS-JOB-VIEJO)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.COMM_PLAN
                       WHERE JOB = :WS-JOB-VIEJO)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.JOB_DOC_RULE
                       WHERE JOB = :WS-JOB-VIEJO)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.JOB_XWALK
                       WHERE JOB = :WS-JOB-VIEJO)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.REQUISITION
                       WHERE JOB    = :WS-JOB-VIEJO
                         AND ESTADO = :CT-REQ-ABIERTA)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.PEND_CHANGES
                       WHERE JOB    = :WS-JOB-VIEJO
                         AND ESTADO = :CT-PEND-PENDIENTE)
                   + (SELECT COUNT(*)
                        FROM NEOSB36.JOB_CATALOG
                       WHERE JOBCODE = :WS-JOB-VIEJO
                         AND ESTADO  = :CT-PUESTO-ACTIVO)
                INTO :WS-REMANENTES
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           PERFORM 9700-VERIFICA-SQL
              THRU 9700-VERIFICA-SQL-EXIT

           MOVE WS-REMANENTES       TO WS-MP-REMANENTES (IX-MAPEO)

           MOVE WS-MP-ACTIVOS (IX-MAPEO)    TO LIN-CTL-ACTIVOS
           MOVE WS-MP-LICENCIA (IX-MAPEO)   TO LIN-CTL-LICENCIA
           MOVE WS-MP-RECHAZOS (IX-MAPEO)   TO LIN-CTL-RECHAZOS
           MOVE WS-MP-PENDIENTES (IX-MAPEO) TO LIN-CTL-PENDIENTES
           MOVE WS-MP-APROBACIONES (IX-MAPEO)
                                            TO LIN-CTL-APROBACIONES
           MOVE WS-MP-REMANENTES (IX-MAPEO) TO LIN-CTL-REMANENTES

           IF WS-REMANENTES EQUAL ZEROS
              MOVE 'SIN REFERENCIAS'        TO LIN-CTL-RESULTADO
           ELSE
              MOVE 'QUEDAN REFERENCIAS'     TO LIN-CTL-RESULTADO
              SET SI-HAY-REMANENTES         TO TRUE
           END-IF

           WRITE REG-REPRMP FROM WS-LINEA-CONTROL.

      *****************************************************************
      *                  3100-CONTROLA-MAPEO-EXIT                     *
      *****************************************************************
       3100-CONTROLA-MAPEO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           IF RETURN-CODE LESS THAN 8
              WRITE REG-REPRMP FROM WS-LINEA-TIT-CONTROL
                    AFTER ADVANCING 2 LINES
              PERFORM 3100-CONTROLA-MAPEO
                 THRU 3100-CONTROLA-MAPEO-EXIT
                 VARYING IX-MAPEO FROM 1 BY 1
                 UNTIL IX-MAPEO GREATER THAN WS-MAPEO-CANT
           END-IF

           MOVE CN-MAPEOS-LEIDOS            TO LIN-TOT-MAPEOS
           MOVE CN-MAPEOS-RECHAZADOS        TO LIN-TOT-MAPEOS-RECH
           MOVE CN-EMPLEADOS                TO LIN-TOT-EMPLEADOS
           WRITE REG-REPRMP FROM WS-LINEA-TOTAL
                 AFTER ADVANCING 2 LINES

           EVALUATE TRUE
               WHEN RETURN-CODE NOT LESS THAN 8
                    MOVE 'CORRIDA CANCELADA - VER LOG DEL PASO'
                                            TO LIN-RES-TEXTO
               WHEN SI-HAY-REMANENTES
                    MOVE 'QUEDAN REFERENCIAS ACTIVAS A CODIGOS VIEJOS'
                                            TO LIN-RES-TEXTO
                    MOVE 4                  TO RETURN-CODE
               WHEN CN-MAPEOS-RECHAZADOS GREATER THAN ZEROS
                    MOVE 'SIN REFERENCIAS; HAY MAPEOS RECHAZADOS'
                                            TO LIN-RES-TEXTO
                    MOVE 4                  TO RETURN-CODE
               WHEN OTHER
                    MOVE 'NINGUNA REFERENCIA ACTIVA A CODIGOS VIEJOS'
                                            TO LIN-RES-TEXTO
           END-EVALUATE

           WRITE REG-REPRMP FROM WS-LINEA-RESULTADO

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERMP000              *'
           DISPLAY 'MAPEOS LEIDOS:          ' CN-MAPEOS-LEIDOS
           DISPLAY 'MAPEOS RECHAZADOS:      ' CN-MAPEOS-RECHAZADOS
           DISPLAY 'EMPLEADOS CAMBIADOS:    ' CN-EMPLEADOS
           DISPLAY 'EMPLEADOS RECHAZADOS:   ' CN-EMPLEADOS-RECHAZADOS
           DISPLAY 'PENDAPRO LEIDOS:        ' CN-APR-LEIDOS
           DISPLAY 'PENDAPRO CAMBIADOS:     ' CN-APR-CAMBIADOS
           DISPLAY '***********************************************'

           CLOSE REPRMP

           GOBACK.

      *****************************************************************
      *                       9700-VERIFICA-SQL                       *
      *                                                                *
      *    - CERO O +100 (NADA QUE MOVER) SON NORMALES; CUALQUIER      *
      *      OTRO SQLCODE CANCELA LA CORRIDA                           *
      *****************************************************************
       9700-VERIFICA-SQL.

           IF SQLCODE NOT EQUAL ZEROS AND SQLCODE NOT EQUAL +100
              DISPLAY 'NERMP000: ERROR SQL EN EL PUESTO ' WS-JOB-VIEJO
                      ' SQLCODE: ' SQLCODE
              MOVE 8                        TO RETURN-CODE
              PERFORM 3000-FIN
           END-IF.

      *****************************************************************
      *                    9700-VERIFICA-SQL-EXIT                     *
      *****************************************************************
       9700-VERIFICA-SQL-EXIT.
           EXIT.
