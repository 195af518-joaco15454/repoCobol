      *****************************************************************
      * Program name:    NERSP000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Logical restore     *
      *                          point taken by the chain before a    *
      *                          mass update step (NEPOST00,          *
      *                          NEAPL000, NETRA000, NECLS000): the   *
      *                          tables the step named in the PARMRSP *
      *                          card is about to modify are unloaded *
      *                          to the RSPBKP generation, each with  *
      *                          a count/hash trailer, so NERSP001    *
      *                          can put them back without a full     *
      *                          tablespace recovery.                 *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERSP000.
       AUTHOR. GUILLERMO FORRICH.
       INSTALLATION. IBM Z/OS.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. CONFIDENTIAL.
      *****************************************************************
      *                                                               *
      * TARJETA PARMRSP: PASO QUE SE VA A EJECUTAR (PROGRAMA, X(08)). *
      *                                                               *
      * PARAMETRO PARMRSP DE PARAM_CTRL, UNA LINEA POR PASO:          *
      *   POS 01-08  PASO                                             *
      *   POS 09-14  'S' POR CADA TABLA QUE EL PASO MODIFICA, EN EL   *
      *              ORDEN EMP, EMP_HIST, DEPT, DEPT_HIST,            *
      *              DEPT_BUDGET, PEND_CHANGES                        *
      * UN PASO SIN LINEA DESCARGA LAS SEIS TABLAS.                   *
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

           SELECT PARMRSP  ASSIGN TO PARMRSP
                           FILE STATUS IS FS-PARMRSP.

           SELECT RSPBKP   ASSIGN TO RSPBKP
                           FILE STATUS IS FS-RSPBKP.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PARMRSP
           RECORDING MODE IS F
           RECORD CONTAINS 008 CHARACTERS.
       01  REG-PARMRSP.
           05 PARM-PASO                     PIC X(08).

       FD  RSPBKP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-RSPBKP.
           COPY NETCRSP0.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMRSP                    PIC X(02) VALUE SPACES.
           05 FS-RSPBKP                     PIC X(02) VALUE SPACES.
           05 WS-PASO                       PIC X(08) VALUE SPACES.
           05 WS-MOMENTO                    PIC X(26) VALUE SPACES.
           05 WS-NULOS                      PIC X(15) VALUE SPACES.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.

      *    LINEA DEL PARAMETRO PARMRSP
       01  WS-LINEA-PARMRSP.
           05 WS-LP-PASO                    PIC X(08).
           05 WS-LP-TABLAS                  PIC X(06).
           05 FILLER                        PIC X(06).

      *    TABLAS QUE MODIFICA EL PASO, EN EL ORDEN DE CT-TABLAS
       01  WS-TABLAS-PASO                   PIC X(06) VALUE 'SSSSSS'.
       01  WS-TABLAS-PASO-R REDEFINES WS-TABLAS-PASO.
           05 WS-TOMA-TABLA OCCURS 6 TIMES  PIC X(01).
              88 SI-TOMA-TABLA                        VALUE 'S'.

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.

           05 SW-ERROR-DESCARGA             PIC X(01) VALUE 'N'.
              88 SI-ERROR-DESCARGA                    VALUE 'S'.

      *    BLOQUEO DB2 CON REINTENTOS DISPONIBLES: EL PUNTO DE
      *    RESTAURACION SE VUELVE A TOMAR COMPLETO
           05 SW-REINICIO                   PIC X(01) VALUE 'N'.
              88 SI-REINICIO                          VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NERSP000'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CPRM0                   PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-NE9CSQL0                   PIC X(08) VALUE 'NE9CSQL0'.
           05 CT-PRM-PARMRSP                PIC X(08) VALUE 'PARMRSP'.
           05 CT-CANT-TABLAS                PIC 9(02) VALUE 06.

       01  CT-TABLAS.
           05 FILLER                        PIC X(12) VALUE
              'EMP'.
           05 FILLER                        PIC X(12) VALUE
              'EMP_HIST'.
           05 FILLER                        PIC X(12) VALUE
              'DEPT'.
           05 FILLER                        PIC X(12) VALUE
              'DEPT_HIST'.
           05 FILLER                        PIC X(12) VALUE
              'DEPT_BUDGET'.
           05 FILLER                        PIC X(12) VALUE
              'PEND_CHANGES'.
       01  CT-TABLAS-R REDEFINES CT-TABLAS.
           05 CT-NOMBRE-TABLA OCCURS 6 TIMES
                              INDEXED BY IX-TAB
                                            PIC X(12).

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

       01  WS-NEECSQL0-01.
           COPY NEECSQL0.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-FILAS-TABLA                PIC 9(09).
           05 CN-FILAS-TOTAL                PIC 9(09).
           05 CN-TABLAS                     PIC 9(02).

       01  AC-ACUMULADORES.
           05 AC-HASH-TABLA                 PIC 9(13)V9(02) COMP-3.

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
              INCLUDE NEGTDEP
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTDHIS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTBUD
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTPCH
           END-EXEC.

      *    LAS COLUMNAS NULABLES SE DESCARGAN CON UN VALOR NEUTRO Y SU
      *    INDICADOR EN WS-NULOS, PARA QUE NERSP001 REPONGA EL NULO
           EXEC SQL
              DECLARE CSR-EMP CURSOR FOR
              SELECT EMPNO,
                     FIRSTNME,
                     MIDINIT,
                     LASTNAME,
                     VALUE(WORKDEPT, ' '),
                     VALUE(PHONENO, ' '),
                     VALUE(HIREDATE, '0001-01-01'),
                     VALUE(JOB, ' '),
                     VALUE(EDLEVEL, 0),
                     VALUE(SEX, ' '),
                     VALUE(BIRTHDATE, '0001-01-01'),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     EMPSTATUS,
                     VALUE(FECHABAJA, '0001-01-01'),
                     VALUE(MOTIVOBAJA, ' '),
                     VALUE(CLASE, ' '),
                     PCTJORNADA,
                     CASE WHEN WORKDEPT   IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN PHONENO    IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN HIREDATE   IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN JOB        IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN EDLEVEL    IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN SEX        IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN BIRTHDATE  IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN SALARY     IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN BONUS      IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN COMM       IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN FECHABAJA  IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN MOTIVOBAJA IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN CLASE      IS NULL THEN '1' ELSE '0' END
                FROM NEOSB36.EMP
               ORDER BY EMPNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-EHIS CURSOR FOR
              SELECT EMPNO,
                     FIRSTNME,
                     MIDINIT,
                     LASTNAME,
                     VALUE(WORKDEPT, ' '),
                     VALUE(PHONENO, ' '),
                     VALUE(HIREDATE, '0001-01-01'),
                     VALUE(JOB, ' '),
                     VALUE(EDLEVEL, 0),
                     VALUE(SEX, ' '),
                     VALUE(BIRTHDATE, '0001-01-01'),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' '),
                     VALUE(FECHABAJA, '0001-01-01'),
                     VALUE(MOTIVOBAJA, ' '),
                     CASE WHEN WORKDEPT   IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN PHONENO    IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN HIREDATE   IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN JOB        IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN EDLEVEL    IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN SEX        IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN BIRTHDATE  IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN SALARY     IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN BONUS      IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN COMM       IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN USUARIOCAMBIO
                                          IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN FECHABAJA  IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN MOTIVOBAJA IS NULL THEN '1' ELSE '0' END
                FROM NEOSB36.EMP_HIST
               ORDER BY EMPNO, FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DEP CURSOR FOR
              SELECT DEPTNO,
                     DEPTNAME,
                     VALUE(MGRNO, ' '),
                     ADMRDEPT,
                     VALUE(LOCATION, ' '),
                     COMPANY,
                     CASE WHEN MGRNO      IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN LOCATION   IS NULL THEN '1' ELSE '0' END
                FROM NEOSB36.DEPT
               ORDER BY DEPTNO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-DHIS CURSOR FOR
              SELECT DEPTNO,
                     DEPTNAME,
                     VALUE(MGRNO, ' '),
                     ADMRDEPT,
                     VALUE(LOCATION, ' '),
                     TIPOCAMBIO,
                     FECHACAMBIO,
                     VALUE(USUARIOCAMBIO, ' '),
                     CASE WHEN MGRNO      IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN LOCATION   IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN USUARIOCAMBIO
                                          IS NULL THEN '1' ELSE '0' END
                FROM NEOSB36.DEPT_HIST
               ORDER BY DEPTNO, FECHACAMBIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-BUD CURSOR FOR
              SELECT DEPTNO,
                     ANIO,
                     PRESUPUESTO,
                     CONSUMIDO
                FROM NEOSB36.DEPT_BUDGET
               ORDER BY DEPTNO, ANIO
           END-EXEC.

           EXEC SQL
              DECLARE CSR-PCH CURSOR FOR
              SELECT EMPNO,
                     FECHAEFECTIVA,
                     SEQNO,
                     VALUE(WORKDEPT, ' '),
                     VALUE(JOB, ' '),
                     VALUE(PHONENO, ' '),
                     VALUE(SALARY, 0),
                     VALUE(BONUS, 0),
                     VALUE(COMM, 0),
                     VALUE(PCTJORNADA, 0),
                     ESTADO,
                     USUARIO,
                     FECHACARGA,
                     CASE WHEN WORKDEPT   IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN JOB        IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN PHONENO    IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN SALARY     IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN BONUS      IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN COMM       IS NULL THEN '1' ELSE '0' END
                  || CASE WHEN PCTJORNADA IS NULL THEN '1' ELSE '0' END
                FROM NEOSB36.PEND_CHANGES
               ORDER BY EMPNO, FECHAEFECTIVA, SEQNO
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

           SET SI-REINICIO                  TO TRUE

           PERFORM 1500-DESCARGA
              THRU 1500-DESCARGA-EXIT
             UNTIL NOT SI-REINICIO

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES
                       WS-NEECSQL0-01

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01

      * SIN PASO NO HAY PUNTO DE RESTAURACION: LA CADENA NO DEBE
      * SEGUIR AL PASO DE ACTUALIZACION
           OPEN INPUT  PARMRSP

           IF FS-PARMRSP EQUAL '00'
              READ PARMRSP
                   AT END
                   CONTINUE
                   NOT AT END
                   MOVE PARM-PASO           TO WS-PASO
              END-READ
              CLOSE PARMRSP
           END-IF

           IF WS-PASO EQUAL SPACES
              DISPLAY 'ERROR: SIN TARJETA PARMRSP CON EL PASO A '
                      'RESGUARDAR'
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 1050-TABLAS-DEL-PASO
              THRU 1050-TABLAS-DEL-PASO-EXIT

      * TODAS LAS TABLAS DEL PUNTO LLEVAN EL MISMO MOMENTO DE TOMA
           EXEC SQL
              SELECT CURRENT TIMESTAMP
                INTO :WS-MOMENTO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR OBTENIENDO EL MOMENTO DE TOMA. SQLCODE: '
                      SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                    1050-TABLAS-DEL-PASO                       *
      *****************************************************************
       1050-TABLAS-DEL-PASO.

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMRSP              TO PRM0-PARAMETRO
           MOVE FEC0-FECHA-ISO              TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              MOVE ZEROS                    TO PRM0-CANT
           END-IF

           PERFORM 1060-BUSCA-PASO
              THRU 1060-BUSCA-PASO-EXIT
             VARYING IX-PRM0 FROM 1 BY 1
               UNTIL IX-PRM0 IS GREATER THAN PRM0-CANT

           DISPLAY 'NERSP000: PASO ' WS-PASO ' TABLAS ' WS-TABLAS-PASO
                   ' (EMP/EHIS/DEPT/DHIS/BUD/PCH)'.

      *****************************************************************
      *                  1050-TABLAS-DEL-PASO-EXIT                    *
      *****************************************************************
       1050-TABLAS-DEL-PASO-EXIT.
           EXIT.
      *****************************************************************
      *                       1060-BUSCA-PASO                         *
      *****************************************************************
       1060-BUSCA-PASO.

           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMRSP

           IF WS-LP-PASO EQUAL WS-PASO
              MOVE WS-LP-TABLAS             TO WS-TABLAS-PASO
           END-IF.

      *****************************************************************
      *                     1060-BUSCA-PASO-EXIT                      *
      *****************************************************************
       1060-BUSCA-PASO-EXIT.
           EXIT.
      *****************************************************************
      *                        1500-DESCARGA                          *
      *                                                               *
      *    - ABRE LA GENERACION Y DESCARGA LAS TABLAS DEL PASO. ANTE  *
      *      UN BLOQUEO CON REINTENTOS DISPONIBLES SE REABRE Y SE     *
      *      VUELVE A DESCARGAR TODO                                  *
      *****************************************************************
       1500-DESCARGA.

           MOVE 'N'                         TO SW-REINICIO
                                               SW-ERROR-DESCARGA
           MOVE ZEROS                       TO CN-FILAS-TOTAL
                                               CN-TABLAS

           OPEN OUTPUT RSPBKP

           IF FS-RSPBKP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR RSPBKP. FILE STATUS=' FS-RSPBKP
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           PERFORM 2000-DESCARGA-TABLA
              THRU 2000-DESCARGA-TABLA-EXIT
             VARYING IX-TAB FROM 1 BY 1
               UNTIL IX-TAB IS GREATER THAN CT-CANT-TABLAS

           CLOSE RSPBKP.

      *****************************************************************
      *                      1500-DESCARGA-EXIT                       *
      *****************************************************************
       1500-DESCARGA-EXIT.
           EXIT.
      *****************************************************************
      *                     2000-DESCARGA-TABLA                       *
      *****************************************************************
       2000-DESCARGA-TABLA.

           IF SI-ERROR-DESCARGA
              OR NOT SI-TOMA-TABLA(IX-TAB)
              GO TO 2000-DESCARGA-TABLA-EXIT
           END-IF

           MOVE ZEROS                       TO CN-FILAS-TABLA
                                               AC-HASH-TABLA

           MOVE SPACES                      TO REG-RSPBKP
           SET RSP-88-ENCABEZADO            TO TRUE
           MOVE CT-NOMBRE-TABLA(IX-TAB)     TO RSP-TABLA
           MOVE WS-PASO                     TO RSP-PASO
           MOVE FEC0-FECHA-AMD              TO RSP-FECHA-PROCESO
           MOVE WS-MOMENTO                  TO RSP-HDR-MOMENTO
           WRITE REG-RSPBKP

           MOVE 'N'                         TO SW-FIN-CURSOR

           EVALUATE IX-TAB
               WHEN 1
                    PERFORM 2100-DESCARGA-EMP
                       THRU 2100-DESCARGA-EMP-EXIT
               WHEN 2
                    PERFORM 2200-DESCARGA-EHIS
                       THRU 2200-DESCARGA-EHIS-EXIT
               WHEN 3
                    PERFORM 2300-DESCARGA-DEP
                       THRU 2300-DESCARGA-DEP-EXIT
               WHEN 4
                    PERFORM 2400-DESCARGA-DHIS
                       THRU 2400-DESCARGA-DHIS-EXIT
               WHEN 5
                    PERFORM 2500-DESCARGA-BUD
                       THRU 2500-DESCARGA-BUD-EXIT
               WHEN 6
                    PERFORM 2600-DESCARGA-PCH
                       THRU 2600-DESCARGA-PCH-EXIT
           END-EVALUATE

      * SIN TRAILER NERSP001 NO ACEPTA LA GENERACION
           IF SI-ERROR-DESCARGA
              GO TO 2000-DESCARGA-TABLA-EXIT
           END-IF

           MOVE SPACES                      TO REG-RSPBKP
           SET RSP-88-TRAILER               TO TRUE
           MOVE CT-NOMBRE-TABLA(IX-TAB)     TO RSP-TABLA
           MOVE WS-PASO                     TO RSP-PASO
           MOVE FEC0-FECHA-AMD              TO RSP-FECHA-PROCESO
           MOVE CN-FILAS-TABLA              TO RSP-TRL-CANTIDAD
           MOVE AC-HASH-TABLA               TO RSP-TRL-HASH
           WRITE REG-RSPBKP

           ADD CN-FILAS-TABLA               TO CN-FILAS-TOTAL
           ADD CT-1                         TO CN-TABLAS

           DISPLAY 'NERSP000: ' CT-NOMBRE-TABLA(IX-TAB)
                   ' FILAS ' CN-FILAS-TABLA
                   ' SUMA DE CONTROL ' AC-HASH-TABLA.

      *****************************************************************
      *                   2000-DESCARGA-TABLA-EXIT                    *
      *****************************************************************
       2000-DESCARGA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                      2100-DESCARGA-EMP                        *
      *****************************************************************
       2100-DESCARGA-EMP.

           EXEC SQL
              OPEN CSR-EMP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2100-DESCARGA-EMP'      TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2100-DESCARGA-EMP-EXIT
           END-IF

           PERFORM 2110-FETCH-EMP
              THRU 2110-FETCH-EMP-EXIT
             UNTIL SI-FIN-CURSOR

           IF NOT SI-ERROR-DESCARGA
              EXEC SQL
                 CLOSE CSR-EMP
              END-EXEC
           END-IF.

      *****************************************************************
      *                    2100-DESCARGA-EMP-EXIT                     *
      *****************************************************************
       2100-DESCARGA-EMP-EXIT.
           EXIT.
      *****************************************************************
      *                        2110-FETCH-EMP                         *
      *****************************************************************
       2110-FETCH-EMP.

           EXEC SQL
              FETCH CSR-EMP
               INTO :DCLEMP-EMPNO,
                    :DCLEMP-FIRSTNME,
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
                    :DCLEMP-COMM,
                    :DCLEMP-EMPSTATUS,
                    :DCLEMP-FECHABAJA,
                    :DCLEMP-MOTIVOBAJA,
                    :DCLEMP-CLASE,
                    :DCLEMP-PCTJORNADA,
                    :WS-NULOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLEMP             TO RSP-DET-IMAGEN
                    MOVE DCLEMP-EMPNO       TO WS-EMPNO-NUM
                    PERFORM 2900-GRABA-DETALLE
                       THRU 2900-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2110-FETCH-EMP'   TO SQL0-PARRAFO
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                      2110-FETCH-EMP-EXIT                      *
      *****************************************************************
       2110-FETCH-EMP-EXIT.
           EXIT.
      *****************************************************************
      *                      2200-DESCARGA-EHIS                       *
      *****************************************************************
       2200-DESCARGA-EHIS.

           EXEC SQL
              OPEN CSR-EHIS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2200-DESCARGA-EHIS'     TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2200-DESCARGA-EHIS-EXIT
           END-IF

           PERFORM 2210-FETCH-EHIS
              THRU 2210-FETCH-EHIS-EXIT
             UNTIL SI-FIN-CURSOR

           IF NOT SI-ERROR-DESCARGA
              EXEC SQL
                 CLOSE CSR-EHIS
              END-EXEC
           END-IF.

      *****************************************************************
      *                    2200-DESCARGA-EHIS-EXIT                    *
      *****************************************************************
       2200-DESCARGA-EHIS-EXIT.
           EXIT.
      *****************************************************************
      *                       2210-FETCH-EHIS                         *
      *****************************************************************
       2210-FETCH-EHIS.

           EXEC SQL
              FETCH CSR-EHIS
               INTO :DCLEHIS-EMPNO,
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
                    :DCLEHIS-FECHACAMBIO,
                    :DCLEHIS-USUARIOCAMBIO,
                    :DCLEHIS-FECHABAJA,
                    :DCLEHIS-MOTIVOBAJA,
                    :WS-NULOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLEHIS            TO RSP-DET-IMAGEN
                    MOVE DCLEHIS-EMPNO      TO WS-EMPNO-NUM
                    PERFORM 2900-GRABA-DETALLE
                       THRU 2900-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2210-FETCH-EHIS'  TO SQL0-PARRAFO
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2210-FETCH-EHIS-EXIT                      *
      *****************************************************************
       2210-FETCH-EHIS-EXIT.
           EXIT.
      *****************************************************************
      *                      2300-DESCARGA-DEP                        *
      *****************************************************************
       2300-DESCARGA-DEP.

           EXEC SQL
              OPEN CSR-DEP
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2300-DESCARGA-DEP'      TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2300-DESCARGA-DEP-EXIT
           END-IF

           PERFORM 2310-FETCH-DEP
              THRU 2310-FETCH-DEP-EXIT
             UNTIL SI-FIN-CURSOR

           IF NOT SI-ERROR-DESCARGA
              EXEC SQL
                 CLOSE CSR-DEP
              END-EXEC
           END-IF.

      *****************************************************************
      *                    2300-DESCARGA-DEP-EXIT                     *
      *****************************************************************
       2300-DESCARGA-DEP-EXIT.
           EXIT.
      *****************************************************************
      *                        2310-FETCH-DEP                         *
      *****************************************************************
       2310-FETCH-DEP.

           EXEC SQL
              FETCH CSR-DEP
               INTO :DCLDEP-DEPTNO,
                    :DCLDEP-DEPTNAME,
                    :DCLDEP-MGRNO,
                    :DCLDEP-ADMRDEPT,
                    :DCLDEP-LOCATION,
                    :DCLDEP-COMPANY,
                    :WS-NULOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLDEP             TO RSP-DET-IMAGEN
                    MOVE DCLDEP-MGRNO       TO WS-EMPNO-NUM
                    PERFORM 2900-GRABA-DETALLE
                       THRU 2900-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2310-FETCH-DEP'   TO SQL0-PARRAFO
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                      2310-FETCH-DEP-EXIT                      *
      *****************************************************************
       2310-FETCH-DEP-EXIT.
           EXIT.
      *****************************************************************
      *                      2400-DESCARGA-DHIS                       *
      *****************************************************************
       2400-DESCARGA-DHIS.

           EXEC SQL
              OPEN CSR-DHIS
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2400-DESCARGA-DHIS'     TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2400-DESCARGA-DHIS-EXIT
           END-IF

           PERFORM 2410-FETCH-DHIS
              THRU 2410-FETCH-DHIS-EXIT
             UNTIL SI-FIN-CURSOR

           IF NOT SI-ERROR-DESCARGA
              EXEC SQL
                 CLOSE CSR-DHIS
              END-EXEC
           END-IF.

      *****************************************************************
      *                    2400-DESCARGA-DHIS-EXIT                    *
      *****************************************************************
       2400-DESCARGA-DHIS-EXIT.
           EXIT.
      *****************************************************************
      *                       2410-FETCH-DHIS                         *
      *****************************************************************
       2410-FETCH-DHIS.

           EXEC SQL
              FETCH CSR-DHIS
               INTO :DCLDHIS-DEPTNO,
                    :DCLDHIS-DEPTNAME,
                    :DCLDHIS-MGRNO,
                    :DCLDHIS-ADMRDEPT,
                    :DCLDHIS-LOCATION,
                    :DCLDHIS-TIPOCAMBIO,
                    :DCLDHIS-FECHACAMBIO,
                    :DCLDHIS-USUARIOCAMBIO,
                    :WS-NULOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLDHIS            TO RSP-DET-IMAGEN
                    MOVE DCLDHIS-MGRNO      TO WS-EMPNO-NUM
                    PERFORM 2900-GRABA-DETALLE
                       THRU 2900-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2410-FETCH-DHIS'  TO SQL0-PARRAFO
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                     2410-FETCH-DHIS-EXIT                      *
      *****************************************************************
       2410-FETCH-DHIS-EXIT.
           EXIT.
      *****************************************************************
      *                      2500-DESCARGA-BUD                        *
      *****************************************************************
       2500-DESCARGA-BUD.

           EXEC SQL
              OPEN CSR-BUD
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2500-DESCARGA-BUD'      TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2500-DESCARGA-BUD-EXIT
           END-IF

           PERFORM 2510-FETCH-BUD
              THRU 2510-FETCH-BUD-EXIT
             UNTIL SI-FIN-CURSOR

           IF NOT SI-ERROR-DESCARGA
              EXEC SQL
                 CLOSE CSR-BUD
              END-EXEC
           END-IF.

      *****************************************************************
      *                    2500-DESCARGA-BUD-EXIT                     *
      *****************************************************************
       2500-DESCARGA-BUD-EXIT.
           EXIT.
      *****************************************************************
      *                        2510-FETCH-BUD                         *
      *****************************************************************
       2510-FETCH-BUD.

           EXEC SQL
              FETCH CSR-BUD
               INTO :DCLBUD-DEPTNO,
                    :DCLBUD-ANIO,
                    :DCLBUD-PRESUPUESTO,
                    :DCLBUD-CONSUMIDO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLBUD             TO RSP-DET-IMAGEN
                    MOVE SPACES             TO WS-NULOS
                    MOVE ZEROS              TO WS-EMPNO-NUM
                    ADD DCLBUD-PRESUPUESTO  TO AC-HASH-TABLA
                    PERFORM 2900-GRABA-DETALLE
                       THRU 2900-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2510-FETCH-BUD'   TO SQL0-PARRAFO
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                      2510-FETCH-BUD-EXIT                      *
      *****************************************************************
       2510-FETCH-BUD-EXIT.
           EXIT.
      *****************************************************************
      *                      2600-DESCARGA-PCH                        *
      *****************************************************************
       2600-DESCARGA-PCH.

           EXEC SQL
              OPEN CSR-PCH
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2600-DESCARGA-PCH'      TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2600-DESCARGA-PCH-EXIT
           END-IF

           PERFORM 2610-FETCH-PCH
              THRU 2610-FETCH-PCH-EXIT
             UNTIL SI-FIN-CURSOR

           IF NOT SI-ERROR-DESCARGA
              EXEC SQL
                 CLOSE CSR-PCH
              END-EXEC
           END-IF.

      *****************************************************************
      *                    2600-DESCARGA-PCH-EXIT                     *
      *****************************************************************
       2600-DESCARGA-PCH-EXIT.
           EXIT.
      *****************************************************************
      *                        2610-FETCH-PCH                         *
      *****************************************************************
       2610-FETCH-PCH.

           EXEC SQL
              FETCH CSR-PCH
               INTO :DCLPCH-EMPNO,
                    :DCLPCH-FECHAEFECTIVA,
                    :DCLPCH-SEQNO,
                    :DCLPCH-WORKDEPT,
                    :DCLPCH-JOB,
                    :DCLPCH-PHONENO,
                    :DCLPCH-SALARY,
                    :DCLPCH-BONUS,
                    :DCLPCH-COMM,
                    :DCLPCH-PCTJORNADA,
                    :DCLPCH-ESTADO,
                    :DCLPCH-USUARIO,
                    :DCLPCH-FECHACARGA,
                    :WS-NULOS
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    MOVE DCLPCH             TO RSP-DET-IMAGEN
                    MOVE DCLPCH-EMPNO       TO WS-EMPNO-NUM
                    PERFORM 2900-GRABA-DETALLE
                       THRU 2900-GRABA-DETALLE-EXIT
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE '2610-FETCH-PCH'   TO SQL0-PARRAFO
                    PERFORM 9500-ERROR-SQL
                       THRU 9500-ERROR-SQL-EXIT
           END-EVALUATE.

      *****************************************************************
      *                      2610-FETCH-PCH-EXIT                      *
      *****************************************************************
       2610-FETCH-PCH-EXIT.
           EXIT.
      *****************************************************************
      *                      2900-GRABA-DETALLE                       *
      *                                                               *
      *    - LA IMAGEN YA ESTA EN RSP-DET-IMAGEN Y LA CLAVE DE LA     *
      *      SUMA DE CONTROL EN WS-EMPNO-NUM (CEROS SI NO APLICA)     *
      *****************************************************************
       2900-GRABA-DETALLE.

           SET RSP-88-DETALLE               TO TRUE
           MOVE CT-NOMBRE-TABLA(IX-TAB)     TO RSP-TABLA
           MOVE WS-PASO                     TO RSP-PASO
           MOVE FEC0-FECHA-AMD              TO RSP-FECHA-PROCESO
           MOVE WS-NULOS                    TO RSP-DET-NULOS
           WRITE REG-RSPBKP

           ADD CT-1                         TO CN-FILAS-TABLA

           IF WS-EMPNO-NUM IS NUMERIC
              ADD WS-EMPNO-NUM              TO AC-HASH-TABLA
           END-IF

           MOVE SPACES                      TO RSP-DATOS.

      *****************************************************************
      *                    2900-GRABA-DETALLE-EXIT                    *
      *****************************************************************
       2900-GRABA-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERSP000              *'
           DISPLAY 'PASO RESGUARDADO:      ' WS-PASO
           DISPLAY 'MOMENTO DE LA TOMA:    ' WS-MOMENTO
           DISPLAY 'TABLAS DESCARGADAS:    ' CN-TABLAS
           DISPLAY 'FILAS DESCARGADAS:     ' CN-FILAS-TOTAL
           DISPLAY '***********************************************'

           GOBACK.
      *****************************************************************
      *                        9500-ERROR-SQL                         *
      *                                                               *
      *    - LA DESCARGA NO ACTUALIZA: ANTE UN BLOQUEO CON REINTENTOS *
      *      SE VUELVE A TOMAR EL PUNTO COMPLETO; CUALQUIER OTRO      *
      *      ERROR DEJA LA TABLA SIN TRAILER Y EL PASO EN RC 8        *
      *****************************************************************
       9500-ERROR-SQL.

           SET SI-ERROR-DESCARGA            TO TRUE
           SET SI-FIN-CURSOR                TO TRUE

           MOVE CT-PROGRAMA                 TO SQL0-PROGRAMA
           SET SQL0-88-BATCH                TO TRUE
           MOVE CT-NOMBRE-TABLA(IX-TAB)     TO SQL0-TABLA
           MOVE WS-PASO                     TO SQL0-CLAVE
           MOVE SQLCODE                     TO SQL0-SQLCODE
           MOVE SQLERRMC                    TO SQL0-SQLERRMC

           CALL CT-NE9CSQL0 USING WS-NEECSQL0-01

           IF SQL0-88-REINTENTAR
              SET SI-REINICIO               TO TRUE
              GO TO 9500-ERROR-SQL-EXIT
           END-IF

           DISPLAY 'NERSP000: PUNTO DE RESTAURACION INCOMPLETO EN '
                   CT-NOMBRE-TABLA(IX-TAB)
           MOVE 8                           TO RETURN-CODE

           IF NOT SQL0-88-BLOQUEO
              EXEC SQL
                 COMMIT
              END-EXEC
           END-IF.

      *****************************************************************
      *                      9500-ERROR-SQL-EXIT                      *
      *****************************************************************
       9500-ERROR-SQL-EXIT.
           EXIT.
