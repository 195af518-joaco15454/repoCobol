      *****************************************************************
      * Program name:    NERSP001.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Operator restore of *
      *                          a logical restore point taken by     *
      *                          NERSP000: the RSPBKP generation the  *
      *                          operator names in the JCL is checked *
      *                          against every table trailer (count   *
      *                          and hash) and only then are those    *
      *                          tables emptied and reloaded in one   *
      *                          unit of work. Logged in RUN_CONTROL. *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NERSP001.
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

           SELECT RSPBKP   ASSIGN TO RSPBKP
                           FILE STATUS IS FS-RSPBKP.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RSPBKP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 200 CHARACTERS.
       01  REG-RSPBKP.
           COPY NETCRSP0.

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-RSPBKP                     PIC X(02) VALUE SPACES.
           05 WS-PASO                       PIC X(08) VALUE SPACES.
           05 WS-MOMENTO                    PIC X(26) VALUE SPACES.
           05 WS-TABLA-GRUPO                PIC X(12) VALUE SPACES.
           05 WS-CLAVE-ERROR                PIC X(30) VALUE SPACES.
           05 WS-NULOS                      PIC X(15) VALUE SPACES.
           05 WS-EMPNO-NUM                  PIC 9(06) VALUE ZEROS.
           05 WS-VALOR-HASH                 PIC S9(11)V9(02) COMP-3.

           05 WS-FECHA-PROCESO-ISO.
              10 WS-FPI-AAAA                PIC 9(04).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-FPI-MM                  PIC 9(02).
              10 FILLER                     PIC X(01) VALUE '-'.
              10 WS-FPI-DD                  PIC 9(02).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.

      *    GRUPO DE TABLA ABIERTO (ENCABEZADO SIN TRAILER TODAVIA)
           05 SW-GRUPO                      PIC X(01) VALUE 'N'.
              88 SI-GRUPO-ABIERTO                     VALUE 'S'.

           05 SW-GENERACION                 PIC X(01) VALUE 'S'.
              88 SI-GENERACION-VALIDA                 VALUE 'S'.

           05 SW-ERROR-RECARGA              PIC X(01) VALUE 'N'.
              88 SI-ERROR-RECARGA                     VALUE 'S'.

      *    BLOQUEO DB2 CON REINTENTOS DISPONIBLES: LA RECARGA SE
      *    REPITE DESDE EL PRIMER REGISTRO DE LA GENERACION
           05 SW-REINICIO                   PIC X(01) VALUE 'N'.
              88 SI-REINICIO                          VALUE 'S'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-PROGRAMA                   PIC X(08) VALUE 'NERSP001'.
           05 CT-NE9CRUN0                   PIC X(08) VALUE 'NE9CRUN0'.
           05 CT-NE9CFEC0                   PIC X(08) VALUE 'NE9CFEC0'.
           05 CT-NE9CSQL0                   PIC X(08) VALUE 'NE9CSQL0'.

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

       01  WS-NEECRUN0-01.
           COPY NEECRUN0.

       01  WS-NEECFEC0-01.
           COPY NEECFEC0.

       01  WS-NEECSQL0-01.
           COPY NEECSQL0.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-REGISTROS-LEIDOS           PIC 9(09).
           05 CN-FILAS-CARGADAS             PIC 9(09).
           05 CN-TABLAS-FALLADAS            PIC 9(09).
           05 CN-TABLAS                     PIC 9(02).
           05 CN-FILAS-TABLA                PIC 9(09).

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

           PERFORM 1500-VERIFICA
              THRU 1500-VERIFICA-EXIT

      * UNA GENERACION QUE NO BALANCEA NO SE RECARGA: LAS TABLAS
      * QUEDAN COMO ESTAN
           IF SI-GENERACION-VALIDA
              SET SI-REINICIO               TO TRUE
              PERFORM 2000-RECARGA
                 THRU 2000-RECARGA-EXIT
                UNTIL NOT SI-REINICIO
           END-IF

           PERFORM 3000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES
                       WS-NEECSQL0-01

           CALL CT-NE9CFEC0 USING WS-NEECFEC0-01
           MOVE FEC0-AAAA                   TO WS-FPI-AAAA
           MOVE FEC0-MM                     TO WS-FPI-MM
           MOVE FEC0-DD                     TO WS-FPI-DD

           PERFORM 9600-REGISTRA-INICIO
              THRU 9600-REGISTRA-INICIO-EXIT

      * EL INICIO QUEDA REGISTRADO AUNQUE LA RECARGA SE DESHAGA
           EXEC SQL
              COMMIT
           END-EXEC.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                        1500-VERIFICA                          *
      *                                                               *
      *    - PRIMERA PASADA: CADA TABLA DEBE TRAER ENCABEZADO,        *
      *      DETALLES Y TRAILER, Y LA CANTIDAD Y LA SUMA DE CONTROL   *
      *      DEL TRAILER DEBEN COINCIDIR CON LOS DETALLES LEIDOS      *
      *****************************************************************
       1500-VERIFICA.

           OPEN INPUT RSPBKP

           IF FS-RSPBKP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR RSPBKP. FILE STATUS=' FS-RSPBKP
              MOVE 'N'                      TO SW-GENERACION
              MOVE 8                        TO RETURN-CODE
              GO TO 1500-VERIFICA-EXIT
           END-IF

           MOVE 'N'                         TO SW-FIN-ARCHIVO
                                               SW-GRUPO

           PERFORM 1600-LEER-RSPBKP
              THRU 1600-LEER-RSPBKP-EXIT

           IF SI-FIN-ARCHIVO
              DISPLAY 'NERSP001: GENERACION VACIA'
              MOVE 'N'                      TO SW-GENERACION
           END-IF

           PERFORM 1700-VERIFICA-REGISTRO
              THRU 1700-VERIFICA-REGISTRO-EXIT
             UNTIL SI-FIN-ARCHIVO

           IF SI-GRUPO-ABIERTO
              DISPLAY 'NERSP001: ' WS-TABLA-GRUPO ' SIN TRAILER - '
                      'DESCARGA INCOMPLETA'
              ADD CT-1                      TO CN-TABLAS-FALLADAS
              MOVE 'N'                      TO SW-GENERACION
           END-IF

           CLOSE RSPBKP

           IF NOT SI-GENERACION-VALIDA
              DISPLAY 'NERSP001: LA GENERACION NO BALANCEA - '
                      'NO SE RESTAURA NINGUNA TABLA'
              MOVE 8                        TO RETURN-CODE
           END-IF.

      *****************************************************************
      *                      1500-VERIFICA-EXIT                       *
      *****************************************************************
       1500-VERIFICA-EXIT.
           EXIT.
      *****************************************************************
      *                       1600-LEER-RSPBKP                        *
      *****************************************************************
       1600-LEER-RSPBKP.

           READ RSPBKP
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ.

      *****************************************************************
      *                     1600-LEER-RSPBKP-EXIT                     *
      *****************************************************************
       1600-LEER-RSPBKP-EXIT.
           EXIT.
      *****************************************************************
      *                   1700-VERIFICA-REGISTRO                      *
      *****************************************************************
       1700-VERIFICA-REGISTRO.

           EVALUATE TRUE
               WHEN RSP-88-ENCABEZADO
                    PERFORM 1710-VERIFICA-ENCABEZADO
                       THRU 1710-VERIFICA-ENCABEZADO-EXIT
               WHEN RSP-88-DETALLE
                    AND SI-GRUPO-ABIERTO
                    AND RSP-TABLA EQUAL WS-TABLA-GRUPO
                    PERFORM 1720-VERIFICA-DETALLE
                       THRU 1720-VERIFICA-DETALLE-EXIT
               WHEN RSP-88-TRAILER
                    AND SI-GRUPO-ABIERTO
                    AND RSP-TABLA EQUAL WS-TABLA-GRUPO
                    PERFORM 1730-VERIFICA-TRAILER
                       THRU 1730-VERIFICA-TRAILER-EXIT
               WHEN OTHER
                    DISPLAY 'NERSP001: REGISTRO FUERA DE SECUENCIA: '
                            RSP-TIPO-REG ' ' RSP-TABLA
                    MOVE 'N'                TO SW-GENERACION
           END-EVALUATE

           PERFORM 1600-LEER-RSPBKP
              THRU 1600-LEER-RSPBKP-EXIT.

      *****************************************************************
      *                 1700-VERIFICA-REGISTRO-EXIT                   *
      *****************************************************************
       1700-VERIFICA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                  1710-VERIFICA-ENCABEZADO                     *
      *****************************************************************
       1710-VERIFICA-ENCABEZADO.

           IF SI-GRUPO-ABIERTO
              DISPLAY 'NERSP001: ' WS-TABLA-GRUPO ' SIN TRAILER - '
                      'DESCARGA INCOMPLETA'
              ADD CT-1                      TO CN-TABLAS-FALLADAS
              MOVE 'N'                      TO SW-GENERACION
           END-IF

      * TODAS LAS TABLAS DEBEN SER DEL MISMO PUNTO DE RESTAURACION
           IF WS-MOMENTO EQUAL SPACES
              MOVE RSP-PASO                 TO WS-PASO
              MOVE RSP-HDR-MOMENTO          TO WS-MOMENTO
           END-IF

           IF RSP-HDR-MOMENTO NOT EQUAL WS-MOMENTO
              DISPLAY 'NERSP001: ' RSP-TABLA ' ES DE OTRO PUNTO DE '
                      'RESTAURACION: ' RSP-HDR-MOMENTO
              MOVE 'N'                      TO SW-GENERACION
           END-IF

           SET IX-TAB                       TO 1
           SEARCH CT-NOMBRE-TABLA
                  AT END
                  DISPLAY 'NERSP001: TABLA DESCONOCIDA: ' RSP-TABLA
                  MOVE 'N'                  TO SW-GENERACION
                  WHEN CT-NOMBRE-TABLA(IX-TAB) EQUAL RSP-TABLA
                  CONTINUE
           END-SEARCH

           SET SI-GRUPO-ABIERTO             TO TRUE
           MOVE RSP-TABLA                   TO WS-TABLA-GRUPO
           MOVE ZEROS                       TO CN-FILAS-TABLA
                                               AC-HASH-TABLA.

      *****************************************************************
      *                1710-VERIFICA-ENCABEZADO-EXIT                  *
      *****************************************************************
       1710-VERIFICA-ENCABEZADO-EXIT.
           EXIT.
      *****************************************************************
      *                   1720-VERIFICA-DETALLE                       *
      *****************************************************************
       1720-VERIFICA-DETALLE.

           PERFORM 2950-CARGA-IMAGEN
              THRU 2950-CARGA-IMAGEN-EXIT

           ADD CT-1                         TO CN-FILAS-TABLA
           ADD WS-VALOR-HASH                TO AC-HASH-TABLA.

      *****************************************************************
      *                 1720-VERIFICA-DETALLE-EXIT                    *
      *****************************************************************
       1720-VERIFICA-DETALLE-EXIT.
           EXIT.
      *****************************************************************
      *                   1730-VERIFICA-TRAILER                       *
      *****************************************************************
       1730-VERIFICA-TRAILER.

           MOVE 'N'                         TO SW-GRUPO

           IF RSP-TRL-CANTIDAD NOT EQUAL CN-FILAS-TABLA
              OR RSP-TRL-HASH  NOT EQUAL AC-HASH-TABLA
              DISPLAY 'NERSP001: ' RSP-TABLA ' TRAILER='
                      RSP-TRL-CANTIDAD '/' RSP-TRL-HASH
                      ' LEIDOS=' CN-FILAS-TABLA '/' AC-HASH-TABLA
              ADD CT-1                      TO CN-TABLAS-FALLADAS
              MOVE 'N'                      TO SW-GENERACION
           END-IF.

      *****************************************************************
      *                 1730-VERIFICA-TRAILER-EXIT                    *
      *****************************************************************
       1730-VERIFICA-TRAILER-EXIT.
           EXIT.
      *****************************************************************
      *                         2000-RECARGA                          *
      *                                                               *
      *    - SEGUNDA PASADA: POR CADA ENCABEZADO SE BLOQUEA Y SE      *
      *      VACIA LA TABLA, POR CADA DETALLE SE INSERTA LA FILA Y    *
      *      POR CADA TRAILER SE CONTROLA LO CARGADO. TODO EN UNA     *
      *      UNIDAD DE TRABAJO: O SE RESTAURAN TODAS O NINGUNA        *
      *****************************************************************
       2000-RECARGA.

           MOVE 'N'                         TO SW-REINICIO
                                               SW-ERROR-RECARGA
                                               SW-FIN-ARCHIVO
           MOVE ZEROS                       TO CN-REGISTROS-LEIDOS
                                               CN-FILAS-CARGADAS
                                               CN-TABLAS

           OPEN INPUT RSPBKP

           IF FS-RSPBKP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR RSPBKP. FILE STATUS=' FS-RSPBKP
              MOVE 8                        TO RETURN-CODE
              GO TO 2000-RECARGA-EXIT
           END-IF

           PERFORM 1600-LEER-RSPBKP
              THRU 1600-LEER-RSPBKP-EXIT

           PERFORM 2100-RECARGA-REGISTRO
              THRU 2100-RECARGA-REGISTRO-EXIT
             UNTIL SI-FIN-ARCHIVO
                OR SI-ERROR-RECARGA

           CLOSE RSPBKP

           IF SI-ERROR-RECARGA
              GO TO 2000-RECARGA-EXIT
           END-IF

           EXEC SQL
              COMMIT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2000-RECARGA'           TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
           END-IF.

      *****************************************************************
      *                       2000-RECARGA-EXIT                       *
      *****************************************************************
       2000-RECARGA-EXIT.
           EXIT.
      *****************************************************************
      *                    2100-RECARGA-REGISTRO                      *
      *****************************************************************
       2100-RECARGA-REGISTRO.

           SET IX-TAB                       TO 1
           SEARCH CT-NOMBRE-TABLA
                  WHEN CT-NOMBRE-TABLA(IX-TAB) EQUAL RSP-TABLA
                  CONTINUE
           END-SEARCH

           MOVE RSP-TABLA                   TO WS-TABLA-GRUPO
           MOVE SPACES                      TO WS-CLAVE-ERROR

           EVALUATE TRUE
               WHEN RSP-88-ENCABEZADO
                    PERFORM 2200-VACIA-TABLA
                       THRU 2200-VACIA-TABLA-EXIT
               WHEN RSP-88-DETALLE
                    ADD CT-1                TO CN-REGISTROS-LEIDOS
                    MOVE RSP-DET-IMAGEN(1:30)
                                            TO WS-CLAVE-ERROR
                    PERFORM 2950-CARGA-IMAGEN
                       THRU 2950-CARGA-IMAGEN-EXIT
                    PERFORM 2300-INSERTA-FILA
                       THRU 2300-INSERTA-FILA-EXIT
               WHEN RSP-88-TRAILER
                    PERFORM 2400-CONTROLA-TABLA
                       THRU 2400-CONTROLA-TABLA-EXIT
           END-EVALUATE

           PERFORM 1600-LEER-RSPBKP
              THRU 1600-LEER-RSPBKP-EXIT.

      *****************************************************************
      *                  2100-RECARGA-REGISTRO-EXIT                   *
      *****************************************************************
       2100-RECARGA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                       2200-VACIA-TABLA                        *
      *                                                               *
      *    - EL BLOQUEO EXCLUSIVO IMPIDE QUE OTRO PROCESO VEA LA      *
      *      TABLA A MEDIO CARGAR; SE LIBERA CON EL COMMIT FINAL      *
      *****************************************************************
       2200-VACIA-TABLA.

           MOVE ZEROS                       TO CN-FILAS-TABLA
                                               AC-HASH-TABLA

           EVALUATE IX-TAB
               WHEN 1
                    EXEC SQL
                       LOCK TABLE NEOSB36.EMP IN EXCLUSIVE MODE
                    END-EXEC
               WHEN 2
                    EXEC SQL
                       LOCK TABLE NEOSB36.EMP_HIST IN EXCLUSIVE MODE
                    END-EXEC
               WHEN 3
                    EXEC SQL
                       LOCK TABLE NEOSB36.DEPT IN EXCLUSIVE MODE
                    END-EXEC
               WHEN 4
                    EXEC SQL
                       LOCK TABLE NEOSB36.DEPT_HIST IN EXCLUSIVE MODE
                    END-EXEC
               WHEN 5
                    EXEC SQL
                       LOCK TABLE NEOSB36.DEPT_BUDGET IN EXCLUSIVE MODE
                    END-EXEC
               WHEN 6
                    EXEC SQL
                       LOCK TABLE NEOSB36.PEND_CHANGES IN EXCLUSIVE MODE
                    END-EXEC
           END-EVALUATE

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2200-VACIA-TABLA'       TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2200-VACIA-TABLA-EXIT
           END-IF

           EVALUATE IX-TAB
               WHEN 1
                    EXEC SQL
                       DELETE FROM NEOSB36.EMP
                    END-EXEC
               WHEN 2
                    EXEC SQL
                       DELETE FROM NEOSB36.EMP_HIST
                    END-EXEC
               WHEN 3
                    EXEC SQL
                       DELETE FROM NEOSB36.DEPT
                    END-EXEC
               WHEN 4
                    EXEC SQL
                       DELETE FROM NEOSB36.DEPT_HIST
                    END-EXEC
               WHEN 5
                    EXEC SQL
                       DELETE FROM NEOSB36.DEPT_BUDGET
                    END-EXEC
               WHEN 6
                    EXEC SQL
                       DELETE FROM NEOSB36.PEND_CHANGES
                    END-EXEC
           END-EVALUATE

           IF SQLCODE NOT EQUAL ZEROS
              AND SQLCODE NOT EQUAL +100
              MOVE '2200-VACIA-TABLA'       TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
           END-IF.

      *****************************************************************
      *                     2200-VACIA-TABLA-EXIT                     *
      *****************************************************************
       2200-VACIA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                       2300-INSERTA-FILA                       *
      *                                                               *
      *    - LAS COLUMNAS MARCADAS EN WS-NULOS VUELVEN A SER NULAS    *
      *****************************************************************
       2300-INSERTA-FILA.

           EVALUATE IX-TAB
               WHEN 1
                    PERFORM 2310-INSERTA-EMP
                       THRU 2310-INSERTA-EMP-EXIT
               WHEN 2
                    PERFORM 2320-INSERTA-EHIS
                       THRU 2320-INSERTA-EHIS-EXIT
               WHEN 3
                    PERFORM 2330-INSERTA-DEP
                       THRU 2330-INSERTA-DEP-EXIT
               WHEN 4
                    PERFORM 2340-INSERTA-DHIS
                       THRU 2340-INSERTA-DHIS-EXIT
               WHEN 5
                    PERFORM 2350-INSERTA-BUD
                       THRU 2350-INSERTA-BUD-EXIT
               WHEN 6
                    PERFORM 2360-INSERTA-PCH
                       THRU 2360-INSERTA-PCH-EXIT
           END-EVALUATE

           IF SQLCODE NOT EQUAL ZEROS
              MOVE '2300-INSERTA-FILA'      TO SQL0-PARRAFO
              PERFORM 9500-ERROR-SQL
                 THRU 9500-ERROR-SQL-EXIT
              GO TO 2300-INSERTA-FILA-EXIT
           END-IF

           ADD CT-1                         TO CN-FILAS-TABLA
                                               CN-FILAS-CARGADAS.

      *****************************************************************
      *                    2300-INSERTA-FILA-EXIT                     *
      *****************************************************************
       2300-INSERTA-FILA-EXIT.
           EXIT.
      *****************************************************************
      *                       2310-INSERTA-EMP                        *
      *****************************************************************
       2310-INSERTA-EMP.

           EXEC SQL
              INSERT INTO NEOSB36.EMP
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
                    EMPSTATUS,
                    FECHABAJA,
                    MOTIVOBAJA,
                    CLASE,
                    PCTJORNADA
              )
              VALUES
              (
                   :DCLEMP-EMPNO,
                   :DCLEMP-FIRSTNME,
                   :DCLEMP-MIDINIT,
                   :DCLEMP-LASTNAME,
                   CASE WHEN SUBSTR(:WS-NULOS, 1, 1) = '1'
                        THEN NULL ELSE :DCLEMP-WORKDEPT END,
                   CASE WHEN SUBSTR(:WS-NULOS, 2, 1) = '1'
                        THEN NULL ELSE :DCLEMP-PHONENO END,
                   CASE WHEN SUBSTR(:WS-NULOS, 3, 1) = '1'
                        THEN NULL ELSE DATE(:DCLEMP-HIREDATE) END,
                   CASE WHEN SUBSTR(:WS-NULOS, 4, 1) = '1'
                        THEN NULL ELSE :DCLEMP-JOB END,
                   CASE WHEN SUBSTR(:WS-NULOS, 5, 1) = '1'
                        THEN NULL ELSE :DCLEMP-EDLEVEL END,
                   CASE WHEN SUBSTR(:WS-NULOS, 6, 1) = '1'
                        THEN NULL ELSE :DCLEMP-SEX END,
                   CASE WHEN SUBSTR(:WS-NULOS, 7, 1) = '1'
                        THEN NULL ELSE DATE(:DCLEMP-BIRTHDATE) END,
                   CASE WHEN SUBSTR(:WS-NULOS, 8, 1) = '1'
                        THEN NULL ELSE :DCLEMP-SALARY END,
                   CASE WHEN SUBSTR(:WS-NULOS, 9, 1) = '1'
                        THEN NULL ELSE :DCLEMP-BONUS END,
                   CASE WHEN SUBSTR(:WS-NULOS, 10, 1) = '1'
                        THEN NULL ELSE :DCLEMP-COMM END,
                   :DCLEMP-EMPSTATUS,
                   CASE WHEN SUBSTR(:WS-NULOS, 11, 1) = '1'
                        THEN NULL ELSE DATE(:DCLEMP-FECHABAJA) END,
                   CASE WHEN SUBSTR(:WS-NULOS, 12, 1) = '1'
                        THEN NULL ELSE :DCLEMP-MOTIVOBAJA END,
                   CASE WHEN SUBSTR(:WS-NULOS, 13, 1) = '1'
                        THEN NULL ELSE :DCLEMP-CLASE END,
                   :DCLEMP-PCTJORNADA
              )
           END-EXEC.

      *****************************************************************
      *                     2310-INSERTA-EMP-EXIT                     *
      *****************************************************************
       2310-INSERTA-EMP-EXIT.
           EXIT.
      *****************************************************************
      *                       2320-INSERTA-EHIS                       *
      *****************************************************************
       2320-INSERTA-EHIS.

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
              VALUES
              (
                   :DCLEHIS-EMPNO,
                   :DCLEHIS-FIRSTNME,
                   :DCLEHIS-MIDINIT,
                   :DCLEHIS-LASTNAME,
                   CASE WHEN SUBSTR(:WS-NULOS, 1, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-WORKDEPT END,
                   CASE WHEN SUBSTR(:WS-NULOS, 2, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-PHONENO END,
                   CASE WHEN SUBSTR(:WS-NULOS, 3, 1) = '1'
                        THEN NULL ELSE DATE(:DCLEHIS-HIREDATE) END,
                   CASE WHEN SUBSTR(:WS-NULOS, 4, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-JOB END,
                   CASE WHEN SUBSTR(:WS-NULOS, 5, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-EDLEVEL END,
                   CASE WHEN SUBSTR(:WS-NULOS, 6, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-SEX END,
                   CASE WHEN SUBSTR(:WS-NULOS, 7, 1) = '1'
                        THEN NULL ELSE DATE(:DCLEHIS-BIRTHDATE) END,
                   CASE WHEN SUBSTR(:WS-NULOS, 8, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-SALARY END,
                   CASE WHEN SUBSTR(:WS-NULOS, 9, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-BONUS END,
                   CASE WHEN SUBSTR(:WS-NULOS, 10, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-COMM END,
                   :DCLEHIS-TIPOCAMBIO,
                   :DCLEHIS-FECHACAMBIO,
                   CASE WHEN SUBSTR(:WS-NULOS, 11, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-USUARIOCAMBIO END,
                   CASE WHEN SUBSTR(:WS-NULOS, 12, 1) = '1'
                        THEN NULL ELSE DATE(:DCLEHIS-FECHABAJA) END,
                   CASE WHEN SUBSTR(:WS-NULOS, 13, 1) = '1'
                        THEN NULL ELSE :DCLEHIS-MOTIVOBAJA END
              )
           END-EXEC.

      *****************************************************************
      *                    2320-INSERTA-EHIS-EXIT                     *
      *****************************************************************
       2320-INSERTA-EHIS-EXIT.
           EXIT.
      *****************************************************************
      *                       2330-INSERTA-DEP                        *
      *****************************************************************
       2330-INSERTA-DEP.

           EXEC SQL
              INSERT INTO NEOSB36.DEPT
              (
                    DEPTNO,
                    DEPTNAME,
                    MGRNO,
                    ADMRDEPT,
                    LOCATION,
                    COMPANY
              )
              VALUES
              (
                   :DCLDEP-DEPTNO,
                   :DCLDEP-DEPTNAME,
                   CASE WHEN SUBSTR(:WS-NULOS, 1, 1) = '1'
                        THEN NULL ELSE :DCLDEP-MGRNO END,
                   :DCLDEP-ADMRDEPT,
                   CASE WHEN SUBSTR(:WS-NULOS, 2, 1) = '1'
                        THEN NULL ELSE :DCLDEP-LOCATION END,
                   :DCLDEP-COMPANY
              )
           END-EXEC.

      *****************************************************************
      *                     2330-INSERTA-DEP-EXIT                     *
      *****************************************************************
       2330-INSERTA-DEP-EXIT.
           EXIT.
      *****************************************************************
      *                       2340-INSERTA-DHIS                       *
      *****************************************************************
       2340-INSERTA-DHIS.

           EXEC SQL
              INSERT INTO NEOSB36.DEPT_HIST
              (
                    DEPTNO,
                    DEPTNAME,
                    MGRNO,
                    ADMRDEPT,
                    LOCATION,
                    TIPOCAMBIO,
                    FECHACAMBIO,
                    USUARIOCAMBIO
              )
              VALUES
              (
                   :DCLDHIS-DEPTNO,
                   :DCLDHIS-DEPTNAME,
                   CASE WHEN SUBSTR(:WS-NULOS, 1, 1) = '1'
                        THEN NULL ELSE :DCLDHIS-MGRNO END,
                   :DCLDHIS-ADMRDEPT,
                   CASE WHEN SUBSTR(:WS-NULOS, 2, 1) = '1'
                        THEN NULL ELSE :DCLDHIS-LOCATION END,
                   :DCLDHIS-TIPOCAMBIO,
                   :DCLDHIS-FECHACAMBIO,
                   CASE WHEN SUBSTR(:WS-NULOS, 3, 1) = '1'
                        THEN NULL ELSE :DCLDHIS-USUARIOCAMBIO END
              )
           END-EXEC.

      *****************************************************************
      *                    2340-INSERTA-DHIS-EXIT                     *
      *****************************************************************
       2340-INSERTA-DHIS-EXIT.
           EXIT.
      *****************************************************************
      *                       2350-INSERTA-BUD                        *
      *****************************************************************
       2350-INSERTA-BUD.

           EXEC SQL
              INSERT INTO NEOSB36.DEPT_BUDGET
              (
                    DEPTNO,
                    ANIO,
                    PRESUPUESTO,
                    CONSUMIDO
              )
              VALUES
              (
                   :DCLBUD-DEPTNO,
                   :DCLBUD-ANIO,
                   :DCLBUD-PRESUPUESTO,
                   :DCLBUD-CONSUMIDO
              )
           END-EXEC.

      *****************************************************************
      *                     2350-INSERTA-BUD-EXIT                     *
      *****************************************************************
       2350-INSERTA-BUD-EXIT.
           EXIT.
      *****************************************************************
      *                       2360-INSERTA-PCH                        *
      *****************************************************************
       2360-INSERTA-PCH.

           EXEC SQL
              INSERT INTO NEOSB36.PEND_CHANGES
              (
                    EMPNO,
                    FECHAEFECTIVA,
                    SEQNO,
                    WORKDEPT,
                    JOB,
                    PHONENO,
                    SALARY,
                    BONUS,
                    COMM,
                    PCTJORNADA,
                    ESTADO,
                    USUARIO,
                    FECHACARGA
              )
              VALUES
              (
                   :DCLPCH-EMPNO,
                   :DCLPCH-FECHAEFECTIVA,
                   :DCLPCH-SEQNO,
                   CASE WHEN SUBSTR(:WS-NULOS, 1, 1) = '1'
                        THEN NULL ELSE :DCLPCH-WORKDEPT END,
                   CASE WHEN SUBSTR(:WS-NULOS, 2, 1) = '1'
                        THEN NULL ELSE :DCLPCH-JOB END,
                   CASE WHEN SUBSTR(:WS-NULOS, 3, 1) = '1'
                        THEN NULL ELSE :DCLPCH-PHONENO END,
                   CASE WHEN SUBSTR(:WS-NULOS, 4, 1) = '1'
                        THEN NULL ELSE :DCLPCH-SALARY END,
                   CASE WHEN SUBSTR(:WS-NULOS, 5, 1) = '1'
                        THEN NULL ELSE :DCLPCH-BONUS END,
                   CASE WHEN SUBSTR(:WS-NULOS, 6, 1) = '1'
                        THEN NULL ELSE :DCLPCH-COMM END,
                   CASE WHEN SUBSTR(:WS-NULOS, 7, 1) = '1'
                        THEN NULL ELSE :DCLPCH-PCTJORNADA END,
                   :DCLPCH-ESTADO,
                   :DCLPCH-USUARIO,
                   :DCLPCH-FECHACARGA
              )
           END-EXEC.

      *****************************************************************
      *                     2360-INSERTA-PCH-EXIT                     *
      *****************************************************************
       2360-INSERTA-PCH-EXIT.
           EXIT.
      *****************************************************************
      *                     2400-CONTROLA-TABLA                       *
      *****************************************************************
       2400-CONTROLA-TABLA.

           IF CN-FILAS-TABLA NOT EQUAL RSP-TRL-CANTIDAD
              DISPLAY 'NERSP001: ' RSP-TABLA ' TRAILER='
                      RSP-TRL-CANTIDAD ' CARGADAS=' CN-FILAS-TABLA
              ADD CT-1                      TO CN-TABLAS-FALLADAS
              MOVE ZEROS                    TO CN-FILAS-CARGADAS
                                               CN-TABLAS
              SET SI-ERROR-RECARGA          TO TRUE
              MOVE 8                        TO RETURN-CODE
              EXEC SQL
                 ROLLBACK
              END-EXEC
              GO TO 2400-CONTROLA-TABLA-EXIT
           END-IF

           ADD CT-1                         TO CN-TABLAS

           DISPLAY 'NERSP001: ' RSP-TABLA ' RESTAURADA, FILAS '
                   CN-FILAS-TABLA.

      *****************************************************************
      *                   2400-CONTROLA-TABLA-EXIT                    *
      *****************************************************************
       2400-CONTROLA-TABLA-EXIT.
           EXIT.
      *****************************************************************
      *                      2950-CARGA-IMAGEN                        *
      *                                                               *
      *    - CARGA LA IMAGEN DEL DETALLE EN SU DCLGEN Y DEJA EN       *
      *      WS-VALOR-HASH LO QUE NERSP000 SUMO AL TRAILER POR ESA    *
      *      FILA                                                     *
      *****************************************************************
       2950-CARGA-IMAGEN.

           MOVE RSP-DET-NULOS               TO WS-NULOS
           MOVE ZEROS                       TO WS-EMPNO-NUM
                                               WS-VALOR-HASH

           EVALUATE IX-TAB
               WHEN 1
                    MOVE RSP-DET-IMAGEN     TO DCLEMP
                    MOVE DCLEMP-EMPNO       TO WS-EMPNO-NUM
               WHEN 2
                    MOVE RSP-DET-IMAGEN     TO DCLEHIS
                    MOVE DCLEHIS-EMPNO      TO WS-EMPNO-NUM
               WHEN 3
                    MOVE RSP-DET-IMAGEN     TO DCLDEP
                    MOVE DCLDEP-MGRNO       TO WS-EMPNO-NUM
               WHEN 4
                    MOVE RSP-DET-IMAGEN     TO DCLDHIS
                    MOVE DCLDHIS-MGRNO      TO WS-EMPNO-NUM
               WHEN 5
                    MOVE RSP-DET-IMAGEN     TO DCLBUD
                    MOVE DCLBUD-PRESUPUESTO TO WS-VALOR-HASH
                    GO TO 2950-CARGA-IMAGEN-EXIT
               WHEN 6
                    MOVE RSP-DET-IMAGEN     TO DCLPCH
                    MOVE DCLPCH-EMPNO       TO WS-EMPNO-NUM
           END-EVALUATE

           IF WS-EMPNO-NUM IS NUMERIC
              MOVE WS-EMPNO-NUM             TO WS-VALOR-HASH
           END-IF.

      *****************************************************************
      *                    2950-CARGA-IMAGEN-EXIT                     *
      *****************************************************************
       2950-CARGA-IMAGEN-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NERSP001              *'
           DISPLAY 'PASO DEL PUNTO:        ' WS-PASO
           DISPLAY 'MOMENTO DE LA TOMA:    ' WS-MOMENTO
           DISPLAY 'DETALLES LEIDOS:       ' CN-REGISTROS-LEIDOS
           DISPLAY 'FILAS RESTAURADAS:     ' CN-FILAS-CARGADAS
           DISPLAY 'TABLAS RESTAURADAS:    ' CN-TABLAS
           DISPLAY 'TABLAS CON ERROR:      ' CN-TABLAS-FALLADAS
           DISPLAY '***********************************************'

           PERFORM 9650-REGISTRA-FIN
              THRU 9650-REGISTRA-FIN-EXIT

           EXEC SQL
              COMMIT
           END-EXEC

           GOBACK.
      *****************************************************************
      *                        9500-ERROR-SQL                         *
      *                                                               *
      *    - NINGUNA TABLA QUEDA A MEDIO RESTAURAR: SE DESHACE TODA   *
      *      LA RECARGA. ANTE UN BLOQUEO CON REINTENTOS SE VUELVE A   *
      *      EMPEZAR DESDE EL PRIMER REGISTRO DE LA GENERACION        *
      *****************************************************************
       9500-ERROR-SQL.

           SET SI-ERROR-RECARGA             TO TRUE

           MOVE SQLCODE                     TO SQL0-SQLCODE
           MOVE SQLERRMC                    TO SQL0-SQLERRMC

           IF NOT SQL0-88-BLOQUEO
              EXEC SQL
                 ROLLBACK
              END-EXEC
           END-IF

           MOVE CT-PROGRAMA                 TO SQL0-PROGRAMA
           SET SQL0-88-BATCH                TO TRUE
           MOVE WS-TABLA-GRUPO              TO SQL0-TABLA
           MOVE WS-CLAVE-ERROR              TO SQL0-CLAVE

           CALL CT-NE9CSQL0 USING WS-NEECSQL0-01

           IF SQL0-88-REINTENTAR
              SET SI-REINICIO               TO TRUE
              GO TO 9500-ERROR-SQL-EXIT
           END-IF

           ADD CT-1                         TO CN-TABLAS-FALLADAS
           MOVE ZEROS                       TO CN-FILAS-CARGADAS
                                               CN-TABLAS
           MOVE 8                           TO RETURN-CODE

           DISPLAY 'NERSP001: RESTAURACION DESHECHA POR ERROR EN '
                   WS-TABLA-GRUPO

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
      *****************************************************************
      *                     9600-REGISTRA-INICIO                      *
      *                                                               *
      *    - REGISTRA LA ACCION DEL OPERADOR EN RUN_CONTROL. UNA      *
      *      RESTAURACION REPETIDA EN EL DIA SE PERMITE: LA DECIDE    *
      *      EL OPERADOR, NO EL REGISTRO DE CORRIDAS                  *
      *****************************************************************
       9600-REGISTRA-INICIO.

           INITIALIZE WS-NEECRUN0-01
           SET RUN0-88-INICIO               TO TRUE
           MOVE CT-PROGRAMA                 TO RUN0-PROGRAMA
           MOVE WS-FECHA-PROCESO-ISO        TO RUN0-FECHA-PROCESO

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

           IF RUN0-88-YA-COMPLETADA
              DISPLAY 'NERSP001: YA HUBO UNA RESTAURACION HOY - '
                      'SE CONTINUA POR DECISION DEL OPERADOR'
           END-IF.

      *****************************************************************
      *                  9600-REGISTRA-INICIO-EXIT                    *
      *****************************************************************
       9600-REGISTRA-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                       9650-REGISTRA-FIN                       *
      *****************************************************************
       9650-REGISTRA-FIN.

           SET RUN0-88-FIN                  TO TRUE
           MOVE CT-PROGRAMA                 TO RUN0-PROGRAMA
           MOVE WS-FECHA-PROCESO-ISO        TO RUN0-FECHA-PROCESO
           MOVE CN-REGISTROS-LEIDOS         TO RUN0-LEIDOS
           MOVE CN-FILAS-CARGADAS           TO RUN0-ESCRITOS
           MOVE CN-TABLAS-FALLADAS          TO RUN0-EXCEPCIONES
           MOVE RETURN-CODE                 TO RUN0-RETCODE

           CALL CT-NE9CRUN0 USING WS-NEECRUN0-01

      * LA RUTINA LLAMADA DEJA SU PROPIO RETURN-CODE AL VOLVER;
      * SE RESTAURA EL DE ESTA CORRIDA
           MOVE RUN0-RETCODE                TO RETURN-CODE.

      *****************************************************************
      *                    9650-REGISTRA-FIN-EXIT                     *
      *****************************************************************
       9650-REGISTRA-FIN-EXIT.
           EXIT.
