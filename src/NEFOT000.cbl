      *****************************************************************
      * Program name:    NEFOT000.                                    *
      * Original author: gforrich.                                    *
      *                                                               *
      * Maintenence Log                                               *
      * Date       Author        Maintenance Requirement.             *
      * ---------- ------------  -------------------------------------*
      * 15/10/2026 gforrich      Initial Version. Rebuilds the full   *
      *                          employee roster as it stood on the   *
      *                          PARMFOT as-of date: NEOSB36.EMP      *
      *                          rolled back through the EMP_HIST     *
      *                          before-images and, for dates older   *
      *                          than retention, through the ARCHSAL  *
      *                          archive generations.  Written in the *
      *                          S1DQ0010 layout (NETCEMP0 plus the   *
      *                          NETCTRL0 trailer) with the EMPSTATUS *
      *                          of the date in the free position 88. *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
      *                                                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NEFOT000.
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

           SELECT PARMFOT  ASSIGN TO PARMFOT
                           FILE STATUS IS FS-PARMFOT.

           SELECT ARCHSAL  ASSIGN TO ARCHSAL
                           FILE STATUS IS FS-ARCHSAL.

           SELECT SORTWORK ASSIGN TO SORTWK1.

           SELECT FOTOEMP  ASSIGN TO FOTOEMP
                           FILE STATUS IS FS-FOTOEMP.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
      *                                                               *
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *      FECHA DE LA FOTO (AAAA-MM-DD)                            *
      *****************************************************************
       FD  PARMFOT
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-PARMFOT.
           05 PARM-FECHA-FOTO               PIC X(10).

      *****************************************************************
      *      GENERACIONES DEL ARCHIVO DE EMP_HIST (NEHISA00)          *
      *****************************************************************
       FD  ARCHSAL
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 134 CHARACTERS.
       01  REG-ARCHSAL             PIC X(134).

      *****************************************************************
      *      IMAGENES ARCHIVADAS POSTERIORES A LA FECHA, ORDENADAS    *
      *      POR EMPLEADO Y FECHA DE CAMBIO (MISMO LARGO QUE DCLEHIS) *
      *****************************************************************
       SD  SORTWORK.
       01  REG-SORTWORK.
           05 SORT-EMPNO                    PIC X(06).
           05 FILLER                        PIC X(81).
           05 SORT-TIPOCAMBIO               PIC X(01).
           05 SORT-FECHACAMBIO              PIC X(26).
           05 FILLER                        PIC X(20).

       FD  FOTOEMP
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 090 CHARACTERS.
       01  REG-FOTOEMP             PIC X(90).

       WORKING-STORAGE SECTION.

       01  WS-VARIABLES.
           05 FS-PARMFOT                    PIC X(02) VALUE SPACES.
           05 FS-ARCHSAL                    PIC X(02) VALUE SPACES.
           05 FS-FOTOEMP                    PIC X(02) VALUE SPACES.
           05 WS-FECHA-FOTO                 PIC X(10) VALUE SPACES.
           05 WS-FECHA-FOTO-R REDEFINES WS-FECHA-FOTO.
              10 WS-FOTO-AAAA               PIC 9(04).
              10 FILLER                     PIC X(01).
              10 WS-FOTO-MM                 PIC 9(02).
              10 FILLER                     PIC X(01).
              10 WS-FOTO-DD                 PIC 9(02).
           05 WS-FECHA-VALIDADA             PIC X(10) VALUE SPACES.
           05 WS-PRIMER-CAMBIO              PIC X(10) VALUE SPACES.
           05 WS-CANT-HIST                  PIC S9(09) COMP VALUE ZERO.
           05 WS-HIS-TIPO                   PIC X(01) VALUE SPACES.
           05 WS-HIS-TIPO-ESTADO            PIC X(01) VALUE SPACES.
           05 WS-TIPO-ESTADO                PIC X(01) VALUE SPACES.
           05 WS-EMPSTATUS-FOTO             PIC X(01) VALUE SPACES.

      *****************************************************************
      *    GRUPO DEL ARCHIVO PARA UN EMPLEADO: LA PRIMERA IMAGEN       *
      *    POSTERIOR A LA FECHA Y EL PRIMER CAMBIO DE ESTADO           *
      *****************************************************************
           05 WS-ARC-GRUPO.
              10 WS-ARC-EMPNO               PIC X(06).
              10 WS-ARC-TIPO-ESTADO         PIC X(01).
              10 WS-ARC-IMAGEN.
                 15 ARC-EMPNO               PIC X(06).
                 15 ARC-FIRSTNME            PIC X(12).
                 15 ARC-MIDINIT             PIC X(01).
                 15 ARC-LASTNAME            PIC X(15).
                 15 ARC-WORKDEPT            PIC X(03).
                 15 ARC-PHONENO             PIC X(04).
                 15 ARC-HIREDATE            PIC X(10).
                 15 ARC-JOB                 PIC X(08).
                 15 ARC-EDLEVEL             PIC S9(04) COMP.
                 15 ARC-SEX                 PIC X(01).
                 15 ARC-BIRTHDATE           PIC X(10).
                 15 ARC-SALARY              PIC S9(07)V9(02) COMP-3.
                 15 ARC-BONUS               PIC S9(07)V9(02) COMP-3.
                 15 ARC-COMM                PIC S9(07)V9(02) COMP-3.
                 15 ARC-TIPOCAMBIO          PIC X(01).
                 15 ARC-FECHACAMBIO         PIC X(26).
                 15 FILLER                  PIC X(20).
           05 WS-SORT-LEIDO                 PIC X(134).
           05 WS-SORT-LEIDO-R REDEFINES WS-SORT-LEIDO.
              10 WS-SRT-EMPNO               PIC X(06).
              10 FILLER                     PIC X(81).
              10 WS-SRT-TIPOCAMBIO          PIC X(01).
              10 FILLER                     PIC X(46).

      *****************************************************************
      *                     DEFINICION DE SWITCHES                    *
      *****************************************************************
       01  SW-SWITCHES.
           05 SW-FIN-CURSOR                 PIC X(01) VALUE 'N'.
              88 SI-FIN-CURSOR                        VALUE 'S'.
           05 SW-FIN-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-FIN-ARCHIVO                       VALUE 'S'.
           05 SW-FIN-SORT                   PIC X(01) VALUE 'N'.
              88 SI-FIN-SORT                          VALUE 'S'.
           05 SW-FIN-GRUPO                  PIC X(01) VALUE 'N'.
              88 SI-FIN-GRUPO                         VALUE 'S'.
           05 SW-USA-ARCHIVO                PIC X(01) VALUE 'N'.
              88 SI-USA-ARCHIVO                       VALUE 'S'.
              88 NO-USA-ARCHIVO                       VALUE 'N'.
           05 SW-SQLCODE                    PIC S9(9) COMP.
              88 SQLCODE-88-OK                        VALUE 0.
              88 SQLCODE-88-NOTFND                    VALUE +100.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
       01  CT-CONSTANTES.
           05 CT-1                          PIC 9(01) VALUE 1.
           05 CT-EMPNO-TRAILER              PIC X(06) VALUE '999999'.
           05 CT-EMPNO-FIN                  PIC X(06) VALUE HIGH-VALUES.
           05 CT-SIN-FECHA                  PIC X(10)
                                            VALUE '9999-12-31'.
           05 CT-EMPSTATUS-ACTIVO           PIC X(01) VALUE 'A'.
           05 CT-EMPSTATUS-BAJA             PIC X(01) VALUE 'I'.
           05 CT-EMPSTATUS-LICENCIA         PIC X(01) VALUE 'L'.
           05 CT-TIPO-BAJA                  PIC X(01) VALUE 'D'.
           05 CT-TIPO-REINGRESO             PIC X(01) VALUE 'R'.
           05 CT-TIPO-LICENCIA              PIC X(01) VALUE 'L'.
           05 CT-TIPO-REGRESO               PIC X(01) VALUE 'V'.

      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
       01  CN-CONTADORES.
           05 CN-EMPLEADOS-LEIDOS           PIC 9(07).
           05 CN-REGISTROS-ESCRITOS         PIC 9(07).
           05 CN-NO-INGRESADOS              PIC 9(07).
           05 CN-DESDE-HISTORICO            PIC 9(07).
           05 CN-DESDE-ARCHIVO              PIC 9(07).
           05 CN-ARCHIVO-LEIDOS             PIC 9(07).
           05 CN-ARCHIVO-CLASIFICADOS       PIC 9(07).

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
      * REGISTRO DE EMPLEADO DEL EXTRACTO S1DQ0010 MAS EL ESTADO A LA
      * FECHA EN LA POSICION LIBRE DEL REGISTRO DE 90
       01  WS-ATMEMP-01.
           COPY NETCEMP0.
           05 FOT-EMPSTATUS                 PIC X(01).
           05 FILLER                        PIC X(02).
       01  WS-ATMEMP-02.
           COPY NETCTRL0.

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

      * CADA EMPLEADO CON SU IMAGEN VIGENTE, LA PRIMERA IMAGEN ANTERIOR
      * DE EMP_HIST POSTERIOR A LA FECHA (EL ESTADO QUE TENIA ESE DIA)
      * Y EL TIPO DEL PRIMER CAMBIO DE ESTADO POSTERIOR A LA FECHA
           EXEC SQL
              DECLARE CSR-FOT CURSOR FOR
              SELECT E.EMPNO,
                     E.FIRSTNME,
                     E.MIDINIT,
                     E.LASTNAME,
                     VALUE(E.WORKDEPT, ' '),
                     VALUE(E.PHONENO, ' '),
                     VALUE(E.HIREDATE, '0001-01-01'),
                     VALUE(E.JOB, ' '),
                     VALUE(E.EDLEVEL, 0),
                     VALUE(E.SEX, ' '),
                     VALUE(E.BIRTHDATE, '0001-01-01'),
                     VALUE(E.SALARY, 0),
                     VALUE(E.BONUS, 0),
                     VALUE(E.COMM, 0),
                     E.EMPSTATUS,
                     VALUE(H.TIPOCAMBIO, ' '),
                     VALUE(H.FIRSTNME, ' '),
                     VALUE(H.MIDINIT, ' '),
                     VALUE(H.LASTNAME, ' '),
                     VALUE(H.WORKDEPT, ' '),
                     VALUE(H.PHONENO, ' '),
                     VALUE(H.HIREDATE, '0001-01-01'),
                     VALUE(H.JOB, ' '),
                     VALUE(H.EDLEVEL, 0),
                     VALUE(H.SEX, ' '),
                     VALUE(H.BIRTHDATE, '0001-01-01'),
                     VALUE(H.SALARY, 0),
                     VALUE(H.BONUS, 0),
                     VALUE(H.COMM, 0),
                     VALUE((SELECT MIN(S.TIPOCAMBIO)
                              FROM NEOSB36.EMP_HIST AS S
                             WHERE S.EMPNO = E.EMPNO
                               AND S.FECHACAMBIO =
                                   (SELECT MIN(S2.FECHACAMBIO)
                                      FROM NEOSB36.EMP_HIST AS S2
                                     WHERE S2.EMPNO = E.EMPNO
                                       AND DATE(S2.FECHACAMBIO) >
                                           :WS-FECHA-FOTO
                                       AND S2.TIPOCAMBIO IN
                                           ('D', 'L', 'R', 'V'))),
                           ' ')
                FROM NEOSB36.EMP AS E
                LEFT OUTER JOIN NEOSB36.EMP_HIST AS H
                     ON H.EMPNO = E.EMPNO
                    AND H.FECHACAMBIO =
                        (SELECT MIN(H2.FECHACAMBIO)
                           FROM NEOSB36.EMP_HIST AS H2
                          WHERE H2.EMPNO = E.EMPNO
                            AND DATE(H2.FECHACAMBIO) > :WS-FECHA-FOTO)
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

           SORT SORTWORK
              ON ASCENDING KEY SORT-EMPNO
                               SORT-FECHACAMBIO
              INPUT  PROCEDURE IS 2000-CARGA-SORT
                         THRU  2000-CARGA-SORT-EXIT
              OUTPUT PROCEDURE IS 3000-ARMA-FOTO
                         THRU  3000-ARMA-FOTO-EXIT

           PERFORM 4000-FIN.

      *****************************************************************
      *                           1000-INICIO                         *
      *****************************************************************
       1000-INICIO.

           INITIALIZE  CN-CONTADORES

           OPEN INPUT  PARMFOT

           IF FS-PARMFOT NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR PARMFOT. FILE STATUS=' FS-PARMFOT
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           READ PARMFOT
                AT END
                DISPLAY 'ERROR: PARMFOT SIN FECHA DE LA FOTO'
                MOVE 8                       TO RETURN-CODE
                CLOSE PARMFOT
                GOBACK
           END-READ

           MOVE PARM-FECHA-FOTO             TO WS-FECHA-FOTO

           CLOSE PARMFOT

           PERFORM 1100-VALIDA-FECHA
              THRU 1100-VALIDA-FECHA-EXIT

           PERFORM 1200-VERIFICA-RETENCION
              THRU 1200-VERIFICA-RETENCION-EXIT

           OPEN OUTPUT FOTOEMP

           IF FS-FOTOEMP NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR FOTOEMP. FILE STATUS=' FS-FOTOEMP
              MOVE 8                         TO RETURN-CODE
              IF SI-USA-ARCHIVO
                 CLOSE ARCHSAL
              END-IF
              GOBACK
           END-IF.

      *****************************************************************
      *                         1000-INICIO-EXIT                      *
      *****************************************************************
       1000-INICIO-EXIT.
           EXIT.
      *****************************************************************
      *                      1100-VALIDA-FECHA                        *
      *                                                                *
      *    - LA FECHA DE LA TARJETA DEBE SER UNA FECHA ISO VALIDA      *
      *****************************************************************
       1100-VALIDA-FECHA.

           IF WS-FOTO-AAAA IS NOT NUMERIC
              OR WS-FOTO-MM IS NOT NUMERIC
              OR WS-FOTO-DD IS NOT NUMERIC
              DISPLAY 'ERROR: FECHA INVALIDA EN PARMFOT: '
                      WS-FECHA-FOTO
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           EXEC SQL
              SELECT CHAR(DATE(:WS-FECHA-FOTO), ISO)
                INTO :WS-FECHA-VALIDADA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR: FECHA INVALIDA EN PARMFOT: '
                      WS-FECHA-FOTO ' SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                    1100-VALIDA-FECHA-EXIT                     *
      *****************************************************************
       1100-VALIDA-FECHA-EXIT.
           EXIT.
      *****************************************************************
      *                   1200-VERIFICA-RETENCION                     *
      *                                                                *
      *    - NEHISA00 SOLO ARCHIVA FILAS ANTERIORES A LA MAS VIEJA     *
      *      QUE QUEDA EN EMP_HIST: SI LA FECHA NO ES ANTERIOR A ESA   *
      *      FILA NINGUNA IMAGEN ARCHIVADA ES POSTERIOR A LA FECHA Y   *
      *      EL ARCHIVO NO HACE FALTA                                  *
      *****************************************************************
       1200-VERIFICA-RETENCION.

           SET NO-USA-ARCHIVO               TO TRUE

           EXEC SQL
              SELECT COUNT(*),
                     CHAR(VALUE(DATE(MIN(FECHACAMBIO)),
                                DATE(:CT-SIN-FECHA)), ISO)
                INTO :WS-CANT-HIST,
                     :WS-PRIMER-CAMBIO
                FROM NEOSB36.EMP_HIST
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              DISPLAY 'ERROR LEYENDO EMP_HIST. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF

           IF WS-FECHA-FOTO IS NOT LESS THAN WS-PRIMER-CAMBIO
              GO TO 1200-VERIFICA-RETENCION-EXIT
           END-IF

           SET SI-USA-ARCHIVO               TO TRUE

           OPEN INPUT ARCHSAL

           IF FS-ARCHSAL NOT EQUAL '00'
              DISPLAY 'ERROR: LA FECHA ' WS-FECHA-FOTO
                      ' ES ANTERIOR A LA RETENCION DE EMP_HIST ('
                      WS-PRIMER-CAMBIO ') Y NO SE PUDO ABRIR '
                      'ARCHSAL. FILE STATUS=' FS-ARCHSAL
              MOVE 8                         TO RETURN-CODE
              GOBACK
           END-IF.

      *****************************************************************
      *                 1200-VERIFICA-RETENCION-EXIT                  *
      *****************************************************************
       1200-VERIFICA-RETENCION-EXIT.
           EXIT.
      *****************************************************************
      *                       2000-CARGA-SORT                         *
      *                                                                *
      *    - DE LAS GENERACIONES DEL ARCHIVO SOLO INTERESAN LAS        *
      *      IMAGENES DE CAMBIOS POSTERIORES A LA FECHA; EL ORDEN      *
      *      ENTRE GENERACIONES LO RESUELVE EL SORT                    *
      *****************************************************************
       2000-CARGA-SORT.

           IF NO-USA-ARCHIVO
              GO TO 2000-CARGA-SORT-EXIT
           END-IF

           PERFORM 2100-LEER-ARCHIVO
              THRU 2100-LEER-ARCHIVO-EXIT

           PERFORM 2200-LIBERA-REGISTRO
              THRU 2200-LIBERA-REGISTRO-EXIT
              UNTIL SI-FIN-ARCHIVO.

      *****************************************************************
      *                     2000-CARGA-SORT-EXIT                      *
      *****************************************************************
       2000-CARGA-SORT-EXIT.
           EXIT.
      *****************************************************************
      *                       2100-LEER-ARCHIVO                       *
      *****************************************************************
       2100-LEER-ARCHIVO.

           READ ARCHSAL INTO DCLEHIS
                AT END
                SET SI-FIN-ARCHIVO          TO TRUE
           END-READ

           IF NOT SI-FIN-ARCHIVO
              ADD CT-1                      TO CN-ARCHIVO-LEIDOS
           END-IF.

      *****************************************************************
      *                    2100-LEER-ARCHIVO-EXIT                     *
      *****************************************************************
       2100-LEER-ARCHIVO-EXIT.
           EXIT.
      *****************************************************************
      *                     2200-LIBERA-REGISTRO                      *
      *****************************************************************
       2200-LIBERA-REGISTRO.

           IF DCLEHIS-FECHACAMBIO(1:10) IS GREATER THAN WS-FECHA-FOTO
              RELEASE REG-SORTWORK FROM DCLEHIS
              ADD CT-1                      TO CN-ARCHIVO-CLASIFICADOS
           END-IF

           PERFORM 2100-LEER-ARCHIVO
              THRU 2100-LEER-ARCHIVO-EXIT.

      *****************************************************************
      *                   2200-LIBERA-REGISTRO-EXIT                   *
      *****************************************************************
       2200-LIBERA-REGISTRO-EXIT.
           EXIT.
      *****************************************************************
      *                        3000-ARMA-FOTO                         *
      *                                                                *
      *    - APAREO DE LOS EMPLEADOS DE EMP (POR EMPNO) CON LOS        *
      *      GRUPOS DEL ARCHIVO CLASIFICADO                            *
      *****************************************************************
       3000-ARMA-FOTO.

           EXEC SQL
              OPEN CSR-FOT
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              DISPLAY 'ERROR ABRIENDO CURSOR FOT. SQLCODE: ' SQLCODE
              MOVE 8                         TO RETURN-CODE
              GO TO 3000-ARMA-FOTO-EXIT
           END-IF

           PERFORM 3050-RETORNA-SORT
              THRU 3050-RETORNA-SORT-EXIT

           PERFORM 3200-ARMA-GRUPO-ARCHIVO
              THRU 3200-ARMA-GRUPO-ARCHIVO-EXIT

           PERFORM 3100-FETCH-EMPLEADO
              THRU 3100-FETCH-EMPLEADO-EXIT

           PERFORM 3300-PROCESA-EMPLEADO
              THRU 3300-PROCESA-EMPLEADO-EXIT
              UNTIL SI-FIN-CURSOR

           EXEC SQL
              CLOSE CSR-FOT
           END-EXEC.

      *****************************************************************
      *                      3000-ARMA-FOTO-EXIT                      *
      *****************************************************************
       3000-ARMA-FOTO-EXIT.
           EXIT.
      *****************************************************************
      *                      3050-RETORNA-SORT                        *
      *****************************************************************
       3050-RETORNA-SORT.

           RETURN SORTWORK INTO WS-SORT-LEIDO
              AT END
                 SET SI-FIN-SORT            TO TRUE
           END-RETURN.

      *****************************************************************
      *                    3050-RETORNA-SORT-EXIT                     *
      *****************************************************************
       3050-RETORNA-SORT-EXIT.
           EXIT.
      *****************************************************************
      *                     3100-FETCH-EMPLEADO                       *
      *****************************************************************
       3100-FETCH-EMPLEADO.

           EXEC SQL
              FETCH CSR-FOT
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
                    :WS-HIS-TIPO,
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
                    :WS-HIS-TIPO-ESTADO
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD CT-1                TO CN-EMPLEADOS-LEIDOS
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    DISPLAY 'ERROR EN FETCH FOT. SQLCODE: ' SQLCODE
                    MOVE 8                  TO RETURN-CODE
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

      *****************************************************************
      *                   3100-FETCH-EMPLEADO-EXIT                    *
      *****************************************************************
       3100-FETCH-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                   3200-ARMA-GRUPO-ARCHIVO                     *
      *                                                                *
      *    - TOMA LA PRIMERA IMAGEN DEL EMPLEADO SIGUIENTE (LA MAS     *
      *      CERCANA A LA FECHA) Y RECORRE EL RESTO DE SUS IMAGENES    *
      *      BUSCANDO EL PRIMER CAMBIO DE ESTADO                       *
      *****************************************************************
       3200-ARMA-GRUPO-ARCHIVO.

           IF SI-FIN-SORT
              MOVE CT-EMPNO-FIN             TO WS-ARC-EMPNO
              GO TO 3200-ARMA-GRUPO-ARCHIVO-EXIT
           END-IF

           MOVE WS-SORT-LEIDO               TO WS-ARC-IMAGEN
           MOVE WS-SRT-EMPNO                TO WS-ARC-EMPNO
           MOVE SPACES                      TO WS-ARC-TIPO-ESTADO
           MOVE 'N'                         TO SW-FIN-GRUPO

           PERFORM 3210-RECORRE-GRUPO
              THRU 3210-RECORRE-GRUPO-EXIT
              UNTIL SI-FIN-GRUPO.

      *****************************************************************
      *                 3200-ARMA-GRUPO-ARCHIVO-EXIT                  *
      *****************************************************************
       3200-ARMA-GRUPO-ARCHIVO-EXIT.
           EXIT.
      *****************************************************************
      *                     3210-RECORRE-GRUPO                        *
      *****************************************************************
       3210-RECORRE-GRUPO.

           IF WS-ARC-TIPO-ESTADO EQUAL SPACES
              IF WS-SRT-TIPOCAMBIO EQUAL CT-TIPO-BAJA
                 OR WS-SRT-TIPOCAMBIO EQUAL CT-TIPO-LICENCIA
                 OR WS-SRT-TIPOCAMBIO EQUAL CT-TIPO-REINGRESO
                 OR WS-SRT-TIPOCAMBIO EQUAL CT-TIPO-REGRESO
                 MOVE WS-SRT-TIPOCAMBIO     TO WS-ARC-TIPO-ESTADO
              END-IF
           END-IF

           PERFORM 3050-RETORNA-SORT
              THRU 3050-RETORNA-SORT-EXIT

           IF SI-FIN-SORT
              OR WS-SRT-EMPNO NOT EQUAL WS-ARC-EMPNO
              SET SI-FIN-GRUPO              TO TRUE
           END-IF.

      *****************************************************************
      *                   3210-RECORRE-GRUPO-EXIT                     *
      *****************************************************************
       3210-RECORRE-GRUPO-EXIT.
           EXIT.
      *****************************************************************
      *                    3300-PROCESA-EMPLEADO                      *
      *****************************************************************
       3300-PROCESA-EMPLEADO.

      * LOS GRUPOS DE EMPLEADOS QUE YA NO ESTAN EN EMP SE DESCARTAN
           PERFORM 3200-ARMA-GRUPO-ARCHIVO
              THRU 3200-ARMA-GRUPO-ARCHIVO-EXIT
              UNTIL WS-ARC-EMPNO IS NOT LESS THAN DCLEMP-EMPNO

           PERFORM 3400-IMAGEN-A-FECHA
              THRU 3400-IMAGEN-A-FECHA-EXIT

      * QUIEN INGRESO DESPUES DE LA FECHA NO ESTABA EN LA NOMINA
           IF EMP-HIREDATE IS GREATER THAN WS-FECHA-FOTO
              ADD CT-1                      TO CN-NO-INGRESADOS
           ELSE
              WRITE REG-FOTOEMP FROM WS-ATMEMP-01
              ADD CT-1                      TO CN-REGISTROS-ESCRITOS
           END-IF

           PERFORM 3100-FETCH-EMPLEADO
              THRU 3100-FETCH-EMPLEADO-EXIT.

      *****************************************************************
      *                  3300-PROCESA-EMPLEADO-EXIT                   *
      *****************************************************************
       3300-PROCESA-EMPLEADO-EXIT.
           EXIT.
      *****************************************************************
      *                     3400-IMAGEN-A-FECHA                       *
      *                                                                *
      *    - LA IMAGEN ANTERIOR AL PRIMER CAMBIO POSTERIOR A LA FECHA  *
      *      ES EL REGISTRO COMO ESTABA ESE DIA: PRIMERO EL ARCHIVO    *
      *      (CAMBIOS MAS VIEJOS), LUEGO EMP_HIST Y SI NO HUBO         *
      *      CAMBIOS LA FILA VIGENTE.  EL ESTADO SALE DEL PRIMER       *
      *      CAMBIO DE ESTADO POSTERIOR: 'D' Y 'L' SE GRABAN SOBRE     *
      *      ACTIVOS, 'R' SOBRE BAJAS Y 'V' SOBRE LICENCIAS.           *
      *****************************************************************
       3400-IMAGEN-A-FECHA.

           MOVE SPACES                      TO WS-ATMEMP-01

           EVALUATE TRUE
               WHEN WS-ARC-EMPNO EQUAL DCLEMP-EMPNO
                    MOVE ARC-FIRSTNME       TO EMP-FIRSTNME
                    MOVE ARC-MIDINIT        TO EMP-MIDINIT
                    MOVE ARC-LASTNAME       TO EMP-LASTNAME
                    MOVE ARC-WORKDEPT       TO EMP-WORKDEPT
                    MOVE ARC-PHONENO        TO EMP-PHONENO
                    MOVE ARC-HIREDATE       TO EMP-HIREDATE
                    MOVE ARC-JOB            TO EMP-JOB
                    MOVE ARC-EDLEVEL        TO EMP-EDLEVEL
                    MOVE ARC-SEX            TO EMP-SEX
                    MOVE ARC-BIRTHDATE      TO EMP-BIRTHDATE
                    MOVE ARC-SALARY         TO EMP-SALARY
                    MOVE ARC-BONUS          TO EMP-BONUS
                    MOVE ARC-COMM           TO EMP-COMM
                    ADD CT-1                TO CN-DESDE-ARCHIVO
               WHEN WS-HIS-TIPO NOT EQUAL SPACES
                    MOVE DCLEHIS-FIRSTNME   TO EMP-FIRSTNME
                    MOVE DCLEHIS-MIDINIT    TO EMP-MIDINIT
                    MOVE DCLEHIS-LASTNAME   TO EMP-LASTNAME
                    MOVE DCLEHIS-WORKDEPT   TO EMP-WORKDEPT
                    MOVE DCLEHIS-PHONENO    TO EMP-PHONENO
                    MOVE DCLEHIS-HIREDATE   TO EMP-HIREDATE
                    MOVE DCLEHIS-JOB        TO EMP-JOB
                    MOVE DCLEHIS-EDLEVEL    TO EMP-EDLEVEL
                    MOVE DCLEHIS-SEX        TO EMP-SEX
                    MOVE DCLEHIS-BIRTHDATE  TO EMP-BIRTHDATE
                    MOVE DCLEHIS-SALARY     TO EMP-SALARY
                    MOVE DCLEHIS-BONUS      TO EMP-BONUS
                    MOVE DCLEHIS-COMM       TO EMP-COMM
                    ADD CT-1                TO CN-DESDE-HISTORICO
               WHEN OTHER
                    MOVE DCLEMP-FIRSTNME    TO EMP-FIRSTNME
                    MOVE DCLEMP-MIDINIT     TO EMP-MIDINIT
                    MOVE DCLEMP-LASTNAME    TO EMP-LASTNAME
                    MOVE DCLEMP-WORKDEPT    TO EMP-WORKDEPT
                    MOVE DCLEMP-PHONENO     TO EMP-PHONENO
                    MOVE DCLEMP-HIREDATE    TO EMP-HIREDATE
                    MOVE DCLEMP-JOB         TO EMP-JOB
                    MOVE DCLEMP-EDLEVEL     TO EMP-EDLEVEL
                    MOVE DCLEMP-SEX         TO EMP-SEX
                    MOVE DCLEMP-BIRTHDATE   TO EMP-BIRTHDATE
                    MOVE DCLEMP-SALARY      TO EMP-SALARY
                    MOVE DCLEMP-BONUS       TO EMP-BONUS
                    MOVE DCLEMP-COMM        TO EMP-COMM
           END-EVALUATE

           MOVE DCLEMP-EMPNO                TO EMP-EMPNO

           MOVE SPACES                      TO WS-TIPO-ESTADO
           IF WS-ARC-EMPNO EQUAL DCLEMP-EMPNO
              MOVE WS-ARC-TIPO-ESTADO       TO WS-TIPO-ESTADO
           END-IF
           IF WS-TIPO-ESTADO EQUAL SPACES
              MOVE WS-HIS-TIPO-ESTADO       TO WS-TIPO-ESTADO
           END-IF

           EVALUATE WS-TIPO-ESTADO
               WHEN CT-TIPO-BAJA
               WHEN CT-TIPO-LICENCIA
                    MOVE CT-EMPSTATUS-ACTIVO    TO WS-EMPSTATUS-FOTO
               WHEN CT-TIPO-REINGRESO
                    MOVE CT-EMPSTATUS-BAJA      TO WS-EMPSTATUS-FOTO
               WHEN CT-TIPO-REGRESO
                    MOVE CT-EMPSTATUS-LICENCIA  TO WS-EMPSTATUS-FOTO
               WHEN OTHER
                    MOVE DCLEMP-EMPSTATUS       TO WS-EMPSTATUS-FOTO
           END-EVALUATE

           MOVE WS-EMPSTATUS-FOTO           TO FOT-EMPSTATUS.

      *****************************************************************
      *                   3400-IMAGEN-A-FECHA-EXIT                    *
      *****************************************************************
       3400-IMAGEN-A-FECHA-EXIT.
           EXIT.
      *****************************************************************
      *                              4000-FIN                         *
      *****************************************************************
       4000-FIN.

           INITIALIZE WS-ATMEMP-02

           MOVE CT-EMPNO-TRAILER            TO TRL-EMPNO
           MOVE CN-REGISTROS-ESCRITOS       TO TRL-CANT-REGISTROS
           MOVE WS-FOTO-AAAA                TO TRL-FECHA-AAAA
           MOVE WS-FOTO-MM                  TO TRL-FECHA-MM
           MOVE WS-FOTO-DD                  TO TRL-FECHA-DD

           WRITE REG-FOTOEMP FROM WS-ATMEMP-02

           DISPLAY '***********************************************'
           DISPLAY '*              PROGRAMA NEFOT000              *'
           DISPLAY 'FECHA DE LA FOTO:        ' WS-FECHA-FOTO
           DISPLAY 'EMPLEADOS LEIDOS:        ' CN-EMPLEADOS-LEIDOS
           DISPLAY 'REGISTROS ESCRITOS:      ' CN-REGISTROS-ESCRITOS
           DISPLAY 'INGRESADOS DESPUES:      ' CN-NO-INGRESADOS
           DISPLAY 'IMAGENES DE EMP_HIST:    ' CN-DESDE-HISTORICO
           DISPLAY 'IMAGENES DEL ARCHIVO:    ' CN-DESDE-ARCHIVO
           DISPLAY 'ARCHSAL LEIDOS:          ' CN-ARCHIVO-LEIDOS
           DISPLAY 'ARCHSAL CLASIFICADOS:    ' CN-ARCHIVO-CLASIFICADOS
           DISPLAY '***********************************************'

           IF SI-USA-ARCHIVO
              CLOSE ARCHSAL
           END-IF

           CLOSE FOTOEMP

           GOBACK.
