      *                          NECLA000, class 'S') use the        *
      *                          PARMSENS bands; everyone else the   *
      *                          general PARMSEN bands.              *
      * 15/10/2026 gforrich      Merit matrix: the latest rating and *
      *                          range quartile (CALIFEMP extract    *
      *                          from NERTG000) select a percentage  *
      *                          of the PARMMER matrix that is added *
      *                          to the salary increase and carried  *
      *                          apart in 0001-MERITO-INC.           *
      * 15/10/2026 gforrich      RETENAUM extract of the employees    *
      *                          whose increase was held by the       *
      *                          probation window or the department   *
      *                          budget control, for the NERSK000     *
      *                          retention risk watch list.           *
      *****************************************************************
      *****************************************************************
      *                                                               *
           SELECT CLASEMP  ASSIGN TO CLASEMP
                           FILE STATUS IS FS-CLASEMP.

           SELECT CALIFEMP ASSIGN TO CALIFEMP
                           FILE STATUS IS FS-CALIFEMP.

           SELECT PARMPART ASSIGN TO PARMPART
                           FILE STATUS IS FS-PARMPART.


           SELECT PARTCTRL ASSIGN TO PARTCTRL
                           FILE STATUS IS FS-PARTCTRL.

           SELECT RETENAUM ASSIGN TO RETENAUM
                           FILE STATUS IS FS-RETENAUM.
      *****************************************************************
      *                                                               *
      *                      D A T A   D I V I S I O N                *
           05 CLA-CLASE                   PIC X(01).
           05 FILLER                      PIC X(03).

      *****************************************************************
      *      CALIFICACION Y CUARTIL DE RANGO DE CADA EMPLEADO         *
      *      (EXTRACTO NERTG000)                                      *
      *****************************************************************
       FD  CALIFEMP
           RECORDING MODE IS F
           RECORD CONTAINS 010 CHARACTERS.
       01  REG-CALIFEMP.
           05 CAL-EMPNO                   PIC X(06).
           05 CAL-CALIFICACION            PIC 9(01).
           05 CAL-CUARTIL                 PIC 9(01).
           05 FILLER                      PIC X(02).

      *****************************************************************
      *      RANGO DE EMPNO DE LA PARTICION (MODO PARALELO)           *
      *****************************************************************
           05 PCT-HASH-AUMENTOS           PIC 9(13)V9(02).
           05 FILLER                      PIC X(15).

      *****************************************************************
      *      AUMENTOS RETENIDOS POR PROBATION O POR PRESUPUESTO,      *
      *      PARA EL INDICE DE RIESGO DE RETENCION (NERSK000)         *
      *****************************************************************
       FD  RETENAUM
           RECORDING MODE IS F
           RECORD CONTAINS 040 CHARACTERS.
       01  REG-RETENAUM            PIC X(40).

       WORKING-STORAGE SECTION.
       
       01  WS-VARIABLES.
           05 FS-PARMPART                   PIC X(02) VALUE SPACES.
           05 FS-PENDSEQ                    PIC X(02) VALUE SPACES.
           05 FS-PARTCTRL                   PIC X(02) VALUE SPACES.
           05 FS-RETENAUM                   PIC X(02) VALUE SPACES.
           05 WS-PART-DESDE                 PIC X(06) VALUE SPACES.
           05 WS-PART-HASTA                 PIC X(06) VALUE SPACES.
           05 WS-PART-NUMERO                PIC 9(02) VALUE ZERO.
           05 WS-IX-CLA                     PIC 9(05) VALUE ZERO.
           05 WS-CLASE-EMP                  PIC X(01) VALUE SPACES.
           05 WS-DIAS-PREVIOS-EMP           PIC 9(07) VALUE ZERO.
           05 FS-CALIFEMP                   PIC X(02) VALUE SPACES.
           05 WS-IX-CAL                     PIC 9(05) VALUE ZERO.
           05 WS-CALIFICACION-EMP           PIC 9(01) VALUE ZERO.
           05 WS-CUARTIL-EMP                PIC 9(01) VALUE ZERO.
           05 WS-PCT-MERITO                 PIC 9V9(03) VALUE ZERO.
           05 WS-MERITO-INC                 PIC S9(09)V9(02) COMP-3
                                            VALUE ZERO.

           05 SW-BANDAS-VALIDAS             PIC X(01) VALUE 'S'.
              88 SI-BANDAS-VALIDAS                    VALUE 'S'.
           05 SW-MODO-PARTICION             PIC X(01) VALUE 'N'.
              88 SI-MODO-PARTICION                   VALUE 'S'.

           05 SW-FIN-CALIF                  PIC X(01) VALUE 'N'.
              88 SI-FIN-CALIF                        VALUE 'S'.

           05 SW-CAL-HALLADO                PIC X(01) VALUE 'N'.
              88 SI-CAL-HALLADO                      VALUE 'S'.
              88 NO-CAL-HALLADO                      VALUE 'N'.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
      *****************************************************************
           05 CT-PRM-PARMVEN                PIC X(08) VALUE 'PARMVEN'.
           05 CT-PRM-PARMPRB                PIC X(08) VALUE 'PARMPRB'.
           05 CT-PRM-PARMSENS               PIC X(08) VALUE 'PARMSENS'.
           05 CT-PRM-PARMMER                PIC X(08) VALUE 'PARMMER'.
      *****************************************************************
      *                    DEFINICION DE CONTADORES                   *
      *****************************************************************
           05 CN-PENDIENTES-PRESUPUESTO     PIC 9(05).
           05 CN-REGISTROS-PROBATION        PIC 9(05).
           05 CN-FUERA-DE-RANGO             PIC 9(05).
           05 CN-AUMENTO-MERITO             PIC 9(05).
           05 CN-REGISTROS-RETENIDOS        PIC 9(05).
           05 CN-HASH-AUMENTOS              PIC 9(13)V9(02) COMP-3.

      *****************************************************************
              10 TB-CLA-EMPNO               PIC X(06).
              10 TB-CLA-CLASE               PIC X(01).

      *****************************************************************
      *     CALIFICACION Y CUARTIL DE CADA EMPLEADO (DE CALIFEMP)     *
      *****************************************************************
       01  TB-CALIFICACIONES.
           05 TB-CANT-CAL                   PIC 9(05) VALUE ZERO.
           05 TB-CAL-ELEM OCCURS 5000 TIMES
                          INDEXED BY IX-CAL.
              10 TB-CAL-EMPNO               PIC X(06).
              10 TB-CAL-CALIFICACION        PIC 9(01).
              10 TB-CAL-CUARTIL             PIC 9(01).

      *****************************************************************
      *     MATRIZ DE MERITO (PARMMER): UNA FILA POR CALIFICACION     *
      *     1 A 5 Y UN PORCENTAJE POR CUARTIL DEL RANGO SALARIAL      *
      *****************************************************************
       01  TB-MATRIZ-MERITO.
           05 TB-CANT-MERITO                PIC 9(02) VALUE ZERO.
           05 TB-MER-FILA OCCURS 5 TIMES
                          INDEXED BY IX-MER-FILA.
              10 TB-MER-PCT                 PIC 9V9(03)
                                            OCCURS 4 TIMES
                                            INDEXED BY IX-MER-COL.

      *****************************************************************
      *                     DEFINICION DE COPYBOOKS                   *
      *****************************************************************
           COPY NEEC0001.
       01  WS-NEECAPR0-01.
           COPY NEECAPR0.
       01  WS-NETCRTA0-01.
           COPY NETCRTA0.
       01  WS-WMECRET0-01.
           COPY NEECRET0.
       01  WS-NEECSIM0-01.
       01  WS-LINEA-PARM-PRB REDEFINES WS-LINEA-PARM.
           05 WS-LP-PROBATION               PIC 9(05).
           05 FILLER                        PIC X(15).
       01  WS-LINEA-PARM-MER REDEFINES WS-LINEA-PARM.
           05 WS-LP-MER-CALIF               PIC 9(01).
           05 WS-LP-MER-PCT                 PIC 9V9(03)
                                            OCCURS 4 TIMES.
           05 FILLER                        PIC X(03).



       1000-INICIO.

           INITIALIZE  CN-CONTADORES
           MOVE SPACES                      TO WS-NETCRTA0-01

           PERFORM 1050-CARGA-PARTICION
              THRU 1050-CARGA-PARTICION-EXIT
              STOP RUN
           END-IF

      * EN MODO PARTICION CADA PARTICION GRABA SU PROPIA PORCION DE
      * RETENAUM, IGUAL QUE S1DQ0010
           OPEN OUTPUT RETENAUM

           IF FS-RETENAUM NOT EQUAL '00'
              DISPLAY 'ERROR AL ABRIR RETENAUM. FILE STATUS='
                      FS-RETENAUM
              MOVE 8                         TO RETURN-CODE
              CLOSE E1DQ0010
                    S1DQ0010
                    EXCDEMO1
                    PENDAPRO
              STOP RUN
           END-IF

           IF SI-MODO-PARTICION
              OPEN OUTPUT PENDSEQ

                       S1DQ0010
                       EXCDEMO1
                       PENDAPRO
                       RETENAUM
                 STOP RUN
              END-IF

                       S1DQ0010
                       EXCDEMO1
                       PENDAPRO
                       RETENAUM
                       PENDSEQ
                 STOP RUN
              END-IF
           PERFORM 1880-CARGA-CLASES
              THRU 1880-CARGA-CLASES-EXIT

           PERFORM 1900-CARGA-CALIFICACIONES
              THRU 1900-CARGA-CALIFICACIONES-EXIT

           PERFORM 1920-CARGA-MATRIZ-MERITO
              THRU 1920-CARGA-MATRIZ-MERITO-EXIT

           PERFORM 1100-LEER-ARCHIVO
              THRU 1100-LEER-ARCHIVO-EXIT.

       1896-COMPARA-CLASE-EXIT.
           EXIT.
      *****************************************************************
      *                  1900-CARGA-CALIFICACIONES                    *
      *                                                                *
      *    - CARGA LA ULTIMA CALIFICACION Y EL CUARTIL DE RANGO DE     *
      *      CADA EMPLEADO DESDE EL EXTRACTO DE NERTG000.  EL ARCHIVO  *
      *      ES OPCIONAL: SIN CALIFEMP NO HAY AUMENTO POR MERITO       *
      *****************************************************************
       1900-CARGA-CALIFICACIONES.

           OPEN INPUT CALIFEMP

           IF FS-CALIFEMP NOT EQUAL '00'
              GO TO 1900-CARGA-CALIFICACIONES-EXIT
           END-IF

           PERFORM 1905-LEE-CALIFEMP
              THRU 1905-LEE-CALIFEMP-EXIT

           PERFORM 1910-CARGA-UNA-CALIFICACION
              THRU 1910-CARGA-UNA-CALIFICACION-EXIT
              UNTIL SI-FIN-CALIF

           CLOSE CALIFEMP.

      *****************************************************************
      *               1900-CARGA-CALIFICACIONES-EXIT                  *
      *****************************************************************
       1900-CARGA-CALIFICACIONES-EXIT.
           EXIT.
      *****************************************************************
      *                      1905-LEE-CALIFEMP                        *
      *****************************************************************
       1905-LEE-CALIFEMP.

           READ CALIFEMP
                AT END
                SET SI-FIN-CALIF            TO TRUE
           END-READ.

      *****************************************************************
      *                   1905-LEE-CALIFEMP-EXIT                      *
      *****************************************************************
       1905-LEE-CALIFEMP-EXIT.
           EXIT.
      *****************************************************************
      *                 1910-CARGA-UNA-CALIFICACION                   *
      *****************************************************************
       1910-CARGA-UNA-CALIFICACION.

           IF TB-CANT-CAL IS NOT LESS THAN 5000
              DISPLAY 'ERROR: TABLA DE CALIFICACIONES DESBORDADA '
                      '(5000)'
              MOVE 8                        TO RETURN-CODE
              CLOSE CALIFEMP
                    E1DQ0010
                    S1DQ0010
                    EXCDEMO1
                    PENDAPRO
              STOP RUN
           ELSE
              ADD CT-1                      TO TB-CANT-CAL
              SET IX-CAL                    TO TB-CANT-CAL
              MOVE CAL-EMPNO                TO TB-CAL-EMPNO(IX-CAL)
              MOVE CAL-CALIFICACION         TO
                   TB-CAL-CALIFICACION(IX-CAL)
              MOVE CAL-CUARTIL              TO TB-CAL-CUARTIL(IX-CAL)
           END-IF

           PERFORM 1905-LEE-CALIFEMP
              THRU 1905-LEE-CALIFEMP-EXIT.

      *****************************************************************
      *              1910-CARGA-UNA-CALIFICACION-EXIT                 *
      *****************************************************************
       1910-CARGA-UNA-CALIFICACION-EXIT.
           EXIT.
      *****************************************************************
      *                   1915-BUSCA-CALIFICACION                     *
      *****************************************************************
       1915-BUSCA-CALIFICACION.

           SET NO-CAL-HALLADO               TO TRUE
           MOVE ZEROS                       TO WS-CALIFICACION-EMP
                                               WS-CUARTIL-EMP

           IF TB-CANT-CAL EQUAL ZEROS
              GO TO 1915-BUSCA-CALIFICACION-EXIT
           END-IF

           PERFORM 1916-COMPARA-CALIFICACION
              THRU 1916-COMPARA-CALIFICACION-EXIT
              VARYING WS-IX-CAL FROM 1 BY 1
              UNTIL WS-IX-CAL IS GREATER THAN TB-CANT-CAL
                 OR SI-CAL-HALLADO

           IF SI-CAL-HALLADO
              MOVE TB-CAL-CALIFICACION(IX-CAL)
                                            TO WS-CALIFICACION-EMP
              MOVE TB-CAL-CUARTIL(IX-CAL)   TO WS-CUARTIL-EMP
           END-IF.

      *****************************************************************
      *                1915-BUSCA-CALIFICACION-EXIT                   *
      *****************************************************************
       1915-BUSCA-CALIFICACION-EXIT.
           EXIT.
      *****************************************************************
      *                  1916-COMPARA-CALIFICACION                    *
      *****************************************************************
       1916-COMPARA-CALIFICACION.

           SET IX-CAL                       TO WS-IX-CAL

           IF TB-CAL-EMPNO(IX-CAL) EQUAL EMP-EMPNO
              SET SI-CAL-HALLADO            TO TRUE
           END-IF.

      *****************************************************************
      *               1916-COMPARA-CALIFICACION-EXIT                  *
      *****************************************************************
       1916-COMPARA-CALIFICACION-EXIT.
           EXIT.
      *****************************************************************
      *                  1920-CARGA-MATRIZ-MERITO                     *
      *                                                                *
      *    - LA MATRIZ SALE DE PARAM_CTRL (PARMMER): CADA LINEA TRAE   *
      *      LA CALIFICACION (1 A 5) Y LOS CUATRO PORCENTAJES POR      *
      *      CUARTIL.  SIN PARAMETRO NO HAY COMPONENTE DE MERITO       *
      *****************************************************************
       1920-CARGA-MATRIZ-MERITO.

           INITIALIZE TB-MATRIZ-MERITO

           MOVE CT-PRM-PARMMER              TO PRM0-PARAMETRO

           PERFORM 1950-LEE-PARAMETRO
              THRU 1950-LEE-PARAMETRO-EXIT

           IF PRM0-88-OK
              PERFORM 1925-CARGA-FILA-MERITO
                 THRU 1925-CARGA-FILA-MERITO-EXIT
                 VARYING WS-IX-VAL FROM 1 BY 1
                 UNTIL WS-IX-VAL IS GREATER THAN PRM0-CANT
           END-IF

           IF TB-CANT-MERITO EQUAL ZEROS
              DISPLAY 'AVISO: SIN MATRIZ DE MERITO - NO SE APLICA '
                      'AUMENTO POR DESEMPENO'
           ELSE
              DISPLAY 'FILAS DE LA MATRIZ DE MERITO: ' TB-CANT-MERITO
           END-IF.

      *****************************************************************
      *               1920-CARGA-MATRIZ-MERITO-EXIT                   *
      *****************************************************************
       1920-CARGA-MATRIZ-MERITO-EXIT.
           EXIT.
      *****************************************************************
      *                   1925-CARGA-FILA-MERITO                      *
      *****************************************************************
       1925-CARGA-FILA-MERITO.

           SET IX-PRM0                      TO WS-IX-VAL
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARM

           IF WS-LP-MER-CALIF IS NOT NUMERIC
              OR WS-LP-MER-CALIF EQUAL ZEROS
              OR WS-LP-MER-CALIF IS GREATER THAN 5
              OR WS-LP-MER-PCT(1) IS NOT NUMERIC
              OR WS-LP-MER-PCT(2) IS NOT NUMERIC
              OR WS-LP-MER-PCT(3) IS NOT NUMERIC
              OR WS-LP-MER-PCT(4) IS NOT NUMERIC
              DISPLAY 'ERROR: LINEA DE MATRIZ DE MERITO INVALIDA: '
                      WS-LINEA-PARM
              MOVE 8                        TO RETURN-CODE
              CLOSE E1DQ0010
                    S1DQ0010
                    EXCDEMO1
                    PENDAPRO
              STOP RUN
           END-IF

           ADD CT-1                         TO TB-CANT-MERITO
           SET IX-MER-FILA                  TO WS-LP-MER-CALIF

           MOVE WS-LP-MER-PCT(1)            TO
                TB-MER-PCT(IX-MER-FILA, 1)
           MOVE WS-LP-MER-PCT(2)            TO
                TB-MER-PCT(IX-MER-FILA, 2)
           MOVE WS-LP-MER-PCT(3)            TO
                TB-MER-PCT(IX-MER-FILA, 3)
           MOVE WS-LP-MER-PCT(4)            TO
                TB-MER-PCT(IX-MER-FILA, 4).

      *****************************************************************
      *                1925-CARGA-FILA-MERITO-EXIT                    *
      *****************************************************************
       1925-CARGA-FILA-MERITO-EXIT.
           EXIT.
      *****************************************************************
      *                     1950-LEE-PARAMETRO                        *
      *                                                                *
      *    - CONSULTA EL JUEGO VIGENTE DEL PARAMETRO EN PRM0-          *

           IF SIM0-88-EN-PROBATION
              ADD CT-1                      TO CN-REGISTROS-PROBATION
              SET RTA-88-PROBATION          TO TRUE
              MOVE ZEROS                    TO RTA-AUMENTO-RETENIDO
              PERFORM 2380-ESCRIBE-RETENIDO
                 THRU 2380-ESCRIBE-RETENIDO-EXIT
           END-IF

           MOVE SIM0-SALARY-INC             TO 0001-SALARY-INC
                 UNTIL WS-IX-EXC IS GREATER THAN SIM0-CANT-EXC
           END-IF

           PERFORM 2170-APLICA-MERITO
              THRU 2170-APLICA-MERITO-EXIT

           PERFORM 2160-CLASIFICA-AUMENTO
              THRU 2160-CLASIFICA-AUMENTO-EXIT.

      *****************************************************************
       2160-CLASIFICA-AUMENTO-EXIT.
           EXIT.
      *****************************************************************
      *                      2170-APLICA-MERITO                       *
      *                                                                *
      *    - SUMA AL AUMENTO DE SALARIO EL PORCENTAJE DE LA MATRIZ QUE *
      *      CORRESPONDE A LA CALIFICACION Y AL CUARTIL DEL EMPLEADO.  *
      *      NO APLICA EN PERIODO DE PRUEBA, SIN CALIFICACION VIGENTE  *
      *      NI CUANDO EL PUESTO NO TIENE GRADO SALARIAL (CUARTIL 0)   *
      *****************************************************************
       2170-APLICA-MERITO.

           MOVE 'N'                         TO 0001-ORIGEN-MERITO
           MOVE ZEROS                       TO 0001-MERITO-INC

           IF TB-CANT-MERITO EQUAL ZEROS
              OR SIM0-88-EN-PROBATION
              GO TO 2170-APLICA-MERITO-EXIT
           END-IF

           PERFORM 1915-BUSCA-CALIFICACION
              THRU 1915-BUSCA-CALIFICACION-EXIT

           IF NO-CAL-HALLADO
              OR WS-CALIFICACION-EMP EQUAL ZEROS
              OR WS-CALIFICACION-EMP IS GREATER THAN 5
              OR WS-CUARTIL-EMP EQUAL ZEROS
              OR WS-CUARTIL-EMP IS GREATER THAN 4
              GO TO 2170-APLICA-MERITO-EXIT
           END-IF

           SET IX-MER-FILA                  TO WS-CALIFICACION-EMP
           SET IX-MER-COL                   TO WS-CUARTIL-EMP
           MOVE TB-MER-PCT(IX-MER-FILA, IX-MER-COL)
                                            TO WS-PCT-MERITO

           IF WS-PCT-MERITO EQUAL ZEROS
              GO TO 2170-APLICA-MERITO-EXIT
           END-IF

           COMPUTE WS-MERITO-INC ROUNDED = EMP-SALARY * WS-PCT-MERITO

           ADD WS-MERITO-INC                TO 0001-SALARY-INC
           MOVE WS-MERITO-INC               TO 0001-MERITO-INC
           MOVE 'S'                         TO 0001-ORIGEN-MERITO
           ADD CT-1                         TO CN-AUMENTO-MERITO.

      *****************************************************************
      *                    2170-APLICA-MERITO-EXIT                    *
      *****************************************************************
       2170-APLICA-MERITO-EXIT.
           EXIT.

      *****************************************************************
      *                       2100-RECUPERA-DEP                       *
              PERFORM 2350-ESCRIBE-PENDIENTE
                 THRU 2350-ESCRIBE-PENDIENTE-EXIT
              ADD CT-1                      TO CN-PENDIENTES-PRESUPUESTO
              SET RTA-88-PRESUPUESTO        TO TRUE
              MOVE WS-TOTAL-AUMENTO         TO RTA-AUMENTO-RETENIDO
              PERFORM 2380-ESCRIBE-RETENIDO
                 THRU 2380-ESCRIBE-RETENIDO-EXIT
              GO TO 2300-ESCRIBE-SALIDA-EXIT
           END-IF

                    S1DQ0010
                    EXCDEMO1
                    PENDAPRO
                    RETENAUM
              STOP RUN
           END-IF

       2350-ESCRIBE-PENDIENTE-EXIT.
           EXIT.
      *****************************************************************
      *                    2380-ESCRIBE-RETENIDO                      *
      *                                                                *
      *    - DEJA EN RETENAUM AL EMPLEADO CUYO AUMENTO QUEDO RETENIDO  *
      *      (MOTIVO Y MONTO YA CARGADOS EN RTA-) PARA QUE EL INDICE   *
      *      DE RIESGO DE RETENCION LO PONDERE                         *
      *****************************************************************
       2380-ESCRIBE-RETENIDO.

           MOVE EMP-EMPNO                   TO RTA-EMPNO
           MOVE EMP-WORKDEPT                TO RTA-WORKDEPT
           MOVE WS-FECHA-PROCESO-ISO        TO RTA-FECHA-PROCESO

           WRITE REG-RETENAUM FROM WS-NETCRTA0-01

           ADD CT-1                         TO CN-REGISTROS-RETENIDOS.

      *****************************************************************
      *                  2380-ESCRIBE-RETENIDO-EXIT                   *
      *****************************************************************
       2380-ESCRIBE-RETENIDO-EXIT.
           EXIT.
      *****************************************************************
      *                              3000-FIN                         *
      *****************************************************************
       3000-FIN.
                 S1DQ0010
                 EXCDEMO1
                 PENDAPRO
                 RETENAUM

           IF SI-MODO-PARTICION
              CLOSE PENDSEQ
                   CN-PENDIENTES-PRESUPUESTO
           DISPLAY 'RETENIDOS POR PROBATION:'
                   CN-REGISTROS-PROBATION
           DISPLAY 'GRABADOS EN RETENAUM:'
                   CN-REGISTROS-RETENIDOS
           IF SI-MODO-PARTICION
              DISPLAY 'FUERA DEL RANGO DE LA PARTICION:'
                      CN-FUERA-DE-RANGO
           DISPLAY 'AUMENTO SOLO POR ANTIGUEDAD:' CN-SOLO-ANTIGUEDAD
           DISPLAY 'AUMENTO SOLO POR CUMPLEANOS:' CN-SOLO-CUMPLE
           DISPLAY 'AUMENTO POR AMBOS MOTIVOS:  ' CN-ANTIGUEDAD-Y-CUMPLE
           DISPLAY 'CON AUMENTO POR MERITO:     ' CN-AUMENTO-MERITO
           DISPLAY '***********************************************'.

      *****************************************************************
