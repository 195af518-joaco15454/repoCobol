      *                          each batch step, the last run date,  *
      *                          its RETURN-CODE and its record       *
      *                          counters from NEOSB36.RUN_CONTROL.   *
      * 15/10/2026 gforrich      PF5 lists the latest unrecovered SQL *
      *                          errors from SQL_ERRLOG (program,     *
      *                          paragraph, SQLCODE and key).         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
              10 WS-LIN-EXCEP               PIC ZZZZZZZ9.
              10 FILLER                     PIC X(05) VALUE SPACES.

           05 WS-LINEA-ERROR.
              10 WS-ERR-FECHA               PIC X(10).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-ERR-HORA                PIC X(05).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-ERR-PROGRAMA            PIC X(08).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-ERR-SQLCODE             PIC -(5)9.
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-ERR-PARRAFO             PIC X(20).
              10 FILLER                     PIC X(01) VALUE SPACES.
              10 WS-ERR-CLAVE               PIC X(15).
              10 FILLER                     PIC X(01) VALUE SPACES.

           05 WS-FECHA-ERROR                PIC X(26).
           05 FILLER REDEFINES WS-FECHA-ERROR.
              10 WS-FE-FECHA                PIC X(10).
              10 FILLER                     PIC X(01).
              10 WS-FE-HORA                 PIC X(05).
              10 FILLER                     PIC X(10).

           05 WS-COMMAREA.
              10 WS-CA-PRIMERA-VEZ          PIC X(01).
              10 FILLER                     PIC X(07).
              INCLUDE NEGTRUN
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSQE
           END-EXEC.

           EXEC SQL
              DECLARE CSR-ULTIMOS CURSOR FOR
              SELECT A.PROGRAMA,
               ORDER BY A.PROGRAMA
           END-EXEC.

      *    ULTIMOS ERRORES SQL NO RECUPERADOS (NE9CSQL0)
           EXEC SQL
              DECLARE CSR-ERRORES CURSOR FOR
              SELECT FECHAERROR,
                     PROGRAMA,
                     PARRAFO,
                     CODIGOSQL,
                     CLAVE
                FROM NEOSB36.SQL_ERRLOG
               ORDER BY FECHAERROR DESC
               FETCH FIRST 10 ROWS ONLY
           END-EXEC.

      *****************************************************************
      *                    DEFINICION DE COPYBOOKS.                   *
      *****************************************************************
               WHEN DFHPF1
                    PERFORM 2400-AYUDA
                       THRU 2400-AYUDA-EXIT
               WHEN DFHPF5
                    PERFORM 2200-CONSULTA-ERRORES
                       THRU 2200-CONSULTA-ERRORES-EXIT
               WHEN DFHPF6
               WHEN DFHENTER
                    PERFORM 2100-CONSULTA-ESTADO
       2150-FETCH-PASO-EXIT.
           EXIT.
      *****************************************************************
      *                  2200-CONSULTA-ERRORES                        *
      *                                                                *
      *    - MUESTRA LOS ULTIMOS ERRORES SQL NO RECUPERADOS QUE LOS    *
      *      PASOS Y LAS RUTINAS DEJARON EN SQL_ERRLOG                 *
      *****************************************************************
       2200-CONSULTA-ERRORES.

           MOVE LOW-VALUES                  TO NEM170MO
           MOVE ZEROS                       TO WS-CANT-PASOS
           MOVE 'N'                         TO SW-FIN-CURSOR

           EXEC SQL
              OPEN CSR-ERRORES
           END-EXEC

           IF SQLCODE NOT EQUAL ZEROS
              MOVE 'ERROR LEYENDO SQL_ERRLOG' TO MSGO
           ELSE
              PERFORM 2250-FETCH-ERROR
                 THRU 2250-FETCH-ERROR-EXIT
                 UNTIL SI-FIN-CURSOR
                    OR WS-CANT-PASOS IS NOT LESS THAN 10

              EXEC SQL
                 CLOSE CSR-ERRORES
              END-EXEC

              IF WS-CANT-PASOS EQUAL ZEROS
                 MOVE 'SIN ERRORES SQL REGISTRADOS' TO MSGO
              ELSE
                 MOVE 'ULTIMOS ERRORES SQL'  TO MSGO
              END-IF
           END-IF

           EXEC CICS
                SEND MAP(CT-MAPA)
                ERASE
                FROM(NEM170MO)
                NOHANDLE
           END-EXEC.

       2200-CONSULTA-ERRORES-EXIT.
           EXIT.
      *****************************************************************
      *                      2250-FETCH-ERROR                         *
      *****************************************************************
       2250-FETCH-ERROR.

           EXEC SQL
              FETCH CSR-ERRORES
               INTO :DCLSQE-FECHAERROR,
                    :DCLSQE-PROGRAMA,
                    :DCLSQE-PARRAFO,
                    :DCLSQE-CODIGOSQL,
                    :DCLSQE-CLAVE
           END-EXEC

           EVALUATE SQLCODE
               WHEN ZEROS
                    ADD 1                   TO WS-CANT-PASOS
                    MOVE WS-CANT-PASOS      TO WS-IX
                    MOVE DCLSQE-FECHAERROR  TO WS-FECHA-ERROR
                    MOVE WS-FE-FECHA        TO WS-ERR-FECHA
                    MOVE WS-FE-HORA         TO WS-ERR-HORA
                    MOVE DCLSQE-PROGRAMA    TO WS-ERR-PROGRAMA
                    MOVE DCLSQE-CODIGOSQL   TO WS-ERR-SQLCODE
                    MOVE DCLSQE-PARRAFO     TO WS-ERR-PARRAFO
                    MOVE DCLSQE-CLAVE       TO WS-ERR-CLAVE
                    MOVE WS-LINEA-ERROR     TO DETO(WS-IX)
               WHEN +100
                    SET SI-FIN-CURSOR       TO TRUE
               WHEN OTHER
                    MOVE 'ERROR EN FETCH SQL_ERRLOG' TO MSGO
                    SET SI-FIN-CURSOR       TO TRUE
           END-EVALUATE.

       2250-FETCH-ERROR-EXIT.
           EXIT.
      *****************************************************************
      *                     2300-REGRESA-MENU                         *
      *****************************************************************
       2300-REGRESA-MENU.
       2400-AYUDA.

           MOVE DFHBLINK                    TO MSGH
           MOVE 'ENTER/PF6=PASOS PF5=ERR SQL PF3=MENU' TO MSGO

           EXEC CICS
                SEND MAP(CT-MAPA)
