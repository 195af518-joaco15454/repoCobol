      *                          PEND_CHANGES via NE9CPCH0; PF4      *
      *                          consulta los cambios programados    *
      *                          del empleado.                       *
      * 15/10/2026 gforrich      Captura y muestra el porcentaje de   *
      *                          jornada (FTE) en enteros, tanto en   *
      *                          la grabacion como en los cambios     *
      *                          programados.                         *
      * 15/10/2026 gforrich      En el alta acepta el numero de       *
      *                          requisicion que cubre el ingreso;    *
      *                          NE9CEMP0 la cierra contra el EMPNO   *
      *                          asignado.                            *
      * 15/10/2026 gforrich      Un cambio programado cuya fecha cae  *
      *                          en un periodo de nomina cerrado se   *
      *                          graba con la fecha movida al periodo *
      *                          abierto: se avisa y se muestra la    *
      *                          fecha nueva.                         *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
           05 WS-SALARY-NUM                 PIC 9(09)V9(02).
           05 WS-BONUS-NUM                  PIC 9(09)V9(02).
           05 WS-COMM-NUM                   PIC 9(09)V9(02).
           05 WS-PCTJOR-NUM                 PIC 9(03).

       01  WS-NEECUSR0-01.
           COPY NEECUSR0.
           MOVE LICRETI                     TO DEP0-LIC-FECHA-RETORNO
           MOVE CLASEI                      TO DEP0-CLASE

      * REQUISICION QUE CUBRE EL ALTA, SI EL OPERADOR LA INFORMA
           IF DEP0-88-CREATE
              AND REQIDI NOT EQUAL SPACES AND LOW-VALUES
              MOVE REQIDI                   TO DEP0-REQID
           END-IF

           IF EDLEVELI IS NUMERIC
              MOVE EDLEVELI                 TO WS-EDLEVEL-NUM
              MOVE WS-EDLEVEL-NUM           TO DEP0-EDLEVEL
              MOVE WS-COMM-NUM              TO DEP0-COMM
           END-IF

      * PORCENTAJE DE JORNADA EN ENTEROS; EN BLANCO SE CONSERVA EL
      * VIGENTE (O TIEMPO COMPLETO EN EL ALTA)
           IF PCTJORI IS NUMERIC
              MOVE PCTJORI                  TO WS-PCTJOR-NUM
              MOVE WS-PCTJOR-NUM            TO DEP0-PCTJORNADA
           ELSE
              MOVE ZEROS                    TO DEP0-PCTJORNADA
           END-IF

      * SI EL OPERADOR RECUPERO EL EMPLEADO ANTES DE MODIFICARLO,
      * SE PIDE A NE9CEMP0 QUE VERIFIQUE QUE EL REGISTRO NO FUE
      * CAMBIADO POR OTRO USUARIO DESDE QUE SE MOSTRO
                       MOVE DEP0-SEX        TO SEXO
                       MOVE DEP0-BIRTHDATE  TO BIRTHDATEO
                       MOVE DEP0-CLASE      TO CLASEO
                       IF DEP0-PCTJORNADA IS NUMERIC
                          MOVE DEP0-PCTJORNADA
                                            TO WS-PCTJOR-NUM
                          MOVE WS-PCTJOR-NUM
                                            TO PCTJORO
                       END-IF
                       MOVE EMPNOI          TO WS-CA-EMPNO
                       MOVE 'S'             TO WS-CA-HAY-IMAGEN
                       MOVE DEP0-WORKDEPT   TO WS-CA-IMG-WORKDEPT
              MOVE WS-COMM-NUM              TO PCH0-COMM
           END-IF

           IF PCTJORI IS NUMERIC
              MOVE PCTJORI                  TO WS-PCTJOR-NUM
              MOVE WS-PCTJOR-NUM            TO PCH0-PCTJORNADA
           END-IF

           EXEC CICS
                ASSIGN USERID(WS-USUARIO)
                NOHANDLE
           EVALUATE TRUE
               WHEN RET0-88-OK
                    MOVE 'CAMBIO PROGRAMADO REGISTRADO' TO MSGO
               WHEN RET0-88-COD-AVISO
                AND RET0-COD-ERROR EQUAL 'NEA0004'
                    MOVE PCH0-FECHA-EFECTIVA TO FEFECO
                    PERFORM 8500-TRADUCE-ERROR
                       THRU 8500-TRADUCE-ERROR-EXIT
               WHEN OTHER
                    MOVE DFHBLINK           TO FEFECH
                    PERFORM 8500-TRADUCE-ERROR
