              88 SQLCODE-88-OK                           VALUE 0.
              88 SQLCODE-88-NOTFND                       VALUE +100.
              88 SQLCODE-88-DUPLICATED                   VALUE -811.
              88 SQLCODE-88-CLAVE-DUPLICADA              VALUE -803.

      *****************************************************************
      *                    DEFINICION DE CONSTANTES                   *
           05 CT-LIC-RETORNO             PIC X(10) VALUE 'FECHA RETO'.
           05 CT-SIN-RETORNO             PIC X(10)
                                          VALUE '9999-12-31'.
           05 CT-NE9CPRM0                PIC X(08) VALUE 'NE9CPRM0'.
           05 CT-PRM-PARMVAC             PIC X(08) VALUE 'PARMVAC'.
           05 CT-DIAS-ANIO               PIC 9(03) VALUE 365.
           05 CT-DIAS-HABILES-ANIO       PIC 9(03) VALUE 260.
           05 CT-VAC-PAGO-FINAL          PIC X(01) VALUE 'P'.
           05 CT-PRESTAMO-ACTIVO         PIC X(01) VALUE 'A'.
           05 CT-PRESTAMO-PAGO-FINAL     PIC X(01) VALUE 'F'.
           05 CT-PORCENTAJE              PIC X(10) VALUE 'PORCENTAJE'.
           05 CT-PROMO-PCT-MAXIMO        PIC 9(03)V9(02) VALUE 100.
           05 CT-JORNADA-COMPLETA        PIC 9(03)V9(02) VALUE 100.
           05 CT-REQID                   PIC X(05) VALUE 'REQID'.
           05 CT-REQ-ABIERTA             PIC X(01) VALUE 'A'.
           05 CT-REQ-CUBIERTA            PIC X(01) VALUE 'F'.
           05 CT-NE9CEVT0                PIC X(08) VALUE 'NE9CEVT0'.
           05 CT-TABLA-EVT               PIC X(08) VALUE 'EVTOUTBX'.
           05 CT-NE9CPER0                PIC X(08) VALUE 'NE9CPER0'.
           05 CT-TABLA-PER               PIC X(08) VALUE 'PAYPERIO'.
           05 CT-PRM-PARMPRB             PIC X(08) VALUE 'PARMPRB'.
           05 CT-ONB-ABIERTO             PIC X(01) VALUE 'A'.
           05 CT-ONB-ANULADO             PIC X(01) VALUE 'X'.
           05 CT-ONB-ALTA                PIC X(01) VALUE 'A'.
           05 CT-ONB-REINGRESO           PIC X(01) VALUE 'R'.
           05 CT-ITEM-PENDIENTE          PIC X(01) VALUE 'N'.
           05 CT-ITEM-CUMPLIDO           PIC X(01) VALUE 'S'.

      *****************************************************************
      *                     DEFINICION DE VARIABLES.                  *
           05 WS-CONTADOR                PIC S9(05)V9(02) COMP-3.
           05 WS-PATRON-APELLIDO         PIC X(16) VALUE SPACES.
           05 WS-CLASE-ACTUAL            PIC X(01) VALUE SPACE.
           05 WS-DIAS-SERVICIO           PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-TRANSCURRIDOS      PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-ANUALES            PIC 9(03) VALUE ZERO.
           05 WS-CREDITO-VAC             PIC S9(04)V9(02) COMP-3.
           05 WS-DIAS-PAGO-VAC           PIC S9(04)V9(02) COMP-3.
           05 WS-IX-PRM                  PIC 9(02) VALUE ZERO.
           05 WS-JOB-NUEVO               PIC X(08) VALUE SPACES.
           05 WS-SALARIO-PROMO           PIC S9(09)V9(02) COMP-3.
           05 WS-WORKDEPT-ANTERIOR       PIC X(03) VALUE SPACES.
           05 WS-PCTJORNADA-ACTUAL       PIC S9(03)V9(02) COMP-3.
           05 WS-REQID-A-CUBRIR          PIC X(06) VALUE SPACES.
           05 WS-REQ-ABIERTAS            PIC S9(09) COMP VALUE ZERO.
           05 WS-DIAS-PRUEBA             PIC S9(09) COMP VALUE ZERO.
           05 WS-TABLA-ERROR             PIC X(08) VALUE SPACES.

      * LINEA DE BANDA DE VACACIONES DE PARAM_CTRL (MISMO FORMATO QUE
      * LA TARJETA PARMVAC DE NEVAC000)
       01  WS-LINEA-PARMVAC.
           05 WS-PVAC-DIAS-DESDE         PIC 9(07).
           05 WS-PVAC-DIAS-HASTA         PIC 9(07).
           05 WS-PVAC-DIAS-ANUALES       PIC 9(03).
           05 FILLER                     PIC X(03).

      * LINEA DEL PERIODO DE PRUEBA DE PARAM_CTRL (MISMO FORMATO QUE
      * LA TARJETA PARMPRB DE NEPRB000)
       01  WS-LINEA-PARMPRB.
           05 WS-PPRB-DIAS               PIC 9(05).
           05 FILLER                     PIC X(15).

      * FILA COMPLETA DEL EMPLEADO PARA LAS IMAGENES DEL EVENTO DE
      * CAMBIO (NO SE USA DCLEMP PORQUE LA OPCION EN CURSO LO CARGA)
       01  WS-EVT-EMP.
           05 WS-EVT-FIRSTNME            PIC X(12).
           05 WS-EVT-MIDINIT             PIC X(01).
           05 WS-EVT-LASTNAME            PIC X(15).
           05 WS-EVT-WORKDEPT            PIC X(03).
           05 WS-EVT-PHONENO             PIC X(04).
           05 WS-EVT-HIREDATE            PIC X(10).
           05 WS-EVT-JOB                 PIC X(08).
           05 WS-EVT-EDLEVEL             PIC S9(04) COMP.
           05 WS-EVT-SEX                 PIC X(01).
           05 WS-EVT-BIRTHDATE           PIC X(10).
           05 WS-EVT-SALARY              PIC S9(07)V9(02) COMP-3.
           05 WS-EVT-BONUS               PIC S9(07)V9(02) COMP-3.
           05 WS-EVT-COMM                PIC S9(07)V9(02) COMP-3.
           05 WS-EVT-EMPSTATUS           PIC X(01).
           05 WS-EVT-FECHABAJA           PIC X(10).
           05 WS-EVT-MOTIVOBAJA          PIC X(02).
           05 WS-EVT-CLASE               PIC X(01).
           05 WS-EVT-PCTJORNADA          PIC S9(03)V9(02) COMP-3.

       01  SW-EVT-ANTES                  PIC X(01) VALUE 'N'.
           88 SI-EVT-ANTES                          VALUE 'S'.
           88 NO-EVT-ANTES                          VALUE 'N'.

       01  MA-AVISOS.
           05 MA-YA-EXISTE               PIC X(07) VALUE 'NEA0001'.
       01  SW-FIN-GERENCIA               PIC X(01) VALUE 'N'.
           88 SI-FIN-GERENCIA                       VALUE 'S'.

       01  SW-BANDA-VAC                  PIC X(01) VALUE 'N'.
           88 SI-BANDA-VAC                          VALUE 'S'.
           88 NO-BANDA-VAC                          VALUE 'N'.

       01  ME-MENSAJES.
           05 ME-CAMPO-OBLIGATORIO       PIC X(07) VALUE 'NEE2001'.
           05 ME-REG-DUPLICADO           PIC X(07) VALUE 'NEE2010'.
           05 ME-FUERA-DE-GRADO          PIC X(07) VALUE 'NEE2174'.
           05 ME-DOTACION-LLENA          PIC X(07) VALUE 'NEE2176'.
           05 ME-POSTEO-EN-CURSO         PIC X(07) VALUE 'NEE2178'.
           05 ME-PROMO-MISMO-PUESTO      PIC X(07) VALUE 'NEE2185'.
           05 ME-REQ-NO-ABIERTA          PIC X(07) VALUE 'NEE2192'.
           05 ME-REQ-DISTINTA            PIC X(07) VALUE 'NEE2193'.
           05 ME-PERIODO-CERRADO         PIC X(07) VALUE 'NEE2199'.
           05 CT-NE9CLCK0                PIC X(08) VALUE 'NE9CLCK0'.
           05 CT-NE9CXCR0                PIC X(08) VALUE 'NE9CXCR0'.
           05 CT-TABLA-XCOMP             PIC X(08) VALUE 'XCOMPREV'.
           05 CT-NE9CSQL0                PIC X(08) VALUE 'NE9CSQL0'.
           05 CT-MOTIVO-BAJA             PIC X(10) VALUE 'MOTIVOBAJA'.

       01  WS-NEECMSG0-01.
       01  WS-NEECLCK0-01.
           COPY NEECLCK0.

       01  WS-NEECPRM0-01.
           COPY NEECPRM0.

       01  WS-NEECXCR0-01.
           COPY NEECXCR0.

       01  WS-NEECEVT0-01.
           COPY NEECEVT0.

       01  WS-NEECEVI0-01.
           COPY NEECEVI0.

       01  WS-NEECSQL0-01.
           COPY NEECSQL0.

       01  WS-NEECPER-01.
           COPY NEECPER0.

      *****************************************************************
      *                    DEFINICION DE DCLGEN Y SQL                 *
      *****************************************************************
              INCLUDE NEGTPOS
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTREQ
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTSRV
           END-EXEC.
              INCLUDE NEGTFPY
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVAC
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTVBH
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTLON
           END-EXEC.

           EXEC SQL
              INCLUDE NEGTONB
           END-EXEC.

      * DEPARTAMENTOS QUE QUEDAN SIN GERENTE POR LA BAJA EN CURSO
           EXEC SQL
              DECLARE CSR-GERENCIA CURSOR FOR

           INITIALIZE WS-NEECRET0-01
           MOVE ZEROES                      TO WS-CONTADOR
           MOVE SPACES                      TO WS-REQID-A-CUBRIR
           INITIALIZE WS-NEECEVT0-01
           SET NO-EVT-ANTES                 TO TRUE
           SET        RET0-88-OK            TO TRUE.

       1100-INICIALIZA-VARIABLES-EXIT.
              PERFORM 3000-FIN
           END-IF

           IF DEP0-88-PROMOTION
              AND (DEP0-JOB EQUAL SPACE OR LOW-VALUE)
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-JOB                   TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-OBLIGATORIO     TO RET0-COD-ERROR

              PERFORM 3000-FIN
           END-IF

           IF DEP0-88-CREATE OR DEP0-88-UPDATE

              IF DEP0-FIRSTNME EQUAL SPACE OR LOW-VALUE
               WHEN DEP0-88-LEAVE-RETURN
                    PERFORM 2850-RETURN-LEAVE
                       THRU 2850-RETURN-LEAVE-EXIT
               WHEN DEP0-88-PROMOTION
                    PERFORM 2900-PROMOCION-EMP
                       THRU 2900-PROMOCION-EMP-EXIT
               WHEN OTHER
                    SET RET0-88-COD-ERROR      TO TRUE
                    MOVE CT-RUTINA             TO RET0-PROGRAMA

                    PERFORM 3000-FIN

           END-EVALUATE

      * TODO CAMBIO CONFIRMADO SOBRE NEOSB36.EMP SE PUBLICA COMO EVENTO
      * PARA LOS SISTEMAS RECEPTORES
           IF NOT DEP0-88-MODO-VALIDA
              AND (DEP0-88-CREATE OR DEP0-88-UPDATE OR DEP0-88-DELETE
                   OR DEP0-88-REHIRE OR DEP0-88-LEAVE
                   OR DEP0-88-LEAVE-RETURN OR DEP0-88-PROMOTION)
              PERFORM 9200-PUBLICA-EVENTO
                 THRU 9200-PUBLICA-EVENTO-EXIT
           END-IF.

      *****************************************************************
      *                         2000-PROCESO-EXIT                     *
           PERFORM 2120-VALIDA-DEPTO
              THRU 2120-VALIDA-DEPTO-EXIT

           IF DEP0-REQID NOT EQUAL SPACES AND LOW-VALUES
              PERFORM 2127-VALIDA-REQUISICION
                 THRU 2127-VALIDA-REQUISICION-EXIT
           END-IF

           PERFORM 2125-VALIDA-DOTACION
              THRU 2125-VALIDA-DOTACION-EXIT


           MOVE CT-EMPSTATUS-ACTIVO         TO DCLEMP-EMPSTATUS

      * UN ALTA SIN JORNADA INFORMADA ES A TIEMPO COMPLETO
           IF DEP0-PCTJORNADA IS NOT NUMERIC
              OR DEP0-PCTJORNADA EQUAL ZEROS
              MOVE CT-JORNADA-COMPLETA      TO DCLEMP-PCTJORNADA
           END-IF

           IF DEP0-88-MODO-VALIDA
              PERFORM 2115-VERIFICA-DUPLICADO
                 THRU 2115-VERIFICA-DUPLICADO-EXIT
                       BONUS,
                       COMM,
                       EMPSTATUS,
                       CLASE,
                       PCTJORNADA
                 )
                 VALUES
                 (
                      :DCLEMP-BONUS,
                      :DCLEMP-COMM,
                      :DCLEMP-EMPSTATUS,
                      :DCLEMP-CLASE,
                      :DCLEMP-PCTJORNADA
                 )
              END-EXEC

                       MOVE CT-RUTINA          TO RET0-PROGRAMA
                       PERFORM 9800-ABEND-DB2
              END-EVALUATE

      * EL ALTA QUEDA EN EL HISTORICO CON SU IMAGEN INICIAL; DE AHI
      * LA TOMA EL INFORME DE INGRESOS AL ORGANISMO (NENHR000)
              MOVE 'C'                         TO DCLEHIS-TIPOCAMBIO
              PERFORM 9100-GRABA-HISTORICO
                 THRU 9100-GRABA-HISTORICO-EXIT

              IF WS-REQID-A-CUBRIR NOT EQUAL SPACES
                 PERFORM 2128-CUBRE-REQUISICION
                    THRU 2128-CUBRE-REQUISICION-EXIT
              END-IF

              PERFORM 2150-ABRE-ONBOARDING
                 THRU 2150-ABRE-ONBOARDING-EXIT
           END-IF.

       2100-CREATE-EMP-EXIT.
              PERFORM 9800-ABEND-DB2
           END-IF

      * LAS REQUISICIONES ABIERTAS RESERVAN SU POSICION; LA QUE ESTE
      * ALTA CUBRE NO CUENTA, PORQUE LA POSICION ES LA SUYA
           MOVE ZEROES                      TO WS-REQ-ABIERTAS

           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-REQ-ABIERTAS
                FROM NEOSB36.REQUISITION
               WHERE DEPTNO  = :DEP0-WORKDEPT
                 AND ESTADO  = :CT-REQ-ABIERTA
                 AND REQID  <> :WS-REQID-A-CUBRIR
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           ADD WS-REQ-ABIERTAS              TO WS-CONTADOR

           IF WS-CONTADOR IS NOT LESS THAN DCLPOS-AUTORIZADOS
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
       2125-VALIDA-DOTACION-EXIT.
           EXIT.

      *****************************************************************
      *                  2127-VALIDA-REQUISICION                      *
      *                                                                *
      *    - EL ALTA QUE INFORMA REQUISICION DEBE CUBRIR UNA ABIERTA   *
      *      DEL MISMO DEPARTAMENTO Y PUESTO                           *
      *****************************************************************
       2127-VALIDA-REQUISICION.

           MOVE DEP0-REQID                  TO DCLREQ-REQID

           EXEC SQL
              SELECT DEPTNO,
                     JOB,
                     ESTADO
                INTO :DCLREQ-DEPTNO,
                     :DCLREQ-JOB,
                     :DCLREQ-ESTADO
                FROM NEOSB36.REQUISITION
               WHERE REQID = :DCLREQ-REQID
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE CT-REQID           TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           IF DCLREQ-ESTADO NOT EQUAL CT-REQ-ABIERTA
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-REQID                 TO RET0-VAR1-ERROR
              MOVE ME-REQ-NO-ABIERTA        TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           IF DCLREQ-DEPTNO NOT EQUAL DEP0-WORKDEPT
              OR DCLREQ-JOB NOT EQUAL DEP0-JOB
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-REQID                 TO RET0-VAR1-ERROR
              MOVE ME-REQ-DISTINTA          TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE DEP0-REQID                  TO WS-REQID-A-CUBRIR.

       2127-VALIDA-REQUISICION-EXIT.
           EXIT.

      *****************************************************************
      *                  2128-CUBRE-REQUISICION                       *
      *                                                                *
      *    - CIERRA LA REQUISICION CONTRA EL EMPNO RECIEN INGRESADO    *
      *****************************************************************
       2128-CUBRE-REQUISICION.

           MOVE WS-REQID-A-CUBRIR           TO DCLREQ-REQID
           MOVE DEP0-EMPNO                  TO DCLREQ-EMPNO

           IF DEP0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLREQ-USUARIOCAMBIO
           ELSE
              MOVE DEP0-ORIGEN              TO DCLREQ-USUARIOCAMBIO
           END-IF

           EXEC SQL
              UPDATE NEOSB36.REQUISITION
                 SET ESTADO        = :CT-REQ-CUBIERTA,
                     EMPNO         = :DCLREQ-EMPNO,
                     FECHACIERRE   = CURRENT DATE,
                     USUARIOCAMBIO = :DCLREQ-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE REQID  = :DCLREQ-REQID
                 AND ESTADO = :CT-REQ-ABIERTA
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE CT-REQID           TO RET0-VAR1-ERROR
                    MOVE ME-REQ-NO-ABIERTA  TO RET0-COD-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2128-CUBRE-REQUISICION-EXIT.
           EXIT.

      *****************************************************************
      *                      2135-VALIDA-GRADO                        *
      *                                                                *
      *      NUMERICO, SEXO EN DOMINIO, EDLEVEL EN RANGO Y FECHAS      *
      *      DE CALENDARIO COHERENTES.  LA MISMA RUTINA JUZGA LOS      *
      *      REGISTROS DE TODOS LOS CAMINOS DE CAPTURA.                *
      *    - EL SALARIO NO PUEDE QUEDAR BAJO EL MINIMO LEGAL DE LA     *
      *      LOCATION DEL DEPARTAMENTO, PRORRATEADO POR JORNADA        *
      *****************************************************************
       2140-VALIDA-DOMINIOS.

           MOVE DEP0-BIRTHDATE              TO VAL0-BIRTHDATE
           MOVE DEP0-JOB                    TO VAL0-JOB
           MOVE DEP0-CLASE                  TO VAL0-CLASE
           MOVE DEP0-EMPNO                  TO VAL0-EMPNO
           MOVE DEP0-WORKDEPT               TO VAL0-WORKDEPT
           MOVE DEP0-SALARY                 TO VAL0-SALARY
           IF DEP0-PCTJORNADA IS NUMERIC
              MOVE DEP0-PCTJORNADA          TO VAL0-PCTJORNADA
           END-IF

           CALL CT-NE9CVAL0 USING WS-NEECVAL0-01

           IF VAL0-88-ERROR-DB2
              MOVE VAL0-SQLCODE             TO SQLCODE
              MOVE SPACES                   TO SQLERRMC
              MOVE VAL0-CAMPO               TO WS-TABLA-ERROR
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF NOT VAL0-88-OK
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
       2140-VALIDA-DOMINIOS-EXIT.
           EXIT.

      *****************************************************************
      *                    2150-ABRE-ONBOARDING                       *
      *                                                                *
      *    - TODA ALTA O REINGRESO ABRE SU LISTA DE INCORPORACION EN   *
      *      NEOSB36.ONBOARD_CHECK CON LOS ITEMS PENDIENTES (CUENTA    *
      *      BANCARIA, DOMICILIO, FAMILIARES, SALDO DE VACACIONES,     *
      *      USUARIO Y FECHA DE FIN DEL PERIODO DE PRUEBA).  LOS       *
      *      ITEMS LOS VA MARCANDO NEONB000 A MEDIDA QUE APARECEN LAS  *
      *      FILAS.  UN REINGRESO ANULA LA LISTA QUE HUBIERA QUEDADO   *
      *      ABIERTA DEL INGRESO ANTERIOR.                             *
      *****************************************************************
       2150-ABRE-ONBOARDING.

           MOVE DEP0-EMPNO                  TO DCLONB-EMPNO
           MOVE DCLEMP-HIREDATE             TO DCLONB-FECHAINGRESO
           MOVE CT-ONB-ABIERTO              TO DCLONB-ESTADO
           MOVE CT-SIN-RETORNO              TO DCLONB-FECHAPRUEBA
                                               DCLONB-FECHACIERRE
           MOVE CT-ITEM-PENDIENTE           TO DCLONB-ITEMBANCO
                                               DCLONB-ITEMDOMICILIO
                                               DCLONB-ITEMFAMILIA
                                               DCLONB-ITEMVACACIONES
                                               DCLONB-ITEMUSUARIO
                                               DCLONB-ITEMPRUEBA

           IF DEP0-88-REHIRE
              MOVE CT-ONB-REINGRESO         TO DCLONB-TIPOINGRESO
           ELSE
              MOVE CT-ONB-ALTA              TO DCLONB-TIPOINGRESO
           END-IF

           IF DEP0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLONB-USUARIOCAMBIO
           ELSE
              MOVE DEP0-ORIGEN              TO DCLONB-USUARIOCAMBIO
           END-IF

           PERFORM 2155-CALCULA-PRUEBA
              THRU 2155-CALCULA-PRUEBA-EXIT

           IF DEP0-88-REHIRE
              EXEC SQL
                 UPDATE NEOSB36.ONBOARD_CHECK
                    SET ESTADO        = :CT-ONB-ANULADO,
                        FECHACIERRE   = CURRENT DATE,
                        USUARIOCAMBIO = :DCLONB-USUARIOCAMBIO,
                        FECHACAMBIO   = CURRENT TIMESTAMP
                  WHERE EMPNO         = :DCLONB-EMPNO
                    AND ESTADO        = :CT-ONB-ABIERTO
                    AND FECHAINGRESO <> :DCLONB-FECHAINGRESO
              END-EXEC

              MOVE SQLCODE                  TO SW-SQLCODE

              IF NOT SQLCODE-88-OK AND NOT SQLCODE-88-NOTFND
                 SET RET0-88-ERR-DB2        TO TRUE
                 MOVE CT-RUTINA             TO RET0-PROGRAMA
                 PERFORM 9800-ABEND-DB2
              END-IF
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.ONBOARD_CHECK
              (
                    EMPNO,
                    FECHAINGRESO,
                    TIPOINGRESO,
                    FECHAPRUEBA,
                    ITEMBANCO,
                    ITEMDOMICILIO,
                    ITEMFAMILIA,
                    ITEMVACACIONES,
                    ITEMUSUARIO,
                    ITEMPRUEBA,
                    ESTADO,
                    FECHACIERRE,
                    USUARIOCAMBIO,
                    FECHACAMBIO
              )
              VALUES
              (
                   :DCLONB-EMPNO,
                   :DCLONB-FECHAINGRESO,
                   :DCLONB-TIPOINGRESO,
                   :DCLONB-FECHAPRUEBA,
                   :DCLONB-ITEMBANCO,
                   :DCLONB-ITEMDOMICILIO,
                   :DCLONB-ITEMFAMILIA,
                   :DCLONB-ITEMVACACIONES,
                   :DCLONB-ITEMUSUARIO,
                   :DCLONB-ITEMPRUEBA,
                   :DCLONB-ESTADO,
                   :DCLONB-FECHACIERRE,
                   :DCLONB-USUARIOCAMBIO,
                    CURRENT TIMESTAMP
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

      * LA LISTA DE ESE INGRESO YA EXISTE (OPERACION REPETIDA): SE
      * CONSERVA LA QUE ESTA
           EVALUATE TRUE
               WHEN SQLCODE-88-OK
               WHEN SQLCODE-88-CLAVE-DUPLICADA
                    CONTINUE
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2150-ABRE-ONBOARDING-EXIT.
           EXIT.

      *****************************************************************
      *                    2155-CALCULA-PRUEBA                        *
      *                                                                *
      *    - FECHA DE REVISION DEL PERIODO DE PRUEBA: FECHA DE INGRESO *
      *      MAS LOS DIAS DEL PARAMETRO PARMPRB VIGENTE A ESA FECHA.   *
      *      SIN PARAMETRO EL ITEM QUEDA PENDIENTE Y NEONB000 LO       *
      *      VUELVE A INTENTAR.                                        *
      *****************************************************************
       2155-CALCULA-PRUEBA.

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMPRB              TO PRM0-PARAMETRO
           MOVE DCLONB-FECHAINGRESO         TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              GO TO 2155-CALCULA-PRUEBA-EXIT
           END-IF

           SET IX-PRM0                      TO 1
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMPRB

           IF WS-PPRB-DIAS IS NOT NUMERIC
              OR WS-PPRB-DIAS EQUAL ZEROS
              GO TO 2155-CALCULA-PRUEBA-EXIT
           END-IF

           MOVE WS-PPRB-DIAS                TO WS-DIAS-PRUEBA

           EXEC SQL
              SELECT CHAR(DATE(:DCLONB-FECHAINGRESO)
                          + :WS-DIAS-PRUEBA DAYS, ISO)
                INTO :DCLONB-FECHAPRUEBA
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           MOVE CT-ITEM-CUMPLIDO            TO DCLONB-ITEMPRUEBA.

       2155-CALCULA-PRUEBA-EXIT.
           EXIT.

      *****************************************************************
      *                        2200-READ-EMP                          *
      *****************************************************************
                     SALARY,
                     BONUS,
                     COMM,
                     VALUE(CLASE, ' '),
                     PCTJORNADA
                INTO :DCLEMP-FIRSTNME,
                     :DCLEMP-MIDINIT,
                     :DCLEMP-LASTNAME,
                     :DCLEMP-SALARY,
                     :DCLEMP-BONUS,
                     :DCLEMP-COMM,
                     :DCLEMP-CLASE,
                     :DCLEMP-PCTJORNADA
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
                    MOVE DCLEMP-BONUS       TO DEP0-BONUS
                    MOVE DCLEMP-COMM        TO DEP0-COMM
                    MOVE DCLEMP-CLASE       TO DEP0-CLASE
                    MOVE DCLEMP-PCTJORNADA  TO DEP0-PCTJORNADA
                    PERFORM 2122-VALIDA-DEPTO-LECTURA
                       THRU 2122-VALIDA-DEPTO-LECTURA-EXIT
                    PERFORM 2230-LEE-SERVICIO-PREVIO
           PERFORM 2310-LEE-ANTES-UPDATE
              THRU 2310-LEE-ANTES-UPDATE-EXIT

           MOVE DCLEMP-WORKDEPT             TO WS-WORKDEPT-ANTERIOR

           PERFORM 9000-MOVER-CAMPOS
              THRU 9000-MOVER-CAMPOS-EXIT

              MOVE WS-CLASE-ACTUAL          TO DCLEMP-CLASE
           END-IF

      * IDEM CON LA JORNADA: EN CERO SE CONSERVA LA VIGENTE
           IF DEP0-PCTJORNADA IS NOT NUMERIC
              OR DEP0-PCTJORNADA EQUAL ZEROS
              MOVE WS-PCTJORNADA-ACTUAL     TO DCLEMP-PCTJORNADA
           END-IF

           IF DEP0-88-MODO-VALIDA
              EVALUATE TRUE
                  WHEN SQLCODE-88-OK
                        SALARY    = :DCLEMP-SALARY,
                        BONUS     = :DCLEMP-BONUS,
                        COMM      = :DCLEMP-COMM,
                        CLASE     = :DCLEMP-CLASE,
                        PCTJORNADA = :DCLEMP-PCTJORNADA
                  WHERE EMPNO = :DCLEMP-EMPNO
                    AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
              END-EXEC

              EVALUATE TRUE
                  WHEN SQLCODE-88-OK
                       PERFORM 2320-CONTROLA-EMPRESA
                          THRU 2320-CONTROLA-EMPRESA-EXIT
                  WHEN SQLCODE-88-NOTFND
                       SET RET0-88-COD-AVISO   TO TRUE
                       MOVE CT-RUTINA          TO RET0-PROGRAMA
                     SALARY,
                     BONUS,
                     COMM,
                     VALUE(CLASE, ' '),
                     PCTJORNADA
                INTO :DCLEMP-FIRSTNME,
                     :DCLEMP-MIDINIT,
                     :DCLEMP-LASTNAME,
                     :DCLEMP-SALARY,
                     :DCLEMP-BONUS,
                     :DCLEMP-COMM,
                     :WS-CLASE-ACTUAL,
                     :WS-PCTJORNADA-ACTUAL
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
              END-IF
           END-IF

      * UN CAMBIO DE SALARIO, BONO O COMISION RIGE DESDE HOY Y NO
      * PUEDE CAER EN UN PERIODO DE NOMINA YA CERRADO
           IF SQLCODE-88-OK
              IF DEP0-SALARY NOT EQUAL DCLEMP-SALARY
                 OR DEP0-BONUS NOT EQUAL DCLEMP-BONUS
                 OR DEP0-COMM NOT EQUAL DCLEMP-COMM
                 PERFORM 2340-VERIFICA-PERIODO
                    THRU 2340-VERIFICA-PERIODO-EXIT
              END-IF
           END-IF

           IF SQLCODE-88-OK AND NOT DEP0-88-MODO-VALIDA
              MOVE 'U'                       TO DCLEHIS-TIPOCAMBIO
              PERFORM 9100-GRABA-HISTORICO
       2310-LEE-ANTES-UPDATE-EXIT.
           EXIT.

      *****************************************************************
      *                    2320-CONTROLA-EMPRESA                      *
      *                                                                *
      *    - UN CAMBIO DE WORKDEPT HACIA UN DEPARTAMENTO DE OTRA       *
      *      EMPRESA QUEDA PENDIENTE DE REVISION DE RRHH EN            *
      *      XCOMP_REVIEW (NE9CXCR0), EN LA MISMA UNIDAD DE TRABAJO    *
      *****************************************************************
       2320-CONTROLA-EMPRESA.

           IF DCLEMP-WORKDEPT EQUAL WS-WORKDEPT-ANTERIOR
              GO TO 2320-CONTROLA-EMPRESA-EXIT
           END-IF

           INITIALIZE WS-NEECXCR0-01
           MOVE DCLEMP-EMPNO                TO XCR0-EMPNO
           MOVE WS-WORKDEPT-ANTERIOR        TO XCR0-DEPTO-ORIGEN
           MOVE DCLEMP-WORKDEPT             TO XCR0-DEPTO-DESTINO
           MOVE CT-RUTINA                   TO XCR0-PROGRAMA
           MOVE DEP0-ORIGEN                 TO XCR0-USUARIO

           CALL CT-NE9CXCR0 USING WS-NEECXCR0-01

      * EL ERROR DE NE9CXCR0 SE REGISTRA COMO PROPIO EN SQL_ERRLOG
           IF NOT XCR0-88-OK
              MOVE XCR0-SQLCODE             TO SQLCODE
              MOVE SPACES                   TO SQLERRMC
              MOVE CT-TABLA-XCOMP           TO WS-TABLA-ERROR
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2320-CONTROLA-EMPRESA-EXIT.
           EXIT.

      *****************************************************************
      *                    2340-VERIFICA-PERIODO                      *
      *                                                                *
      *    - EL CAMBIO DE REMUNERACION RIGE DESDE HOY: SI EL PERIODO   *
      *      DE NOMINA DE HOY EN LA LOCATION DEL EMPLEADO YA FUE       *
      *      CERRADO (NE9CPER0) SE RECHAZA; DEBE PROGRAMARSE COMO      *
      *      CAMBIO CON FECHA EFECTIVA EN EL PERIODO ABIERTO           *
      *****************************************************************
       2340-VERIFICA-PERIODO.

           INITIALIZE WS-NEECPER-01
           SET PER0-88-CONSULTA             TO TRUE
           MOVE DEP0-EMPNO                  TO PER0-EMPNO
           MOVE CT-RUTINA                   TO PER0-PROGRAMA
           MOVE DEP0-ORIGEN                 TO PER0-USUARIO

           CALL CT-NE9CPER0 USING WS-NEECPER-01

           EVALUATE TRUE
               WHEN PER0-88-ABIERTO
                    CONTINUE
               WHEN PER0-88-ERROR-DB2
                    MOVE PER0-SQLCODE       TO SQLCODE
                    MOVE SPACES             TO SQLERRMC
                    MOVE CT-TABLA-PER       TO WS-TABLA-ERROR
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
               WHEN OTHER
                    SET RET0-88-COD-ERROR   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE PER0-PERIODO       TO RET0-VAR1-ERROR
                    MOVE PER0-FECHA-NUEVA   TO RET0-VAR2-ERROR
                    MOVE ME-PERIODO-CERRADO TO RET0-COD-ERROR
                    PERFORM 3000-FIN
           END-EVALUATE.

       2340-VERIFICA-PERIODO-EXIT.
           EXIT.

      *****************************************************************
      *                        2400-DELETE-EMP                        *
      *                                                                *
      *                   2440-CORTA-PAGO-FINAL                       *
      *                                                                *
      *    - CORTA EL REGISTRO DE PAGO FINAL PARA EL EXTRACTO DE       *
      *      NOMINA CON LOS VALORES VIGENTES A LA BAJA, INCLUIDA LA    *
      *      LIQUIDACION DE LAS VACACIONES NO GOZADAS Y EL SALDO DE    *
      *      PRESTAMOS A RECUPERAR.  UNA BAJA REPETIDA NO DUPLICA EL   *
      *      CORTE.                                                    *
      *****************************************************************
       2440-CORTA-PAGO-FINAL.

           MOVE DCLEMP-BONUS                TO DCLFPY-BONUS
           MOVE DCLEMP-COMM                 TO DCLFPY-COMM

           PERFORM 2445-LIQUIDA-VACACIONES
              THRU 2445-LIQUIDA-VACACIONES-EXIT

           PERFORM 2448-TRASPASA-PRESTAMOS
              THRU 2448-TRASPASA-PRESTAMOS-EXIT

           EXEC SQL
              INSERT INTO NEOSB36.FINAL_PAY
              (
                    SALARY,
                    BONUS,
                    COMM,
                    ESTADO,
                    DIASVACACIONES,
                    VACACIONES,
                    PRESTAMOS
              )
              VALUES
              (
                   :DCLFPY-SALARY,
                   :DCLFPY-BONUS,
                   :DCLFPY-COMM,
                   'P',
                   :DCLFPY-DIASVACACIONES,
                   :DCLFPY-VACACIONES,
                   :DCLFPY-PRESTAMOS
              )
           END-EXEC

           EXIT.

      *****************************************************************
      *                  2445-LIQUIDA-VACACIONES                      *
      *                                                                *
      *    - LIQUIDA EN EL PAGO FINAL LOS DIAS DE VACACIONES NO        *
      *      GOZADOS (INCLUIDO LO DEVENGADO HASTA LA FECHA DE BAJA)    *
      *      AL VALOR DIA DEL SALARIO, DEJA AUDITADO LO PAGADO EN      *
      *      VAC_BALANCE_HIST Y CIERRA EL SALDO EN CERO.  SIN SALDO    *
      *      DE VACACIONES NO HAY NADA QUE LIQUIDAR.                   *
      *****************************************************************
       2445-LIQUIDA-VACACIONES.

           MOVE ZEROS                       TO DCLFPY-DIASVACACIONES
                                               DCLFPY-VACACIONES
                                               WS-CREDITO-VAC
           MOVE DCLEMP-EMPNO                TO DCLVAC-EMPNO

           EXEC SQL
              SELECT DIASACRED,
                     DIASTOMADOS,
                     FECHAULTACRED
                INTO :DCLVAC-DIASACRED,
                     :DCLVAC-DIASTOMADOS,
                     :DCLVAC-FECHAULTACRED
                FROM NEOSB36.VAC_BALANCE
               WHERE EMPNO = :DCLVAC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    GO TO 2445-LIQUIDA-VACACIONES-EXIT
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           PERFORM 2446-ACREDITA-A-LA-BAJA
              THRU 2446-ACREDITA-A-LA-BAJA-EXIT

           COMPUTE WS-DIAS-PAGO-VAC = DCLVAC-DIASACRED
                                    + WS-CREDITO-VAC
                                    - DCLVAC-DIASTOMADOS

      * UN SALDO NEGATIVO (VACACIONES ADELANTADAS) NO SE LIQUIDA
           IF WS-DIAS-PAGO-VAC IS GREATER THAN ZEROS
              MOVE WS-DIAS-PAGO-VAC         TO DCLFPY-DIASVACACIONES
              COMPUTE DCLFPY-VACACIONES ROUNDED = DCLEMP-SALARY
                                                * WS-DIAS-PAGO-VAC
                                                / CT-DIAS-HABILES-ANIO
           END-IF

           MOVE DCLVAC-EMPNO                TO DCLVBH-EMPNO
           MOVE DCLVAC-DIASACRED            TO DCLVBH-DIASACRED
           MOVE DCLVAC-DIASTOMADOS          TO DCLVBH-DIASTOMADOS
           MOVE DCLVAC-FECHAULTACRED        TO DCLVBH-FECHAULTACRED
           MOVE DCLFPY-DIASVACACIONES       TO DCLVBH-DIASPAGADOS
           MOVE DCLFPY-VACACIONES           TO DCLVBH-IMPORTEPAGADO
           MOVE CT-VAC-PAGO-FINAL           TO DCLVBH-TIPOCAMBIO

           IF DEP0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLVBH-USUARIOCAMBIO
           ELSE
              MOVE DEP0-ORIGEN              TO DCLVBH-USUARIOCAMBIO
           END-IF

           EXEC SQL
              INSERT INTO NEOSB36.VAC_BALANCE_HIST
              (
                    EMPNO,
                    DIASACRED,
                    DIASTOMADOS,
                    FECHAULTACRED,
                    DIASPAGADOS,
                    IMPORTEPAGADO,
                    TIPOCAMBIO,
                    FECHACAMBIO,
                    USUARIOCAMBIO
              )
              VALUES
              (
                   :DCLVBH-EMPNO,
                   :DCLVBH-DIASACRED,
                   :DCLVBH-DIASTOMADOS,
                   :DCLVBH-FECHAULTACRED,
                   :DCLVBH-DIASPAGADOS,
                   :DCLVBH-IMPORTEPAGADO,
                   :DCLVBH-TIPOCAMBIO,
                   CURRENT TIMESTAMP,
                   :DCLVBH-USUARIOCAMBIO
              )
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

      * EL SALDO QUEDA CERRADO EN CERO A LA FECHA DE BAJA: LO TOMADO
      * IGUALA A LO ACREDITADO (EL SET USA LOS VALORES PREVIOS)
           EXEC SQL
              UPDATE NEOSB36.VAC_BALANCE
                 SET DIASACRED     = DIASACRED + :WS-CREDITO-VAC,
                     DIASTOMADOS   = DIASACRED + :WS-CREDITO-VAC,
                     FECHAULTACRED = :DCLEMP-FECHABAJA
               WHERE EMPNO = :DCLVAC-EMPNO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2445-LIQUIDA-VACACIONES-EXIT.
           EXIT.

      *****************************************************************
      *                  2448-TRASPASA-PRESTAMOS                      *
      *                                                                *
      *    - EL SALDO PENDIENTE DE LOS PRESTAMOS Y ADELANTOS ACTIVOS   *
      *      PASA AL PAGO FINAL PARA RECUPERARLO DE LA LIQUIDACION;    *
      *      LOS PRESTAMOS QUEDAN EN ESTADO 'F' CON SALDO CERO PARA    *
      *      QUE NEPRE000 NO SIGA DESCONTANDO CUOTAS.                  *
      *****************************************************************
       2448-TRASPASA-PRESTAMOS.

           MOVE ZEROS                       TO DCLFPY-PRESTAMOS
           MOVE DCLEMP-EMPNO                TO DCLLON-EMPNO

           EXEC SQL
              SELECT VALUE(SUM(SALDO), 0)
                INTO :DCLFPY-PRESTAMOS
                FROM NEOSB36.EMP_LOAN
               WHERE EMPNO  = :DCLLON-EMPNO
                 AND ESTADO = :CT-PRESTAMO-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF DCLFPY-PRESTAMOS EQUAL ZEROS
              GO TO 2448-TRASPASA-PRESTAMOS-EXIT
           END-IF

           IF DEP0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                TO DCLLON-USUARIOCAMBIO
           ELSE
              MOVE DEP0-ORIGEN              TO DCLLON-USUARIOCAMBIO
           END-IF

           EXEC SQL
              UPDATE NEOSB36.EMP_LOAN
                 SET SALDO         = 0,
                     ESTADO        = :CT-PRESTAMO-PAGO-FINAL,
                     USUARIOCAMBIO = :DCLLON-USUARIOCAMBIO,
                     FECHACAMBIO   = CURRENT TIMESTAMP
               WHERE EMPNO  = :DCLLON-EMPNO
                 AND ESTADO = :CT-PRESTAMO-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF.

       2448-TRASPASA-PRESTAMOS-EXIT.
           EXIT.

      *****************************************************************
      *                  2446-ACREDITA-A-LA-BAJA                      *
      *                                                                *
      *    - DEVENGA LOS DIAS ENTRE LA ULTIMA ACREDITACION NOCTURNA    *
      *      (NEVAC000) Y LA FECHA DE BAJA CON LA MISMA REGLA: DERECHO *
      *      ANUAL DE LA BANDA PARMVAC DE ANTIGUEDAD, PRORRATEADO POR  *
      *      LOS DIAS TRANSCURRIDOS.  LAS BANDAS SE TOMAN DE LA TABLA  *
      *      DE PARAMETROS; SI NO ESTAN CARGADAS SE LIQUIDA SOLO LO    *
      *      YA ACREDITADO.                                            *
      *****************************************************************
       2446-ACREDITA-A-LA-BAJA.

           EXEC SQL
              SELECT DAYS(DATE(:DCLEMP-FECHABAJA))
                   - DAYS(DATE(:DCLVAC-FECHAULTACRED)),
                     DAYS(DATE(:DCLEMP-FECHABAJA))
                   - DAYS(DATE(:DCLEMP-HIREDATE))
                INTO :WS-DIAS-TRANSCURRIDOS,
                     :WS-DIAS-SERVICIO
                FROM SYSIBM.SYSDUMMY1
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           IF NOT SQLCODE-88-OK
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF WS-DIAS-TRANSCURRIDOS IS NOT GREATER THAN ZEROS
              GO TO 2446-ACREDITA-A-LA-BAJA-EXIT
           END-IF

           INITIALIZE WS-NEECPRM0-01
           SET  PRM0-88-LEE                 TO TRUE
           MOVE CT-PRM-PARMVAC              TO PRM0-PARAMETRO
           MOVE DCLEMP-FECHABAJA            TO PRM0-FECHA

           CALL CT-NE9CPRM0 USING WS-NEECPRM0-01

           IF NOT PRM0-88-OK
              GO TO 2446-ACREDITA-A-LA-BAJA-EXIT
           END-IF

           SET NO-BANDA-VAC                 TO TRUE

           PERFORM 2447-COMPARA-BANDA-VAC
              THRU 2447-COMPARA-BANDA-VAC-EXIT
              VARYING WS-IX-PRM FROM 1 BY 1
              UNTIL WS-IX-PRM IS GREATER THAN PRM0-CANT
                 OR SI-BANDA-VAC

           IF SI-BANDA-VAC
              COMPUTE WS-CREDITO-VAC ROUNDED = WS-DIAS-ANUALES
                                             * WS-DIAS-TRANSCURRIDOS
                                             / CT-DIAS-ANIO
           END-IF.

       2446-ACREDITA-A-LA-BAJA-EXIT.
           EXIT.

      *****************************************************************
      *                  2447-COMPARA-BANDA-VAC                       *
      *****************************************************************
       2447-COMPARA-BANDA-VAC.

           SET IX-PRM0                      TO WS-IX-PRM
           MOVE PRM0-LIN-VALOR(IX-PRM0)     TO WS-LINEA-PARMVAC

           IF WS-DIAS-SERVICIO IS NOT LESS THAN WS-PVAC-DIAS-DESDE
              AND WS-DIAS-SERVICIO IS NOT GREATER THAN
                  WS-PVAC-DIAS-HASTA
              SET SI-BANDA-VAC              TO TRUE
              MOVE WS-PVAC-DIAS-ANUALES     TO WS-DIAS-ANUALES
           END-IF.

       2447-COMPARA-BANDA-VAC-EXIT.
           EXIT.

      *****************************************************************
      *                    2410-LEE-ANTES-DELETE                      *
      *                                                                *
      *    - LEE LA IMAGEN ACTUAL DEL REGISTRO Y LA GRABA EN EL        *
      *      HISTORICO ANTES DE ELIMINARLO.  EN MODO VALIDACION NO SE  *
      *      GRABA HISTORICO, YA QUE NO SE ELIMINA NADA REALMENTE.     *
      *****************************************************************
       2410-LEE-ANTES-DELETE.

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
                        SALARY     = :DCLEMP-SALARY,
                        BONUS      = :DCLEMP-BONUS,
                        COMM       = :DCLEMP-COMM,
                        PCTJORNADA = :DCLEMP-PCTJORNADA,
                        HIREDATE   = :DCLEMP-HIREDATE,
                        FECHABAJA  = NULL,
                        MOTIVOBAJA = NULL
                       MOVE CT-RUTINA          TO RET0-PROGRAMA
                       PERFORM 9800-ABEND-DB2
              END-EVALUATE

              PERFORM 2150-ABRE-ONBOARDING
                 THRU 2150-ABRE-ONBOARDING-EXIT
           END-IF.

       2600-REHIRE-EMP-EXIT.
                     BIRTHDATE,
                     SALARY,
                     BONUS,
                     COMM,
                     PCTJORNADA
                INTO :DCLEMP-FIRSTNME,
                     :DCLEMP-MIDINIT,
                     :DCLEMP-LASTNAME,
                     :DCLEMP-BIRTHDATE,
                     :DCLEMP-SALARY,
                     :DCLEMP-BONUS,
                     :DCLEMP-COMM,
                     :DCLEMP-PCTJORNADA
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
                 AND EMPSTATUS = :CT-EMPSTATUS-BAJA
           MOVE SQLCA                        TO SW-SQLCODE

           IF SQLCODE-88-OK
      * LA JORNADA INFORMADA REEMPLAZA A LA DEL PERIODO CERRADO; EN
      * CERO SE CONSERVA LA QUE TENIA AL DARSE DE BAJA
              IF DEP0-PCTJORNADA IS NUMERIC
                 AND DEP0-PCTJORNADA GREATER THAN ZEROS
                 MOVE DEP0-PCTJORNADA        TO DCLEMP-PCTJORNADA
              END-IF

              PERFORM 2630-VALIDA-MINIMO-REHIRE
                 THRU 2630-VALIDA-MINIMO-REHIRE-EXIT

              IF NOT DEP0-88-MODO-VALIDA
                 MOVE 'R'                    TO DCLEHIS-TIPOCAMBIO
                 PERFORM 9100-GRABA-HISTORICO
       2620-ACREDITA-SERVICIO-EXIT.
           EXIT.

      *****************************************************************
      *                  2630-VALIDA-MINIMO-REHIRE                    *
      *                                                                *
      *    - EL REINGRESO PUEDE CAMBIAR DE DEPARTAMENTO (Y DE          *
      *      LOCATION) Y CONSERVAR EL SALARIO DE LA BAJA: SE EDITA     *
      *      LA IMAGEN LEIDA CON EL DEPARTAMENTO NUEVO Y EL SALARIO    *
      *      QUE QUEDARA VIGENTE, ANTES DE GRABAR NADA                 *
      *****************************************************************
       2630-VALIDA-MINIMO-REHIRE.

           INITIALIZE WS-NEECVAL0-01

           MOVE DCLEMP-PHONENO              TO VAL0-PHONENO
           MOVE DCLEMP-SEX                  TO VAL0-SEX
           MOVE DCLEMP-EDLEVEL              TO VAL0-EDLEVEL
           MOVE DCLEMP-HIREDATE             TO VAL0-HIREDATE
           MOVE DCLEMP-BIRTHDATE            TO VAL0-BIRTHDATE
           MOVE DEP0-JOB                    TO VAL0-JOB
           MOVE DEP0-EMPNO                  TO VAL0-EMPNO
           MOVE DEP0-WORKDEPT               TO VAL0-WORKDEPT
           MOVE DCLEMP-PCTJORNADA           TO VAL0-PCTJORNADA

           IF DEP0-SALARY IS GREATER THAN ZEROES
              MOVE DEP0-SALARY              TO VAL0-SALARY
           ELSE
              MOVE DCLEMP-SALARY            TO VAL0-SALARY
           END-IF

           CALL CT-NE9CVAL0 USING WS-NEECVAL0-01

           IF VAL0-88-ERROR-DB2
              MOVE VAL0-SQLCODE             TO SQLCODE
              MOVE SPACES                   TO SQLERRMC
              MOVE VAL0-CAMPO               TO WS-TABLA-ERROR
              SET RET0-88-ERR-DB2           TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              PERFORM 9800-ABEND-DB2
           END-IF

           IF NOT VAL0-88-OK
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE VAL0-CAMPO               TO RET0-VAR1-ERROR
              MOVE VAL0-COD-ERROR           TO RET0-COD-ERROR

              PERFORM 3000-FIN
           END-IF.

       2630-VALIDA-MINIMO-REHIRE-EXIT.
           EXIT.

      *****************************************************************
      *                       2800-LEAVE-EMP                          *
      *                                                                *
       2850-RETURN-LEAVE-EXIT.
           EXIT.

      *****************************************************************
      *                      2900-PROMOCION-EMP                       *
      *                                                                *
      *    - CAMBIA EL PUESTO DEL EMPLEADO Y LLEVA EL SALARIO AL       *
      *      MAYOR ENTRE EL AUMENTO PORCENTUAL INFORMADO Y EL MINIMO   *
      *      DEL GRADO DEL PUESTO NUEVO.  EL PUESTO NUEVO SE VALIDA    *
      *      CONTRA EL CATALOGO Y EL SALARIO CONTRA EL GRADO.  LA      *
      *      IMAGEN ANTERIOR QUEDA EN EL HISTORICO CON TIPOCAMBIO 'P'  *
      *      PARA DISTINGUIR LAS PROMOCIONES DE LAS MODIFICACIONES.    *
      *****************************************************************
       2900-PROMOCION-EMP.

           IF DEP0-PROMO-PORCENTAJE IS NOT NUMERIC
              OR DEP0-PROMO-PORCENTAJE IS GREATER THAN
                 CT-PROMO-PCT-MAXIMO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-PORCENTAJE            TO RET0-VAR1-ERROR
              MOVE ME-CAMPO-FUERA-RANGO     TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           MOVE DEP0-JOB                    TO WS-JOB-NUEVO
           MOVE DEP0-EMPNO                  TO DCLEMP-EMPNO

           PERFORM 2910-LEE-ANTES-PROMOCION
              THRU 2910-LEE-ANTES-PROMOCION-EXIT

           IF DCLEMP-JOB EQUAL WS-JOB-NUEVO
              SET RET0-88-COD-ERROR         TO TRUE
              MOVE CT-RUTINA                TO RET0-PROGRAMA
              MOVE CT-JOB                   TO RET0-VAR1-ERROR
              MOVE ME-PROMO-MISMO-PUESTO    TO RET0-COD-ERROR
              PERFORM 3000-FIN
           END-IF

           PERFORM 2915-CARGA-IMAGEN-ACTUAL
              THRU 2915-CARGA-IMAGEN-ACTUAL-EXIT

      * LOS DOMINIOS SE VALIDAN CON EL SALARIO YA CALCULADO, PARA
      * QUE EL MINIMO LEGAL SE CONTROLE SOBRE EL SALARIO NUEVO
           PERFORM 2920-CALCULA-SALARIO-PROMO
              THRU 2920-CALCULA-SALARIO-PROMO-EXIT

           PERFORM 2140-VALIDA-DOMINIOS
              THRU 2140-VALIDA-DOMINIOS-EXIT

           PERFORM 2130-VALIDA-RANGO-CAMPOS
              THRU 2130-VALIDA-RANGO-CAMPOS-EXIT

           PERFORM 2135-VALIDA-GRADO
              THRU 2135-VALIDA-GRADO-EXIT

           PERFORM 2340-VERIFICA-PERIODO
              THRU 2340-VERIFICA-PERIODO-EXIT

           IF DEP0-88-MODO-VALIDA
              GO TO 2900-PROMOCION-EMP-EXIT
           END-IF

           MOVE 'P'                         TO DCLEHIS-TIPOCAMBIO
           PERFORM 9100-GRABA-HISTORICO
              THRU 9100-GRABA-HISTORICO-EXIT

           MOVE DEP0-JOB                    TO DCLEMP-JOB
           MOVE DEP0-SALARY                 TO DCLEMP-SALARY

           EXEC SQL
              UPDATE NEOSB36.EMP
                 SET JOB       = :DCLEMP-JOB,
                     SALARY    = :DCLEMP-SALARY
               WHERE EMPNO = :DCLEMP-EMPNO
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DEP0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2900-PROMOCION-EMP-EXIT.
           EXIT.

      *****************************************************************
      *                   2910-LEE-ANTES-PROMOCION                    *
      *****************************************************************
       2910-LEE-ANTES-PROMOCION.

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
                     COMM,
                     VALUE(CLASE, ' ')
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
                     :DCLEMP-COMM,
                     :WS-CLASE-ACTUAL
                FROM NEOSB36.EMP
               WHERE EMPNO = :DCLEMP-EMPNO
                 AND EMPSTATUS = :CT-EMPSTATUS-ACTIVO
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    SET RET0-88-COD-AVISO   TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    MOVE MA-NO-EXISTE       TO RET0-COD-ERROR
                    MOVE DEP0-EMPNO         TO RET0-VAR1-ERROR
                    PERFORM 3000-FIN
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE.

       2910-LEE-ANTES-PROMOCION-EXIT.
           EXIT.

      *****************************************************************
      *                   2915-CARGA-IMAGEN-ACTUAL                    *
      *                                                                *
      *    - LA PROMOCION SOLO INFORMA EMPNO, PUESTO Y PORCENTAJE: EL  *
      *      RESTO DEL REGISTRO SE TOMA DE LA IMAGEN VIGENTE, QUE      *
      *      TAMBIEN SE DEVUELVE COMO IMAGEN ANTERIOR AL LLAMADOR      *
      *****************************************************************
       2915-CARGA-IMAGEN-ACTUAL.

           MOVE DCLEMP-FIRSTNME             TO DEP0-FIRSTNME
           MOVE DCLEMP-MIDINIT              TO DEP0-MIDINIT
           MOVE DCLEMP-LASTNAME             TO DEP0-LASTNAME
           MOVE DCLEMP-WORKDEPT             TO DEP0-WORKDEPT
           MOVE DCLEMP-PHONENO              TO DEP0-PHONENO
           MOVE DCLEMP-HIREDATE             TO DEP0-HIREDATE
           MOVE DCLEMP-EDLEVEL              TO DEP0-EDLEVEL
           MOVE DCLEMP-SEX                  TO DEP0-SEX
           MOVE DCLEMP-BIRTHDATE            TO DEP0-BIRTHDATE
           MOVE DCLEMP-SALARY               TO DEP0-SALARY
           MOVE DCLEMP-BONUS                TO DEP0-BONUS
           MOVE DCLEMP-COMM                 TO DEP0-COMM
           MOVE WS-CLASE-ACTUAL             TO DEP0-CLASE

           MOVE DCLEMP-WORKDEPT             TO DEP0-ANT-WORKDEPT
           MOVE DCLEMP-JOB                  TO DEP0-ANT-JOB
           MOVE DCLEMP-SALARY               TO DEP0-ANT-SALARY
           MOVE DCLEMP-BONUS                TO DEP0-ANT-BONUS
           MOVE DCLEMP-COMM                 TO DEP0-ANT-COMM

           MOVE WS-JOB-NUEVO                TO DEP0-JOB.

       2915-CARGA-IMAGEN-ACTUAL-EXIT.
           EXIT.

      *****************************************************************
      *                  2920-CALCULA-SALARIO-PROMO                   *
      *                                                                *
      *    - SALARIO NUEVO = EL MAYOR ENTRE EL SALARIO ACTUAL MAS EL   *
      *      PORCENTAJE DE LA PROMOCION Y EL GRADOMIN DEL PUESTO       *
      *      NUEVO.  UN PUESTO SIN GRADO SOLO APLICA EL PORCENTAJE.    *
      *****************************************************************
       2920-CALCULA-SALARIO-PROMO.

           COMPUTE WS-SALARIO-PROMO ROUNDED =
                   DCLEMP-SALARY
                 + DCLEMP-SALARY * DEP0-PROMO-PORCENTAJE / 100

           MOVE DEP0-JOB                    TO DCLGRD-JOBCODE

           EXEC SQL
              SELECT GRADOMIN
                INTO :DCLGRD-GRADOMIN
                FROM NEOSB36.SALARY_GRADE
               WHERE JOBCODE = :DCLGRD-JOBCODE
           END-EXEC

           MOVE SQLCODE                     TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    IF DCLGRD-GRADOMIN IS GREATER THAN WS-SALARIO-PROMO
                       MOVE DCLGRD-GRADOMIN TO WS-SALARIO-PROMO
                    END-IF
               WHEN SQLCODE-88-NOTFND
                    CONTINUE
               WHEN OTHER
                    SET RET0-88-ERR-DB2     TO TRUE
                    MOVE CT-RUTINA          TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           MOVE WS-SALARIO-PROMO            TO DEP0-SALARY.

       2920-CALCULA-SALARIO-PROMO-EXIT.
           EXIT.

      *****************************************************************
      *                           3000-FIN                            *
      *****************************************************************
           MOVE DEP0-SALARY                 TO DCLEMP-SALARY
           MOVE DEP0-BONUS                  TO DCLEMP-BONUS
           MOVE DEP0-COMM                   TO DCLEMP-COMM
           MOVE DEP0-CLASE                  TO DCLEMP-CLASE
           MOVE DEP0-PCTJORNADA             TO DCLEMP-PCTJORNADA.

       9000-MOVER-CAMPOS-EXIT.
           EXIT.
      *****************************************************************
       9100-GRABA-HISTORICO.

      * LA PRIMERA IMAGEN ANTERIOR DE LA OPCION ES LA IMAGEN ANTES DEL
      * EVENTO DE CAMBIO; EN UN ALTA NO HAY IMAGEN ANTERIOR
           IF NO-EVT-ANTES AND DCLEHIS-TIPOCAMBIO NOT EQUAL 'C'
              PERFORM 9210-LEE-IMAGEN-EVENTO
                 THRU 9210-LEE-IMAGEN-EVENTO-EXIT
              MOVE EVI0-IMAGEN               TO EVT0-IMAGEN-ANTES
              SET SI-EVT-ANTES               TO TRUE
           END-IF

           MOVE DCLEMP-EMPNO                 TO DCLEHIS-EMPNO
           MOVE DCLEMP-FIRSTNME              TO DCLEHIS-FIRSTNME
           MOVE DCLEMP-MIDINIT               TO DCLEHIS-MIDINIT
       9100-GRABA-HISTORICO-EXIT.
           EXIT.

      *****************************************************************
      *                      9200-PUBLICA-EVENTO                      *
      *                                                                *
      *    - EVENTO DE CAMBIO DEL EMPLEADO CON LA IMAGEN ANTERIOR Y LA*
      *      POSTERIOR, EN LA MISMA UNIDAD DE TRABAJO QUE EL CAMBIO   *
      *****************************************************************
       9200-PUBLICA-EVENTO.

           PERFORM 9210-LEE-IMAGEN-EVENTO
              THRU 9210-LEE-IMAGEN-EVENTO-EXIT

           MOVE EVI0-IMAGEN                  TO EVT0-IMAGEN-DESPUES

           SET EVT0-88-EMPLEADO              TO TRUE
           MOVE DEP0-EMPNO                   TO EVT0-CLAVE
           MOVE DEP0-OPCION                  TO EVT0-OPERACION

           EVALUATE TRUE
               WHEN DEP0-88-CREATE
               WHEN DEP0-88-REHIRE
                    SET EVT0-88-ALTA         TO TRUE
               WHEN DEP0-88-DELETE
                    SET EVT0-88-BAJA         TO TRUE
               WHEN OTHER
                    SET EVT0-88-MODIFICA     TO TRUE
           END-EVALUATE

           IF DEP0-ORIGEN EQUAL SPACES OR LOW-VALUES
              MOVE CT-RUTINA                 TO EVT0-USUARIO
           ELSE
              MOVE DEP0-ORIGEN               TO EVT0-USUARIO
           END-IF

           CALL CT-NE9CEVT0 USING WS-NEECEVT0-01

           IF NOT EVT0-88-OK
              SET RET0-88-ERR-DB2            TO TRUE
              MOVE CT-RUTINA                 TO RET0-PROGRAMA
              MOVE EVT0-SQLCODE              TO RET0-SQLCODE
              MOVE CT-TABLA-EVT              TO RET0-TABLENAME
              PERFORM 3000-FIN
           END-IF.

       9200-PUBLICA-EVENTO-EXIT.
           EXIT.

      *****************************************************************
      *                    9210-LEE-IMAGEN-EVENTO                     *
      *                                                                *
      *    - FILA ACTUAL DEL EMPLEADO EN EL FORMATO DE IMAGEN DE LOS  *
      *      EVENTOS (NEECEVI0)                                       *
      *****************************************************************
       9210-LEE-IMAGEN-EVENTO.

           MOVE SPACES                       TO EVI0-IMAGEN

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
                     COMM,
                     EMPSTATUS,
                     VALUE(CHAR(FECHABAJA, ISO), ' '),
                     VALUE(MOTIVOBAJA, ' '),
                     VALUE(CLASE, ' '),
                     VALUE(PCTJORNADA, 0)
                INTO :WS-EVT-FIRSTNME,
                     :WS-EVT-MIDINIT,
                     :WS-EVT-LASTNAME,
                     :WS-EVT-WORKDEPT,
                     :WS-EVT-PHONENO,
                     :WS-EVT-HIREDATE,
                     :WS-EVT-JOB,
                     :WS-EVT-EDLEVEL,
                     :WS-EVT-SEX,
                     :WS-EVT-BIRTHDATE,
                     :WS-EVT-SALARY,
                     :WS-EVT-BONUS,
                     :WS-EVT-COMM,
                     :WS-EVT-EMPSTATUS,
                     :WS-EVT-FECHABAJA,
                     :WS-EVT-MOTIVOBAJA,
                     :WS-EVT-CLASE,
                     :WS-EVT-PCTJORNADA
                FROM NEOSB36.EMP
               WHERE EMPNO = :DEP0-EMPNO
           END-EXEC

           MOVE SQLCODE                      TO SW-SQLCODE

           EVALUATE TRUE
               WHEN SQLCODE-88-OK
                    CONTINUE
               WHEN SQLCODE-88-NOTFND
                    GO TO 9210-LEE-IMAGEN-EVENTO-EXIT
               WHEN OTHER
                    SET RET0-88-ERR-DB2      TO TRUE
                    MOVE CT-RUTINA           TO RET0-PROGRAMA
                    PERFORM 9800-ABEND-DB2
           END-EVALUATE

           MOVE DEP0-EMPNO                   TO EVI0-EMP-EMPNO
           MOVE WS-EVT-FIRSTNME              TO EVI0-EMP-FIRSTNME
           MOVE WS-EVT-MIDINIT               TO EVI0-EMP-MIDINIT
           MOVE WS-EVT-LASTNAME              TO EVI0-EMP-LASTNAME
           MOVE WS-EVT-WORKDEPT              TO EVI0-EMP-WORKDEPT
           MOVE WS-EVT-PHONENO               TO EVI0-EMP-PHONENO
           MOVE WS-EVT-HIREDATE              TO EVI0-EMP-HIREDATE
           MOVE WS-EVT-JOB                   TO EVI0-EMP-JOB
           MOVE WS-EVT-EDLEVEL               TO EVI0-EMP-EDLEVEL
           MOVE WS-EVT-SEX                   TO EVI0-EMP-SEX
           MOVE WS-EVT-BIRTHDATE             TO EVI0-EMP-BIRTHDATE
           MOVE WS-EVT-SALARY                TO EVI0-EMP-SALARY
           MOVE WS-EVT-BONUS                 TO EVI0-EMP-BONUS
           MOVE WS-EVT-COMM                  TO EVI0-EMP-COMM
           MOVE WS-EVT-EMPSTATUS             TO EVI0-EMP-EMPSTATUS
           MOVE WS-EVT-FECHABAJA             TO EVI0-EMP-FECHABAJA
           MOVE WS-EVT-MOTIVOBAJA            TO EVI0-EMP-MOTIVOBAJA
           MOVE WS-EVT-CLASE                 TO EVI0-EMP-CLASE
           MOVE WS-EVT-PCTJORNADA            TO EVI0-EMP-PCTJORNADA.

       9210-LEE-IMAGEN-EVENTO-EXIT.
           EXIT.

      *****************************************************************
      *                          9800-ABEND-DB2                       *
      *****************************************************************
       9800-ABEND-DB2.

      * SIN TABLA INFORMADA EL ERROR ES DE EMP
           IF WS-TABLA-ERROR EQUAL SPACES
              MOVE CT-TABLA-EMP             TO WS-TABLA-ERROR
           END-IF

           MOVE SQLCAID                     TO RET0-SQLCAID
           MOVE SQLCODE                     TO RET0-SQLCODE
           MOVE SQLERRM                     TO RET0-SQLERRM
           MOVE WS-TABLA-ERROR              TO RET0-TABLENAME

      * EL ERROR QUEDA EN SQL_ERRLOG; -911/-913 LOS DECIDE EL LLAMADOR
           INITIALIZE WS-NEECSQL0-01
           SET SQL0-88-RUTINA               TO TRUE
           MOVE CT-RUTINA                   TO SQL0-PROGRAMA
           STRING '9800-ABEND-DB2 OPCION '  DELIMITED BY SIZE
                  DEP0-OPCION               DELIMITED BY SIZE
             INTO SQL0-PARRAFO
           END-STRING
           MOVE WS-TABLA-ERROR              TO SQL0-TABLA
           MOVE DEP0-EMPNO                  TO SQL0-CLAVE
           MOVE SQLCODE                     TO SQL0-SQLCODE
           MOVE SQLERRMC                    TO SQL0-SQLERRMC

           CALL CT-NE9CSQL0 USING WS-NEECSQL0-01

           MOVE SPACES                      TO WS-TABLA-ERROR

           GOBACK.

