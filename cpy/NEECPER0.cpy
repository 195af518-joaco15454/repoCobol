      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECPER0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE CONTROL     *
      *               DEL CALENDARIO DE PERIODOS DE NOMINA NE9CPER0    *
      *               (TABLA PAY_PERIOD, UN CALENDARIO POR LOCATION).  *
      *               UBICA EL PERIODO QUE CONTIENE LA FECHA EFECTIVA  *
      *               DEL EMPLEADO (LOCATION DE SU DEPARTAMENTO SI NO  *
      *               VIENE INFORMADA). SI EL PERIODO ESTA CERRADO     *
      *               DEVUELVE EL INICIO DEL PRIMER PERIODO ABIERTO    *
      *               POSTERIOR; CON LA OPCION 'V' ADEMAS ASIENTA LA   *
      *               REDIRECCION EN PERIOD_REDIRECT, CON LA OPCION    *
      *               'C' SOLO CONSULTA. UNA FECHA SIN PERIODO EN EL   *
      *               CALENDARIO SE ACEPTA COMO ABIERTA; SIN FECHA SE  *
      *               CONTROLA EL DIA DE HOY. NO HACE                  *
      *               COMMIT: LA UNIDAD DE TRABAJO ES DEL LLAMADOR.    *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : PER0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECPER0.
              10 PER0-OPCION                    PIC X(01).
                 88 PER0-88-VERIFICA                      VALUE 'V'.
                 88 PER0-88-CONSULTA                      VALUE 'C'.
              10 PER0-EMPNO                     PIC X(06).
              10 PER0-LOCATION                  PIC X(16).
              10 PER0-FECHA                     PIC X(10).
              10 PER0-TIPO-CAMBIO               PIC X(01).
                 88 PER0-88-CAMBIO-PROGRAMADO             VALUE 'P'.
                 88 PER0-88-CAMBIO-APLICADO               VALUE 'A'.
                 88 PER0-88-CAMBIO-RETROACTIVO            VALUE 'R'.
              10 PER0-PROGRAMA                  PIC X(08).
              10 PER0-USUARIO                   PIC X(08).
              10 PER0-PERIODO                   PIC X(06).
              10 PER0-FECHA-NUEVA               PIC X(10).
              10 PER0-PERIODO-NUEVO             PIC X(06).
              10 PER0-COD-RET                   PIC X(02).
                 88 PER0-88-ABIERTO                       VALUE '00'.
                 88 PER0-88-REDIRIGIDO                    VALUE '04'.
                 88 PER0-88-SIN-ABIERTO                   VALUE '08'.
                 88 PER0-88-ERROR-DB2                     VALUE '99'.
              10 PER0-SQLCODE                   PIC S9(09) COMP-3.
