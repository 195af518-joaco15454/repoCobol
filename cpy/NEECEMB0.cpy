      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECEMB0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE EMBARGOS    *
      *               JUDICIALES SOBRE EL SUELDO NE9CEMB0 (TABLA       *
      *               NEOSB36.EMP_GARNISH).  OPCION 'C' REGISTRA UNA   *
      *               ORDEN (NUMERO Y SALDO LOS ASIGNA LA RUTINA), 'R' *
      *               LA CONSULTA (CON NUMERO EN CERO DEVUELVE LA      *
      *               ULTIMA DEL EMPLEADO), 'U' MODIFICA UNA ORDEN     *
      *               ACTIVA, 'L' LA LEVANTA Y 'D' ANULA UNA ORDEN SIN *
      *               RETENCIONES.  LA CLAVE ES EMPNO + NUMERO.  EL    *
      *               CALCULO ES UN IMPORTE FIJO ('F') O UN PORCENTAJE *
      *               ('P') DEL SUELDO DEL MES, NUNCA POR ENCIMA DEL   *
      *               MAXIMO LEGAL.  LAS RETENCIONES LAS CALCULA EL    *
      *               BATCH NEEMB000.                                  *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : EMB0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECEMB0.
              10 EMB0-OPCION                    PIC X(01).
                 88 EMB0-88-ALTA                          VALUE 'C'.
                 88 EMB0-88-CONSULTA                      VALUE 'R'.
                 88 EMB0-88-MODIFICA                      VALUE 'U'.
                 88 EMB0-88-LEVANTA                       VALUE 'L'.
                 88 EMB0-88-BAJA                          VALUE 'D'.
              10 EMB0-ORIGEN                    PIC X(08).
              10 EMB0-EMPNO                     PIC X(06).
              10 EMB0-NRO-EMBARGO               PIC S9(04) COMP.
              10 EMB0-NRO-ORDEN                 PIC X(20).
              10 EMB0-ACREEDOR                  PIC X(30).
              10 EMB0-TIPO                      PIC X(01).
                 88 EMB0-88-FIJO                          VALUE 'F'.
                 88 EMB0-88-PORCENTAJE                    VALUE 'P'.
                 88 EMB0-88-TIPO-VALIDO                   VALUE 'F'
                                                                'P'.
              10 EMB0-IMPORTE-FIJO              PIC S9(07)V9(02) COMP-3.
              10 EMB0-PORCENTAJE                PIC S9(03)V9(02) COMP-3.
              10 EMB0-PCT-MAX-LEGAL             PIC S9(03)V9(02) COMP-3.
              10 EMB0-TOTAL-RECUPERAR           PIC S9(07)V9(02) COMP-3.
              10 EMB0-SALDO                     PIC S9(07)V9(02) COMP-3.
              10 EMB0-PRIORIDAD                 PIC S9(04) COMP.
              10 EMB0-PERIODO-INICIO            PIC X(06).
              10 EMB0-ESTADO                    PIC X(01).
                 88 EMB0-88-ACTIVO                        VALUE 'A'.
                 88 EMB0-88-CANCELADO                     VALUE 'C'.
                 88 EMB0-88-LEVANTADO                     VALUE 'L'.
