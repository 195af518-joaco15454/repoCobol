      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECPRE0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE PRESTAMOS   *
      *               Y ADELANTOS DE SUELDO NE9CPRE0 (TABLA            *
      *               NEOSB36.EMP_LOAN).  OPCION 'C' OTORGA UN         *
      *               PRESTAMO (NUMERO Y SALDO LOS ASIGNA LA RUTINA),  *
      *               'R' LO CONSULTA (CON NUMERO EN CERO DEVUELVE EL  *
      *               ULTIMO DEL EMPLEADO), 'U' MODIFICA LA CUOTA DE   *
      *               UN PRESTAMO ACTIVO Y 'D' ANULA UN PRESTAMO SIN   *
      *               CUOTAS DESCONTADAS.  LA CLAVE ES EMPNO + NUMERO. *
      *               LAS CUOTAS LAS DESCUENTA EL BATCH NEPRE000.      *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : PRE0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECPRE0.
              10 PRE0-OPCION                    PIC X(01).
                 88 PRE0-88-ALTA                          VALUE 'C'.
                 88 PRE0-88-CONSULTA                      VALUE 'R'.
                 88 PRE0-88-MODIFICA                      VALUE 'U'.
                 88 PRE0-88-BAJA                          VALUE 'D'.
              10 PRE0-ORIGEN                    PIC X(08).
              10 PRE0-EMPNO                     PIC X(06).
              10 PRE0-NRO-PRESTAMO              PIC S9(04) COMP.
              10 PRE0-TIPO                      PIC X(01).
                 88 PRE0-88-ADELANTO                      VALUE 'A'.
                 88 PRE0-88-PRESTAMO                      VALUE 'P'.
                 88 PRE0-88-TIPO-VALIDO                   VALUE 'A'
                                                                'P'.
              10 PRE0-CAPITAL                   PIC S9(07)V9(02) COMP-3.
              10 PRE0-CUOTA                     PIC S9(07)V9(02) COMP-3.
              10 PRE0-PERIODO-INICIO            PIC X(06).
              10 PRE0-SALDO                     PIC S9(07)V9(02) COMP-3.
              10 PRE0-ESTADO                    PIC X(01).
                 88 PRE0-88-ACTIVO                        VALUE 'A'.
                 88 PRE0-88-CANCELADO                     VALUE 'C'.
                 88 PRE0-88-PAGO-FINAL                    VALUE 'F'.
