      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECCVL0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE PEDIDOS DE  *
      *               CERTIFICADOS DE TRABAJO NE9CCVL0 (TABLA          *
      *               NEOSB36.CERT_LETTER).  OPCION 'C' DEJA EL PEDIDO *
      *               PENDIENTE PARA LA IMPRESION BATCH NECVL000;      *
      *               OPCION 'R' DEVUELVE EL ULTIMO PEDIDO DEL         *
      *               EMPLEADO CON SU ESTADO Y, SI YA SE EMITIO, EL    *
      *               NUMERO DE CERTIFICADO Y LA FECHA DE EMISION.     *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : CVL0.                                     *
      *                                                                *
      ******************************************************************

           05 NEECCVL0.
              10 CVL0-OPCION                    PIC X(01).
                 88 CVL0-88-CREATE                        VALUE 'C'.
                 88 CVL0-88-READ                          VALUE 'R'.
              10 CVL0-EMPNO                     PIC X(06).
              10 CVL0-TIPOCARTA                 PIC X(01).
                 88 CVL0-88-CON-SUELDO                    VALUE 'S'.
                 88 CVL0-88-SIN-SUELDO                    VALUE 'N'.
              10 CVL0-DESTINATARIO              PIC X(40).
              10 CVL0-USUARIO                   PIC X(08).
      *       DATOS DEVUELTOS
              10 CVL0-NOMBRE                    PIC X(28).
              10 CVL0-FECHAPEDIDO               PIC X(26).
              10 CVL0-ESTADO                    PIC X(01).
                 88 CVL0-88-PENDIENTE                     VALUE 'P'.
                 88 CVL0-88-EMITIDA                       VALUE 'E'.
              10 CVL0-NROCARTA                  PIC S9(09) COMP.
              10 CVL0-FECHAEMISION              PIC X(10).
