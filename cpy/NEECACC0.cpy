      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECACC0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE REGISTRO DE *
      *               ACCESOS NE9CACC0.  CADA CONSULTA DE DATOS DE UN  *
      *               EMPLEADO DESDE LAS PANTALLAS QUEDA EN            *
      *               NEOSB36.ACCESS_LOG CON USUARIO, TERMINAL,        *
      *               TRANSACCION, EMPNO CONSULTADO Y SI EL ACCESO SE  *
      *               PERMITIO O SE RECHAZO.                           *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : ACC0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECACC0.
              10 ACC0-USUARIO                   PIC X(08).
              10 ACC0-TERMINAL                  PIC X(04).
              10 ACC0-TRANSACCION               PIC X(04).
              10 ACC0-EMPNO                     PIC X(06).
              10 ACC0-RESULTADO                 PIC X(01).
                 88 ACC0-88-PERMITIDO                     VALUE 'P'.
                 88 ACC0-88-RECHAZADO                     VALUE 'R'.
              10 ACC0-COD-RET                   PIC X(02).
                 88 ACC0-88-OK                            VALUE '00'.
                 88 ACC0-88-ERROR-DB2                     VALUE '99'.
