      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECREQ0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE             *
      *               MANTENIMIENTO DE REQUISICIONES DE PERSONAL       *
      *               NE9CREQ0 (TABLA NEOSB36.REQUISITION).  UNA       *
      *               REQUISICION SOLO SE ABRE SI EL DEPARTAMENTO      *
      *               TIENE UNA POSICION AUTORIZADA LIBRE; SE CUBRE    *
      *               DESDE EL ALTA DE NE9CEMP0 CON EL EMPNO           *
      *               INGRESADO.  OPCION 'C' ABRE, 'R' CONSULTA, 'U'   *
      *               MODIFICA UNA ABIERTA Y 'D' LA CANCELA.           *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : REQ0.                                     *
      *                                                                *
      ******************************************************************

           05 NEECREQ0.
              10 REQ0-OPCION                    PIC X(01).
                 88 REQ0-88-CREATE                        VALUE 'C'.
                 88 REQ0-88-READ                          VALUE 'R'.
                 88 REQ0-88-UPDATE                        VALUE 'U'.
                 88 REQ0-88-DELETE                        VALUE 'D'.
              10 REQ0-REQID                     PIC X(06).
              10 REQ0-DEPTNO                    PIC X(03).
              10 REQ0-JOB                       PIC X(08).
              10 REQ0-SALARIO                   PIC S9(07)V9(02)
                                                COMP-3.
              10 REQ0-FECHA-APERTURA            PIC X(10).
              10 REQ0-ESTADO                    PIC X(01).
                 88 REQ0-88-ABIERTA                       VALUE 'A'.
                 88 REQ0-88-CUBIERTA                      VALUE 'F'.
                 88 REQ0-88-CANCELADA                     VALUE 'X'.
      *       EMPLEADO INGRESADO Y FECHA DE CIERRE (SALIDA)
              10 REQ0-EMPNO                     PIC X(06).
              10 REQ0-FECHA-CIERRE              PIC X(10).
              10 REQ0-USUARIO                   PIC X(08).
