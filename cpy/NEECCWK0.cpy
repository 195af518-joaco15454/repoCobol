      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECCWK0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE             *
      *               MANTENIMIENTO DEL REGISTRO DE CONTRATISTAS Y     *
      *               EVENTUALES DE AGENCIA NE9CCWK0 (TABLA            *
      *               NEOSB36.CONT_WORKER).  NO SON EMPLEADOS: NO      *
      *               FIGURAN EN NEOSB36.EMP NI PASAN POR AUMENTOS NI  *
      *               NOMINA.  OPCION 'C' ALTA, 'R' CONSULTA, 'U'      *
      *               MODIFICA Y 'D' CIERRA EL CONTRATO (ESTADO 'C').  *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : CWK0.                                     *
      *                                                                *
      ******************************************************************

           05 NEECCWK0.
              10 CWK0-OPCION                    PIC X(01).
                 88 CWK0-88-CREATE                        VALUE 'C'.
                 88 CWK0-88-READ                          VALUE 'R'.
                 88 CWK0-88-UPDATE                        VALUE 'U'.
                 88 CWK0-88-DELETE                        VALUE 'D'.
              10 CWK0-CWKID                     PIC X(06).
              10 CWK0-NOMBRE                    PIC X(30).
              10 CWK0-AGENCIA                   PIC X(20).
              10 CWK0-DEPTNO                    PIC X(03).
              10 CWK0-FECHA-INICIO              PIC X(10).
              10 CWK0-FECHA-FIN                 PIC X(10).
              10 CWK0-TARIFA-DIARIA             PIC S9(07)V9(02)
                                                COMP-3.
      *       GERENTE QUE PATROCINA EL CONTRATO (EMPLEADO ACTIVO)
              10 CWK0-MGRNO                     PIC X(06).
              10 CWK0-ESTADO                    PIC X(01).
                 88 CWK0-88-ACTIVO                        VALUE 'A'.
                 88 CWK0-88-CERRADO                       VALUE 'C'.
              10 CWK0-USUARIO                   PIC X(08).
