      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECSUC0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE             *
      *               MANTENIMIENTO DEL PLAN DE SUCESION DE GERENTES   *
      *               NE9CSUC0 (TABLA NEOSB36.SUCCESSION).  CADA       *
      *               DEPARTAMENTO (PUESTO DEPT.MGRNO) PUEDE TENER     *
      *               VARIOS SUCESORES NOMINADOS.  OPCION 'C' ALTA,    *
      *               'R' CONSULTA, 'U' MODIFICA LA PREPARACION Y 'D'  *
      *               QUITA LA NOMINACION.                             *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : SUC0.                                     *
      *                                                                *
      ******************************************************************

           05 NEECSUC0.
              10 SUC0-OPCION                    PIC X(01).
                 88 SUC0-88-CREATE                        VALUE 'C'.
                 88 SUC0-88-READ                          VALUE 'R'.
                 88 SUC0-88-UPDATE                        VALUE 'U'.
                 88 SUC0-88-DELETE                        VALUE 'D'.
              10 SUC0-DEPTNO                    PIC X(03).
              10 SUC0-EMPNO                     PIC X(06).
      *       PREPARACION DEL SUCESOR PARA ASUMIR EL PUESTO
              10 SUC0-PREPARACION               PIC X(01).
                 88 SUC0-88-LISTO                         VALUE '1'.
                 88 SUC0-88-UNO-A-DOS                     VALUE '2'.
                 88 SUC0-88-TRES-O-MAS                    VALUE '3'.
                 88 SUC0-88-PREPARACION-OK                VALUE '1'
                                                                '2'
                                                                '3'.
              10 SUC0-FECHA-NOMINA              PIC X(10).
              10 SUC0-LASTNAME                  PIC X(15).
              10 SUC0-USUARIO                   PIC X(08).
