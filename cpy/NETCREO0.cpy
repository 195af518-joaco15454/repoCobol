      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCREO0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO DE PROPUESTA DE              *
      *              REORGANIZACION QUE SIMULA NEREO000.  CADA         *
      *              REGISTRO ES UN CAMBIO SOBRE EL DEPARTAMENTO       *
      *              REO-DEPTNO, Y SE APLICAN EN EL ORDEN DEL ARCHIVO: *
      *              'A' NUEVO ADMRDEPT, 'G' NUEVO GERENTE (MGRNO),    *
      *              'F' FUSION DEL DEPARTAMENTO EN REO-FUS-DESTINO,   *
      *              'N' DEPARTAMENTO NUEVO Y 'E' TRASLADO DEL         *
      *              EMPLEADO REO-EMP-EMPNO AL DEPARTAMENTO REO-DEPTNO.*
      *              LAS LINEAS CON '*' O BLANCO EN LA COLUMNA 1 SON   *
      *              COMENTARIOS.                                      *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 080 POSICIONES.                           *
      *           PREFIJO  : REO.                                      *
      *                                                                *
      ******************************************************************
       05  NETCREO0.
           10 REO-TIPO-REG                      PIC X(01).
              88 REO-88-COMENTARIO                        VALUE '*' ' '.
              88 REO-88-ADMRDEPT                          VALUE 'A'.
              88 REO-88-GERENTE                           VALUE 'G'.
              88 REO-88-FUSION                            VALUE 'F'.
              88 REO-88-NUEVO                             VALUE 'N'.
              88 REO-88-TRASLADO                          VALUE 'E'.
           10 FILLER                            PIC X(01).
           10 REO-DEPTNO                        PIC X(03).
           10 FILLER                            PIC X(01).
           10 REO-DATOS                         PIC X(74).
           10 REO-CAMBIO-ADMRDEPT REDEFINES REO-DATOS.
              15 REO-ADM-ADMRDEPT               PIC X(03).
              15 FILLER                         PIC X(71).
           10 REO-CAMBIO-GERENTE REDEFINES REO-DATOS.
              15 REO-GER-MGRNO                  PIC X(06).
              15 FILLER                         PIC X(68).
           10 REO-FUSION REDEFINES REO-DATOS.
              15 REO-FUS-DESTINO                PIC X(03).
              15 FILLER                         PIC X(71).
           10 REO-NUEVO REDEFINES REO-DATOS.
              15 REO-NUE-ADMRDEPT               PIC X(03).
              15 FILLER                         PIC X(01).
              15 REO-NUE-MGRNO                  PIC X(06).
              15 FILLER                         PIC X(01).
              15 REO-NUE-DEPTNAME               PIC X(36).
              15 FILLER                         PIC X(27).
           10 REO-TRASLADO REDEFINES REO-DATOS.
              15 REO-EMP-EMPNO                  PIC X(06).
              15 FILLER                         PIC X(68).
