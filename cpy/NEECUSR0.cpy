      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE PERFILES    *
      *               DE USUARIO NE9CUSR0.  DEVUELVE EL NIVEL DE       *
      *               ACCESO DEL USUARIO FIRMADO: CONSULTA,            *
      *               MANTENIMIENTO O APROBACION, Y EL EMPNO DEL       *
      *               EMPLEADO VINCULADO AL USUARIO, SI LO HAY.  UN    *
      *               USUARIO NO REGISTRADO NO TIENE ACCESO.           *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
                 88 USR0-88-OK                            VALUE '00'.
                 88 USR0-88-SIN-PERFIL                    VALUE '10'.
                 88 USR0-88-ERROR-DB2                     VALUE '99'.
      *       EMPNO VINCULADO AL USUARIO (AUTOCONSULTA DEL EMPLEADO)
              10 USR0-EMPNO                     PIC X(06).
