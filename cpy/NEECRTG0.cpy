      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECRTG0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE             *
      *               CALIFICACIONES DE DESEMPENO NE9CRTG0 (TABLA      *
      *               NEOSB36.EMP_RATING).  OPCION 'C' REGISTRA LA     *
      *               CALIFICACION ANUAL, 'R' LA CONSULTA (CON ANIO EN *
      *               CEROS DEVUELVE LA ULTIMA DEL EMPLEADO) Y 'U' LA  *
      *               MODIFICA.  LA CLAVE ES EMPNO + ANIO.  SOLO       *
      *               CALIFICA EL GERENTE (MGRNO) DEL DEPARTAMENTO DEL *
      *               EMPLEADO.  ESCALA: 1 (INSUFICIENTE) A 5          *
      *               (EXCEPCIONAL).                                   *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : RTG0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECRTG0.
              10 RTG0-OPCION                    PIC X(01).
                 88 RTG0-88-ALTA                          VALUE 'C'.
                 88 RTG0-88-CONSULTA                      VALUE 'R'.
                 88 RTG0-88-MODIFICA                      VALUE 'U'.
              10 RTG0-ORIGEN                    PIC X(08).
              10 RTG0-EMPNO                     PIC X(06).
              10 RTG0-ANIO                      PIC 9(04).
              10 RTG0-CALIFICACION              PIC 9(01).
                 88 RTG0-88-CALIF-VALIDA                  VALUE 1
                                                          THRU 5.
              10 RTG0-USUARIO-CAMBIO            PIC X(08).
