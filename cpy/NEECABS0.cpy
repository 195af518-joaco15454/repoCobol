      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECABS0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE AUSENCIAS   *
      *               DE CORTO PLAZO NE9CABS0 (TABLA                   *
      *               NEOSB36.EMP_ABSENCE).  OPCION 'C' REGISTRA UNA   *
      *               AUSENCIA, 'R' LA CONSULTA (CON FECHA DESDE EN    *
      *               BLANCO DEVUELVE LA ULTIMA DEL EMPLEADO), 'U'     *
      *               MODIFICA FECHA HASTA, TIPO Y CERTIFICADO, Y 'D'  *
      *               LA ELIMINA.  LA CLAVE ES EMPNO + FECHA DESDE.    *
      *               DIAS PERDIDOS = DIAS HABILES DEL PERIODO.        *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : ABS0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECABS0.
              10 ABS0-OPCION                    PIC X(01).
                 88 ABS0-88-ALTA                          VALUE 'C'.
                 88 ABS0-88-CONSULTA                      VALUE 'R'.
                 88 ABS0-88-MODIFICA                      VALUE 'U'.
                 88 ABS0-88-BAJA                          VALUE 'D'.
              10 ABS0-ORIGEN                    PIC X(08).
              10 ABS0-EMPNO                     PIC X(06).
              10 ABS0-FECHA-DESDE               PIC X(10).
              10 ABS0-FECHA-HASTA               PIC X(10).
              10 ABS0-TIPO                      PIC X(02).
                 88 ABS0-88-ENFERMEDAD                    VALUE 'EN'.
                 88 ABS0-88-ACCIDENTE                     VALUE 'AC'.
                 88 ABS0-88-FAMILIAR                      VALUE 'FM'.
                 88 ABS0-88-TRAMITE                       VALUE 'TR'.
                 88 ABS0-88-OTRA                          VALUE 'OT'.
                 88 ABS0-88-TIPO-VALIDO                   VALUE 'EN'
                                                                'AC'
                                                                'FM'
                                                                'TR'
                                                                'OT'.
              10 ABS0-CERTIFICADO               PIC X(01).
                 88 ABS0-88-CON-CERTIFICADO               VALUE 'S'.
                 88 ABS0-88-SIN-CERTIFICADO               VALUE 'N'.
              10 ABS0-DIAS-PERDIDOS             PIC S9(04) COMP.
