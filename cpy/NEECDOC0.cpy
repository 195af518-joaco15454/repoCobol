      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECDOC0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DE LA RUTINA DE             *
      *               MANTENIMIENTO DE DOCUMENTOS DEL EMPLEADO         *
      *               NE9CDOC0 (TABLA NEOSB36.EMP_DOCUMENT):           *
      *               LICENCIAS, CERTIFICACIONES Y PERMISOS DE         *
      *               TRABAJO CON SU VENCIMIENTO.  UN DOCUMENTO        *
      *               VIGENTE POR EMPLEADO Y TIPO; LA RENOVACION SE    *
      *               GRABA CON 'U'.  OPCION 'C' ALTA, 'R' CONSULTA,   *
      *               'U' MODIFICA Y 'D' BAJA.                         *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : DOC0.                                     *
      *                                                                *
      ******************************************************************

           05 NEECDOC0.
              10 DOC0-OPCION                    PIC X(01).
                 88 DOC0-88-CREATE                        VALUE 'C'.
                 88 DOC0-88-READ                          VALUE 'R'.
                 88 DOC0-88-UPDATE                        VALUE 'U'.
                 88 DOC0-88-DELETE                        VALUE 'D'.
              10 DOC0-EMPNO                     PIC X(06).
              10 DOC0-TIPODOC                   PIC X(04).
              10 DOC0-NRODOC                    PIC X(20).
              10 DOC0-FECHA-EMISION             PIC X(10).
              10 DOC0-FECHA-VENCE               PIC X(10).
              10 DOC0-LASTNAME                  PIC X(15).
              10 DOC0-USUARIO                   PIC X(08).
