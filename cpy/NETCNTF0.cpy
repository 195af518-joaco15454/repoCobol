      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCNTF0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO DE NOTIFICACIONES A GERENTES *
      *              PARA LA PASARELA DE CORREO CORPORATIVA: UN        *
      *              RESUMEN POR GERENTE CON SU ENCABEZADO ('H'), UN   *
      *              DETALLE POR NOVEDAD ('D') Y UN TRAILER CON LA     *
      *              CANTIDAD DE NOVEDADES DEL RESUMEN ('T'). LA       *
      *              PASARELA RESUELVE LA DIRECCION DE CORREO POR EL   *
      *              LEGAJO DEL GERENTE. FECHAS EN FORMATO AAAAMMDD.   *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 150 POSICIONES.                           *
      *           PREFIJO  : NTF.                                      *
      *                                                                *
      ******************************************************************
       05  NETCNTF0.
           10 NTF-TIPO-REG                      PIC X(01).
              88 NTF-88-ENCABEZADO                        VALUE 'H'.
              88 NTF-88-DETALLE                           VALUE 'D'.
              88 NTF-88-TRAILER                           VALUE 'T'.
           10 NTF-MGRNO                         PIC X(06).
           10 NTF-DATOS                         PIC X(143).
           10 NTF-ENCABEZADO REDEFINES NTF-DATOS.
              15 NTF-HDR-APELLIDO               PIC X(15).
              15 NTF-HDR-NOMBRE                 PIC X(12).
              15 NTF-HDR-DEPTO                  PIC X(03).
              15 NTF-HDR-FECHA-ENVIO            PIC 9(08).
              15 FILLER                         PIC X(105).
           10 NTF-DETALLE REDEFINES NTF-DATOS.
              15 NTF-DET-TIPO-EVENTO            PIC X(03).
                 88 NTF-88-FIN-PRUEBA                     VALUE 'PRB'.
                 88 NTF-88-ANIVERSARIO                    VALUE 'ANV'.
                 88 NTF-88-JUBILACION                     VALUE 'JUB'.
                 88 NTF-88-AUMENTO-PENDIENTE              VALUE 'APR'.
                 88 NTF-88-CAMBIO-PROGRAMADO              VALUE 'PCH'.
              15 NTF-DET-EMPNO                  PIC X(06).
              15 NTF-DET-APELLIDO               PIC X(15).
              15 NTF-DET-NOMBRE                 PIC X(12).
              15 NTF-DET-DEPTO                  PIC X(03).
              15 NTF-DET-FECHA-EVENTO           PIC 9(08).
              15 NTF-DET-DETALLE                PIC X(50).
              15 FILLER                         PIC X(46).
           10 NTF-TRAILER REDEFINES NTF-DATOS.
              15 NTF-TRL-CANTIDAD               PIC 9(07).
              15 FILLER                         PIC X(136).
