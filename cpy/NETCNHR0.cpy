      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCNHR0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO DE INGRESOS Y REINGRESOS     *
      *              INFORMADOS AL ORGANISMO LABORAL, SEGUN EL DISENO  *
      *              DE REGISTRO FIJO DEL ORGANISMO: UN ENCABEZADO     *
      *              DEL EMPLEADOR ('H'), UN DETALLE POR INGRESO       *
      *              ('D') Y UN TRAILER CON LA CANTIDAD ('T').         *
      *              FECHAS EN FORMATO AAAAMMDD.                       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 150 POSICIONES.                           *
      *           PREFIJO  : NHR.                                      *
      *                                                                *
      ******************************************************************
       05  NETCNHR0.
           10 NHR-TIPO-REG                      PIC X(01).
              88 NHR-88-ENCABEZADO                        VALUE 'H'.
              88 NHR-88-DETALLE                           VALUE 'D'.
              88 NHR-88-TRAILER                           VALUE 'T'.
           10 NHR-EMPLEADOR                     PIC X(11).
           10 NHR-DATOS                         PIC X(138).
           10 NHR-ENCABEZADO REDEFINES NHR-DATOS.
              15 NHR-HDR-RAZON-SOCIAL           PIC X(40).
              15 NHR-HDR-FECHA-ENVIO            PIC 9(08).
              15 NHR-HDR-ARCHIVO                PIC X(08).
              15 FILLER                         PIC X(82).
           10 NHR-DETALLE REDEFINES NHR-DATOS.
              15 NHR-DET-EMPNO                  PIC X(06).
              15 NHR-DET-TIPO-ALTA              PIC X(01).
                 88 NHR-88-INGRESO                        VALUE 'N'.
                 88 NHR-88-REINGRESO                      VALUE 'R'.
              15 NHR-DET-APELLIDO               PIC X(15).
              15 NHR-DET-NOMBRE                 PIC X(12).
              15 NHR-DET-INICIAL                PIC X(01).
              15 NHR-DET-SEXO                   PIC X(01).
              15 NHR-DET-FECHA-NACIM            PIC 9(08).
              15 NHR-DET-FECHA-INGRESO          PIC 9(08).
              15 NHR-DET-CALLE                  PIC X(30).
              15 NHR-DET-CIUDAD                 PIC X(20).
              15 NHR-DET-CODPOSTAL              PIC X(08).
              15 NHR-DET-PAIS                   PIC X(02).
              15 FILLER                         PIC X(26).
           10 NHR-TRAILER REDEFINES NHR-DATOS.
              15 NHR-TRL-CANTIDAD               PIC 9(07).
              15 FILLER                         PIC X(131).
