      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCMKS0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO ANUAL DE ENCUESTA SALARIAL   *
      *              DE MERCADO: UN ENCABEZADO ('H') CON LA FUENTE Y   *
      *              EL ANIO DE LA ENCUESTA, UN DETALLE ('D') POR      *
      *              PUESTO DE LA ENCUESTA Y LOCATION CON LOS          *
      *              PERCENTILES 25/50/75 DEL SALARIO ANUAL A TIEMPO   *
      *              COMPLETO, Y UN TRAILER ('T') CON LA CANTIDAD DE   *
      *              DETALLES. LA FUENTE ES LA CLAVE EMPRESA DE LA     *
      *              EQUIVALENCIA DE PUESTOS EN JOB_XWALK.             *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 080 POSICIONES.                           *
      *           PREFIJO  : MKS.                                      *
      *                                                                *
      ******************************************************************
       05  NETCMKS0.
           10 MKS-TIPO-REG                      PIC X(01).
              88 MKS-88-ENCABEZADO                        VALUE 'H'.
              88 MKS-88-DETALLE                           VALUE 'D'.
              88 MKS-88-TRAILER                           VALUE 'T'.
           10 MKS-DATOS                         PIC X(79).
           10 MKS-ENCABEZADO REDEFINES MKS-DATOS.
              15 MKS-HDR-FUENTE                 PIC X(08).
              15 MKS-HDR-ANIO                   PIC X(04).
              15 MKS-HDR-DESCRIPCION            PIC X(40).
              15 FILLER                         PIC X(27).
           10 MKS-DETALLE REDEFINES MKS-DATOS.
              15 MKS-DET-JOBENCUESTA            PIC X(10).
              15 MKS-DET-LOCATION               PIC X(16).
              15 MKS-DET-PERCENTIL25            PIC 9(07)V9(02).
              15 MKS-DET-PERCENTIL50            PIC 9(07)V9(02).
              15 MKS-DET-PERCENTIL75            PIC 9(07)V9(02).
              15 FILLER                         PIC X(26).
           10 MKS-TRAILER REDEFINES MKS-DATOS.
              15 MKS-TRL-CANTIDAD               PIC 9(07).
              15 FILLER                         PIC X(72).
