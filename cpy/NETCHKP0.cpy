      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCHKP0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO DE DESCARGA DE LA DEPURACION *
      *              DE TABLAS DE CONTROL OPERATIVO (NEHKP000). POR    *
      *              CADA TABLA DEPURADA UN ENCABEZADO ('H') CON LA    *
      *              RETENCION Y LA FECHA DE CORTE, UN DETALLE ('D')   *
      *              CON LA IMAGEN DCLGEN DE CADA FILA DESCARGADA Y UN *
      *              TRAILER ('T') CON LA CANTIDAD DE FILAS. UN GRUPO  *
      *              SIN TRAILER ES UN INTENTO DESHECHO (BLOQUEO DB2 O *
      *              CONTEOS DISTINTOS): SUS FILAS SIGUEN EN LA TABLA  *
      *              Y NO DEBE RECARGARSE. FECHAS EN AAAAMMDD.         *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 220 POSICIONES.                           *
      *           PREFIJO  : HKP.                                      *
      *                                                                *
      ******************************************************************
       05  NETCHKP0.
           10 HKP-TIPO-REG                      PIC X(01).
              88 HKP-88-ENCABEZADO                        VALUE 'H'.
              88 HKP-88-DETALLE                           VALUE 'D'.
              88 HKP-88-TRAILER                           VALUE 'T'.
           10 HKP-TABLA                         PIC X(12).
           10 HKP-FECHA-PROCESO                 PIC 9(08).
           10 HKP-DATOS                         PIC X(199).
           10 HKP-ENCABEZADO REDEFINES HKP-DATOS.
              15 HKP-HDR-DIAS-RETENCION         PIC 9(04).
              15 HKP-HDR-FECHA-CORTE            PIC 9(08).
              15 HKP-HDR-INTENTO                PIC 9(02).
              15 FILLER                         PIC X(185).
           10 HKP-DETALLE REDEFINES HKP-DATOS.
              15 HKP-DET-IMAGEN                 PIC X(188).
              15 FILLER                         PIC X(11).
           10 HKP-TRAILER REDEFINES HKP-DATOS.
              15 HKP-TRL-CANTIDAD               PIC 9(09).
              15 FILLER                         PIC X(190).
      ******************************************************************
      * THE LENGHT OF COLUMNS DESCRIBED BY THIS DECLARATION IS 220     *
      ******************************************************************
