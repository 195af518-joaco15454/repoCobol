      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCRSP0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL PUNTO DE RESTAURACION LOGICO QUE LA  *
      *              CADENA TOMA ANTES DE UN PASO DE ACTUALIZACION     *
      *              MASIVA (NERSP000) Y QUE EL OPERADOR RECARGA CON   *
      *              NERSP001. POR CADA TABLA UN ENCABEZADO ('H'), UN  *
      *              DETALLE ('D') POR FILA CON LA IMAGEN DCLGEN Y LOS *
      *              INDICADORES DE NULO ('1' = COLUMNA NULA, EN EL    *
      *              ORDEN DE LAS COLUMNAS NULABLES DE LA TABLA) Y UN  *
      *              TRAILER ('T') CON CANTIDAD Y SUMA DE CONTROL      *
      *              (EMPNO NUMERICO; MGRNO EN DEPT Y DEPT_HIST;       *
      *              PRESUPUESTO EN DEPT_BUDGET). FECHAS EN AAAAMMDD.  *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 200 POSICIONES.                           *
      *           PREFIJO  : RSP.                                      *
      *                                                                *
      ******************************************************************
       05  NETCRSP0.
           10 RSP-TIPO-REG                      PIC X(01).
              88 RSP-88-ENCABEZADO                        VALUE 'H'.
              88 RSP-88-DETALLE                           VALUE 'D'.
              88 RSP-88-TRAILER                           VALUE 'T'.
           10 RSP-TABLA                         PIC X(12).
           10 RSP-PASO                          PIC X(08).
           10 RSP-FECHA-PROCESO                 PIC 9(08).
           10 RSP-DATOS                         PIC X(171).
           10 RSP-ENCABEZADO REDEFINES RSP-DATOS.
              15 RSP-HDR-MOMENTO                PIC X(26).
              15 FILLER                         PIC X(145).
           10 RSP-DETALLE REDEFINES RSP-DATOS.
              15 RSP-DET-NULOS                  PIC X(15).
              15 RSP-DET-IMAGEN                 PIC X(120).
              15 FILLER                         PIC X(36).
           10 RSP-TRAILER REDEFINES RSP-DATOS.
              15 RSP-TRL-CANTIDAD               PIC 9(09).
              15 RSP-TRL-HASH                   PIC 9(13)V9(02).
              15 FILLER                         PIC X(147).
      ******************************************************************
      * THE LENGHT OF COLUMNS DESCRIBED BY THIS DECLARATION IS 200     *
      ******************************************************************
