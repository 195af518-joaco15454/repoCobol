      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCSAR0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL EXTRACTO DE DATOS PERSONALES DE UNA  *
      *              PERSONA (PEDIDO DE ACCESO DEL TITULAR): UN        *
      *              ENCABEZADO CON LOS DATOS DEL PEDIDO ('H'), UN     *
      *              DETALLE POR CADA COLUMNA DE CADA FILA QUE SE      *
      *              GUARDA DE LA PERSONA ('D': TABLA, NUMERO DE FILA, *
      *              COLUMNA Y VALOR) Y UN TRAILER CON LOS TOTALES     *
      *              ('T'). FECHAS EN FORMATO AAAAMMDD.                *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 100 POSICIONES.                           *
      *           PREFIJO  : SAR.                                      *
      *                                                                *
      ******************************************************************
       05  NETCSAR0.
           10 SAR-TIPO-REG                      PIC X(01).
              88 SAR-88-ENCABEZADO                        VALUE 'H'.
              88 SAR-88-DETALLE                           VALUE 'D'.
              88 SAR-88-TRAILER                           VALUE 'T'.
           10 SAR-EMPNO                         PIC X(06).
           10 SAR-DATOS                         PIC X(93).
           10 SAR-ENCABEZADO REDEFINES SAR-DATOS.
              15 SAR-HDR-REFERENCIA             PIC X(12).
              15 SAR-HDR-SOLICITANTE            PIC X(08).
              15 SAR-HDR-FECHA-PROCESO          PIC 9(08).
              15 FILLER                         PIC X(65).
           10 SAR-DETALLE REDEFINES SAR-DATOS.
              15 SAR-DET-TABLA                  PIC X(18).
              15 SAR-DET-FILA                   PIC 9(05).
              15 SAR-DET-COLUMNA                PIC X(18).
              15 SAR-DET-VALOR                  PIC X(50).
              15 FILLER                         PIC X(02).
           10 SAR-TRAILER REDEFINES SAR-DATOS.
              15 SAR-TRL-TABLAS                 PIC 9(03).
              15 SAR-TRL-FILAS                  PIC 9(07).
              15 SAR-TRL-CAMPOS                 PIC 9(07).
              15 FILLER                         PIC X(76).
