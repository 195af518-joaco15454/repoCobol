      ******************************************************************
      * NOMBRE DEL OBJETO:  NETCHRS0.                                  *
      *                                                                *
      * DESCRIPCION: REGISTRO DEL ARCHIVO DE HORAS DEL RELOJ DE        *
      *              ASISTENCIA (HORAS): UN REGISTRO POR EMPLEADO Y    *
      *              DIA TRABAJADO CON LAS HORAS NORMALES Y LAS HORAS  *
      *              EXTRA.  LO CARGA NEHRS000 EN TIME_HOURS Y LIQUIDA *
      *              LAS HORAS EXTRA EN VAR_PAY.                       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 040 POSICIONES.                           *
      *           PREFIJO  : HRS.                                      *
      *                                                                *
      ******************************************************************
       05  NETCHRS0.
           10 HRS-EMPNO                         PIC X(06).
      *       FECHA TRABAJADA EN FORMATO AAAA-MM-DD
           10 HRS-FECHA-TRABAJO                 PIC X(10).
           10 HRS-FECHA-PARTES REDEFINES HRS-FECHA-TRABAJO.
              15 HRS-FT-AAAA                    PIC X(04).
              15 HRS-FT-GUION1                  PIC X(01).
              15 HRS-FT-MM                      PIC X(02).
              15 HRS-FT-GUION2                  PIC X(01).
              15 HRS-FT-DD                      PIC X(02).
           10 HRS-HORAS-NORMALES                PIC 9(02)V9(02).
           10 HRS-HORAS-EXTRA                   PIC 9(02)V9(02).
           10 FILLER                            PIC X(16).
