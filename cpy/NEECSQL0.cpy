      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECSQL0                                   *
      *                                                                *
      * DESCRIPCION:  AREA DE COMUNICACION DEL GESTOR COMUN DE ERRORES *
      *               DB2 NE9CSQL0.  EL LLAMADOR INFORMA PROGRAMA,     *
      *               PARRAFO, TABLA, CLAVE EN PROCESO Y EL SQLCODE /  *
      *               SQLERRMC RECIBIDOS.  ENTORNO 'B' (SENTENCIA DEL  *
      *               PROPIO BATCH): ANTE -911/-913 HACE ROLLBACK AL   *
      *               ULTIMO COMMIT Y PIDE REINTENTAR HASTA EL LIMITE  *
      *               DE PARAM_CTRL (SQLREINT); AGOTADO EL LIMITE, O   *
      *               ANTE CUALQUIER OTRO ERROR, LO GRABA EN           *
      *               SQL_ERRLOG.  ENTORNO 'R' (DENTRO DE UNA RUTINA): *
      *               NUNCA HACE ROLLBACK; -911/-913 SE DEVUELVE AL    *
      *               LLAMADOR Y LO DEMAS SE GRABA.  ENTORNO 'P'       *
      *               (BATCH QUE PROPAGA EL ERROR DE UNA RUTINA): COMO *
      *               'B' PARA -911/-913; LO DEMAS YA LO GRABO LA      *
      *               RUTINA.  SQL0-INTENTOS LO CONSERVA EL LLAMADOR   *
      *               ENTRE LLAMADAS.                                  *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           PREFIJO  : SQL0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECSQL0.
              10 SQL0-ENTORNO                   PIC X(01).
                 88 SQL0-88-BATCH                         VALUE 'B'.
                 88 SQL0-88-RUTINA                        VALUE 'R'.
                 88 SQL0-88-PROPAGADO                     VALUE 'P'.
              10 SQL0-PROGRAMA                  PIC X(08).
              10 SQL0-PARRAFO                   PIC X(30).
              10 SQL0-TABLA                     PIC X(18).
              10 SQL0-CLAVE                     PIC X(30).
              10 SQL0-SQLCODE                   PIC S9(09) COMP-3.
                 88 SQL0-88-BLOQUEO                       VALUE -911
                                                                -913.
              10 SQL0-SQLERRMC                  PIC X(70).
              10 SQL0-INTENTOS                  PIC S9(04) COMP.
              10 SQL0-MAX-INTENTOS              PIC S9(04) COMP.
              10 SQL0-ACCION                    PIC X(01).
                 88 SQL0-88-REINTENTAR                    VALUE 'R'.
                 88 SQL0-88-ABANDONAR                     VALUE 'A'.
                 88 SQL0-88-DEVOLVER                      VALUE 'D'.
              10 SQL0-COD-RET                   PIC X(02).
                 88 SQL0-88-OK                            VALUE '00'.
                 88 SQL0-88-ERROR-DB2                     VALUE '99'.
