      ******************************************************************
      *                                                                *
      * NOMBRE DEL OBJETO:  NEECEVM0                                   *
      *                                                                *
      * DESCRIPCION:  MENSAJE DE EVENTO DE CAMBIO PUBLICADO EN LA COLA *
      *               DE EVENTOS DE PERSONAL.  UNA FILA DE             *
      *               NEOSB36.EVT_OUTBOX EN FORMATO TEXTO; LOS         *
      *               SISTEMAS RECEPTORES DESCARTAN DUPLICADOS POR     *
      *               SECUENCIA.                                       *
      *                                                                *
      * -------------------------------------------------------------- *
      *                                                                *
      *           LONGITUD : 500 POSICIONES.                           *
      *           PREFIJO  : EVM0.                                     *
      *                                                                *
      ******************************************************************
           05 NEECEVM0.
              10 EVM0-SECUENCIA                 PIC 9(15).
              10 EVM0-ENTIDAD                   PIC X(03).
              10 EVM0-CLAVE                     PIC X(20).
              10 EVM0-TIPO                      PIC X(01).
              10 EVM0-OPERACION                 PIC X(01).
              10 EVM0-USUARIO                   PIC X(08).
              10 EVM0-FECHA-EVENTO              PIC X(26).
              10 EVM0-IMAGEN-ANTES              PIC X(200).
              10 EVM0-IMAGEN-DESPUES            PIC X(200).
              10 FILLER                         PIC X(26).
