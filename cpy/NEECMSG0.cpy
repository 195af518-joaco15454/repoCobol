                  'NEA0003DEPTO SIN GERENTE - DESIGNE INTERIN'.
               10 FILLER  PIC X(42) VALUE
                  'NEE2178POSTEO EN CURSO - REINTENTE LUEGO  '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2179DIAS PEDIDOS SUPERAN EL SALDO      '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2180PERIODO SUPERPUESTO CON AUSENCIA   '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2181SOLO RESUELVE EL GERENTE DEL DEPTO '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2182LA SOLICITUD YA FUE RESUELTA       '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2183FECHA HASTA ANTERIOR A FECHA DESDE '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2184SOLO CALIFICA EL GERENTE DEL DEPTO '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2185PROMOCION SIN CAMBIO DE PUESTO     '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2186PRESTAMO CON CUOTAS YA DESCONTADAS '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2187LA CUOTA SUPERA EL CAPITAL         '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2188EL PRESTAMO NO ESTA ACTIVO         '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2189SALARIO INFERIOR AL MINIMO LEGAL   '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2190SUCESOR NO ES UN EMPLEADO ACTIVO   '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2191EL SUCESOR ES EL GERENTE ACTUAL    '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2192LA REQUISICION NO ESTA ABIERTA     '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2193DEPTO O PUESTO DISTINTO A REQUISIC.'.
               10 FILLER  PIC X(42) VALUE
                  'NEE2194TIPO DE CARTA DEBE SER S O N       '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2195YA EXISTE UN CAMBIO PENDIENTE      '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2196EL APROBADOR DEBE SER OTRO USUARIO '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2197USUARIO SIN NIVEL DE APROBACION    '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2198EL CAMBIO PENDIENTE ESTA VENCIDO   '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2199PERIODO DE NOMINA CERRADO          '.
               10 FILLER  PIC X(42) VALUE
                  'NEA0004FECHA MOVIDA AL PERIODO ABIERTO    '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2200PORCENTAJE SUPERA EL MAXIMO LEGAL  '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2201TOTAL MENOR A LO YA RETENIDO       '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2202EL EMBARGO NO ESTA ACTIVO          '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2203EMBARGO CON RETENCIONES REALIZADAS '.

           05  MSG0-TABLA REDEFINES MSG0-TABLA-DATOS.
               10  MSG0-ELEMENTO OCCURS 50 TIMES
                                 INDEXED BY MSG0-IX.
                   15  MSG0-CODIGO           PIC X(07).
                   15  MSG0-TEXTO            PIC X(35).

           05  MSG0-CANT-ELEMENTOS           PIC 9(02) VALUE 50.

           05  MSG0-DESCONOCIDO              PIC X(35) VALUE
               'CODIGO DE ERROR/AVISO NO CATALOGADO'.
