                  'NEA0003DEPT LEFT WITHOUT MANAGER - ASSIGN '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2178POSTING IN PROGRESS - RETRY LATER  '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2179REQUESTED DAYS EXCEED THE BALANCE  '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2180PERIOD OVERLAPS ANOTHER ABSENCE    '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2181ONLY THE DEPT MANAGER MAY RESOLVE  '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2182REQUEST HAS ALREADY BEEN RESOLVED  '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2183TO-DATE IS BEFORE FROM-DATE        '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2184ONLY THE DEPT MANAGER MAY RATE     '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2185PROMOTION WITHOUT A JOB CHANGE     '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2186LOAN HAS INSTALMENTS DEDUCTED      '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2187INSTALMENT EXCEEDS PRINCIPAL       '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2188LOAN IS NOT ACTIVE                 '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2189SALARY BELOW STATUTORY MINIMUM WAGE'.
               10 FILLER  PIC X(42) VALUE
                  'NEE2190SUCCESSOR IS NOT AN ACTIVE EMPLOYEE'.
               10 FILLER  PIC X(42) VALUE
                  'NEE2191SUCCESSOR IS THE CURRENT MANAGER   '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2192REQUISITION IS NOT OPEN            '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2193DEPT OR JOB DIFFERS FROM REQUISIT. '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2194LETTER TYPE MUST BE S OR N         '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2195A PENDING CHANGE ALREADY EXISTS    '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2196APPROVER MUST BE ANOTHER USER      '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2197USER HAS NO APPROVAL LEVEL         '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2198THE PENDING CHANGE HAS EXPIRED     '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2199PAYROLL PERIOD IS CLOSED           '.
               10 FILLER  PIC X(42) VALUE
                  'NEA0004DATE MOVED TO THE OPEN PERIOD      '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2200PERCENTAGE EXCEEDS LEGAL MAXIMUM   '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2201TOTAL BELOW AMOUNT ALREADY WITHHELD'.
               10 FILLER  PIC X(42) VALUE
                  'NEE2202GARNISHMENT IS NOT ACTIVE          '.
               10 FILLER  PIC X(42) VALUE
                  'NEE2203GARNISHMENT HAS AMOUNTS WITHHELD   '.

           05  MSG1-TABLA REDEFINES MSG1-TABLA-DATOS.
               10  MSG1-ELEMENTO OCCURS 50 TIMES
                                 INDEXED BY MSG1-IX.
                   15  MSG1-CODIGO           PIC X(07).
                   15  MSG1-TEXTO            PIC X(35).

           05  MSG1-CANT-ELEMENTOS           PIC 9(02) VALUE 50.

           05  MSG1-DESCONOCIDO              PIC X(35) VALUE
               'ERROR/WARNING CODE NOT CATALOGUED'.
