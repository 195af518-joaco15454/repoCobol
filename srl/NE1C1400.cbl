      *                          with his name resolved via NE9CEMP0, *
      *                          ADMRDEPT, LOCATION and the active    *
      *                          headcount returned by NE9CDEP0.      *
      * 15/10/2026 gforrich      Shows the company (legal entity) the *
      *                          department belongs to.               *
      * 15/10/2026 gforrich      Shows the contractors and agency     *
      *                          temps with a contract in force next  *
      *                          to the employee headcount.           *
      *****************************************************************
      *                                                               *
      *          I D E N T I F I C A T I O N  D I V I S I O N         *
                    MOVE DPT0-MGRNO          TO MGRNOO
                    MOVE DPT0-ADMRDEPT       TO ADMRDEPTO
                    MOVE DPT0-LOCATION       TO LOCATIONO
                    MOVE DPT0-COMPANY        TO COMPANYO
                    MOVE DPT0-HEADCOUNT      TO WS-HEADCOUNT-EDIT
                    MOVE WS-HEADCOUNT-EDIT   TO HEADCNTO
                    MOVE DPT0-CONTRATISTAS   TO WS-HEADCOUNT-EDIT
                    MOVE WS-HEADCOUNT-EDIT   TO CONTRATO
                    PERFORM 5200-BUSCA-GERENTE
                       THRU 5200-BUSCA-GERENTE-EXIT
                    MOVE 'DEPARTAMENTO ENCONTRADO' TO MSGO
