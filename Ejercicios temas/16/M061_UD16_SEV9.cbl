      * por operador con subtotales. El jefe de oficina lo usa para
      * repartir la carga de trabajo, y de paso canta cuando el
      * recuento de bajas de alguien se sale de lo normal.
      * Los registros de apertura de sesion (SES-ABIERTA) no son
      * sesiones terminadas y no se cuentan.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           PERFORM ACUMULAR-UNA UNTIL FINLEC = 'S'.
      *
       ACUMULAR-UNA.
           IF NOT SES-ABIERTA THEN
              PERFORM ACUMULAR-SESION.
           READ FSES AT END MOVE 'S' TO FINLEC.
      *
       ACUMULAR-SESION.
           MOVE SESFEC TO FEC-SES.
           PERFORM VARYING ACTIDX FROM 1 BY 1
              UNTIL ACTIDX > NUMACT-T
              ADD SESCON TO TA-CON(ACTIDX)
              ADD SESMOD TO TA-MOD(ACTIDX)
              ADD 1      TO TA-SES(ACTIDX).
      *
      * ************************************************
      * Imprime el informe agrupado por operador, con subtotales
