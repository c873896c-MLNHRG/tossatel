      *REMARKS.'EL PARAMETRO LO LEE E INTERPRETA GMAEPARM1 DESDE'.
      *REMARKS.'PARMFIL (FICHAS CLAVE=VALOR), LA MISMA RUTINA Y LA'.
      *REMARKS.'MISMA TARJETA QUE GMAEBASE1'.
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       01  REG-VAL-REC PIC X(120).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  LEIDO-M           PIC 9(8) VALUE ZEROS.
       77  LEIDO-H           PIC 9(8) VALUE ZEROS.
       77  ERR-SEC-M         PIC 9(8) VALUE ZEROS.
      *    LOS DOS PROGRAMAS (ECO EN PARMLIS, RECHAZO DE
      *    COMBINACIONES INCONSISTENTES).
           CALL 'GMAEPARM1' USING PARAM PARM-RC.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF PARM-RC NOT = ZEROS
              THEN DISPLAY ' *** ERROR *** PARAMETRO RECHAZADO POR'
                           ' GMAEPARM1 - VER PARMLIS ***'
           GO TO CERRAR.
       ERROR-PARAM.
           MOVE 16 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       CERRAR.
           COMPUTE TOT-ERRORES = ERR-SEC-M + ERR-DUP-M + ERR-NUM-M
      *    GMAEBASE1 CON ESTAS ENTRADAS.
           IF TOT-ERRORES > ZEROS
              THEN MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       LINEA-TOTAL.
           MOVE SPACES TO REG-VAL.
                  DELIMITED BY SIZE INTO REG-VAL.
           WRITE REG-VAL-REC FROM REG-VAL.
       FIN-ERROR-HISCAR. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEVALI1' TO BIT-PROGRAMA.
           MOVE FECHA-LIQ TO BIT-PERIODO.
           IF TIPO-LIQ = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE INDICA-RETRO TO BIT-RETRO.
           MOVE REINICIO     TO BIT-REINICIO.
           MOVE MODO-SIMULA  TO BIT-SIMULA.
           MOVE MODO-REPRO   TO BIT-REPRO.
           MOVE MODO-INDEX   TO BIT-INDEX.
           MOVE MODO-CADUC   TO BIT-CADUC.
           MOVE MODO-AUDIT   TO BIT-AUDIT.
           MOVE MODO-FORZAR  TO BIT-FORZAR.
           MOVE 'LEIDOS MAESTRO / LEIDOS HISCAR'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-M TO BIT-LEIDOS.
           MOVE LEIDO-H TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
