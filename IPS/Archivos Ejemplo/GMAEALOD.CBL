      *REMARKS.'LLEVA EL TIPO DE CORRIDA EN COL 7-8, SA = AGUINALDO,'.  000
      *REMARKS.'BLANCO = MENSUAL ME) Y UN PERIODO'.                     000
      *REMARKS.'YA ARCHIVADO DA CLAVES DUPLICADAS Y RETORNO 8'.         000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           02 PER-ESTADO     PIC X.
           02 PER-FEC-PROC   PIC 9(8).
       WORKING-STORAGE SECTION.                                         000
           COPY WSBITA.CPY.
       77  LEIDO-ACT         PIC 9(8) VALUE ZEROS.
       77  GRABADO-ARC       PIC 9(8) VALUE ZEROS.
       77  DUPLICADOS        PIC 9(8) VALUE ZEROS.
           02 TIPO-ARC       PIC XX.
       PROCEDURE DIVISION.                                              000
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF FECHA-ARC NOT NUMERIC
              THEN DISPLAY ' *** ERROR *** INDICAR EL PERIODO A'
                           ' ARCHIVAR (AAAAMM) EN LA TARJETA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           PERFORM CONTROLA-PERIODO THRU FIN-CONTROLA-PERIODO.
           OPEN INPUT MAEACT.
      *    CONSISTENTE Y EL PLANIFICADOR DEBE REVISAR ANTES DE SEGUIR
           IF DUPLICADOS > ZEROS
              THEN MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    SOLO SE ARCHIVAN CORRIDAS CERRADAS: UN MAEACT DE UNA
      *    CORRIDA ABIERTA O CORTADA CONTAMINARIA EL HISTORICO
       FIN-CONTROLA-PERIODO. EXIT.
       PERIODO-INVALIDO.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-PERIODO-INVALIDO. EXIT.
      *    LA SECUENCIA ES EL NUMERO DE REGISTRO DENTRO DEL PERIODO:
                              GO TO FIN-LEE-MAEACT.
           ADD 1 TO LEIDO-ACT.
       FIN-LEE-MAEACT. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEALOD1' TO BIT-PROGRAMA.
           MOVE FECHA-ARC TO BIT-PERIODO.
           IF TIPO-ARC = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS MAEACT / GRAB. MAEAIDX'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ACT   TO BIT-LEIDOS.
           MOVE GRABADO-ARC TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
