      *REMARKS.'INFORMAR (RETORNO 8 SI ESTA ABIERTO O NO REGISTRADO);'.
      *REMARKS.'LA CLAVE INCLUYE EL TIPO DE CORRIDA (TARJETA COL 7-8,'.
      *REMARKS.'SA = AGUINALDO, BLANCO = MENSUAL/RETRO ME)'.
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           02 PER-FEC-PROC   PIC 9(8).
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ACT           PIC XX VALUE 'NO'.
       77  W                 PIC 99 VALUE ZEROS.
       77  SEC-TOPE          PIC 99 VALUE ZEROS.
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           PERFORM CONTROLA-PERIODO THRU FIN-CONTROLA-PERIODO.
           OPEN INPUT MAEACT OUTPUT IOMADET IOMARES.
           MOVE SPACES TO REG-RES.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEIOMA ****'.
           DISPLAY ' TOTAL REG. LEIDOS MAEACT      : ' LEIDO-ACT.
           DISPLAY ' TOTAL REG. CON RETENCION      : ' TOTAL-CANT.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       LEE-MAEACT.
           READ MAEACT AT END MOVE 'SI' TO FIN-ACT
       FIN-CONTROLA-PERIODO. EXIT.
       PERIODO-INVALIDO.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-PERIODO-INVALIDO. EXIT.
      *    SOLO LAS LINEAS CON RETENCION CARGADA VAN AL EXTRACTO;
             INTO REG-RES.
           WRITE REG-RES-REC FROM REG-RES.
       FIN-IMPRIME-TOTAL-GRAL. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEIOMA1' TO BIT-PROGRAMA.
           MOVE FECHA-CTL TO BIT-PERIODO.
           IF TIPO-CTL = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS MAEACT / RETENCIONES'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ACT  TO BIT-LEIDOS.
           MOVE TOTAL-CANT TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
