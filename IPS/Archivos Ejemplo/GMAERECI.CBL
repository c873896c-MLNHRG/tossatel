      *REMARKS.'GMAEDEFPA (ESA EXPLICA COMO SE CALCULO EL IMPORTE).'.   000
      *REMARKS.'EL PERIODO Y EL TITULO DEL ENCABEZADO ENTRAN POR'.      000
      *REMARKS.'TARJETA DE PARAMETRO'.                                  000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       01  REG-REC-REC PIC X(90).                                       000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ENT           PIC XX VALUE 'NO'.
       77  LEIDO-ENT         PIC 9(8) VALUE ZEROS.
       77  T-RECIBOS         PIC 9(8) VALUE ZEROS.
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           OPEN INPUT RECIIN OUTPUT RECIBOS.
     **
           PERFORM LEE-RECIIN THRU FIN-LEE-RECIIN.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAERECI ****'.
           DISPLAY ' TOTAL REG. LEIDOS RECIIN      : ' LEIDO-ENT.
           DISPLAY ' TOTAL RECIBOS EMITIDOS        : ' T-RECIBOS.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       LEE-RECIIN.
           READ RECIIN AT END MOVE 'SI' TO FIN-ENT
                   CLAVE-ENT-ULT.
           CLOSE RECIIN RECIBOS.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
      *    UN RECIBO POR BENEFICIARIO: ENCABEZADO, UNA LINEA POR CADA
           MOVE SPACES TO REG-REC.
           WRITE REG-REC-REC FROM REG-REC.
       FIN-PIE-RECIBO. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAERECI1' TO BIT-PROGRAMA.
           MOVE 'LEIDOS RECIIN / RECIBOS'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ENT  TO BIT-LEIDOS.
           MOVE T-RECIBOS TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
