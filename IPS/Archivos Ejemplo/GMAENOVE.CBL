      *REMARKS.'PORCENTAJE PARAMETRIZADO. AMBOS ARCHIVOS DEBEN VENIR'.  000
      *REMARKS.'CLASIFICADOS POR NRO + CONC + SEC (PASO DE SORT'.       000
      *REMARKS.'PREVIO: MAEACT SALE DE GMAEBASE1 EN ORDEN DE CODIGO)'.  000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       01  REG-NOV-REC PIC X(120).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ACT           PIC XX VALUE 'NO'.
       77  FIN-ANT           PIC XX VALUE 'NO'.
       77  LEIDO-ACT         PIC 9(8) VALUE ZEROS.
           COPY PDFECHA.CPY.
     **
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF PORC-VARIA NUMERIC AND PORC-VARIA > ZEROS
              THEN MOVE PORC-VARIA     TO PORC-VARIA-USO
              ELSE MOVE PORC-VARIA-DEF TO PORC-VARIA-USO.
           DISPLAY ' TOTAL ALTAS                   : ' TOT-ALTAS.
           DISPLAY ' TOTAL BAJAS                   : ' TOT-BAJAS.
           DISPLAY ' TOTAL VARIACIONES             : ' TOT-VARIA.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    CADA PASADA HACE EL MISMO APAREO DE GRUPOS POR CLAVE Y SOLO
      *    INFORMA LO QUE CORRESPONDE A SU SECCION.
           WRITE REG-NOV-REC FROM REG-NOV.
           CLOSE MAEACT MAEANT NOVELIS.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
      *    ARMA EL GRUPO DEL BENEFICIARIO: SUMA HABER + ANTIG DE TODAS
           COMPUTE GB-TOTAL = GB-TOTAL + V-HABER + V-ANTIG.
           PERFORM LEE-ANT THRU FIN-LEE-ANT.
       FIN-SUMA-GRUPO-ANT. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAENOVE1' TO BIT-PROGRAMA.
           MOVE 'LEIDOS MAEACT / NOVEDADES'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ACT TO BIT-LEIDOS.
           COMPUTE BIT-GRABADOS = TOT-ALTAS + TOT-BAJAS + TOT-VARIA.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
