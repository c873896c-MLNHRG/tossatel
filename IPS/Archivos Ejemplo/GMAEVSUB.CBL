       AUTHOR. 'SISTEMAS  08/08/26'                                     000
      *REMARKS.'INFORME DE SUBTOTALES POR SECTOR DEL ARCHIVO DE'.       000
      *REMARKS.'VIALIDAD GENERADO POR GMAEBASE1'.                       000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           DATA RECORD IS REG-SUB-REC.                                  002
       01  REG-SUB-REC PIC X(80).                                       002
       WORKING-STORAGE SECTION.                                         001
           COPY WSBITA.CPY.
       77  FIN-VIAL          PIC XX VALUE 'NO'.
       77  W                 PIC 99 VALUE ZEROS.
       77  SUB-TOPE          PIC 99 VALUE ZEROS.
           02 ED-SUB-IMPORTE  PIC -(10)9,99.
       01  REG-SUB PIC X(80).
       PROCEDURE DIVISION.                                              043
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           OPEN INPUT VIALIDAD OUTPUT SUBVIAL.
           MOVE SPACES TO REG-SUB.
           STRING ' INFORME DE SUBTOTALES DE VIALIDAD POR SECTOR'
                   VARYING W FROM 1 BY 1 UNTIL W > SUB-TOPE.
           PERFORM IMPRIME-TOTAL-GRAL THRU FIN-IMPRIME-TOTAL-GRAL.
           CLOSE VIALIDAD SUBVIAL.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       LEE-VIALIDAD.
           READ VIALIDAD AT END MOVE 'SI' TO FIN-VIAL.
             INTO REG-SUB.
           WRITE REG-SUB-REC FROM REG-SUB.
       FIN-IMPRIME-TOTAL-GRAL. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEVSUB1' TO BIT-PROGRAMA.
           MOVE 'LEIDOS VIALIDAD / SECTORES'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE TOTAL-CANT TO BIT-LEIDOS.
           MOVE SUB-TOPE   TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
