      *REMARKS.'INFORMAR (RETORNO 8 SI ESTA ABIERTO O NO REGISTRADO);'.
      *REMARKS.'LA CLAVE INCLUYE EL TIPO DE CORRIDA (TARJETA COL 7-8,'.
      *REMARKS.'SA = AGUINALDO, BLANCO = MENSUAL/RETRO ME)'.
      *REMARKS.'INFORMA EL COSTO DEL COMPLEMENTO AL HABER MINIMO'.
      *REMARKS.'(LINEAS MG) Y LO CUADRA CONTRA LA ULTIMA LINEA DE'.
      *REMARKS.'CTLTOT (CTL-T-COMPLE / CTL-IMP-COMPLE): CON DIFERENCIA'.
      *REMARKS.'O SIN CTLTOT TERMINA CON RETORNO 4'.
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT MAEACT ASSIGN MAEACT.
           SELECT VIALIDAD ASSIGN VIALID.
           SELECT TESOREP ASSIGN TESOREP.
           SELECT CTLTOT ASSIGN CTLTOT.
           SELECT PERCTL ASSIGN PERCTL
               ORGANIZATION INDEXED
               ACCESS RANDOM
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-TES-REC.                                  000
       01  REG-TES-REC PIC X(100).                                      000
      *    TOTALES DE CONTROL DE GMAEBASE1 (UNA LINEA POR CORRIDA, SE
      *    TOMA LA ULTIMA). SOLO INTERESAN LOS CONTADORES DEL
      *    COMPLEMENTO AL HABER MINIMO, QUE LAS LINEAS DE 89 A 129 NO
      *    TRAEN (SE TOMAN COMO CERO)
       FD  CTLTOT
           RECORD VARYING FROM 89 TO 150 DEPENDING ON CTL-REC-LEN
           LABEL RECORD STANDARD
           DATA RECORD IS REG-CTL.
       01  REG-CTL.
           02 CTL-FECHA         PIC 9(8).
           02 FILLER            PIC X(121).
           02 CTL-T-COMPLE      PIC 9(8).
           02 CTL-IMP-COMPLE    PIC 9(11)V99.
      *    ESTADO DE LOS PERIODOS LIQUIDADOS, POR FECHA-LIQ + TIPO DE
      *    CORRIDA ('ME' = MENSUAL/RETRO, 'SA' = AGUINALDO; LO
      *    MANTIENE GMAEBASE1): 'A' = ABIERTO, 'C' = CERRADO
           02 PER-FEC-PROC   PIC 9(8).
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ACT           PIC XX VALUE 'NO'.
       77  FIN-VIAL          PIC XX VALUE 'NO'.
       77  W                 PIC 99 VALUE ZEROS.
       77  TOT-GRAL-HABER    PIC S9(12)V99 VALUE ZEROS.
       77  TOT-GRAL-ANTIG    PIC S9(12)V99 VALUE ZEROS.
       77  PERCTL-STATUS     PIC XX VALUE SPACES.
      *    COMPLEMENTO AL HABER MINIMO: LINEAS MG DE LOS ARCHIVOS Y
      *    CONTADORES DE LA ULTIMA LINEA DE CTLTOT
       77  FIN-CTL           PIC XX VALUE 'NO'.
       77  CTL-REC-LEN       PIC 9(3) VALUE ZEROS.
       77  HUBO-CTL          PIC X  VALUE 'N'.
       77  MG-CANT           PIC 9(8) VALUE ZEROS.
       77  MG-IMPORTE        PIC S9(12)V99 VALUE ZEROS.
       77  MG-CTL-CANT       PIC 9(8) VALUE ZEROS.
       77  MG-CTL-IMPORTE    PIC S9(12)V99 VALUE ZEROS.
      *    TARJETA OPCIONAL CON EL PERIODO A INFORMAR: CON FECHA-LIQ
      *    NUMERICA SE EXIGE QUE EL PERIODO FIGURE CERRADO EN PERCTL;
      *    EN BLANCO SE INFORMA SIN CONTROL (COMPORTAMIENTO ANTERIOR).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           PERFORM CONTROLA-PERIODO THRU FIN-CONTROLA-PERIODO.
           OPEN INPUT MAEACT VIALIDAD OUTPUT TESOREP.
           MOVE SPACES TO REG-TES.
           PERFORM IMPRIME-CONC THRU FIN-IMPRIME-CONC
                   VARYING W FROM 1 BY 1 UNTIL W > CONC-TOPE.
           PERFORM IMPRIME-TOTALES THRU FIN-IMPRIME-TOTALES.
           PERFORM COSTO-MINIMO THRU FIN-COSTO-MINIMO.
           CLOSE MAEACT VIALIDAD TESOREP.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAETESO ****'.
           DISPLAY ' TOTAL REG. LEIDOS MAEACT      : ' LEIDO-ACT.
           DISPLAY ' TOTAL REG. LEIDOS VIALIDAD    : ' LEIDO-VIAL.
           DISPLAY ' TOTAL LINEAS MG (COMPLEMENTO) : ' MG-CANT.
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
       PROCESO-ACT.
              THEN MOVE ZEROS TO X-ANTIG.
           ADD X-HABER TO TOT-GRAL-HABER.
           ADD X-ANTIG TO TOT-GRAL-ANTIG.
           IF X-CONC = 'MG'
              THEN ADD 1       TO MG-CANT
                   ADD X-HABER TO MG-IMPORTE.
           PERFORM ACUMULA-REGI THRU FIN-ACUMULA-REGI.
           PERFORM ACUMULA-CONC THRU FIN-ACUMULA-CONC.
       FIN-ACUMULA. EXIT.
                  DELIMITED BY SIZE INTO REG-TES.
           WRITE REG-TES-REC FROM REG-TES.
       FIN-IMPRIME-TOTALES. EXIT.
      *    COSTO DEL COMPLEMENTO AL HABER MINIMO: LO QUE GMAEBASE1
      *    DICE HABER GENERADO (CTLTOT) CONTRA LAS LINEAS MG QUE HAY
      *    EN MAEACT + VIALIDAD. LA CONCILIACION FORMAL LA HACE
      *    GMAECONC1; ACA UNA DIFERENCIA SOLO DEJA RETORNO 4 PARA QUE
      *    TESORERIA NO TRANSFIERA SIN REVISAR
       COSTO-MINIMO.
           OPEN INPUT CTLTOT.
           PERFORM LEE-CTLTOT THRU FIN-LEE-CTLTOT
                   UNTIL FIN-CTL = 'SI'.
           CLOSE CTLTOT.
           MOVE SPACES TO REG-TES.
           WRITE REG-TES-REC FROM REG-TES.
           MOVE ' COSTO COMPLEMENTO HABER MINIMO (CONCEPTO MG)'
             TO REG-TES.
           WRITE REG-TES-REC FROM REG-TES.
           MOVE MG-CANT    TO ED-TES-CANT.
           MOVE MG-IMPORTE TO ED-TES-HABER.
           MOVE SPACES TO REG-TES.
           STRING ' LINEAS MG EN ARCHIVOS CANT: ' ED-TES-CANT
                  '  IMPORTE: ' ED-TES-HABER
                  DELIMITED BY SIZE INTO REG-TES.
           WRITE REG-TES-REC FROM REG-TES.
           IF HUBO-CTL NOT = 'S'
              THEN MOVE ' *** CTLTOT VACIO - COSTO SIN CONTROLAR ***'
                     TO REG-TES
                   WRITE REG-TES-REC FROM REG-TES
                   DISPLAY ' *** CTLTOT VACIO - COMPLEMENTO MINIMO SIN'
                           ' CONTROLAR ***'
                   MOVE 4 TO RETURN-CODE
                   GO TO FIN-COSTO-MINIMO.
           MOVE MG-CTL-CANT    TO ED-TES-CANT.
           MOVE MG-CTL-IMPORTE TO ED-TES-HABER.
           MOVE SPACES TO REG-TES.
           STRING ' SEGUN CTLTOT          CANT: ' ED-TES-CANT
                  '  IMPORTE: ' ED-TES-HABER
                  DELIMITED BY SIZE INTO REG-TES.
           WRITE REG-TES-REC FROM REG-TES.
           IF MG-CANT = MG-CTL-CANT AND MG-IMPORTE = MG-CTL-IMPORTE
              THEN GO TO FIN-COSTO-MINIMO.
           MOVE ' *** DIFERENCIA ENTRE CTLTOT Y LAS LINEAS MG ***'
             TO REG-TES.
           WRITE REG-TES-REC FROM REG-TES.
           DISPLAY ' *** DIFERENCIA EN EL COSTO DEL COMPLEMENTO AL'
                   ' HABER MINIMO ***'.
           MOVE 4 TO RETURN-CODE.
       FIN-COSTO-MINIMO. EXIT.
      *    EN LAS LINEAS CORTAS LOS CONTADORES DEL COMPLEMENTO NO
      *    EXISTEN Y SE TOMAN COMO CERO
       LEE-CTLTOT.
           READ CTLTOT AT END MOVE 'SI' TO FIN-CTL
                              GO TO FIN-LEE-CTLTOT.
           MOVE 'S' TO HUBO-CTL.
           IF CTL-REC-LEN < 150
              THEN MOVE ZEROS          TO MG-CTL-CANT MG-CTL-IMPORTE
              ELSE MOVE CTL-T-COMPLE   TO MG-CTL-CANT
                   MOVE CTL-IMP-COMPLE TO MG-CTL-IMPORTE.
       FIN-LEE-CTLTOT. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAETESO1' TO BIT-PROGRAMA.
           MOVE FECHA-CTL TO BIT-PERIODO.
           IF TIPO-CTL = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS MAEACT / LEIDOS VIALID.'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ACT  TO BIT-LEIDOS.
           MOVE LEIDO-VIAL TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
