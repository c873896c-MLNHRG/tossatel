      *REMARKS.'DE ANTES DE LOS CONTADORES NUEVOS: SE LEE EN LONGITUD'.  000
      *REMARKS.'VARIABLE Y EN LAS LINEAS CORTAS LOS CONTADORES QUE'.     000
      *REMARKS.'FALTAN SE TOMAN COMO CERO'.             000
      *REMARKS.'TAMBIEN RECUENTA LAS LINEAS MG (COMPLEMENTO AL HABER'.
      *REMARKS.'MINIMO) DE MAEACT Y VIALIDAD CONTRA CTL-T-COMPLE Y'.
      *REMARKS.'SU IMPORTE CONTRA CTL-IMP-COMPLE'.
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *    MISMO DISE�O DE REG-CTL QUE GRABA GMAEBASE1 (UNA LINEA POR
      *    CORRIDA, SE TOMA LA ULTIMA). EL ARCHIVO ES PERMANENTE:
      *    LAS LINEAS ANTERIORES A LOS CONTADORES NUEVOS MIDEN 89
      *    (O 97, O 129), POR ESO SE LEE EN LONGITUD VARIABLE
       FD  CTLTOT                                                       000
           RECORD VARYING FROM 89 TO 150 DEPENDING ON CTL-REC-LEN       000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-CTL.                                      000
       01  REG-CTL.                                                     000
           02 CTL-T-CADUCOS     PIC 9(8).                               000
           02 CTL-T-CADUCOS-SUP PIC 9(8).                               000
           02 CTL-T-EXCEP       PIC 9(8).                               000
           02 CTL-T-COMPLE      PIC 9(8).
           02 CTL-IMP-COMPLE    PIC 9(11)V99.
      *    DE MAEACT SOLO HACEN FALTA CONC Y EME PARA RECONTAR LOS
      *    SPLITS TOT01G/TOT02G Y EL HABER DE LAS LINEAS MG; EL RESTO
      *    QUEDA COMO FILLER
       FD  MAEACT                                                       000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           02 C-CONC         PIC XX.
           02 FILLER         PIC X(12).
           02 C-EME          PIC X.
           02 FILLER         PIC X(31).
           02 C-HABER        PIC S9(9)V99.
           02 FILLER         PIC X(82).
       FD  VIALIDAD                                                     000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-VIAL.                                     000
       01  REG-VIAL.                                                    000
           02 FILLER         PIC X.
           02 V-CONC         PIC XX.
           02 FILLER         PIC X(44).
           02 V-HABER        PIC S9(9)V99.
           02 FILLER         PIC X(82).
       FD  SUSPEN                                                       000
           RECORD 160                                                   000
           LABEL RECORD IS STANDARD                                     000
       01  REG-REP-REC PIC X(100).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-CTL           PIC XX VALUE 'NO'.
      *    LONGITUD DE LA LINEA DE CTLTOT RECIEN LEIDA (VER EL FD)
       77  CTL-REC-LEN       PIC 9(3) VALUE ZEROS.
       77  CTA-SUSPEN        PIC 9(8) VALUE ZEROS.
       77  CTA-CADREP        PIC 9(8) VALUE ZEROS.
       77  CTA-EXCCOD        PIC 9(8) VALUE ZEROS.
      *    LINEAS MG (COMPLEMENTO AL HABER MINIMO) DE MAEACT+VIALIDAD
       77  CTA-COMPLE        PIC 9(8) VALUE ZEROS.
       77  IMP-COMPLE        PIC S9(11)V99 VALUE ZEROS.
       77  T-DIFERENCIAS     PIC 9(4) VALUE ZEROS.
      *    CONTROL EN CURSO PARA LA LINEA DEL INFORME
       77  NOMBRE-CONTROL    PIC X(24) VALUE SPACES.
       77  VALOR-FISICO      PIC 9(8) VALUE ZEROS.
       77  MASC-CTL          PIC ZZZZZZZ9.
       77  MASC-FIS          PIC ZZZZZZZ9.
       77  IMPORTE-CTLTOT    PIC S9(11)V99 VALUE ZEROS.
       77  IMPORTE-FISICO    PIC S9(11)V99 VALUE ZEROS.
       77  MASC-IMP-CTL      PIC -(10)9,99.
       77  MASC-IMP-FIS      PIC -(10)9,99.
       01  REG-REP PIC X(100).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           OPEN INPUT CTLTOT OUTPUT RECONREP.
           MOVE SPACES TO REG-REP.
           STRING ' CONCILIACION FISICA DE LA LIQUIDACION - FECHA '
                   WRITE REG-REP-REC FROM REG-REP
                   CLOSE RECONREP
                   MOVE 8 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
     **
           PERFORM CUENTA-MAEACT THRU FIN-CUENTA-MAEACT.
           MOVE CTL-T-EXCEP    TO VALOR-CTLTOT.
           MOVE CTA-EXCCOD     TO VALOR-FISICO.
           PERFORM COMPARA THRU FIN-COMPARA.
           MOVE 'MG VS. T-COMPLE         ' TO NOMBRE-CONTROL.
           MOVE CTL-T-COMPLE   TO VALOR-CTLTOT.
           MOVE CTA-COMPLE     TO VALOR-FISICO.
           PERFORM COMPARA THRU FIN-COMPARA.
           MOVE 'MG IMP. VS. IMP-COMPLE  ' TO NOMBRE-CONTROL.
           MOVE CTL-IMP-COMPLE TO IMPORTE-CTLTOT.
           MOVE IMP-COMPLE     TO IMPORTE-FISICO.
           PERFORM COMPARA-IMPORTE THRU FIN-COMPARA-IMPORTE.
     **
           PERFORM LINEA-FINAL THRU FIN-LINEA-FINAL.
           CLOSE RECONREP.
      *    NI LOS PASOS DE PAGO SOBRE ARCHIVOS INCONSISTENTES
           IF T-DIFERENCIAS > ZEROS
              THEN MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    EN LAS LINEAS CORTAS (DE ANTES DE LOS CONTADORES NUEVOS)
      *    LO QUE FALTA SE TOMA COMO CERO PARA NO CONCILIAR CONTRA
           IF CTL-REC-LEN < 129
              THEN MOVE ZEROS TO CTL-T-SUSPEN CTL-T-CADUCOS
                                 CTL-T-CADUCOS-SUP CTL-T-EXCEP.
           IF CTL-REC-LEN < 150
              THEN MOVE ZEROS TO CTL-T-COMPLE CTL-IMP-COMPLE.
       FIN-LEE-CTLTOT. EXIT.
       CUENTA-MAEACT.
           OPEN INPUT MAEACT.
                        ELSE
           IF C-CONC = '02' AND C-EME = ' '
                        THEN ADD 1 TO CTA-02G.
           IF C-CONC = 'MG'
              THEN ADD 1 TO CTA-COMPLE
                   ADD C-HABER TO IMP-COMPLE.
       FIN-CUENTA-UNA-ACT. EXIT.
       CUENTA-VIALIDAD.
           OPEN INPUT VIALIDAD.
           READ VIALIDAD AT END MOVE 'SI' TO FIN-ARCH
                                GO TO FIN-CUENTA-UNA-VIAL.
           ADD 1 TO CTA-VIALIDAD.
           IF V-CONC = 'MG'
              THEN ADD 1 TO CTA-COMPLE
                   ADD V-HABER TO IMP-COMPLE.
       FIN-CUENTA-UNA-VIAL. EXIT.
       CUENTA-SUSPEN.
           OPEN INPUT SUSPEN.
                           ' CTLTOT: ' MASC-CTL ' FISICO: ' MASC-FIS.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-COMPARA. EXIT.
      *    IGUAL QUE COMPARA PERO PARA IMPORTES CON DECIMALES
       COMPARA-IMPORTE.
           MOVE IMPORTE-CTLTOT TO MASC-IMP-CTL.
           MOVE IMPORTE-FISICO TO MASC-IMP-FIS.
           MOVE SPACES TO REG-REP.
           IF IMPORTE-CTLTOT = IMPORTE-FISICO
              THEN STRING ' ' NOMBRE-CONTROL
                          ' CTLTOT: ' MASC-IMP-CTL
                          ' FISICO: ' MASC-IMP-FIS ' OK'
                          DELIMITED BY SIZE INTO REG-REP
              ELSE ADD 1 TO T-DIFERENCIAS
                   STRING ' ' NOMBRE-CONTROL
                          ' CTLTOT: ' MASC-IMP-CTL
                          ' FISICO: ' MASC-IMP-FIS ' *** DIFERENCIA ***'
                          DELIMITED BY SIZE INTO REG-REP
                   DISPLAY ' *** DIFERENCIA EN ' NOMBRE-CONTROL
                           ' CTLTOT: ' MASC-IMP-CTL
                           ' FISICO: ' MASC-IMP-FIS.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-COMPARA-IMPORTE. EXIT.
       LINEA-FINAL.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
      -    ' ANTES DEL PAGO' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-FINAL. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAECONC1' TO BIT-PROGRAMA.
           MOVE 'RECONTADO MAEACT / DIFERENCIAS'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE CTA-MAEACT    TO BIT-LEIDOS.
           MOVE T-DIFERENCIAS TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
