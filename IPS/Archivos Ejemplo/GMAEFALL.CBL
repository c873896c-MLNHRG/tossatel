       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEFALL1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'CRUCE MENSUAL DE FALLECIDOS: APAREA EL ARCHIVO DE'.     000
      *REMARKS.'DEFUNCIONES DEL REGISTRO PROVINCIAL DE LAS PERSONAS'.   000
      *REMARKS.'(DEFUNC) CONTRA EL MAESTRO CLASIFICADO POR NRO'.        000
      *REMARKS.'(MAESNRO). POR CADA COINCIDENCIA GRABA UNA NOVEDAD B'.  000
      *REMARKS.'EN NOVTRN POR CADA REGISTRO DE MAESTRO DEL FALLECIDO'.  000
      *REMARKS.'(PARA GMAEMANT1, SE CLASIFICA CON LAS DEMAS NOVEDADES)'.000
      *REMARKS.'Y TOTALIZA DESDE MAEAIDX LO PAGADO (HABER + ANTIG) EN'. 000
      *REMARKS.'LOS PERIODOS POSTERIORES AL FALLECIMIENTO, POR PERIODO'.000
      *REMARKS.'Y CONCEPTO: CARGO POR PERCEPCION INDEBIDA PARA LEGALES'.000
      *REMARKS.'(FALCAR). LOS BENEFICIOS CON PARENT CARGADO (PENSION'.  000
      *REMARKS.'DERIVADA) SE LISTAN APARTE EN FALDER PARA EVALUAR LA'.  000
      *REMARKS.'TRANSFERENCIA A LOS DERECHOHABIENTES. EL APELLIDO'.     000
      *REMARKS.'INFORMADO DEBE COINCIDIR CON EL DEL MAESTRO; SI NO, NO'.000
      *REMARKS.'SE DA DE BAJA Y QUEDA A VERIFICAR EN FALREP'.           000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT DEFUNC ASSIGN DEFUNC.
           SELECT MAESNRO ASSIGN MAESNRO.
           SELECT MAEAIDX ASSIGN MAEAIDX
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARC-CLAVE
               FILE STATUS IS MAEAIDX-STATUS.
           SELECT NOVTRN ASSIGN NOVTRN.
           SELECT FALREP ASSIGN FALREP.
           SELECT FALCAR ASSIGN FALCAR.
           SELECT FALDER ASSIGN FALDER.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    DEFUNCIONES INFORMADAS POR EL REGISTRO SOBRE EL PADRON DE
      *    BENEFICIARIOS QUE SE LE ENVIA (POR ESO TRAE EL NRO DE
      *    BENEFICIO; SEC EN BLANCO = TODAS LAS SEC DEL NRO),
      *    CLASIFICADAS POR NRO + SEC (SORT PREVIO OBLIGATORIO)
       FD  DEFUNC                                                       000
           RECORD 100                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-DEF.                                      000
       01  REG-DEF.                                                     000
           02 DEF-NRO        PIC X(10).
           02 DEF-SEC        PIC XX.
           02 DEF-DOCUMENTO  PIC X(11).
           02 DEF-APELLIDO   PIC X(20).
           02 DEF-NOMBRES    PIC X(20).
           02 DEF-FECHA.
              03 DEF-PERIODO PIC X(6).
              03 DEF-DIA     PIC XX.
           02 DEF-ACTA       PIC X(15).
           02 FILLER         PIC X(14).
      *    MAESTRO CLASIFICADO POR NRO + CONC + SEC (SORT PREVIO
      *    OBLIGATORIO; EL MAESTRO VIENE EN ORDEN DE CODIGO2)
       FD  MAESNRO                                                      000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-MAE.                                      000
       01  REG-MAE.                                                     000
           02 FILLER         PIC X.
           02 M-CONC         PIC XX.
           02 M-SEC          PIC XX.
           02 M-NRO          PIC X(10).
           02 FILLER         PIC X.
           02 M-APYN         PIC X(27).
           02 M-PAGO         PIC X(4).
           02 FILLER         PIC X(20).
           02 M-PARENT       PIC X.
           02 FILLER         PIC X(3).
           02 M-CADUC        PIC X(6).
           02 FILLER         PIC X(19).
           02 M-CODIGO       PIC X(20).
           02 M-CODIGO2      PIC X(15).
           02 FILLER         PIC X(9).
      *    MISMO DISENO DE MAEAIDX QUE GRABA GMAEALOD1
       FD  MAEAIDX                                                      000
           RECORD 168                                                   000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-ARC.                                      000
       01  REG-ARC.                                                     000
           02 ARC-CLAVE.                                                000
              03 ARC-FECHA   PIC X(6).
              03 ARC-NRO     PIC X(10).
              03 ARC-CONC    PIC XX.
              03 ARC-SEC     PIC XX.
              03 ARC-SEQ     PIC 9(8).
           02 ARC-DATOS      PIC X(140).                                000
      *    NOVEDADES PARA GMAEMANT1, MISMO LAYOUT DE NOVTRN
       FD  NOVTRN                                                       000
           RECORD 200                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-TRN.                                      000
       01  REG-TRN.                                                     000
           02 TRN-TIPO       PIC X.
           02 TRN-CODIGO2    PIC X(15).
           02 TRN-NRO        PIC X(10).
           02 TRN-CONC       PIC XX.
           02 TRN-SEC        PIC XX.
           02 TRN-CAMPO      PIC X(8).
           02 TRN-VALOR      PIC X(20).
           02 TRN-DATOS      PIC X(140).
           02 FILLER         PIC XX.
      *    RESULTADO DEL CRUCE: BAJAS, NO ENCONTRADOS Y A VERIFICAR
       FD  FALREP                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REP-REC.                                  000
       01  REG-REP-REC PIC X(132).                                      000
      *    CARGO POR PERCEPCION INDEBIDA, POR PERIODO Y CONCEPTO
       FD  FALCAR                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-CAR-REC.                                  000
       01  REG-CAR-REC PIC X(132).                                      000
      *    FALLECIDOS CON PENSION DERIVADA (PARENT CARGADO)
       FD  FALDER                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-DER-REC.                                  000
       01  REG-DER-REC PIC X(132).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-DEF           PIC XX VALUE 'NO'.
       77  FIN-MAE           PIC XX VALUE 'NO'.
       77  FIN-ARC           PIC XX VALUE 'NO'.
       77  LEIDO-DEF         PIC 9(8) VALUE ZEROS.
       77  LEIDO-MAE         PIC 9(8) VALUE ZEROS.
       77  LEIDO-ARC         PIC 9(8) VALUE ZEROS.
       77  T-COINCIDE        PIC 9(8) VALUE ZEROS.
       77  T-NO-ENCONTRADO   PIC 9(8) VALUE ZEROS.
       77  T-A-VERIFICAR     PIC 9(8) VALUE ZEROS.
       77  T-DERIVADOS       PIC 9(8) VALUE ZEROS.
       77  T-CON-CARGO       PIC 9(8) VALUE ZEROS.
       77  T-NOVEDADES       PIC 9(8) VALUE ZEROS.
       77  TOT-CARGO         PIC S9(13)V99 VALUE ZEROS.
       77  CARGO-BENEF       PIC S9(13)V99 VALUE ZEROS.
       77  CARGO-MES         PIC S9(13)V99 VALUE ZEROS.
       77  IMPORTE-LINEA     PIC S9(11)V99 VALUE ZEROS.
       77  W                 PIC 99 VALUE ZEROS.
       77  X                 PIC 99 VALUE ZEROS.
       77  MAE-TOPE          PIC 99 VALUE ZEROS.
       77  CON-TOPE          PIC 99 VALUE ZEROS.
       77  POS-CON           PIC 99 VALUE ZEROS.
       77  SELECCIONADOS     PIC 99 VALUE ZEROS.
       77  PRIMERO-SEL       PIC 99 VALUE ZEROS.
       77  LARGO-APE         PIC 99 VALUE ZEROS.
       77  HAY-DERIVADO      PIC X  VALUE 'N'.
       77  MAEAIDX-STATUS    PIC XX VALUE SPACES.
       77  MOTIVO-CASO       PIC X(30) VALUE SPACES.
       77  MASC-IMP          PIC -(11)9,99.
       77  MASC-TOT          PIC -(13)9,99.
       77  MASC-CANT         PIC ZZZZZZZ9.
      *    TARJETA: ULTIMO PERIODO ARCHIVADO EN MAEAIDX (AAAAMM) HASTA
      *    EL QUE SE CALCULA EL CARGO
       01  PARAM.
           02 PERIODO-HASTA  PIC X(6).
       01  PERIODO-CAR.
           02 PC-AA          PIC 9(4).
           02 PC-MM          PIC 99.
       01  PERIODO-CAR-X REDEFINES PERIODO-CAR PIC X(6).
      *    REGISTROS DE MAESTRO DEL NRO EN CURSO
       01  TABLA-MAE.
           02 TMAE-ENTRY OCCURS 40.
              03 TMAE-CONC    PIC XX.
              03 TMAE-SEC     PIC XX.
              03 TMAE-APYN    PIC X(27).
              03 TMAE-PAGO    PIC X(4).
              03 TMAE-PARENT  PIC X.
              03 TMAE-CADUC   PIC X(6).
              03 TMAE-CODIGO  PIC X(20).
              03 TMAE-CODIGO2 PIC X(15).
              03 TMAE-SEL     PIC X.
      *    PAGADO EN UN PERIODO POR CONCEPTO
       01  TABLA-CON.
           02 TCON-ENTRY OCCURS 30.
              03 TCON-CONC    PIC XX.
              03 TCON-IMPORTE PIC S9(13)V99.
      *    LINEA DE 140 ARCHIVADA, MISMO DISENO DE REG-LIQ DE
      *    GMAEBASE1
       01  LINEA-ARC.
           02 L-MARCA           PIC X.
           02 L-CONC            PIC XX.
           02 L-SEC             PIC XX.
           02 L-NRO             PIC X(10).
           02 L-EME             PIC X.
           02 L-APYN            PIC X(27).
           02 L-PAGO            PIC X(4).
           02 L-HABER           PIC S9(9)V99.
           02 L-IOMA            PIC S9(7)V99.
           02 FILLER            PIC X(18).
           02 L-ANTIG           PIC S9(7)V99.
           02 FILLER            PIC X(46).
       01  CLAVE-DESDE.
           02 CD-FECHA       PIC X(6).
           02 CD-NRO         PIC X(10).
           02 CD-RESTO       PIC X(12).
      *    CLAVES DE APAREO (NRO) Y CONTROL DE SECUENCIA
       01  NRO-DEF-AUX       PIC X(10) VALUE LOW-VALUES.
       01  NRO-MAE-AUX       PIC X(10) VALUE LOW-VALUES.
       01  NRO-DEF-ULT       PIC X(10) VALUE LOW-VALUES.
       01  NRO-MAE-ULT       PIC X(10) VALUE LOW-VALUES.
       01  NRO-GRUPO         PIC X(10) VALUE SPACES.
       77  ARCHIVO-ERRONEO   PIC X(8) VALUE SPACES.
       01  REG-REP PIC X(132).
       01  REG-CAR PIC X(132).
       01  REG-DER PIC X(132).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF PERIODO-HASTA NOT NUMERIC
              THEN DISPLAY ' *** ERROR *** INDICAR EL ULTIMO PERIODO'
                           ' ARCHIVADO (AAAAMM) EN LA TARJETA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           OPEN INPUT MAEAIDX.
           IF MAEAIDX-STATUS = '35'
              THEN DISPLAY ' *** ERROR *** NO EXISTE EL HISTORICO'
                           ' MAEAIDX ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           OPEN INPUT DEFUNC MAESNRO
                OUTPUT NOVTRN FALREP FALCAR FALDER.
           PERFORM TITULOS THRU FIN-TITULOS.
     **
           PERFORM LEE-DEFUNC THRU FIN-LEE-DEFUNC.
           PERFORM LEE-MAESNRO THRU FIN-LEE-MAESNRO.
           PERFORM APAREA THRU FIN-APAREA
                   UNTIL FIN-DEF = 'SI'.
     **
           PERFORM TOTALES THRU FIN-TOTALES.
           CLOSE DEFUNC MAESNRO MAEAIDX NOVTRN FALREP FALCAR FALDER.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEFALL ****'.
           DISPLAY ' CARGO CALCULADO HASTA PERIODO : ' PERIODO-HASTA.
           DISPLAY ' TOTAL REG. LEIDOS DEFUNC      : ' LEIDO-DEF.
           DISPLAY ' TOTAL REG. LEIDOS MAESNRO     : ' LEIDO-MAE.
           DISPLAY ' TOTAL REG. LEIDOS MAEAIDX     : ' LEIDO-ARC.
           DISPLAY ' TOTAL FALLECIDOS COINCIDENTES : ' T-COINCIDE.
           DISPLAY ' TOTAL NO ENCONTRADOS          : ' T-NO-ENCONTRADO.
           DISPLAY ' TOTAL A VERIFICAR             : ' T-A-VERIFICAR.
           DISPLAY ' TOTAL CON PENSION DERIVADA    : ' T-DERIVADOS.
           DISPLAY ' TOTAL CON CARGO               : ' T-CON-CARGO.
           DISPLAY ' TOTAL NOVEDADES B EN NOVTRN   : ' T-NOVEDADES.
      *    CASOS A VERIFICAR O NO ENCONTRADOS: RETORNO 4 PARA QUE EL
      *    PLANIFICADOR LOS DEJE A LA VISTA SIN CORTAR LA CADENA
           IF T-A-VERIFICAR > ZEROS OR T-NO-ENCONTRADO > ZEROS
              THEN MOVE 4 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       TITULOS.
           MOVE SPACES TO REG-REP.
           STRING ' CRUCE DE FALLECIDOS CON EL REGISTRO DE LAS PERSONAS'
                  ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-CAR.
           STRING ' CARGO POR PERCEPCION INDEBIDA - HABERES PAGADOS CON'
                  ' POSTERIORIDAD AL FALLECIMIENTO - HASTA PERIODO '
                  PERIODO-HASTA ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
           MOVE SPACES TO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
           MOVE SPACES TO REG-DER.
           STRING ' FALLECIDOS CON PENSION DERIVADA (PARENT) - EVALUAR'
                  ' TRANSFERENCIA A DERECHOHABIENTES - FECHA '
                  FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-DER.
           WRITE REG-DER-REC FROM REG-DER.
           MOVE SPACES TO REG-DER.
           WRITE REG-DER-REC FROM REG-DER.
       FIN-TITULOS. EXIT.
       LEE-DEFUNC.
           READ DEFUNC AT END MOVE 'SI' TO FIN-DEF
                              MOVE HIGH-VALUES TO NRO-DEF-AUX
                              GO TO FIN-LEE-DEFUNC.
           ADD 1 TO LEIDO-DEF.
           MOVE DEF-NRO TO NRO-DEF-AUX.
           IF NRO-DEF-AUX < NRO-DEF-ULT
              THEN MOVE 'DEFUNC' TO ARCHIVO-ERRONEO
                   PERFORM ERROR-SECUENCIA THRU FIN-ERROR-SECUENCIA.
           MOVE NRO-DEF-AUX TO NRO-DEF-ULT.
       FIN-LEE-DEFUNC. EXIT.
       LEE-MAESNRO.
           READ MAESNRO AT END MOVE 'SI' TO FIN-MAE
                               MOVE HIGH-VALUES TO NRO-MAE-AUX
                               GO TO FIN-LEE-MAESNRO.
           ADD 1 TO LEIDO-MAE.
           MOVE M-NRO TO NRO-MAE-AUX.
           IF NRO-MAE-AUX < NRO-MAE-ULT
              THEN MOVE 'MAESNRO' TO ARCHIVO-ERRONEO
                   PERFORM ERROR-SECUENCIA THRU FIN-ERROR-SECUENCIA.
           MOVE NRO-MAE-AUX TO NRO-MAE-ULT.
       FIN-LEE-MAESNRO. EXIT.
      *    ENTRADA SIN CLASIFICAR: EL APAREO DARIA POR NO ENCONTRADOS
      *    A FALLECIDOS QUE COBRAN; SE CORTA CON RETORNO 8 Y LAS
      *    SALIDAS NO SE DEBEN USAR
       ERROR-SECUENCIA.
           DISPLAY ' *** ERROR *** ' ARCHIVO-ERRONEO ' FUERA DE'
                   ' SECUENCIA NRO - FALTA EL SORT PREVIO ***'.
           MOVE SPACES TO REG-REP.
           STRING ' *** CRUCE ANULADO: ' ARCHIVO-ERRONEO
                  ' FUERA DE SECUENCIA - NO USAR NOVTRN ***'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           CLOSE DEFUNC MAESNRO MAEAIDX NOVTRN FALREP FALCAR FALDER.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
      *    APAREO POR NRO. LOS REGISTROS DE MAESTRO DEL NRO SE CARGAN
      *    UNA VEZ Y SE APLICAN A TODAS LAS DEFUNCIONES DEL NRO
       APAREA.
           IF NRO-MAE-AUX < NRO-DEF-AUX
              THEN PERFORM LEE-MAESNRO THRU FIN-LEE-MAESNRO
                   GO TO FIN-APAREA.
           IF NRO-MAE-AUX > NRO-DEF-AUX AND NRO-DEF-AUX NOT = NRO-GRUPO
              THEN MOVE ZEROS TO MAE-TOPE.
           IF NRO-MAE-AUX > NRO-DEF-AUX
              THEN PERFORM PROCESA-DEFUNCION
                      THRU FIN-PROCESA-DEFUNCION
                   PERFORM LEE-DEFUNC THRU FIN-LEE-DEFUNC
                   GO TO FIN-APAREA.
           MOVE NRO-MAE-AUX TO NRO-GRUPO.
           MOVE ZEROS TO MAE-TOPE.
           PERFORM CARGA-MAESTRO THRU FIN-CARGA-MAESTRO
                   UNTIL NRO-MAE-AUX NOT = NRO-GRUPO.
       FIN-APAREA. EXIT.
       CARGA-MAESTRO.
           IF MAE-TOPE < 40
              THEN ADD 1 TO MAE-TOPE
                   MOVE M-CONC    TO TMAE-CONC (MAE-TOPE)
                   MOVE M-SEC     TO TMAE-SEC (MAE-TOPE)
                   MOVE M-APYN    TO TMAE-APYN (MAE-TOPE)
                   MOVE M-PAGO    TO TMAE-PAGO (MAE-TOPE)
                   MOVE M-PARENT  TO TMAE-PARENT (MAE-TOPE)
                   MOVE M-CADUC   TO TMAE-CADUC (MAE-TOPE)
                   MOVE M-CODIGO  TO TMAE-CODIGO (MAE-TOPE)
                   MOVE M-CODIGO2 TO TMAE-CODIGO2 (MAE-TOPE)
              ELSE DISPLAY ' *** NRO ' M-NRO ' CON MAS DE 40'
                           ' REGISTROS EN MAESTRO - SE IGNORA '
                           M-CONC ' ' M-SEC.
           PERFORM LEE-MAESNRO THRU FIN-LEE-MAESNRO.
       FIN-CARGA-MAESTRO. EXIT.
      *    UNA DEFUNCION: SE MARCAN LOS REGISTROS DEL FALLECIDO (LA
      *    SEC INFORMADA, O TODAS), SE CONTROLA EL APELLIDO, SE DAN
      *    DE BAJA Y SE CALCULA EL CARGO
       PROCESA-DEFUNCION.
           MOVE ZEROS  TO SELECCIONADOS PRIMERO-SEL.
           MOVE 'N'    TO HAY-DERIVADO.
           MOVE SPACES TO MOTIVO-CASO.
           PERFORM SELECCIONA THRU FIN-SELECCIONA
                   VARYING W FROM 1 BY 1 UNTIL W > MAE-TOPE.
           IF SELECCIONADOS = ZEROS
              THEN ADD 1 TO T-NO-ENCONTRADO
                   MOVE 'NO FIGURA EN MAESTRO' TO MOTIVO-CASO
                   PERFORM LINEA-OBSERVADA THRU FIN-LINEA-OBSERVADA
                   GO TO FIN-PROCESA-DEFUNCION.
           IF DEF-FECHA NOT NUMERIC
              THEN ADD 1 TO T-A-VERIFICAR
                   MOVE 'FECHA DE DEFUNCION INVALIDA' TO MOTIVO-CASO
                   PERFORM LINEA-OBSERVADA THRU FIN-LINEA-OBSERVADA
                   GO TO FIN-PROCESA-DEFUNCION.
           MOVE ZEROS TO LARGO-APE.
           INSPECT DEF-APELLIDO TALLYING LARGO-APE
                   FOR CHARACTERS BEFORE INITIAL SPACE.
           IF LARGO-APE = ZEROS
              OR TMAE-APYN (PRIMERO-SEL) (1:LARGO-APE)
                 NOT = DEF-APELLIDO (1:LARGO-APE)
              THEN ADD 1 TO T-A-VERIFICAR
                   MOVE 'APELLIDO NO COINCIDE - NO BAJA' TO MOTIVO-CASO
                   PERFORM LINEA-OBSERVADA THRU FIN-LINEA-OBSERVADA
                   GO TO FIN-PROCESA-DEFUNCION.
           ADD 1 TO T-COINCIDE.
           PERFORM GRABA-BAJA THRU FIN-GRABA-BAJA
                   VARYING W FROM 1 BY 1 UNTIL W > MAE-TOPE.
           PERFORM CALCULA-CARGO THRU FIN-CALCULA-CARGO.
           PERFORM LINEA-BAJA THRU FIN-LINEA-BAJA.
           IF HAY-DERIVADO = 'S'
              THEN PERFORM LISTA-DERIVADO THRU FIN-LISTA-DERIVADO.
       FIN-PROCESA-DEFUNCION. EXIT.
      *    EL PARENT DE CUALQUIER REGISTRO DEL BENEFICIO (EL DEL
      *    FALLECIDO O EL DE OTRA SEC DEL MISMO NRO) INDICA PENSION
      *    DERIVADA CON DERECHOHABIENTES
       SELECCIONA.
           MOVE 'N' TO TMAE-SEL (W).
           IF TMAE-PARENT (W) NOT = SPACE
              THEN MOVE 'S' TO HAY-DERIVADO.
           IF DEF-SEC NOT = SPACES AND TMAE-SEC (W) NOT = DEF-SEC
              THEN GO TO FIN-SELECCIONA.
           MOVE 'S' TO TMAE-SEL (W).
           ADD 1 TO SELECCIONADOS.
           IF PRIMERO-SEL = ZEROS
              THEN MOVE W TO PRIMERO-SEL.
       FIN-SELECCIONA. EXIT.
       GRABA-BAJA.
           IF TMAE-SEL (W) NOT = 'S'
              THEN GO TO FIN-GRABA-BAJA.
           MOVE SPACES           TO REG-TRN.
           MOVE 'B'              TO TRN-TIPO.
           MOVE TMAE-CODIGO2 (W) TO TRN-CODIGO2.
           MOVE DEF-NRO          TO TRN-NRO.
           MOVE TMAE-CONC (W)    TO TRN-CONC.
           MOVE TMAE-SEC (W)     TO TRN-SEC.
           WRITE REG-TRN.
           ADD 1 TO T-NOVEDADES.
       FIN-GRABA-BAJA. EXIT.
      *    CARGO: TODO LO PAGADO EN LOS PERIODOS ARCHIVADOS
      *    POSTERIORES AL MES DEL FALLECIMIENTO, HASTA EL PERIODO DE
      *    LA TARJETA
       CALCULA-CARGO.
           MOVE ZEROS TO CARGO-BENEF.
           MOVE SPACES TO REG-CAR.
           STRING ' BENEFICIO ' DEF-NRO ' SEC ' DEF-SEC ' '
                  TMAE-APYN (PRIMERO-SEL)
                  ' FALLECIO ' DEF-DIA '/' DEF-PERIODO (5:2) '/'
                  DEF-PERIODO (1:4) ' ACTA ' DEF-ACTA
                  DELIMITED BY SIZE INTO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
           MOVE DEF-PERIODO TO PERIODO-CAR-X.
           PERFORM AVANZA-MES THRU FIN-AVANZA-MES.
           PERFORM CARGO-PERIODO THRU FIN-CARGO-PERIODO
                   UNTIL PERIODO-CAR-X > PERIODO-HASTA.
           MOVE SPACES TO REG-CAR.
           IF CARGO-BENEF = ZEROS
              THEN STRING '    SIN PAGOS POSTERIORES AL FALLECIMIENTO'
                          DELIMITED BY SIZE INTO REG-CAR
              ELSE ADD 1 TO T-CON-CARGO
                   ADD CARGO-BENEF TO TOT-CARGO
                   MOVE CARGO-BENEF TO MASC-TOT
                   STRING '    TOTAL CARGO DEL BENEFICIO          '
                          MASC-TOT
                          DELIMITED BY SIZE INTO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
           MOVE SPACES TO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
       FIN-CALCULA-CARGO. EXIT.
       AVANZA-MES.
           ADD 1 TO PC-MM.
           IF PC-MM > 12
              THEN MOVE 1 TO PC-MM
                   ADD 1 TO PC-AA.
       FIN-AVANZA-MES. EXIT.
      *    LINEAS DEL NRO EN EL PERIODO (SOLO LAS SEC DEL FALLECIDO):
      *    HABER + ANTIG POR CONCEPTO, COMO LO PAGO GMAEBASE1 (LAS
      *    RETENCIONES EM / GA SALEN EN NEGATIVO Y SE DESCUENTAN)
       CARGO-PERIODO.
           MOVE ZEROS TO CON-TOPE CARGO-MES.
           MOVE 'NO'          TO FIN-ARC.
           MOVE PERIODO-CAR-X TO CD-FECHA.
           MOVE DEF-NRO       TO CD-NRO.
           MOVE LOW-VALUES    TO CD-RESTO.
           MOVE CLAVE-DESDE   TO ARC-CLAVE.
           START MAEAIDX KEY NOT < ARC-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-ARC
           END-START.
           IF FIN-ARC NOT = 'SI'
              THEN PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
           PERFORM SUMA-LINEA THRU FIN-SUMA-LINEA
                   UNTIL FIN-ARC = 'SI'.
           IF CON-TOPE > ZEROS
              THEN PERFORM IMPRIME-CONCEPTO THRU FIN-IMPRIME-CONCEPTO
                      VARYING X FROM 1 BY 1 UNTIL X > CON-TOPE
                   MOVE CARGO-MES TO MASC-TOT
                   MOVE SPACES TO REG-CAR
                   STRING '    PERIODO ' PERIODO-CAR-X
                          ' SUBTOTAL               ' MASC-TOT
                          DELIMITED BY SIZE INTO REG-CAR
                   WRITE REG-CAR-REC FROM REG-CAR
                   ADD CARGO-MES TO CARGO-BENEF.
           PERFORM AVANZA-MES THRU FIN-AVANZA-MES.
       FIN-CARGO-PERIODO. EXIT.
       LEE-MAEAIDX.
           READ MAEAIDX NEXT RECORD
               AT END MOVE 'SI' TO FIN-ARC
                      GO TO FIN-LEE-MAEAIDX
           END-READ.
           IF ARC-FECHA NOT = PERIODO-CAR-X OR ARC-NRO NOT = DEF-NRO
              THEN MOVE 'SI' TO FIN-ARC
                   GO TO FIN-LEE-MAEAIDX.
           ADD 1 TO LEIDO-ARC.
       FIN-LEE-MAEAIDX. EXIT.
       SUMA-LINEA.
           MOVE ARC-DATOS TO LINEA-ARC.
           IF DEF-SEC NOT = SPACES AND L-SEC NOT = DEF-SEC
              THEN GO TO SIGUE-SUMA-LINEA.
           MOVE ZEROS TO IMPORTE-LINEA.
           IF L-HABER NUMERIC
              THEN ADD L-HABER TO IMPORTE-LINEA.
           IF L-ANTIG NUMERIC
              THEN ADD L-ANTIG TO IMPORTE-LINEA.
           MOVE ZEROS TO POS-CON.
           PERFORM UBICA-CONCEPTO THRU FIN-UBICA-CONCEPTO
                   VARYING X FROM 1 BY 1 UNTIL X > CON-TOPE.
           IF POS-CON = ZEROS AND CON-TOPE >= 30
              THEN GO TO SIGUE-SUMA-LINEA.
           IF POS-CON = ZEROS
              THEN ADD 1 TO CON-TOPE
                   MOVE CON-TOPE TO POS-CON
                   MOVE L-CONC   TO TCON-CONC (POS-CON)
                   MOVE ZEROS    TO TCON-IMPORTE (POS-CON).
           ADD IMPORTE-LINEA TO TCON-IMPORTE (POS-CON).
           ADD IMPORTE-LINEA TO CARGO-MES.
       SIGUE-SUMA-LINEA.
           PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
       FIN-SUMA-LINEA. EXIT.
       UBICA-CONCEPTO.
           IF TCON-CONC (X) = L-CONC
              THEN MOVE X  TO POS-CON
                   MOVE 90 TO X.
       FIN-UBICA-CONCEPTO. EXIT.
       IMPRIME-CONCEPTO.
           MOVE TCON-IMPORTE (X) TO MASC-IMP.
           MOVE SPACES TO REG-CAR.
           STRING '    PERIODO ' PERIODO-CAR-X
                  ' CONCEPTO ' TCON-CONC (X)
                  '            ' MASC-IMP
                  DELIMITED BY SIZE INTO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
       FIN-IMPRIME-CONCEPTO. EXIT.
       LINEA-BAJA.
           MOVE SELECCIONADOS TO MASC-CANT.
           MOVE CARGO-BENEF   TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' BAJA     ' DEF-NRO ' ' DEF-SEC ' '
                  TMAE-APYN (PRIMERO-SEL)
                  ' FALLECIO ' DEF-FECHA
                  ' REGISTROS ' MASC-CANT ' CARGO ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-BAJA. EXIT.
       LINEA-OBSERVADA.
           MOVE SPACES TO REG-REP.
           STRING ' *** ' MOTIVO-CASO ' ' DEF-NRO ' ' DEF-SEC ' '
                  DEF-APELLIDO ' ' DEF-NOMBRES ' DOC ' DEF-DOCUMENTO
                  ' FALLECIO ' DEF-FECHA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-OBSERVADA. EXIT.
      *    CABECERA DEL FALLECIDO Y TODOS LOS REGISTROS DEL NRO, CON
      *    SU PARENTESCO, PARA EVALUAR QUIEN CONTINUA LA PENSION
       LISTA-DERIVADO.
           ADD 1 TO T-DERIVADOS.
           MOVE SPACES TO REG-DER.
           STRING ' BENEFICIO ' DEF-NRO ' SEC ' DEF-SEC ' '
                  DEF-APELLIDO ' ' DEF-NOMBRES
                  ' FALLECIO ' DEF-FECHA
                  DELIMITED BY SIZE INTO REG-DER.
           WRITE REG-DER-REC FROM REG-DER.
           PERFORM LINEA-DERIVADO THRU FIN-LINEA-DERIVADO
                   VARYING W FROM 1 BY 1 UNTIL W > MAE-TOPE.
           MOVE SPACES TO REG-DER.
           WRITE REG-DER-REC FROM REG-DER.
       FIN-LISTA-DERIVADO. EXIT.
       LINEA-DERIVADO.
           MOVE SPACES TO REG-DER.
           IF TMAE-SEL (W) = 'S'
              THEN MOVE 'DE BAJA' TO MOTIVO-CASO
              ELSE MOVE 'CONTINUA' TO MOTIVO-CASO.
           STRING '    CONC ' TMAE-CONC (W) ' SEC ' TMAE-SEC (W)
                  ' ' TMAE-APYN (W) ' PARENT ' TMAE-PARENT (W)
                  ' CODIGO ' TMAE-CODIGO (W)
                  ' BOCA ' TMAE-PAGO (W) ' ' MOTIVO-CASO
                  DELIMITED BY SIZE INTO REG-DER.
           WRITE REG-DER-REC FROM REG-DER.
       FIN-LINEA-DERIVADO. EXIT.
       TOTALES.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-COINCIDE TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL FALLECIDOS DADOS DE BAJA : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-NO-ENCONTRADO TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL NO ENCONTRADOS EN MAESTRO: ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-A-VERIFICAR TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL A VERIFICAR              : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-DERIVADOS TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL CON PENSION DERIVADA     : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-CON-CARGO TO MASC-CANT.
           MOVE TOT-CARGO   TO MASC-TOT.
           MOVE SPACES TO REG-CAR.
           STRING ' TOTAL BENEFICIOS CON CARGO: ' MASC-CANT
                  '   IMPORTE TOTAL DEL CARGO: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-CAR.
           WRITE REG-CAR-REC FROM REG-CAR.
       FIN-TOTALES. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEFALL1' TO BIT-PROGRAMA.
           MOVE PERIODO-HASTA TO BIT-PERIODO.
           MOVE 'LEIDOS DEFUNC / NOVEDADES B'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-DEF    TO BIT-LEIDOS.
           MOVE T-NOVEDADES  TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
