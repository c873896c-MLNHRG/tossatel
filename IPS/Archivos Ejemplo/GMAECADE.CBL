       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAECADE1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'ESTADO DE LA CADENA MENSUAL PARA UN PERIODO: LEE LA'.   000
      *REMARKS.'BITACORA COMUN BITACO (INICIO Y FIN DE CADA CORRIDA,'.  000
      *REMARKS.'GRABADOS POR GMAEBITA1) Y LA COMPARA CONTRA LA TABLA'.  000
      *REMARKS.'EXTERNA CADENA (PASOS, OBLIGATORIOS, PASO PREVIO Y'.    000
      *REMARKS.'RETORNO MAXIMO DE CADA UNO). EN BITREP LISTA LAS'.      000
      *REMARKS.'CORRIDAS DEL PERIODO EN ORDEN Y EL ESTADO DE CADA'.     000
      *REMARKS.'PASO, MARCANDO LOS QUE FALTAN, LOS QUE FALLARON O NO'.  000
      *REMARKS.'TERMINARON, LOS QUE EMPEZARON ANTES DE QUE SU PREVIO'.  000
      *REMARKS.'TERMINARA BIEN Y LOS CORRIDOS MAS DE UNA VEZ. SOLO'.    000
      *REMARKS.'LEE: NO SE REGISTRA EN LA BITACORA'.                    000
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT CADENA ASSIGN CADENA.
           SELECT BITACO ASSIGN BITACO
               FILE STATUS IS BITACO-STATUS.
           SELECT BITREP ASSIGN BITREP.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    PASOS DE LA CADENA, EN IMAGEN DE FICHA:
      *      COL  1     'P' = PASO, '*' = COMENTARIO
      *      COL  2-10  PROGRAMA (PROGRAM-ID, COMO LO GRABA BITACO)
      *      COL 12     OBLIGATORIO: 'S' = DEBE CORRER EN EL PERIODO
      *      COL 14-22  PASO PREVIO: DEBE HABER TERMINADO BIEN ANTES
      *                 DE QUE ESTE EMPIECE (BLANCO = SIN PREVIO)
      *      COL 24-25  RETORNO MAXIMO CON QUE EL PASO SE DA POR BIEN
      *                 TERMINADO (BLANCO = 00)
      *      COL 27-28  TIPO DE CORRIDA EN QUE APLICA: ME, SA O
      *                 BLANCO = LOS DOS
      *      COL 30-80  DESCRIPCION
      *    EL ORDEN DE LAS FICHAS ES EL ORDEN DEL INFORME
       FD  CADENA                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-CAD.                                      000
       01  REG-CAD.                                                     000
           02 CAD-TIPO          PIC X.
           02 CAD-PROGRAMA      PIC X(9).
           02 FILLER            PIC X.
           02 CAD-OBLIG         PIC X.
           02 FILLER            PIC X.
           02 CAD-PREVIO        PIC X(9).
           02 FILLER            PIC X.
           02 CAD-RC-MAX        PIC XX.
           02 CAD-RC-MAX-N REDEFINES CAD-RC-MAX PIC 99.
           02 FILLER            PIC X.
           02 CAD-TIPO-CORR     PIC XX.
           02 FILLER            PIC X.
           02 CAD-DESCRI        PIC X(51).
      *    BITACORA PERMANENTE, EN ORDEN DE GRABACION (CRONOLOGICO);
      *    DISENO REG-BITACORA DE WSBITA.CPY
       FD  BITACO                                                       000
           RECORD 120                                                   000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-BIT.                                      000
       01  REG-BIT PIC X(120).                                          000
       FD  BITREP                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REP-REC.                                  000
       01  REG-REP-REC PIC X(132).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  BITACO-STATUS     PIC XX VALUE SPACES.
       77  FIN-CAD           PIC XX VALUE 'NO'.
       77  FIN-BIT           PIC XX VALUE 'NO'.
       77  LEIDO-CAD         PIC 9(8) VALUE ZEROS.
       77  LEIDO-BIT         PIC 9(8) VALUE ZEROS.
       77  T-DEL-PERIODO     PIC 9(8) VALUE ZEROS.
       77  T-PASOS-OK        PIC 9(4) VALUE ZEROS.
       77  T-FALTANTES       PIC 9(4) VALUE ZEROS.
       77  T-FALLIDOS        PIC 9(4) VALUE ZEROS.
       77  T-SIN-FIN         PIC 9(4) VALUE ZEROS.
       77  T-FUERA-ORDEN     PIC 9(4) VALUE ZEROS.
       77  T-REPETIDOS       PIC 9(4) VALUE ZEROS.
       77  T-FUERA-CADENA    PIC 9(4) VALUE ZEROS.
      *    FICHAS DE CADENA RECHAZADAS EN LA CARGA: CON ALGUNA NO SE
      *    PUEDE DAR EL ESTADO DE LA CADENA
       77  CADENA-ERRONEAS   PIC 999  VALUE ZEROS.
       77  PASO-TOPE         PIC 99   VALUE ZEROS.
       77  P-IDX             PIC 99   VALUE ZEROS.
       77  Q-IDX             PIC 99   VALUE ZEROS.
       77  POS               PIC 99   VALUE ZEROS.
       77  PROGRAMA-BUS      PIC X(9) VALUE SPACES.
       77  ESTADO-TXT        PIC X(24) VALUE SPACES.
       77  MASC-CANT         PIC ZZZZZZZ9.
       77  MASC-LEIDOS       PIC ZZZZZZZZ9.
       77  MASC-GRABADOS     PIC ZZZZZZZZ9.
       77  MASC-VECES        PIC ZZZ9.
      *    TARJETA: PERIODO (AAAAMM) Y TIPO DE CORRIDA (SA; BLANCO =
      *    MENSUAL ME)
       01  PARAM.
           02 PERIODO-CAD       PIC X(6).
           02 TIPO-CAD          PIC XX.
       01  TIPO-USO             PIC XX VALUE SPACES.
      *    PASOS DE LA TABLA CADENA Y LO QUE BITACO DICE DE CADA UNO.
      *    LOS PROGRAMAS QUE APARECEN EN BITACO SIN FICHA SE AGREGAN
      *    AL FINAL CON TP-EN-CADENA = 'N'
       01  TABLA-PASOS.
           02 PASO-ENTRY OCCURS 60.
              03 TP-PROGRAMA    PIC X(9).
              03 TP-OBLIG       PIC X.
              03 TP-PREVIO      PIC X(9).
              03 TP-PREVIO-IDX  PIC 99.
              03 TP-RC-MAX      PIC 99.
              03 TP-TIPO-CORR   PIC XX.
              03 TP-DESCRI      PIC X(30).
      *          'N' = EL PASO NO CORRE EN ESTE TIPO DE CORRIDA
              03 TP-APLICA      PIC X.
              03 TP-EN-CADENA   PIC X.
              03 TP-VECES       PIC 9(4).
      *          'S' MIENTRAS LA ULTIMA CORRIDA NO TIENE FIN
              03 TP-ABIERTO     PIC X.
      *          'S' SI LA ULTIMA CORRIDA TERMINO CON RETORNO <=
      *          TP-RC-MAX: RECIEN AHI PUEDEN EMPEZAR LOS QUE LO
      *          TIENEN DE PREVIO
              03 TP-OK          PIC X.
              03 TP-FUERA       PIC X.
              03 TP-FUERA-FEC   PIC 9(8).
              03 TP-FUERA-HOR   PIC 9(8).
              03 TP-FEC-INI     PIC 9(8).
              03 TP-HOR-INI     PIC 9(8).
              03 TP-FEC-FIN     PIC 9(8).
              03 TP-HOR-FIN     PIC 9(8).
              03 TP-RC          PIC 9(4).
              03 TP-LEIDOS      PIC 9(9).
              03 TP-GRABADOS    PIC 9(9).
       01  REG-REP PIC X(132).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           IF PERIODO-CAD NOT NUMERIC
              OR (TIPO-CAD NOT = SPACES AND TIPO-CAD NOT = 'SA'
                                       AND TIPO-CAD NOT = 'ME')
              THEN DISPLAY ' *** ERROR *** INDICAR EL PERIODO (AAAAMM)'
                           ' Y EL TIPO (SA/BLANCO) EN LA TARJETA ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           IF TIPO-CAD = 'SA'
              THEN MOVE 'SA' TO TIPO-USO
              ELSE MOVE 'ME' TO TIPO-USO.
     **
      *    UNA FICHA MAL CARGADA DARIA POR BUENA UNA CADENA INCOMPLETA
      *    O DESORDENADA: CON CUALQUIER RECHAZO NO SE INFORMA NADA
           PERFORM CARGA-CADENA THRU FIN-CARGA-CADENA.
           IF PASO-TOPE = ZEROS
              THEN DISPLAY ' *** ERROR *** TABLA CADENA VACIA ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           PERFORM RESUELVE-PREVIO THRU FIN-RESUELVE-PREVIO
                   VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > PASO-TOPE.
           IF CADENA-ERRONEAS > ZEROS
              THEN DISPLAY ' *** ERROR *** FICHAS DE CADENA'
                           ' RECHAZADAS: ' CADENA-ERRONEAS
                           ' - CORREGIR LA TABLA ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
     **
           OPEN INPUT BITACO.
           IF BITACO-STATUS NOT = '00'
              THEN DISPLAY ' *** ERROR *** NO SE PUDO ABRIR BITACO'
                           ' (STATUS ' BITACO-STATUS ') ***'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN.
           OPEN OUTPUT BITREP.
           PERFORM TITULOS THRU FIN-TITULOS.
     **
      *    PRIMERA PARTE: LAS CORRIDAS DEL PERIODO TAL COMO QUEDARON
      *    EN LA BITACORA, Y A LA VEZ EL ESTADO DE CADA PASO
           PERFORM LEE-BITACO THRU FIN-LEE-BITACO.
           PERFORM PROCESA-BITACO THRU FIN-PROCESA-BITACO
                   UNTIL FIN-BIT = 'SI'.
           CLOSE BITACO.
           IF T-DEL-PERIODO = ZEROS
              THEN MOVE SPACES TO REG-REP
                   MOVE ' *** SIN CORRIDAS REGISTRADAS PARA EL PERIODO'
                     TO REG-REP
                   WRITE REG-REP-REC FROM REG-REP.
     **
      *    SEGUNDA PARTE: ESTADO DE CADA PASO
           PERFORM TITULO-ESTADO THRU FIN-TITULO-ESTADO.
           PERFORM ESTADO-PASO THRU FIN-ESTADO-PASO
                   VARYING P-IDX FROM 1 BY 1 UNTIL P-IDX > PASO-TOPE.
           PERFORM RESUMEN THRU FIN-RESUMEN.
           CLOSE BITREP.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAECADE ****'.
           DISPLAY ' PERIODO / TIPO                : ' PERIODO-CAD
                   ' / ' TIPO-USO.
           DISPLAY ' TOTAL REG. LEIDOS BITACO      : ' LEIDO-BIT.
           DISPLAY ' TOTAL REG. DEL PERIODO        : ' T-DEL-PERIODO.
           DISPLAY ' TOTAL PASOS TERMINADOS BIEN   : ' T-PASOS-OK.
           DISPLAY ' TOTAL PASOS FALTANTES         : ' T-FALTANTES.
           DISPLAY ' TOTAL PASOS FALLIDOS          : ' T-FALLIDOS.
           DISPLAY ' TOTAL PASOS SIN FIN           : ' T-SIN-FIN.
           DISPLAY ' TOTAL PASOS FUERA DE ORDEN    : ' T-FUERA-ORDEN.
           DISPLAY ' TOTAL PASOS REPETIDOS         : ' T-REPETIDOS.
           DISPLAY ' TOTAL PROGRAMAS FUERA CADENA  : ' T-FUERA-CADENA.
      *    RETORNO 8: LA CADENA DEL PERIODO NO ESTA COMPLETA O NO ES
      *    CONFIABLE. RETORNO 4: COMPLETA, CON PASOS PARA REVISAR
           IF T-FALTANTES > ZEROS OR T-FALLIDOS > ZEROS
              OR T-SIN-FIN > ZEROS OR T-FUERA-ORDEN > ZEROS
              THEN MOVE 8 TO RETURN-CODE
              ELSE
           IF T-REPETIDOS > ZEROS OR T-FUERA-CADENA > ZEROS
              THEN MOVE 4 TO RETURN-CODE.
           STOP RUN.
     **
      *    CARGA DE LA TABLA DE LA CADENA
       CARGA-CADENA.
           OPEN INPUT CADENA.
           PERFORM LEE-CAD THRU FIN-LEE-CAD.
           PERFORM CARGA-UNA-CAD THRU FIN-CARGA-UNA-CAD
                   UNTIL FIN-CAD = 'SI'.
           MOVE PASO-TOPE TO MASC-CANT.
           DISPLAY ' *** PASOS DE LA CADENA CARGADOS: ' MASC-CANT
                   ' ***'.
           CLOSE CADENA.
       FIN-CARGA-CADENA. EXIT.
       LEE-CAD.
           READ CADENA AT END MOVE 'SI' TO FIN-CAD
                              GO TO FIN-LEE-CAD.
           ADD 1 TO LEIDO-CAD.
       FIN-LEE-CAD. EXIT.
       CARGA-UNA-CAD.
           IF CAD-TIPO = '*'
              THEN GO TO SIGUE-CAD.
           IF CAD-TIPO NOT = 'P' OR CAD-PROGRAMA = SPACES
              THEN GO TO RECHAZA-CAD.
           IF CAD-OBLIG NOT = 'S' AND CAD-OBLIG NOT = 'N'
              THEN GO TO RECHAZA-CAD.
           IF CAD-RC-MAX = SPACES
              THEN MOVE ZEROS TO CAD-RC-MAX.
           IF CAD-RC-MAX NOT NUMERIC
              THEN GO TO RECHAZA-CAD.
           IF CAD-TIPO-CORR NOT = SPACES AND NOT = 'ME'
                                         AND NOT = 'SA'
              THEN GO TO RECHAZA-CAD.
           IF CAD-PREVIO = CAD-PROGRAMA
              THEN GO TO RECHAZA-CAD.
      *    EL MISMO PROGRAMA DOS VECES: NO HAY FORMA DE SABER CUAL
      *    FICHA VALE
           MOVE CAD-PROGRAMA TO PROGRAMA-BUS.
           MOVE ZEROS TO POS.
           PERFORM BUSCA-PASO THRU FIN-BUSCA-PASO
               VARYING Q-IDX FROM 1 BY 1
               UNTIL Q-IDX > PASO-TOPE OR POS > ZEROS.
           IF POS > ZEROS
              THEN GO TO RECHAZA-CAD.
           IF PASO-TOPE >= 60
              THEN GO TO RECHAZA-CAD.
           ADD 1 TO PASO-TOPE.
           PERFORM LIMPIA-PASO THRU FIN-LIMPIA-PASO.
           MOVE CAD-PROGRAMA  TO TP-PROGRAMA (PASO-TOPE).
           MOVE CAD-OBLIG     TO TP-OBLIG (PASO-TOPE).
           MOVE CAD-PREVIO    TO TP-PREVIO (PASO-TOPE).
           MOVE CAD-RC-MAX-N  TO TP-RC-MAX (PASO-TOPE).
           MOVE CAD-TIPO-CORR TO TP-TIPO-CORR (PASO-TOPE).
           MOVE CAD-DESCRI    TO TP-DESCRI (PASO-TOPE).
           MOVE 'S'           TO TP-EN-CADENA (PASO-TOPE).
           IF CAD-TIPO-CORR NOT = SPACES
              AND CAD-TIPO-CORR NOT = TIPO-USO
              THEN MOVE 'N' TO TP-APLICA (PASO-TOPE).
           GO TO SIGUE-CAD.
       RECHAZA-CAD.
           ADD 1 TO CADENA-ERRONEAS.
           DISPLAY ' *** FICHA DE CADENA RECHAZADA: ' REG-CAD.
       SIGUE-CAD.
           PERFORM LEE-CAD THRU FIN-LEE-CAD.
       FIN-CARGA-UNA-CAD. EXIT.
      *    PASO NUEVO EN PASO-TOPE, SIN CORRIDAS
       LIMPIA-PASO.
           MOVE SPACES TO PASO-ENTRY (PASO-TOPE).
           MOVE ZEROS  TO TP-PREVIO-IDX (PASO-TOPE)
                          TP-RC-MAX (PASO-TOPE)
                          TP-VECES (PASO-TOPE)
                          TP-FUERA-FEC (PASO-TOPE)
                          TP-FUERA-HOR (PASO-TOPE)
                          TP-FEC-INI (PASO-TOPE)
                          TP-HOR-INI (PASO-TOPE)
                          TP-FEC-FIN (PASO-TOPE)
                          TP-HOR-FIN (PASO-TOPE)
                          TP-RC (PASO-TOPE)
                          TP-LEIDOS (PASO-TOPE)
                          TP-GRABADOS (PASO-TOPE).
           MOVE 'S' TO TP-APLICA (PASO-TOPE).
           MOVE 'N' TO TP-ABIERTO (PASO-TOPE)
                       TP-OK (PASO-TOPE)
                       TP-FUERA (PASO-TOPE).
       FIN-LIMPIA-PASO. EXIT.
       BUSCA-PASO.
           IF TP-PROGRAMA (Q-IDX) = PROGRAMA-BUS
              THEN MOVE Q-IDX TO POS.
       FIN-BUSCA-PASO. EXIT.
      *    EL PREVIO DEBE SER OTRO PASO DE LA TABLA (DE CUALQUIER
      *    TIPO DE CORRIDA; SI NO APLICA A ESTE TIPO NO SE CONTROLA)
       RESUELVE-PREVIO.
           IF TP-PREVIO (P-IDX) = SPACES
              THEN GO TO FIN-RESUELVE-PREVIO.
           MOVE TP-PREVIO (P-IDX) TO PROGRAMA-BUS.
           MOVE ZEROS TO POS.
           PERFORM BUSCA-PASO THRU FIN-BUSCA-PASO
               VARYING Q-IDX FROM 1 BY 1
               UNTIL Q-IDX > PASO-TOPE OR POS > ZEROS.
           IF POS = ZEROS
              THEN ADD 1 TO CADENA-ERRONEAS
                   DISPLAY ' *** PASO ' TP-PROGRAMA (P-IDX)
                           ' CON PREVIO ' TP-PREVIO (P-IDX)
                           ' QUE NO FIGURA EN LA TABLA ***'
              ELSE MOVE POS TO TP-PREVIO-IDX (P-IDX).
       FIN-RESUELVE-PREVIO. EXIT.
       TITULOS.
           MOVE SPACES TO REG-REP.
           STRING ' ESTADO DE LA CADENA - PERIODO ' PERIODO-CAD
                  ' TIPO ' TIPO-USO ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE ' CORRIDAS REGISTRADAS EN BITACO (EN ORDEN)' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           STRING ' PROGRAMA  E  INICIO           FIN                RC'
                  '    LEIDOS  GRABADOS  MODOS       DETALLE'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-TITULOS. EXIT.
       LEE-BITACO.
           READ BITACO INTO REG-BITACORA AT END MOVE 'SI' TO FIN-BIT
                              GO TO FIN-LEE-BITACO.
           ADD 1 TO LEIDO-BIT.
       FIN-LEE-BITACO. EXIT.
     **
      *    SOLO LOS REGISTROS DEL PERIODO Y TIPO DE LA TARJETA; BITACO
      *    VIENE EN ORDEN DE GRABACION, ASI QUE AL LEER EL INICIO DE UN
      *    PASO EL ESTADO DE SU PREVIO ES EL QUE TENIA EN ESE MOMENTO
       PROCESA-BITACO.
           IF BIT-PERIODO NOT = PERIODO-CAD OR BIT-TIPO NOT = TIPO-USO
              THEN GO TO SIGUE-BITACO.
           ADD 1 TO T-DEL-PERIODO.
           PERFORM LINEA-CORRIDA THRU FIN-LINEA-CORRIDA.
           MOVE BIT-PROGRAMA TO PROGRAMA-BUS.
           MOVE ZEROS TO POS.
           PERFORM BUSCA-PASO THRU FIN-BUSCA-PASO
               VARYING Q-IDX FROM 1 BY 1
               UNTIL Q-IDX > PASO-TOPE OR POS > ZEROS.
           IF POS = ZEROS
              THEN PERFORM AGREGA-PASO THRU FIN-AGREGA-PASO.
           IF POS = ZEROS
              THEN GO TO SIGUE-BITACO.
           IF BIT-EVENTO = 'I'
              THEN PERFORM INICIO-PASO THRU FIN-INICIO-PASO
              ELSE PERFORM TERMINA-PASO THRU FIN-TERMINA-PASO.
       SIGUE-BITACO.
           PERFORM LEE-BITACO THRU FIN-LEE-BITACO.
       FIN-PROCESA-BITACO. EXIT.
      *    PROGRAMA QUE CORRIO EN EL PERIODO SIN FICHA EN CADENA
       AGREGA-PASO.
           IF PASO-TOPE >= 60
              THEN DISPLAY ' *** TABLA DE PASOS COMPLETA - '
                           BIT-PROGRAMA ' NO SE INFORMA ***'
                   GO TO FIN-AGREGA-PASO.
           ADD 1 TO PASO-TOPE.
           PERFORM LIMPIA-PASO THRU FIN-LIMPIA-PASO.
           MOVE BIT-PROGRAMA TO TP-PROGRAMA (PASO-TOPE).
           MOVE 'N'          TO TP-OBLIG (PASO-TOPE)
                                TP-EN-CADENA (PASO-TOPE).
           MOVE 'NO FIGURA EN LA TABLA CADENA'
             TO TP-DESCRI (PASO-TOPE).
           MOVE PASO-TOPE TO POS.
       FIN-AGREGA-PASO. EXIT.
       INICIO-PASO.
           ADD 1 TO TP-VECES (POS).
           MOVE 'S' TO TP-ABIERTO (POS).
           MOVE 'N' TO TP-OK (POS).
           MOVE BIT-FEC-INI TO TP-FEC-INI (POS).
           MOVE BIT-HOR-INI TO TP-HOR-INI (POS).
           MOVE ZEROS TO TP-FEC-FIN (POS) TP-HOR-FIN (POS) TP-RC (POS)
                         TP-LEIDOS (POS) TP-GRABADOS (POS).
      *    EL PREVIO TIENE QUE HABER TERMINADO BIEN SU ULTIMA CORRIDA.
      *    UN PREVIO OPCIONAL QUE TODAVIA NO CORRIO NO SE EXIGE
           MOVE TP-PREVIO-IDX (POS) TO Q-IDX.
           IF Q-IDX = ZEROS
              THEN GO TO FIN-INICIO-PASO.
           IF TP-APLICA (Q-IDX) = 'N' OR TP-OK (Q-IDX) = 'S'
              THEN GO TO FIN-INICIO-PASO.
           IF TP-OBLIG (Q-IDX) = 'N' AND TP-VECES (Q-IDX) = ZEROS
              THEN GO TO FIN-INICIO-PASO.
           IF TP-FUERA (POS) = 'S'
              THEN GO TO FIN-INICIO-PASO.
           MOVE 'S' TO TP-FUERA (POS).
           MOVE BIT-FEC-INI TO TP-FUERA-FEC (POS).
           MOVE BIT-HOR-INI TO TP-FUERA-HOR (POS).
       FIN-INICIO-PASO. EXIT.
       TERMINA-PASO.
           MOVE 'N' TO TP-ABIERTO (POS).
           MOVE BIT-FEC-FIN  TO TP-FEC-FIN (POS).
           MOVE BIT-HOR-FIN  TO TP-HOR-FIN (POS).
           MOVE BIT-RC       TO TP-RC (POS).
           MOVE BIT-LEIDOS   TO TP-LEIDOS (POS).
           MOVE BIT-GRABADOS TO TP-GRABADOS (POS).
           IF BIT-RC > TP-RC-MAX (POS)
              THEN MOVE 'N' TO TP-OK (POS)
              ELSE MOVE 'S' TO TP-OK (POS).
       FIN-TERMINA-PASO. EXIT.
       LINEA-CORRIDA.
           MOVE BIT-LEIDOS   TO MASC-LEIDOS.
           MOVE BIT-GRABADOS TO MASC-GRABADOS.
           MOVE SPACES TO REG-REP.
           IF BIT-EVENTO = 'I'
              THEN STRING ' ' BIT-PROGRAMA ' I  '
                          BIT-FEC-INI ' ' BIT-HOR-INI (1:6)
                          DELIMITED BY SIZE INTO REG-REP
              ELSE STRING ' ' BIT-PROGRAMA ' F  '
                          BIT-FEC-INI ' ' BIT-HOR-INI (1:6) '  '
                          BIT-FEC-FIN ' ' BIT-HOR-FIN (1:6) '  '
                          BIT-RC ' ' MASC-LEIDOS ' ' MASC-GRABADOS
                          DELIMITED BY SIZE INTO REG-REP.
           MOVE BIT-MODOS    TO REG-REP (75:10).
           MOVE BIT-DETALLE  TO REG-REP (87:30).
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-CORRIDA. EXIT.
       TITULO-ESTADO.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE ' ESTADO POR PASO DE LA CADENA' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           STRING ' PROGRAMA  O PREVIO    RC VECES ULTIMO INICIO    '
                  'ULTIMO FIN         RC    LEIDOS  GRABADOS  ESTADO'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-TITULO-ESTADO. EXIT.
     **
      *    ESTADO FINAL DE CADA PASO QUE APLICA AL TIPO DE CORRIDA Y
      *    UNA LINEA DE OBSERVACION POR CADA MARCA
       ESTADO-PASO.
           IF TP-APLICA (P-IDX) = 'N'
              THEN GO TO FIN-ESTADO-PASO.
           IF TP-VECES (P-IDX) = ZEROS
              THEN IF TP-OBLIG (P-IDX) = 'S'
                      THEN MOVE '*** FALTA ***' TO ESTADO-TXT
                           ADD 1 TO T-FALTANTES
                      ELSE MOVE 'NO CORRIO (OPCIONAL)' TO ESTADO-TXT
              ELSE
           IF TP-ABIERTO (P-IDX) = 'S'
              THEN MOVE '*** SIN FIN ***' TO ESTADO-TXT
                   ADD 1 TO T-SIN-FIN
              ELSE
           IF TP-OK (P-IDX) = 'N'
              THEN MOVE '*** FALLO ***' TO ESTADO-TXT
                   ADD 1 TO T-FALLIDOS
              ELSE MOVE 'TERMINADO' TO ESTADO-TXT
                   ADD 1 TO T-PASOS-OK.
           MOVE TP-VECES (P-IDX)    TO MASC-VECES.
           MOVE TP-LEIDOS (P-IDX)   TO MASC-LEIDOS.
           MOVE TP-GRABADOS (P-IDX) TO MASC-GRABADOS.
           MOVE SPACES TO REG-REP.
           STRING ' ' TP-PROGRAMA (P-IDX) ' ' TP-OBLIG (P-IDX)
                  ' ' TP-PREVIO (P-IDX) ' ' TP-RC-MAX (P-IDX)
                  ' ' MASC-VECES
                  '  ' TP-FEC-INI (P-IDX) ' ' TP-HOR-INI (P-IDX) (1:6)
                  '  ' TP-FEC-FIN (P-IDX) ' ' TP-HOR-FIN (P-IDX) (1:6)
                  '  ' TP-RC (P-IDX) ' ' MASC-LEIDOS
                  ' ' MASC-GRABADOS '  ' ESTADO-TXT
                  DELIMITED BY SIZE INTO REG-REP.
           IF TP-VECES (P-IDX) = ZEROS
              THEN MOVE SPACES TO REG-REP (32:60).
           WRITE REG-REP-REC FROM REG-REP.
           IF TP-EN-CADENA (P-IDX) = 'N'
              THEN ADD 1 TO T-FUERA-CADENA
                   MOVE SPACES TO REG-REP
                   STRING '           *** NO FIGURA EN LA TABLA CADENA'
                          ' (SE INFORMA, NO SE CONTROLA) ***'
                          DELIMITED BY SIZE INTO REG-REP
                   WRITE REG-REP-REC FROM REG-REP.
           IF TP-FUERA (P-IDX) = 'S'
              THEN ADD 1 TO T-FUERA-ORDEN
                   MOVE TP-PREVIO-IDX (P-IDX) TO Q-IDX
                   MOVE SPACES TO REG-REP
                   STRING '           *** FUERA DE ORDEN: EMPEZO EL '
                          TP-FUERA-FEC (P-IDX) ' A LAS '
                          TP-FUERA-HOR (P-IDX) (1:6)
                          ' SIN QUE ' TP-PREVIO (P-IDX)
                          ' HUBIERA TERMINADO CON RC <= '
                          TP-RC-MAX (Q-IDX) ' ***'
                          DELIMITED BY SIZE INTO REG-REP
                   WRITE REG-REP-REC FROM REG-REP.
           IF TP-VECES (P-IDX) > 1
              THEN ADD 1 TO T-REPETIDOS
                   MOVE SPACES TO REG-REP
                   STRING '           *** CORRIDO ' MASC-VECES
                          ' VECES EN EL PERIODO (VER LAS CORRIDAS'
                          ' ARRIBA) ***'
                          DELIMITED BY SIZE INTO REG-REP
                   WRITE REG-REP-REC FROM REG-REP.
       FIN-ESTADO-PASO. EXIT.
       RESUMEN.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           STRING ' RESUMEN: TERMINADOS ' T-PASOS-OK
                  '  FALTANTES ' T-FALTANTES
                  '  FALLIDOS ' T-FALLIDOS
                  '  SIN FIN ' T-SIN-FIN
                  '  FUERA DE ORDEN ' T-FUERA-ORDEN
                  '  REPETIDOS ' T-REPETIDOS
                  '  FUERA DE CADENA ' T-FUERA-CADENA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-RESUMEN. EXIT.
