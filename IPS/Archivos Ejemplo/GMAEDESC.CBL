       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEDESC1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'RENDICION MENSUAL DE DEDUCCIONES VOLUNTARIAS A LAS'.    000
      *REMARKS.'ENTIDADES (MUTUALES, COOPERATIVAS, SINDICATOS), SOBRE'. 000
      *REMARKS.'EL MAEACT Y VIALIDAD DE UN PERIODO YA CERRADO EN'.      000
      *REMARKS.'PERCTL: TOMA LAS LINEAS DV QUE GRABO GMAEBASE1 Y ARMA'. 000
      *REMARKS.'EL ARCHIVO DE TRANSFERENCIA (DESREM, DETALLE POR'.      000
      *REMARKS.'BENEFICIO Y UN REGISTRO T DE CONTROL POR ENTIDAD) Y'.   000
      *REMARKS.'LA LIQUIDACION POR ENTIDAD (DESLIQ). REGENERA EL'.      000
      *REMARKS.'REGISTRO DE DEDUCCIONES (DESNUE, REEMPLAZA A DESVOL'.   000
      *REMARKS.'PARA EL MES SIGUIENTE) CON LA CUOTA AVANZADA EN LAS'.   000
      *REMARKS.'DESCONTADAS; LOS PRESTAMOS CANCELADOS Y LAS'.           000
      *REMARKS.'VIGENCIAS CUMPLIDAS SE DAN DE BAJA Y SE LISTAN'.        000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT MAEACT ASSIGN MAEACT.
           SELECT VIALIDAD ASSIGN VIALID.
           SELECT DESENT ASSIGN DESENT.
           SELECT DESVOL ASSIGN DESVOL.
           SELECT DESREM ASSIGN DESREM.
           SELECT DESLIQ ASSIGN DESLIQ.
           SELECT DESNUE ASSIGN DESNUE.
           SELECT PERCTL ASSIGN PERCTL
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY PER-CLAVE
               FILE STATUS IS PERCTL-STATUS.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    MISMO LAYOUT DE REGIS/REG-ACT QUE GRABA GMAEBASE1 (140
      *    POSICIONES); SE LEE A LINEA-ACT
       FD  MAEACT                                                       000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-ACT.                                      000
       01  REG-ACT PIC X(140).                                          000
       FD  VIALIDAD                                                     000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-VIA.                                      000
       01  REG-VIA PIC X(140).                                          000
      *    ENTIDADES HABILITADAS, MISMO DISENO QUE LEE GMAEBASE1: 'E'
      *    = ENTIDAD, 'T' = TOPE DE AFECTACION, '*' = COMENTARIO
       FD  DESENT                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-DEN.                                      000
       01  REG-DEN.                                                     000
           02 DEN-TIPO          PIC X.
           02 DEN-CODIGO        PIC X(4).
           02 FILLER            PIC X.
           02 DEN-PRIOR         PIC 99.
           02 FILLER            PIC X.
           02 DEN-NOMBRE        PIC X(30).
           02 FILLER            PIC X.
           02 DEN-CUIT          PIC X(11).
           02 FILLER            PIC X(29).
      *    REGISTRO DE DEDUCCIONES CON QUE SE LIQUIDO EL PERIODO, EN
      *    EL DISENO DE FICHA QUE DOCUMENTA GMAEBASE1
       FD  DESVOL                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-DVO.                                      000
       01  REG-DVO.                                                     000
           02 DVO-TIPO          PIC X.
           02 DVO-NRO           PIC X(10).
           02 FILLER            PIC X.
           02 DVO-ENTIDAD       PIC X(4).
           02 FILLER            PIC X(35).
           02 DVO-REFER         PIC X(10).
           02 FILLER            PIC X(19).
      *    TRANSFERENCIA A LAS ENTIDADES: 'D' = UNA DEDUCCION
      *    DESCONTADA, 'T' = CONTROL DE LA ENTIDAD (CANTIDAD, IMPORTE,
      *    CUIT). SE SEPARA POR ENTIDAD CON UN SORT POR REM-ENTIDAD +
      *    REM-TIPO, QUE DEJA EL 'T' AL FINAL DE CADA UNA
       FD  DESREM                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-REM.                                      000
       01  REG-REM.                                                     000
           02 REM-TIPO          PIC X.
           02 REM-ENTIDAD       PIC X(4).
           02 REM-PERIODO       PIC X(6).
           02 REM-DATOS         PIC X(69).
           02 REM-DATOS-D REDEFINES REM-DATOS.
              03 REM-NRO        PIC X(10).
              03 REM-SEC        PIC XX.
              03 REM-APYN       PIC X(27).
              03 REM-REFER      PIC X(10).
              03 REM-CUOTA      PIC 999.
              03 REM-CUOTAS     PIC 999.
              03 REM-IMPORTE    PIC 9(9)V99.
              03 FILLER         PIC X(3).
           02 REM-DATOS-T REDEFINES REM-DATOS.
              03 REM-T-CANT     PIC 9(7).
              03 REM-T-IMPORTE  PIC 9(11)V99.
              03 REM-T-CUIT     PIC X(11).
              03 REM-T-NOMBRE   PIC X(30).
              03 FILLER         PIC X(8).
      *    LIQUIDACION POR ENTIDAD, CASOS A REVISAR Y BAJAS DEL
      *    REGISTRO
       FD  DESLIQ                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-LIQ-REC.                                  000
       01  REG-LIQ-REC PIC X(132).                                      000
      *    REGISTRO DE DEDUCCIONES PARA EL PERIODO SIGUIENTE, MISMO
      *    DISENO DE DESVOL
       FD  DESNUE                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-NUE.                                      000
       01  REG-NUE.                                                     000
           02 NUE-TIPO          PIC X.
           02 NUE-NRO           PIC X(10).
           02 FILLER            PIC X.
           02 NUE-ENTIDAD       PIC X(4).
           02 FILLER            PIC X.
           02 NUE-MODO          PIC X.
           02 FILLER            PIC X.
           02 NUE-VALOR         PIC 9(7)V99.
           02 FILLER            PIC X.
           02 NUE-CUOTAS        PIC 999.
           02 FILLER            PIC X.
           02 NUE-TOMADAS       PIC 999.
           02 FILLER            PIC X.
           02 NUE-DESDE         PIC X(6).
           02 FILLER            PIC X.
           02 NUE-HASTA         PIC X(6).
           02 FILLER            PIC X.
           02 NUE-REFER         PIC X(10).
           02 NUE-COMENT        PIC X(19).
      *    ESTADO DE LOS PERIODOS LIQUIDADOS, POR FECHA-LIQ + TIPO DE
      *    CORRIDA (LO MANTIENE GMAEBASE1): 'A' = ABIERTO, 'C' =
      *    CERRADO
       FD  PERCTL
           RECORD 17
           LABEL RECORD STANDARD
           DATA RECORD IS REG-PER.
       01  REG-PER.
           02 PER-CLAVE.
              03 PER-FECHA   PIC X(6).
              03 PER-TIPO    PIC XX.
           02 PER-ESTADO     PIC X.
           02 PER-FEC-PROC   PIC 9(8).
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ACT           PIC XX VALUE 'NO'.
       77  FIN-VIA           PIC XX VALUE 'NO'.
       77  FIN-DESENT        PIC XX VALUE 'NO'.
       77  FIN-DESVOL        PIC XX VALUE 'NO'.
       77  LEIDO-ACT         PIC 9(8) VALUE ZEROS.
       77  LEIDO-VIA         PIC 9(8) VALUE ZEROS.
       77  LEIDO-DESVOL      PIC 9(8) VALUE ZEROS.
       77  T-DV              PIC 9(8) VALUE ZEROS.
       77  T-SIN-REGISTRO    PIC 9(8) VALUE ZEROS.
       77  T-DUPLICADAS      PIC 9(8) VALUE ZEROS.
       77  T-AVANZADAS       PIC 9(8) VALUE ZEROS.
       77  T-CANCELADAS      PIC 9(8) VALUE ZEROS.
       77  T-VENCIDAS        PIC 9(8) VALUE ZEROS.
       77  T-DESNUE          PIC 9(8) VALUE ZEROS.
       77  T-REMITIDO        PIC S9(11)V99 VALUE ZEROS.
       77  IMPORTE-DV        PIC S9(9)V99 VALUE ZEROS.
       77  DESENT-TOPE       PIC 99   VALUE ZEROS.
       77  DESVOL-TOPE       PIC 9(4) VALUE ZEROS.
       77  N-IDX             PIC 99   VALUE ZEROS.
       77  ENT-USO           PIC 99   VALUE ZEROS.
       77  V-IDX             PIC 9(4) VALUE ZEROS.
       77  V-POS             PIC 9(4) VALUE ZEROS.
       77  PERCTL-STATUS     PIC XX VALUE SPACES.
       77  MOTIVO-CASO       PIC X(30) VALUE SPACES.
       77  MASC-IMP          PIC -(9)9,99.
       77  MASC-TOT          PIC -(11)9,99.
       77  MASC-CANT         PIC ZZZZZZ9.
       77  MASC-CUOTA        PIC ZZ9.
      *    TARJETA: PERIODO LIQUIDADO A RENDIR (AAAAMM). DEBE FIGURAR
      *    CERRADO EN PERCTL COMO CORRIDA MENSUAL ('ME'), QUE ES LA
      *    UNICA EN QUE GMAEBASE1 APLICA DEDUCCIONES
       01  PARAM.
           02 FECHA-CTL      PIC X(6).
      *    LINEA DE 140 DE MAEACT / VIALIDAD, MISMO DISENO DE REG-LIQ
      *    DE GMAEBASE1. EN LAS LINEAS DV EL CODIGO LLEVA 'DV-' +
      *    ENTIDAD + '-' + REFERENCIA Y EL HABER VA EN NEGATIVO
       01  LINEA-ACT.
           02 L-MARCA           PIC X.
           02 L-CONC            PIC XX.
           02 L-SEC             PIC XX.
           02 L-NRO             PIC X(10).
           02 L-EME             PIC X.
           02 L-APYN            PIC X(27).
           02 L-PAGO            PIC X(4).
           02 L-HABER           PIC S9(9)V99.
           02 FILLER            PIC X(38).
           02 L-DV-PREFIJO      PIC X(3).
           02 L-DV-ENTIDAD      PIC X(4).
           02 FILLER            PIC X.
           02 L-DV-REFER        PIC X(10).
           02 FILLER            PIC X(26).
      *    ENTIDADES DE DESENT CON LO RENDIDO EN EL PERIODO
       01  TABLA-DESENT.
           02 DESENT-ENTRY OCCURS 50.
              03 TN-CODIGO      PIC X(4).
              03 TN-NOMBRE      PIC X(30).
              03 TN-CUIT        PIC X(11).
              03 TN-CANT        PIC 9(7).
              03 TN-IMPORTE     PIC S9(11)V99.
      *    IMAGEN DE CADA FICHA DE DESVOL (COMENTARIOS INCLUIDOS, PARA
      *    REGENERARLO EN EL MISMO ORDEN) Y CUANTAS LINEAS DV LA USARON
       01  TABLA-DESVOL.
           02 DESVOL-ENTRY OCCURS 2500.
              03 TV-IMAGEN      PIC X(80).
              03 TV-TIPO        PIC X.
              03 TV-NRO         PIC X(10).
              03 TV-ENTIDAD     PIC X(4).
              03 TV-REFER       PIC X(10).
              03 TV-USOS        PIC 999.
       01  REG-LIQ PIC X(132).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF FECHA-CTL NOT NUMERIC
              THEN DISPLAY ' *** ERROR *** INDICAR EL PERIODO A RENDIR'
                           ' (AAAAMM) EN LA TARJETA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           PERFORM CONTROLA-PERIODO THRU FIN-CONTROLA-PERIODO.
           PERFORM CARGA-DESENT THRU FIN-CARGA-DESENT.
           PERFORM CARGA-DESVOL THRU FIN-CARGA-DESVOL.
           OPEN INPUT MAEACT VIALIDAD
                OUTPUT DESREM DESLIQ DESNUE.
           PERFORM TITULOS THRU FIN-TITULOS.
     **
           PERFORM LEE-MAEACT THRU FIN-LEE-MAEACT.
           PERFORM PROCESA-LINEA THRU FIN-PROCESA-LINEA
                   UNTIL FIN-ACT = 'SI'.
           PERFORM LEE-VIALIDAD THRU FIN-LEE-VIALIDAD.
           PERFORM PROCESA-LINEA THRU FIN-PROCESA-LINEA
                   UNTIL FIN-VIA = 'SI'.
     **
           PERFORM GRABA-CONTROL THRU FIN-GRABA-CONTROL
                   VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > DESENT-TOPE.
           PERFORM TITULO-BAJAS THRU FIN-TITULO-BAJAS.
           PERFORM ACTUALIZA-REGISTRO THRU FIN-ACTUALIZA-REGISTRO
                   VARYING V-IDX FROM 1 BY 1 UNTIL V-IDX > DESVOL-TOPE.
           PERFORM RESUMEN THRU FIN-RESUMEN.
           CLOSE MAEACT VIALIDAD DESREM DESLIQ DESNUE.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEDESC ****'.
           DISPLAY ' PERIODO RENDIDO               : ' FECHA-CTL.
           DISPLAY ' TOTAL REG. LEIDOS MAEACT      : ' LEIDO-ACT.
           DISPLAY ' TOTAL REG. LEIDOS VIALIDAD    : ' LEIDO-VIA.
           DISPLAY ' TOTAL FICHAS LEIDAS DESVOL    : ' LEIDO-DESVOL.
           DISPLAY ' TOTAL LINEAS DV RENDIDAS      : ' T-DV.
           MOVE T-REMITIDO TO MASC-TOT.
           DISPLAY ' TOTAL IMPORTE RENDIDO         : ' MASC-TOT.
           DISPLAY ' TOTAL DV SIN REGISTRO         : ' T-SIN-REGISTRO.
           DISPLAY ' TOTAL DV DUPLICADAS           : ' T-DUPLICADAS.
           DISPLAY ' TOTAL CUOTAS AVANZADAS        : ' T-AVANZADAS.
           DISPLAY ' TOTAL PRESTAMOS CANCELADOS    : ' T-CANCELADAS.
           DISPLAY ' TOTAL VIGENCIAS CUMPLIDAS     : ' T-VENCIDAS.
           DISPLAY ' TOTAL FICHAS GRABADAS DESNUE  : ' T-DESNUE.
      *    LINEAS DV QUE NO SE PUEDEN IMPUTAR AL REGISTRO: SE RINDEN
      *    IGUAL (EL IMPORTE YA SE DESCONTO) Y QUEDAN A REVISAR
           IF T-SIN-REGISTRO > ZEROS OR T-DUPLICADAS > ZEROS
              THEN MOVE 4 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    RENDIR UN PERIODO ABIERTO (CORRIDA EN CURSO O CORTADA)
      *    INFORMARIA DESCUENTOS INCOMPLETOS Y AVANZARIA MAL LAS
      *    CUOTAS: SE CORTA CON RETORNO 8
       CONTROLA-PERIODO.
           OPEN INPUT PERCTL.
           IF PERCTL-STATUS = '35'
              THEN DISPLAY ' *** ERROR *** NO EXISTE PERCTL - NO SE'
                           ' PUEDE VERIFICAR EL PERIODO ' FECHA-CTL
                   PERFORM PERIODO-INVALIDO THRU FIN-PERIODO-INVALIDO.
           MOVE FECHA-CTL TO PER-FECHA.
           MOVE 'ME'      TO PER-TIPO.
           READ PERCTL
               INVALID KEY
                   DISPLAY ' *** ERROR *** PERIODO ' FECHA-CTL
                           ' NO REGISTRADO EN PERCTL'
                   CLOSE PERCTL
                   PERFORM PERIODO-INVALIDO THRU FIN-PERIODO-INVALIDO
           END-READ.
           IF PER-ESTADO NOT = 'C'
              THEN DISPLAY ' *** ERROR *** PERIODO ' FECHA-CTL
                           ' TODAVIA ABIERTO EN PERCTL'
                   CLOSE PERCTL
                   PERFORM PERIODO-INVALIDO THRU FIN-PERIODO-INVALIDO.
           CLOSE PERCTL.
       FIN-CONTROLA-PERIODO. EXIT.
       PERIODO-INVALIDO.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-PERIODO-INVALIDO. EXIT.
      *    TABLAS DE ENTIDADES Y DEL REGISTRO: SI NO ENTRAN, DESNUE
      *    SALDRIA INCOMPLETO; SE CORTA CON RETORNO 16
       TABLA-EXCEDIDA.
           DISPLAY ' *** ERROR *** TABLA DE ' MOTIVO-CASO
                   ' EXCEDIDA - AMPLIAR OCCURS ***'.
           MOVE 16 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-TABLA-EXCEDIDA. EXIT.
       CARGA-DESENT.
           OPEN INPUT DESENT.
           PERFORM LEE-DESENT THRU FIN-LEE-DESENT
                   UNTIL FIN-DESENT = 'SI'.
           CLOSE DESENT.
       FIN-CARGA-DESENT. EXIT.
       LEE-DESENT.
           READ DESENT AT END MOVE 'SI' TO FIN-DESENT
                              GO TO FIN-LEE-DESENT.
           IF DEN-TIPO NOT = 'E'
              THEN GO TO FIN-LEE-DESENT.
           IF DESENT-TOPE >= 50
              THEN MOVE 'ENTIDADES' TO MOTIVO-CASO
                   PERFORM TABLA-EXCEDIDA THRU FIN-TABLA-EXCEDIDA.
           ADD 1 TO DESENT-TOPE.
           MOVE DEN-CODIGO TO TN-CODIGO (DESENT-TOPE).
           MOVE DEN-NOMBRE TO TN-NOMBRE (DESENT-TOPE).
           MOVE DEN-CUIT   TO TN-CUIT (DESENT-TOPE).
           MOVE ZEROS      TO TN-CANT (DESENT-TOPE)
                              TN-IMPORTE (DESENT-TOPE).
       FIN-LEE-DESENT. EXIT.
       CARGA-DESVOL.
           OPEN INPUT DESVOL.
           PERFORM LEE-DESVOL THRU FIN-LEE-DESVOL
                   UNTIL FIN-DESVOL = 'SI'.
           CLOSE DESVOL.
       FIN-CARGA-DESVOL. EXIT.
       LEE-DESVOL.
           READ DESVOL AT END MOVE 'SI' TO FIN-DESVOL
                              GO TO FIN-LEE-DESVOL.
           ADD 1 TO LEIDO-DESVOL.
           IF DESVOL-TOPE >= 2500
              THEN MOVE 'DESVOL' TO MOTIVO-CASO
                   PERFORM TABLA-EXCEDIDA THRU FIN-TABLA-EXCEDIDA.
           ADD 1 TO DESVOL-TOPE.
           MOVE REG-DVO     TO TV-IMAGEN (DESVOL-TOPE).
           MOVE DVO-TIPO    TO TV-TIPO (DESVOL-TOPE).
           MOVE DVO-NRO     TO TV-NRO (DESVOL-TOPE).
           MOVE DVO-ENTIDAD TO TV-ENTIDAD (DESVOL-TOPE).
           MOVE DVO-REFER   TO TV-REFER (DESVOL-TOPE).
           MOVE ZEROS       TO TV-USOS (DESVOL-TOPE).
       FIN-LEE-DESVOL. EXIT.
       TITULOS.
           MOVE SPACES TO REG-LIQ.
           STRING ' RENDICION DE DEDUCCIONES VOLUNTARIAS - PERIODO '
                  FECHA-CTL ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
           MOVE SPACES TO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
           MOVE ' LINEAS DV A REVISAR (SE RINDEN IGUAL)' TO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
       FIN-TITULOS. EXIT.
       LEE-MAEACT.
           READ MAEACT INTO LINEA-ACT
               AT END MOVE 'SI' TO FIN-ACT
                      GO TO FIN-LEE-MAEACT.
           ADD 1 TO LEIDO-ACT.
       FIN-LEE-MAEACT. EXIT.
       LEE-VIALIDAD.
           READ VIALIDAD INTO LINEA-ACT
               AT END MOVE 'SI' TO FIN-VIA
                      GO TO FIN-LEE-VIALIDAD.
           ADD 1 TO LEIDO-VIA.
       FIN-LEE-VIALIDAD. EXIT.
      *    SOLO LAS LINEAS DV: SE IMPUTAN A LA FICHA DE DESVOL DEL
      *    MISMO NRO + ENTIDAD + REFERENCIA Y SE RINDEN A LA ENTIDAD
       PROCESA-LINEA.
           IF L-CONC NOT = 'DV'
              THEN GO TO SIGUIENTE-LINEA.
           ADD 1 TO T-DV.
           COMPUTE IMPORTE-DV = ZERO - L-HABER.
           MOVE ZEROS TO ENT-USO.
           PERFORM BUSCA-ENTIDAD THRU FIN-BUSCA-ENTIDAD
               VARYING N-IDX FROM 1 BY 1
               UNTIL N-IDX > DESENT-TOPE OR ENT-USO > ZEROS.
           IF ENT-USO = ZEROS
              THEN PERFORM AGREGA-ENTIDAD THRU FIN-AGREGA-ENTIDAD.
           MOVE ZEROS TO V-POS.
           PERFORM BUSCA-FICHA THRU FIN-BUSCA-FICHA
               VARYING V-IDX FROM 1 BY 1
               UNTIL V-IDX > DESVOL-TOPE OR V-POS > ZEROS.
           MOVE 'D'              TO REM-TIPO.
           MOVE L-DV-ENTIDAD     TO REM-ENTIDAD.
           MOVE FECHA-CTL        TO REM-PERIODO.
           MOVE SPACES           TO REM-DATOS.
           MOVE L-NRO            TO REM-NRO.
           MOVE L-SEC            TO REM-SEC.
           MOVE L-APYN           TO REM-APYN.
           MOVE L-DV-REFER       TO REM-REFER.
           MOVE IMPORTE-DV       TO REM-IMPORTE.
           MOVE ZEROS            TO REM-CUOTA REM-CUOTAS.
           IF V-POS = ZEROS
              THEN ADD 1 TO T-SIN-REGISTRO
                   MOVE 'SIN FICHA EN DESVOL' TO MOTIVO-CASO
                   PERFORM LINEA-A-REVISAR THRU FIN-LINEA-A-REVISAR
              ELSE PERFORM IMPUTA-FICHA THRU FIN-IMPUTA-FICHA.
           WRITE REG-REM.
           ADD 1          TO TN-CANT (ENT-USO).
           ADD IMPORTE-DV TO TN-IMPORTE (ENT-USO).
           ADD IMPORTE-DV TO T-REMITIDO.
       SIGUIENTE-LINEA.
           IF FIN-ACT = 'SI'
              THEN PERFORM LEE-VIALIDAD THRU FIN-LEE-VIALIDAD
              ELSE PERFORM LEE-MAEACT THRU FIN-LEE-MAEACT.
       FIN-PROCESA-LINEA. EXIT.
       BUSCA-ENTIDAD.
           IF TN-CODIGO (N-IDX) = L-DV-ENTIDAD
              THEN MOVE N-IDX TO ENT-USO.
       FIN-BUSCA-ENTIDAD. EXIT.
      *    ENTIDAD DADA DE BAJA EN DESENT DESPUES DE LA LIQUIDACION:
      *    SE RINDE SIN NOMBRE NI CUIT PARA QUE SE VEA EN EL RESUMEN
       AGREGA-ENTIDAD.
           IF DESENT-TOPE >= 50
              THEN MOVE 'ENTIDADES' TO MOTIVO-CASO
                   PERFORM TABLA-EXCEDIDA THRU FIN-TABLA-EXCEDIDA.
           ADD 1 TO DESENT-TOPE.
           MOVE DESENT-TOPE  TO ENT-USO.
           MOVE L-DV-ENTIDAD TO TN-CODIGO (ENT-USO).
           MOVE '*** NO FIGURA EN DESENT ***' TO TN-NOMBRE (ENT-USO).
           MOVE SPACES       TO TN-CUIT (ENT-USO).
           MOVE ZEROS        TO TN-CANT (ENT-USO)
                                TN-IMPORTE (ENT-USO).
       FIN-AGREGA-ENTIDAD. EXIT.
       BUSCA-FICHA.
           IF TV-TIPO (V-IDX) NOT = '*'
              AND TV-NRO (V-IDX)     = L-NRO
              AND TV-ENTIDAD (V-IDX) = L-DV-ENTIDAD
              AND TV-REFER (V-IDX)   = L-DV-REFER
              THEN MOVE V-IDX TO V-POS.
       FIN-BUSCA-FICHA. EXIT.
      *    LA CUOTA QUE SE RINDE ES LA SIGUIENTE A LAS YA TOMADAS. UNA
      *    SEGUNDA LINEA DV DE LA MISMA FICHA NO DEBERIA EXISTIR
      *    (GMAEBASE1 LA TOMA UNA VEZ POR CORRIDA) Y QUEDA A REVISAR
       IMPUTA-FICHA.
           ADD 1 TO TV-USOS (V-POS).
           MOVE TV-IMAGEN (V-POS) TO REG-NUE.
           COMPUTE REM-CUOTA = NUE-TOMADAS + 1.
           MOVE NUE-CUOTAS TO REM-CUOTAS.
           IF TV-USOS (V-POS) > 1
              THEN ADD 1 TO T-DUPLICADAS
                   MOVE 'DV DUPLICADA EN EL PERIODO' TO MOTIVO-CASO
                   PERFORM LINEA-A-REVISAR THRU FIN-LINEA-A-REVISAR.
       FIN-IMPUTA-FICHA. EXIT.
       LINEA-A-REVISAR.
           MOVE IMPORTE-DV TO MASC-IMP.
           MOVE SPACES TO REG-LIQ.
           STRING ' NRO ' L-NRO ' SEC ' L-SEC ' ' L-APYN
                  ' ENT ' L-DV-ENTIDAD ' REF ' L-DV-REFER
                  ' ' MASC-IMP ' *** ' MOTIVO-CASO
                  DELIMITED BY SIZE INTO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
       FIN-LINEA-A-REVISAR. EXIT.
       GRABA-CONTROL.
           IF TN-CANT (N-IDX) = ZEROS
              THEN GO TO FIN-GRABA-CONTROL.
           MOVE 'T'                 TO REM-TIPO.
           MOVE TN-CODIGO (N-IDX)   TO REM-ENTIDAD.
           MOVE FECHA-CTL           TO REM-PERIODO.
           MOVE SPACES              TO REM-DATOS.
           MOVE TN-CANT (N-IDX)     TO REM-T-CANT.
           MOVE TN-IMPORTE (N-IDX)  TO REM-T-IMPORTE.
           MOVE TN-CUIT (N-IDX)     TO REM-T-CUIT.
           MOVE TN-NOMBRE (N-IDX)   TO REM-T-NOMBRE.
           WRITE REG-REM.
       FIN-GRABA-CONTROL. EXIT.
       TITULO-BAJAS.
           MOVE SPACES TO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
           MOVE ' BAJAS DEL REGISTRO DE DEDUCCIONES (NO PASAN A DESNUE)'
             TO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
       FIN-TITULO-BAJAS. EXIT.
      *    DESNUE: LAS FICHAS DESCONTADAS EN EL PERIODO AVANZAN UNA
      *    CUOTA; SE DAN DE BAJA LAS QUE COMPLETARON LAS CUOTAS
      *    PACTADAS Y LAS DE VIGENCIA CUMPLIDA (HASTA <= PERIODO). LAS
      *    NO DESCONTADAS (EXCEDIDAS O FUERA DE VIGENCIA) PASAN IGUAL
       ACTUALIZA-REGISTRO.
           MOVE TV-IMAGEN (V-IDX) TO REG-NUE.
           IF NUE-TIPO = '*'
              THEN GO TO GRABA-FICHA.
           IF TV-USOS (V-IDX) > ZEROS
              THEN ADD 1 TO NUE-TOMADAS
                   ADD 1 TO T-AVANZADAS.
           IF NUE-CUOTAS > ZEROS AND NUE-TOMADAS NOT < NUE-CUOTAS
              THEN ADD 1 TO T-CANCELADAS
                   MOVE 'PRESTAMO CANCELADO' TO MOTIVO-CASO
                   PERFORM LINEA-BAJA THRU FIN-LINEA-BAJA
                   GO TO FIN-ACTUALIZA-REGISTRO.
           IF NUE-HASTA NOT = '999999' AND NUE-HASTA NOT > FECHA-CTL
              THEN ADD 1 TO T-VENCIDAS
                   MOVE 'VIGENCIA CUMPLIDA' TO MOTIVO-CASO
                   PERFORM LINEA-BAJA THRU FIN-LINEA-BAJA
                   GO TO FIN-ACTUALIZA-REGISTRO.
       GRABA-FICHA.
           WRITE REG-NUE.
           ADD 1 TO T-DESNUE.
       FIN-ACTUALIZA-REGISTRO. EXIT.
       LINEA-BAJA.
           MOVE NUE-TOMADAS TO MASC-CUOTA.
           MOVE SPACES TO REG-LIQ.
           STRING ' NRO ' NUE-NRO ' ENT ' NUE-ENTIDAD
                  ' REF ' NUE-REFER ' CUOTAS TOMADAS ' MASC-CUOTA
                  ' DE ' NUE-CUOTAS ' HASTA ' NUE-HASTA
                  ' *** ' MOTIVO-CASO
                  DELIMITED BY SIZE INTO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
       FIN-LINEA-BAJA. EXIT.
       RESUMEN.
           MOVE SPACES TO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
           MOVE ' LIQUIDACION POR ENTIDAD' TO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
           PERFORM IMPRIME-ENTIDAD THRU FIN-IMPRIME-ENTIDAD
                   VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > DESENT-TOPE.
           MOVE T-DV       TO MASC-CANT.
           MOVE T-REMITIDO TO MASC-TOT.
           MOVE SPACES TO REG-LIQ.
           STRING ' TOTAL GENERAL' ' CANTIDAD: ' MASC-CANT
                  '   IMPORTE A TRANSFERIR: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
       FIN-RESUMEN. EXIT.
       IMPRIME-ENTIDAD.
           MOVE TN-CANT (N-IDX)    TO MASC-CANT.
           MOVE TN-IMPORTE (N-IDX) TO MASC-TOT.
           MOVE SPACES TO REG-LIQ.
           STRING ' ENT ' TN-CODIGO (N-IDX) ' ' TN-NOMBRE (N-IDX)
                  ' CUIT ' TN-CUIT (N-IDX)
                  ' CANTIDAD: ' MASC-CANT
                  '   IMPORTE A TRANSFERIR: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-LIQ.
           WRITE REG-LIQ-REC FROM REG-LIQ.
       FIN-IMPRIME-ENTIDAD. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEDESC1' TO BIT-PROGRAMA.
           MOVE FECHA-CTL TO BIT-PERIODO.
           MOVE 'LEIDOS MAEACT / LINEAS DV'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ACT TO BIT-LEIDOS.
           MOVE T-DV      TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
