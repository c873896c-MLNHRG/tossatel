       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEDIFR1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'LIQUIDACION DE DIFERENCIAS RETROACTIVAS: COMPARA LAS'.  000
      *REMARKS.'LINEAS RECALCULADAS POR GMAEBASE1 CON INDICA-RETRO = R'.000
      *REMARKS.'(MAEACT + VIALIDAD DE LA CORRIDA, CLASIFICADOS POR NRO'.000
      *REMARKS.'+ PERIODO) CONTRA LO PAGADO EN ESE PERIODO SEGUN EL'.   000
      *REMARKS.'HISTORICO MAEAIDX QUE CARGA GMAEALOD1, POR NRO + CONC'. 000
      *REMARKS.'+ SEC. LO ADEUDADO SALE EN DIFSAL COMO LINEAS CONCEPTO'.000
      *REMARKS.'02 CON CODIGO *DIF, QUE GMAEBASE1 (GRABA-CONC-02) PASA'.000
      *REMARKS.'DIRECTO A MAEACT EN LA PROXIMA MENSUAL. EL INFORME'.    000
      *REMARKS.'DIFREP DETALLA POR BENEFICIARIO Y PERIODO LO PAGADO,'.  000
      *REMARKS.'LO DEBIDO Y LA DIFERENCIA, CON TOTALES POR PERIODO Y'.  000
      *REMARKS.'POR FAMILIA DE REGIMEN PARA TESORERIA. SOLO SE'.        000
      *REMARKS.'COMPARA CONTRA PERIODOS CERRADOS EN PERCTL'.            000
      *REMARKS.'LAS RETENCIONES DE GANANCIAS (GA) SE EXCLUYEN DE LA'.
      *REMARKS.'COMPARACION, COMO LOS EMBARGOS EM'.
      *REMARKS.'TAMPOCO ENTRAN LAS DEDUCCIONES VOLUNTARIAS DV'.
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT RETACT ASSIGN RETACT.
           SELECT MAEAIDX ASSIGN MAEAIDX
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARC-CLAVE
               FILE STATUS IS MAEAIDX-STATUS.
           SELECT PERCTL ASSIGN PERCTL
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY PER-CLAVE
               FILE STATUS IS PERCTL-STATUS.
           SELECT DIFSAL ASSIGN DIFSAL.
           SELECT DIFREP ASSIGN DIFREP.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    LINEAS RECALCULADAS: MAEACT + VIALIDAD DE LA CORRIDA
      *    RETROACTIVA, CONCATENADOS Y CLASIFICADOS POR NRO + PERIODO
      *    (FECHA-RETRO) POR EL PLANIFICADOR, COMO EL BANCIN DE
      *    GMAEBANC1. EN EL RETROACTIVO EL PERIODO VIAJA EN LA COLA
      *    DE APYN-Y-PAGO (FECHA-RETRO, IGUAL QUE EN MAESTRO)
       FD  RETACT                                                       000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-RET.                                      000
       01  REG-RET.                                                     000
           02 FILLER         PIC X.
           02 R-CONC         PIC XX.
           02 R-SEC          PIC XX.
           02 R-NRO          PIC X(10).
           02 FILLER         PIC X.
           02 R-APYN-Y-PAGO  PIC X(31).
           02 R-R-APYN-Y-PAGO REDEFINES R-APYN-Y-PAGO.
              03 FILLER         PIC X(23).
              03 R-FECHA-RETRO  PIC X(6).
              03 FILLER         PIC XX.
           02 R-HABER        PIC S9(9)V99.
           02 FILLER         PIC X(27).
           02 R-ANTIG        PIC S9(7)V99.
           02 FILLER         PIC X(2).
           02 R-CODIGO.
              03 R-POS-1-2   PIC XX.
              03 R-POS-3-4   PIC XX.
              03 FILLER      PIC X(16).
           02 FILLER         PIC X(24).
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
      *    ESTADO DE LOS PERIODOS LIQUIDADOS, POR FECHA-LIQ + TIPO DE
      *    CORRIDA ('ME' = MENSUAL/RETRO, 'SA' = AGUINALDO; LO
      *    MANTIENE GMAEBASE1): 'A' = ABIERTO, 'C' = CERRADO
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
      *    LINEAS DE DIFERENCIA EN EL LAYOUT DE 140 DE MAESTRO: EL
      *    PLANIFICADOR LAS INTERCALA (SORT POR CODIGO2) EN EL
      *    MAESTRO DE LA PROXIMA MENSUAL, DONDE GMAEBASE1 LAS
      *    RECONOCE POR CONC 02 + EME EN BLANCO + CODIGO *DIF
       FD  DIFSAL                                                       000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-DIF.                                      000
       01  REG-DIF PIC X(140).                                          000
      *    INFORME DE DIFERENCIAS POR BENEFICIARIO Y PERIODO, CON
      *    TOTALES POR PERIODO Y POR FAMILIA DE REGIMEN
       FD  DIFREP                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REP-REC.                                  000
       01  REG-REP-REC PIC X(132).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-RET           PIC XX VALUE 'NO'.
       77  FIN-ARC           PIC XX VALUE 'NO'.
       77  LEIDO-RET         PIC 9(8) VALUE ZEROS.
       77  LEIDO-ARC         PIC 9(8) VALUE ZEROS.
       77  FUERA-RANGO       PIC 9(8) VALUE ZEROS.
       77  T-GRUPOS          PIC 9(8) VALUE ZEROS.
       77  T-LIQUIDA         PIC 9(8) VALUE ZEROS.
       77  T-SIN-DIFE        PIC 9(8) VALUE ZEROS.
       77  T-EXCESO          PIC 9(8) VALUE ZEROS.
       77  T-SIN-HIST        PIC 9(8) VALUE ZEROS.
       77  T-PER-ABIERTO     PIC 9(8) VALUE ZEROS.
       77  T-DESBORDE        PIC 9(8) VALUE ZEROS.
       77  T-LINEAS-DIF      PIC 9(8) VALUE ZEROS.
       77  TOT-PAGADO        PIC S9(13)V99 VALUE ZEROS.
       77  TOT-DEBIDO        PIC S9(13)V99 VALUE ZEROS.
       77  TOT-LIQUIDA       PIC S9(13)V99 VALUE ZEROS.
       77  W                 PIC 99 VALUE ZEROS.
       77  X                 PIC 99 VALUE ZEROS.
       77  P                 PIC 99 VALUE ZEROS.
       77  REC-TOPE          PIC 99 VALUE ZEROS.
       77  ARC-TOPE          PIC 99 VALUE ZEROS.
       77  FAM-TOPE          PIC 99 VALUE ZEROS.
       77  PER-TOPE          PIC 99 VALUE ZEROS.
       77  ENCONTRADO        PIC X  VALUE 'N'.
       77  MAEAIDX-STATUS    PIC XX VALUE SPACES.
       77  PERCTL-STATUS     PIC XX VALUE SPACES.
       77  MASC-IMP1         PIC -(10)9,99.
       77  MASC-IMP2         PIC -(10)9,99.
       77  MASC-IMP3         PIC -(10)9,99.
       77  MASC-CANT         PIC ZZZZZZZ9.
      *    TARJETA: PERIODO DESDE Y HASTA (AAAAMM) DEL RETROACTIVO.
      *    HASTA EN BLANCO = UN SOLO PERIODO. LAS LINEAS DE LA
      *    CORRIDA CON FECHA-RETRO FUERA DEL RANGO SE CUENTAN Y SE
      *    IGNORAN
       01  PARAM.
           02 FECHA-DESDE    PIC X(6).
           02 FILLER         PIC X.
           02 FECHA-HASTA    PIC X(6).
      *    CLAVE DEL GRUPO: BENEFICIARIO + PERIODO RECALCULADO. LA
      *    ENTRADA DEBE VENIR CLASIFICADA POR ESTA CLAVE; UNA CLAVE
      *    DESCENDENTE CORTA LA CORRIDA (MISMO CRITERIO QUE GMAENOVE1)
       01  CLAVE-RET-AUX.
           02 CR-NRO         PIC X(10).
           02 CR-FECHA       PIC X(6).
       01  CLAVE-RET-ULT     PIC X(16) VALUE LOW-VALUES.
       01  GRUPO-DIF.
           02 G-CLAVE.
              03 G-NRO       PIC X(10).
              03 G-FECHA     PIC X(6).
           02 G-APYN         PIC X(27).
           02 G-FAMILIA      PIC XX.
           02 G-PAGADO       PIC S9(11)V99.
           02 G-DEBIDO       PIC S9(11)V99.
           02 G-DIFE         PIC S9(11)V99.
      *    'L' = SE LIQUIDA LA DIFERENCIA, 'S' = SIN DIFERENCIA,
      *    'E' = PAGADO DE MAS (NO SE DESCUENTA, QUEDA INFORMADO),
      *    'H' = SIN LINEAS EN EL HISTORICO, 'A' = PERIODO NO
      *    CERRADO EN PERCTL, 'T' = TABLA DEL GRUPO DESBORDADA
           02 G-ESTADO       PIC X.
           02 G-OBSER        PIC X(22).
      *    PRIMERA LINEA ARCHIVADA DEL GRUPO: BASE DE LAS LINEAS DE
      *    DIFERENCIA DE LOS CONCEPTOS QUE NO TENIAN LINEA PAGADA
           02 G-IMAGEN       PIC X(140).
      *    CONCEPTOS RECALCULADOS Y PAGADOS DEL GRUPO, ACUMULADOS POR
      *    CONC + SEC (UN BENEFICIARIO PUEDE TENER VARIAS LINEAS CON
      *    LA MISMA CLAVE: HABER, BONIFICACIONES). NO SE COMPARAN LAS
      *    RETENCIONES EM NI GA (LA DIFERENCIA SE LIQUIDA SOBRE EL
      *    HABER; GANANCIAS SOLO SE RETIENE EN LA MENSUAL) NI LAS *DIF
      *    YA PAGADAS EN MENSUALES ANTERIORES
       01  TABLA-REC.
           02 TREC-ENTRY OCCURS 30.
              03 TREC-CONC    PIC XX.
              03 TREC-SEC     PIC XX.
              03 TREC-HABER   PIC S9(11)V99.
              03 TREC-ANTIG   PIC S9(11)V99.
              03 TREC-ARC     PIC 99.
       01  TABLA-ARC.
           02 TARC-ENTRY OCCURS 30.
              03 TARC-CONC    PIC XX.
              03 TARC-SEC     PIC XX.
              03 TARC-HABER   PIC S9(11)V99.
              03 TARC-ANTIG   PIC S9(11)V99.
              03 TARC-USADO   PIC X.
              03 TARC-DATOS   PIC X(140).
      ***  TOTALES POR FAMILIA DE REGIMEN (LOS DOS PRIMEROS DEL
      ***  CODIGO, COMO EN GMAETESO1) Y POR PERIODO (AHI QUEDA
      ***  TAMBIEN EL ESTADO EN PERCTL, CONSULTADO UNA VEZ)
       01  TABLA-FAM.
           02 TFAM-ENTRY OCCURS 60.
              03 TFAM-POS     PIC XX.
              03 TFAM-CANT    PIC 9(7).
              03 TFAM-PAGADO  PIC S9(13)V99.
              03 TFAM-DEBIDO  PIC S9(13)V99.
              03 TFAM-LIQUIDA PIC S9(13)V99.
       01  TABLA-PER.
           02 TPER-ENTRY OCCURS 60.
              03 TPER-FECHA   PIC X(6).
              03 TPER-ESTADO  PIC X.
              03 TPER-CANT    PIC 9(7).
              03 TPER-PAGADO  PIC S9(13)V99.
              03 TPER-DEBIDO  PIC S9(13)V99.
              03 TPER-LIQUIDA PIC S9(13)V99.
      *    LINEA DE 140 (ARCHIVADA O DE DIFERENCIA), MISMO DISENO DE
      *    REG-LIQ DE GMAEBASE1
       01  LINEA-DIF.
           02 D-MARCA           PIC X.
           02 D-CONC            PIC XX.
           02 D-SEC             PIC XX.
           02 D-NRO             PIC X(10).
           02 D-EME             PIC X.
           02 D-APYN            PIC X(27).
           02 D-PAGO            PIC X(4).
           02 D-HABER           PIC S9(9)V99.
           02 D-IOMA            PIC S9(7)V99.
           02 D-PARENT          PIC X.
           02 D-ESPOSA-N        PIC 9.
           02 D-HIJOS-N         PIC 99.
           02 D-CADUC           PIC X(6).
           02 D-MARCA-IOMA      PIC X.
           02 D-GRUPO           PIC 9(7).
           02 D-ANTIG           PIC S9(7)V99.
           02 D-SI-ES-VIAL      PIC X.
           02 D-SI-LETRA-ANTIG  PIC X.
           02 D-CODIGO.
              03 D-POS-1-4      PIC X(4).
              03 D-FECHA-DIF    PIC X(6).
              03 D-CONC-ORIG    PIC XX.
              03 D-FAMILIA      PIC XX.
              03 FILLER         PIC X(6).
           02 D-CODIGO2         PIC X(15).
           02 D-NRO-SEC         PIC 9(6).
           02 D-POS-138-139     PIC XX.
           02 D-POS-140         PIC X.
       01  R-LINEA-DIF REDEFINES LINEA-DIF.
           02 FILLER            PIC X(96).
           02 D-POS-1-2         PIC XX.
           02 FILLER            PIC X(42).
       01  CLAVE-DESDE.
           02 CD-FECHA       PIC X(6).
           02 CD-NRO         PIC X(10).
           02 CD-RESTO       PIC X(12).
       01  DIF-HABER         PIC S9(11)V99 VALUE ZEROS.
       01  DIF-ANTIG         PIC S9(11)V99 VALUE ZEROS.
       01  REG-REP PIC X(132).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF FECHA-HASTA = SPACES
              THEN MOVE FECHA-DESDE TO FECHA-HASTA.
           IF FECHA-DESDE NOT NUMERIC OR FECHA-HASTA NOT NUMERIC
                                      OR FECHA-HASTA < FECHA-DESDE
              THEN DISPLAY ' *** ERROR *** INDICAR PERIODO DESDE Y'
                           ' HASTA (AAAAMM AAAAMM) EN LA TARJETA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           OPEN INPUT PERCTL.
           IF PERCTL-STATUS = '35'
              THEN DISPLAY ' *** ERROR *** NO EXISTE PERCTL - NO SE'
                           ' PUEDEN VERIFICAR LOS PERIODOS ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           OPEN INPUT MAEAIDX.
           IF MAEAIDX-STATUS = '35'
              THEN DISPLAY ' *** ERROR *** NO EXISTE EL HISTORICO'
                           ' MAEAIDX ***'
                   CLOSE PERCTL
                   MOVE 8 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           OPEN INPUT RETACT OUTPUT DIFSAL DIFREP.
           PERFORM TITULOS THRU FIN-TITULOS.
     **
           PERFORM LEE-RETACT THRU FIN-LEE-RETACT.
           PERFORM PROCESO THRU FIN-PROCESO
                   UNTIL FIN-RET = 'SI'.
     **
           PERFORM TOTALES THRU FIN-TOTALES.
           CLOSE RETACT MAEAIDX PERCTL DIFSAL DIFREP.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEDIFR ****'.
           DISPLAY ' PERIODOS COMPARADOS           : ' FECHA-DESDE
                   ' A ' FECHA-HASTA.
           DISPLAY ' TOTAL REG. LEIDOS RETACT      : ' LEIDO-RET.
           DISPLAY ' TOTAL REG. FUERA DE RANGO     : ' FUERA-RANGO.
           DISPLAY ' TOTAL REG. LEIDOS MAEAIDX     : ' LEIDO-ARC.
           DISPLAY ' TOTAL BENEFICIARIO/PERIODO    : ' T-GRUPOS.
           DISPLAY ' TOTAL CON DIFERENCIA A PAGAR  : ' T-LIQUIDA.
           DISPLAY ' TOTAL SIN DIFERENCIA          : ' T-SIN-DIFE.
           DISPLAY ' TOTAL PAGADOS DE MAS          : ' T-EXCESO.
           DISPLAY ' TOTAL SIN HISTORICO           : ' T-SIN-HIST.
           DISPLAY ' TOTAL PERIODO NO CERRADO      : ' T-PER-ABIERTO.
           DISPLAY ' TOTAL TABLA DESBORDADA        : ' T-DESBORDE.
           DISPLAY ' TOTAL LINEAS *DIF GRABADAS    : ' T-LINEAS-DIF.
      *    GRUPOS QUE NO SE PUDIERON COMPARAR: LA CADENA SIGUE, PERO
      *    EL RETORNO 4 DEJA A LA VISTA QUE HAY CASOS PARA REVISAR
           IF T-SIN-HIST > ZEROS OR T-PER-ABIERTO > ZEROS
                                 OR T-DESBORDE > ZEROS
              THEN MOVE 4 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       TITULOS.
           MOVE SPACES TO REG-REP.
           STRING ' DIFERENCIAS RETROACTIVAS CONTRA LO PAGADO (MAEAIDX)'
                  ' - PERIODOS ' FECHA-DESDE ' A ' FECHA-HASTA
                  ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           STRING ' NRO        APELLIDO Y NOMBRE           PERIODO '
                  ' FAM         PAGADO         DEBIDO     DIFERENCIA'
                  ' OBSERVACION'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-TITULOS. EXIT.
       LEE-RETACT.
           READ RETACT AT END MOVE 'SI' TO FIN-RET
                              GO TO FIN-LEE-RETACT.
           ADD 1 TO LEIDO-RET.
           MOVE R-NRO         TO CR-NRO.
           MOVE R-FECHA-RETRO TO CR-FECHA.
           IF CLAVE-RET-AUX < CLAVE-RET-ULT
              THEN PERFORM ERROR-SECUENCIA THRU FIN-ERROR-SECUENCIA.
           MOVE CLAVE-RET-AUX TO CLAVE-RET-ULT.
           IF R-FECHA-RETRO < FECHA-DESDE OR R-FECHA-RETRO > FECHA-HASTA
              THEN ADD 1 TO FUERA-RANGO
                   GO TO LEE-RETACT.
       FIN-LEE-RETACT. EXIT.
      *    ENTRADA SIN CLASIFICAR: LAS LINEAS DE UN MISMO PERIODO
      *    QUEDARIAN EN GRUPOS PARTIDOS Y SE PAGARIA DOS VECES LA
      *    MISMA DIFERENCIA; SE CORTA CON RETORNO 8
       ERROR-SECUENCIA.
           DISPLAY ' *** ERROR *** RETACT FUERA DE SECUENCIA'
                   ' NRO+PERIODO - FALTA EL SORT PREVIO ***'.
           DISPLAY ' *** CLAVE ' CLAVE-RET-AUX ' DESPUES DE '
                   CLAVE-RET-ULT.
           MOVE SPACES TO REG-REP.
           STRING ' *** INFORME ANULADO: RETACT FUERA DE SECUENCIA'
                  ' - FALTA EL SORT PREVIO ***'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           CLOSE RETACT MAEAIDX PERCTL DIFSAL DIFREP.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
      *    UN GRUPO = TODAS LAS LINEAS RECALCULADAS DE UN BENEFICIARIO
      *    PARA UN PERIODO, CONTRA TODAS LAS ARCHIVADAS DEL MISMO
      *    BENEFICIARIO EN ESE PERIODO
       PROCESO.
           MOVE CLAVE-RET-AUX TO G-CLAVE.
           MOVE R-APYN-Y-PAGO TO G-APYN.
           MOVE R-POS-1-2     TO G-FAMILIA.
           MOVE ZEROS  TO G-PAGADO G-DEBIDO G-DIFE REC-TOPE ARC-TOPE.
           MOVE SPACES TO G-ESTADO G-OBSER G-IMAGEN.
           ADD 1 TO T-GRUPOS.
           PERFORM CARGA-REC THRU FIN-CARGA-REC
              UNTIL FIN-RET = 'SI' OR CLAVE-RET-AUX NOT = G-CLAVE.
           PERFORM BUSCA-PERIODO THRU FIN-BUSCA-PERIODO.
           IF G-ESTADO = SPACES
              THEN PERFORM CARGA-ARCHIVO THRU FIN-CARGA-ARCHIVO.
           IF G-ESTADO = SPACES
              THEN PERFORM CALCULA-GRUPO THRU FIN-CALCULA-GRUPO.
           IF G-ESTADO = 'L'
              THEN PERFORM GRABA-DIFERENCIAS THRU FIN-GRABA-DIFERENCIAS.
           PERFORM IMPRIME-GRUPO THRU FIN-IMPRIME-GRUPO.
           IF G-ESTADO = 'L' OR 'S' OR 'E'
              THEN PERFORM ACUMULA THRU FIN-ACUMULA.
       FIN-PROCESO. EXIT.
      *    LAS LINEAS EM, GA, DV Y LAS *DIF NO ENTRAN EN LA COMPARACION
       CARGA-REC.
           IF R-CONC = 'EM' OR 'GA' OR 'DV'
              OR (R-CONC = '02' AND R-POS-1-2 = '*D'
                                AND R-POS-3-4 = 'IF')
              THEN GO TO SIGUE-CARGA-REC.
           IF R-HABER NOT NUMERIC OR R-ANTIG NOT NUMERIC
              THEN GO TO SIGUE-CARGA-REC.
           IF G-FAMILIA (1:1) = '*'
              THEN MOVE R-POS-1-2 TO G-FAMILIA.
           MOVE 'N' TO ENCONTRADO.
           PERFORM BUSCA-REC THRU FIN-BUSCA-REC
                   VARYING W FROM 1 BY 1 UNTIL W > REC-TOPE.
           IF ENCONTRADO = 'S'
              THEN GO TO SIGUE-CARGA-REC.
           IF REC-TOPE >= 30
              THEN MOVE 'T' TO G-ESTADO
                   GO TO SIGUE-CARGA-REC.
           ADD 1 TO REC-TOPE.
           MOVE R-CONC  TO TREC-CONC (REC-TOPE).
           MOVE R-SEC   TO TREC-SEC (REC-TOPE).
           MOVE R-HABER TO TREC-HABER (REC-TOPE).
           MOVE R-ANTIG TO TREC-ANTIG (REC-TOPE).
           MOVE ZEROS   TO TREC-ARC (REC-TOPE).
       SIGUE-CARGA-REC.
           PERFORM LEE-RETACT THRU FIN-LEE-RETACT.
       FIN-CARGA-REC. EXIT.
       BUSCA-REC.
           IF TREC-CONC (W) = R-CONC AND TREC-SEC (W) = R-SEC
              THEN ADD R-HABER TO TREC-HABER (W)
                   ADD R-ANTIG TO TREC-ANTIG (W)
                   MOVE 'S' TO ENCONTRADO
                   MOVE 90 TO W.
       FIN-BUSCA-REC. EXIT.
      *    ESTADO DEL PERIODO EN PERCTL, CONSULTADO UNA SOLA VEZ POR
      *    PERIODO: SOLO SE COMPARA CONTRA UN PERIODO CERRADO (UNO
      *    ABIERTO TODAVIA NO ESTA ARCHIVADO O ESTA A MEDIO CARGAR)
       BUSCA-PERIODO.
           MOVE ZEROS TO P.
           PERFORM BUSCA-TPER THRU FIN-BUSCA-TPER
                   VARYING W FROM 1 BY 1 UNTIL W > PER-TOPE.
           IF P = ZEROS
              THEN PERFORM ALTA-PERIODO THRU FIN-ALTA-PERIODO.
           IF TPER-ESTADO (P) NOT = 'C'
              AND G-ESTADO = SPACES
              THEN MOVE 'A' TO G-ESTADO.
       FIN-BUSCA-PERIODO. EXIT.
       BUSCA-TPER.
           IF TPER-FECHA (W) = G-FECHA
              THEN MOVE W TO P
                   MOVE 90 TO W.
       FIN-BUSCA-TPER. EXIT.
      *    EL RANGO DE LA TARJETA NO PUEDE PASAR DE 60 PERIODOS SIN
      *    QUE LA TABLA SE LLENE; EL ULTIMO LUGAR SE REUTILIZA PARA
      *    NO PERDER EL CONTROL DE PERCTL
       ALTA-PERIODO.
           IF PER-TOPE >= 60
              THEN DISPLAY '******  TABLA DE PERIODOS DESBORDADA  ***'
                           '**** ' G-FECHA
                   MOVE 60 TO P
              ELSE ADD 1 TO PER-TOPE
                   MOVE PER-TOPE TO P
                   MOVE ZEROS TO TPER-CANT (P) TPER-PAGADO (P)
                                 TPER-DEBIDO (P) TPER-LIQUIDA (P).
           MOVE G-FECHA TO TPER-FECHA (P).
           MOVE G-FECHA TO PER-FECHA.
           MOVE 'ME'    TO PER-TIPO.
           READ PERCTL
               INVALID KEY
                   MOVE SPACE TO PER-ESTADO
           END-READ.
           MOVE PER-ESTADO TO TPER-ESTADO (P).
           IF PER-ESTADO NOT = 'C'
              THEN DISPLAY ' *** PERIODO ' G-FECHA ' NO CERRADO EN'
                           ' PERCTL - NO SE COMPARA ***'.
       FIN-ALTA-PERIODO. EXIT.
      *    LINEAS PAGADAS: SE POSICIONA EN PERIODO + NRO Y SE AVANZA
      *    EN SECUENCIA DE CLAVE (IGUAL QUE GMAEAQRY1) HASTA SALIR
      *    DEL BENEFICIARIO
       CARGA-ARCHIVO.
           MOVE 'NO'       TO FIN-ARC.
           MOVE G-FECHA    TO CD-FECHA.
           MOVE G-NRO      TO CD-NRO.
           MOVE LOW-VALUES TO CD-RESTO.
           MOVE CLAVE-DESDE TO ARC-CLAVE.
           START MAEAIDX KEY NOT < ARC-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-ARC
           END-START.
           IF FIN-ARC NOT = 'SI'
              THEN PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
           PERFORM CARGA-ARC THRU FIN-CARGA-ARC
                   UNTIL FIN-ARC = 'SI'.
           IF ARC-TOPE = ZEROS AND G-ESTADO = SPACES
              THEN MOVE 'H' TO G-ESTADO.
       FIN-CARGA-ARCHIVO. EXIT.
       LEE-MAEAIDX.
           READ MAEAIDX NEXT RECORD
               AT END MOVE 'SI' TO FIN-ARC
                      GO TO FIN-LEE-MAEAIDX
           END-READ.
           IF ARC-FECHA NOT = G-FECHA OR ARC-NRO NOT = G-NRO
              THEN MOVE 'SI' TO FIN-ARC
                   GO TO FIN-LEE-MAEAIDX.
           ADD 1 TO LEIDO-ARC.
       FIN-LEE-MAEAIDX. EXIT.
       CARGA-ARC.
           MOVE ARC-DATOS TO LINEA-DIF.
           IF D-CONC = 'EM' OR 'GA' OR 'DV'
              OR (D-CONC = '02' AND D-POS-1-4 = '*DIF')
              THEN GO TO SIGUE-CARGA-ARC.
           IF D-HABER NOT NUMERIC OR D-ANTIG NOT NUMERIC
              THEN GO TO SIGUE-CARGA-ARC.
           IF G-IMAGEN = SPACES
              THEN MOVE ARC-DATOS TO G-IMAGEN
                   MOVE D-APYN    TO G-APYN.
           MOVE 'N' TO ENCONTRADO.
           PERFORM BUSCA-ARC THRU FIN-BUSCA-ARC
                   VARYING W FROM 1 BY 1 UNTIL W > ARC-TOPE.
           IF ENCONTRADO = 'S'
              THEN GO TO SIGUE-CARGA-ARC.
           IF ARC-TOPE >= 30
              THEN MOVE 'T' TO G-ESTADO
                   GO TO SIGUE-CARGA-ARC.
           ADD 1 TO ARC-TOPE.
           MOVE D-CONC    TO TARC-CONC (ARC-TOPE).
           MOVE D-SEC     TO TARC-SEC (ARC-TOPE).
           MOVE D-HABER   TO TARC-HABER (ARC-TOPE).
           MOVE D-ANTIG   TO TARC-ANTIG (ARC-TOPE).
           MOVE 'N'       TO TARC-USADO (ARC-TOPE).
           MOVE ARC-DATOS TO TARC-DATOS (ARC-TOPE).
       SIGUE-CARGA-ARC.
           PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
       FIN-CARGA-ARC. EXIT.
       BUSCA-ARC.
           IF TARC-CONC (W) = D-CONC AND TARC-SEC (W) = D-SEC
              THEN ADD D-HABER TO TARC-HABER (W)
                   ADD D-ANTIG TO TARC-ANTIG (W)
                   MOVE 'S' TO ENCONTRADO
                   MOVE 90 TO W.
       FIN-BUSCA-ARC. EXIT.
      *    APAREO POR CONC + SEC DENTRO DEL GRUPO Y NETO DEL
      *    BENEFICIARIO EN EL PERIODO. SOLO UN NETO A FAVOR DEL
      *    BENEFICIARIO SE LIQUIDA; UN PAGO DE MAS QUEDA INFORMADO
      *    PARA SU TRATAMIENTO (NO SE DESCUENTA DE OFICIO)
       CALCULA-GRUPO.
           PERFORM APAREA-REC THRU FIN-APAREA-REC
                   VARYING W FROM 1 BY 1 UNTIL W > REC-TOPE.
           PERFORM SUMA-ARC THRU FIN-SUMA-ARC
                   VARYING X FROM 1 BY 1 UNTIL X > ARC-TOPE.
           COMPUTE G-DIFE = G-DEBIDO - G-PAGADO.
           IF G-DIFE > ZEROS
              THEN MOVE 'L' TO G-ESTADO
              ELSE
           IF G-DIFE = ZEROS
              THEN MOVE 'S' TO G-ESTADO
              ELSE MOVE 'E' TO G-ESTADO.
       FIN-CALCULA-GRUPO. EXIT.
       APAREA-REC.
           COMPUTE G-DEBIDO = G-DEBIDO + TREC-HABER (W)
                                       + TREC-ANTIG (W).
           PERFORM BUSCA-PAGADO THRU FIN-BUSCA-PAGADO
                   VARYING X FROM 1 BY 1 UNTIL X > ARC-TOPE.
       FIN-APAREA-REC. EXIT.
       BUSCA-PAGADO.
           IF TARC-CONC (X) = TREC-CONC (W)
              AND TARC-SEC (X) = TREC-SEC (W)
              THEN MOVE X   TO TREC-ARC (W)
                   MOVE 'S' TO TARC-USADO (X)
                   MOVE 90  TO X.
       FIN-BUSCA-PAGADO. EXIT.
       SUMA-ARC.
           COMPUTE G-PAGADO = G-PAGADO + TARC-HABER (X)
                                       + TARC-ANTIG (X).
       FIN-SUMA-ARC. EXIT.
      *    UNA LINEA *DIF POR CADA CONC + SEC CON DIFERENCIA (LAS DE
      *    SIGNO CONTRARIO TAMBIEN, ASI LA SUMA DE LAS LINEAS ES EL
      *    NETO INFORMADO). LOS CONCEPTOS PAGADOS QUE EL RECALCULO YA
      *    NO TRAE SE DEVUELVEN EN NEGATIVO
       GRABA-DIFERENCIAS.
           PERFORM DIFERENCIA-REC THRU FIN-DIFERENCIA-REC
                   VARYING W FROM 1 BY 1 UNTIL W > REC-TOPE.
           PERFORM DIFERENCIA-ARC THRU FIN-DIFERENCIA-ARC
                   VARYING X FROM 1 BY 1 UNTIL X > ARC-TOPE.
       FIN-GRABA-DIFERENCIAS. EXIT.
       DIFERENCIA-REC.
           MOVE TREC-ARC (W) TO X.
           IF X = ZEROS
              THEN MOVE G-IMAGEN       TO LINEA-DIF
                   MOVE TREC-HABER (W) TO DIF-HABER
                   MOVE TREC-ANTIG (W) TO DIF-ANTIG
              ELSE MOVE TARC-DATOS (X) TO LINEA-DIF
                   COMPUTE DIF-HABER = TREC-HABER (W) - TARC-HABER (X)
                   COMPUTE DIF-ANTIG = TREC-ANTIG (W) - TARC-ANTIG (X).
           MOVE TREC-CONC (W) TO D-CONC-ORIG.
           MOVE TREC-SEC (W)  TO D-SEC.
           IF DIF-HABER NOT = ZEROS OR DIF-ANTIG NOT = ZEROS
              THEN PERFORM GRABA-LINEA-DIF THRU FIN-GRABA-LINEA-DIF.
       FIN-DIFERENCIA-REC. EXIT.
       DIFERENCIA-ARC.
           IF TARC-USADO (X) = 'S'
              THEN GO TO FIN-DIFERENCIA-ARC.
           MOVE TARC-DATOS (X) TO LINEA-DIF.
           COMPUTE DIF-HABER = ZEROS - TARC-HABER (X).
           COMPUTE DIF-ANTIG = ZEROS - TARC-ANTIG (X).
           MOVE TARC-CONC (X) TO D-CONC-ORIG.
           IF DIF-HABER NOT = ZEROS OR DIF-ANTIG NOT = ZEROS
              THEN PERFORM GRABA-LINEA-DIF THRU FIN-GRABA-LINEA-DIF.
       FIN-DIFERENCIA-ARC. EXIT.
      *    LA LINEA CONSERVA DE LA ARCHIVADA TITULAR, BOCA DE PAGO,
      *    CODIGO2 (CLAVE DEL SORT CON MAESTRO) Y DESTINO VIALIDAD;
      *    EL CODIGO LLEVA *DIF + PERIODO + CONCEPTO ORIGINAL +
      *    FAMILIA DE REGIMEN PARA RASTREAR DE DONDE SALIO
       GRABA-LINEA-DIF.
           MOVE '02'         TO D-CONC.
           MOVE G-NRO        TO D-NRO.
           MOVE SPACE        TO D-EME.
           MOVE DIF-HABER    TO D-HABER.
           MOVE ZEROS        TO D-IOMA.
           MOVE DIF-ANTIG    TO D-ANTIG.
           MOVE '*DIF'       TO D-POS-1-4.
           MOVE G-FECHA      TO D-FECHA-DIF.
           MOVE G-FAMILIA    TO D-FAMILIA.
           MOVE SPACES       TO D-CODIGO (15:6).
           MOVE ZEROS        TO D-NRO-SEC.
           WRITE REG-DIF FROM LINEA-DIF.
           ADD 1 TO T-LINEAS-DIF.
       FIN-GRABA-LINEA-DIF. EXIT.
       IMPRIME-GRUPO.
           IF G-ESTADO = 'L'
              THEN ADD 1 TO T-LIQUIDA
                   MOVE 'SE LIQUIDA EN *DIF'   TO G-OBSER
              ELSE
           IF G-ESTADO = 'S'
              THEN ADD 1 TO T-SIN-DIFE
                   MOVE 'SIN DIFERENCIA'       TO G-OBSER
              ELSE
           IF G-ESTADO = 'E'
              THEN ADD 1 TO T-EXCESO
                   MOVE '*** PAGADO DE MAS'    TO G-OBSER
              ELSE
           IF G-ESTADO = 'H'
              THEN ADD 1 TO T-SIN-HIST
                   MOVE '*** SIN HISTORICO'    TO G-OBSER
              ELSE
           IF G-ESTADO = 'A'
              THEN ADD 1 TO T-PER-ABIERTO
                   MOVE '*** PERIODO NO CERRADO' TO G-OBSER
              ELSE ADD 1 TO T-DESBORDE
                   MOVE '*** TABLA DESBORDADA' TO G-OBSER.
           MOVE G-PAGADO TO MASC-IMP1.
           MOVE G-DEBIDO TO MASC-IMP2.
           MOVE G-DIFE   TO MASC-IMP3.
           MOVE SPACES TO REG-REP.
           STRING ' ' G-NRO ' ' G-APYN ' ' G-FECHA '  ' G-FAMILIA
                  ' ' MASC-IMP1 ' ' MASC-IMP2 ' ' MASC-IMP3
                  ' ' G-OBSER
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-IMPRIME-GRUPO. EXIT.
      *    SOLO LOS GRUPOS COMPARADOS ENTRAN EN LOS TOTALES; LO A
      *    LIQUIDAR ES LO QUE SALE EN DIFSAL (FONDOS PARA TESORERIA)
       ACUMULA.
           ADD G-PAGADO TO TOT-PAGADO.
           ADD G-DEBIDO TO TOT-DEBIDO.
           IF G-ESTADO = 'L'
              THEN ADD G-DIFE TO TOT-LIQUIDA.
           ADD 1        TO TPER-CANT (P).
           ADD G-PAGADO TO TPER-PAGADO (P).
           ADD G-DEBIDO TO TPER-DEBIDO (P).
           IF G-ESTADO = 'L'
              THEN ADD G-DIFE TO TPER-LIQUIDA (P).
           MOVE 'N' TO ENCONTRADO.
           PERFORM BUSCA-FAM THRU FIN-BUSCA-FAM
                   VARYING W FROM 1 BY 1 UNTIL W > FAM-TOPE.
           IF ENCONTRADO = 'S'
              THEN GO TO FIN-ACUMULA.
           IF FAM-TOPE >= 60
              THEN DISPLAY '******  TABLA DE FAMILIAS DESBORDADA  ***'
                           '**** ' G-FAMILIA
                   GO TO FIN-ACUMULA.
           ADD 1 TO FAM-TOPE.
           MOVE G-FAMILIA TO TFAM-POS (FAM-TOPE).
           MOVE 1         TO TFAM-CANT (FAM-TOPE).
           MOVE G-PAGADO  TO TFAM-PAGADO (FAM-TOPE).
           MOVE G-DEBIDO  TO TFAM-DEBIDO (FAM-TOPE).
           MOVE ZEROS     TO TFAM-LIQUIDA (FAM-TOPE).
           IF G-ESTADO = 'L'
              THEN MOVE G-DIFE TO TFAM-LIQUIDA (FAM-TOPE).
       FIN-ACUMULA. EXIT.
       BUSCA-FAM.
           IF TFAM-POS (W) = G-FAMILIA
              THEN ADD 1        TO TFAM-CANT (W)
                   ADD G-PAGADO TO TFAM-PAGADO (W)
                   ADD G-DEBIDO TO TFAM-DEBIDO (W)
                   IF G-ESTADO = 'L'
                      THEN ADD G-DIFE TO TFAM-LIQUIDA (W)
                   END-IF
                   MOVE 'S' TO ENCONTRADO
                   MOVE 90 TO W.
       FIN-BUSCA-FAM. EXIT.
       TOTALES.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE ' TOTALES POR PERIODO' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           PERFORM IMPRIME-PER THRU FIN-IMPRIME-PER
                   VARYING W FROM 1 BY 1 UNTIL W > PER-TOPE.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE ' TOTALES POR FAMILIA DE REGIMEN' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           PERFORM IMPRIME-FAM THRU FIN-IMPRIME-FAM
                   VARYING W FROM 1 BY 1 UNTIL W > FAM-TOPE.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE TOT-PAGADO  TO MASC-IMP1.
           MOVE TOT-DEBIDO  TO MASC-IMP2.
           MOVE TOT-LIQUIDA TO MASC-IMP3.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL GENERAL   PAGADO: ' MASC-IMP1
                  '  DEBIDO: ' MASC-IMP2
                  '  A LIQUIDAR: ' MASC-IMP3
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-LINEAS-DIF TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' LINEAS *DIF GRABADAS EN DIFSAL: ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           MOVE T-SIN-HIST TO MASC-CANT.
           STRING ' SIN HISTORICO (A REVISAR): ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           MOVE T-PER-ABIERTO TO MASC-CANT.
           STRING ' PERIODO NO CERRADO        : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           MOVE T-EXCESO TO MASC-CANT.
           STRING ' PAGADOS DE MAS            : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-TOTALES. EXIT.
       IMPRIME-PER.
           MOVE TPER-CANT (W)    TO MASC-CANT.
           MOVE TPER-PAGADO (W)  TO MASC-IMP1.
           MOVE TPER-DEBIDO (W)  TO MASC-IMP2.
           MOVE TPER-LIQUIDA (W) TO MASC-IMP3.
           MOVE SPACES TO REG-REP.
           STRING ' PERIODO ' TPER-FECHA (W) ' ESTADO ' TPER-ESTADO (W)
                  '  CANT: ' MASC-CANT
                  '  PAGADO: ' MASC-IMP1
                  '  DEBIDO: ' MASC-IMP2
                  '  A LIQUIDAR: ' MASC-IMP3
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-IMPRIME-PER. EXIT.
       IMPRIME-FAM.
           MOVE TFAM-CANT (W)    TO MASC-CANT.
           MOVE TFAM-PAGADO (W)  TO MASC-IMP1.
           MOVE TFAM-DEBIDO (W)  TO MASC-IMP2.
           MOVE TFAM-LIQUIDA (W) TO MASC-IMP3.
           MOVE SPACES TO REG-REP.
           STRING ' REGIMEN ' TFAM-POS (W)
                  '  CANT: ' MASC-CANT
                  '  PAGADO: ' MASC-IMP1
                  '  DEBIDO: ' MASC-IMP2
                  '  A LIQUIDAR: ' MASC-IMP3
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-IMPRIME-FAM. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEDIFR1' TO BIT-PROGRAMA.
           MOVE 'LEIDOS RETRO / LINEAS DIFSAL'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-RET     TO BIT-LEIDOS.
           MOVE T-LINEAS-DIF  TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
