       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEGANA1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'RETENCIONES DEL IMPUESTO A LAS GANANCIAS (4TA CAT.)'.   000
      *REMARKS.'QUE PRACTICA GMAEBASE1 (LINEAS GA) SOBRE EL ACUMULADO'. 000
      *REMARKS.'ANUAL GANACU. TARJETA MODO M: DECLARACION MENSUAL DE'.  000
      *REMARKS.'RETENCIONES PARA AFIP (AFIPRET: CABECERA, UN DETALLE'.  000
      *REMARKS.'POR BENEFICIARIO RETENIDO EN EL PERIODO, TRAILER) Y'.   000
      *REMARKS.'CONCILIACION EN GANREP CONTRA LAS LINEAS GA DE MAEACT'. 000
      *REMARKS.'(RETORNO 8 SI NO CIERRAN). SE CORRE DESPUES DE CERRAR'. 000
      *REMARKS.'EL PERIODO Y ANTES DE LA MENSUAL SIGUIENTE, QUE PISA'.  000
      *REMARKS.'LO APORTADO POR EL MES. MODO A: CERTIFICADO ANUAL DE'.  000
      *REMARKS.'RETENCIONES POR BENEFICIARIO (CERGAN); SE CORRE CON'.   000
      *REMARKS.'DICIEMBRE CERRADO Y ANTES DE LA MENSUAL DE ENERO, QUE'. 000
      *REMARKS.'REINICIA EL ACUMULADO DEL ANIO NUEVO'.                  000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT MAEACT ASSIGN MAEACT.
           SELECT GANACU ASSIGN GANACU
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ACU-NRO
               FILE STATUS IS GANACU-STATUS.
           SELECT PERCTL ASSIGN PERCTL
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY PER-CLAVE
               FILE STATUS IS PERCTL-STATUS.
           SELECT AFIPRET ASSIGN AFIPRET.
           SELECT GANREP ASSIGN GANREP.
           SELECT CERGAN ASSIGN CERGAN.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    MISMO LAYOUT DE REGIS/REG-ACT QUE GRABA GMAEBASE1 (140
      *    POSICIONES); SOLO SE NOMBRAN LOS CAMPOS QUE LA CONCILIACION
      *    NECESITA, EL RESTO QUEDA COMO FILLER.
       FD  MAEACT                                                       000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-ACT.                                      000
       01  REG-ACT.                                                     000
           02 FILLER         PIC X.
           02 M-CONC         PIC XX.
           02 M-SEC          PIC XX.
           02 M-NRO          PIC X(10).
           02 FILLER         PIC X(32).
           02 M-HABER        PIC S9(9)V99.
           02 FILLER         PIC X(82).
      *    ACUMULADO ANUAL DE GANANCIAS POR NRO QUE MANTIENE GMAEBASE1
      *    (MISMO LAYOUT): TOTALES DEL ANIO Y LO APORTADO POR EL
      *    ULTIMO PERIODO LIQUIDADO (ACU-MES-*)
       FD  GANACU                                                       000
           RECORD 172                                                   000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-ACU.                                      000
       01  REG-ACU.                                                     000
           02 ACU-NRO           PIC X(10).
           02 ACU-ANIO          PIC X(4).
           02 ACU-PERIODO       PIC X(6).
           02 ACU-CORRIDA       PIC X(14).
           02 ACU-ULT-LEIDO     PIC 9(8).
           02 ACU-BRUTO         PIC S9(11)V99.
           02 ACU-DEDUC         PIC S9(11)V99.
           02 ACU-RETEN         PIC S9(11)V99.
           02 ACU-MES-BRUTO     PIC S9(11)V99.
           02 ACU-MES-DEDUC     PIC S9(11)V99.
           02 ACU-MES-RETEN     PIC S9(11)V99.
           02 ACU-APYN          PIC X(27).
           02 ACU-SEC           PIC XX.
           02 ACU-ESPOSA-N      PIC 9.
           02 ACU-HIJOS-N       PIC 99.
           02 ACU-SUBPGM        PIC X(12).
           02 FILLER            PIC X(8).
      *    ESTADO DE LOS PERIODOS LIQUIDADOS, POR FECHA-LIQ + TIPO DE
      *    CORRIDA ('ME' = MENSUAL/RETRO, 'SA' = AGUINALDO; LO
      *    MANTIENE GMAEBASE1): 'A' = ABIERTO, 'C' = CERRADO
       FD  PERCTL                                                       000
           RECORD 17                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-PER.                                      000
       01  REG-PER.                                                     000
           02 PER-CLAVE.
              03 PER-FECHA   PIC X(6).
              03 PER-TIPO    PIC XX.
           02 PER-ESTADO     PIC X.
           02 PER-FEC-PROC   PIC 9(8).
      *    DECLARACION MENSUAL DE RETENCIONES EN CAMPOS FIJOS: UNA
      *    CABECERA 'H' CON EL CUIT DEL AGENTE Y EL PERIODO, UN
      *    DETALLE 'D' POR BENEFICIARIO CON RETENCION EN EL PERIODO
      *    (CODIGOS DE IMPUESTO Y REGIMEN DE LA TARJETA, BASE
      *    IMPONIBLE ACUMULADA E IMPORTE RETENIDO) Y UN TRAILER 'T'
      *    CON CANTIDAD E IMPORTE TOTAL
       FD  AFIPRET                                                      000
           RECORD 100                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-AFI.                                      000
       01  REG-AFI.                                                     000
           02 AFI-TIPO          PIC X.
           02 AFI-DATOS         PIC X(99).
           02 AFI-CABECERA REDEFINES AFI-DATOS.
              03 AFI-CUIT       PIC X(11).
              03 AFI-H-PERIODO  PIC X(6).
              03 AFI-H-FECHA    PIC 9(8).
              03 FILLER         PIC X(74).
           02 AFI-DETALLE REDEFINES AFI-DATOS.
              03 AFI-IMPUESTO   PIC X(3).
              03 AFI-REGIMEN    PIC X(3).
              03 AFI-PERIODO    PIC X(6).
              03 AFI-NRO        PIC X(10).
              03 AFI-APYN       PIC X(27).
              03 AFI-BRUTO      PIC 9(11)V99.
              03 AFI-BASE       PIC 9(11)V99.
              03 AFI-RETENIDO   PIC 9(11)V99.
              03 FILLER         PIC X(11).
           02 AFI-TRAILER REDEFINES AFI-DATOS.
              03 AFI-CANT       PIC 9(8).
              03 AFI-TOTAL      PIC 9(13)V99.
              03 FILLER         PIC X(76).
      *    LISTADO DE LA DECLARACION Y CONCILIACION CONTRA MAEACT
       FD  GANREP                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REP-REC.                                  000
       01  REG-REP-REC PIC X(132).                                      000
      *    CERTIFICADOS ANUALES, UN GRUPO DE LINEAS POR BENEFICIARIO
       FD  CERGAN                                                       000
           RECORD 90                                                    000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-CER-REC.                                  000
       01  REG-CER-REC PIC X(90).                                       000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ACT           PIC XX VALUE 'NO'.
       77  FIN-ACU           PIC XX VALUE 'NO'.
       77  GANACU-STATUS     PIC XX VALUE SPACES.
       77  PERCTL-STATUS     PIC XX VALUE SPACES.
       77  LEIDO-ACT         PIC 9(8) VALUE ZEROS.
       77  LEIDO-ACU         PIC 9(8) VALUE ZEROS.
       77  T-LINEAS-GA       PIC 9(8) VALUE ZEROS.
       77  T-DETALLES        PIC 9(8) VALUE ZEROS.
       77  T-SIN-RETEN       PIC 9(8) VALUE ZEROS.
       77  T-CERTIF          PIC 9(8) VALUE ZEROS.
       77  IMP-MAEACT        PIC S9(13)V99 VALUE ZEROS.
       77  IMP-AFIP          PIC S9(13)V99 VALUE ZEROS.
       77  IMP-DIFE          PIC S9(13)V99 VALUE ZEROS.
       77  TOT-BRUTO         PIC S9(13)V99 VALUE ZEROS.
       77  TOT-DEDUC         PIC S9(13)V99 VALUE ZEROS.
       77  TOT-RETEN         PIC S9(13)V99 VALUE ZEROS.
       77  BASE-GAN          PIC S9(11)V99 VALUE ZEROS.
       77  MASC-IMP1         PIC -(10)9,99.
       77  MASC-IMP2         PIC -(10)9,99.
       77  MASC-IMP3         PIC -(10)9,99.
       77  MASC-TOT          PIC -(12)9,99.
       77  MASC-CANT         PIC ZZZZZZZ9.
      *    TARJETA: COL 1 MODO ('M' = DECLARACION MENSUAL, 'A' =
      *    CERTIFICADOS ANUALES), 3-8 PERIODO AAAAMM (EN MODO A SOLO
      *    EL ANIO, COLS 3-6), 10-12 CODIGO DE IMPUESTO, 14-16 CODIGO
      *    DE REGIMEN, 18-28 CUIT DEL AGENTE DE RETENCION (LOS TRES
      *    ULTIMOS SOLO EN MODO M)
       01  PARAM.
           02 MODO-GAN       PIC X.
           02 FILLER         PIC X.
           02 PERIODO-GAN.
              03 PERIODO-AA  PIC X(4).
              03 PERIODO-MM  PIC XX.
           02 FILLER         PIC X.
           02 COD-IMPUESTO   PIC X(3).
           02 FILLER         PIC X.
           02 COD-REGIMEN    PIC X(3).
           02 FILLER         PIC X.
           02 CUIT-AGENTE    PIC X(11).
       01  REG-REP PIC X(132).
       01  REG-CER PIC X(90).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF MODO-GAN = 'A'
              THEN GO TO CERTIFICADOS.
           IF MODO-GAN NOT = 'M'
              OR PERIODO-GAN NOT NUMERIC
              OR PERIODO-MM < '01' OR PERIODO-MM > '12'
              OR COD-IMPUESTO NOT NUMERIC OR COD-REGIMEN NOT NUMERIC
              OR CUIT-AGENTE NOT NUMERIC
              THEN DISPLAY ' *** ERROR *** TARJETA INVALIDA: M AAAAMM'
                           ' IMPUESTO REGIMEN CUIT, O A AAAA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           PERFORM CONTROLA-PERIODO THRU FIN-CONTROLA-PERIODO.
           PERFORM ABRE-GANACU THRU FIN-ABRE-GANACU.
           OPEN INPUT MAEACT OUTPUT AFIPRET GANREP.
           PERFORM TITULO-DECLARACION THRU FIN-TITULO-DECLARACION.
     **
      *    PRIMERA PASADA: LO EFECTIVAMENTE RETENIDO EN LA LIQUIDACION
           PERFORM LEE-MAEACT THRU FIN-LEE-MAEACT.
           PERFORM SUMA-MAEACT THRU FIN-SUMA-MAEACT
                   UNTIL FIN-ACT = 'SI'.
     **
      *    SEGUNDA PASADA: LO DECLARADO, DESDE EL ACUMULADO DEL PERIODO
           MOVE LOW-VALUES TO ACU-NRO.
           START GANACU KEY NOT < ACU-NRO
               INVALID KEY MOVE 'SI' TO FIN-ACU
           END-START.
           PERFORM LEE-GANACU THRU FIN-LEE-GANACU.
           PERFORM DECLARA-BENEF THRU FIN-DECLARA-BENEF
                   UNTIL FIN-ACU = 'SI'.
           PERFORM GRABA-TRAILER THRU FIN-GRABA-TRAILER.
           PERFORM CONCILIACION THRU FIN-CONCILIACION.
     **
           CLOSE MAEACT GANACU AFIPRET GANREP.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEGANA ****'.
           DISPLAY ' DECLARACION MENSUAL PERIODO   : ' PERIODO-GAN.
           DISPLAY ' TOTAL REG. LEIDOS MAEACT      : ' LEIDO-ACT.
           DISPLAY ' TOTAL LINEAS GA EN MAEACT     : ' T-LINEAS-GA.
           DISPLAY ' TOTAL REG. LEIDOS GANACU      : ' LEIDO-ACU.
           DISPLAY ' TOTAL BENEFICIARIOS DECLARADOS: ' T-DETALLES.
           DISPLAY ' TOTAL LIQUIDADOS SIN RETENCION: ' T-SIN-RETEN.
           IF IMP-DIFE NOT = ZEROS
              THEN DISPLAY ' *** ERROR *** LA DECLARACION NO CONCILIA'
                           ' CON MAEACT - VER GANREP ***'
                   MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
     **
      *    CERTIFICADOS ANUALES (MODO A): UNO POR BENEFICIARIO CON
      *    MOVIMIENTO EN EL ANIO DE LA TARJETA
       CERTIFICADOS.
           IF PERIODO-AA NOT NUMERIC
              THEN DISPLAY ' *** ERROR *** TARJETA INVALIDA: A AAAA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           PERFORM ABRE-GANACU THRU FIN-ABRE-GANACU.
           OPEN OUTPUT CERGAN.
           MOVE LOW-VALUES TO ACU-NRO.
           START GANACU KEY NOT < ACU-NRO
               INVALID KEY MOVE 'SI' TO FIN-ACU
           END-START.
           PERFORM LEE-GANACU THRU FIN-LEE-GANACU.
           PERFORM CERTIFICA-BENEF THRU FIN-CERTIFICA-BENEF
                   UNTIL FIN-ACU = 'SI'.
           PERFORM RESUMEN-CERTIF THRU FIN-RESUMEN-CERTIF.
           CLOSE GANACU CERGAN.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEGANA ****'.
           DISPLAY ' CERTIFICADOS ANUALES DEL ANIO : ' PERIODO-AA.
           DISPLAY ' TOTAL REG. LEIDOS GANACU      : ' LEIDO-ACU.
           DISPLAY ' TOTAL CERTIFICADOS EMITIDOS   : ' T-CERTIF.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    DECLARAR UN PERIODO TODAVIA ABIERTO (CORRIDA EN CURSO O
      *    CORTADA) INFORMARIA RETENCIONES INCOMPLETAS: SE CORTA CON
      *    RETORNO 8 ANTES DE ABRIR NADA, COMO GMAEIOMA1
       CONTROLA-PERIODO.
           OPEN INPUT PERCTL.
           IF PERCTL-STATUS = '35'
              THEN DISPLAY ' *** ERROR *** NO EXISTE PERCTL - NO SE'
                           ' PUEDE VERIFICAR EL PERIODO ' PERIODO-GAN
                   PERFORM PERIODO-INVALIDO THRU FIN-PERIODO-INVALIDO.
           MOVE PERIODO-GAN TO PER-FECHA.
           MOVE 'ME'        TO PER-TIPO.
           READ PERCTL
               INVALID KEY
                   DISPLAY ' *** ERROR *** PERIODO ' PERIODO-GAN
                           ' NO REGISTRADO EN PERCTL'
                   CLOSE PERCTL
                   PERFORM PERIODO-INVALIDO THRU FIN-PERIODO-INVALIDO
           END-READ.
           IF PER-ESTADO NOT = 'C'
              THEN DISPLAY ' *** ERROR *** PERIODO ' PERIODO-GAN
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
      *    SIN ACUMULADO NO HAY NADA QUE DECLARAR NI CERTIFICAR
       ABRE-GANACU.
           OPEN INPUT GANACU.
           IF GANACU-STATUS = '35'
              THEN DISPLAY ' *** ERROR *** NO EXISTE EL ACUMULADO'
                           ' GANACU ***'
                   MOVE 8 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
       FIN-ABRE-GANACU. EXIT.
       LEE-MAEACT.
           READ MAEACT AT END MOVE 'SI' TO FIN-ACT
                              GO TO FIN-LEE-MAEACT.
           ADD 1 TO LEIDO-ACT.
       FIN-LEE-MAEACT. EXIT.
      *    LA LINEA GA VIENE EN NEGATIVO; SE CONCILIA EN POSITIVO.
      *    LOS IMPORTES NO NUMERICOS SE SALTEAN (CRITERIO DE GMAETESO1)
       SUMA-MAEACT.
           IF M-CONC = 'GA' AND M-HABER NUMERIC
              THEN ADD 1 TO T-LINEAS-GA
                   SUBTRACT M-HABER FROM IMP-MAEACT.
           PERFORM LEE-MAEACT THRU FIN-LEE-MAEACT.
       FIN-SUMA-MAEACT. EXIT.
       LEE-GANACU.
           IF FIN-ACU = 'SI'
              THEN GO TO FIN-LEE-GANACU.
           READ GANACU NEXT RECORD
               AT END MOVE 'SI' TO FIN-ACU
                      GO TO FIN-LEE-GANACU
           END-READ.
           ADD 1 TO LEIDO-ACU.
       FIN-LEE-GANACU. EXIT.
      *    SOLO SE DECLARAN LOS BENEFICIARIOS CUYO ULTIMO PERIODO
      *    LIQUIDADO ES EL DE LA TARJETA Y TUVIERON RETENCION EN EL
      *    MES; LA BASE IMPONIBLE ES LA GANANCIA NETA ACUMULADA
       DECLARA-BENEF.
           IF ACU-PERIODO NOT = PERIODO-GAN
              THEN GO TO SIGUE-DECLARA.
           IF ACU-MES-RETEN NOT > ZEROS
              THEN ADD 1 TO T-SIN-RETEN
                   GO TO SIGUE-DECLARA.
           COMPUTE BASE-GAN = ACU-BRUTO - ACU-DEDUC.
           IF BASE-GAN < ZEROS
              THEN MOVE ZEROS TO BASE-GAN.
           MOVE SPACES        TO REG-AFI.
           MOVE 'D'           TO AFI-TIPO.
           MOVE COD-IMPUESTO  TO AFI-IMPUESTO.
           MOVE COD-REGIMEN   TO AFI-REGIMEN.
           MOVE PERIODO-GAN   TO AFI-PERIODO.
           MOVE ACU-NRO       TO AFI-NRO.
           MOVE ACU-APYN      TO AFI-APYN.
           MOVE ACU-MES-BRUTO TO AFI-BRUTO.
           MOVE BASE-GAN      TO AFI-BASE.
           MOVE ACU-MES-RETEN TO AFI-RETENIDO.
           WRITE REG-AFI.
           ADD 1 TO T-DETALLES.
           ADD ACU-MES-RETEN TO IMP-AFIP.
           MOVE ACU-MES-BRUTO TO MASC-IMP1.
           MOVE BASE-GAN      TO MASC-IMP2.
           MOVE ACU-MES-RETEN TO MASC-IMP3.
           MOVE SPACES TO REG-REP.
           STRING ' ' ACU-NRO ' ' ACU-APYN ' ' ACU-SUBPGM
                  ' BRUTO ' MASC-IMP1
                  ' BASE ' MASC-IMP2
                  ' RETENIDO ' MASC-IMP3
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       SIGUE-DECLARA.
           PERFORM LEE-GANACU THRU FIN-LEE-GANACU.
       FIN-DECLARA-BENEF. EXIT.
       TITULO-DECLARACION.
           MOVE SPACES    TO REG-AFI.
           MOVE 'H'       TO AFI-TIPO.
           MOVE CUIT-AGENTE TO AFI-CUIT.
           MOVE PERIODO-GAN TO AFI-H-PERIODO.
           MOVE FECHA-SIS-AAAAMMDD TO AFI-H-FECHA.
           WRITE REG-AFI.
           MOVE SPACES TO REG-REP.
           STRING ' DECLARACION DE RETENCIONES DE GANANCIAS - PERIODO '
                  PERIODO-GAN ' - IMPUESTO ' COD-IMPUESTO
                  ' REGIMEN ' COD-REGIMEN ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-TITULO-DECLARACION. EXIT.
       GRABA-TRAILER.
           MOVE SPACES     TO REG-AFI.
           MOVE 'T'        TO AFI-TIPO.
           MOVE T-DETALLES TO AFI-CANT.
           MOVE IMP-AFIP   TO AFI-TOTAL.
           WRITE REG-AFI.
       FIN-GRABA-TRAILER. EXIT.
      *    LO DECLARADO TIENE QUE SER EXACTAMENTE LO RETENIDO EN LAS
      *    LINEAS GA DE MAEACT. LAS CANTIDADES PUEDEN DIFERIR (UN NRO
      *    CON MAS DE UN REGISTRO 01 TIENE UNA LINEA GA POR REGISTRO Y
      *    UN SOLO DETALLE), LOS IMPORTES NO
       CONCILIACION.
           COMPUTE IMP-DIFE = IMP-AFIP - IMP-MAEACT.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE ' CONCILIACION CONTRA MAEACT' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-LINEAS-GA TO MASC-CANT.
           MOVE IMP-MAEACT  TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' LINEAS GA EN MAEACT      CANTIDAD: ' MASC-CANT
                  '   RETENIDO: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-DETALLES TO MASC-CANT.
           MOVE IMP-AFIP   TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' DETALLES DECLARADOS      CANTIDAD: ' MASC-CANT
                  '   RETENIDO: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE IMP-DIFE TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           IF IMP-DIFE = ZEROS
              THEN STRING ' DIFERENCIA                        '
                          '              ' MASC-TOT ' CONCILIADO'
                          DELIMITED BY SIZE INTO REG-REP
              ELSE STRING ' DIFERENCIA                        '
                          '              ' MASC-TOT
                          ' *** NO CONCILIA ***'
                          DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-CONCILIACION. EXIT.
      *    UN CERTIFICADO POR NRO CON BRUTO, DEDUCCIONES, GANANCIA
      *    NETA E IMPUESTO RETENIDO EN EL ANIO
       CERTIFICA-BENEF.
           IF ACU-ANIO NOT = PERIODO-AA
              THEN GO TO SIGUE-CERTIFICA.
           IF ACU-BRUTO NOT > ZEROS AND ACU-RETEN NOT > ZEROS
              THEN GO TO SIGUE-CERTIFICA.
           COMPUTE BASE-GAN = ACU-BRUTO - ACU-DEDUC.
           IF BASE-GAN < ZEROS
              THEN MOVE ZEROS TO BASE-GAN.
           MOVE ALL '-' TO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE SPACES TO REG-CER.
           STRING ' CERTIFICADO DE RETENCIONES - IMPUESTO A LAS'
                  ' GANANCIAS 4TA CATEGORIA - ANIO ' PERIODO-AA
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE SPACES TO REG-CER.
           STRING ' BENEFICIO ' ACU-NRO ' SEC ' ACU-SEC
                  ' REGIMEN ' ACU-SUBPGM
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE SPACES TO REG-CER.
           STRING ' TITULAR ' ACU-APYN
                  ' CONYUGE ' ACU-ESPOSA-N ' HIJOS ' ACU-HIJOS-N
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE SPACES TO REG-CER.
           STRING ' ULTIMO PERIODO LIQUIDADO ' ACU-PERIODO
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE ACU-BRUTO TO MASC-IMP1.
           MOVE SPACES TO REG-CER.
           STRING ' GANANCIA BRUTA DEL ANIO            ' MASC-IMP1
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE ACU-DEDUC TO MASC-IMP1.
           MOVE SPACES TO REG-CER.
           STRING ' DEDUCCIONES COMPUTADAS             ' MASC-IMP1
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE BASE-GAN TO MASC-IMP1.
           MOVE SPACES TO REG-CER.
           STRING ' GANANCIA NETA SUJETA A IMPUESTO    ' MASC-IMP1
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE ACU-RETEN TO MASC-IMP1.
           MOVE SPACES TO REG-CER.
           STRING ' IMPUESTO RETENIDO EN EL ANIO       ' MASC-IMP1
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE SPACES TO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           ADD 1 TO T-CERTIF.
           ADD ACU-BRUTO TO TOT-BRUTO.
           ADD ACU-DEDUC TO TOT-DEDUC.
           ADD ACU-RETEN TO TOT-RETEN.
       SIGUE-CERTIFICA.
           PERFORM LEE-GANACU THRU FIN-LEE-GANACU.
       FIN-CERTIFICA-BENEF. EXIT.
       RESUMEN-CERTIF.
           MOVE ALL '=' TO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE T-CERTIF TO MASC-CANT.
           MOVE SPACES TO REG-CER.
           STRING ' TOTAL CERTIFICADOS EMITIDOS ANIO ' PERIODO-AA
                  ': ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE TOT-BRUTO TO MASC-TOT.
           MOVE SPACES TO REG-CER.
           STRING ' TOTAL GANANCIA BRUTA           ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE TOT-DEDUC TO MASC-TOT.
           MOVE SPACES TO REG-CER.
           STRING ' TOTAL DEDUCCIONES              ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
           MOVE TOT-RETEN TO MASC-TOT.
           MOVE SPACES TO REG-CER.
           STRING ' TOTAL IMPUESTO RETENIDO        ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-CER.
           WRITE REG-CER-REC FROM REG-CER.
       FIN-RESUMEN-CERTIF. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEGANA1' TO BIT-PROGRAMA.
      *    LOS CERTIFICADOS SE REGISTRAN EN DICIEMBRE DEL ANIO; CON
      *    TARJETA INVALIDA QUEDA EL PERIODO DEL PASO ANTERIOR (LA
      *    CORRIDA TERMINA CON RETORNO 16)
           IF MODO-GAN = 'A' AND PERIODO-AA NUMERIC
              THEN STRING PERIODO-AA '12' DELIMITED BY SIZE
                     INTO BIT-PERIODO.
           IF MODO-GAN = 'M' AND PERIODO-GAN NUMERIC
              AND PERIODO-MM NOT < '01' AND PERIODO-MM NOT > '12'
              THEN MOVE PERIODO-GAN TO BIT-PERIODO.
           MOVE MODO-GAN    TO BIT-MODO-PROG.
           MOVE 'M: MAEACT/LINEAS A: GANACU/CER'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           IF MODO-GAN = 'A'
              THEN MOVE LEIDO-ACU   TO BIT-LEIDOS
                   MOVE T-CERTIF    TO BIT-GRABADOS
              ELSE MOVE LEIDO-ACT   TO BIT-LEIDOS
                   MOVE T-LINEAS-GA TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
