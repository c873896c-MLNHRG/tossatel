       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEREND1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'PROCESA LA RENDICION DEL BANCO (RENDIC): LAS'.          000
      *REMARKS.'TRANSFERENCIAS DE BANCSAL QUE EL BANCO DEVOLVIO SIN'.   000
      *REMARKS.'ACREDITAR. CADA RECHAZO SE APAREA POR NRO + BOCA +'.    000
      *REMARKS.'IMPORTE CONTRA EL BANCSAL ENVIADO Y CONTRA LAS LINEAS'. 000
      *REMARKS.'DEL PERIODO EN MAEAIDX (DE AHI SALEN LA SEC Y LOS'.     000
      *REMARKS.'REGISTROS DE MAESTRO DEL BENEFICIO). GRABA EL ARCHIVO'. 000
      *REMARKS.'DE HABERES IMPAGOS (IMPAGOS) Y EL INFORME POR MOTIVO'.  000
      *REMARKS.'DE RECHAZO (RENREP). CUENTA CERRADA O TITULAR'.         000
      *REMARKS.'FALLECIDO: NOVEDAD M CADUC = PERIODO (SUSPENSION) EN'.  000
      *REMARKS.'NOVTRN PARA GMAEMANT1; BOCA ERRONEA: NOVEDAD M PAGO'.   000
      *REMARKS.'CON LA BOCA QUE INFORMA EL BANCO. LOS NETOS NO'.        000
      *REMARKS.'SUSPENDIDOS SE REEMITEN EN REEMIS (LAYOUT DE 140,'.     000
      *REMARKS.'CONCEPTO 02 *REE) QUE SE CONCATENA AL BANCIN DE LA'.    000
      *REMARKS.'ACREDITACION SIGUIENTE ANTES DEL SORT. NOVTRN SALE EN'. 000
      *REMARKS.'ORDEN DE NRO: SE CLASIFICA CON LAS DEMAS NOVEDADES'.    000
      *REMARKS.'ANTES DE GMAEMANT1'.                                    000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT RENDIC ASSIGN RENDIC.
           SELECT BANCSAL ASSIGN BANCSAL.
           SELECT MAEAIDX ASSIGN MAEAIDX
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARC-CLAVE
               FILE STATUS IS MAEAIDX-STATUS.
           SELECT IMPAGOS ASSIGN IMPAGOS.
           SELECT NOVTRN ASSIGN NOVTRN.
           SELECT REEMIS ASSIGN REEMIS.
           SELECT RENREP ASSIGN RENREP.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    RENDICION DEL BANCO, CLASIFICADA POR NRO (SORT PREVIO
      *    OBLIGATORIO): UN REGISTRO 'D' POR TRANSFERENCIA NO
      *    ACREDITADA (BOCA E IMPORTE TAL CUAL SE ENVIARON, MOTIVO DE
      *    RECHAZO DEL BANCO Y, SI EL MOTIVO ES BOCA ERRONEA, LA BOCA
      *    CORRECTA) Y UN REGISTRO 'T' FINAL CON CANTIDAD E IMPORTE
      *    TOTAL DE LO RECHAZADO
       FD  RENDIC                                                       000
           RECORD 80                                                    000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REN.                                      000
       01  REG-REN.                                                     000
           02 REN-TIPO       PIC X.
           02 REN-PAGO       PIC X(4).
           02 REN-NRO        PIC X(10).
           02 REN-IMPORTE    PIC 9(11)V99.
           02 REN-MOTIVO     PIC XX.
           02 REN-PAGO-NUEVO PIC X(4).
           02 FILLER         PIC X(46).
       01  REG-REN-TRAILER.                                             000
           02 RTR-TIPO       PIC X.
           02 RTR-CANT       PIC 9(8).
           02 RTR-IMPORTE    PIC 9(13)V99.
           02 FILLER         PIC X(56).
      *    ACREDITACION ENVIADA: MISMO LAYOUT QUE GRABA GMAEBANC1
       FD  BANCSAL                                                      000
           RECORD 70                                                    000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-BAN.                                      000
       01  REG-BAN.                                                     000
           02 BAN-TIPO       PIC X.
           02 BAN-PAGO       PIC X(4).
           02 BAN-NRO        PIC X(10).
           02 BAN-APYN       PIC X(27).
           02 BAN-IMPORTE    PIC 9(11)V99.
           02 FILLER         PIC X(15).
      *    MISMO DISE�O DE MAEAIDX QUE GRABA GMAEALOD1
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
      *    HABERES IMPAGOS: UN REGISTRO POR TRANSFERENCIA RECHAZADA
      *    CON EL MOTIVO DEL BANCO Y LA ACCION TOMADA ('S' =
      *    SUSPENDIDO, 'B' = CAMBIO DE BOCA Y REEMISION, 'R' =
      *    REEMISION, 'M' = REVISION MANUAL)
       FD  IMPAGOS                                                      000
           RECORD 100                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-IMP.                                      000
       01  REG-IMP.                                                     000
           02 IMP-PERIODO    PIC X(6).
           02 IMP-NRO        PIC X(10).
           02 IMP-SEC        PIC XX.
           02 IMP-APYN       PIC X(27).
           02 IMP-PAGO       PIC X(4).
           02 IMP-IMPORTE    PIC 9(11)V99.
           02 IMP-MOTIVO     PIC XX.
           02 IMP-ACCION     PIC X.
           02 IMP-PAGO-NUEVO PIC X(4).
           02 IMP-FEC-PROC   PIC 9(8).
           02 FILLER         PIC X(23).
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
      *    NETOS A REEMITIR EN LA PROXIMA ACREDITACION, EN EL LAYOUT
      *    DE 140 DE MAEACT (ENTRADA DIRECTA DEL BANCIN DE GMAEBANC1)
       FD  REEMIS                                                       000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REE.                                      000
       01  REG-REE PIC X(140).                                          000
      *    INFORME DE RECHAZOS POR MOTIVO
       FD  RENREP                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REP-REC.                                  000
       01  REG-REP-REC PIC X(132).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-REN           PIC XX VALUE 'NO'.
       77  FIN-BAN           PIC XX VALUE 'NO'.
       77  FIN-ARC           PIC XX VALUE 'NO'.
       77  HAY-TRAILER       PIC X  VALUE 'N'.
       77  LEIDO-REN         PIC 9(8) VALUE ZEROS.
       77  LEIDO-BAN         PIC 9(8) VALUE ZEROS.
       77  LEIDO-ARC         PIC 9(8) VALUE ZEROS.
       77  T-RECHAZOS        PIC 9(8) VALUE ZEROS.
       77  T-INVALIDOS       PIC 9(8) VALUE ZEROS.
       77  T-SUSPENDIDOS     PIC 9(8) VALUE ZEROS.
       77  T-CAMBIO-BOCA     PIC 9(8) VALUE ZEROS.
       77  T-REEMITIDOS      PIC 9(8) VALUE ZEROS.
       77  T-MANUALES        PIC 9(8) VALUE ZEROS.
       77  T-NOVEDADES       PIC 9(8) VALUE ZEROS.
       77  IMP-RECHAZADO     PIC S9(13)V99 VALUE ZEROS.
       77  IMP-REEMITIDO     PIC S9(13)V99 VALUE ZEROS.
       77  IMP-SUSPENDIDO    PIC S9(13)V99 VALUE ZEROS.
       77  IMP-MANUAL        PIC S9(13)V99 VALUE ZEROS.
       77  W                 PIC 99 VALUE ZEROS.
       77  M                 PIC 99 VALUE ZEROS.
       77  BAN-TOPE          PIC 99 VALUE ZEROS.
       77  SEC-TOPE          PIC 99 VALUE ZEROS.
       77  MAE-TOPE          PIC 99 VALUE ZEROS.
       77  BAN-USO           PIC 99 VALUE ZEROS.
       77  SEC-USO           PIC 99 VALUE ZEROS.
       77  MOT-USO           PIC 99 VALUE ZEROS.
       77  MAEAIDX-STATUS    PIC XX VALUE SPACES.
       77  NRO-CARGADO       PIC X(10) VALUE LOW-VALUES.
       77  NETO-LINEA        PIC S9(11)V99 VALUE ZEROS.
       77  MASC-IMP          PIC -(11)9,99.
       77  MASC-TOT          PIC -(13)9,99.
       77  MASC-CANT         PIC ZZZZZZZ9.
      *    TARJETA: PERIODO DE LA ACREDITACION RENDIDA (AAAAMM) Y
      *    TIPO DE CORRIDA EN COL 7-8 (SA = AGUINALDO, BLANCO =
      *    MENSUAL), COMO LA TARJETA DE GMAEALOD1
       01  PARAM.
           02 PERIODO-REN    PIC X(6).
           02 TIPO-REN       PIC XX.
      *    MOTIVOS DE RECHAZO CONVENIDOS CON EL BANCO Y LA ACCION QUE
      *    CORRESPONDE A CADA UNO: 'S' = SUSPENDER (NO SE REEMITE
      *    HASTA QUE EL BENEFICIARIO REGULARICE), 'B' = CAMBIAR LA
      *    BOCA Y REEMITIR, 'R' = REEMITIR, 'M' = REVISION MANUAL. LA
      *    ULTIMA FILA RECIBE LOS CODIGOS QUE NO FIGURAN EN LA TABLA
       01  TABLA-MOTIVOS.
           02 FILLER PIC X(23) VALUE '01SCUENTA CERRADA      '.
           02 FILLER PIC X(23) VALUE '02STITULAR FALLECIDO   '.
           02 FILLER PIC X(23) VALUE '03BBOCA ERRONEA        '.
           02 FILLER PIC X(23) VALUE '04RCUENTA INEXISTENTE  '.
           02 FILLER PIC X(23) VALUE '05RCUENTA BLOQUEADA    '.
           02 FILLER PIC X(23) VALUE '06RDATOS NO COINCIDEN  '.
           02 FILLER PIC X(23) VALUE '99ROTROS MOTIVOS       '.
           02 FILLER PIC X(23) VALUE '  MMOTIVO DESCONOCIDO  '.
       01  T-MOTIVOS REDEFINES TABLA-MOTIVOS.
           02 MOT-ENTRY OCCURS 8.
              03 MOT-CODIGO  PIC XX.
              03 MOT-ACCION  PIC X.
              03 MOT-DESCRIP PIC X(20).
       01  TOTALES-MOTIVOS.
           02 TMO-ENTRY OCCURS 8.
              03 TMO-CANT    PIC 9(8).
              03 TMO-IMPORTE PIC S9(13)V99.
      *    TRANSFERENCIAS ENVIADAS AL NRO EN CURSO (UNA POR SEC)
       01  TABLA-BAN.
           02 TBAN-ENTRY OCCURS 20.
              03 TBAN-PAGO    PIC X(4).
              03 TBAN-IMPORTE PIC 9(11)V99.
              03 TBAN-APYN    PIC X(27).
              03 TBAN-USADO   PIC X.
      *    NETO ARCHIVADO DEL NRO EN CURSO POR SEC (HABER + ANTIG -
      *    IOMA DE TODAS SUS LINEAS, COMO LO ARMA GMAEBANC1) Y LA
      *    LINEA BASE DE LA REEMISION (LA 01 DE LA SEC SI LA HAY)
       01  TABLA-SEC.
           02 TSEC-ENTRY OCCURS 20.
              03 TSEC-SEC     PIC XX.
              03 TSEC-NETO    PIC S9(11)V99.
              03 TSEC-USADO   PIC X.
              03 TSEC-IMAGEN  PIC X(140).
      *    REGISTROS DE MAESTRO DEL NRO EN CURSO (CLAVE DE NOVTRN):
      *    LAS LINEAS 01 Y 02 DEL HISTORICO, SIN LAS *DIF Y SIN LAS
      *    GENERADAS POR GMAEBASE1 (03, EM, GA, SA)
       01  TABLA-MAE.
           02 TMAE-ENTRY OCCURS 40.
              03 TMAE-CODIGO2 PIC X(15).
              03 TMAE-CONC    PIC XX.
              03 TMAE-SEC     PIC XX.
      *    CASO EN PROCESO
       01  CASO-REN.
           02 CR-SEC         PIC XX.
           02 CR-APYN        PIC X(27).
           02 CR-ACCION      PIC X.
           02 CR-OBSER       PIC X(30).
      *    LINEA DE 140 ARCHIVADA, MISMO DISE�O DE REG-LIQ DE
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
           02 L-PARENT          PIC X.
           02 L-ESPOSA-N        PIC 9.
           02 L-HIJOS-N         PIC 99.
           02 L-CADUC           PIC X(6).
           02 L-MARCA-IOMA      PIC X.
           02 L-GRUPO           PIC 9(7).
           02 L-ANTIG           PIC S9(7)V99.
           02 L-SI-ES-VIAL      PIC X.
           02 L-SI-LETRA-ANTIG  PIC X.
           02 L-CODIGO.
              03 L-POS-1-4      PIC X(4).
              03 L-FECHA-REE    PIC X(6).
              03 L-MOTIVO-REE   PIC XX.
              03 FILLER         PIC X(8).
           02 L-CODIGO2         PIC X(15).
           02 L-NRO-SEC         PIC 9(6).
           02 L-POS-138-139     PIC XX.
           02 L-POS-140         PIC X.
       01  CLAVE-DESDE.
           02 CD-FECHA       PIC X(6).
           02 CD-NRO         PIC X(10).
           02 CD-RESTO       PIC X(12).
      *    SECUENCIA DE LAS DOS ENTRADAS: EL APAREO SOLO ES VALIDO
      *    SOBRE ARCHIVOS CLASIFICADOS POR NRO (MISMO CRITERIO QUE
      *    GMAEBANC1)
       01  NRO-REN-ULT       PIC X(10) VALUE LOW-VALUES.
       01  NRO-BAN-ULT       PIC X(10) VALUE LOW-VALUES.
       01  NRO-BAN-AUX       PIC X(10) VALUE LOW-VALUES.
       77  ARCHIVO-ERRONEO   PIC X(8) VALUE SPACES.
       01  REG-REP PIC X(132).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF PERIODO-REN NOT NUMERIC
              OR (TIPO-REN NOT = SPACES AND TIPO-REN NOT = 'SA')
              THEN DISPLAY ' *** ERROR *** INDICAR EL PERIODO RENDIDO'
                           ' (AAAAMM) Y EL TIPO (SA/BLANCO) ***'
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
           OPEN INPUT RENDIC BANCSAL
                OUTPUT IMPAGOS NOVTRN REEMIS RENREP.
           MOVE ZEROS TO TOTALES-MOTIVOS.
           MOVE SPACES TO REG-REP.
           STRING ' RENDICION BANCARIA - ACREDITACIONES NO PAGADAS -'
                  ' PERIODO ' PERIODO-REN ' ' TIPO-REN
                  ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
     **
           PERFORM LEE-BANCSAL THRU FIN-LEE-BANCSAL.
           PERFORM LEE-RENDIC THRU FIN-LEE-RENDIC.
           PERFORM PROCESA-RECHAZO THRU FIN-PROCESA-RECHAZO
                   UNTIL FIN-REN = 'SI'.
     **
           PERFORM RESUMEN-MOTIVOS THRU FIN-RESUMEN-MOTIVOS.
           PERFORM CONTROLA-TRAILER THRU FIN-CONTROLA-TRAILER.
           CLOSE RENDIC BANCSAL MAEAIDX IMPAGOS NOVTRN REEMIS RENREP.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEREND ****'.
           DISPLAY ' PERIODO RENDIDO               : ' PERIODO-REN
                   ' ' TIPO-REN.
           DISPLAY ' TOTAL REG. LEIDOS RENDIC      : ' LEIDO-REN.
           DISPLAY ' TOTAL REG. LEIDOS BANCSAL     : ' LEIDO-BAN.
           DISPLAY ' TOTAL REG. LEIDOS MAEAIDX     : ' LEIDO-ARC.
           DISPLAY ' TOTAL TRANSFERENCIAS RECHAZ.  : ' T-RECHAZOS.
           DISPLAY ' TOTAL SUSPENDIDOS             : ' T-SUSPENDIDOS.
           DISPLAY ' TOTAL CAMBIOS DE BOCA         : ' T-CAMBIO-BOCA.
           DISPLAY ' TOTAL REEMITIDOS              : ' T-REEMITIDOS.
           DISPLAY ' TOTAL A REVISION MANUAL       : ' T-MANUALES.
           DISPLAY ' TOTAL NOVEDADES NOVTRN        : ' T-NOVEDADES.
           DISPLAY ' TOTAL REG. RENDIC INVALIDOS   : ' T-INVALIDOS.
      *    RENDICION INCOMPLETA: NO SE DEBEN APLICAR LAS NOVEDADES NI
      *    REEMITIR; CASOS MANUALES: RETORNO 4 PARA QUE EL
      *    PLANIFICADOR LOS DEJE A LA VISTA SIN CORTAR LA CADENA
           IF RETURN-CODE NOT = 8
              AND (T-MANUALES > ZEROS OR T-INVALIDOS > ZEROS)
              THEN MOVE 4 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    EL TRAILER CIERRA LA RENDICION; LOS REGISTROS DE OTRO TIPO
      *    O CON IMPORTE NO NUMERICO SE INFORMAN Y SE SALTEAN
       LEE-RENDIC.
           READ RENDIC AT END MOVE 'SI' TO FIN-REN
                              GO TO FIN-LEE-RENDIC.
           IF REN-TIPO = 'T'
              THEN MOVE 'S'  TO HAY-TRAILER
                   MOVE 'SI' TO FIN-REN
                   GO TO FIN-LEE-RENDIC.
           IF REN-TIPO NOT = 'D' OR REN-IMPORTE NOT NUMERIC
              THEN ADD 1 TO T-INVALIDOS
                   MOVE SPACES TO REG-REP
                   STRING ' *** REGISTRO DE RENDICION INVALIDO: '
                          REG-REN
                          DELIMITED BY SIZE INTO REG-REP
                   WRITE REG-REP-REC FROM REG-REP
                   GO TO LEE-RENDIC.
           ADD 1 TO LEIDO-REN.
           IF REN-NRO < NRO-REN-ULT
              THEN MOVE 'RENDIC' TO ARCHIVO-ERRONEO
                   PERFORM ERROR-SECUENCIA THRU FIN-ERROR-SECUENCIA.
           MOVE REN-NRO TO NRO-REN-ULT.
       FIN-LEE-RENDIC. EXIT.
       LEE-BANCSAL.
           READ BANCSAL AT END MOVE 'SI' TO FIN-BAN
                               MOVE HIGH-VALUES TO NRO-BAN-AUX
                               GO TO FIN-LEE-BANCSAL.
           IF BAN-TIPO NOT = 'D'
              THEN MOVE 'SI' TO FIN-BAN
                   MOVE HIGH-VALUES TO NRO-BAN-AUX
                   GO TO FIN-LEE-BANCSAL.
           ADD 1 TO LEIDO-BAN.
           MOVE BAN-NRO TO NRO-BAN-AUX.
           IF NRO-BAN-AUX < NRO-BAN-ULT
              THEN MOVE 'BANCSAL' TO ARCHIVO-ERRONEO
                   PERFORM ERROR-SECUENCIA THRU FIN-ERROR-SECUENCIA.
           MOVE NRO-BAN-AUX TO NRO-BAN-ULT.
       FIN-LEE-BANCSAL. EXIT.
      *    ENTRADA SIN CLASIFICAR: EL APAREO DARIA POR NO ENVIADAS
      *    TRANSFERENCIAS QUE SI SE ENVIARON; SE CORTA CON RETORNO 8
      *    Y LAS SALIDAS NO SE DEBEN USAR
       ERROR-SECUENCIA.
           DISPLAY ' *** ERROR *** ' ARCHIVO-ERRONEO ' FUERA DE'
                   ' SECUENCIA NRO - FALTA EL SORT PREVIO ***'.
           MOVE SPACES TO REG-REP.
           STRING ' *** PROCESO ANULADO: ' ARCHIVO-ERRONEO
                  ' FUERA DE SECUENCIA - NO USAR NOVTRN NI REEMIS ***'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           CLOSE RENDIC BANCSAL MAEAIDX IMPAGOS NOVTRN REEMIS RENREP.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
      *    UN RECHAZO: SE UBICA LA TRANSFERENCIA ENVIADA Y LA SEC DEL
      *    HISTORICO, Y SE APLICA LA ACCION DEL MOTIVO. LOS DATOS DEL
      *    NRO (BANCSAL Y MAEAIDX) SE CARGAN UNA SOLA VEZ AUNQUE EL
      *    BANCO DEVUELVA VARIAS TRANSFERENCIAS DEL MISMO BENEFICIO
       PROCESA-RECHAZO.
           ADD 1 TO T-RECHAZOS.
           ADD REN-IMPORTE TO IMP-RECHAZADO.
           MOVE SPACES TO CASO-REN.
           MOVE 8 TO MOT-USO.
           PERFORM BUSCA-MOTIVO THRU FIN-BUSCA-MOTIVO
                   VARYING M FROM 1 BY 1 UNTIL M > 7.
           IF REN-NRO NOT = NRO-CARGADO
              THEN PERFORM CARGA-BANCSAL THRU FIN-CARGA-BANCSAL
                   PERFORM CARGA-HISTORICO THRU FIN-CARGA-HISTORICO
                   MOVE REN-NRO TO NRO-CARGADO.
           MOVE ZEROS TO BAN-USO SEC-USO.
           PERFORM BUSCA-ENVIADA THRU FIN-BUSCA-ENVIADA
                   VARYING W FROM 1 BY 1 UNTIL W > BAN-TOPE.
           IF BAN-USO = ZEROS
              THEN MOVE 'M' TO CR-ACCION
                   MOVE 'NO FIGURA EN BANCSAL ENVIADO' TO CR-OBSER
                   GO TO REGISTRA-RECHAZO.
           MOVE 'S' TO TBAN-USADO (BAN-USO).
           MOVE TBAN-APYN (BAN-USO) TO CR-APYN.
           PERFORM BUSCA-SEC THRU FIN-BUSCA-SEC
                   VARYING W FROM 1 BY 1 UNTIL W > SEC-TOPE.
      *    CON UNA SOLA SEC EN EL HISTORICO NO HAY DUDA AUNQUE EL NETO
      *    NO COINCIDA (LA ACREDITACION PUDO LLEVAR UNA REEMISION
      *    ANTERIOR QUE NO ESTA EN MAEAIDX)
           IF SEC-USO = ZEROS AND SEC-TOPE = 1
              THEN MOVE 1 TO SEC-USO
                   MOVE 'NETO DISTINTO DEL HISTORICO' TO CR-OBSER.
           IF SEC-USO = ZEROS
              THEN MOVE 'M' TO CR-ACCION
                   IF SEC-TOPE = ZEROS
                      THEN MOVE 'SIN LINEAS EN MAEAIDX' TO CR-OBSER
                           GO TO REGISTRA-RECHAZO
                      ELSE MOVE 'SEC NO IDENTIFICADA' TO CR-OBSER
                           GO TO REGISTRA-RECHAZO.
           MOVE 'S' TO TSEC-USADO (SEC-USO).
           MOVE TSEC-SEC (SEC-USO) TO CR-SEC.
           MOVE MOT-ACCION (MOT-USO) TO CR-ACCION.
           IF CR-ACCION = 'S'
              THEN PERFORM SUSPENDE THRU FIN-SUSPENDE
              ELSE
           IF CR-ACCION = 'B'
              THEN PERFORM CAMBIA-BOCA THRU FIN-CAMBIA-BOCA
              ELSE
           IF CR-ACCION = 'R'
              THEN PERFORM REEMITE THRU FIN-REEMITE.
       REGISTRA-RECHAZO.
           PERFORM GRABA-IMPAGO THRU FIN-GRABA-IMPAGO.
           PERFORM LEE-RENDIC THRU FIN-LEE-RENDIC.
       FIN-PROCESA-RECHAZO. EXIT.
       BUSCA-MOTIVO.
           IF MOT-CODIGO (M) = REN-MOTIVO
              THEN MOVE M  TO MOT-USO
                   MOVE 90 TO M.
       FIN-BUSCA-MOTIVO. EXIT.
      *    TRANSFERENCIAS ENVIADAS AL NRO: SE SALTEAN LAS DE NRO
      *    MENOR (ACREDITADAS SIN PROBLEMA) Y SE GUARDAN LAS DEL NRO
       CARGA-BANCSAL.
           MOVE ZEROS TO BAN-TOPE.
           PERFORM SALTEA-BANCSAL THRU FIN-SALTEA-BANCSAL
                   UNTIL NRO-BAN-AUX NOT < REN-NRO.
           PERFORM TOMA-BANCSAL THRU FIN-TOMA-BANCSAL
                   UNTIL NRO-BAN-AUX NOT = REN-NRO.
       FIN-CARGA-BANCSAL. EXIT.
       SALTEA-BANCSAL.
           PERFORM LEE-BANCSAL THRU FIN-LEE-BANCSAL.
       FIN-SALTEA-BANCSAL. EXIT.
       TOMA-BANCSAL.
           IF BAN-TOPE < 20
              THEN ADD 1 TO BAN-TOPE
                   MOVE BAN-PAGO    TO TBAN-PAGO (BAN-TOPE)
                   MOVE BAN-IMPORTE TO TBAN-IMPORTE (BAN-TOPE)
                   MOVE BAN-APYN    TO TBAN-APYN (BAN-TOPE)
                   MOVE 'N'         TO TBAN-USADO (BAN-TOPE).
           PERFORM LEE-BANCSAL THRU FIN-LEE-BANCSAL.
       FIN-TOMA-BANCSAL. EXIT.
       BUSCA-ENVIADA.
           IF TBAN-USADO (W) = 'N'
              AND TBAN-PAGO (W) = REN-PAGO
              AND TBAN-IMPORTE (W) = REN-IMPORTE
              THEN MOVE W  TO BAN-USO
                   MOVE 90 TO W.
       FIN-BUSCA-ENVIADA. EXIT.
       BUSCA-SEC.
           IF TSEC-USADO (W) = 'N'
              AND TSEC-NETO (W) = REN-IMPORTE
              THEN MOVE W  TO SEC-USO
                   MOVE 90 TO W.
       FIN-BUSCA-SEC. EXIT.
      *    LINEAS DEL NRO EN EL PERIODO: SE POSICIONA EN PERIODO +
      *    NRO Y SE AVANZA EN SECUENCIA DE CLAVE (IGUAL QUE
      *    GMAEAQRY1) HASTA SALIR DEL BENEFICIARIO
       CARGA-HISTORICO.
           MOVE ZEROS TO SEC-TOPE MAE-TOPE.
           MOVE 'NO'        TO FIN-ARC.
           MOVE PERIODO-REN TO CD-FECHA.
           MOVE REN-NRO     TO CD-NRO.
           MOVE LOW-VALUES  TO CD-RESTO.
           MOVE CLAVE-DESDE TO ARC-CLAVE.
           START MAEAIDX KEY NOT < ARC-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-ARC
           END-START.
           IF FIN-ARC NOT = 'SI'
              THEN PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
           PERFORM CARGA-ARC THRU FIN-CARGA-ARC
                   UNTIL FIN-ARC = 'SI'.
       FIN-CARGA-HISTORICO. EXIT.
       LEE-MAEAIDX.
           READ MAEAIDX NEXT RECORD
               AT END MOVE 'SI' TO FIN-ARC
                      GO TO FIN-LEE-MAEAIDX
           END-READ.
           IF ARC-FECHA NOT = PERIODO-REN OR ARC-NRO NOT = REN-NRO
              THEN MOVE 'SI' TO FIN-ARC
                   GO TO FIN-LEE-MAEAIDX.
           ADD 1 TO LEIDO-ARC.
       FIN-LEE-MAEAIDX. EXIT.
      *    EN LA RENDICION DEL AGUINALDO SOLO CUENTAN LAS LINEAS SA;
      *    EN LA MENSUAL, TODAS MENOS ESAS. LOS REGISTROS DE MAESTRO
      *    SE TOMAN DE LAS LINEAS 01 / 02 DE CUALQUIER CORRIDA
       CARGA-ARC.
           MOVE ARC-DATOS TO LINEA-ARC.
           IF L-CONC = '01'
              OR (L-CONC = '02' AND L-POS-1-4 NOT = '*DIF')
              THEN PERFORM ALTA-MAESTRO THRU FIN-ALTA-MAESTRO.
           IF TIPO-REN = 'SA' AND L-CONC NOT = 'SA'
              THEN GO TO SIGUE-CARGA-ARC.
           IF TIPO-REN NOT = 'SA' AND L-CONC = 'SA'
              THEN GO TO SIGUE-CARGA-ARC.
           MOVE ZEROS TO NETO-LINEA.
           IF L-HABER NUMERIC
              THEN ADD L-HABER TO NETO-LINEA.
           IF L-ANTIG NUMERIC
              THEN ADD L-ANTIG TO NETO-LINEA.
           IF L-IOMA NUMERIC
              THEN SUBTRACT L-IOMA FROM NETO-LINEA.
           MOVE ZEROS TO SEC-USO.
           PERFORM UBICA-SEC THRU FIN-UBICA-SEC
                   VARYING W FROM 1 BY 1 UNTIL W > SEC-TOPE.
           IF SEC-USO = ZEROS
              THEN IF SEC-TOPE >= 20
                      THEN GO TO SIGUE-CARGA-ARC
                      ELSE ADD 1 TO SEC-TOPE
                           MOVE SEC-TOPE  TO SEC-USO
                           MOVE L-SEC     TO TSEC-SEC (SEC-USO)
                           MOVE ZEROS     TO TSEC-NETO (SEC-USO)
                           MOVE 'N'       TO TSEC-USADO (SEC-USO)
                           MOVE ARC-DATOS TO TSEC-IMAGEN (SEC-USO).
           ADD NETO-LINEA TO TSEC-NETO (SEC-USO).
           IF L-CONC = '01'
              THEN MOVE ARC-DATOS TO TSEC-IMAGEN (SEC-USO).
       SIGUE-CARGA-ARC.
           PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
       FIN-CARGA-ARC. EXIT.
       UBICA-SEC.
           IF TSEC-SEC (W) = L-SEC
              THEN MOVE W  TO SEC-USO
                   MOVE 90 TO W.
       FIN-UBICA-SEC. EXIT.
      *    UN REGISTRO DE MAESTRO PUEDE DAR VARIAS LINEAS EN EL
      *    PERIODO: SE GUARDA UNA SOLA VEZ POR CODIGO2 + CONC + SEC
       ALTA-MAESTRO.
           PERFORM UBICA-MAESTRO THRU FIN-UBICA-MAESTRO
                   VARYING M FROM 1 BY 1 UNTIL M > MAE-TOPE.
           IF M > 90 OR MAE-TOPE >= 40
              THEN GO TO FIN-ALTA-MAESTRO.
           ADD 1 TO MAE-TOPE.
           MOVE L-CODIGO2 TO TMAE-CODIGO2 (MAE-TOPE).
           MOVE L-CONC    TO TMAE-CONC (MAE-TOPE).
           MOVE L-SEC     TO TMAE-SEC (MAE-TOPE).
       FIN-ALTA-MAESTRO. EXIT.
       UBICA-MAESTRO.
           IF TMAE-CODIGO2 (M) = L-CODIGO2
              AND TMAE-CONC (M) = L-CONC
              AND TMAE-SEC (M) = L-SEC
              THEN MOVE 90 TO M.
       FIN-UBICA-MAESTRO. EXIT.
      *    CUENTA CERRADA O TITULAR FALLECIDO: SE VENCE EL BENEFICIO
      *    EN EL PERIODO RENDIDO (CADUC), ASI LA LIQUIDACION SIGUIENTE
      *    LO INFORMA EN CADREP Y CON MODO-CADUC = S LO RETIENE. EL
      *    NETO NO SE REEMITE: QUEDA EN IMPAGOS HASTA QUE SE
      *    REGULARICE
       SUSPENDE.
           MOVE SPACES      TO REG-TRN.
           MOVE 'CADUC'     TO TRN-CAMPO.
           MOVE PERIODO-REN TO TRN-VALOR.
           PERFORM GRABA-NOVEDADES THRU FIN-GRABA-NOVEDADES.
           ADD 1 TO T-SUSPENDIDOS.
           ADD REN-IMPORTE TO IMP-SUSPENDIDO.
           IF CR-OBSER = SPACES
              THEN MOVE 'SUSPENDIDO - CADUC' TO CR-OBSER.
       FIN-SUSPENDE. EXIT.
      *    BOCA ERRONEA: SIN BOCA CORRECTA INFORMADA POR EL BANCO (O
      *    LA MISMA QUE SE ENVIO) REEMITIR REBOTARIA OTRA VEZ; VA A
      *    REVISION MANUAL
       CAMBIA-BOCA.
           IF REN-PAGO-NUEVO NOT NUMERIC OR REN-PAGO-NUEVO = REN-PAGO
              THEN MOVE 'M' TO CR-ACCION
                   MOVE 'BANCO NO INFORMA BOCA NUEVA' TO CR-OBSER
                   GO TO FIN-CAMBIA-BOCA.
           MOVE SPACES         TO REG-TRN.
           MOVE 'PAGO'         TO TRN-CAMPO.
           MOVE REN-PAGO-NUEVO TO TRN-VALOR.
           PERFORM GRABA-NOVEDADES THRU FIN-GRABA-NOVEDADES.
           ADD 1 TO T-CAMBIO-BOCA.
           PERFORM REEMITE THRU FIN-REEMITE.
       FIN-CAMBIA-BOCA. EXIT.
      *    UNA FICHA 'M' POR CADA REGISTRO DE MAESTRO DE LA SEC
      *    RECHAZADA (CAMPO Y VALOR YA CARGADOS EN REG-TRN)
       GRABA-NOVEDADES.
           PERFORM GRABA-UNA-NOVEDAD THRU FIN-GRABA-UNA-NOVEDAD
                   VARYING M FROM 1 BY 1 UNTIL M > MAE-TOPE.
       FIN-GRABA-NOVEDADES. EXIT.
       GRABA-UNA-NOVEDAD.
           IF TMAE-SEC (M) NOT = CR-SEC
              THEN GO TO FIN-GRABA-UNA-NOVEDAD.
           MOVE 'M'              TO TRN-TIPO.
           MOVE TMAE-CODIGO2 (M) TO TRN-CODIGO2.
           MOVE REN-NRO          TO TRN-NRO.
           MOVE TMAE-CONC (M)    TO TRN-CONC.
           MOVE TMAE-SEC (M)     TO TRN-SEC.
           WRITE REG-TRN.
           ADD 1 TO T-NOVEDADES.
       FIN-GRABA-UNA-NOVEDAD. EXIT.
      *    LINEA DE REEMISION SOBRE LA LINEA BASE DE LA SEC: SOLO
      *    LLEVA EL NETO NO ACREDITADO (SIN ANTIG NI IOMA, QUE YA SE
      *    DESCONTARON) Y, EN EL CAMBIO DE BOCA, LA BOCA NUEVA
       REEMITE.
           MOVE TSEC-IMAGEN (SEC-USO) TO LINEA-ARC.
           MOVE '02'        TO L-CONC.
           MOVE ' '         TO L-EME.
           MOVE CR-SEC      TO L-SEC.
           MOVE REN-NRO     TO L-NRO.
           MOVE REN-IMPORTE TO L-HABER.
           MOVE ZEROS       TO L-IOMA L-ANTIG.
           MOVE SPACES      TO L-CODIGO.
           MOVE '*REE'      TO L-POS-1-4.
           MOVE PERIODO-REN TO L-FECHA-REE.
           MOVE REN-MOTIVO  TO L-MOTIVO-REE.
           IF CR-ACCION = 'B'
              THEN MOVE REN-PAGO-NUEVO TO L-PAGO
              ELSE MOVE REN-PAGO       TO L-PAGO.
           WRITE REG-REE FROM LINEA-ARC.
           ADD 1 TO T-REEMITIDOS.
           ADD REN-IMPORTE TO IMP-REEMITIDO.
           IF CR-OBSER = SPACES
              THEN MOVE 'REEMITIDO' TO CR-OBSER.
       FIN-REEMITE. EXIT.
       GRABA-IMPAGO.
           IF CR-ACCION = 'M'
              THEN ADD 1 TO T-MANUALES
                   ADD REN-IMPORTE TO IMP-MANUAL.
           ADD 1           TO TMO-CANT (MOT-USO).
           ADD REN-IMPORTE TO TMO-IMPORTE (MOT-USO).
           MOVE SPACES         TO REG-IMP.
           MOVE PERIODO-REN    TO IMP-PERIODO.
           MOVE REN-NRO        TO IMP-NRO.
           MOVE CR-SEC         TO IMP-SEC.
           MOVE CR-APYN        TO IMP-APYN.
           MOVE REN-PAGO       TO IMP-PAGO.
           MOVE REN-IMPORTE    TO IMP-IMPORTE.
           MOVE REN-MOTIVO     TO IMP-MOTIVO.
           MOVE CR-ACCION      TO IMP-ACCION.
           MOVE FECHA-SIS-AAAAMMDD TO IMP-FEC-PROC.
           IF CR-ACCION = 'B'
              THEN MOVE REN-PAGO-NUEVO TO IMP-PAGO-NUEVO.
           WRITE REG-IMP.
           MOVE REN-IMPORTE TO MASC-IMP.
           MOVE SPACES TO REG-REP.
           STRING ' ' REN-NRO ' ' CR-SEC ' ' CR-APYN
                  ' BOCA ' REN-PAGO ' ' MASC-IMP
                  ' ' REN-MOTIVO ' ' MOT-DESCRIP (MOT-USO)
                  ' ' CR-ACCION ' ' CR-OBSER
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-GRABA-IMPAGO. EXIT.
       RESUMEN-MOTIVOS.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE ' RESUMEN POR MOTIVO DE RECHAZO' TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           PERFORM LINEA-MOTIVO THRU FIN-LINEA-MOTIVO
                   VARYING M FROM 1 BY 1 UNTIL M > 8.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-RECHAZOS    TO MASC-CANT.
           MOVE IMP-RECHAZADO TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL RECHAZADO     CANTIDAD: ' MASC-CANT
                  ' IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-SUSPENDIDOS  TO MASC-CANT.
           MOVE IMP-SUSPENDIDO TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' SUSPENDIDOS         CANTIDAD: ' MASC-CANT
                  ' IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-REEMITIDOS  TO MASC-CANT.
           MOVE IMP-REEMITIDO TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' REEMITIDOS          CANTIDAD: ' MASC-CANT
                  ' IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-MANUALES TO MASC-CANT.
           MOVE IMP-MANUAL TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' A REVISION MANUAL   CANTIDAD: ' MASC-CANT
                  ' IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-NOVEDADES TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' NOVEDADES GRABADAS EN NOVTRN: ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-RESUMEN-MOTIVOS. EXIT.
       LINEA-MOTIVO.
           IF TMO-CANT (M) = ZEROS
              THEN GO TO FIN-LINEA-MOTIVO.
           MOVE TMO-CANT (M)    TO MASC-CANT.
           MOVE TMO-IMPORTE (M) TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' ' MOT-CODIGO (M) ' ' MOT-DESCRIP (M)
                  ' CANTIDAD: ' MASC-CANT ' IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-MOTIVO. EXIT.
      *    LA RENDICION DEBE TRAER SU TRAILER Y CERRAR CON LO LEIDO;
      *    SI NO, EL ARCHIVO LLEGO INCOMPLETO Y SE CORTA CON RETORNO 8
       CONTROLA-TRAILER.
           IF HAY-TRAILER NOT = 'S'
              THEN MOVE SPACES TO REG-REP
                   STRING ' *** RENDICION SIN REGISTRO DE CIERRE -'
                          ' ARCHIVO INCOMPLETO - NO USAR NOVTRN NI'
                          ' REEMIS ***'
                          DELIMITED BY SIZE INTO REG-REP
                   WRITE REG-REP-REC FROM REG-REP
                   DISPLAY ' *** ERROR *** RENDIC SIN TRAILER ***'
                   MOVE 8 TO RETURN-CODE
                   GO TO FIN-CONTROLA-TRAILER.
           IF RTR-CANT NOT = LEIDO-REN
              OR RTR-IMPORTE NOT = IMP-RECHAZADO
              THEN MOVE SPACES TO REG-REP
                   STRING ' *** EL CIERRE DE LA RENDICION NO COINCIDE'
                          ' CON LO LEIDO - NO USAR NOVTRN NI REEMIS ***'
                          DELIMITED BY SIZE INTO REG-REP
                   WRITE REG-REP-REC FROM REG-REP
                   DISPLAY ' *** ERROR *** TRAILER DE RENDIC NO'
                           ' COINCIDE: ' RTR-CANT ' ' LEIDO-REN
                   MOVE 8 TO RETURN-CODE.
       FIN-CONTROLA-TRAILER. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEREND1' TO BIT-PROGRAMA.
           MOVE PERIODO-REN TO BIT-PERIODO.
           IF TIPO-REN = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS RENDICION / NOVEDADES'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-REN   TO BIT-LEIDOS.
           MOVE T-NOVEDADES TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
