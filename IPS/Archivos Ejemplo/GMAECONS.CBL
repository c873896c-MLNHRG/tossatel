       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAECONS1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'CONSULTA INTERACTIVA DE BENEFICIARIO PARA LA ATENCION'. 000
      *REMARKS.'DE RECLAMOS EN VENTANILLA: EL OPERADOR TIPEA EL NRO'.   000
      *REMARKS.'DE BENEFICIO (Y OPCIONALMENTE LA SEC) Y VE EN UNA'.     000
      *REMARKS.'SOLA PANTALLA LOS REGISTROS DE MAESTRO (CODIGO, CADUC,'.000
      *REMARKS.'ESPOSA-N, HIJOS-N, BOCA DE PAGO), LOS EMBARGOS'.        000
      *REMARKS.'VIGENTES DE EMBARG, EL ESTADO DEL ULTIMO PERIODO EN'.   000
      *REMARKS.'PERCTL Y EL NETO COBRADO EN LOS ULTIMOS 12 PERIODOS'.   000
      *REMARKS.'ARCHIVADOS EN EL HISTORICO MAEAIDX POR GMAEALOD1, CON'. 000
      *REMARKS.'EL DETALLE DE LINEAS DE UN PERIODO POR VEZ (SE PASA DE'.000
      *REMARKS.'PERIODO CON S / A). CON I SE IMPRIME LA PANTALLA EN'.   000
      *REMARKS.'CONSTA COMO CONSTANCIA PARA EL BENEFICIARIO. EVITA'.    000
      *REMARKS.'CORRER GMAEAQRY1 EN BATCH Y ESPERAR ARCSAL. SOLO LEE:'. 000
      *REMARKS.'NO SE REGISTRA EN LA BITACORA'.                         000
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT MAESTRO ASSIGN MAESTRO
               FILE STATUS IS MAESTRO-STATUS.
           SELECT EMBARG ASSIGN EMBARG
               FILE STATUS IS EMBARG-STATUS.
           SELECT MAEAIDX ASSIGN MAEAIDX
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY ARC-CLAVE
               FILE STATUS IS MAEAIDX-STATUS.
           SELECT PERCTL ASSIGN PERCTL
               ORGANIZATION INDEXED
               ACCESS DYNAMIC
               RECORD KEY PER-CLAVE
               FILE STATUS IS PERCTL-STATUS.
           SELECT CONSTA ASSIGN CONSTA.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    MAESTRO VIGENTE (SECUENCIA CODIGO2 + NRO + CONC + SEC): EL
      *    NRO NO ES LA CLAVE MAYOR, ASI QUE SE RECORRE COMPLETO EN
      *    CADA CONSULTA
       FD  MAESTRO                                                      000
           RECORD 140                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-MAE.                                      000
       01  REG-MAE PIC X(140).                                          000
      *    EMBARGOS JUDICIALES VIGENTES, MISMA FICHA QUE CARGA
      *    GMAEBASE1 (COL 2-11 NRO, 13 MODO, 15-23 VALOR, 25-27 TOPE,
      *    29-38 JUZGADO, 40-49 CAUSA; '*' EN COL 1 = COMENTARIO)
       FD  EMBARG                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-EMB.                                      000
       01  REG-EMB.                                                     000
           02 EMB-TIPO          PIC X.
           02 EMB-NRO           PIC X(10).
           02 FILLER            PIC X.
           02 EMB-MODO          PIC X.
           02 FILLER            PIC X.
           02 EMB-VALOR         PIC 9(7)V99.
           02 FILLER            PIC X.
           02 EMB-TOPE          PIC 999.
           02 FILLER            PIC X.
           02 EMB-JUZGADO       PIC X(10).
           02 FILLER            PIC X.
           02 EMB-CAUSA         PIC X(10).
           02 EMB-COMENT        PIC X(31).
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
      *    CONSTANCIAS IMPRESAS EN LA SESION: IMAGEN DE LA PANTALLA
      *    CON ENCABEZADO Y LUGAR PARA FIRMA Y SELLO
       FD  CONSTA                                                       000
           RECORD 80                                                    000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-CON-REC.                                  000
       01  REG-CON-REC PIC X(80).                                       000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
       77  MAESTRO-STATUS    PIC XX   VALUE SPACES.
       77  EMBARG-STATUS     PIC XX   VALUE SPACES.
       77  MAEAIDX-STATUS    PIC XX   VALUE SPACES.
       77  PERCTL-STATUS     PIC XX   VALUE SPACES.
       77  FIN-CONS          PIC XX   VALUE 'NO'.
       77  FIN-MAE           PIC XX   VALUE 'NO'.
       77  FIN-EMB           PIC XX   VALUE 'NO'.
       77  FIN-ARC           PIC XX   VALUE 'NO'.
       77  FIN-PER           PIC XX   VALUE 'NO'.
      *    'N' CUANDO EL ARCHIVO NO EXISTE (STATUS 35): LA CONSULTA
      *    SIGUE CON LO DEMAS Y LO AVISA EN PANTALLA
       77  HAY-HISTORICO     PIC X    VALUE 'S'.
       77  HAY-PERCTL        PIC X    VALUE 'S'.
       77  HAY-MAESTRO       PIC X    VALUE 'S'.
       77  HAY-EMBARG        PIC X    VALUE 'S'.
       77  T-CONSULTAS       PIC 9(8) VALUE ZEROS.
       77  T-CONSTANCIAS     PIC 9(8) VALUE ZEROS.
       77  K-IDX             PIC 99   VALUE ZEROS.
       77  C-IDX             PIC 99   VALUE ZEROS.
       77  L-IDX             PIC 99   VALUE ZEROS.
       77  FILA-IMG          PIC 99   VALUE ZEROS.
       77  COL-IMG           PIC 99   VALUE ZEROS.
       77  RESTO-IMG         PIC 99   VALUE ZEROS.
       77  CEL-IDX           PIC 99   VALUE ZEROS.
       77  PUNTERO           PIC 99   VALUE ZEROS.
      *    PERIODO QUE SE MUESTRA EN EL DETALLE (1 = EL MAS RECIENTE)
       77  PER-ACT           PIC 99   VALUE ZEROS.
       77  MASC-CANT         PIC ZZ9.
       77  MASC-CANT2        PIC Z9.
       77  MASC-NETO         PIC -(7)9,99.
       77  MASC-IOMA         PIC -(6)9,99.
       77  MASC-VALOR        PIC Z(6)9,99.
       77  MASC-TOPE         PIC ZZ9.
       77  ESTADO-AUX        PIC X    VALUE SPACES.
       77  ESTADO-TXT        PIC X(11) VALUE SPACES.
       77  ESTADO-ME-TXT     PIC X(11) VALUE SPACES.
       77  ESTADO-SA-TXT     PIC X(11) VALUE SPACES.
       77  SEC-TXT           PIC X(5) VALUE SPACES.
       77  MODO-TXT          PIC X(10) VALUE SPACES.
       77  MAS-LIN-TXT       PIC X(20) VALUE SPACES.
       77  MENSAJE           PIC X(79) VALUE SPACES.
      *    DATOS PEDIDOS POR PANTALLA
       77  NRO-PED           PIC X(10) VALUE SPACES.
       77  SEC-PED           PIC XX   VALUE SPACES.
       77  OPCION            PIC X    VALUE SPACES.
      *    REGISTRO DE MAESTRO O LINEA ARCHIVADA, AMBOS EN EL LAYOUT
      *    DE 140 DE REG-LIQ (MISMO DISE�O QUE EN GMAEMANT1)
       01  REG-LIQ.
           02 MARCA           PIC X.
           02 CONC            PIC XX.
           02 SEC             PIC XX.
           02 NRO             PIC X(10).
           02 EME             PIC X.
           02 APYN            PIC X(27).
           02 PAGO            PIC X(4).
           02 HABER           PIC S9(9)V99.
           02 IOMA            PIC S9(7)V99.
           02 PARENT          PIC X.
           02 ESPOSA.
              03 ESPOSA-N     PIC 9.
           02 HIJOS.
              03 HIJOS-N      PIC 99.
           02 CADUC           PIC X(6).
           02 MARCA-IOMA      PIC X.
           02 GRUPO           PIC 9(7).
           02 ANTIG           PIC S9(7)V99.
           02 SI-ES-VIAL      PIC X.
           02 SI-LETRA-ANTIG  PIC X.
           02 CODIGO          PIC X(20).
           02 CODIGO2         PIC X(15).
           02 NRO-SEC         PIC 9(6).
           02 POS-138-139     PIC XX.
           02 POS-140         PIC X.
      *    REGISTROS DE MAESTRO DEL BENEFICIO (SE MUESTRAN 3; LA
      *    CANTIDAD TOTAL QUEDA EN MAE-CANT)
       77  MAE-CANT          PIC 999  VALUE ZEROS.
       77  MAE-APYN          PIC X(27) VALUE SPACES.
       01  TABLA-MAE.
           02 MAE-ENTRY OCCURS 3.
              03 TM-SEC       PIC XX.
              03 TM-CONC      PIC XX.
              03 TM-APYN      PIC X(27).
              03 TM-CODIGO    PIC X(20).
              03 TM-CADUC     PIC X(6).
              03 TM-ESPOSA    PIC X.
              03 TM-HIJOS     PIC XX.
              03 TM-PAGO      PIC X(4).
      *    EMBARGOS VIGENTES DEL BENEFICIO (SE MUESTRAN 2)
       77  EMB-CANT          PIC 999  VALUE ZEROS.
       01  TABLA-EMB.
           02 EMB-ENTRY OCCURS 2.
              03 TE-MODO      PIC X.
              03 TE-VALOR     PIC 9(7)V99.
              03 TE-TOPE      PIC 999.
              03 TE-JUZGADO   PIC X(10).
              03 TE-CAUSA     PIC X(10).
      *    ULTIMO PERIODO DE PERCTL Y ESTADO DE SUS CORRIDAS
       77  ULT-FECHA         PIC X(6) VALUE SPACES.
       77  ULT-EST-ME        PIC X    VALUE SPACES.
       77  ULT-EST-SA        PIC X    VALUE SPACES.
      *    ULTIMOS 12 PERIODOS DISTINTOS DEL HISTORICO MAEAIDX, DE MAS
      *    VIEJO A MAS NUEVO. SALEN DEL HISTORICO Y NO DE PERCTL: UN
      *    PERIODO YA CERRADO QUE GMAEALOD1 TODAVIA NO ARCHIVO NO TIENE
      *    LINEAS Y SE MOSTRARIA COMO SIN PAGO
       77  HIS-TOPE          PIC 99   VALUE ZEROS.
       01  TABLA-HISTORICO.
           02 PH-FECHA OCCURS 12 PIC X(6).
      *    LINEAS COBRADAS POR PERIODO, DEL MAS RECIENTE AL MAS VIEJO;
      *    EL NETO ES HABER+ANTIG MENOS IOMA DE TODAS LAS LINEAS
      *    (MISMO NETO QUE ACREDITA GMAEBANC1); SE GUARDA EL DETALLE
      *    DE LAS 6 PRIMERAS, QUE ES LO QUE ENTRA EN PANTALLA
       77  PER-TOPE          PIC 99   VALUE ZEROS.
       01  TABLA-PERIODOS.
           02 PD-ENTRY OCCURS 12.
              03 PD-FECHA     PIC X(6).
              03 PD-LINEAS    PIC 999.
              03 PD-NETO      PIC S9(11)V99.
              03 PD-LIN OCCURS 6.
                 04 LP-CONC   PIC XX.
                 04 LP-SEC    PIC XX.
                 04 LP-BRUTO  PIC S9(9)V99.
                 04 LP-IOMA   PIC S9(7)V99.
                 04 LP-NETO   PIC S9(9)V99.
       77  LIN-BRUTO         PIC S9(9)V99 VALUE ZEROS.
       77  LIN-IOMA          PIC S9(7)V99 VALUE ZEROS.
       01  CLAVE-DESDE.
           02 CD-FECHA       PIC X(6).
           02 CD-NRO         PIC X(10).
           02 CD-RESTO       PIC X(12).
      *    IMAGEN DE LA PANTALLA: LA MISMA SE MUESTRA Y SE IMPRIME
       01  IMAGEN.
           02 IMG-LIN OCCURS 23 PIC X(79).
       01  CELDA.
           02 CEL-MARCA      PIC X.
           02 CEL-FECHA      PIC X(6).
           02 FILLER         PIC X.
           02 CEL-NETO       PIC X(11).
       01  REG-CON PIC X(80).
       SCREEN SECTION.
       01  PANTALLA-DATOS.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 PIC X(79) FROM IMG-LIN (1).
           05 LINE 2 COLUMN 1 PIC X(79) FROM IMG-LIN (2).
           05 LINE 3 COLUMN 1 PIC X(79) FROM IMG-LIN (3).
           05 LINE 4 COLUMN 1 PIC X(79) FROM IMG-LIN (4).
           05 LINE 5 COLUMN 1 PIC X(79) FROM IMG-LIN (5).
           05 LINE 6 COLUMN 1 PIC X(79) FROM IMG-LIN (6).
           05 LINE 7 COLUMN 1 PIC X(79) FROM IMG-LIN (7).
           05 LINE 8 COLUMN 1 PIC X(79) FROM IMG-LIN (8).
           05 LINE 9 COLUMN 1 PIC X(79) FROM IMG-LIN (9).
           05 LINE 10 COLUMN 1 PIC X(79) FROM IMG-LIN (10).
           05 LINE 11 COLUMN 1 PIC X(79) FROM IMG-LIN (11).
           05 LINE 12 COLUMN 1 PIC X(79) FROM IMG-LIN (12).
           05 LINE 13 COLUMN 1 PIC X(79) FROM IMG-LIN (13).
           05 LINE 14 COLUMN 1 PIC X(79) FROM IMG-LIN (14).
           05 LINE 15 COLUMN 1 PIC X(79) FROM IMG-LIN (15).
           05 LINE 16 COLUMN 1 PIC X(79) FROM IMG-LIN (16).
           05 LINE 17 COLUMN 1 PIC X(79) FROM IMG-LIN (17).
           05 LINE 18 COLUMN 1 PIC X(79) FROM IMG-LIN (18).
           05 LINE 19 COLUMN 1 PIC X(79) FROM IMG-LIN (19).
           05 LINE 20 COLUMN 1 PIC X(79) FROM IMG-LIN (20).
           05 LINE 21 COLUMN 1 PIC X(79) FROM IMG-LIN (21).
           05 LINE 22 COLUMN 1 PIC X(79) FROM IMG-LIN (22).
           05 LINE 23 COLUMN 1 PIC X(79) FROM IMG-LIN (23).
       01  PANTALLA-PEDIDO.
           05 LINE 24 COLUMN 2 VALUE 'BENEFICIO:'.
           05 LINE 24 COLUMN 13 PIC X(10) USING NRO-PED.
           05 LINE 24 COLUMN 25 VALUE 'SEC:'.
           05 LINE 24 COLUMN 30 PIC XX USING SEC-PED.
           05 LINE 24 COLUMN 34
              VALUE '(BENEFICIO EN BLANCO = TERMINAR)'.
       01  PANTALLA-OPCION.
           05 LINE 24 COLUMN 2 VALUE 'OPCION:'.
           05 LINE 24 COLUMN 10 PIC X USING OPCION.
           05 LINE 24 COLUMN 13 VALUE 'S=PER.SIGUIENTE A=PER.ANTERIOR'.
           05 LINE 24 COLUMN 44 VALUE 'I=IMPRIMIR N=NUEVA F=FIN'.
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
      *    EL HISTORICO SE ABRE UNA VEZ POR SESION; SI TODAVIA NO SE
      *    ARCHIVO NINGUN PERIODO LA CONSULTA MUESTRA EL RESTO
           OPEN INPUT MAEAIDX.
           IF MAEAIDX-STATUS NOT = '00'
              THEN MOVE 'N' TO HAY-HISTORICO.
           OPEN OUTPUT CONSTA.
           MOVE SPACES TO MENSAJE.
           PERFORM PIDE-BENEFICIO THRU FIN-PIDE-BENEFICIO.
           PERFORM CONSULTA THRU FIN-CONSULTA UNTIL FIN-CONS = 'SI'.
           IF HAY-HISTORICO = 'S'
              THEN CLOSE MAEAIDX.
           CLOSE CONSTA.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAECONS ****'.
           DISPLAY ' TOTAL CONSULTAS REALIZADAS    : ' T-CONSULTAS.
           DISPLAY ' TOTAL CONSTANCIAS IMPRESAS    : ' T-CONSTANCIAS.
           STOP RUN.
     **
      *    PANTALLA VACIA CON EL PEDIDO DE NRO Y SEC; NRO EN BLANCO
      *    TERMINA LA SESION
       PIDE-BENEFICIO.
           MOVE SPACES TO IMAGEN NRO-PED SEC-PED.
           PERFORM ARMA-TITULO THRU FIN-ARMA-TITULO.
           IF MENSAJE = SPACES
              THEN MOVE ' INGRESE EL BENEFICIO Y LA SEC (OPCIONAL)'
                        TO MENSAJE.
           MOVE MENSAJE TO IMG-LIN (23).
           MOVE SPACES TO MENSAJE.
           DISPLAY PANTALLA-DATOS.
           ACCEPT PANTALLA-PEDIDO.
           IF NRO-PED = SPACES
              THEN MOVE 'SI' TO FIN-CONS.
       FIN-PIDE-BENEFICIO. EXIT.
      *    UNA CONSULTA: SE LEE TODO LO DEL BENEFICIO UNA SOLA VEZ Y
      *    LUEGO SE ATIENDEN LAS OPCIONES SOBRE LO CARGADO
       CONSULTA.
           ADD 1 TO T-CONSULTAS.
           PERFORM CARGA-PERCTL THRU FIN-CARGA-PERCTL.
           PERFORM CARGA-MAESTRO THRU FIN-CARGA-MAESTRO.
           PERFORM CARGA-EMBARG THRU FIN-CARGA-EMBARG.
           PERFORM CARGA-HISTORICO THRU FIN-CARGA-HISTORICO.
           MOVE ZEROS TO PER-TOPE.
           PERFORM CARGA-PERIODO THRU FIN-CARGA-PERIODO
                   VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > HIS-TOPE.
           MOVE 1 TO PER-ACT.
           MOVE SPACES TO OPCION.
           PERFORM ATIENDE THRU FIN-ATIENDE
                   UNTIL OPCION = 'N' OR OPCION = 'F'.
           IF OPCION = 'F'
              THEN MOVE 'SI' TO FIN-CONS
              ELSE PERFORM PIDE-BENEFICIO THRU FIN-PIDE-BENEFICIO.
       FIN-CONSULTA. EXIT.
       ATIENDE.
           PERFORM ARMA-IMAGEN THRU FIN-ARMA-IMAGEN.
           MOVE MENSAJE TO IMG-LIN (23).
           MOVE SPACES TO MENSAJE OPCION.
           DISPLAY PANTALLA-DATOS.
           ACCEPT PANTALLA-OPCION.
           INSPECT OPCION CONVERTING 'saifn' TO 'SAIFN'.
           IF OPCION = 'N' OR OPCION = 'F'
              THEN GO TO FIN-ATIENDE.
           IF OPCION = 'I'
              THEN PERFORM IMPRIME THRU FIN-IMPRIME
                   GO TO FIN-ATIENDE.
           IF OPCION = 'S'
              THEN IF PER-ACT < PER-TOPE
                      THEN ADD 1 TO PER-ACT
                      ELSE MOVE ' NO HAY PERIODOS ARCHIVADOS MAS VIEJOS'
                                TO MENSAJE.
           IF OPCION = 'A'
              THEN IF PER-ACT > 1
                      THEN SUBTRACT 1 FROM PER-ACT
                      ELSE MOVE ' YA ESTA EN EL PERIODO MAS RECIENTE'
                                TO MENSAJE.
           IF OPCION NOT = 'S' AND OPCION NOT = 'A'
              THEN MOVE ' OPCION INVALIDA' TO MENSAJE.
       FIN-ATIENDE. EXIT.
     **
      *    ULTIMO PERIODO DE PERCTL Y EL ESTADO DE SUS CORRIDAS.
      *    PERCTL VIENE EN SECUENCIA DE FECHA + TIPO: EL ULTIMO
      *    REGISTRO LEIDO ES EL PERIODO MAS NUEVO
       CARGA-PERCTL.
           MOVE SPACES TO ULT-FECHA ULT-EST-ME ULT-EST-SA.
           MOVE 'S' TO HAY-PERCTL.
           MOVE 'NO' TO FIN-PER.
           OPEN INPUT PERCTL.
           IF PERCTL-STATUS NOT = '00'
              THEN MOVE 'N' TO HAY-PERCTL
                   GO TO FIN-CARGA-PERCTL.
           MOVE LOW-VALUES TO PER-CLAVE.
           START PERCTL KEY NOT < PER-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-PER
           END-START.
           PERFORM LEE-PERCTL THRU FIN-LEE-PERCTL UNTIL FIN-PER = 'SI'.
           CLOSE PERCTL.
       FIN-CARGA-PERCTL. EXIT.
       LEE-PERCTL.
           READ PERCTL NEXT RECORD
               AT END MOVE 'SI' TO FIN-PER
                      GO TO FIN-LEE-PERCTL
           END-READ.
           IF PER-FECHA NOT = ULT-FECHA
              THEN MOVE PER-FECHA TO ULT-FECHA
                   MOVE SPACES TO ULT-EST-ME ULT-EST-SA.
           IF PER-TIPO = 'SA'
              THEN MOVE PER-ESTADO TO ULT-EST-SA
              ELSE MOVE PER-ESTADO TO ULT-EST-ME.
       FIN-LEE-PERCTL. EXIT.
     **
      *    REGISTROS DE MAESTRO DEL NRO (Y DE LA SEC SI SE PIDIO UNA)
       CARGA-MAESTRO.
           MOVE ZEROS TO MAE-CANT.
           MOVE SPACES TO TABLA-MAE MAE-APYN.
           MOVE 'S' TO HAY-MAESTRO.
           MOVE 'NO' TO FIN-MAE.
           OPEN INPUT MAESTRO.
           IF MAESTRO-STATUS NOT = '00'
              THEN MOVE 'N' TO HAY-MAESTRO
                   GO TO FIN-CARGA-MAESTRO.
           PERFORM LEE-MAESTRO THRU FIN-LEE-MAESTRO
                   UNTIL FIN-MAE = 'SI'.
           CLOSE MAESTRO.
       FIN-CARGA-MAESTRO. EXIT.
       LEE-MAESTRO.
           READ MAESTRO INTO REG-LIQ
               AT END MOVE 'SI' TO FIN-MAE
                      GO TO FIN-LEE-MAESTRO.
           IF NRO NOT = NRO-PED
              THEN GO TO FIN-LEE-MAESTRO.
           IF SEC-PED NOT = SPACES AND SEC NOT = SEC-PED
              THEN GO TO FIN-LEE-MAESTRO.
           ADD 1 TO MAE-CANT.
           IF MAE-APYN = SPACES
              THEN MOVE APYN TO MAE-APYN.
           IF MAE-CANT > 3
              THEN GO TO FIN-LEE-MAESTRO.
           MOVE SEC    TO TM-SEC (MAE-CANT).
           MOVE CONC   TO TM-CONC (MAE-CANT).
           MOVE APYN   TO TM-APYN (MAE-CANT).
           MOVE CODIGO TO TM-CODIGO (MAE-CANT).
           MOVE CADUC  TO TM-CADUC (MAE-CANT).
           MOVE ESPOSA TO TM-ESPOSA (MAE-CANT).
           MOVE HIJOS  TO TM-HIJOS (MAE-CANT).
           MOVE PAGO   TO TM-PAGO (MAE-CANT).
       FIN-LEE-MAESTRO. EXIT.
      *    EMBARGOS DEL NRO, CON EL MISMO CRITERIO DE FICHA VALIDA QUE
      *    LA CARGA DE GMAEBASE1 (LAS RECHAZADAS ALLA NO SE APLICAN)
       CARGA-EMBARG.
           MOVE ZEROS TO EMB-CANT.
           MOVE SPACES TO TABLA-EMB.
           MOVE 'S' TO HAY-EMBARG.
           MOVE 'NO' TO FIN-EMB.
           OPEN INPUT EMBARG.
           IF EMBARG-STATUS NOT = '00'
              THEN MOVE 'N' TO HAY-EMBARG
                   GO TO FIN-CARGA-EMBARG.
           PERFORM LEE-EMBARG THRU FIN-LEE-EMBARG UNTIL FIN-EMB = 'SI'.
           CLOSE EMBARG.
       FIN-CARGA-EMBARG. EXIT.
       LEE-EMBARG.
           READ EMBARG AT END MOVE 'SI' TO FIN-EMB
                              GO TO FIN-LEE-EMBARG.
           IF EMB-TIPO = '*' OR EMB-NRO NOT = NRO-PED
              THEN GO TO FIN-LEE-EMBARG.
           IF EMB-VALOR NOT NUMERIC OR EMB-TOPE NOT NUMERIC
              OR (EMB-MODO NOT = 'P' AND EMB-MODO NOT = 'I')
              THEN GO TO FIN-LEE-EMBARG.
           ADD 1 TO EMB-CANT.
           IF EMB-CANT > 2
              THEN GO TO FIN-LEE-EMBARG.
           MOVE EMB-MODO    TO TE-MODO (EMB-CANT).
           MOVE EMB-VALOR   TO TE-VALOR (EMB-CANT).
           MOVE EMB-TOPE    TO TE-TOPE (EMB-CANT).
           MOVE EMB-JUZGADO TO TE-JUZGADO (EMB-CANT).
           MOVE EMB-CAUSA   TO TE-CAUSA (EMB-CANT).
       FIN-LEE-EMBARG. EXIT.
     **
      *    PERIODOS ARCHIVADOS: SE LEE EL PRIMER REGISTRO DE CADA
      *    PERIODO Y SE SALTA AL SIGUIENTE CON UN START POSTERIOR A LA
      *    ULTIMA CLAVE POSIBLE DEL PERIODO LEIDO (UN START POR
      *    PERIODO, NO SE RECORRE EL HISTORICO). EL MENSUAL Y EL
      *    AGUINALDO DE UN MISMO PERIODO COMPARTEN FECHA (EL SA VA
      *    CON CONC SA) Y CUENTAN UNA SOLA VEZ
       CARGA-HISTORICO.
           MOVE ZEROS TO HIS-TOPE.
           IF HAY-HISTORICO = 'N'
              THEN GO TO FIN-CARGA-HISTORICO.
           MOVE LOW-VALUES TO ARC-CLAVE.
           MOVE 'NO' TO FIN-ARC.
           START MAEAIDX KEY NOT < ARC-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-ARC
           END-START.
           PERFORM LEE-HISTORICO THRU FIN-LEE-HISTORICO
                   UNTIL FIN-ARC = 'SI'.
       FIN-CARGA-HISTORICO. EXIT.
       LEE-HISTORICO.
           READ MAEAIDX NEXT RECORD
               AT END MOVE 'SI' TO FIN-ARC
                      GO TO FIN-LEE-HISTORICO
           END-READ.
           PERFORM AGREGA-HISTORICO THRU FIN-AGREGA-HISTORICO.
           MOVE HIGH-VALUES TO ARC-CLAVE.
           MOVE PH-FECHA (HIS-TOPE) TO ARC-FECHA.
           START MAEAIDX KEY > ARC-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-ARC
           END-START.
       FIN-LEE-HISTORICO. EXIT.
      *    CON LA TABLA LLENA SE CORRE UN LUGAR Y SE PIERDE EL MAS VIEJO
       AGREGA-HISTORICO.
           IF HIS-TOPE < 12
              THEN ADD 1 TO HIS-TOPE
                   MOVE ARC-FECHA TO PH-FECHA (HIS-TOPE)
                   GO TO FIN-AGREGA-HISTORICO.
           PERFORM CORRE-HISTORICO THRU FIN-CORRE-HISTORICO
                   VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > 11.
           MOVE ARC-FECHA TO PH-FECHA (12).
       FIN-AGREGA-HISTORICO. EXIT.
       CORRE-HISTORICO.
           MOVE PH-FECHA (C-IDX + 1) TO PH-FECHA (C-IDX).
       FIN-CORRE-HISTORICO. EXIT.
      *    LINEAS DE UN PERIODO ARCHIVADO: EL HISTORICO ESTA EN CLAVE
      *    PERIODO + NRO, ASI QUE SE POSICIONA UNA VEZ POR PERIODO
      *    (COMO GMAEAQRY1) Y SE LEE MIENTRAS SIGA EL MISMO NRO.
      *    EL PERIODO K DE LA TABLA ES EL K-ESIMO MAS RECIENTE
       CARGA-PERIODO.
           ADD 1 TO PER-TOPE.
           COMPUTE C-IDX = HIS-TOPE - K-IDX + 1.
           MOVE PH-FECHA (C-IDX) TO PD-FECHA (K-IDX).
           MOVE ZEROS TO PD-LINEAS (K-IDX) PD-NETO (K-IDX).
           IF HAY-HISTORICO = 'N'
              THEN GO TO FIN-CARGA-PERIODO.
           MOVE PD-FECHA (K-IDX) TO CD-FECHA.
           MOVE NRO-PED          TO CD-NRO.
           MOVE LOW-VALUES       TO CD-RESTO.
           MOVE CLAVE-DESDE TO ARC-CLAVE.
           MOVE 'NO' TO FIN-ARC.
           START MAEAIDX KEY NOT < ARC-CLAVE
               INVALID KEY MOVE 'SI' TO FIN-ARC
           END-START.
           IF FIN-ARC NOT = 'SI'
              THEN PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
           PERFORM SUMA-LINEA THRU FIN-SUMA-LINEA UNTIL FIN-ARC = 'SI'.
       FIN-CARGA-PERIODO. EXIT.
       LEE-MAEAIDX.
           READ MAEAIDX NEXT RECORD
               AT END MOVE 'SI' TO FIN-ARC
                      GO TO FIN-LEE-MAEAIDX
           END-READ.
           IF ARC-FECHA NOT = PD-FECHA (K-IDX) OR ARC-NRO NOT = NRO-PED
              THEN MOVE 'SI' TO FIN-ARC.
       FIN-LEE-MAEAIDX. EXIT.
      *    LOS IMPORTES NO NUMERICOS NO SE ACUMULAN (MISMO CRITERIO
      *    QUE GMAEBANC1 Y EL BALANCE DE GMAETESO1)
       SUMA-LINEA.
           IF SEC-PED NOT = SPACES AND ARC-SEC NOT = SEC-PED
              THEN GO TO SIGUE-SUMA-LINEA.
           MOVE ARC-DATOS TO REG-LIQ.
           MOVE ZEROS TO LIN-BRUTO LIN-IOMA.
           IF HABER NUMERIC
              THEN ADD HABER TO LIN-BRUTO.
           IF ANTIG NUMERIC
              THEN ADD ANTIG TO LIN-BRUTO.
           IF IOMA NUMERIC
              THEN MOVE IOMA TO LIN-IOMA.
           ADD 1 TO PD-LINEAS (K-IDX).
           COMPUTE PD-NETO (K-IDX) = PD-NETO (K-IDX)
                                   + LIN-BRUTO - LIN-IOMA.
           IF PD-LINEAS (K-IDX) > 6
              THEN GO TO SIGUE-SUMA-LINEA.
           MOVE PD-LINEAS (K-IDX) TO L-IDX.
           MOVE CONC      TO LP-CONC (K-IDX L-IDX).
           MOVE SEC       TO LP-SEC (K-IDX L-IDX).
           MOVE LIN-BRUTO TO LP-BRUTO (K-IDX L-IDX).
           MOVE LIN-IOMA  TO LP-IOMA (K-IDX L-IDX).
           COMPUTE LP-NETO (K-IDX L-IDX) = LIN-BRUTO - LIN-IOMA.
       SIGUE-SUMA-LINEA.
           PERFORM LEE-MAEAIDX THRU FIN-LEE-MAEAIDX.
       FIN-SUMA-LINEA. EXIT.
     **
      *    ARMA LAS 22 LINEAS DE DATOS DE LA PANTALLA (LA 23 ES LA DE
      *    MENSAJES):
      *      1      TITULO           2  BENEFICIO     3  PERCTL
      *      4-7    MAESTRO          8-10 EMBARGOS
      *      11-14  NETO POR PERIODO ARCHIVADO (4 POR LINEA)
      *      15-22  DETALLE DEL PERIODO ELEGIDO CON S / A
       ARMA-IMAGEN.
           MOVE SPACES TO IMAGEN.
           PERFORM ARMA-TITULO THRU FIN-ARMA-TITULO.
           IF SEC-PED = SPACES
              THEN MOVE 'TODAS' TO SEC-TXT
              ELSE MOVE SEC-PED TO SEC-TXT.
           MOVE MAE-CANT TO MASC-CANT.
           STRING ' BENEFICIO ' NRO-PED '  SEC ' SEC-TXT '  ' MAE-APYN
                  ' REG.MAESTRO:' MASC-CANT
                  DELIMITED BY SIZE INTO IMG-LIN (2).
           PERFORM ARMA-PERCTL THRU FIN-ARMA-PERCTL.
           PERFORM ARMA-MAESTRO THRU FIN-ARMA-MAESTRO.
           PERFORM ARMA-EMBARG THRU FIN-ARMA-EMBARG.
           PERFORM ARMA-NETOS THRU FIN-ARMA-NETOS.
           PERFORM ARMA-DETALLE THRU FIN-ARMA-DETALLE.
       FIN-ARMA-IMAGEN. EXIT.
       ARMA-TITULO.
           STRING ' GMAECONS1 - CONSULTA DE BENEFICIARIO'
                  '                          FECHA '
                  FEC-SIS-DD '/' FEC-SIS-MM '/' FEC-SIS-AA
                  DELIMITED BY SIZE INTO IMG-LIN (1).
       FIN-ARMA-TITULO. EXIT.
       ARMA-PERCTL.
           IF HAY-PERCTL = 'N'
              THEN MOVE ' *** NO EXISTE PERCTL ***' TO IMG-LIN (3)
                   GO TO FIN-ARMA-PERCTL.
           IF ULT-FECHA = SPACES
              THEN MOVE ' *** PERCTL SIN PERIODOS REGISTRADOS ***'
                        TO IMG-LIN (3)
                   GO TO FIN-ARMA-PERCTL.
           MOVE ULT-EST-ME TO ESTADO-AUX.
           PERFORM TEXTO-ESTADO THRU FIN-TEXTO-ESTADO.
           MOVE ESTADO-TXT TO ESTADO-ME-TXT.
           MOVE ULT-EST-SA TO ESTADO-AUX.
           PERFORM TEXTO-ESTADO THRU FIN-TEXTO-ESTADO.
           MOVE ESTADO-TXT TO ESTADO-SA-TXT.
           STRING ' PERCTL ULTIMO PERIODO ' ULT-FECHA
                  ' - MENSUAL: ' ESTADO-ME-TXT
                  ' AGUINALDO: ' ESTADO-SA-TXT
                  DELIMITED BY SIZE INTO IMG-LIN (3).
       FIN-ARMA-PERCTL. EXIT.
       TEXTO-ESTADO.
           MOVE 'SIN CORRIDA' TO ESTADO-TXT.
           IF ESTADO-AUX = 'A'
              THEN MOVE 'ABIERTO' TO ESTADO-TXT.
           IF ESTADO-AUX = 'C'
              THEN MOVE 'CERRADO' TO ESTADO-TXT.
       FIN-TEXTO-ESTADO. EXIT.
       ARMA-MAESTRO.
           STRING ' SEC CONC  APELLIDO Y NOMBRE           CODIGO'
                  '               CADUC  ESP HIJ BOCA'
                  DELIMITED BY SIZE INTO IMG-LIN (4).
           IF HAY-MAESTRO = 'N'
              THEN MOVE ' *** NO EXISTE MAESTRO ***' TO IMG-LIN (5)
                   GO TO FIN-ARMA-MAESTRO.
           IF MAE-CANT = ZEROS
              THEN MOVE ' *** SIN REGISTROS EN MAESTRO ***'
                        TO IMG-LIN (5)
                   GO TO FIN-ARMA-MAESTRO.
           PERFORM ARMA-LIN-MAE THRU FIN-ARMA-LIN-MAE
                   VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > 3 OR L-IDX > MAE-CANT.
       FIN-ARMA-MAESTRO. EXIT.
       ARMA-LIN-MAE.
           COMPUTE FILA-IMG = L-IDX + 4.
           STRING ' ' TM-SEC (L-IDX) '   ' TM-CONC (L-IDX)
                  '   ' TM-APYN (L-IDX) ' ' TM-CODIGO (L-IDX)
                  ' ' TM-CADUC (L-IDX) '  ' TM-ESPOSA (L-IDX)
                  '  ' TM-HIJOS (L-IDX) '  ' TM-PAGO (L-IDX)
                  DELIMITED BY SIZE INTO IMG-LIN (FILA-IMG).
       FIN-ARMA-LIN-MAE. EXIT.
      *    LAS CANTIDADES TOTALES DE MAESTRO (LINEA 2) Y DE EMBARGOS
      *    (ENCABEZADO) SE MUESTRAN AUNQUE NO ENTREN TODOS EN PANTALLA
       ARMA-EMBARG.
           IF HAY-EMBARG = 'N'
              THEN MOVE ' *** NO EXISTE EMBARG ***' TO IMG-LIN (9)
                   GO TO FIN-ARMA-EMBARG.
           MOVE EMB-CANT TO MASC-CANT.
           STRING ' EMBARGOS VIGENTES: ' MASC-CANT
                  ' JUZGADO     CAUSA       MODO         '
                  '   VALOR  TOPE'
                  DELIMITED BY SIZE INTO IMG-LIN (8).
           IF EMB-CANT = ZEROS
              THEN MOVE ' *** SIN EMBARGOS VIGENTES ***' TO IMG-LIN (9)
                   GO TO FIN-ARMA-EMBARG.
           PERFORM ARMA-LIN-EMB THRU FIN-ARMA-LIN-EMB
                   VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > 2 OR L-IDX > EMB-CANT.
       FIN-ARMA-EMBARG. EXIT.
       ARMA-LIN-EMB.
           COMPUTE FILA-IMG = L-IDX + 8.
           IF TE-MODO (L-IDX) = 'P'
              THEN MOVE 'PORCENTAJE' TO MODO-TXT
              ELSE MOVE 'IMPORTE'    TO MODO-TXT.
           MOVE TE-VALOR (L-IDX) TO MASC-VALOR.
           MOVE TE-TOPE (L-IDX)  TO MASC-TOPE.
           MOVE 25 TO PUNTERO.
           STRING TE-JUZGADO (L-IDX) '  ' TE-CAUSA (L-IDX)
                  '  ' MODO-TXT ' ' MASC-VALOR '  ' MASC-TOPE '%'
                  DELIMITED BY SIZE INTO IMG-LIN (FILA-IMG)
                  WITH POINTER PUNTERO.
       FIN-ARMA-LIN-EMB. EXIT.
      *    CUADRO DE NETOS: 4 PERIODOS POR LINEA, EL MAS RECIENTE
      *    PRIMERO; '>' MARCA EL PERIODO QUE ESTA EN EL DETALLE
       ARMA-NETOS.
           IF HAY-HISTORICO = 'N'
              THEN MOVE ' *** NO EXISTE EL HISTORICO MAEAIDX ***'
                        TO IMG-LIN (11)
                   GO TO FIN-ARMA-NETOS.
           IF PER-TOPE = ZEROS
              THEN MOVE ' *** SIN PERIODOS ARCHIVADOS EN MAEAIDX ***'
                        TO IMG-LIN (11)
                   GO TO FIN-ARMA-NETOS.
           MOVE PER-TOPE TO MASC-CANT2.
           STRING ' NETO COBRADO EN LOS ULTIMOS ' MASC-CANT2
                  ' PERIODOS ARCHIVADOS    (> = PERIODO EN DETALLE)'
                  DELIMITED BY SIZE INTO IMG-LIN (11).
           PERFORM ARMA-CELDA THRU FIN-ARMA-CELDA
                   VARYING K-IDX FROM 1 BY 1 UNTIL K-IDX > PER-TOPE.
       FIN-ARMA-NETOS. EXIT.
       ARMA-CELDA.
           MOVE SPACES TO CELDA.
           IF K-IDX = PER-ACT
              THEN MOVE '>' TO CEL-MARCA.
           MOVE PD-FECHA (K-IDX) TO CEL-FECHA.
           IF PD-LINEAS (K-IDX) = ZEROS
              THEN MOVE '   SIN PAGO' TO CEL-NETO
              ELSE MOVE PD-NETO (K-IDX) TO MASC-NETO
                   MOVE MASC-NETO TO CEL-NETO.
           COMPUTE CEL-IDX = K-IDX - 1.
           DIVIDE CEL-IDX BY 4 GIVING FILA-IMG REMAINDER RESTO-IMG.
           ADD 12 TO FILA-IMG.
           COMPUTE COL-IMG = RESTO-IMG * 19 + 2.
           MOVE CELDA TO IMG-LIN (FILA-IMG) (COL-IMG:19).
       FIN-ARMA-CELDA. EXIT.
      *    DETALLE DEL PERIODO ELEGIDO: HASTA 6 LINEAS Y EL NETO DEL
      *    PERIODO, QUE SIEMPRE INCLUYE TODAS
       ARMA-DETALLE.
           IF HAY-HISTORICO = 'N' OR PER-TOPE = ZEROS
              THEN GO TO FIN-ARMA-DETALLE.
           MOVE PER-ACT  TO MASC-CANT2.
           MOVE PER-TOPE TO MASC-CANT.
           STRING ' PERIODO ' PD-FECHA (PER-ACT) ' (' MASC-CANT2
                  ' DE' MASC-CANT ')     '
                  'CONC SEC  HABER+ANTIG       IOMA         NETO'
                  DELIMITED BY SIZE INTO IMG-LIN (15).
           IF PD-LINEAS (PER-ACT) = ZEROS
              THEN MOVE ' *** EL BENEFICIO NO COBRO EN ESTE PERIODO ***'
                        TO IMG-LIN (16)
                   GO TO FIN-ARMA-DETALLE.
           PERFORM ARMA-LIN-DET THRU FIN-ARMA-LIN-DET
                   VARYING L-IDX FROM 1 BY 1
                   UNTIL L-IDX > 6 OR L-IDX > PD-LINEAS (PER-ACT).
           MOVE PD-LINEAS (PER-ACT) TO MASC-CANT.
           MOVE SPACES TO MAS-LIN-TXT.
           IF PD-LINEAS (PER-ACT) > 6
              THEN MOVE ' (SE MUESTRAN 6)' TO MAS-LIN-TXT.
           MOVE PD-NETO (PER-ACT) TO MASC-NETO.
           STRING ' LINEAS DEL PERIODO: ' MASC-CANT MAS-LIN-TXT
                  '   NETO DEL PERIODO: ' MASC-NETO
                  DELIMITED BY SIZE INTO IMG-LIN (22).
       FIN-ARMA-DETALLE. EXIT.
       ARMA-LIN-DET.
           COMPUTE FILA-IMG = L-IDX + 15.
           MOVE LP-BRUTO (PER-ACT L-IDX) TO MASC-NETO.
           MOVE LP-IOMA (PER-ACT L-IDX)  TO MASC-IOMA.
           MOVE 33 TO PUNTERO.
           STRING LP-CONC (PER-ACT L-IDX) '   ' LP-SEC (PER-ACT L-IDX)
                  '  ' MASC-NETO ' ' MASC-IOMA
                  DELIMITED BY SIZE INTO IMG-LIN (FILA-IMG)
                  WITH POINTER PUNTERO.
           MOVE LP-NETO (PER-ACT L-IDX)  TO MASC-NETO.
           MOVE MASC-NETO TO IMG-LIN (FILA-IMG) (66:11).
       FIN-ARMA-LIN-DET. EXIT.
     **
      *    CONSTANCIA PARA EL BENEFICIARIO: LA PANTALLA TAL CUAL SE
      *    VE (SIN LA LINEA DE MENSAJES), CON FECHA Y HORA DE EMISION
      *    Y LUGAR PARA FIRMA Y SELLO DEL OPERADOR
       IMPRIME.
           ACCEPT HORA-SISTEMA FROM TIME.
           MOVE ALL '=' TO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           MOVE SPACES TO REG-CON.
           STRING ' CONSTANCIA DE DATOS DEL BENEFICIO ' NRO-PED
                  ' - EMITIDA EL ' FEC-SIS-DD '/' FEC-SIS-MM '/'
                  FEC-SIS-AA ' A LAS ' HOR-SIS-HH ':' HOR-SIS-MM
                  DELIMITED BY SIZE INTO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           MOVE SPACES TO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           PERFORM IMPRIME-LINEA THRU FIN-IMPRIME-LINEA
                   VARYING FILA-IMG FROM 1 BY 1 UNTIL FILA-IMG > 22.
           MOVE SPACES TO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           MOVE ' FIRMA Y SELLO: ______________________________'
                TO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           MOVE SPACES TO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
           ADD 1 TO T-CONSTANCIAS.
           MOVE ' CONSTANCIA IMPRESA EN CONSTA' TO MENSAJE.
       FIN-IMPRIME. EXIT.
       IMPRIME-LINEA.
           MOVE IMG-LIN (FILA-IMG) TO REG-CON.
           WRITE REG-CON-REC FROM REG-CON.
       FIN-IMPRIME-LINEA. EXIT.
