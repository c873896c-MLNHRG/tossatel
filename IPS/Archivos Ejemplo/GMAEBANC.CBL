      *REMARKS.'CON CANTIDAD E IMPORTE TOTAL PARA EL CONTROL DEL'.      000
      *REMARKS.'BANCO. LOS NETOS CERO O NEGATIVOS NO SE TRANSFIEREN:'.  000
      *REMARKS.'SALEN EN EL LISTADO DE RECHAZOS BANCREJ'.               000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
      *REMARKS.'REPARTE LAS TRANSFERENCIAS SEGUN EL CRONOGRAMA DE'.
      *REMARKS.'PAGOS CRONOG (TERMINACION DEL NRO Y, SI HACE FALTA,'.
      *REMARKS.'BOCA DE PAGO -> FECHA): UN ARCHIVO BANCT01..BANCT10'.
      *REMARKS.'POR FECHA DE PAGO, CADA UNO CON SU REGISTRO T, PARA'.
      *REMARKS.'ENVIAR AL BANCO; BANCSAL SIGUE SIENDO LA CORRIDA'.
      *REMARKS.'COMPLETA. EMITE EL REQUERIMIENTO DE FONDOS POR FECHA'.
      *REMARKS.'Y BOCA PARA TESORERIA (BANCFON) Y EL CALENDARIO'.
      *REMARKS.'PUBLICO DE PAGOS (BANCCAL). SI LOS TRAMOS NO SUMAN'.
      *REMARKS.'EL TOTAL DE LA CORRIDA, RETORNO 8 (NO SE ENVIA)'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
           SELECT BANCIN ASSIGN BANCIN.
           SELECT BANCSAL ASSIGN BANCSAL.
           SELECT BANCREJ ASSIGN BANCREJ.
           SELECT CRONOG ASSIGN CRONOG.
           SELECT BANCFON ASSIGN BANCFON.
           SELECT BANCCAL ASSIGN BANCCAL.
           SELECT BANCT01 ASSIGN BANCT01.
           SELECT BANCT02 ASSIGN BANCT02.
           SELECT BANCT03 ASSIGN BANCT03.
           SELECT BANCT04 ASSIGN BANCT04.
           SELECT BANCT05 ASSIGN BANCT05.
           SELECT BANCT06 ASSIGN BANCT06.
           SELECT BANCT07 ASSIGN BANCT07.
           SELECT BANCT08 ASSIGN BANCT08.
           SELECT BANCT09 ASSIGN BANCT09.
           SELECT BANCT10 ASSIGN BANCT10.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    MISMO LAYOUT DE REGIS/REG-ACT QUE GRABA GMAEBASE1 (140
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REJ-REC.                                  000
       01  REG-REJ-REC PIC X(100).                                      000
      *    CRONOGRAMA DE PAGOS, EN IMAGEN DE FICHA:
      *      COL  1     'C' = FECHA DE PAGO, '*' = COMENTARIO
      *      COL  3     ULTIMO DIGITO DEL NRO (BLANCO = TODOS, SOLO
      *                 PERMITIDO CON BOCA)
      *      COL  5-8   BOCA DE PAGO (BLANCO = TODAS)
      *      COL 10-17  FECHA DE PAGO AAAAMMDD
      *      COL 19-80  COMENTARIO
      *    LA FICHA CON DIGITO Y BOCA PREVALECE SOBRE LA DE SOLO BOCA
      *    Y ESTA SOBRE LA DE SOLO DIGITO; CADA DIGITO 0-9 DEBE TENER
      *    SU FICHA SIN BOCA PARA QUE NINGUN BENEFICIO QUEDE AFUERA
       FD  CRONOG
           RECORD 80
           LABEL RECORD STANDARD
           DATA RECORD IS REG-CRO.
       01  REG-CRO.
           02 CRO-TIPO       PIC X.
           02 FILLER         PIC X.
           02 CRO-TERM       PIC X.
           02 FILLER         PIC X.
           02 CRO-BOCA       PIC X(4).
           02 FILLER         PIC X.
           02 CRO-FECHA      PIC X(8).
           02 CRO-FECHA-N REDEFINES CRO-FECHA.
              03 CRO-AA      PIC 9(4).
              03 CRO-MM      PIC 99.
              03 CRO-DD      PIC 99.
           02 FILLER         PIC X.
           02 CRO-COMENT     PIC X(62).
      *    REQUERIMIENTO DE FONDOS PARA TESORERIA: CANTIDAD E IMPORTE
      *    POR FECHA DE PAGO Y BOCA, CON EL CONTROL DE LOS TRAMOS
      *    CONTRA EL TOTAL DE LA CORRIDA
       FD  BANCFON
           RECORD 100
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-FON-REC.
       01  REG-FON-REC PIC X(100).
      *    CALENDARIO DE PAGOS PARA PUBLICAR (SIN IMPORTES)
       FD  BANCCAL
           RECORD 80
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-CAL-REC.
       01  REG-CAL-REC PIC X(80).
      *    UN ARCHIVO DE ACREDITACION POR FECHA DE PAGO, EN EL ORDEN
      *    DE LAS FECHAS: MISMO LAYOUT QUE BANCSAL ('D' + 'T' FINAL
      *    CON LA CANTIDAD Y EL IMPORTE DEL TRAMO)
       FD  BANCT01
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T01.
       01  REG-T01 PIC X(70).
       FD  BANCT02
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T02.
       01  REG-T02 PIC X(70).
       FD  BANCT03
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T03.
       01  REG-T03 PIC X(70).
       FD  BANCT04
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T04.
       01  REG-T04 PIC X(70).
       FD  BANCT05
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T05.
       01  REG-T05 PIC X(70).
       FD  BANCT06
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T06.
       01  REG-T06 PIC X(70).
       FD  BANCT07
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T07.
       01  REG-T07 PIC X(70).
       FD  BANCT08
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T08.
       01  REG-T08 PIC X(70).
       FD  BANCT09
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T09.
       01  REG-T09 PIC X(70).
       FD  BANCT10
           RECORD 70
           LABEL RECORD IS STANDARD
           DATA RECORD IS REG-T10.
       01  REG-T10 PIC X(70).
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-ENT           PIC XX VALUE 'NO'.
       77  LEIDO-ENT         PIC 9(8) VALUE ZEROS.
       77  T-TRANSF          PIC 9(8) VALUE ZEROS.
      *    GMAENOVE1)
       01  CLAVE-ENT-ULT     PIC X(12) VALUE LOW-VALUES.
       01  REG-REJ PIC X(100).
      *    SOPORTE DEL CRONOGRAMA DE PAGOS: TABLA CARGADA DESDE CRONOG
      *    Y UN TRAMO POR FECHA DISTINTA, EN ORDEN DE FECHA (EL TRAMO
      *    N SALE EN BANCT0N)
       77  FIN-CRO           PIC XX  VALUE 'NO'.
       77  CRONOG-ERRONEAS   PIC 999 VALUE ZEROS.
       77  MOTIVO-CRO        PIC X(30) VALUE SPACES.
       77  CRON-TOPE         PIC 999 VALUE ZEROS.
       77  C-IDX             PIC 999 VALUE ZEROS.
       77  POS-CRON          PIC 999 VALUE ZEROS.
       77  CLAVE-TERM        PIC X   VALUE SPACES.
       77  CLAVE-BOCA        PIC X(4) VALUE SPACES.
       01  TABLA-CRON.
           02 CRON-ENTRY OCCURS 100.
              03 TC-TERM     PIC X.
              03 TC-BOCA     PIC X(4).
              03 TC-FECHA    PIC 9(8).
              03 TC-TRAMO    PIC 99.
       77  TRAMO-TOPE        PIC 99  VALUE ZEROS.
       77  T-IDX             PIC 99  VALUE ZEROS.
       77  POS-TRAMO         PIC 99  VALUE ZEROS.
      *    TRAMO DE LA TRANSFERENCIA EN CURSO (CERO = SIN FECHA)
       77  TRAMO-IDX         PIC 99  VALUE ZEROS.
       01  TABLA-TRAMOS.
           02 TRAMO-ENTRY OCCURS 10.
              03 TR-FECHA    PIC 9(8).
              03 TR-CANT     PIC 9(8).
              03 TR-IMPORTE  PIC S9(13)V99.
      *    ULTIMO DIGITO DEL NRO: EL ULTIMO CARACTER NO BLANCO, POR SI
      *    EL NRO VIENE AJUSTADO A IZQUIERDA
       77  TERM-NRO          PIC X   VALUE SPACES.
       77  N-POS             PIC 99  VALUE ZEROS.
       77  D-IDX             PIC 99  VALUE ZEROS.
       01  DIGITO-AUX        PIC 9.
       01  DIGITO-X REDEFINES DIGITO-AUX PIC X.
      *    FONDOS POR TRAMO + BOCA, EN ORDEN DE CLAVE (SE INSERTA EN
      *    SU LUGAR AL APARECER UNA BOCA NUEVA EN EL TRAMO)
       77  FONDO-TOPE        PIC 9(4) VALUE ZEROS.
       77  F-IDX             PIC 9(4) VALUE ZEROS.
       77  POS-FONDO         PIC 9(4) VALUE ZEROS.
       77  FONDO-DESBORDE    PIC 9(8) VALUE ZEROS.
       01  TABLA-FONDOS.
           02 FONDO-ENTRY OCCURS 2000.
              03 TF-CLAVE.
                 04 TF-TRAMO PIC 99.
                 04 TF-BOCA  PIC X(4).
              03 TF-CANT     PIC 9(8).
              03 TF-IMPORTE  PIC S9(13)V99.
       01  CLAVE-FONDO.
           02 CF-TRAMO       PIC 99.
           02 CF-BOCA        PIC X(4).
      *    CONTROL DE LOS TRAMOS CONTRA EL TOTAL DE LA CORRIDA: UN
      *    BENEFICIO SIN FECHA O REPETIDO DESCUADRA Y ANULA EL ENVIO
       77  T-SIN-FECHA       PIC 9(8) VALUE ZEROS.
       77  SUMA-TRAMOS-CANT  PIC 9(8) VALUE ZEROS.
       77  SUMA-TRAMOS-IMP   PIC S9(13)V99 VALUE ZEROS.
       77  CUADRA-TRAMOS     PIC X   VALUE 'S'.
       77  HAY-EXCEPCION     PIC X   VALUE 'N'.
       01  FECHA-AUX.
           02 FA-AA          PIC 9(4).
           02 FA-MM          PIC 99.
           02 FA-DD          PIC 99.
       01  FECHA-AUX-N REDEFINES FECHA-AUX PIC 9(8).
       77  FECHA-TXT         PIC X(10) VALUE SPACES.
       77  LISTA-DIG         PIC X(40) VALUE SPACES.
       77  PUNTERO           PIC 99  VALUE ZEROS.
      *    IMAGEN DEL REGISTRO A GRABAR EN EL ARCHIVO DEL TRAMO
       01  REG-TRAMO-AUX     PIC X(70).
       01  TRA-AUX.
           02 TA-TIPO        PIC X.
           02 TA-CANT        PIC 9(8).
           02 TA-IMPORTE     PIC 9(13)V99.
           02 FILLER         PIC X(46).
       01  REG-FON PIC X(100).
       01  REG-CAL PIC X(80).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
      *    UN CRONOGRAMA MAL CARGADO DEJARIA BENEFICIOS SIN FECHA O EN
      *    LA FECHA EQUIVOCADA: CON CUALQUIER RECHAZO NO SE GRABA NADA
           PERFORM CARGA-CRONOG THRU FIN-CARGA-CRONOG.
           IF CRONOG-ERRONEAS > ZEROS
              THEN DISPLAY ' *** ERROR *** FICHAS DE CRONOG'
                           ' RECHAZADAS: ' CRONOG-ERRONEAS
                           ' - CORREGIR LA TABLA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           OPEN INPUT BANCIN OUTPUT BANCSAL BANCREJ BANCFON BANCCAL.
           PERFORM ABRE-TRAMOS THRU FIN-ABRE-TRAMOS.
           MOVE SPACES TO REG-REJ.
           STRING ' RECHAZOS DE ACREDITACION BANCARIA - FECHA '
                  DELIMITED BY SIZE
           PERFORM ARMA-GRUPO THRU FIN-ARMA-GRUPO
                   UNTIL FIN-ENT = 'SI'.
           PERFORM GRABA-TRAILER THRU FIN-GRABA-TRAILER.
           PERFORM TRAILER-TRAMO THRU FIN-TRAILER-TRAMO
                   VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > TRAMO-TOPE.
           IF SUMA-TRAMOS-CANT NOT = T-TRANSF
              OR SUMA-TRAMOS-IMP NOT = TOTAL-ACRED
              THEN MOVE 'N' TO CUADRA-TRAMOS.
     **
           PERFORM TOTALES-REJ THRU FIN-TOTALES-REJ.
           PERFORM INFORME-FONDOS THRU FIN-INFORME-FONDOS.
           PERFORM CALENDARIO THRU FIN-CALENDARIO.
           CLOSE BANCIN BANCSAL BANCREJ BANCFON BANCCAL.
           PERFORM CIERRA-TRAMOS THRU FIN-CIERRA-TRAMOS.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEBANC ****'.
           DISPLAY ' TOTAL REG. LEIDOS BANCIN      : ' LEIDO-ENT.
           DISPLAY ' TOTAL TRANSFERENCIAS          : ' T-TRANSF.
           DISPLAY ' TOTAL RECHAZOS                : ' T-RECHAZOS.
           DISPLAY ' TOTAL FECHAS DE PAGO          : ' TRAMO-TOPE.
           DISPLAY ' TOTAL SIN FECHA EN CRONOGRAMA : ' T-SIN-FECHA.
           DISPLAY ' TOTAL TRANSFERENCIAS TRAMOS   : ' SUMA-TRAMOS-CANT.
      *    LOS TRAMOS NO SUMAN LA CORRIDA: ALGUN BENEFICIO QUEDO SIN
      *    FECHA O EN DOS; EL PLANIFICADOR NO DEBE ENVIAR LOS ARCHIVOS
           IF CUADRA-TRAMOS = 'N'
              THEN DISPLAY ' *** ERROR *** LOS TRAMOS DEL CRONOGRAMA'
                           ' NO SUMAN EL TOTAL DE LA CORRIDA'
                           ' - NO ENVIAR ***'
                   MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       LEE-BANCIN.
           READ BANCIN AT END MOVE 'SI' TO FIN-ENT
                  ' - FALTA EL SORT PREVIO ***'
                  DELIMITED BY SIZE INTO REG-REJ.
           WRITE REG-REJ-REC FROM REG-REJ.
           MOVE SPACES TO REG-FON.
           STRING ' *** ARCHIVOS ANULADOS: BANCIN FUERA DE SECUENCIA'
                  ' - FALTA EL SORT PREVIO ***'
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           CLOSE BANCIN BANCSAL BANCREJ BANCFON BANCCAL.
           PERFORM CIERRA-TRAMOS THRU FIN-CIERRA-TRAMOS.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
      *    ARMA EL GRUPO DEL BENEFICIARIO: SUMA HABER+ANTIG Y LAS
           MOVE GB-NRO   TO BAN-NRO.
           MOVE GB-APYN  TO BAN-APYN.
           MOVE GB-NETO  TO BAN-IMPORTE.
           MOVE REG-BAN  TO REG-TRAMO-AUX.
           WRITE REG-BAN.
           ADD 1       TO T-TRANSF.
           ADD GB-NETO TO TOTAL-ACRED.
           PERFORM REPARTE-TRANSF THRU FIN-REPARTE-TRANSF.
       FIN-GRABA-TRANSF. EXIT.
       GRABA-RECHAZO.
           ADD 1 TO T-RECHAZOS.
                  ' IMPORTE TOTAL: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REJ.
           WRITE REG-REJ-REC FROM REG-REJ.
           IF T-SIN-FECHA > ZEROS
              THEN MOVE T-SIN-FECHA TO MASC-CANT
                   MOVE SPACES TO REG-REJ
                   STRING ' SIN FECHA EN CRONOGRAMA: ' MASC-CANT
                          ' (INCLUIDAS EN BANCSAL, EN NINGUN TRAMO)'
                          DELIMITED BY SIZE INTO REG-REJ
                   WRITE REG-REJ-REC FROM REG-REJ.
       FIN-TOTALES-REJ. EXIT.
     **
      *    CARGA DEL CRONOGRAMA DE PAGOS DESDE CRONOG Y ARMADO DE LOS
      *    TRAMOS (UNO POR FECHA DISTINTA, EN ORDEN DE FECHA)
       CARGA-CRONOG.
           OPEN INPUT CRONOG.
           PERFORM LEE-CRO THRU FIN-LEE-CRO.
           PERFORM CARGA-UNA-CRO THRU FIN-CARGA-UNA-CRO
                   UNTIL FIN-CRO = 'SI'.
           CLOSE CRONOG.
           IF CRON-TOPE = ZEROS
              THEN DISPLAY ' *** ERROR *** TABLA CRONOG VACIA ***'
                   ADD 1 TO CRONOG-ERRONEAS
                   GO TO FIN-CARGA-CRONOG.
           PERFORM CONTROLA-DIGITO THRU FIN-CONTROLA-DIGITO
                   VARYING D-IDX FROM 0 BY 1 UNTIL D-IDX > 9.
           PERFORM UBICA-TRAMO THRU FIN-UBICA-TRAMO
                   VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > CRON-TOPE.
           PERFORM ASIGNA-TRAMO THRU FIN-ASIGNA-TRAMO
                   VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > CRON-TOPE.
           MOVE TRAMO-TOPE TO MASC-CANT.
           DISPLAY ' *** FECHAS DE PAGO EN CRONOGRAMA: ' MASC-CANT
                   ' ***'.
       FIN-CARGA-CRONOG. EXIT.
       LEE-CRO.
           READ CRONOG AT END MOVE 'SI' TO FIN-CRO.
       FIN-LEE-CRO. EXIT.
       CARGA-UNA-CRO.
           IF REG-CRO = SPACES OR CRO-TIPO = '*'
              THEN GO TO SIGUE-CRO.
           MOVE SPACES TO MOTIVO-CRO.
           IF CRO-TIPO NOT = 'C'
              THEN MOVE 'TIPO DE FICHA INVALIDO' TO MOTIVO-CRO.
           IF CRO-TERM NOT NUMERIC AND CRO-TERM NOT = SPACE
              THEN MOVE 'DIGITO INVALIDO' TO MOTIVO-CRO.
           IF CRO-TERM = SPACE AND CRO-BOCA = SPACES
              THEN MOVE 'SIN DIGITO NI BOCA' TO MOTIVO-CRO.
           IF CRO-FECHA NOT NUMERIC
              THEN MOVE 'FECHA INVALIDA' TO MOTIVO-CRO
              ELSE IF CRO-MM < 1 OR CRO-MM > 12
                      OR CRO-DD < 1 OR CRO-DD > 31
                      THEN MOVE 'FECHA INVALIDA' TO MOTIVO-CRO.
           IF MOTIVO-CRO = SPACES
              THEN MOVE CRO-TERM TO CLAVE-TERM
                   MOVE CRO-BOCA TO CLAVE-BOCA
                   PERFORM BUSCA-CRON THRU FIN-BUSCA-CRON
                   IF POS-CRON > ZEROS
                      THEN MOVE 'DIGITO Y BOCA REPETIDOS'
                             TO MOTIVO-CRO.
           IF MOTIVO-CRO = SPACES AND CRON-TOPE >= 100
              THEN MOVE 'TABLA DESBORDADA' TO MOTIVO-CRO.
           IF MOTIVO-CRO NOT = SPACES
              THEN ADD 1 TO CRONOG-ERRONEAS
                   DISPLAY ' *** FICHA DE CRONOG RECHAZADA - '
                           REG-CRO (1:17) ' ' MOTIVO-CRO ' ***'
                   GO TO SIGUE-CRO.
           ADD 1 TO CRON-TOPE.
           MOVE CRO-TERM    TO TC-TERM (CRON-TOPE).
           MOVE CRO-BOCA    TO TC-BOCA (CRON-TOPE).
           MOVE CRO-FECHA-N TO TC-FECHA (CRON-TOPE).
           MOVE ZEROS       TO TC-TRAMO (CRON-TOPE).
       SIGUE-CRO.
           PERFORM LEE-CRO THRU FIN-LEE-CRO.
       FIN-CARGA-UNA-CRO. EXIT.
      *    CADA DIGITO DEBE TENER SU FICHA GENERAL (SIN BOCA): ASI
      *    TODO NRO CON DIGITO FINAL TIENE FECHA
       CONTROLA-DIGITO.
           MOVE D-IDX    TO DIGITO-AUX.
           MOVE DIGITO-X TO CLAVE-TERM.
           MOVE SPACES   TO CLAVE-BOCA.
           PERFORM BUSCA-CRON THRU FIN-BUSCA-CRON.
           IF POS-CRON = ZEROS
              THEN ADD 1 TO CRONOG-ERRONEAS
                   DISPLAY ' *** CRONOG SIN FECHA GENERAL PARA EL'
                           ' DIGITO ' DIGITO-X ' ***'.
       FIN-CONTROLA-DIGITO. EXIT.
       BUSCA-CRON.
           MOVE ZEROS TO POS-CRON.
           PERFORM COMPARA-CRON THRU FIN-COMPARA-CRON
                   VARYING C-IDX FROM 1 BY 1
                   UNTIL C-IDX > CRON-TOPE OR POS-CRON > ZEROS.
       FIN-BUSCA-CRON. EXIT.
       COMPARA-CRON.
           IF TC-TERM (C-IDX) = CLAVE-TERM
              AND TC-BOCA (C-IDX) = CLAVE-BOCA
              THEN MOVE C-IDX TO POS-CRON.
       FIN-COMPARA-CRON. EXIT.
      *    FECHA NUEVA: SE INSERTA EN ORDEN CORRIENDO LAS POSTERIORES
       UBICA-TRAMO.
           MOVE ZEROS TO POS-TRAMO.
           PERFORM COMPARA-TRAMO THRU FIN-COMPARA-TRAMO
                   VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > TRAMO-TOPE OR POS-TRAMO > ZEROS.
           IF POS-TRAMO > ZEROS
              THEN IF TR-FECHA (POS-TRAMO) = TC-FECHA (C-IDX)
                      THEN GO TO FIN-UBICA-TRAMO.
           IF TRAMO-TOPE >= 10
              THEN ADD 1 TO CRONOG-ERRONEAS
                   DISPLAY ' *** CRONOG CON MAS DE 10 FECHAS DE PAGO'
                           ' - FECHA ' TC-FECHA (C-IDX) ' ***'
                   GO TO FIN-UBICA-TRAMO.
           IF POS-TRAMO = ZEROS
              THEN COMPUTE POS-TRAMO = TRAMO-TOPE + 1.
           PERFORM CORRE-TRAMO THRU FIN-CORRE-TRAMO
                   VARYING T-IDX FROM TRAMO-TOPE BY -1
                   UNTIL T-IDX < POS-TRAMO.
           ADD 1 TO TRAMO-TOPE.
           MOVE TC-FECHA (C-IDX) TO TR-FECHA (POS-TRAMO).
           MOVE ZEROS TO TR-CANT (POS-TRAMO) TR-IMPORTE (POS-TRAMO).
       FIN-UBICA-TRAMO. EXIT.
       COMPARA-TRAMO.
           IF TR-FECHA (T-IDX) NOT < TC-FECHA (C-IDX)
              THEN MOVE T-IDX TO POS-TRAMO.
       FIN-COMPARA-TRAMO. EXIT.
       CORRE-TRAMO.
           MOVE TRAMO-ENTRY (T-IDX) TO TRAMO-ENTRY (T-IDX + 1).
       FIN-CORRE-TRAMO. EXIT.
       ASIGNA-TRAMO.
           PERFORM BUSCA-TRAMO-FECHA THRU FIN-BUSCA-TRAMO-FECHA
                   VARYING T-IDX FROM 1 BY 1
                   UNTIL T-IDX > TRAMO-TOPE OR TC-TRAMO (C-IDX) > ZEROS.
       FIN-ASIGNA-TRAMO. EXIT.
       BUSCA-TRAMO-FECHA.
           IF TR-FECHA (T-IDX) = TC-FECHA (C-IDX)
              THEN MOVE T-IDX TO TC-TRAMO (C-IDX).
       FIN-BUSCA-TRAMO-FECHA. EXIT.
     **
      *    SOLO SE ABREN LOS ARCHIVOS DE LOS TRAMOS DEL CRONOGRAMA:
      *    EL PLANIFICADOR ASIGNA TANTOS BANCTNN COMO FECHAS TENGA
       ABRE-TRAMOS.
           IF TRAMO-TOPE > 0
              THEN OPEN OUTPUT BANCT01.
           IF TRAMO-TOPE > 1
              THEN OPEN OUTPUT BANCT02.
           IF TRAMO-TOPE > 2
              THEN OPEN OUTPUT BANCT03.
           IF TRAMO-TOPE > 3
              THEN OPEN OUTPUT BANCT04.
           IF TRAMO-TOPE > 4
              THEN OPEN OUTPUT BANCT05.
           IF TRAMO-TOPE > 5
              THEN OPEN OUTPUT BANCT06.
           IF TRAMO-TOPE > 6
              THEN OPEN OUTPUT BANCT07.
           IF TRAMO-TOPE > 7
              THEN OPEN OUTPUT BANCT08.
           IF TRAMO-TOPE > 8
              THEN OPEN OUTPUT BANCT09.
           IF TRAMO-TOPE > 9
              THEN OPEN OUTPUT BANCT10.
       FIN-ABRE-TRAMOS. EXIT.
       CIERRA-TRAMOS.
           IF TRAMO-TOPE > 0
              THEN CLOSE BANCT01.
           IF TRAMO-TOPE > 1
              THEN CLOSE BANCT02.
           IF TRAMO-TOPE > 2
              THEN CLOSE BANCT03.
           IF TRAMO-TOPE > 3
              THEN CLOSE BANCT04.
           IF TRAMO-TOPE > 4
              THEN CLOSE BANCT05.
           IF TRAMO-TOPE > 5
              THEN CLOSE BANCT06.
           IF TRAMO-TOPE > 6
              THEN CLOSE BANCT07.
           IF TRAMO-TOPE > 7
              THEN CLOSE BANCT08.
           IF TRAMO-TOPE > 8
              THEN CLOSE BANCT09.
           IF TRAMO-TOPE > 9
              THEN CLOSE BANCT10.
       FIN-CIERRA-TRAMOS. EXIT.
      *    FECHA DE PAGO DE LA TRANSFERENCIA: PRIMERO DIGITO + BOCA,
      *    DESPUES SOLO BOCA, DESPUES SOLO DIGITO. SIN FECHA QUEDA EN
      *    BANCSAL PERO EN NINGUN TRAMO (Y EL CONTROL NO CUADRA)
       REPARTE-TRANSF.
           MOVE ZEROS TO TRAMO-IDX.
           MOVE SPACE TO TERM-NRO.
           PERFORM BUSCA-TERMINACION THRU FIN-BUSCA-TERMINACION
                   VARYING N-POS FROM 10 BY -1
                   UNTIL N-POS < 1 OR TERM-NRO NOT = SPACE.
           MOVE TERM-NRO TO CLAVE-TERM.
           MOVE GB-PAGO  TO CLAVE-BOCA.
           PERFORM BUSCA-CRON THRU FIN-BUSCA-CRON.
           IF POS-CRON = ZEROS
              THEN MOVE SPACE TO CLAVE-TERM
                   PERFORM BUSCA-CRON THRU FIN-BUSCA-CRON.
           IF POS-CRON = ZEROS
              THEN MOVE TERM-NRO TO CLAVE-TERM
                   MOVE SPACES   TO CLAVE-BOCA
                   PERFORM BUSCA-CRON THRU FIN-BUSCA-CRON.
           IF POS-CRON > ZEROS
              THEN MOVE TC-TRAMO (POS-CRON) TO TRAMO-IDX.
           IF TRAMO-IDX = ZEROS
              THEN PERFORM GRABA-SIN-FECHA THRU FIN-GRABA-SIN-FECHA
                   GO TO FIN-REPARTE-TRANSF.
           PERFORM GRABA-TRAMO THRU FIN-GRABA-TRAMO.
           ADD 1       TO TR-CANT (TRAMO-IDX).
           ADD GB-NETO TO TR-IMPORTE (TRAMO-IDX).
           PERFORM ACUMULA-FONDO THRU FIN-ACUMULA-FONDO.
       FIN-REPARTE-TRANSF. EXIT.
       BUSCA-TERMINACION.
           IF GB-NRO (N-POS:1) NOT = SPACE
              THEN MOVE GB-NRO (N-POS:1) TO TERM-NRO.
       FIN-BUSCA-TERMINACION. EXIT.
       GRABA-SIN-FECHA.
           ADD 1 TO T-SIN-FECHA.
           MOVE GB-NETO TO MASC-IMP.
           MOVE SPACES TO REG-REJ.
           STRING ' ' GB-NRO ' ' GB-SEC ' ' GB-APYN
                  ' BOCA ' GB-PAGO ' SIN FECHA EN CRONOG: ' MASC-IMP
                  DELIMITED BY SIZE INTO REG-REJ.
           WRITE REG-REJ-REC FROM REG-REJ.
       FIN-GRABA-SIN-FECHA. EXIT.
      *    GRABA REG-TRAMO-AUX EN EL ARCHIVO DEL TRAMO TRAMO-IDX
       GRABA-TRAMO.
           GO TO GRABA-T01 GRABA-T02 GRABA-T03 GRABA-T04 GRABA-T05
                 GRABA-T06 GRABA-T07 GRABA-T08 GRABA-T09 GRABA-T10
                 DEPENDING ON TRAMO-IDX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T01.
           WRITE REG-T01 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T02.
           WRITE REG-T02 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T03.
           WRITE REG-T03 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T04.
           WRITE REG-T04 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T05.
           WRITE REG-T05 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T06.
           WRITE REG-T06 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T07.
           WRITE REG-T07 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T08.
           WRITE REG-T08 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T09.
           WRITE REG-T09 FROM REG-TRAMO-AUX.
           GO TO FIN-GRABA-TRAMO.
       GRABA-T10.
           WRITE REG-T10 FROM REG-TRAMO-AUX.
       FIN-GRABA-TRAMO. EXIT.
      *    FONDOS POR TRAMO Y BOCA: SE BUSCA LA PRIMERA CLAVE NO MENOR;
      *    SI NO ES LA MISMA SE ABRE LUGAR PARA LA NUEVA
       ACUMULA-FONDO.
           MOVE TRAMO-IDX TO CF-TRAMO.
           MOVE GB-PAGO   TO CF-BOCA.
           MOVE ZEROS TO POS-FONDO.
           PERFORM COMPARA-FONDO THRU FIN-COMPARA-FONDO
                   VARYING F-IDX FROM 1 BY 1
                   UNTIL F-IDX > FONDO-TOPE OR POS-FONDO > ZEROS.
           IF POS-FONDO > ZEROS
              THEN IF TF-CLAVE (POS-FONDO) = CLAVE-FONDO
                      THEN ADD 1       TO TF-CANT (POS-FONDO)
                           ADD GB-NETO TO TF-IMPORTE (POS-FONDO)
                           GO TO FIN-ACUMULA-FONDO.
           IF FONDO-TOPE >= 2000
              THEN ADD 1 TO FONDO-DESBORDE
                   GO TO FIN-ACUMULA-FONDO.
           IF POS-FONDO = ZEROS
              THEN COMPUTE POS-FONDO = FONDO-TOPE + 1.
           PERFORM CORRE-FONDO THRU FIN-CORRE-FONDO
                   VARYING F-IDX FROM FONDO-TOPE BY -1
                   UNTIL F-IDX < POS-FONDO.
           ADD 1 TO FONDO-TOPE.
           MOVE CLAVE-FONDO TO TF-CLAVE (POS-FONDO).
           MOVE 1           TO TF-CANT (POS-FONDO).
           MOVE GB-NETO     TO TF-IMPORTE (POS-FONDO).
       FIN-ACUMULA-FONDO. EXIT.
       COMPARA-FONDO.
           IF TF-CLAVE (F-IDX) NOT < CLAVE-FONDO
              THEN MOVE F-IDX TO POS-FONDO.
       FIN-COMPARA-FONDO. EXIT.
       CORRE-FONDO.
           MOVE FONDO-ENTRY (F-IDX) TO FONDO-ENTRY (F-IDX + 1).
       FIN-CORRE-FONDO. EXIT.
      *    REGISTRO 'T' DE CADA TRAMO Y SUMA PARA EL CONTROL CONTRA
      *    EL TOTAL DE LA CORRIDA
       TRAILER-TRAMO.
           MOVE SPACES         TO TRA-AUX.
           MOVE 'T'            TO TA-TIPO.
           MOVE TR-CANT (T-IDX)    TO TA-CANT.
           MOVE TR-IMPORTE (T-IDX) TO TA-IMPORTE.
           MOVE TRA-AUX TO REG-TRAMO-AUX.
           MOVE T-IDX   TO TRAMO-IDX.
           PERFORM GRABA-TRAMO THRU FIN-GRABA-TRAMO.
           ADD TR-CANT (T-IDX)    TO SUMA-TRAMOS-CANT.
           ADD TR-IMPORTE (T-IDX) TO SUMA-TRAMOS-IMP.
       FIN-TRAILER-TRAMO. EXIT.
     **
      *    REQUERIMIENTO DE FONDOS PARA TESORERIA
       INFORME-FONDOS.
           MOVE SPACES TO REG-FON.
           STRING ' REQUERIMIENTO DE FONDOS POR FECHA DE PAGO Y BOCA'
                  ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           MOVE SPACES TO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           PERFORM INFORME-TRAMO THRU FIN-INFORME-TRAMO
                   VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > TRAMO-TOPE.
           MOVE SUMA-TRAMOS-CANT TO MASC-CANT.
           MOVE SUMA-TRAMOS-IMP  TO MASC-TOT.
           MOVE SPACES TO REG-FON.
           STRING ' TOTAL TRAMOS     TRANSFERENCIAS: ' MASC-CANT
                  '   IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           MOVE T-TRANSF    TO MASC-CANT.
           MOVE TOTAL-ACRED TO MASC-TOT.
           MOVE SPACES TO REG-FON.
           STRING ' TOTAL CORRIDA    TRANSFERENCIAS: ' MASC-CANT
                  '   IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           MOVE SPACES TO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           IF T-SIN-FECHA > ZEROS
              THEN MOVE T-SIN-FECHA TO MASC-CANT
                   MOVE SPACES TO REG-FON
                   STRING ' TRANSFERENCIAS SIN FECHA EN CRONOGRAMA: '
                          MASC-CANT ' (DETALLE EN BANCREJ)'
                          DELIMITED BY SIZE INTO REG-FON
                   WRITE REG-FON-REC FROM REG-FON.
           IF FONDO-DESBORDE > ZEROS
              THEN MOVE FONDO-DESBORDE TO MASC-CANT
                   MOVE SPACES TO REG-FON
                   STRING ' *** TABLA DE BOCAS DESBORDADA: '
                          MASC-CANT ' TRANSFERENCIAS SIN DETALLE POR'
                          ' BOCA (INCLUIDAS EN EL TOTAL DE SU FECHA)'
                          DELIMITED BY SIZE INTO REG-FON
                   WRITE REG-FON-REC FROM REG-FON.
           MOVE SPACES TO REG-FON.
           IF CUADRA-TRAMOS = 'S'
              THEN STRING ' CONTROL: LOS TRAMOS SUMAN EL TOTAL DE LA'
                          ' CORRIDA'
                          DELIMITED BY SIZE INTO REG-FON
              ELSE STRING ' *** LOS TRAMOS NO SUMAN EL TOTAL DE LA'
                          ' CORRIDA - ARCHIVOS ANULADOS, NO ENVIAR'
                          ' AL BANCO ***'
                          DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
       FIN-INFORME-FONDOS. EXIT.
       INFORME-TRAMO.
           MOVE TR-FECHA (T-IDX) TO FECHA-AUX-N.
           PERFORM FORMATEA-FECHA THRU FIN-FORMATEA-FECHA.
           MOVE SPACES TO REG-FON.
           STRING ' FECHA DE PAGO ' FECHA-TXT '   ARCHIVO BANCT' T-IDX
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           PERFORM INFORME-BOCA THRU FIN-INFORME-BOCA
                   VARYING F-IDX FROM 1 BY 1 UNTIL F-IDX > FONDO-TOPE.
           MOVE TR-CANT (T-IDX)    TO MASC-CANT.
           MOVE TR-IMPORTE (T-IDX) TO MASC-TOT.
           MOVE SPACES TO REG-FON.
           STRING '      TOTAL FECHA TRANSFERENCIAS: ' MASC-CANT
                  '   IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
           MOVE SPACES TO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
       FIN-INFORME-TRAMO. EXIT.
       INFORME-BOCA.
           IF TF-TRAMO (F-IDX) NOT = T-IDX
              THEN GO TO FIN-INFORME-BOCA.
           MOVE TF-CANT (F-IDX)    TO MASC-CANT.
           MOVE TF-IMPORTE (F-IDX) TO MASC-TOT.
           MOVE SPACES TO REG-FON.
           STRING '      BOCA ' TF-BOCA (F-IDX)
                  '       TRANSFERENCIAS: ' MASC-CANT
                  '   IMPORTE: ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-FON.
           WRITE REG-FON-REC FROM REG-FON.
       FIN-INFORME-BOCA. EXIT.
       FORMATEA-FECHA.
           MOVE SPACES TO FECHA-TXT.
           STRING FA-DD '/' FA-MM '/' FA-AA
                  DELIMITED BY SIZE INTO FECHA-TXT.
       FIN-FORMATEA-FECHA. EXIT.
     **
      *    CALENDARIO PUBLICO: POR FECHA, LOS DIGITOS FINALES QUE
      *    COBRAN Y DEBAJO LAS EXCEPCIONES POR BOCA DE PAGO
       CALENDARIO.
           MOVE ' CRONOGRAMA DE PAGO DE HABERES' TO REG-CAL.
           WRITE REG-CAL-REC FROM REG-CAL.
           MOVE SPACES TO REG-CAL.
           WRITE REG-CAL-REC FROM REG-CAL.
           MOVE ' FECHA DE PAGO   BENEFICIOS TERMINADOS EN' TO REG-CAL.
           WRITE REG-CAL-REC FROM REG-CAL.
           MOVE SPACES TO REG-CAL.
           WRITE REG-CAL-REC FROM REG-CAL.
           PERFORM CALENDARIO-FECHA THRU FIN-CALENDARIO-FECHA
                   VARYING T-IDX FROM 1 BY 1 UNTIL T-IDX > TRAMO-TOPE.
           IF HAY-EXCEPCION = 'S'
              THEN MOVE SPACES TO REG-CAL
                   WRITE REG-CAL-REC FROM REG-CAL
                   MOVE ' LAS FECHAS INDICADAS PARA UNA BOCA DE PAGO'
                        TO REG-CAL
                   WRITE REG-CAL-REC FROM REG-CAL
                   MOVE ' PREVALECEN SOBRE LA DEL DIGITO FINAL'
                        TO REG-CAL
                   WRITE REG-CAL-REC FROM REG-CAL.
       FIN-CALENDARIO. EXIT.
       CALENDARIO-FECHA.
           MOVE TR-FECHA (T-IDX) TO FECHA-AUX-N.
           PERFORM FORMATEA-FECHA THRU FIN-FORMATEA-FECHA.
           MOVE SPACES TO LISTA-DIG.
           MOVE 1 TO PUNTERO.
           PERFORM AGREGA-DIGITO THRU FIN-AGREGA-DIGITO
                   VARYING D-IDX FROM 0 BY 1 UNTIL D-IDX > 9.
           IF LISTA-DIG = SPACES
              THEN MOVE 'SOLO LAS BOCAS INDICADAS' TO LISTA-DIG.
           MOVE SPACES TO REG-CAL.
           STRING ' ' FECHA-TXT '       ' LISTA-DIG
                  DELIMITED BY SIZE INTO REG-CAL.
           WRITE REG-CAL-REC FROM REG-CAL.
           PERFORM CALENDARIO-BOCA THRU FIN-CALENDARIO-BOCA
                   VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > CRON-TOPE.
       FIN-CALENDARIO-FECHA. EXIT.
       AGREGA-DIGITO.
           MOVE D-IDX    TO DIGITO-AUX.
           MOVE DIGITO-X TO CLAVE-TERM.
           MOVE SPACES   TO CLAVE-BOCA.
           PERFORM BUSCA-CRON THRU FIN-BUSCA-CRON.
           IF TC-TRAMO (POS-CRON) NOT = T-IDX
              THEN GO TO FIN-AGREGA-DIGITO.
           IF PUNTERO > 1
              THEN STRING ' - ' DELIMITED BY SIZE
                     INTO LISTA-DIG WITH POINTER PUNTERO.
           STRING DIGITO-X DELIMITED BY SIZE
             INTO LISTA-DIG WITH POINTER PUNTERO.
       FIN-AGREGA-DIGITO. EXIT.
       CALENDARIO-BOCA.
           IF TC-TRAMO (C-IDX) NOT = T-IDX
              OR TC-BOCA (C-IDX) = SPACES
              THEN GO TO FIN-CALENDARIO-BOCA.
           MOVE 'S' TO HAY-EXCEPCION.
           MOVE SPACES TO REG-CAL.
           IF TC-TERM (C-IDX) = SPACE
              THEN STRING '                  BOCA DE PAGO '
                          TC-BOCA (C-IDX) ': TODOS'
                          DELIMITED BY SIZE INTO REG-CAL
              ELSE STRING '                  BOCA DE PAGO '
                          TC-BOCA (C-IDX) ': TERMINADOS EN '
                          TC-TERM (C-IDX)
                          DELIMITED BY SIZE INTO REG-CAL.
           WRITE REG-CAL-REC FROM REG-CAL.
       FIN-CALENDARIO-BOCA. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEBANC1' TO BIT-PROGRAMA.
           MOVE 'LEIDOS BANCIN / TRANSFERENCIAS'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-ENT TO BIT-LEIDOS.
           MOVE T-TRANSF  TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
