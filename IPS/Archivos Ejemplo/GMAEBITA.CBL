       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEBITA1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'BITACORA COMUN DE CORRIDAS DE LA CADENA MENSUAL: CADA'. 000
      *REMARKS.'PROGRAMA LA LLAMA AL EMPEZAR (EVENTO I) Y AL TERMINAR'. 000
      *REMARKS.'(EVENTO F) CON EL AREA DE WSBITA.CPY, Y ESTA RUTINA'.   000
      *REMARKS.'PONE FECHA Y HORA Y AGREGA EL REGISTRO AL ARCHIVO'.     000
      *REMARKS.'PERMANENTE BITACO. LOS PROGRAMAS SIN TARJETA DE'.       000
      *REMARKS.'PERIODO QUEDAN CON EL PERIODO Y TIPO DEL ULTIMO'.       000
      *REMARKS.'REGISTRO DE LA BITACORA QUE LO TENGA (EL PASO ANTERIOR'.000
      *REMARKS.'DE LA CADENA): SIRVE SOLO PARA LOS PASOS QUE CORREN'.   000
      *REMARKS.'DESPUES DE UNO QUE YA REGISTRO EL PERIODO; LOS QUE'.    000
      *REMARKS.'ABREN EL CICLO (ANTES DE GMAEVALI1) DEBEN INFORMAR SU'. 000
      *REMARKS.'PERIODO, PORQUE HEREDARIAN EL DEL MES ANTERIOR. UNA'.   000
      *REMARKS.'FALLA DE LA BITACORA SOLO SE AVISA'.                    000
      *REMARKS.'POR CONSOLA: NUNCA CORTA NI CAMBIA EL RETORNO DEL PASO'.000
      *REMARKS.'QUE LA LLAMA. EL ESTADO DE LA CADENA LO INFORMA'.       000
      *REMARKS.'GMAECADE1'.                                             000
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT BITACO ASSIGN BITACO
               FILE STATUS IS BITACO-STATUS.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    BITACORA PERMANENTE: SE ABRE EXTEND Y SOLO SE AGREGA; EN
      *    ORDEN DE GRABACION (CRONOLOGICO). MISMO DISENO QUE
      *    REG-BITACORA DE WSBITA.CPY
       FD  BITACO                                                       000
           RECORD 120                                                   000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-BIT.                                      000
       01  REG-BIT.                                                     000
           02 LOG-PROGRAMA      PIC X(9).
           02 LOG-EVENTO        PIC X.
           02 LOG-PERIODO       PIC X(6).
           02 LOG-TIPO          PIC XX.
           02 FILLER            PIC X(102).
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
       77  BITACO-STATUS     PIC XX VALUE SPACES.
       77  FIN-BIT           PIC XX VALUE 'NO'.
       77  ULT-PERIODO       PIC X(6) VALUE SPACES.
       77  ULT-TIPO          PIC XX   VALUE SPACES.
       LINKAGE SECTION.
           COPY WSBITA.CPY.
       PROCEDURE DIVISION USING REG-BITACORA.
           COPY PDFECHA.CPY.
           IF BIT-EVENTO = 'I'
              THEN MOVE FECHA-SIS-AAAAMMDD TO BIT-FEC-INI
                   MOVE HORA-SISTEMA       TO BIT-HOR-INI
                   MOVE ZEROS TO BIT-FEC-FIN BIT-HOR-FIN BIT-RC
                                 BIT-LEIDOS BIT-GRABADOS
              ELSE MOVE 'F' TO BIT-EVENTO
                   MOVE FECHA-SIS-AAAAMMDD TO BIT-FEC-FIN
                   MOVE HORA-SISTEMA       TO BIT-HOR-FIN.
           IF BIT-FEC-INI NOT NUMERIC OR BIT-HOR-INI NOT NUMERIC
              THEN MOVE ZEROS TO BIT-FEC-INI BIT-HOR-INI.
           IF BIT-RC NOT NUMERIC
              THEN MOVE ZEROS TO BIT-RC.
           IF BIT-LEIDOS NOT NUMERIC
              THEN MOVE ZEROS TO BIT-LEIDOS.
           IF BIT-GRABADOS NOT NUMERIC
              THEN MOVE ZEROS TO BIT-GRABADOS.
      *    SIN PERIODO PROPIO SE TOMA EL DEL ULTIMO REGISTRO QUE LO
      *    TENGA; EL FIN YA LO TRAE DEL INICIO (MISMA AREA). UN PERIODO
      *    QUE NO ES AAAAMM NO SE GRABA, PARA QUE NO LO HEREDEN LOS
      *    PASOS SIGUIENTES
           IF BIT-PERIODO NOT NUMERIC
              THEN MOVE SPACES TO BIT-PERIODO.
           IF BIT-PERIODO = SPACES
              THEN PERFORM BUSCA-PERIODO THRU FIN-BUSCA-PERIODO.
           IF BIT-TIPO = SPACES
              THEN MOVE 'ME' TO BIT-TIPO.
     **
           OPEN EXTEND BITACO.
           IF BITACO-STATUS = '35'
              THEN OPEN OUTPUT BITACO.
           IF BITACO-STATUS NOT = '00'
              THEN DISPLAY ' *** AVISO *** NO SE PUDO ABRIR BITACO'
                           ' (STATUS ' BITACO-STATUS ') - '
                           BIT-PROGRAMA ' ' BIT-EVENTO
                           ' SIN REGISTRAR ***'
                   GO TO FIN-BITACORA.
           WRITE REG-BIT FROM REG-BITACORA.
           IF BITACO-STATUS NOT = '00'
              THEN DISPLAY ' *** AVISO *** ERROR GRABANDO BITACO'
                           ' (STATUS ' BITACO-STATUS ') - '
                           BIT-PROGRAMA ' ' BIT-EVENTO ' ***'.
           CLOSE BITACO.
       FIN-BITACORA.
           GOBACK.
     **
       BUSCA-PERIODO.
           MOVE SPACES TO ULT-PERIODO ULT-TIPO.
           MOVE 'NO' TO FIN-BIT.
           OPEN INPUT BITACO.
           IF BITACO-STATUS NOT = '00'
              THEN GO TO FIN-BUSCA-PERIODO.
           PERFORM LEE-BITACO THRU FIN-LEE-BITACO UNTIL FIN-BIT = 'SI'.
           CLOSE BITACO.
           MOVE ULT-PERIODO TO BIT-PERIODO.
           MOVE ULT-TIPO    TO BIT-TIPO.
       FIN-BUSCA-PERIODO. EXIT.
       LEE-BITACO.
           READ BITACO AT END MOVE 'SI' TO FIN-BIT
                              GO TO FIN-LEE-BITACO.
           IF LOG-PERIODO NUMERIC
              THEN MOVE LOG-PERIODO TO ULT-PERIODO
                   MOVE LOG-TIPO    TO ULT-TIPO.
       FIN-LEE-BITACO. EXIT.
