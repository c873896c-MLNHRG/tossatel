      *REMARKS.'TODO QUEDA EN EL INFORME MANTREP. REEMPLAZA LOS'.       000
      *REMARKS.'PARCHES A MANO QUE DEJABAN LOS ERRORES DE SECUENCIA'.   000
      *REMARKS.'Y DUPLICADOS QUE DETECTA GMAEVALI1'.                    000
      *REMARKS.'SE ADMITE LA MODIFICACION DE LA BOCA DE PAGO (CAMPO'.
      *REMARKS.'PAGO, NUMERICO) PARA LOS CAMBIOS DE BOCA QUE GENERA'.
      *REMARKS.'GMAEREND1 SOBRE LA RENDICION DEL BANCO'.
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
      *REMARKS.'TARJETA OPCIONAL CON EL PERIODO (AAAAMM, SA EN COL'.
      *REMARKS.'7-8) PARA REGISTRARSE EN LA BITACORA CON EL PERIODO'.
      *REMARKS.'QUE PREPARA'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
      *    CODIGO2 + NRO + CONC + SEC DEL MAESTRO (SORT PREVIO
      *    OBLIGATORIO). TIPO 'A' = ALTA (TRAE EL REGISTRO COMPLETO
      *    EN TRN-DATOS), 'B' = BAJA, 'M' = MODIFICACION DEL CAMPO
      *    NOMBRADO EN TRN-CAMPO (CADUC / ESPOSA / HIJOS / CODIGO /
      *    PAGO)
      *    CON EL VALOR DE TRN-VALOR. PUEDE HABER VARIAS FICHAS 'M'
      *    SOBRE LA MISMA CLAVE
       FD  NOVTRN                                                       000
       01  REG-REP-REC PIC X(120).                                      000
       WORKING-STORAGE SECTION.                                         000
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.
       77  FIN-MAE           PIC XX VALUE 'NO'.
       77  FIN-TRN           PIC XX VALUE 'NO'.
       77  LEIDO-M           PIC 9(8) VALUE ZEROS.
      *    IMAGEN DEL ALTA RETENIDA; SOLO SE NOMBRAN LOS CAMPOS QUE
      *    ADMITEN FICHA 'M' (MISMAS POSICIONES QUE EN REG-LIQ)
       01  REG-ALTA.
           02 FILLER          PIC X(43).
           02 ALT-PAGO        PIC X(4).
           02 FILLER          PIC X(21).
           02 ALT-ESPOSA      PIC X.
           02 ALT-HIJOS       PIC XX.
           02 ALT-CADUC       PIC X(6).
       01  CLAVE-MAE-ULT     PIC X(29) VALUE LOW-VALUES.
       01  CLAVE-TRN-ULT     PIC X(29) VALUE LOW-VALUES.
       77  ARCHIVO-ERRONEO   PIC X(8) VALUE SPACES.
      *    TARJETA CON EL PERIODO DE LA CADENA QUE SE PREPARA (AAAAMM
      *    EN COL 1-6; 'SA' EN COL 7-8 PARA UNA CORRIDA DE AGUINALDO,
      *    OTRO VALOR O BLANCO = MENSUAL/RETRO 'ME'), SOLO PARA LA
      *    BITACORA. SIN TARJETA QUEDA EL PERIODO DEL ULTIMO PASO
      *    REGISTRADO, QUE AL EMPEZAR EL CICLO ES EL DEL MES ANTERIOR
       01  PARAM.
           02 FECHA-CTL      PIC X(6).
           02 TIPO-CTL       PIC XX.
       01  REG-REP PIC X(120).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           OPEN INPUT MAESTRO NOVTRN OUTPUT MAESNEW MANTREP.
           MOVE SPACES TO REG-REP.
           STRING ' MANTENIMIENTO DE MAESTRO - NOVEDADES - FECHA '
      *    LO DEJE A LA VISTA SIN CORTAR LA CADENA
           IF T-RECHAZOS > ZEROS
              THEN MOVE 4 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       LEE-MAESTRO.
           MOVE 'N' TO BAJA-PEND.
           WRITE REG-REP-REC FROM REG-REP.
           CLOSE MAESTRO NOVTRN MAESNEW MANTREP.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-ERROR-SECUENCIA. EXIT.
       APAREA.
                      THEN MOVE TRN-VALOR (1:2) TO ALT-HIJOS
                      ELSE GO TO MODIF-ALTA-NO-NUM
              ELSE
           IF TRN-CAMPO = 'PAGO'
              THEN IF TRN-VALOR (1:4) NUMERIC
                      THEN MOVE TRN-VALOR (1:4) TO ALT-PAGO
                      ELSE GO TO MODIF-ALTA-NO-NUM
              ELSE
           IF TRN-CAMPO = 'CODIGO'
              THEN MOVE TRN-VALOR TO ALT-CODIGO
              ELSE MOVE ' CAMPO DESCONOCIDO          ' TO MOTIVO-RECHAZO
                      THEN MOVE TRN-VALOR (1:2) TO HIJOS
                      ELSE GO TO MODIF-NO-NUMERICA
              ELSE
           IF TRN-CAMPO = 'PAGO'
              THEN IF TRN-VALOR (1:4) NUMERIC
                      THEN MOVE TRN-VALOR (1:4) TO PAGO
                      ELSE GO TO MODIF-NO-NUMERICA
              ELSE
           IF TRN-CAMPO = 'CODIGO'
              THEN MOVE TRN-VALOR TO CODIGO
              ELSE MOVE ' CAMPO DESCONOCIDO          ' TO MOTIVO-RECHAZO
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-TOTALES. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEMANT1' TO BIT-PROGRAMA.
           IF FECHA-CTL NUMERIC
              THEN MOVE FECHA-CTL TO BIT-PERIODO
              ELSE DISPLAY ' *** AVISO *** SIN TARJETA DE PERIODO'
                           ' (AAAAMM) - LA BITACORA QUEDA CON EL'
                           ' PERIODO DEL PASO ANTERIOR ***'.
           IF TIPO-CTL = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS MAESTRO / GRAB. MAESNEW'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-M    TO BIT-LEIDOS.
           MOVE GRABADO-N  TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
