      *REMARKS.'LOS 12 PRIMEROS DE H-CODIGO + H-FECHA, LA MISMA CLAVE'. 000
      *REMARKS.'DE APAREO DE GMAEBASE1) PARA EL ACCESO DIRECTO DE LOS'. 000
      *REMARKS.'RETROACTIVOS (MODO-INDEX = S)'.                         000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
      *REMARKS.'TARJETA OPCIONAL CON EL PERIODO (AAAAMM, SA EN COL'.
      *REMARKS.'7-8) PARA REGISTRARSE EN LA BITACORA CON EL PERIODO'.
      *REMARKS.'QUE PREPARA'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
              03 HIX-FECHA   PIC X(6).                                  000
           02 HIX-DATOS      PIC X(302).                                000
       WORKING-STORAGE SECTION.                                         000
           COPY WSBITA.CPY.
       77  LEIDO-H           PIC 9(8) VALUE ZEROS.
       77  GRABADO-X         PIC 9(8) VALUE ZEROS.
       77  DUPLICADOS        PIC 9(8) VALUE ZEROS.
       77  FIN-HIS           PIC XX   VALUE 'NO'.
      *    TARJETA CON EL PERIODO DE LA CADENA QUE SE PREPARA (AAAAMM
      *    EN COL 1-6; 'SA' EN COL 7-8 PARA UNA CORRIDA DE AGUINALDO,
      *    OTRO VALOR O BLANCO = MENSUAL/RETRO 'ME'), SOLO PARA LA
      *    BITACORA. SIN TARJETA QUEDA EL PERIODO DEL ULTIMO PASO
      *    REGISTRADO, QUE AL EMPEZAR EL CICLO ES EL DEL MES ANTERIOR
       01  PARAM.
           02 FECHA-CTL      PIC X(6).
           02 TIPO-CTL       PIC XX.
       PROCEDURE DIVISION.                                              000
           ACCEPT PARAM.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           OPEN INPUT HISCAR OUTPUT HISCARX.
           PERFORM LEE-HISCAR THRU FIN-LEE-HISCAR.
           PERFORM CARGA THRU FIN-CARGA UNTIL FIN-HIS = 'SI'.
      *    PLANIFICADOR NO DEBE LANZAR LA LIQUIDACION CON MODO-INDEX
           IF DUPLICADOS > ZEROS
              THEN MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       CARGA.
      *    LA CLAVE DEL INDEXADO SE ARMA IGUAL QUE CLAVE-HIS-AUX EN
                              GO TO FIN-LEE-HISCAR.
           ADD 1 TO LEIDO-H.
       FIN-LEE-HISCAR. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEHIDX1' TO BIT-PROGRAMA.
           IF FECHA-CTL NUMERIC
              THEN MOVE FECHA-CTL TO BIT-PERIODO
              ELSE DISPLAY ' *** AVISO *** SIN TARJETA DE PERIODO'
                           ' (AAAAMM) - LA BITACORA QUEDA CON EL'
                           ' PERIODO DEL PASO ANTERIOR ***'.
           IF TIPO-CTL = 'SA'
              THEN MOVE 'SA' TO BIT-TIPO
              ELSE MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS HISCAR / GRAB. HISCARX'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-H    TO BIT-LEIDOS.
           MOVE GRABADO-X  TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
