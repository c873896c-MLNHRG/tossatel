       IDENTIFICATION DIVISION.                                         000
       PROGRAM-ID. 'GMAEAUME1'.                                         000
       AUTHOR. 'SISTEMAS  15/10/26'                                     000
      *REMARKS.'GENERA EL HISCAR DEL PERIODO SIGUIENTE A PARTIR DEL'.   000
      *REMARKS.'HISCAR DEL MES CERRADO Y DE LA TABLA DEL DECRETO DE'.   000
      *REMARKS.'AUMENTO (DECRET: POR SECC-1/SECC-2/AGRUP/CARGO, UN'.    000
      *REMARKS.'PORCENTAJE O UN IMPORTE FIJO POR COMPONENTE: H-HABER,'. 000
      *REMARKS.'SUPL1, SUPL2, LOS 41 PASOS DE H-ANTIG Y SUMAFIJ1-3).'.  000
      *REMARKS.'GRABA HISNUE EN EL MISMO DISENO DE 302 Y EN EL MISMO'.  000
      *REMARKS.'ORDEN DE CLAVE QUE ESPERA EL APAREO DE GMAEBASE1, CON'. 000
      *REMARKS.'H-FECHA AVANZADA UN MES; EL INFORME AUMREP MUESTRA'.    000
      *REMARKS.'ANTES/DESPUES POR CARGO Y AUMSIN LOS CARGOS QUE EL'.    000
      *REMARKS.'DECRETO NO CUBRE, PARA APROBAR LA HISTORIA NUEVA ANTES'.000
      *REMARKS.'DE LA LIQUIDACION MENSUAL'.                             000
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.
      *REMARKS.'MODOS, RETORNO Y CONTADORES) EN LA BITACORA COMUN'.
      *REMARKS.'BITACO POR GMAEBITA1'.
       ENVIRONMENT DIVISION.                                            000
       CONFIGURATION SECTION.                                           000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.                                            000
       FILE-CONTROL.                                                    000
           SELECT HISCAR ASSIGN HISCAR.
           SELECT DECRET ASSIGN DECRET.
           SELECT HISNUE ASSIGN HISNUE.
           SELECT AUMREP ASSIGN AUMREP.
           SELECT AUMSIN ASSIGN AUMSIN.
           SELECT PERCTL ASSIGN PERCTL
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY PER-CLAVE
               FILE STATUS IS PERCTL-STATUS.
       DATA DIVISION.                                                   000
       FILE SECTION.                                                    000
      *    HISCAR DEL PERIODO CERRADO, CLASIFICADO POR LOS 12 PRIMEROS
      *    DE H-CODIGO + H-FECHA (LA CLAVE DE APAREO DE GMAEBASE1)
       FD  HISCAR                                                       000
           RECORD 302                                                   000
           LABEL RECORD STANDARD                                        000
           DATA RECORD REG-HISCAR.
       01  REG-HISCAR PIC X(302).                                       000
      *    TABLA DEL DECRETO, EN IMAGEN DE FICHA:
      *      COL  1     'D' = AUMENTO, '*' = COMENTARIO
      *      COL  2-4   SECC-1, SECC-2, AGRUP
      *      COL  5-7   CARGO (EN BLANCO = TODOS LOS CARGOS DE LA
      *                 SECC-1/SECC-2/AGRUP QUE NO TENGAN FICHA PROPIA)
      *      COL  9-10  COMPONENTE: HA = H-HABER, S1 = SUPL1,
      *                 S2 = SUPL2, AN = H-ANTIG, F1/F2/F3 = SUMAFIJ1-3
      *      COL 12-13  PASO DE ANTIGUEDAD (01 A 41; 00 = TODOS LOS
      *                 PASOS SIN FICHA PROPIA). EN LOS DEMAS
      *                 COMPONENTES VA 00 O EN BLANCO
      *      COL 15     MODO: P = PORCENTAJE, I = IMPORTE FIJO
      *      COL 16     SIGNO: '-' = REBAJA, BLANCO O '+' = AUMENTO
      *      COL 17-27  VALOR 9(9)V99 SIN COMA (PORCENTAJE CON DOS
      *                 DECIMALES O IMPORTE)
      *      COL 29-80  COMENTARIO
       FD  DECRET                                                       000
           RECORD 80                                                    000
           LABEL RECORD STANDARD                                        000
           DATA RECORD IS REG-DEC.                                      000
       01  REG-DEC.                                                     000
           02 DEC-TIPO          PIC X.
           02 DEC-SECC-1        PIC X.
           02 DEC-SECC-2        PIC X.
           02 DEC-AGRUP         PIC X.
           02 DEC-CARGO         PIC X(3).
           02 FILLER            PIC X.
           02 DEC-COMPON        PIC XX.
           02 FILLER            PIC X.
           02 DEC-PASO          PIC XX.
           02 DEC-PASO-N REDEFINES DEC-PASO PIC 99.
           02 FILLER            PIC X.
           02 DEC-MODO          PIC X.
           02 DEC-SIGNO         PIC X.
           02 DEC-VALOR         PIC 9(9)V99.
           02 FILLER            PIC X.
           02 DEC-COMENT        PIC X(52).
      *    HISCAR DEL PERIODO SIGUIENTE, MISMO DISENO Y ORDEN
       FD  HISNUE                                                       000
           RECORD 302                                                   000
           LABEL RECORD STANDARD                                        000
           DATA RECORD REG-HISNUE.
       01  REG-HISNUE PIC X(302).                                       000
      *    ANTES/DESPUES POR CARGO Y ERRORES DE LA GENERACION
       FD  AUMREP                                                       000
           RECORD 132                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-REP-REC.                                  000
       01  REG-REP-REC PIC X(132).                                      000
      *    CARGOS SIN FICHA EN EL DECRETO Y FICHAS DEL DECRETO QUE NO
      *    ENCONTRARON CARGO
       FD  AUMSIN                                                       000
           RECORD 120                                                   000
           LABEL RECORD IS STANDARD                                     000
           DATA RECORD IS REG-SIN-REC.                                  000
       01  REG-SIN-REC PIC X(120).                                      000
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
       77  FIN-HIS           PIC XX VALUE 'NO'.
       77  FIN-DEC           PIC XX VALUE 'NO'.
       77  LEIDO-H           PIC 9(8) VALUE ZEROS.
       77  LEIDO-DEC         PIC 9(8) VALUE ZEROS.
       77  T-OTRO-PER        PIC 9(8) VALUE ZEROS.
       77  T-GRABADOS        PIC 9(8) VALUE ZEROS.
       77  T-AUMENTADOS      PIC 9(8) VALUE ZEROS.
       77  T-SIN-DECRETO     PIC 9(8) VALUE ZEROS.
       77  T-SECUENCIA       PIC 9(8) VALUE ZEROS.
       77  T-PACKED          PIC 9(8) VALUE ZEROS.
       77  T-RANGO           PIC 9(8) VALUE ZEROS.
       77  T-SIN-USO         PIC 9(8) VALUE ZEROS.
       77  T-HABER-ANT       PIC S9(13)V99 VALUE ZEROS.
       77  T-HABER-NUE       PIC S9(13)V99 VALUE ZEROS.
      *    FICHAS DE DECRET RECHAZADAS EN LA CARGA: CON ALGUNA NO SE
      *    GENERA LA HISTORIA
       77  DECRET-ERRONEAS   PIC 999  VALUE ZEROS.
       77  DECRET-TOPE       PIC 9(4) VALUE ZEROS.
       77  D-IDX             PIC 9(4) VALUE ZEROS.
       77  DUPLICADA         PIC X    VALUE 'N'.
       77  CAND-TOPE         PIC 999  VALUE ZEROS.
       77  C-IDX             PIC 999  VALUE ZEROS.
       77  CAND-USO          PIC 999  VALUE ZEROS.
       77  RANGO             PIC 9    VALUE ZEROS.
       77  RANGO-USO         PIC 9    VALUE ZEROS.
       77  J                 PIC 99   VALUE ZEROS.
       77  PERCTL-STATUS     PIC XX   VALUE SPACES.
       77  MOTIVO-CASO       PIC X(30) VALUE SPACES.
      *    COMPONENTE EN CURSO: CODIGO Y PASO DE LA FICHA A BUSCAR,
      *    VALOR DEL MES CERRADO, VALOR NUEVO, MAXIMO QUE ADMITE EL
      *    CAMPO EMPAQUETADO Y SI ADMITE NEGATIVOS (SOLO SUMAFIJ)
       77  COMP-USO          PIC XX   VALUE SPACES.
       77  PASO-USO          PIC 99   VALUE ZEROS.
       77  VALOR-ANT         PIC S9(11)V99 VALUE ZEROS.
       77  VALOR-NUE         PIC S9(11)V99 VALUE ZEROS.
       77  TOPE-USO          PIC S9(11)V99 VALUE ZEROS.
       77  SIGNADO           PIC X    VALUE 'N'.
       77  FUERA-RANGO       PIC X    VALUE 'N'.
       77  HUBO-CAMBIO       PIC X    VALUE 'N'.
      *    'N' CUANDO EL REGISTRO TRAE ALGUN EMPAQUETADO INVALIDO
       77  PACKED-OK         PIC X    VALUE 'S'.
      *    ULTIMO CARGO LISTADO EN AUMSIN (UNA LINEA POR CARGO AUNQUE
      *    TENGA VARIAS BONIFICACIONES)
       77  CARGO-SIN-ANT     PIC X(6) VALUE SPACES.
       77  MASC-REG          PIC ZZZZZZZ9.
       77  MASC-CANT         PIC ZZZZZZZ9.
       77  MASC-TOT          PIC -(12)9,99.
       77  MASC-HAB          PIC -(9)9,99.
       77  MASC-SU1          PIC -(9)9,99.
       77  MASC-SU2          PIC -(9)9,99.
       77  MASC-A01          PIC -(9)9,99.
       77  MASC-A41          PIC -(9)9,99.
       77  MASC-F1           PIC -(9)9,99.
       77  MASC-F2           PIC -(9)9,99.
       77  MASC-F3           PIC -(9)9,99.
       77  MASC-VALOR        PIC -(9)9,99.
      *    TARJETA: PERIODO CERRADO CUYO HISCAR SE AUMENTA (AAAAMM).
      *    DEBE FIGURAR CERRADO EN PERCTL COMO CORRIDA MENSUAL ('ME')
       01  PARAM.
           02 FECHA-CTL.
              03 FECHA-CTL-AA   PIC 9(4).
              03 FECHA-CTL-MM   PIC 99.
      *    PERIODO QUE SE GENERA (EL SIGUIENTE AL DE LA TARJETA)
       01  FECHA-NUE.
           02 FECHA-NUE-AA      PIC 9(4).
           02 FECHA-NUE-MM      PIC 99.
      *    MISMO DISENO DE REG-HISC QUE GMAEBASE1 Y GMAEVALI1
       01  REG-HISC.
           02 H-FECHA                    PIC X(6).
           02 H-CODIGO.
              03 H-SECCI.
                 04 SECC-1               PIC X.
                 04 SECC-2               PIC X.
              03 AGRUP                   PIC X.
              03 CARGO                   PIC 999.
              03 CARG1 REDEFINES CARGO.
                 04 COD-CARG1            PIC X.
                 04 COD-CARG2            PIC XX.
              03 FILLER                  PIC X(4).
              03 BONIF                   PIC 99.
              03 BONIF1 REDEFINES BONIF.
                 04 LET1                 PIC X.
                 04 LET2                 PIC X.
              03 FILLER                  PIC XXX.
           02 H-HABER                    PIC 9(9)V99   COMP-3.
           02 SUPL1                      PIC 9(9)V99   COMP-3.
           02 SUPL2                      PIC 9(9)V99   COMP-3.
           02 TABLA.
              03 H-ANTIG   OCCURS 41 TIMES PIC 9(9)V99 COMP-3.
           02 SUMAFIJ1                   PIC S9(9)V99 COMP-3.
           02 SUMAFIJ2                   PIC S9(9)V99 COMP-3.
           02 SUMAFIJ3                   PIC S9(7)V99 COMP-3.
      *    EL MISMO REGISTRO TAL COMO VINO DEL MES CERRADO, PARA EL
      *    INFORME ANTES/DESPUES
       01  REG-ANTES.
           02 FILLER                     PIC X(21).
           02 ANT-HABER                  PIC 9(9)V99   COMP-3.
           02 ANT-SUPL1                  PIC 9(9)V99   COMP-3.
           02 ANT-SUPL2                  PIC 9(9)V99   COMP-3.
           02 ANT-TABLA.
              03 ANT-ANTIG OCCURS 41 TIMES PIC 9(9)V99 COMP-3.
           02 ANT-SUMAFIJ1               PIC S9(9)V99 COMP-3.
           02 ANT-SUMAFIJ2               PIC S9(9)V99 COMP-3.
           02 ANT-SUMAFIJ3               PIC S9(7)V99 COMP-3.
       01  CLAVE-HIS-AUX.
           02 H-CLAVE1      PIC X(12).
           02 H-CLAVE2      PIC X(6).
       01  CLAVE-HIS-ANT    PIC X(18) VALUE LOW-VALUES.
      *    CARGO DEL REGISTRO EN CURSO PARA AUMSIN
       01  CARGO-SIN.
           02 CS-SECC-1     PIC X.
           02 CS-SECC-2     PIC X.
           02 CS-AGRUP      PIC X.
           02 CS-CARGO      PIC X(3).
      *    FICHAS DEL DECRETO; TD-VALOR YA LLEVA EL SIGNO DE LA FICHA
       01  TABLA-DECRETO.
           02 DECRET-ENTRY OCCURS 3000.
              03 TD-SECC-1      PIC X.
              03 TD-SECC-2      PIC X.
              03 TD-AGRUP       PIC X.
              03 TD-CARGO       PIC X(3).
              03 TD-COMPON      PIC XX.
              03 TD-PASO        PIC 99.
              03 TD-MODO        PIC X.
              03 TD-VALOR       PIC S9(9)V99.
              03 TD-USOS        PIC 9(7).
      *    FICHAS QUE PUEDEN APLICAR AL REGISTRO EN CURSO (SU CARGO O
      *    LA DE TODA LA AGRUPACION), ARMADA UNA VEZ POR REGISTRO
       01  TABLA-CANDIDATOS.
           02 CAND-FILA     OCCURS 100 PIC 9(4).
       01  REG-REP PIC X(132).
       01  REG-SIN PIC X(120).
       PROCEDURE DIVISION.                                              000
           COPY PDFECHA.CPY.
           ACCEPT PARAM.
      *    EL PASO PREPARA EL PERIODO SIGUIENTE AL CERRADO: SE CALCULA
      *    ANTES DE LA BITACORA PARA REGISTRARSE EN ESE PERIODO
           MOVE SPACES TO FECHA-NUE.
           IF FECHA-CTL NUMERIC
              THEN PERFORM CALCULA-PERIODO THRU FIN-CALCULA-PERIODO.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.
           IF FECHA-CTL NOT NUMERIC
              OR FECHA-CTL-MM < 1 OR FECHA-CTL-MM > 12
              THEN DISPLAY ' *** ERROR *** INDICAR EL PERIODO CERRADO'
                           ' (AAAAMM) EN LA TARJETA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           PERFORM CONTROLA-PERIODO THRU FIN-CONTROLA-PERIODO.
     **
      *    UNA FICHA MAL CARGADA DEJARIA UN CARGO SIN AUMENTO O CON EL
      *    AUMENTO DE OTRO: CON CUALQUIER RECHAZO NO SE GENERA NADA
           PERFORM CARGA-DECRETO THRU FIN-CARGA-DECRETO.
           IF DECRET-TOPE = ZEROS
              THEN DISPLAY ' *** ERROR *** TABLA DEL DECRETO VACIA'
                           ' - NO SE GENERA HISCAR ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
           IF DECRET-ERRONEAS > ZEROS
              THEN DISPLAY ' *** ERROR *** FICHAS DE DECRET'
                           ' RECHAZADAS: ' DECRET-ERRONEAS
                           ' - CORREGIR LA TABLA ***'
                   MOVE 16 TO RETURN-CODE
                   PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN
                   STOP RUN.
     **
           OPEN INPUT HISCAR
                OUTPUT HISNUE AUMREP AUMSIN.
           PERFORM TITULOS THRU FIN-TITULOS.
     **
           PERFORM LEE-HISCAR THRU FIN-LEE-HISCAR.
           PERFORM PROCESA-HISCAR THRU FIN-PROCESA-HISCAR
                   UNTIL FIN-HIS = 'SI'.
     **
           PERFORM TITULO-SIN-USO THRU FIN-TITULO-SIN-USO.
           PERFORM LISTA-SIN-USO THRU FIN-LISTA-SIN-USO
                   VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > DECRET-TOPE.
           PERFORM RESUMEN THRU FIN-RESUMEN.
           CLOSE HISCAR HISNUE AUMREP AUMSIN.
           DISPLAY ' ******  TOTALES DE CONTROL PROGRAMA GMAEAUME ****'.
           DISPLAY ' PERIODO CERRADO / GENERADO    : ' FECHA-CTL
                   ' / ' FECHA-NUE.
           DISPLAY ' TOTAL FICHAS LEIDAS DECRET    : ' LEIDO-DEC.
           DISPLAY ' TOTAL REG. LEIDOS HISCAR      : ' LEIDO-H.
           DISPLAY ' TOTAL REG. DE OTRO PERIODO    : ' T-OTRO-PER.
           DISPLAY ' TOTAL REG. GRABADOS HISNUE    : ' T-GRABADOS.
           DISPLAY ' TOTAL REG. CON AUMENTO        : ' T-AUMENTADOS.
           DISPLAY ' TOTAL REG. SIN FICHA DECRETO  : ' T-SIN-DECRETO.
           DISPLAY ' TOTAL ERRORES DE SECUENCIA    : ' T-SECUENCIA.
           DISPLAY ' TOTAL EMPAQUETADOS INVALIDOS  : ' T-PACKED.
           DISPLAY ' TOTAL COMPONENTES FUERA RANGO : ' T-RANGO.
           DISPLAY ' TOTAL FICHAS DECRETO SIN USO  : ' T-SIN-USO.
      *    RETORNO 8: HISNUE NO SE DEBE USAR (INCOMPLETO, FUERA DE
      *    ORDEN O CON IMPORTES QUE NO SON LOS DEL DECRETO). RETORNO
      *    4: HISNUE SIRVE PERO HAY CARGOS O FICHAS PARA REVISAR
           IF T-GRABADOS = ZEROS OR T-SECUENCIA > ZEROS
              OR T-PACKED > ZEROS OR T-RANGO > ZEROS
              THEN MOVE 8 TO RETURN-CODE
              ELSE
           IF T-SIN-DECRETO > ZEROS OR T-SIN-USO > ZEROS
              THEN MOVE 4 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
      *    EL HISCAR A AUMENTAR ES EL DE UN MES YA LIQUIDADO Y CERRADO;
      *    UN PERIODO ABIERTO TODAVIA PUEDE CAMBIAR
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
       TABLA-EXCEDIDA.
           DISPLAY ' *** ERROR *** TABLA DE ' MOTIVO-CASO
                   ' EXCEDIDA - AMPLIAR OCCURS ***'.
           MOVE 16 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.
           STOP RUN.
       FIN-TABLA-EXCEDIDA. EXIT.
     **
      *    CARGA DE LA TABLA DEL DECRETO
       CARGA-DECRETO.
           OPEN INPUT DECRET.
           PERFORM LEE-DEC THRU FIN-LEE-DEC.
           PERFORM CARGA-UNA-DEC THRU FIN-CARGA-UNA-DEC
                   UNTIL FIN-DEC = 'SI'.
           MOVE DECRET-TOPE TO MASC-CANT.
           DISPLAY ' *** FICHAS DEL DECRETO CARGADAS: ' MASC-CANT
                   ' ***'.
           CLOSE DECRET.
       FIN-CARGA-DECRETO. EXIT.
       LEE-DEC.
           READ DECRET AT END MOVE 'SI' TO FIN-DEC
                              GO TO FIN-LEE-DEC.
           ADD 1 TO LEIDO-DEC.
       FIN-LEE-DEC. EXIT.
       CARGA-UNA-DEC.
           IF DEC-TIPO = '*'
              THEN GO TO SIGUE-DEC.
           IF DEC-TIPO NOT = 'D' OR DEC-SECC-1 = SPACE
              THEN GO TO RECHAZA-DEC.
           IF DEC-CARGO NOT = SPACES AND DEC-CARGO NOT NUMERIC
              THEN GO TO RECHAZA-DEC.
           IF DEC-COMPON NOT = 'HA' AND NOT = 'S1' AND NOT = 'S2'
                     AND NOT = 'AN' AND NOT = 'F1' AND NOT = 'F2'
                     AND NOT = 'F3'
              THEN GO TO RECHAZA-DEC.
           IF DEC-PASO = SPACES
              THEN MOVE ZEROS TO DEC-PASO.
           IF DEC-PASO NOT NUMERIC
              THEN GO TO RECHAZA-DEC.
           IF DEC-COMPON = 'AN' AND DEC-PASO-N > 41
              THEN GO TO RECHAZA-DEC.
           IF DEC-COMPON NOT = 'AN' AND DEC-PASO-N NOT = ZEROS
              THEN GO TO RECHAZA-DEC.
           IF DEC-MODO NOT = 'P' AND NOT = 'I'
              THEN GO TO RECHAZA-DEC.
           IF DEC-SIGNO NOT = SPACE AND NOT = '+' AND NOT = '-'
              THEN GO TO RECHAZA-DEC.
           IF DEC-VALOR NOT NUMERIC
              THEN GO TO RECHAZA-DEC.
      *    DOS FICHAS PARA LA MISMA CLAVE, COMPONENTE Y PASO: NO HAY
      *    FORMA DE SABER CUAL VALE
           MOVE 'N' TO DUPLICADA.
           PERFORM BUSCA-DUPLICADA THRU FIN-BUSCA-DUPLICADA
               VARYING D-IDX FROM 1 BY 1
               UNTIL D-IDX > DECRET-TOPE OR DUPLICADA = 'S'.
           IF DUPLICADA = 'S'
              THEN GO TO RECHAZA-DEC.
           IF DECRET-TOPE >= 3000
              THEN GO TO RECHAZA-DEC.
           ADD 1 TO DECRET-TOPE.
           MOVE DEC-SECC-1  TO TD-SECC-1 (DECRET-TOPE).
           MOVE DEC-SECC-2  TO TD-SECC-2 (DECRET-TOPE).
           MOVE DEC-AGRUP   TO TD-AGRUP (DECRET-TOPE).
           MOVE DEC-CARGO   TO TD-CARGO (DECRET-TOPE).
           MOVE DEC-COMPON  TO TD-COMPON (DECRET-TOPE).
           MOVE DEC-PASO-N  TO TD-PASO (DECRET-TOPE).
           MOVE DEC-MODO    TO TD-MODO (DECRET-TOPE).
           IF DEC-SIGNO = '-'
              THEN COMPUTE TD-VALOR (DECRET-TOPE) = ZERO - DEC-VALOR
              ELSE MOVE DEC-VALOR TO TD-VALOR (DECRET-TOPE).
           MOVE ZEROS       TO TD-USOS (DECRET-TOPE).
           GO TO SIGUE-DEC.
       RECHAZA-DEC.
           ADD 1 TO DECRET-ERRONEAS.
           DISPLAY ' *** FICHA DE DECRET RECHAZADA: ' REG-DEC.
       SIGUE-DEC.
           PERFORM LEE-DEC THRU FIN-LEE-DEC.
       FIN-CARGA-UNA-DEC. EXIT.
       BUSCA-DUPLICADA.
           IF TD-SECC-1 (D-IDX) = DEC-SECC-1
              AND TD-SECC-2 (D-IDX) = DEC-SECC-2
              AND TD-AGRUP (D-IDX)  = DEC-AGRUP
              AND TD-CARGO (D-IDX)  = DEC-CARGO
              AND TD-COMPON (D-IDX) = DEC-COMPON
              AND TD-PASO (D-IDX)   = DEC-PASO-N
              THEN MOVE 'S' TO DUPLICADA.
       FIN-BUSCA-DUPLICADA. EXIT.
       TITULOS.
           MOVE SPACES TO REG-REP.
           STRING ' AUMENTO DE HISCAR POR DECRETO - PERIODO '
                  FECHA-CTL ' A ' FECHA-NUE ' - FECHA ' FECHA-SISTEMA
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           STRING ' CLAVE (12)      '
                  '         HABER' '      SUPLEM.1' '      SUPLEM.2'
                  '   ANTIG.PASO1' '  ANTIG.PASO41' '     SUMAFIJ.1'
                  '     SUMAFIJ.2' '     SUMAFIJ.3'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE SPACES TO REG-SIN.
           STRING ' CARGOS SIN FICHA EN EL DECRETO (SE COPIAN SIN'
                  ' AUMENTO) - PERIODO ' FECHA-NUE
                  DELIMITED BY SIZE INTO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
           MOVE SPACES TO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
       FIN-TITULOS. EXIT.
       LEE-HISCAR.
           READ HISCAR INTO REG-HISC AT END MOVE 'SI' TO FIN-HIS
                              GO TO FIN-LEE-HISCAR.
           ADD 1 TO LEIDO-H.
           MOVE H-CODIGO      TO H-CLAVE1.
           MOVE H-FECHA       TO H-CLAVE2.
       FIN-LEE-HISCAR. EXIT.
     **
      *    SOLO EL PERIODO DE LA TARJETA PASA A HISNUE; COMO TODOS
      *    LOS REGISTROS GRABADOS LLEVAN LA MISMA FECHA NUEVA, EL
      *    ORDEN POR CODIGO DE ENTRADA ES EL ORDEN DE APAREO DE SALIDA
       PROCESA-HISCAR.
           IF CLAVE-HIS-AUX < CLAVE-HIS-ANT
              THEN ADD 1 TO T-SECUENCIA
                   MOVE 'HISCAR FUERA DE SECUENCIA' TO MOTIVO-CASO
                   PERFORM LINEA-ERROR THRU FIN-LINEA-ERROR.
           IF CLAVE-HIS-AUX = CLAVE-HIS-ANT
              THEN ADD 1 TO T-SECUENCIA
                   MOVE 'HISCAR CLAVE DUPLICADA' TO MOTIVO-CASO
                   PERFORM LINEA-ERROR THRU FIN-LINEA-ERROR.
           MOVE CLAVE-HIS-AUX TO CLAVE-HIS-ANT.
           IF H-FECHA NOT = FECHA-CTL
              THEN ADD 1 TO T-OTRO-PER
                   GO TO SIGUE-HISCAR.
      *    CON UN EMPAQUETADO INVALIDO NO HAY IMPORTE QUE AUMENTAR
           MOVE 'S' TO PACKED-OK.
           IF H-HABER NOT NUMERIC OR SUPL1 NOT NUMERIC
              OR SUPL2 NOT NUMERIC
              OR SUMAFIJ1 NOT NUMERIC OR SUMAFIJ2 NOT NUMERIC
              OR SUMAFIJ3 NOT NUMERIC
              THEN MOVE 'N' TO PACKED-OK.
           PERFORM VALIDA-ANTIG THRU FIN-VALIDA-ANTIG
               VARYING J FROM 1 BY 1 UNTIL J > 41.
           IF PACKED-OK = 'N'
              THEN ADD 1 TO T-PACKED
                   MOVE 'EMPAQUETADO INVALIDO' TO MOTIVO-CASO
                   PERFORM LINEA-ERROR THRU FIN-LINEA-ERROR
                   GO TO SIGUE-HISCAR.
           PERFORM AUMENTA-REGISTRO THRU FIN-AUMENTA-REGISTRO.
       SIGUE-HISCAR.
           PERFORM LEE-HISCAR THRU FIN-LEE-HISCAR.
       FIN-PROCESA-HISCAR. EXIT.
       VALIDA-ANTIG.
           IF H-ANTIG (J) NOT NUMERIC
              THEN MOVE 'N' TO PACKED-OK.
       FIN-VALIDA-ANTIG. EXIT.
       AUMENTA-REGISTRO.
           MOVE REG-HISC TO REG-ANTES.
           MOVE 'N'      TO HUBO-CAMBIO.
           MOVE ZEROS    TO CAND-TOPE.
           PERFORM BUSCA-CANDIDATO THRU FIN-BUSCA-CANDIDATO
               VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > DECRET-TOPE.
           IF CAND-TOPE = ZEROS
              THEN PERFORM CARGO-SIN-DECRETO
                      THRU FIN-CARGO-SIN-DECRETO
                   GO TO GRABA-NUEVO.
     **
           MOVE 999999999,99 TO TOPE-USO.
           MOVE 'N'          TO SIGNADO.
           MOVE ZEROS        TO PASO-USO.
           MOVE 'HA'    TO COMP-USO.
           MOVE H-HABER TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE TO H-HABER.
           MOVE 'S1'    TO COMP-USO.
           MOVE SUPL1   TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE TO SUPL1.
           MOVE 'S2'    TO COMP-USO.
           MOVE SUPL2   TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE TO SUPL2.
           MOVE 'AN'    TO COMP-USO.
           PERFORM APLICA-ANTIG THRU FIN-APLICA-ANTIG
               VARYING J FROM 1 BY 1 UNTIL J > 41.
           MOVE ZEROS   TO PASO-USO.
           MOVE 'S'     TO SIGNADO.
           MOVE 'F1'    TO COMP-USO.
           MOVE SUMAFIJ1 TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE TO SUMAFIJ1.
           MOVE 'F2'    TO COMP-USO.
           MOVE SUMAFIJ2 TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE TO SUMAFIJ2.
           MOVE 9999999,99 TO TOPE-USO.
           MOVE 'F3'    TO COMP-USO.
           MOVE SUMAFIJ3 TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE TO SUMAFIJ3.
           IF HUBO-CAMBIO = 'S'
              THEN ADD 1 TO T-AUMENTADOS.
       GRABA-NUEVO.
           MOVE FECHA-NUE TO H-FECHA.
           WRITE REG-HISNUE FROM REG-HISC.
           ADD 1 TO T-GRABADOS.
           ADD ANT-HABER TO T-HABER-ANT.
           ADD H-HABER   TO T-HABER-NUE.
           PERFORM IMPRIME-CARGO THRU FIN-IMPRIME-CARGO.
       FIN-AUMENTA-REGISTRO. EXIT.
       BUSCA-CANDIDATO.
           IF TD-SECC-1 (D-IDX) NOT = SECC-1
              OR TD-SECC-2 (D-IDX) NOT = SECC-2
              OR TD-AGRUP (D-IDX) NOT = AGRUP
              THEN GO TO FIN-BUSCA-CANDIDATO.
           IF TD-CARGO (D-IDX) NOT = SPACES
              AND TD-CARGO (D-IDX) NOT = CARG1
              THEN GO TO FIN-BUSCA-CANDIDATO.
           IF CAND-TOPE >= 100
              THEN MOVE 'CANDIDATOS' TO MOTIVO-CASO
                   PERFORM TABLA-EXCEDIDA THRU FIN-TABLA-EXCEDIDA.
           ADD 1 TO CAND-TOPE.
           MOVE D-IDX TO CAND-FILA (CAND-TOPE).
       FIN-BUSCA-CANDIDATO. EXIT.
      *    UN PASO DE ANTIGUEDAD EN CERO ES UN PASO QUE LA ESCALA DEL
      *    CARGO NO USA: EL IMPORTE FIJO NO LO HABILITA (EL PORCENTAJE
      *    LO DEJA EN CERO DE TODOS MODOS)
       APLICA-ANTIG.
           IF H-ANTIG (J) = ZEROS
              THEN GO TO FIN-APLICA-ANTIG.
           MOVE J           TO PASO-USO.
           MOVE H-ANTIG (J) TO VALOR-ANT.
           PERFORM APLICA-COMPONENTE THRU FIN-APLICA-COMPONENTE.
           MOVE VALOR-NUE   TO H-ANTIG (J).
       FIN-APLICA-ANTIG. EXIT.
      *    ELIGE LA FICHA MAS ESPECIFICA DEL COMPONENTE Y LA APLICA;
      *    SIN FICHA EL VALOR QUEDA COMO ESTABA. UN RESULTADO QUE NO
      *    ENTRA EN EL CAMPO (O NEGATIVO DONDE NO HAY SIGNO) SE LISTA
      *    Y DEJA EL VALOR ANTERIOR
       APLICA-COMPONENTE.
           MOVE VALOR-ANT TO VALOR-NUE.
           MOVE ZEROS     TO CAND-USO RANGO-USO.
           PERFORM ELIGE-FICHA THRU FIN-ELIGE-FICHA
               VARYING C-IDX FROM 1 BY 1 UNTIL C-IDX > CAND-TOPE.
           IF CAND-USO = ZEROS
              THEN GO TO FIN-APLICA-COMPONENTE.
           MOVE CAND-FILA (CAND-USO) TO D-IDX.
           ADD 1 TO TD-USOS (D-IDX).
           MOVE 'N' TO FUERA-RANGO.
           IF TD-MODO (D-IDX) = 'P'
              THEN COMPUTE VALOR-NUE ROUNDED = VALOR-ANT
                         + VALOR-ANT * TD-VALOR (D-IDX) / 100
                       ON SIZE ERROR MOVE 'S' TO FUERA-RANGO
                   END-COMPUTE
              ELSE COMPUTE VALOR-NUE = VALOR-ANT + TD-VALOR (D-IDX)
                       ON SIZE ERROR MOVE 'S' TO FUERA-RANGO
                   END-COMPUTE.
           IF VALOR-NUE > TOPE-USO
              THEN MOVE 'S' TO FUERA-RANGO.
           IF SIGNADO = 'N' AND VALOR-NUE < ZEROS
              THEN MOVE 'S' TO FUERA-RANGO.
           IF SIGNADO = 'S' AND VALOR-NUE + TOPE-USO < ZEROS
              THEN MOVE 'S' TO FUERA-RANGO.
           IF FUERA-RANGO = 'S'
              THEN MOVE VALOR-ANT TO VALOR-NUE
                   ADD 1 TO T-RANGO
                   PERFORM LINEA-RANGO THRU FIN-LINEA-RANGO
                   GO TO FIN-APLICA-COMPONENTE.
           IF VALOR-NUE NOT = VALOR-ANT
              THEN MOVE 'S' TO HUBO-CAMBIO.
       FIN-APLICA-COMPONENTE. EXIT.
      *    PRIORIDAD: CARGO Y PASO EXACTOS (4), CARGO EXACTO CON PASO
      *    00 (3), TODA LA AGRUPACION CON PASO EXACTO (2), TODA LA
      *    AGRUPACION CON PASO 00 (1). FUERA DE AN EL PASO ES SIEMPRE
      *    00 Y SOLO CUENTA EL CARGO
       ELIGE-FICHA.
           MOVE CAND-FILA (C-IDX) TO D-IDX.
           IF TD-COMPON (D-IDX) NOT = COMP-USO
              THEN GO TO FIN-ELIGE-FICHA.
           IF TD-PASO (D-IDX) = PASO-USO
              THEN MOVE 2 TO RANGO
              ELSE
           IF TD-PASO (D-IDX) = ZEROS
              THEN MOVE 1 TO RANGO
              ELSE GO TO FIN-ELIGE-FICHA.
           IF TD-CARGO (D-IDX) NOT = SPACES
              THEN ADD 2 TO RANGO.
           IF RANGO > RANGO-USO
              THEN MOVE RANGO TO RANGO-USO
                   MOVE C-IDX TO CAND-USO.
       FIN-ELIGE-FICHA. EXIT.
      *    EL CARGO SIGUE EN HISNUE CON LOS IMPORTES DEL MES CERRADO
      *    (SIN HISTORIA LA LIQUIDACION LO MANDARIA AL SUSPENSO); SE
      *    LISTA UNA VEZ POR CARGO PARA QUE SE APRUEBE O SE AGREGUE
      *    AL DECRETO
       CARGO-SIN-DECRETO.
           ADD 1 TO T-SIN-DECRETO.
           MOVE SECC-1 TO CS-SECC-1.
           MOVE SECC-2 TO CS-SECC-2.
           MOVE AGRUP  TO CS-AGRUP.
           MOVE CARG1  TO CS-CARGO.
           IF CARGO-SIN = CARGO-SIN-ANT
              THEN GO TO FIN-CARGO-SIN-DECRETO.
           MOVE CARGO-SIN TO CARGO-SIN-ANT.
           MOVE ANT-HABER TO MASC-HAB.
           MOVE SPACES TO REG-SIN.
           STRING ' SECC ' SECC-1 SECC-2 ' AGRUP ' AGRUP
                  ' CARGO ' CARG1 ' BONIF ' BONIF1
                  ' HABER ' MASC-HAB ' - SIN AUMENTO'
                  DELIMITED BY SIZE INTO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
       FIN-CARGO-SIN-DECRETO. EXIT.
       IMPRIME-CARGO.
           MOVE ANT-HABER     TO MASC-HAB.
           MOVE ANT-SUPL1     TO MASC-SU1.
           MOVE ANT-SUPL2     TO MASC-SU2.
           MOVE ANT-ANTIG (1) TO MASC-A01.
           MOVE ANT-ANTIG (41) TO MASC-A41.
           MOVE ANT-SUMAFIJ1  TO MASC-F1.
           MOVE ANT-SUMAFIJ2  TO MASC-F2.
           MOVE ANT-SUMAFIJ3  TO MASC-F3.
           MOVE SPACES TO REG-REP.
           STRING ' ' H-CLAVE1 ' ANT' ' ' MASC-HAB ' ' MASC-SU1
                  ' ' MASC-SU2 ' ' MASC-A01 ' ' MASC-A41
                  ' ' MASC-F1 ' ' MASC-F2 ' ' MASC-F3
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE H-HABER       TO MASC-HAB.
           MOVE SUPL1         TO MASC-SU1.
           MOVE SUPL2         TO MASC-SU2.
           MOVE H-ANTIG (1)   TO MASC-A01.
           MOVE H-ANTIG (41)  TO MASC-A41.
           MOVE SUMAFIJ1      TO MASC-F1.
           MOVE SUMAFIJ2      TO MASC-F2.
           MOVE SUMAFIJ3      TO MASC-F3.
           MOVE SPACES TO REG-REP.
           IF CAND-TOPE = ZEROS
              THEN STRING ' ' H-CLAVE1 ' NUE' ' ' MASC-HAB
                          ' ' MASC-SU1 ' ' MASC-SU2
                          '   *** SIN FICHA EN EL DECRETO ***'
                          DELIMITED BY SIZE INTO REG-REP
              ELSE STRING ' ' H-CLAVE1 ' NUE' ' ' MASC-HAB
                          ' ' MASC-SU1 ' ' MASC-SU2 ' ' MASC-A01
                          ' ' MASC-A41 ' ' MASC-F1 ' ' MASC-F2
                          ' ' MASC-F3
                          DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-IMPRIME-CARGO. EXIT.
       LINEA-ERROR.
           MOVE LEIDO-H TO MASC-REG.
           MOVE SPACES TO REG-REP.
           STRING ' *** ' MOTIVO-CASO ' REG ' MASC-REG
                  ' CLAVE ' CLAVE-HIS-AUX
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-ERROR. EXIT.
       LINEA-RANGO.
           MOVE VALOR-ANT        TO MASC-HAB.
           MOVE TD-VALOR (D-IDX) TO MASC-VALOR.
           MOVE SPACES TO REG-REP.
           STRING ' *** FUERA DE RANGO ' H-CLAVE1
                  ' COMPONENTE ' COMP-USO ' PASO ' PASO-USO
                  ' VALOR ' MASC-HAB ' FICHA ' TD-MODO (D-IDX)
                  MASC-VALOR ' - QUEDA EL VALOR ANTERIOR'
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
       FIN-LINEA-RANGO. EXIT.
       TITULO-SIN-USO.
           MOVE SPACES TO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
           MOVE ' FICHAS DEL DECRETO QUE NO SE APLICARON A NINGUN CARGO'
             TO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
           MOVE SPACES TO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
       FIN-TITULO-SIN-USO. EXIT.
      *    UNA FICHA SIN USO SUELE SER UN CARGO MAL TIPEADO EN EL
      *    DECRETO: EL CARGO VERDADERO QUEDO SIN AUMENTO
       LISTA-SIN-USO.
           IF TD-USOS (D-IDX) > ZEROS
              THEN GO TO FIN-LISTA-SIN-USO.
           ADD 1 TO T-SIN-USO.
           MOVE TD-VALOR (D-IDX) TO MASC-VALOR.
           MOVE SPACES TO REG-SIN.
           STRING ' SECC ' TD-SECC-1 (D-IDX) TD-SECC-2 (D-IDX)
                  ' AGRUP ' TD-AGRUP (D-IDX)
                  ' CARGO ' TD-CARGO (D-IDX)
                  ' COMPONENTE ' TD-COMPON (D-IDX)
                  ' PASO ' TD-PASO (D-IDX)
                  ' ' TD-MODO (D-IDX) MASC-VALOR
                  DELIMITED BY SIZE INTO REG-SIN.
           WRITE REG-SIN-REC FROM REG-SIN.
       FIN-LISTA-SIN-USO. EXIT.
       RESUMEN.
           MOVE SPACES TO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-GRABADOS TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' REGISTROS GRABADOS EN HISNUE: ' MASC-CANT
                  '   PERIODO ' FECHA-NUE
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-AUMENTADOS TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' REGISTROS CON AUMENTO      : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-SIN-DECRETO TO MASC-CANT.
           MOVE SPACES TO REG-REP.
           STRING ' REGISTROS SIN FICHA        : ' MASC-CANT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-HABER-ANT TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL H-HABER ANTES        : ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           MOVE T-HABER-NUE TO MASC-TOT.
           MOVE SPACES TO REG-REP.
           STRING ' TOTAL H-HABER DESPUES      : ' MASC-TOT
                  DELIMITED BY SIZE INTO REG-REP.
           WRITE REG-REP-REC FROM REG-REP.
           IF T-SECUENCIA > ZEROS OR T-PACKED > ZEROS
              OR T-RANGO > ZEROS OR T-GRABADOS = ZEROS
              THEN MOVE ' *** HISNUE NO SE PUEDE USAR - VER ERRORES ***'
                     TO REG-REP
                   WRITE REG-REP-REC FROM REG-REP.
       FIN-RESUMEN. EXIT.
      *    PERIODO SIGUIENTE AL DE LA TARJETA (EL QUE SE PREPARA)
       CALCULA-PERIODO.
           IF FECHA-CTL-MM < 1 OR FECHA-CTL-MM > 12
              THEN GO TO FIN-CALCULA-PERIODO.
           MOVE FECHA-CTL-AA TO FECHA-NUE-AA.
           MOVE FECHA-CTL-MM TO FECHA-NUE-MM.
           IF FECHA-NUE-MM = 12
              THEN ADD 1 TO FECHA-NUE-AA
                   MOVE 1 TO FECHA-NUE-MM
              ELSE ADD 1 TO FECHA-NUE-MM.
       FIN-CALCULA-PERIODO. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE
      *    ALTERAR EL RETORNO DEL PROGRAMA
       BITACORA-INICIO.
           MOVE SPACES TO REG-BITACORA.
           MOVE 'GMAEAUME1' TO BIT-PROGRAMA.
           MOVE FECHA-NUE TO BIT-PERIODO.
           MOVE 'ME' TO BIT-TIPO.
           MOVE 'LEIDOS HISCAR / GRAB. HISNUE'
             TO BIT-DETALLE.
           MOVE 'I' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE ZEROS TO RETURN-CODE.
       FIN-BITACORA-INICIO. EXIT.
       BITACORA-FIN.
           MOVE RETURN-CODE TO BIT-RC.
           MOVE LEIDO-H     TO BIT-LEIDOS.
           MOVE T-GRABADOS  TO BIT-GRABADOS.
           MOVE 'F' TO BIT-EVENTO.
           CALL 'GMAEBITA1' USING REG-BITACORA.
           MOVE BIT-RC TO RETURN-CODE.
       FIN-BITACORA-FIN. EXIT.
