      *REMARKS.'LA BASE DEL EMBARGO Y SU TOPE EXCLUYEN LA ASIGNACION'.      043
      *REMARKS.'FAMILIAR 03 (NO ES HABER) Y LA ASIGNACION NO BUSCA'.        043
      *REMARKS.'ESCALA CUANDO NO HAY ESPOSA NI HIJOS CARGADOS'.             043
      *REMARKS.'SE RETIENE EL IMPUESTO A LAS GANANCIAS (4TA CATEGORIA)'.    044
      *REMARKS.'A MAGISTRADOS, LEGISLATURA Y PODER JUDICIAL (GMAE-'.        044
      *REMARKS.'MAGIPROV, GMAELEGIS, GMAEPODJUD): LINEA CONCEPTO GA EN'.    044
      *REMARKS.'NEGATIVO POR EL METODO ACUMULADO SOBRE GANACU (BRUTO,'.     044
      *REMARKS.'DEDUCCIONES Y RETENIDO DEL ANIO POR NRO, INDEXADO) CON'.    044
      *REMARKS.'LA ESCALA, DEDUCCIONES Y CARGAS DE FAMILIA DE LA TABLA'.    044
      *REMARKS.'EXTERNA GANESC (VIGENCIAS COMO ASIESC). SOLO EN LA'.        044
      *REMARKS.'MENSUAL; EL CERTIFICADO ANUAL Y LA DECLARACION MENSUAL'.    044
      *REMARKS.'PARA AFIP LOS EMITE GMAEGANA1 SOBRE GANACU Y MAEACT'.       044
      *REMARKS.'SE APLICAN LAS DEDUCCIONES VOLUNTARIAS DEL REGISTRO'.       045
      *REMARKS.'DESVOL (MUTUALES, COOPERATIVAS, CUOTA SINDICAL,'.           045
      *REMARKS.'PRESTAMOS): LINEA CONCEPTO DV EN NEGATIVO DESPUES DE'.      045
      *REMARKS.'EMBARGOS Y GANANCIAS, EN EL ORDEN DE PRIORIDAD DE LAS'.     045
      *REMARKS.'ENTIDADES (DESENT) Y DENTRO DEL TOPE DE AFECTACION'.        045
      *REMARKS.'DEL HABER, QUE INCLUYE LO YA EMBARGADO; LAS QUE NO'.        045
      *REMARKS.'ENTRAN SALEN EN DESLIS Y COMO EXCEPCION DX. SOLO EN LA'.    045
      *REMARKS.'MENSUAL; LA RENDICION A LAS ENTIDADES Y EL AVANCE DE'.      045
      *REMARKS.'LAS CUOTAS LOS HACE GMAEDESC1 SOBRE MAEACT'.                045
      *REMARKS.'SE COMPLETA EL HABER MINIMO GARANTIZADO: DESPUES DEL'.      046
      *REMARKS.'SUBPROGRAMA, SI HABER+ANTIG DE TODAS LAS LINEAS DEL'.       046
      *REMARKS.'REGISTRO 01 QUEDA DEBAJO DEL MINIMO VIGENTE PARA'.          046
      *REMARKS.'FECHA-LIQ SEGUN LA FAMILIA DE REGIMEN (TABLA EXTERNA'.      046
      *REMARKS.'MINESC, VIGENCIAS COMO ASIESC) SE AGREGA UNA LINEA'.        046
      *REMARKS.'CONCEPTO MG POR LA DIFERENCIA, LISTADA EN MINLIS CON'.      046
      *REMARKS.'EL TOTAL ORIGINAL. CTLTOT (89 A 150) Y EL CHECKPOINT'.      046
      *REMARKS.'LLEVAN CANTIDAD E IMPORTE DE LOS COMPLEMENTOS'.             046
      *REMARKS.'GRABA INICIO Y FIN DE CADA CORRIDA (PERIODO, TIPO,'.        047
      *REMARKS.'MODOS DEL PARAMETRO, RETORNO, LEIDOS DE MAESTRO Y'.         047
      *REMARKS.'GRABADOS) EN LA BITACORA COMUN BITACO POR GMAEBITA1'.       047
       ENVIRONMENT DIVISION.                                                000
       CONFIGURATION SECTION.                                               000
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
               ACCESS RANDOM
               RECORD KEY PER-CLAVE
               FILE STATUS IS PERCTL-STATUS.
           SELECT GANESC ASSIGN GANESC.
           SELECT GANACU ASSIGN GANACU
               ORGANIZATION INDEXED
               ACCESS RANDOM
               RECORD KEY ACU-NRO
               FILE STATUS IS GANACU-STATUS.
           SELECT DESENT ASSIGN DESENT.
           SELECT DESVOL ASSIGN DESVOL.
           SELECT DESLIS ASSIGN DESLIS.
           SELECT MINESC ASSIGN MINESC.
           SELECT MINLIS ASSIGN MINLIS.
       DATA DIVISION.                                                       001
       FILE SECTION.                                                        001
       FD  MAESTRO                                                          001
      *    CONTADORES NUEVOS MIDEN 89, POR ESO SE DECLARA DE LONGITUD      042
      *    VARIABLE (LAS CORRIDAS NUEVAS GRABAN SIEMPRE 129)               042
       FD  CTLTOT                                                           009
           RECORD VARYING FROM 89 TO 150 DEPENDING ON CTL-REC-LEN           046
           LABEL RECORD STANDARD                                            009
           DATA RECORD IS REG-CTL.                                          009
       01  REG-CTL.                                                         009
           02 CTL-T-CADUCOS      PIC 9(8).                                  040
           02 CTL-T-CADUCOS-SUP  PIC 9(8).                                  040
           02 CTL-T-EXCEP        PIC 9(8).                                  040
      *    COMPLEMENTOS AL HABER MINIMO (LINEAS MG) Y SU IMPORTE, PARA   046
      *    GMAECONC1 Y EL BALANCE DE TESORERIA                           046
           02 CTL-T-COMPLE       PIC 9(8).                                  046
           02 CTL-IMP-COMPLE     PIC 9(11)V99.                              046
      *    ARCHIVO DE EXCEPCIONES: CODIGOS DE CARGO NO CONSIDERADOS,      009
      *    DESBORDES DE LA TABLA REGIS Y DIFERENCIAS DE IMPORTE          010
      *    SUPERIORES AL UMBRAL, IDENTIFICADOS POR EXC-TIPO              009
      *    ARCHIVO DE CHECKPOINT PARA REINICIO DEL MATCH-MERGE           009
      *    MAESTRO/HISCAR (SE GRABA UN PUNTO CADA CHK-INTERVALO LEIDOS)   009
       FD  CHECKPT                                                          009
           RECORD 237                                                       046
           LABEL RECORD STANDARD                                            009
           DATA RECORD IS REG-CHK.                                          009
       01  REG-CHK.                                                         009
           02 CHK-T-EMBARG      PIC 9(8).                                   038
           02 CHK-T-EMB-EXCED   PIC 9(8).                                   038
           02 CHK-T-EXCEP       PIC 9(8).                                   040
      *    CONTADORES DE GANANCIAS Y MARCA DE LA CORRIDA QUE ACTUALIZA   044
      *    GANACU: UN REINICIO SIGUE SIENDO LA MISMA CORRIDA Y NO DEBE   044
      *    DESCONTAR LO QUE YA ACUMULO ANTES DEL CORTE                   044
           02 CHK-T-GANAN       PIC 9(8).                                   044
           02 CHK-T-GAN-TOPE    PIC 9(8).                                   044
           02 CHK-IMP-GANAN     PIC S9(11)V99.                              044
           02 CHK-CORRIDA       PIC X(14).                                  044
      *    CONTADORES DE LAS DEDUCCIONES VOLUNTARIAS                     045
           02 CHK-T-DESVOL      PIC 9(8).                                   045
           02 CHK-T-DES-EXCED   PIC 9(8).                                   045
           02 CHK-IMP-DESVOL    PIC S9(11)V99.                              045
      *    CONTADORES DEL COMPLEMENTO AL HABER MINIMO                    046
           02 CHK-T-COMPLE      PIC 9(8).                                   046
           02 CHK-IMP-COMPLE    PIC S9(11)V99.                              046
      *    MISMO CONTENIDO QUE ARCHLIS, EN FORMATO DELIMITADO POR '|'     009
      *    PARA CARGAR DIRECTAMENTE EN UNA PLANILLA DE CALCULO            009
       FD  ARCHCSV                                                          009
              03 PER-TIPO       PIC XX.                                     043
           02 PER-ESTADO        PIC X.                                      039
           02 PER-FEC-PROC      PIC 9(8).                                   039
      *    TABLA DEL IMPUESTO A LAS GANANCIAS, EN IMAGEN DE FICHA.       044
      *    COL 1 TIPO: 'D' = DEDUCCIONES ANUALES DE UNA VIGENCIA, 'E' =  044
      *    UN TRAMO DE LA ESCALA DE ESA VIGENCIA, '*' = COMENTARIO.      044
      *    COLS 2-7 VIGENTE DESDE (AAAAMM, INCLUSIVE, RIGE HASTA LA      044
      *    PROXIMA). FICHA D: 9-19 GANANCIA NO IMPONIBLE, 21-31          044
      *    DEDUCCION ESPECIAL, 33-43 POR CONYUGE, 45-55 POR HIJO (TODOS  044
      *    ANUALES, 9(9)V99 SIN COMA). FICHA E: 9-19 GANANCIA NETA       044
      *    ANUAL DESDE, 21-31 IMPUESTO FIJO ANUAL, 33-36 PORCENTAJE      044
      *    SOBRE EL EXCEDENTE (99V99). CADA VIGENCIA ES UNA FICHA D      044
      *    SEGUIDA DE SUS FICHAS E EN ORDEN CRECIENTE, LA PRIMERA DESDE  044
      *    CERO; LAS VIGENCIAS EN ORDEN DE FECHA                         044
       FD  GANESC                                                           044
           RECORD 80                                                        044
           LABEL RECORD STANDARD                                            044
           DATA RECORD IS REG-GAN.                                          044
       01  REG-GAN.                                                         044
           02 GAN-TIPO          PIC X.                                      044
           02 GAN-DESDE         PIC X(6).                                   044
           02 FILLER            PIC X.                                      044
           02 GAN-DATOS         PIC X(72).                                  044
           02 GAN-DATOS-D REDEFINES GAN-DATOS.                              044
              03 GAN-MNI        PIC 9(9)V99.                                044
              03 FILLER         PIC X.                                      044
              03 GAN-ESPECIAL   PIC 9(9)V99.                                044
              03 FILLER         PIC X.                                      044
              03 GAN-CONYUGE    PIC 9(9)V99.                                044
              03 FILLER         PIC X.                                      044
              03 GAN-HIJO       PIC 9(9)V99.                                044
              03 GAN-COMENT-D   PIC X(25).                                  044
           02 GAN-DATOS-E REDEFINES GAN-DATOS.                              044
              03 GAN-TR-DESDE   PIC 9(9)V99.                                044
              03 FILLER         PIC X.                                      044
              03 GAN-TR-FIJO    PIC 9(9)V99.                                044
              03 FILLER         PIC X.                                      044
              03 GAN-TR-PORC    PIC 99V99.                                  044
              03 GAN-COMENT-E   PIC X(44).                                  044
      *    ACUMULADO ANUAL DE GANANCIAS POR NRO (PERMANENTE, INDEXADO):  044
      *    BRUTO, DEDUCCIONES COMPUTADAS E IMPUESTO RETENIDO DEL ANIO,   044
      *    MAS LO APORTADO POR EL ULTIMO PERIODO LIQUIDADO (ACU-MES-*)   044
      *    PARA PODER DESCONTARLO SI ESE PERIODO SE VUELVE A LIQUIDAR.   044
      *    ACU-CORRIDA ES FECHA+HORA DE LA CORRIDA QUE LO ACTUALIZO Y    044
      *    ACU-ULT-LEIDO EL ULTIMO REGISTRO DE MAESTRO QUE LO TOCO. LO   044
      *    LEE GMAEGANA1 PARA LA DECLARACION MENSUAL Y EL CERTIFICADO    044
       FD  GANACU                                                           044
           RECORD 172                                                       044
           LABEL RECORD STANDARD                                            044
           DATA RECORD IS REG-ACU.                                          044
       01  REG-ACU.                                                         044
           02 ACU-NRO           PIC X(10).                                  044
           02 ACU-ANIO          PIC X(4).                                   044
           02 ACU-PERIODO       PIC X(6).                                   044
           02 ACU-CORRIDA       PIC X(14).                                  044
           02 ACU-ULT-LEIDO     PIC 9(8).                                   044
           02 ACU-BRUTO         PIC S9(11)V99.                              044
           02 ACU-DEDUC         PIC S9(11)V99.                              044
           02 ACU-RETEN         PIC S9(11)V99.                              044
           02 ACU-MES-BRUTO     PIC S9(11)V99.                              044
           02 ACU-MES-DEDUC     PIC S9(11)V99.                              044
           02 ACU-MES-RETEN     PIC S9(11)V99.                              044
           02 ACU-APYN          PIC X(27).                                  044
           02 ACU-SEC           PIC XX.                                     044
           02 ACU-ESPOSA-N      PIC 9.                                      044
           02 ACU-HIJOS-N       PIC 99.                                     044
           02 ACU-SUBPGM        PIC X(12).                                  044
           02 FILLER            PIC X(8).                                   044
      *    ENTIDADES DE LAS DEDUCCIONES VOLUNTARIAS, EN IMAGEN DE        045
      *    FICHA. COL 1 TIPO: 'E' = ENTIDAD, 'T' = TOPE DE AFECTACION,   045
      *    '*' = COMENTARIO. FICHA E: 2-5 CODIGO DE ENTIDAD, 7-8         045
      *    PRIORIDAD (01 SE DESCUENTA PRIMERO), 10-39 NOMBRE, 41-51      045
      *    CUIT. FICHA T (UNA SOLA): 2-4 PORCENTAJE MAXIMO DEL HABER     045
      *    QUE PUEDEN AFECTAR ENTRE EMBARGOS Y DEDUCCIONES               045
       FD  DESENT                                                           045
           RECORD 80                                                        045
           LABEL RECORD STANDARD                                            045
           DATA RECORD IS REG-DEN.                                          045
       01  REG-DEN.                                                         045
           02 DEN-TIPO          PIC X.                                      045
           02 DEN-DATOS         PIC X(79).                                  045
           02 DEN-DATOS-E REDEFINES DEN-DATOS.                              045
              03 DEN-CODIGO     PIC X(4).                                   045
              03 FILLER         PIC X.                                      045
              03 DEN-PRIOR      PIC 99.                                     045
              03 FILLER         PIC X.                                      045
              03 DEN-NOMBRE     PIC X(30).                                  045
              03 FILLER         PIC X.                                      045
              03 DEN-CUIT       PIC X(11).                                  045
              03 DEN-COMENT-E   PIC X(29).                                  045
           02 DEN-DATOS-T REDEFINES DEN-DATOS.                              045
              03 DEN-TOPE       PIC 999.                                    045
              03 DEN-COMENT-T   PIC X(76).                                  045
      *    REGISTRO DE DEDUCCIONES VOLUNTARIAS AUTORIZADAS, EN IMAGEN    045
      *    DE FICHA: COL 2-11 NRO DEL BENEFICIO, 13-16 ENTIDAD, 18       045
      *    MODO ('P' PORCENTAJE DEL HABER / 'I' IMPORTE FIJO), 20-28     045
      *    VALOR (9(7)V99 SIN COMA), 30-32 CUOTAS PACTADAS (000 = SIN    045
      *    LIMITE, P.EJ. CUOTA SOCIAL), 34-36 CUOTAS YA DESCONTADAS,     045
      *    38-43 PRIMER PERIODO, 45-50 ULTIMO PERIODO (999999 = SIN      045
      *    FIN), 52-61 REFERENCIA DE LA ENTIDAD (NRO DE PRESTAMO O DE    045
      *    SOCIO). '*' EN COL 1 = COMENTARIO. LO REGENERA CADA MES       045
      *    GMAEDESC1 CON LAS CUOTAS AVANZADAS                            045
       FD  DESVOL                                                           045
           RECORD 80                                                        045
           LABEL RECORD STANDARD                                            045
           DATA RECORD IS REG-DVO.                                          045
       01  REG-DVO.                                                         045
           02 DVO-TIPO          PIC X.                                      045
           02 DVO-NRO           PIC X(10).                                  045
           02 FILLER            PIC X.                                      045
           02 DVO-ENTIDAD       PIC X(4).                                   045
           02 FILLER            PIC X.                                      045
           02 DVO-MODO          PIC X.                                      045
           02 FILLER            PIC X.                                      045
           02 DVO-VALOR         PIC 9(7)V99.                                045
           02 FILLER            PIC X.                                      045
           02 DVO-CUOTAS        PIC 999.                                    045
           02 FILLER            PIC X.                                      045
           02 DVO-TOMADAS       PIC 999.                                    045
           02 FILLER            PIC X.                                      045
           02 DVO-DESDE         PIC X(6).                                   045
           02 FILLER            PIC X.                                      045
           02 DVO-HASTA         PIC X(6).                                   045
           02 FILLER            PIC X.                                      045
           02 DVO-REFER         PIC X(10).                                  045
           02 DVO-COMENT        PIC X(19).                                  045
      *    DEDUCCIONES QUE NO ENTRARON EN EL TOPE O EN EL NETO, Y        045
      *    RESUMEN FINAL POR ENTIDAD (MISMA IDEA QUE EMBEXT)             045
       FD  DESLIS                                                           045
           RECORD 120                                                       045
           LABEL RECORD STANDARD                                            045
           DATA RECORD IS REG-DESLIS-REC.                                   045
       01  REG-DESLIS-REC PIC X(120).                                       045
      *    HABER MINIMO GARANTIZADO, EN IMAGEN DE FICHA: COL 2-3         046
      *    FAMILIA DE REGIMEN (LOS DOS PRIMEROS DEL CODIGO; COL 3 EN     046
      *    BLANCO = TODA LA LETRA DE COL 2, COMO EN RUTAS), 5-10         046
      *    VIGENTE DESDE (AAAAMM, INCLUSIVE, RIGE HASTA LA PROXIMA       046
      *    VIGENCIA DE LA MISMA FAMILIA), 12-20 MINIMO (9(7)V99 SIN      046
      *    COMA), 22-80 COMENTARIO. '*' EN COL 1 = COMENTARIO            046
       FD  MINESC                                                           046
           RECORD 80                                                        046
           LABEL RECORD STANDARD                                            046
           DATA RECORD IS REG-MIN.                                          046
       01  REG-MIN.                                                         046
           02 MIN-TIPO          PIC X.                                      046
           02 MIN-POS-1         PIC X.                                      046
           02 MIN-POS-2         PIC X.                                      046
           02 FILLER            PIC X.                                      046
           02 MIN-DESDE         PIC X(6).                                   046
           02 FILLER            PIC X.                                      046
           02 MIN-MINIMO        PIC 9(7)V99.                                046
           02 FILLER            PIC X.                                      046
           02 MIN-COMENT        PIC X(59).                                  046
      *    BENEFICIARIOS COMPLETADOS AL MINIMO: TOTAL ORIGINAL, MINIMO   046
      *    APLICADO Y COMPLEMENTO                                        046
       FD  MINLIS                                                           046
           RECORD 120                                                       046
           LABEL RECORD STANDARD                                            046
           DATA RECORD IS REG-MINLIS-REC.                                   046
       01  REG-MINLIS-REC PIC X(120).                                       046
       WORKING-STORAGE SECTION.                                             001
           COPY WSFECHA.CPY.
           COPY WSBITA.CPY.                                                 047
       77  LEIDO-M           PIC 9(8) VALUE ZEROS.
       77  LEIDO-H           PIC 9(8) VALUE ZEROS.
       77  T-GRABA           PIC 9(8) VALUE ZEROS.
       77  KCHK2             PIC 9(8)  VALUE ZEROS.                         009
       77  WS-CTLTOT-STATUS  PIC XX    VALUE SPACES.                        013
      *    LONGITUD DEL REGISTRO DE CTLTOT (VER EL FD): SE GRABA           042
      *    SIEMPRE 150, LAS LINEAS VIEJAS (89 A 129) SOLO SE LEEN EN     046
      *    GMAECONC1                                                      042
       77  CTL-REC-LEN       PIC 9(3)  VALUE 150.                           046
       77  WS-HUBO-CHK       PIC X     VALUE 'N'.                            014
      *    'S' SI EL SUBPROGRAMA LLAMADO INTENTO CARGAR VEC-LIQ MAS      013
      *    ALLA DE SU PROPIA TABLA (P.EJ. REGISTRO OCCURS 15 EN          013
              03 TJ-CANT        PIC 9(7).                                   038
              03 TJ-IMPORTE     PIC S9(11)V99.                              038
       01  REG-EMBEXT        PIC X(120).                                    038
      *    SOPORTE DE LA RETENCION DE GANANCIAS: TABLA DE VIGENCIAS      044
      *    CARGADA DESDE GANESC (DEDUCCIONES ANUALES + TRAMOS DE LA      044
      *    ESCALA), ACUMULADO DEL BENEFICIARIO EN CURSO Y CALCULO DEL    044
      *    PERIODO. GAN-ACTIVA = 'S' SOLO EN LA MENSUAL                  044
       77  GAN-ACTIVA        PIC X   VALUE 'N'.                             044
       77  GANACU-STATUS     PIC XX  VALUE SPACES.                          044
      *    'S' CUANDO GANACU QUEDO ABIERTO (EN SIMULACION SOLO SE LEE,   044
      *    Y SI TODAVIA NO EXISTE SE CALCULA COMO PRIMER MES DEL ANIO)   044
       77  GAN-ACU-ABIERTO   PIC X   VALUE 'N'.                             044
       77  GAN-ACU-NUEVO     PIC X   VALUE 'N'.                             044
       77  GAN-ACU-OK        PIC X   VALUE 'N'.                             044
       77  GANESC-TOPE       PIC 999 VALUE ZEROS.                           044
      *    FICHAS DE GANESC RECHAZADAS EN LA CARGA (NO NUMERICAS, FUERA  044
      *    DE ORDEN O SIN VIGENCIA): CON ALGUNA RECHAZADA NO SE LIQUIDA  044
       77  GANESC-ERRONEAS   PIC 999 VALUE ZEROS.                           044
       77  FIN-GANESC        PIC XX  VALUE 'NO'.                            044
       77  G-IDX             PIC 999 VALUE ZEROS.                           044
       77  G-I               PIC 99  VALUE ZEROS.                           044
       77  T-IDX             PIC 99  VALUE ZEROS.                           044
       77  GAN-FILA-USO      PIC 999 VALUE ZEROS.                           044
       77  TRAMO-USO         PIC 99  VALUE ZEROS.                           044
       77  LIBRE-GAN         PIC 99  VALUE ZEROS.                           044
       77  GAN-MES           PIC 99  VALUE ZEROS.                           044
       77  BRUTO-GAN         PIC S9(11)V99 VALUE ZEROS.                     044
       77  DISPON-GAN        PIC S9(11)V99 VALUE ZEROS.                     044
       77  DEDUC-GAN         PIC S9(11)V99 VALUE ZEROS.                     044
       77  NETO-GAN          PIC S9(11)V99 VALUE ZEROS.                     044
       77  LIMITE-GAN        PIC S9(11)V99 VALUE ZEROS.                     044
       77  IMPUESTO-GAN      PIC S9(11)V99 VALUE ZEROS.                     044
       77  RETEN-GAN         PIC S9(11)V99 VALUE ZEROS.                     044
       77  T-GANAN           PIC 9(8) VALUE ZEROS.                          044
       77  T-GAN-TOPE        PIC 9(8) VALUE ZEROS.                          044
       77  IMP-GANAN         PIC S9(11)V99 VALUE ZEROS.                     044
       77  MASC-GANESC       PIC ZZ9.                                       044
       77  MASC-GAN-IMP      PIC -(10)9,99.                                 044
      *    FECHA Y HORA DE LA CORRIDA (SE CONSERVA EN EL CHECKPOINT)     044
       01  CORRIDA-GAN.                                                     044
           02 CG-FECHA          PIC 9(8).                                   044
           02 CG-HH             PIC 99.                                     044
           02 CG-MM             PIC 99.                                     044
           02 CG-SS             PIC 99.                                     044
       01  TABLA-GANESC.                                                    044
           02 GANESC-ENTRY OCCURS 20.                                       044
              03 TG-DESDE       PIC X(6).                                   044
              03 TG-MNI         PIC 9(9)V99.                                044
              03 TG-ESPECIAL    PIC 9(9)V99.                                044
              03 TG-CONYUGE     PIC 9(9)V99.                                044
              03 TG-HIJO        PIC 9(9)V99.                                044
              03 TG-TRAMOS      PIC 99.                                     044
              03 TG-TRAMO OCCURS 15.                                        044
                 04 TG-T-DESDE  PIC 9(9)V99.                                044
                 04 TG-T-FIJO   PIC 9(9)V99.                                044
                 04 TG-T-PORC   PIC 99V99.                                  044
      *    SOPORTE DE LAS DEDUCCIONES VOLUNTARIAS: ENTIDADES CON SU      045
      *    PRIORIDAD, REGISTRO DE DEDUCCIONES (QUEDA ORDENADO POR        045
      *    PRIORIDAD DESDE LA CARGA), TOPE DE AFECTACION Y ACUMULADOS    045
      *    DEL BENEFICIARIO EN CURSO. DES-ACTIVA = 'S' SOLO EN LA        045
      *    MENSUAL                                                       045
       77  DES-ACTIVA        PIC X   VALUE 'N'.                             045
       77  FIN-DESENT        PIC XX  VALUE 'NO'.                            045
       77  FIN-DESVOL        PIC XX  VALUE 'NO'.                            045
       77  DESENT-TOPE       PIC 99  VALUE ZEROS.                           045
       77  DESVOL-TOPE       PIC 9(4) VALUE ZEROS.                          045
      *    FICHAS RECHAZADAS EN LA CARGA: CON ALGUNA NO SE LIQUIDA       045
       77  DESENT-ERRONEAS   PIC 999 VALUE ZEROS.                           045
       77  DESVOL-ERRONEAS   PIC 999 VALUE ZEROS.                           045
      *    PORCENTAJE DE LA FICHA T Y 'S' SI VINO                        045
       77  TOPE-AFECT        PIC 999 VALUE ZEROS.                           045
       77  TOPE-AFECT-OK     PIC X   VALUE 'N'.                             045
       77  ENTIDAD-BUSCA     PIC X(4) VALUE SPACES.                         045
       77  ENT-USO           PIC 99  VALUE ZEROS.                           045
       77  N-IDX             PIC 99  VALUE ZEROS.                           045
       77  D-IDX             PIC 9(4) VALUE ZEROS.                          045
       77  D-POS             PIC 9(4) VALUE ZEROS.                          045
       77  D-I               PIC 99  VALUE ZEROS.                           045
       77  LIBRE-DES         PIC 99  VALUE ZEROS.                           045
       77  BASE-DES          PIC S9(11)V99 VALUE ZEROS.                     045
       77  TOPE-DES          PIC S9(11)V99 VALUE ZEROS.                     045
       77  ACUM-AFECT        PIC S9(11)V99 VALUE ZEROS.                     045
       77  DISPON-DES        PIC S9(11)V99 VALUE ZEROS.                     045
       77  IMPORTE-DES       PIC S9(9)V99  VALUE ZEROS.                     045
       77  T-DESVOL          PIC 9(8) VALUE ZEROS.                          045
       77  T-DES-EXCED       PIC 9(8) VALUE ZEROS.                          045
       77  IMP-DESVOL        PIC S9(11)V99 VALUE ZEROS.                     045
       77  MASC-DESVOL       PIC ZZZ9.                                      045
       77  MASC-DES-IMP      PIC -(9)9,99.                                  045
       77  MASC-DES-CANT     PIC ZZZZZZ9.                                   045
       77  MASC-DES-TOT      PIC -(10)9,99.                                 045
       77  MASC-DES-RCANT    PIC ZZZZZZ9.                                   045
       77  MASC-DES-RTOT     PIC -(10)9,99.                                 045
      *    CODIGO DE LA LINEA DV: ENTIDAD Y REFERENCIA, PARA QUE         045
      *    GMAEDESC1 RINDA A CADA ENTIDAD Y AVANCE LA CUOTA              045
       01  CODIGO-DES.                                                      045
           02 FILLER            PIC X(3) VALUE 'DV-'.                       045
           02 CDV-ENTIDAD       PIC X(4).                                   045
           02 FILLER            PIC X    VALUE '-'.                         045
           02 CDV-REFER         PIC X(10).                                  045
           02 FILLER            PIC X    VALUE SPACE.                       045
       01  TABLA-DESENT.                                                    045
           02 DESENT-ENTRY OCCURS 50.                                       045
              03 TN-CODIGO      PIC X(4).                                   045
              03 TN-PRIOR       PIC 99.                                     045
              03 TN-NOMBRE      PIC X(30).                                  045
              03 TN-CANT        PIC 9(7).                                   045
              03 TN-IMPORTE     PIC S9(11)V99.                              045
              03 TN-RECH-CANT   PIC 9(7).                                   045
              03 TN-RECH-IMP    PIC S9(11)V99.                              045
       01  TABLA-DESVOL.                                                    045
           02 DESVOL-ENTRY OCCURS 2000.                                     045
              03 TD-NRO         PIC X(10).                                  045
              03 TD-ENT         PIC 99.                                     045
              03 TD-PRIOR       PIC 99.                                     045
              03 TD-MODO        PIC X.                                      045
              03 TD-VALOR       PIC 9(7)V99.                                045
              03 TD-CUOTAS      PIC 999.                                    045
              03 TD-TOMADAS     PIC 999.                                    045
              03 TD-DESDE       PIC X(6).                                   045
              03 TD-HASTA       PIC X(6).                                   045
              03 TD-REFER       PIC X(10).                                  045
      *    'S' CUANDO YA SE DESCONTO EN ESTA CORRIDA (OTRO REGISTRO      045
      *    01 DEL MISMO NRO NO LA VUELVE A TOMAR)                        045
              03 TD-APLICADA    PIC X.                                      045
       01  REG-DESLIS        PIC X(120).                                    045
      *    SOPORTE DEL COMPLEMENTO AL HABER MINIMO: TABLA CARGADA        046
      *    DESDE MINESC, MINIMO VIGENTE PARA EL REGISTRO EN CURSO Y      046
      *    TOTAL DE SUS LINEAS                                           046
       77  MINESC-TOPE       PIC 999 VALUE ZEROS.                           046
      *    FICHAS DE MINESC RECHAZADAS EN LA CARGA: CON ALGUNA NO SE     046
      *    LIQUIDA                                                       046
       77  MINESC-ERRONEAS   PIC 999 VALUE ZEROS.                           046
       77  FIN-MINESC        PIC XX  VALUE 'NO'.                            046
       77  M-IDX             PIC 999 VALUE ZEROS.                           046
       77  MIN-FILA-USO      PIC 999 VALUE ZEROS.                           046
       77  MIN-DESDE-USO     PIC X(6) VALUE SPACES.                         046
       77  M-I               PIC 99  VALUE ZEROS.                           046
       77  LIBRE-MIN         PIC 99  VALUE ZEROS.                           046
       77  TOTAL-MIN         PIC S9(11)V99 VALUE ZEROS.                     046
       77  IMPORTE-MIN       PIC S9(9)V99  VALUE ZEROS.                     046
       77  T-COMPLE          PIC 9(8) VALUE ZEROS.                          046
       77  IMP-COMPLE        PIC S9(11)V99 VALUE ZEROS.                     046
       77  MASC-MINESC       PIC ZZ9.                                       046
       77  MASC-MIN-TOT      PIC -(9)9,99.                                  046
       77  MASC-MIN-MIN      PIC -(9)9,99.                                  046
       77  MASC-MIN-IMP      PIC -(9)9,99.                                  046
       01  TABLA-MINESC.                                                    046
           02 MINESC-ENTRY OCCURS 100.                                      046
              03 TM-POS-1       PIC X.                                      046
              03 TM-POS-2       PIC X.                                      046
              03 TM-DESDE       PIC X(6).                                   046
              03 TM-MINIMO      PIC 9(7)V99.                                046
      *    CODIGO DE LA LINEA MG: FAMILIA Y VIGENCIA DEL MINIMO USADO    046
       01  CODIGO-MIN.                                                      046
           02 FILLER            PIC X(3) VALUE 'MG-'.                       046
           02 CMG-POS-1         PIC X.                                      046
           02 CMG-POS-2         PIC X.                                      046
           02 FILLER            PIC X    VALUE '-'.                         046
           02 CMG-DESDE         PIC X(6).                                   046
           02 FILLER            PIC X(7) VALUE SPACES.                      046
       01  REG-MINLIS        PIC X(120).                                    046
      *    CONTROL DE PERIODO: 'S' CUANDO LA CORRIDA REGISTRO EL          039
      *    PERIODO EN PERCTL Y DEBE CERRARLO AL TERMINAR                  039
       77  PERIODO-CTL       PIC X  VALUE 'N'.                              039
       01  CLAVE-HIS-AUX.
           02 H-CLAVE1      PIC X(12).
           02 H-CLAVE2      PIC X(6).
       PROCEDURE DIVISION.                                                  046
           COPY PDFECHA.CPY.
     **
      *    EL PARAMETRO SE LEE Y VALIDA ANTES DE ABRIR NINGUN ARCHIVO
      *    VALIDACIONES (INCLUIDA LA DE INDICA-RETRO) ESTAN EN           041
      *    GMAEPARM1, COMPARTIDO CON GMAEVALI1                           041
           CALL 'GMAEPARM1' USING PARAM PARM-RC.
           PERFORM BITACORA-INICIO THRU FIN-BITACORA-INICIO.                047
           IF PARM-RC NOT = ZEROS
              THEN DISPLAY ' *** ERROR *** PARAMETRO RECHAZADO POR'
                           ' GMAEPARM1 - VER PARMLIS ***'
           IF UMBRAL-DIFE NUMERIC AND UMBRAL-DIFE > ZEROS
              THEN MOVE UMBRAL-DIFE     TO UMBRAL-DIFE-USO
              ELSE MOVE UMBRAL-DIFE-DEF TO UMBRAL-DIFE-USO.
      *    MARCA DE ESTA CORRIDA PARA EL ACUMULADO DE GANANCIAS; UN      044
      *    REINICIO LA RETOMA DEL CHECKPOINT (CHK-RESTAURA)              044
           MOVE FECHA-SIS-AAAAMMDD TO CG-FECHA.                             044
           MOVE HOR-SIS-HH TO CG-HH.                                        044
           MOVE HOR-SIS-MM TO CG-MM.                                        044
           MOVE HOR-SIS-SS TO CG-SS.                                        044
     **
      *    CONTROL DE PERIODO: ANTES DE ABRIR NINGUNA SALIDA SE          039
      *    CONSULTA PERCTL; UN PERIODO YA CERRADO NO SE RELIQUIDA        039
                           ' RECHAZADAS: ' EMBARG-ERRONEAS
                           ' - CORREGIR EL ARCHIVO, NO SE LIQUIDA ***'
                   GO TO ERROR-PARAM.
     **
      *    LA TABLA DE GANANCIAS SIGUE EL CRITERIO DE ASIESC: SIN        044
      *    VIGENCIAS O CON FICHAS RECHAZADAS NO SE LIQUIDA (SE           044
      *    RETENDRIA MAL EN SILENCIO). LA RETENCION SOLO SE APLICA EN    044
      *    LA MENSUAL: EL ACUMULADO ANUAL AVANZA UN PERIODO POR MES      044
           PERFORM CARGA-GANESC THRU FIN-CARGA-GANESC.                      044
           IF GANESC-TOPE = ZEROS                                           044
              THEN DISPLAY ' *** ERROR *** TABLA DE GANANCIAS'              044
                           ' VACIA - NO SE LIQUIDA ***'                     044
                   GO TO ERROR-PARAM.                                       044
           IF GANESC-ERRONEAS > ZEROS                                       044
              THEN DISPLAY ' *** ERROR *** FICHAS DE GANESC'                044
                           ' RECHAZADAS: ' GANESC-ERRONEAS                  044
                           ' - CORREGIR LA TABLA, NO SE LIQUIDA ***'        044
                   GO TO ERROR-PARAM.                                       044
           IF INDICA-RETRO = 'M'                                            044
              THEN MOVE 'S' TO GAN-ACTIVA.                                  044
     **
      *    LAS DEDUCCIONES VOLUNTARIAS SIGUEN EL CRITERIO DE EMBARG:     045
      *    REGISTRO VACIO ES NORMAL, PERO CON UNA FICHA RECHAZADA O      045
      *    SIN TOPE DE AFECTACION NO SE LIQUIDA (SE DESCONTARIA DE MAS   045
      *    O DE MENOS EN SILENCIO). SOLO SE DESCUENTAN EN LA MENSUAL:    045
      *    CADA MES TOMA UNA CUOTA                                       045
           PERFORM CARGA-DESENT THRU FIN-CARGA-DESENT.                      045
           PERFORM CARGA-DESVOL THRU FIN-CARGA-DESVOL.                      045
           IF DESENT-ERRONEAS > ZEROS OR DESVOL-ERRONEAS > ZEROS            045
              THEN DISPLAY ' *** ERROR *** FICHAS DE DESENT / DESVOL'       045
                           ' RECHAZADAS: ' DESENT-ERRONEAS ' / '            045
                           DESVOL-ERRONEAS                                  045
                           ' - CORREGIR, NO SE LIQUIDA ***'                 045
                   GO TO ERROR-PARAM.                                       045
           IF DESVOL-TOPE > ZEROS AND TOPE-AFECT-OK NOT = 'S'               045
              THEN DISPLAY ' *** ERROR *** DESENT SIN FICHA T DE TOPE'      045
                           ' DE AFECTACION - NO SE LIQUIDA ***'             045
                   GO TO ERROR-PARAM.                                       045
           IF INDICA-RETRO = 'M'                                            045
              THEN MOVE 'S' TO DES-ACTIVA.                                  045
     **
      *    LA TABLA DEL HABER MINIMO SIGUE EL CRITERIO DE ASIESC: SIN    046
      *    VIGENCIAS O CON FICHAS RECHAZADAS NO SE LIQUIDA (SE PAGARIA   046
      *    DEBAJO DEL MINIMO EN SILENCIO). RIGE EN MENSUALES Y           046
      *    RETROACTIVOS, CON EL MINIMO VIGENTE PARA CADA FECHA-LIQ       046
           PERFORM CARGA-MINESC THRU FIN-CARGA-MINESC.                      046
           IF MINESC-TOPE = ZEROS                                           046
              THEN DISPLAY ' *** ERROR *** TABLA DE HABER MINIMO'           046
                           ' VACIA - NO SE LIQUIDA ***'                     046
                   GO TO ERROR-PARAM.                                       046
           IF MINESC-ERRONEAS > ZEROS                                       046
              THEN DISPLAY ' *** ERROR *** FICHAS DE MINESC'                046
                           ' RECHAZADAS: ' MINESC-ERRONEAS                  046
                           ' - CORREGIR LA TABLA, NO SE LIQUIDA ***'        046
                   GO TO ERROR-PARAM.                                       046
     **
      *    EL ACCESO INDEXADO A HISCAR SOLO APLICA A RETROACTIVOS:        032
      *    INDEX=S EN LA MENSUAL YA LO RECHAZO GMAEPARM1, AQUI SOLO       042
              ELSE OPEN OUTPUT ARCHLIS EXCCOD ARCHCSV SUSPEN CADREP
                               EMBEXT
                   PERFORM TITULO-EMBEXT THRU FIN-TITULO-EMBEXT.
           IF WS-HUBO-CHK = 'S'                                             045
              THEN OPEN EXTEND DESLIS                                       045
              ELSE OPEN OUTPUT DESLIS                                       045
                   PERFORM TITULO-DESLIS THRU FIN-TITULO-DESLIS.            045
           IF WS-HUBO-CHK = 'S'                                             046
              THEN OPEN EXTEND MINLIS                                       046
              ELSE OPEN OUTPUT MINLIS                                       046
                   PERFORM TITULO-MINLIS THRU FIN-TITULO-MINLIS.            046
           IF MODO-AUDIT = 'S'
              THEN IF WS-HUBO-CHK = 'S'
                      THEN OPEN EXTEND AUDIT
                      THEN OPEN EXTEND MAEACT VIALIDAD
                      ELSE OPEN OUTPUT MAEACT VIALIDAD.
           PERFORM ABRE-CTLTOT THRU FIN-ABRE-CTLTOT.
           IF GAN-ACTIVA = 'S'                                              044
              THEN PERFORM ABRE-GANACU THRU FIN-ABRE-GANACU.                044
      *    EL ENCABEZADO DEL CSV SE ESCRIBE UNA SOLA VEZ, AL PRINCIPIO
      *    DE LA PRIMERA CORRIDA; UN REINICIO QUE AGREGA AL FINAL DE UN
      *    ARCHCSV YA EMPEZADO NO DEBE VOLVER A ESCRIBIRLO EN EL MEDIO.
           GO TO CERRAR.
       ERROR-PARAM.
           MOVE 16 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.                      047
           STOP RUN.
     **
      *    REINICIO: SE CONSULTA CHECKPT ANTES DE ABRIR LOS ARCHIVOS DE
           MOVE CHK-T-EMBARG      TO T-EMBARG.                           038
           MOVE CHK-T-EMB-EXCED   TO T-EMB-EXCED.                        038
           MOVE CHK-T-EXCEP       TO T-EXCEP.                            040
           MOVE CHK-T-GANAN       TO T-GANAN.                               044
           MOVE CHK-T-GAN-TOPE    TO T-GAN-TOPE.                            044
           MOVE CHK-IMP-GANAN     TO IMP-GANAN.                             044
           MOVE CHK-CORRIDA       TO CORRIDA-GAN.                           044
           MOVE CHK-T-DESVOL      TO T-DESVOL.                              045
           MOVE CHK-T-DES-EXCED   TO T-DES-EXCED.                           045
           MOVE CHK-IMP-DESVOL    TO IMP-DESVOL.                            045
           MOVE CHK-T-COMPLE      TO T-COMPLE.                              046
           MOVE CHK-IMP-COMPLE    TO IMP-COMPLE.                            046
           PERFORM SALTA-MAESTRO THRU FIN-SALTA-MAESTRO
               VARYING KCHK2 FROM 1 BY 1 UNTIL KCHK2 > CHK-LEIDO-M.
      *    CON HISCAR INDEXADO NO HAY POSICION SECUENCIAL QUE            032
           DISPLAY ' TOTAL REG. ASIG. FAMILIAR     : ' T-ASIGFAM.
           DISPLAY ' TOTAL REG. EMBARGOS           : ' T-EMBARG.
           DISPLAY ' TOTAL EMBARGOS EXCEDEN TOPE   : ' T-EMB-EXCED.
           DISPLAY ' TOTAL REG. RET. GANANCIAS     : ' T-GANAN.             044
           MOVE IMP-GANAN TO MASC-GAN-IMP.                                  044
           DISPLAY ' TOTAL RETENIDO GANANCIAS      : ' MASC-GAN-IMP.        044
           DISPLAY ' TOTAL GANANCIAS LIMITADAS     : ' T-GAN-TOPE.          044
           DISPLAY ' TOTAL REG. DEDUC. VOLUNTARIAS : ' T-DESVOL.            045
           MOVE IMP-DESVOL TO MASC-GAN-IMP.                                 045
           DISPLAY ' TOTAL DEDUCCIONES VOLUNTARIAS : ' MASC-GAN-IMP.        045
           DISPLAY ' TOTAL DEDUCCIONES NO APLICADAS: ' T-DES-EXCED.         045
           DISPLAY ' TOTAL REG. COMPLEMENTO MINIMO : ' T-COMPLE.            046
           MOVE IMP-COMPLE TO MASC-GAN-IMP.                                 046
           DISPLAY ' TOTAL COMPLEMENTO HABER MINIMO: ' MASC-GAN-IMP.        046
           DISPLAY ' TOTAL REG. SUSPENSOS          : ' T-SUSPEN.
           DISPLAY ' TOTAL REG. CADUCOS            : ' T-CADUCOS.
           DISPLAY ' TOTAL REG. CADUCOS RETENIDOS  : ' T-CADUCOS-SUP.
           DISPLAY ' TOTAL REG. EXCEPCIONES        : ' T-EXCEP.
           PERFORM GRABA-CTLTOT THRU FIN-GRABA-CTLTOT.
           PERFORM RESUMEN-EMBEXT THRU FIN-RESUMEN-EMBEXT.              038
           PERFORM RESUMEN-DESLIS THRU FIN-RESUMEN-DESLIS.                  045
           PERFORM TOTAL-MINLIS THRU FIN-TOTAL-MINLIS.                      046
           CLOSE MINLIS.                                                    046
           CLOSE DESLIS.                                                    045
           IF GAN-ACU-ABIERTO = 'S'                                         044
              THEN CLOSE GANACU.                                            044
           IF MODO-REPRO = 'S'
              THEN CLOSE SUSPANT
              ELSE CLOSE MAESTRO.
              ELSE CLOSE MAEACT ARCHLIS VIALIDAD CTLTOT
                         EXCCOD CHECKPT ARCHCSV SUSPEN CADREP EMBEXT.
           PERFORM CIERRA-PERIODO THRU FIN-CIERRA-PERIODO.              039
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.                      047
           STOP RUN.
       GRABA-CTLTOT.
           MOVE FECHA-SIS-AAAAMMDD TO CTL-FECHA.
           MOVE T-CADUCOS     TO CTL-T-CADUCOS.                             040
           MOVE T-CADUCOS-SUP TO CTL-T-CADUCOS-SUP.                         040
           MOVE T-EXCEP       TO CTL-T-EXCEP.                               040
           MOVE T-COMPLE      TO CTL-T-COMPLE.                              046
           MOVE IMP-COMPLE    TO CTL-IMP-COMPLE.                            046
           WRITE REG-CTL.
       FIN-GRABA-CTLTOT. EXIT.
      *    CTLTOT ES UN ARCHIVO PERMANENTE (UNA LINEA POR CORRIDA, NO SE
           MOVE T-EMBARG      TO CHK-T-EMBARG.                           038
           MOVE T-EMB-EXCED   TO CHK-T-EMB-EXCED.                        038
           MOVE T-EXCEP       TO CHK-T-EXCEP.                            040
           MOVE T-GANAN       TO CHK-T-GANAN.                               044
           MOVE T-GAN-TOPE    TO CHK-T-GAN-TOPE.                            044
           MOVE IMP-GANAN     TO CHK-IMP-GANAN.                             044
           MOVE CORRIDA-GAN   TO CHK-CORRIDA.                               044
           MOVE T-DESVOL      TO CHK-T-DESVOL.                              045
           MOVE T-DES-EXCED   TO CHK-T-DES-EXCED.                           045
           MOVE IMP-DESVOL    TO CHK-IMP-DESVOL.                            045
           MOVE T-COMPLE      TO CHK-T-COMPLE.                              046
           MOVE IMP-COMPLE    TO CHK-IMP-COMPLE.                            046
           WRITE REG-CHK.
       FIN-GRABA-CHECKPOINT. EXIT.
      *    RETIENE EN EL SUSPENSO EL REGISTRO DE MAESTRO SIN CARGO EN     031
                           MOVE 'ER' TO X-OBSER.
      *
           PERFORM AUDITA-ENTRADA THRU FIN-AUDITA-ENTRADA.              034
           PERFORM COMPLETA-MINIMO THRU FIN-COMPLETA-MINIMO.                046
           PERFORM GENERA-ASIG-FAM THRU FIN-GENERA-ASIG-FAM.            037
           PERFORM APLICA-EMBARGOS THRU FIN-APLICA-EMBARGOS.            038
           PERFORM APLICA-GANANCIAS THRU FIN-APLICA-GANANCIAS.              044
           PERFORM APLICA-DESCUENTOS THRU FIN-APLICA-DESCUENTOS.            045
           PERFORM GRABA THRU FIN-GRABA VARYING I FROM 1 BY 1
            UNTIL I > 20 OR REGIS (I) = SPACES.
           IF REGIS (20) NOT = SPACES
      *    LAS LINEAS 03 (ASIGNACION FAMILIAR) Y EM (EMBARGO) NO SALEN   037
      *    DEL CALCULO DE HABERES: COMPARARLAS CONTRA HABER+ANTIG DEL    038
      *    MAESTRO SOLO LLENARIA EXCCOD DE FALSAS DIFERENCIAS GRANDES    037
      *    (TAMPOCO LA GA, RETENCION DE GANANCIAS)                       044
      *    (NI LA DV, DEDUCCION VOLUNTARIA)                              045
      *    (NI LA MG, COMPLEMENTO AL HABER MINIMO)                       046
           IF A-CONC (I) = '03' OR 'EM' OR 'GA' OR 'DV' OR 'MG'             046
              THEN MOVE ZEROS TO DIFERENCIA.
           MOVE DIFERENCIA    TO X-DIFE.
           IF FUNCTION ABS (DIFERENCIA) > UMBRAL-DIFE-USO
                   ' (MODO-FORZAR = S PARA FORZAR) ***'.
           CLOSE PERCTL.
           MOVE 12 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.                      047
           STOP RUN.
       FIN-PERIODO-CERRADO. EXIT.
      *    LA FECHA DE LA TARJETA NO ES EL PERIODO QUE TRAE HISCAR:      042
              ELSE CLOSE MAESTRO.
           IF MODO-AUDIT = 'S'
              THEN CLOSE AUDIT.
           IF GAN-ACU-ABIERTO = 'S'                                         044
              THEN CLOSE GANACU.                                            044
           CLOSE HISCAR ARCHLIS EXCCOD ARCHCSV SUSPEN CADREP EMBEXT
                 MAEACT VIALIDAD CTLTOT CHECKPT.
           CLOSE MINLIS.                                                    046
           CLOSE DESLIS.                                                    045
           MOVE 12 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.                      047
           STOP RUN.
       FIN-PERIODO-DISCORDE. EXIT.
       CIERRA-PERIODO.
                  DELIMITED BY SIZE INTO REG-EMBEXT.
           WRITE REG-EMBEXT-REC FROM REG-EMBEXT.
       FIN-IMPRIME-JUZ. EXIT.
      *    CARGA DE LA TABLA DE GANANCIAS DESDE GANESC (UNA FICHA D      044
      *    POR VIGENCIA SEGUIDA DE SUS TRAMOS E)                         044
       CARGA-GANESC.                                                        044
           OPEN INPUT GANESC.                                               044
           PERFORM LEE-GAN THRU FIN-LEE-GAN.                                044
           PERFORM CARGA-UNA-GAN THRU FIN-CARGA-UNA-GAN                     044
                   UNTIL FIN-GANESC = 'SI'.                                 044
           PERFORM VERIFICA-VIG-GAN THRU FIN-VERIFICA-VIG-GAN               044
                   VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GANESC-TOPE.     044
           MOVE GANESC-TOPE TO MASC-GANESC.                                 044
           DISPLAY ' *** VIGENCIAS DE GANANCIAS CARGADAS: '                 044
                   MASC-GANESC ' ***'.                                      044
           CLOSE GANESC.                                                    044
       FIN-CARGA-GANESC. EXIT.                                              044
       LEE-GAN.                                                             044
           READ GANESC AT END MOVE 'SI' TO FIN-GANESC.                      044
       FIN-LEE-GAN. EXIT.                                                   044
       CARGA-UNA-GAN.                                                       044
           IF GAN-TIPO = '*'                                                044
              THEN GO TO SIGUE-GAN.                                         044
           IF GAN-TIPO = 'D'                                                044
              THEN PERFORM CARGA-DEDUC-GAN THRU FIN-CARGA-DEDUC-GAN         044
                   GO TO SIGUE-GAN.                                         044
           IF GAN-TIPO = 'E'                                                044
              THEN PERFORM CARGA-TRAMO-GAN THRU FIN-CARGA-TRAMO-GAN         044
                   GO TO SIGUE-GAN.                                         044
           PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN.                        044
       SIGUE-GAN.                                                           044
           PERFORM LEE-GAN THRU FIN-LEE-GAN.                                044
       FIN-CARGA-UNA-GAN. EXIT.                                             044
      *    UNA FICHA MAL TIPEADA NO PUEDE PASAR COMO DEDUCCION O TRAMO   044
      *    EN CERO: SE LISTA Y LA CORRIDA NO LIQUIDA                     044
       RECHAZA-GAN.                                                         044
           ADD 1 TO GANESC-ERRONEAS.                                        044
           DISPLAY ' *** FICHA DE GANESC RECHAZADA - TIPO ' GAN-TIPO        044
                   ' DESDE ' GAN-DESDE ' ***'.                              044
       FIN-RECHAZA-GAN. EXIT.                                               044
      *    LAS VIGENCIAS DEBEN VENIR EN ORDEN DE FECHA, COMO EN ASIESC   044
       CARGA-DEDUC-GAN.                                                     044
           IF GAN-DESDE NOT NUMERIC OR GAN-MNI NOT NUMERIC                  044
              OR GAN-ESPECIAL NOT NUMERIC OR GAN-CONYUGE NOT NUMERIC        044
              OR GAN-HIJO NOT NUMERIC                                       044
              THEN PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-DEDUC-GAN.                               044
           IF GANESC-TOPE > ZEROS                                           044
              AND GAN-DESDE NOT > TG-DESDE (GANESC-TOPE)                    044
              THEN PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-DEDUC-GAN.                               044
           IF GANESC-TOPE >= 20                                             044
              THEN DISPLAY ' *** TABLA DE GANANCIAS DESBORDADA ***'         044
                   PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-DEDUC-GAN.                               044
           ADD 1 TO GANESC-TOPE.                                            044
           MOVE GAN-DESDE    TO TG-DESDE (GANESC-TOPE).                     044
           MOVE GAN-MNI      TO TG-MNI (GANESC-TOPE).                       044
           MOVE GAN-ESPECIAL TO TG-ESPECIAL (GANESC-TOPE).                  044
           MOVE GAN-CONYUGE  TO TG-CONYUGE (GANESC-TOPE).                   044
           MOVE GAN-HIJO     TO TG-HIJO (GANESC-TOPE).                      044
           MOVE ZEROS        TO TG-TRAMOS (GANESC-TOPE).                    044
       FIN-CARGA-DEDUC-GAN. EXIT.                                           044
      *    EL TRAMO PERTENECE A LA ULTIMA VIGENCIA CARGADA (MISMA        044
      *    FECHA); EL PRIMERO ARRANCA EN CERO Y LOS DEMAS CRECEN         044
       CARGA-TRAMO-GAN.                                                     044
           IF GANESC-TOPE = ZEROS                                           044
              THEN PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-TRAMO-GAN.                               044
           IF GAN-DESDE NOT = TG-DESDE (GANESC-TOPE)                        044
              OR GAN-TR-DESDE NOT NUMERIC OR GAN-TR-FIJO NOT NUMERIC        044
              OR GAN-TR-PORC NOT NUMERIC OR GAN-TR-PORC > 100               044
              THEN PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-TRAMO-GAN.                               044
           MOVE TG-TRAMOS (GANESC-TOPE) TO T-IDX.                           044
           IF T-IDX = ZEROS AND GAN-TR-DESDE NOT = ZEROS                    044
              THEN PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-TRAMO-GAN.                               044
           IF T-IDX > ZEROS                                                 044
              AND GAN-TR-DESDE NOT > TG-T-DESDE (GANESC-TOPE, T-IDX)        044
              THEN PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-TRAMO-GAN.                               044
           IF T-IDX >= 15                                                   044
              THEN DISPLAY ' *** ESCALA DE GANANCIAS DESBORDADA ***'        044
                   PERFORM RECHAZA-GAN THRU FIN-RECHAZA-GAN                 044
                   GO TO FIN-CARGA-TRAMO-GAN.                               044
           ADD 1 TO T-IDX.                                                  044
           MOVE T-IDX        TO TG-TRAMOS (GANESC-TOPE).                    044
           MOVE GAN-TR-DESDE TO TG-T-DESDE (GANESC-TOPE, T-IDX).            044
           MOVE GAN-TR-FIJO  TO TG-T-FIJO (GANESC-TOPE, T-IDX).             044
           MOVE GAN-TR-PORC  TO TG-T-PORC (GANESC-TOPE, T-IDX).             044
       FIN-CARGA-TRAMO-GAN. EXIT.                                           044
      *    UNA VIGENCIA SIN TRAMOS NO PERMITE CALCULAR EL IMPUESTO       044
       VERIFICA-VIG-GAN.                                                    044
           IF TG-TRAMOS (G-IDX) = ZEROS                                     044
              THEN ADD 1 TO GANESC-ERRONEAS                                 044
                   DISPLAY ' *** VIGENCIA ' TG-DESDE (G-IDX)                044
                           ' DE GANESC SIN TRAMOS DE ESCALA ***'.           044
       FIN-VERIFICA-VIG-GAN. EXIT.                                          044
      *    GANACU ES PERMANENTE: LA PRIMERA VEZ NO EXISTE (STATUS 35)    044
      *    Y SE CREA COMO PERCTL. EN SIMULACION SOLO SE CONSULTA         044
       ABRE-GANACU.                                                         044
           IF MODO-SIMULA = 'S'                                             044
              THEN OPEN INPUT GANACU                                        044
                   IF GANACU-STATUS = '35'                                  044
                      THEN DISPLAY ' *** MODO SIMULACION: NO EXISTE'        044
                                   ' GANACU - SE CALCULA SIN ACUMULADO'     044
                                   ' ANTERIOR ***'                          044
                           GO TO FIN-ABRE-GANACU                            044
                   END-IF                                                   044
                   MOVE 'S' TO GAN-ACU-ABIERTO                              044
                   GO TO FIN-ABRE-GANACU.                                   044
           OPEN I-O GANACU.                                                 044
           IF GANACU-STATUS = '35'                                          044
              THEN OPEN OUTPUT GANACU                                       044
                   CLOSE GANACU                                             044
                   OPEN I-O GANACU.                                         044
           MOVE 'S' TO GAN-ACU-ABIERTO.                                     044
       FIN-ABRE-GANACU. EXIT.                                               044
      *    RETENCION DEL IMPUESTO A LAS GANANCIAS (4TA CATEGORIA) POR    044
      *    EL METODO ACUMULADO: AL BRUTO Y A LAS DEDUCCIONES DEL ANIO    044
      *    SE SUMA EL PERIODO, SE APLICA LA ESCALA PRORRATEADA A LOS     044
      *    MESES TRANSCURRIDOS Y SE RETIENE LO QUE FALTA DEL IMPUESTO    044
      *    DETERMINADO. SOLO PARA LOS REGIMENES DE MAGISTRADOS,          044
      *    LEGISLATURA Y PODER JUDICIAL, SOBRE EL REGISTRO 01; LA        044
      *    LINEA GA SIGUE EL CIRCUITO NORMAL DE GRABA                    044
       APLICA-GANANCIAS.                                                    044
           IF GAN-ACTIVA NOT = 'S'                                          044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           IF CONC NOT = '01'                                               044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           IF MARCA-MAS = '1' OR '5'                                        044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           IF SUB-LLAMADO NOT = 'GMAEMAGIPROV'                              044
              AND SUB-LLAMADO NOT = 'GMAELEGIS'                             044
              AND SUB-LLAMADO NOT = 'GMAEPODJUD'                            044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           IF FECHA-LIQ NOT NUMERIC                                         044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           MOVE ZEROS TO BRUTO-GAN DISPON-GAN RETEN-GAN.                    044
           PERFORM SUMA-BRUTO-GAN THRU FIN-SUMA-BRUTO-GAN                   044
               VARYING G-I FROM 1 BY 1                                      044
               UNTIL G-I > 20 OR REGIS (G-I) = SPACES.                      044
           IF BRUTO-GAN NOT > ZEROS                                         044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           ADD BRUTO-GAN TO DISPON-GAN.                                     044
           PERFORM BUSCA-VIG-GAN THRU FIN-BUSCA-VIG-GAN.                    044
           IF GAN-FILA-USO = ZEROS                                          044
              THEN MOVE 'GN'  TO EXC-TIPO                                   044
                   MOVE ZEROS TO EXC-DIFERENCIA                             044
                   PERFORM EXCEPCION-GAN THRU FIN-EXCEPCION-GAN             044
                   GO TO FIN-APLICA-GANANCIAS.                              044
      *    EL LUGAR PARA LA LINEA SE ASEGURA ANTES DE TOCAR EL           044
      *    ACUMULADO: UNA RETENCION QUE NO SE GRABA NO DEBE QUEDAR       044
      *    COMO YA RETENIDA                                              044
           MOVE ZEROS TO LIBRE-GAN.                                         044
           PERFORM BUSCA-LIBRE-GAN THRU FIN-BUSCA-LIBRE-GAN                 044
               VARYING G-I FROM 1 BY 1                                      044
               UNTIL G-I > 20 OR LIBRE-GAN > ZEROS.                         044
           IF LIBRE-GAN = ZEROS                                             044
              THEN PERFORM TABLA-DESBORDADA THRU FIN-TABLA-DESBORDADA       044
                   GO TO FIN-APLICA-GANANCIAS.                              044
           PERFORM LEE-ACU-GAN THRU FIN-LEE-ACU-GAN.                        044
           IF GAN-ACU-OK NOT = 'S'                                          044
              THEN GO TO FIN-APLICA-GANANCIAS.                              044
           PERFORM CALCULA-GANANCIAS THRU FIN-CALCULA-GANANCIAS.            044
           PERFORM GRABA-ACU-GAN THRU FIN-GRABA-ACU-GAN.                    044
           IF RETEN-GAN > ZEROS                                             044
              THEN PERFORM GENERA-LINEA-GAN THRU FIN-GENERA-LINEA-GAN.      044
       FIN-APLICA-GANANCIAS. EXIT.                                          044
      *    EL BRUTO ES EL HABER+ANTIG DEL REGISTRO: LA ASIGNACION        044
      *    FAMILIAR 03 ESTA EXENTA Y LOS EMBARGOS EM NO LO REDUCEN,      044
      *    PERO SI REDUCEN LO DISPONIBLE PARA RETENER                    044
       SUMA-BRUTO-GAN.                                                      044
           IF A-CONC (G-I) = 'EM'                                           044
              THEN ADD A-HABER (G-I) TO DISPON-GAN                          044
                   GO TO FIN-SUMA-BRUTO-GAN.                                044
           IF A-CONC (G-I) = '03' OR 'GA'                                   044
              THEN GO TO FIN-SUMA-BRUTO-GAN.                                044
           COMPUTE BRUTO-GAN = BRUTO-GAN                                    044
                     + A-HABER (G-I) + A-ANTIG (G-I).                       044
       FIN-SUMA-BRUTO-GAN. EXIT.                                            044
       BUSCA-LIBRE-GAN.                                                     044
           IF REGIS (G-I) = SPACES                                          044
              THEN MOVE G-I TO LIBRE-GAN.                                   044
       FIN-BUSCA-LIBRE-GAN. EXIT.                                           044
      *    RIGE LA VIGENCIA MAS ALTA QUE NO SUPERA EL PERIODO            044
      *    LIQUIDADO, IGUAL QUE EN LA ESCALA DE ASIGNACIONES             044
       BUSCA-VIG-GAN.                                                       044
           MOVE ZEROS TO GAN-FILA-USO.                                      044
           PERFORM COMPARA-VIG-GAN THRU FIN-COMPARA-VIG-GAN                 044
               VARYING G-IDX FROM 1 BY 1 UNTIL G-IDX > GANESC-TOPE.         044
       FIN-BUSCA-VIG-GAN. EXIT.                                             044
       COMPARA-VIG-GAN.                                                     044
           IF TG-DESDE (G-IDX) NOT > FECHA-LIQ                              044
              THEN MOVE G-IDX TO GAN-FILA-USO.                              044
       FIN-COMPARA-VIG-GAN. EXIT.                                           044
      *    POSICIONA EL ACUMULADO DEL NRO PARA EL PERIODO:               044
      *    - SIN REGISTRO O DE UN ANIO ANTERIOR ARRANCA EN CERO;         044
      *    - PERIODO NUEVO: SE LIMPIA LO APORTADO POR EL MES ANTERIOR;   044
      *    - MISMO PERIODO Y MISMA CORRIDA: OTRO REGISTRO 01 DEL NRO     044
      *      (SE SUMA), SALVO QUE SEA UN REGISTRO YA APLICADO ANTES DE   044
      *      UN CORTE (REINICIO), QUE NO SE VUELVE A RETENER;            044
      *    - MISMO PERIODO Y OTRA CORRIDA: RELIQUIDACION, SE DESCUENTA   044
      *      LO QUE HABIA APORTADO ESE PERIODO (EN EL REPROCESO DEL      044
      *      SUSPENSO NO: ES EL MISMO PERIODO COMPLETANDOSE);            044
      *    - PERIODO ANTERIOR AL ULTIMO ACUMULADO: NO SE RETIENE Y       044
      *      QUEDA COMO EXCEPCION 'GP' PARA LIQUIDARLO A MANO            044
       LEE-ACU-GAN.                                                         044
           MOVE 'S' TO GAN-ACU-OK.                                          044
           MOVE 'N' TO GAN-ACU-NUEVO.                                       044
           MOVE NRO TO ACU-NRO.                                             044
           IF GAN-ACU-ABIERTO NOT = 'S'                                     044
              THEN PERFORM INICIA-ACU-GAN THRU FIN-INICIA-ACU-GAN           044
              ELSE READ GANACU                                              044
                       INVALID KEY                                          044
                          PERFORM INICIA-ACU-GAN THRU FIN-INICIA-ACU-GAN    044
                   END-READ.                                                044
           IF ACU-ANIO > FECHA-LIQ-AA                                       044
              OR (ACU-ANIO = FECHA-LIQ-AA AND ACU-PERIODO > FECHA-LIQ)      044
              THEN MOVE 'N'   TO GAN-ACU-OK                                 044
                   MOVE 'GP'  TO EXC-TIPO                                   044
                   MOVE ZEROS TO EXC-DIFERENCIA                             044
                   PERFORM EXCEPCION-GAN THRU FIN-EXCEPCION-GAN             044
                   GO TO FIN-LEE-ACU-GAN.                                   044
           IF ACU-ANIO NOT = FECHA-LIQ-AA                                   044
              THEN MOVE FECHA-LIQ-AA TO ACU-ANIO                            044
                   MOVE SPACES TO ACU-PERIODO ACU-CORRIDA                   044
                   MOVE ZEROS  TO ACU-ULT-LEIDO ACU-BRUTO ACU-DEDUC         044
                                  ACU-RETEN ACU-MES-BRUTO                   044
                                  ACU-MES-DEDUC ACU-MES-RETEN.              044
           IF ACU-PERIODO NOT = FECHA-LIQ                                   044
              THEN MOVE ZEROS TO ACU-MES-BRUTO ACU-MES-DEDUC                044
                                 ACU-MES-RETEN                              044
                   GO TO FIN-LEE-ACU-GAN.                                   044
           IF ACU-CORRIDA = CORRIDA-GAN                                     044
              THEN IF LEIDO-M NOT > ACU-ULT-LEIDO                           044
                      THEN MOVE 'N' TO GAN-ACU-OK                           044
                   END-IF                                                   044
                   GO TO FIN-LEE-ACU-GAN.                                   044
           IF MODO-REPRO = 'S'                                              044
              THEN GO TO FIN-LEE-ACU-GAN.                                   044
           SUBTRACT ACU-MES-BRUTO FROM ACU-BRUTO.                           044
           SUBTRACT ACU-MES-DEDUC FROM ACU-DEDUC.                           044
           SUBTRACT ACU-MES-RETEN FROM ACU-RETEN.                           044
           MOVE ZEROS TO ACU-MES-BRUTO ACU-MES-DEDUC ACU-MES-RETEN.         044
       FIN-LEE-ACU-GAN. EXIT.                                               044
       INICIA-ACU-GAN.                                                      044
           MOVE SPACES TO REG-ACU.                                          044
           MOVE NRO          TO ACU-NRO.                                    044
           MOVE FECHA-LIQ-AA TO ACU-ANIO.                                   044
           MOVE ZEROS TO ACU-ULT-LEIDO ACU-BRUTO ACU-DEDUC ACU-RETEN        044
                         ACU-MES-BRUTO ACU-MES-DEDUC ACU-MES-RETEN          044
                         ACU-ESPOSA-N ACU-HIJOS-N.                          044
           MOVE 'S' TO GAN-ACU-NUEVO.                                       044
       FIN-INICIA-ACU-GAN. EXIT.                                            044
      *    LAS DEDUCCIONES DE LA TABLA SON ANUALES: CADA PERIODO SUMA    044
      *    UN DOCEAVO (EL DEL MISMO PERIODO SE REEMPLAZA, NO SE SUMA,    044
      *    CUANDO EL NRO TIENE MAS DE UN REGISTRO 01). LOS LIMITES Y     044
      *    EL FIJO DE CADA TRAMO SE PRORRATEAN A LOS MESES DEL ANIO      044
      *    TRANSCURRIDOS. LA RETENCION NO PUEDE DEJAR EL HABER NETO      044
      *    NEGATIVO: LO QUE NO ENTRA QUEDA COMO EXCEPCION 'GT' Y EL      044
      *    METODO ACUMULADO LO VUELVE A PEDIR EL MES SIGUIENTE           044
       CALCULA-GANANCIAS.                                                   044
           MOVE FECHA-LIQ-MM TO GAN-MES.                                    044
           COMPUTE DEDUC-GAN ROUNDED = (TG-MNI (GAN-FILA-USO)               044
                   + TG-ESPECIAL (GAN-FILA-USO)) / 12.                      044
           IF ESPOSA-N NUMERIC AND ESPOSA-N > ZEROS                         044
              THEN COMPUTE DEDUC-GAN ROUNDED = DEDUC-GAN                    044
                   + ESPOSA-N * TG-CONYUGE (GAN-FILA-USO) / 12.             044
           IF HIJOS-N NUMERIC AND HIJOS-N > ZEROS                           044
              THEN COMPUTE DEDUC-GAN ROUNDED = DEDUC-GAN                    044
                   + HIJOS-N * TG-HIJO (GAN-FILA-USO) / 12.                 044
           ADD BRUTO-GAN TO ACU-BRUTO ACU-MES-BRUTO.                        044
           COMPUTE ACU-DEDUC = ACU-DEDUC - ACU-MES-DEDUC + DEDUC-GAN.       044
           MOVE DEDUC-GAN TO ACU-MES-DEDUC.                                 044
           COMPUTE NETO-GAN = ACU-BRUTO - ACU-DEDUC.                        044
           MOVE ZEROS TO IMPUESTO-GAN RETEN-GAN.                            044
           IF NETO-GAN NOT > ZEROS                                          044
              THEN GO TO FIN-CALCULA-GANANCIAS.                             044
           MOVE 1 TO TRAMO-USO.                                             044
           PERFORM BUSCA-TRAMO-GAN THRU FIN-BUSCA-TRAMO-GAN                 044
               VARYING T-IDX FROM 1 BY 1                                    044
               UNTIL T-IDX > TG-TRAMOS (GAN-FILA-USO).                      044
           COMPUTE LIMITE-GAN =                                             044
                   TG-T-DESDE (GAN-FILA-USO, TRAMO-USO) * GAN-MES / 12.     044
           COMPUTE IMPUESTO-GAN ROUNDED =                                   044
                   TG-T-FIJO (GAN-FILA-USO, TRAMO-USO) * GAN-MES / 12       044
                 + (NETO-GAN - LIMITE-GAN)                                  044
                   * TG-T-PORC (GAN-FILA-USO, TRAMO-USO) / 100.             044
           COMPUTE RETEN-GAN = IMPUESTO-GAN - ACU-RETEN.                    044
           IF RETEN-GAN NOT > ZEROS                                         044
              THEN MOVE ZEROS TO RETEN-GAN                                  044
                   GO TO FIN-CALCULA-GANANCIAS.                             044
           IF RETEN-GAN > DISPON-GAN                                        044
              THEN PERFORM GANANCIAS-LIMITADA                               044
                      THRU FIN-GANANCIAS-LIMITADA.                          044
           ADD RETEN-GAN TO ACU-RETEN ACU-MES-RETEN.                        044
       FIN-CALCULA-GANANCIAS. EXIT.                                         044
      *    RIGE EL ULTIMO TRAMO CUYO LIMITE PRORRATEADO NO SUPERA LA     044
      *    GANANCIA NETA ACUMULADA (LOS TRAMOS VIENEN EN ORDEN)          044
       BUSCA-TRAMO-GAN.                                                     044
           COMPUTE LIMITE-GAN =                                             044
                   TG-T-DESDE (GAN-FILA-USO, T-IDX) * GAN-MES / 12.         044
           IF LIMITE-GAN NOT > NETO-GAN                                     044
              THEN MOVE T-IDX TO TRAMO-USO.                                 044
       FIN-BUSCA-TRAMO-GAN. EXIT.                                           044
       GANANCIAS-LIMITADA.                                                  044
           ADD 1 TO T-GAN-TOPE.                                             044
           MOVE 'GT' TO EXC-TIPO.                                           044
           IF DISPON-GAN > ZEROS                                            044
              THEN COMPUTE EXC-DIFERENCIA = RETEN-GAN - DISPON-GAN          044
                   MOVE DISPON-GAN TO RETEN-GAN                             044
              ELSE MOVE RETEN-GAN TO EXC-DIFERENCIA                         044
                   MOVE ZEROS     TO RETEN-GAN.                             044
           PERFORM EXCEPCION-GAN THRU FIN-EXCEPCION-GAN.                    044
       FIN-GANANCIAS-LIMITADA. EXIT.                                        044
      *    EN SIMULACION EL ACUMULADO NO SE GRABA                        044
       GRABA-ACU-GAN.                                                       044
           MOVE FECHA-LIQ   TO ACU-PERIODO.                                 044
           MOVE CORRIDA-GAN TO ACU-CORRIDA.                                 044
           MOVE LEIDO-M     TO ACU-ULT-LEIDO.                               044
           MOVE APYN        TO ACU-APYN.                                    044
           MOVE SEC         TO ACU-SEC.                                     044
           MOVE SUB-LLAMADO TO ACU-SUBPGM.                                  044
           IF ESPOSA-N NUMERIC                                              044
              THEN MOVE ESPOSA-N TO ACU-ESPOSA-N.                           044
           IF HIJOS-N NUMERIC                                               044
              THEN MOVE HIJOS-N TO ACU-HIJOS-N.                             044
           IF GAN-ACU-ABIERTO NOT = 'S' OR MODO-SIMULA = 'S'                044
              THEN GO TO FIN-GRABA-ACU-GAN.                                 044
           IF GAN-ACU-NUEVO = 'S'                                           044
              THEN WRITE REG-ACU                                            044
                       INVALID KEY                                          044
                          DISPLAY ' *** ERROR AL GRABAR GANACU ' NRO        044
                   END-WRITE                                                044
              ELSE REWRITE REG-ACU                                          044
                       INVALID KEY                                          044
                          DISPLAY ' *** ERROR AL REGRABAR GANACU ' NRO      044
                   END-REWRITE.                                             044
       FIN-GRABA-ACU-GAN. EXIT.                                             044
       GENERA-LINEA-GAN.                                                    044
           MOVE REG-LIQ         TO REGIS (LIBRE-GAN).                       044
           MOVE 'GA'            TO A-CONC (LIBRE-GAN).                      044
           COMPUTE A-HABER (LIBRE-GAN) = ZERO - RETEN-GAN.                  044
           MOVE ZEROS           TO A-ANTIG (LIBRE-GAN).                     044
           MOVE ZEROS           TO A-IOMA (LIBRE-GAN).                      044
           MOVE 'RET-GANANCIAS' TO A-CODIGO (LIBRE-GAN).                    044
           ADD 1 TO T-GANAN.                                                044
           ADD RETEN-GAN TO IMP-GANAN.                                      044
       FIN-GENERA-LINEA-GAN. EXIT.                                          044
      *    EXCEPCIONES DE GANANCIAS EN EXCCOD: 'GN' SIN VIGENCIA EN LA   044
      *    TABLA, 'GP' PERIODO ANTERIOR AL YA ACUMULADO, 'GT' RETENCION  044
      *    LIMITADA POR EL HABER DISPONIBLE (DIFERENCIA = LO QUE NO      044
      *    SE PUDO RETENER)                                              044
       EXCEPCION-GAN.                                                       044
           MOVE NRO       TO EXC-LEGAJO.                                    044
           MOVE APYN      TO EXC-APYN.                                      044
           MOVE CODIGO    TO EXC-CODIGO.                                    044
           MOVE FECHA-LIQ TO EXC-FECHA.                                     044
           WRITE REG-EXC.                                                   044
           ADD 1 TO T-EXCEP.                                                044
       FIN-EXCEPCION-GAN. EXIT.                                             044
      *    CARGA DE LAS ENTIDADES Y DE LA FICHA DE TOPE DESDE DESENT     045
       CARGA-DESENT.                                                        045
           OPEN INPUT DESENT.                                               045
           PERFORM LEE-DEN THRU FIN-LEE-DEN.                                045
           PERFORM CARGA-UNA-DEN THRU FIN-CARGA-UNA-DEN                     045
                   UNTIL FIN-DESENT = 'SI'.                                 045
           CLOSE DESENT.                                                    045
       FIN-CARGA-DESENT. EXIT.                                              045
       LEE-DEN.                                                             045
           READ DESENT AT END MOVE 'SI' TO FIN-DESENT.                      045
       FIN-LEE-DEN. EXIT.                                                   045
       CARGA-UNA-DEN.                                                       045
           IF DEN-TIPO = '*'                                                045
              THEN GO TO SIGUE-DEN.                                         045
           IF DEN-TIPO = 'T' AND DEN-TOPE NUMERIC                           045
                             AND DEN-TOPE NOT > 100                         045
                             AND TOPE-AFECT-OK = 'N'                        045
              THEN MOVE DEN-TOPE TO TOPE-AFECT                              045
                   MOVE 'S' TO TOPE-AFECT-OK                                045
                   GO TO SIGUE-DEN.                                         045
           IF DEN-TIPO NOT = 'E' OR DEN-CODIGO = SPACES                     045
              OR DEN-PRIOR NOT NUMERIC                                      045
              THEN PERFORM RECHAZA-DEN THRU FIN-RECHAZA-DEN                 045
                   GO TO SIGUE-DEN.                                         045
           MOVE DEN-CODIGO TO ENTIDAD-BUSCA.                                045
           PERFORM BUSCA-ENTIDAD THRU FIN-BUSCA-ENTIDAD.                    045
           IF ENT-USO > ZEROS OR DESENT-TOPE >= 50                          045
              THEN PERFORM RECHAZA-DEN THRU FIN-RECHAZA-DEN                 045
                   GO TO SIGUE-DEN.                                         045
           ADD 1 TO DESENT-TOPE.                                            045
           MOVE DEN-CODIGO TO TN-CODIGO (DESENT-TOPE).                      045
           MOVE DEN-PRIOR  TO TN-PRIOR (DESENT-TOPE).                       045
           MOVE DEN-NOMBRE TO TN-NOMBRE (DESENT-TOPE).                      045
           MOVE ZEROS      TO TN-CANT (DESENT-TOPE)                         045
                              TN-IMPORTE (DESENT-TOPE)                      045
                              TN-RECH-CANT (DESENT-TOPE)                    045
                              TN-RECH-IMP (DESENT-TOPE).                    045
       SIGUE-DEN.                                                           045
           PERFORM LEE-DEN THRU FIN-LEE-DEN.                                045
       FIN-CARGA-UNA-DEN. EXIT.                                             045
      *    TIPO DESCONOCIDO, PRIORIDAD NO NUMERICA, ENTIDAD REPETIDA,    045
      *    MAS DE UNA FICHA T O TABLA LLENA                              045
       RECHAZA-DEN.                                                         045
           ADD 1 TO DESENT-ERRONEAS.                                        045
           DISPLAY ' *** FICHA DE DESENT RECHAZADA: ' REG-DEN.              045
       FIN-RECHAZA-DEN. EXIT.                                               045
       BUSCA-ENTIDAD.                                                       045
           MOVE ZEROS TO ENT-USO.                                           045
           PERFORM COMPARA-ENTIDAD THRU FIN-COMPARA-ENTIDAD                 045
               VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > DESENT-TOPE.         045
       FIN-BUSCA-ENTIDAD. EXIT.                                             045
       COMPARA-ENTIDAD.                                                     045
           IF TN-CODIGO (N-IDX) = ENTIDAD-BUSCA                             045
              THEN MOVE N-IDX TO ENT-USO.                                   045
       FIN-COMPARA-ENTIDAD. EXIT.                                           045
      *    CARGA DEL REGISTRO DE DEDUCCIONES. CADA FICHA SE INSERTA      045
      *    DETRAS DE LAS DE IGUAL O MENOR PRIORIDAD, ASI LA TABLA        045
      *    QUEDA EN EL ORDEN EN QUE SE DESCUENTAN                        045
       CARGA-DESVOL.                                                        045
           OPEN INPUT DESVOL.                                               045
           PERFORM LEE-DVO THRU FIN-LEE-DVO.                                045
           PERFORM CARGA-UNA-DVO THRU FIN-CARGA-UNA-DVO                     045
                   UNTIL FIN-DESVOL = 'SI'.                                 045
           MOVE DESVOL-TOPE TO MASC-DESVOL.                                 045
           DISPLAY ' *** DEDUCCIONES VOLUNTARIAS CARGADAS: '                045
                   MASC-DESVOL ' ***'.                                      045
           CLOSE DESVOL.                                                    045
       FIN-CARGA-DESVOL. EXIT.                                              045
       LEE-DVO.                                                             045
           READ DESVOL AT END MOVE 'SI' TO FIN-DESVOL.                      045
       FIN-LEE-DVO. EXIT.                                                   045
       CARGA-UNA-DVO.                                                       045
           IF DVO-TIPO = '*' OR DVO-NRO = SPACES                            045
              THEN GO TO SIGUE-DVO.                                         045
           MOVE DVO-ENTIDAD TO ENTIDAD-BUSCA.                               045
           PERFORM BUSCA-ENTIDAD THRU FIN-BUSCA-ENTIDAD.                    045
           IF DVO-VALOR NOT NUMERIC OR DVO-CUOTAS NOT NUMERIC               045
              OR DVO-TOMADAS NOT NUMERIC OR DVO-DESDE NOT NUMERIC           045
              OR DVO-HASTA NOT NUMERIC OR ENT-USO = ZEROS                   045
              OR (DVO-MODO NOT = 'P' AND DVO-MODO NOT = 'I')                045
              THEN ADD 1 TO DESVOL-ERRONEAS                                 045
                   DISPLAY ' *** FICHA DE DESVOL RECHAZADA - NRO '          045
                           DVO-NRO ' ENTIDAD ' DVO-ENTIDAD                  045
                           ' REF ' DVO-REFER ' ***'                         045
                   GO TO SIGUE-DVO.                                         045
      *    UNA DEDUCCION IGNORADA SE DEJARIA DE COBRAR SIN AVISO: LA     045
      *    TABLA LLENA TAMBIEN FRENA LA LIQUIDACION                      045
           IF DESVOL-TOPE >= 2000                                           045
              THEN ADD 1 TO DESVOL-ERRONEAS                                 045
                   DISPLAY ' *** TABLA DE DEDUCCIONES DESBORDADA'           045
                           ' - FICHA IGNORADA *** ' DVO-NRO                 045
                   GO TO SIGUE-DVO.                                         045
           MOVE ZEROS TO D-POS.                                             045
           PERFORM UBICA-PRIORIDAD THRU FIN-UBICA-PRIORIDAD                 045
               VARYING D-IDX FROM 1 BY 1                                    045
               UNTIL D-IDX > DESVOL-TOPE OR D-POS > ZEROS.                  045
           IF D-POS = ZEROS                                                 045
              THEN COMPUTE D-POS = DESVOL-TOPE + 1.                         045
           PERFORM CORRE-DESVOL THRU FIN-CORRE-DESVOL                       045
               VARYING D-IDX FROM DESVOL-TOPE BY -1                         045
               UNTIL D-IDX < D-POS.                                         045
           ADD 1 TO DESVOL-TOPE.                                            045
           MOVE DVO-NRO           TO TD-NRO (D-POS).                        045
           MOVE ENT-USO           TO TD-ENT (D-POS).                        045
           MOVE TN-PRIOR (ENT-USO) TO TD-PRIOR (D-POS).                     045
           MOVE DVO-MODO          TO TD-MODO (D-POS).                       045
           MOVE DVO-VALOR         TO TD-VALOR (D-POS).                      045
           MOVE DVO-CUOTAS        TO TD-CUOTAS (D-POS).                     045
           MOVE DVO-TOMADAS       TO TD-TOMADAS (D-POS).                    045
           MOVE DVO-DESDE         TO TD-DESDE (D-POS).                      045
           MOVE DVO-HASTA         TO TD-HASTA (D-POS).                      045
           MOVE DVO-REFER         TO TD-REFER (D-POS).                      045
           MOVE 'N'               TO TD-APLICADA (D-POS).                   045
       SIGUE-DVO.                                                           045
           PERFORM LEE-DVO THRU FIN-LEE-DVO.                                045
       FIN-CARGA-UNA-DVO. EXIT.                                             045
       UBICA-PRIORIDAD.                                                     045
           IF TD-PRIOR (D-IDX) > TN-PRIOR (ENT-USO)                         045
              THEN MOVE D-IDX TO D-POS.                                     045
       FIN-UBICA-PRIORIDAD. EXIT.                                           045
       CORRE-DESVOL.                                                        045
           MOVE DESVOL-ENTRY (D-IDX) TO DESVOL-ENTRY (D-IDX + 1).           045
       FIN-CORRE-DESVOL. EXIT.                                              045
       TITULO-DESLIS.                                                       045
           MOVE SPACES TO REG-DESLIS.                                       045
           STRING ' DEDUCCIONES VOLUNTARIAS NO APLICADAS - FECHA '          045
                  DELIMITED BY SIZE                                         045
                  FECHA-SISTEMA DELIMITED BY SIZE                           045
             INTO REG-DESLIS.                                               045
           WRITE REG-DESLIS-REC FROM REG-DESLIS.                            045
           MOVE SPACES TO REG-DESLIS.                                       045
           WRITE REG-DESLIS-REC FROM REG-DESLIS.                            045
       FIN-TITULO-DESLIS. EXIT.                                             045
      *    DEDUCCIONES VOLUNTARIAS DEL BENEFICIARIO EN CURSO, SOBRE EL   045
      *    REGISTRO 01 Y DESPUES DE EMBARGOS Y GANANCIAS. LA BASE ES     045
      *    LA DEL EMBARGO (HABER+ANTIG SIN 03 NI RETENCIONES); EL TOPE   045
      *    DE AFECTACION CUENTA LO YA EMBARGADO Y CADA DEDUCCION         045
      *    APLICADA, Y NINGUNA PUEDE DEJAR EL NETO EN NEGATIVO (LA       045
      *    GANANCIAS RETENIDA TAMBIEN LO REDUCE)                         045
       APLICA-DESCUENTOS.                                                   045
           IF DES-ACTIVA NOT = 'S' OR DESVOL-TOPE = ZEROS                   045
              THEN GO TO FIN-APLICA-DESCUENTOS.                             045
           IF CONC NOT = '01'                                               045
              THEN GO TO FIN-APLICA-DESCUENTOS.                             045
           IF MARCA-MAS = '1' OR '5'                                        045
              THEN GO TO FIN-APLICA-DESCUENTOS.                             045
           IF FECHA-LIQ NOT NUMERIC                                         045
              THEN GO TO FIN-APLICA-DESCUENTOS.                             045
           MOVE ZEROS TO BASE-DES ACUM-AFECT DISPON-DES.                    045
           PERFORM SUMA-BASE-DES THRU FIN-SUMA-BASE-DES                     045
               VARYING D-I FROM 1 BY 1                                      045
               UNTIL D-I > 20 OR REGIS (D-I) = SPACES.                      045
           IF BASE-DES NOT > ZEROS                                          045
              THEN GO TO FIN-APLICA-DESCUENTOS.                             045
           COMPUTE TOPE-DES ROUNDED = BASE-DES * TOPE-AFECT / 100.          045
           ADD BASE-DES TO DISPON-DES.                                      045
           PERFORM APLICA-UN-DESCUENTO THRU FIN-APLICA-UN-DESCUENTO         045
               VARYING D-IDX FROM 1 BY 1 UNTIL D-IDX > DESVOL-TOPE.         045
       FIN-APLICA-DESCUENTOS. EXIT.                                         045
      *    LAS LINEAS EM YA ESTAN EN NEGATIVO: RESTAN DEL NETO Y         045
      *    SUMAN A LO AFECTADO; LA GA SOLO RESTA DEL NETO                045
       SUMA-BASE-DES.                                                       045
           IF A-CONC (D-I) = 'EM'                                           045
              THEN SUBTRACT A-HABER (D-I) FROM ACUM-AFECT                   045
                   ADD A-HABER (D-I) TO DISPON-DES                          045
                   GO TO FIN-SUMA-BASE-DES.                                 045
           IF A-CONC (D-I) = 'GA'                                           045
              THEN ADD A-HABER (D-I) TO DISPON-DES                          045
                   GO TO FIN-SUMA-BASE-DES.                                 045
           IF A-CONC (D-I) = '03' OR 'DV'                                   045
              THEN GO TO FIN-SUMA-BASE-DES.                                 045
           COMPUTE BASE-DES = BASE-DES                                      045
                     + A-HABER (D-I) + A-ANTIG (D-I).                       045
       FIN-SUMA-BASE-DES. EXIT.                                             045
       APLICA-UN-DESCUENTO.                                                 045
           IF TD-NRO (D-IDX) NOT = NRO                                      045
              THEN GO TO FIN-APLICA-UN-DESCUENTO.                           045
           IF TD-APLICADA (D-IDX) = 'S'                                     045
              OR TD-DESDE (D-IDX) > FECHA-LIQ                               045
              OR TD-HASTA (D-IDX) < FECHA-LIQ                               045
              THEN GO TO FIN-APLICA-UN-DESCUENTO.                           045
           IF TD-CUOTAS (D-IDX) > ZEROS                                     045
              AND TD-TOMADAS (D-IDX) NOT < TD-CUOTAS (D-IDX)                045
              THEN GO TO FIN-APLICA-UN-DESCUENTO.                           045
           IF TD-MODO (D-IDX) = 'P'                                         045
              THEN COMPUTE IMPORTE-DES ROUNDED =                            045
                       BASE-DES * TD-VALOR (D-IDX) / 100                    045
              ELSE MOVE TD-VALOR (D-IDX) TO IMPORTE-DES.                    045
           IF IMPORTE-DES NOT > ZEROS                                       045
              THEN GO TO FIN-APLICA-UN-DESCUENTO.                           045
           MOVE TD-ENT (D-IDX) TO ENT-USO.                                  045
           IF ACUM-AFECT + IMPORTE-DES > TOPE-DES                           045
              OR IMPORTE-DES > DISPON-DES                                   045
              THEN PERFORM DESCUENTO-EXCEDIDO                               045
                      THRU FIN-DESCUENTO-EXCEDIDO                           045
                   GO TO FIN-APLICA-UN-DESCUENTO.                           045
           MOVE ZEROS TO LIBRE-DES.                                         045
           PERFORM BUSCA-LIBRE-DES THRU FIN-BUSCA-LIBRE-DES                 045
               VARYING D-I FROM 1 BY 1                                      045
               UNTIL D-I > 20 OR LIBRE-DES > ZEROS.                         045
           IF LIBRE-DES = ZEROS                                             045
              THEN PERFORM TABLA-DESBORDADA THRU FIN-TABLA-DESBORDADA       045
                   GO TO FIN-APLICA-UN-DESCUENTO.                           045
           MOVE TN-CODIGO (ENT-USO) TO CDV-ENTIDAD.                         045
           MOVE TD-REFER (D-IDX)    TO CDV-REFER.                           045
           MOVE REG-LIQ        TO REGIS (LIBRE-DES).                        045
           MOVE 'DV'           TO A-CONC (LIBRE-DES).                       045
           COMPUTE A-HABER (LIBRE-DES) = ZERO - IMPORTE-DES.                045
           MOVE ZEROS          TO A-ANTIG (LIBRE-DES).                      045
           MOVE ZEROS          TO A-IOMA (LIBRE-DES).                       045
           MOVE CODIGO-DES     TO A-CODIGO (LIBRE-DES).                     045
           MOVE 'S'            TO TD-APLICADA (D-IDX).                      045
           ADD IMPORTE-DES TO ACUM-AFECT.                                   045
           SUBTRACT IMPORTE-DES FROM DISPON-DES.                            045
           ADD 1 TO T-DESVOL.                                               045
           ADD 1 TO TN-CANT (ENT-USO).                                      045
           ADD IMPORTE-DES TO IMP-DESVOL.                                   045
           ADD IMPORTE-DES TO TN-IMPORTE (ENT-USO).                         045
       FIN-APLICA-UN-DESCUENTO. EXIT.                                       045
       BUSCA-LIBRE-DES.                                                     045
           IF REGIS (D-I) = SPACES                                          045
              THEN MOVE D-I TO LIBRE-DES.                                   045
       FIN-BUSCA-LIBRE-DES. EXIT.                                           045
      *    LA DEDUCCION NO ENTRA EN EL TOPE O DEJARIA EL NETO EN         045
      *    NEGATIVO: NO SE DESCUENTA NI AVANZA LA CUOTA; QUEDA EN        045
      *    DESLIS Y EN EXCCOD COMO TIPO 'DX' PARA SU REVISION. LAS       045
      *    SIGUIENTES EN PRIORIDAD SE SIGUEN PROBANDO                    045
       DESCUENTO-EXCEDIDO.                                                  045
           ADD 1 TO T-DES-EXCED.                                            045
           ADD 1 TO TN-RECH-CANT (ENT-USO).                                 045
           ADD IMPORTE-DES TO TN-RECH-IMP (ENT-USO).                        045
           MOVE IMPORTE-DES TO MASC-DES-IMP.                                045
           MOVE SPACES TO REG-DESLIS.                                       045
           STRING ' ENT ' TN-CODIGO (ENT-USO)                               045
                  ' REF ' TD-REFER (D-IDX)                                  045
                  ' NRO ' NRO ' ' APYN                                      045
                  ' *** EXCEDE TOPE - NO DESCONTADO ' MASC-DES-IMP          045
                  DELIMITED BY SIZE INTO REG-DESLIS.                        045
           WRITE REG-DESLIS-REC FROM REG-DESLIS.                            045
           MOVE 'DX'    TO EXC-TIPO.                                        045
           MOVE NRO     TO EXC-LEGAJO.                                      045
           MOVE APYN    TO EXC-APYN.                                        045
           MOVE CODIGO  TO EXC-CODIGO.                                      045
           MOVE FECHA-LIQ TO EXC-FECHA.                                     045
           MOVE IMPORTE-DES TO EXC-DIFERENCIA.                              045
           WRITE REG-EXC.                                                   045
           ADD 1 TO T-EXCEP.                                                045
       FIN-DESCUENTO-EXCEDIDO. EXIT.                                        045
      *    RESUMEN FINAL POR ENTIDAD: APLICADAS Y NO APLICADAS. COMO     045
      *    EN EMBEXT, TRAS UN REINICIO CUBRE SOLO EL TRAMO POSTERIOR     045
      *    AL CHECKPOINT; LA RENDICION COMPLETA LA ARMA GMAEDESC1        045
       RESUMEN-DESLIS.                                                      045
           IF DESENT-TOPE = ZEROS                                           045
              THEN GO TO FIN-RESUMEN-DESLIS.                                045
           MOVE SPACES TO REG-DESLIS.                                       045
           WRITE REG-DESLIS-REC FROM REG-DESLIS.                            045
           MOVE ' RESUMEN POR ENTIDAD' TO REG-DESLIS.                       045
           WRITE REG-DESLIS-REC FROM REG-DESLIS.                            045
           PERFORM IMPRIME-ENTIDAD THRU FIN-IMPRIME-ENTIDAD                 045
                   VARYING N-IDX FROM 1 BY 1 UNTIL N-IDX > DESENT-TOPE.     045
       FIN-RESUMEN-DESLIS. EXIT.                                            045
       IMPRIME-ENTIDAD.                                                     045
           MOVE TN-CANT (N-IDX)      TO MASC-DES-CANT.                      045
           MOVE TN-IMPORTE (N-IDX)   TO MASC-DES-TOT.                       045
           MOVE TN-RECH-CANT (N-IDX) TO MASC-DES-RCANT.                     045
           MOVE TN-RECH-IMP (N-IDX)  TO MASC-DES-RTOT.                      045
           MOVE SPACES TO REG-DESLIS.                                       045
           STRING ' ENT ' TN-CODIGO (N-IDX) ' ' TN-NOMBRE (N-IDX)           045
                  ' APLICADAS: ' MASC-DES-CANT ' ' MASC-DES-TOT             045
                  ' NO APLICADAS: ' MASC-DES-RCANT ' ' MASC-DES-RTOT        045
                  DELIMITED BY SIZE INTO REG-DESLIS.                        045
           WRITE REG-DESLIS-REC FROM REG-DESLIS.                            045
       FIN-IMPRIME-ENTIDAD. EXIT.                                           045
      *    CARGA DE LA TABLA DEL HABER MINIMO DESDE MINESC (UNA FICHA    046
      *    POR FAMILIA Y VIGENCIA)                                       046
       CARGA-MINESC.                                                        046
           OPEN INPUT MINESC.                                               046
           PERFORM LEE-MIN THRU FIN-LEE-MIN.                                046
           PERFORM CARGA-UNA-MIN THRU FIN-CARGA-UNA-MIN                     046
                   UNTIL FIN-MINESC = 'SI'.                                 046
           MOVE MINESC-TOPE TO MASC-MINESC.                                 046
           DISPLAY ' *** VIGENCIAS DE HABER MINIMO CARGADAS: '              046
                   MASC-MINESC ' ***'.                                      046
           CLOSE MINESC.                                                    046
       FIN-CARGA-MINESC. EXIT.                                              046
       LEE-MIN.                                                             046
           READ MINESC AT END MOVE 'SI' TO FIN-MINESC.                      046
       FIN-LEE-MIN. EXIT.                                                   046
      *    FAMILIA EN BLANCO, FECHA O IMPORTE NO NUMERICOS O TABLA       046
      *    LLENA: SE LISTA Y LA CORRIDA NO LIQUIDA (UNA VIGENCIA         046
      *    PERDIDA DEJARIA APLICANDO UN MINIMO VIEJO)                    046
       CARGA-UNA-MIN.                                                       046
           IF MIN-TIPO = '*'                                                046
              THEN GO TO SIGUE-MIN.                                         046
           IF MIN-POS-1 = SPACE OR MIN-DESDE NOT NUMERIC                    046
              OR MIN-MINIMO NOT NUMERIC OR MINESC-TOPE >= 100               046
              THEN ADD 1 TO MINESC-ERRONEAS                                 046
                   DISPLAY ' *** FICHA DE MINESC RECHAZADA: ' REG-MIN       046
                   GO TO SIGUE-MIN.                                         046
           ADD 1 TO MINESC-TOPE.                                            046
           MOVE MIN-POS-1  TO TM-POS-1 (MINESC-TOPE).                       046
           MOVE MIN-POS-2  TO TM-POS-2 (MINESC-TOPE).                       046
           MOVE MIN-DESDE  TO TM-DESDE (MINESC-TOPE).                       046
           MOVE MIN-MINIMO TO TM-MINIMO (MINESC-TOPE).                      046
       SIGUE-MIN.                                                           046
           PERFORM LEE-MIN THRU FIN-LEE-MIN.                                046
       FIN-CARGA-UNA-MIN. EXIT.                                             046
       TITULO-MINLIS.                                                       046
           MOVE SPACES TO REG-MINLIS.                                       046
           STRING ' COMPLEMENTO AL HABER MINIMO GARANTIZADO - FECHA '       046
                  DELIMITED BY SIZE                                         046
                  FECHA-SISTEMA DELIMITED BY SIZE                           046
             INTO REG-MINLIS.                                               046
           WRITE REG-MINLIS-REC FROM REG-MINLIS.                            046
           MOVE SPACES TO REG-MINLIS.                                       046
           WRITE REG-MINLIS-REC FROM REG-MINLIS.                            046
       FIN-TITULO-MINLIS. EXIT.                                             046
      *    COMPLEMENTO AL HABER MINIMO DEL REGISTRO 01 EN CURSO, CON     046
      *    TODAS LAS LINEAS QUE DEVOLVIO EL SUBPROGRAMA Y ANTES DE LA    046
      *    ASIGNACION FAMILIAR, LOS EMBARGOS Y LAS DEDUCCIONES (QUE      046
      *    SE CALCULAN SOBRE EL HABER YA COMPLETADO). SIN MINIMO PARA    046
      *    LA FAMILIA DEL CODIGO NO SE CONTROLA NADA                     046
       COMPLETA-MINIMO.                                                     046
           IF CONC NOT = '01'                                               046
              THEN GO TO FIN-COMPLETA-MINIMO.                               046
           IF MARCA-MAS = '1' OR '5'                                        046
              THEN GO TO FIN-COMPLETA-MINIMO.                               046
           IF FECHA-LIQ NOT NUMERIC                                         046
              THEN GO TO FIN-COMPLETA-MINIMO.                               046
           MOVE ZEROS  TO MIN-FILA-USO.                                     046
           MOVE SPACES TO MIN-DESDE-USO.                                    046
           PERFORM BUSCA-MINIMO THRU FIN-BUSCA-MINIMO                       046
               VARYING M-IDX FROM 1 BY 1 UNTIL M-IDX > MINESC-TOPE.         046
           IF MIN-FILA-USO = ZEROS                                          046
              THEN GO TO FIN-COMPLETA-MINIMO.                               046
           MOVE ZEROS TO TOTAL-MIN.                                         046
           PERFORM SUMA-BASE-MIN THRU FIN-SUMA-BASE-MIN                     046
               VARYING M-I FROM 1 BY 1                                      046
               UNTIL M-I > 20 OR REGIS (M-I) = SPACES.                      046
           IF TOTAL-MIN NOT < TM-MINIMO (MIN-FILA-USO)                      046
              THEN GO TO FIN-COMPLETA-MINIMO.                               046
      *    SIN HABER LIQUIDADO NO SE COMPLETA: SE PAGARIA EL MINIMO      046
      *    ENTERO A UN BENEFICIO QUE EL SUBPROGRAMA DEJO EN CERO         046
           IF TOTAL-MIN NOT > ZEROS                                         046
              THEN MOVE ZEROS TO IMPORTE-MIN                                046
                   PERFORM LINEA-MINLIS THRU FIN-LINEA-MINLIS               046
                   GO TO FIN-COMPLETA-MINIMO.                               046
           COMPUTE IMPORTE-MIN = TM-MINIMO (MIN-FILA-USO) - TOTAL-MIN.      046
           MOVE ZEROS TO LIBRE-MIN.                                         046
           PERFORM BUSCA-LIBRE-MIN THRU FIN-BUSCA-LIBRE-MIN                 046
               VARYING M-I FROM 1 BY 1                                      046
               UNTIL M-I > 20 OR LIBRE-MIN > ZEROS.                         046
           IF LIBRE-MIN = ZEROS                                             046
              THEN PERFORM TABLA-DESBORDADA THRU FIN-TABLA-DESBORDADA       046
                   GO TO FIN-COMPLETA-MINIMO.                               046
           MOVE TM-POS-1 (MIN-FILA-USO) TO CMG-POS-1.                       046
           MOVE TM-POS-2 (MIN-FILA-USO) TO CMG-POS-2.                       046
           MOVE TM-DESDE (MIN-FILA-USO) TO CMG-DESDE.                       046
           MOVE REG-LIQ        TO REGIS (LIBRE-MIN).                        046
           MOVE 'MG'           TO A-CONC (LIBRE-MIN).                       046
           MOVE IMPORTE-MIN    TO A-HABER (LIBRE-MIN).                      046
           MOVE ZEROS          TO A-ANTIG (LIBRE-MIN).                      046
           MOVE ZEROS          TO A-IOMA (LIBRE-MIN).                       046
           MOVE CODIGO-MIN     TO A-CODIGO (LIBRE-MIN).                     046
           ADD 1 TO T-COMPLE.                                               046
           ADD IMPORTE-MIN TO IMP-COMPLE.                                   046
           PERFORM LINEA-MINLIS THRU FIN-LINEA-MINLIS.                      046
       FIN-COMPLETA-MINIMO. EXIT.                                           046
      *    RIGE LA VIGENCIA MAS ALTA DE LA FAMILIA QUE NO SUPERA EL      046
      *    PERIODO LIQUIDADO; A IGUAL FECHA GANA LA FICHA DE LA          046
      *    FAMILIA EXACTA SOBRE LA DE COL 3 EN BLANCO                    046
       BUSCA-MINIMO.                                                        046
           IF TM-POS-1 (M-IDX) NOT = POS-1                                  046
              THEN GO TO FIN-BUSCA-MINIMO.                                  046
           IF TM-POS-2 (M-IDX) NOT = SPACE                                  046
              AND TM-POS-2 (M-IDX) NOT = POS-2                              046
              THEN GO TO FIN-BUSCA-MINIMO.                                  046
           IF TM-DESDE (M-IDX) > FECHA-LIQ                                  046
              THEN GO TO FIN-BUSCA-MINIMO.                                  046
           IF MIN-FILA-USO > ZEROS                                          046
              AND TM-DESDE (M-IDX) < MIN-DESDE-USO                          046
              THEN GO TO FIN-BUSCA-MINIMO.                                  046
           IF MIN-FILA-USO > ZEROS                                          046
              AND TM-DESDE (M-IDX) = MIN-DESDE-USO                          046
              AND TM-POS-2 (M-IDX) = SPACE                                  046
              THEN GO TO FIN-BUSCA-MINIMO.                                  046
           MOVE M-IDX            TO MIN-FILA-USO.                           046
           MOVE TM-DESDE (M-IDX) TO MIN-DESDE-USO.                          046
       FIN-BUSCA-MINIMO. EXIT.                                              046
      *    LA ASIGNACION 03 NO ES HABER Y LAS LINEAS AGREGADAS SOLO      046
      *    PARA EL CALCULO DE VIALIDAD (I) NO SE PAGAN, SALVO LAS DE     046
      *    LA RES. 1661/11 QUE GRABA SI LLEVA                            046
       SUMA-BASE-MIN.                                                       046
           IF A-CONC (M-I) = '03' OR 'MG'                                   046
              THEN GO TO FIN-SUMA-BASE-MIN.                                 046
           IF A-SI-ES-VIAL (M-I) = 'I'                                      046
              AND A-POS-1-A-16 (M-I) NOT = '*RES.1661/11    '               046
              THEN GO TO FIN-SUMA-BASE-MIN.                                 046
           IF A-HABER (M-I) NUMERIC                                         046
              THEN ADD A-HABER (M-I) TO TOTAL-MIN.                          046
           IF A-ANTIG (M-I) NUMERIC                                         046
              THEN ADD A-ANTIG (M-I) TO TOTAL-MIN.                          046
       FIN-SUMA-BASE-MIN. EXIT.                                             046
       BUSCA-LIBRE-MIN.                                                     046
           IF REGIS (M-I) = SPACES                                          046
              THEN MOVE M-I TO LIBRE-MIN.                                   046
       FIN-BUSCA-LIBRE-MIN. EXIT.                                           046
       LINEA-MINLIS.                                                        046
           MOVE TOTAL-MIN               TO MASC-MIN-TOT.                    046
           MOVE TM-MINIMO (MIN-FILA-USO) TO MASC-MIN-MIN.                   046
           MOVE IMPORTE-MIN             TO MASC-MIN-IMP.                    046
           MOVE SPACES TO REG-MINLIS.                                       046
           IF IMPORTE-MIN > ZEROS                                           046
              THEN STRING ' NRO ' NRO ' SEC ' SEC ' ' APYN                  046
                          ' ' POS-1-2 ' PER ' FECHA-LIQ                     046
                          ' TOTAL ' MASC-MIN-TOT                            046
                          ' MINIMO ' MASC-MIN-MIN                           046
                          ' COMPLEMENTO ' MASC-MIN-IMP                      046
                          DELIMITED BY SIZE INTO REG-MINLIS                 046
              ELSE STRING ' NRO ' NRO ' SEC ' SEC ' ' APYN                  046
                          ' ' POS-1-2 ' PER ' FECHA-LIQ                     046
                          ' TOTAL ' MASC-MIN-TOT                            046
                          ' *** SIN HABER - NO SE COMPLETA'                 046
                          DELIMITED BY SIZE INTO REG-MINLIS.                046
           WRITE REG-MINLIS-REC FROM REG-MINLIS.                            046
       FIN-LINEA-MINLIS. EXIT.                                              046
      *    COMO EN EMBEXT, TRAS UN REINICIO LOS TOTALES SALEN DEL        046
      *    CHECKPOINT Y CUBREN LA CORRIDA COMPLETA                       046
       TOTAL-MINLIS.                                                        046
           MOVE T-COMPLE   TO MASC-DES-CANT.                                046
           MOVE IMP-COMPLE TO MASC-DES-TOT.                                 046
           MOVE SPACES TO REG-MINLIS.                                       046
           WRITE REG-MINLIS-REC FROM REG-MINLIS.                            046
           STRING ' TOTAL COMPLETADOS: ' MASC-DES-CANT                      046
                  '   IMPORTE TOTAL DEL COMPLEMENTO: ' MASC-DES-TOT         046
                  DELIMITED BY SIZE INTO REG-MINLIS.                        046
           WRITE REG-MINLIS-REC FROM REG-MINLIS.                            046
       FIN-TOTAL-MINLIS. EXIT.                                              046
      *    LIQUIDACION DEL AGUINALDO: UNA SOLA LINEA CONCEPTO SA POR     042
      *    BENEFICIARIO (NRO + SEC, TODOS SUS CONCEPTOS JUNTOS) CON      042
      *    EL 50 PCT DE SU MEJOR TOTAL MENSUAL HABER+ANTIG DEL           042
              THEN CLOSE SACSEM CTLTOT
              ELSE CLOSE SACSEM MAEACT VIALIDAD CTLTOT.
           PERFORM CIERRA-PERIODO THRU FIN-CIERRA-PERIODO.              039
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.                      047
           STOP RUN.
       LEE-SACSEM.
           READ SACSEM AT END MOVE 'SI' TO FIN-SAC
              THEN CLOSE SACSEM CTLTOT
              ELSE CLOSE SACSEM MAEACT VIALIDAD CTLTOT.
           MOVE 8 TO RETURN-CODE.
           PERFORM BITACORA-FIN THRU FIN-BITACORA-FIN.                      047
           STOP RUN.
       FIN-ERROR-SEC-SAC. EXIT.
       GRUPO-SAC.
      *    QUE EL BALANCE DE GMAETESO1). EL AGUINALDO SE CALCULA         042
      *    SOBRE EL HABER (01, 02, 2R): LAS ASIGNACIONES FAMILIARES      042
      *    03 NO SON HABER Y LAS RETENCIONES EM NO REDUCEN LA BASE       042
      *    (NI LA GA DE GANANCIAS)                                       044
      *    (NI LAS DEDUCCIONES VOLUNTARIAS DV)                           045
       SUMA-LINEA-SAC.
           IF S-CONC = '01' AND SAC-IMG-01 = 'N'
              THEN MOVE SAC-LINEA TO LINEA-SAC-GRUPO
                   MOVE 'S' TO SAC-IMG-01.
           IF S-CONC = '03' OR 'EM' OR 'GA' OR 'DV'                         045
              THEN GO TO SIGUE-LINEA-SAC.
           IF S-HABER NUMERIC
              THEN ADD S-HABER TO IMPORTE-MES-SAC.
                   ADD 1 TO T-GRABA.
           ADD 1 TO T-SAC.
       FIN-GRABA-SAC. EXIT.
      *    BITACORA DE CORRIDAS (GMAEBITA1): INICIO Y FIN DEL PASO       047
      *    CON EL RETORNO Y LOS CONTADORES; LA LLAMADA NO DEBE           047
      *    ALTERAR EL RETORNO DEL PROGRAMA                               047
       BITACORA-INICIO.                                                     047
           MOVE SPACES TO REG-BITACORA.                                     047
           MOVE 'GMAEBASE1' TO BIT-PROGRAMA.                                047
           MOVE FECHA-LIQ TO BIT-PERIODO.                                   047
           IF TIPO-LIQ = 'SA'                                               047
              THEN MOVE 'SA' TO BIT-TIPO                                    047
              ELSE MOVE 'ME' TO BIT-TIPO.                                   047
           MOVE INDICA-RETRO TO BIT-RETRO.                                  047
           MOVE REINICIO     TO BIT-REINICIO.                               047
           MOVE MODO-SIMULA  TO BIT-SIMULA.                                 047
           MOVE MODO-REPRO   TO BIT-REPRO.                                  047
           MOVE MODO-INDEX   TO BIT-INDEX.                                  047
           MOVE MODO-CADUC   TO BIT-CADUC.                                  047
           MOVE MODO-AUDIT   TO BIT-AUDIT.                                  047
           MOVE MODO-FORZAR  TO BIT-FORZAR.                                 047
           MOVE 'LEIDOS MAESTRO(SACSEM) / GRAB.'                            047
             TO BIT-DETALLE.                                                047
           MOVE 'I' TO BIT-EVENTO.                                          047
           CALL 'GMAEBITA1' USING REG-BITACORA.                             047
           MOVE ZEROS TO RETURN-CODE.                                       047
       FIN-BITACORA-INICIO. EXIT.                                           047
       BITACORA-FIN.                                                        047
           MOVE RETURN-CODE TO BIT-RC.                                      047
           IF TIPO-LIQ = 'SA'                                               047
              THEN MOVE LEIDO-SAC TO BIT-LEIDOS                             047
              ELSE MOVE LEIDO-M   TO BIT-LEIDOS.                            047
           MOVE T-GRABA TO BIT-GRABADOS.                                    047
           MOVE 'F' TO BIT-EVENTO.                                          047
           CALL 'GMAEBITA1' USING REG-BITACORA.                             047
           MOVE BIT-RC TO RETURN-CODE.                                      047
       FIN-BITACORA-FIN. EXIT.                                              047
