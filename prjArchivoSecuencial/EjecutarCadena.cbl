000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. EJECUTAR-CADENA.
000030 AUTHOR. OFICINA DE SISTEMAS.
000040 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080* CONDUCTOR DE LA CADENA NOCTURNA: CORRE EN ORDEN LOS PASOS
000090* DEFINIDOS EN CADENA_NOCTURNA.TXT, DEJA EL ESTADO DE CADA UNO
000100* EN CADENA_CONTROL.TXT Y SE DETIENE EN EL PRIMER PASO QUE
000110* TERMINA CON UN RETURN-CODE MAYOR QUE EL ADMITIDO PARA ESE
000120* PASO. CADA PASO SE LLAMA POR SU PROGRAM-ID (CALL DINAMICO Y
000130* CANCEL AL TERMINAR) CON SUS PARAMETROS PUESTOS EN LA LINEA DE
000140* COMANDOS, QUE ES DONDE LOS LEEN TODOS LOS BATCH.
000150*
000160* DEFINICION (UNA LINEA POR PASO, EN ORDEN DE EJECUCION; LAS
000170* LINEAS EN BLANCO O QUE EMPIEZAN CON * SE IGNORAN):
000180*   PROGRAMA;RC MAXIMO;FRECUENCIA;PARAMETROS
000190* FRECUENCIA D = TODAS LAS NOCHES, M = SOLO EL ULTIMO DIA DEL
000200* MES. EN LOS PARAMETROS, AAAAMMDD SE REEMPLAZA POR LA FECHA
000210* DE PROCESO DE LA CORRIDA. LA CADENA HABITUAL ES:
000220*   CIERRE-CAJA;0;D;AAAAMMDD
000230*   EXPORTAR-PAGOS-CONTABILIDAD;0;D;AAAAMMDD AAAAMMDD
000235*   CONCILIAR-PAGOS;4;D;AAAAMMDD AAAAMMDD
000240*   CONCILIAR-AUDITORIA;4;D;
000250*   INTEGRIDAD-SATELITES;4;D;
000255*   REPORTE-MOROSIDAD;0;D;AAAAMMDD
000257*   EXPORTAR-PORTAL-FAMILIAS;4;D;AAAAMMDD
000258*   EMITIR-PASES;0;D;AAAAMMDD
000260*   RESPALDAR-MAESTROS;0;D;
000265*   VERIFICAR-BITACORAS;4;D;
000270*   ROTAR-BITACORAS;0;M;
000280* LOS PARAMETROS DEBEN ESTAR COMPLETOS: UN PASO QUE NO LOS
000290* RECIBE LOS PIDE POR CONSOLA Y LA CADENA QUEDA ESPERANDO.
000300*
000310* REARRANQUE: SI LA ULTIMA CORRIDA NO TERMINO (SE DETUVO EN UN
000320* PASO O SE CAYO CON UN PASO EN CURSO), LA SIGUIENTE EJECUCION
000330* LA RETOMA CON SU MISMA FECHA DE PROCESO: LOS PASOS YA
000340* TERMINADOS NO SE REPITEN Y SE ARRANCA DESDE EL QUE FALLO.
000350* PARAMETROS DEL CONDUCTOR (LINEA DE COMANDOS):
000360*   (NADA)      RETOMA LA PENDIENTE O EMPIEZA UNA NUEVA CON LA
000370*               FECHA DEL DIA.
000380*   NUEVA       DESCARTA LA PENDIENTE Y EMPIEZA UNA NUEVA.
000390*   AAAAMMDD    EMPIEZA UNA NUEVA CON ESA FECHA DE PROCESO.
000400*
000410* AL FINAL IMPRIME EL RESUMEN DE LA CADENA EN CONSOLA Y EN
000420* CADENA_RESUMEN.TXT Y DEJA UNA LINEA EN EL LOG DE LOS BATCH.
000430* RC 0 (O EL MAYOR RC ADMITIDO DE LOS PASOS) SI LA CADENA
000440* TERMINO; RC 8 SI SE DETUVO O SI LA DEFINICION ES INVALIDA.
000450*
000460* HISTORIAL DE MODIFICACIONES
000470*   2026-10-15  OFS  VERSION INICIAL.
000475*   2026-10-15  OFS  CONCILIAR-PAGOS EN LA CADENA HABITUAL.
000477*   2026-10-15  OFS  VERIFICAR-BITACORAS EN LA CADENA HABITUAL.
000478*   2026-10-15  OFS  REPORTE-MOROSIDAD EN LA CADENA HABITUAL (DEJA
000479*                    LOS SALDOS DEL TABLERO DE DIRECCION).
00047A*   2026-10-15  OFS  EXPORTAR-PORTAL-FAMILIAS EN LA CADENA
00047B*                    HABITUAL, DESPUES DE REPORTE-MOROSIDAD.
00047C*   2026-10-15  OFS  EMITIR-PASES EN LA CADENA HABITUAL (PASES DE
00047D*                    LAS BAJAS POR TRASLADO DEL DIA).
000480*
000490 ENVIRONMENT DIVISION.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DEFINICION ASSIGN TO WS-ARCHIVO-DEFINICION
000530         ORGANIZATION LINE SEQUENTIAL
000540         FILE STATUS FS-DEFINICION.
000550     SELECT CONTROL-CADENA ASSIGN TO WS-ARCHIVO-CONTROL
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS FS-CONTROL.
000580     SELECT RESUMEN ASSIGN TO WS-ARCHIVO-RESUMEN
000590         ORGANIZATION LINE SEQUENTIAL
000600         FILE STATUS FS-RESUMEN.
000610     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS FS-LOG.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  DEFINICION.
000670 01  DEFINICION-LINEA        PIC X(150).
000680 FD  CONTROL-CADENA.
000690 01  CONTROL-LINEA           PIC X(80).
000700 FD  RESUMEN.
000710 01  RESUMEN-LINEA           PIC X(132).
000720 FD  LOG-CORRIDA.
000730 01  LOG-LINEA               PIC X(132).
000740 WORKING-STORAGE SECTION.
000750 01  FS-DEFINICION           PIC XX.
000760 01  FS-CONTROL              PIC XX.
000770 01  FS-RESUMEN              PIC XX.
000780 01  FS-LOG                  PIC XX.
000790 01  WS-ARCHIVO-DEFINICION PIC X(40)
000800     VALUE "cadena_nocturna.txt".
000810 01  WS-ARCHIVO-CONTROL  PIC X(40) VALUE "cadena_control.txt".
000820 01  WS-ARCHIVO-RESUMEN  PIC X(40) VALUE "cadena_resumen.txt".
000830 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000840 01  WS-PARAMETRO            PIC X(100).
000850 01  WS-LOG-FECHA            PIC 9(08).
000860 01  WS-LOG-HORA             PIC 9(08).
000870 01  WS-LOG-RC               PIC 9(01).
000880 01  WS-SWITCHES.
000890     05  WS-NUEVA-SW         PIC X(01) VALUE "N".
000900         88  CORRIDA-NUEVA            VALUE "S".
000910     05  WS-RETOMADA-SW      PIC X(01) VALUE "N".
000920         88  CORRIDA-RETOMADA         VALUE "S".
000930     05  WS-DETENIDA-SW      PIC X(01) VALUE "N".
000940         88  CADENA-DETENIDA          VALUE "S".
000950     05  WS-FIN-DE-MES-SW    PIC X(01) VALUE "N".
000960         88  ES-FIN-DE-MES            VALUE "S".
000970     05  WS-NO-ENCONTRADO-SW PIC X(01) VALUE "N".
000980         88  PROGRAMA-NO-ENCONTRADO   VALUE "S".
000990     05  WS-DEFINICION-MAL-SW PIC X(01) VALUE "N".
001000         88  DEFINICION-INVALIDA      VALUE "S".
001010 01  WS-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
001020 01  WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO.
001030     05  WS-FP-AAAA          PIC 9(04).
001040     05  WS-FP-MM            PIC 9(02).
001050     05  WS-FP-DD            PIC 9(02).
001060 01  WS-FECHA-PROCESO-A REDEFINES WS-FECHA-PROCESO
001070                             PIC X(08).
001080 01  WS-TIEMPO               PIC 9(08).
001090 01  WS-TIEMPO-X REDEFINES WS-TIEMPO.
001100     05  WS-TIEMPO-HHMMSS    PIC 9(06).
001110     05  FILLER              PIC 9(02).
001120 01  WS-HOY                  PIC 9(08).

001130* DIAS DE CADA MES (FEBRERO SE CORRIGE EN LOS BISIESTOS).
001140 01  WS-DIAS-MESES-X         PIC X(24)
001150     VALUE "312831303130313130313031".
001160 01  WS-DIAS-MESES REDEFINES WS-DIAS-MESES-X.
001170     05  WS-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
001180 01  WS-ULTIMO-DIA           PIC 9(02).
001190 01  WS-COCIENTE             PIC 9(04).
001200 01  WS-RESTO-4              PIC 9(04).
001210 01  WS-RESTO-100            PIC 9(04).
001220 01  WS-RESTO-400            PIC 9(04).

001230* CAMPOS DE UNA LINEA DE LA DEFINICION.
001240 01  WS-DEF-PROGRAMA         PIC X(30).
001250 01  WS-DEF-RC-X             PIC X(02).
001260 01  WS-DEF-RC REDEFINES WS-DEF-RC-X PIC 9(02).
001270 01  WS-DEF-FRECUENCIA       PIC X(01).
001280 01  WS-DEF-PARAMETRO        PIC X(100).
001290 01  WS-PARAMETRO-PASO       PIC X(100).

001300* LOS PASOS DE LA CADENA, CON SU ESTADO EN ESTA CORRIDA.
001310 01  WS-TABLA-PASOS.
001320     05  WS-PASO OCCURS 30 TIMES.
001330         10  TP-PROGRAMA     PIC X(30).
001340         10  TP-RC-MAXIMO    PIC 9(02).
001350         10  TP-FRECUENCIA   PIC X(01).
001360             88  TP-FIN-DE-MES        VALUE "M".
001370         10  TP-PARAMETRO    PIC X(100).
001380         10  TP-ESTADO       PIC X(01).
001390             88  TP-PENDIENTE         VALUE "P".
001400             88  TP-EN-CURSO          VALUE "E".
001410             88  TP-TERMINADO         VALUE "O".
001420             88  TP-FALLIDO           VALUE "F".
001430             88  TP-SALTEADO          VALUE "S".
001440         10  TP-RC           PIC 9(04).
001450         10  TP-INICIO-FECHA PIC 9(08).
001460         10  TP-INICIO-HORA  PIC 9(06).
001470         10  TP-FIN-FECHA    PIC 9(08).
001480         10  TP-FIN-HORA     PIC 9(06).
001490         10  TP-PREVIO-SW    PIC X(01).
001500             88  TP-DE-CORRIDA-PREVIA VALUE "S".

001510* CADENA_CONTROL.TXT: UNA CABECERA (C) CON LA FECHA DE PROCESO
001520* Y EL ESTADO DE LA CORRIDA (E EN CURSO, C COMPLETA, F
001530* DETENIDA) Y UNA LINEA (P) POR PASO.
001540 01  WS-CTL-CABECERA.
001550     05  CAB-TIPO            PIC X(01).
001560         88  CAB-ES-CABECERA          VALUE "C".
001570     05  FILLER              PIC X(01).
001580     05  CAB-FECHA-PROCESO   PIC 9(08).
001590     05  FILLER              PIC X(01).
001600     05  CAB-ESTADO          PIC X(01).
001610         88  CAB-COMPLETA             VALUE "C".
001620     05  FILLER              PIC X(01).
001630     05  CAB-INICIO-FECHA    PIC 9(08).
001640     05  FILLER              PIC X(01).
001650     05  CAB-INICIO-HORA     PIC 9(06).
001660     05  FILLER              PIC X(52).
001670 01  WS-CTL-PASO REDEFINES WS-CTL-CABECERA.
001680     05  PAS-TIPO            PIC X(01).
001690         88  PAS-ES-PASO              VALUE "P".
001700     05  FILLER              PIC X(01).
001710     05  PAS-NUMERO          PIC 9(02).
001720     05  FILLER              PIC X(01).
001730     05  PAS-PROGRAMA        PIC X(30).
001740     05  FILLER              PIC X(01).
001750     05  PAS-ESTADO          PIC X(01).
001760     05  FILLER              PIC X(01).
001770     05  PAS-RC              PIC 9(04).
001780     05  FILLER              PIC X(01).
001790     05  PAS-INICIO-FECHA    PIC 9(08).
001800     05  PAS-INICIO-HORA     PIC 9(06).
001810     05  FILLER              PIC X(01).
001820     05  PAS-FIN-FECHA       PIC 9(08).
001830     05  PAS-FIN-HORA        PIC 9(06).
001840     05  FILLER              PIC X(08).
001850 01  WS-CORRIDA-INICIO-FECHA PIC 9(08).
001860 01  WS-CORRIDA-INICIO-HORA  PIC 9(06).
001870 01  WS-CORRIDA-ESTADO       PIC X(01) VALUE "E".

001880* RESUMEN.
001890 01  WS-RES-TITULO.
001900     05  FILLER              PIC X(36) VALUE
001910         "RESUMEN DE LA CADENA NOCTURNA - FECH".
001920     05  FILLER              PIC X(14) VALUE
001930         "A DE PROCESO: ".
001940     05  RES-FECHA           PIC X(10).
001950     05  RES-RETOMADA        PIC X(30).
001960     05  FILLER              PIC X(42) VALUE SPACES.
001970 01  WS-RES-ENCABEZADO.
001980     05  FILLER              PIC X(05) VALUE "PASO".
001990     05  FILLER              PIC X(31) VALUE "PROGRAMA".
002000     05  FILLER              PIC X(05) VALUE "FREC".
002010     05  FILLER              PIC X(07) VALUE "RC MAX".
002020     05  FILLER              PIC X(20) VALUE "ESTADO".
002030     05  FILLER              PIC X(06) VALUE "RC".
002040     05  FILLER              PIC X(20) VALUE "INICIO".
002050     05  FILLER              PIC X(38) VALUE "FIN".
002060 01  WS-RES-DETALLE.
002070     05  DET-PASO            PIC Z9.
002080     05  FILLER              PIC X(03) VALUE SPACES.
002090     05  DET-PROGRAMA        PIC X(30).
002100     05  FILLER              PIC X(01) VALUE SPACES.
002110     05  DET-FRECUENCIA      PIC X(01).
002120     05  FILLER              PIC X(04) VALUE SPACES.
002130     05  DET-RC-MAXIMO       PIC Z9.
002140     05  FILLER              PIC X(05) VALUE SPACES.
002150     05  DET-ESTADO          PIC X(20).
002160     05  DET-RC              PIC X(04).
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  DET-INICIO          PIC X(19).
002190     05  FILLER              PIC X(01) VALUE SPACES.
002200     05  DET-FIN             PIC X(19).
002210     05  FILLER              PIC X(19) VALUE SPACES.
002220 01  WS-RC-EDITADO           PIC ZZZ9.
002230 01  WS-FECHA-ENTRADA        PIC 9(08).
002240 01  WS-FECHA-ENTRADA-X REDEFINES WS-FECHA-ENTRADA.
002250     05  WS-FE-AAAA          PIC X(04).
002260     05  WS-FE-MM            PIC X(02).
002270     05  WS-FE-DD            PIC X(02).
002280 01  WS-HORA-ENTRADA         PIC 9(06).
002290 01  WS-HORA-ENTRADA-X REDEFINES WS-HORA-ENTRADA.
002300     05  WS-HE-HH            PIC X(02).
002310     05  WS-HE-MM            PIC X(02).
002320     05  WS-HE-SS            PIC X(02).
002330 01  WS-FECHA-HORA-ED        PIC X(19).
002340 01  WS-RES-PIE              PIC X(132).

002350 77  WS-MAX-PASOS            PIC 9(02) VALUE 30 COMP.
002360 77  WS-TOTAL-PASOS          PIC 9(02) VALUE ZERO COMP.
002370 77  WS-I                    PIC 9(02) VALUE ZERO COMP.
002380 77  WS-I-CONTROL            PIC 9(02) VALUE ZERO COMP.
002390 77  WS-PASO-DETENIDO        PIC 9(02) VALUE ZERO.
002400 77  WS-TOTAL-TERMINADOS     PIC 9(02) VALUE ZERO.
002410 77  WS-TOTAL-SALTEADOS      PIC 9(02) VALUE ZERO.
002420 77  WS-RC-CADENA            PIC 9(04) VALUE ZERO.
002430 PROCEDURE DIVISION.

002440 0000-MAINLINE.
002450     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002460     IF DEFINICION-INVALIDA
002470         MOVE 8 TO WS-RC-CADENA
002480         GO TO 0000-FIN
002490     END-IF.
002500     PERFORM 2000-EJECUTAR-CADENA THRU 2000-EXIT.
002510     PERFORM 3000-IMPRIMIR-RESUMEN THRU 3000-EXIT.
002520 0000-FIN.
002530     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002540     GOBACK.

002550*----------------------------------------------------------------*
002560* 1000-INICIALIZAR                                          *
002570* PARAMETRO, DEFINICION DE LA CADENA, CORRIDA PENDIENTE (SI  *
002580* HAY QUE RETOMARLA) Y FIN DE MES SEGUN LA FECHA DE PROCESO. *
002590*----------------------------------------------------------------*
002600 1000-INICIALIZAR.
002610     ACCEPT WS-HOY FROM DATE YYYYMMDD.
002620     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002630     IF WS-PARAMETRO (1:5) = "NUEVA"
002640         SET CORRIDA-NUEVA TO TRUE
002650     END-IF.
002660     IF WS-PARAMETRO (1:8) NUMERIC
002670         MOVE WS-PARAMETRO (1:8) TO WS-FECHA-PROCESO
002680         SET CORRIDA-NUEVA TO TRUE
002690     END-IF.
002700     PERFORM 1100-CARGAR-DEFINICION THRU 1100-EXIT.
002710     IF DEFINICION-INVALIDA
002720         GO TO 1000-EXIT
002730     END-IF.
002740     IF NOT CORRIDA-NUEVA
002750         PERFORM 1200-LEER-CONTROL THRU 1200-EXIT
002760     END-IF.
002770     IF WS-FECHA-PROCESO = ZERO
002780         MOVE WS-HOY TO WS-FECHA-PROCESO
002790     END-IF.
002800     IF NOT CORRIDA-RETOMADA
002810         ACCEPT WS-CORRIDA-INICIO-FECHA FROM DATE YYYYMMDD
002820         ACCEPT WS-TIEMPO FROM TIME
002830         MOVE WS-TIEMPO-HHMMSS TO WS-CORRIDA-INICIO-HORA
002840     END-IF.
002850     PERFORM 1300-VERIFICAR-FIN-DE-MES THRU 1300-EXIT.
002860     MOVE "E" TO WS-CORRIDA-ESTADO.
002870     PERFORM 8000-GRABAR-CONTROL THRU 8000-EXIT.
002880     IF CORRIDA-RETOMADA
002890         DISPLAY "Retomando la cadena del " WS-FECHA-PROCESO
002900     ELSE
002910         DISPLAY "Cadena nueva, fecha de proceso "
002920             WS-FECHA-PROCESO
002930     END-IF.
002940 1000-EXIT.
002950     EXIT.

002960*----------------------------------------------------------------*
002970* 1100-CARGAR-DEFINICION                                    *
002980* LEE CADENA_NOCTURNA.TXT A LA TABLA DE PASOS. UNA LINEA     *
002990* INVALIDA INVALIDA TODA LA CADENA: NO SE CORRE A MEDIAS.    *
003000*----------------------------------------------------------------*
003010 1100-CARGAR-DEFINICION.
003020     MOVE ZERO TO WS-TOTAL-PASOS.
003030     OPEN INPUT DEFINICION.
003040     IF FS-DEFINICION NOT = "00"
003050         DISPLAY "No se pudo abrir " WS-ARCHIVO-DEFINICION
003060         SET DEFINICION-INVALIDA TO TRUE
003070         GO TO 1100-EXIT
003080     END-IF.
003090     READ DEFINICION NEXT RECORD.
003100     PERFORM 1110-LEER-DEFINICION THRU 1110-EXIT
003110         UNTIL FS-DEFINICION NOT = "00"
003120            OR DEFINICION-INVALIDA.
003130     CLOSE DEFINICION.
003140     IF WS-TOTAL-PASOS = ZERO
003150         DISPLAY "La cadena no tiene pasos"
003160         SET DEFINICION-INVALIDA TO TRUE
003170     END-IF.
003180 1100-EXIT.
003190     EXIT.

003200 1110-LEER-DEFINICION.
003210     IF DEFINICION-LINEA = SPACES
003220        OR DEFINICION-LINEA (1:1) = "*"
003230         GO TO 1110-SIGUIENTE
003240     END-IF.
003250     MOVE SPACES TO WS-DEF-PROGRAMA WS-DEF-RC-X
003260         WS-DEF-FRECUENCIA WS-DEF-PARAMETRO.
003270     UNSTRING DEFINICION-LINEA DELIMITED BY ";"
003280         INTO WS-DEF-PROGRAMA WS-DEF-RC-X
003290              WS-DEF-FRECUENCIA WS-DEF-PARAMETRO
003300     END-UNSTRING.
003310*    UN RC MAXIMO DE UN DIGITO SE ALINEA A LA DERECHA.
003320     IF WS-DEF-RC-X (2:1) = SPACE
003330         MOVE WS-DEF-RC-X (1:1) TO WS-DEF-RC-X (2:1)
003340         MOVE "0" TO WS-DEF-RC-X (1:1)
003350     END-IF.
003360     IF WS-DEF-FRECUENCIA = SPACE
003370         MOVE "D" TO WS-DEF-FRECUENCIA
003380     END-IF.
003390     IF WS-DEF-PROGRAMA = SPACES
003400        OR WS-DEF-RC-X NOT NUMERIC
003410        OR (WS-DEF-FRECUENCIA NOT = "D"
003420            AND WS-DEF-FRECUENCIA NOT = "M")
003430         DISPLAY "Linea invalida en " WS-ARCHIVO-DEFINICION
003440             ": " DEFINICION-LINEA (1:60)
003450         SET DEFINICION-INVALIDA TO TRUE
003460         GO TO 1110-EXIT
003470     END-IF.
003480     IF WS-TOTAL-PASOS NOT < WS-MAX-PASOS
003490         DISPLAY "La cadena admite hasta " WS-MAX-PASOS
003500             " pasos"
003510         SET DEFINICION-INVALIDA TO TRUE
003520         GO TO 1110-EXIT
003530     END-IF.
003540     ADD 1 TO WS-TOTAL-PASOS.
003550     MOVE WS-DEF-PROGRAMA TO TP-PROGRAMA (WS-TOTAL-PASOS).
003560     MOVE WS-DEF-RC TO TP-RC-MAXIMO (WS-TOTAL-PASOS).
003570     MOVE WS-DEF-FRECUENCIA TO TP-FRECUENCIA (WS-TOTAL-PASOS).
003580     MOVE WS-DEF-PARAMETRO TO TP-PARAMETRO (WS-TOTAL-PASOS).
003590     MOVE "P" TO TP-ESTADO (WS-TOTAL-PASOS).
003600     MOVE ZERO TO TP-RC (WS-TOTAL-PASOS)
003610         TP-INICIO-FECHA (WS-TOTAL-PASOS)
003620         TP-INICIO-HORA (WS-TOTAL-PASOS)
003630         TP-FIN-FECHA (WS-TOTAL-PASOS)
003640         TP-FIN-HORA (WS-TOTAL-PASOS).
003650     MOVE "N" TO TP-PREVIO-SW (WS-TOTAL-PASOS).
003660 1110-SIGUIENTE.
003670     READ DEFINICION NEXT RECORD.
003680 1110-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------*
003710* 1200-LEER-CONTROL                                         *
003720* SI LA CORRIDA ANTERIOR NO QUEDO COMPLETA SE LA RETOMA: SU  *
003730* FECHA DE PROCESO Y LOS PASOS TERMINADOS (O SALTEADOS POR   *
003740* NO SER FIN DE MES) PASAN A LA TABLA. UN PASO SOLO SE       *
003750* RECONOCE SI SIGUE EN EL MISMO LUGAR CON EL MISMO PROGRAMA. *
003760*----------------------------------------------------------------*
003770 1200-LEER-CONTROL.
003780     OPEN INPUT CONTROL-CADENA.
003790     IF FS-CONTROL NOT = "00"
003800         GO TO 1200-EXIT
003810     END-IF.
003820     READ CONTROL-CADENA NEXT RECORD.
003830     IF FS-CONTROL NOT = "00"
003840         CLOSE CONTROL-CADENA
003850         GO TO 1200-EXIT
003860     END-IF.
003870     MOVE CONTROL-LINEA TO WS-CTL-CABECERA.
003880     IF NOT CAB-ES-CABECERA
003890        OR CAB-COMPLETA
003900        OR CAB-FECHA-PROCESO NOT NUMERIC
003910         CLOSE CONTROL-CADENA
003920         GO TO 1200-EXIT
003930     END-IF.
003940     SET CORRIDA-RETOMADA TO TRUE.
003950     MOVE CAB-FECHA-PROCESO TO WS-FECHA-PROCESO.
003960     MOVE CAB-INICIO-FECHA TO WS-CORRIDA-INICIO-FECHA.
003970     MOVE CAB-INICIO-HORA TO WS-CORRIDA-INICIO-HORA.
003980     READ CONTROL-CADENA NEXT RECORD.
003990     PERFORM 1210-LEER-PASO-CONTROL THRU 1210-EXIT
004000         UNTIL FS-CONTROL NOT = "00".
004010     CLOSE CONTROL-CADENA.
004020 1200-EXIT.
004030     EXIT.

004040 1210-LEER-PASO-CONTROL.
004050     MOVE CONTROL-LINEA TO WS-CTL-PASO.
004060     IF NOT PAS-ES-PASO
004070        OR PAS-NUMERO NOT NUMERIC
004080         GO TO 1210-SIGUIENTE
004090     END-IF.
004100     IF PAS-NUMERO = ZERO
004110        OR PAS-NUMERO > WS-TOTAL-PASOS
004120         GO TO 1210-SIGUIENTE
004130     END-IF.
004140     MOVE PAS-NUMERO TO WS-I.
004150     IF PAS-PROGRAMA NOT = TP-PROGRAMA (WS-I)
004160         GO TO 1210-SIGUIENTE
004170     END-IF.
004180     IF PAS-ESTADO = "O" OR PAS-ESTADO = "S"
004190         MOVE PAS-ESTADO TO TP-ESTADO (WS-I)
004200         MOVE PAS-RC TO TP-RC (WS-I)
004210         MOVE PAS-INICIO-FECHA TO TP-INICIO-FECHA (WS-I)
004220         MOVE PAS-INICIO-HORA TO TP-INICIO-HORA (WS-I)
004230         MOVE PAS-FIN-FECHA TO TP-FIN-FECHA (WS-I)
004240         MOVE PAS-FIN-HORA TO TP-FIN-HORA (WS-I)
004250         SET TP-DE-CORRIDA-PREVIA (WS-I) TO TRUE
004260     END-IF.
004270 1210-SIGUIENTE.
004280     READ CONTROL-CADENA NEXT RECORD.
004290 1210-EXIT.
004300     EXIT.

004310*----------------------------------------------------------------*
004320* 1300-VERIFICAR-FIN-DE-MES                                 *
004330* LA FECHA DE PROCESO ES EL ULTIMO DIA DE SU MES?            *
004340*----------------------------------------------------------------*
004350 1300-VERIFICAR-FIN-DE-MES.
004360     MOVE "N" TO WS-FIN-DE-MES-SW.
004370     IF WS-FP-MM < 1 OR WS-FP-MM > 12
004380         GO TO 1300-EXIT
004390     END-IF.
004400     MOVE WS-DIAS-MES (WS-FP-MM) TO WS-ULTIMO-DIA.
004410     IF WS-FP-MM = 2
004420         DIVIDE WS-FP-AAAA BY 4 GIVING WS-COCIENTE
004430             REMAINDER WS-RESTO-4
004440         DIVIDE WS-FP-AAAA BY 100 GIVING WS-COCIENTE
004450             REMAINDER WS-RESTO-100
004460         DIVIDE WS-FP-AAAA BY 400 GIVING WS-COCIENTE
004470             REMAINDER WS-RESTO-400
004480         IF (WS-RESTO-4 = ZERO AND WS-RESTO-100 NOT = ZERO)
004490            OR WS-RESTO-400 = ZERO
004500             MOVE 29 TO WS-ULTIMO-DIA
004510         END-IF
004520     END-IF.
004530     IF WS-FP-DD = WS-ULTIMO-DIA
004540         SET ES-FIN-DE-MES TO TRUE
004550     END-IF.
004560 1300-EXIT.
004570     EXIT.

004580*----------------------------------------------------------------*
004590* 2000-EJECUTAR-CADENA                                      *
004600* CORRE LOS PASOS EN ORDEN HASTA EL FINAL O HASTA EL PRIMERO *
004610* QUE SUPERA SU RC MAXIMO.                                   *
004620*----------------------------------------------------------------*
004630 2000-EJECUTAR-CADENA.
004640     MOVE 1 TO WS-I.
004650     PERFORM 2100-EJECUTAR-PASO THRU 2100-EXIT
004660         UNTIL WS-I > WS-TOTAL-PASOS
004670            OR CADENA-DETENIDA.
004680     IF CADENA-DETENIDA
004690         MOVE "F" TO WS-CORRIDA-ESTADO
004700     ELSE
004710         MOVE "C" TO WS-CORRIDA-ESTADO
004720     END-IF.
004730     PERFORM 8000-GRABAR-CONTROL THRU 8000-EXIT.
004740 2000-EXIT.
004750     EXIT.

004760 2100-EJECUTAR-PASO.
004770     IF TP-TERMINADO (WS-I) OR TP-SALTEADO (WS-I)
004780         DISPLAY "Paso " WS-I " " TP-PROGRAMA (WS-I)
004790             " ya ejecutado"
004800         GO TO 2100-SIGUIENTE
004810     END-IF.
004820     IF TP-FIN-DE-MES (WS-I) AND NOT ES-FIN-DE-MES
004830         MOVE "S" TO TP-ESTADO (WS-I)
004840         PERFORM 8000-GRABAR-CONTROL THRU 8000-EXIT
004850         GO TO 2100-SIGUIENTE
004860     END-IF.
004870*    EL PASO QUEDA EN CURSO EN EL CONTROL ANTES DE LLAMARLO: SI
004880*    LA CADENA SE CAE ADENTRO, EL REARRANQUE LO VUELVE A CORRER.
004890     MOVE "E" TO TP-ESTADO (WS-I).
004900     ACCEPT TP-INICIO-FECHA (WS-I) FROM DATE YYYYMMDD.
004910     ACCEPT WS-TIEMPO FROM TIME.
004920     MOVE WS-TIEMPO-HHMMSS TO TP-INICIO-HORA (WS-I).
004930     MOVE ZERO TO TP-FIN-FECHA (WS-I) TP-FIN-HORA (WS-I).
004940     PERFORM 8000-GRABAR-CONTROL THRU 8000-EXIT.
004950     MOVE TP-PARAMETRO (WS-I) TO WS-PARAMETRO-PASO.
004960     INSPECT WS-PARAMETRO-PASO
004970         REPLACING ALL "AAAAMMDD" BY WS-FECHA-PROCESO-A.
004980     DISPLAY "Paso " WS-I " " TP-PROGRAMA (WS-I)
004990         " " WS-PARAMETRO-PASO (1:40).
005000     DISPLAY WS-PARAMETRO-PASO UPON COMMAND-LINE.
005010     MOVE "N" TO WS-NO-ENCONTRADO-SW.
005020     MOVE ZERO TO RETURN-CODE.
005030     CALL TP-PROGRAMA (WS-I)
005040         ON EXCEPTION
005050             SET PROGRAMA-NO-ENCONTRADO TO TRUE
005060     END-CALL.
005070     IF PROGRAMA-NO-ENCONTRADO
005080         DISPLAY "No se encontro el programa "
005090             TP-PROGRAMA (WS-I)
005100         MOVE 9999 TO TP-RC (WS-I)
005110     ELSE
005120         MOVE RETURN-CODE TO TP-RC (WS-I)
005130         CANCEL TP-PROGRAMA (WS-I)
005140     END-IF.
005150     MOVE ZERO TO RETURN-CODE.
005160     ACCEPT TP-FIN-FECHA (WS-I) FROM DATE YYYYMMDD.
005170     ACCEPT WS-TIEMPO FROM TIME.
005180     MOVE WS-TIEMPO-HHMMSS TO TP-FIN-HORA (WS-I).
005190     IF TP-RC (WS-I) > TP-RC-MAXIMO (WS-I)
005200         MOVE "F" TO TP-ESTADO (WS-I)
005210         MOVE WS-I TO WS-PASO-DETENIDO
005220         SET CADENA-DETENIDA TO TRUE
005230     ELSE
005240         MOVE "O" TO TP-ESTADO (WS-I)
005250     END-IF.
005260     PERFORM 8000-GRABAR-CONTROL THRU 8000-EXIT.
005270 2100-SIGUIENTE.
005280     ADD 1 TO WS-I.
005290 2100-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------*
005320* 3000-IMPRIMIR-RESUMEN                                     *
005330* UNA LINEA POR PASO, EN CONSOLA Y EN CADENA_RESUMEN.TXT.    *
005340*----------------------------------------------------------------*
005350 3000-IMPRIMIR-RESUMEN.
005360     OPEN OUTPUT RESUMEN.
005370     MOVE WS-FECHA-PROCESO TO WS-FECHA-ENTRADA.
005380     MOVE ZERO TO WS-HORA-ENTRADA.
005390     PERFORM 8800-EDITAR-FECHA-HORA THRU 8800-EXIT.
005400     MOVE WS-FECHA-HORA-ED (1:10) TO RES-FECHA.
005410     IF CORRIDA-RETOMADA
005420         MOVE " (CORRIDA RETOMADA)" TO RES-RETOMADA
005430     ELSE
005440         MOVE SPACES TO RES-RETOMADA
005450     END-IF.
005460     MOVE WS-RES-TITULO TO RESUMEN-LINEA.
005470     PERFORM 3200-GRABAR-LINEA THRU 3200-EXIT.
005480     MOVE SPACES TO RESUMEN-LINEA.
005490     PERFORM 3200-GRABAR-LINEA THRU 3200-EXIT.
005500     MOVE WS-RES-ENCABEZADO TO RESUMEN-LINEA.
005510     PERFORM 3200-GRABAR-LINEA THRU 3200-EXIT.
005520     MOVE 1 TO WS-I.
005530     PERFORM 3100-DETALLAR-PASO THRU 3100-EXIT
005540         UNTIL WS-I > WS-TOTAL-PASOS.
005550     MOVE SPACES TO RESUMEN-LINEA.
005560     PERFORM 3200-GRABAR-LINEA THRU 3200-EXIT.
005570     MOVE SPACES TO WS-RES-PIE.
005580     IF CADENA-DETENIDA
005590         STRING "CADENA DETENIDA EN EL PASO " DELIMITED BY SIZE
005600             WS-PASO-DETENIDO DELIMITED BY SIZE
005610             ". LA PROXIMA EJECUCION RETOMA DESDE ESE PASO."
005620                 DELIMITED BY SIZE
005630             INTO WS-RES-PIE
005640         END-STRING
005650     ELSE
005660         STRING "CADENA COMPLETA: " DELIMITED BY SIZE
005670             WS-TOTAL-TERMINADOS DELIMITED BY SIZE
005680             " PASOS EJECUTADOS, " DELIMITED BY SIZE
005690             WS-TOTAL-SALTEADOS DELIMITED BY SIZE
005700             " DE FIN DE MES NO CORRESPONDIAN."
005710                 DELIMITED BY SIZE
005720             INTO WS-RES-PIE
005730         END-STRING
005740     END-IF.
005750     MOVE WS-RES-PIE TO RESUMEN-LINEA.
005760     PERFORM 3200-GRABAR-LINEA THRU 3200-EXIT.
005770     IF FS-RESUMEN = "00"
005780         CLOSE RESUMEN
005790     END-IF.
005800 3000-EXIT.
005810     EXIT.

005820 3100-DETALLAR-PASO.
005830     MOVE WS-I TO DET-PASO.
005840     MOVE TP-PROGRAMA (WS-I) TO DET-PROGRAMA.
005850     MOVE TP-FRECUENCIA (WS-I) TO DET-FRECUENCIA.
005860     MOVE TP-RC-MAXIMO (WS-I) TO DET-RC-MAXIMO.
005870     MOVE SPACES TO DET-RC DET-INICIO DET-FIN.
005880     EVALUATE TRUE
005890         WHEN TP-TERMINADO (WS-I)
005900             AND TP-DE-CORRIDA-PREVIA (WS-I)
005910             MOVE "YA EJECUTADO" TO DET-ESTADO
005920         WHEN TP-TERMINADO (WS-I)
005930             MOVE "TERMINADO" TO DET-ESTADO
005940         WHEN TP-FALLIDO (WS-I)
005950             MOVE "FALLO" TO DET-ESTADO
005960         WHEN TP-SALTEADO (WS-I)
005970             MOVE "NO ES FIN DE MES" TO DET-ESTADO
005980         WHEN TP-EN-CURSO (WS-I)
005990             MOVE "INTERRUMPIDO" TO DET-ESTADO
006000         WHEN OTHER
006010             MOVE "NO EJECUTADO" TO DET-ESTADO
006020     END-EVALUATE.
006030     IF TP-TERMINADO (WS-I)
006040         ADD 1 TO WS-TOTAL-TERMINADOS
006050         IF TP-RC (WS-I) > WS-RC-CADENA
006060             MOVE TP-RC (WS-I) TO WS-RC-CADENA
006070         END-IF
006080     END-IF.
006090     IF TP-SALTEADO (WS-I)
006100         ADD 1 TO WS-TOTAL-SALTEADOS
006110     END-IF.
006120     IF TP-TERMINADO (WS-I) OR TP-FALLIDO (WS-I)
006130         MOVE TP-RC (WS-I) TO WS-RC-EDITADO
006140         MOVE WS-RC-EDITADO TO DET-RC
006150         MOVE TP-INICIO-FECHA (WS-I) TO WS-FECHA-ENTRADA
006160         MOVE TP-INICIO-HORA (WS-I) TO WS-HORA-ENTRADA
006170         PERFORM 8800-EDITAR-FECHA-HORA THRU 8800-EXIT
006180         MOVE WS-FECHA-HORA-ED TO DET-INICIO
006190         MOVE TP-FIN-FECHA (WS-I) TO WS-FECHA-ENTRADA
006200         MOVE TP-FIN-HORA (WS-I) TO WS-HORA-ENTRADA
006210         PERFORM 8800-EDITAR-FECHA-HORA THRU 8800-EXIT
006220         MOVE WS-FECHA-HORA-ED TO DET-FIN
006230     END-IF.
006240     MOVE WS-RES-DETALLE TO RESUMEN-LINEA.
006250     PERFORM 3200-GRABAR-LINEA THRU 3200-EXIT.
006260     ADD 1 TO WS-I.
006270 3100-EXIT.
006280     EXIT.

006290 3200-GRABAR-LINEA.
006300     DISPLAY RESUMEN-LINEA (1:132).
006310     IF FS-RESUMEN = "00"
006320         WRITE RESUMEN-LINEA
006330     END-IF.
006340 3200-EXIT.
006350     EXIT.

006360*----------------------------------------------------------------*
006370* 8000-GRABAR-CONTROL                                       *
006380* REESCRIBE CADENA_CONTROL.TXT CON LA CABECERA Y EL ESTADO   *
006390* ACTUAL DE TODOS LOS PASOS (ES UN ARCHIVO CHICO; SE GRABA   *
006400* DESPUES DE CADA CAMBIO DE ESTADO).                         *
006410*----------------------------------------------------------------*
006420 8000-GRABAR-CONTROL.
006430     OPEN OUTPUT CONTROL-CADENA.
006440     IF FS-CONTROL NOT = "00"
006450         DISPLAY "No se pudo grabar " WS-ARCHIVO-CONTROL
006460         GO TO 8000-EXIT
006470     END-IF.
006480     MOVE SPACES TO WS-CTL-CABECERA.
006490     MOVE "C" TO CAB-TIPO.
006500     MOVE WS-FECHA-PROCESO TO CAB-FECHA-PROCESO.
006510     MOVE WS-CORRIDA-ESTADO TO CAB-ESTADO.
006520     MOVE WS-CORRIDA-INICIO-FECHA TO CAB-INICIO-FECHA.
006530     MOVE WS-CORRIDA-INICIO-HORA TO CAB-INICIO-HORA.
006540     WRITE CONTROL-LINEA FROM WS-CTL-CABECERA.
006550     MOVE 1 TO WS-I-CONTROL.
006560     PERFORM 8100-GRABAR-PASO-CONTROL THRU 8100-EXIT
006570         UNTIL WS-I-CONTROL > WS-TOTAL-PASOS.
006580     CLOSE CONTROL-CADENA.
006590 8000-EXIT.
006600     EXIT.

006610 8100-GRABAR-PASO-CONTROL.
006620     MOVE SPACES TO WS-CTL-PASO.
006630     MOVE "P" TO PAS-TIPO.
006640     MOVE WS-I-CONTROL TO PAS-NUMERO.
006650     MOVE TP-PROGRAMA (WS-I-CONTROL) TO PAS-PROGRAMA.
006660     MOVE TP-ESTADO (WS-I-CONTROL) TO PAS-ESTADO.
006670     MOVE TP-RC (WS-I-CONTROL) TO PAS-RC.
006680     MOVE TP-INICIO-FECHA (WS-I-CONTROL) TO PAS-INICIO-FECHA.
006690     MOVE TP-INICIO-HORA (WS-I-CONTROL) TO PAS-INICIO-HORA.
006700     MOVE TP-FIN-FECHA (WS-I-CONTROL) TO PAS-FIN-FECHA.
006710     MOVE TP-FIN-HORA (WS-I-CONTROL) TO PAS-FIN-HORA.
006720     WRITE CONTROL-LINEA FROM WS-CTL-PASO.
006730     ADD 1 TO WS-I-CONTROL.
006740 8100-EXIT.
006750     EXIT.

006760*----------------------------------------------------------------*
006770* 8800-EDITAR-FECHA-HORA                                    *
006780* WS-FECHA-ENTRADA Y WS-HORA-ENTRADA A DD/MM/AAAA HH:MM:SS.  *
006790*----------------------------------------------------------------*
006800 8800-EDITAR-FECHA-HORA.
006810     MOVE SPACES TO WS-FECHA-HORA-ED.
006820     IF WS-FECHA-ENTRADA = ZERO
006830         GO TO 8800-EXIT
006840     END-IF.
006850     STRING WS-FE-DD DELIMITED BY SIZE
006860         "/" DELIMITED BY SIZE
006870         WS-FE-MM DELIMITED BY SIZE
006880         "/" DELIMITED BY SIZE
006890         WS-FE-AAAA DELIMITED BY SIZE
006900         " " DELIMITED BY SIZE
006910         WS-HE-HH DELIMITED BY SIZE
006920         ":" DELIMITED BY SIZE
006930         WS-HE-MM DELIMITED BY SIZE
006940         ":" DELIMITED BY SIZE
006950         WS-HE-SS DELIMITED BY SIZE
006960         INTO WS-FECHA-HORA-ED
006970     END-STRING.
006980 8800-EXIT.
006990     EXIT.

007000*----------------------------------------------------------------*
007010* 9000-FINALIZAR                                            *
007020* RETURN-CODE DE LA CADENA Y LINEA DEL LOG.                  *
007030*----------------------------------------------------------------*
007040 9000-FINALIZAR.
007050     IF CADENA-DETENIDA
007060         MOVE 8 TO WS-RC-CADENA
007070     END-IF.
007080     IF WS-RC-CADENA > 8
007090         MOVE 8 TO WS-RC-CADENA
007100     END-IF.
007110     MOVE WS-RC-CADENA TO RETURN-CODE.
007120     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
007130 9000-EXIT.
007140     EXIT.

007150*----------------------------------------------------------------*
007160* 9100-GRABAR-LOG                                           *
007170* DEJA EL RESULTADO DE LA CADENA, CON FECHA Y HORA, EN EL    *
007180* LOG COMPARTIDO DE LOS BATCH.                               *
007190*----------------------------------------------------------------*
007200 9100-GRABAR-LOG.
007210     OPEN EXTEND LOG-CORRIDA.
007220     IF FS-LOG = "05" OR FS-LOG = "35"
007230         OPEN OUTPUT LOG-CORRIDA
007240     END-IF.
007250     IF FS-LOG NOT = "00"
007260         GO TO 9100-EXIT
007270     END-IF.
007280     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
007290     ACCEPT WS-LOG-HORA FROM TIME.
007300     MOVE RETURN-CODE TO WS-LOG-RC.
007310     MOVE SPACES TO LOG-LINEA.
007320     STRING WS-LOG-FECHA DELIMITED BY SIZE
007330         " " DELIMITED BY SIZE
007340         WS-LOG-HORA DELIMITED BY SIZE
007350         " EJECUTAR-CADENA PROCESO=" DELIMITED BY SIZE
007360         WS-FECHA-PROCESO-A DELIMITED BY SIZE
007370         " ESTADO=" DELIMITED BY SIZE
007380         WS-CORRIDA-ESTADO DELIMITED BY SIZE
007390         " PASOS=" DELIMITED BY SIZE
007400         WS-TOTAL-TERMINADOS DELIMITED BY SIZE
007410         " DETENIDA-EN=" DELIMITED BY SIZE
007420         WS-PASO-DETENIDO DELIMITED BY SIZE
007430         " RC=" DELIMITED BY SIZE
007440         WS-LOG-RC DELIMITED BY SIZE
007450         INTO LOG-LINEA
007460     END-STRING.
007470     WRITE LOG-LINEA.
007480     CLOSE LOG-CORRIDA.
007490 9100-EXIT.
007500     EXIT.
