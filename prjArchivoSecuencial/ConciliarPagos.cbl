000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONCILIAR-PAGOS.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* CONCILIACION NOCTURNA DE LA COBRANZA, EN EL ESTILO DE
000180* CONCILIAR-AUDITORIA: CADA DIFERENCIA SALE COMO UNA LINEA EN
000190* CONCILIACION_PAGOS.TXT PARA QUE CAJA Y EL SUPERVISOR LA REVISEN
000200* CADA MANANA. SE HACEN TRES CONTROLES:
000210*
000220*   ACUMULADOS: PAGO.TXT GUARDA EL ACUMULADO DEL PERIODO POR
000230*   NUMERO+PERIODO Y RECIBO.TXT CADA COBRO. FRMPAGOS GRABA UNO
000240*   DESPUES DEL OTRO, ASI QUE UN "ARCHIVO EN USO" O UNA CAIDA
000250*   ENTRE LOS DOS DEJA EL PERIODO DESPAREJO. SE SUMAN LOS RECIBOS
000260*   VIGENTES DE CUOTA (LOS ANULADOS YA SE DESCONTARON DEL
000270*   ACUMULADO Y LOS DE CONCEPTO VAN A PAGO_CONCEPTO.TXT) Y SE
000280*   COMPARAN CON PAGIMPORTE Y PAGRECARGO. LOS RECIBOS DE UN
000290*   ALUMNO QUE YA NO ESTA EN ALUMNO.TXT NO SE CONTROLAN: SU PAGO
000300*   SE MOVIO AL HISTORICO CUANDO SE LO ARCHIVO.
000310*
000320*   FOLIOS: LOS FOLIOS DE RECIBO.TXT DEBEN SER CORRELATIVOS DESDE
000330*   1 HASTA EL ANTERIOR A CTLPROXIMOFOLIO. UN HUECO ES UN FOLIO
000340*   ASIGNADO CUYO RECIBO NO SE LLEGO A GRABAR; UN FOLIO POR
000350*   ENCIMA DEL CONTROL SE REPETIRIA EN EL PROXIMO COBRO.
000360*
000370*   CAJA CONTRA CONTABILIDAD: PARA CADA FECHA DEL RANGO, LOS
000380*   REGISTROS DE PAGOS_CONTABILIDAD.TXT DE ESA FECHA (DETALLES Y
000390*   REVERSAS) DEBEN SER LOS QUE INFORMO CIERRE-CAJA EN EL LOG DE
000400*   LOS BATCH: CANTIDAD = RECIBOS MAS ANULADOS, HASH = LO COBRADO
000410*   MAS LO ANULADO EN CENTAVOS. VALE LA ULTIMA CORRIDA SIN ERROR
000420*   DE CIERRE-CAJA DE CADA FECHA (UNA ANTERIOR AL HASH EN EL LOG
000430*   SOLO SE CONTROLA POR CANTIDAD). EL TRAILER DEL ARCHIVO TIENE
000440*   QUE CUADRAR ADEMAS CON SUS PROPIOS REGISTROS.
000450*
000460* LOS ACUMULADOS POR NUMERO+PERIODO Y POR FECHA QUEDAN EN EL
000470* ARCHIVO DE TRABAJO CONCILIAR_TRABAJO.TXT (INDEXADO, SE RECREA
000480* EN CADA CORRIDA), ASI QUE NO HAY TOPE DE ALUMNOS NI DE FECHAS.
000490*
000500* EL RANGO LLEGA POR LA LINEA DE COMANDO ("AAAAMMDD AAAAMMDD", O
000510* UNA SOLA FECHA PARA UN DIA), EL MISMO QUE RECIBIO
000520* EXPORTAR-PAGOS-CONTABILIDAD, O POR CONSOLA COMO ULTIMO RECURSO.
000530*
000540* RC 0 SIN DIFERENCIAS, RC 4 CON DIFERENCIAS EN EL ARCHIVO DE
000550* EXCEPCIONES, RC 8 SI NO SE PUDO ABRIR RECIBO.TXT O PAGO.TXT O
000560* CREAR LOS ARCHIVOS DE LA CORRIDA.
000570*
000580* HISTORIAL DE MODIFICACIONES
000590*   2026-10-15  OFS  VERSION INICIAL.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     COPY AlumnoSelect.
000650     COPY PagoSelect.
000660     COPY ReciboSelect.
000670     COPY ControlSelect.
000680     SELECT CONTA-PAGOS ASSIGN TO WS-ARCHIVO-CONTA
000690         ORGANIZATION LINE SEQUENTIAL
000700         FILE STATUS FS-CONTA.
000710     SELECT EXCEPCIONES ASSIGN TO WS-ARCHIVO-EXCEPCIONES
000720         ORGANIZATION LINE SEQUENTIAL
000730         FILE STATUS FS-EXCEPCIONES.
000740     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000750         ORGANIZATION INDEXED
000760         ACCESS MODE DYNAMIC
000770         RECORD KEY TRA-CLAVE
000780         FILE STATUS FS-TRABAJO.
000790     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000800         ORGANIZATION LINE SEQUENTIAL
000810         FILE STATUS FS-LOG.
000820 DATA DIVISION.
000830 FILE SECTION.
000840 FD  ALUMNO.
000850     COPY AlumnoRegistro.
000860 FD  PAGO.
000870     COPY PagoRegistro.
000880 FD  RECIBO.
000890     COPY ReciboRegistro.
000900 FD  ALUMNOCONTROL.
000910     COPY ControlRegistro.
000920* MISMO LAYOUT QUE GRABA EXPORTAR-PAGOS-CONTABILIDAD.
000930 FD  CONTA-PAGOS.
000940 01  CONTA-REGISTRO.
000950     05  CONTA-TIPO          PIC X(01).
000960     05  CONTA-NUMERO        PIC 9(07).
000970     05  CONTA-PERIODO       PIC 9(06).
000980     05  CONTA-IMPORTE       PIC 9(08).
000990     05  CONTA-FECHA         PIC 9(08).
001000     05  CONTA-FOLIO         PIC 9(07).
001010     05  CONTA-MEDIO         PIC X(01).
001020     05  CONTA-RECARGO       PIC 9(08).
001030     05  CONTA-CONCEPTO      PIC X(06).
001040 01  CONTA-TRAILER REDEFINES CONTA-REGISTRO.
001050     05  TRAILER-TIPO        PIC X(01).
001060     05  TRAILER-CANTIDAD    PIC 9(07).
001070     05  TRAILER-HASH        PIC 9(13).
001080     05  FILLER              PIC X(31).
001090 FD  EXCEPCIONES.
001100 01  EXCEPCION-LINEA         PIC X(132).
001110* FILAS DEL ARCHIVO DE TRABAJO, POR TRA-TIPO:
001120*   "P" RECIBOS VIGENTES DE CUOTA DE UN NUMERO+PERIODO (TRA-NUMERO
001130*       ES EL NUMERO DE ALUMNO); TRA-VISTO SI TIENE SU PAGO.
001140*   "C" REGISTROS DE LA EXPORTACION CONTABLE DE UNA FECHA
001150*       (TRA-NUMERO ES LA FECHA); TRA-VISTO SI TIENE SU CIERRE.
001160*   "K" LO INFORMADO POR CIERRE-CAJA PARA UNA FECHA.
001170 FD  TRABAJO.
001180 01  TRABAJO-REGISTRO.
001190     05  TRA-CLAVE.
001200         10  TRA-TIPO        PIC X(01).
001210         10  TRA-NUMERO      PIC 9(08).
001220         10  TRA-PERIODO     PIC 9(06).
001230     05  TRA-DATOS.
001240         10  TRA-CANT        PIC 9(07).
001250         10  TRA-IMPORTE     PIC 9(09)V99.
001260         10  TRA-RECARGO     PIC 9(09)V99.
001270         10  TRA-HASH        PIC 9(13).
001280         10  TRA-CON-HASH    PIC X(01).
001290         10  TRA-VISTO       PIC X(01).
001300 FD  LOG-CORRIDA.
001310 01  LOG-LINEA               PIC X(132).
001320 WORKING-STORAGE SECTION.
001330 01  FS-ALUMNO               PIC XX.
001340 01  FS-PAGO                 PIC XX.
001350 01  FS-RECIBO               PIC XX.
001360 01  FS-CONTROL              PIC XX.
001370 01  FS-CONTA                PIC XX.
001380 01  FS-EXCEPCIONES          PIC XX.
001390 01  FS-TRABAJO              PIC XX.
001400 01  FS-LOG                  PIC XX.
001410 01  WS-ARCHIVO-CONTA    PIC X(40)
001420     VALUE "pagos_contabilidad.txt".
001430 01  WS-ARCHIVO-EXCEPCIONES PIC X(40)
001440     VALUE "conciliacion_pagos.txt".
001450 01  WS-ARCHIVO-TRABAJO  PIC X(40)
001460     VALUE "conciliar_trabajo.txt".
001470 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001480 01  WS-PARAMETRO            PIC X(100).
001490 01  WS-LOG-FECHA            PIC 9(08).
001500 01  WS-LOG-HORA             PIC 9(08).
001510 01  WS-LOG-RC               PIC 9(01).
001520 01  WS-SWITCHES.
001530     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001540         88  ARCHIVOS-ABIERTOS        VALUE "S".
001550     05  WS-ALUMNO-ABIERTO-SW PIC X(01) VALUE "N".
001560         88  ALUMNO-ABIERTO           VALUE "S".
001570     05  WS-FILA-NUEVA-SW    PIC X(01) VALUE "N".
001580         88  FILA-NUEVA               VALUE "S".
001590     05  WS-CONTROL-OK-SW    PIC X(01) VALUE "N".
001600         88  CONTROL-OK               VALUE "S".
001610     05  WS-TRAILER-SW       PIC X(01) VALUE "N".
001620         88  TRAILER-LEIDO            VALUE "S".
001630     05  WS-CIE-HASH-SW      PIC X(01) VALUE "N".
001640         88  CIE-CON-HASH             VALUE "S".
001650 01  WS-FECHA-DESDE          PIC 9(08).
001660 01  WS-FECHA-HASTA          PIC 9(08).
001670 01  WS-CLAVE-TRABAJO.
001680     05  WS-CLAVE-TIPO       PIC X(01).
001690     05  WS-CLAVE-NUMERO     PIC 9(08).
001700     05  WS-CLAVE-PERIODO    PIC 9(06).
001710 01  WS-NUMERO               PIC 9(07).
001720 01  WS-RECARGO              PIC 9(06)V99.
001730 01  WS-CENTAVOS             PIC 9(09).
001740 01  WS-FOLIO-ESPERADO       PIC 9(08).
001750 01  WS-FOLIO-DESDE          PIC 9(07).
001760 01  WS-FOLIO-HASTA          PIC 9(07).
001770 01  WS-MAX-FOLIO            PIC 9(07) VALUE ZERO.
001780 01  WS-ULTIMO-FOLIO         PIC 9(07).
001790 01  WS-CONTA-CANT           PIC 9(07).
001800 01  WS-CONTA-HASH           PIC 9(13).
001810 01  WS-IMPORTE-ED           PIC ZZZ,ZZZ,ZZ9.99.
001820 01  WS-IMPORTE2-ED          PIC ZZZ,ZZZ,ZZ9.99.
001830 01  WS-CANT-ED              PIC Z(06)9.
001840 01  WS-CANT2-ED             PIC Z(06)9.
001850* LINEA DEL LOG DE LOS BATCH PARTIDA EN PALABRAS. LA DE
001860* CIERRE-CAJA ES "FECHA HORA CIERRE-CAJA FECHA=... RECIBOS=...
001870* ANULADOS=... [HASH=...] RC=...".
001880 01  WS-PALABRAS.
001890     05  WS-PAL-FECHA        PIC X(08).
001900     05  WS-PAL-HORA         PIC X(08).
001910     05  WS-PAL-PROGRAMA     PIC X(30).
001920     05  WS-PAL-1            PIC X(30).
001930     05  WS-PAL-2            PIC X(30).
001940     05  WS-PAL-3            PIC X(30).
001950     05  WS-PAL-4            PIC X(30).
001960     05  WS-PAL-5            PIC X(30).
001970 01  WS-PAL-RC               PIC X(30).
001980 01  WS-CIE-FECHA            PIC 9(08).
001990 01  WS-CIE-RECIBOS          PIC 9(06).
002000 01  WS-CIE-ANULADOS         PIC 9(06).
002010 01  WS-CIE-CANT             PIC 9(07).
002020 01  WS-CIE-HASH             PIC 9(13).
002030 77  WS-TOTAL-RECIBOS        PIC 9(07) VALUE ZERO COMP.
002040 77  WS-TOTAL-PAGOS          PIC 9(07) VALUE ZERO COMP.
002050 77  WS-TOTAL-ARCHIVADOS     PIC 9(06) VALUE ZERO COMP.
002060 77  WS-TOTAL-CIERRES        PIC 9(05) VALUE ZERO COMP.
002070 77  WS-TOTAL-EXCEPCIONES    PIC 9(06) VALUE ZERO COMP.
002080 PROCEDURE DIVISION.
002090
002100 0000-MAINLINE.
002110     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002120     PERFORM 2000-SUMAR-RECIBOS THRU 2000-EXIT.
002130     PERFORM 2500-CONTROLAR-FOLIOS THRU 2500-EXIT.
002140     PERFORM 3000-CONTROLAR-PAGOS THRU 3000-EXIT.
002150     PERFORM 3500-RECIBOS-SIN-PAGO THRU 3500-EXIT.
002160     PERFORM 4000-LEER-EXPORTACION THRU 4000-EXIT.
002170     PERFORM 5000-LEER-CIERRES THRU 5000-EXIT.
002180     PERFORM 6000-CONTROLAR-CAJA THRU 6000-EXIT.
002190     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002200     GOBACK.
002210
002220*----------------------------------------------------------------*
002230* 1000-INICIALIZAR                                          *
002240* RESUELVE EL RANGO, ABRE RECIBO.TXT Y PAGO.TXT Y CREA EL    *
002250* ARCHIVO DE EXCEPCIONES Y EL DE TRABAJO. ALUMNO.TXT ES      *
002260* OPCIONAL: SIN EL SE INFORMAN TODOS LOS RECIBOS SIN PAGO.   *
002270*----------------------------------------------------------------*
002280 1000-INICIALIZAR.
002290     PERFORM 1100-OBTENER-RANGO THRU 1100-EXIT.
002300     IF WS-FECHA-DESDE = ZERO OR WS-FECHA-HASTA = ZERO
002310        OR WS-FECHA-HASTA < WS-FECHA-DESDE
002320         DISPLAY "Rango de fechas invalido"
002330         MOVE 8 TO RETURN-CODE
002340         GO TO 1000-EXIT
002350     END-IF.
002360     OPEN INPUT RECIBO.
002370     IF FS-RECIBO NOT = "00"
002380         DISPLAY "No se pudo abrir recibo.txt"
002390         MOVE 8 TO RETURN-CODE
002400         GO TO 1000-EXIT
002410     END-IF.
002420     OPEN INPUT PAGO.
002430     IF FS-PAGO NOT = "00"
002440         DISPLAY "No se pudo abrir pago.txt"
002450         CLOSE RECIBO
002460         MOVE 8 TO RETURN-CODE
002470         GO TO 1000-EXIT
002480     END-IF.
002490     OPEN OUTPUT EXCEPCIONES.
002500     IF FS-EXCEPCIONES NOT = "00"
002510         DISPLAY "No se pudo crear " WS-ARCHIVO-EXCEPCIONES
002520         CLOSE RECIBO
002530         CLOSE PAGO
002540         MOVE 8 TO RETURN-CODE
002550         GO TO 1000-EXIT
002560     END-IF.
002570     OPEN OUTPUT TRABAJO.
002580     IF FS-TRABAJO = "00"
002590         CLOSE TRABAJO
002600         OPEN I-O TRABAJO
002610     END-IF.
002620     IF FS-TRABAJO NOT = "00"
002630         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
002640         CLOSE RECIBO
002650         CLOSE PAGO
002660         CLOSE EXCEPCIONES
002670         MOVE 8 TO RETURN-CODE
002680         GO TO 1000-EXIT
002690     END-IF.
002700     SET ARCHIVOS-ABIERTOS TO TRUE.
002710     OPEN INPUT ALUMNO.
002720     IF FS-ALUMNO = "00"
002730         SET ALUMNO-ABIERTO TO TRUE
002740     END-IF.
002750 1000-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------------*
002790* 1100-OBTENER-RANGO                                        *
002800* RANGO POR LINEA DE COMANDO (DOS FECHAS, O UNA PARA UN DIA) *
002810* O POR CONSOLA.                                             *
002820*----------------------------------------------------------------*
002830 1100-OBTENER-RANGO.
002840     MOVE ZERO TO WS-FECHA-DESDE WS-FECHA-HASTA.
002850     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002860     IF WS-PARAMETRO (1:8) NUMERIC
002870         MOVE WS-PARAMETRO (1:8) TO WS-FECHA-DESDE
002880         IF WS-PARAMETRO (10:8) NUMERIC
002890             MOVE WS-PARAMETRO (10:8) TO WS-FECHA-HASTA
002900         ELSE
002910             MOVE WS-FECHA-DESDE TO WS-FECHA-HASTA
002920         END-IF
002930         GO TO 1100-EXIT
002940     END-IF.
002950     DISPLAY "Fecha de cobro desde (AAAAMMDD): "
002960         WITH NO ADVANCING.
002970     ACCEPT WS-FECHA-DESDE FROM CONSOLE.
002980     DISPLAY "Fecha de cobro hasta (AAAAMMDD): "
002990         WITH NO ADVANCING.
003000     ACCEPT WS-FECHA-HASTA FROM CONSOLE.
003010     IF WS-FECHA-DESDE NOT NUMERIC
003020         MOVE ZERO TO WS-FECHA-DESDE
003030     END-IF.
003040     IF WS-FECHA-HASTA NOT NUMERIC
003050         MOVE ZERO TO WS-FECHA-HASTA
003060     END-IF.
003070 1100-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------*
003110* 2000-SUMAR-RECIBOS                                        *
003120* RECORRE RECIBO.TXT EN ORDEN DE FOLIO: INFORMA LOS HUECOS   *
003130* DE FOLIO Y SUMA LOS RECIBOS VIGENTES DE CUOTA POR          *
003140* NUMERO+PERIODO EN EL ARCHIVO DE TRABAJO.                   *
003150*----------------------------------------------------------------*
003160 2000-SUMAR-RECIBOS.
003170     IF NOT ARCHIVOS-ABIERTOS
003180         GO TO 2000-EXIT
003190     END-IF.
003200     MOVE 1 TO WS-FOLIO-ESPERADO.
003210     READ RECIBO NEXT RECORD.
003220     PERFORM 2100-SUMAR-RECIBO THRU 2100-EXIT
003230         UNTIL FS-RECIBO NOT = "00".
003240 2000-EXIT.
003250     EXIT.
003260
003270 2100-SUMAR-RECIBO.
003280     ADD 1 TO WS-TOTAL-RECIBOS.
003290     IF RECFOLIO > WS-FOLIO-ESPERADO
003300         MOVE WS-FOLIO-ESPERADO TO WS-FOLIO-DESDE
003310         COMPUTE WS-FOLIO-HASTA = RECFOLIO - 1
003320         MOVE SPACES TO EXCEPCION-LINEA
003330         STRING "FOLIOS FALTANTES: " DELIMITED BY SIZE
003340             WS-FOLIO-DESDE DELIMITED BY SIZE
003350             " AL " DELIMITED BY SIZE
003360             WS-FOLIO-HASTA DELIMITED BY SIZE
003370             " (ASIGNADOS SIN RECIBO EN RECIBO.TXT)"
003380             DELIMITED BY SIZE
003390             INTO EXCEPCION-LINEA
003400         END-STRING
003410         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
003420     END-IF.
003430     COMPUTE WS-FOLIO-ESPERADO = RECFOLIO + 1.
003440     MOVE RECFOLIO TO WS-MAX-FOLIO.
003450     IF RECESTADO = "N"
003460         GO TO 2100-SIGUIENTE
003470     END-IF.
003480     IF RECCONCEPTO (1:1) ALPHABETIC AND RECCONCEPTO NOT = SPACES
003490         GO TO 2100-SIGUIENTE
003500     END-IF.
003510     MOVE ZERO TO WS-RECARGO.
003520     IF RECRECARGO NUMERIC
003530         MOVE RECRECARGO TO WS-RECARGO
003540     END-IF.
003550     MOVE "P" TO WS-CLAVE-TIPO.
003560     MOVE RECNUMERO TO WS-CLAVE-NUMERO.
003570     MOVE RECPERIODO TO WS-CLAVE-PERIODO.
003580     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
003590     ADD 1 TO TRA-CANT.
003600     ADD RECIMPORTE TO TRA-IMPORTE.
003610     ADD WS-RECARGO TO TRA-RECARGO.
003620     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
003630 2100-SIGUIENTE.
003640     READ RECIBO NEXT RECORD.
003650 2100-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690* 2500-CONTROLAR-FOLIOS                                     *
003700* EL ULTIMO FOLIO DE RECIBO.TXT DEBE SER EL ANTERIOR AL      *
003710* PROXIMO FOLIO DEL REGISTRO DE CONTROL.                     *
003720*----------------------------------------------------------------*
003730 2500-CONTROLAR-FOLIOS.
003740     IF NOT ARCHIVOS-ABIERTOS
003750         GO TO 2500-EXIT
003760     END-IF.
003770     MOVE "N" TO WS-CONTROL-OK-SW.
003780     OPEN INPUT ALUMNOCONTROL.
003790     IF FS-CONTROL = "00"
003800         READ ALUMNOCONTROL NEXT RECORD
003810         IF FS-CONTROL = "00" AND CONTROL-REGISTRO NUMERIC
003820             SET CONTROL-OK TO TRUE
003830         END-IF
003840         CLOSE ALUMNOCONTROL
003850     END-IF.
003860     IF NOT CONTROL-OK
003870         MOVE SPACES TO EXCEPCION-LINEA
003880         STRING "SIN REGISTRO DE CONTROL VALIDO: LOS FOLIOS NO "
003890             DELIMITED BY SIZE
003900             "SE " DELIMITED BY SIZE
003910             "CONTROLAN CONTRA EL PROXIMO FOLIO (CORRER "
003920             DELIMITED BY SIZE
003930             "RECONSTRUIR-CONTROL)" DELIMITED BY SIZE
003940             INTO EXCEPCION-LINEA
003950         END-STRING
003960         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
003970         GO TO 2500-EXIT
003980     END-IF.
003990     MOVE ZERO TO WS-ULTIMO-FOLIO.
004000     IF CTLPROXIMOFOLIO > ZERO
004010         COMPUTE WS-ULTIMO-FOLIO = CTLPROXIMOFOLIO - 1
004020     END-IF.
004030     IF WS-MAX-FOLIO < WS-ULTIMO-FOLIO
004040         COMPUTE WS-FOLIO-DESDE = WS-MAX-FOLIO + 1
004050         MOVE SPACES TO EXCEPCION-LINEA
004060         STRING "FOLIOS FALTANTES: " DELIMITED BY SIZE
004070             WS-FOLIO-DESDE DELIMITED BY SIZE
004080             " AL " DELIMITED BY SIZE
004090             WS-ULTIMO-FOLIO DELIMITED BY SIZE
004100             " (ASIGNADOS POR EL CONTROL, PROXIMO FOLIO "
004110             DELIMITED BY SIZE
004120             CTLPROXIMOFOLIO DELIMITED BY SIZE
004130             ", SIN RECIBO EN RECIBO.TXT)" DELIMITED BY SIZE
004140             INTO EXCEPCION-LINEA
004150         END-STRING
004160         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
004170     END-IF.
004180     IF WS-MAX-FOLIO > WS-ULTIMO-FOLIO
004190         MOVE SPACES TO EXCEPCION-LINEA
004200         STRING "FOLIO " DELIMITED BY SIZE
004210             WS-MAX-FOLIO DELIMITED BY SIZE
004220             " POR ENCIMA DEL CONTROL (PROXIMO FOLIO "
004230             DELIMITED BY SIZE
004240             CTLPROXIMOFOLIO DELIMITED BY SIZE
004250             "): EL PROXIMO COBRO REPETIRIA FOLIO"
004260             DELIMITED BY SIZE
004270             INTO EXCEPCION-LINEA
004280         END-STRING
004290         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
004300     END-IF.
004310 2500-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------------*
004350* 3000-CONTROLAR-PAGOS                                      *
004360* CADA PAGO.TXT DEBE SUMAR LO MISMO QUE SUS RECIBOS VIGENTES *
004370* DE CUOTA, EN LA CUOTA Y EN EL RECARGO POR MORA.            *
004380*----------------------------------------------------------------*
004390 3000-CONTROLAR-PAGOS.
004400     IF NOT ARCHIVOS-ABIERTOS
004410         GO TO 3000-EXIT
004420     END-IF.
004430     READ PAGO NEXT RECORD.
004440     PERFORM 3100-CONTROLAR-PAGO THRU 3100-EXIT
004450         UNTIL FS-PAGO NOT = "00".
004460 3000-EXIT.
004470     EXIT.
004480
004490 3100-CONTROLAR-PAGO.
004500     ADD 1 TO WS-TOTAL-PAGOS.
004510     MOVE ZERO TO WS-RECARGO.
004520     IF PAGRECARGO NUMERIC
004530         MOVE PAGRECARGO TO WS-RECARGO
004540     END-IF.
004550     MOVE "P" TO WS-CLAVE-TIPO.
004560     MOVE PAGNUMERO TO WS-CLAVE-NUMERO.
004570     MOVE PAGPERIODO TO WS-CLAVE-PERIODO.
004580     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004590     IF PAGIMPORTE NOT = TRA-IMPORTE
004600         MOVE PAGIMPORTE TO WS-IMPORTE-ED
004610         MOVE TRA-IMPORTE TO WS-IMPORTE2-ED
004620         MOVE TRA-CANT TO WS-CANT-ED
004630         MOVE SPACES TO EXCEPCION-LINEA
004640         STRING "PAGO DESCUADRADO: ALUMNO " DELIMITED BY SIZE
004650             PAGNUMERO DELIMITED BY SIZE
004660             " PERIODO " DELIMITED BY SIZE
004670             PAGPERIODO DELIMITED BY SIZE
004680             " PAGO.TXT $" DELIMITED BY SIZE
004690             WS-IMPORTE-ED DELIMITED BY SIZE
004700             " RECIBOS $" DELIMITED BY SIZE
004710             WS-IMPORTE2-ED DELIMITED BY SIZE
004720             " (" DELIMITED BY SIZE
004730             WS-CANT-ED DELIMITED BY SIZE
004740             " RECIBOS)" DELIMITED BY SIZE
004750             INTO EXCEPCION-LINEA
004760         END-STRING
004770         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
004780     END-IF.
004790     IF WS-RECARGO NOT = TRA-RECARGO
004800         MOVE WS-RECARGO TO WS-IMPORTE-ED
004810         MOVE TRA-RECARGO TO WS-IMPORTE2-ED
004820         MOVE SPACES TO EXCEPCION-LINEA
004830         STRING "RECARGO DESCUADRADO: ALUMNO " DELIMITED BY SIZE
004840             PAGNUMERO DELIMITED BY SIZE
004850             " PERIODO " DELIMITED BY SIZE
004860             PAGPERIODO DELIMITED BY SIZE
004870             " PAGO.TXT $" DELIMITED BY SIZE
004880             WS-IMPORTE-ED DELIMITED BY SIZE
004890             " RECIBOS $" DELIMITED BY SIZE
004900             WS-IMPORTE2-ED DELIMITED BY SIZE
004910             INTO EXCEPCION-LINEA
004920         END-STRING
004930         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
004940     END-IF.
004950     IF NOT FILA-NUEVA
004960         MOVE "S" TO TRA-VISTO
004970         PERFORM 8100-GRABAR-FILA THRU 8100-EXIT
004980     END-IF.
004990     READ PAGO NEXT RECORD.
005000 3100-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------*
005040* 3500-RECIBOS-SIN-PAGO                                     *
005050* NUMERO+PERIODO CON RECIBOS VIGENTES DE CUOTA Y SIN         *
005060* REGISTRO EN PAGO.TXT (SALVO ALUMNOS YA ARCHIVADOS).        *
005070*----------------------------------------------------------------*
005080 3500-RECIBOS-SIN-PAGO.
005090     IF NOT ARCHIVOS-ABIERTOS
005100         GO TO 3500-EXIT
005110     END-IF.
005120     MOVE "P" TO TRA-TIPO.
005130     MOVE ZERO TO TRA-NUMERO TRA-PERIODO.
005140     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
005150         INVALID KEY
005160             GO TO 3500-EXIT
005170     END-START.
005180     READ TRABAJO NEXT RECORD.
005190     PERFORM 3600-MIRAR-PERIODO THRU 3600-EXIT
005200         UNTIL FS-TRABAJO NOT = "00"
005210            OR TRA-TIPO NOT = "P".
005220 3500-EXIT.
005230     EXIT.
005240
005250 3600-MIRAR-PERIODO.
005260     IF TRA-VISTO = "S"
005270         GO TO 3600-SIGUIENTE
005280     END-IF.
005290     IF TRA-IMPORTE = ZERO AND TRA-RECARGO = ZERO
005300         GO TO 3600-SIGUIENTE
005310     END-IF.
005320     MOVE TRA-NUMERO TO WS-NUMERO.
005330     IF ALUMNO-ABIERTO
005340         MOVE WS-NUMERO TO NUMERO OF ALUMNO-REGISTRO
005350         READ ALUMNO
005360         IF FS-ALUMNO NOT = "00"
005370             ADD 1 TO WS-TOTAL-ARCHIVADOS
005380             GO TO 3600-SIGUIENTE
005390         END-IF
005400     END-IF.
005410     MOVE TRA-IMPORTE TO WS-IMPORTE2-ED.
005420     MOVE TRA-CANT TO WS-CANT-ED.
005430     MOVE SPACES TO EXCEPCION-LINEA.
005440     STRING "RECIBOS SIN PAGO: ALUMNO " DELIMITED BY SIZE
005450         WS-NUMERO DELIMITED BY SIZE
005460         " PERIODO " DELIMITED BY SIZE
005470         TRA-PERIODO DELIMITED BY SIZE
005480         " RECIBOS $" DELIMITED BY SIZE
005490         WS-IMPORTE2-ED DELIMITED BY SIZE
005500         " (" DELIMITED BY SIZE
005510         WS-CANT-ED DELIMITED BY SIZE
005520         " RECIBOS), SIN REGISTRO EN PAGO.TXT" DELIMITED BY SIZE
005530         INTO EXCEPCION-LINEA
005540     END-STRING.
005550     PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT.
005560 3600-SIGUIENTE.
005570     READ TRABAJO NEXT RECORD.
005580 3600-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------------*
005620* 4000-LEER-EXPORTACION                                     *
005630* RECORRE PAGOS_CONTABILIDAD.TXT: CUADRA EL TRAILER CONTRA   *
005640* SUS REGISTROS Y ACUMULA CANTIDAD Y HASH POR FECHA.         *
005650*----------------------------------------------------------------*
005660 4000-LEER-EXPORTACION.
005670     IF NOT ARCHIVOS-ABIERTOS
005680         GO TO 4000-EXIT
005690     END-IF.
005700     MOVE ZERO TO WS-CONTA-CANT WS-CONTA-HASH.
005710     MOVE "N" TO WS-TRAILER-SW.
005720     OPEN INPUT CONTA-PAGOS.
005730     IF FS-CONTA NOT = "00"
005740         MOVE SPACES TO EXCEPCION-LINEA
005750         STRING "NO SE PUDO LEER " DELIMITED BY SIZE
005760             WS-ARCHIVO-CONTA DELIMITED BY SPACE
005770             ": FALTA LA EXPORTACION CONTABLE DEL RANGO"
005780             DELIMITED BY SIZE
005790             INTO EXCEPCION-LINEA
005800         END-STRING
005810         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
005820         GO TO 4000-EXIT
005830     END-IF.
005840     READ CONTA-PAGOS NEXT RECORD.
005850     PERFORM 4100-ACUMULAR-CONTA THRU 4100-EXIT
005860         UNTIL FS-CONTA NOT = "00".
005870     CLOSE CONTA-PAGOS.
005880     IF NOT TRAILER-LEIDO
005890         MOVE SPACES TO EXCEPCION-LINEA
005900         STRING "EXPORTACION CONTABLE SIN TRAILER: "
005910             DELIMITED BY SIZE
005920             WS-ARCHIVO-CONTA DELIMITED BY SPACE
005930             " QUEDO INCOMPLETO" DELIMITED BY SIZE
005940             INTO EXCEPCION-LINEA
005950         END-STRING
005960         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
005970     END-IF.
005980 4000-EXIT.
005990     EXIT.
006000
006010 4100-ACUMULAR-CONTA.
006020     IF CONTA-TIPO = "T"
006030         SET TRAILER-LEIDO TO TRUE
006040         PERFORM 4200-CONTROLAR-TRAILER THRU 4200-EXIT
006050         GO TO 4100-SIGUIENTE
006060     END-IF.
006070     IF CONTA-TIPO NOT = "D" AND CONTA-TIPO NOT = "R"
006080         GO TO 4100-SIGUIENTE
006090     END-IF.
006100     MOVE ZERO TO WS-CENTAVOS.
006110     IF CONTA-IMPORTE NUMERIC
006120         ADD CONTA-IMPORTE TO WS-CENTAVOS
006130     END-IF.
006140     IF CONTA-RECARGO NUMERIC
006150         ADD CONTA-RECARGO TO WS-CENTAVOS
006160     END-IF.
006170     ADD 1 TO WS-CONTA-CANT.
006180     ADD WS-CENTAVOS TO WS-CONTA-HASH.
006190     IF CONTA-FECHA < WS-FECHA-DESDE
006200        OR CONTA-FECHA > WS-FECHA-HASTA
006210         MOVE SPACES TO EXCEPCION-LINEA
006220         STRING "EXPORTACION CONTABLE CON FECHA "
006230             DELIMITED BY SIZE
006240             CONTA-FECHA DELIMITED BY SIZE
006250             " FUERA DEL RANGO " DELIMITED BY SIZE
006260             WS-FECHA-DESDE DELIMITED BY SIZE
006270             "-" DELIMITED BY SIZE
006280             WS-FECHA-HASTA DELIMITED BY SIZE
006290             " (FOLIO " DELIMITED BY SIZE
006300             CONTA-FOLIO DELIMITED BY SIZE
006310             ")" DELIMITED BY SIZE
006320             INTO EXCEPCION-LINEA
006330         END-STRING
006340         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
006350         GO TO 4100-SIGUIENTE
006360     END-IF.
006370     MOVE "C" TO WS-CLAVE-TIPO.
006380     MOVE CONTA-FECHA TO WS-CLAVE-NUMERO.
006390     MOVE ZERO TO WS-CLAVE-PERIODO.
006400     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
006410     ADD 1 TO TRA-CANT.
006420     ADD WS-CENTAVOS TO TRA-HASH.
006430     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
006440 4100-SIGUIENTE.
006450     READ CONTA-PAGOS NEXT RECORD.
006460 4100-EXIT.
006470     EXIT.
006480
006490 4200-CONTROLAR-TRAILER.
006500     IF TRAILER-CANTIDAD = WS-CONTA-CANT
006510        AND TRAILER-HASH = WS-CONTA-HASH
006520         GO TO 4200-EXIT
006530     END-IF.
006540     MOVE SPACES TO EXCEPCION-LINEA.
006550     STRING "TRAILER DE LA EXPORTACION DESCUADRADO: CANTIDAD "
006560         DELIMITED BY SIZE
006570         TRAILER-CANTIDAD DELIMITED BY SIZE
006580         " HASH " DELIMITED BY SIZE
006590         TRAILER-HASH DELIMITED BY SIZE
006600         ", LOS REGISTROS SON " DELIMITED BY SIZE
006610         WS-CONTA-CANT DELIMITED BY SIZE
006620         " HASH " DELIMITED BY SIZE
006630         WS-CONTA-HASH DELIMITED BY SIZE
006640         INTO EXCEPCION-LINEA
006650     END-STRING.
006660     PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT.
006670 4200-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------*
006710* 5000-LEER-CIERRES                                         *
006720* RECORRE EL LOG DE LOS BATCH Y ANOTA, PARA CADA FECHA DEL   *
006730* RANGO, LO QUE INFORMO LA ULTIMA CORRIDA SIN ERROR DE       *
006740* CIERRE-CAJA. SIN LOG NO HAY CIERRES.                       *
006750*----------------------------------------------------------------*
006760 5000-LEER-CIERRES.
006770     IF NOT ARCHIVOS-ABIERTOS
006780         GO TO 5000-EXIT
006790     END-IF.
006800     OPEN INPUT LOG-CORRIDA.
006810     IF FS-LOG NOT = "00"
006820         GO TO 5000-EXIT
006830     END-IF.
006840     READ LOG-CORRIDA NEXT RECORD.
006850     PERFORM 5100-MIRAR-LINEA THRU 5100-EXIT
006860         UNTIL FS-LOG NOT = "00".
006870     CLOSE LOG-CORRIDA.
006880 5000-EXIT.
006890     EXIT.
006900
006910 5100-MIRAR-LINEA.
006920     MOVE SPACES TO WS-PALABRAS.
006930     UNSTRING LOG-LINEA DELIMITED BY ALL SPACE
006940         INTO WS-PAL-FECHA WS-PAL-HORA WS-PAL-PROGRAMA
006950              WS-PAL-1 WS-PAL-2 WS-PAL-3 WS-PAL-4 WS-PAL-5
006960     END-UNSTRING.
006970     IF WS-PAL-PROGRAMA NOT = "CIERRE-CAJA"
006980         GO TO 5100-SIGUIENTE
006990     END-IF.
007000     IF WS-PAL-1 (1:6) NOT = "FECHA="
007010        OR WS-PAL-1 (7:8) NOT NUMERIC
007020        OR WS-PAL-2 (1:8) NOT = "RECIBOS="
007030        OR WS-PAL-2 (9:6) NOT NUMERIC
007040        OR WS-PAL-3 (1:9) NOT = "ANULADOS="
007050        OR WS-PAL-3 (10:6) NOT NUMERIC
007060         GO TO 5100-SIGUIENTE
007070     END-IF.
007080     MOVE WS-PAL-1 (7:8) TO WS-CIE-FECHA.
007090     IF WS-CIE-FECHA < WS-FECHA-DESDE
007100        OR WS-CIE-FECHA > WS-FECHA-HASTA
007110         GO TO 5100-SIGUIENTE
007120     END-IF.
007130     MOVE WS-PAL-2 (9:6) TO WS-CIE-RECIBOS.
007140     MOVE WS-PAL-3 (10:6) TO WS-CIE-ANULADOS.
007150     MOVE "N" TO WS-CIE-HASH-SW.
007160     MOVE ZERO TO WS-CIE-HASH.
007170     IF WS-PAL-4 (1:5) = "HASH=" AND WS-PAL-4 (6:13) NUMERIC
007180         MOVE WS-PAL-4 (6:13) TO WS-CIE-HASH
007190         SET CIE-CON-HASH TO TRUE
007200         MOVE WS-PAL-5 TO WS-PAL-RC
007210     ELSE
007220         MOVE WS-PAL-4 TO WS-PAL-RC
007230     END-IF.
007240     IF WS-PAL-RC NOT = "RC=0"
007250         GO TO 5100-SIGUIENTE
007260     END-IF.
007270     MOVE "K" TO WS-CLAVE-TIPO.
007280     MOVE WS-CIE-FECHA TO WS-CLAVE-NUMERO.
007290     MOVE ZERO TO WS-CLAVE-PERIODO.
007300     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
007310     IF FILA-NUEVA
007320         ADD 1 TO WS-TOTAL-CIERRES
007330     END-IF.
007340     COMPUTE TRA-CANT = WS-CIE-RECIBOS + WS-CIE-ANULADOS.
007350     MOVE WS-CIE-HASH TO TRA-HASH.
007360     MOVE WS-CIE-HASH-SW TO TRA-CON-HASH.
007370     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
007380 5100-SIGUIENTE.
007390     READ LOG-CORRIDA NEXT RECORD.
007400 5100-EXIT.
007410     EXIT.
007420
007430*----------------------------------------------------------------*
007440* 6000-CONTROLAR-CAJA                                       *
007450* CADA CIERRE DE CAJA DEL RANGO CONTRA LA EXPORTACION DE SU  *
007460* FECHA, Y DESPUES LAS FECHAS EXPORTADAS SIN CIERRE.         *
007470*----------------------------------------------------------------*
007480 6000-CONTROLAR-CAJA.
007490     IF NOT ARCHIVOS-ABIERTOS
007500         GO TO 6000-EXIT
007510     END-IF.
007520     MOVE "K" TO TRA-TIPO.
007530     MOVE ZERO TO TRA-NUMERO TRA-PERIODO.
007540     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
007550         INVALID KEY
007560             GO TO 6000-SIN-CIERRE
007570     END-START.
007580     READ TRABAJO NEXT RECORD.
007590     PERFORM 6100-COMPARAR-FECHA THRU 6100-EXIT
007600         UNTIL FS-TRABAJO NOT = "00"
007610            OR TRA-TIPO NOT = "K".
007620 6000-SIN-CIERRE.
007630     MOVE "C" TO TRA-TIPO.
007640     MOVE ZERO TO TRA-NUMERO TRA-PERIODO.
007650     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
007660         INVALID KEY
007670             GO TO 6000-EXIT
007680     END-START.
007690     READ TRABAJO NEXT RECORD.
007700     PERFORM 6200-FECHA-SIN-CIERRE THRU 6200-EXIT
007710         UNTIL FS-TRABAJO NOT = "00"
007720            OR TRA-TIPO NOT = "C".
007730 6000-EXIT.
007740     EXIT.
007750
007760*    LA FILA "K" SE GUARDA ANTES DE BUSCAR LA "C" DE LA MISMA
007770*    FECHA, Y AL FINAL SE REPOSICIONA DESPUES DE ELLA PARA SEGUIR
007780*    CON EL CIERRE SIGUIENTE.
007790 6100-COMPARAR-FECHA.
007800     MOVE TRA-NUMERO TO WS-CIE-FECHA.
007810     MOVE TRA-CANT TO WS-CIE-CANT.
007820     MOVE TRA-HASH TO WS-CIE-HASH.
007830     MOVE TRA-CON-HASH TO WS-CIE-HASH-SW.
007840     MOVE "C" TO WS-CLAVE-TIPO.
007850     MOVE WS-CIE-FECHA TO WS-CLAVE-NUMERO.
007860     MOVE ZERO TO WS-CLAVE-PERIODO.
007870     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
007880     IF TRA-CANT NOT = WS-CIE-CANT
007890         MOVE WS-CIE-CANT TO WS-CANT-ED
007900         MOVE TRA-CANT TO WS-CANT2-ED
007910         MOVE SPACES TO EXCEPCION-LINEA
007920         STRING "CAJA Y CONTABILIDAD DESCUADRADAS EL "
007930             DELIMITED BY SIZE
007940             WS-CIE-FECHA DELIMITED BY SIZE
007950             ": CIERRE-CAJA " DELIMITED BY SIZE
007960             WS-CANT-ED DELIMITED BY SIZE
007970             " COBROS Y ANULACIONES, EXPORTACION "
007980             DELIMITED BY SIZE
007990             WS-CANT2-ED DELIMITED BY SIZE
008000             " REGISTROS" DELIMITED BY SIZE
008010             INTO EXCEPCION-LINEA
008020         END-STRING
008030         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
008040     END-IF.
008050     IF CIE-CON-HASH AND TRA-HASH NOT = WS-CIE-HASH
008060         MOVE SPACES TO EXCEPCION-LINEA
008070         STRING "CAJA Y CONTABILIDAD DESCUADRADAS EL "
008080             DELIMITED BY SIZE
008090             WS-CIE-FECHA DELIMITED BY SIZE
008100             ": HASH CIERRE-CAJA " DELIMITED BY SIZE
008110             WS-CIE-HASH DELIMITED BY SIZE
008120             ", EXPORTACION " DELIMITED BY SIZE
008130             TRA-HASH DELIMITED BY SIZE
008140             " (CENTAVOS)" DELIMITED BY SIZE
008150             INTO EXCEPCION-LINEA
008160         END-STRING
008170         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
008180     END-IF.
008190     IF NOT FILA-NUEVA
008200         MOVE "S" TO TRA-VISTO
008210         PERFORM 8100-GRABAR-FILA THRU 8100-EXIT
008220     END-IF.
008230     MOVE "K" TO TRA-TIPO.
008240     MOVE WS-CIE-FECHA TO TRA-NUMERO.
008250     MOVE ZERO TO TRA-PERIODO.
008260     START TRABAJO KEY IS GREATER THAN TRA-CLAVE
008270         INVALID KEY
008280             GO TO 6100-EXIT
008290     END-START.
008300     READ TRABAJO NEXT RECORD.
008310 6100-EXIT.
008320     EXIT.
008330
008340 6200-FECHA-SIN-CIERRE.
008350     IF TRA-VISTO NOT = "S"
008360         MOVE TRA-CANT TO WS-CANT-ED
008370         MOVE SPACES TO EXCEPCION-LINEA
008380         STRING "FECHA " DELIMITED BY SIZE
008390             TRA-NUMERO DELIMITED BY SIZE
008400             " EXPORTADA A CONTABILIDAD (" DELIMITED BY SIZE
008410             WS-CANT-ED DELIMITED BY SIZE
008420             " REGISTROS) SIN CIERRE-CAJA EN EL LOG"
008430             DELIMITED BY SIZE
008440             INTO EXCEPCION-LINEA
008450         END-STRING
008460         PERFORM 8500-GRABAR-EXCEPCION THRU 8500-EXIT
008470     END-IF.
008480     READ TRABAJO NEXT RECORD.
008490 6200-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------*
008530* 8000-LEER-FILA / 8100-GRABAR-FILA                         *
008540* TRAE LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO DE TRABAJO; SI NO *
008550* ESTA LA DEJA ARMADA EN CERO Y MARCADA COMO NUEVA.          *
008560*----------------------------------------------------------------*
008570 8000-LEER-FILA.
008580     MOVE "N" TO WS-FILA-NUEVA-SW.
008590     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
008600     READ TRABAJO.
008610     IF FS-TRABAJO = "00"
008620         GO TO 8000-EXIT
008630     END-IF.
008640     SET FILA-NUEVA TO TRUE.
008650     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
008660     MOVE ZERO TO TRA-DATOS.
008670 8000-EXIT.
008680     EXIT.
008690
008700 8100-GRABAR-FILA.
008710     IF FILA-NUEVA
008720         WRITE TRABAJO-REGISTRO
008730     ELSE
008740         REWRITE TRABAJO-REGISTRO
008750     END-IF.
008760 8100-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------------*
008800* 8500-GRABAR-EXCEPCION                                     *
008810* GRABA EXCEPCION-LINEA Y LA CUENTA.                         *
008820*----------------------------------------------------------------*
008830 8500-GRABAR-EXCEPCION.
008840     WRITE EXCEPCION-LINEA.
008850     ADD 1 TO WS-TOTAL-EXCEPCIONES.
008860 8500-EXIT.
008870     EXIT.
008880
008890*----------------------------------------------------------------*
008900* 9000-FINALIZAR                                            *
008910*----------------------------------------------------------------*
008920 9000-FINALIZAR.
008930     IF ARCHIVOS-ABIERTOS
008940         CLOSE RECIBO
008950         CLOSE PAGO
008960         CLOSE EXCEPCIONES
008970         CLOSE TRABAJO
008980     END-IF.
008990     IF ALUMNO-ABIERTO
009000         CLOSE ALUMNO
009010     END-IF.
009020     DISPLAY "Recibos leidos: " WS-TOTAL-RECIBOS.
009030     DISPLAY "Pagos controlados: " WS-TOTAL-PAGOS.
009040     DISPLAY "Cierres de caja del rango: " WS-TOTAL-CIERRES.
009050     DISPLAY "Periodos de alumnos archivados (sin controlar): "
009060         WS-TOTAL-ARCHIVADOS.
009070     DISPLAY "Diferencias: " WS-TOTAL-EXCEPCIONES.
009080     IF WS-TOTAL-EXCEPCIONES > ZERO
009090         DISPLAY "Ver " WS-ARCHIVO-EXCEPCIONES
009100     END-IF.
009110     IF RETURN-CODE = ZERO AND WS-TOTAL-EXCEPCIONES > ZERO
009120         MOVE 4 TO RETURN-CODE
009130     END-IF.
009140     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
009150 9000-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------------*
009190* 9100-GRABAR-LOG                                           *
009200* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
009210* LOG COMPARTIDO DE LOS BATCH.                               *
009220*----------------------------------------------------------------*
009230 9100-GRABAR-LOG.
009240     OPEN EXTEND LOG-CORRIDA.
009250     IF FS-LOG = "05" OR FS-LOG = "35"
009260         OPEN OUTPUT LOG-CORRIDA
009270     END-IF.
009280     IF FS-LOG NOT = "00"
009290         GO TO 9100-EXIT
009300     END-IF.
009310     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
009320     ACCEPT WS-LOG-HORA FROM TIME.
009330     MOVE RETURN-CODE TO WS-LOG-RC.
009340     MOVE WS-TOTAL-RECIBOS TO WS-CANT-ED.
009350     MOVE WS-TOTAL-EXCEPCIONES TO WS-CANT2-ED.
009360     MOVE SPACES TO LOG-LINEA.
009370     STRING WS-LOG-FECHA DELIMITED BY SIZE
009380         " " DELIMITED BY SIZE
009390         WS-LOG-HORA DELIMITED BY SIZE
009400         " CONCILIAR-PAGOS DESDE=" DELIMITED BY SIZE
009410         WS-FECHA-DESDE DELIMITED BY SIZE
009420         " HASTA=" DELIMITED BY SIZE
009430         WS-FECHA-HASTA DELIMITED BY SIZE
009440         " RECIBOS=" DELIMITED BY SIZE
009450         WS-CANT-ED DELIMITED BY SIZE
009460         " DIFERENCIAS=" DELIMITED BY SIZE
009470         WS-CANT2-ED DELIMITED BY SIZE
009480         " RC=" DELIMITED BY SIZE
009490         WS-LOG-RC DELIMITED BY SIZE
009500         INTO LOG-LINEA
009510     END-STRING.
009520     WRITE LOG-LINEA.
009530     CLOSE LOG-CORRIDA.
009540 9100-EXIT.
009550     EXIT.
009560
009570 9999-EXIT.
009580     EXIT.
