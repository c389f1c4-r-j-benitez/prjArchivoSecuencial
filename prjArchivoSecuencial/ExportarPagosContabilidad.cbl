000217* EXPORTARLO POR DIA RE-EXPORTARIA LOS PARCIALES ANTERIORES Y
000218* LAS CORRIDAS NOCTURNAS NUNCA CONCILIARIAN CONTRA LA CAJA.
000220*
000230* LAYOUT DE SALIDA (CONTA-REGISTRO), 52 POSICIONES:
000240*   TIPO        PIC X(01)  ("D" = DETALLE, "R" = REVERSA DE UN
000245*                          RECIBO ANULADO)
000250*   NUMERO      PIC 9(07)
000260*   PERIODO     PIC 9(06)  (AAAAMM)
000270*   IMPORTE     PIC 9(08)  EN CENTAVOS (RECIMPORTE ES 9(06)V99,
000272*                          8 DIGITOS EN CENTAVOS)
000280*   FECHA       PIC 9(08)  (AAAAMMDD DE EMISION DEL RECIBO;
000282*                          EN LA REVERSA, DE LA ANULACION)
000284*   FOLIO       PIC 9(07)  (FOLIO DEL RECIBO, PARA QUE LA
000286*                          REVERSA SE APAREE CON SU DETALLE)
000287*   MEDIO       PIC X(01)  (MEDIO DE PAGO DEL RECIBO: "E"
000288*                          EFECTIVO, "T" TRANSFERENCIA, "D"
000289*                          DEBITO, "C" CREDITO, "Q" CHEQUE)
00028A*   RECARGO     PIC 9(08)  RECARGO POR MORA EN CENTAVOS, APARTE
00028B*                          DEL IMPORTE DE LA CUOTA (EL TOTAL
00028C*                          COBRADO ES IMPORTE MAS RECARGO)
00028D*   CONCEPTO    PIC X(06)  CONCEPTO QUE SALDA EL RECIBO: EL
00028E*                          CODIGO DE CONCEPTO.TXT, O "CUOTA"
00028F*                          PARA LA CUOTA MENSUAL (Y LOS
00028G*                          RECIBOS ANTERIORES AL CAMPO)
000290* ULTIMA LINEA, EL TRAILER DE CONTROL:
000300*   TIPO        PIC X(01)  ("T")
000310*   CANTIDAD    PIC 9(07)  (REGISTROS DE DETALLE Y REVERSA)
000320*   HASH        PIC 9(13)  (SUMA DE IMPORTES EN CENTAVOS DE
000325*                          TODOS LOS REGISTROS, SIN SIGNO,
000327*                          RECARGOS INCLUIDOS)
000329*   FILLER      PIC X(31)
000331*
000332* UN RECIBO ANULADO DENTRO DEL RANGO SALE COMO REVERSA "R" CON
000333* EL MISMO IMPORTE (EL TIPO DA EL SIGNO), ADEMAS DEL DETALLE "D"
000334* QUE SALIO (O SALE) POR SU FECHA DE EMISION, ASI EL SALDO DE
000335* CONTABILIDAD CUADRA CON EL NETO DEL CIERRE DE CAJA.
000336*
000337* AL FINAL DE LA CORRIDA SE MUESTRA EL NETO POR CONCEPTO
000338* (DETALLES MENOS REVERSAS, RECARGOS INCLUIDOS) PARA QUE
000339* CONTABILIDAD ABRA LOS SALDOS POR CUENTA DE INGRESO. LOS NETOS
00033A* SE ACUMULAN EN EL ARCHIVO DE TRABAJO CONTABILIDAD_TRABAJO.TXT
00033B* (INDEXADO POR CONCEPTO, SE RECREA EN CADA CORRIDA), SIN TOPE
00033C* DE CONCEPTOS.
000340*
000350* EL RANGO LLEGA POR LA LINEA DE COMANDO ("AAAAMMDD AAAAMMDD",
000360* O UNA SOLA FECHA PARA UN DIA) O POR CONSOLA COMO ULTIMO
000412*   2026-09-03  OFS  FUENTE CAMBIADA DE PAGO.TXT A RECIBO.TXT:
000414*                    UN DETALLE POR COBRO, SIN RE-EXPORTAR LOS
000416*                    PARCIALES ACUMULADOS DEL PERIODO.
000417*   2026-10-15  OFS  REVERSA "R" POR CADA RECIBO ANULADO EN EL
000418*                    RANGO Y FOLIO EN EL REGISTRO.
000419*   2026-10-15  OFS  MEDIO DE PAGO DEL RECIBO EN EL REGISTRO.
00041A*   2026-10-15  OFS  RECARGO POR MORA DEL RECIBO EN EL REGISTRO.
00041B*   2026-10-15  OFS  CONCEPTO DEL RECIBO EN EL REGISTRO Y NETO
00041C*                    POR CONCEPTO AL FINAL DE LA CORRIDA.
00041D*   2026-10-15  OFS  NETOS POR CONCEPTO EN EL ARCHIVO DE TRABAJO
00041E*                    CONTABILIDAD_TRABAJO.TXT: SIN TOPE DE 100
00041F*                    CONCEPTOS.
000420*
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000480         ORGANIZATION LINE SEQUENTIAL
000490         FILE STATUS FS-CONTA.

000492     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000494         ORGANIZATION INDEXED
000496         ACCESS MODE DYNAMIC
000497         RECORD KEY TRA-CLAVE
000498         FILE STATUS FS-TRABAJO.

000500     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000510         ORGANIZATION LINE SEQUENTIAL
000520         FILE STATUS FS-LOG.
000610     05  CONTA-PERIODO       PIC 9(06).
000620     05  CONTA-IMPORTE       PIC 9(08).
000630     05  CONTA-FECHA         PIC 9(08).
000635     05  CONTA-FOLIO         PIC 9(07).
000637     05  CONTA-MEDIO         PIC X(01).
000638     05  CONTA-RECARGO       PIC 9(08).
000639     05  CONTA-CONCEPTO      PIC X(06).
000640 01  CONTA-TRAILER REDEFINES CONTA-REGISTRO.
000650     05  TRAILER-TIPO        PIC X(01).
000660     05  TRAILER-CANTIDAD    PIC 9(07).
000670     05  TRAILER-HASH        PIC 9(13).
000680     05  FILLER              PIC X(31).

000681 FD  TRABAJO.
000682 01  TRABAJO-REGISTRO.
000683     05  TRA-CLAVE.
000684         10  TRA-CONCEPTO    PIC X(06).
000685     05  TRA-DATOS.
000686         10  TRA-CANTIDAD    PIC 9(07).
000687         10  TRA-NETO        PIC S9(13).

000690 FD  LOG-CORRIDA.
000700 01  LOG-LINEA               PIC X(132).
000730 01  FS-CONTA                PIC XX.
000740 01  WS-ARCHIVO-CONTA    PIC X(40)
000750     VALUE "pagos_contabilidad.txt".
000752 01  FS-TRABAJO              PIC XX.
000754 01  WS-ARCHIVO-TRABAJO  PIC X(40)
000756     VALUE "contabilidad_trabajo.txt".
000760 01  FS-LOG                  PIC XX.
000770 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000780 01  WS-PARAMETRO            PIC X(100).
000850         88  RECIBO-FILE-ABIERTO      VALUE "S".
000860     05  WS-CONTA-FILE-ABIERTO-SW PIC X(01) VALUE "N".
000870         88  CONTA-FILE-ABIERTO       VALUE "S".
000873     05  WS-TRABAJO-FILE-ABIERTO-SW PIC X(01) VALUE "N".
000874         88  TRABAJO-FILE-ABIERTO     VALUE "S".
000876     05  WS-FILA-NUEVA-SW         PIC X(01) VALUE "N".
000878         88  FILA-NUEVA               VALUE "S".

000880 01  WS-FECHA-DESDE          PIC 9(08).
000890 01  WS-FECHA-HASTA          PIC 9(08).
000900 01  WS-IMPORTE-CENTAVOS     PIC 9(08).
000905 01  WS-RECARGO-CENTAVOS     PIC 9(08).
000910 77  WS-TOTAL-EXPORTADOS     PIC 9(07) VALUE ZERO.
000920 77  WS-HASH-IMPORTES        PIC 9(13) VALUE ZERO.
000925 77  WS-TOTAL-REVERSAS       PIC 9(07) VALUE ZERO.
00092A 77  WS-CON-REGISTROS        PIC 9(01) VALUE ZERO.
00092B 77  WS-CON-MOVIMIENTO       PIC S9(09) VALUE ZERO.
00092C 77  WS-NETO-EDITADO         PIC -(12)9.

000930 PROCEDURE DIVISION.

001160         GO TO 1000-EXIT
001170     END-IF.
001180     SET RECIBO-FILE-ABIERTO TO TRUE.
001182     OPEN OUTPUT TRABAJO.
001184     IF FS-TRABAJO = "00"
001185         CLOSE TRABAJO
001186         OPEN I-O TRABAJO
001187     END-IF.
001188     IF FS-TRABAJO NOT = "00"
001189         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
00118A         MOVE 8 TO RETURN-CODE
00118B         GO TO 1000-EXIT
00118C     END-IF.
00118D     SET TRABAJO-FILE-ABIERTO TO TRUE.
001190     OPEN OUTPUT CONTA-PAGOS.
001200     IF FS-CONTA NOT = "00"
001210         DISPLAY "No se pudo crear " WS-ARCHIVO-CONTA
001700     EXIT.

001710 2100-GRABAR-REGISTRO.
001720     IF RECESTADO = "N"
001730        AND RECANULFECHA NOT < WS-FECHA-DESDE
001740        AND RECANULFECHA NOT > WS-FECHA-HASTA
001750         PERFORM 2200-GRABAR-REVERSA THRU 2200-EXIT
001760     END-IF.
001770     IF RECFECHA < WS-FECHA-DESDE
001780        OR RECFECHA > WS-FECHA-HASTA
001790         GO TO 2100-SIGUIENTE
001800     END-IF.
001810     COMPUTE WS-IMPORTE-CENTAVOS = RECIMPORTE * 100.
001820     MOVE "D" TO CONTA-TIPO.
001830     MOVE RECNUMERO TO CONTA-NUMERO.
001840     MOVE RECPERIODO TO CONTA-PERIODO.
001850     MOVE WS-IMPORTE-CENTAVOS TO CONTA-IMPORTE.
001860     MOVE RECFECHA TO CONTA-FECHA.
001870     MOVE RECFOLIO TO CONTA-FOLIO.
001880     PERFORM 2300-MOVER-MEDIO THRU 2300-EXIT.
001890     PERFORM 2400-MOVER-RECARGO THRU 2400-EXIT.
001900     PERFORM 2500-MOVER-CONCEPTO THRU 2500-EXIT.
001910     WRITE CONTA-REGISTRO.
001920     ADD 1 TO WS-TOTAL-EXPORTADOS.
001930     ADD WS-IMPORTE-CENTAVOS TO WS-HASH-IMPORTES.
001940     ADD WS-RECARGO-CENTAVOS TO WS-HASH-IMPORTES.
001950     MOVE 1 TO WS-CON-REGISTROS.
001960     COMPUTE WS-CON-MOVIMIENTO
001970         = WS-IMPORTE-CENTAVOS + WS-RECARGO-CENTAVOS.
001980     PERFORM 2600-ACUMULAR-CONCEPTO THRU 2600-EXIT.
001990 2100-SIGUIENTE.
002000     READ RECIBO NEXT RECORD.
002010 2100-EXIT.
002020     EXIT.

002030*----------------------------------------------------------------*
002040* 2200-GRABAR-REVERSA                                       *
002050* RECIBO ANULADO CON FECHA DE ANULACION EN EL RANGO: REVERSA *
002060* "R" POR EL IMPORTE DEL RECIBO, CON LA FECHA DE ANULACION.  *
002070*----------------------------------------------------------------*
002080 2200-GRABAR-REVERSA.
002090     COMPUTE WS-IMPORTE-CENTAVOS = RECIMPORTE * 100.
002100     MOVE "R" TO CONTA-TIPO.
002110     MOVE RECNUMERO TO CONTA-NUMERO.
002120     MOVE RECPERIODO TO CONTA-PERIODO.
002130     MOVE WS-IMPORTE-CENTAVOS TO CONTA-IMPORTE.
002140     MOVE RECANULFECHA TO CONTA-FECHA.
002150     MOVE RECFOLIO TO CONTA-FOLIO.
002160     PERFORM 2300-MOVER-MEDIO THRU 2300-EXIT.
002170     PERFORM 2400-MOVER-RECARGO THRU 2400-EXIT.
002180     PERFORM 2500-MOVER-CONCEPTO THRU 2500-EXIT.
002190     WRITE CONTA-REGISTRO.
002200     ADD 1 TO WS-TOTAL-EXPORTADOS.
002210     ADD 1 TO WS-TOTAL-REVERSAS.
002220     ADD WS-IMPORTE-CENTAVOS TO WS-HASH-IMPORTES.
002230     ADD WS-RECARGO-CENTAVOS TO WS-HASH-IMPORTES.
002240     MOVE ZERO TO WS-CON-REGISTROS.
002250     COMPUTE WS-CON-MOVIMIENTO
002260         = ZERO - WS-IMPORTE-CENTAVOS - WS-RECARGO-CENTAVOS.
002270     PERFORM 2600-ACUMULAR-CONCEPTO THRU 2600-EXIT.
002280 2200-EXIT.
002290     EXIT.

002300*----------------------------------------------------------------*
002310* 2300-MOVER-MEDIO                                          *
002320* MEDIO DE PAGO DEL RECIBO; LOS RECIBOS ANTERIORES AL CAMPO  *
002330* (O CON UN VALOR FUERA DE LA LISTA) SALEN COMO EFECTIVO.    *
002340*----------------------------------------------------------------*
002350 2300-MOVER-MEDIO.
002360     IF RECMEDIO = "T" OR RECMEDIO = "D" OR RECMEDIO = "C"
002370        OR RECMEDIO = "Q"
002380         MOVE RECMEDIO TO CONTA-MEDIO
002390     ELSE
002400         MOVE "E" TO CONTA-MEDIO
002410     END-IF.
002420 2300-EXIT.
002430     EXIT.

002440*----------------------------------------------------------------*
002450* 2400-MOVER-RECARGO                                        *
002460* RECARGO POR MORA DEL RECIBO EN CENTAVOS; LOS RECIBOS      *
002470* ANTERIORES AL CAMPO SALEN EN CERO.                         *
002480*----------------------------------------------------------------*
002490 2400-MOVER-RECARGO.
002500     MOVE ZERO TO WS-RECARGO-CENTAVOS.
002510     IF RECRECARGO NUMERIC
002520         COMPUTE WS-RECARGO-CENTAVOS = RECRECARGO * 100
002530     END-IF.
002540     MOVE WS-RECARGO-CENTAVOS TO CONTA-RECARGO.
002550 2400-EXIT.
002560     EXIT.

002570*----------------------------------------------------------------*
002580* 2500-MOVER-CONCEPTO                                       *
002590* CONCEPTO DEL RECIBO: SI NO EMPIEZA CON LETRA ES LA CUOTA   *
002600* MENSUAL.                                                   *
002610*----------------------------------------------------------------*
002620 2500-MOVER-CONCEPTO.
002630     IF RECCONCEPTO (1:1) ALPHABETIC AND RECCONCEPTO NOT = SPACES
002640         MOVE RECCONCEPTO TO CONTA-CONCEPTO
002650     ELSE
002660         MOVE "CUOTA" TO CONTA-CONCEPTO
002670     END-IF.
002680 2500-EXIT.
002690     EXIT.

002700*----------------------------------------------------------------*
002710* 2600-ACUMULAR-CONCEPTO                                    *
002720* SUMA WS-CON-MOVIMIENTO (NEGATIVO EN LAS REVERSAS) AL NETO  *
002730* DEL CONCEPTO DE CONTA-CONCEPTO EN EL ARCHIVO DE TRABAJO, Y  *
002740* WS-CON-REGISTROS A SU CANTIDAD DE DETALLES.                *
002750*----------------------------------------------------------------*
002760 2600-ACUMULAR-CONCEPTO.
002770     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
002780     ADD WS-CON-REGISTROS TO TRA-CANTIDAD.
002790     ADD WS-CON-MOVIMIENTO TO TRA-NETO.
002800     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
002810 2600-EXIT.
002820     EXIT.

002830*----------------------------------------------------------------*
002840* 3000-GRABAR-TRAILER                                       *
002850* TRAILER DE CONTROL: CANTIDAD DE DETALLES Y SUMA DE         *
002860* IMPORTES EN CENTAVOS, PARA QUE CONTABILIDAD VALIDE LA      *
002870* CARGA COMPLETA.                                            *
002880*----------------------------------------------------------------*
002890 3000-GRABAR-TRAILER.
002900     IF NOT CONTA-FILE-ABIERTO
002910         GO TO 3000-EXIT
002920     END-IF.
002930     MOVE SPACES TO CONTA-REGISTRO.
002940     MOVE "T" TO TRAILER-TIPO.
002950     MOVE WS-TOTAL-EXPORTADOS TO TRAILER-CANTIDAD.
002960     MOVE WS-HASH-IMPORTES TO TRAILER-HASH.
002970     WRITE CONTA-REGISTRO.
002980 3000-EXIT.
002990     EXIT.

003000*----------------------------------------------------------------*
003010* 8000-LEER-FILA                                            *
003020* LEE LA FILA DEL CONCEPTO; SI NO EXISTE LA DEJA EN CEROS Y   *
003030* PRENDE FILA-NUEVA PARA QUE 8100 LA GRABE EN VEZ DE         *
003040* REGRABARLA.                                                *
003050*----------------------------------------------------------------*
003060 8000-LEER-FILA.
003070     MOVE "N" TO WS-FILA-NUEVA-SW.
003080     MOVE CONTA-CONCEPTO TO TRA-CONCEPTO.
003090     READ TRABAJO.
003100     IF FS-TRABAJO = "00"
003110         GO TO 8000-EXIT
003120     END-IF.
003130     SET FILA-NUEVA TO TRUE.
003140     MOVE CONTA-CONCEPTO TO TRA-CONCEPTO.
003150     MOVE ZERO TO TRA-CANTIDAD TRA-NETO.
003160 8000-EXIT.
003170     EXIT.

003180 8100-GRABAR-FILA.
003190     IF FILA-NUEVA
003200         WRITE TRABAJO-REGISTRO
003210     ELSE
003220         REWRITE TRABAJO-REGISTRO
003230     END-IF.
003240 8100-EXIT.
003250     EXIT.

003260*----------------------------------------------------------------*
003270* 9000-FINALIZAR                                            *
003280*----------------------------------------------------------------*
003290 9000-FINALIZAR.
003300     IF RECIBO-FILE-ABIERTO
003310         CLOSE RECIBO
003320     END-IF.
003330     IF CONTA-FILE-ABIERTO
003340         CLOSE CONTA-PAGOS
003350     END-IF.
003360     DISPLAY "Exportados: " WS-TOTAL-EXPORTADOS.
003370     DISPLAY "Reversas de anulados: " WS-TOTAL-REVERSAS.
003380     DISPLAY "Hash de importes (centavos): " WS-HASH-IMPORTES.
003390     IF TRABAJO-FILE-ABIERTO
003400         MOVE LOW-VALUES TO TRA-CLAVE
003410         START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
003420             INVALID KEY
003430                 CONTINUE
003440             NOT INVALID KEY
003450                 READ TRABAJO NEXT RECORD
003460                 PERFORM 9050-MOSTRAR-CONCEPTO THRU 9050-EXIT
003470                     UNTIL FS-TRABAJO NOT = "00"
003480         END-START
003490         CLOSE TRABAJO
003500     END-IF.
003510     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
003520 9000-EXIT.
003530     EXIT.

003540*----------------------------------------------------------------*
003550* 9050-MOSTRAR-CONCEPTO                                     *
003560* NETO EXPORTADO DE UN CONCEPTO, EN CENTAVOS, Y LECTURA DE LA *
003570* FILA SIGUIENTE DEL ARCHIVO DE TRABAJO.                     *
003580*----------------------------------------------------------------*
003590 9050-MOSTRAR-CONCEPTO.
003600     MOVE TRA-NETO TO WS-NETO-EDITADO.
003610     DISPLAY "Concepto " TRA-CONCEPTO
003620         " registros: " TRA-CANTIDAD
003630         " neto (centavos): " WS-NETO-EDITADO.
003640     READ TRABAJO NEXT RECORD.
003650 9050-EXIT.
003660     EXIT.

003670*----------------------------------------------------------------*
003680* 9100-GRABAR-LOG                                           *
003690* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
003700* LOG COMPARTIDO DE LOS BATCH.                               *
003710*----------------------------------------------------------------*
003720 9100-GRABAR-LOG.
003730     OPEN EXTEND LOG-CORRIDA.
003740     IF FS-LOG = "05" OR FS-LOG = "35"
003750         OPEN OUTPUT LOG-CORRIDA
003760     END-IF.
003770     IF FS-LOG NOT = "00"
003780         GO TO 9100-EXIT
003790     END-IF.
003800     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
003810     ACCEPT WS-LOG-HORA FROM TIME.
003820     MOVE WS-TOTAL-EXPORTADOS TO WS-LOG-EXPORTADOS.
003830     MOVE RETURN-CODE TO WS-LOG-RC.
003840     MOVE SPACES TO LOG-LINEA.
003850     STRING WS-LOG-FECHA DELIMITED BY SIZE
003860         " " DELIMITED BY SIZE
003870         WS-LOG-HORA DELIMITED BY SIZE
003880         " EXPORTAR-PAGOS-CONTABILIDAD DESDE=" DELIMITED BY SIZE
003890         WS-FECHA-DESDE DELIMITED BY SIZE
003900         " HASTA=" DELIMITED BY SIZE
003910         WS-FECHA-HASTA DELIMITED BY SIZE
003920         " EXPORTADOS=" DELIMITED BY SIZE
003930         WS-LOG-EXPORTADOS DELIMITED BY SIZE
003940         " REVERSAS=" DELIMITED BY SIZE
003950         WS-TOTAL-REVERSAS DELIMITED BY SIZE
003960         " HASH=" DELIMITED BY SIZE
003970         WS-HASH-IMPORTES DELIMITED BY SIZE
003980         " RC=" DELIMITED BY SIZE
003990         WS-LOG-RC DELIMITED BY SIZE
004000         INTO LOG-LINEA
004010     END-STRING.
004020     WRITE LOG-LINEA.
004030     CLOSE LOG-CORRIDA.
004040 9100-EXIT.
004050     EXIT.

004060 9999-EXIT.
004070     EXIT.
