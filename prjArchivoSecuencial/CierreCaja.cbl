000230* LA FECHA LLEGA POR LA LINEA DE COMANDO (AAAAMMDD, MODO
000240* DESATENDIDO DESPUES DEL CIERRE DEL DIA) O POR CONSOLA; SIN
000250* NADA SE CIERRA EL DIA DE HOY.
000251*
000252* LOS RECIBOS ANULADOS EN LA FECHA (FRMPAGOS, ANULACION
000253* SUPERVISADA) SALEN COMO LINEAS NEGATIVAS Y SE RESTAN DEL
000254* OPERADOR QUE HABIA COBRADO, QUE ES EL QUE TIENE LA PLATA EN
000255* EL CAJON; EL RECIBO ORIGINAL SIGUE SUMANDO EL DIA EN QUE SE
000256* COBRO.
00025A*
00025B* CADA COBRO SE TOTALIZA ADEMAS POR MEDIO DE PAGO (RECMEDIO:
00025C* EFECTIVO, TRANSFERENCIA, DEBITO, CREDITO, CHEQUE; LOS RECIBOS
00025D* SIN MEDIO CUENTAN COMO EFECTIVO), NETO DE LAS ANULACIONES DEL
00025E* DIA, Y EL EFECTIVO NETO POR SEDE SALE EN LA BOLETA DE
00025F* DEPOSITO BANCARIO (DEPOSITO_CAJA.TXT) PARA LLEVAR AL BANCO
00025G* CON LA PLATA DEL CAJON.
00025H*
00025I* EL IMPORTE DE CADA RECIBO ES LO COBRADO: LA CUOTA (RECIMPORTE)
00025J* MAS EL RECARGO POR MORA (RECRECARGO), QUE ADEMAS SE INFORMA
00025K* APARTE AL PIE.
00025L*
00025M* LA LINEA DEL LOG DE LOS BATCH LLEVA TAMBIEN EL HASH DEL DIA
00025N* (LO COBRADO MAS LO ANULADO, EN CENTAVOS), EL MISMO QUE ARMA EL
00025O* TRAILER DE EXPORTAR-PAGOS-CONTABILIDAD, PARA QUE
00025P* CONCILIAR-PAGOS CUADRE LA CAJA CONTRA LA CONTABILIDAD.
000260*
000270* HISTORIAL DE MODIFICACIONES
000280*   2026-09-03  OFS  VERSION INICIAL.
000283*   2026-10-15  OFS  ANULACIONES DEL DIA COMO LINEAS NEGATIVAS
000286*                    POR OPERADOR Y POR SEDE, Y NETO DE CAJA.
000287*   2026-10-15  OFS  TOTALES POR MEDIO DE PAGO Y BOLETA DE
000288*                    DEPOSITO DEL EFECTIVO.
00028A*   2026-10-15  OFS  RECARGO POR MORA INCLUIDO EN LO COBRADO Y
00028B*                    TOTAL DE RECARGOS AL PIE.
00028C*   2026-10-15  OFS  HASH DE COBRADO MAS ANULADO EN LA LINEA DEL
00028D*                    LOG PARA LA CONCILIACION CONTRA CONTABILIDAD.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000340     SELECT CIERRE ASSIGN TO WS-ARCHIVO-CIERRE
000350         ORGANIZATION LINE SEQUENTIAL
000360         FILE STATUS FS-CIERRE.
000362     SELECT DEPOSITO ASSIGN TO WS-ARCHIVO-DEPOSITO
000364         ORGANIZATION LINE SEQUENTIAL
000366         FILE STATUS FS-DEPOSITO.
000370     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS FS-LOG.
000430     COPY ReciboRegistro.
000440 FD  CIERRE.
000450 01  CIERRE-LINEA            PIC X(120).
000453 FD  DEPOSITO.
000456 01  DEPOSITO-LINEA          PIC X(80).
000460 FD  LOG-CORRIDA.
000470 01  LOG-LINEA               PIC X(132).
000480 WORKING-STORAGE SECTION.
000490 01  FS-RECIBO               PIC XX.
000500 01  FS-CIERRE               PIC XX.
000510 01  WS-ARCHIVO-CIERRE   PIC X(40) VALUE "cierre_caja.txt".
000513 01  FS-DEPOSITO             PIC XX.
000516 01  WS-ARCHIVO-DEPOSITO PIC X(40) VALUE "deposito_caja.txt".
000520 01  FS-LOG                  PIC XX.
000530 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000540 01  WS-PARAMETRO            PIC X(100).
000640         10  WS-OPER-LOGIN   PIC X(12).
000650         10  WS-OPER-CANT    PIC 9(05).
000660         10  WS-OPER-TOTAL   PIC 9(08)V99.
000663         10  WS-OPER-ANUL-CANT PIC 9(05).
000666         10  WS-OPER-ANUL-TOTAL PIC 9(08)V99.
000670 01  WS-SEDES.
000680     05  WS-SEDE OCCURS 2 TIMES.
000690         10  WS-SEDE-CANT    PIC 9(05).
000700         10  WS-SEDE-TOTAL   PIC 9(08)V99.
000703         10  WS-SEDE-ANUL-CANT PIC 9(05).
000706         10  WS-SEDE-ANUL-TOTAL PIC 9(08)V99.
00070A         10  WS-SEDE-EFECTIVO PIC 9(08)V99.
00070B         10  WS-SEDE-EFEC-ANUL PIC 9(08)V99.
00070C 01  WS-MEDIOS-VALORES.
00070D     05  FILLER              PIC X(16) VALUE "EEFECTIVO".
00070E     05  FILLER              PIC X(16) VALUE "TTRANSFERENCIA".
00070F     05  FILLER              PIC X(16) VALUE "DTARJETA DEBITO".
00070G     05  FILLER              PIC X(16) VALUE "CTARJETA CREDITO".
00070H     05  FILLER              PIC X(16) VALUE "QCHEQUE".
00070I 01  WS-MEDIOS-TABLA REDEFINES WS-MEDIOS-VALORES.
00070J     05  WS-MEDIO-DEF OCCURS 5 TIMES.
00070K         10  WS-MEDIO-CODIGO PIC X(01).
00070L         10  WS-MEDIO-NOMBRE PIC X(15).
00070M 01  WS-MEDIOS.
00070N     05  WS-MEDIO OCCURS 5 TIMES.
00070O         10  WS-MEDIO-CANT   PIC 9(05).
00070P         10  WS-MEDIO-TOTAL  PIC 9(08)V99.
00070Q         10  WS-MEDIO-ANUL   PIC 9(08)V99.
000710 77  WS-TOTAL-OPERADORES     PIC 9(02) VALUE ZERO COMP.
000720 77  WS-I                    PIC 9(02) VALUE ZERO COMP.
000730 77  WS-TOTAL-RECIBOS        PIC 9(06) VALUE ZERO.
000760 77  WS-TOTAL-ED             PIC ZZZ,ZZZ,ZZ9.99.
000770 77  WS-SEDE-IDX             PIC 9(01) VALUE ZERO.
000772 77  WS-TOTAL-OMITIDOS       PIC 9(05) VALUE ZERO.
000773 77  WS-TOTAL-ANULADOS       PIC 9(06) VALUE ZERO.
000774 77  WS-TOTAL-ANULADO        PIC 9(10)V99 VALUE ZERO.
000775 77  WS-NETO                 PIC S9(10)V99 VALUE ZERO.
000776 77  WS-NETO-ED              PIC -ZZZ,ZZZ,ZZ9.99.
000777 77  WS-MEDIO-IDX            PIC 9(01) VALUE ZERO.
000778 77  WS-TOTAL-DEPOSITO       PIC S9(10)V99 VALUE ZERO.
00077A 77  WS-RECARGO              PIC 9(06)V99 VALUE ZERO.
00077B 77  WS-COBRADO              PIC 9(07)V99 VALUE ZERO.
00077C 77  WS-TOTAL-RECARGOS       PIC 9(10)V99 VALUE ZERO.
00077D 77  WS-HASH-IMPORTES        PIC 9(13) VALUE ZERO.
000780 PROCEDURE DIVISION.

000790 0000-MAINLINE.
000880*----------------------------------------------------------------*
000890 1000-INICIALIZAR.
000900     MOVE ZERO TO WS-FECHA-CIERRE.
000903     MOVE ZERO TO WS-SEDES.
000906     MOVE ZERO TO WS-MEDIOS.
000910     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
000920     IF WS-PARAMETRO (1:8) NUMERIC
000930         MOVE WS-PARAMETRO (1:8) TO WS-FECHA-CIERRE
001180         MOVE 8 TO RETURN-CODE
001190         GO TO 1000-EXIT
001200     END-IF.
001201     OPEN OUTPUT DEPOSITO.
001202     IF FS-DEPOSITO NOT = "00"
001203         DISPLAY "No se pudo crear " WS-ARCHIVO-DEPOSITO
001204         CLOSE RECIBO
001205         CLOSE CIERRE
001206         MOVE 8 TO RETURN-CODE
001207         GO TO 1000-EXIT
001208     END-IF.
001210     SET ARCHIVOS-ABIERTOS TO TRUE.
001220     MOVE SPACES TO CIERRE-LINEA.
001230     STRING "CIERRE DE CAJA DEL DIA " DELIMITED BY SIZE
001280     MOVE SPACES TO CIERRE-LINEA.
001290     MOVE "FOLIO    ALUMNO   PERIODO  SEDE OPERADOR     IMPORTE"
001300         TO CIERRE-LINEA.
001305     MOVE "MEDIO" TO CIERRE-LINEA (57:5).
001310     WRITE CIERRE-LINEA.
001320 1000-EXIT.
001330     EXIT.
001460     EXIT.

001470 2100-ACUMULAR-RECIBO.
001471     PERFORM 2050-IMPORTE-COBRADO THRU 2050-EXIT.
001472     IF RECESTADO = "N" AND RECANULFECHA = WS-FECHA-CIERRE
001474         PERFORM 2300-LISTAR-ANULACION THRU 2300-EXIT
001476     END-IF.
001480     IF RECFECHA NOT = WS-FECHA-CIERRE
001490         GO TO 2100-SIGUIENTE
001500     END-IF.
001510     ADD 1 TO WS-TOTAL-RECIBOS.
001511     ADD WS-RECARGO TO WS-TOTAL-RECARGOS.
001512     PERFORM 2400-RESOLVER-MEDIO THRU 2400-EXIT.
001514     ADD 1 TO WS-MEDIO-CANT (WS-MEDIO-IDX).
001516     ADD WS-COBRADO TO WS-MEDIO-TOTAL (WS-MEDIO-IDX).
001520     ADD WS-COBRADO TO WS-TOTAL-GENERAL.
001530     MOVE WS-COBRADO TO WS-IMPORTE-ED.
001540     MOVE SPACES TO CIERRE-LINEA.
001550     STRING RECFOLIO DELIMITED BY SIZE
001560         "  " DELIMITED BY SIZE
001630         RECUSUARIO DELIMITED BY SIZE
001640         " " DELIMITED BY SIZE
001650         WS-IMPORTE-ED DELIMITED BY SIZE
001653         " " DELIMITED BY SIZE
001656         WS-MEDIO-CODIGO (WS-MEDIO-IDX) DELIMITED BY SIZE
001660         INTO CIERRE-LINEA
001670     END-STRING.
001680     WRITE CIERRE-LINEA.
001730         MOVE 1 TO WS-SEDE-IDX
001740     END-IF.
001750     ADD 1 TO WS-SEDE-CANT (WS-SEDE-IDX).
001760     ADD WS-COBRADO TO WS-SEDE-TOTAL (WS-SEDE-IDX).
001762     IF WS-MEDIO-IDX = 1
001764         ADD WS-COBRADO TO WS-SEDE-EFECTIVO (WS-SEDE-IDX)
001766     END-IF.
001770 2100-SIGUIENTE.
001780     READ RECIBO NEXT RECORD.
001790 2100-EXIT.
001800     EXIT.

00180A*----------------------------------------------------------------*
00180B* 2050-IMPORTE-COBRADO                                      *
00180C* LO COBRADO EN EL RECIBO: LA CUOTA MAS EL RECARGO POR MORA  *
00180D* (CERO EN LOS RECIBOS ANTERIORES AL CAMPO).                 *
00180E*----------------------------------------------------------------*
00180F 2050-IMPORTE-COBRADO.
00180G     MOVE ZERO TO WS-RECARGO.
00180H     IF RECRECARGO NUMERIC
00180I         MOVE RECRECARGO TO WS-RECARGO
00180J     END-IF.
00180K     COMPUTE WS-COBRADO = RECIMPORTE + WS-RECARGO.
00180L 2050-EXIT.
00180M     EXIT.

001810*----------------------------------------------------------------*
001820* 2200-SUMAR-OPERADOR                                       *
001830* BUSCA (O DA DE ALTA) AL OPERADOR EN LA TABLA Y LE SUMA EL  *
001950             MOVE RECUSUARIO
001960                 TO WS-OPER-LOGIN (WS-TOTAL-OPERADORES)
001970             MOVE 1 TO WS-OPER-CANT (WS-TOTAL-OPERADORES)
001980             MOVE WS-COBRADO
001990                 TO WS-OPER-TOTAL (WS-TOTAL-OPERADORES)
001993             MOVE ZERO TO WS-OPER-ANUL-CANT (WS-TOTAL-OPERADORES)
001996             MOVE ZERO TO WS-OPER-ANUL-TOTAL (WS-TOTAL-OPERADORES)
002000         ELSE
      *> EL COBRO SIGUE EN EL TOTAL GENERAL PERO NO ENTRO EN NINGUN
      *> BLOQUE DE OPERADOR: SE CUENTA Y SE AVISA AL FINALIZAR, PARA
002004         END-IF
002010     ELSE
002020         ADD 1 TO WS-OPER-CANT (WS-I)
002030         ADD WS-COBRADO TO WS-OPER-TOTAL (WS-I)
002040     END-IF.
002050 2200-EXIT.
002060     EXIT.

0020A0*----------------------------------------------------------------*
0020A1* 2300-LISTAR-ANULACION                                     *
0020A2* RECIBO ANULADO EN LA FECHA: LINEA NEGATIVA CON EL MISMO    *
0020A3* LAYOUT DEL DETALLE (EL SIGNO VA PEGADO AL IMPORTE) Y EL    *
0020A4* SUPERVISOR QUE LA AUTORIZO, RESTADA DEL OPERADOR QUE COBRO *
0020A5* Y DE LA SEDE.                                              *
0020A6*----------------------------------------------------------------*
0020A7 2300-LISTAR-ANULACION.
0020A8     ADD 1 TO WS-TOTAL-ANULADOS.
0020A9     ADD WS-COBRADO TO WS-TOTAL-ANULADO.
002063     PERFORM 2400-RESOLVER-MEDIO THRU 2400-EXIT.
002066     ADD WS-COBRADO TO WS-MEDIO-ANUL (WS-MEDIO-IDX).
0020B0     MOVE WS-COBRADO TO WS-IMPORTE-ED.
0020B1     MOVE SPACES TO CIERRE-LINEA.
0020B2     STRING RECFOLIO DELIMITED BY SIZE
0020B3         "  " DELIMITED BY SIZE
0020B4         RECNUMERO DELIMITED BY SIZE
0020B5         "  " DELIMITED BY SIZE
0020B6         RECPERIODO DELIMITED BY SIZE
0020B7         "   " DELIMITED BY SIZE
0020B8         RECSEDE DELIMITED BY SIZE
0020B9         "    " DELIMITED BY SIZE
0020C0         RECUSUARIO DELIMITED BY SIZE
0020C1         "-" DELIMITED BY SIZE
0020C2         WS-IMPORTE-ED DELIMITED BY SIZE
002067         " " DELIMITED BY SIZE
002068         WS-MEDIO-CODIGO (WS-MEDIO-IDX) DELIMITED BY SIZE
0020C3         " ANULADO POR " DELIMITED BY SIZE
0020C4         RECANULUSUARIO DELIMITED BY SIZE
0020C5         INTO CIERRE-LINEA
0020C6     END-STRING.
0020C7     WRITE CIERRE-LINEA.
0020C8     MOVE 1 TO WS-I.
0020C9     PERFORM UNTIL WS-I > WS-TOTAL-OPERADORES
0020D0            OR WS-OPER-LOGIN (WS-I) = RECUSUARIO
0020D1         ADD 1 TO WS-I
0020D2     END-PERFORM.
0020D3     IF WS-I > WS-TOTAL-OPERADORES
0020D4         IF WS-TOTAL-OPERADORES < 50
0020D5             ADD 1 TO WS-TOTAL-OPERADORES
0020D6             MOVE RECUSUARIO
0020D7                 TO WS-OPER-LOGIN (WS-TOTAL-OPERADORES)
0020D8             MOVE ZERO TO WS-OPER-CANT (WS-TOTAL-OPERADORES)
0020D9             MOVE ZERO TO WS-OPER-TOTAL (WS-TOTAL-OPERADORES)
0020E0             MOVE WS-TOTAL-OPERADORES TO WS-I
0020E1         ELSE
0020E2             ADD 1 TO WS-TOTAL-OMITIDOS
0020E3         END-IF
0020E4     END-IF.
0020E5     IF WS-I NOT > WS-TOTAL-OPERADORES
0020E6         ADD 1 TO WS-OPER-ANUL-CANT (WS-I)
0020E7         ADD WS-COBRADO TO WS-OPER-ANUL-TOTAL (WS-I)
0020E8     END-IF.
0020E9     IF RECSEDE = 2
0020F0         MOVE 2 TO WS-SEDE-IDX
0020F1     ELSE
0020F2         MOVE 1 TO WS-SEDE-IDX
0020F3     END-IF.
0020F4     ADD 1 TO WS-SEDE-ANUL-CANT (WS-SEDE-IDX).
0020F5     ADD WS-COBRADO TO WS-SEDE-ANUL-TOTAL (WS-SEDE-IDX).
00206A     IF WS-MEDIO-IDX = 1
00206B         ADD WS-COBRADO TO WS-SEDE-EFEC-ANUL (WS-SEDE-IDX)
00206C     END-IF.
0020F6 2300-EXIT.
0020F7     EXIT.

00206D*----------------------------------------------------------------*
00206E* 2400-RESOLVER-MEDIO                                       *
00206F* UBICA RECMEDIO EN LA TABLA DE MEDIOS; LO QUE NO ESTA EN LA *
00206G* TABLA (RECIBOS ANTERIORES AL CAMPO) VA A EFECTIVO.          *
00206H*----------------------------------------------------------------*
00206I 2400-RESOLVER-MEDIO.
00206J     MOVE 1 TO WS-MEDIO-IDX.
00206K     PERFORM UNTIL WS-MEDIO-IDX > 5
00206L            OR WS-MEDIO-CODIGO (WS-MEDIO-IDX) = RECMEDIO
00206M         ADD 1 TO WS-MEDIO-IDX
00206N     END-PERFORM.
00206O     IF WS-MEDIO-IDX > 5
00206P         MOVE 1 TO WS-MEDIO-IDX
00206Q     END-IF.
00206R 2400-EXIT.
00206S     EXIT.

002070*----------------------------------------------------------------*
002080* 3000-EMITIR-CIERRE                                        *
002090* TOTALES POR OPERADOR Y POR SEDE, TOTAL GENERAL Y BLOQUE DE *
002270     MOVE 1 TO WS-SEDE-IDX.
002280     PERFORM 3200-LINEA-SEDE THRU 3200-EXIT
002290         UNTIL WS-SEDE-IDX > 2.
002291     MOVE SPACES TO CIERRE-LINEA.
002292     WRITE CIERRE-LINEA.
002293     MOVE "TOTALES POR MEDIO DE PAGO (NETO DE ANULACIONES)"
002294         TO CIERRE-LINEA.
002295     WRITE CIERRE-LINEA.
002296     MOVE 1 TO WS-MEDIO-IDX.
002297     PERFORM 3300-LINEA-MEDIO THRU 3300-EXIT
002298         UNTIL WS-MEDIO-IDX > 5.
002300     MOVE SPACES TO CIERRE-LINEA.
002310     WRITE CIERRE-LINEA.
002320     MOVE WS-TOTAL-GENERAL TO WS-TOTAL-ED.
002380         INTO CIERRE-LINEA
002390     END-STRING.
002400     WRITE CIERRE-LINEA.
0024A0     IF WS-TOTAL-RECARGOS > 0
0024A1         MOVE WS-TOTAL-RECARGOS TO WS-TOTAL-ED
0024A2         MOVE SPACES TO CIERRE-LINEA
0024A3         STRING "   (INCLUYE RECARGOS POR MORA: $"
0024A4             DELIMITED BY SIZE
0024A5             WS-TOTAL-ED DELIMITED BY SIZE
0024A6             ")" DELIMITED BY SIZE
0024A7             INTO CIERRE-LINEA
0024A8         END-STRING
0024A9         WRITE CIERRE-LINEA
0024B0     END-IF.
00240C     IF WS-TOTAL-ANULADOS > 0
00240D         MOVE WS-TOTAL-ANULADO TO WS-TOTAL-ED
00240E         MOVE SPACES TO CIERRE-LINEA
00240F         STRING "ANULACIONES DEL DIA: " DELIMITED BY SIZE
00240G             WS-TOTAL-ANULADOS DELIMITED BY SIZE
00240H             "   TOTAL ANULADO: -$" DELIMITED BY SIZE
00240I             WS-TOTAL-ED DELIMITED BY SIZE
00240J             INTO CIERRE-LINEA
00240K         END-STRING
00240L         WRITE CIERRE-LINEA
00240M         COMPUTE WS-NETO = WS-TOTAL-GENERAL - WS-TOTAL-ANULADO
00240N         MOVE WS-NETO TO WS-NETO-ED
00240O         MOVE SPACES TO CIERRE-LINEA
00240P         STRING "NETO DE CAJA: $" DELIMITED BY SIZE
00240Q             WS-NETO-ED DELIMITED BY SIZE
00240R             INTO CIERRE-LINEA
00240S         END-STRING
00240T         WRITE CIERRE-LINEA
00240U     END-IF.
      *> SI EL TOPE DE OPERADORES SE ALCANZO, EL AVISO SALE EN EL
      *> PROPIO CIERRE IMPRESO: LOS TOTALES POR OPERADOR NO CUBREN
      *> TODOS LOS COBROS DEL DIA.
002450     WRITE CIERRE-LINEA.
002460     MOVE "CAJERO                    SUPERVISOR" TO CIERRE-LINEA.
002470     WRITE CIERRE-LINEA.
002475     PERFORM 3400-EMITIR-DEPOSITO THRU 3400-EXIT.
002480 3000-EXIT.
002490     EXIT.

002590         INTO CIERRE-LINEA
002600     END-STRING.
002610     WRITE CIERRE-LINEA.
00261A     IF WS-OPER-ANUL-CANT (WS-I) > 0
00261B         MOVE WS-OPER-ANUL-TOTAL (WS-I) TO WS-TOTAL-ED
00261C         MOVE SPACES TO CIERRE-LINEA
00261D         STRING "    " DELIMITED BY SIZE
00261E             WS-OPER-LOGIN (WS-I) DELIMITED BY SIZE
00261F             " ANULADOS: " DELIMITED BY SIZE
00261G             WS-OPER-ANUL-CANT (WS-I) DELIMITED BY SIZE
00261H             " TOTAL:-$" DELIMITED BY SIZE
00261I             WS-TOTAL-ED DELIMITED BY SIZE
00261J             INTO CIERRE-LINEA
00261K         END-STRING
00261L         WRITE CIERRE-LINEA
00261M     END-IF.
002620     ADD 1 TO WS-I.
002630 3100-EXIT.
002640     EXIT.
002740         INTO CIERRE-LINEA
002750     END-STRING.
002760     WRITE CIERRE-LINEA.
00276A     IF WS-SEDE-ANUL-CANT (WS-SEDE-IDX) > 0
00276B         MOVE WS-SEDE-ANUL-TOTAL (WS-SEDE-IDX) TO WS-TOTAL-ED
00276C         MOVE SPACES TO CIERRE-LINEA
00276D         STRING "    SEDE " DELIMITED BY SIZE
00276E             WS-SEDE-IDX DELIMITED BY SIZE
00276F             " ANULADOS: " DELIMITED BY SIZE
00276G             WS-SEDE-ANUL-CANT (WS-SEDE-IDX) DELIMITED BY SIZE
00276H             " TOTAL:-$" DELIMITED BY SIZE
00276I             WS-TOTAL-ED DELIMITED BY SIZE
00276J             INTO CIERRE-LINEA
00276K         END-STRING
00276L         WRITE CIERRE-LINEA
00276M     END-IF.
002770     ADD 1 TO WS-SEDE-IDX.
002780 3200-EXIT.
002790     EXIT.

0027A0 3300-LINEA-MEDIO.
0027A1     COMPUTE WS-NETO = WS-MEDIO-TOTAL (WS-MEDIO-IDX)
0027A2         - WS-MEDIO-ANUL (WS-MEDIO-IDX).
0027A3     MOVE WS-NETO TO WS-NETO-ED.
0027A4     MOVE SPACES TO CIERRE-LINEA.
0027A5     STRING "    " DELIMITED BY SIZE
0027A6         WS-MEDIO-NOMBRE (WS-MEDIO-IDX) DELIMITED BY SIZE
0027A7         " RECIBOS: " DELIMITED BY SIZE
0027A8         WS-MEDIO-CANT (WS-MEDIO-IDX) DELIMITED BY SIZE
0027A9         "  NETO: $" DELIMITED BY SIZE
0027B0         WS-NETO-ED DELIMITED BY SIZE
0027B1         INTO CIERRE-LINEA
0027B2     END-STRING.
0027B3     WRITE CIERRE-LINEA.
0027B4     ADD 1 TO WS-MEDIO-IDX.
0027B5 3300-EXIT.
0027B6     EXIT.

0027B7*----------------------------------------------------------------*
0027B8* 3400-EMITIR-DEPOSITO                                      *
0027B9* BOLETA DE DEPOSITO BANCARIO: SOLO EL EFECTIVO NETO DEL DIA  *
0027C0* POR SEDE (COBRADO MENOS ANULADO); LOS DEMAS MEDIOS YA ESTAN *
0027C1* EN EL BANCO O SE CONCILIAN CON LA REFERENCIA DEL RECIBO.    *
0027C2*----------------------------------------------------------------*
0027C3 3400-EMITIR-DEPOSITO.
0027C4     MOVE SPACES TO DEPOSITO-LINEA.
0027C5     STRING "BOLETA DE DEPOSITO BANCARIO - EFECTIVO DEL DIA "
0027C6         DELIMITED BY SIZE
0027C7         WS-FECHA-CIERRE DELIMITED BY SIZE
0027C8         INTO DEPOSITO-LINEA
0027C9     END-STRING.
0027D0     WRITE DEPOSITO-LINEA.
0027D1     MOVE SPACES TO DEPOSITO-LINEA.
0027D2     WRITE DEPOSITO-LINEA.
0027D3     MOVE ZERO TO WS-TOTAL-DEPOSITO.
0027D4     MOVE 1 TO WS-SEDE-IDX.
0027D5     PERFORM 3410-LINEA-DEPOSITO THRU 3410-EXIT
0027D6         UNTIL WS-SEDE-IDX > 2.
0027D7     MOVE SPACES TO DEPOSITO-LINEA.
0027D8     WRITE DEPOSITO-LINEA.
0027D9     MOVE WS-TOTAL-DEPOSITO TO WS-NETO-ED.
0027E0     MOVE SPACES TO DEPOSITO-LINEA.
0027E1     STRING "TOTAL A DEPOSITAR: $" DELIMITED BY SIZE
0027E2         WS-NETO-ED DELIMITED BY SIZE
0027E3         INTO DEPOSITO-LINEA
0027E4     END-STRING.
0027E5     WRITE DEPOSITO-LINEA.
0027E6     MOVE SPACES TO DEPOSITO-LINEA.
0027E7     WRITE DEPOSITO-LINEA.
0027E8     MOVE "BILLETES: ______________   MONEDAS: ______________"
0027E9         TO DEPOSITO-LINEA.
0027F0     WRITE DEPOSITO-LINEA.
0027F1     MOVE SPACES TO DEPOSITO-LINEA.
0027F2     WRITE DEPOSITO-LINEA.
0027F3     MOVE "____________________      ____________________"
0027F4         TO DEPOSITO-LINEA.
0027F5     WRITE DEPOSITO-LINEA.
0027F6     MOVE "DEPOSITANTE               SELLO DEL BANCO"
0027F7         TO DEPOSITO-LINEA.
0027F8     WRITE DEPOSITO-LINEA.
0027F9 3400-EXIT.
0027G0     EXIT.

0027G1 3410-LINEA-DEPOSITO.
0027G2     COMPUTE WS-NETO = WS-SEDE-EFECTIVO (WS-SEDE-IDX)
0027G3         - WS-SEDE-EFEC-ANUL (WS-SEDE-IDX).
0027G4     ADD WS-NETO TO WS-TOTAL-DEPOSITO.
0027G5     MOVE WS-NETO TO WS-NETO-ED.
0027G6     MOVE SPACES TO DEPOSITO-LINEA.
0027G7     STRING "    SEDE " DELIMITED BY SIZE
0027G8         WS-SEDE-IDX DELIMITED BY SIZE
0027G9         "  EFECTIVO: $" DELIMITED BY SIZE
0027H0         WS-NETO-ED DELIMITED BY SIZE
0027H1         INTO DEPOSITO-LINEA
0027H2     END-STRING.
0027H3     WRITE DEPOSITO-LINEA.
0027H4     ADD 1 TO WS-SEDE-IDX.
0027H5 3410-EXIT.
0027H6     EXIT.

002800*----------------------------------------------------------------*
002810* 9000-FINALIZAR                                            *
002820*----------------------------------------------------------------*
002840     IF ARCHIVOS-ABIERTOS
002850         CLOSE RECIBO
002860         CLOSE CIERRE
002865         CLOSE DEPOSITO
002870     END-IF.
002880     DISPLAY "Recibos del dia: " WS-TOTAL-RECIBOS.
002890     MOVE WS-TOTAL-GENERAL TO WS-TOTAL-ED.
002900     DISPLAY "Total general: $" WS-TOTAL-ED.
002901     DISPLAY "Anulaciones del dia: " WS-TOTAL-ANULADOS.
00290A     MOVE WS-TOTAL-DEPOSITO TO WS-NETO-ED.
00290B     DISPLAY "Efectivo a depositar: $" WS-NETO-ED.
002902     IF WS-TOTAL-OMITIDOS > 0
002904         DISPLAY "Omitidos (tope de 50 operadores alcanzado, "
002906             "cobros fuera de los totales por operador): "
003070     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
003080     ACCEPT WS-LOG-HORA FROM TIME.
003090     MOVE RETURN-CODE TO WS-LOG-RC.
003095     COMPUTE WS-HASH-IMPORTES =
003096         (WS-TOTAL-GENERAL + WS-TOTAL-ANULADO) * 100.
003100     MOVE SPACES TO LOG-LINEA.
003110     STRING WS-LOG-FECHA DELIMITED BY SIZE
003120         " " DELIMITED BY SIZE
003150         WS-FECHA-CIERRE DELIMITED BY SIZE
003160         " RECIBOS=" DELIMITED BY SIZE
003170         WS-TOTAL-RECIBOS DELIMITED BY SIZE
003173         " ANULADOS=" DELIMITED BY SIZE
003176         WS-TOTAL-ANULADOS DELIMITED BY SIZE
003177         " HASH=" DELIMITED BY SIZE
003178         WS-HASH-IMPORTES DELIMITED BY SIZE
003180         " RC=" DELIMITED BY SIZE
003190         WS-LOG-RC DELIMITED BY SIZE
003200         INTO LOG-LINEA
