000320*
000330* HISTORIAL DE MODIFICACIONES
000340*   2026-09-03  OFS  VERSION INICIAL.
00034A*   2026-10-15  OFS  RESPALDO DE LOS MAESTROS INDEXADOS QUE
00034B*                    FALTABAN: CONCEPTOS, COBRANZA BANCARIA,
00034C*                    CORRELATIVAS, MESAS, EXAMENES, SANCIONES,
00034D*                    ENFERMERIA, LICENCIAS, SUPLENCIAS, TITULOS
00034E*                    Y EMISIONES.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000600     COPY ResultadoSelect.
000610     COPY CondicionSelect.
000620     COPY DistritoEstadoSelect.
00062A     COPY ConceptoSelect.
00062B     COPY AlumnoConceptoSelect.
00062C     COPY PagoConceptoSelect.
00062D     COPY CobroBancoSelect.
00062E     COPY CorrelativaSelect.
00062F     COPY MesaSelect.
00062G     COPY ExamenSelect.
00062H     COPY SancionSelect.
00062I     COPY EnfermeriaSelect.
00062J     COPY LicenciaSelect.
00062K     COPY SuplenciaSelect.
00062L     COPY TituloSelect.
00062M     COPY EmisionSelect.
000630     SELECT RESPALDO ASSIGN TO WS-NOMBRE-MIEMBRO
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS FS-RESPALDO.
001190     COPY CondicionRegistro.
001200 FD  DISTRITOESTADO.
001210     COPY DistritoEstadoRegistro.
00121A FD  CONCEPTO.
00121B     COPY ConceptoRegistro.
00121C FD  ALUMNOCONCEPTO.
00121D     COPY AlumnoConceptoRegistro.
00121E FD  PAGOCONCEPTO.
00121F     COPY PagoConceptoRegistro.
00121G FD  COBROBANCO.
00121H     COPY CobroBancoRegistro.
00121I FD  CORRELATIVA.
00121J     COPY CorrelativaRegistro.
00121K FD  MESA.
00121L     COPY MesaRegistro.
00121M FD  EXAMEN.
00121N     COPY ExamenRegistro.
00121O FD  SANCION.
00121P     COPY SancionRegistro.
00121Q FD  ENFERMERIA.
00121R     COPY EnfermeriaRegistro.
00121S FD  LICENCIA.
00121T     COPY LicenciaRegistro.
00121U FD  SUPLENCIA.
00121V     COPY SuplenciaRegistro.
00121W FD  TITULO.
00121X     COPY TituloRegistro.
00121Y FD  EMISION.
00121Z     COPY EmisionRegistro.
001220 FD  RESPALDO.
001230 01  RESPALDO-LINEA          PIC X(250).
001240 FD  MANIFIESTO.
001500 01  FS-RESULTADO            PIC XX.
001510 01  FS-CONDICION            PIC XX.
001520 01  FS-DISTRITO-ESTADO      PIC XX.
00152A 01  FS-CONCEPTO             PIC XX.
00152B 01  FS-ALUMNO-CONCEPTO      PIC XX.
00152C 01  FS-PAGO-CONCEPTO        PIC XX.
00152D 01  FS-COBRO-BANCO          PIC XX.
00152E 01  FS-CORRELATIVA          PIC XX.
00152F 01  FS-MESA                 PIC XX.
00152G 01  FS-EXAMEN               PIC XX.
00152H 01  FS-SANCION              PIC XX.
00152I 01  FS-ENFERMERIA           PIC XX.
00152J 01  FS-LICENCIA             PIC XX.
00152K 01  FS-SUPLENCIA            PIC XX.
00152L 01  FS-TITULO               PIC XX.
00152M 01  FS-EMISION              PIC XX.
001530 01  FS-RESPALDO             PIC XX.
001540 01  FS-MANIFIESTO           PIC XX.
001550 01  FS-LOG                  PIC XX.
001970         PERFORM 2220-RESPALDAR THRU 2220-EXIT
001980         PERFORM 2230-RESPALDAR THRU 2230-EXIT
001990         PERFORM 2240-RESPALDAR THRU 2240-EXIT
00199A         PERFORM 2250-RESPALDAR THRU 2250-EXIT
00199B         PERFORM 2260-RESPALDAR THRU 2260-EXIT
00199C         PERFORM 2270-RESPALDAR THRU 2270-EXIT
00199D         PERFORM 2280-RESPALDAR THRU 2280-EXIT
00199E         PERFORM 2290-RESPALDAR THRU 2290-EXIT
00199F         PERFORM 2300-RESPALDAR THRU 2300-EXIT
00199G         PERFORM 2310-RESPALDAR THRU 2310-EXIT
00199H         PERFORM 2320-RESPALDAR THRU 2320-EXIT
00199I         PERFORM 2330-RESPALDAR THRU 2330-EXIT
00199J         PERFORM 2340-RESPALDAR THRU 2340-EXIT
00199K         PERFORM 2350-RESPALDAR THRU 2350-EXIT
00199L         PERFORM 2360-RESPALDAR THRU 2360-EXIT
00199M         PERFORM 2370-RESPALDAR THRU 2370-EXIT
002000     END-IF.
002010     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002020     GOBACK.
008520 2245-EXIT.
008530     EXIT.

008540 2250-RESPALDAR.
008550     MOVE "concepto" TO WS-SUFIJO.
008560     OPEN INPUT CONCEPTO.
008570     IF FS-CONCEPTO NOT = "00"
008580         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
008590         GO TO 2250-EXIT
008600     END-IF.
008610     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
008620     READ CONCEPTO NEXT RECORD.
008630     PERFORM 2255-COPIAR THRU 2255-EXIT
008640         UNTIL FS-CONCEPTO NOT = "00".
008650     CLOSE CONCEPTO.
008660     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
008670 2250-EXIT.
008680     EXIT.

008690 2255-COPIAR.
008700     MOVE SPACES TO RESPALDO-LINEA.
008710     MOVE CONCEPTO-REGISTRO TO RESPALDO-LINEA.
008720     WRITE RESPALDO-LINEA.
008730     ADD 1 TO WS-REG-MIEMBRO.
008740     READ CONCEPTO NEXT RECORD.
008750 2255-EXIT.
008760     EXIT.

008770 2260-RESPALDAR.
008780     MOVE "alumno_concepto" TO WS-SUFIJO.
008790     OPEN INPUT ALUMNOCONCEPTO.
008800     IF FS-ALUMNO-CONCEPTO NOT = "00"
008810         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
008820         GO TO 2260-EXIT
008830     END-IF.
008840     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
008850     READ ALUMNOCONCEPTO NEXT RECORD.
008860     PERFORM 2265-COPIAR THRU 2265-EXIT
008870         UNTIL FS-ALUMNO-CONCEPTO NOT = "00".
008880     CLOSE ALUMNOCONCEPTO.
008890     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
008900 2260-EXIT.
008910     EXIT.

008920 2265-COPIAR.
008930     MOVE SPACES TO RESPALDO-LINEA.
008940     MOVE ALUMNO-CONCEPTO-REGISTRO TO RESPALDO-LINEA.
008950     WRITE RESPALDO-LINEA.
008960     ADD 1 TO WS-REG-MIEMBRO.
008970     READ ALUMNOCONCEPTO NEXT RECORD.
008980 2265-EXIT.
008990     EXIT.

009000 2270-RESPALDAR.
009010     MOVE "pago_concepto" TO WS-SUFIJO.
009020     OPEN INPUT PAGOCONCEPTO.
009030     IF FS-PAGO-CONCEPTO NOT = "00"
009040         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
009050         GO TO 2270-EXIT
009060     END-IF.
009070     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
009080     READ PAGOCONCEPTO NEXT RECORD.
009090     PERFORM 2275-COPIAR THRU 2275-EXIT
009100         UNTIL FS-PAGO-CONCEPTO NOT = "00".
009110     CLOSE PAGOCONCEPTO.
009120     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
009130 2270-EXIT.
009140     EXIT.

009150 2275-COPIAR.
009160     MOVE SPACES TO RESPALDO-LINEA.
009170     MOVE PAGO-CONCEPTO-REGISTRO TO RESPALDO-LINEA.
009180     WRITE RESPALDO-LINEA.
009190     ADD 1 TO WS-REG-MIEMBRO.
009200     READ PAGOCONCEPTO NEXT RECORD.
009210 2275-EXIT.
009220     EXIT.

009230 2280-RESPALDAR.
009240     MOVE "cobro_banco" TO WS-SUFIJO.
009250     OPEN INPUT COBROBANCO.
009260     IF FS-COBRO-BANCO NOT = "00"
009270         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
009280         GO TO 2280-EXIT
009290     END-IF.
009300     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
009310     READ COBROBANCO NEXT RECORD.
009320     PERFORM 2285-COPIAR THRU 2285-EXIT
009330         UNTIL FS-COBRO-BANCO NOT = "00".
009340     CLOSE COBROBANCO.
009350     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
009360 2280-EXIT.
009370     EXIT.

009380 2285-COPIAR.
009390     MOVE SPACES TO RESPALDO-LINEA.
009400     MOVE COBRO-BANCO-REGISTRO TO RESPALDO-LINEA.
009410     WRITE RESPALDO-LINEA.
009420     ADD 1 TO WS-REG-MIEMBRO.
009430     READ COBROBANCO NEXT RECORD.
009440 2285-EXIT.
009450     EXIT.

009460 2290-RESPALDAR.
009470     MOVE "correlativa" TO WS-SUFIJO.
009480     OPEN INPUT CORRELATIVA.
009490     IF FS-CORRELATIVA NOT = "00"
009500         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
009510         GO TO 2290-EXIT
009520     END-IF.
009530     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
009540     READ CORRELATIVA NEXT RECORD.
009550     PERFORM 2295-COPIAR THRU 2295-EXIT
009560         UNTIL FS-CORRELATIVA NOT = "00".
009570     CLOSE CORRELATIVA.
009580     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
009590 2290-EXIT.
009600     EXIT.

009610 2295-COPIAR.
009620     MOVE SPACES TO RESPALDO-LINEA.
009630     MOVE CORRELATIVA-REGISTRO TO RESPALDO-LINEA.
009640     WRITE RESPALDO-LINEA.
009650     ADD 1 TO WS-REG-MIEMBRO.
009660     READ CORRELATIVA NEXT RECORD.
009670 2295-EXIT.
009680     EXIT.

009690 2300-RESPALDAR.
009700     MOVE "mesa" TO WS-SUFIJO.
009710     OPEN INPUT MESA.
009720     IF FS-MESA NOT = "00"
009730         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
009740         GO TO 2300-EXIT
009750     END-IF.
009760     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
009770     READ MESA NEXT RECORD.
009780     PERFORM 2305-COPIAR THRU 2305-EXIT
009790         UNTIL FS-MESA NOT = "00".
009800     CLOSE MESA.
009810     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
009820 2300-EXIT.
009830     EXIT.

009840 2305-COPIAR.
009850     MOVE SPACES TO RESPALDO-LINEA.
009860     MOVE MESA-REGISTRO TO RESPALDO-LINEA.
009870     WRITE RESPALDO-LINEA.
009880     ADD 1 TO WS-REG-MIEMBRO.
009890     READ MESA NEXT RECORD.
009900 2305-EXIT.
009910     EXIT.

009920 2310-RESPALDAR.
009930     MOVE "examen" TO WS-SUFIJO.
009940     OPEN INPUT EXAMEN.
009950     IF FS-EXAMEN NOT = "00"
009960         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
009970         GO TO 2310-EXIT
009980     END-IF.
009990     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010000     READ EXAMEN NEXT RECORD.
010010     PERFORM 2315-COPIAR THRU 2315-EXIT
010020         UNTIL FS-EXAMEN NOT = "00".
010030     CLOSE EXAMEN.
010040     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
010050 2310-EXIT.
010060     EXIT.

010070 2315-COPIAR.
010080     MOVE SPACES TO RESPALDO-LINEA.
010090     MOVE EXAMEN-REGISTRO TO RESPALDO-LINEA.
010100     WRITE RESPALDO-LINEA.
010110     ADD 1 TO WS-REG-MIEMBRO.
010120     READ EXAMEN NEXT RECORD.
010130 2315-EXIT.
010140     EXIT.

010150 2320-RESPALDAR.
010160     MOVE "sancion" TO WS-SUFIJO.
010170     OPEN INPUT SANCION.
010180     IF FS-SANCION NOT = "00"
010190         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
010200         GO TO 2320-EXIT
010210     END-IF.
010220     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010230     READ SANCION NEXT RECORD.
010240     PERFORM 2325-COPIAR THRU 2325-EXIT
010250         UNTIL FS-SANCION NOT = "00".
010260     CLOSE SANCION.
010270     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
010280 2320-EXIT.
010290     EXIT.

010300 2325-COPIAR.
010310     MOVE SPACES TO RESPALDO-LINEA.
010320     MOVE SANCION-REGISTRO TO RESPALDO-LINEA.
010330     WRITE RESPALDO-LINEA.
010340     ADD 1 TO WS-REG-MIEMBRO.
010350     READ SANCION NEXT RECORD.
010360 2325-EXIT.
010370     EXIT.

010380 2330-RESPALDAR.
010390     MOVE "enfermeria" TO WS-SUFIJO.
010400     OPEN INPUT ENFERMERIA.
010410     IF FS-ENFERMERIA NOT = "00"
010420         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
010430         GO TO 2330-EXIT
010440     END-IF.
010450     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010460     READ ENFERMERIA NEXT RECORD.
010470     PERFORM 2335-COPIAR THRU 2335-EXIT
010480         UNTIL FS-ENFERMERIA NOT = "00".
010490     CLOSE ENFERMERIA.
010500     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
010510 2330-EXIT.
010520     EXIT.

010530 2335-COPIAR.
010540     MOVE SPACES TO RESPALDO-LINEA.
010550     MOVE ENFERMERIA-REGISTRO TO RESPALDO-LINEA.
010560     WRITE RESPALDO-LINEA.
010570     ADD 1 TO WS-REG-MIEMBRO.
010580     READ ENFERMERIA NEXT RECORD.
010590 2335-EXIT.
010600     EXIT.

010610 2340-RESPALDAR.
010620     MOVE "licencia" TO WS-SUFIJO.
010630     OPEN INPUT LICENCIA.
010640     IF FS-LICENCIA NOT = "00"
010650         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
010660         GO TO 2340-EXIT
010670     END-IF.
010680     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010690     READ LICENCIA NEXT RECORD.
010700     PERFORM 2345-COPIAR THRU 2345-EXIT
010710         UNTIL FS-LICENCIA NOT = "00".
010720     CLOSE LICENCIA.
010730     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
010740 2340-EXIT.
010750     EXIT.

010760 2345-COPIAR.
010770     MOVE SPACES TO RESPALDO-LINEA.
010780     MOVE LICENCIA-REGISTRO TO RESPALDO-LINEA.
010790     WRITE RESPALDO-LINEA.
010800     ADD 1 TO WS-REG-MIEMBRO.
010810     READ LICENCIA NEXT RECORD.
010820 2345-EXIT.
010830     EXIT.

010840 2350-RESPALDAR.
010850     MOVE "suplencia" TO WS-SUFIJO.
010860     OPEN INPUT SUPLENCIA.
010870     IF FS-SUPLENCIA NOT = "00"
010880         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
010890         GO TO 2350-EXIT
010900     END-IF.
010910     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010920     READ SUPLENCIA NEXT RECORD.
010930     PERFORM 2355-COPIAR THRU 2355-EXIT
010940         UNTIL FS-SUPLENCIA NOT = "00".
010950     CLOSE SUPLENCIA.
010960     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
010970 2350-EXIT.
010980     EXIT.

010990 2355-COPIAR.
011000     MOVE SPACES TO RESPALDO-LINEA.
011010     MOVE SUPLENCIA-REGISTRO TO RESPALDO-LINEA.
011020     WRITE RESPALDO-LINEA.
011030     ADD 1 TO WS-REG-MIEMBRO.
011040     READ SUPLENCIA NEXT RECORD.
011050 2355-EXIT.
011060     EXIT.

011070 2360-RESPALDAR.
011080     MOVE "titulo" TO WS-SUFIJO.
011090     OPEN INPUT TITULO.
011100     IF FS-TITULO NOT = "00"
011110         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
011120         GO TO 2360-EXIT
011130     END-IF.
011140     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
011150     READ TITULO NEXT RECORD.
011160     PERFORM 2365-COPIAR THRU 2365-EXIT
011170         UNTIL FS-TITULO NOT = "00".
011180     CLOSE TITULO.
011190     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
011200 2360-EXIT.
011210     EXIT.

011220 2365-COPIAR.
011230     MOVE SPACES TO RESPALDO-LINEA.
011240     MOVE TITULO-REGISTRO TO RESPALDO-LINEA.
011250     WRITE RESPALDO-LINEA.
011260     ADD 1 TO WS-REG-MIEMBRO.
011270     READ TITULO NEXT RECORD.
011280 2365-EXIT.
011290     EXIT.

011300 2370-RESPALDAR.
011310     MOVE "emision" TO WS-SUFIJO.
011320     OPEN INPUT EMISION.
011330     IF FS-EMISION NOT = "00"
011340         PERFORM 8300-MIEMBRO-AUSENTE THRU 8300-EXIT
011350         GO TO 2370-EXIT
011360     END-IF.
011370     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
011380     READ EMISION NEXT RECORD.
011390     PERFORM 2375-COPIAR THRU 2375-EXIT
011400         UNTIL FS-EMISION NOT = "00".
011410     CLOSE EMISION.
011420     PERFORM 8200-CERRAR-MIEMBRO THRU 8200-EXIT.
011430 2370-EXIT.
011440     EXIT.

011450 2375-COPIAR.
011460     MOVE SPACES TO RESPALDO-LINEA.
011470     MOVE EMISION-REGISTRO TO RESPALDO-LINEA.
011480     WRITE RESPALDO-LINEA.
011490     ADD 1 TO WS-REG-MIEMBRO.
011500     READ EMISION NEXT RECORD.
011510 2375-EXIT.
011520     EXIT.

011530*----------------------------------------------------------------*
011540* 9000-FINALIZAR                                            *
011550*----------------------------------------------------------------*
011560 9000-FINALIZAR.
011570     IF MANIFIESTO-ABIERTO
011580         CLOSE MANIFIESTO
011590     END-IF.
011600     DISPLAY "Miembros respaldados: " WS-TOTAL-MIEMBROS.
011610     DISPLAY "Registros totales: " WS-TOTAL-REGISTROS.
011620     IF WS-TOTAL-FALLAS > ZERO
011630         DISPLAY "Fallas de verificacion: " WS-TOTAL-FALLAS
011640         MOVE 8 TO RETURN-CODE
011650     END-IF.
011660     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
011670 9000-EXIT.
011680     EXIT.

011690*----------------------------------------------------------------*
011700* 9100-GRABAR-LOG                                           *
011710* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
011720* LOG COMPARTIDO DE LOS BATCH.                               *
011730*----------------------------------------------------------------*
011740 9100-GRABAR-LOG.
011750     OPEN EXTEND LOG-CORRIDA.
011760     IF FS-LOG = "05" OR FS-LOG = "35"
011770         OPEN OUTPUT LOG-CORRIDA
011780     END-IF.
011790     IF FS-LOG NOT = "00"
011800         GO TO 9100-EXIT
011810     END-IF.
011820     MOVE RETURN-CODE TO WS-LOG-RC.
011830     MOVE SPACES TO LOG-LINEA.
011840     STRING WS-LOG-FECHA DELIMITED BY SIZE
011850         " " DELIMITED BY SIZE
011860         WS-LOG-HORA DELIMITED BY SIZE
011870         " RESPALDAR-MAESTROS SELLO=" DELIMITED BY SIZE
011880         WS-SELLO DELIMITED BY " "
011890         " MIEMBROS=" DELIMITED BY SIZE
011900         WS-TOTAL-MIEMBROS DELIMITED BY SIZE
011910         " REGISTROS=" DELIMITED BY SIZE
011920         WS-TOTAL-REGISTROS DELIMITED BY SIZE
011930         " FALLAS=" DELIMITED BY SIZE
011940         WS-TOTAL-FALLAS DELIMITED BY SIZE
011950         " RC=" DELIMITED BY SIZE
011960         WS-LOG-RC DELIMITED BY SIZE
011970         INTO LOG-LINEA
011980     END-STRING.
011990     WRITE LOG-LINEA.
012000     CLOSE LOG-CORRIDA.
012010 9100-EXIT.
012020     EXIT.

012030 9999-EXIT.
012040     EXIT.
