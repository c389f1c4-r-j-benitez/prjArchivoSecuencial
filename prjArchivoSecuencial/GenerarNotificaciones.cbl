000310* HUECOS ENTRE BAJA Y REACTIVACION (ALUMNO_CAMBIOS, SEGMENTOS
000320* VIGENTES MAS EL VIVO) NO SE RECLAMAN. SIN ARANCEL CARGADO
000330* PARA EL ANO SE CAE AL CONTROL DE EXISTENCIA DE SIEMPRE.
000332* EL RECARGO POR MORA DE CADA PERIODO VENCIDO SE CALCULA A LA
000334* FECHA DE HOY CON LA REGLA DEL ARANCEL QUE FIJA LA CUOTA (LA
000336* MISMA DE FRMPAGOS Y DEL REPORTE) Y SE INFORMA JUNTO AL SALDO.
000340*
000350* CADA CARTA GENERADA SE ANEXA A NOTIFICACIONES_LOG.TXT
000360* (NUMERO,FECHA,TIPO,AVISO); EN LA CORRIDA SIGUIENTE ESE LOG
000410* ("AAAAMM AAAAMM AAAAMM NNN": PERIODO DESDE, HASTA, MES DE
000420* AUSENCIAS Y TOPE) O POR CONSOLA COMO ULTIMO RECURSO.
000430*
000435* LAS VENTANAS BAJA/REACTIVACION, LOS AVISOS PREVIOS Y LAS
000440* FALTAS POR CURSO SE ANOTAN EN EL ARCHIVO DE TRABAJO
000445* NOTIFICAR_TRABAJO.TXT (INDEXADO, SE RECREA EN CADA CORRIDA) Y
000450* SE BUSCAN POR CLAVE, ASI QUE NO HAY TOPE DE ALUMNOS. RC 8 SI
000455* NO SE PUDO CREAR.
000460*
000470* HISTORIAL DE MODIFICACIONES
000480*   2026-09-03  OFS  VERSION INICIAL.
000490*   2026-09-03  OFS  DEUDA POR SALDO ESPERADO/PAGADO (MISMA
000500*                    REGLA QUE REPORTE-MOROSIDAD), CON CAIDA AL
000510*                    CONTROL DE EXISTENCIA SIN ARANCEL.
000513*   2026-10-15  OFS  RECARGO POR MORA ADEUDADO JUNTO AL SALDO DE
000516*                    CADA PERIODO Y TOTAL EN LA CARTA.
000517*   2026-10-15  OFS  AUSENCIAS CONTADAS POR CURSO; LA CARTA
000518*                    INFORMA LAS DEL CURSO CON MAS FALTAS.
00051A*   2026-10-15  OFS  EL SEGUNDO AVISO CUENTA SOLO LAS LINEAS
00051B*                    NOTIFICACION DEL LOG, QUE AHORA TAMBIEN
00051C*                    RECIBE LAS CARTAS DE DISCIPLINA.
00051D*   2026-10-15  OFS  SIN TOPES DE TABLA: VENTANAS, AVISOS Y FALTAS
00051E*                    EN EL ARCHIVO NOTIFICAR_TRABAJO.TXT.
00051F*   2026-10-15  OFS  EL INDICE DE SEGMENTOS TRAE EL CONTROL FINAL
00051G*                    DE CADA SEGMENTO: LINEA DEL INDICE A 80.
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000760     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000770         ORGANIZATION LINE SEQUENTIAL
000780         FILE STATUS FS-LOG.
000781     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000782         ORGANIZATION INDEXED
000783         ACCESS MODE DYNAMIC
000784         RECORD KEY TRA-CLAVE
000785         FILE STATUS FS-TRABAJO.
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ALUMNO.
000970 FD  CAMBIOS.
000980 01  CAMBIOS-LINEA           PIC X(250).
000990 FD  INDICE.
001000 01  INDICE-LINEA            PIC X(80).
001010 FD  CARTAS.
001020 01  CARTA-LINEA             PIC X(120).
001030 FD  NOTIF-LOG.
001040 01  NOTIF-LINEA             PIC X(80).
001050 FD  LOG-CORRIDA.
001060 01  LOG-LINEA               PIC X(132).
00106A* FILAS: "V" ULTIMA BAJA Y REACTIVACION DEL NUMERO, "A" AVISOS
00106B* PREVIOS DEL LOG DE NOTIFICACIONES, "F" FALTAS DEL MES EN UN
00106C* CURSO (EL CURSO SOLO SE USA EN LAS "F").
00106D FD  TRABAJO.
00106E 01  TRABAJO-REGISTRO.
00106F     05  TRA-CLAVE.
00106G         10  TRA-TIPO        PIC X(01).
00106H         10  TRA-NUMERO      PIC 9(07).
00106I         10  TRA-CURSO       PIC X(06).
00106J     05  TRA-DATOS.
00106K         10  TRA-BAJA        PIC 9(06).
00106L         10  TRA-REAC        PIC 9(06).
00106M         10  TRA-AVISOS      PIC 9(03).
00106N         10  TRA-FALTAS      PIC 9(03).
001070 WORKING-STORAGE SECTION.
001080 01  FS-ALUMNO               PIC XX.
001090 01  FS-PAGO                 PIC XX.
001250 01  FS-CARTAS               PIC XX.
001260 01  FS-NOTIF                PIC XX.
001270 01  FS-LOG                  PIC XX.
001275 01  FS-TRABAJO              PIC XX.
001280 01  WS-ARCHIVO-CARTAS   PIC X(40)
001290     VALUE "cartas_notificacion.txt".
001300 01  WS-ARCHIVO-NOTIF    PIC X(40)
001310     VALUE "notificaciones_log.txt".
001320 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001323 01  WS-ARCHIVO-TRABAJO  PIC X(40)
001326     VALUE "notificar_trabajo.txt".
001330 01  WS-PARAMETRO            PIC X(100).
001340 01  WS-LOG-FECHA            PIC 9(08).
001350 01  WS-LOG-HORA             PIC 9(08).
001550         88  FAMILIA-DISPONIBLE       VALUE "S".
001560     05  WS-TIENE-HERMANOS-SW PIC X(01) VALUE "N".
001570         88  TIENE-HERMANOS           VALUE "S".
001572     05  WS-TRABAJO-ABIERTO-SW PIC X(01) VALUE "N".
001574         88  TRABAJO-ABIERTO          VALUE "S".
001576     05  WS-FILA-NUEVA-SW    PIC X(01) VALUE "N".
001578         88  FILA-NUEVA               VALUE "S".
001580 01  WS-PERIODO-DESDE        PIC 9(06).
001590 01  WS-PERIODO-HASTA        PIC 9(06).
001600 01  WS-MES-AUSENCIAS        PIC 9(06).
001690 01  WS-FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
001700     05  WS-HOY-AAAA         PIC 9(04).
001710     05  WS-HOY-MMDD         PIC 9(04).
001712 01  WS-FECHA-HOY-MES REDEFINES WS-FECHA-HOY.
001714     05  FILLER              PIC 9(04).
001716     05  WS-HOY-MM           PIC 9(02).
001718     05  WS-HOY-DD           PIC 9(02).
001720 01  WS-FNAC                 PIC 9(08).
001730 01  WS-FNAC-PARTES REDEFINES WS-FNAC.
001740     05  WS-FNAC-AAAA        PIC 9(04).
001750     05  WS-FNAC-MMDD        PIC 9(04).
001760 77  WS-EDAD                 PIC S9(03) VALUE ZERO.
001780* FILA DEL ARCHIVO DE TRABAJO A LEER O DAR DE ALTA.
001800 01  WS-CLAVE-TRABAJO.
001820     05  WS-CLAVE-TIPO       PIC X(01).
001840     05  WS-CLAVE-NUMERO     PIC 9(07).
001860     05  WS-CLAVE-CURSO      PIC X(06).
001880 77  WS-FALTAS-ALUMNO        PIC 9(03) VALUE ZERO.
001890 77  WS-ADEUDADOS            PIC 9(03) VALUE ZERO.
001900 77  WS-AVISO-NRO            PIC 9(03) VALUE ZERO.
002010 77  WS-PAGADO               PIC 9(06)V99 VALUE ZERO.
002020 77  WS-SALDO                PIC 9(06)V99 VALUE ZERO.
002030 77  WS-SALDO-ED             PIC ZZZ,ZZ9.99.
00203A*    VENCIMIENTO Y REGLA DE RECARGO DEL ARANCEL QUE FIJA LA
00203B*    CUOTA DEL ANO (SE CACHEAN JUNTO CON WS-ESPERADO-ANIO).
00203C 77  WS-VTO-DIA              PIC 9(02) VALUE ZERO.
00203D 77  WS-VTO-TIPO             PIC X(01) VALUE SPACE.
00203E 77  WS-VTO-VALOR            PIC 9(06)V99 VALUE ZERO.
00203F 77  WS-MESES-MORA           PIC S9(05) VALUE ZERO.
00203G 77  WS-RECARGO              PIC 9(06)V99 VALUE ZERO.
00203H 77  WS-RECARGO-ALUMNO       PIC 9(08)V99 VALUE ZERO.
00203I 77  WS-RECARGO-ED           PIC ZZZ,ZZ9.99.
00203J 77  WS-RECARGO-ALUMNO-ED    PIC Z,ZZZ,ZZ9.99.
002040 77  WS-GAP-BAJA             PIC 9(06) VALUE ZERO.
002050 77  WS-GAP-REAC             PIC 9(06) VALUE ZERO.
002130 01  WS-CAM-NUMERO-X         PIC X(07).
002140 01  WS-CAM-FECHA-X          PIC X(19).
002150 01  WS-CAM-USUARIO-X        PIC X(12).
002190 01  WS-CAM-AAAA             PIC 9(04).
002200 01  WS-CAM-MM               PIC 9(02).
002210 01  WS-NOTIF-NUMERO-X       PIC X(07).
002213 01  WS-NOTIF-FECHA-X        PIC X(08).
002216 01  WS-NOTIF-TIPO-X         PIC X(12).
002220 77  WS-TOTAL-CARTAS         PIC 9(05) VALUE ZERO.
002240 PROCEDURE DIVISION.

002250 0000-MAINLINE.
002580         MOVE 8 TO RETURN-CODE
002590         GO TO 1000-EXIT
002600     END-IF.
00260A     OPEN OUTPUT TRABAJO.
00260B     IF FS-TRABAJO = "00"
00260C         CLOSE TRABAJO
00260D         OPEN I-O TRABAJO
00260E     END-IF.
00260F     IF FS-TRABAJO NOT = "00"
00260G         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
00260H         CLOSE ALUMNO
00260I         CLOSE PAGO
00260J         MOVE 8 TO RETURN-CODE
00260K         GO TO 1000-EXIT
00260L     END-IF.
00260M     SET TRABAJO-ABIERTO TO TRUE.
002610     OPEN INPUT TUTOR.
      *> ARANCEL, BECA, MATRICULA, FAMILIA Y EL HISTORIAL DE CAMBIOS
      *> SON OPTATIVOS: SIN ELLOS LA DEUDA CAE AL CONTROL DE
003310* ULTIMA BAJA Y REACTIVACION (MES AAAAMM) DE CADA NUMERO     *
003320* SEGUN EL HISTORIAL DE CAMBIOS: PRIMERO LOS SEGMENTOS       *
003330* MENSUALES VIGENTES DEL INDICE Y DESPUES EL VIVO, COMO EN   *
003340* REPORTE-MOROSIDAD. QUEDA EN LAS FILAS "V" DEL TRABAJO.    *
003350*----------------------------------------------------------------*
003360 1500-CARGAR-VENTANAS.
003370     PERFORM 1520-CARGAR-SEGMENTOS THRU 1520-EXIT.
003990     IF WS-CAM-PERIODO = ZERO
004000         GO TO 1560-SIGUIENTE
004010     END-IF.
004042     MOVE "V" TO WS-CLAVE-TIPO.
004074     MOVE WS-CAM-NUMERO TO WS-CLAVE-NUMERO.
004106     MOVE SPACES TO WS-CLAVE-CURSO.
004138     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004170     IF WS-CAM-OPERACION-X = "BAJA"
004180         MOVE WS-CAM-PERIODO TO TRA-BAJA
004190     ELSE
004200         MOVE WS-CAM-PERIODO TO TRA-REAC
004210     END-IF.
004215     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004220 1560-SIGUIENTE.
004230     READ CAMBIOS NEXT RECORD.
004240 1560-EXIT.
004260*----------------------------------------------------------------*
004270* 2000-CARGAR-AVISOS                                        *
004280* CUENTA LOS AVISOS YA ENVIADOS POR ALUMNO SEGUN EL LOG DE   *
004286* NOTIFICACIONES, PARA EL TEXTO DE SEGUNDO AVISO. LAS        *
004292* LINEAS DE OTROS TIPOS (CARTAS DE DISCIPLINA) SE SALTEAN.   *
004296* LA CUENTA QUEDA EN LAS FILAS "A" DEL ARCHIVO DE TRABAJO.   *
004300*----------------------------------------------------------------*
004310 2000-CARGAR-AVISOS.
004312     IF NOT TRABAJO-ABIERTO
004314         GO TO 2000-EXIT
004316     END-IF.
004320     OPEN INPUT NOTIF-LOG.
004330     IF FS-NOTIF NOT = "00"
004340         GO TO 2000-EXIT
004410     EXIT.

004420 2100-CARGAR-AVISO.
004425     MOVE SPACES TO WS-NOTIF-TIPO-X.
004430     UNSTRING NOTIF-LINEA DELIMITED BY ","
004440         INTO WS-NOTIF-NUMERO-X WS-NOTIF-FECHA-X WS-NOTIF-TIPO-X
004450     END-UNSTRING.
004460     IF WS-NOTIF-NUMERO-X NOT NUMERIC
004465        OR WS-NOTIF-TIPO-X NOT = "NOTIFICACION"
004470         GO TO 2100-SIGUIENTE
004480     END-IF.
004505     MOVE "A" TO WS-CLAVE-TIPO.
004530     MOVE WS-NOTIF-NUMERO-X TO WS-CLAVE-NUMERO.
004555     MOVE SPACES TO WS-CLAVE-CURSO.
004580     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004605     ADD 1 TO TRA-AVISOS.
004630     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004660 2100-SIGUIENTE.
004670     READ NOTIF-LOG NEXT RECORD.
004680 2100-EXIT.
004700*----------------------------------------------------------------*
004710* 3000-TOTALIZAR-AUSENCIAS                                  *
004720* MISMO RECORRIDO POR FECHA QUE REPORTE-AUSENCIAS: ACUMULA   *
004726* LAS "A" DEL MES POR ALUMNO Y CURSO; AL ALUMNO LO MIDE EL  *
004733* CURSO EN EL QUE MAS FALTO. VAN A LAS FILAS "F".           *
004740*----------------------------------------------------------------*
004750 3000-TOTALIZAR-AUSENCIAS.
004760     IF NOT ARCHIVOS-ABIERTOS
004820     END-IF.
004830     MOVE WS-FECHA-DESDE TO ASIFECHA.
004840     MOVE ZERO TO ASINUMERO.
004845     MOVE SPACES TO ASICURSO.
004850     START ASISTENCIA KEY IS NOT LESS THAN ASISTENCIACLAVE
004860         INVALID KEY
004870             CLOSE ASISTENCIA
004980     IF ASIESTADO NOT = "A"
004990         GO TO 3100-SIGUIENTE
005000     END-IF.
005024     MOVE "F" TO WS-CLAVE-TIPO.
005048     MOVE ASINUMERO TO WS-CLAVE-NUMERO.
005072     MOVE ASICURSO TO WS-CLAVE-CURSO.
005096     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
005120     ADD 1 TO TRA-FALTAS.
005144     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
005170 3100-SIGUIENTE.
005180     READ ASISTENCIA NEXT RECORD.
005190 3100-EXIT.
005370     END-IF.
005380     MOVE ZERO TO WS-ADEUDADOS.
005390     MOVE SPACES TO WS-PERIODOS-TEXTO.
005395     MOVE ZERO TO WS-RECARGO-ALUMNO.
005400     MOVE 1 TO WS-PERIODOS-PTR.
005410     MOVE ZERO TO WS-ANIO-CACHE.
005420     PERFORM 4400-BUSCAR-VENTANA THRU 4400-EXIT.
005850     IF WS-ESPERADO > ZERO
005860         IF WS-PAGADO < WS-ESPERADO
005870             COMPUTE WS-SALDO = WS-ESPERADO - WS-PAGADO
005875             PERFORM 4230-CALCULAR-RECARGO THRU 4230-EXIT
005880             PERFORM 4220-ANOTAR-PERIODO THRU 4220-EXIT
005890         END-IF
005900     ELSE
005910         IF NOT PAGO-HALLADO
005920             MOVE ZERO TO WS-SALDO
005925             MOVE ZERO TO WS-RECARGO
005930             PERFORM 4220-ANOTAR-PERIODO THRU 4220-EXIT
005940         END-IF
005950     END-IF.
006120     MOVE WS-PERIODO-AAAA TO WS-ANIO-CACHE.
006130     MOVE ZERO TO WS-ESPERADO-ANIO.
006140     MOVE ZERO TO WS-DESC-HERMANOS.
006143     MOVE ZERO TO WS-VTO-DIA WS-VTO-VALOR.
006146     MOVE SPACE TO WS-VTO-TIPO.
006150     IF NOT ARANCEL-DISPONIBLE
006160         GO TO 4210-EXIT
006170     END-IF.
006220             CONTINUE
006230         NOT INVALID KEY
006240             MOVE ARAIMPORTE TO WS-ESPERADO-ANIO
006245             PERFORM 4240-TOMAR-REGLA THRU 4240-EXIT
006250             IF ARADESCHERMANOS NUMERIC
006260                AND ARADESCHERMANOS <= 100
006270                 MOVE ARADESCHERMANOS TO WS-DESC-HERMANOS
006650     END-READ.
006660     IF ARAIMPORTE > WS-ESPERADO-ANIO
006670         MOVE ARAIMPORTE TO WS-ESPERADO-ANIO
006675         PERFORM 4240-TOMAR-REGLA THRU 4240-EXIT
006680     END-IF.
006690 4216-SIGUIENTE.
006700     READ MATRICULA NEXT RECORD.
006730*----------------------------------------------------------------*
006740* 4220-ANOTAR-PERIODO                                       *
006750* CUENTA EL PERIODO ADEUDADO Y LO AGREGA A LA LISTA DE LA    *
006760* CARTA, CON EL SALDO EN PESOS CUANDO HAY ARANCEL Y EL      *
006765* RECARGO POR MORA CUANDO EL PERIODO ESTA VENCIDO.           *
006770*----------------------------------------------------------------*
006780 4220-ANOTAR-PERIODO.
006790     ADD 1 TO WS-ADEUDADOS.
006800     IF WS-PERIODOS-PTR > 170
006810         GO TO 4220-EXIT
006820     END-IF.
00682A     ADD WS-RECARGO TO WS-RECARGO-ALUMNO.
00682B     IF WS-RECARGO > ZERO
00682C         MOVE WS-SALDO TO WS-SALDO-ED
00682D         MOVE WS-RECARGO TO WS-RECARGO-ED
00682E         STRING WS-PERIODO-ACTUAL DELIMITED BY SIZE
00682F             " (saldo $" DELIMITED BY SIZE
00682G             WS-SALDO-ED DELIMITED BY SIZE
00682H             " recargo $" DELIMITED BY SIZE
00682I             WS-RECARGO-ED DELIMITED BY SIZE
00682J             ") " DELIMITED BY SIZE
00682K             INTO WS-PERIODOS-TEXTO
00682L             WITH POINTER WS-PERIODOS-PTR
00682M         END-STRING
00682N         GO TO 4220-EXIT
00682O     END-IF.
006830     IF WS-SALDO > ZERO
006840         MOVE WS-SALDO TO WS-SALDO-ED
006850         STRING WS-PERIODO-ACTUAL DELIMITED BY SIZE
006990 4220-EXIT.
007000     EXIT.

0070A0*----------------------------------------------------------------*
0070A1* 4230-CALCULAR-RECARGO                                     *
0070A2* RECARGO POR MORA DEL PERIODO ACTUAL A LA FECHA DE HOY, CON *
0070A3* LA MISMA REGLA QUE REPORTE-MOROSIDAD: MONTO FIJO MENOS LO  *
0070A4* YA COBRADO, O PORCENTAJE MENSUAL SOBRE EL SALDO POR CADA   *
0070A5* MES O FRACCION DESDE EL DIA DE VENCIMIENTO.                *
0070A6*----------------------------------------------------------------*
0070A7 4230-CALCULAR-RECARGO.
0070A8     MOVE ZERO TO WS-RECARGO WS-MESES-MORA.
0070A9     IF WS-VTO-DIA = ZERO
0070B0         GO TO 4230-EXIT
0070B1     END-IF.
0070B2     IF WS-VTO-TIPO NOT = "F" AND WS-VTO-TIPO NOT = "P"
0070B3         GO TO 4230-EXIT
0070B4     END-IF.
0070B5     COMPUTE WS-MESES-MORA
0070B6         = (WS-HOY-AAAA * 12 + WS-HOY-MM)
0070B7         - (WS-PERIODO-AAAA * 12 + WS-PERIODO-MM).
0070B8     IF WS-HOY-DD > WS-VTO-DIA
0070B9         ADD 1 TO WS-MESES-MORA
0070C0     END-IF.
0070C1     IF WS-MESES-MORA NOT > ZERO
0070C2         MOVE ZERO TO WS-MESES-MORA
0070C3         GO TO 4230-EXIT
0070C4     END-IF.
0070C5     IF WS-VTO-TIPO = "P"
0070C6         COMPUTE WS-RECARGO ROUNDED
0070C7             = WS-SALDO * WS-VTO-VALOR / 100 * WS-MESES-MORA
0070C8         GO TO 4230-EXIT
0070C9     END-IF.
0070D0     MOVE WS-VTO-VALOR TO WS-RECARGO.
0070D1     IF PAGO-HALLADO AND PAGRECARGO NUMERIC
0070D2         IF PAGRECARGO < WS-RECARGO
0070D3             SUBTRACT PAGRECARGO FROM WS-RECARGO
0070D4         ELSE
0070D5             MOVE ZERO TO WS-RECARGO
0070D6         END-IF
0070D7     END-IF.
0070D8 4230-EXIT.
0070D9     EXIT.

0070E0*----------------------------------------------------------------*
0070E1* 4240-TOMAR-REGLA                                          *
0070E2* VENCIMIENTO Y REGLA DE RECARGO DEL ARANCEL LEIDO; LOS       *
0070E3* REGISTROS ANTERIORES A ESTOS CAMPOS NO TIENEN RECARGO.     *
0070E4*----------------------------------------------------------------*
0070E5 4240-TOMAR-REGLA.
0070E6     MOVE ZERO TO WS-VTO-DIA WS-VTO-VALOR.
0070E7     MOVE SPACE TO WS-VTO-TIPO.
0070E8     IF ARADIAVTO NOT NUMERIC OR ARARECARGOVALOR NOT NUMERIC
0070E9         GO TO 4240-EXIT
0070F0     END-IF.
0070F1     IF ARADIAVTO = ZERO OR ARADIAVTO > 28
0070F2         GO TO 4240-EXIT
0070F3     END-IF.
0070F4     MOVE ARADIAVTO TO WS-VTO-DIA.
0070F5     MOVE ARARECARGOTIPO TO WS-VTO-TIPO.
0070F6     MOVE ARARECARGOVALOR TO WS-VTO-VALOR.
0070F7 4240-EXIT.
0070F8     EXIT.

007010*----------------------------------------------------------------*
007020* 4400-BUSCAR-VENTANA                                       *
007030* VENTANA BAJA/REACTIVACION DEL ALUMNO LEIDO SEGUN LA FILA   *
007040* "V" CARGADA DEL HISTORIAL DE CAMBIOS.                      *
007050*----------------------------------------------------------------*
007060 4400-BUSCAR-VENTANA.
007070     MOVE ZERO TO WS-GAP-BAJA WS-GAP-REAC.
007084     MOVE "V" TO WS-CLAVE-TIPO.
007098     MOVE NUMERO TO WS-CLAVE-NUMERO.
007112     MOVE SPACES TO WS-CLAVE-CURSO.
007126     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
007140     MOVE TRA-BAJA TO WS-GAP-BAJA.
007154     MOVE TRA-REAC TO WS-GAP-REAC.
007170 4400-EXIT.
007180     EXIT.


007930 4300-BUSCAR-FALTAS.
007940     MOVE ZERO TO WS-FALTAS-ALUMNO.
007942     MOVE "F" TO TRA-TIPO.
007944     MOVE NUMERO TO TRA-NUMERO.
007946     MOVE SPACES TO TRA-CURSO.
007948     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
007950         INVALID KEY
007952             GO TO 4300-EXIT
007954     END-START.
007956     READ TRABAJO NEXT RECORD.
007962     PERFORM 4310-MAYOR-FALTA THRU 4310-EXIT
007979         UNTIL FS-TRABAJO NOT = "00"
007996            OR TRA-TIPO NOT = "F"
008013            OR TRA-NUMERO NOT = NUMERO.
008030 4300-EXIT.
008040     EXIT.

00804A 4310-MAYOR-FALTA.
00804B     IF TRA-FALTAS > WS-FALTAS-ALUMNO
00804C         MOVE TRA-FALTAS TO WS-FALTAS-ALUMNO
00804D     END-IF.
00804E     READ TRABAJO NEXT RECORD.
00804F 4310-EXIT.
00804G     EXIT.

008050*----------------------------------------------------------------*
008060* 5000-GENERAR-CARTA                                        *
008070* UNA PAGINA POR CARTA: DESTINATARIO (TUTOR SI ES MENOR, EL  *
008790         END-STRING
008800         WRITE CARTA-LINEA
008810     END-IF.
00881A     IF WS-RECARGO-ALUMNO > ZERO
00881B         MOVE SPACES TO CARTA-LINEA
00881C         MOVE WS-RECARGO-ALUMNO TO WS-RECARGO-ALUMNO-ED
00881D         STRING "Recargo por mora adeudado a la fecha: $"
00881E             DELIMITED BY SIZE
00881F             WS-RECARGO-ALUMNO-ED DELIMITED BY SIZE
00881G             INTO CARTA-LINEA
00881H         END-STRING
00881I         WRITE CARTA-LINEA
00881J     END-IF.
008820     IF WS-FALTAS-ALUMNO > WS-TOPE-AUSENCIAS
008830         MOVE SPACES TO CARTA-LINEA
008840         STRING "Registra " DELIMITED BY SIZE

009440*----------------------------------------------------------------*
009450* 5300-AVISO-PREVIO                                         *
009456* NUMERO DE AVISO DEL ALUMNO: PREVIOS EN EL LOG (FILA "A")  *
009462* + 1.                                                       *
009470*----------------------------------------------------------------*
009480 5300-AVISO-PREVIO.
009496     MOVE "A" TO WS-CLAVE-TIPO.
009512     MOVE NUMERO TO WS-CLAVE-NUMERO.
009528     MOVE SPACES TO WS-CLAVE-CURSO.
009544     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
009560     COMPUTE WS-AVISO-NRO = TRA-AVISOS + 1.
009580 5300-EXIT.
009590     EXIT.

009850 5400-EXIT.
009860     EXIT.

00986A*----------------------------------------------------------------*
00986B* 8000-LEER-FILA                                            *
00986C* TRAE LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO DE TRABAJO; SI NO *
00986D* ESTA LA DEJA ARMADA EN CERO Y MARCADA COMO NUEVA.          *
00986E*----------------------------------------------------------------*
00986F 8000-LEER-FILA.
00986G     MOVE "N" TO WS-FILA-NUEVA-SW.
00986H     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
00986I     READ TRABAJO.
00986J     IF FS-TRABAJO = "00"
00986K         GO TO 8000-EXIT
00986L     END-IF.
00986M     SET FILA-NUEVA TO TRUE.
00986N     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
00986O     MOVE ZERO TO TRA-DATOS.
00986P 8000-EXIT.
00986Q     EXIT.

00986R 8100-GRABAR-FILA.
00986S     IF FILA-NUEVA
00986T         WRITE TRABAJO-REGISTRO
00986U     ELSE
00986V         REWRITE TRABAJO-REGISTRO
00986W     END-IF.
00986X 8100-EXIT.
00986Y     EXIT.

009870*----------------------------------------------------------------*
009880* 9000-FINALIZAR                                            *
009890*----------------------------------------------------------------*
010090             CLOSE TUTOR
010100         END-IF
010110     END-IF.
010112     IF TRABAJO-ABIERTO
010114         CLOSE TRABAJO
010116     END-IF.
010120     DISPLAY "Cartas generadas: " WS-TOTAL-CARTAS.
010170     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
010180 9000-EXIT.
010190     EXIT.
