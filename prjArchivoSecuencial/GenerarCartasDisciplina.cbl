000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. GENERAR-CARTAS-DISCIPLINA.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* CARTAS POR DISCIPLINA: SUMA POR ALUMNO LAS AMONESTACIONES
000180* APROBADAS DEL CICLO PEDIDO EN SANCION.TXT Y SENALA A LOS QUE
000190* LLEGAN AL TOPE DEL CICLO (CICTOPEAMONESTACIONES EN CICLO.TXT;
000200* 10 SI EL CICLO NO LO TIENE CARGADO). POR CADA SENALADO GENERA
000210* UNA CARTA IMPRIMIBLE EN CARTAS_DISCIPLINA.TXT (UNA PAGINA POR
000220* CARTA) CON EL MISMO FORMATO DE GENERAR-NOTIFICACIONES:
000230* DIRIGIDA AL TUTOR SI EL ALUMNO ES MENOR DE EDAD O AL PROPIO
000240* ALUMNO SI NO, CON LAS AMONESTACIONES DEL CICLO Y LAS
000250* SUSPENSIONES APROBADAS, SI LAS HUBO.
000260*
000270* LAS AMONESTACIONES Y SUSPENSIONES PENDIENTES DE APROBACION Y
000280* LAS OBSERVACIONES NO CUENTAN (VER SANCIONREGISTRO.CPY).
000290*
000300* CADA CARTA SE ANEXA A NOTIFICACIONES_LOG.TXT CON LA LINEA
000310* NUMERO,FECHA,DISCIPLINA,AVISO,CICLO,AMONESTACIONES. EN LA
000320* CORRIDA SIGUIENTE ESE LOG EVITA REPETIR LA CARTA: UN ALUMNO YA
000330* NOTIFICADO EN EL CICLO SOLO RECIBE OTRA SI SUMO AMONESTACIONES
000340* DESDE LA ULTIMA, Y EL TEXTO LO NUMERA COMO NUEVO AVISO. ASI LA
000350* CORRIDA PUEDE REPETIRSE (POR EJEMPLO SEMANALMENTE) SIN
000360* DUPLICAR CARTAS.
000370*
000380* PARAMETRO POR LINEA DE COMANDO EN MODO DESATENDIDO ("AAAA":
000390* CICLO) O POR CONSOLA COMO ULTIMO RECURSO.
000400*
000410* LOS AVISOS PREVIOS DEL CICLO QUEDAN POR ALUMNO EN EL ARCHIVO
000420* DE TRABAJO DISCIPLINA_TRABAJO.TXT (INDEXADO, SE RECREA EN CADA
000430* CORRIDA), ASI QUE NO HAY TOPE DE ALUMNOS NOTIFICADOS.
000440*
000450* HISTORIAL DE MODIFICACIONES
000460*   2026-10-15  OFS  VERSION INICIAL.
000470*   2026-10-15  OFS  SIN TOPE DE 2000 AVISOS PREVIOS: PASAN AL
000480*                    ARCHIVO DE TRABAJO DISCIPLINA_TRABAJO.TXT.
000490*
000500 ENVIRONMENT DIVISION.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     COPY AlumnoSelect.
000540     COPY TutorSelect.
000550     COPY SancionSelect.
000560     COPY CicloSelect.
000570     SELECT CARTAS ASSIGN TO WS-ARCHIVO-CARTAS
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS FS-CARTAS.
000600     SELECT NOTIF-LOG ASSIGN TO WS-ARCHIVO-NOTIF
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS FS-NOTIF.
000630     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000640         ORGANIZATION INDEXED
000650         ACCESS MODE DYNAMIC
000660         RECORD KEY TRA-NUMERO
000670         FILE STATUS FS-TRABAJO.
000680     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000690         ORGANIZATION LINE SEQUENTIAL
000700         FILE STATUS FS-LOG.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  ALUMNO.
000740     COPY AlumnoRegistro.
000750 FD  TUTOR.
000760     COPY TutorRegistro.
000770 FD  SANCION.
000780     COPY SancionRegistro.
000790 FD  CICLO.
000800     COPY CicloRegistro.
000810 FD  CARTAS.
000820 01  CARTA-LINEA             PIC X(120).
000830 FD  NOTIF-LOG.
000840 01  NOTIF-LINEA             PIC X(80).
000850*    AVISOS DE DISCIPLINA YA ENVIADOS EN EL CICLO, POR ALUMNO:
000860*    CANTIDAD DE CARTAS Y AMONESTACIONES QUE INFORMO LA ULTIMA.
000870 FD  TRABAJO.
000880 01  TRABAJO-REGISTRO.
000890     05  TRA-NUMERO          PIC 9(07).
000900     05  TRA-CANT            PIC 9(03).
000910     05  TRA-ULTIMA          PIC 9(05).
000920 FD  LOG-CORRIDA.
000930 01  LOG-LINEA               PIC X(132).
000940 WORKING-STORAGE SECTION.
000950 01  FS-ALUMNO               PIC XX.
000960 01  FS-TUTOR                PIC XX.
000970 01  FS-SANCION              PIC XX.
000980 01  FS-CICLO                PIC XX.
000990 01  FS-CARTAS               PIC XX.
001000 01  FS-NOTIF                PIC XX.
001010 01  FS-TRABAJO              PIC XX.
001020 01  FS-LOG                  PIC XX.
001030 01  WS-ARCHIVO-CARTAS   PIC X(40)
001040     VALUE "cartas_disciplina.txt".
001050 01  WS-ARCHIVO-NOTIF    PIC X(40)
001060     VALUE "notificaciones_log.txt".
001070 01  WS-ARCHIVO-TRABAJO  PIC X(40)
001080     VALUE "disciplina_trabajo.txt".
001090 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001100 01  WS-PARAMETRO            PIC X(100).
001110 01  WS-LOG-FECHA            PIC 9(08).
001120 01  WS-LOG-HORA             PIC 9(08).
001130 01  WS-LOG-RC               PIC 9(01).
001140 01  WS-SWITCHES.
001150     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001160         88  ARCHIVOS-ABIERTOS        VALUE "S".
001170     05  WS-TUTOR-DISPONIBLE-SW PIC X(01) VALUE "N".
001180         88  TUTOR-DISPONIBLE         VALUE "S".
001190     05  WS-ES-MENOR-SW      PIC X(01) VALUE "N".
001200         88  ES-MENOR                 VALUE "S".
001210     05  WS-TUTOR-HALLADO-SW PIC X(01) VALUE "N".
001220         88  TUTOR-HALLADO            VALUE "S".
001230     05  WS-PRIMERA-CARTA-SW PIC X(01) VALUE "S".
001240         88  PRIMERA-CARTA            VALUE "S".
001250 01  WS-CICLO                PIC 9(04).
001260 01  WS-TOPE                 PIC 9(03) VALUE 10.
001270 01  WS-FECHA-HOY            PIC 9(08).
001280 01  WS-FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
001290     05  WS-HOY-AAAA         PIC 9(04).
001300     05  WS-HOY-MMDD         PIC 9(04).
001310 01  WS-FNAC                 PIC 9(08).
001320 01  WS-FNAC-PARTES REDEFINES WS-FNAC.
001330     05  WS-FNAC-AAAA        PIC 9(04).
001340     05  WS-FNAC-MMDD        PIC 9(04).
001350 77  WS-EDAD                 PIC S9(03) VALUE ZERO.
001360 01  WS-NOTIF-NUMERO-X       PIC X(07).
001370 01  WS-NOTIF-FECHA-X        PIC X(08).
001380 01  WS-NOTIF-TIPO-X         PIC X(12).
001390 01  WS-NOTIF-AVISO-X        PIC X(03).
001400 01  WS-NOTIF-CICLO-X        PIC X(04).
001410 01  WS-NOTIF-CANT-X         PIC X(05).
001420 01  WS-NOTIF-CANT           PIC 9(05).
001430*    TOTALES DEL ALUMNO EN CURSO (CORTE POR NUMERO).
001440 01  WS-NUMERO-ACTUAL        PIC 9(07) VALUE ZERO.
001450 77  WS-AMONEST-ALUMNO       PIC 9(05) VALUE ZERO.
001460 77  WS-SUSP-ALUMNO          PIC 9(03) VALUE ZERO.
001470 77  WS-DIAS-SUSP-ALUMNO     PIC 9(05) VALUE ZERO.
001480 77  WS-ULTIMA-NOTIFICADA    PIC 9(05) VALUE ZERO.
001490 77  WS-AVISO-NRO            PIC 9(03) VALUE ZERO.
001500 77  WS-AMONEST-ED           PIC ZZZZ9.
001510 77  WS-TOPE-ED              PIC ZZ9.
001520 77  WS-SUSP-ED              PIC ZZ9.
001530 77  WS-DIAS-ED              PIC ZZZZ9.
001540 77  WS-TOTAL-SENALADOS      PIC 9(05) VALUE ZERO.
001550 77  WS-TOTAL-CARTAS         PIC 9(05) VALUE ZERO.
001560 PROCEDURE DIVISION.

001570 0000-MAINLINE.
001580     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001590     IF ARCHIVOS-ABIERTOS
001600         PERFORM 2000-CARGAR-AVISOS THRU 2000-EXIT
001610         PERFORM 3000-RECORRER-SANCIONES THRU 3000-EXIT
001620     END-IF.
001630     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001640     GOBACK.

001650*----------------------------------------------------------------*
001660* 1000-INICIALIZAR                                          *
001670* RESUELVE EL CICLO Y SU TOPE Y ABRE LOS ARCHIVOS.           *
001680*----------------------------------------------------------------*
001690 1000-INICIALIZAR.
001700     PERFORM 1100-OBTENER-PARAMETROS THRU 1100-EXIT.
001710     IF WS-CICLO < 1900
001720         DISPLAY "Parametros invalidos"
001730         MOVE 8 TO RETURN-CODE
001740         GO TO 1000-EXIT
001750     END-IF.
001760     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001770     PERFORM 1200-LEER-TOPE THRU 1200-EXIT.
001780     OPEN INPUT SANCION.
001790     IF FS-SANCION NOT = "00"
001800         DISPLAY "No se pudo abrir sancion.txt"
001810         MOVE 8 TO RETURN-CODE
001820         GO TO 1000-EXIT
001830     END-IF.
001840     OPEN INPUT ALUMNO.
001850     IF FS-ALUMNO NOT = "00"
001860         DISPLAY "No se pudo abrir alumno.txt"
001870         CLOSE SANCION
001880         MOVE 8 TO RETURN-CODE
001890         GO TO 1000-EXIT
001900     END-IF.
001910*    SIN TUTOR.TXT LAS CARTAS VAN AL ALUMNO, COMO EN
001920*    GENERAR-NOTIFICACIONES.
001930     OPEN INPUT TUTOR.
001940     IF FS-TUTOR = "00"
001950         SET TUTOR-DISPONIBLE TO TRUE
001960     END-IF.
001970     OPEN OUTPUT CARTAS.
001980     IF FS-CARTAS NOT = "00"
001990         DISPLAY "No se pudo crear " WS-ARCHIVO-CARTAS
002000         CLOSE SANCION
002010         CLOSE ALUMNO
002020         IF TUTOR-DISPONIBLE
002030             CLOSE TUTOR
002040         END-IF
002050         MOVE 8 TO RETURN-CODE
002060         GO TO 1000-EXIT
002070     END-IF.
002080     OPEN OUTPUT TRABAJO.
002090     IF FS-TRABAJO = "00"
002100         CLOSE TRABAJO
002110         OPEN I-O TRABAJO
002120     END-IF.
002130     IF FS-TRABAJO NOT = "00"
002140         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
002150         CLOSE SANCION
002160         CLOSE ALUMNO
002170         CLOSE CARTAS
002180         IF TUTOR-DISPONIBLE
002190             CLOSE TUTOR
002200         END-IF
002210         MOVE 8 TO RETURN-CODE
002220         GO TO 1000-EXIT
002230     END-IF.
002240     SET ARCHIVOS-ABIERTOS TO TRUE.
002250     MOVE WS-TOPE TO WS-TOPE-ED.
002260     DISPLAY "Ciclo " WS-CICLO ", tope de amonestaciones "
002270         WS-TOPE-ED.
002280 1000-EXIT.
002290     EXIT.

002300*----------------------------------------------------------------*
002310* 1100-OBTENER-PARAMETROS                                   *
002320*----------------------------------------------------------------*
002330 1100-OBTENER-PARAMETROS.
002340     MOVE ZERO TO WS-CICLO.
002350     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002360     IF WS-PARAMETRO (1:4) NUMERIC
002370         MOVE WS-PARAMETRO (1:4) TO WS-CICLO
002380         GO TO 1100-EXIT
002390     END-IF.
002400     DISPLAY "Ciclo (AAAA): " WITH NO ADVANCING.
002410     ACCEPT WS-CICLO FROM CONSOLE.
002420     IF WS-CICLO NOT NUMERIC
002430         MOVE ZERO TO WS-CICLO
002440     END-IF.
002450 1100-EXIT.
002460     EXIT.

002470*----------------------------------------------------------------*
002480* 1200-LEER-TOPE                                            *
002490* TOPE DE AMONESTACIONES DEL CICLO; SIN CICLO.TXT, SIN EL    *
002500* CICLO O CON EL CAMPO EN CERO QUEDA EL TOPE POR OMISION.    *
002510*----------------------------------------------------------------*
002520 1200-LEER-TOPE.
002530     MOVE 10 TO WS-TOPE.
002540     OPEN INPUT CICLO.
002550     IF FS-CICLO NOT = "00"
002560         GO TO 1200-EXIT
002570     END-IF.
002580     MOVE WS-CICLO TO CICANIO.
002590     READ CICLO
002600         INVALID KEY
002610             MOVE ZERO TO CICTOPEAMONESTACIONES
002620     END-READ.
002630     IF CICTOPEAMONESTACIONES NUMERIC
002640        AND CICTOPEAMONESTACIONES > ZERO
002650         MOVE CICTOPEAMONESTACIONES TO WS-TOPE
002660     END-IF.
002670     CLOSE CICLO.
002680 1200-EXIT.
002690     EXIT.

002700*----------------------------------------------------------------*
002710* 2000-CARGAR-AVISOS                                        *
002720* CARTAS DE DISCIPLINA YA ENVIADAS EN EL CICLO, POR ALUMNO,  *
002730* SEGUN EL LOG DE NOTIFICACIONES (LAS LINEAS DE OTROS TIPOS  *
002740* O DE OTROS CICLOS SE SALTEAN), AL ARCHIVO DE TRABAJO.      *
002750*----------------------------------------------------------------*
002760 2000-CARGAR-AVISOS.
002770     OPEN INPUT NOTIF-LOG.
002780     IF FS-NOTIF NOT = "00"
002790         GO TO 2000-EXIT
002800     END-IF.
002810     READ NOTIF-LOG NEXT RECORD.
002820     PERFORM 2100-CARGAR-AVISO THRU 2100-EXIT
002830         UNTIL FS-NOTIF NOT = "00".
002840     CLOSE NOTIF-LOG.
002850 2000-EXIT.
002860     EXIT.

002870 2100-CARGAR-AVISO.
002880     MOVE SPACES TO WS-NOTIF-NUMERO-X WS-NOTIF-FECHA-X
002890         WS-NOTIF-TIPO-X WS-NOTIF-AVISO-X WS-NOTIF-CICLO-X
002900         WS-NOTIF-CANT-X.
002910     UNSTRING NOTIF-LINEA DELIMITED BY ","
002920         INTO WS-NOTIF-NUMERO-X WS-NOTIF-FECHA-X
002930              WS-NOTIF-TIPO-X WS-NOTIF-AVISO-X
002940              WS-NOTIF-CICLO-X WS-NOTIF-CANT-X
002950     END-UNSTRING.
002960     IF WS-NOTIF-TIPO-X NOT = "DISCIPLINA"
002970        OR WS-NOTIF-NUMERO-X NOT NUMERIC
002980        OR WS-NOTIF-CICLO-X NOT = WS-CICLO
002990        OR WS-NOTIF-CANT-X NOT NUMERIC
003000         GO TO 2100-SIGUIENTE
003010     END-IF.
003020     MOVE WS-NOTIF-CANT-X TO WS-NOTIF-CANT.
003030     MOVE WS-NOTIF-NUMERO-X TO TRA-NUMERO.
003040     READ TRABAJO
003050         INVALID KEY
003060             MOVE 1 TO TRA-CANT
003070             MOVE WS-NOTIF-CANT TO TRA-ULTIMA
003080             WRITE TRABAJO-REGISTRO
003090             GO TO 2100-SIGUIENTE
003100     END-READ.
003110     ADD 1 TO TRA-CANT.
003120     IF WS-NOTIF-CANT > TRA-ULTIMA
003130         MOVE WS-NOTIF-CANT TO TRA-ULTIMA
003140     END-IF.
003150     REWRITE TRABAJO-REGISTRO.
003160 2100-SIGUIENTE.
003170     READ NOTIF-LOG NEXT RECORD.
003180 2100-EXIT.
003190     EXIT.

003200*----------------------------------------------------------------*
003210* 3000-RECORRER-SANCIONES                                   *
003220* SANCION.TXT EN ORDEN DE CLAVE (AGRUPADO POR NUMERO): SE    *
003230* ACUMULA CADA ALUMNO Y AL CAMBIAR DE NUMERO SE LO EVALUA    *
003240* CONTRA EL TOPE.                                            *
003250*----------------------------------------------------------------*
003260 3000-RECORRER-SANCIONES.
003270     MOVE ZERO TO WS-NUMERO-ACTUAL.
003280     READ SANCION NEXT RECORD.
003290     PERFORM 3100-ACUMULAR THRU 3100-EXIT
003300         UNTIL FS-SANCION NOT = "00".
003310     PERFORM 3200-EVALUAR-ALUMNO THRU 3200-EXIT.
003320 3000-EXIT.
003330     EXIT.

003340 3100-ACUMULAR.
003350     IF SANNUMERO NOT = WS-NUMERO-ACTUAL
003360         PERFORM 3200-EVALUAR-ALUMNO THRU 3200-EXIT
003370         MOVE SANNUMERO TO WS-NUMERO-ACTUAL
003380         MOVE ZERO TO WS-AMONEST-ALUMNO WS-SUSP-ALUMNO
003390             WS-DIAS-SUSP-ALUMNO
003400     END-IF.
003410     IF SANCICLO NOT = WS-CICLO OR SANAPROBO = SPACES
003420         GO TO 3100-SIGUIENTE
003430     END-IF.
003440     IF SANTIPO = "A"
003450         ADD SANCANTIDAD TO WS-AMONEST-ALUMNO
003460     END-IF.
003470     IF SANTIPO = "S"
003480         ADD 1 TO WS-SUSP-ALUMNO
003490         ADD SANCANTIDAD TO WS-DIAS-SUSP-ALUMNO
003500     END-IF.
003510 3100-SIGUIENTE.
003520     READ SANCION NEXT RECORD.
003530 3100-EXIT.
003540     EXIT.

003550*----------------------------------------------------------------*
003560* 3200-EVALUAR-ALUMNO                                       *
003570* SENALA AL ALUMNO ACUMULADO SI LLEGO AL TOPE Y LE GENERA LA *
003580* CARTA SALVO QUE YA SE LE HAYA NOTIFICADO ESA CANTIDAD.     *
003590*----------------------------------------------------------------*
003600 3200-EVALUAR-ALUMNO.
003610     IF WS-NUMERO-ACTUAL = ZERO
003620        OR WS-AMONEST-ALUMNO < WS-TOPE
003630         GO TO 3200-EXIT
003640     END-IF.
003650     ADD 1 TO WS-TOTAL-SENALADOS.
003660     MOVE WS-AMONEST-ALUMNO TO WS-AMONEST-ED.
003670     PERFORM 5300-AVISO-PREVIO THRU 5300-EXIT.
003680     IF WS-AMONEST-ALUMNO NOT > WS-ULTIMA-NOTIFICADA
003690         DISPLAY "Senalado " WS-NUMERO-ACTUAL
003700             " amonestaciones=" WS-AMONEST-ED
003710             " (ya notificado)"
003720         GO TO 3200-EXIT
003730     END-IF.
003740     MOVE WS-NUMERO-ACTUAL TO NUMERO.
003750     READ ALUMNO
003760         INVALID KEY
003770             DISPLAY "Senalado " WS-NUMERO-ACTUAL
003780                 " amonestaciones=" WS-AMONEST-ED
003790                 " (no esta en alumno.txt)"
003800             GO TO 3200-EXIT
003810     END-READ.
003820     DISPLAY "Senalado " WS-NUMERO-ACTUAL
003830         " amonestaciones=" WS-AMONEST-ED.
003840     PERFORM 5000-GENERAR-CARTA THRU 5000-EXIT.
003850 3200-EXIT.
003860     EXIT.

003870*----------------------------------------------------------------*
003880* 5000-GENERAR-CARTA                                        *
003890* UNA PAGINA POR CARTA: DESTINATARIO (TUTOR SI ES MENOR, EL  *
003900* ALUMNO SI NO), NUMERO DE AVISO, AMONESTACIONES CONTRA EL   *
003910* TOPE Y SUSPENSIONES, Y LINEA EN EL LOG DE NOTIFICACIONES.  *
003920*----------------------------------------------------------------*
003930 5000-GENERAR-CARTA.
003940     PERFORM 5100-CALCULAR-EDAD THRU 5100-EXIT.
003950     PERFORM 5200-BUSCAR-TUTOR THRU 5200-EXIT.
003960     IF PRIMERA-CARTA
003970         MOVE "N" TO WS-PRIMERA-CARTA-SW
003980     ELSE
003990         MOVE SPACES TO CARTA-LINEA
004000         WRITE CARTA-LINEA AFTER ADVANCING PAGE
004010     END-IF.
004020     MOVE "Sistema de Inscripcion - Oficina de Registro"
004030         TO CARTA-LINEA.
004040     WRITE CARTA-LINEA.
004050     MOVE SPACES TO CARTA-LINEA.
004060     IF WS-AVISO-NRO > 1
004070         STRING "AVISO DE DISCIPLINA - CICLO " DELIMITED BY SIZE
004080             WS-CICLO DELIMITED BY SIZE
004090             " (NOTIFICACION N° " DELIMITED BY SIZE
004100             WS-AVISO-NRO DELIMITED BY SIZE
004110             ")" DELIMITED BY SIZE
004120             INTO CARTA-LINEA
004130         END-STRING
004140     ELSE
004150         STRING "AVISO DE DISCIPLINA - CICLO " DELIMITED BY SIZE
004160             WS-CICLO DELIMITED BY SIZE
004170             INTO CARTA-LINEA
004180         END-STRING
004190     END-IF.
004200     WRITE CARTA-LINEA.
004210     MOVE SPACES TO CARTA-LINEA.
004220     IF ES-MENOR AND TUTOR-HALLADO
004230         STRING "Sr./Sra. " DELIMITED BY SIZE
004240             TUTNOMBRE DELIMITED BY "  "
004250             " (TEL " DELIMITED BY SIZE
004260             TUTTELEFONO DELIMITED BY "  "
004270             "), tutor/a del alumno:" DELIMITED BY SIZE
004280             INTO CARTA-LINEA
004290         END-STRING
004300     ELSE
004310         STRING "Al alumno (EMAIL " DELIMITED BY SIZE
004320             EMAIL DELIMITED BY "  "
004330             " TEL " DELIMITED BY SIZE
004340             TELEFONO DELIMITED BY "  "
004350             "):" DELIMITED BY SIZE
004360             INTO CARTA-LINEA
004370         END-STRING
004380     END-IF.
004390     WRITE CARTA-LINEA.
004400     MOVE SPACES TO CARTA-LINEA.
004410     STRING NUMERO DELIMITED BY SIZE
004420         " " DELIMITED BY SIZE
004430         APELLIDO DELIMITED BY "  "
004440         ", " DELIMITED BY SIZE
004450         NOMBRE DELIMITED BY "  "
004460         INTO CARTA-LINEA
004470     END-STRING.
004480     WRITE CARTA-LINEA.
004490     MOVE SPACES TO CARTA-LINEA.
004500     WRITE CARTA-LINEA.
004510     MOVE SPACES TO CARTA-LINEA.
004520     STRING "Registra " DELIMITED BY SIZE
004530         WS-AMONEST-ED DELIMITED BY SIZE
004540         " amonestaciones aprobadas en el ciclo "
004550         DELIMITED BY SIZE
004560         WS-CICLO DELIMITED BY SIZE
004570         ", que alcanzan el tope de " DELIMITED BY SIZE
004580         WS-TOPE-ED DELIMITED BY SIZE
004590         " fijado por la institucion." DELIMITED BY SIZE
004600         INTO CARTA-LINEA
004610     END-STRING.
004620     WRITE CARTA-LINEA.
004630     IF WS-SUSP-ALUMNO > ZERO
004640         MOVE WS-SUSP-ALUMNO TO WS-SUSP-ED
004650         MOVE WS-DIAS-SUSP-ALUMNO TO WS-DIAS-ED
004660         MOVE SPACES TO CARTA-LINEA
004670         STRING "Registra ademas " DELIMITED BY SIZE
004680             WS-SUSP-ED DELIMITED BY SIZE
004690             " suspension/es en el ciclo, por un total de "
004700             DELIMITED BY SIZE
004710             WS-DIAS-ED DELIMITED BY SIZE
004720             " dia/s." DELIMITED BY SIZE
004730             INTO CARTA-LINEA
004740         END-STRING
004750         WRITE CARTA-LINEA
004760     END-IF.
004770     MOVE SPACES TO CARTA-LINEA.
004780     WRITE CARTA-LINEA.
004790     MOVE "Le solicitamos acercarse a la direccion para tratar"
004800         TO CARTA-LINEA.
004810     WRITE CARTA-LINEA.
004820     MOVE "la situacion." TO CARTA-LINEA.
004830     WRITE CARTA-LINEA.
004840     MOVE SPACES TO CARTA-LINEA.
004850     WRITE CARTA-LINEA.
004860     MOVE "____________________________" TO CARTA-LINEA.
004870     WRITE CARTA-LINEA.
004880     MOVE "Firma y sello - Direccion" TO CARTA-LINEA.
004890     WRITE CARTA-LINEA.
004900     ADD 1 TO WS-TOTAL-CARTAS.
004910     PERFORM 5400-LOG-NOTIFICACION THRU 5400-EXIT.
004920 5000-EXIT.
004930     EXIT.

004940*----------------------------------------------------------------*
004950* 5100-CALCULAR-EDAD                                        *
004960* ANOS CUMPLIDOS SEGUN FECHANACIMIENTO (MISMA REGLA QUE LAS  *
004970* PANTALLAS); SIN FECHA SE LO TRATA COMO ADULTO.             *
004980*----------------------------------------------------------------*
004990 5100-CALCULAR-EDAD.
005000     MOVE "N" TO WS-ES-MENOR-SW.
005010     IF FECHANACIMIENTO = ZERO
005020         GO TO 5100-EXIT
005030     END-IF.
005040     MOVE FECHANACIMIENTO TO WS-FNAC.
005050     COMPUTE WS-EDAD = WS-HOY-AAAA - WS-FNAC-AAAA.
005060     IF WS-HOY-MMDD < WS-FNAC-MMDD
005070         SUBTRACT 1 FROM WS-EDAD
005080     END-IF.
005090     IF WS-EDAD < 18
005100         SET ES-MENOR TO TRUE
005110     END-IF.
005120 5100-EXIT.
005130     EXIT.

005140 5200-BUSCAR-TUTOR.
005150     MOVE "N" TO WS-TUTOR-HALLADO-SW.
005160     IF NOT TUTOR-DISPONIBLE
005170         GO TO 5200-EXIT
005180     END-IF.
005190     MOVE NUMERO TO TUTNUMERO.
005200     READ TUTOR
005210         INVALID KEY
005220             GO TO 5200-EXIT
005230     END-READ.
005240     SET TUTOR-HALLADO TO TRUE.
005250 5200-EXIT.
005260     EXIT.

005270*----------------------------------------------------------------*
005280* 5300-AVISO-PREVIO                                         *
005290* NUMERO DE AVISO DEL ALUMNO EN EL CICLO (PREVIOS EN EL LOG  *
005300* + 1) Y AMONESTACIONES QUE INFORMO LA ULTIMA CARTA.         *
005310*----------------------------------------------------------------*
005320 5300-AVISO-PREVIO.
005330     MOVE 1 TO WS-AVISO-NRO.
005340     MOVE ZERO TO WS-ULTIMA-NOTIFICADA.
005350     MOVE WS-NUMERO-ACTUAL TO TRA-NUMERO.
005360     READ TRABAJO
005370         INVALID KEY
005380             GO TO 5300-EXIT
005390     END-READ.
005400     COMPUTE WS-AVISO-NRO = TRA-CANT + 1.
005410     MOVE TRA-ULTIMA TO WS-ULTIMA-NOTIFICADA.
005420 5300-EXIT.
005430     EXIT.

005440*----------------------------------------------------------------*
005450* 5400-LOG-NOTIFICACION                                     *
005460* ANEXA LA LINEA NUMERO,FECHA,DISCIPLINA,AVISO,CICLO,        *
005470* AMONESTACIONES AL LOG DE NOTIFICACIONES.                   *
005480*----------------------------------------------------------------*
005490 5400-LOG-NOTIFICACION.
005500     OPEN EXTEND NOTIF-LOG.
005510     IF FS-NOTIF = "05" OR FS-NOTIF = "35"
005520         OPEN OUTPUT NOTIF-LOG
005530     END-IF.
005540     IF FS-NOTIF NOT = "00"
005550         GO TO 5400-EXIT
005560     END-IF.
005570     MOVE SPACES TO NOTIF-LINEA.
005580     STRING NUMERO DELIMITED BY SIZE
005590         "," DELIMITED BY SIZE
005600         WS-FECHA-HOY DELIMITED BY SIZE
005610         "," DELIMITED BY SIZE
005620         "DISCIPLINA" DELIMITED BY SIZE
005630         "," DELIMITED BY SIZE
005640         WS-AVISO-NRO DELIMITED BY SIZE
005650         "," DELIMITED BY SIZE
005660         WS-CICLO DELIMITED BY SIZE
005670         "," DELIMITED BY SIZE
005680         WS-AMONEST-ALUMNO DELIMITED BY SIZE
005690         INTO NOTIF-LINEA
005700     END-STRING.
005710     WRITE NOTIF-LINEA.
005720     CLOSE NOTIF-LOG.
005730 5400-EXIT.
005740     EXIT.

005750*----------------------------------------------------------------*
005760* 9000-FINALIZAR                                            *
005770*----------------------------------------------------------------*
005780 9000-FINALIZAR.
005790     IF ARCHIVOS-ABIERTOS
005800         CLOSE SANCION
005810         CLOSE ALUMNO
005820         CLOSE CARTAS
005830         CLOSE TRABAJO
005840         IF TUTOR-DISPONIBLE
005850             CLOSE TUTOR
005860         END-IF
005870     END-IF.
005880     DISPLAY "Alumnos senalados: " WS-TOTAL-SENALADOS.
005890     DISPLAY "Cartas generadas: " WS-TOTAL-CARTAS.
005900     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
005910 9000-EXIT.
005920     EXIT.

005930*----------------------------------------------------------------*
005940* 9100-GRABAR-LOG                                           *
005950* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
005960* LOG COMPARTIDO DE LOS BATCH.                               *
005970*----------------------------------------------------------------*
005980 9100-GRABAR-LOG.
005990     OPEN EXTEND LOG-CORRIDA.
006000     IF FS-LOG = "05" OR FS-LOG = "35"
006010         OPEN OUTPUT LOG-CORRIDA
006020     END-IF.
006030     IF FS-LOG NOT = "00"
006040         GO TO 9100-EXIT
006050     END-IF.
006060     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
006070     ACCEPT WS-LOG-HORA FROM TIME.
006080     MOVE RETURN-CODE TO WS-LOG-RC.
006090     MOVE SPACES TO LOG-LINEA.
006100     STRING WS-LOG-FECHA DELIMITED BY SIZE
006110         " " DELIMITED BY SIZE
006120         WS-LOG-HORA DELIMITED BY SIZE
006130         " GENERAR-CARTAS-DISCIPLINA CICLO=" DELIMITED BY SIZE
006140         WS-CICLO DELIMITED BY SIZE
006150         " SENALADOS=" DELIMITED BY SIZE
006160         WS-TOTAL-SENALADOS DELIMITED BY SIZE
006170         " CARTAS=" DELIMITED BY SIZE
006180         WS-TOTAL-CARTAS DELIMITED BY SIZE
006190         " RC=" DELIMITED BY SIZE
006200         WS-LOG-RC DELIMITED BY SIZE
006210         INTO LOG-LINEA
006220     END-STRING.
006230     WRITE LOG-LINEA.
006240     CLOSE LOG-CORRIDA.
006250 9100-EXIT.
006260     EXIT.

006270 9999-EXIT.
006280     EXIT.
