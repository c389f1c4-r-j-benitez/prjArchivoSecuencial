000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LIQUIDAR-HORAS-DOCENTES.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* INTERFAZ MENSUAL DE HORAS DOCENTES PARA LA OFICINA DE SUELDOS,
000180* EN EL ESTILO DE EXPORTAR-PAGOS-CONTABILIDAD: PARA CADA DIA DEL
000190* MES PEDIDO Y CADA CURSO DEL CATALOGO QUE SE DICTA ESE DIA DE LA
000200* SEMANA (LETRA EN CURSODIAS) SUMA LOS MINUTOS DE LA CLASE
000210* (CURSOHORAHASTA MENOS CURSOHORADESDE) AL TITULAR DEL CURSO.
000220* SI ESE DIA EL TITULAR ESTA DE LICENCIA (LICENCIA.TXT) LOS
000230* MINUTOS VAN A SU COLUMNA DE LICENCIA, Y SI HAY UNA SUPLENCIA
000240* DEL CURSO QUE CUBRE ESE DIA (SUPLENCIA.TXT) VAN TAMBIEN A LA
000250* COLUMNA DE SUPLENCIA DEL SUPLENTE. LAS HORAS DICTADAS SON LAS
000260* PROGRAMADAS MENOS LAS DE LICENCIA MAS LAS DE SUPLENCIA.
000270*
000280* SOLO CUENTAN LOS DIAS DENTRO DEL CICLO LECTIVO DEL ANIO DEL MES
000290* (CICFECHADESDE A CICFECHAHASTA); SIN CICLO CARGADO PARA ESE
000300* ANIO SE TOMA EL MES COMPLETO Y SE AVISA POR CONSOLA. LOS
000310* FERIADOS NO SE DESCUENTAN: LOS AJUSTA SUELDOS COMO HASTA AHORA.
000320* LOS CURSOS SIN DOCENTE O SIN HORARIO ESTRUCTURADO NO SUMAN.
000330*
000340* LAYOUT DE SALIDA (HORAS-REGISTRO), 60 POSICIONES, UN DETALLE
000350* POR DOCENTE CON ALGUN MINUTO EN EL MES:
000360*   TIPO        PIC X(01)  ("D" = DETALLE)
000370*   LEGAJO      PIC 9(05)  (LEGAJO DEL DOCENTE)
000380*   PERIODO     PIC 9(06)  (AAAAMM)
000390*   PROGRAMADOS PIC 9(06)  MINUTOS DE SUS PROPIOS CURSOS
000400*   LICENCIA    PIC 9(06)  MINUTOS DE SUS CURSOS NO DICTADOS POR
000410*                          ESTAR DE LICENCIA
000420*   SUPLENCIA   PIC 9(06)  MINUTOS DICTADOS COMO SUPLENTE EN
000430*                          CURSOS DE OTROS TITULARES
000440*   DICTADOS    PIC 9(06)  PROGRAMADOS - LICENCIA + SUPLENCIA
000450*   FILLER      PIC X(24)
000460* ULTIMA LINEA, EL TRAILER DE CONTROL:
000470*   TIPO        PIC X(01)  ("T")
000480*   CANTIDAD    PIC 9(07)  (REGISTROS DE DETALLE)
000490*   HASH        PIC 9(13)  (SUMA DE LOS MINUTOS DICTADOS DE
000500*                          TODOS LOS DETALLES)
000510*   FILLER      PIC X(39)
000520* LOS MINUTOS SON DE RELOJ; SUELDOS LOS PASA A HORAS CATEDRA.
000530*
000540* EL MES LLEGA POR LA LINEA DE COMANDO ("AAAAMM") O POR CONSOLA
000550* COMO ULTIMO RECURSO. LICENCIA.TXT O SUPLENCIA.TXT TODAVIA
000560* INEXISTENTES NO SON ERROR: NO HUBO LICENCIAS O SUPLENCIAS.
000570*
000580* HISTORIAL DE MODIFICACIONES
000590*   2026-10-15  OFS  VERSION INICIAL.
000600*
000610 ENVIRONMENT DIVISION.
000620 INPUT-OUTPUT SECTION.
000630 FILE-CONTROL.
000640     COPY DocenteSelect.
000650     COPY CursoSelect.
000660     COPY LicenciaSelect.
000670     COPY SuplenciaSelect.
000680     COPY CicloSelect.

000690     SELECT HORAS-DOCENTES ASSIGN TO WS-ARCHIVO-HORAS
000700         ORGANIZATION LINE SEQUENTIAL
000710         FILE STATUS FS-HORAS.

000720     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000730         ORGANIZATION LINE SEQUENTIAL
000740         FILE STATUS FS-LOG.

000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DOCENTE.
000780     COPY DocenteRegistro.

000790 FD  CURSO.
000800     COPY CursoRegistro.

000810 FD  LICENCIA.
000820     COPY LicenciaRegistro.

000830 FD  SUPLENCIA.
000840     COPY SuplenciaRegistro.

000850 FD  CICLO.
000860     COPY CicloRegistro.

000870 FD  HORAS-DOCENTES.
000880 01  HORAS-REGISTRO.
000890     05  HORAS-TIPO          PIC X(01).
000900     05  HORAS-LEGAJO        PIC 9(05).
000910     05  HORAS-PERIODO       PIC 9(06).
000920     05  HORAS-PROGRAMADOS   PIC 9(06).
000930     05  HORAS-LICENCIA      PIC 9(06).
000940     05  HORAS-SUPLENCIA     PIC 9(06).
000950     05  HORAS-DICTADOS      PIC 9(06).
000960     05  FILLER              PIC X(24).
000970 01  HORAS-TRAILER REDEFINES HORAS-REGISTRO.
000980     05  TRAILER-TIPO        PIC X(01).
000990     05  TRAILER-CANTIDAD    PIC 9(07).
001000     05  TRAILER-HASH        PIC 9(13).
001010     05  FILLER              PIC X(39).

001020 FD  LOG-CORRIDA.
001030 01  LOG-LINEA               PIC X(132).

001040 WORKING-STORAGE SECTION.
001050 01  FS-DOCENTE              PIC XX.
001060 01  FS-CURSO                PIC XX.
001070 01  FS-LICENCIA             PIC XX.
001080 01  FS-SUPLENCIA            PIC XX.
001090 01  FS-CICLO                PIC XX.
001100 01  FS-HORAS                PIC XX.
001110 01  WS-ARCHIVO-HORAS    PIC X(40)
001120     VALUE "horas_docentes.txt".
001130 01  FS-LOG                  PIC XX.
001140 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001150 01  WS-PARAMETRO            PIC X(100).
001160 01  WS-LOG-FECHA            PIC 9(08).
001170 01  WS-LOG-HORA             PIC 9(08).
001180 01  WS-LOG-RC               PIC 9(01).

001190 01  WS-SWITCHES.
001200     05  WS-ARCHIVOS-ABIERTOS-SW  PIC X(01) VALUE "N".
001210         88  ARCHIVOS-ABIERTOS        VALUE "S".
001220     05  WS-LICENCIA-DISPONIBLE-SW PIC X(01) VALUE "N".
001230         88  LICENCIA-DISPONIBLE      VALUE "S".
001240     05  WS-SUPLENCIA-DISPONIBLE-SW PIC X(01) VALUE "N".
001250         88  SUPLENCIA-DISPONIBLE     VALUE "S".
001260     05  WS-DE-LICENCIA-SW        PIC X(01) VALUE "N".
001270         88  DE-LICENCIA              VALUE "S".
001280     05  WS-CUBIERTO-SW           PIC X(01) VALUE "N".
001290         88  CUBIERTO                 VALUE "S".
001300     05  WS-DOCENTE-HALLADO-SW    PIC X(01) VALUE "N".
001310         88  DOCENTE-HALLADO          VALUE "S".

001320 01  WS-MES                  PIC 9(06).
001330 01  WS-MES-PARTES REDEFINES WS-MES.
001340     05  WS-MES-AAAA         PIC 9(04).
001350     05  WS-MES-MM           PIC 9(02).
001360 01  WS-FECHA-DIA            PIC 9(08).
001370 01  WS-FECHA-DIA-PARTES REDEFINES WS-FECHA-DIA.
001380     05  WS-DIA-AAAAMM       PIC 9(06).
001390     05  WS-DIA-DD           PIC 9(02).
001400 01  WS-CICLO-DESDE          PIC 9(08).
001410 01  WS-CICLO-HASTA          PIC 9(08).
001420 01  WS-ULTIMO-DIA           PIC 9(02).
001430 01  WS-LETRA-DIA            PIC X(01).
001440 01  WS-LEGAJO-BUSCADO       PIC 9(05).

001450*    CALCULO DEL DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): EL
001460*    RESULTADO 0 ES SABADO, 1 DOMINGO, 2 LUNES ... 6 VIERNES, Y SE
001470*    TRADUCE A LA LETRA DE CURSODIAS CON LA TABLA DE ABAJO.
001480 01  WS-LETRAS-ZELLER        PIC X(07) VALUE "SDLMXJV".
001490 01  WS-LETRAS-TABLA REDEFINES WS-LETRAS-ZELLER.
001500     05  WS-LETRA-ZELLER     PIC X(01) OCCURS 7 TIMES.
001510 01  WS-ZEL-MES              PIC 9(02).
001520 01  WS-ZEL-ANIO             PIC 9(04).
001530 01  WS-ZEL-SIGLO            PIC 9(02).
001540 01  WS-ZEL-AA               PIC 9(02).
001550 01  WS-ZEL-T1               PIC 9(03).
001560 01  WS-ZEL-T2               PIC 9(02).
001570 01  WS-ZEL-T3               PIC 9(02).
001580 01  WS-ZEL-SUMA             PIC 9(04).
001590 01  WS-ZEL-COCIENTE         PIC 9(04).
001600 01  WS-ZEL-RESTO            PIC 9(01).
001610 01  WS-BIS-COCIENTE         PIC 9(04).
001620 01  WS-BIS-RESTO-4          PIC 9(03).
001630 01  WS-BIS-RESTO-100        PIC 9(03).
001640 01  WS-BIS-RESTO-400        PIC 9(03).

001650 77  WS-TOTAL-DOCENTES       PIC 9(04) COMP VALUE ZERO.
001660 77  WS-TOTAL-CURSOS         PIC 9(04) COMP VALUE ZERO.
001670 77  WS-DOC-I                PIC 9(04) COMP VALUE ZERO.
001680 77  WS-CUR-I                PIC 9(04) COMP VALUE ZERO.
001690 77  WS-DIA                  PIC 9(02) COMP VALUE ZERO.
001700 77  WS-DIAS-LIQUIDADOS      PIC 9(02) VALUE ZERO.
001710 77  WS-CUENTA-LETRA         PIC 9(02) COMP VALUE ZERO.
001720 77  WS-TOTAL-EXPORTADOS     PIC 9(07) VALUE ZERO.
001730 77  WS-HASH-MINUTOS         PIC 9(13) VALUE ZERO.
001740 77  WS-DOCENTES-DESCARTADOS PIC 9(04) VALUE ZERO.
001750 77  WS-CURSOS-DESCARTADOS   PIC 9(04) VALUE ZERO.

001760*    DOCENTES DEL LEGAJO CON SUS ACUMULADOS DEL MES, EN MINUTOS.
001770 01  WS-TABLA-DOCENTES.
001780     05  WS-DOC-ENTRADA OCCURS 1000 TIMES.
001790         10  WS-DOC-LEGAJO       PIC 9(05).
001800         10  WS-DOC-PROGRAMADOS  PIC 9(06).
001810         10  WS-DOC-LICENCIA     PIC 9(06).
001820         10  WS-DOC-SUPLENCIA    PIC 9(06).

001830*    CURSOS DEL CATALOGO CON DOCENTE Y HORARIO ESTRUCTURADO, CON
001840*    LA ENTRADA DE SU TITULAR EN LA TABLA DE DOCENTES.
001850 01  WS-TABLA-CURSOS.
001860     05  WS-CUR-ENTRADA OCCURS 500 TIMES.
001870         10  WS-CUR-CODIGO       PIC X(06).
001880         10  WS-CUR-DIAS         PIC X(07).
001890         10  WS-CUR-MINUTOS      PIC 9(04).
001900         10  WS-CUR-TITULAR      PIC 9(05).
001910         10  WS-CUR-DOC-I        PIC 9(04) COMP.

001920 01  WS-MINUTOS-DESDE        PIC 9(04).
001930 01  WS-MINUTOS-HASTA        PIC 9(04).
001940 01  WS-DICTADOS             PIC S9(07).

001950 PROCEDURE DIVISION.

001960 0000-MAINLINE.
001970     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001980     IF ARCHIVOS-ABIERTOS
001990         PERFORM 2000-CARGAR-DOCENTES THRU 2000-EXIT
002000         PERFORM 2500-CARGAR-CURSOS THRU 2500-EXIT
002010         PERFORM 3000-RECORRER-MES THRU 3000-EXIT
002020         PERFORM 4000-GRABAR-DETALLES THRU 4000-EXIT
002030         PERFORM 5000-GRABAR-TRAILER THRU 5000-EXIT
002040     END-IF.
002050     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002060     GOBACK.

002070*----------------------------------------------------------------*
002080* 1000-INICIALIZAR                                          *
002090* RESUELVE EL MES, SU ULTIMO DIA Y EL CICLO LECTIVO, Y ABRE  *
002100* LOS ARCHIVOS.                                              *
002110*----------------------------------------------------------------*
002120 1000-INICIALIZAR.
002130     PERFORM 1100-OBTENER-PARAMETROS THRU 1100-EXIT.
002140     IF WS-MES-AAAA < 1900 OR WS-MES-MM < 1 OR WS-MES-MM > 12
002150         DISPLAY "Parametros invalidos"
002160         MOVE 8 TO RETURN-CODE
002170         GO TO 1000-EXIT
002180     END-IF.
002190     PERFORM 1200-ULTIMO-DIA THRU 1200-EXIT.
002200     PERFORM 1300-LEER-CICLO THRU 1300-EXIT.
002210     OPEN INPUT DOCENTE.
002220     IF FS-DOCENTE NOT = "00"
002230         DISPLAY "No se pudo abrir docente.txt"
002240         MOVE 8 TO RETURN-CODE
002250         GO TO 1000-EXIT
002260     END-IF.
002270     OPEN INPUT CURSO.
002280     IF FS-CURSO NOT = "00"
002290         DISPLAY "No se pudo abrir curso.txt"
002300         CLOSE DOCENTE
002310         MOVE 8 TO RETURN-CODE
002320         GO TO 1000-EXIT
002330     END-IF.
002340     OPEN INPUT LICENCIA.
002350     IF FS-LICENCIA = "00"
002360         SET LICENCIA-DISPONIBLE TO TRUE
002370     ELSE
002380         IF FS-LICENCIA NOT = "35"
002390             DISPLAY "No se pudo abrir licencia.txt"
002400             CLOSE DOCENTE
002410             CLOSE CURSO
002420             MOVE 8 TO RETURN-CODE
002430             GO TO 1000-EXIT
002440         END-IF
002450     END-IF.
002460     OPEN INPUT SUPLENCIA.
002470     IF FS-SUPLENCIA = "00"
002480         SET SUPLENCIA-DISPONIBLE TO TRUE
002490     ELSE
002500         IF FS-SUPLENCIA NOT = "35"
002510             DISPLAY "No se pudo abrir suplencia.txt"
002520             CLOSE DOCENTE
002530             CLOSE CURSO
002540             IF LICENCIA-DISPONIBLE
002550                 CLOSE LICENCIA
002560             END-IF
002570             MOVE 8 TO RETURN-CODE
002580             GO TO 1000-EXIT
002590         END-IF
002600     END-IF.
002610     OPEN OUTPUT HORAS-DOCENTES.
002620     IF FS-HORAS NOT = "00"
002630         DISPLAY "No se pudo crear " WS-ARCHIVO-HORAS
002640         CLOSE DOCENTE
002650         CLOSE CURSO
002660         IF LICENCIA-DISPONIBLE
002670             CLOSE LICENCIA
002680         END-IF
002690         IF SUPLENCIA-DISPONIBLE
002700             CLOSE SUPLENCIA
002710         END-IF
002720         MOVE 8 TO RETURN-CODE
002730         GO TO 1000-EXIT
002740     END-IF.
002750     SET ARCHIVOS-ABIERTOS TO TRUE.
002760 1000-EXIT.
002770     EXIT.

002780 1100-OBTENER-PARAMETROS.
002790     MOVE ZERO TO WS-MES.
002800     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002810     IF WS-PARAMETRO (1:6) NUMERIC
002820         MOVE WS-PARAMETRO (1:6) TO WS-MES
002830         GO TO 1100-EXIT
002840     END-IF.
002850     DISPLAY "Mes a liquidar (AAAAMM): " WITH NO ADVANCING.
002860     ACCEPT WS-MES FROM CONSOLE.
002870     IF WS-MES NOT NUMERIC
002880         MOVE ZERO TO WS-MES
002890     END-IF.
002900 1100-EXIT.
002910     EXIT.

002920*----------------------------------------------------------------*
002930* 1200-ULTIMO-DIA                                           *
002940* ULTIMO DIA DEL MES; FEBRERO TIENE 29 EN LOS BISIESTOS      *
002950* (DIVISIBLES POR 4, SALVO LOS SECULARES NO DIVISIBLES POR   *
002960* 400).                                                      *
002970*----------------------------------------------------------------*
002980 1200-ULTIMO-DIA.
002990     EVALUATE WS-MES-MM
003000         WHEN 4
003010         WHEN 6
003020         WHEN 9
003030         WHEN 11
003040             MOVE 30 TO WS-ULTIMO-DIA
003050         WHEN 2
003060             MOVE 28 TO WS-ULTIMO-DIA
003070             DIVIDE WS-MES-AAAA BY 4 GIVING WS-BIS-COCIENTE
003080                 REMAINDER WS-BIS-RESTO-4
003090             DIVIDE WS-MES-AAAA BY 100 GIVING WS-BIS-COCIENTE
003100                 REMAINDER WS-BIS-RESTO-100
003110             DIVIDE WS-MES-AAAA BY 400 GIVING WS-BIS-COCIENTE
003120                 REMAINDER WS-BIS-RESTO-400
003130             IF WS-BIS-RESTO-4 = ZERO
003140                AND (WS-BIS-RESTO-100 NOT = ZERO
003150                     OR WS-BIS-RESTO-400 = ZERO)
003160                 MOVE 29 TO WS-ULTIMO-DIA
003170             END-IF
003180         WHEN OTHER
003190             MOVE 31 TO WS-ULTIMO-DIA
003200     END-EVALUATE.
003210 1200-EXIT.
003220     EXIT.

003230*----------------------------------------------------------------*
003240* 1300-LEER-CICLO                                           *
003250* FECHAS DE CLASES DEL CICLO DEL ANIO DEL MES; SIN CICLO     *
003260* CARGADO SE LIQUIDA EL MES COMPLETO.                        *
003270*----------------------------------------------------------------*
003280 1300-LEER-CICLO.
003290     MOVE ZERO TO WS-CICLO-DESDE.
003300     MOVE 99999999 TO WS-CICLO-HASTA.
003310     OPEN INPUT CICLO.
003320     IF FS-CICLO NOT = "00"
003330         DISPLAY "Sin ciclo.txt: se liquida el mes completo"
003340         GO TO 1300-EXIT
003350     END-IF.
003360     MOVE WS-MES-AAAA TO CICANIO.
003370     READ CICLO.
003380     IF FS-CICLO = "00"
003390        AND CICFECHADESDE NUMERIC AND CICFECHAHASTA NUMERIC
003400        AND CICFECHAHASTA > ZERO
003410         MOVE CICFECHADESDE TO WS-CICLO-DESDE
003420         MOVE CICFECHAHASTA TO WS-CICLO-HASTA
003430     ELSE
003440         DISPLAY "Sin ciclo " WS-MES-AAAA
003450             ": se liquida el mes completo"
003460     END-IF.
003470     CLOSE CICLO.
003480 1300-EXIT.
003490     EXIT.

003500*----------------------------------------------------------------*
003510* 2000-CARGAR-DOCENTES                                      *
003520* TODOS LOS DOCENTES DEL LEGAJO, CON LOS ACUMULADOS EN CERO. *
003530*----------------------------------------------------------------*
003540 2000-CARGAR-DOCENTES.
003550     READ DOCENTE NEXT RECORD.
003560     PERFORM 2100-CARGAR-UNO THRU 2100-EXIT
003570         UNTIL FS-DOCENTE NOT = "00".
003580 2000-EXIT.
003590     EXIT.

003600 2100-CARGAR-UNO.
003610     IF WS-TOTAL-DOCENTES < 1000
003620         ADD 1 TO WS-TOTAL-DOCENTES
003630         MOVE DTELEGAJO TO WS-DOC-LEGAJO (WS-TOTAL-DOCENTES)
003640         MOVE ZERO TO WS-DOC-PROGRAMADOS (WS-TOTAL-DOCENTES)
003650                      WS-DOC-LICENCIA (WS-TOTAL-DOCENTES)
003660                      WS-DOC-SUPLENCIA (WS-TOTAL-DOCENTES)
003670     ELSE
003680         ADD 1 TO WS-DOCENTES-DESCARTADOS
003690     END-IF.
003700     READ DOCENTE NEXT RECORD.
003710 2100-EXIT.
003720     EXIT.

003730*----------------------------------------------------------------*
003740* 2500-CARGAR-CURSOS                                        *
003750* LOS CURSOS CON TITULAR DEL LEGAJO Y HORARIO ESTRUCTURADO,  *
003760* CON LA DURACION DE LA CLASE EN MINUTOS.                    *
003770*----------------------------------------------------------------*
003780 2500-CARGAR-CURSOS.
003790     READ CURSO NEXT RECORD.
003800     PERFORM 2600-CARGAR-CURSO THRU 2600-EXIT
003810         UNTIL FS-CURSO NOT = "00".
003820 2500-EXIT.
003830     EXIT.

003840 2600-CARGAR-CURSO.
003850     IF CURSODOCENTE NOT NUMERIC OR CURSODOCENTE = ZERO
003860         GO TO 2600-SIGUIENTE
003870     END-IF.
003880     IF CURSOHORADESDE NOT NUMERIC OR CURSOHORAHASTA NOT NUMERIC
003890        OR CURSOHORAHASTA NOT > CURSOHORADESDE
003900        OR CURSODIAS = SPACES
003910         GO TO 2600-SIGUIENTE
003920     END-IF.
003930     MOVE CURSODOCENTE TO WS-LEGAJO-BUSCADO.
003940     PERFORM 3500-BUSCAR-DOCENTE THRU 3500-EXIT.
003950     IF NOT DOCENTE-HALLADO
003960         GO TO 2600-SIGUIENTE
003970     END-IF.
003980     IF WS-TOTAL-CURSOS NOT < 500
003990         ADD 1 TO WS-CURSOS-DESCARTADOS
004000         GO TO 2600-SIGUIENTE
004010     END-IF.
004020     ADD 1 TO WS-TOTAL-CURSOS.
004030     MOVE CURSOCODIGO TO WS-CUR-CODIGO (WS-TOTAL-CURSOS).
004040     MOVE CURSODIAS TO WS-CUR-DIAS (WS-TOTAL-CURSOS).
004050     MOVE CURSODOCENTE TO WS-CUR-TITULAR (WS-TOTAL-CURSOS).
004060     MOVE WS-DOC-I TO WS-CUR-DOC-I (WS-TOTAL-CURSOS).
004070*    HHMM A MINUTOS DESDE LA MEDIANOCHE.
004080     DIVIDE CURSOHORADESDE BY 100 GIVING WS-ZEL-COCIENTE
004090         REMAINDER WS-ZEL-T1.
004100     COMPUTE WS-MINUTOS-DESDE = WS-ZEL-COCIENTE * 60 + WS-ZEL-T1.
004110     DIVIDE CURSOHORAHASTA BY 100 GIVING WS-ZEL-COCIENTE
004120         REMAINDER WS-ZEL-T1.
004130     COMPUTE WS-MINUTOS-HASTA = WS-ZEL-COCIENTE * 60 + WS-ZEL-T1.
004140     COMPUTE WS-CUR-MINUTOS (WS-TOTAL-CURSOS) =
004150         WS-MINUTOS-HASTA - WS-MINUTOS-DESDE.
004160 2600-SIGUIENTE.
004170     READ CURSO NEXT RECORD.
004180 2600-EXIT.
004190     EXIT.

004200*----------------------------------------------------------------*
004210* 3000-RECORRER-MES                                         *
004220* UN PASO POR CADA DIA DEL MES DENTRO DEL CICLO LECTIVO.     *
004230*----------------------------------------------------------------*
004240 3000-RECORRER-MES.
004250     PERFORM 3100-PROCESAR-DIA THRU 3100-EXIT
004260         VARYING WS-DIA FROM 1 BY 1
004270         UNTIL WS-DIA > WS-ULTIMO-DIA.
004280 3000-EXIT.
004290     EXIT.

004300 3100-PROCESAR-DIA.
004310     MOVE WS-MES TO WS-DIA-AAAAMM.
004320     MOVE WS-DIA TO WS-DIA-DD.
004330     IF WS-FECHA-DIA < WS-CICLO-DESDE
004340        OR WS-FECHA-DIA > WS-CICLO-HASTA
004350         GO TO 3100-EXIT
004360     END-IF.
004370     ADD 1 TO WS-DIAS-LIQUIDADOS.
004380     PERFORM 3150-DIA-SEMANA THRU 3150-EXIT.
004390     PERFORM 3200-PROCESAR-CURSO THRU 3200-EXIT
004400         VARYING WS-CUR-I FROM 1 BY 1
004410         UNTIL WS-CUR-I > WS-TOTAL-CURSOS.
004420 3100-EXIT.
004430     EXIT.

004440*----------------------------------------------------------------*
004450* 3150-DIA-SEMANA                                           *
004460* LETRA DEL DIA DE LA SEMANA DE WS-FECHA-DIA (L M X J V S D) *
004470* POR LA CONGRUENCIA DE ZELLER: ENERO Y FEBRERO CUENTAN COMO *
004480* MESES 13 Y 14 DEL ANIO ANTERIOR.                           *
004490*----------------------------------------------------------------*
004500 3150-DIA-SEMANA.
004510     MOVE WS-MES-MM TO WS-ZEL-MES.
004520     MOVE WS-MES-AAAA TO WS-ZEL-ANIO.
004530     IF WS-ZEL-MES < 3
004540         ADD 12 TO WS-ZEL-MES
004550         SUBTRACT 1 FROM WS-ZEL-ANIO
004560     END-IF.
004570     DIVIDE WS-ZEL-ANIO BY 100 GIVING WS-ZEL-SIGLO
004580         REMAINDER WS-ZEL-AA.
004590     COMPUTE WS-ZEL-T1 = 13 * (WS-ZEL-MES + 1).
004600     DIVIDE WS-ZEL-T1 BY 5 GIVING WS-ZEL-T1.
004610     DIVIDE WS-ZEL-AA BY 4 GIVING WS-ZEL-T2.
004620     DIVIDE WS-ZEL-SIGLO BY 4 GIVING WS-ZEL-T3.
004630     COMPUTE WS-ZEL-SUMA = WS-DIA-DD + WS-ZEL-T1 + WS-ZEL-AA
004640         + WS-ZEL-T2 + WS-ZEL-T3 + 5 * WS-ZEL-SIGLO.
004650     DIVIDE WS-ZEL-SUMA BY 7 GIVING WS-ZEL-COCIENTE
004660         REMAINDER WS-ZEL-RESTO.
004670     MOVE WS-LETRA-ZELLER (WS-ZEL-RESTO + 1) TO WS-LETRA-DIA.
004680 3150-EXIT.
004690     EXIT.

004700*----------------------------------------------------------------*
004710* 3200-PROCESAR-CURSO                                       *
004720* SI EL CURSO SE DICTA EL DIA, SUMA LA CLASE AL TITULAR; CON *
004730* EL TITULAR DE LICENCIA LA PASA A SU LICENCIA Y, SI ALGUIEN *
004740* LO CUBRE ESE DIA, A LA SUPLENCIA DEL SUPLENTE.             *
004750*----------------------------------------------------------------*
004760 3200-PROCESAR-CURSO.
004770     MOVE ZERO TO WS-CUENTA-LETRA.
004780     INSPECT WS-CUR-DIAS (WS-CUR-I) TALLYING WS-CUENTA-LETRA
004790         FOR ALL WS-LETRA-DIA.
004800     IF WS-CUENTA-LETRA = ZERO
004810         GO TO 3200-EXIT
004820     END-IF.
004830     MOVE WS-CUR-DOC-I (WS-CUR-I) TO WS-DOC-I.
004840     ADD WS-CUR-MINUTOS (WS-CUR-I)
004850         TO WS-DOC-PROGRAMADOS (WS-DOC-I).
004860     PERFORM 3300-BUSCAR-LICENCIA THRU 3300-EXIT.
004870     IF NOT DE-LICENCIA
004880         GO TO 3200-EXIT
004890     END-IF.
004900     ADD WS-CUR-MINUTOS (WS-CUR-I) TO WS-DOC-LICENCIA (WS-DOC-I).
004910     PERFORM 3400-BUSCAR-SUPLENCIA THRU 3400-EXIT.
004920     IF NOT CUBIERTO
004930         GO TO 3200-EXIT
004940     END-IF.
004950     PERFORM 3500-BUSCAR-DOCENTE THRU 3500-EXIT.
004960     IF DOCENTE-HALLADO
004970         ADD WS-CUR-MINUTOS (WS-CUR-I)
004980             TO WS-DOC-SUPLENCIA (WS-DOC-I)
004990     END-IF.
005000 3200-EXIT.
005010     EXIT.

005020*----------------------------------------------------------------*
005030* 3300-BUSCAR-LICENCIA                                      *
005040* EL TITULAR DEL CURSO ESTA DE LICENCIA EN WS-FECHA-DIA:     *
005050* START POR LEGAJO CON LA FECHA DESDE EN CERO Y LECTURAS     *
005060* NEXT HASTA QUE CAMBIA EL LEGAJO O LA FECHA DESDE PASA EL   *
005070* DIA.                                                       *
005080*----------------------------------------------------------------*
005090 3300-BUSCAR-LICENCIA.
005100     MOVE "N" TO WS-DE-LICENCIA-SW.
005110     IF NOT LICENCIA-DISPONIBLE
005120         GO TO 3300-EXIT
005130     END-IF.
005140     MOVE WS-CUR-TITULAR (WS-CUR-I) TO LICLEGAJO.
005150     MOVE ZERO TO LICDESDE.
005160     START LICENCIA KEY IS NOT LESS THAN LICENCIACLAVE
005170         INVALID KEY
005180             GO TO 3300-EXIT
005190     END-START.
005200     READ LICENCIA NEXT RECORD.
005210     PERFORM 3310-COMPARAR-LICENCIA THRU 3310-EXIT
005220         UNTIL FS-LICENCIA NOT = "00"
005230            OR LICLEGAJO NOT = WS-CUR-TITULAR (WS-CUR-I)
005240            OR LICDESDE > WS-FECHA-DIA
005250            OR DE-LICENCIA.
005260 3300-EXIT.
005270     EXIT.

005280 3310-COMPARAR-LICENCIA.
005290     IF LICHASTA NOT < WS-FECHA-DIA
005300         SET DE-LICENCIA TO TRUE
005310         GO TO 3310-EXIT
005320     END-IF.
005330     READ LICENCIA NEXT RECORD.
005340 3310-EXIT.
005350     EXIT.

005360*----------------------------------------------------------------*
005370* 3400-BUSCAR-SUPLENCIA                                     *
005380* SUPLENCIA DEL CURSO QUE CUBRE WS-FECHA-DIA, MISMO ESQUEMA  *
005390* DE START Y LECTURAS NEXT POR CURSO; DEJA EL LEGAJO DEL     *
005400* SUPLENTE EN WS-LEGAJO-BUSCADO.                             *
005410*----------------------------------------------------------------*
005420 3400-BUSCAR-SUPLENCIA.
005430     MOVE "N" TO WS-CUBIERTO-SW.
005440     IF NOT SUPLENCIA-DISPONIBLE
005450         GO TO 3400-EXIT
005460     END-IF.
005470     MOVE WS-CUR-CODIGO (WS-CUR-I) TO SUPCURSO.
005480     MOVE ZERO TO SUPDESDE.
005490     START SUPLENCIA KEY IS NOT LESS THAN SUPLENCIACLAVE
005500         INVALID KEY
005510             GO TO 3400-EXIT
005520     END-START.
005530     READ SUPLENCIA NEXT RECORD.
005540     PERFORM 3410-COMPARAR-SUPLENCIA THRU 3410-EXIT
005550         UNTIL FS-SUPLENCIA NOT = "00"
005560            OR SUPCURSO NOT = WS-CUR-CODIGO (WS-CUR-I)
005570            OR SUPDESDE > WS-FECHA-DIA
005580            OR CUBIERTO.
005590 3400-EXIT.
005600     EXIT.

005610 3410-COMPARAR-SUPLENCIA.
005620     IF SUPHASTA NOT < WS-FECHA-DIA
005630         SET CUBIERTO TO TRUE
005640         MOVE SUPSUPLENTE TO WS-LEGAJO-BUSCADO
005650         GO TO 3410-EXIT
005660     END-IF.
005670     READ SUPLENCIA NEXT RECORD.
005680 3410-EXIT.
005690     EXIT.

005700*----------------------------------------------------------------*
005710* 3500-BUSCAR-DOCENTE                                       *
005720* DEJA EN WS-DOC-I LA ENTRADA DEL LEGAJO WS-LEGAJO-BUSCADO   *
005730* EN LA TABLA DE DOCENTES.                                   *
005740*----------------------------------------------------------------*
005750 3500-BUSCAR-DOCENTE.
005760     MOVE "N" TO WS-DOCENTE-HALLADO-SW.
005770     PERFORM 3510-COMPARAR-DOCENTE THRU 3510-EXIT
005780         VARYING WS-DOC-I FROM 1 BY 1
005790         UNTIL WS-DOC-I > WS-TOTAL-DOCENTES
005800            OR DOCENTE-HALLADO.
005810     IF DOCENTE-HALLADO
005820         SUBTRACT 1 FROM WS-DOC-I
005830     END-IF.
005840 3500-EXIT.
005850     EXIT.

005860 3510-COMPARAR-DOCENTE.
005870     IF WS-DOC-LEGAJO (WS-DOC-I) = WS-LEGAJO-BUSCADO
005880         SET DOCENTE-HALLADO TO TRUE
005890     END-IF.
005900 3510-EXIT.
005910     EXIT.

005920*----------------------------------------------------------------*
005930* 4000-GRABAR-DETALLES                                      *
005940* UN DETALLE POR DOCENTE CON ALGUN MINUTO EN EL MES.         *
005950*----------------------------------------------------------------*
005960 4000-GRABAR-DETALLES.
005970     PERFORM 4100-GRABAR-DOCENTE THRU 4100-EXIT
005980         VARYING WS-DOC-I FROM 1 BY 1
005990         UNTIL WS-DOC-I > WS-TOTAL-DOCENTES.
006000 4000-EXIT.
006010     EXIT.

006020 4100-GRABAR-DOCENTE.
006030     IF WS-DOC-PROGRAMADOS (WS-DOC-I) = ZERO
006040        AND WS-DOC-SUPLENCIA (WS-DOC-I) = ZERO
006050         GO TO 4100-EXIT
006060     END-IF.
006070     COMPUTE WS-DICTADOS = WS-DOC-PROGRAMADOS (WS-DOC-I)
006080         - WS-DOC-LICENCIA (WS-DOC-I)
006090         + WS-DOC-SUPLENCIA (WS-DOC-I).
006100     MOVE SPACES TO HORAS-REGISTRO.
006110     MOVE "D" TO HORAS-TIPO.
006120     MOVE WS-DOC-LEGAJO (WS-DOC-I) TO HORAS-LEGAJO.
006130     MOVE WS-MES TO HORAS-PERIODO.
006140     MOVE WS-DOC-PROGRAMADOS (WS-DOC-I) TO HORAS-PROGRAMADOS.
006150     MOVE WS-DOC-LICENCIA (WS-DOC-I) TO HORAS-LICENCIA.
006160     MOVE WS-DOC-SUPLENCIA (WS-DOC-I) TO HORAS-SUPLENCIA.
006170     MOVE WS-DICTADOS TO HORAS-DICTADOS.
006180     WRITE HORAS-REGISTRO.
006190     ADD 1 TO WS-TOTAL-EXPORTADOS.
006200     ADD WS-DICTADOS TO WS-HASH-MINUTOS.
006210 4100-EXIT.
006220     EXIT.

006230*----------------------------------------------------------------*
006240* 5000-GRABAR-TRAILER                                       *
006250* TRAILER DE CONTROL: CANTIDAD DE DETALLES Y SUMA DE         *
006260* MINUTOS DICTADOS, PARA QUE SUELDOS VALIDE LA CARGA.        *
006270*----------------------------------------------------------------*
006280 5000-GRABAR-TRAILER.
006290     MOVE SPACES TO HORAS-REGISTRO.
006300     MOVE "T" TO TRAILER-TIPO.
006310     MOVE WS-TOTAL-EXPORTADOS TO TRAILER-CANTIDAD.
006320     MOVE WS-HASH-MINUTOS TO TRAILER-HASH.
006330     WRITE HORAS-REGISTRO.
006340 5000-EXIT.
006350     EXIT.

006360*----------------------------------------------------------------*
006370* 9000-FINALIZAR                                            *
006380*----------------------------------------------------------------*
006390 9000-FINALIZAR.
006400     IF ARCHIVOS-ABIERTOS
006410         CLOSE DOCENTE
006420         CLOSE CURSO
006430         IF LICENCIA-DISPONIBLE
006440             CLOSE LICENCIA
006450         END-IF
006460         IF SUPLENCIA-DISPONIBLE
006470             CLOSE SUPLENCIA
006480         END-IF
006490         CLOSE HORAS-DOCENTES
006500     END-IF.
006510     DISPLAY "Dias liquidados: " WS-DIAS-LIQUIDADOS.
006520     DISPLAY "Cursos con horario: " WS-TOTAL-CURSOS.
006530     DISPLAY "Docentes exportados: " WS-TOTAL-EXPORTADOS.
006540     DISPLAY "Hash de minutos dictados: " WS-HASH-MINUTOS.
006550     IF WS-DOCENTES-DESCARTADOS > ZERO
006560        OR WS-CURSOS-DESCARTADOS > ZERO
006570         DISPLAY "Descartados por tope de tabla - docentes: "
006580             WS-DOCENTES-DESCARTADOS " cursos: "
006590             WS-CURSOS-DESCARTADOS
006600         MOVE 4 TO RETURN-CODE
006610     END-IF.
006620     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
006630 9000-EXIT.
006640     EXIT.

006650*----------------------------------------------------------------*
006660* 9100-GRABAR-LOG                                           *
006670* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
006680* LOG COMPARTIDO DE LOS BATCH.                               *
006690*----------------------------------------------------------------*
006700 9100-GRABAR-LOG.
006710     OPEN EXTEND LOG-CORRIDA.
006720     IF FS-LOG = "05" OR FS-LOG = "35"
006730         OPEN OUTPUT LOG-CORRIDA
006740     END-IF.
006750     IF FS-LOG NOT = "00"
006760         GO TO 9100-EXIT
006770     END-IF.
006780     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
006790     ACCEPT WS-LOG-HORA FROM TIME.
006800     MOVE RETURN-CODE TO WS-LOG-RC.
006810     MOVE SPACES TO LOG-LINEA.
006820     STRING WS-LOG-FECHA DELIMITED BY SIZE
006830         " " DELIMITED BY SIZE
006840         WS-LOG-HORA DELIMITED BY SIZE
006850         " LIQUIDAR-HORAS-DOCENTES MES=" DELIMITED BY SIZE
006860         WS-MES DELIMITED BY SIZE
006870         " EXPORTADOS=" DELIMITED BY SIZE
006880         WS-TOTAL-EXPORTADOS DELIMITED BY SIZE
006890         " HASH=" DELIMITED BY SIZE
006900         WS-HASH-MINUTOS DELIMITED BY SIZE
006910         " RC=" DELIMITED BY SIZE
006920         WS-LOG-RC DELIMITED BY SIZE
006930         INTO LOG-LINEA
006940     END-STRING.
006950     WRITE LOG-LINEA.
006960     CLOSE LOG-CORRIDA.
006970 9100-EXIT.
006980     EXIT.

006990 9999-EXIT.
007000     EXIT.
