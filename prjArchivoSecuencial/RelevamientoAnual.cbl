000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. RELEVAMIENTO-ANUAL.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* RELEVAMIENTO ESTADISTICO ANUAL PARA EL MINISTERIO: PARA EL
000180* CICLO PEDIDO CRUZA ALUMNO.TXT Y ALUMNO_HISTORICO.TXT (SEXO,
000190* FECHA DE NACIMIENTO, FECHA DE REGISTRO, MOTIVO Y FECHA DE
000200* BAJA) CON MATRICULA.TXT, RESULTADO.TXT Y CONDICION.TXT, Y ARMA
000210* LA PLANILLA IMPRESA (RELEVAMIENTO_ANUAL.TXT) Y EL ARCHIVO DE
000220* ANCHO FIJO QUE SE SUBE AL MINISTERIO
000230* (RELEVAMIENTO_MINISTERIO.TXT).
000240*
000250* UN ALUMNO CUENTA EN LA MATRICULA DEL CICLO SI TIENE EN ESE
000260* CICLO UNA MATRICULA ACTIVA, UN RESULTADO DE CIERRE, O UNA
000270* MATRICULA RETIRADA Y SU BAJA CAE DENTRO DEL CICLO. COMO VOLVER
000280* A MATRICULAR EN EL MISMO CURSO PISA EL CICLO DE LA MATRICULA,
000290* LA CURSADA DE UN CICLO YA CERRADO SE RECUPERA DEL RESULTADO.
000300* DE LOS ALUMNOS ARCHIVADOS SE LEEN ADEMAS MATRICULA_HISTORICO.TXT
000310* Y RESULTADO_HISTORICO.TXT; UN NUMERO QUE ESTA EN EL MAESTRO Y
000320* EN EL HISTORICO SE TOMA DEL MAESTRO. LAS BAJAS POR ERROR DE
000330* CARGA (ER) Y POR FUSION DE DUPLICADOS (FU) NO SON ALUMNOS
000340* REALES Y QUEDAN FUERA DEL RELEVAMIENTO.
000350*
000360* CUADROS:
000370*   1. MATRICULA POR SEDE (VER SEDERANGO.CPY), EDAD CUMPLIDA AL
000380*      30 DE JUNIO DEL CICLO (5 O MENOS, 6 A 17, 18 O MAS Y SIN
000390*      DATO) Y SEXO (VARONES, MUJERES Y SIN DATO).
000400*   2. INSCRIPCIONES POR CURSO Y SEXO: EL ALUMNO CUENTA UNA VEZ
000410*      EN CADA CURSO QUE CURSO EN EL CICLO.
000420*   3. FLUJOS POR SEDE: NUEVOS (SIN CURSADA ANTERIOR Y
000430*      REGISTRADOS EN EL CICLO O EN EL ANTERIOR) Y
000440*      REINSCRIPTOS; PROMOVIDOS (TODOS SUS CURSOS APROBADOS),
000450*      REPITENTES (ALGUN CURSO REPROBADO), LIBRES (ALGUN CURSO
000460*      LIBRE POR RESULTADO O, SIN RESULTADO TODAVIA, POR
000470*      CONDICION.TXT) Y SIN RESULTADO; LOS QUE PERMANECEN Y LAS
000480*      BAJAS DENTRO DE LAS FECHAS DEL CICLO POR MOTIVO (AB, TR,
000490*      EG Y OT).
000500*
000510* ANTES DE GRABAR EL ARCHIVO DEL MINISTERIO SE CONTROLA QUE LOS
000520* CUADROS CUADREN ENTRE SI: EN CADA SEDE EL CUADRO 1, NUEVOS
000530* MAS REINSCRIPTOS, LA SUMA DE LOS RESULTADOS Y PERMANECEN MAS
000540* BAJAS DEBEN DAR EL TOTAL DE ALUMNOS DE LA SEDE; LAS SEDES
000550* DEBEN SUMAR EL TOTAL DE ALUMNOS CONTADOS, Y EL CUADRO 2 LAS
000560* INSCRIPCIONES CONTADAS. SI ALGO NO CUADRA LA PLANILLA SALE
000570* IGUAL CON EL DETALLE DEL CONTROL, EL ARCHIVO DEL MINISTERIO
000580* QUEDA VACIO (PARA QUE NO SE SUBA UNO VIEJO) Y EL PROGRAMA
000590* TERMINA CON RC 8.
000600*
000610* PARAMETROS (LINEA DE COMANDOS O CONSOLA): "AAAA CUE", EL CICLO
000620* Y EL CODIGO UNICO DE ESTABLECIMIENTO DE 9 DIGITOS. SIN CUE SE
000630* GRABA EN CEROS Y SE AVISA POR CONSOLA. LAS FECHAS DEL CICLO
000640* SALEN DE CICLO.TXT; SIN EL CICLO CARGADO SE TOMA EL ANIO
000650* CALENDARIO COMPLETO PARA LAS BAJAS.
000660*
000670* LAYOUT DEL ARCHIVO DEL MINISTERIO, 80 POSICIONES:
000680*   CABECERA "H", CUE 9(09), CICLO 9(04), FECHA DE GENERACION
000690*            9(08), FILLER X(58)
000700*   TIPO 1   "1", CICLO 9(04), SEDE 9(01), TRAMO DE EDAD X(02)
000710*            ("05" = 5 O MENOS, "06" A "17", "18" = 18 O MAS,
000720*            "SD" = SIN DATO), VARONES 9(05), MUJERES 9(05), SIN
000730*            DATO 9(05), TOTAL 9(06), FILLER X(51); UNA LINEA
000740*            POR SEDE Y TRAMO, AUNQUE ESTE EN CERO
000750*   TIPO 2   "2", CICLO 9(04), CURSO X(06), VARONES 9(05),
000760*            MUJERES 9(05), SIN DATO 9(05), TOTAL 9(06), FILLER
000770*            X(48); SOLO LOS CURSOS CON INSCRIPTOS
000780*   TIPO 3   "3", CICLO 9(04), SEDE 9(01) Y DOCE CANTIDADES 9(05)
000790*            EN ESTE ORDEN: TOTAL, NUEVOS, REINSCRIPTOS,
000800*            PROMOVIDOS, REPITENTES, LIBRES, SIN RESULTADO,
000810*            PERMANECEN, BAJAS AB, TR, EG Y OT; FILLER X(14)
000820*   TRAILER  "T", CANTIDAD DE REGISTROS 1, 2 Y 3 9(07), TOTAL DE
000830*            ALUMNOS 9(07) (SUMA DE LOS TIPO 1), TOTAL DE
000840*            INSCRIPCIONES 9(07) (SUMA DE LOS TIPO 2), FILLER
000850*            X(58)
000860*
000870* EL ARCHIVO DE TRABAJO RELEVAMIENTO_TRABAJO.TXT (INDEXADO POR
000880* NUMERO+TIPO+CURSO) SE RECREA EN CADA CORRIDA: JUNTA POR ALUMNO
000890* LAS CURSADAS DEL CICLO (TIPO "C") Y LA MARCA DE CURSADA EN UN
000900* CICLO ANTERIOR (TIPO "A") SACADAS DE LAS MATRICULAS Y DE LOS
000910* RESULTADOS VIVOS E HISTORICOS, ASI CADA ALUMNO SE RESUELVE CON
000920* UN START SIN TOPES DE TABLA POR CANTIDAD DE ALUMNOS. LA TABLA
000930* DE CURSOS ADMITE 500; SI SE EXCEDE EL CUADRO 2 NO CUADRA.
000940*
000950* HISTORIAL DE MODIFICACIONES
000960*   2026-10-15  OFS  VERSION INICIAL.
000970*
000980 ENVIRONMENT DIVISION.
000990 INPUT-OUTPUT SECTION.
001000 FILE-CONTROL.
001010     COPY AlumnoSelect.
001020     COPY MatriculaSelect.
001030     COPY ResultadoSelect.
001040     COPY CondicionSelect.
001050     COPY CicloSelect.
001060     COPY CursoSelect.

001070     SELECT HISTORICO ASSIGN TO WS-ARCHIVO-HISTORICO
001080         ORGANIZATION LINE SEQUENTIAL
001090         FILE STATUS FS-HISTORICO.

001100     SELECT MATRICULA-HISTORICO ASSIGN TO WS-ARCHIVO-MAT-HIST
001110         ORGANIZATION LINE SEQUENTIAL
001120         FILE STATUS FS-MAT-HIST.

001130     SELECT RESULTADO-HISTORICO ASSIGN TO WS-ARCHIVO-RES-HIST
001140         ORGANIZATION LINE SEQUENTIAL
001150         FILE STATUS FS-RES-HIST.

001160     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
001170         ORGANIZATION INDEXED
001180         ACCESS MODE DYNAMIC
001190         RECORD KEY TRA-CLAVE
001200         FILE STATUS FS-TRABAJO.

001210     SELECT REPORTE ASSIGN TO WS-ARCHIVO-REPORTE
001220         ORGANIZATION LINE SEQUENTIAL
001230         FILE STATUS FS-REPORTE.

001240     SELECT MINISTERIO ASSIGN TO WS-ARCHIVO-MINISTERIO
001250         ORGANIZATION LINE SEQUENTIAL
001260         FILE STATUS FS-MINISTERIO.

001270     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
001280         ORGANIZATION LINE SEQUENTIAL
001290         FILE STATUS FS-LOG.

001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  ALUMNO.
001330     COPY AlumnoRegistro.

001340 FD  MATRICULA.
001350     COPY MatriculaRegistro.

001360 FD  RESULTADO.
001370     COPY ResultadoRegistro.

001380 FD  CONDICION.
001390     COPY CondicionRegistro.

001400 FD  CICLO.
001410     COPY CicloRegistro.

001420 FD  CURSO.
001430     COPY CursoRegistro.

001440* LOS HISTORICOS SON LA IMAGEN DEL REGISTRO VIVO (VER
001450* ARCHIVAR-ALUMNOS-HISTORICO); LOS CAMPOS HOMONIMOS SE CALIFICAN
001460* CON IN.
001470 FD  HISTORICO.
001480     COPY AlumnoRegistro
001490         REPLACING ==alumno-registro== BY ==historico-registro==.

001500 FD  MATRICULA-HISTORICO.
001510     COPY MatriculaRegistro
001520         REPLACING ==matricula-registro==
001530         BY ==mat-historico-registro==.

001540 FD  RESULTADO-HISTORICO.
001550     COPY ResultadoRegistro
001560         REPLACING ==resultado-registro==
001570         BY ==res-historico-registro==.

001580 FD  TRABAJO.
001590 01  TRABAJO-REGISTRO.
001600     05  TRA-CLAVE.
001610         10  TRA-NUMERO      PIC 9(07).
001620         10  TRA-TIPO        PIC X(01).
001630             88  TRA-ANTECEDENTE      VALUE "A".
001640             88  TRA-CURSADA          VALUE "C".
001650         10  TRA-CURSO       PIC X(06).
001660     05  TRA-MAT-ESTADO      PIC X(01).
001670     05  TRA-RESULTADO       PIC X(01).

001680 FD  REPORTE.
001690 01  REPORTE-LINEA           PIC X(120).

001700 FD  MINISTERIO.
001710 01  MIN-CABECERA.
001720     05  MIN-CAB-TIPO        PIC X(01).
001730     05  MIN-CAB-CUE         PIC 9(09).
001740     05  MIN-CAB-CICLO       PIC 9(04).
001750     05  MIN-CAB-FECHA       PIC 9(08).
001760     05  FILLER              PIC X(58).
001770 01  MIN-EDAD REDEFINES MIN-CABECERA.
001780     05  MIN-EDA-TIPO        PIC X(01).
001790     05  MIN-EDA-CICLO       PIC 9(04).
001800     05  MIN-EDA-SEDE        PIC 9(01).
001810     05  MIN-EDA-TRAMO       PIC X(02).
001820     05  MIN-EDA-SEXO        PIC 9(05) OCCURS 3 TIMES.
001830     05  MIN-EDA-TOTAL       PIC 9(06).
001840     05  FILLER              PIC X(51).
001850 01  MIN-CURSO REDEFINES MIN-CABECERA.
001860     05  MIN-CUR-TIPO        PIC X(01).
001870     05  MIN-CUR-CICLO       PIC 9(04).
001880     05  MIN-CUR-CODIGO      PIC X(06).
001890     05  MIN-CUR-SEXO        PIC 9(05) OCCURS 3 TIMES.
001900     05  MIN-CUR-TOTAL       PIC 9(06).
001910     05  FILLER              PIC X(48).
001920 01  MIN-FLUJO REDEFINES MIN-CABECERA.
001930     05  MIN-FLU-TIPO        PIC X(01).
001940     05  MIN-FLU-CICLO       PIC 9(04).
001950     05  MIN-FLU-SEDE        PIC 9(01).
001960     05  MIN-FLU-CANTIDAD    PIC 9(05) OCCURS 12 TIMES.
001970     05  FILLER              PIC X(14).
001980 01  MIN-TRAILER REDEFINES MIN-CABECERA.
001990     05  MIN-TRA-TIPO        PIC X(01).
002000     05  MIN-TRA-REGISTROS   PIC 9(07).
002010     05  MIN-TRA-ALUMNOS     PIC 9(07).
002020     05  MIN-TRA-INSCRIPCIONES PIC 9(07).
002030     05  FILLER              PIC X(58).

002040 FD  LOG-CORRIDA.
002050 01  LOG-LINEA               PIC X(132).

002060 WORKING-STORAGE SECTION.
002070 01  FS-ALUMNO               PIC XX.
002080 01  FS-MATRICULA            PIC XX.
002090 01  FS-RESULTADO            PIC XX.
002100 01  FS-CONDICION            PIC XX.
002110 01  FS-CICLO                PIC XX.
002120 01  FS-CURSO                PIC XX.
002130 01  FS-HISTORICO            PIC XX.
002140 01  FS-MAT-HIST             PIC XX.
002150 01  FS-RES-HIST             PIC XX.
002160 01  FS-TRABAJO              PIC XX.
002170 01  FS-REPORTE              PIC XX.
002180 01  FS-MINISTERIO           PIC XX.
002190 01  FS-LOG                  PIC XX.
002200 01  WS-ARCHIVO-HISTORICO PIC X(40) VALUE "alumno_historico.txt".
002210 01  WS-ARCHIVO-MAT-HIST     PIC X(40)
002220     VALUE "matricula_historico.txt".
002230 01  WS-ARCHIVO-RES-HIST     PIC X(40)
002240     VALUE "resultado_historico.txt".
002250 01  WS-ARCHIVO-TRABAJO      PIC X(40)
002260     VALUE "relevamiento_trabajo.txt".
002270 01  WS-ARCHIVO-REPORTE      PIC X(40)
002280     VALUE "relevamiento_anual.txt".
002290 01  WS-ARCHIVO-MINISTERIO   PIC X(40)
002300     VALUE "relevamiento_ministerio.txt".
002310 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
002320 01  WS-PARAMETRO            PIC X(100).
002330 01  WS-LOG-FECHA            PIC 9(08).
002340 01  WS-LOG-HORA             PIC 9(08).
002350 01  WS-LOG-RC               PIC 9(01).

002360     COPY SedeRango.

002370 01  WS-SWITCHES.
002380     05  WS-ARCHIVOS-ABIERTOS-SW  PIC X(01) VALUE "N".
002390         88  ARCHIVOS-ABIERTOS        VALUE "S".
002400     05  WS-RESULTADO-DISPONIBLE-SW PIC X(01) VALUE "N".
002410         88  RESULTADO-DISPONIBLE     VALUE "S".
002420     05  WS-CONDICION-DISPONIBLE-SW PIC X(01) VALUE "N".
002430         88  CONDICION-DISPONIBLE     VALUE "S".
002440     05  WS-BAJA-DEL-CICLO-SW     PIC X(01) VALUE "N".
002450         88  BAJA-DEL-CICLO           VALUE "S".
002460     05  WS-ANTECEDENTE-SW        PIC X(01) VALUE "N".
002470         88  TIENE-ANTECEDENTE        VALUE "S".
002480     05  WS-HAY-LIBRE-SW          PIC X(01) VALUE "N".
002490         88  HAY-LIBRE                VALUE "S".
002500     05  WS-HAY-REPROBADO-SW      PIC X(01) VALUE "N".
002510         88  HAY-REPROBADO            VALUE "S".
002520     05  WS-HAY-PENDIENTE-SW      PIC X(01) VALUE "N".
002530         88  HAY-PENDIENTE            VALUE "S".
002540     05  WS-CURSO-HALLADO-SW      PIC X(01) VALUE "N".
002550         88  CURSO-HALLADO            VALUE "S".
002560     05  WS-CUADRA-SW             PIC X(01) VALUE "S".
002570         88  CUADRA                   VALUE "S".

002580 01  WS-CICLO                PIC 9(04).
002590 01  WS-CICLO-ANTERIOR       PIC 9(04).
002600 01  WS-CUE                  PIC 9(09).
002610 01  WS-CICLO-DESDE          PIC 9(08).
002620 01  WS-CICLO-HASTA          PIC 9(08).
002630 01  WS-FECHA-HOY            PIC 9(08).
002640 01  WS-NUMERO-ACTUAL        PIC 9(07).
002650 01  WS-FECHA-NAC            PIC 9(08).
002660 01  WS-FECHA-NAC-PARTES REDEFINES WS-FECHA-NAC.
002670     05  WS-NAC-AAAA         PIC 9(04).
002680     05  WS-NAC-MMDD         PIC 9(04).
002690 01  WS-FECHA-REG            PIC 9(08).
002700 01  WS-FECHA-REG-PARTES REDEFINES WS-FECHA-REG.
002710     05  WS-REG-AAAA         PIC 9(04).
002720     05  WS-REG-MMDD         PIC 9(04).
002730 01  WS-EDAD                 PIC S9(04).

002740*    FILA QUE SE ANOTA EN EL ARCHIVO DE TRABAJO: ORIGEN "M"
002750*    MATRICULA (CON SU ESTADO) O "R" RESULTADO (CON EL SUYO).
002760 01  WS-FILA.
002770     05  WS-FILA-ORIGEN      PIC X(01).
002780     05  WS-FILA-NUMERO      PIC 9(07).
002790     05  WS-FILA-CURSO       PIC X(06).
002800     05  WS-FILA-CICLO       PIC 9(04).
002810     05  WS-FILA-ESTADO      PIC X(01).

002820 77  WS-SEDE-I               PIC 9(04) COMP VALUE ZERO.
002830 77  WS-TRAMO-I              PIC 9(04) COMP VALUE ZERO.
002840 77  WS-SEXO-I               PIC 9(04) COMP VALUE ZERO.
002850 77  WS-CUR-I                PIC 9(04) COMP VALUE ZERO.
002860 77  WS-FLU-I                PIC 9(04) COMP VALUE ZERO.
002870 77  WS-MOTIVO-I             PIC 9(04) COMP VALUE ZERO.
002880 77  WS-TOTAL-CURSOS         PIC 9(04) COMP VALUE ZERO.
002890 77  WS-CURSADAS             PIC 9(04) COMP VALUE ZERO.
002900 77  WS-TOTAL-LEIDOS         PIC 9(07) VALUE ZERO.
002910 77  WS-TOTAL-HISTORICOS     PIC 9(07) VALUE ZERO.
002920 77  WS-TOTAL-EXCLUIDOS      PIC 9(07) VALUE ZERO.
002930 77  WS-TOTAL-FILAS          PIC 9(07) VALUE ZERO.
002940 77  WS-TOTAL-ALUMNOS        PIC 9(07) VALUE ZERO.
002950 77  WS-TOTAL-INSCRIPCIONES  PIC 9(07) VALUE ZERO.
002960 77  WS-CURSOS-DESCARTADOS   PIC 9(07) VALUE ZERO.
002970 77  WS-TOTAL-REGISTROS      PIC 9(07) VALUE ZERO.
002980 77  WS-TRAILER-ALUMNOS      PIC 9(07) VALUE ZERO.
002990 77  WS-TRAILER-INSCRIPCIONES PIC 9(07) VALUE ZERO.
003000 77  WS-SUMA                 PIC 9(07) VALUE ZERO.
003010 77  WS-SUMA-FILA            PIC 9(07) VALUE ZERO.

003020*    CUADRO 1: ALUMNOS POR SEDE, TRAMO DE EDAD Y SEXO. TRAMO 1 =
003030*    5 O MENOS, 2 A 13 = 6 A 17 ANIOS (EDAD = TRAMO + 4), 14 =
003040*    18 O MAS, 15 = SIN DATO. SEXO 1 = VARONES, 2 = MUJERES,
003050*    3 = SIN DATO.
003060 01  WS-TABLA-EDADES.
003070     05  WS-EDA-SEDE OCCURS 2 TIMES.
003080         10  WS-EDA-TRAMO OCCURS 15 TIMES.
003090             15  WS-EDA-CANTIDAD PIC 9(05) OCCURS 3 TIMES.

003100*    CUADRO 2: INSCRIPCIONES POR CURSO Y SEXO, CON EL CATALOGO
003110*    CARGADO EN ORDEN DE CODIGO Y LOS CURSOS QUE YA NO ESTAN EN
003120*    EL CATALOGO AGREGADOS AL FINAL.
003130 01  WS-TABLA-CURSOS.
003140     05  WS-CUR-ENTRADA OCCURS 500 TIMES.
003150         10  WS-CUR-CODIGO       PIC X(06).
003160         10  WS-CUR-CANTIDAD     PIC 9(05) OCCURS 3 TIMES.

003170*    CUADRO 3: FLUJOS POR SEDE. CONCEPTO 1 = TOTAL DE ALUMNOS,
003180*    2 = NUEVOS, 3 = REINSCRIPTOS, 4 = PROMOVIDOS, 5 =
003190*    REPITENTES, 6 = LIBRES, 7 = SIN RESULTADO, 8 = PERMANECEN,
003200*    9 A 12 = BAJAS AB, TR, EG Y OT (MISMO ORDEN QUE EL TIPO 3
003210*    DEL ARCHIVO DEL MINISTERIO).
003220 01  WS-TABLA-FLUJOS.
003230     05  WS-FLU-SEDE OCCURS 2 TIMES.
003240         10  WS-FLU-CANTIDAD     PIC 9(05) OCCURS 12 TIMES.

003250 01  WS-ETIQUETAS-FLUJO.
003260     05  FILLER PIC X(30) VALUE "ALUMNOS MATRICULADOS".
003270     05  FILLER PIC X(30) VALUE "  NUEVOS".
003280     05  FILLER PIC X(30) VALUE "  REINSCRIPTOS".
003290     05  FILLER PIC X(30) VALUE "  PROMOVIDOS".
003300     05  FILLER PIC X(30) VALUE "  REPITENTES".
003310     05  FILLER PIC X(30) VALUE "  LIBRES".
003320     05  FILLER PIC X(30) VALUE "  SIN RESULTADO".
003330     05  FILLER PIC X(30) VALUE "  PERMANECEN".
003340     05  FILLER PIC X(30) VALUE "  BAJAS POR ABANDONO (AB)".
003350     05  FILLER PIC X(30) VALUE "  BAJAS POR TRASLADO (TR)".
003360     05  FILLER PIC X(30) VALUE "  BAJAS POR EGRESO (EG)".
003370     05  FILLER PIC X(30) VALUE "  BAJAS POR OTRO MOTIVO (OT)".
003380 01  WS-ETIQUETAS-TABLA REDEFINES WS-ETIQUETAS-FLUJO.
003390     05  WS-ETIQUETA-FLUJO   PIC X(30) OCCURS 12 TIMES.

003400*    LINEAS DE LA PLANILLA.
003410 01  WS-ENCABEZADO-SEXO.
003420     05  FILLER              PIC X(04) VALUE SPACES.
003430     05  WS-ES-TITULO        PIC X(14).
003440     05  FILLER              PIC X(34)
003450         VALUE "VARONES  MUJERES   S/DATO    TOTAL".
003460 01  WS-LINEA-SEXO.
003470     05  FILLER              PIC X(04) VALUE SPACES.
003480     05  WS-LS-ETIQUETA      PIC X(14).
003490     05  WS-LS-VARONES       PIC ZZZZZZ9.
003500     05  FILLER              PIC X(02) VALUE SPACES.
003510     05  WS-LS-MUJERES       PIC ZZZZZZ9.
003520     05  FILLER              PIC X(02) VALUE SPACES.
003530     05  WS-LS-SIN-DATO      PIC ZZZZZZ9.
003540     05  FILLER              PIC X(02) VALUE SPACES.
003550     05  WS-LS-TOTAL         PIC ZZZZZZ9.
003560 01  WS-ENCABEZADO-FLUJO.
003570     05  FILLER              PIC X(34) VALUE "    CONCEPTO".
003580     05  FILLER              PIC X(25)
003590         VALUE " SEDE 1   SEDE 2    TOTAL".
003600 01  WS-LINEA-FLUJO.
003610     05  FILLER              PIC X(04) VALUE SPACES.
003620     05  WS-LF-CONCEPTO      PIC X(30).
003630     05  WS-LF-SEDE1         PIC ZZZZZZ9.
003640     05  FILLER              PIC X(02) VALUE SPACES.
003650     05  WS-LF-SEDE2         PIC ZZZZZZ9.
003660     05  FILLER              PIC X(02) VALUE SPACES.
003670     05  WS-LF-TOTAL         PIC ZZZZZZ9.
003680 01  WS-ENCABEZADO-CONTROL.
003690     05  FILLER              PIC X(43)
003700         VALUE "CONTROLES ENTRE CUADROS".
003710     05  FILLER              PIC X(17) VALUE "ESPERADO OBTENIDO".
003720 01  WS-LINEA-CONTROL.
003730     05  FILLER              PIC X(04) VALUE SPACES.
003740     05  WS-LC-CONCEPTO      PIC X(40).
003750     05  WS-LC-ESPERADO      PIC ZZZZZZ9.
003760     05  FILLER              PIC X(02) VALUE SPACES.
003770     05  WS-LC-OBTENIDO      PIC ZZZZZZ9.
003780     05  FILLER              PIC X(02) VALUE SPACES.
003790     05  WS-LC-RESULTADO     PIC X(10).
003800 01  WS-EDAD-ED              PIC Z9.
003810 01  WS-SEDE-ED              PIC 9(01).
003820 01  WS-CTL-CONCEPTO         PIC X(40).
003830 01  WS-CTL-ESPERADO         PIC 9(07).
003840 01  WS-CTL-OBTENIDO         PIC 9(07).

003850 PROCEDURE DIVISION.

003860 0000-MAINLINE.
003870     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
003880     IF ARCHIVOS-ABIERTOS
003890         PERFORM 2000-ARMAR-TRABAJO THRU 2000-EXIT
003900         PERFORM 3000-RECORRER-ALUMNOS THRU 3000-EXIT
003910         PERFORM 3500-RECORRER-HISTORICO THRU 3500-EXIT
003920         PERFORM 5000-IMPRIMIR-CUADROS THRU 5000-EXIT
003930         PERFORM 6000-CONTROLAR-CUADROS THRU 6000-EXIT
003940         PERFORM 7000-GRABAR-MINISTERIO THRU 7000-EXIT
003950     END-IF.
003960     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
003970     GOBACK.

003980*----------------------------------------------------------------*
003990* 1000-INICIALIZAR                                          *
004000* RESUELVE EL CICLO Y SUS FECHAS, CARGA EL CATALOGO DE       *
004010* CURSOS, ABRE LOS ARCHIVOS Y RECREA EL ARCHIVO DE TRABAJO.  *
004020*----------------------------------------------------------------*
004030 1000-INICIALIZAR.
004040     PERFORM 1100-OBTENER-PARAMETROS THRU 1100-EXIT.
004050     IF WS-CICLO < 1900
004060         DISPLAY "Parametros invalidos"
004070         MOVE 8 TO RETURN-CODE
004080         GO TO 1000-EXIT
004090     END-IF.
004100     SUBTRACT 1 FROM WS-CICLO GIVING WS-CICLO-ANTERIOR.
004110     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
004120     PERFORM 1200-LEER-CICLO THRU 1200-EXIT.
004130     PERFORM 1300-CARGAR-CURSOS THRU 1300-EXIT.
004140     OPEN INPUT ALUMNO.
004150     IF FS-ALUMNO NOT = "00"
004160         DISPLAY "No se pudo abrir alumno.txt"
004170         MOVE 8 TO RETURN-CODE
004180         GO TO 1000-EXIT
004190     END-IF.
004200     OPEN INPUT MATRICULA.
004210     IF FS-MATRICULA NOT = "00"
004220         DISPLAY "No se pudo abrir matricula.txt"
004230         CLOSE ALUMNO
004240         MOVE 8 TO RETURN-CODE
004250         GO TO 1000-EXIT
004260     END-IF.
004270     OPEN OUTPUT TRABAJO.
004280     IF FS-TRABAJO = "00"
004290         CLOSE TRABAJO
004300         OPEN I-O TRABAJO
004310     END-IF.
004320     IF FS-TRABAJO NOT = "00"
004330         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
004340         CLOSE ALUMNO
004350         CLOSE MATRICULA
004360         MOVE 8 TO RETURN-CODE
004370         GO TO 1000-EXIT
004380     END-IF.
004390     OPEN OUTPUT REPORTE.
004400     IF FS-REPORTE NOT = "00"
004410         DISPLAY "No se pudo crear " WS-ARCHIVO-REPORTE
004420         CLOSE ALUMNO
004430         CLOSE MATRICULA
004440         CLOSE TRABAJO
004450         MOVE 8 TO RETURN-CODE
004460         GO TO 1000-EXIT
004470     END-IF.
004480*    RESULTADO.TXT Y CONDICION.TXT TODAVIA INEXISTENTES NO SON
004490*    ERROR: NINGUN CURSO SE CERRO NI SE CALCULO LA CONDICION.
004500     OPEN INPUT RESULTADO.
004510     IF FS-RESULTADO = "00"
004520         SET RESULTADO-DISPONIBLE TO TRUE
004530     END-IF.
004540     OPEN INPUT CONDICION.
004550     IF FS-CONDICION = "00"
004560         SET CONDICION-DISPONIBLE TO TRUE
004570     END-IF.
004580     IF (FS-RESULTADO NOT = "00" AND FS-RESULTADO NOT = "35")
004590        OR (FS-CONDICION NOT = "00" AND FS-CONDICION NOT = "35")
004600         DISPLAY "No se pudo abrir resultado.txt o condicion.txt"
004610         CLOSE ALUMNO
004620         CLOSE MATRICULA
004630         CLOSE TRABAJO
004640         CLOSE REPORTE
004650         IF RESULTADO-DISPONIBLE
004660             CLOSE RESULTADO
004670         END-IF
004680         IF CONDICION-DISPONIBLE
004690             CLOSE CONDICION
004700         END-IF
004710         MOVE 8 TO RETURN-CODE
004720         GO TO 1000-EXIT
004730     END-IF.
004740     SET ARCHIVOS-ABIERTOS TO TRUE.
004750 1000-EXIT.
004760     EXIT.

004770 1100-OBTENER-PARAMETROS.
004780     MOVE ZERO TO WS-CICLO.
004790     MOVE ZERO TO WS-CUE.
004800     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
004810     IF WS-PARAMETRO (1:4) NOT NUMERIC
004820         DISPLAY "Ciclo y CUE (AAAA CUE): " WITH NO ADVANCING
004830         ACCEPT WS-PARAMETRO FROM CONSOLE
004840     END-IF.
004850     IF WS-PARAMETRO (1:4) NUMERIC
004860         MOVE WS-PARAMETRO (1:4) TO WS-CICLO
004870     END-IF.
004880     IF WS-PARAMETRO (6:9) NUMERIC
004890         MOVE WS-PARAMETRO (6:9) TO WS-CUE
004900     ELSE
004910         DISPLAY "Sin CUE: el archivo sale con el CUE en ceros"
004920     END-IF.
004930 1100-EXIT.
004940     EXIT.

004950*----------------------------------------------------------------*
004960* 1200-LEER-CICLO                                           *
004970* FECHAS DE CLASES DEL CICLO, QUE LIMITAN LAS BAJAS QUE SE   *
004980* INFORMAN; SIN CICLO CARGADO SE TOMA EL ANIO CALENDARIO.    *
004990*----------------------------------------------------------------*
005000 1200-LEER-CICLO.
005010     MOVE WS-CICLO TO WS-CICLO-DESDE (1:4).
005020     MOVE "0101" TO WS-CICLO-DESDE (5:4).
005030     MOVE WS-CICLO TO WS-CICLO-HASTA (1:4).
005040     MOVE "1231" TO WS-CICLO-HASTA (5:4).
005050     OPEN INPUT CICLO.
005060     IF FS-CICLO NOT = "00"
005070         DISPLAY "Sin ciclo.txt: se toma el anio calendario"
005080         GO TO 1200-EXIT
005090     END-IF.
005100     MOVE WS-CICLO TO CICANIO.
005110     READ CICLO.
005120     IF FS-CICLO = "00"
005130        AND CICFECHADESDE NUMERIC AND CICFECHAHASTA NUMERIC
005140        AND CICFECHAHASTA > ZERO
005150         MOVE CICFECHADESDE TO WS-CICLO-DESDE
005160         MOVE CICFECHAHASTA TO WS-CICLO-HASTA
005170     ELSE
005180         DISPLAY "Sin ciclo " WS-CICLO
005190             ": se toma el anio calendario"
005200     END-IF.
005210     CLOSE CICLO.
005220 1200-EXIT.
005230     EXIT.

005240*----------------------------------------------------------------*
005250* 1300-CARGAR-CURSOS                                        *
005260* EL CATALOGO EN ORDEN DE CODIGO, CON LAS CANTIDADES EN CERO.*
005270*----------------------------------------------------------------*
005280 1300-CARGAR-CURSOS.
005290     OPEN INPUT CURSO.
005300     IF FS-CURSO NOT = "00"
005310         DISPLAY "Sin curso.txt: los cursos salen por codigo"
005320         GO TO 1300-EXIT
005330     END-IF.
005340     READ CURSO NEXT RECORD.
005350     PERFORM 1310-CARGAR-CURSO THRU 1310-EXIT
005360         UNTIL FS-CURSO NOT = "00".
005370     CLOSE CURSO.
005380 1300-EXIT.
005390     EXIT.

005400 1310-CARGAR-CURSO.
005410     IF WS-TOTAL-CURSOS < 500
005420         ADD 1 TO WS-TOTAL-CURSOS
005430         MOVE CURSOCODIGO TO WS-CUR-CODIGO (WS-TOTAL-CURSOS)
005440         MOVE ZERO TO WS-CUR-CANTIDAD (WS-TOTAL-CURSOS, 1)
005450                      WS-CUR-CANTIDAD (WS-TOTAL-CURSOS, 2)
005460                      WS-CUR-CANTIDAD (WS-TOTAL-CURSOS, 3)
005470     END-IF.
005480     READ CURSO NEXT RECORD.
005490 1310-EXIT.
005500     EXIT.

005510*----------------------------------------------------------------*
005520* 2000-ARMAR-TRABAJO                                        *
005530* PASA AL ARCHIVO DE TRABAJO LAS MATRICULAS Y LOS RESULTADOS, *
005540* VIVOS E HISTORICOS, QUE HACEN A LA CURSADA DEL CICLO O A  *
005550* UNA CURSADA ANTERIOR.                                      *
005560*----------------------------------------------------------------*
005570 2000-ARMAR-TRABAJO.
005580     READ MATRICULA NEXT RECORD.
005590     PERFORM 2100-TOMAR-MATRICULA THRU 2100-EXIT
005600         UNTIL FS-MATRICULA NOT = "00".
005610     OPEN INPUT MATRICULA-HISTORICO.
005620     IF FS-MAT-HIST = "00"
005630         READ MATRICULA-HISTORICO
005640         PERFORM 2200-TOMAR-MAT-HISTORICA THRU 2200-EXIT
005650             UNTIL FS-MAT-HIST NOT = "00"
005660         CLOSE MATRICULA-HISTORICO
005670     END-IF.
005680     IF RESULTADO-DISPONIBLE
005690         READ RESULTADO NEXT RECORD
005700         PERFORM 2300-TOMAR-RESULTADO THRU 2300-EXIT
005710             UNTIL FS-RESULTADO NOT = "00"
005720     END-IF.
005730     OPEN INPUT RESULTADO-HISTORICO.
005740     IF FS-RES-HIST = "00"
005750         READ RESULTADO-HISTORICO
005760         PERFORM 2400-TOMAR-RES-HISTORICO THRU 2400-EXIT
005770             UNTIL FS-RES-HIST NOT = "00"
005780         CLOSE RESULTADO-HISTORICO
005790     END-IF.
005800 2000-EXIT.
005810     EXIT.

005820*    LAS MATRICULAS ANTERIORES AL CAMPO DE CICLO (CICLO EN CERO O
005830*    BASURA) SON DE UN CICLO YA CERRADO (VER MATRICULAREGISTRO).
005840 2100-TOMAR-MATRICULA.
005850     MOVE "M" TO WS-FILA-ORIGEN.
005860     MOVE MATRICULANUMERO IN MATRICULA-REGISTRO TO WS-FILA-NUMERO.
005870     MOVE MATRICULACURSO IN MATRICULA-REGISTRO TO WS-FILA-CURSO.
005880     MOVE ZERO TO WS-FILA-CICLO.
005890     IF MATRICULACICLO IN MATRICULA-REGISTRO NUMERIC
005900         MOVE MATRICULACICLO IN MATRICULA-REGISTRO
005910             TO WS-FILA-CICLO
005920     END-IF.
005930     MOVE MATRICULAESTADO IN MATRICULA-REGISTRO
005940         TO WS-FILA-ESTADO.
005950     PERFORM 2500-ANOTAR-FILA THRU 2500-EXIT.
005960     READ MATRICULA NEXT RECORD.
005970 2100-EXIT.
005980     EXIT.

005990 2200-TOMAR-MAT-HISTORICA.
006000     MOVE "M" TO WS-FILA-ORIGEN.
006010     MOVE MATRICULANUMERO IN MAT-HISTORICO-REGISTRO
006020         TO WS-FILA-NUMERO.
006030     MOVE MATRICULACURSO IN MAT-HISTORICO-REGISTRO
006040         TO WS-FILA-CURSO.
006050     MOVE ZERO TO WS-FILA-CICLO.
006060     IF MATRICULACICLO IN MAT-HISTORICO-REGISTRO NUMERIC
006070         MOVE MATRICULACICLO IN MAT-HISTORICO-REGISTRO
006080             TO WS-FILA-CICLO
006090     END-IF.
006100     MOVE MATRICULAESTADO IN MAT-HISTORICO-REGISTRO
006110         TO WS-FILA-ESTADO.
006120     PERFORM 2500-ANOTAR-FILA THRU 2500-EXIT.
006130     READ MATRICULA-HISTORICO.
006140 2200-EXIT.
006150     EXIT.

006160 2300-TOMAR-RESULTADO.
006170     MOVE "R" TO WS-FILA-ORIGEN.
006180     MOVE RESNUMERO IN RESULTADO-REGISTRO TO WS-FILA-NUMERO.
006190     MOVE RESCURSO IN RESULTADO-REGISTRO TO WS-FILA-CURSO.
006200     MOVE RESCICLO IN RESULTADO-REGISTRO TO WS-FILA-CICLO.
006210     MOVE RESESTADO IN RESULTADO-REGISTRO TO WS-FILA-ESTADO.
006220     PERFORM 2500-ANOTAR-FILA THRU 2500-EXIT.
006230     READ RESULTADO NEXT RECORD.
006240 2300-EXIT.
006250     EXIT.

006260 2400-TOMAR-RES-HISTORICO.
006270     MOVE "R" TO WS-FILA-ORIGEN.
006280     MOVE RESNUMERO IN RES-HISTORICO-REGISTRO TO WS-FILA-NUMERO.
006290     MOVE RESCURSO IN RES-HISTORICO-REGISTRO TO WS-FILA-CURSO.
006300     MOVE RESCICLO IN RES-HISTORICO-REGISTRO TO WS-FILA-CICLO.
006310     MOVE RESESTADO IN RES-HISTORICO-REGISTRO TO WS-FILA-ESTADO.
006320     PERFORM 2500-ANOTAR-FILA THRU 2500-EXIT.
006330     READ RESULTADO-HISTORICO.
006340 2400-EXIT.
006350     EXIT.

006360*----------------------------------------------------------------*
006370* 2500-ANOTAR-FILA                                          *
006380* UNA FILA DEL CICLO PEDIDO SE ANOTA COMO CURSADA ("C"),     *
006390* JUNTANDO EN EL MISMO REGISTRO EL ESTADO DE LA MATRICULA Y  *
006400* EL DEL RESULTADO; UNA DE UN CICLO ANTERIOR DEJA LA MARCA    *
006410* DE ANTECEDENTE ("A") DEL ALUMNO. LAS DE CICLOS POSTERIORES *
006420* NO INTERESAN.                                              *
006430*----------------------------------------------------------------*
006440 2500-ANOTAR-FILA.
006450     IF WS-FILA-CICLO > WS-CICLO
006460         GO TO 2500-EXIT
006470     END-IF.
006480     MOVE WS-FILA-NUMERO TO TRA-NUMERO.
006490     IF WS-FILA-CICLO < WS-CICLO
006500         MOVE "A" TO TRA-TIPO
006510         MOVE SPACES TO TRA-CURSO
006520         READ TRABAJO
006530         IF FS-TRABAJO NOT = "00"
006540             MOVE WS-FILA-NUMERO TO TRA-NUMERO
006550             MOVE "A" TO TRA-TIPO
006560             MOVE SPACES TO TRA-CURSO TRA-MAT-ESTADO TRA-RESULTADO
006570             WRITE TRABAJO-REGISTRO
006580             ADD 1 TO WS-TOTAL-FILAS
006590         END-IF
006600         GO TO 2500-EXIT
006610     END-IF.
006620     MOVE "C" TO TRA-TIPO.
006630     MOVE WS-FILA-CURSO TO TRA-CURSO.
006640     READ TRABAJO.
006650     IF FS-TRABAJO NOT = "00"
006660         MOVE WS-FILA-NUMERO TO TRA-NUMERO
006670         MOVE "C" TO TRA-TIPO
006680         MOVE WS-FILA-CURSO TO TRA-CURSO
006690         MOVE SPACES TO TRA-MAT-ESTADO TRA-RESULTADO
006700     END-IF.
006710*    LA MATRICULA SIN ESTADO (ANTERIOR AL CAMPO) SE TOMA ACTIVA.
006720     IF WS-FILA-ORIGEN = "M"
006730         IF WS-FILA-ESTADO = "B"
006740             MOVE "B" TO TRA-MAT-ESTADO
006750         ELSE
006760             MOVE "A" TO TRA-MAT-ESTADO
006770         END-IF
006780     ELSE
006790         MOVE WS-FILA-ESTADO TO TRA-RESULTADO
006800     END-IF.
006810     IF FS-TRABAJO = "00"
006820         REWRITE TRABAJO-REGISTRO
006830     ELSE
006840         WRITE TRABAJO-REGISTRO
006850         ADD 1 TO WS-TOTAL-FILAS
006860     END-IF.
006870 2500-EXIT.
006880     EXIT.

006890*----------------------------------------------------------------*
006900* 3000-RECORRER-ALUMNOS                                     *
006910* CLASIFICA CADA ALUMNO DEL MAESTRO.                         *
006920*----------------------------------------------------------------*
006930 3000-RECORRER-ALUMNOS.
006940     READ ALUMNO NEXT RECORD.
006950     PERFORM 3100-TOMAR-ALUMNO THRU 3100-EXIT
006960         UNTIL FS-ALUMNO NOT = "00".
006970 3000-EXIT.
006980     EXIT.

006990 3100-TOMAR-ALUMNO.
007000     ADD 1 TO WS-TOTAL-LEIDOS.
007010     PERFORM 4000-CLASIFICAR-ALUMNO THRU 4000-EXIT.
007020     READ ALUMNO NEXT RECORD.
007030 3100-EXIT.
007040     EXIT.

007050*----------------------------------------------------------------*
007060* 3500-RECORRER-HISTORICO                                   *
007070* CLASIFICA CADA ALUMNO ARCHIVADO CUYO NUMERO NO ESTA EN EL  *
007080* MAESTRO, PASANDO SU REGISTRO AL AREA DEL MAESTRO PARA      *
007090* USAR LA MISMA CLASIFICACION.                               *
007100*----------------------------------------------------------------*
007110 3500-RECORRER-HISTORICO.
007120     OPEN INPUT HISTORICO.
007130     IF FS-HISTORICO NOT = "00"
007140         GO TO 3500-EXIT
007150     END-IF.
007160     READ HISTORICO.
007170     PERFORM 3600-TOMAR-HISTORICO THRU 3600-EXIT
007180         UNTIL FS-HISTORICO NOT = "00".
007190     CLOSE HISTORICO.
007200 3500-EXIT.
007210     EXIT.

007220 3600-TOMAR-HISTORICO.
007230     ADD 1 TO WS-TOTAL-HISTORICOS.
007240     MOVE NUMERO IN HISTORICO-REGISTRO
007250         TO NUMERO IN ALUMNO-REGISTRO.
007260     READ ALUMNO.
007270     IF FS-ALUMNO = "00"
007280         GO TO 3600-SIGUIENTE
007290     END-IF.
007300     MOVE HISTORICO-REGISTRO TO ALUMNO-REGISTRO.
007310     PERFORM 4000-CLASIFICAR-ALUMNO THRU 4000-EXIT.
007320 3600-SIGUIENTE.
007330     READ HISTORICO.
007340 3600-EXIT.
007350     EXIT.

007360*----------------------------------------------------------------*
007370* 4000-CLASIFICAR-ALUMNO                                    *
007380* RECORRE LAS FILAS DEL ALUMNO EN EL ARCHIVO DE TRABAJO; SI  *
007390* CURSO EN EL CICLO LO SUMA A LOS CUADROS 1 Y 3 (LOS CURSOS  *
007400* DEL CUADRO 2 SE SUMAN FILA POR FILA).                      *
007410*----------------------------------------------------------------*
007420 4000-CLASIFICAR-ALUMNO.
007430     IF ESTADOALUMNO IN ALUMNO-REGISTRO = "B"
007440        AND (MOTIVOBAJA IN ALUMNO-REGISTRO = "ER"
007450             OR MOTIVOBAJA IN ALUMNO-REGISTRO = "FU")
007460         ADD 1 TO WS-TOTAL-EXCLUIDOS
007470         GO TO 4000-EXIT
007480     END-IF.
007490     MOVE NUMERO IN ALUMNO-REGISTRO TO WS-NUMERO-ACTUAL.
007500     MOVE "N" TO WS-BAJA-DEL-CICLO-SW.
007510     IF ESTADOALUMNO IN ALUMNO-REGISTRO = "B"
007520        AND FECHABAJA IN ALUMNO-REGISTRO NUMERIC
007530        AND FECHABAJA IN ALUMNO-REGISTRO NOT < WS-CICLO-DESDE
007540        AND FECHABAJA IN ALUMNO-REGISTRO NOT > WS-CICLO-HASTA
007550         SET BAJA-DEL-CICLO TO TRUE
007560     END-IF.
007570     MOVE 1 TO WS-SEDE-I.
007580     IF WS-NUMERO-ACTUAL NOT < SEDEDESDE (2)
007590         MOVE 2 TO WS-SEDE-I
007600     END-IF.
007610     EVALUATE SEXO IN ALUMNO-REGISTRO (1:1)
007620         WHEN "M"
007630         WHEN "m"
007640             MOVE 1 TO WS-SEXO-I
007650         WHEN "F"
007660         WHEN "f"
007670             MOVE 2 TO WS-SEXO-I
007680         WHEN OTHER
007690             MOVE 3 TO WS-SEXO-I
007700     END-EVALUATE.
007710     MOVE "N" TO WS-ANTECEDENTE-SW.
007720     MOVE "N" TO WS-HAY-LIBRE-SW.
007730     MOVE "N" TO WS-HAY-REPROBADO-SW.
007740     MOVE "N" TO WS-HAY-PENDIENTE-SW.
007750     MOVE ZERO TO WS-CURSADAS.
007760     MOVE WS-NUMERO-ACTUAL TO TRA-NUMERO.
007770     MOVE "A" TO TRA-TIPO.
007780     MOVE SPACES TO TRA-CURSO.
007790     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
007800         INVALID KEY
007810             GO TO 4000-EXIT
007820     END-START.
007830     READ TRABAJO NEXT RECORD.
007840     PERFORM 4100-TOMAR-FILA THRU 4100-EXIT
007850         UNTIL FS-TRABAJO NOT = "00"
007860            OR TRA-NUMERO NOT = WS-NUMERO-ACTUAL.
007870     IF WS-CURSADAS = ZERO
007880         GO TO 4000-EXIT
007890     END-IF.
007900     ADD 1 TO WS-TOTAL-ALUMNOS.
007910     ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 1).
007920     PERFORM 4300-CALCULAR-EDAD THRU 4300-EXIT.
007930     ADD 1 TO WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, WS-SEXO-I).
007940*    SIN CURSADA ANTERIOR, EL REGISTRADO ANTES DEL CICLO PREVIO
007950*    VUELVE DESPUES DE UN TIEMPO: ES REINSCRIPTO.
007960     MOVE ZERO TO WS-FECHA-REG.
007970     IF FECHAREGISTRO IN ALUMNO-REGISTRO NUMERIC
007980         MOVE FECHAREGISTRO IN ALUMNO-REGISTRO TO WS-FECHA-REG
007990     END-IF.
008000     IF TIENE-ANTECEDENTE
008010        OR (WS-REG-AAAA > ZERO
008020            AND WS-REG-AAAA < WS-CICLO-ANTERIOR)
008030         ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 3)
008040     ELSE
008050         ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 2)
008060     END-IF.
008070     EVALUATE TRUE
008080         WHEN HAY-LIBRE
008090             ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 6)
008100         WHEN HAY-REPROBADO
008110             ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 5)
008120         WHEN HAY-PENDIENTE
008130             ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 7)
008140         WHEN OTHER
008150             ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 4)
008160     END-EVALUATE.
008170     IF NOT BAJA-DEL-CICLO
008180         ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, 8)
008190         GO TO 4000-EXIT
008200     END-IF.
008210     EVALUATE MOTIVOBAJA IN ALUMNO-REGISTRO
008220         WHEN "AB" MOVE 9 TO WS-FLU-I
008230         WHEN "TR" MOVE 10 TO WS-FLU-I
008240         WHEN "EG" MOVE 11 TO WS-FLU-I
008250         WHEN OTHER MOVE 12 TO WS-FLU-I
008260     END-EVALUATE.
008270     ADD 1 TO WS-FLU-CANTIDAD (WS-SEDE-I, WS-FLU-I).
008280 4000-EXIT.
008290     EXIT.

008300*----------------------------------------------------------------*
008310* 4100-TOMAR-FILA                                           *
008320* LA CURSADA CUENTA SI LA MATRICULA ESTA ACTIVA, SI EL CURSO *
008330* TIENE RESULTADO, O SI EL ALUMNO SE DIO DE BAJA EN EL CICLO *
008340* (LA BAJA RETIRA SUS MATRICULAS). UNA MATRICULA RETIRADA    *
008350* SIN BAJA ES UN CAMBIO DE CURSO Y NO SE CUENTA.             *
008360*----------------------------------------------------------------*
008370 4100-TOMAR-FILA.
008380     IF TRA-ANTECEDENTE
008390         SET TIENE-ANTECEDENTE TO TRUE
008400         GO TO 4100-SIGUIENTE
008410     END-IF.
008420     IF TRA-MAT-ESTADO NOT = "A"
008430        AND TRA-RESULTADO = SPACE
008440        AND NOT BAJA-DEL-CICLO
008450         GO TO 4100-SIGUIENTE
008460     END-IF.
008470     ADD 1 TO WS-CURSADAS.
008480     ADD 1 TO WS-TOTAL-INSCRIPCIONES.
008490     PERFORM 4200-CONTAR-CURSO THRU 4200-EXIT.
008500     EVALUATE TRA-RESULTADO
008510         WHEN "L"
008520             SET HAY-LIBRE TO TRUE
008530         WHEN "R"
008540             SET HAY-REPROBADO TO TRUE
008550         WHEN "A"
008560             CONTINUE
008570         WHEN OTHER
008580             PERFORM 4150-BUSCAR-CONDICION THRU 4150-EXIT
008590     END-EVALUATE.
008600 4100-SIGUIENTE.
008610     READ TRABAJO NEXT RECORD.
008620 4100-EXIT.
008630     EXIT.

008640*----------------------------------------------------------------*
008650* 4150-BUSCAR-CONDICION                                     *
008660* CURSO SIN RESULTADO TODAVIA: SI CONDICION.TXT LO DEJO LIBRE*
008670* (LA DEL CURSO O, SIN ELLA, LA DIARIA VIEJA) CUENTA COMO    *
008680* LIBRE; SI NO, QUEDA PENDIENTE DE RESULTADO.                *
008690*----------------------------------------------------------------*
008700 4150-BUSCAR-CONDICION.
008710     IF NOT CONDICION-DISPONIBLE
008720         SET HAY-PENDIENTE TO TRUE
008730         GO TO 4150-EXIT
008740     END-IF.
008750     MOVE WS-NUMERO-ACTUAL TO CONNUMERO.
008760     MOVE WS-CICLO TO CONCICLO.
008770     MOVE TRA-CURSO TO CONCURSO.
008780     READ CONDICION.
008790     IF FS-CONDICION NOT = "00"
008800         MOVE WS-NUMERO-ACTUAL TO CONNUMERO
008810         MOVE WS-CICLO TO CONCICLO
008820         MOVE SPACES TO CONCURSO
008830         READ CONDICION
008840     END-IF.
008850     IF FS-CONDICION = "00" AND CONCONDICION = "L"
008860         SET HAY-LIBRE TO TRUE
008870     ELSE
008880         SET HAY-PENDIENTE TO TRUE
008890     END-IF.
008900 4150-EXIT.
008910     EXIT.

008920*----------------------------------------------------------------*
008930* 4200-CONTAR-CURSO                                         *
008940* SUMA LA INSCRIPCION AL CURSO DE LA FILA; UN CURSO QUE NO   *
008950* ESTA EN LA TABLA SE AGREGA AL FINAL MIENTRAS HAYA LUGAR.   *
008960*----------------------------------------------------------------*
008970 4200-CONTAR-CURSO.
008980     MOVE "N" TO WS-CURSO-HALLADO-SW.
008990     PERFORM 4210-COMPARAR-CURSO THRU 4210-EXIT
009000         VARYING WS-CUR-I FROM 1 BY 1
009010         UNTIL WS-CUR-I > WS-TOTAL-CURSOS
009020            OR CURSO-HALLADO.
009030     IF CURSO-HALLADO
009040         SUBTRACT 1 FROM WS-CUR-I
009050     ELSE
009060         IF WS-TOTAL-CURSOS NOT < 500
009070             ADD 1 TO WS-CURSOS-DESCARTADOS
009080             GO TO 4200-EXIT
009090         END-IF
009100         ADD 1 TO WS-TOTAL-CURSOS
009110         MOVE WS-TOTAL-CURSOS TO WS-CUR-I
009120         MOVE TRA-CURSO TO WS-CUR-CODIGO (WS-CUR-I)
009130         MOVE ZERO TO WS-CUR-CANTIDAD (WS-CUR-I, 1)
009140                      WS-CUR-CANTIDAD (WS-CUR-I, 2)
009150                      WS-CUR-CANTIDAD (WS-CUR-I, 3)
009160     END-IF.
009170     ADD 1 TO WS-CUR-CANTIDAD (WS-CUR-I, WS-SEXO-I).
009180 4200-EXIT.
009190     EXIT.

009200 4210-COMPARAR-CURSO.
009210     IF WS-CUR-CODIGO (WS-CUR-I) = TRA-CURSO
009220         SET CURSO-HALLADO TO TRUE
009230     END-IF.
009240 4210-EXIT.
009250     EXIT.

009260*----------------------------------------------------------------*
009270* 4300-CALCULAR-EDAD                                        *
009280* TRAMO DE LA EDAD CUMPLIDA AL 30 DE JUNIO DEL CICLO; SIN     *
009290* FECHA DE NACIMIENTO VALIDA QUEDA EN EL TRAMO SIN DATO.      *
009300*----------------------------------------------------------------*
009310 4300-CALCULAR-EDAD.
009320     MOVE 15 TO WS-TRAMO-I.
009330     IF FECHANACIMIENTO IN ALUMNO-REGISTRO NOT NUMERIC
009340         GO TO 4300-EXIT
009350     END-IF.
009360     MOVE FECHANACIMIENTO IN ALUMNO-REGISTRO TO WS-FECHA-NAC.
009370     IF WS-NAC-AAAA = ZERO OR WS-NAC-AAAA > WS-CICLO
009380         GO TO 4300-EXIT
009390     END-IF.
009400     COMPUTE WS-EDAD = WS-CICLO - WS-NAC-AAAA.
009410     IF WS-NAC-MMDD > 0630
009420         SUBTRACT 1 FROM WS-EDAD
009430     END-IF.
009440     EVALUATE TRUE
009450         WHEN WS-EDAD < ZERO
009460             CONTINUE
009470         WHEN WS-EDAD < 6
009480             MOVE 1 TO WS-TRAMO-I
009490         WHEN WS-EDAD > 17
009500             MOVE 14 TO WS-TRAMO-I
009510         WHEN OTHER
009520             COMPUTE WS-TRAMO-I = WS-EDAD - 4
009530     END-EVALUATE.
009540 4300-EXIT.
009550     EXIT.

009560*----------------------------------------------------------------*
009570* 5000-IMPRIMIR-CUADROS                                     *
009580* ENCABEZADO DE LA PLANILLA Y LOS TRES CUADROS.              *
009590*----------------------------------------------------------------*
009600 5000-IMPRIMIR-CUADROS.
009610     MOVE SPACES TO REPORTE-LINEA.
009620     STRING "RELEVAMIENTO ESTADISTICO ANUAL - CICLO "
009630             DELIMITED BY SIZE
009640         WS-CICLO DELIMITED BY SIZE
009650         " - CUE " DELIMITED BY SIZE
009660         WS-CUE DELIMITED BY SIZE
009670         " - EMITIDO " DELIMITED BY SIZE
009680         WS-FECHA-HOY DELIMITED BY SIZE
009690         INTO REPORTE-LINEA
009700     END-STRING.
009710     WRITE REPORTE-LINEA.
009720     MOVE SPACES TO REPORTE-LINEA.
009730     STRING "BAJAS ENTRE " DELIMITED BY SIZE
009740         WS-CICLO-DESDE DELIMITED BY SIZE
009750         " Y " DELIMITED BY SIZE
009760         WS-CICLO-HASTA DELIMITED BY SIZE
009770         INTO REPORTE-LINEA
009780     END-STRING.
009790     WRITE REPORTE-LINEA.
009800     MOVE SPACES TO REPORTE-LINEA.
009810     WRITE REPORTE-LINEA.
009820     MOVE "CUADRO 1 - MATRICULA POR SEDE, EDAD AL 30/06 Y SEXO"
009830         TO REPORTE-LINEA.
009840     WRITE REPORTE-LINEA.
009850     PERFORM 5100-IMPRIMIR-SEDE THRU 5100-EXIT
009860         VARYING WS-SEDE-I FROM 1 BY 1
009870         UNTIL WS-SEDE-I > 2.
009880     MOVE "CUADRO 2 - INSCRIPCIONES POR CURSO Y SEXO"
009890         TO REPORTE-LINEA.
009900     WRITE REPORTE-LINEA.
009910     MOVE "CURSO" TO WS-ES-TITULO.
009920     MOVE WS-ENCABEZADO-SEXO TO REPORTE-LINEA.
009930     WRITE REPORTE-LINEA.
009940     PERFORM 5300-IMPRIMIR-CURSO THRU 5300-EXIT
009950         VARYING WS-CUR-I FROM 1 BY 1
009960         UNTIL WS-CUR-I > WS-TOTAL-CURSOS.
009970     MOVE SPACES TO REPORTE-LINEA.
009980     WRITE REPORTE-LINEA.
009990     MOVE "CUADRO 3 - FLUJOS DEL CICLO POR SEDE" TO REPORTE-LINEA.
010000     WRITE REPORTE-LINEA.
010010     MOVE WS-ENCABEZADO-FLUJO TO REPORTE-LINEA.
010020     WRITE REPORTE-LINEA.
010030     PERFORM 5400-IMPRIMIR-FLUJO THRU 5400-EXIT
010040         VARYING WS-FLU-I FROM 1 BY 1
010050         UNTIL WS-FLU-I > 12.
010060     MOVE SPACES TO REPORTE-LINEA.
010070     WRITE REPORTE-LINEA.
010080 5000-EXIT.
010090     EXIT.

010100 5100-IMPRIMIR-SEDE.
010110     MOVE WS-SEDE-I TO WS-SEDE-ED.
010120     MOVE SPACES TO REPORTE-LINEA.
010130     STRING "  SEDE " DELIMITED BY SIZE
010140         WS-SEDE-ED DELIMITED BY SIZE
010150         INTO REPORTE-LINEA
010160     END-STRING.
010170     WRITE REPORTE-LINEA.
010180     MOVE "EDAD" TO WS-ES-TITULO.
010190     MOVE WS-ENCABEZADO-SEXO TO REPORTE-LINEA.
010200     WRITE REPORTE-LINEA.
010210     PERFORM 5200-IMPRIMIR-TRAMO THRU 5200-EXIT
010220         VARYING WS-TRAMO-I FROM 1 BY 1
010230         UNTIL WS-TRAMO-I > 15.
010240     MOVE "TOTAL SEDE" TO WS-LS-ETIQUETA.
010250     MOVE WS-FLU-CANTIDAD (WS-SEDE-I, 1) TO WS-LS-TOTAL.
010260     PERFORM 5110-SUMAR-SEXO THRU 5110-EXIT
010270         VARYING WS-SEXO-I FROM 1 BY 1
010280         UNTIL WS-SEXO-I > 3.
010290     MOVE WS-LINEA-SEXO TO REPORTE-LINEA.
010300     WRITE REPORTE-LINEA.
010310     MOVE SPACES TO REPORTE-LINEA.
010320     WRITE REPORTE-LINEA.
010330 5100-EXIT.
010340     EXIT.

010350*    TOTAL DE UN SEXO EN LA SEDE, SUMANDO SUS QUINCE TRAMOS.
010360 5110-SUMAR-SEXO.
010370     MOVE ZERO TO WS-SUMA.
010380     PERFORM 5120-SUMAR-TRAMO-SEXO THRU 5120-EXIT
010390         VARYING WS-TRAMO-I FROM 1 BY 1
010400         UNTIL WS-TRAMO-I > 15.
010410     EVALUATE WS-SEXO-I
010420         WHEN 1 MOVE WS-SUMA TO WS-LS-VARONES
010430         WHEN 2 MOVE WS-SUMA TO WS-LS-MUJERES
010440         WHEN OTHER MOVE WS-SUMA TO WS-LS-SIN-DATO
010450     END-EVALUATE.
010460 5110-EXIT.
010470     EXIT.

010480 5120-SUMAR-TRAMO-SEXO.
010490     ADD WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, WS-SEXO-I)
010500         TO WS-SUMA.
010510 5120-EXIT.
010520     EXIT.

010530 5200-IMPRIMIR-TRAMO.
010540     PERFORM 5210-ETIQUETAR-TRAMO THRU 5210-EXIT.
010550     MOVE WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 1)
010560         TO WS-LS-VARONES.
010570     MOVE WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 2)
010580         TO WS-LS-MUJERES.
010590     MOVE WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 3)
010600         TO WS-LS-SIN-DATO.
010610     COMPUTE WS-SUMA-FILA =
010620         WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 1)
010630         + WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 2)
010640         + WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 3).
010650     MOVE WS-SUMA-FILA TO WS-LS-TOTAL.
010660     MOVE WS-LINEA-SEXO TO REPORTE-LINEA.
010670     WRITE REPORTE-LINEA.
010680 5200-EXIT.
010690     EXIT.

010700 5210-ETIQUETAR-TRAMO.
010710     EVALUATE WS-TRAMO-I
010720         WHEN 1
010730             MOVE "5 O MENOS" TO WS-LS-ETIQUETA
010740         WHEN 14
010750             MOVE "18 O MAS" TO WS-LS-ETIQUETA
010760         WHEN 15
010770             MOVE "SIN DATO" TO WS-LS-ETIQUETA
010780         WHEN OTHER
010790             COMPUTE WS-EDAD-ED = WS-TRAMO-I + 4
010800             MOVE SPACES TO WS-LS-ETIQUETA
010810             STRING WS-EDAD-ED DELIMITED BY SIZE
010820                 " ANIOS" DELIMITED BY SIZE
010830                 INTO WS-LS-ETIQUETA
010840             END-STRING
010850     END-EVALUATE.
010860 5210-EXIT.
010870     EXIT.

010880 5300-IMPRIMIR-CURSO.
010890     COMPUTE WS-SUMA-FILA = WS-CUR-CANTIDAD (WS-CUR-I, 1)
010900         + WS-CUR-CANTIDAD (WS-CUR-I, 2)
010910         + WS-CUR-CANTIDAD (WS-CUR-I, 3).
010920     IF WS-SUMA-FILA = ZERO
010930         GO TO 5300-EXIT
010940     END-IF.
010950     MOVE WS-CUR-CODIGO (WS-CUR-I) TO WS-LS-ETIQUETA.
010960     MOVE WS-CUR-CANTIDAD (WS-CUR-I, 1) TO WS-LS-VARONES.
010970     MOVE WS-CUR-CANTIDAD (WS-CUR-I, 2) TO WS-LS-MUJERES.
010980     MOVE WS-CUR-CANTIDAD (WS-CUR-I, 3) TO WS-LS-SIN-DATO.
010990     MOVE WS-SUMA-FILA TO WS-LS-TOTAL.
011000     MOVE WS-LINEA-SEXO TO REPORTE-LINEA.
011010     WRITE REPORTE-LINEA.
011020 5300-EXIT.
011030     EXIT.

011040 5400-IMPRIMIR-FLUJO.
011050     MOVE WS-ETIQUETA-FLUJO (WS-FLU-I) TO WS-LF-CONCEPTO.
011060     MOVE WS-FLU-CANTIDAD (1, WS-FLU-I) TO WS-LF-SEDE1.
011070     MOVE WS-FLU-CANTIDAD (2, WS-FLU-I) TO WS-LF-SEDE2.
011080     COMPUTE WS-SUMA-FILA = WS-FLU-CANTIDAD (1, WS-FLU-I)
011090         + WS-FLU-CANTIDAD (2, WS-FLU-I).
011100     MOVE WS-SUMA-FILA TO WS-LF-TOTAL.
011110     MOVE WS-LINEA-FLUJO TO REPORTE-LINEA.
011120     WRITE REPORTE-LINEA.
011130 5400-EXIT.
011140     EXIT.

011150*----------------------------------------------------------------*
011160* 6000-CONTROLAR-CUADROS                                    *
011170* CONTROLES CRUZADOS ENTRE CUADROS, IMPRESOS AL PIE DE LA     *
011180* PLANILLA; CUALQUIERA QUE NO CUADRE IMPIDE GRABAR EL        *
011190* ARCHIVO DEL MINISTERIO.                                    *
011200*----------------------------------------------------------------*
011210 6000-CONTROLAR-CUADROS.
011220     MOVE WS-ENCABEZADO-CONTROL TO REPORTE-LINEA.
011230     WRITE REPORTE-LINEA.
011240     PERFORM 6100-CONTROLAR-SEDE THRU 6100-EXIT
011250         VARYING WS-SEDE-I FROM 1 BY 1
011260         UNTIL WS-SEDE-I > 2.
011270     MOVE "SEDE 1 + SEDE 2 = ALUMNOS CONTADOS" TO WS-CTL-CONCEPTO.
011280     MOVE WS-TOTAL-ALUMNOS TO WS-CTL-ESPERADO.
011290     COMPUTE WS-CTL-OBTENIDO = WS-FLU-CANTIDAD (1, 1)
011300         + WS-FLU-CANTIDAD (2, 1).
011310     PERFORM 6900-INFORMAR-CONTROL THRU 6900-EXIT.
011320     MOVE ZERO TO WS-SUMA.
011330     PERFORM 6200-SUMAR-CURSO THRU 6200-EXIT
011340         VARYING WS-CUR-I FROM 1 BY 1
011350         UNTIL WS-CUR-I > WS-TOTAL-CURSOS.
011360     MOVE "CUADRO 2 = INSCRIPCIONES CONTADAS" TO WS-CTL-CONCEPTO.
011370     MOVE WS-TOTAL-INSCRIPCIONES TO WS-CTL-ESPERADO.
011380     MOVE WS-SUMA TO WS-CTL-OBTENIDO.
011390     PERFORM 6900-INFORMAR-CONTROL THRU 6900-EXIT.
011400     MOVE SPACES TO REPORTE-LINEA.
011410     WRITE REPORTE-LINEA.
011420     MOVE SPACES TO REPORTE-LINEA.
011430     IF CUADRA
011440         MOVE "TODOS LOS CONTROLES CUADRAN" TO REPORTE-LINEA
011450     ELSE
011460         STRING "HAY CONTROLES QUE NO CUADRAN: " DELIMITED BY SIZE
011470             "NO SE GRABO EL ARCHIVO DEL MINISTERIO"
011480                 DELIMITED BY SIZE
011490             INTO REPORTE-LINEA
011500         END-STRING
011510     END-IF.
011520     WRITE REPORTE-LINEA.
011530 6000-EXIT.
011540     EXIT.

011550 6100-CONTROLAR-SEDE.
011560     MOVE WS-SEDE-I TO WS-SEDE-ED.
011570     MOVE WS-FLU-CANTIDAD (WS-SEDE-I, 1) TO WS-CTL-ESPERADO.
011580     MOVE ZERO TO WS-SUMA.
011590     PERFORM 6110-SUMAR-TRAMO THRU 6110-EXIT
011600         VARYING WS-TRAMO-I FROM 1 BY 1
011610         UNTIL WS-TRAMO-I > 15.
011620     MOVE SPACES TO WS-CTL-CONCEPTO.
011630     STRING "SEDE " DELIMITED BY SIZE
011640         WS-SEDE-ED DELIMITED BY SIZE
011650         ": CUADRO 1 = TOTAL" DELIMITED BY SIZE
011660         INTO WS-CTL-CONCEPTO
011670     END-STRING.
011680     MOVE WS-SUMA TO WS-CTL-OBTENIDO.
011690     PERFORM 6900-INFORMAR-CONTROL THRU 6900-EXIT.
011700     MOVE SPACES TO WS-CTL-CONCEPTO.
011710     STRING "SEDE " DELIMITED BY SIZE
011720         WS-SEDE-ED DELIMITED BY SIZE
011730         ": NUEVOS + REINSCRIPTOS = TOTAL" DELIMITED BY SIZE
011740         INTO WS-CTL-CONCEPTO
011750     END-STRING.
011760     COMPUTE WS-CTL-OBTENIDO = WS-FLU-CANTIDAD (WS-SEDE-I, 2)
011770         + WS-FLU-CANTIDAD (WS-SEDE-I, 3).
011780     PERFORM 6900-INFORMAR-CONTROL THRU 6900-EXIT.
011790     MOVE SPACES TO WS-CTL-CONCEPTO.
011800     STRING "SEDE " DELIMITED BY SIZE
011810         WS-SEDE-ED DELIMITED BY SIZE
011820         ": RESULTADOS = TOTAL" DELIMITED BY SIZE
011830         INTO WS-CTL-CONCEPTO
011840     END-STRING.
011850     COMPUTE WS-CTL-OBTENIDO = WS-FLU-CANTIDAD (WS-SEDE-I, 4)
011860         + WS-FLU-CANTIDAD (WS-SEDE-I, 5)
011870         + WS-FLU-CANTIDAD (WS-SEDE-I, 6)
011880         + WS-FLU-CANTIDAD (WS-SEDE-I, 7).
011890     PERFORM 6900-INFORMAR-CONTROL THRU 6900-EXIT.
011900     MOVE SPACES TO WS-CTL-CONCEPTO.
011910     STRING "SEDE " DELIMITED BY SIZE
011920         WS-SEDE-ED DELIMITED BY SIZE
011930         ": PERMANECEN + BAJAS = TOTAL" DELIMITED BY SIZE
011940         INTO WS-CTL-CONCEPTO
011950     END-STRING.
011960     COMPUTE WS-CTL-OBTENIDO = WS-FLU-CANTIDAD (WS-SEDE-I, 8)
011970         + WS-FLU-CANTIDAD (WS-SEDE-I, 9)
011980         + WS-FLU-CANTIDAD (WS-SEDE-I, 10)
011990         + WS-FLU-CANTIDAD (WS-SEDE-I, 11)
012000         + WS-FLU-CANTIDAD (WS-SEDE-I, 12).
012010     PERFORM 6900-INFORMAR-CONTROL THRU 6900-EXIT.
012020 6100-EXIT.
012030     EXIT.

012040 6110-SUMAR-TRAMO.
012050     ADD WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 1)
012060         WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 2)
012070         WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 3)
012080         TO WS-SUMA.
012090 6110-EXIT.
012100     EXIT.

012110*    LAS INSCRIPCIONES SIN LUGAR EN LA TABLA DE CURSOS QUEDAN
012120*    FUERA DE ESTA SUMA, Y EL CONTROL NO CUADRA.
012130 6200-SUMAR-CURSO.
012140     ADD WS-CUR-CANTIDAD (WS-CUR-I, 1)
012150         WS-CUR-CANTIDAD (WS-CUR-I, 2)
012160         WS-CUR-CANTIDAD (WS-CUR-I, 3)
012170         TO WS-SUMA.
012180 6200-EXIT.
012190     EXIT.

012200 6900-INFORMAR-CONTROL.
012210     MOVE WS-CTL-CONCEPTO TO WS-LC-CONCEPTO.
012220     MOVE WS-CTL-ESPERADO TO WS-LC-ESPERADO.
012230     MOVE WS-CTL-OBTENIDO TO WS-LC-OBTENIDO.
012240     IF WS-CTL-ESPERADO = WS-CTL-OBTENIDO
012250         MOVE "OK" TO WS-LC-RESULTADO
012260     ELSE
012270         MOVE "NO CUADRA" TO WS-LC-RESULTADO
012280         MOVE "N" TO WS-CUADRA-SW
012290         DISPLAY "No cuadra: " WS-CTL-CONCEPTO
012300     END-IF.
012310     MOVE WS-LINEA-CONTROL TO REPORTE-LINEA.
012320     WRITE REPORTE-LINEA.
012330 6900-EXIT.
012340     EXIT.

012350*----------------------------------------------------------------*
012360* 7000-GRABAR-MINISTERIO                                    *
012370* ARCHIVO DE ANCHO FIJO DEL MINISTERIO, SOLO SI TODOS LOS    *
012380* CONTROLES CUADRAN; SI NO, SE DEJA VACIO.                   *
012390*----------------------------------------------------------------*
012400 7000-GRABAR-MINISTERIO.
012410     OPEN OUTPUT MINISTERIO.
012420     IF FS-MINISTERIO NOT = "00"
012430         DISPLAY "No se pudo crear " WS-ARCHIVO-MINISTERIO
012440         MOVE 8 TO RETURN-CODE
012450         GO TO 7000-EXIT
012460     END-IF.
012470     IF NOT CUADRA
012480         DISPLAY "Los cuadros no cuadran: no se graba "
012490             WS-ARCHIVO-MINISTERIO
012500         CLOSE MINISTERIO
012510         MOVE 8 TO RETURN-CODE
012520         GO TO 7000-EXIT
012530     END-IF.
012540     MOVE SPACES TO MIN-CABECERA.
012550     MOVE "H" TO MIN-CAB-TIPO.
012560     MOVE WS-CUE TO MIN-CAB-CUE.
012570     MOVE WS-CICLO TO MIN-CAB-CICLO.
012580     MOVE WS-FECHA-HOY TO MIN-CAB-FECHA.
012590     WRITE MIN-CABECERA.
012600     PERFORM 7100-GRABAR-SEDE THRU 7100-EXIT
012610         VARYING WS-SEDE-I FROM 1 BY 1
012620         UNTIL WS-SEDE-I > 2.
012630     PERFORM 7300-GRABAR-CURSO THRU 7300-EXIT
012640         VARYING WS-CUR-I FROM 1 BY 1
012650         UNTIL WS-CUR-I > WS-TOTAL-CURSOS.
012660     PERFORM 7400-GRABAR-FLUJO THRU 7400-EXIT
012670         VARYING WS-SEDE-I FROM 1 BY 1
012680         UNTIL WS-SEDE-I > 2.
012690     MOVE SPACES TO MIN-CABECERA.
012700     MOVE "T" TO MIN-TRA-TIPO.
012710     MOVE WS-TOTAL-REGISTROS TO MIN-TRA-REGISTROS.
012720     MOVE WS-TRAILER-ALUMNOS TO MIN-TRA-ALUMNOS.
012730     MOVE WS-TRAILER-INSCRIPCIONES TO MIN-TRA-INSCRIPCIONES.
012740     WRITE MIN-CABECERA.
012750     CLOSE MINISTERIO.
012760 7000-EXIT.
012770     EXIT.

012780 7100-GRABAR-SEDE.
012790     PERFORM 7200-GRABAR-TRAMO THRU 7200-EXIT
012800         VARYING WS-TRAMO-I FROM 1 BY 1
012810         UNTIL WS-TRAMO-I > 15.
012820 7100-EXIT.
012830     EXIT.

012840 7200-GRABAR-TRAMO.
012850     MOVE SPACES TO MIN-CABECERA.
012860     MOVE "1" TO MIN-EDA-TIPO.
012870     MOVE WS-CICLO TO MIN-EDA-CICLO.
012880     MOVE WS-SEDE-I TO MIN-EDA-SEDE.
012890     IF WS-TRAMO-I = 15
012900         MOVE "SD" TO MIN-EDA-TRAMO
012910     ELSE
012920         COMPUTE WS-EDAD = WS-TRAMO-I + 4
012930         MOVE WS-EDAD TO WS-EDAD-ED
012940         MOVE WS-EDAD-ED TO MIN-EDA-TRAMO
012950         IF WS-EDAD < 10
012960             MOVE "0" TO MIN-EDA-TRAMO (1:1)
012970         END-IF
012980     END-IF.
012990     MOVE WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 1)
013000         TO MIN-EDA-SEXO (1).
013010     MOVE WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 2)
013020         TO MIN-EDA-SEXO (2).
013030     MOVE WS-EDA-CANTIDAD (WS-SEDE-I, WS-TRAMO-I, 3)
013040         TO MIN-EDA-SEXO (3).
013050     COMPUTE WS-SUMA-FILA = MIN-EDA-SEXO (1) + MIN-EDA-SEXO (2)
013060         + MIN-EDA-SEXO (3).
013070     MOVE WS-SUMA-FILA TO MIN-EDA-TOTAL.
013080     WRITE MIN-CABECERA.
013090     ADD 1 TO WS-TOTAL-REGISTROS.
013100     ADD WS-SUMA-FILA TO WS-TRAILER-ALUMNOS.
013110 7200-EXIT.
013120     EXIT.

013130 7300-GRABAR-CURSO.
013140     COMPUTE WS-SUMA-FILA = WS-CUR-CANTIDAD (WS-CUR-I, 1)
013150         + WS-CUR-CANTIDAD (WS-CUR-I, 2)
013160         + WS-CUR-CANTIDAD (WS-CUR-I, 3).
013170     IF WS-SUMA-FILA = ZERO
013180         GO TO 7300-EXIT
013190     END-IF.
013200     MOVE SPACES TO MIN-CABECERA.
013210     MOVE "2" TO MIN-CUR-TIPO.
013220     MOVE WS-CICLO TO MIN-CUR-CICLO.
013230     MOVE WS-CUR-CODIGO (WS-CUR-I) TO MIN-CUR-CODIGO.
013240     MOVE WS-CUR-CANTIDAD (WS-CUR-I, 1) TO MIN-CUR-SEXO (1).
013250     MOVE WS-CUR-CANTIDAD (WS-CUR-I, 2) TO MIN-CUR-SEXO (2).
013260     MOVE WS-CUR-CANTIDAD (WS-CUR-I, 3) TO MIN-CUR-SEXO (3).
013270     MOVE WS-SUMA-FILA TO MIN-CUR-TOTAL.
013280     WRITE MIN-CABECERA.
013290     ADD 1 TO WS-TOTAL-REGISTROS.
013300     ADD WS-SUMA-FILA TO WS-TRAILER-INSCRIPCIONES.
013310 7300-EXIT.
013320     EXIT.

013330 7400-GRABAR-FLUJO.
013340     MOVE SPACES TO MIN-CABECERA.
013350     MOVE "3" TO MIN-FLU-TIPO.
013360     MOVE WS-CICLO TO MIN-FLU-CICLO.
013370     MOVE WS-SEDE-I TO MIN-FLU-SEDE.
013380     PERFORM 7410-MOVER-CONCEPTO THRU 7410-EXIT
013390         VARYING WS-FLU-I FROM 1 BY 1
013400         UNTIL WS-FLU-I > 12.
013410     WRITE MIN-CABECERA.
013420     ADD 1 TO WS-TOTAL-REGISTROS.
013430 7400-EXIT.
013440     EXIT.

013450 7410-MOVER-CONCEPTO.
013460     MOVE WS-FLU-CANTIDAD (WS-SEDE-I, WS-FLU-I)
013470         TO MIN-FLU-CANTIDAD (WS-FLU-I).
013480 7410-EXIT.
013490     EXIT.

013500*----------------------------------------------------------------*
013510* 9000-FINALIZAR                                            *
013520*----------------------------------------------------------------*
013530 9000-FINALIZAR.
013540     IF ARCHIVOS-ABIERTOS
013550         CLOSE ALUMNO
013560         CLOSE MATRICULA
013570         CLOSE TRABAJO
013580         CLOSE REPORTE
013590         IF RESULTADO-DISPONIBLE
013600             CLOSE RESULTADO
013610         END-IF
013620         IF CONDICION-DISPONIBLE
013630             CLOSE CONDICION
013640         END-IF
013650     END-IF.
013660     DISPLAY "Alumnos leidos: " WS-TOTAL-LEIDOS
013670         " historicos: " WS-TOTAL-HISTORICOS.
013680     DISPLAY "Excluidos (ER/FU): " WS-TOTAL-EXCLUIDOS.
013690     DISPLAY "Filas de trabajo: " WS-TOTAL-FILAS.
013700     DISPLAY "Alumnos del ciclo: " WS-TOTAL-ALUMNOS.
013710     DISPLAY "Inscripciones: " WS-TOTAL-INSCRIPCIONES.
013720     IF WS-CURSOS-DESCARTADOS > ZERO
013730         DISPLAY "Inscripciones sin lugar en la tabla de cursos: "
013740             WS-CURSOS-DESCARTADOS
013750     END-IF.
013760     DISPLAY "Registros al ministerio: " WS-TOTAL-REGISTROS.
013770     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
013780 9000-EXIT.
013790     EXIT.

013800*----------------------------------------------------------------*
013810* 9100-GRABAR-LOG                                           *
013820* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
013830* LOG COMPARTIDO DE LOS BATCH.                               *
013840*----------------------------------------------------------------*
013850 9100-GRABAR-LOG.
013860     OPEN EXTEND LOG-CORRIDA.
013870     IF FS-LOG = "05" OR FS-LOG = "35"
013880         OPEN OUTPUT LOG-CORRIDA
013890     END-IF.
013900     IF FS-LOG NOT = "00"
013910         GO TO 9100-EXIT
013920     END-IF.
013930     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
013940     ACCEPT WS-LOG-HORA FROM TIME.
013950     MOVE RETURN-CODE TO WS-LOG-RC.
013960     MOVE SPACES TO LOG-LINEA.
013970     STRING WS-LOG-FECHA DELIMITED BY SIZE
013980         " " DELIMITED BY SIZE
013990         WS-LOG-HORA DELIMITED BY SIZE
014000         " RELEVAMIENTO-ANUAL CICLO=" DELIMITED BY SIZE
014010         WS-CICLO DELIMITED BY SIZE
014020         " ALUMNOS=" DELIMITED BY SIZE
014030         WS-TOTAL-ALUMNOS DELIMITED BY SIZE
014040         " INSCRIPCIONES=" DELIMITED BY SIZE
014050         WS-TOTAL-INSCRIPCIONES DELIMITED BY SIZE
014060         " REGISTROS=" DELIMITED BY SIZE
014070         WS-TOTAL-REGISTROS DELIMITED BY SIZE
014080         " RC=" DELIMITED BY SIZE
014090         WS-LOG-RC DELIMITED BY SIZE
014100         INTO LOG-LINEA
014110     END-STRING.
014120     WRITE LOG-LINEA.
014130     CLOSE LOG-CORRIDA.
014140 9100-EXIT.
014150     EXIT.

014160 9999-EXIT.
014170     EXIT.
