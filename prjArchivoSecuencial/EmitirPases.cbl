000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EMITIR-PASES.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* PASES POR TRASLADO: POR CADA ALUMNO DADO DE BAJA CON MOTIVO TR
000180* (TRASLADO) EN LA FECHA DE PROCESO SE IMPRIME EL PASE PARA LA
000190* ESCUELA DE DESTINO EN PASES_TRASLADO.TXT (UNA PAGINA POR PASE,
000200* CON FIRMA Y SELLO COMO LAS CARTAS DE GENERAR-CARTAS-DISCIPLINA)
000210* Y SE GRABA EL ARCHIVO DE TRASLADO TRASLADOS_EMITIDOS.TXT, DE
000220* ANCHO FIJO CON EL LAYOUT DE TRASLADOREGISTRO.CPY, QUE LA ESCUELA
000230* DE DESTINO CARGA CON SU PROPIO IMPORTAR-TRASLADOS EN VEZ DE
000240* VOLVER A TIPEAR LOS DATOS Y LAS NOTAS.
000250*
000260* EL PASE Y EL ARCHIVO LLEVAN, DEL CICLO ABIERTO (O DEL ULTIMO
000270* CICLO SI NO HAY NINGUNO ABIERTO):
000280*   - LOS DATOS DEL ALUMNO (REGISTRO A, EL ALUMNO-REGISTRO TAL
000290*     CUAL).
000300*   - SUS NOTAS DEL CICLO POR CURSO Y PERIODO (REGISTROS N).
000310*   - SU CONDICION DE CURSADA POR CURSO (REGISTROS C).
000320*   - SU ASISTENCIA EN EL CICLO RESUMIDA POR CURSO: PRESENTES,
000330*     AUSENTES Y JUSTIFICADOS (REGISTROS P).
000340* EL ARCHIVO EMPIEZA CON UN ENCABEZADO H (FECHA DE EMISION Y
000350* CICLO) Y TERMINA CON EL TRAILER T DE CONTROL (CANTIDAD DE
000360* REGISTROS, ALUMNOS Y SUMA DE NUMEROS Y NOTAS).
000370*
000380* LA ASISTENCIA SE JUNTA PRIMERO EN EL ARCHIVO DE TRABAJO
000390* PASES_TRABAJO.TXT (INDEXADO, SE RECREA EN CADA CORRIDA): UNA
000400* FILA "A" POR ALUMNO ELEGIDO Y UNA FILA "P" POR ALUMNO Y CURSO,
000410* Y DESPUES SE RECORRE EN ORDEN DE NUMERO PARA ARMAR LOS PASES.
000420*
000430* PARAMETROS POR LA LINEA DE COMANDO: "AAAAMMDD [NNNNNNN]".
000440* SIN FECHA ES LA DEL DIA. CON NUMERO DE ALUMNO SE EMITE (O
000450* REIMPRIME) EL PASE DE ESE ALUMNO, QUE TIENE QUE ESTAR DADO DE
000460* BAJA CON MOTIVO TR, SEA CUAL SEA LA FECHA DE LA BAJA.
000470* RC 4 SI EL ALUMNO PEDIDO NO ES UNA BAJA POR TRASLADO.
000480*
000490* CADA PASE QUEDA REGISTRADO EN EMISION.TXT COMO DOCUMENTO TIPO
000500* "PA", CON NUMERO DE CONTROL CORRELATIVO Y CODIGO DE VERIFICACION
000510* IMPRESOS EN LA HOJA, COMO LAS CONSTANCIAS QUE EMITEN LAS
000520* PANTALLAS: LA ESCUELA DE DESTINO LO PUEDE VERIFICAR Y EL
000530* SUPERVISOR LO PUEDE ANULAR. UN PASE QUE NO SE PUDO REGISTRAR NO
000540* SE IMPRIME (RC 4). CADA REIMPRESION ES UNA EMISION NUEVA.
000550*
000560* LA PANTALLA DE ALUMNOS LLAMA A ESTE PROGRAMA CON EL NUMERO DEL
000570* ALUMNO AL DAR UNA BAJA TR, PARA IMPRIMIR EL PASE EN VENTANILLA.
000580* CON NUMERO DE ALUMNO LAS SALIDAS LLEVAN EL NUMERO EN EL NOMBRE
000590* (PASES_TRASLADO_NNNNNNN.TXT Y TRASLADOS_EMITIDOS_NNNNNNN.TXT)
000600* PARA NO PISAR LAS DE LA CADENA. LA CORRIDA POR FECHA DE LA
000610* CADENA QUEDA COMO RED: SALTEA LAS BAJAS QUE YA TIENEN UN PASE
000620* VIGENTE EN EMISION.TXT EMITIDO DESDE LA FECHA DE LA BAJA (FILA
000630* "E" DEL ARCHIVO DE TRABAJO) Y EMITE LAS DEMAS.
000640*
000650* HISTORIAL DE MODIFICACIONES
000660*   2026-10-15  OFS  VERSION INICIAL.
000670*   2026-10-15  OFS  REGISTRO DE CADA PASE EN EMISION.TXT (TIPO
000680*                    PA) CON NUMERO DE CONTROL Y CODIGO DE
000690*                    VERIFICACION IMPRESOS EN EL PASE.
000700*   2026-10-15  OFS  SALIDAS CON EL NUMERO DEL ALUMNO EN EL
000710*                    NOMBRE AL EMITIR UN PASE PEDIDO; LA CORRIDA
000720*                    POR FECHA SALTEA LOS YA EMITIDOS.
000730*
000740 ENVIRONMENT DIVISION.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     COPY AlumnoSelect.
000780     COPY CalificacionSelect.
000790     COPY CondicionSelect.
000800     COPY AsistenciaSelect.
000810     COPY CicloSelect.
000820     COPY CursoSelect.
000830     COPY EmisionSelect.
000840     SELECT TRASLADOS ASSIGN TO WS-ARCHIVO-TRASLADOS
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS FS-TRASLADOS.
000870     SELECT PASES ASSIGN TO WS-ARCHIVO-PASES
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS FS-PASES.
000900     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000910         ORGANIZATION INDEXED
000920         ACCESS MODE DYNAMIC
000930         RECORD KEY TRA-CLAVE
000940         FILE STATUS FS-TRABAJO.
000950     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000960         ORGANIZATION LINE SEQUENTIAL
000970         FILE STATUS FS-LOG.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  ALUMNO.
001010     COPY AlumnoRegistro.
001020 FD  CALIFICACION.
001030     COPY CalificacionRegistro.
001040 FD  CONDICION.
001050     COPY CondicionRegistro.
001060 FD  ASISTENCIA.
001070     COPY AsistenciaRegistro.
001080 FD  CICLO.
001090     COPY CicloRegistro.
001100 FD  CURSO.
001110     COPY CursoRegistro.
001120 FD  EMISION.
001130     COPY EmisionRegistro.
001140 FD  TRASLADOS.
001150     COPY TrasladoRegistro.
001160 FD  PASES.
001170 01  PASE-LINEA              PIC X(120).
001180 FD  TRABAJO.
001190 01  TRABAJO-REGISTRO.
001200     05  TRA-CLAVE.
001210         10  TRA-NUMERO      PIC 9(07).
001220         10  TRA-TIPO        PIC X(01).
001230         10  TRA-CURSO       PIC X(06).
001240     05  TRA-DATOS.
001250         10  TRA-PRESENTES   PIC 9(04).
001260         10  TRA-AUSENTES    PIC 9(04).
001270         10  TRA-JUSTIFICADOS PIC 9(04).
001280         10  TRA-FECHA-EMITIDO PIC 9(08).
001290 FD  LOG-CORRIDA.
001300 01  LOG-LINEA               PIC X(132).
001310 WORKING-STORAGE SECTION.
001320 01  FS-ALUMNO               PIC XX.
001330 01  FS-CALIFICACION         PIC XX.
001340 01  FS-CONDICION            PIC XX.
001350 01  FS-ASISTENCIA           PIC XX.
001360 01  FS-CICLO                PIC XX.
001370 01  FS-CURSO                PIC XX.
001380 01  FS-EMISION              PIC XX.
001390 01  FS-TRASLADOS            PIC XX.
001400 01  FS-PASES                PIC XX.
001410 01  FS-TRABAJO              PIC XX.
001420 01  FS-LOG                  PIC XX.
001430 01  WS-ARCHIVO-TRASLADOS PIC X(40)
001440     VALUE "traslados_emitidos.txt".
001450 01  WS-ARCHIVO-PASES    PIC X(40) VALUE "pases_traslado.txt".
001460 01  WS-ARCHIVO-TRABAJO  PIC X(40) VALUE "pases_trabajo.txt".
001470 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001480 01  WS-PARAMETRO            PIC X(100).
001490 01  WS-LOG-FECHA            PIC 9(08).
001500 01  WS-LOG-HORA             PIC 9(08).
001510 01  WS-LOG-RC               PIC 9(01).
001520 01  WS-SWITCHES.
001530     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001540         88  ARCHIVOS-ABIERTOS        VALUE "S".
001550     05  WS-CALIF-DISP-SW    PIC X(01) VALUE "N".
001560         88  CALIFICACION-DISPONIBLE  VALUE "S".
001570     05  WS-CONDICION-DISP-SW PIC X(01) VALUE "N".
001580         88  CONDICION-DISPONIBLE     VALUE "S".
001590     05  WS-ASISTENCIA-DISP-SW PIC X(01) VALUE "N".
001600         88  ASISTENCIA-DISPONIBLE    VALUE "S".
001610     05  WS-CURSO-DISP-SW    PIC X(01) VALUE "N".
001620         88  CURSO-DISPONIBLE         VALUE "S".
001630     05  WS-CICLO-ABIERTO-SW PIC X(01) VALUE "N".
001640         88  CICLO-ABIERTO-HALLADO    VALUE "S".
001650     05  WS-FILA-NUEVA-SW    PIC X(01) VALUE "N".
001660         88  FILA-NUEVA               VALUE "S".
001670     05  WS-PRIMER-PASE-SW   PIC X(01) VALUE "S".
001680         88  PRIMER-PASE              VALUE "S".
001690     05  WS-PASE-ABIERTO-SW  PIC X(01) VALUE "N".
001700         88  PASE-ABIERTO             VALUE "S".
001710     05  WS-HAY-NOTAS-SW     PIC X(01) VALUE "N".
001720         88  HAY-NOTAS                VALUE "S".
001730     05  WS-HAY-CONDICION-SW PIC X(01) VALUE "N".
001740         88  HAY-CONDICION            VALUE "S".
001750     05  WS-HAY-ASISTENCIA-SW PIC X(01) VALUE "N".
001760         88  HAY-ASISTENCIA           VALUE "S".
001770     05  WS-EMI-OK-SW        PIC X(01) VALUE "N".
001780         88  EMISION-OK               VALUE "S".
001790     05  WS-EMI-EXISTE-SW    PIC X(01) VALUE "N".
001800         88  CODIGO-EXISTE            VALUE "S".
001810 01  WS-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
001820 01  WS-NUMERO-PEDIDO        PIC 9(07) VALUE ZERO.
001830 01  WS-CICLO                PIC 9(04) VALUE ZERO.
001840 01  WS-CICLO-DESDE          PIC 9(08) VALUE ZERO.
001850 01  WS-CICLO-HASTA          PIC 9(08) VALUE ZERO.
001860 01  WS-CLAVE-TRABAJO.
001870     05  WS-CLAVE-NUMERO     PIC 9(07).
001880     05  WS-CLAVE-TIPO       PIC X(01).
001890     05  WS-CLAVE-CURSO      PIC X(06).
001900 01  WS-CURSO-CODIGO         PIC X(06).
001910 01  WS-CURSO-NOMBRE         PIC X(30).
001920
001930*    FECHA AAAAMMDD A IMPRIMIR COMO DD/MM/AAAA.
001940 01  WS-FECHA-AUX            PIC 9(08).
001950 01  WS-FECHA-AUX-X REDEFINES WS-FECHA-AUX.
001960     05  WS-FA-AAAA          PIC X(04).
001970     05  WS-FA-MM            PIC X(02).
001980     05  WS-FA-DD            PIC X(02).
001990 01  WS-FECHA-ED.
002000     05  WS-FE-DD            PIC X(02).
002010     05  FILLER              PIC X(01) VALUE "/".
002020     05  WS-FE-MM            PIC X(02).
002030     05  FILLER              PIC X(01) VALUE "/".
002040     05  WS-FE-AAAA          PIC X(04).
002050 01  WS-FECHA-NAC-ED         PIC X(10).
002060 01  WS-FECHA-REG-ED         PIC X(10).
002070 01  WS-FECHA-BAJA-ED        PIC X(10).
002080 01  WS-FECHA-EMISION-ED     PIC X(10).
002090
002100 01  WS-PERIODO-ED           PIC Z9.
002110 01  WS-NOTA-ED              PIC ZZ9.
002120 01  WS-PORCENTAJE-ED        PIC ZZ9.
002130 01  WS-PRESENTES-ED         PIC ZZZ9.
002140 01  WS-AUSENTES-ED          PIC ZZZ9.
002150 01  WS-JUSTIFICADOS-ED      PIC ZZZ9.
002160 01  WS-CONDICION-TEXTO      PIC X(07).
002170 01  WS-ORIGEN-TEXTO         PIC X(20).
002180*
002190*    REGISTRO DEL PASE EN EMISION.TXT. EL CODIGO SE SORTEA SOBRE
002200*    EL MISMO ALFABETO DE LAS PANTALLAS, SIN LOS CARACTERES QUE SE
002210*    CONFUNDEN AL TIPEARLO (0/O, 1/I/L), CON UN GENERADOR
002220*    CONGRUENCIAL SEMBRADO CON LA HORA DE LA CORRIDA.
002230 01  WS-EMI-ALFABETO         PIC X(31)
002240     VALUE "23456789ABCDEFGHJKMNPQRSTUVWXYZ".
002250 01  WS-EMI-NUMERO           PIC 9(07) VALUE ZERO.
002260 01  WS-EMI-CODIGO           PIC X(08).
002270 01  WS-EMI-HORA             PIC 9(08).
002280 01  WS-EMI-SEMILLA          PIC 9(10) VALUE ZERO.
002290 01  WS-EMI-PRODUCTO         PIC 9(15) VALUE ZERO.
002300 01  WS-EMI-COCIENTE         PIC 9(15) VALUE ZERO.
002310 01  WS-EMI-RESTO            PIC 9(02) VALUE ZERO.
002320 01  WS-EMI-I                PIC 9(02) COMP VALUE ZERO.
002330 01  WS-EMI-INTENTOS         PIC 9(02) COMP VALUE ZERO.
002340
002350 77  WS-TOTAL-SELECCIONADOS  PIC 9(05) VALUE ZERO.
002360 77  WS-TOTAL-PASES          PIC 9(05) VALUE ZERO.
002370 77  WS-TOTAL-REGISTROS      PIC 9(07) VALUE ZERO.
002380 77  WS-HASH-TRASLADO        PIC 9(13) VALUE ZERO.
002390 77  WS-TOTAL-YA-EMITIDOS    PIC 9(05) VALUE ZERO.
002400
002410 PROCEDURE DIVISION.
002420
002430 0000-MAINLINE.
002440     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002450     PERFORM 2000-SELECCIONAR-ALUMNOS THRU 2000-EXIT.
002460     PERFORM 3000-ACUMULAR-ASISTENCIA THRU 3000-EXIT.
002470     PERFORM 4000-EMITIR-PASES THRU 4000-EXIT.
002480     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002490     GOBACK.
002500
002510*----------------------------------------------------------------*
002520* 1000-INICIALIZAR                                          *
002530* RESUELVE LOS PARAMETROS Y EL CICLO Y ABRE LOS ARCHIVOS.   *
002540* ALUMNO.TXT, LAS DOS SALIDAS, EL DE TRABAJO Y EMISION.TXT  *
002550* SON OBLIGATORIOS; SIN LOS DEMAS EL PASE SALE SIN ESA PARTE.*
002560*----------------------------------------------------------------*
002570 1000-INICIALIZAR.
002580     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002590     IF WS-PARAMETRO (1:8) NUMERIC
002600         MOVE WS-PARAMETRO (1:8) TO WS-FECHA-PROCESO
002610     ELSE
002620         ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
002630     END-IF.
002640     IF WS-PARAMETRO (10:7) NUMERIC
002650         MOVE WS-PARAMETRO (10:7) TO WS-NUMERO-PEDIDO
002660     END-IF.
002670     IF WS-NUMERO-PEDIDO > ZERO
002680         MOVE SPACES TO WS-ARCHIVO-PASES
002690         STRING "pases_traslado_" WS-NUMERO-PEDIDO ".txt"
002700             DELIMITED BY SIZE INTO WS-ARCHIVO-PASES
002710         MOVE SPACES TO WS-ARCHIVO-TRASLADOS
002720         STRING "traslados_emitidos_" WS-NUMERO-PEDIDO ".txt"
002730             DELIMITED BY SIZE INTO WS-ARCHIVO-TRASLADOS
002740     END-IF.
002750     IF WS-FECHA-PROCESO = ZERO
002760         DISPLAY "Fecha de proceso invalida"
002770         MOVE 8 TO RETURN-CODE
002780         GO TO 1000-EXIT
002790     END-IF.
002800     PERFORM 1200-BUSCAR-CICLO THRU 1200-EXIT.
002810     IF WS-CICLO = ZERO
002820         DISPLAY "No hay ciclos cargados: los pases salen sin "
002830             "notas, condicion ni asistencia"
002840     END-IF.
002850     OPEN INPUT ALUMNO.
002860     IF FS-ALUMNO NOT = "00"
002870         DISPLAY "No se pudo abrir alumno.txt"
002880         MOVE 8 TO RETURN-CODE
002890         GO TO 1000-EXIT
002900     END-IF.
002910     OPEN OUTPUT TRASLADOS.
002920     IF FS-TRASLADOS NOT = "00"
002930         DISPLAY "No se pudo crear " WS-ARCHIVO-TRASLADOS
002940         CLOSE ALUMNO
002950         MOVE 8 TO RETURN-CODE
002960         GO TO 1000-EXIT
002970     END-IF.
002980     OPEN OUTPUT PASES.
002990     IF FS-PASES NOT = "00"
003000         DISPLAY "No se pudo crear " WS-ARCHIVO-PASES
003010         CLOSE ALUMNO
003020         CLOSE TRASLADOS
003030         MOVE 8 TO RETURN-CODE
003040         GO TO 1000-EXIT
003050     END-IF.
003060     OPEN OUTPUT TRABAJO.
003070     IF FS-TRABAJO = "00"
003080         CLOSE TRABAJO
003090         OPEN I-O TRABAJO
003100     END-IF.
003110     IF FS-TRABAJO NOT = "00"
003120         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
003130         CLOSE ALUMNO
003140         CLOSE TRASLADOS
003150         CLOSE PASES
003160         MOVE 8 TO RETURN-CODE
003170         GO TO 1000-EXIT
003180     END-IF.
003190     OPEN I-O EMISION.
003200     IF FS-EMISION = "35"
003210         OPEN OUTPUT EMISION
003220         CLOSE EMISION
003230         OPEN I-O EMISION
003240     END-IF.
003250     IF FS-EMISION NOT = "00"
003260         DISPLAY "No se pudo abrir emision.txt"
003270         CLOSE ALUMNO
003280         CLOSE TRASLADOS
003290         CLOSE PASES
003300         CLOSE TRABAJO
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 1000-EXIT
003330     END-IF.
003340     PERFORM 1300-ULTIMA-EMISION THRU 1300-EXIT.
003350     OPEN INPUT CALIFICACION.
003360     IF FS-CALIFICACION = "00"
003370         SET CALIFICACION-DISPONIBLE TO TRUE
003380     END-IF.
003390     OPEN INPUT CONDICION.
003400     IF FS-CONDICION = "00"
003410         SET CONDICION-DISPONIBLE TO TRUE
003420     END-IF.
003430     OPEN INPUT ASISTENCIA.
003440     IF FS-ASISTENCIA = "00"
003450         SET ASISTENCIA-DISPONIBLE TO TRUE
003460     END-IF.
003470     OPEN INPUT CURSO.
003480     IF FS-CURSO = "00"
003490         SET CURSO-DISPONIBLE TO TRUE
003500     END-IF.
003510     MOVE WS-FECHA-PROCESO TO WS-FECHA-AUX.
003520     PERFORM 8500-FORMATEAR-FECHA THRU 8500-EXIT.
003530     MOVE WS-FECHA-ED TO WS-FECHA-EMISION-ED.
003540     SET ARCHIVOS-ABIERTOS TO TRUE.
003550 1000-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------------*
003590* 1200-BUSCAR-CICLO                                         *
003600* CICLO DEL PASE: EL ABIERTO, O EL ULTIMO SI NO HAY NINGUNO  *
003610* ABIERTO (UNA BAJA DURANTE EL RECESO LLEVA EL CICLO QUE     *
003620* TERMINO). SUS FECHAS LIMITAN LA ASISTENCIA.                *
003630*----------------------------------------------------------------*
003640 1200-BUSCAR-CICLO.
003650     OPEN INPUT CICLO.
003660     IF FS-CICLO NOT = "00"
003670         GO TO 1200-EXIT
003680     END-IF.
003690     READ CICLO NEXT RECORD.
003700     PERFORM 1210-EXAMINAR-CICLO THRU 1210-EXIT
003710         UNTIL FS-CICLO NOT = "00".
003720     CLOSE CICLO.
003730 1200-EXIT.
003740     EXIT.
003750
003760 1210-EXAMINAR-CICLO.
003770     IF CICLO-ABIERTO-HALLADO
003780         GO TO 1210-SIGUIENTE
003790     END-IF.
003800     IF CICESTADO = "A" OR CICANIO > WS-CICLO
003810         MOVE CICANIO TO WS-CICLO
003820         MOVE CICFECHADESDE TO WS-CICLO-DESDE
003830         MOVE CICFECHAHASTA TO WS-CICLO-HASTA
003840     END-IF.
003850     IF CICESTADO = "A"
003860         SET CICLO-ABIERTO-HALLADO TO TRUE
003870     END-IF.
003880 1210-SIGUIENTE.
003890     READ CICLO NEXT RECORD.
003900 1210-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940* 1300-ULTIMA-EMISION                                       *
003950* ULTIMO NUMERO DE CONTROL DE EMISION.TXT (EL ARCHIVO VA EN  *
003960* ORDEN DE NUMERO, ASI QUE ES EL DEL ULTIMO REGISTRO) Y      *
003970* SEMILLA DEL SORTEO DE CODIGOS. EN LA CORRIDA POR FECHA     *
003980* DEJA UNA FILA "E" CON LA FECHA DEL ULTIMO PASE VIGENTE DE  *
003990* CADA ALUMNO.                                               *
004000*----------------------------------------------------------------*
004010 1300-ULTIMA-EMISION.
004020     MOVE ZERO TO WS-EMI-NUMERO.
004030     READ EMISION NEXT RECORD.
004040     PERFORM 1310-LEER-EMISION THRU 1310-EXIT
004050         UNTIL FS-EMISION NOT = "00".
004060     ACCEPT WS-EMI-HORA FROM TIME.
004070     COMPUTE WS-EMI-SEMILLA = WS-EMI-HORA + WS-FECHA-PROCESO
004080         + WS-EMI-NUMERO + 1.
004090 1300-EXIT.
004100     EXIT.
004110
004120 1310-LEER-EMISION.
004130     IF EMINUMERO NUMERIC AND EMINUMERO > WS-EMI-NUMERO
004140         MOVE EMINUMERO TO WS-EMI-NUMERO
004150     END-IF.
004160     IF WS-NUMERO-PEDIDO = ZERO AND EMITIPO = "PA"
004170        AND EMIESTADO = "V" AND EMIALUMNO NUMERIC
004180         MOVE EMIALUMNO TO WS-CLAVE-NUMERO
004190         MOVE "E" TO WS-CLAVE-TIPO
004200         MOVE SPACES TO WS-CLAVE-CURSO
004210         PERFORM 8000-LEER-FILA THRU 8000-EXIT
004220         IF EMIFECHA > TRA-FECHA-EMITIDO
004230             MOVE EMIFECHA TO TRA-FECHA-EMITIDO
004240         END-IF
004250         PERFORM 8100-GRABAR-FILA THRU 8100-EXIT
004260     END-IF.
004270     READ EMISION NEXT RECORD.
004280 1310-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------*
004320* 2000-SELECCIONAR-ALUMNOS                                  *
004330* UNA FILA "A" EN EL ARCHIVO DE TRABAJO POR CADA PASE A      *
004340* EMITIR: EL ALUMNO PEDIDO O LAS BAJAS POR TRASLADO DE LA     *
004350* FECHA DE PROCESO QUE NO TIENEN YA SU PASE EMITIDO.         *
004360*----------------------------------------------------------------*
004370 2000-SELECCIONAR-ALUMNOS.
004380     IF NOT ARCHIVOS-ABIERTOS
004390         GO TO 2000-EXIT
004400     END-IF.
004410     IF WS-NUMERO-PEDIDO > ZERO
004420         PERFORM 2200-SELECCIONAR-PEDIDO THRU 2200-EXIT
004430         GO TO 2000-EXIT
004440     END-IF.
004450     READ ALUMNO NEXT RECORD.
004460     PERFORM 2100-EXAMINAR-ALUMNO THRU 2100-EXIT
004470         UNTIL FS-ALUMNO NOT = "00".
004480 2000-EXIT.
004490     EXIT.
004500
004510 2100-EXAMINAR-ALUMNO.
004520     IF ESTADOALUMNO NOT = "B" OR MOTIVOBAJA NOT = "TR"
004530        OR FECHABAJA NOT = WS-FECHA-PROCESO
004540         GO TO 2100-SIGUIENTE
004550     END-IF.
004560     MOVE NUMERO TO TRA-NUMERO.
004570     MOVE "E" TO TRA-TIPO.
004580     MOVE SPACES TO TRA-CURSO.
004590     READ TRABAJO.
004600     IF FS-TRABAJO = "00" AND TRA-FECHA-EMITIDO NOT < FECHABAJA
004610         ADD 1 TO WS-TOTAL-YA-EMITIDOS
004620         GO TO 2100-SIGUIENTE
004630     END-IF.
004640     PERFORM 2300-AGREGAR-FILA THRU 2300-EXIT.
004650 2100-SIGUIENTE.
004660     READ ALUMNO NEXT RECORD.
004670 2100-EXIT.
004680     EXIT.
004690
004700 2200-SELECCIONAR-PEDIDO.
004710     MOVE WS-NUMERO-PEDIDO TO NUMERO.
004720     READ ALUMNO.
004730     IF FS-ALUMNO NOT = "00"
004740         DISPLAY "No existe el alumno " WS-NUMERO-PEDIDO
004750         MOVE 4 TO RETURN-CODE
004760         GO TO 2200-EXIT
004770     END-IF.
004780     IF ESTADOALUMNO NOT = "B" OR MOTIVOBAJA NOT = "TR"
004790         DISPLAY "El alumno " WS-NUMERO-PEDIDO
004800             " no esta dado de baja por traslado"
004810         MOVE 4 TO RETURN-CODE
004820         GO TO 2200-EXIT
004830     END-IF.
004840     PERFORM 2300-AGREGAR-FILA THRU 2300-EXIT.
004850 2200-EXIT.
004860     EXIT.
004870
004880 2300-AGREGAR-FILA.
004890     MOVE NUMERO TO WS-CLAVE-NUMERO.
004900     MOVE "A" TO WS-CLAVE-TIPO.
004910     MOVE SPACES TO WS-CLAVE-CURSO.
004920     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004930     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004940     ADD 1 TO WS-TOTAL-SELECCIONADOS.
004950 2300-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------------*
004990* 3000-ACUMULAR-ASISTENCIA                                  *
005000* RECORRE LA ASISTENCIA DEL CICLO Y JUNTA PRESENTES,         *
005010* AUSENTES Y JUSTIFICADOS POR ALUMNO Y CURSO EN LAS FILAS    *
005020* "P", SOLO PARA LOS ALUMNOS QUE TIENEN FILA "A".            *
005030*----------------------------------------------------------------*
005040 3000-ACUMULAR-ASISTENCIA.
005050     IF NOT ARCHIVOS-ABIERTOS OR NOT ASISTENCIA-DISPONIBLE
005060        OR WS-TOTAL-SELECCIONADOS = ZERO OR WS-CICLO = ZERO
005070         GO TO 3000-EXIT
005080     END-IF.
005090     MOVE WS-CICLO-DESDE TO ASIFECHA.
005100     MOVE SPACES TO ASICURSO.
005110     MOVE ZERO TO ASINUMERO.
005120     START ASISTENCIA KEY IS NOT LESS THAN ASISTENCIACLAVE
005130         INVALID KEY
005140             GO TO 3000-EXIT
005150     END-START.
005160     READ ASISTENCIA NEXT RECORD.
005170     PERFORM 3100-ACUMULAR-PASE-LISTA THRU 3100-EXIT
005180         UNTIL FS-ASISTENCIA NOT = "00"
005190            OR ASIFECHA > WS-CICLO-HASTA.
005200 3000-EXIT.
005210     EXIT.
005220
005230 3100-ACUMULAR-PASE-LISTA.
005240     MOVE ASINUMERO TO TRA-NUMERO.
005250     MOVE "A" TO TRA-TIPO.
005260     MOVE SPACES TO TRA-CURSO.
005270     READ TRABAJO.
005280     IF FS-TRABAJO NOT = "00"
005290         GO TO 3100-SIGUIENTE
005300     END-IF.
005310     MOVE ASINUMERO TO WS-CLAVE-NUMERO.
005320     MOVE "P" TO WS-CLAVE-TIPO.
005330     MOVE ASICURSO TO WS-CLAVE-CURSO.
005340     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
005350     EVALUATE ASIESTADO
005360         WHEN "P"
005370             ADD 1 TO TRA-PRESENTES
005380         WHEN "A"
005390             ADD 1 TO TRA-AUSENTES
005400         WHEN "J"
005410             ADD 1 TO TRA-JUSTIFICADOS
005420     END-EVALUATE.
005430     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
005440 3100-SIGUIENTE.
005450     READ ASISTENCIA NEXT RECORD.
005460 3100-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------------*
005500* 4000-EMITIR-PASES                                         *
005510* RECORRE EL ARCHIVO DE TRABAJO EN ORDEN: CADA FILA "A"      *
005520* ABRE UN PASE NUEVO (DATOS, NOTAS Y CONDICION) Y LAS FILAS  *
005530* "P" QUE LA SIGUEN SON SU ASISTENCIA. EL PASE SE CIERRA CON *
005540* LA FIRMA AL LLEGAR AL ALUMNO SIGUIENTE O AL FINAL. LAS     *
005550* FILAS "E" SOLO SIRVEN PARA LA SELECCION Y SE SALTEAN.      *
005560*----------------------------------------------------------------*
005570 4000-EMITIR-PASES.
005580     IF NOT ARCHIVOS-ABIERTOS
005590         GO TO 4000-EXIT
005600     END-IF.
005610     MOVE SPACES TO TRASLADO-REGISTRO.
005620     MOVE "H" TO TRASTIPO.
005630     MOVE ZERO TO TRASNUMERO.
005640     MOVE WS-FECHA-PROCESO TO TRASFECHAEMISION.
005650     MOVE WS-CICLO TO TRASCICLO.
005660     WRITE TRASLADO-REGISTRO.
005670     MOVE LOW-VALUES TO TRA-CLAVE.
005680     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
005690         INVALID KEY
005700             GO TO 4000-TRAILER
005710     END-START.
005720     READ TRABAJO NEXT RECORD.
005730     PERFORM 4100-PROCESAR-FILA THRU 4100-EXIT
005740         UNTIL FS-TRABAJO NOT = "00".
005750     IF PASE-ABIERTO
005760         PERFORM 4900-CERRAR-PASE THRU 4900-EXIT
005770     END-IF.
005780 4000-TRAILER.
005790     MOVE SPACES TO TRASLADO-REGISTRO.
005800     MOVE "T" TO TRASTIPO.
005810     MOVE ZERO TO TRASNUMERO.
005820     MOVE WS-TOTAL-REGISTROS TO TRASCANTIDAD.
005830     MOVE WS-TOTAL-PASES TO TRASALUMNOS.
005840     MOVE WS-HASH-TRASLADO TO TRASHASH.
005850     WRITE TRASLADO-REGISTRO.
005860 4000-EXIT.
005870     EXIT.
005880
005890 4100-PROCESAR-FILA.
005900     IF TRA-TIPO = "E"
005910         GO TO 4100-SIGUIENTE
005920     END-IF.
005930     IF TRA-TIPO = "P"
005940         IF PASE-ABIERTO
005950             PERFORM 4500-GRABAR-ASISTENCIA THRU 4500-EXIT
005960         END-IF
005970         GO TO 4100-SIGUIENTE
005980     END-IF.
005990     IF PASE-ABIERTO
006000         PERFORM 4900-CERRAR-PASE THRU 4900-EXIT
006010     END-IF.
006020     MOVE TRA-NUMERO TO NUMERO.
006030     READ ALUMNO.
006040     IF FS-ALUMNO NOT = "00"
006050         DISPLAY "No se pudo releer el alumno " TRA-NUMERO
006060         GO TO 4100-SIGUIENTE
006070     END-IF.
006080     PERFORM 6000-REGISTRAR-EMISION THRU 6000-EXIT.
006090     IF NOT EMISION-OK
006100         DISPLAY "No se pudo registrar el pase del alumno " NUMERO
006110             " en emision.txt: no se emite"
006120         MOVE 4 TO RETURN-CODE
006130         GO TO 4100-SIGUIENTE
006140     END-IF.
006150     SET PASE-ABIERTO TO TRUE.
006160     MOVE "N" TO WS-HAY-ASISTENCIA-SW.
006170     ADD 1 TO WS-TOTAL-PASES.
006180     PERFORM 4200-GRABAR-ALUMNO THRU 4200-EXIT.
006190     PERFORM 5000-ENCABEZADO-PASE THRU 5000-EXIT.
006200     PERFORM 4300-GRABAR-NOTAS THRU 4300-EXIT.
006210     PERFORM 4400-GRABAR-CONDICIONES THRU 4400-EXIT.
006220     MOVE SPACES TO PASE-LINEA.
006230     WRITE PASE-LINEA.
006240     MOVE "ASISTENCIA DEL CICLO" TO PASE-LINEA.
006250     WRITE PASE-LINEA.
006260     MOVE "CURSO  NOMBRE DEL CURSO" TO PASE-LINEA.
006270     MOVE "PRESENTES  AUSENTES  JUSTIFICADOS"
006280         TO PASE-LINEA (39:33).
006290     WRITE PASE-LINEA.
006300     DISPLAY "Pase emitido: " NUMERO " " APELLIDO.
006310 4100-SIGUIENTE.
006320     READ TRABAJO NEXT RECORD.
006330 4100-EXIT.
006340     EXIT.
006350
006360*----------------------------------------------------------------*
006370* 4200-GRABAR-ALUMNO                                        *
006380* REGISTRO A DEL ARCHIVO DE TRASLADO CON EL ALUMNO-REGISTRO. *
006390*----------------------------------------------------------------*
006400 4200-GRABAR-ALUMNO.
006410     MOVE SPACES TO TRASLADO-REGISTRO.
006420     MOVE "A" TO TRASTIPO.
006430     MOVE NUMERO TO TRASNUMERO.
006440     MOVE NOMBRE TO TRASNOMBRE.
006450     MOVE APELLIDO TO TRASAPELLIDO.
006460     MOVE SEXO TO TRASSEXO.
006470     MOVE ESTADOCIVIL TO TRASESTADOCIVIL.
006480     MOVE TRABAJA TO TRASTRABAJA.
006490     MOVE ESTUDIA TO TRASESTUDIA.
006500     MOVE FECHANACIMIENTO TO TRASFECHANACIMIENTO.
006510     MOVE EMAIL TO TRASEMAIL.
006520     MOVE TELEFONO TO TRASTELEFONO.
006530     MOVE FECHAREGISTRO TO TRASFECHAREGISTRO.
006540     MOVE ESTADOALUMNO TO TRASESTADOALUMNO.
006550     MOVE MOTIVOBAJA TO TRASMOTIVOBAJA.
006560     MOVE FECHABAJA TO TRASFECHABAJA.
006570     PERFORM 8300-GRABAR-TRASLADO THRU 8300-EXIT.
006580 4200-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------------*
006620* 4300-GRABAR-NOTAS                                         *
006630* NOTAS DEL ALUMNO EN EL CICLO DEL PASE (START POR NUMERO Y  *
006640* LECTURAS HASTA QUE CAMBIA EL NUMERO): UNA LINEA DEL PASE Y *
006650* UN REGISTRO N POR NOTA.                                    *
006660*----------------------------------------------------------------*
006670 4300-GRABAR-NOTAS.
006680     MOVE "N" TO WS-HAY-NOTAS-SW.
006690     MOVE SPACES TO PASE-LINEA.
006700     WRITE PASE-LINEA.
006710     MOVE "CALIFICACIONES DEL CICLO" TO PASE-LINEA.
006720     WRITE PASE-LINEA.
006730     MOVE "CURSO  NOMBRE DEL CURSO" TO PASE-LINEA.
006740     MOVE "PERIODO NOTA" TO PASE-LINEA (40:12).
006750     WRITE PASE-LINEA.
006760     IF NOT CALIFICACION-DISPONIBLE OR WS-CICLO = ZERO
006770         GO TO 4300-VACIO
006780     END-IF.
006790     MOVE NUMERO TO CALNUMERO.
006800     MOVE SPACES TO CALCURSO.
006810     MOVE ZERO TO CALPERIODO.
006820     START CALIFICACION KEY IS NOT LESS THAN CALIFICACIONCLAVE
006830         INVALID KEY
006840             GO TO 4300-VACIO
006850     END-START.
006860     READ CALIFICACION NEXT RECORD.
006870     PERFORM 4310-GRABAR-NOTA THRU 4310-EXIT
006880         UNTIL FS-CALIFICACION NOT = "00"
006890            OR CALNUMERO NOT = NUMERO.
006900 4300-VACIO.
006910     IF NOT HAY-NOTAS
006920         MOVE "Sin calificaciones en el ciclo." TO PASE-LINEA
006930         WRITE PASE-LINEA
006940     END-IF.
006950 4300-EXIT.
006960     EXIT.
006970
006980 4310-GRABAR-NOTA.
006990     IF CALCICLO NOT NUMERIC OR CALCICLO NOT = WS-CICLO
007000         GO TO 4310-SIGUIENTE
007010     END-IF.
007020     SET HAY-NOTAS TO TRUE.
007030     MOVE CALCURSO TO WS-CURSO-CODIGO.
007040     PERFORM 8400-NOMBRE-CURSO THRU 8400-EXIT.
007050     MOVE CALPERIODO TO WS-PERIODO-ED.
007060     MOVE CALNOTA TO WS-NOTA-ED.
007070     IF CALORIGEN = "E"
007080         MOVE "  (de otra escuela)" TO WS-ORIGEN-TEXTO
007090     ELSE
007100         MOVE SPACES TO WS-ORIGEN-TEXTO
007110     END-IF.
007120     MOVE SPACES TO PASE-LINEA.
007130     STRING CALCURSO DELIMITED BY SIZE
007140         " " DELIMITED BY SIZE
007150         WS-CURSO-NOMBRE DELIMITED BY SIZE
007160         "    " DELIMITED BY SIZE
007170         WS-PERIODO-ED DELIMITED BY SIZE
007180         "    " DELIMITED BY SIZE
007190         WS-NOTA-ED DELIMITED BY SIZE
007200         WS-ORIGEN-TEXTO DELIMITED BY SIZE
007210         INTO PASE-LINEA
007220     END-STRING.
007230     WRITE PASE-LINEA.
007240     MOVE SPACES TO TRASLADO-REGISTRO.
007250     MOVE "N" TO TRASTIPO.
007260     MOVE NUMERO TO TRASNUMERO.
007270     MOVE CALCURSO TO TRASNOTCURSO.
007280     MOVE CALPERIODO TO TRASNOTPERIODO.
007290     MOVE CALNOTA TO TRASNOTNOTA.
007300     MOVE CALCICLO TO TRASNOTCICLO.
007310     ADD CALNOTA TO WS-HASH-TRASLADO.
007320     PERFORM 8300-GRABAR-TRASLADO THRU 8300-EXIT.
007330 4310-SIGUIENTE.
007340     READ CALIFICACION NEXT RECORD.
007350 4310-EXIT.
007360     EXIT.
007370
007380*----------------------------------------------------------------*
007390* 4400-GRABAR-CONDICIONES                                   *
007400* CONDICION DE CURSADA DEL ALUMNO EN EL CICLO DEL PASE, POR  *
007410* CURSO: UNA LINEA DEL PASE Y UN REGISTRO C POR CURSO.       *
007420*----------------------------------------------------------------*
007430 4400-GRABAR-CONDICIONES.
007440     MOVE "N" TO WS-HAY-CONDICION-SW.
007450     MOVE SPACES TO PASE-LINEA.
007460     WRITE PASE-LINEA.
007470     MOVE "CONDICION DE CURSADA" TO PASE-LINEA.
007480     WRITE PASE-LINEA.
007490     MOVE "CURSO  NOMBRE DEL CURSO" TO PASE-LINEA.
007500     MOVE "PRESENTISMO   CONDICION" TO PASE-LINEA (38:23).
007510     WRITE PASE-LINEA.
007520     IF NOT CONDICION-DISPONIBLE OR WS-CICLO = ZERO
007530         GO TO 4400-VACIO
007540     END-IF.
007550     MOVE NUMERO TO CONNUMERO.
007560     MOVE WS-CICLO TO CONCICLO.
007570     MOVE SPACES TO CONCURSO.
007580     START CONDICION KEY IS NOT LESS THAN CONDICIONCLAVE
007590         INVALID KEY
007600             GO TO 4400-VACIO
007610     END-START.
007620     READ CONDICION NEXT RECORD.
007630     PERFORM 4410-GRABAR-CONDICION THRU 4410-EXIT
007640         UNTIL FS-CONDICION NOT = "00"
007650            OR CONNUMERO NOT = NUMERO
007660            OR CONCICLO NOT = WS-CICLO.
007670 4400-VACIO.
007680     IF NOT HAY-CONDICION
007690         MOVE "Sin condicion calculada en el ciclo." TO PASE-LINEA
007700         WRITE PASE-LINEA
007710     END-IF.
007720 4400-EXIT.
007730     EXIT.
007740
007750 4410-GRABAR-CONDICION.
007760     SET HAY-CONDICION TO TRUE.
007770     MOVE CONCURSO TO WS-CURSO-CODIGO.
007780     PERFORM 8400-NOMBRE-CURSO THRU 8400-EXIT.
007790     MOVE CONPORCENTAJE TO WS-PORCENTAJE-ED.
007800     IF CONCONDICION = "L"
007810         MOVE "LIBRE" TO WS-CONDICION-TEXTO
007820     ELSE
007830         MOVE "REGULAR" TO WS-CONDICION-TEXTO
007840     END-IF.
007850     MOVE SPACES TO PASE-LINEA.
007860     STRING CONCURSO DELIMITED BY SIZE
007870         " " DELIMITED BY SIZE
007880         WS-CURSO-NOMBRE DELIMITED BY SIZE
007890         "        " DELIMITED BY SIZE
007900         WS-PORCENTAJE-ED DELIMITED BY SIZE
007910         "%  " DELIMITED BY SIZE
007920         WS-CONDICION-TEXTO DELIMITED BY SIZE
007930         INTO PASE-LINEA
007940     END-STRING.
007950     WRITE PASE-LINEA.
007960     MOVE SPACES TO TRASLADO-REGISTRO.
007970     MOVE "C" TO TRASTIPO.
007980     MOVE NUMERO TO TRASNUMERO.
007990     MOVE CONCURSO TO TRASCONCURSO.
008000     MOVE CONPORCENTAJE TO TRASCONPORCENTAJE.
008010     MOVE CONCONDICION TO TRASCONCONDICION.
008020     PERFORM 8300-GRABAR-TRASLADO THRU 8300-EXIT.
008030     READ CONDICION NEXT RECORD.
008040 4410-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------------*
008080* 4500-GRABAR-ASISTENCIA                                    *
008090* UNA FILA "P" DEL ALUMNO DEL PASE ABIERTO: LINEA DEL PASE Y *
008100* REGISTRO P CON LOS TOTALES DEL CURSO EN EL CICLO.          *
008110*----------------------------------------------------------------*
008120 4500-GRABAR-ASISTENCIA.
008130     SET HAY-ASISTENCIA TO TRUE.
008140     MOVE TRA-CURSO TO WS-CURSO-CODIGO.
008150     PERFORM 8400-NOMBRE-CURSO THRU 8400-EXIT.
008160     MOVE TRA-PRESENTES TO WS-PRESENTES-ED.
008170     MOVE TRA-AUSENTES TO WS-AUSENTES-ED.
008180     MOVE TRA-JUSTIFICADOS TO WS-JUSTIFICADOS-ED.
008190     MOVE SPACES TO PASE-LINEA.
008200     STRING TRA-CURSO DELIMITED BY SIZE
008210         " " DELIMITED BY SIZE
008220         WS-CURSO-NOMBRE DELIMITED BY SIZE
008230         "      " DELIMITED BY SIZE
008240         WS-PRESENTES-ED DELIMITED BY SIZE
008250         "      " DELIMITED BY SIZE
008260         WS-AUSENTES-ED DELIMITED BY SIZE
008270         "          " DELIMITED BY SIZE
008280         WS-JUSTIFICADOS-ED DELIMITED BY SIZE
008290         INTO PASE-LINEA
008300     END-STRING.
008310     WRITE PASE-LINEA.
008320     MOVE SPACES TO TRASLADO-REGISTRO.
008330     MOVE "P" TO TRASTIPO.
008340     MOVE TRA-NUMERO TO TRASNUMERO.
008350     MOVE TRA-CURSO TO TRASASICURSO.
008360     MOVE TRA-PRESENTES TO TRASASIPRESENTES.
008370     MOVE TRA-AUSENTES TO TRASASIAUSENTES.
008380     MOVE TRA-JUSTIFICADOS TO TRASASIJUSTIFICADOS.
008390     PERFORM 8300-GRABAR-TRASLADO THRU 8300-EXIT.
008400 4500-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------------*
008440* 4900-CERRAR-PASE                                          *
008450* CIERRA EL PASE ABIERTO CON LA CONSTANCIA Y LA FIRMA.       *
008460*----------------------------------------------------------------*
008470 4900-CERRAR-PASE.
008480     IF NOT HAY-ASISTENCIA
008490         MOVE "Sin pase de lista en el ciclo." TO PASE-LINEA
008500         WRITE PASE-LINEA
008510     END-IF.
008520     MOVE SPACES TO PASE-LINEA.
008530     WRITE PASE-LINEA.
008540     MOVE "Se extiende el presente pase para ser presentado ante"
008550         TO PASE-LINEA.
008560     WRITE PASE-LINEA.
008570     MOVE "la institucion de destino." TO PASE-LINEA.
008580     WRITE PASE-LINEA.
008590     MOVE SPACES TO PASE-LINEA.
008600     WRITE PASE-LINEA.
008610     MOVE "____________________________" TO PASE-LINEA.
008620     WRITE PASE-LINEA.
008630     MOVE "Firma y sello - Direccion" TO PASE-LINEA.
008640     WRITE PASE-LINEA.
008650     MOVE "N" TO WS-PASE-ABIERTO-SW.
008660 4900-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------------*
008700* 5000-ENCABEZADO-PASE                                      *
008710* PAGINA NUEVA CON EL ENCABEZADO, EL RENGLON DE CONTROL DE   *
008720* LA EMISION Y LOS DATOS DEL ALUMNO.                         *
008730*----------------------------------------------------------------*
008740 5000-ENCABEZADO-PASE.
008750     IF PRIMER-PASE
008760         MOVE "N" TO WS-PRIMER-PASE-SW
008770     ELSE
008780         MOVE SPACES TO PASE-LINEA
008790         WRITE PASE-LINEA AFTER ADVANCING PAGE
008800     END-IF.
008810     MOVE FECHANACIMIENTO TO WS-FECHA-AUX.
008820     PERFORM 8500-FORMATEAR-FECHA THRU 8500-EXIT.
008830     MOVE WS-FECHA-ED TO WS-FECHA-NAC-ED.
008840     MOVE FECHAREGISTRO TO WS-FECHA-AUX.
008850     PERFORM 8500-FORMATEAR-FECHA THRU 8500-EXIT.
008860     MOVE WS-FECHA-ED TO WS-FECHA-REG-ED.
008870     MOVE FECHABAJA TO WS-FECHA-AUX.
008880     PERFORM 8500-FORMATEAR-FECHA THRU 8500-EXIT.
008890     MOVE WS-FECHA-ED TO WS-FECHA-BAJA-ED.
008900     MOVE "Sistema de Inscripcion - Oficina de Registro"
008910         TO PASE-LINEA.
008920     WRITE PASE-LINEA.
008930     MOVE SPACES TO PASE-LINEA.
008940     STRING "PASE POR TRASLADO - CICLO " DELIMITED BY SIZE
008950         WS-CICLO DELIMITED BY SIZE
008960         "    Fecha de emision: " DELIMITED BY SIZE
008970         WS-FECHA-EMISION-ED DELIMITED BY SIZE
008980         INTO PASE-LINEA
008990     END-STRING.
009000     WRITE PASE-LINEA.
009010     MOVE SPACES TO PASE-LINEA.
009020     STRING "Control Nro " DELIMITED BY SIZE
009030         WS-EMI-NUMERO DELIMITED BY SIZE
009040         " - Codigo de verificacion " DELIMITED BY SIZE
009050         WS-EMI-CODIGO (1:4) DELIMITED BY SIZE
009060         "-" DELIMITED BY SIZE
009070         WS-EMI-CODIGO (5:4) DELIMITED BY SIZE
009080         INTO PASE-LINEA
009090     END-STRING.
009100     WRITE PASE-LINEA.
009110     MOVE SPACES TO PASE-LINEA.
009120     WRITE PASE-LINEA.
009130     MOVE SPACES TO PASE-LINEA.
009140     STRING "Alumno: " DELIMITED BY SIZE
009150         NUMERO DELIMITED BY SIZE
009160         " " DELIMITED BY SIZE
009170         APELLIDO DELIMITED BY "  "
009180         ", " DELIMITED BY SIZE
009190         NOMBRE DELIMITED BY "  "
009200         INTO PASE-LINEA
009210     END-STRING.
009220     WRITE PASE-LINEA.
009230     MOVE SPACES TO PASE-LINEA.
009240     STRING "Fecha de nacimiento: " DELIMITED BY SIZE
009250         WS-FECHA-NAC-ED DELIMITED BY SIZE
009260         "    Sexo: " DELIMITED BY SIZE
009270         SEXO DELIMITED BY "  "
009280         INTO PASE-LINEA
009290     END-STRING.
009300     WRITE PASE-LINEA.
009310     MOVE SPACES TO PASE-LINEA.
009320     STRING "Inscripto el " DELIMITED BY SIZE
009330         WS-FECHA-REG-ED DELIMITED BY SIZE
009340         "    Baja por traslado el " DELIMITED BY SIZE
009350         WS-FECHA-BAJA-ED DELIMITED BY SIZE
009360         INTO PASE-LINEA
009370     END-STRING.
009380     WRITE PASE-LINEA.
009390     MOVE SPACES TO PASE-LINEA.
009400     STRING "Email: " DELIMITED BY SIZE
009410         EMAIL DELIMITED BY "  "
009420         "    Telefono: " DELIMITED BY SIZE
009430         TELEFONO DELIMITED BY "  "
009440         INTO PASE-LINEA
009450     END-STRING.
009460     WRITE PASE-LINEA.
009470 5000-EXIT.
009480     EXIT.
009490
009500*----------------------------------------------------------------*
009510* 6000-REGISTRAR-EMISION                                    *
009520* REGISTRA EL PASE DEL ALUMNO LEIDO EN EMISION.TXT: NUMERO    *
009530* DE CONTROL = ULTIMO + 1 (SI OTRA TERMINAL LO TOMO SE CORRE  *
009540* AL SIGUIENTE LIBRE) Y CODIGO SORTEADO QUE NO ESTE EMITIDO.  *
009550* EMISION-OK QUEDA APAGADO SI NO SE PUDO GRABAR.             *
009560*----------------------------------------------------------------*
009570 6000-REGISTRAR-EMISION.
009580     MOVE "N" TO WS-EMI-OK-SW.
009590     SET CODIGO-EXISTE TO TRUE.
009600     MOVE ZERO TO WS-EMI-INTENTOS.
009610     PERFORM 6100-SORTEAR-CODIGO THRU 6100-EXIT
009620         UNTIL NOT CODIGO-EXISTE OR WS-EMI-INTENTOS > 50.
009630     IF CODIGO-EXISTE
009640         GO TO 6000-EXIT
009650     END-IF.
009660     MOVE SPACES TO EMISION-REGISTRO.
009670     MOVE WS-EMI-CODIGO TO EMICODIGO.
009680     MOVE "PA" TO EMITIPO.
009690     MOVE NUMERO TO EMIALUMNO.
009700     MOVE WS-FECHA-PROCESO TO EMIFECHA.
009710     ACCEPT WS-EMI-HORA FROM TIME.
009720     MOVE WS-EMI-HORA (1:6) TO EMIHORA.
009730     MOVE "EMITIR-PASES" TO EMIUSUARIO.
009740     MOVE FECHABAJA TO WS-FECHA-AUX.
009750     PERFORM 8500-FORMATEAR-FECHA THRU 8500-EXIT.
009760     STRING "PASE POR TRASLADO: " DELIMITED BY SIZE
009770         NOMBRE DELIMITED BY "  "
009780         " " DELIMITED BY SIZE
009790         APELLIDO DELIMITED BY "  "
009800         ", baja del " DELIMITED BY SIZE
009810         WS-FECHA-ED DELIMITED BY SIZE
009820         ", ciclo " DELIMITED BY SIZE
009830         WS-CICLO DELIMITED BY SIZE
009840         INTO EMIRESUMEN
009850     END-STRING.
009860     MOVE "V" TO EMIESTADO.
009870     MOVE ZERO TO EMIANULAFECHA.
009880     MOVE ZERO TO WS-EMI-INTENTOS.
009890     MOVE "22" TO FS-EMISION.
009900     PERFORM 6200-GRABAR-EMISION THRU 6200-EXIT
009910         UNTIL FS-EMISION NOT = "22" OR WS-EMI-INTENTOS > 50.
009920     IF FS-EMISION = "00"
009930         SET EMISION-OK TO TRUE
009940     END-IF.
009950 6000-EXIT.
009960     EXIT.
009970
009980 6100-SORTEAR-CODIGO.
009990     ADD 1 TO WS-EMI-INTENTOS.
010000     MOVE SPACES TO WS-EMI-CODIGO.
010010     PERFORM 6110-SORTEAR-CARACTER THRU 6110-EXIT
010020         VARYING WS-EMI-I FROM 1 BY 1 UNTIL WS-EMI-I > 8.
010030     MOVE WS-EMI-CODIGO TO EMICODIGO.
010040     READ EMISION KEY IS EMICODIGO
010050         INVALID KEY
010060             MOVE "N" TO WS-EMI-EXISTE-SW
010070     END-READ.
010080 6100-EXIT.
010090     EXIT.
010100
010110*    GENERADOR DE LEHMER: SEMILLA = SEMILLA * 16807 MODULO
010120*    2147483647; EL RESTO MODULO 31 ELIGE LA LETRA.
010130 6110-SORTEAR-CARACTER.
010140     COMPUTE WS-EMI-PRODUCTO = WS-EMI-SEMILLA * 16807.
010150     DIVIDE WS-EMI-PRODUCTO BY 2147483647
010160         GIVING WS-EMI-COCIENTE REMAINDER WS-EMI-SEMILLA.
010170     DIVIDE WS-EMI-SEMILLA BY 31
010180         GIVING WS-EMI-COCIENTE REMAINDER WS-EMI-RESTO.
010190     MOVE WS-EMI-ALFABETO (WS-EMI-RESTO + 1:1)
010200         TO WS-EMI-CODIGO (WS-EMI-I:1).
010210 6110-EXIT.
010220     EXIT.
010230
010240 6200-GRABAR-EMISION.
010250     ADD 1 TO WS-EMI-INTENTOS.
010260     ADD 1 TO WS-EMI-NUMERO.
010270     MOVE WS-EMI-NUMERO TO EMINUMERO.
010280     WRITE EMISION-REGISTRO
010290         INVALID KEY
010300             CONTINUE
010310     END-WRITE.
010320 6200-EXIT.
010330     EXIT.
010340
010350*----------------------------------------------------------------*
010360* 8000-LEER-FILA                                            *
010370* TRAE LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO DE TRABAJO; SI NO *
010380* ESTA LA DEJA ARMADA EN CERO Y MARCADA COMO NUEVA.          *
010390*----------------------------------------------------------------*
010400 8000-LEER-FILA.
010410     MOVE "N" TO WS-FILA-NUEVA-SW.
010420     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
010430     READ TRABAJO.
010440     IF FS-TRABAJO = "00"
010450         GO TO 8000-EXIT
010460     END-IF.
010470     SET FILA-NUEVA TO TRUE.
010480     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
010490     MOVE ZERO TO TRA-DATOS.
010500 8000-EXIT.
010510     EXIT.
010520
010530 8100-GRABAR-FILA.
010540     IF FILA-NUEVA
010550         WRITE TRABAJO-REGISTRO
010560     ELSE
010570         REWRITE TRABAJO-REGISTRO
010580     END-IF.
010590 8100-EXIT.
010600     EXIT.
010610
010620*----------------------------------------------------------------*
010630* 8300-GRABAR-TRASLADO                                      *
010640* GRABA UN REGISTRO DE DETALLE DEL ARCHIVO DE TRASLADO Y LO  *
010650* SUMA A LOS TOTALES DEL TRAILER.                            *
010660*----------------------------------------------------------------*
010670 8300-GRABAR-TRASLADO.
010680     WRITE TRASLADO-REGISTRO.
010690     ADD 1 TO WS-TOTAL-REGISTROS.
010700     ADD TRASNUMERO TO WS-HASH-TRASLADO.
010710 8300-EXIT.
010720     EXIT.
010730
010740*----------------------------------------------------------------*
010750* 8400-NOMBRE-CURSO                                         *
010760* NOMBRE DEL CURSO WS-CURSO-CODIGO SEGUN CURSO.TXT (EN       *
010770* BLANCO SI NO ESTA); EL CURSO EN BLANCO ES EL PASE DIARIO.  *
010780*----------------------------------------------------------------*
010790 8400-NOMBRE-CURSO.
010800     MOVE SPACES TO WS-CURSO-NOMBRE.
010810     IF WS-CURSO-CODIGO = SPACES
010820         MOVE "GENERAL (PASE DIARIO)" TO WS-CURSO-NOMBRE
010830         GO TO 8400-EXIT
010840     END-IF.
010850     IF NOT CURSO-DISPONIBLE
010860         GO TO 8400-EXIT
010870     END-IF.
010880     MOVE WS-CURSO-CODIGO TO CURSOCODIGO.
010890     READ CURSO.
010900     IF FS-CURSO = "00"
010910         MOVE CURSONOMBRE TO WS-CURSO-NOMBRE
010920     END-IF.
010930 8400-EXIT.
010940     EXIT.
010950
010960 8500-FORMATEAR-FECHA.
010970     MOVE WS-FA-DD TO WS-FE-DD.
010980     MOVE WS-FA-MM TO WS-FE-MM.
010990     MOVE WS-FA-AAAA TO WS-FE-AAAA.
011000 8500-EXIT.
011010     EXIT.
011020
011030*----------------------------------------------------------------*
011040* 9000-FINALIZAR                                            *
011050*----------------------------------------------------------------*
011060 9000-FINALIZAR.
011070     IF ARCHIVOS-ABIERTOS
011080         CLOSE ALUMNO
011090         CLOSE TRASLADOS
011100         CLOSE PASES
011110         CLOSE TRABAJO
011120         CLOSE EMISION
011130     END-IF.
011140     IF CALIFICACION-DISPONIBLE
011150         CLOSE CALIFICACION
011160     END-IF.
011170     IF CONDICION-DISPONIBLE
011180         CLOSE CONDICION
011190     END-IF.
011200     IF ASISTENCIA-DISPONIBLE
011210         CLOSE ASISTENCIA
011220     END-IF.
011230     IF CURSO-DISPONIBLE
011240         CLOSE CURSO
011250     END-IF.
011260     DISPLAY "Pases emitidos: " WS-TOTAL-PASES.
011270     DISPLAY "Pases ya emitidos en ventanilla: "
011280         WS-TOTAL-YA-EMITIDOS.
011290     DISPLAY "Registros de traslado: " WS-TOTAL-REGISTROS.
011300     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
011310 9000-EXIT.
011320     EXIT.
011330
011340*----------------------------------------------------------------*
011350* 9100-GRABAR-LOG                                           *
011360* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
011370* LOG COMPARTIDO DE LOS BATCH.                               *
011380*----------------------------------------------------------------*
011390 9100-GRABAR-LOG.
011400     OPEN EXTEND LOG-CORRIDA.
011410     IF FS-LOG = "05" OR FS-LOG = "35"
011420         OPEN OUTPUT LOG-CORRIDA
011430     END-IF.
011440     IF FS-LOG NOT = "00"
011450         GO TO 9100-EXIT
011460     END-IF.
011470     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
011480     ACCEPT WS-LOG-HORA FROM TIME.
011490     MOVE RETURN-CODE TO WS-LOG-RC.
011500     MOVE SPACES TO LOG-LINEA.
011510     STRING WS-LOG-FECHA DELIMITED BY SIZE
011520         " " DELIMITED BY SIZE
011530         WS-LOG-HORA DELIMITED BY SIZE
011540         " EMITIR-PASES FECHA=" DELIMITED BY SIZE
011550         WS-FECHA-PROCESO DELIMITED BY SIZE
011560         " PASES=" DELIMITED BY SIZE
011570         WS-TOTAL-PASES DELIMITED BY SIZE
011580         " REGISTROS=" DELIMITED BY SIZE
011590         WS-TOTAL-REGISTROS DELIMITED BY SIZE
011600         " RC=" DELIMITED BY SIZE
011610         WS-LOG-RC DELIMITED BY SIZE
011620         INTO LOG-LINEA
011630     END-STRING.
011640     WRITE LOG-LINEA.
011650     CLOSE LOG-CORRIDA.
011660 9100-EXIT.
011670     EXIT.
011680
011690 9999-EXIT.
011700     EXIT.
