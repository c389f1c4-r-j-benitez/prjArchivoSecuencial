000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EGRESAR-ALUMNOS.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* EGRESO DE FIN DE CICLO: BUSCA EN RESULTADO.TXT A LOS ALUMNOS
000180* ACTIVOS QUE APROBARON EN EL CICLO INDICADO TODOS LOS CURSOS DE
000190* ULTIMO ANO QUE CURSARON (LOS CURSOS DEL CATALOGO SIN CURSO
000200* SIGUIENTE, VER CURSOREGISTRO.CPY; ALCANZA CON UNO APROBADO Y
000210* NINGUNO REPROBADO O LIBRE), LOS DA DE BAJA CON MOTIVO EG Y LES
000220* ASIGNA EL NUMERO DE TITULO CORRELATIVO EN EL LIBRO MATRIZ
000230* (TITULO.TXT, VER TITULOREGISTRO.CPY).
000240*
000250* LA BAJA ES LA MISMA CASCADA DEL MANTENIMIENTO DE ALUMNOS: EL
000260* REGISTRO QUEDA EN ESTADO B CON MOTIVO Y FECHA, SE DEJA LA LINEA
000270* EN ALUMNO_CAMBIOS.TXT, SE DESCUENTA DEL REGISTRO DE CONTROL, SE
000280* RETIRAN LAS MATRICULAS ACTIVAS DEL CICLO ABIERTO Y POR CADA
000290* ASIENTO LIBERADO SE PROMUEVE AL PRIMERO DE LA LISTA DE ESPERA
000300* DEL CURSO. LOS MOVIMIENTOS QUEDAN EN BITACORA.TXT CON "EGRESO"
000310* COMO USUARIO.
000320*
000330* IMPRIME EN LIBRO_MATRIZ.TXT LOS FOLIOS DEL LIBRO QUE TOCARON
000340* LOS TITULOS DE LA CORRIDA, COMPLETOS (CON LOS TITULOS DE
000350* CORRIDAS ANTERIORES QUE YA ESTUVIERAN EN EL MISMO FOLIO), UNA
000360* PAGINA POR FOLIO CON EL BLOQUE DE FIRMA DE LA DIRECCION Y DE LA
000370* INSPECCION DISTRITAL. LA CORRIDA SE PUEDE REPETIR: EL ALUMNO
000380* YA EGRESADO ESTA DE BAJA Y NO VUELVE A ENTRAR.
000390*
000400* EL PARAMETRO LLEGA POR LA LINEA DE COMANDO EN MODO DESATENDIDO
000410* ("AAAA": CICLO DEL EGRESO) O POR CONSOLA COMO ULTIMO RECURSO,
000420* IGUAL QUE EN CERRAR-CURSOS.
000430*
000440* LOS CURSOS DE ULTIMO ANO, LOS EGRESADOS DE LA CORRIDA Y LOS
000450* ASIENTOS LIBERADOS (LA CASCADA DE MATRICULAS SE HACE EN UNA
000460* SOLA PASADA AL FINAL) QUEDAN EN EL ARCHIVO DE TRABAJO
000470* EGRESAR_TRABAJO.TXT (INDEXADO, SE RECREA EN CADA CORRIDA), ASI
000480* QUE NO HAY TOPE DE CURSOS NI DE EGRESADOS POR CORRIDA.
000490*
000500* HISTORIAL DE MODIFICACIONES
000510*   2026-10-15  OFS  VERSION INICIAL.
000520*   2026-10-15  OFS  LINEAS DE BITACORA Y DE CAMBIOS ENCADENADAS
000530*                    CON SU CONTROL.
000540*   2026-10-15  OFS  SIN TOPE DE CURSOS NI DE EGRESADOS: CURSOS
000550*                    DE ULTIMO ANO, EGRESADOS Y ASIENTOS
000560*                    LIBERADOS PASAN AL ARCHIVO DE TRABAJO
000570*                    EGRESAR_TRABAJO.TXT.
000580*
000590 ENVIRONMENT DIVISION.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     COPY AlumnoSelect.
000630     COPY CursoSelect.
000640     COPY CicloSelect.
000650     COPY ResultadoSelect.
000660     COPY MatriculaSelect.
000670     COPY ListaEsperaSelect.
000680     COPY TituloSelect.
000690     COPY ControlSelect.

000700     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000710         ORGANIZATION INDEXED
000720         ACCESS MODE DYNAMIC
000730         RECORD KEY TRA-CLAVE
000740         FILE STATUS FS-TRABAJO.

000750     SELECT ALUMNO-CAMBIOS ASSIGN TO WS-ARCHIVO-CAMBIOS
000760         ORGANIZATION LINE SEQUENTIAL
000770         FILE STATUS FS-CAMBIOS.

000780     SELECT BITACORA ASSIGN TO WS-ARCHIVO-BITACORA
000790         ORGANIZATION LINE SEQUENTIAL
000800         FILE STATUS FS-BITACORA.

000810     SELECT LIBRO ASSIGN TO WS-ARCHIVO-LIBRO
000820         ORGANIZATION LINE SEQUENTIAL
000830         FILE STATUS FS-LIBRO.

000840     SELECT CADENA-LECTURA ASSIGN TO WS-CAD-ARCHIVO
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS FS-CADENA.

000870     SELECT CADENA-INDICE ASSIGN TO WS-CAD-ARCHIVO-INDICE
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS FS-CAD-INDICE.

000900     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000910         ORGANIZATION LINE SEQUENTIAL
000920         FILE STATUS FS-LOG.

000930 DATA DIVISION.
000940 FILE SECTION.
000950 FD  ALUMNO.
000960     COPY AlumnoRegistro.
000970 FD  CURSO.
000980     COPY CursoRegistro.
000990 FD  CICLO.
001000     COPY CicloRegistro.
001010 FD  RESULTADO.
001020     COPY ResultadoRegistro.
001030 FD  MATRICULA.
001040     COPY MatriculaRegistro.
001050 FD  LISTAESPERA.
001060     COPY ListaEsperaRegistro.
001070 FD  TITULO.
001080     COPY TituloRegistro.
001090 FD  ALUMNOCONTROL.
001100     COPY ControlRegistro.

001110* FILAS DEL ARCHIVO DE TRABAJO, POR TRA-TIPO:
001120*   "F" CURSO DE ULTIMO ANO (TRA-CODIGO ES EL CURSO).
001130*   "E" EGRESADO DE LA CORRIDA (TRA-CODIGO ES EL NUMERO).
001140*   "L" ASIENTO LIBERADO DE UN CURSO (TRA-CODIGO ES EL CURSO Y
001150*       TRA-SECUENCIA EL ORDEN EN QUE SE LIBERO).
001160 FD  TRABAJO.
001170 01  TRABAJO-REGISTRO.
001180     05  TRA-CLAVE.
001190         10  TRA-TIPO        PIC X(01).
001200         10  TRA-CODIGO      PIC X(07).
001210         10  TRA-SECUENCIA   PIC 9(06).

001220 FD  ALUMNO-CAMBIOS.
001230 01  CAMBIOS-LINEA           PIC X(250).

001240 FD  BITACORA.
001250 01  BITACORA-LINEA          PIC X(250).

001260 FD  LIBRO.
001270 01  LIBRO-LINEA             PIC X(100).

001280 FD  CADENA-LECTURA.
001290 01  CADENA-LINEA            PIC X(250).

001300 FD  CADENA-INDICE.
001310 01  CADENA-INDICE-LINEA     PIC X(80).

001320 FD  LOG-CORRIDA.
001330 01  LOG-LINEA               PIC X(132).

001340 WORKING-STORAGE SECTION.
001350 01  FS-ALUMNO               PIC XX.
001360 01  FS-CURSO                PIC XX.
001370 01  FS-CICLO                PIC XX.
001380 01  FS-RESULTADO            PIC XX.
001390 01  FS-MATRICULA            PIC XX.
001400 01  FS-LISTA-ESPERA         PIC XX.
001410 01  FS-TITULO               PIC XX.
001420 01  FS-CONTROL              PIC XX.
001430 01  FS-CAMBIOS              PIC XX.
001440 01  FS-TRABAJO              PIC XX.
001450 01  WS-ARCHIVO-TRABAJO  PIC X(40)
001460     VALUE "egresar_trabajo.txt".
001470 01  WS-ARCHIVO-CAMBIOS  PIC X(40) VALUE "alumno_cambios.txt".
001480 01  FS-BITACORA             PIC XX.
001490 01  WS-ARCHIVO-BITACORA PIC X(40) VALUE "bitacora.txt".
001500 01  FS-CADENA               PIC XX.
001510 01  FS-CAD-INDICE           PIC XX.
001520 01  WS-CAD-ARCHIVO          PIC X(40).
001530 01  WS-CAD-ARCHIVO-INDICE PIC X(40)
001540     VALUE "bitacoras_segmentos.txt".
001550 01  FS-LIBRO                PIC XX.
001560 01  WS-ARCHIVO-LIBRO    PIC X(40) VALUE "libro_matriz.txt".
001570 01  FS-LOG                  PIC XX.
001580 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001590 01  WS-PARAMETRO            PIC X(100).
001600 01  WS-LOG-FECHA            PIC 9(08).
001610 01  WS-LOG-HORA             PIC 9(08).
001620 01  WS-LOG-EGRESADOS        PIC 9(06).
001630 01  WS-LOG-RC               PIC 9(01).

001640 01  WS-SWITCHES.
001650     05  WS-CAD-CON-CONTROL-SW PIC X(01) VALUE "N".
001660         88  CAD-CON-CONTROL          VALUE "S".
001670     05  WS-CAD-HALLADO-SW   PIC X(01) VALUE "N".
001680         88  CAD-HALLADO              VALUE "S".
001690     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001700         88  ARCHIVOS-ABIERTOS        VALUE "S".
001710     05  WS-ALUMNO-HALLADO-SW PIC X(01) VALUE "N".
001720         88  ALUMNO-HALLADO           VALUE "S".
001730     05  WS-TIENE-TITULO-SW  PIC X(01) VALUE "N".
001740         88  TIENE-TITULO             VALUE "S".
001750     05  WS-CONTROL-OK-SW    PIC X(01) VALUE "N".
001760         88  CONTROL-OK               VALUE "S".
001770     05  WS-HAY-PROMOVIDO-SW PIC X(01) VALUE "N".
001780         88  HAY-PROMOVIDO            VALUE "S".
001790     05  WS-MATRICULA-PREVIA-SW PIC X(01) VALUE "N".
001800         88  MATRICULA-PREVIA         VALUE "S".
001810     05  WS-CURSO-FINAL-SW   PIC X(01) VALUE "N".
001820         88  CURSO-FINAL              VALUE "S".
001830     05  WS-ES-EGRESADO-SW   PIC X(01) VALUE "N".
001840         88  ES-EGRESADO              VALUE "S".

001850 01  WS-CICLO-EGRESO         PIC 9(04).
001860 01  WS-CICLO-ABIERTO        PIC 9(04) VALUE ZERO.
001870 01  WS-FECHA-HOY            PIC 9(08).
001880 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001890     05  WS-HOY-AAAA         PIC 9(04).
001900     05  WS-HOY-MM           PIC 9(02).
001910     05  WS-HOY-DD           PIC 9(02).

001920* LIBRO MATRIZ: TITULOS POR FOLIO Y FOLIOS POR LIBRO.
001930 01  WS-TITULOS-POR-FOLIO    PIC 9(03) VALUE 20.
001940 01  WS-FOLIOS-POR-LIBRO     PIC 9(03) VALUE 200.

001950 01  WS-BITACORA-CAMPOS.
001960     05  WS-BIT-NUMERO       PIC 9(07).
001970     05  WS-BIT-ARCHIVO      PIC X(10).
001980     05  WS-BIT-CLAVE        PIC X(10).
001990     05  WS-BIT-OPERACION    PIC X(04).
002000     05  WS-BIT-ANT          PIC X(20).
002010     05  WS-BIT-NVO          PIC X(20).
002020     05  WS-BIT-HORA         PIC 9(08).
002030     05  WS-BIT-HORA-R REDEFINES WS-BIT-HORA.
002040         10  WS-BIT-HH       PIC 9(02).
002050         10  WS-BIT-MI       PIC 9(02).
002060         10  WS-BIT-SS       PIC 9(02).
002070         10  FILLER          PIC 9(02).

002080 01  WS-ALUMNO-ACTUAL        PIC 9(07) VALUE ZERO.
002090 01  WS-CURSO-APROBADO       PIC X(06).
002100 01  WS-LIB-CURSO            PIC X(06).
002110 01  WS-PROMOVIDO-NUMERO     PIC 9(07).
002120 01  WS-PROXIMO-TITULO       PIC 9(06) VALUE 1.
002130 01  WS-PRIMER-TITULO        PIC 9(06) VALUE ZERO.
002140 01  WS-POSICION             PIC 9(06).
002150 01  WS-FOLIO-ABSOLUTO       PIC 9(06).
002160 01  WS-LIBRO-CALC           PIC 9(03).
002170 01  WS-FOLIO-CALC           PIC 9(03).
002180 01  WS-LIBRO-ACTUAL         PIC 9(03) VALUE ZERO.
002190 01  WS-FOLIO-ACTUAL         PIC 9(03) VALUE ZERO.
002200 01  WS-FECHA-EDIT           PIC X(10).
002210 01  WS-NOMBRE-LIBRO         PIC X(36).
002220 77  WS-FIN-APROBADOS        PIC 9(03) VALUE ZERO COMP.
002230 77  WS-FIN-PENDIENTES       PIC 9(03) VALUE ZERO COMP.
002240 77  WS-TOTAL-FINALES        PIC 9(04) VALUE ZERO COMP.
002250 77  WS-TOTAL-EGRESADOS      PIC 9(06) VALUE ZERO COMP.
002260 77  WS-TOTAL-LIBERADOS      PIC 9(06) VALUE ZERO COMP.
002270 77  WS-LINEAS-FOLIO         PIC 9(02) VALUE ZERO COMP.
002280 77  WS-TOTAL-CANDIDATOS     PIC 9(06) VALUE ZERO COMP.
002290 77  WS-TOTAL-YA-BAJA        PIC 9(06) VALUE ZERO COMP.
002300 77  WS-TOTAL-CON-TITULO     PIC 9(06) VALUE ZERO COMP.
002310 77  WS-TOTAL-RETIRADAS      PIC 9(06) VALUE ZERO COMP.
002320 77  WS-TOTAL-PROMOVIDOS     PIC 9(06) VALUE ZERO COMP.
002330 77  WS-TOTAL-FOLIOS         PIC 9(04) VALUE ZERO COMP.
002340 77  WS-TOTAL-OMITIDOS       PIC 9(06) VALUE ZERO COMP.

002350* CADENA DE CONTROL DE LAS BITACORAS (VER 8940-ENCADENAR-LINEA).
002360 01  WS-CADENA.
002370     05  WS-CAD-BASE         PIC X(20).
002380     05  WS-CAD-LINEA        PIC X(250).
002390     05  WS-CAD-LARGO        PIC 9(03) COMP.
002400     05  WS-CAD-I            PIC 9(03) COMP.
002410     05  WS-CAD-ANTERIOR     PIC 9(09).
002420     05  WS-CAD-ANT-CAMBIOS  PIC 9(09).
002430     05  WS-CAD-CONTROL      PIC 9(09).
002440     05  WS-CAD-GUARDADO     PIC 9(09).
002450     05  WS-CAD-VALOR        PIC 9(11).
002460     05  WS-CAD-COCIENTE     PIC 9(11).
002470     05  WS-CAD-RESTO        PIC 9(09).
002480     05  WS-CAD-MES-MAYOR    PIC 9(06).
002490     05  WS-CAD-IDX-NOMBRE   PIC X(40).
002500     05  WS-CAD-IDX-MES      PIC X(06).
002510     05  WS-CAD-IDX-ESTADO   PIC X(01).
002520     05  WS-CAD-IDX-BASE     PIC X(20).
002530     05  WS-CAD-IDX-FINAL    PIC X(09).
002540 01  WS-CAD-PAR.
002550     05  WS-CAD-PAR-ALTO     PIC X(01) VALUE LOW-VALUE.
002560     05  WS-CAD-PAR-BAJO     PIC X(01).
002570 01  WS-CAD-CODIGO REDEFINES WS-CAD-PAR PIC 9(04) COMP.

002580 PROCEDURE DIVISION.

002590 0000-MAINLINE.
002600     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002610     PERFORM 2000-CARGAR-FINALES THRU 2000-EXIT.
002620     PERFORM 3000-RECORRER-RESULTADOS THRU 3000-EXIT.
002630     PERFORM 5000-RETIRAR-MATRICULAS THRU 5000-EXIT.
002640     PERFORM 6000-IMPRIMIR-LIBRO THRU 6000-EXIT.
002650     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002660     GOBACK.

002670*----------------------------------------------------------------*
002680* 1000-INICIALIZAR                                          *
002690* RESUELVE EL CICLO, ABRE LOS ARCHIVOS Y DEJA LISTO EL       *
002700* PROXIMO NUMERO DE TITULO.                                  *
002710*----------------------------------------------------------------*
002720 1000-INICIALIZAR.
002730     PERFORM 1100-OBTENER-PARAMETROS THRU 1100-EXIT.
002740     IF WS-CICLO-EGRESO = ZERO
002750         DISPLAY "Parametro invalido (CICLO AAAA)"
002760         MOVE 8 TO RETURN-CODE
002770         GO TO 1000-EXIT
002780     END-IF.
002790     PERFORM 1200-BUSCAR-CICLO-ABIERTO THRU 1200-EXIT.
002800     OPEN INPUT CURSO.
002810     IF FS-CURSO NOT = "00"
002820         DISPLAY "No se pudo abrir curso.txt"
002830         MOVE 8 TO RETURN-CODE
002840         GO TO 1000-EXIT
002850     END-IF.
002860     OPEN INPUT RESULTADO.
002870     IF FS-RESULTADO NOT = "00"
002880         DISPLAY "No se pudo abrir resultado.txt"
002890         CLOSE CURSO
002900         MOVE 8 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     OPEN I-O ALUMNO.
002940     IF FS-ALUMNO NOT = "00"
002950         DISPLAY "No se pudo abrir alumno.txt"
002960         CLOSE CURSO
002970         CLOSE RESULTADO
002980         MOVE 8 TO RETURN-CODE
002990         GO TO 1000-EXIT
003000     END-IF.
003010     OPEN I-O TITULO.
003020     IF FS-TITULO = "35"
003030         OPEN OUTPUT TITULO
003040         CLOSE TITULO
003050         OPEN I-O TITULO
003060     END-IF.
003070     IF FS-TITULO NOT = "00"
003080         DISPLAY "No se pudo abrir titulo.txt"
003090         CLOSE CURSO
003100         CLOSE RESULTADO
003110         CLOSE ALUMNO
003120         MOVE 8 TO RETURN-CODE
003130         GO TO 1000-EXIT
003140     END-IF.
003150     MOVE "alumno_cambios" TO WS-CAD-BASE.
003160     PERFORM 8900-ULTIMO-CONTROL THRU 8900-EXIT.
003170     MOVE WS-CAD-ANTERIOR TO WS-CAD-ANT-CAMBIOS.
003180     OPEN EXTEND ALUMNO-CAMBIOS.
003190     IF FS-CAMBIOS = "05" OR FS-CAMBIOS = "35"
003200         OPEN OUTPUT ALUMNO-CAMBIOS
003210     END-IF.
003220     IF FS-CAMBIOS NOT = "00"
003230         DISPLAY "No se pudo abrir " WS-ARCHIVO-CAMBIOS
003240         CLOSE CURSO
003250         CLOSE RESULTADO
003260         CLOSE ALUMNO
003270         CLOSE TITULO
003280         MOVE 8 TO RETURN-CODE
003290         GO TO 1000-EXIT
003300     END-IF.
003310     OPEN OUTPUT TRABAJO.
003320     IF FS-TRABAJO = "00"
003330         CLOSE TRABAJO
003340         OPEN I-O TRABAJO
003350     END-IF.
003360     IF FS-TRABAJO NOT = "00"
003370         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
003380         CLOSE CURSO
003390         CLOSE RESULTADO
003400         CLOSE ALUMNO
003410         CLOSE TITULO
003420         CLOSE ALUMNO-CAMBIOS
003430         MOVE 8 TO RETURN-CODE
003440         GO TO 1000-EXIT
003450     END-IF.
003460     SET ARCHIVOS-ABIERTOS TO TRUE.
003470     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003480     PERFORM 1300-PROXIMO-TITULO THRU 1300-EXIT.
003490 1000-EXIT.
003500     EXIT.

003510*----------------------------------------------------------------*
003520* 1100-OBTENER-PARAMETROS                                   *
003530* CICLO DEL EGRESO POR LINEA DE COMANDO (MODO DESATENDIDO) O *
003540* POR CONSOLA.                                               *
003550*----------------------------------------------------------------*
003560 1100-OBTENER-PARAMETROS.
003570     MOVE ZERO TO WS-CICLO-EGRESO.
003580     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
003590     IF WS-PARAMETRO (1:4) NUMERIC
003600         MOVE WS-PARAMETRO (1:4) TO WS-CICLO-EGRESO
003610         GO TO 1100-EXIT
003620     END-IF.
003630     DISPLAY "Ciclo del egreso (AAAA): " WITH NO ADVANCING.
003640     ACCEPT WS-CICLO-EGRESO FROM CONSOLE.
003650     IF WS-CICLO-EGRESO NOT NUMERIC
003660         MOVE ZERO TO WS-CICLO-EGRESO
003670     END-IF.
003680 1100-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------*
003710* 1200-BUSCAR-CICLO-ABIERTO                                 *
003720* DEJA EN WS-CICLO-ABIERTO EL CICLO ABIERTO DE CICLO.TXT     *
003730* (CERO SI NO HAY NINGUNO: NO HAY MATRICULAS QUE RETIRAR).   *
003740*----------------------------------------------------------------*
003750 1200-BUSCAR-CICLO-ABIERTO.
003760     OPEN INPUT CICLO.
003770     IF FS-CICLO NOT = "00"
003780         GO TO 1200-EXIT
003790     END-IF.
003800     READ CICLO NEXT RECORD.
003810     PERFORM 1210-EXAMINAR-CICLO THRU 1210-EXIT
003820         UNTIL FS-CICLO NOT = "00".
003830     CLOSE CICLO.
003840 1200-EXIT.
003850     EXIT.

003860 1210-EXAMINAR-CICLO.
003870     IF CICESTADO = "A"
003880         MOVE CICANIO TO WS-CICLO-ABIERTO
003890     END-IF.
003900     READ CICLO NEXT RECORD.
003910 1210-EXIT.
003920     EXIT.

003930*----------------------------------------------------------------*
003940* 1300-PROXIMO-TITULO                                       *
003950* EL PROXIMO NUMERO DE TITULO ES EL ULTIMO DEL LIBRO MAS UNO *
003960* (TITULO.TXT VIENE ORDENADO POR NUMERO DE TITULO).          *
003970*----------------------------------------------------------------*
003980 1300-PROXIMO-TITULO.
003990     MOVE 1 TO WS-PROXIMO-TITULO.
004000     READ TITULO NEXT RECORD.
004010     PERFORM 1310-LEER-TITULO THRU 1310-EXIT
004020         UNTIL FS-TITULO NOT = "00".
004030 1300-EXIT.
004040     EXIT.

004050 1310-LEER-TITULO.
004060     COMPUTE WS-PROXIMO-TITULO = TITNUMERO + 1.
004070     READ TITULO NEXT RECORD.
004080 1310-EXIT.
004090     EXIT.

004100*----------------------------------------------------------------*
004110* 2000-CARGAR-FINALES                                       *
004120* CARGA LOS CURSOS DE ULTIMO ANO: LOS DEL CATALOGO SIN CURSO *
004130* SIGUIENTE (LOS ANTERIORES A ESE CAMPO TAMBIEN CUENTAN).    *
004140*----------------------------------------------------------------*
004150 2000-CARGAR-FINALES.
004160     IF NOT ARCHIVOS-ABIERTOS
004170         GO TO 2000-EXIT
004180     END-IF.
004190     READ CURSO NEXT RECORD.
004200     PERFORM 2100-CARGAR-CURSO THRU 2100-EXIT
004210         UNTIL FS-CURSO NOT = "00".
004220     IF WS-TOTAL-FINALES = ZERO
004230         DISPLAY "No hay cursos de ultimo ano (sin curso "
004240             "siguiente) en el catalogo"
004250     END-IF.
004260 2000-EXIT.
004270     EXIT.

004280 2100-CARGAR-CURSO.
004290     IF CURSOSIGUIENTE NOT = SPACES
004300        AND CURSOSIGUIENTE NOT = LOW-VALUES
004310         GO TO 2100-SIGUIENTE
004320     END-IF.
004330     ADD 1 TO WS-TOTAL-FINALES.
004340     MOVE "F" TO TRA-TIPO.
004350     MOVE CURSOCODIGO TO TRA-CODIGO.
004360     MOVE ZERO TO TRA-SECUENCIA.
004370     WRITE TRABAJO-REGISTRO.
004380 2100-SIGUIENTE.
004390     READ CURSO NEXT RECORD.
004400 2100-EXIT.
004410     EXIT.

004420*----------------------------------------------------------------*
004430* 3000-RECORRER-RESULTADOS                                  *
004440* BARRE RESULTADO.TXT, QUE VIENE POR NUMERO+CURSO+CICLO: LOS *
004450* RESULTADOS DE CADA ALUMNO LLEGAN JUNTOS Y AL CAMBIAR EL    *
004460* NUMERO SE DECIDE EL EGRESO DEL ANTERIOR (CORTE DE CONTROL).*
004470*----------------------------------------------------------------*
004480 3000-RECORRER-RESULTADOS.
004490     IF NOT ARCHIVOS-ABIERTOS OR WS-TOTAL-FINALES = ZERO
004500         GO TO 3000-EXIT
004510     END-IF.
004520     READ RESULTADO NEXT RECORD.
004530     PERFORM 3100-ACUMULAR-UNO THRU 3100-EXIT
004540         UNTIL FS-RESULTADO NOT = "00".
004550     IF WS-ALUMNO-ACTUAL NOT = ZERO
004560         PERFORM 3200-EVALUAR-ALUMNO THRU 3200-EXIT
004570     END-IF.
004580 3000-EXIT.
004590     EXIT.

004600 3100-ACUMULAR-UNO.
004610     IF RESNUMERO NOT = WS-ALUMNO-ACTUAL
004620         IF WS-ALUMNO-ACTUAL NOT = ZERO
004630             PERFORM 3200-EVALUAR-ALUMNO THRU 3200-EXIT
004640         END-IF
004650         MOVE RESNUMERO TO WS-ALUMNO-ACTUAL
004660         MOVE ZERO TO WS-FIN-APROBADOS WS-FIN-PENDIENTES
004670         MOVE SPACES TO WS-CURSO-APROBADO
004680     END-IF.
004690     IF RESCICLO NOT = WS-CICLO-EGRESO
004700         GO TO 3100-SIGUIENTE
004710     END-IF.
004720     PERFORM 3900-BUSCAR-FINAL THRU 3900-EXIT.
004730     IF NOT CURSO-FINAL
004740         GO TO 3100-SIGUIENTE
004750     END-IF.
004760     IF RESESTADO = "A"
004770         ADD 1 TO WS-FIN-APROBADOS
004780         IF WS-CURSO-APROBADO = SPACES
004790             MOVE RESCURSO TO WS-CURSO-APROBADO
004800         END-IF
004810     ELSE
004820         ADD 1 TO WS-FIN-PENDIENTES
004830     END-IF.
004840 3100-SIGUIENTE.
004850     READ RESULTADO NEXT RECORD.
004860 3100-EXIT.
004870     EXIT.

004880*----------------------------------------------------------------*
004890* 3200-EVALUAR-ALUMNO                                       *
004900* EL ALUMNO DEL CORTE EGRESA SI APROBO ALGUN CURSO DE ULTIMO *
004910* ANO EN EL CICLO Y NO TIENE NINGUNO REPROBADO NI LIBRE.     *
004920* YA DADO DE BAJA (O CON TITULO) NO SE VUELVE A EGRESAR.     *
004930*----------------------------------------------------------------*
004940 3200-EVALUAR-ALUMNO.
004950     IF WS-FIN-APROBADOS = ZERO OR WS-FIN-PENDIENTES > ZERO
004960         GO TO 3200-EXIT
004970     END-IF.
004980     ADD 1 TO WS-TOTAL-CANDIDATOS.
004990     MOVE WS-ALUMNO-ACTUAL TO NUMERO.
005000     MOVE "S" TO WS-ALUMNO-HALLADO-SW.
005010     READ ALUMNO
005020         INVALID KEY
005030             MOVE "N" TO WS-ALUMNO-HALLADO-SW
005040     END-READ.
005050     IF NOT ALUMNO-HALLADO OR ESTADOALUMNO = "B"
005060         ADD 1 TO WS-TOTAL-YA-BAJA
005070         GO TO 3200-EXIT
005080     END-IF.
005090     PERFORM 3300-BUSCAR-TITULO THRU 3300-EXIT.
005100     IF TIENE-TITULO
005110         DISPLAY "Alumno " WS-ALUMNO-ACTUAL
005120             " activo con titulo ya emitido, no se egresa"
005130         ADD 1 TO WS-TOTAL-CON-TITULO
005140         GO TO 3200-EXIT
005150     END-IF.
005160     PERFORM 4000-EGRESAR THRU 4000-EXIT.
005170 3200-EXIT.
005180     EXIT.

005190*----------------------------------------------------------------*
005200* 3300-BUSCAR-TITULO                                        *
005210* EL ALUMNO YA TIENE TITULO EN EL LIBRO? (CLAVE ALTERNA POR  *
005220* NUMERO DE ALUMNO.)                                         *
005230*----------------------------------------------------------------*
005240 3300-BUSCAR-TITULO.
005250     MOVE "N" TO WS-TIENE-TITULO-SW.
005260     MOVE WS-ALUMNO-ACTUAL TO TITNUMEROALUMNO.
005270     START TITULO KEY IS EQUAL TO TITNUMEROALUMNO
005280         INVALID KEY
005290             GO TO 3300-EXIT
005300     END-START.
005310     SET TIENE-TITULO TO TRUE.
005320 3300-EXIT.
005330     EXIT.

005340*----------------------------------------------------------------*
005350* 3900-BUSCAR-FINAL                                         *
005360* EL CURSO DE RESCURSO ES DE ULTIMO ANO? (FILA "F" DEL       *
005370* ARCHIVO DE TRABAJO.)                                       *
005380*----------------------------------------------------------------*
005390 3900-BUSCAR-FINAL.
005400     SET CURSO-FINAL TO TRUE.
005410     MOVE "F" TO TRA-TIPO.
005420     MOVE RESCURSO TO TRA-CODIGO.
005430     MOVE ZERO TO TRA-SECUENCIA.
005440     READ TRABAJO
005450         INVALID KEY
005460             MOVE "N" TO WS-CURSO-FINAL-SW
005470     END-READ.
005480 3900-EXIT.
005490     EXIT.

005500*----------------------------------------------------------------*
005510* 4000-EGRESAR                                              *
005520* BAJA CON MOTIVO EG DEL ALUMNO LEIDO, LINEA DE HISTORIAL Y  *
005530* ALTA DEL TITULO EN EL LIBRO MATRIZ. LAS MATRICULAS SE      *
005540* RETIRAN DESPUES, EN UNA SOLA PASADA (5000).                *
005550*----------------------------------------------------------------*
005560 4000-EGRESAR.
005570     MOVE "B" TO ESTADOALUMNO.
005580     MOVE "EG" TO MOTIVOBAJA.
005590     MOVE WS-FECHA-HOY TO FECHABAJA.
005600     REWRITE ALUMNO-REGISTRO
005610         INVALID KEY
005620             DISPLAY "No se pudo dar de baja al alumno "
005630                 WS-ALUMNO-ACTUAL
005640             ADD 1 TO WS-TOTAL-OMITIDOS
005650             GO TO 4000-EXIT
005660     END-REWRITE.
005670     ADD 1 TO WS-TOTAL-EGRESADOS.
005680     MOVE "E" TO TRA-TIPO.
005690     MOVE WS-ALUMNO-ACTUAL TO TRA-CODIGO.
005700     MOVE ZERO TO TRA-SECUENCIA.
005710     WRITE TRABAJO-REGISTRO.
005720     PERFORM 4100-GRABAR-CAMBIO THRU 4100-EXIT.
005730     PERFORM 4200-ASIGNAR-TITULO THRU 4200-EXIT.
005740 4000-EXIT.
005750     EXIT.

005760*----------------------------------------------------------------*
005770* 4100-GRABAR-CAMBIO                                        *
005780* LINEA DE ALUMNO_CAMBIOS.TXT CON EL MISMO ESQUEMA DEL        *
005790* MANTENIMIENTO (NUMERO,FECHA HORA,USUARIO,OPERACION,CAMPO,   *
005800* ANTERIOR,NUEVO).                                           *
005810*----------------------------------------------------------------*
005820 4100-GRABAR-CAMBIO.
005830     ACCEPT WS-BIT-HORA FROM TIME.
005840     MOVE SPACES TO CAMBIOS-LINEA.
005850     STRING WS-ALUMNO-ACTUAL DELIMITED BY SIZE
005860         "," DELIMITED BY SIZE
005870         WS-HOY-AAAA DELIMITED BY SIZE
005880         "-" DELIMITED BY SIZE
005890         WS-HOY-MM DELIMITED BY SIZE
005900         "-" DELIMITED BY SIZE
005910         WS-HOY-DD DELIMITED BY SIZE
005920         " " DELIMITED BY SIZE
005930         WS-BIT-HH DELIMITED BY SIZE
005940         ":" DELIMITED BY SIZE
005950         WS-BIT-MI DELIMITED BY SIZE
005960         ":" DELIMITED BY SIZE
005970         WS-BIT-SS DELIMITED BY SIZE
005980         ",EGRESO,BAJA,estadoAlumno,A,B motivo EG"
005990             DELIMITED BY SIZE
006000         INTO CAMBIOS-LINEA
006010     END-STRING.
006020     MOVE CAMBIOS-LINEA TO WS-CAD-LINEA.
006030     MOVE WS-CAD-ANT-CAMBIOS TO WS-CAD-ANTERIOR.
006040     PERFORM 8940-ENCADENAR-LINEA THRU 8940-EXIT.
006050     MOVE WS-CAD-LINEA TO CAMBIOS-LINEA.
006060     MOVE WS-CAD-ANTERIOR TO WS-CAD-ANT-CAMBIOS.
006070     WRITE CAMBIOS-LINEA.
006080 4100-EXIT.
006090     EXIT.

006100*----------------------------------------------------------------*
006110* 4200-ASIGNAR-TITULO                                       *
006120* DA DE ALTA EL PROXIMO NUMERO DE TITULO; EL LIBRO Y EL      *
006130* FOLIO SALEN DEL NUMERO (20 POR FOLIO, 200 FOLIOS POR       *
006140* LIBRO).                                                    *
006150*----------------------------------------------------------------*
006160 4200-ASIGNAR-TITULO.
006170     MOVE WS-PROXIMO-TITULO TO TITNUMERO.
006180     MOVE WS-ALUMNO-ACTUAL TO TITNUMEROALUMNO.
006190     MOVE WS-CICLO-EGRESO TO TITCICLO.
006200     MOVE WS-CURSO-APROBADO TO TITCURSO.
006210     MOVE WS-FECHA-HOY TO TITFECHA.
006220     COMPUTE WS-POSICION = WS-PROXIMO-TITULO - 1.
006230     DIVIDE WS-POSICION BY WS-TITULOS-POR-FOLIO
006240         GIVING WS-FOLIO-ABSOLUTO.
006250     DIVIDE WS-FOLIO-ABSOLUTO BY WS-FOLIOS-POR-LIBRO
006260         GIVING WS-LIBRO-CALC REMAINDER WS-FOLIO-CALC.
006270     COMPUTE TITLIBRO = WS-LIBRO-CALC + 1.
006280     COMPUTE TITFOLIO = WS-FOLIO-CALC + 1.
006290     WRITE TITULO-REGISTRO
006300         INVALID KEY
006310             DISPLAY "No se pudo grabar el titulo "
006320                 WS-PROXIMO-TITULO
006330             MOVE 8 TO RETURN-CODE
006340             GO TO 4200-EXIT
006350     END-WRITE.
006360     IF WS-PRIMER-TITULO = ZERO
006370         MOVE WS-PROXIMO-TITULO TO WS-PRIMER-TITULO
006380     END-IF.
006390     MOVE WS-ALUMNO-ACTUAL TO WS-BIT-NUMERO.
006400     MOVE "titulo" TO WS-BIT-ARCHIVO.
006410     MOVE TITNUMERO TO WS-BIT-CLAVE.
006420     MOVE "ALTA" TO WS-BIT-OPERACION.
006430     MOVE "-" TO WS-BIT-ANT.
006440     MOVE SPACES TO WS-BIT-NVO.
006450     STRING "ciclo " DELIMITED BY SIZE
006460         WS-CICLO-EGRESO DELIMITED BY SIZE
006470         INTO WS-BIT-NVO
006480     END-STRING.
006490     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
006500     ADD 1 TO WS-PROXIMO-TITULO.
006510 4200-EXIT.
006520     EXIT.

006530*----------------------------------------------------------------*
006540* 5000-RETIRAR-MATRICULAS                                   *
006550* CASCADA DE LA BAJA: RETIRA (ESTADO B) LAS MATRICULAS       *
006560* ACTIVAS DEL CICLO ABIERTO DE LOS EGRESADOS Y DESPUES       *
006570* PROMUEVE DE LA LISTA DE ESPERA UN ALUMNO POR CADA ASIENTO  *
006580* LIBERADO, COMO EL MANTENIMIENTO DE ALUMNOS.                *
006590*----------------------------------------------------------------*
006600 5000-RETIRAR-MATRICULAS.
006610     IF WS-TOTAL-EGRESADOS = ZERO OR WS-CICLO-ABIERTO = ZERO
006620         GO TO 5000-EXIT
006630     END-IF.
006640     OPEN I-O MATRICULA.
006650     IF FS-MATRICULA NOT = "00"
006660         GO TO 5000-EXIT
006670     END-IF.
006680     READ MATRICULA NEXT RECORD.
006690     PERFORM 5100-RETIRAR-UNA THRU 5100-EXIT
006700         UNTIL FS-MATRICULA NOT = "00".
006710     IF WS-TOTAL-LIBERADOS > ZERO
006720         OPEN I-O LISTAESPERA
006730         IF FS-LISTA-ESPERA = "00"
006740             PERFORM 5150-RECORRER-LIBERADOS THRU 5150-EXIT
006750             CLOSE LISTAESPERA
006760         END-IF
006770     END-IF.
006780     CLOSE MATRICULA.
006790 5000-EXIT.
006800     EXIT.

006810 5100-RETIRAR-UNA.
006820     IF MATRICULAESTADO = "B"
006830        OR MATRICULACICLO NOT NUMERIC
006840        OR MATRICULACICLO NOT = WS-CICLO-ABIERTO
006850         GO TO 5100-SIGUIENTE
006860     END-IF.
006870     PERFORM 5110-BUSCAR-EGRESADO THRU 5110-EXIT.
006880     IF NOT ES-EGRESADO
006890         GO TO 5100-SIGUIENTE
006900     END-IF.
006910     MOVE "B" TO MATRICULAESTADO.
006920     REWRITE MATRICULA-REGISTRO.
006930     ADD 1 TO WS-TOTAL-RETIRADAS.
006940     ADD 1 TO WS-TOTAL-LIBERADOS.
006950     MOVE "L" TO TRA-TIPO.
006960     MOVE MATRICULACURSO TO TRA-CODIGO.
006970     MOVE WS-TOTAL-LIBERADOS TO TRA-SECUENCIA.
006980     WRITE TRABAJO-REGISTRO.
006990     MOVE MATRICULANUMERO TO WS-BIT-NUMERO.
007000     MOVE "matricula" TO WS-BIT-ARCHIVO.
007010     MOVE MATRICULACURSO TO WS-BIT-CLAVE.
007020     MOVE "BAJA" TO WS-BIT-OPERACION.
007030     MOVE "A" TO WS-BIT-ANT.
007040     MOVE "B (baja del alumno)" TO WS-BIT-NVO.
007050     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
007060 5100-SIGUIENTE.
007070     READ MATRICULA NEXT RECORD.
007080 5100-EXIT.
007090     EXIT.

007100* EL ALUMNO DE LA MATRICULA EGRESO EN ESTA CORRIDA? (FILA "E"
007110* DEL ARCHIVO DE TRABAJO.)
007120 5110-BUSCAR-EGRESADO.
007130     SET ES-EGRESADO TO TRUE.
007140     MOVE "E" TO TRA-TIPO.
007150     MOVE MATRICULANUMERO TO TRA-CODIGO.
007160     MOVE ZERO TO TRA-SECUENCIA.
007170     READ TRABAJO
007180         INVALID KEY
007190             MOVE "N" TO WS-ES-EGRESADO-SW
007200     END-READ.
007210 5110-EXIT.
007220     EXIT.

007230*----------------------------------------------------------------*
007240* 5150-RECORRER-LIBERADOS                                   *
007250* UNA PROMOCION DE LA LISTA DE ESPERA POR CADA FILA "L" DEL  *
007260* ARCHIVO DE TRABAJO (POR CURSO, EN EL ORDEN EN QUE SE       *
007270* LIBERARON LOS ASIENTOS).                                   *
007280*----------------------------------------------------------------*
007290 5150-RECORRER-LIBERADOS.
007300     MOVE "L" TO TRA-TIPO.
007310     MOVE LOW-VALUES TO TRA-CODIGO.
007320     MOVE ZERO TO TRA-SECUENCIA.
007330     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
007340         INVALID KEY
007350             GO TO 5150-EXIT
007360     END-START.
007370     READ TRABAJO NEXT RECORD.
007380     PERFORM 5200-PROMOVER-ESPERA THRU 5200-EXIT
007390         UNTIL FS-TRABAJO NOT = "00"
007400            OR TRA-TIPO NOT = "L".
007410 5150-EXIT.
007420     EXIT.

007430*----------------------------------------------------------------*
007440* 5200-PROMOVER-ESPERA                                      *
007450* PROMUEVE AL PRIMER ANOTADO DEL CICLO ABIERTO EN LA LISTA   *
007460* DE ESPERA DEL CURSO LIBERADO: LO BORRA DE LA LISTA Y LO    *
007470* MATRICULA (REACTIVANDO EL REGISTRO PREVIO SI LO HAY).      *
007480*----------------------------------------------------------------*
007490 5200-PROMOVER-ESPERA.
007500     MOVE "N" TO WS-HAY-PROMOVIDO-SW.
007510     MOVE TRA-CODIGO TO WS-LIB-CURSO.
007520     MOVE WS-LIB-CURSO TO ESPCURSO.
007530     MOVE ZERO TO ESPSECUENCIA.
007540     START LISTAESPERA KEY IS NOT LESS THAN LISTAESPERACLAVE
007550         INVALID KEY
007560             GO TO 5200-SIGUIENTE
007570     END-START.
007580     READ LISTAESPERA NEXT RECORD.
007590     PERFORM 5210-EXAMINAR-ESPERA THRU 5210-EXIT
007600         UNTIL FS-LISTA-ESPERA NOT = "00"
007610            OR ESPCURSO NOT = WS-LIB-CURSO
007620            OR HAY-PROMOVIDO.
007630     IF NOT HAY-PROMOVIDO
007640         GO TO 5200-SIGUIENTE
007650     END-IF.
007660     MOVE WS-LIB-CURSO TO MATRICULACURSO.
007670     MOVE WS-PROMOVIDO-NUMERO TO MATRICULANUMERO.
007680     MOVE "S" TO WS-MATRICULA-PREVIA-SW.
007690     READ MATRICULA
007700         INVALID KEY
007710             MOVE "N" TO WS-MATRICULA-PREVIA-SW
007720     END-READ.
007730     MOVE WS-LIB-CURSO TO MATRICULACURSO.
007740     MOVE WS-PROMOVIDO-NUMERO TO MATRICULANUMERO.
007750     MOVE WS-FECHA-HOY TO MATRICULAFECHA.
007760     MOVE WS-CICLO-ABIERTO TO MATRICULACICLO.
007770     MOVE "A" TO MATRICULAESTADO.
007780     IF MATRICULA-PREVIA
007790         REWRITE MATRICULA-REGISTRO
007800     ELSE
007810         WRITE MATRICULA-REGISTRO
007820     END-IF.
007830     ADD 1 TO WS-TOTAL-PROMOVIDOS.
007840     DISPLAY "Promovido de la lista de espera del curso "
007850         WS-LIB-CURSO ": alumno " WS-PROMOVIDO-NUMERO
007860         " (avise a la familia)".
007870     MOVE WS-PROMOVIDO-NUMERO TO WS-BIT-NUMERO.
007880     MOVE "matricula" TO WS-BIT-ARCHIVO.
007890     MOVE WS-LIB-CURSO TO WS-BIT-CLAVE.
007900     MOVE "PROM" TO WS-BIT-OPERACION.
007910     MOVE "espera" TO WS-BIT-ANT.
007920     MOVE "A" TO WS-BIT-NVO.
007930     PERFORM 8000-GRABAR-BITACORA THRU 8000-EXIT.
007940 5200-SIGUIENTE.
007950     READ TRABAJO NEXT RECORD.
007960 5200-EXIT.
007970     EXIT.

007980 5210-EXAMINAR-ESPERA.
007990     IF ESPCICLO = WS-CICLO-ABIERTO
008000         SET HAY-PROMOVIDO TO TRUE
008010         MOVE ESPNUMERO TO WS-PROMOVIDO-NUMERO
008020         DELETE LISTAESPERA RECORD
008030         GO TO 5210-EXIT
008040     END-IF.
008050     READ LISTAESPERA NEXT RECORD.
008060 5210-EXIT.
008070     EXIT.

008080*----------------------------------------------------------------*
008090* 6000-IMPRIMIR-LIBRO                                       *
008100* IMPRIME LOS FOLIOS DEL LIBRO MATRIZ DESDE EL PRIMERO QUE   *
008110* TOCO LA CORRIDA HASTA EL ULTIMO TITULO, UNA PAGINA POR     *
008120* FOLIO CON SU BLOQUE DE FIRMAS.                             *
008130*----------------------------------------------------------------*
008140 6000-IMPRIMIR-LIBRO.
008150     IF WS-PRIMER-TITULO = ZERO
008160         GO TO 6000-EXIT
008170     END-IF.
008180     OPEN OUTPUT LIBRO.
008190     IF FS-LIBRO NOT = "00"
008200         DISPLAY "No se pudo crear " WS-ARCHIVO-LIBRO
008210         MOVE 8 TO RETURN-CODE
008220         GO TO 6000-EXIT
008230     END-IF.
008240     COMPUTE WS-POSICION = WS-PRIMER-TITULO - 1.
008250     DIVIDE WS-POSICION BY WS-TITULOS-POR-FOLIO
008260         GIVING WS-FOLIO-ABSOLUTO.
008270     COMPUTE TITNUMERO
008280         = WS-FOLIO-ABSOLUTO * WS-TITULOS-POR-FOLIO + 1.
008290     START TITULO KEY IS NOT LESS THAN TITNUMERO
008300         INVALID KEY
008310             CLOSE LIBRO
008320             GO TO 6000-EXIT
008330     END-START.
008340     MOVE ZERO TO WS-LIBRO-ACTUAL WS-FOLIO-ACTUAL.
008350     READ TITULO NEXT RECORD.
008360     PERFORM 6100-IMPRIMIR-TITULO THRU 6100-EXIT
008370         UNTIL FS-TITULO NOT = "00".
008380     PERFORM 6300-PIE-FOLIO THRU 6300-EXIT.
008390     CLOSE LIBRO.
008400 6000-EXIT.
008410     EXIT.

008420 6100-IMPRIMIR-TITULO.
008430     IF TITLIBRO NOT = WS-LIBRO-ACTUAL
008440        OR TITFOLIO NOT = WS-FOLIO-ACTUAL
008450         IF WS-FOLIO-ACTUAL NOT = ZERO
008460             PERFORM 6300-PIE-FOLIO THRU 6300-EXIT
008470         END-IF
008480         PERFORM 6200-ENCABEZADO-FOLIO THRU 6200-EXIT
008490     END-IF.
008500     MOVE TITNUMEROALUMNO TO NUMERO.
008510     MOVE "S" TO WS-ALUMNO-HALLADO-SW.
008520     READ ALUMNO
008530         INVALID KEY
008540             MOVE "N" TO WS-ALUMNO-HALLADO-SW
008550     END-READ.
008560     MOVE SPACES TO WS-FECHA-EDIT.
008570     STRING TITFECHA (7:2) DELIMITED BY SIZE
008580         "/" DELIMITED BY SIZE
008590         TITFECHA (5:2) DELIMITED BY SIZE
008600         "/" DELIMITED BY SIZE
008610         TITFECHA (1:4) DELIMITED BY SIZE
008620         INTO WS-FECHA-EDIT
008630     END-STRING.
008640     MOVE SPACES TO WS-NOMBRE-LIBRO.
008650     IF ALUMNO-HALLADO
008660         STRING APELLIDO DELIMITED BY SIZE
008670             " " DELIMITED BY SIZE
008680             NOMBRE (1:10) DELIMITED BY SIZE
008690             INTO WS-NOMBRE-LIBRO
008700         END-STRING
008710     ELSE
008720         MOVE "(NO ESTA EN ALUMNO.TXT)" TO WS-NOMBRE-LIBRO
008730     END-IF.
008740     MOVE SPACES TO LIBRO-LINEA.
008750     STRING TITNUMERO DELIMITED BY SIZE
008760         "  " DELIMITED BY SIZE
008770         TITNUMEROALUMNO DELIMITED BY SIZE
008780         "  " DELIMITED BY SIZE
008790         WS-NOMBRE-LIBRO DELIMITED BY SIZE
008800         "  " DELIMITED BY SIZE
008810         TITCICLO DELIMITED BY SIZE
008820         "   " DELIMITED BY SIZE
008830         TITCURSO DELIMITED BY SIZE
008840         "  " DELIMITED BY SIZE
008850         WS-FECHA-EDIT DELIMITED BY SIZE
008860         INTO LIBRO-LINEA
008870     END-STRING.
008880     WRITE LIBRO-LINEA.
008890     ADD 1 TO WS-LINEAS-FOLIO.
008900     READ TITULO NEXT RECORD.
008910 6100-EXIT.
008920     EXIT.

008930*----------------------------------------------------------------*
008940* 6200-ENCABEZADO-FOLIO                                     *
008950* ABRE LA PAGINA DEL FOLIO DEL TITULO LEIDO.                 *
008960*----------------------------------------------------------------*
008970 6200-ENCABEZADO-FOLIO.
008980     MOVE TITLIBRO TO WS-LIBRO-ACTUAL.
008990     MOVE TITFOLIO TO WS-FOLIO-ACTUAL.
009000     ADD 1 TO WS-TOTAL-FOLIOS.
009010     MOVE SPACES TO LIBRO-LINEA.
009020     STRING "LIBRO MATRIZ DE TITULOS - LIBRO " DELIMITED BY SIZE
009030         WS-LIBRO-ACTUAL DELIMITED BY SIZE
009040         " - FOLIO " DELIMITED BY SIZE
009050         WS-FOLIO-ACTUAL DELIMITED BY SIZE
009060         INTO LIBRO-LINEA
009070     END-STRING.
009080     WRITE LIBRO-LINEA AFTER ADVANCING PAGE.
009090     MOVE SPACES TO LIBRO-LINEA.
009100     WRITE LIBRO-LINEA.
009110     MOVE "TITULO  NUMERO   APELLIDO Y NOMBRE" TO LIBRO-LINEA.
009120     MOVE "CICLO  CURSO   FECHA" TO LIBRO-LINEA (56:).
009130     WRITE LIBRO-LINEA.
009140     MOVE ZERO TO WS-LINEAS-FOLIO.
009150 6200-EXIT.
009160     EXIT.

009170*----------------------------------------------------------------*
009180* 6300-PIE-FOLIO                                            *
009190* CIERRA EL FOLIO CON EL BLOQUE DE FIRMA DE LA DIRECCION Y   *
009200* EL DE LA INSPECCION DISTRITAL.                             *
009210*----------------------------------------------------------------*
009220 6300-PIE-FOLIO.
009230     MOVE SPACES TO LIBRO-LINEA.
009240     WRITE LIBRO-LINEA.
009250     WRITE LIBRO-LINEA.
009260     MOVE "____________________________" TO LIBRO-LINEA.
009270     MOVE "____________________________" TO LIBRO-LINEA (33:).
009280     WRITE LIBRO-LINEA.
009290     MOVE "FIRMA Y SELLO - DIRECCION" TO LIBRO-LINEA.
009300     MOVE "FIRMA Y SELLO - INSPECCION" TO LIBRO-LINEA (33:).
009310     WRITE LIBRO-LINEA.
009320 6300-EXIT.
009330     EXIT.

009340*----------------------------------------------------------------*
009350* 8000-GRABAR-BITACORA                                      *
009360* LINEA DE LA BITACORA UNIFICADA CON EL MISMO ESQUEMA DEL    *
009370* MANTENIMIENTO (NUMERO,ARCHIVO,CLAVE,FECHA HORA,USUARIO,     *
009380* OPERACION,ANTES,DESPUES), CON "EGRESO" COMO USUARIO.        *
009390*----------------------------------------------------------------*
009400 8000-GRABAR-BITACORA.
009410     MOVE "bitacora" TO WS-CAD-BASE.
009420     PERFORM 8900-ULTIMO-CONTROL THRU 8900-EXIT.
009430     OPEN EXTEND BITACORA.
009440     IF FS-BITACORA = "05" OR FS-BITACORA = "35"
009450         OPEN OUTPUT BITACORA
009460     END-IF.
009470     IF FS-BITACORA NOT = "00"
009480         GO TO 8000-EXIT
009490     END-IF.
009500     ACCEPT WS-BIT-HORA FROM TIME.
009510     MOVE SPACES TO BITACORA-LINEA.
009520     STRING WS-BIT-NUMERO DELIMITED BY SIZE
009530         "," DELIMITED BY SIZE
009540         WS-BIT-ARCHIVO DELIMITED BY SPACE
009550         "," DELIMITED BY SIZE
009560         WS-BIT-CLAVE DELIMITED BY SPACE
009570         "," DELIMITED BY SIZE
009580         WS-HOY-AAAA DELIMITED BY SIZE
009590         "-" DELIMITED BY SIZE
009600         WS-HOY-MM DELIMITED BY SIZE
009610         "-" DELIMITED BY SIZE
009620         WS-HOY-DD DELIMITED BY SIZE
009630         " " DELIMITED BY SIZE
009640         WS-BIT-HH DELIMITED BY SIZE
009650         ":" DELIMITED BY SIZE
009660         WS-BIT-MI DELIMITED BY SIZE
009670         ":" DELIMITED BY SIZE
009680         WS-BIT-SS DELIMITED BY SIZE
009690         ",EGRESO," DELIMITED BY SIZE
009700         WS-BIT-OPERACION DELIMITED BY SPACE
009710         "," DELIMITED BY SIZE
009720         WS-BIT-ANT DELIMITED BY "  "
009730         "," DELIMITED BY SIZE
009740         WS-BIT-NVO DELIMITED BY "  "
009750         INTO BITACORA-LINEA
009760     END-STRING.
009770     MOVE BITACORA-LINEA TO WS-CAD-LINEA.
009780     PERFORM 8940-ENCADENAR-LINEA THRU 8940-EXIT.
009790     MOVE WS-CAD-LINEA TO BITACORA-LINEA.
009800     WRITE BITACORA-LINEA.
009810     CLOSE BITACORA.
009820 8000-EXIT.
009830     EXIT.

009840*----------------------------------------------------------------*
009850* 8900-ULTIMO-CONTROL                                       *
009860* CONTROL DE LA ULTIMA LINEA ENCADENADA DE LA BITACORA       *
009870* WS-CAD-BASE, DEL QUE SIGUE LA LINEA NUEVA. CON EL VIVO RECIEN*
009880* ROTADO SE TOMA EL CONTROL FINAL DEL SEGMENTO MAS NUEVO DEL *
009890* INDICE DE ROTAR-BITACORAS; SIN NINGUNO LA CADENA EMPIEZA EN*
009900* CERO.                                                      *
009910*----------------------------------------------------------------*
009920 8900-ULTIMO-CONTROL.
009930     MOVE ZERO TO WS-CAD-ANTERIOR.
009940     MOVE "N" TO WS-CAD-HALLADO-SW.
009950     MOVE SPACES TO WS-CAD-ARCHIVO.
009960     STRING WS-CAD-BASE DELIMITED BY " "
009970         ".txt" DELIMITED BY SIZE
009980         INTO WS-CAD-ARCHIVO
009990     END-STRING.
010000     OPEN INPUT CADENA-LECTURA.
010010     IF FS-CADENA = "00"
010020         READ CADENA-LECTURA NEXT RECORD
010030         PERFORM 8910-MIRAR-LINEA THRU 8910-EXIT
010040             UNTIL FS-CADENA NOT = "00"
010050         CLOSE CADENA-LECTURA
010060     END-IF.
010070     IF CAD-HALLADO
010080         GO TO 8900-EXIT
010090     END-IF.
010100     MOVE ZERO TO WS-CAD-MES-MAYOR.
010110     OPEN INPUT CADENA-INDICE.
010120     IF FS-CAD-INDICE NOT = "00"
010130         GO TO 8900-EXIT
010140     END-IF.
010150     READ CADENA-INDICE NEXT RECORD.
010160     PERFORM 8920-MIRAR-SEGMENTO THRU 8920-EXIT
010170         UNTIL FS-CAD-INDICE NOT = "00".
010180     CLOSE CADENA-INDICE.
010190 8900-EXIT.
010200     EXIT.

010210 8910-MIRAR-LINEA.
010220     MOVE CADENA-LINEA TO WS-CAD-LINEA.
010230     PERFORM 8960-CONTROL-DE-LINEA THRU 8960-EXIT.
010240     IF CAD-CON-CONTROL
010250         MOVE WS-CAD-GUARDADO TO WS-CAD-ANTERIOR
010260         SET CAD-HALLADO TO TRUE
010270     END-IF.
010280     READ CADENA-LECTURA NEXT RECORD.
010290 8910-EXIT.
010300     EXIT.

010310 8920-MIRAR-SEGMENTO.
010320     MOVE SPACES TO WS-CAD-IDX-NOMBRE WS-CAD-IDX-MES.
010330     MOVE SPACES TO WS-CAD-IDX-ESTADO WS-CAD-IDX-BASE.
010340     MOVE SPACES TO WS-CAD-IDX-FINAL.
010350     UNSTRING CADENA-INDICE-LINEA DELIMITED BY ";"
010360         INTO WS-CAD-IDX-NOMBRE WS-CAD-IDX-MES WS-CAD-IDX-ESTADO
010370              WS-CAD-IDX-BASE WS-CAD-IDX-FINAL
010380     END-UNSTRING.
010390     IF WS-CAD-IDX-BASE = WS-CAD-BASE
010400        AND WS-CAD-IDX-MES NUMERIC
010410        AND WS-CAD-IDX-FINAL NUMERIC
010420         IF WS-CAD-IDX-MES > WS-CAD-MES-MAYOR
010430             MOVE WS-CAD-IDX-MES TO WS-CAD-MES-MAYOR
010440             MOVE WS-CAD-IDX-FINAL TO WS-CAD-ANTERIOR
010450         END-IF
010460     END-IF.
010470     READ CADENA-INDICE NEXT RECORD.
010480 8920-EXIT.
010490     EXIT.

010500*----------------------------------------------------------------*
010510* 8940-ENCADENAR-LINEA                                      *
010520* AGREGA A WS-CAD-LINEA ",#" Y EL CONTROL DE NUEVE DIGITOS   *
010530* ENCADENADO A WS-CAD-ANTERIOR, QUE QUEDA CON EL CONTROL NUEVO*
010540* PARA LA LINEA SIGUIENTE.                                   *
010550*----------------------------------------------------------------*
010560 8940-ENCADENAR-LINEA.
010570     MOVE 239 TO WS-CAD-LARGO.
010580     PERFORM 8965-RETROCEDER THRU 8965-EXIT
010590         UNTIL WS-CAD-LARGO = ZERO
010600            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
010610     MOVE SPACES TO WS-CAD-LINEA (WS-CAD-LARGO + 1:).
010620     PERFORM 8950-CALCULAR-CONTROL THRU 8950-EXIT.
010630     MOVE ",#" TO WS-CAD-LINEA (WS-CAD-LARGO + 1:2).
010640     MOVE WS-CAD-CONTROL TO WS-CAD-LINEA (WS-CAD-LARGO + 3:9).
010650     MOVE WS-CAD-CONTROL TO WS-CAD-ANTERIOR.
010660 8940-EXIT.
010670     EXIT.

010680*----------------------------------------------------------------*
010690* 8950-CALCULAR-CONTROL                                     *
010700* CONTROL DE LAS PRIMERAS WS-CAD-LARGO POSICIONES DE         *
010710* WS-CAD-LINEA ENCADENADO A WS-CAD-ANTERIOR: POR CADA CARACTER,*
010720* VALOR = (VALOR * 31 + CODIGO) MODULO 999999937. ES EL MISMO*
010730* CALCULO DE VERIFICAR-BITACORAS Y DE LOS FORMULARIOS.       *
010740*----------------------------------------------------------------*
010750 8950-CALCULAR-CONTROL.
010760     MOVE WS-CAD-ANTERIOR TO WS-CAD-VALOR.
010770     MOVE LOW-VALUE TO WS-CAD-PAR-ALTO.
010780     MOVE 1 TO WS-CAD-I.
010790     PERFORM 8955-SUMAR-CARACTER THRU 8955-EXIT
010800         UNTIL WS-CAD-I > WS-CAD-LARGO.
010810     MOVE WS-CAD-VALOR TO WS-CAD-CONTROL.
010820 8950-EXIT.
010830     EXIT.

010840 8955-SUMAR-CARACTER.
010850     MOVE WS-CAD-LINEA (WS-CAD-I:1) TO WS-CAD-PAR-BAJO.
010860     COMPUTE WS-CAD-VALOR = WS-CAD-VALOR * 31 + WS-CAD-CODIGO.
010870     DIVIDE WS-CAD-VALOR BY 999999937
010880         GIVING WS-CAD-COCIENTE REMAINDER WS-CAD-RESTO.
010890     MOVE WS-CAD-RESTO TO WS-CAD-VALOR.
010900     ADD 1 TO WS-CAD-I.
010910 8955-EXIT.
010920     EXIT.

010930*----------------------------------------------------------------*
010940* 8960-CONTROL-DE-LINEA                                     *
010950* SI WS-CAD-LINEA TERMINA EN ",#NNNNNNNNN" DEJA EL CONTROL EN*
010960* WS-CAD-GUARDADO Y PRENDE CAD-CON-CONTROL.                  *
010970*----------------------------------------------------------------*
010980 8960-CONTROL-DE-LINEA.
010990     MOVE "N" TO WS-CAD-CON-CONTROL-SW.
011000     MOVE 250 TO WS-CAD-LARGO.
011010     PERFORM 8965-RETROCEDER THRU 8965-EXIT
011020         UNTIL WS-CAD-LARGO = ZERO
011030            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
011040     IF WS-CAD-LARGO < 11
011050         GO TO 8960-EXIT
011060     END-IF.
011070     IF WS-CAD-LINEA (WS-CAD-LARGO - 10:2) NOT = ",#"
011080        OR WS-CAD-LINEA (WS-CAD-LARGO - 8:9) NOT NUMERIC
011090         GO TO 8960-EXIT
011100     END-IF.
011110     MOVE WS-CAD-LINEA (WS-CAD-LARGO - 8:9) TO WS-CAD-GUARDADO.
011120     SET CAD-CON-CONTROL TO TRUE.
011130 8960-EXIT.
011140     EXIT.

011150 8965-RETROCEDER.
011160     SUBTRACT 1 FROM WS-CAD-LARGO.
011170 8965-EXIT.
011180     EXIT.

011190*----------------------------------------------------------------*
011200* 9000-FINALIZAR                                            *
011210*----------------------------------------------------------------*
011220 9000-FINALIZAR.
011230     IF ARCHIVOS-ABIERTOS
011240         CLOSE CURSO
011250         CLOSE RESULTADO
011260         CLOSE ALUMNO
011270         CLOSE TITULO
011280         CLOSE ALUMNO-CAMBIOS
011290         CLOSE TRABAJO
011300     END-IF.
011310     PERFORM 9200-ACTUALIZAR-CONTROL THRU 9200-EXIT.
011320     DISPLAY "Ciclo del egreso: " WS-CICLO-EGRESO.
011330     DISPLAY "Cursos de ultimo ano: " WS-TOTAL-FINALES.
011340     DISPLAY "Alumnos en condiciones de egresar: "
011350         WS-TOTAL-CANDIDATOS.
011360     DISPLAY "Egresados con titulo: " WS-TOTAL-EGRESADOS.
011370     DISPLAY "Ya dados de baja (no se tocan): " WS-TOTAL-YA-BAJA.
011380     IF WS-TOTAL-CON-TITULO > 0
011390         DISPLAY "Activos con titulo ya emitido (revisar): "
011400             WS-TOTAL-CON-TITULO
011410     END-IF.
011420     DISPLAY "Matriculas retiradas: " WS-TOTAL-RETIRADAS.
011430     DISPLAY "Promovidos de la lista de espera: "
011440         WS-TOTAL-PROMOVIDOS.
011450     DISPLAY "Folios impresos en " WS-ARCHIVO-LIBRO ": "
011460         WS-TOTAL-FOLIOS.
011470     IF WS-TOTAL-OMITIDOS > 0
011480         DISPLAY "Omitidos (no se pudo dar de baja, vuelva a "
011490             "correr el egreso): " WS-TOTAL-OMITIDOS
011500     END-IF.
011510     IF RETURN-CODE = ZERO
011520        AND (WS-TOTAL-OMITIDOS > ZERO
011530             OR WS-TOTAL-CON-TITULO > ZERO)
011540         MOVE 4 TO RETURN-CODE
011550     END-IF.
011560     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
011570 9000-EXIT.
011580     EXIT.

011590*----------------------------------------------------------------*
011600* 9100-GRABAR-LOG                                           *
011610* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
011620* LOG COMPARTIDO DE LOS BATCH.                               *
011630*----------------------------------------------------------------*
011640 9100-GRABAR-LOG.
011650     OPEN EXTEND LOG-CORRIDA.
011660     IF FS-LOG = "05" OR FS-LOG = "35"
011670         OPEN OUTPUT LOG-CORRIDA
011680     END-IF.
011690     IF FS-LOG NOT = "00"
011700         GO TO 9100-EXIT
011710     END-IF.
011720     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
011730     ACCEPT WS-LOG-HORA FROM TIME.
011740     MOVE WS-TOTAL-EGRESADOS TO WS-LOG-EGRESADOS.
011750     MOVE RETURN-CODE TO WS-LOG-RC.
011760     MOVE SPACES TO LOG-LINEA.
011770     STRING WS-LOG-FECHA DELIMITED BY SIZE
011780         " " DELIMITED BY SIZE
011790         WS-LOG-HORA DELIMITED BY SIZE
011800         " EGRESAR-ALUMNOS CICLO=" DELIMITED BY SIZE
011810         WS-CICLO-EGRESO DELIMITED BY SIZE
011820         " EGRESADOS=" DELIMITED BY SIZE
011830         WS-LOG-EGRESADOS DELIMITED BY SIZE
011840         " RC=" DELIMITED BY SIZE
011850         WS-LOG-RC DELIMITED BY SIZE
011860         INTO LOG-LINEA
011870     END-STRING.
011880     WRITE LOG-LINEA.
011890     CLOSE LOG-CORRIDA.
011900 9100-EXIT.
011910     EXIT.

011920*----------------------------------------------------------------*
011930* 9200-ACTUALIZAR-CONTROL                                   *
011940* DESCUENTA LOS EGRESADOS DE LOS ACTIVOS DEL REGISTRO DE     *
011950* CONTROL. SIN CONTROL NO SE TOCA NADA (LO REARMA            *
011960* RECONSTRUIR-CONTROL).                                      *
011970*----------------------------------------------------------------*
011980 9200-ACTUALIZAR-CONTROL.
011990     IF WS-TOTAL-EGRESADOS = ZERO
012000         GO TO 9200-EXIT
012010     END-IF.
012020     MOVE "N" TO WS-CONTROL-OK-SW.
012030     OPEN INPUT ALUMNOCONTROL.
012040     IF FS-CONTROL = "00"
012050         READ ALUMNOCONTROL NEXT RECORD
012060         IF FS-CONTROL = "00" AND CONTROL-REGISTRO NUMERIC
012070             SET CONTROL-OK TO TRUE
012080         END-IF
012090         CLOSE ALUMNOCONTROL
012100     END-IF.
012110     IF NOT CONTROL-OK
012120         GO TO 9200-EXIT
012130     END-IF.
012140     IF CTLACTIVOS > WS-TOTAL-EGRESADOS
012150         SUBTRACT WS-TOTAL-EGRESADOS FROM CTLACTIVOS
012160     ELSE
012170         MOVE ZERO TO CTLACTIVOS
012180     END-IF.
012190     OPEN OUTPUT ALUMNOCONTROL.
012200     IF FS-CONTROL = "00"
012210         WRITE CONTROL-REGISTRO
012220         CLOSE ALUMNOCONTROL
012230     END-IF.
012240 9200-EXIT.
012250     EXIT.

012260 9999-EXIT.
012270     EXIT.
