000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. PROMOVER-ALUMNOS.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* PROMOCION DE FIN DE ANO: LEE RESULTADO.TXT DEL CICLO CERRADO
000180* (VER CERRAR-CURSOS) Y MATRICULA A CADA ALUMNO EN EL CICLO
000190* ABIERTO POR ABRIR-CICLO-LECTIVO: EL APROBADO (RESESTADO A) EN
000200* EL CURSO SIGUIENTE DEL CATALOGO (CURSOSIGUIENTE, VER
000210* CURSOREGISTRO.CPY) Y EL REPROBADO O LIBRE (R O L) EN EL MISMO
000220* CURSO. UN APROBADO DE UN CURSO SIN CURSO SIGUIENTE EGRESA Y NO
000230* SE LO MATRICULA.
000240*
000250* LAS REGLAS SON LAS DE LA MATRICULA DEL FORMULARIO DE CURSOS:
000260* EL ALUMNO DADO DE BAJA SE OMITE; EL QUE YA ESTA MATRICULADO EN
000270* EL CICLO NUEVO NO SE TOCA; EL REGISTRO DE UN CICLO ANTERIOR SE
000280* REACTIVA CON REWRITE; EL CURSO DESTINO LLENO, O CON ALUMNOS YA
000290* ESPERANDO EN EL CICLO NUEVO (QUE TIENEN PRIORIDAD POR ORDEN DE
000300* LLEGADA), MANDA AL ALUMNO AL FINAL DE LA LISTA DE ESPERA; Y EL
000310* APROBADO AL QUE LE FALTA UNA CORRELATIVA DEL CURSO SIGUIENTE
000320* QUEDA SIN MATRICULAR PARA QUE LO RESUELVA UN SUPERVISOR.
000330* CADA MATRICULA GRABADA DEJA SU LINEA EN BITACORA.TXT CON
000340* "PROMOCION" COMO USUARIO.
000350*
000360* EMITE UN ACTA DE PROMOCION POR CURSO EN ACTAS_PROMOCION.TXT,
000370* UNA PAGINA NUEVA POR CURSO COMO LAS ACTAS DE CIERRE, CON LA
000380* SITUACION DE CADA ALUMNO, LOS TOTALES DEL CURSO Y EL BLOQUE DE
000390* FIRMA DE LA DIRECCION. LA CORRIDA SE PUEDE REPETIR: LO YA
000400* MATRICULADO O ANOTADO EN ESPERA NO SE DUPLICA.
000410*
000420* EL PARAMETRO LLEGA POR LA LINEA DE COMANDO EN MODO DESATENDIDO
000430* ("AAAA": CICLO CERRADO) O POR CONSOLA COMO ULTIMO RECURSO,
000440* IGUAL QUE EN CERRAR-CURSOS. EL CICLO NUEVO ES EL QUE ESTE
000450* ABIERTO EN CICLO.TXT.
000460*
000470* LOS RESULTADOS DEL CICLO CERRADO Y, POR CURSO DESTINO, EL CUPO
000480* OCUPADO Y LA LISTA DE ESPERA DEL CICLO NUEVO QUEDAN EN EL
000490* ARCHIVO DE TRABAJO PROMOVER_TRABAJO.TXT (INDEXADO, SE RECREA EN
000500* CADA CORRIDA). LOS RESULTADOS SE RECORREN EN ORDEN DE CURSO CON
000510* CORTE DE CONTROL PARA LAS ACTAS, ASI QUE NO HAY TOPE DE CURSOS
000520* NI DE ALUMNOS POR CURSO.
000530*
000540* HISTORIAL DE MODIFICACIONES
000550*   2026-10-15  OFS  VERSION INICIAL.
000560*   2026-10-15  OFS  LINEAS DE BITACORA ENCADENADAS CON SU
000570*                    CONTROL.
000580*   2026-10-15  OFS  SIN TOPE DE CURSOS NI DE ALUMNOS POR CURSO:
000590*                    RESULTADOS Y CUPOS PASAN AL ARCHIVO DE
000600*                    TRABAJO PROMOVER_TRABAJO.TXT.
000610*
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     COPY AlumnoSelect.
000660     COPY CursoSelect.
000670     COPY CicloSelect.
000680     COPY ResultadoSelect.
000690     COPY MatriculaSelect.
000700     COPY ListaEsperaSelect.
000710     COPY CorrelativaSelect.

000720     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000730         ORGANIZATION INDEXED
000740         ACCESS MODE DYNAMIC
000750         RECORD KEY TRA-CLAVE
000760         FILE STATUS FS-TRABAJO.

000770     SELECT ACTAS ASSIGN TO WS-ARCHIVO-ACTAS
000780         ORGANIZATION LINE SEQUENTIAL
000790         FILE STATUS FS-ACTAS.

000800     SELECT BITACORA ASSIGN TO WS-ARCHIVO-BITACORA
000810         ORGANIZATION LINE SEQUENTIAL
000820         FILE STATUS FS-BITACORA.

000830     SELECT CADENA-LECTURA ASSIGN TO WS-CAD-ARCHIVO
000840         ORGANIZATION LINE SEQUENTIAL
000850         FILE STATUS FS-CADENA.

000860     SELECT CADENA-INDICE ASSIGN TO WS-CAD-ARCHIVO-INDICE
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS FS-CAD-INDICE.

000890     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000900         ORGANIZATION LINE SEQUENTIAL
000910         FILE STATUS FS-LOG.

000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  ALUMNO.
000950     COPY AlumnoRegistro.
000960 FD  CURSO.
000970     COPY CursoRegistro.
000980 FD  CICLO.
000990     COPY CicloRegistro.
001000 FD  RESULTADO.
001010     COPY ResultadoRegistro.
001020 FD  MATRICULA.
001030     COPY MatriculaRegistro.
001040 FD  LISTAESPERA.
001050     COPY ListaEsperaRegistro.
001060 FD  CORRELATIVA.
001070     COPY CorrelativaRegistro.

001080* FILAS DEL ARCHIVO DE TRABAJO, POR TRA-TIPO:
001090*   "C" CURSO DESTINO (TRA-NUMERO EN CERO): CUPO OCUPADO, ANOTADOS
001100*       EN ESPERA DEL CICLO NUEVO Y ULTIMA SECUENCIA DE LA LISTA.
001110*   "R" RESULTADO DEL CICLO CERRADO DE UN CURSO+NUMERO.
001120 FD  TRABAJO.
001130 01  TRABAJO-REGISTRO.
001140     05  TRA-CLAVE.
001150         10  TRA-TIPO        PIC X(01).
001160         10  TRA-CURSO       PIC X(06).
001170         10  TRA-NUMERO      PIC 9(07).
001180     05  TRA-DATOS.
001190         10  TRA-ESTADO      PIC X(01).
001200         10  TRA-OCUPADOS    PIC 9(04).
001210         10  TRA-ESPERA      PIC 9(04).
001220         10  TRA-SECUENCIA   PIC 9(03).

001230 FD  ACTAS.
001240 01  ACTA-LINEA              PIC X(100).

001250 FD  BITACORA.
001260 01  BITACORA-LINEA          PIC X(250).

001270 FD  CADENA-LECTURA.
001280 01  CADENA-LINEA            PIC X(250).

001290 FD  CADENA-INDICE.
001300 01  CADENA-INDICE-LINEA     PIC X(80).

001310 FD  LOG-CORRIDA.
001320 01  LOG-LINEA               PIC X(132).

001330 WORKING-STORAGE SECTION.
001340 01  FS-ALUMNO               PIC XX.
001350 01  FS-CURSO                PIC XX.
001360 01  FS-CICLO                PIC XX.
001370 01  FS-RESULTADO            PIC XX.
001380 01  FS-MATRICULA            PIC XX.
001390 01  FS-LISTA-ESPERA         PIC XX.
001400 01  FS-CORRELATIVA          PIC XX.
001410 01  FS-ACTAS                PIC XX.
001420 01  FS-TRABAJO              PIC XX.
001430 01  WS-ARCHIVO-ACTAS    PIC X(40) VALUE "actas_promocion.txt".
001440 01  FS-BITACORA             PIC XX.
001450 01  WS-ARCHIVO-BITACORA PIC X(40) VALUE "bitacora.txt".
001460 01  WS-ARCHIVO-TRABAJO  PIC X(40)
001470     VALUE "promover_trabajo.txt".
001480 01  FS-CADENA               PIC XX.
001490 01  FS-CAD-INDICE           PIC XX.
001500 01  WS-CAD-ARCHIVO          PIC X(40).
001510 01  WS-CAD-ARCHIVO-INDICE PIC X(40)
001520     VALUE "bitacoras_segmentos.txt".
001530 01  FS-LOG                  PIC XX.
001540 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001550 01  WS-PARAMETRO            PIC X(100).
001560 01  WS-LOG-FECHA            PIC 9(08).
001570 01  WS-LOG-HORA             PIC 9(08).
001580 01  WS-LOG-MATRICULADOS     PIC 9(06).
001590 01  WS-LOG-ESPERA           PIC 9(06).
001600 01  WS-LOG-RC               PIC 9(01).

001610 01  WS-SWITCHES.
001620     05  WS-CAD-CON-CONTROL-SW PIC X(01) VALUE "N".
001630         88  CAD-CON-CONTROL          VALUE "S".
001640     05  WS-CAD-HALLADO-SW   PIC X(01) VALUE "N".
001650         88  CAD-HALLADO              VALUE "S".
001660     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001670         88  ARCHIVOS-ABIERTOS        VALUE "S".
001680     05  WS-CORRELATIVA-DISPONIBLE-SW PIC X(01) VALUE "N".
001690         88  CORRELATIVA-DISPONIBLE   VALUE "S".
001700     05  WS-ALUMNO-HALLADO-SW PIC X(01) VALUE "N".
001710         88  ALUMNO-HALLADO           VALUE "S".
001720     05  WS-MATRICULA-PREVIA-SW PIC X(01) VALUE "N".
001730         88  MATRICULA-PREVIA         VALUE "S".
001740     05  WS-YA-ANOTADO-SW    PIC X(01) VALUE "N".
001750         88  YA-ANOTADO               VALUE "S".
001760     05  WS-CORRELATIVAS-OK-SW PIC X(01) VALUE "S".
001770         88  CORRELATIVAS-OK          VALUE "S".
001780     05  WS-REQUISITO-APROBADO-SW PIC X(01) VALUE "N".
001790         88  REQUISITO-APROBADO       VALUE "S".
001800     05  WS-FILA-NUEVA-SW    PIC X(01) VALUE "N".
001810         88  FILA-NUEVA               VALUE "S".
001820     05  WS-ACTA-ABIERTA-SW  PIC X(01) VALUE "N".
001830         88  ACTA-ABIERTA             VALUE "S".
001840     05  WS-CURSO-HALLADO-SW PIC X(01) VALUE "N".
001850         88  CURSO-HALLADO            VALUE "S".
001860     05  WS-CURSO-CATALOGO-SW PIC X(01) VALUE "N".
001870         88  CURSO-EN-CATALOGO        VALUE "S".

001880 01  WS-CICLO-CERRADO        PIC 9(04).
001890 01  WS-CICLO-NUEVO          PIC 9(04) VALUE ZERO.
001900 01  WS-FECHA-HOY            PIC 9(08).
001910 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001920     05  WS-HOY-AAAA         PIC 9(04).
001930     05  WS-HOY-MM           PIC 9(02).
001940     05  WS-HOY-DD           PIC 9(02).

001950* CURSO DEL ACTA EN CURSO Y CUPO DEL CURSO DESTINO.
001960 01  WS-CURSO-ACTUAL.
001970     05  WS-CUR-CODIGO       PIC X(06).
001980     05  WS-CUR-NOMBRE       PIC X(30).
001990     05  WS-CUR-SIGUIENTE    PIC X(06).
002000 01  WS-DEST-CAPACIDAD       PIC 9(03).

002010* FILA DE RESULTADO QUE SE ESTA PROMOVIENDO.
002020 01  WS-RES-NUMERO           PIC 9(07).
002030 01  WS-RES-ESTADO           PIC X(01).
002040 01  WS-CLAVE-TRABAJO.
002050     05  WS-CLAVE-TIPO       PIC X(01).
002060     05  WS-CLAVE-CURSO      PIC X(06).
002070     05  WS-CLAVE-NUMERO     PIC 9(07).
002080 01  WS-CLAVE-ACTUAL         PIC X(14).

002090 01  WS-BITACORA-CAMPOS.
002100     05  WS-BIT-OPERACION    PIC X(04).
002110     05  WS-BIT-HORA         PIC 9(08).
002120     05  WS-BIT-HORA-R REDEFINES WS-BIT-HORA.
002130         10  WS-BIT-HH       PIC 9(02).
002140         10  WS-BIT-MI       PIC 9(02).
002150         10  WS-BIT-SS       PIC 9(02).
002160         10  FILLER          PIC 9(02).

002170 01  WS-DESTINO              PIC X(06).
002180 01  WS-REQUISITO            PIC X(06).
002190 01  WS-SITUACION            PIC X(30).
002200 01  WS-SECUENCIA-ED         PIC ZZ9.
002210 77  WS-LINEAS-PAGINA        PIC 9(02) VALUE ZERO COMP.
002220 77  WS-PAGINA               PIC 9(03) VALUE ZERO.
002230 77  WS-CURSO-MATRICULADOS   PIC 9(03) VALUE ZERO.
002240 77  WS-CURSO-ESPERA         PIC 9(03) VALUE ZERO.
002250 77  WS-CURSO-EGRESADOS      PIC 9(03) VALUE ZERO.
002260 77  WS-CURSO-OMITIDOS       PIC 9(03) VALUE ZERO.
002270 77  WS-TOTAL-CURSOS         PIC 9(04) VALUE ZERO COMP.
002280 77  WS-TOTAL-LEIDOS         PIC 9(06) VALUE ZERO COMP.
002290 77  WS-TOTAL-MATRICULADOS   PIC 9(06) VALUE ZERO COMP.
002300 77  WS-TOTAL-ESPERA         PIC 9(06) VALUE ZERO COMP.
002310 77  WS-TOTAL-EGRESADOS      PIC 9(06) VALUE ZERO COMP.
002320 77  WS-TOTAL-YA-HECHOS      PIC 9(06) VALUE ZERO COMP.
002330 77  WS-TOTAL-BAJAS          PIC 9(06) VALUE ZERO COMP.
002340 77  WS-TOTAL-A-REVISAR      PIC 9(06) VALUE ZERO COMP.

002350* CADENA DE CONTROL DE LAS BITACORAS (VER 8940-ENCADENAR-LINEA).
002360 01  WS-CADENA.
002370     05  WS-CAD-BASE         PIC X(20).
002380     05  WS-CAD-LINEA        PIC X(250).
002390     05  WS-CAD-LARGO        PIC 9(03) COMP.
002400     05  WS-CAD-I            PIC 9(03) COMP.
002410     05  WS-CAD-ANTERIOR     PIC 9(09).
002420     05  WS-CAD-CONTROL      PIC 9(09).
002430     05  WS-CAD-GUARDADO     PIC 9(09).
002440     05  WS-CAD-VALOR        PIC 9(11).
002450     05  WS-CAD-COCIENTE     PIC 9(11).
002460     05  WS-CAD-RESTO        PIC 9(09).
002470     05  WS-CAD-MES-MAYOR    PIC 9(06).
002480     05  WS-CAD-IDX-NOMBRE   PIC X(40).
002490     05  WS-CAD-IDX-MES      PIC X(06).
002500     05  WS-CAD-IDX-ESTADO   PIC X(01).
002510     05  WS-CAD-IDX-BASE     PIC X(20).
002520     05  WS-CAD-IDX-FINAL    PIC X(09).
002530 01  WS-CAD-PAR.
002540     05  WS-CAD-PAR-ALTO     PIC X(01) VALUE LOW-VALUE.
002550     05  WS-CAD-PAR-BAJO     PIC X(01).
002560 01  WS-CAD-CODIGO REDEFINES WS-CAD-PAR PIC 9(04) COMP.

002570 PROCEDURE DIVISION.

002580 0000-MAINLINE.
002590     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002600     PERFORM 2000-CARGAR-TRABAJO THRU 2000-EXIT.
002610     PERFORM 3000-PROMOVER-CURSOS THRU 3000-EXIT.
002620     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002630     GOBACK.

002640*----------------------------------------------------------------*
002650* 1000-INICIALIZAR                                          *
002660* RESUELVE EL CICLO CERRADO Y EL ABIERTO Y ABRE LOS ARCHIVOS.*
002670*----------------------------------------------------------------*
002680 1000-INICIALIZAR.
002690     PERFORM 1100-OBTENER-PARAMETROS THRU 1100-EXIT.
002700     IF WS-CICLO-CERRADO = ZERO
002710         DISPLAY "Parametro invalido (CICLO CERRADO AAAA)"
002720         MOVE 8 TO RETURN-CODE
002730         GO TO 1000-EXIT
002740     END-IF.
002750     PERFORM 1200-BUSCAR-CICLO-ABIERTO THRU 1200-EXIT.
002760     IF WS-CICLO-NUEVO NOT > WS-CICLO-CERRADO
002770         DISPLAY "No hay un ciclo abierto posterior al "
002780             WS-CICLO-CERRADO
002790             ": abra el ciclo nuevo con ABRIR-CICLO-LECTIVO"
002800         MOVE 8 TO RETURN-CODE
002810         GO TO 1000-EXIT
002820     END-IF.
002830     OPEN INPUT CURSO.
002840     IF FS-CURSO NOT = "00"
002850         DISPLAY "No se pudo abrir curso.txt"
002860         MOVE 8 TO RETURN-CODE
002870         GO TO 1000-EXIT
002880     END-IF.
002890     OPEN INPUT RESULTADO.
002900     IF FS-RESULTADO NOT = "00"
002910         DISPLAY "No se pudo abrir resultado.txt"
002920         CLOSE CURSO
002930         MOVE 8 TO RETURN-CODE
002940         GO TO 1000-EXIT
002950     END-IF.
002960     OPEN INPUT ALUMNO.
002970     IF FS-ALUMNO NOT = "00"
002980         DISPLAY "No se pudo abrir alumno.txt"
002990         CLOSE CURSO
003000         CLOSE RESULTADO
003010         MOVE 8 TO RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF.
003040     OPEN I-O MATRICULA.
003050     IF FS-MATRICULA = "35"
003060         OPEN OUTPUT MATRICULA
003070         CLOSE MATRICULA
003080         OPEN I-O MATRICULA
003090     END-IF.
003100     IF FS-MATRICULA NOT = "00"
003110         DISPLAY "No se pudo abrir matricula.txt"
003120         CLOSE CURSO
003130         CLOSE RESULTADO
003140         CLOSE ALUMNO
003150         MOVE 8 TO RETURN-CODE
003160         GO TO 1000-EXIT
003170     END-IF.
003180     OPEN I-O LISTAESPERA.
003190     IF FS-LISTA-ESPERA = "35"
003200         OPEN OUTPUT LISTAESPERA
003210         CLOSE LISTAESPERA
003220         OPEN I-O LISTAESPERA
003230     END-IF.
003240     IF FS-LISTA-ESPERA NOT = "00"
003250         DISPLAY "No se pudo abrir lista_espera.txt"
003260         CLOSE CURSO
003270         CLOSE RESULTADO
003280         CLOSE ALUMNO
003290         CLOSE MATRICULA
003300         MOVE 8 TO RETURN-CODE
003310         GO TO 1000-EXIT
003320     END-IF.
003330     OPEN OUTPUT ACTAS.
003340     IF FS-ACTAS NOT = "00"
003350         DISPLAY "No se pudo crear " WS-ARCHIVO-ACTAS
003360         CLOSE CURSO
003370         CLOSE RESULTADO
003380         CLOSE ALUMNO
003390         CLOSE MATRICULA
003400         CLOSE LISTAESPERA
003410         MOVE 8 TO RETURN-CODE
003420         GO TO 1000-EXIT
003430     END-IF.
003440     OPEN OUTPUT TRABAJO.
003450     IF FS-TRABAJO = "00"
003460         CLOSE TRABAJO
003470         OPEN I-O TRABAJO
003480     END-IF.
003490     IF FS-TRABAJO NOT = "00"
003500         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
003510         CLOSE CURSO
003520         CLOSE RESULTADO
003530         CLOSE ALUMNO
003540         CLOSE MATRICULA
003550         CLOSE LISTAESPERA
003560         CLOSE ACTAS
003570         MOVE 8 TO RETURN-CODE
003580         GO TO 1000-EXIT
003590     END-IF.
003600     SET ARCHIVOS-ABIERTOS TO TRUE.
003610* CORRELATIVA.TXT ES OPTATIVO: SIN EL NINGUN CURSO TIENE
003620* REQUISITOS, IGUAL QUE EN EL FORMULARIO DE CURSOS.
003630     OPEN INPUT CORRELATIVA.
003640     IF FS-CORRELATIVA = "00"
003650         SET CORRELATIVA-DISPONIBLE TO TRUE
003660     END-IF.
003670     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003680 1000-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------*
003710* 1100-OBTENER-PARAMETROS                                   *
003720* CICLO CERRADO POR LINEA DE COMANDO (MODO DESATENDIDO) O    *
003730* POR CONSOLA.                                               *
003740*----------------------------------------------------------------*
003750 1100-OBTENER-PARAMETROS.
003760     MOVE ZERO TO WS-CICLO-CERRADO.
003770     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
003780     IF WS-PARAMETRO (1:4) NUMERIC
003790         MOVE WS-PARAMETRO (1:4) TO WS-CICLO-CERRADO
003800         GO TO 1100-EXIT
003810     END-IF.
003820     DISPLAY "Ciclo cerrado a promover (AAAA): "
003830         WITH NO ADVANCING.
003840     ACCEPT WS-CICLO-CERRADO FROM CONSOLE.
003850     IF WS-CICLO-CERRADO NOT NUMERIC
003860         MOVE ZERO TO WS-CICLO-CERRADO
003870     END-IF.
003880 1100-EXIT.
003890     EXIT.

003900*----------------------------------------------------------------*
003910* 1200-BUSCAR-CICLO-ABIERTO                                 *
003920* DEJA EN WS-CICLO-NUEVO EL CICLO ABIERTO DE CICLO.TXT (CERO *
003930* SI NO HAY NINGUNO).                                        *
003940*----------------------------------------------------------------*
003950 1200-BUSCAR-CICLO-ABIERTO.
003960     OPEN INPUT CICLO.
003970     IF FS-CICLO NOT = "00"
003980         GO TO 1200-EXIT
003990     END-IF.
004000     READ CICLO NEXT RECORD.
004010     PERFORM 1210-EXAMINAR-CICLO THRU 1210-EXIT
004020         UNTIL FS-CICLO NOT = "00".
004030     CLOSE CICLO.
004040 1200-EXIT.
004050     EXIT.

004060 1210-EXAMINAR-CICLO.
004070     IF CICESTADO = "A"
004080         MOVE CICANIO TO WS-CICLO-NUEVO
004090     END-IF.
004100     READ CICLO NEXT RECORD.
004110 1210-EXIT.
004120     EXIT.

004130*----------------------------------------------------------------*
004140* 2000-CARGAR-TRABAJO                                       *
004150* PASA AL ARCHIVO DE TRABAJO LOS RESULTADOS DEL CICLO CERRADO*
004160* Y LE SUMA A CADA CURSO EL CUPO OCUPADO Y LA LISTA DE       *
004170* ESPERA DEL CICLO NUEVO, PARA NO TENER QUE CONTARLOS ALUMNO *
004180* POR ALUMNO.                                                *
004190*----------------------------------------------------------------*
004200 2000-CARGAR-TRABAJO.
004210     IF NOT ARCHIVOS-ABIERTOS
004220         GO TO 2000-EXIT
004230     END-IF.
004240     READ RESULTADO NEXT RECORD.
004250     PERFORM 2100-CARGAR-RESULTADO THRU 2100-EXIT
004260         UNTIL FS-RESULTADO NOT = "00".
004270     READ MATRICULA NEXT RECORD.
004280     PERFORM 2200-CONTAR-MATRICULA THRU 2200-EXIT
004290         UNTIL FS-MATRICULA NOT = "00".
004300     READ LISTAESPERA NEXT RECORD.
004310     PERFORM 2300-CONTAR-ESPERA THRU 2300-EXIT
004320         UNTIL FS-LISTA-ESPERA NOT = "00".
004330 2000-EXIT.
004340     EXIT.

004350* RESULTADO.TXT VIENE POR NUMERO+CURSO+CICLO; EN EL ARCHIVO DE
004360* TRABAJO QUEDA POR CURSO+NUMERO PARA EL CORTE POR CURSO.
004370 2100-CARGAR-RESULTADO.
004380     IF RESCICLO NOT = WS-CICLO-CERRADO
004390         GO TO 2100-SIGUIENTE
004400     END-IF.
004410     MOVE "R" TO WS-CLAVE-TIPO.
004420     MOVE RESCURSO TO WS-CLAVE-CURSO.
004430     MOVE RESNUMERO TO WS-CLAVE-NUMERO.
004440     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004450     MOVE RESESTADO TO TRA-ESTADO.
004460     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004470 2100-SIGUIENTE.
004480     READ RESULTADO NEXT RECORD.
004490 2100-EXIT.
004500     EXIT.

004510* SOLO OCUPAN CUPO LAS MATRICULAS ACTIVAS DEL CICLO NUEVO (LAS
004520* QUE RECEPCION YA HAYA CARGADO A MANO ANTES DE LA CORRIDA).
004530 2200-CONTAR-MATRICULA.
004540     IF MATRICULACICLO NOT NUMERIC
004550        OR MATRICULACICLO NOT = WS-CICLO-NUEVO
004560        OR MATRICULAESTADO = "B"
004570         GO TO 2200-SIGUIENTE
004580     END-IF.
004590     MOVE "C" TO WS-CLAVE-TIPO.
004600     MOVE MATRICULACURSO TO WS-CLAVE-CURSO.
004610     MOVE ZERO TO WS-CLAVE-NUMERO.
004620     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004630     ADD 1 TO TRA-OCUPADOS.
004640     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004650 2200-SIGUIENTE.
004660     READ MATRICULA NEXT RECORD.
004670 2200-EXIT.
004680     EXIT.

004690* LA LISTA VIENE POR CURSO+SECUENCIA: LA ULTIMA SECUENCIA LEIDA
004700* DE CADA CURSO ES LA MAYOR, A LA QUE SE LE SUMA 1 AL ANOTAR.
004710 2300-CONTAR-ESPERA.
004720     MOVE "C" TO WS-CLAVE-TIPO.
004730     MOVE ESPCURSO TO WS-CLAVE-CURSO.
004740     MOVE ZERO TO WS-CLAVE-NUMERO.
004750     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004760     MOVE ESPSECUENCIA TO TRA-SECUENCIA.
004770     IF ESPCICLO = WS-CICLO-NUEVO
004780         ADD 1 TO TRA-ESPERA
004790     END-IF.
004800     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004810     READ LISTAESPERA NEXT RECORD.
004820 2300-EXIT.
004830     EXIT.

004840*----------------------------------------------------------------*
004850* 3000-PROMOVER-CURSOS                                      *
004860* RECORRE LAS FILAS "R" DEL ARCHIVO DE TRABAJO EN ORDEN DE   *
004870* CURSO; CADA CURSO SE PROMUEVE POR SEPARADO Y LLEVA SU ACTA.*
004880* UN CURSO SIN RESULTADOS NO LLEVA ACTA.                     *
004890*----------------------------------------------------------------*
004900 3000-PROMOVER-CURSOS.
004910     IF NOT ARCHIVOS-ABIERTOS
004920         GO TO 3000-EXIT
004930     END-IF.
004940     MOVE LOW-VALUES TO WS-CUR-CODIGO.
004950     MOVE "R" TO TRA-TIPO.
004960     MOVE LOW-VALUES TO TRA-CURSO.
004970     MOVE ZERO TO TRA-NUMERO.
004980     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
004990         INVALID KEY
005000             GO TO 3000-EXIT
005010     END-START.
005020     READ TRABAJO NEXT RECORD.
005030     PERFORM 3100-PROMOVER-FILA THRU 3100-EXIT
005040         UNTIL FS-TRABAJO NOT = "00"
005050            OR TRA-TIPO NOT = "R".
005060     IF ACTA-ABIERTA
005070         PERFORM 3900-PIE-ACTA THRU 3900-EXIT
005080     END-IF.
005090 3000-EXIT.
005100     EXIT.

005110*----------------------------------------------------------------*
005120* 3100-PROMOVER-FILA                                        *
005130* CORTE POR CURSO Y PROMOCION DEL ALUMNO DE LA FILA. COMO    *
005140* 3500 LEE POR CLAVE LA FILA DEL CURSO DESTINO, AL TERMINAR  *
005150* SE VUELVE A POSICIONAR DESPUES DE LA FILA PROCESADA.       *
005160*----------------------------------------------------------------*
005170 3100-PROMOVER-FILA.
005180     MOVE TRA-CLAVE TO WS-CLAVE-ACTUAL.
005190     MOVE TRA-NUMERO TO WS-RES-NUMERO.
005200     MOVE TRA-ESTADO TO WS-RES-ESTADO.
005210     IF TRA-CURSO NOT = WS-CUR-CODIGO
005220         PERFORM 3200-CAMBIO-CURSO THRU 3200-EXIT
005230     END-IF.
005240     IF CURSO-EN-CATALOGO
005250         PERFORM 3500-PROMOVER-ALUMNO THRU 3500-EXIT
005260     END-IF.
005270     MOVE WS-CLAVE-ACTUAL TO TRA-CLAVE.
005280     START TRABAJO KEY IS GREATER THAN TRA-CLAVE
005290         INVALID KEY
005300             GO TO 3100-EXIT
005310     END-START.
005320     READ TRABAJO NEXT RECORD.
005330 3100-EXIT.
005340     EXIT.

005350*----------------------------------------------------------------*
005360* 3200-CAMBIO-CURSO                                         *
005370* CIERRA EL ACTA DEL CURSO ANTERIOR Y ABRE LA DEL NUEVO. LOS *
005380* RESULTADOS DE UN CURSO QUE YA NO ESTA EN EL CATALOGO NO SE *
005390* PROMUEVEN.                                                 *
005400*----------------------------------------------------------------*
005410 3200-CAMBIO-CURSO.
005420     IF ACTA-ABIERTA
005430         PERFORM 3900-PIE-ACTA THRU 3900-EXIT
005440         MOVE "N" TO WS-ACTA-ABIERTA-SW
005450     END-IF.
005460     MOVE TRA-CURSO TO WS-CUR-CODIGO.
005470     MOVE TRA-CURSO TO CURSOCODIGO.
005480     PERFORM 3520-LEER-CURSO THRU 3520-EXIT.
005490     MOVE WS-CURSO-HALLADO-SW TO WS-CURSO-CATALOGO-SW.
005500     IF NOT CURSO-EN-CATALOGO
005510         GO TO 3200-EXIT
005520     END-IF.
005530     MOVE CURSONOMBRE TO WS-CUR-NOMBRE.
005540* LOS CURSOS ANTERIORES AL CAMPO DE CURSO SIGUIENTE SE TOMAN
005550* COMO SIN CURSO SIGUIENTE.
005560     IF CURSOSIGUIENTE = LOW-VALUES
005570         MOVE SPACES TO WS-CUR-SIGUIENTE
005580     ELSE
005590         MOVE CURSOSIGUIENTE TO WS-CUR-SIGUIENTE
005600     END-IF.
005610     ADD 1 TO WS-TOTAL-CURSOS.
005620     MOVE ZERO TO WS-CURSO-MATRICULADOS WS-CURSO-ESPERA
005630                  WS-CURSO-EGRESADOS WS-CURSO-OMITIDOS.
005640     PERFORM 3400-ENCABEZADO-ACTA THRU 3400-EXIT.
005650     SET ACTA-ABIERTA TO TRUE.
005660 3200-EXIT.
005670     EXIT.

005680*----------------------------------------------------------------*
005690* 3400-ENCABEZADO-ACTA                                      *
005700* ABRE LA PAGINA DEL ACTA DEL CURSO ACTUAL (PAGINA NUEVA POR *
005710* CURSO, COMO EN LAS ACTAS DE CIERRE).                       *
005720*----------------------------------------------------------------*
005730 3400-ENCABEZADO-ACTA.
005740     ADD 1 TO WS-PAGINA.
005750     MOVE SPACES TO ACTA-LINEA.
005760     STRING "ACTA DE PROMOCION - CURSO " DELIMITED BY SIZE
005770         WS-CUR-CODIGO DELIMITED BY SIZE
005780         " " DELIMITED BY SIZE
005790         WS-CUR-NOMBRE DELIMITED BY SIZE
005800         " - CICLO " DELIMITED BY SIZE
005810         WS-CICLO-CERRADO DELIMITED BY SIZE
005820         " A " DELIMITED BY SIZE
005830         WS-CICLO-NUEVO DELIMITED BY SIZE
005840         INTO ACTA-LINEA
005850     END-STRING.
005860     WRITE ACTA-LINEA AFTER ADVANCING PAGE.
005870     MOVE SPACES TO ACTA-LINEA.
005880     STRING "CURSO SIGUIENTE: " DELIMITED BY SIZE
005890         WS-CUR-SIGUIENTE DELIMITED BY SIZE
005900         "  (A=PROMUEVE R=REPROBADO L=LIBRE)" DELIMITED BY SIZE
005910         "   PAGINA " DELIMITED BY SIZE
005920         WS-PAGINA DELIMITED BY SIZE
005930         INTO ACTA-LINEA
005940     END-STRING.
005950     WRITE ACTA-LINEA.
005960     MOVE SPACES TO ACTA-LINEA.
005970     MOVE "NUMERO   APELLIDO Y NOMBRE                     RES   DE
005980-        "STINO  SITUACION" TO ACTA-LINEA.
005990     WRITE ACTA-LINEA.
006000     MOVE 3 TO WS-LINEAS-PAGINA.
006010 3400-EXIT.
006020     EXIT.

006030*----------------------------------------------------------------*
006040* 3500-PROMOVER-ALUMNO                                      *
006050* DECIDE EL CURSO DESTINO DE LA FILA DE RESULTADO, MATRICULA *
006060* O ANOTA EN ESPERA Y DEJA LA LINEA EN EL ACTA.              *
006070*----------------------------------------------------------------*
006080 3500-PROMOVER-ALUMNO.
006090     ADD 1 TO WS-TOTAL-LEIDOS.
006100     MOVE SPACES TO WS-DESTINO WS-SITUACION.
006110     MOVE WS-RES-NUMERO TO NUMERO.
006120     MOVE "S" TO WS-ALUMNO-HALLADO-SW.
006130     READ ALUMNO
006140         INVALID KEY
006150             MOVE "N" TO WS-ALUMNO-HALLADO-SW
006160     END-READ.
006170     IF NOT ALUMNO-HALLADO OR ESTADOALUMNO = "B"
006180         MOVE "DADO DE BAJA - OMITIDO" TO WS-SITUACION
006190         ADD 1 TO WS-TOTAL-BAJAS
006200         ADD 1 TO WS-CURSO-OMITIDOS
006210         GO TO 3500-IMPRIMIR
006220     END-IF.
006230     EVALUATE WS-RES-ESTADO
006240         WHEN "A"
006250             MOVE WS-CUR-SIGUIENTE TO WS-DESTINO
006260         WHEN "R"
006270         WHEN "L"
006280             MOVE WS-CUR-CODIGO TO WS-DESTINO
006290         WHEN OTHER
006300             MOVE "RESULTADO INVALIDO - REVISAR" TO WS-SITUACION
006310             ADD 1 TO WS-TOTAL-A-REVISAR
006320             ADD 1 TO WS-CURSO-OMITIDOS
006330             GO TO 3500-IMPRIMIR
006340     END-EVALUATE.
006350     IF WS-DESTINO = SPACES
006360         MOVE "EGRESA" TO WS-SITUACION
006370         ADD 1 TO WS-TOTAL-EGRESADOS
006380         ADD 1 TO WS-CURSO-EGRESADOS
006390         GO TO 3500-IMPRIMIR
006400     END-IF.
006410     MOVE WS-DESTINO TO CURSOCODIGO.
006420     PERFORM 3520-LEER-CURSO THRU 3520-EXIT.
006430     IF NOT CURSO-HALLADO
006440         MOVE "CURSO DESTINO INEXISTENTE" TO WS-SITUACION
006450         ADD 1 TO WS-TOTAL-A-REVISAR
006460         ADD 1 TO WS-CURSO-OMITIDOS
006470         GO TO 3500-IMPRIMIR
006480     END-IF.
006490     IF CURSOCAPACIDAD NUMERIC
006500         MOVE CURSOCAPACIDAD TO WS-DEST-CAPACIDAD
006510     ELSE
006520         MOVE ZERO TO WS-DEST-CAPACIDAD
006530     END-IF.
006540     PERFORM 3550-LEER-MATRICULA THRU 3550-EXIT.
006550     IF WS-SITUACION NOT = SPACES
006560         ADD 1 TO WS-TOTAL-YA-HECHOS
006570         GO TO 3500-IMPRIMIR
006580     END-IF.
006590* EL QUE REPITE VUELVE AL CURSO QUE YA CURSO; SOLO AL QUE
006600* PROMUEVE SE LE CONTROLAN LAS CORRELATIVAS DEL CURSO NUEVO.
006610     IF WS-RES-ESTADO = "A"
006620         PERFORM 3600-VERIFICAR-CORRELATIVAS THRU 3600-EXIT
006630         IF NOT CORRELATIVAS-OK
006640             STRING "CORRELATIVA PENDIENTE " DELIMITED BY SIZE
006650                 WS-REQUISITO DELIMITED BY SIZE
006660                 INTO WS-SITUACION
006670             END-STRING
006680             ADD 1 TO WS-TOTAL-A-REVISAR
006690             ADD 1 TO WS-CURSO-OMITIDOS
006700             GO TO 3500-IMPRIMIR
006710         END-IF
006720     END-IF.
006730* LA FILA DEL CURSO DESTINO QUEDA LEIDA PARA QUE 3700 O 3800
006740* LE SUMEN EL ANOTADO O EL MATRICULADO.
006750     MOVE "C" TO WS-CLAVE-TIPO.
006760     MOVE WS-DESTINO TO WS-CLAVE-CURSO.
006770     MOVE ZERO TO WS-CLAVE-NUMERO.
006780     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
006790     IF TRA-OCUPADOS NOT < WS-DEST-CAPACIDAD
006800        OR TRA-ESPERA > ZERO
006810         PERFORM 3700-ANOTAR-ESPERA THRU 3700-EXIT
006820     ELSE
006830         PERFORM 3800-MATRICULAR THRU 3800-EXIT
006840     END-IF.
006850 3500-IMPRIMIR.
006860     IF WS-LINEAS-PAGINA > 55
006870         PERFORM 3400-ENCABEZADO-ACTA THRU 3400-EXIT
006880     END-IF.
006890     MOVE SPACES TO ACTA-LINEA.
006900     IF ALUMNO-HALLADO
006910         STRING WS-RES-NUMERO DELIMITED BY SIZE
006920             "  " DELIMITED BY SIZE
006930             APELLIDO DELIMITED BY SIZE
006940             " " DELIMITED BY SIZE
006950             NOMBRE (1:10) DELIMITED BY SIZE
006960             "  " DELIMITED BY SIZE
006970             WS-RES-ESTADO DELIMITED BY SIZE
006980             "    " DELIMITED BY SIZE
006990             WS-DESTINO DELIMITED BY SIZE
007000             "   " DELIMITED BY SIZE
007010             WS-SITUACION DELIMITED BY SIZE
007020             INTO ACTA-LINEA
007030         END-STRING
007040     ELSE
007050         STRING WS-RES-NUMERO DELIMITED BY SIZE
007060             "  (NO ESTA EN ALUMNO.TXT)           " DELIMITED BY
007070             SIZE
007080             "  " DELIMITED BY SIZE
007090             WS-RES-ESTADO DELIMITED BY SIZE
007100             "    " DELIMITED BY SIZE
007110             WS-DESTINO DELIMITED BY SIZE
007120             "   " DELIMITED BY SIZE
007130             WS-SITUACION DELIMITED BY SIZE
007140             INTO ACTA-LINEA
007150         END-STRING
007160     END-IF.
007170     WRITE ACTA-LINEA.
007180     ADD 1 TO WS-LINEAS-PAGINA.
007190 3500-EXIT.
007200     EXIT.

007210*----------------------------------------------------------------*
007220* 3520-LEER-CURSO                                           *
007230* LEE EL CURSO DE CURSOCODIGO EN EL CATALOGO.                *
007240*----------------------------------------------------------------*
007250 3520-LEER-CURSO.
007260     SET CURSO-HALLADO TO TRUE.
007270     READ CURSO
007280         INVALID KEY
007290             MOVE "N" TO WS-CURSO-HALLADO-SW
007300     END-READ.
007310 3520-EXIT.
007320     EXIT.

007330*----------------------------------------------------------------*
007340* 3550-LEER-MATRICULA                                       *
007350* LEE LA MATRICULA DEL ALUMNO EN EL CURSO DESTINO. SI YA ES   *
007360* DEL CICLO NUEVO NO SE LA TOCA: ACTIVA (RECEPCION O UNA      *
007370* CORRIDA ANTERIOR YA LO MATRICULO) O RETIRADA (SE LO DIO DE  *
007380* BAJA DEL CURSO A PROPOSITO); LO DEJA EN WS-SITUACION.       *
007390*----------------------------------------------------------------*
007400 3550-LEER-MATRICULA.
007410     MOVE WS-DESTINO TO MATRICULACURSO.
007420     MOVE WS-RES-NUMERO TO MATRICULANUMERO.
007430     MOVE "S" TO WS-MATRICULA-PREVIA-SW.
007440     READ MATRICULA
007450         INVALID KEY
007460             MOVE "N" TO WS-MATRICULA-PREVIA-SW
007470     END-READ.
007480     IF NOT MATRICULA-PREVIA
007490         GO TO 3550-EXIT
007500     END-IF.
007510     IF MATRICULACICLO NOT NUMERIC
007520        OR MATRICULACICLO NOT = WS-CICLO-NUEVO
007530         GO TO 3550-EXIT
007540     END-IF.
007550     IF MATRICULAESTADO = "B"
007560         MOVE "RETIRADO DEL CURSO - OMITIDO" TO WS-SITUACION
007570     ELSE
007580         MOVE "YA MATRICULADO" TO WS-SITUACION
007590     END-IF.
007600 3550-EXIT.
007610     EXIT.

007620*----------------------------------------------------------------*
007630* 3600-VERIFICAR-CORRELATIVAS                               *
007640* EL ALUMNO TIENE APROBADOS TODOS LOS REQUISITOS DEL CURSO    *
007650* DESTINO? DEJA EL PRIMERO QUE FALTA EN WS-REQUISITO. SE MIRA *
007660* SOLO RESULTADO.TXT: LOS RESULTADOS ARCHIVADOS SON DE        *
007670* ALUMNOS QUE YA NO ESTAN EN ALUMNO.TXT Y NO SE PROMUEVEN.    *
007680*----------------------------------------------------------------*
007690 3600-VERIFICAR-CORRELATIVAS.
007700     SET CORRELATIVAS-OK TO TRUE.
007710     IF NOT CORRELATIVA-DISPONIBLE
007720         GO TO 3600-EXIT
007730     END-IF.
007740     MOVE WS-DESTINO TO CORCURSO.
007750     MOVE LOW-VALUES TO CORREQUISITO.
007760     START CORRELATIVA KEY IS NOT LESS THAN CORRELATIVACLAVE
007770         INVALID KEY
007780             GO TO 3600-EXIT
007790     END-START.
007800     READ CORRELATIVA NEXT RECORD.
007810     PERFORM 3610-CONTROLAR-REQUISITO THRU 3610-EXIT
007820         UNTIL FS-CORRELATIVA NOT = "00"
007830            OR CORCURSO NOT = WS-DESTINO
007840            OR NOT CORRELATIVAS-OK.
007850 3600-EXIT.
007860     EXIT.

007870 3610-CONTROLAR-REQUISITO.
007880     MOVE CORREQUISITO TO WS-REQUISITO.
007890     PERFORM 3650-BUSCAR-APROBADO THRU 3650-EXIT.
007900     IF NOT REQUISITO-APROBADO
007910         MOVE "N" TO WS-CORRELATIVAS-OK-SW
007920         GO TO 3610-EXIT
007930     END-IF.
007940     READ CORRELATIVA NEXT RECORD.
007950 3610-EXIT.
007960     EXIT.

007970*----------------------------------------------------------------*
007980* 3650-BUSCAR-APROBADO                                      *
007990* EL ALUMNO APROBO EL CURSO DE WS-REQUISITO EN ALGUN CICLO?   *
008000* (START POR NUMERO+CURSO Y LECTURAS NEXT HASTA QUE CAMBIA.)  *
008010*----------------------------------------------------------------*
008020 3650-BUSCAR-APROBADO.
008030     MOVE "N" TO WS-REQUISITO-APROBADO-SW.
008040     MOVE WS-RES-NUMERO TO RESNUMERO.
008050     MOVE WS-REQUISITO TO RESCURSO.
008060     MOVE ZERO TO RESCICLO.
008070     START RESULTADO KEY IS NOT LESS THAN RESULTADOCLAVE
008080         INVALID KEY
008090             GO TO 3650-EXIT
008100     END-START.
008110     READ RESULTADO NEXT RECORD.
008120     PERFORM 3660-EXAMINAR-RESULTADO THRU 3660-EXIT
008130         UNTIL FS-RESULTADO NOT = "00"
008140            OR RESNUMERO NOT = WS-RES-NUMERO
008150            OR RESCURSO NOT = WS-REQUISITO
008160            OR REQUISITO-APROBADO.
008170 3650-EXIT.
008180     EXIT.

008190 3660-EXAMINAR-RESULTADO.
008200     IF RESESTADO = "A"
008210         SET REQUISITO-APROBADO TO TRUE
008220     END-IF.
008230     READ RESULTADO NEXT RECORD.
008240 3660-EXIT.
008250     EXIT.

008260*----------------------------------------------------------------*
008270* 3700-ANOTAR-ESPERA                                        *
008280* ANOTA AL ALUMNO AL FINAL DE LA LISTA DE ESPERA DEL CURSO    *
008290* DESTINO PARA EL CICLO NUEVO, SALVO QUE YA ESTE ANOTADO.     *
008300*----------------------------------------------------------------*
008310 3700-ANOTAR-ESPERA.
008320     MOVE "N" TO WS-YA-ANOTADO-SW.
008330     MOVE WS-DESTINO TO ESPCURSO.
008340     MOVE ZERO TO ESPSECUENCIA.
008350     START LISTAESPERA KEY IS NOT LESS THAN LISTAESPERACLAVE
008360         INVALID KEY
008370             MOVE "10" TO FS-LISTA-ESPERA
008380     END-START.
008390     IF FS-LISTA-ESPERA = "00"
008400         READ LISTAESPERA NEXT RECORD
008410     END-IF.
008420     PERFORM 3710-EXAMINAR-ESPERA THRU 3710-EXIT
008430         UNTIL FS-LISTA-ESPERA NOT = "00"
008440            OR ESPCURSO NOT = WS-DESTINO
008450            OR YA-ANOTADO.
008460     IF YA-ANOTADO
008470         MOVE ESPSECUENCIA TO WS-SECUENCIA-ED
008480         STRING "YA EN LISTA DE ESPERA " DELIMITED BY SIZE
008490             WS-SECUENCIA-ED DELIMITED BY SIZE
008500             INTO WS-SITUACION
008510         END-STRING
008520         ADD 1 TO WS-TOTAL-YA-HECHOS
008530         GO TO 3700-EXIT
008540     END-IF.
008550     IF TRA-SECUENCIA NOT < 999
008560         MOVE "LISTA DE ESPERA LLENA - REVISAR" TO WS-SITUACION
008570         ADD 1 TO WS-TOTAL-A-REVISAR
008580         ADD 1 TO WS-CURSO-OMITIDOS
008590         GO TO 3700-EXIT
008600     END-IF.
008610     ADD 1 TO TRA-SECUENCIA.
008620     ADD 1 TO TRA-ESPERA.
008630     MOVE WS-DESTINO TO ESPCURSO.
008640     MOVE TRA-SECUENCIA TO ESPSECUENCIA.
008650     MOVE WS-RES-NUMERO TO ESPNUMERO.
008660     MOVE WS-FECHA-HOY TO ESPFECHA.
008670     MOVE WS-CICLO-NUEVO TO ESPCICLO.
008680     WRITE LISTA-ESPERA-REGISTRO.
008690     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
008700     MOVE TRA-SECUENCIA TO WS-SECUENCIA-ED.
008710     STRING "LISTA DE ESPERA " DELIMITED BY SIZE
008720         WS-SECUENCIA-ED DELIMITED BY SIZE
008730         INTO WS-SITUACION
008740     END-STRING.
008750     ADD 1 TO WS-TOTAL-ESPERA.
008760     ADD 1 TO WS-CURSO-ESPERA.
008770 3700-EXIT.
008780     EXIT.

008790 3710-EXAMINAR-ESPERA.
008800     IF ESPNUMERO = WS-RES-NUMERO
008810        AND ESPCICLO = WS-CICLO-NUEVO
008820         SET YA-ANOTADO TO TRUE
008830         GO TO 3710-EXIT
008840     END-IF.
008850     READ LISTAESPERA NEXT RECORD.
008860 3710-EXIT.
008870     EXIT.

008880*----------------------------------------------------------------*
008890* 3800-MATRICULAR                                           *
008900* GRABA LA MATRICULA DEL CICLO NUEVO: REACTIVA CON REWRITE EL *
008910* REGISTRO DE UN CICLO ANTERIOR O DA DE ALTA UNO NUEVO, COMO  *
008920* EL FORMULARIO DE CURSOS, Y LO DEJA EN LA BITACORA.          *
008930*----------------------------------------------------------------*
008940 3800-MATRICULAR.
008950     MOVE WS-DESTINO TO MATRICULACURSO.
008960     MOVE WS-RES-NUMERO TO MATRICULANUMERO.
008970     MOVE WS-FECHA-HOY TO MATRICULAFECHA.
008980     MOVE WS-CICLO-NUEVO TO MATRICULACICLO.
008990     MOVE "A" TO MATRICULAESTADO.
009000     IF MATRICULA-PREVIA
009010         REWRITE MATRICULA-REGISTRO
009020         MOVE "REAC" TO WS-BIT-OPERACION
009030     ELSE
009040         WRITE MATRICULA-REGISTRO
009050         MOVE "ALTA" TO WS-BIT-OPERACION
009060     END-IF.
009070     IF FS-MATRICULA NOT = "00"
009080         MOVE "ERROR AL GRABAR MATRICULA" TO WS-SITUACION
009090         ADD 1 TO WS-TOTAL-A-REVISAR
009100         ADD 1 TO WS-CURSO-OMITIDOS
009110         GO TO 3800-EXIT
009120     END-IF.
009130     ADD 1 TO TRA-OCUPADOS.
009140     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
009150     PERFORM 3850-GRABAR-BITACORA THRU 3850-EXIT.
009160     MOVE "MATRICULADO" TO WS-SITUACION.
009170     ADD 1 TO WS-TOTAL-MATRICULADOS.
009180     ADD 1 TO WS-CURSO-MATRICULADOS.
009190 3800-EXIT.
009200     EXIT.

009210*----------------------------------------------------------------*
009220* 3850-GRABAR-BITACORA                                      *
009230* LINEA DE LA BITACORA UNIFICADA CON EL MISMO ESQUEMA DE      *
009240* FRMCURSOS (NUMERO,ARCHIVO,CLAVE,FECHA HORA,USUARIO,         *
009250* OPERACION,ANTES,DESPUES), CON "PROMOCION" COMO USUARIO.     *
009260*----------------------------------------------------------------*
009270 3850-GRABAR-BITACORA.
009280     MOVE "bitacora" TO WS-CAD-BASE.
009290     PERFORM 8900-ULTIMO-CONTROL THRU 8900-EXIT.
009300     OPEN EXTEND BITACORA.
009310     IF FS-BITACORA = "05" OR FS-BITACORA = "35"
009320         OPEN OUTPUT BITACORA
009330     END-IF.
009340     IF FS-BITACORA NOT = "00"
009350         GO TO 3850-EXIT
009360     END-IF.
009370     ACCEPT WS-BIT-HORA FROM TIME.
009380     MOVE SPACES TO BITACORA-LINEA.
009390     STRING MATRICULANUMERO DELIMITED BY SIZE
009400         ",matricula," DELIMITED BY SIZE
009410         MATRICULACURSO DELIMITED BY SPACE
009420         "," DELIMITED BY SIZE
009430         WS-HOY-AAAA DELIMITED BY SIZE
009440         "-" DELIMITED BY SIZE
009450         WS-HOY-MM DELIMITED BY SIZE
009460         "-" DELIMITED BY SIZE
009470         WS-HOY-DD DELIMITED BY SIZE
009480         " " DELIMITED BY SIZE
009490         WS-BIT-HH DELIMITED BY SIZE
009500         ":" DELIMITED BY SIZE
009510         WS-BIT-MI DELIMITED BY SIZE
009520         ":" DELIMITED BY SIZE
009530         WS-BIT-SS DELIMITED BY SIZE
009540         ",PROMOCION," DELIMITED BY SIZE
009550         WS-BIT-OPERACION DELIMITED BY SPACE
009560         ",-,A" DELIMITED BY SIZE
009570         INTO BITACORA-LINEA
009580     END-STRING.
009590     MOVE BITACORA-LINEA TO WS-CAD-LINEA.
009600     PERFORM 8940-ENCADENAR-LINEA THRU 8940-EXIT.
009610     MOVE WS-CAD-LINEA TO BITACORA-LINEA.
009620     WRITE BITACORA-LINEA.
009630     CLOSE BITACORA.
009640 3850-EXIT.
009650     EXIT.

009660*----------------------------------------------------------------*
009670* 3900-PIE-ACTA                                             *
009680* CIERRA EL ACTA DEL CURSO CON SUS TOTALES Y EL BLOQUE DE    *
009690* FIRMA.                                                     *
009700*----------------------------------------------------------------*
009710 3900-PIE-ACTA.
009720     MOVE SPACES TO ACTA-LINEA.
009730     WRITE ACTA-LINEA.
009740     MOVE SPACES TO ACTA-LINEA.
009750     STRING "MATRICULADOS: " DELIMITED BY SIZE
009760         WS-CURSO-MATRICULADOS DELIMITED BY SIZE
009770         "  EN ESPERA: " DELIMITED BY SIZE
009780         WS-CURSO-ESPERA DELIMITED BY SIZE
009790         "  EGRESAN: " DELIMITED BY SIZE
009800         WS-CURSO-EGRESADOS DELIMITED BY SIZE
009810         "  OMITIDOS: " DELIMITED BY SIZE
009820         WS-CURSO-OMITIDOS DELIMITED BY SIZE
009830         INTO ACTA-LINEA
009840     END-STRING.
009850     WRITE ACTA-LINEA.
009860     MOVE SPACES TO ACTA-LINEA.
009870     WRITE ACTA-LINEA.
009880     MOVE "____________________________" TO ACTA-LINEA.
009890     WRITE ACTA-LINEA.
009900     MOVE "FIRMA Y SELLO - DIRECCION" TO ACTA-LINEA.
009910     WRITE ACTA-LINEA.
009920 3900-EXIT.
009930     EXIT.

009940*----------------------------------------------------------------*
009950* 8000-LEER-FILA / 8100-GRABAR-FILA                         *
009960* LEE LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO DE TRABAJO (EN    *
009970* CERO SI ES NUEVA) Y LA GRABA O REGRABA.                    *
009980*----------------------------------------------------------------*
009990 8000-LEER-FILA.
010000     MOVE "N" TO WS-FILA-NUEVA-SW.
010010     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
010020     READ TRABAJO.
010030     IF FS-TRABAJO = "00"
010040         GO TO 8000-EXIT
010050     END-IF.
010060     SET FILA-NUEVA TO TRUE.
010070     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
010080     MOVE ZERO TO TRA-DATOS.
010090 8000-EXIT.
010100     EXIT.

010110 8100-GRABAR-FILA.
010120     IF FILA-NUEVA
010130         WRITE TRABAJO-REGISTRO
010140     ELSE
010150         REWRITE TRABAJO-REGISTRO
010160     END-IF.
010170 8100-EXIT.
010180     EXIT.

010190*----------------------------------------------------------------*
010200* 8900-ULTIMO-CONTROL                                       *
010210* CONTROL DE LA ULTIMA LINEA ENCADENADA DE LA BITACORA       *
010220* WS-CAD-BASE, DEL QUE SIGUE LA LINEA NUEVA. CON EL VIVO RECIEN*
010230* ROTADO SE TOMA EL CONTROL FINAL DEL SEGMENTO MAS NUEVO DEL *
010240* INDICE DE ROTAR-BITACORAS; SIN NINGUNO LA CADENA EMPIEZA EN*
010250* CERO.                                                      *
010260*----------------------------------------------------------------*
010270 8900-ULTIMO-CONTROL.
010280     MOVE ZERO TO WS-CAD-ANTERIOR.
010290     MOVE "N" TO WS-CAD-HALLADO-SW.
010300     MOVE SPACES TO WS-CAD-ARCHIVO.
010310     STRING WS-CAD-BASE DELIMITED BY " "
010320         ".txt" DELIMITED BY SIZE
010330         INTO WS-CAD-ARCHIVO
010340     END-STRING.
010350     OPEN INPUT CADENA-LECTURA.
010360     IF FS-CADENA = "00"
010370         READ CADENA-LECTURA NEXT RECORD
010380         PERFORM 8910-MIRAR-LINEA THRU 8910-EXIT
010390             UNTIL FS-CADENA NOT = "00"
010400         CLOSE CADENA-LECTURA
010410     END-IF.
010420     IF CAD-HALLADO
010430         GO TO 8900-EXIT
010440     END-IF.
010450     MOVE ZERO TO WS-CAD-MES-MAYOR.
010460     OPEN INPUT CADENA-INDICE.
010470     IF FS-CAD-INDICE NOT = "00"
010480         GO TO 8900-EXIT
010490     END-IF.
010500     READ CADENA-INDICE NEXT RECORD.
010510     PERFORM 8920-MIRAR-SEGMENTO THRU 8920-EXIT
010520         UNTIL FS-CAD-INDICE NOT = "00".
010530     CLOSE CADENA-INDICE.
010540 8900-EXIT.
010550     EXIT.

010560 8910-MIRAR-LINEA.
010570     MOVE CADENA-LINEA TO WS-CAD-LINEA.
010580     PERFORM 8960-CONTROL-DE-LINEA THRU 8960-EXIT.
010590     IF CAD-CON-CONTROL
010600         MOVE WS-CAD-GUARDADO TO WS-CAD-ANTERIOR
010610         SET CAD-HALLADO TO TRUE
010620     END-IF.
010630     READ CADENA-LECTURA NEXT RECORD.
010640 8910-EXIT.
010650     EXIT.

010660 8920-MIRAR-SEGMENTO.
010670     MOVE SPACES TO WS-CAD-IDX-NOMBRE WS-CAD-IDX-MES.
010680     MOVE SPACES TO WS-CAD-IDX-ESTADO WS-CAD-IDX-BASE.
010690     MOVE SPACES TO WS-CAD-IDX-FINAL.
010700     UNSTRING CADENA-INDICE-LINEA DELIMITED BY ";"
010710         INTO WS-CAD-IDX-NOMBRE WS-CAD-IDX-MES WS-CAD-IDX-ESTADO
010720              WS-CAD-IDX-BASE WS-CAD-IDX-FINAL
010730     END-UNSTRING.
010740     IF WS-CAD-IDX-BASE = WS-CAD-BASE
010750        AND WS-CAD-IDX-MES NUMERIC
010760        AND WS-CAD-IDX-FINAL NUMERIC
010770         IF WS-CAD-IDX-MES > WS-CAD-MES-MAYOR
010780             MOVE WS-CAD-IDX-MES TO WS-CAD-MES-MAYOR
010790             MOVE WS-CAD-IDX-FINAL TO WS-CAD-ANTERIOR
010800         END-IF
010810     END-IF.
010820     READ CADENA-INDICE NEXT RECORD.
010830 8920-EXIT.
010840     EXIT.

010850*----------------------------------------------------------------*
010860* 8940-ENCADENAR-LINEA                                      *
010870* AGREGA A WS-CAD-LINEA ",#" Y EL CONTROL DE NUEVE DIGITOS   *
010880* ENCADENADO A WS-CAD-ANTERIOR, QUE QUEDA CON EL CONTROL NUEVO*
010890* PARA LA LINEA SIGUIENTE.                                   *
010900*----------------------------------------------------------------*
010910 8940-ENCADENAR-LINEA.
010920     MOVE 239 TO WS-CAD-LARGO.
010930     PERFORM 8965-RETROCEDER THRU 8965-EXIT
010940         UNTIL WS-CAD-LARGO = ZERO
010950            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
010960     MOVE SPACES TO WS-CAD-LINEA (WS-CAD-LARGO + 1:).
010970     PERFORM 8950-CALCULAR-CONTROL THRU 8950-EXIT.
010980     MOVE ",#" TO WS-CAD-LINEA (WS-CAD-LARGO + 1:2).
010990     MOVE WS-CAD-CONTROL TO WS-CAD-LINEA (WS-CAD-LARGO + 3:9).
011000     MOVE WS-CAD-CONTROL TO WS-CAD-ANTERIOR.
011010 8940-EXIT.
011020     EXIT.

011030*----------------------------------------------------------------*
011040* 8950-CALCULAR-CONTROL                                     *
011050* CONTROL DE LAS PRIMERAS WS-CAD-LARGO POSICIONES DE         *
011060* WS-CAD-LINEA ENCADENADO A WS-CAD-ANTERIOR: POR CADA CARACTER,*
011070* VALOR = (VALOR * 31 + CODIGO) MODULO 999999937. ES EL MISMO*
011080* CALCULO DE VERIFICAR-BITACORAS Y DE LOS FORMULARIOS.       *
011090*----------------------------------------------------------------*
011100 8950-CALCULAR-CONTROL.
011110     MOVE WS-CAD-ANTERIOR TO WS-CAD-VALOR.
011120     MOVE LOW-VALUE TO WS-CAD-PAR-ALTO.
011130     MOVE 1 TO WS-CAD-I.
011140     PERFORM 8955-SUMAR-CARACTER THRU 8955-EXIT
011150         UNTIL WS-CAD-I > WS-CAD-LARGO.
011160     MOVE WS-CAD-VALOR TO WS-CAD-CONTROL.
011170 8950-EXIT.
011180     EXIT.

011190 8955-SUMAR-CARACTER.
011200     MOVE WS-CAD-LINEA (WS-CAD-I:1) TO WS-CAD-PAR-BAJO.
011210     COMPUTE WS-CAD-VALOR = WS-CAD-VALOR * 31 + WS-CAD-CODIGO.
011220     DIVIDE WS-CAD-VALOR BY 999999937
011230         GIVING WS-CAD-COCIENTE REMAINDER WS-CAD-RESTO.
011240     MOVE WS-CAD-RESTO TO WS-CAD-VALOR.
011250     ADD 1 TO WS-CAD-I.
011260 8955-EXIT.
011270     EXIT.

011280*----------------------------------------------------------------*
011290* 8960-CONTROL-DE-LINEA                                     *
011300* SI WS-CAD-LINEA TERMINA EN ",#NNNNNNNNN" DEJA EL CONTROL EN*
011310* WS-CAD-GUARDADO Y PRENDE CAD-CON-CONTROL.                  *
011320*----------------------------------------------------------------*
011330 8960-CONTROL-DE-LINEA.
011340     MOVE "N" TO WS-CAD-CON-CONTROL-SW.
011350     MOVE 250 TO WS-CAD-LARGO.
011360     PERFORM 8965-RETROCEDER THRU 8965-EXIT
011370         UNTIL WS-CAD-LARGO = ZERO
011380            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
011390     IF WS-CAD-LARGO < 11
011400         GO TO 8960-EXIT
011410     END-IF.
011420     IF WS-CAD-LINEA (WS-CAD-LARGO - 10:2) NOT = ",#"
011430        OR WS-CAD-LINEA (WS-CAD-LARGO - 8:9) NOT NUMERIC
011440         GO TO 8960-EXIT
011450     END-IF.
011460     MOVE WS-CAD-LINEA (WS-CAD-LARGO - 8:9) TO WS-CAD-GUARDADO.
011470     SET CAD-CON-CONTROL TO TRUE.
011480 8960-EXIT.
011490     EXIT.

011500 8965-RETROCEDER.
011510     SUBTRACT 1 FROM WS-CAD-LARGO.
011520 8965-EXIT.
011530     EXIT.

011540*----------------------------------------------------------------*
011550* 9000-FINALIZAR                                            *
011560*----------------------------------------------------------------*
011570 9000-FINALIZAR.
011580     IF ARCHIVOS-ABIERTOS
011590         CLOSE CURSO
011600         CLOSE RESULTADO
011610         CLOSE ALUMNO
011620         CLOSE MATRICULA
011630         CLOSE LISTAESPERA
011640         CLOSE ACTAS
011650         CLOSE TRABAJO
011660         IF CORRELATIVA-DISPONIBLE
011670             CLOSE CORRELATIVA
011680         END-IF
011690     END-IF.
011700     DISPLAY "Ciclo " WS-CICLO-CERRADO " a ciclo " WS-CICLO-NUEVO.
011710     DISPLAY "Cursos con acta: " WS-TOTAL-CURSOS.
011720     DISPLAY "Resultados leidos: " WS-TOTAL-LEIDOS.
011730     DISPLAY "Matriculados: " WS-TOTAL-MATRICULADOS.
011740     DISPLAY "Anotados en lista de espera: " WS-TOTAL-ESPERA.
011750     DISPLAY "Egresan: " WS-TOTAL-EGRESADOS.
011760     DISPLAY "Ya matriculados o anotados: " WS-TOTAL-YA-HECHOS.
011770     DISPLAY "Dados de baja (omitidos): " WS-TOTAL-BAJAS.
011780     IF WS-TOTAL-A-REVISAR > 0
011790         DISPLAY "A revisar en el acta (sin matricular): "
011800             WS-TOTAL-A-REVISAR
011810     END-IF.
011820     IF RETURN-CODE = ZERO
011830        AND WS-TOTAL-A-REVISAR > ZERO
011840         MOVE 4 TO RETURN-CODE
011850     END-IF.
011860     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
011870 9000-EXIT.
011880     EXIT.

011890*----------------------------------------------------------------*
011900* 9100-GRABAR-LOG                                           *
011910* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
011920* LOG COMPARTIDO DE LOS BATCH.                               *
011930*----------------------------------------------------------------*
011940 9100-GRABAR-LOG.
011950     OPEN EXTEND LOG-CORRIDA.
011960     IF FS-LOG = "05" OR FS-LOG = "35"
011970         OPEN OUTPUT LOG-CORRIDA
011980     END-IF.
011990     IF FS-LOG NOT = "00"
012000         GO TO 9100-EXIT
012010     END-IF.
012020     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
012030     ACCEPT WS-LOG-HORA FROM TIME.
012040     MOVE WS-TOTAL-MATRICULADOS TO WS-LOG-MATRICULADOS.
012050     MOVE WS-TOTAL-ESPERA TO WS-LOG-ESPERA.
012060     MOVE RETURN-CODE TO WS-LOG-RC.
012070     MOVE SPACES TO LOG-LINEA.
012080     STRING WS-LOG-FECHA DELIMITED BY SIZE
012090         " " DELIMITED BY SIZE
012100         WS-LOG-HORA DELIMITED BY SIZE
012110         " PROMOVER-ALUMNOS CICLO=" DELIMITED BY SIZE
012120         WS-CICLO-CERRADO DELIMITED BY SIZE
012130         " NUEVO=" DELIMITED BY SIZE
012140         WS-CICLO-NUEVO DELIMITED BY SIZE
012150         " MATRICULAS=" DELIMITED BY SIZE
012160         WS-LOG-MATRICULADOS DELIMITED BY SIZE
012170         " ESPERA=" DELIMITED BY SIZE
012180         WS-LOG-ESPERA DELIMITED BY SIZE
012190         " RC=" DELIMITED BY SIZE
012200         WS-LOG-RC DELIMITED BY SIZE
012210         INTO LOG-LINEA
012220     END-STRING.
012230     WRITE LOG-LINEA.
012240     CLOSE LOG-CORRIDA.
012250 9100-EXIT.
012260     EXIT.

012270 9999-EXIT.
012280     EXIT.
