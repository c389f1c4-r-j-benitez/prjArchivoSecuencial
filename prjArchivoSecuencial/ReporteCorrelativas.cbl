000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. REPORTE-CORRELATIVAS.
000030 AUTHOR. OFICINA DE SISTEMAS.
000040 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*
000080* MATRICULAS QUE NO CUMPLEN LAS CORRELATIVIDADES: RECORRE LAS
000090* MATRICULAS ACTIVAS DEL CICLO ABIERTO Y, PARA CADA REQUISITO
000100* QUE CORRELATIVA.TXT PIDE PARA EL CURSO, BUSCA QUE EL ALUMNO
000110* LO TENGA APROBADO (RESESTADO "A") EN RESULTADO.TXT O EN
000120* RESULTADO_HISTORICO.TXT. LISTA POR CONSOLA CADA ALUMNO, CURSO
000130* Y REQUISITO FALTANTE, PARA DEPURAR LAS MATRICULAS TOMADAS
000140* ANTES DE QUE EXISTIERA EL CONTROL EN LA PANTALLA DE CURSOS (O
000150* FORZADAS POR UN SUPERVISOR, QUE QUEDAN EN LA BITACORA).
000160*
000170* EL CICLO PUEDE PASARSE POR LA LINEA DE COMANDO (AAAA); SI NO,
000180* SE TOMA EL CICLO ABIERTO DE CICLO.TXT. SIN CORRELATIVA.TXT NO
000190* HAY NADA QUE CONTROLAR Y LA CORRIDA TERMINA SIN ERROR.
000200*
000210* HISTORIAL DE MODIFICACIONES
000220*   2026-10-15  OFS  VERSION INICIAL.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     COPY MatriculaSelect.
000280     COPY CorrelativaSelect.
000290     COPY ResultadoSelect.
000300     COPY AlumnoSelect.
000310     COPY CursoSelect.
000320     COPY CicloSelect.

000330     SELECT RESULTADO-HISTORICO ASSIGN TO WS-ARCHIVO-RES-HIST
000340         ORGANIZATION LINE SEQUENTIAL
000350         FILE STATUS FS-RES-HIST.

000360     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000370         ORGANIZATION LINE SEQUENTIAL
000380         FILE STATUS FS-LOG.

000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  MATRICULA.
000420     COPY MatriculaRegistro.
000430 FD  CORRELATIVA.
000440     COPY CorrelativaRegistro.
000450 FD  RESULTADO.
000460     COPY ResultadoRegistro.
000470 FD  ALUMNO.
000480     COPY AlumnoRegistro.
000490 FD  CURSO.
000500     COPY CursoRegistro.
000510 FD  CICLO.
000520     COPY CicloRegistro.

      * EL HISTORICO DE RESULTADOS ES LA IMAGEN DEL REGISTRO VIVO (VER
      * ARCHIVAR-ALUMNOS-HISTORICO); LOS CAMPOS HOMONIMOS SE CALIFICAN
      * CON IN.
000530 FD  RESULTADO-HISTORICO.
000540     COPY ResultadoRegistro
000550         REPLACING ==resultado-registro==
000555         BY ==historico-registro==.

000560 FD  LOG-CORRIDA.
000570 01  LOG-LINEA               PIC X(132).

000580 WORKING-STORAGE SECTION.
000590 01  FS-MATRICULA            PIC XX.
000600 01  FS-CORRELATIVA          PIC XX.
000610 01  FS-RESULTADO            PIC XX.
000620 01  FS-ALUMNO               PIC XX.
000630 01  FS-CURSO                PIC XX.
000640 01  FS-CICLO                PIC XX.
000650 01  FS-RES-HIST             PIC XX.
000660 01  WS-ARCHIVO-RES-HIST PIC X(40)
000670     VALUE "resultado_historico.txt".
000680 01  FS-LOG                  PIC XX.
000690 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000700 01  WS-PARAMETRO            PIC X(100).
000710 01  WS-LOG-FECHA            PIC 9(08).
000720 01  WS-LOG-HORA             PIC 9(08).
000730 01  WS-LOG-RC               PIC 9(01).

000740 01  WS-SWITCHES.
000750     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
000760         88  ARCHIVOS-ABIERTOS        VALUE "S".
000770     05  WS-RESULTADO-DISPONIBLE-SW PIC X(01) VALUE "N".
000780         88  RESULTADO-DISPONIBLE     VALUE "S".
000790     05  WS-ALUMNO-DISPONIBLE-SW PIC X(01) VALUE "N".
000800         88  ALUMNO-DISPONIBLE        VALUE "S".
000810     05  WS-CURSO-DISPONIBLE-SW PIC X(01) VALUE "N".
000820         88  CURSO-DISPONIBLE         VALUE "S".
000830     05  WS-APROBADO-SW      PIC X(01) VALUE "N".
000840         88  REQUISITO-APROBADO       VALUE "S".

000850 01  WS-CICLO-ABIERTO        PIC 9(04) VALUE ZERO.
000860 01  WS-NUMERO-ACTUAL        PIC 9(07).
000870 01  WS-CURSO-ACTUAL         PIC X(06).
000880 01  WS-REQUISITO            PIC X(06).
000890 01  WS-ALUMNO-NOMBRE        PIC X(25).
000900 01  WS-ALUMNO-APELLIDO      PIC X(25).
000910 01  WS-REQUISITO-NOMBRE     PIC X(30).
000920 77  WS-TOTAL-LEIDAS         PIC 9(06) VALUE ZERO.
000930 77  WS-TOTAL-CONTROLADAS    PIC 9(06) VALUE ZERO.
000940 77  WS-TOTAL-INCUMPLIDAS    PIC 9(06) VALUE ZERO.
000950 77  WS-TOTAL-FALTANTES      PIC 9(06) VALUE ZERO.
000960 77  WS-FALTAS-MATRICULA     PIC 9(03) VALUE ZERO COMP.

000970 PROCEDURE DIVISION.

000980 0000-MAINLINE.
000990     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001000     PERFORM 2000-PROCESAR-MATRICULAS THRU 2000-EXIT.
001010     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001020     GOBACK.

001030*----------------------------------------------------------------*
001040* 1000-INICIALIZAR                                          *
001050* RESUELVE EL CICLO Y ABRE LOS ARCHIVOS. RESULTADO.TXT,      *
001060* ALUMNO.TXT Y CURSO.TXT SON OPTATIVOS: SIN RESULTADOS NINGUN *
001070* REQUISITO ESTA APROBADO, SIN LOS MAESTROS SALEN SIN NOMBRE. *
001080*----------------------------------------------------------------*
001090 1000-INICIALIZAR.
001100     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
001110     IF WS-PARAMETRO (1:4) NUMERIC
001120         MOVE WS-PARAMETRO (1:4) TO WS-CICLO-ABIERTO
001130     ELSE
001140         PERFORM 1100-RESOLVER-CICLO THRU 1100-EXIT
001150     END-IF.
001160     IF WS-CICLO-ABIERTO = ZERO
001170         DISPLAY "No hay un ciclo lectivo abierto"
001180         MOVE 8 TO RETURN-CODE
001190         GO TO 1000-EXIT
001200     END-IF.
001210     OPEN INPUT MATRICULA.
001220     IF FS-MATRICULA NOT = "00"
001230         DISPLAY "No se pudo abrir matricula.txt"
001240         MOVE 8 TO RETURN-CODE
001250         GO TO 1000-EXIT
001260     END-IF.
001270     OPEN INPUT CORRELATIVA.
001280     IF FS-CORRELATIVA NOT = "00"
001290         DISPLAY "No hay correlatividades cargadas"
001300         CLOSE MATRICULA
001310         GO TO 1000-EXIT
001320     END-IF.
001330     SET ARCHIVOS-ABIERTOS TO TRUE.
001340     OPEN INPUT RESULTADO.
001350     IF FS-RESULTADO = "00"
001360         SET RESULTADO-DISPONIBLE TO TRUE
001370     END-IF.
001380     OPEN INPUT ALUMNO.
001390     IF FS-ALUMNO = "00"
001400         SET ALUMNO-DISPONIBLE TO TRUE
001410     END-IF.
001420     OPEN INPUT CURSO.
001430     IF FS-CURSO = "00"
001440         SET CURSO-DISPONIBLE TO TRUE
001450     END-IF.
001460     DISPLAY "Matriculas del ciclo " WS-CICLO-ABIERTO
001470         " que no cumplen las correlatividades:".
001480 1000-EXIT.
001490     EXIT.

001500 1100-RESOLVER-CICLO.
001510     OPEN INPUT CICLO.
001520     IF FS-CICLO NOT = "00"
001530         GO TO 1100-EXIT
001540     END-IF.
001550     READ CICLO NEXT RECORD.
001560     PERFORM 1110-BUSCAR-ABIERTO THRU 1110-EXIT
001570         UNTIL FS-CICLO NOT = "00".
001580     CLOSE CICLO.
001590 1100-EXIT.
001600     EXIT.

001610 1110-BUSCAR-ABIERTO.
001620     IF CICESTADO = "A"
001630         MOVE CICANIO TO WS-CICLO-ABIERTO
001640     END-IF.
001650     READ CICLO NEXT RECORD.
001660 1110-EXIT.
001670     EXIT.

001680*----------------------------------------------------------------*
001690* 2000-PROCESAR-MATRICULAS                                  *
001700* RECORRE MATRICULA.TXT; SOLO SE CONTROLAN LAS ACTIVAS DEL    *
001710* CICLO (LAS RETIRADAS Y LAS DE CICLOS CERRADOS SON HISTORIA).*
001720*----------------------------------------------------------------*
001730 2000-PROCESAR-MATRICULAS.
001740     IF NOT ARCHIVOS-ABIERTOS
001750         GO TO 2000-EXIT
001760     END-IF.
001770     READ MATRICULA NEXT RECORD.
001780     PERFORM 2100-CONTROLAR-MATRICULA THRU 2100-EXIT
001790         UNTIL FS-MATRICULA NOT = "00".
001800 2000-EXIT.
001810     EXIT.

001820 2100-CONTROLAR-MATRICULA.
001830     ADD 1 TO WS-TOTAL-LEIDAS.
001840     IF MATRICULACICLO NOT NUMERIC
001850        OR MATRICULACICLO NOT = WS-CICLO-ABIERTO
001860        OR MATRICULAESTADO = "B"
001870         GO TO 2100-SIGUIENTE
001880     END-IF.
001890     ADD 1 TO WS-TOTAL-CONTROLADAS.
001900     MOVE MATRICULACURSO TO WS-CURSO-ACTUAL.
001910     MOVE MATRICULANUMERO TO WS-NUMERO-ACTUAL.
001920     MOVE ZERO TO WS-FALTAS-MATRICULA.
001930     MOVE WS-CURSO-ACTUAL TO CORCURSO.
001940     MOVE LOW-VALUES TO CORREQUISITO.
001950     START CORRELATIVA KEY IS NOT LESS THAN CORRELATIVACLAVE
001960         INVALID KEY
001970             GO TO 2100-SIGUIENTE
001980     END-START.
001990     READ CORRELATIVA NEXT RECORD.
002000     PERFORM 2200-CONTROLAR-REQUISITO THRU 2200-EXIT
002010         UNTIL FS-CORRELATIVA NOT = "00"
002020            OR CORCURSO NOT = WS-CURSO-ACTUAL.
002030     IF WS-FALTAS-MATRICULA > ZERO
002040         ADD 1 TO WS-TOTAL-INCUMPLIDAS
002050     END-IF.
002060 2100-SIGUIENTE.
002070     READ MATRICULA NEXT RECORD.
002080 2100-EXIT.
002090     EXIT.

002100*----------------------------------------------------------------*
002110* 2200-CONTROLAR-REQUISITO                                  *
002120* UN REQUISITO DEL CURSO DE LA MATRICULA; SI EL ALUMNO NO LO *
002130* TIENE APROBADO SE LISTA LA LINEA.                          *
002140*----------------------------------------------------------------*
002150 2200-CONTROLAR-REQUISITO.
002160     MOVE CORREQUISITO TO WS-REQUISITO.
002170     PERFORM 2300-BUSCAR-APROBADO THRU 2300-EXIT.
002180     IF REQUISITO-APROBADO
002190         GO TO 2200-SIGUIENTE
002200     END-IF.
002210     IF WS-FALTAS-MATRICULA = ZERO
002220         PERFORM 2500-RESOLVER-ALUMNO THRU 2500-EXIT
002230     END-IF.
002240     ADD 1 TO WS-FALTAS-MATRICULA.
002250     ADD 1 TO WS-TOTAL-FALTANTES.
002260     PERFORM 2600-RESOLVER-REQUISITO THRU 2600-EXIT.
002270     DISPLAY WS-NUMERO-ACTUAL " " WS-ALUMNO-APELLIDO " "
002280         WS-ALUMNO-NOMBRE " CURSO: " WS-CURSO-ACTUAL
002290         " FALTA APROBAR: " WS-REQUISITO " " WS-REQUISITO-NOMBRE.
002300 2200-SIGUIENTE.
002310     READ CORRELATIVA NEXT RECORD.
002320 2200-EXIT.
002330     EXIT.

002340*----------------------------------------------------------------*
002350* 2300-BUSCAR-APROBADO                                      *
002360* WS-NUMERO-ACTUAL APROBO WS-REQUISITO EN ALGUN CICLO? PRIMERO *
002370* EN RESULTADO.TXT (START POR NUMERO+CURSO), SI NO EN EL      *
002380* HISTORICO DE RESULTADOS ARCHIVADOS.                         *
002390*----------------------------------------------------------------*
002400 2300-BUSCAR-APROBADO.
002410     MOVE "N" TO WS-APROBADO-SW.
002420     IF NOT RESULTADO-DISPONIBLE
002430         GO TO 2300-HISTORICO
002440     END-IF.
002450     MOVE WS-NUMERO-ACTUAL TO RESNUMERO IN RESULTADO-REGISTRO.
002460     MOVE WS-REQUISITO TO RESCURSO IN RESULTADO-REGISTRO.
002470     MOVE ZERO TO RESCICLO IN RESULTADO-REGISTRO.
002480     START RESULTADO
002490         KEY IS NOT LESS THAN RESULTADOCLAVE IN RESULTADO-REGISTRO
002500         INVALID KEY
002510             GO TO 2300-HISTORICO
002520     END-START.
002530     READ RESULTADO NEXT RECORD.
002540     PERFORM 2310-LEER-RESULTADO THRU 2310-EXIT
002550         UNTIL FS-RESULTADO NOT = "00"
002560            OR RESNUMERO IN RESULTADO-REGISTRO
002565                NOT = WS-NUMERO-ACTUAL
002570            OR RESCURSO IN RESULTADO-REGISTRO NOT = WS-REQUISITO
002580            OR REQUISITO-APROBADO.
002590     IF REQUISITO-APROBADO
002600         GO TO 2300-EXIT
002610     END-IF.
002620 2300-HISTORICO.
002630     OPEN INPUT RESULTADO-HISTORICO.
002640     IF FS-RES-HIST NOT = "00"
002650         GO TO 2300-EXIT
002660     END-IF.
002670     READ RESULTADO-HISTORICO NEXT RECORD.
002680     PERFORM 2320-LEER-HISTORICO THRU 2320-EXIT
002690         UNTIL FS-RES-HIST NOT = "00"
002700            OR REQUISITO-APROBADO.
002710     CLOSE RESULTADO-HISTORICO.
002720 2300-EXIT.
002730     EXIT.

002740 2310-LEER-RESULTADO.
002750     IF RESESTADO IN RESULTADO-REGISTRO = "A"
002760         SET REQUISITO-APROBADO TO TRUE
002770     END-IF.
002780     READ RESULTADO NEXT RECORD.
002790 2310-EXIT.
002800     EXIT.

002810 2320-LEER-HISTORICO.
002820     IF RESNUMERO IN HISTORICO-REGISTRO = WS-NUMERO-ACTUAL
002830        AND RESCURSO IN HISTORICO-REGISTRO = WS-REQUISITO
002840        AND RESESTADO IN HISTORICO-REGISTRO = "A"
002850         SET REQUISITO-APROBADO TO TRUE
002860     END-IF.
002870     READ RESULTADO-HISTORICO NEXT RECORD.
002880 2320-EXIT.
002890     EXIT.

002900 2500-RESOLVER-ALUMNO.
002910     MOVE SPACES TO WS-ALUMNO-NOMBRE WS-ALUMNO-APELLIDO.
002920     IF NOT ALUMNO-DISPONIBLE
002930         GO TO 2500-EXIT
002940     END-IF.
002950     MOVE WS-NUMERO-ACTUAL TO NUMERO.
002960     READ ALUMNO
002970         INVALID KEY
002980             GO TO 2500-EXIT
002990     END-READ.
003000     MOVE NOMBRE TO WS-ALUMNO-NOMBRE.
003010     MOVE APELLIDO TO WS-ALUMNO-APELLIDO.
003020 2500-EXIT.
003030     EXIT.

003040 2600-RESOLVER-REQUISITO.
003050     MOVE SPACES TO WS-REQUISITO-NOMBRE.
003060     IF NOT CURSO-DISPONIBLE
003070         GO TO 2600-EXIT
003080     END-IF.
003090     MOVE WS-REQUISITO TO CURSOCODIGO.
003100     READ CURSO
003110         INVALID KEY
003120             GO TO 2600-EXIT
003130     END-READ.
003140     MOVE CURSONOMBRE TO WS-REQUISITO-NOMBRE.
003150 2600-EXIT.
003160     EXIT.

003170*----------------------------------------------------------------*
003180* 9000-FINALIZAR                                            *
003190*----------------------------------------------------------------*
003200 9000-FINALIZAR.
003210     IF ARCHIVOS-ABIERTOS
003220         CLOSE MATRICULA
003230         CLOSE CORRELATIVA
003240     END-IF.
003250     IF RESULTADO-DISPONIBLE
003260         CLOSE RESULTADO
003270     END-IF.
003280     IF ALUMNO-DISPONIBLE
003290         CLOSE ALUMNO
003300     END-IF.
003310     IF CURSO-DISPONIBLE
003320         CLOSE CURSO
003330     END-IF.
003340     DISPLAY "Matriculas leidas: " WS-TOTAL-LEIDAS.
003350     DISPLAY "Matriculas del ciclo controladas: "
003360         WS-TOTAL-CONTROLADAS.
003370     DISPLAY "Matriculas que no cumplen: " WS-TOTAL-INCUMPLIDAS.
003380     DISPLAY "Requisitos faltantes: " WS-TOTAL-FALTANTES.
003390     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
003400 9000-EXIT.
003410     EXIT.

003420*----------------------------------------------------------------*
003430* 9100-GRABAR-LOG                                           *
003440* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
003450* LOG COMPARTIDO DE LOS BATCH.                               *
003460*----------------------------------------------------------------*
003470 9100-GRABAR-LOG.
003480     OPEN EXTEND LOG-CORRIDA.
003490     IF FS-LOG = "05" OR FS-LOG = "35"
003500         OPEN OUTPUT LOG-CORRIDA
003510     END-IF.
003520     IF FS-LOG NOT = "00"
003530         GO TO 9100-EXIT
003540     END-IF.
003550     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
003560     ACCEPT WS-LOG-HORA FROM TIME.
003570     MOVE RETURN-CODE TO WS-LOG-RC.
003580     MOVE SPACES TO LOG-LINEA.
003590     STRING WS-LOG-FECHA DELIMITED BY SIZE
003600         " " DELIMITED BY SIZE
003610         WS-LOG-HORA DELIMITED BY SIZE
003620         " REPORTE-CORRELATIVAS CICLO=" DELIMITED BY SIZE
003630         WS-CICLO-ABIERTO DELIMITED BY SIZE
003640         " CONTROLADAS=" DELIMITED BY SIZE
003650         WS-TOTAL-CONTROLADAS DELIMITED BY SIZE
003660         " INCUMPLIDAS=" DELIMITED BY SIZE
003670         WS-TOTAL-INCUMPLIDAS DELIMITED BY SIZE
003680         " FALTANTES=" DELIMITED BY SIZE
003690         WS-TOTAL-FALTANTES DELIMITED BY SIZE
003700         " RC=" DELIMITED BY SIZE
003710         WS-LOG-RC DELIMITED BY SIZE
003720         INTO LOG-LINEA
003730     END-STRING.
003740     WRITE LOG-LINEA.
003750     CLOSE LOG-CORRIDA.
003760 9100-EXIT.
003770     EXIT.

003780 9999-EXIT.
003790     EXIT.
