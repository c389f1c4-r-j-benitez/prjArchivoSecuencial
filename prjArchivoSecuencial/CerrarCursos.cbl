000280* CONSOLA COMO ULTIMO RECURSO, IGUAL QUE EN
000290* ARCHIVAR-ALUMNOS-HISTORICO.
000300*
000305* LAS NOTAS DEL CICLO SE SUMAN EN UNA SOLA PASADA DE
000310* CALIFICACION.TXT AL ARCHIVO DE TRABAJO CERRAR_TRABAJO.TXT
000315* (INDEXADO POR CURSO+ALUMNO, SE RECREA EN CADA CORRIDA); CADA
000320* CURSO DEL CATALOGO SE CIERRA LEYENDO SUS FILAS EN ORDEN DE
000325* CLAVE, ASI QUE NO HAY TOPE DE ALUMNOS POR CURSO. RC 8 SI NO SE
000330* PUDO CREAR.
000340*
000341* CON "SIMULAR" EN LA LINEA DE COMANDO HACE EL CIERRE COMPLETO
000342* (ACTAS Y TOTALES) SIN GRABAR RESULTADO.TXT: CADA RESULTADO QUE
000343* GRABARIA SE LISTA EN CERRAR_CURSOS_SIMULACION.TXT, QUE LA
000344* DIRECCION FIRMA ANTES DE LA CORRIDA REAL.
000345*
000350* HISTORIAL DE MODIFICACIONES
000360*   2026-09-03  OFS  VERSION INICIAL.
000362*   2026-09-03  OFS  CONDICION LIBRE (CONDICION.TXT): EL ALUMNO
000364*                    LIBRE CIERRA CON RESULTADO L, NO SE APRUEBA
000366*                    POR PROMEDIO.
000367*   2026-10-15  OFS  MESAS DE EXAMEN: UN RESULTADO YA APROBADO EN
000368*                    MESA (RESESTADOCURSADA R O L) NO SE REGRABA
000369*                    AL VOLVER A CORRER EL CIERRE.
00036A*   2026-10-15  OFS  CONDICION LIBRE LEIDA POR CURSO, CON LA
00036B*                    DIARIA COMO RESPALDO.
00036C*   2026-10-15  OFS  PARAMETRO SIMULAR: CIERRE SIN GRABAR
00036D*                    RESULTADO.TXT, LISTANDO LO QUE GRABARIA.
00036E*   2026-10-15  OFS  SIN TOPE DE 500 POR CURSO: NOTAS SUMADAS EN
00036F*                    UNA PASADA AL ARCHIVO DE TRABAJO, CORTE POR
00036G*                    CURSO AL CERRAR.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000490         ORGANIZATION LINE SEQUENTIAL
000500         FILE STATUS FS-LOG.

000502     SELECT SIMULACION ASSIGN TO WS-ARCHIVO-SIMULACION
000504         ORGANIZATION LINE SEQUENTIAL
000506         FILE STATUS FS-SIMULACION.

00050A     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
00050B         ORGANIZATION INDEXED
00050C         ACCESS MODE DYNAMIC
00050D         RECORD KEY TRA-CLAVE
00050E         FILE STATUS FS-TRABAJO.

000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ALUMNO.
000630 FD  LOG-CORRIDA.
000640 01  LOG-LINEA               PIC X(132).

000643 FD  SIMULACION.
000646 01  SIMULACION-LINEA        PIC X(132).

00064A FD  TRABAJO.
00064B 01  TRABAJO-REGISTRO.
00064C     05  TRA-CLAVE.
00064D         10  TRA-CURSO       PIC X(06).
00064E         10  TRA-NUMERO      PIC 9(07).
00064F     05  TRA-TOTAL           PIC 9(07).
00064G     05  TRA-CANT            PIC 9(02).

000650 WORKING-STORAGE SECTION.
000660 01  FS-ALUMNO               PIC XX.
000670 01  FS-CURSO                PIC XX.
000770 01  WS-LOG-CURSOS           PIC 9(04).
000780 01  WS-LOG-RESULTADOS       PIC 9(06).
000790 01  WS-LOG-RC               PIC 9(01).
00079A 01  WS-LOG-MODO             PIC X(11) VALUE SPACES.
00079B 01  FS-SIMULACION           PIC XX.
00079C 01  WS-ARCHIVO-SIMULACION   PIC X(40)
00079D         VALUE "cerrar_cursos_simulacion.txt".
00079E 01  WS-SIM-FECHA            PIC 9(08).
00079F 01  WS-SIM-TOTAL-ED         PIC Z(05)9.
00079G 01  WS-SIM-DETALLE.
00079H     05  SIM-ACCION          PIC X(10).
00079I     05  FILLER              PIC X(01) VALUE SPACE.
00079J     05  SIM-ARCHIVO         PIC X(26).
00079K     05  FILLER              PIC X(01) VALUE SPACE.
00079L     05  SIM-DATOS           PIC X(94).
00079M 01  FS-TRABAJO              PIC XX.
00079N 01  WS-ARCHIVO-TRABAJO      PIC X(40)
00079O         VALUE "cerrar_trabajo.txt".

000800 01  WS-SWITCHES.
000810     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
000864         88  CONDICION-DISPONIBLE     VALUE "S".
000866     05  WS-ALUMNO-LIBRE-SW  PIC X(01) VALUE "N".
000868         88  ALUMNO-LIBRE             VALUE "S".
00086A     05  WS-SIMULACION-SW    PIC X(01) VALUE "N".
00086B         88  MODO-SIMULACION          VALUE "S".
00086C     05  WS-RESULTADO-ABIERTO-SW PIC X(01) VALUE "N".
00086D         88  RESULTADO-ABIERTO        VALUE "S".
00086E     05  WS-TRABAJO-ABIERTO-SW PIC X(01) VALUE "N".
00086F         88  TRABAJO-ABIERTO          VALUE "S".

000870 01  WS-CICLO-CIERRE         PIC 9(04).
000880 01  WS-NOTA-APROBACION      PIC 9(03).
000960 77  WS-PROMEDIO             PIC 9(03)V99 VALUE ZERO.
000970 77  WS-PROMEDIO-ED          PIC ZZ9.99.
000980 77  WS-LINEAS-PAGINA        PIC 9(02) VALUE ZERO COMP.
001020 77  WS-TOTAL-APROBADOS      PIC 9(06) VALUE ZERO COMP.
001030 77  WS-TOTAL-REPROBADOS     PIC 9(06) VALUE ZERO COMP.
001032 77  WS-TOTAL-LIBRES         PIC 9(06) VALUE ZERO COMP.
001036 77  WS-TOTAL-POR-EXAMEN     PIC 9(06) VALUE ZERO COMP.
001043 77  WS-CUENTA-SIMULAR       PIC 9(03) VALUE ZERO COMP.
001046 77  WS-TOTAL-SIMULADOS      PIC 9(06) VALUE ZERO COMP.

001050 PROCEDURE DIVISION.

001410         MOVE 8 TO RETURN-CODE
001420         GO TO 1000-EXIT
001430     END-IF.
00143A     OPEN OUTPUT TRABAJO.
00143B     IF FS-TRABAJO = "00"
00143C         CLOSE TRABAJO
00143D         OPEN I-O TRABAJO
00143E     END-IF.
00143F     IF FS-TRABAJO NOT = "00"
00143G         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
00143H         CLOSE CURSO
00143I         CLOSE CALIFICACION
00143J         CLOSE ALUMNO
00143K         MOVE 8 TO RETURN-CODE
00143L         GO TO 1000-EXIT
00143M     END-IF.
00143N     SET TRABAJO-ABIERTO TO TRUE.
00143O     IF MODO-SIMULACION
00143P         GO TO 1000-RESULTADO-SIMULACION
00143Q     END-IF.
001440     OPEN I-O RESULTADO.
001450     IF FS-RESULTADO = "35"
001460         OPEN OUTPUT RESULTADO
001470         CLOSE RESULTADO
001480         OPEN I-O RESULTADO
001490     END-IF.
001491     GO TO 1000-RESULTADO-ABIERTO.
001492 1000-RESULTADO-SIMULACION.
001493*    EN SIMULACION RESULTADO.TXT SOLO SE LEE; SI NO EXISTE TODOS
001494*    LOS RESULTADOS SE LISTAN COMO ALTAS.
001495     OPEN INPUT RESULTADO.
001496     IF FS-RESULTADO = "35"
001497         GO TO 1000-ACTAS
001498     END-IF.
001499 1000-RESULTADO-ABIERTO.
001500     IF FS-RESULTADO NOT = "00"
001510         DISPLAY "No se pudo abrir resultado.txt"
001520         CLOSE CURSO
001550         MOVE 8 TO RETURN-CODE
001560         GO TO 1000-EXIT
001570     END-IF.
001573     SET RESULTADO-ABIERTO TO TRUE.
001576 1000-ACTAS.
001580     OPEN OUTPUT ACTAS.
001590     IF FS-ACTAS NOT = "00"
001600         DISPLAY "No se pudo crear " WS-ARCHIVO-ACTAS
001650         MOVE 8 TO RETURN-CODE
001660         GO TO 1000-EXIT
001670     END-IF.
00167A     IF MODO-SIMULACION
00167B         PERFORM 8900-ABRIR-SIMULACION THRU 8900-EXIT
00167C         IF RETURN-CODE NOT = ZERO
00167D             CLOSE CURSO
00167E             CLOSE CALIFICACION
00167F             CLOSE ALUMNO
00167G             CLOSE RESULTADO
00167H             CLOSE ACTAS
00167I             GO TO 1000-EXIT
00167J         END-IF
00167K     END-IF.
001680     SET ARCHIVOS-ABIERTOS TO TRUE.
      *> CONDICION.TXT ES OPTATIVO: SIN EL, TODOS CIERRAN POR
      *> PROMEDIO COMO HASTA AHORA.
001760 1100-OBTENER-PARAMETROS.
001770     MOVE ZERO TO WS-CICLO-CIERRE WS-NOTA-APROBACION.
001780     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
001781     MOVE ZERO TO WS-CUENTA-SIMULAR.
001782     INSPECT WS-PARAMETRO TALLYING WS-CUENTA-SIMULAR
001783         FOR ALL "SIMULAR".
001784     IF WS-CUENTA-SIMULAR > ZERO
001785         SET MODO-SIMULACION TO TRUE
001786         MOVE " SIMULACION" TO WS-LOG-MODO
001787     END-IF.
001790     IF WS-PARAMETRO (1:4) NUMERIC
001800        AND WS-PARAMETRO (6:3) NUMERIC
001810         MOVE WS-PARAMETRO (1:4) TO WS-CICLO-CIERRE

001970*----------------------------------------------------------------*
001980* 2000-PROCESAR-CURSOS                                      *
001985* SUMA LAS NOTAS DEL CICLO EN EL ARCHIVO DE TRABAJO Y       *
001990* RECORRE EL CATALOGO; CADA CURSO SE CIERRA POR SEPARADO.    *
002000*----------------------------------------------------------------*
002010 2000-PROCESAR-CURSOS.
002020     IF NOT ARCHIVOS-ABIERTOS
002030         GO TO 2000-EXIT
002040     END-IF.
002045     PERFORM 2200-ACUMULAR-NOTAS THRU 2200-EXIT.
002050     READ CURSO NEXT RECORD.
002060     PERFORM 2100-CERRAR-CURSO THRU 2100-EXIT
002070         UNTIL FS-CURSO NOT = "00".

002100*----------------------------------------------------------------*
002110* 2100-CERRAR-CURSO                                         *
002117* CORTE POR CURSO: LAS FILAS DEL CURSO EN EL ARCHIVO DE     *
002124* TRABAJO SE PROMEDIAN, GRABAN SU RESULTADO Y SALEN EN EL    *
002131* ACTA DEL CURSO. UN CURSO SIN NOTAS NO TIENE ACTA.          *
002140*----------------------------------------------------------------*
002150 2100-CERRAR-CURSO.
002160     ADD 1 TO WS-TOTAL-CURSOS.
002165     MOVE CURSOCODIGO TO TRA-CURSO.
002170     MOVE ZERO TO TRA-NUMERO.
002175     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
002180         INVALID KEY
002185             GO TO 2100-SIGUIENTE
002190     END-START.
002195     READ TRABAJO NEXT RECORD.
002200     IF FS-TRABAJO NOT = "00" OR TRA-CURSO NOT = CURSOCODIGO
002205         GO TO 2100-SIGUIENTE
002210     END-IF.
002215     PERFORM 2400-ENCABEZADO-ACTA THRU 2400-EXIT.
002220     PERFORM 2500-RESOLVER-ALUMNO THRU 2500-EXIT
002225         UNTIL FS-TRABAJO NOT = "00"
002230            OR TRA-CURSO NOT = CURSOCODIGO.
002235     PERFORM 2700-PIE-ACTA THRU 2700-EXIT.
002240 2100-SIGUIENTE.
002260     READ CURSO NEXT RECORD.
002270 2100-EXIT.
002280     EXIT.

002290*----------------------------------------------------------------*
002300* 2200-ACUMULAR-NOTAS                                       *
002310* UNA SOLA PASADA DE CALIFICACION.TXT: SUMA POR CURSO Y     *
002320* ALUMNO EN EL ARCHIVO DE TRABAJO LAS NOTAS DEL CICLO QUE SE *
002330* CIERRA (LAS NOTAS VIEJAS SIN CICLO NO ENTRAN EN EL CIERRE).*
002340*----------------------------------------------------------------*
002350 2200-ACUMULAR-NOTAS.
002360     MOVE ZERO TO CALNUMERO.
002470     EXIT.

002480 2300-ACUMULAR-UNA.
002520     IF CALCICLO NOT NUMERIC
002530         GO TO 2300-SIGUIENTE
002540     END-IF.
002550     IF CALCICLO NOT = WS-CICLO-CIERRE
002560         GO TO 2300-SIGUIENTE
002570     END-IF.
002582     MOVE CALCURSO TO TRA-CURSO.
002594     MOVE CALNUMERO TO TRA-NUMERO.
002606     READ TRABAJO.
002618     IF FS-TRABAJO = "00"
002630         ADD CALNOTA TO TRA-TOTAL
002642         ADD 1 TO TRA-CANT
002654         REWRITE TRABAJO-REGISTRO
002666     ELSE
002678         MOVE CALCURSO TO TRA-CURSO
002690         MOVE CALNUMERO TO TRA-NUMERO
002702         MOVE CALNOTA TO TRA-TOTAL
002714         MOVE 1 TO TRA-CANT
002726         WRITE TRABAJO-REGISTRO
002738     END-IF.
002760 2300-SIGUIENTE.
002770     READ CALIFICACION NEXT RECORD.
002780 2300-EXIT.
002940         INTO ACTA-LINEA
002950     END-STRING.
002960     WRITE ACTA-LINEA AFTER ADVANCING PAGE.
002961     IF MODO-SIMULACION
002962         MOVE "*** SIMULACION - SIN VALIDEZ COMO ACTA ***"
002963             TO ACTA-LINEA
002964         WRITE ACTA-LINEA
002965     END-IF.
002970     MOVE SPACES TO ACTA-LINEA.
002980     STRING "NOTA DE APROBACION: " DELIMITED BY SIZE
002990         WS-NOTA-APROBACION DELIMITED BY SIZE

003120*----------------------------------------------------------------*
003130* 2500-RESOLVER-ALUMNO                                      *
003137* PROMEDIA LA FILA DEL ARCHIVO DE TRABAJO, GRABA EL         *
003144* RESULTADO Y DEJA LA LINEA EN EL ACTA, CON NOMBRE RESUELTO  *
003151* POR CLAVE; DESPUES PASA A LA FILA SIGUIENTE.               *
003160*----------------------------------------------------------------*
003170 2500-RESOLVER-ALUMNO.
003180     COMPUTE WS-PROMEDIO ROUNDED
003190         = TRA-TOTAL / TRA-CANT.
003200     PERFORM 2600-GRABAR-RESULTADO THRU 2600-EXIT.
003210     MOVE TRA-NUMERO TO NUMERO.
003220     MOVE "S" TO WS-ALUMNO-HALLADO-SW.
003230     READ ALUMNO
003240         INVALID KEY
003300     MOVE WS-PROMEDIO TO WS-PROMEDIO-ED.
003310     MOVE SPACES TO ACTA-LINEA.
003320     IF ALUMNO-HALLADO
003330         STRING TRA-NUMERO DELIMITED BY SIZE
003340             "  " DELIMITED BY SIZE
003350             APELLIDO DELIMITED BY SIZE
003360             " " DELIMITED BY SIZE
003420             INTO ACTA-LINEA
003430         END-STRING
003440     ELSE
003450         STRING TRA-NUMERO DELIMITED BY SIZE
003460             "  (NO ESTA EN ALUMNO.TXT)         " DELIMITED BY
003470             SIZE
003480             "  " DELIMITED BY SIZE
003540     END-IF.
003550     WRITE ACTA-LINEA.
003560     ADD 1 TO WS-LINEAS-PAGINA.
003570     READ TRABAJO NEXT RECORD.
003580 2500-EXIT.
003590     EXIT.

003610* 2600-GRABAR-RESULTADO                                     *
003620* GRABA (O REGRABA, SI EL CIERRE SE VOLVIO A CORRER) EL      *
003630* RESULTADO DEL ALUMNO EN EL CURSO Y CICLO.                  *
003633* UN RESULTADO QUE EL ALUMNO YA APROBO EN MESA DE EXAMEN     *
003636* QUEDA COMO ESTA; EL ACTA LO MUESTRA CON SU ESTADO ACTUAL.  *
003640*----------------------------------------------------------------*
003650 2600-GRABAR-RESULTADO.
003660     MOVE TRA-NUMERO TO RESNUMERO.
003670     MOVE CURSOCODIGO TO RESCURSO.
003680     MOVE WS-CICLO-CIERRE TO RESCICLO.
003682     IF NOT RESULTADO-ABIERTO
003684         MOVE "N" TO WS-RESULTADO-EXISTE-SW
003686         GO TO 2600-LEIDO
003688     END-IF.
003690     MOVE "S" TO WS-RESULTADO-EXISTE-SW.
003700     READ RESULTADO
003710         INVALID KEY
003720             MOVE "N" TO WS-RESULTADO-EXISTE-SW
003730     END-READ.
0037A0 2600-LEIDO.
003731     IF RESULTADO-EXISTE
003732         AND (RESESTADOCURSADA = "R" OR RESESTADOCURSADA = "L")
003733         ADD 1 TO WS-TOTAL-POR-EXAMEN
003734         GO TO 2600-EXIT
003735     END-IF.
003742     MOVE TRA-NUMERO TO RESNUMERO.
003750     MOVE CURSOCODIGO TO RESCURSO.
003760     MOVE WS-CICLO-CIERRE TO RESCICLO.
003770     MOVE WS-PROMEDIO TO RESPROMEDIO.
003776     MOVE TRA-CANT TO RESNOTAS.
003782     PERFORM 2650-CONTROLAR-CONDICION THRU 2650-EXIT.
003784     IF ALUMNO-LIBRE
003786         MOVE "L" TO RESESTADO
003840         ADD 1 TO WS-TOTAL-REPROBADOS
003850     END-IF
003852     END-IF.
003854     MOVE SPACE TO RESESTADOCURSADA.
003856     MOVE ZERO TO RESPROMEDIOCURSADA RESFECHAEXAMEN RESNOTAEXAMEN.
00385A     IF MODO-SIMULACION
00385B         PERFORM 2680-LISTAR-RESULTADO THRU 2680-EXIT
00385C         ADD 1 TO WS-TOTAL-RESULTADOS
00385D         GO TO 2600-EXIT
00385E     END-IF.
003860     IF RESULTADO-EXISTE
003870         REWRITE RESULTADO-REGISTRO
003880     ELSE

003932*----------------------------------------------------------------*
003933* 2650-CONTROLAR-CONDICION                                  *
003934* EL ALUMNO DE LA FILA ACTUAL QUEDO LIBRE EN EL CURSO? SI EL *
003935* CURSO NO TIENE CONDICION PROPIA VALE LA DIARIA (CURSO EN   *
003936* BLANCO) DE LOS REGISTROS ANTERIORES AL PASE POR CURSO.     *
003937*----------------------------------------------------------------*
003938 2650-CONTROLAR-CONDICION.
003939     MOVE "N" TO WS-ALUMNO-LIBRE-SW.
00393A     IF NOT CONDICION-DISPONIBLE
00393B         GO TO 2650-EXIT
00393C     END-IF.
00393D     MOVE TRA-NUMERO TO CONNUMERO.
00393E     MOVE WS-CICLO-CIERRE TO CONCICLO.
00393F     MOVE CURSOCODIGO TO CONCURSO.
00393G     READ CONDICION
00393H         INVALID KEY
00393I             MOVE SPACES TO CONCURSO
00393J             READ CONDICION
00393K                 INVALID KEY
00393L                     GO TO 2650-EXIT
00393M             END-READ
00393N     END-READ.
00393O     IF CONCONDICION = "L"
00393P         SET ALUMNO-LIBRE TO TRUE
00393Q     END-IF.
00393R 2650-EXIT.
00393S     EXIT.

0039A0*----------------------------------------------------------------*
0039A1* 2680-LISTAR-RESULTADO                                     *
0039A2* EN SIMULACION DEJA EN EL LISTADO EL RESULTADO QUE SE HABRIA *
0039A3* GRABADO O REGRABADO.                                       *
0039A4*----------------------------------------------------------------*
0039A5 2680-LISTAR-RESULTADO.
0039A6     IF RESULTADO-EXISTE
0039A7         MOVE "MODIFICA" TO SIM-ACCION
0039A8     ELSE
0039A9         MOVE "ALTA" TO SIM-ACCION
0039B0     END-IF.
0039B1     MOVE "resultado.txt" TO SIM-ARCHIVO.
0039B2     MOVE WS-PROMEDIO TO WS-PROMEDIO-ED.
0039B3     MOVE SPACES TO SIM-DATOS.
0039B4     STRING "ALUMNO " DELIMITED BY SIZE
0039B5         RESNUMERO DELIMITED BY SIZE
0039B6         " CURSO " DELIMITED BY SIZE
0039B7         RESCURSO DELIMITED BY SIZE
0039B8         " CICLO " DELIMITED BY SIZE
0039B9         RESCICLO DELIMITED BY SIZE
0039C0         " PROMEDIO " DELIMITED BY SIZE
0039C1         WS-PROMEDIO-ED DELIMITED BY SIZE
0039C2         " RESULTADO " DELIMITED BY SIZE
0039C3         RESESTADO DELIMITED BY SIZE
0039C4         INTO SIM-DATOS
0039C5     END-STRING.
0039C6     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
0039C7 2680-EXIT.
0039C8     EXIT.

003940*----------------------------------------------------------------*
003950* 2700-PIE-ACTA                                             *
004050 2700-EXIT.
004060     EXIT.

0040A0*----------------------------------------------------------------*
0040A1* 8900-ABRIR-SIMULACION                                     *
0040A2* CREA EL LISTADO DE SIMULACION CON SU ENCABEZADO.           *
0040A3*----------------------------------------------------------------*
0040A4 8900-ABRIR-SIMULACION.
0040A5     OPEN OUTPUT SIMULACION.
0040A6     IF FS-SIMULACION NOT = "00"
0040A7         DISPLAY "No se pudo crear " WS-ARCHIVO-SIMULACION
0040A8         MOVE "N" TO WS-SIMULACION-SW
0040A9         MOVE 8 TO RETURN-CODE
0040B0         GO TO 8900-EXIT
0040B1     END-IF.
0040B2     ACCEPT WS-SIM-FECHA FROM DATE YYYYMMDD.
0040B3     MOVE SPACES TO SIMULACION-LINEA.
0040B4     STRING "SIMULACION DE CERRAR-CURSOS DEL "
0040B5         DELIMITED BY SIZE
0040B6         WS-SIM-FECHA (7:2) DELIMITED BY SIZE
0040B7         "/" DELIMITED BY SIZE
0040B8         WS-SIM-FECHA (5:2) DELIMITED BY SIZE
0040B9         "/" DELIMITED BY SIZE
0040C0         WS-SIM-FECHA (1:4) DELIMITED BY SIZE
0040C1         INTO SIMULACION-LINEA
0040C2     END-STRING.
0040C3     WRITE SIMULACION-LINEA.
0040C4     MOVE "NO SE MODIFICO NINGUN ARCHIVO MAESTRO. CADA LINEA ES"
0040C5         TO SIMULACION-LINEA.
0040C6     WRITE SIMULACION-LINEA.
0040C7     MOVE "UN REGISTRO QUE LA CORRIDA REAL GRABARIA, MOVERIA"
0040C8         TO SIMULACION-LINEA.
0040C9     WRITE SIMULACION-LINEA.
0040D0     MOVE "O BORRARIA." TO SIMULACION-LINEA.
0040D1     WRITE SIMULACION-LINEA.
0040D2     MOVE SPACES TO SIMULACION-LINEA.
0040D3     STRING "PARAMETROS: " DELIMITED BY SIZE
0040D4         WS-PARAMETRO DELIMITED BY SIZE
0040D5         INTO SIMULACION-LINEA
0040D6     END-STRING.
0040D7     WRITE SIMULACION-LINEA.
0040D8     MOVE SPACES TO SIMULACION-LINEA.
0040D9     WRITE SIMULACION-LINEA.
0040E0     MOVE "ACCION     ARCHIVO                    REGISTRO"
0040E1         TO SIMULACION-LINEA.
0040E2     WRITE SIMULACION-LINEA.
0040E3 8900-EXIT.
0040E4     EXIT.

0040E5*----------------------------------------------------------------*
0040E6* 8910-LISTAR-SIMULACION                                    *
0040E7* UNA LINEA DEL LISTADO: ACCION, ARCHIVO Y REGISTRO.          *
0040E8*----------------------------------------------------------------*
0040E9 8910-LISTAR-SIMULACION.
0040F0     WRITE SIMULACION-LINEA FROM WS-SIM-DETALLE.
0040F1     ADD 1 TO WS-TOTAL-SIMULADOS.
0040F2 8910-EXIT.
0040F3     EXIT.

0040F4*----------------------------------------------------------------*
0040F5* 8920-CERRAR-SIMULACION                                    *
0040F6* TOTAL DEL LISTADO Y BLOQUE DE FIRMA DE LA DIRECCION.        *
0040F7*----------------------------------------------------------------*
0040F8 8920-CERRAR-SIMULACION.
0040F9     MOVE SPACES TO SIMULACION-LINEA.
0040G0     WRITE SIMULACION-LINEA.
0040G1     MOVE WS-TOTAL-SIMULADOS TO WS-SIM-TOTAL-ED.
0040G2     STRING "MOVIMIENTOS LISTADOS: "
0040G3         DELIMITED BY SIZE
0040G4         WS-SIM-TOTAL-ED DELIMITED BY SIZE
0040G5         INTO SIMULACION-LINEA
0040G6     END-STRING.
0040G7     WRITE SIMULACION-LINEA.
0040G8     MOVE SPACES TO SIMULACION-LINEA.
0040G9     WRITE SIMULACION-LINEA.
0040H0     WRITE SIMULACION-LINEA.
0040H1     MOVE "____________________________" TO SIMULACION-LINEA.
0040H2     WRITE SIMULACION-LINEA.
0040H3     MOVE "FIRMA Y SELLO - DIRECCION" TO SIMULACION-LINEA.
0040H4     WRITE SIMULACION-LINEA.
0040H5     MOVE "CONFORME PARA LA CORRIDA REAL" TO SIMULACION-LINEA.
0040H6     WRITE SIMULACION-LINEA.
0040H7     CLOSE SIMULACION.
0040H8 8920-EXIT.
0040H9     EXIT.

004070*----------------------------------------------------------------*
004080* 9000-FINALIZAR                                            *
004090*----------------------------------------------------------------*
004140         CLOSE ALUMNO
004150         CLOSE RESULTADO
004160         CLOSE ACTAS
0041A0         IF MODO-SIMULACION
0041A1             PERFORM 8920-CERRAR-SIMULACION THRU 8920-EXIT
0041A2         END-IF
004162         IF CONDICION-DISPONIBLE
004164             CLOSE CONDICION
004166         END-IF
004170     END-IF.
00417A     IF TRABAJO-ABIERTO
00417B         CLOSE TRABAJO
00417C     END-IF.
00417D     IF MODO-SIMULACION
00417E         DISPLAY "SIMULACION: no se grabo resultado.txt, ver "
00417F             WS-ARCHIVO-SIMULACION
00417G     END-IF.
004180     DISPLAY "Cursos procesados: " WS-TOTAL-CURSOS.
004190     DISPLAY "Resultados grabados: " WS-TOTAL-RESULTADOS.
004200     DISPLAY "Aprobados: " WS-TOTAL-APROBADOS.
004210     DISPLAY "Reprobados: " WS-TOTAL-REPROBADOS.
004212     DISPLAY "Libres: " WS-TOTAL-LIBRES.
004213     IF WS-TOTAL-POR-EXAMEN > 0
004214         DISPLAY "Aprobados en mesa de examen (no se regraban): "
004215             WS-TOTAL-POR-EXAMEN
004216     END-IF.
004300     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
004310 9000-EXIT.
004320     EXIT.
004520     STRING WS-LOG-FECHA DELIMITED BY SIZE
004530         " " DELIMITED BY SIZE
004540         WS-LOG-HORA DELIMITED BY SIZE
004545         " CERRAR-CURSOS" DELIMITED BY SIZE
004550         WS-LOG-MODO DELIMITED BY "  "
004555         " CICLO=" DELIMITED BY SIZE
004560         WS-CICLO-CIERRE DELIMITED BY SIZE
004570         " CURSOS=" DELIMITED BY SIZE
004580         WS-LOG-CURSOS DELIMITED BY SIZE
