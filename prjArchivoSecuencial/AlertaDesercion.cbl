000140 DATE-WRITTEN. 2026-09-03.
000150 DATE-COMPILED.
000160*
000170* ALERTA TEMPRANA DE DESERCION: CRUZA POR ALUMNO ACTIVO LAS
000180* SENALES QUE HASTA AHORA SE MIRABAN POR SEPARADO:
000190*   - AUSENCIAS "A" DEL MES INDICADO (ASISTENCIA.TXT): 4 O MAS
000200*     EN UN MISMO CURSO SUMA UN PUNTO.
000210*   - PERIODOS IMPAGOS CONSECUTIVOS CONTANDO HACIA ATRAS DESDE EL
000220*     MES (PAGO.TXT, HASTA 12 MESES): 2 O MAS SUMAN UN PUNTO.
000230*   - PROMEDIO DE NOTAS DEL CICLO (CALIFICACION.TXT) POR DEBAJO
000240*     DE LA NOTA DE APROBACION: SUMA UN PUNTO.
000242*   - DISCIPLINA DEL CICLO (SANCION.TXT, SOLO LO APROBADO):
000244*     AMONESTACIONES QUE LLEGAN AL TOPE DEL CICLO (CICLO.TXT, 10
000246*     SI NO ESTA CARGADO) O ALGUNA SUSPENSION SUMAN UN PUNTO.
000250* TODO ALUMNO CON 1 PUNTO O MAS SALE EN ALERTA_DESERCION.TXT,
000260* AGRUPADO DE MAYOR A MENOR RIESGO Y CON LOS DATOS DE CONTACTO
000270* DEL TUTOR, PARA LA REVISION SEMANAL DE LA DIRECCION.
000290* PARAMETROS POR LINEA DE COMANDO ("AAAAMM AAAA NNN": MES,
000300* CICLO Y NOTA DE APROBACION) O POR CONSOLA.
000310*
000315* LAS SENALES SE ACUMULAN EN EL ARCHIVO DE TRABAJO
000320* ALERTA_TRABAJO.TXT (INDEXADO, SE RECREA EN CADA CORRIDA): FALTAS
000325* POR ALUMNO+CURSO, NOTAS Y SANCIONES POR ALUMNO Y LOS ALERTADOS
000330* ORDENADOS POR RIESGO, ASI QUE NO HAY TOPE DE ALUMNOS. RC 8 SI
000335* NO SE PUDO CREAR.
000340*
000350* HISTORIAL DE MODIFICACIONES
000360*   2026-09-03  OFS  VERSION INICIAL.
000363*   2026-10-15  OFS  AUSENCIAS CONTADAS POR CURSO; LA SENAL TOMA
000366*                    EL CURSO CON MAS FALTAS.
000367*   2026-10-15  OFS  CUARTA SENAL: AMONESTACIONES DEL CICLO EN EL
000368*                    TOPE O SUSPENSIONES (REGISTRO DISCIPLINARIO).
00036A*   2026-10-15  OFS  SIN TOPES DE TABLA: SENALES Y ALERTADOS EN EL
00036B*                    ARCHIVO DE TRABAJO ALERTA_TRABAJO.TXT.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000430     COPY AsistenciaSelect.
000440     COPY CalificacionSelect.
000450     COPY TutorSelect.
000453     COPY SancionSelect.
000456     COPY CicloSelect.
000460     SELECT ALERTAS ASSIGN TO WS-ARCHIVO-ALERTAS
000470         ORGANIZATION LINE SEQUENTIAL
000480         FILE STATUS FS-ALERTAS.
000490     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000500         ORGANIZATION LINE SEQUENTIAL
000510         FILE STATUS FS-LOG.
000511     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000512         ORGANIZATION INDEXED
000513         ACCESS MODE DYNAMIC
000514         RECORD KEY TRA-CLAVE
000515         FILE STATUS FS-TRABAJO.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  ALUMNO.
000610     COPY CalificacionRegistro.
000620 FD  TUTOR.
000630     COPY TutorRegistro.
000632 FD  SANCION.
000634     COPY SancionRegistro.
000636 FD  CICLO.
000638     COPY CicloRegistro.
000640 FD  ALERTAS.
000650 01  ALERTA-LINEA            PIC X(200).
000660 FD  LOG-CORRIDA.
000670 01  LOG-LINEA               PIC X(132).
00067A* FILAS: "F" FALTAS DEL ALUMNO EN UN CURSO, "N" NOTAS Y "S"
00067B* SANCIONES DEL ALUMNO, "R" ALUMNO ALERTADO (TRA-ORDEN 1 ES EL
00067C* RIESGO 4, ASI LA LECTURA POR CLAVE SALE DE MAYOR A MENOR).
00067D FD  TRABAJO.
00067E 01  TRABAJO-REGISTRO.
00067F     05  TRA-CLAVE.
00067G         10  TRA-TIPO        PIC X(01).
00067H         10  TRA-ORDEN       PIC 9(01).
00067I         10  TRA-NUMERO      PIC 9(07).
00067J         10  TRA-CURSO       PIC X(06).
00067K     05  TRA-DATOS.
00067L         10  TRA-FALTAS      PIC 9(03).
00067M         10  TRA-NOTA-TOTAL  PIC 9(07).
00067N         10  TRA-NOTA-CANT   PIC 9(05).
00067O         10  TRA-AMONEST     PIC 9(05).
00067P         10  TRA-SUSP        PIC 9(03).
00067Q         10  TRA-PUNTOS      PIC 9(01).
00067R         10  TRA-IMPAGOS     PIC 9(02).
00067S         10  TRA-PROMEDIO    PIC 9(03)V99.
000680 WORKING-STORAGE SECTION.
000690 01  FS-ALUMNO               PIC XX.
000700 01  FS-PAGO                 PIC XX.
000710 01  FS-ASISTENCIA           PIC XX.
000720 01  FS-CALIFICACION         PIC XX.
000730 01  FS-TUTOR                PIC XX.
000733 01  FS-SANCION              PIC XX.
000736 01  FS-CICLO                PIC XX.
000740 01  FS-ALERTAS              PIC XX.
000750 01  FS-LOG                  PIC XX.
000755 01  FS-TRABAJO              PIC XX.
000760 01  WS-ARCHIVO-ALERTAS  PIC X(40)
000770     VALUE "alerta_desercion.txt".
000780 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000783 01  WS-ARCHIVO-TRABAJO  PIC X(40)
000786     VALUE "alerta_trabajo.txt".
000790 01  WS-PARAMETRO            PIC X(100).
000800 01  WS-LOG-FECHA            PIC 9(08).
000810 01  WS-LOG-HORA             PIC 9(08).
000890         88  PAGO-HALLADO             VALUE "S".
000900     05  WS-CORTADO-SW       PIC X(01) VALUE "N".
000910         88  RACHA-CORTADA            VALUE "S".
000912     05  WS-TRABAJO-ABIERTO-SW PIC X(01) VALUE "N".
000914         88  TRABAJO-ABIERTO          VALUE "S".
000916     05  WS-FILA-NUEVA-SW    PIC X(01) VALUE "N".
000918         88  FILA-NUEVA               VALUE "S".
000920 01  WS-MES-ALERTA           PIC 9(06).
000930 01  WS-CICLO-ALERTA         PIC 9(04).
000940 01  WS-NOTA-APROBACION      PIC 9(03).
000945 01  WS-TOPE-AMONEST         PIC 9(03) VALUE 10.
000950 01  WS-FECHA-DESDE          PIC 9(08).
000960 01  WS-FECHA-HASTA          PIC 9(08).
000970 01  WS-PERIODO-ACTUAL       PIC 9(06).
000980 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-ACTUAL.
000990     05  WS-PERIODO-AAAA     PIC 9(04).
001000     05  WS-PERIODO-MM       PIC 9(02).
001028* FILA DEL ARCHIVO DE TRABAJO A LEER O DAR DE ALTA.
001056 01  WS-CLAVE-TRABAJO.
001084     05  WS-CLAVE-TIPO       PIC X(01).
001112     05  WS-CLAVE-ORDEN      PIC 9(01).
001140     05  WS-CLAVE-NUMERO     PIC 9(07).
001168     05  WS-CLAVE-CURSO      PIC X(06).
001196 77  WS-TOTAL-ALE            PIC 9(05) VALUE ZERO.
001230 77  WS-FALTAS-ALUMNO        PIC 9(03) VALUE ZERO.
001240 77  WS-IMPAGOS              PIC 9(02) VALUE ZERO.
001250 77  WS-PROMEDIO             PIC 9(03)V99 VALUE ZERO.
001253 77  WS-AMONEST-ALUMNO       PIC 9(05) VALUE ZERO.
001256 77  WS-SUSP-ALUMNO          PIC 9(03) VALUE ZERO.
001260 77  WS-TIENE-NOTAS-SW       PIC X(01) VALUE "N".
001270     88  TIENE-NOTAS                  VALUE "S".
001280 77  WS-PUNTOS               PIC 9(01) VALUE ZERO.
001290 77  WS-PROMEDIO-ED          PIC ZZ9.99.
001310 PROCEDURE DIVISION.

001320 0000-MAINLINE.
001330     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001340     PERFORM 2000-TOTALIZAR-AUSENCIAS THRU 2000-EXIT.
001350     PERFORM 3000-TOTALIZAR-NOTAS THRU 3000-EXIT.
001355     PERFORM 3500-TOTALIZAR-SANCIONES THRU 3500-EXIT.
001360     PERFORM 4000-PUNTUAR-ALUMNOS THRU 4000-EXIT.
001370     PERFORM 5000-EMITIR-ALERTAS THRU 5000-EXIT.
001380     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001880         MOVE 8 TO RETURN-CODE
001890         GO TO 1000-EXIT
001900     END-IF.
00190A     OPEN OUTPUT TRABAJO.
00190B     IF FS-TRABAJO = "00"
00190C         CLOSE TRABAJO
00190D         OPEN I-O TRABAJO
00190E     END-IF.
00190F     IF FS-TRABAJO NOT = "00"
00190G         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
00190H         CLOSE ALUMNO
00190I         CLOSE PAGO
00190J         CLOSE ALERTAS
00190K         MOVE 8 TO RETURN-CODE
00190L         GO TO 1000-EXIT
00190M     END-IF.
00190N     SET TRABAJO-ABIERTO TO TRUE.
001910     OPEN INPUT TUTOR.
001920     IF FS-TUTOR = "00"
001930         SET TUTOR-DISPONIBLE TO TRUE
001940     END-IF.
001950     SET ARCHIVOS-ABIERTOS TO TRUE.
001955     PERFORM 1200-LEER-TOPE THRU 1200-EXIT.
001960 1000-EXIT.
001970     EXIT.

00197A*----------------------------------------------------------------*
00197B* 1200-LEER-TOPE                                            *
00197C* TOPE DE AMONESTACIONES DEL CICLO DE LAS NOTAS; SIN         *
00197D* CICLO.TXT, SIN EL CICLO O CON EL CAMPO EN CERO QUEDA EL    *
00197E* TOPE POR OMISION.                                          *
00197F*----------------------------------------------------------------*
00197G 1200-LEER-TOPE.
00197H     MOVE 10 TO WS-TOPE-AMONEST.
00197I     OPEN INPUT CICLO.
00197J     IF FS-CICLO NOT = "00"
00197K         GO TO 1200-EXIT
00197L     END-IF.
00197M     MOVE WS-CICLO-ALERTA TO CICANIO.
00197N     READ CICLO
00197O         INVALID KEY
00197P             MOVE ZERO TO CICTOPEAMONESTACIONES
00197Q     END-READ.
00197R     IF CICTOPEAMONESTACIONES NUMERIC
00197S        AND CICTOPEAMONESTACIONES > ZERO
00197T         MOVE CICTOPEAMONESTACIONES TO WS-TOPE-AMONEST
00197U     END-IF.
00197V     CLOSE CICLO.
00197W 1200-EXIT.
00197X     EXIT.

001980*----------------------------------------------------------------*
001990* 2000-TOTALIZAR-AUSENCIAS                                  *
001996* LAS "A" DEL MES POR ALUMNO Y CURSO, IGUAL QUE             *
002003* REPORTE-AUSENCIAS, EN LAS FILAS "F" DEL ARCHIVO DE TRABAJO.*
002010*----------------------------------------------------------------*
002020 2000-TOTALIZAR-AUSENCIAS.
002030     IF NOT ARCHIVOS-ABIERTOS
002090     END-IF.
002100     MOVE WS-FECHA-DESDE TO ASIFECHA.
002110     MOVE ZERO TO ASINUMERO.
002115     MOVE SPACES TO ASICURSO.
002120     START ASISTENCIA KEY IS NOT LESS THAN ASISTENCIACLAVE
002130         INVALID KEY
002140             CLOSE ASISTENCIA
002250     IF ASIESTADO NOT = "A"
002260         GO TO 2100-SIGUIENTE
002270     END-IF.
002291     MOVE "F" TO WS-CLAVE-TIPO.
002312     MOVE ZERO TO WS-CLAVE-ORDEN.
002333     MOVE ASINUMERO TO WS-CLAVE-NUMERO.
002354     MOVE ASICURSO TO WS-CLAVE-CURSO.
002375     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
002396     ADD 1 TO TRA-FALTAS.
002417     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
002440 2100-SIGUIENTE.
002450     READ ASISTENCIA NEXT RECORD.
002460 2100-EXIT.
002480*----------------------------------------------------------------*
002490* 3000-TOTALIZAR-NOTAS                                      *
002500* SUMA Y CUENTA LAS NOTAS DEL CICLO POR ALUMNO EN UNA SOLA   *
002510* PASADA DE CALIFICACION.TXT, EN LAS FILAS "N".              *
002520*----------------------------------------------------------------*
002530 3000-TOTALIZAR-NOTAS.
002540     IF NOT ARCHIVOS-ABIERTOS
003140     IF CALCICLO NOT = WS-CICLO-ALERTA
003150         GO TO 3100-SIGUIENTE
003160     END-IF.
003181     MOVE "N" TO WS-CLAVE-TIPO.
003202     MOVE ZERO TO WS-CLAVE-ORDEN.
003223     MOVE CALNUMERO TO WS-CLAVE-NUMERO.
003244     MOVE SPACES TO WS-CLAVE-CURSO.
003265     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
003286     ADD CALNOTA TO TRA-NOTA-TOTAL.
003307     ADD 1 TO TRA-NOTA-CANT.
003328     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
003350 3100-SIGUIENTE.
003360     READ CALIFICACION NEXT RECORD.
003370 3100-EXIT.
003380     EXIT.

0033A0*----------------------------------------------------------------*
0033A1* 3500-TOTALIZAR-SANCIONES                                  *
0033A2* AMONESTACIONES Y SUSPENSIONES APROBADAS DEL CICLO POR      *
0033A3* ALUMNO EN UNA SOLA PASADA DE SANCION.TXT, EN LAS FILAS    *
0033A4* "S". SIN EL ARCHIVO LA SENAL QUEDA APAGADA PARA TODOS.     *
0033A5*----------------------------------------------------------------*
0033A6 3500-TOTALIZAR-SANCIONES.
0033A7     IF NOT ARCHIVOS-ABIERTOS
0033A8         GO TO 3500-EXIT
0033A9     END-IF.
0033B0     OPEN INPUT SANCION.
0033B1     IF FS-SANCION NOT = "00"
0033B2         GO TO 3500-EXIT
0033B3     END-IF.
0033B4     READ SANCION NEXT RECORD.
0033B5     PERFORM 3600-ACUMULAR-SANCION THRU 3600-EXIT
0033B6         UNTIL FS-SANCION NOT = "00".
0033B7     CLOSE SANCION.
0033B8 3500-EXIT.
0033B9     EXIT.

0033C0 3600-ACUMULAR-SANCION.
0033C1     IF SANCICLO NOT = WS-CICLO-ALERTA OR SANAPROBO = SPACES
0033C2         GO TO 3600-SIGUIENTE
0033C3     END-IF.
0033C4     IF SANTIPO NOT = "A" AND SANTIPO NOT = "S"
0033C5         GO TO 3600-SIGUIENTE
0033C6     END-IF.
0033C7     MOVE "S" TO WS-CLAVE-TIPO.
0033C8     MOVE ZERO TO WS-CLAVE-ORDEN.
0033C9     MOVE SANNUMERO TO WS-CLAVE-NUMERO.
0033D0     MOVE SPACES TO WS-CLAVE-CURSO.
0033D1     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
0033D2     IF SANTIPO = "A"
0033D3         ADD SANCANTIDAD TO TRA-AMONEST
0033D4     ELSE
0033D5         ADD 1 TO TRA-SUSP
0033D6     END-IF.
0033D7     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
0033D8 3600-SIGUIENTE.
0033D9     READ SANCION NEXT RECORD.
0033E0 3600-EXIT.
0033E1     EXIT.

003390*----------------------------------------------------------------*
003400* 4000-PUNTUAR-ALUMNOS                                      *
003410* UN PUNTO POR CADA SENAL ENCENDIDA; LO QUE PUNTUA QUEDA     *
003420* COMO FILA "R" DEL ARCHIVO DE TRABAJO.                      *
003430*----------------------------------------------------------------*
003440 4000-PUNTUAR-ALUMNOS.
003450     IF NOT ARCHIVOS-ABIERTOS
003670     IF TIENE-NOTAS AND WS-PROMEDIO < WS-NOTA-APROBACION
003680         ADD 1 TO WS-PUNTOS
003690     END-IF.
003691     PERFORM 4500-BUSCAR-SANCIONES THRU 4500-EXIT.
003692     IF WS-AMONEST-ALUMNO >= WS-TOPE-AMONEST
003693        OR WS-SUSP-ALUMNO > ZERO
003694         ADD 1 TO WS-PUNTOS
003695     END-IF.
003700     IF WS-PUNTOS = ZERO
003710         GO TO 4100-SIGUIENTE
003720     END-IF.
003729     MOVE "R" TO TRA-TIPO.
003738     COMPUTE TRA-ORDEN = 5 - WS-PUNTOS.
003747     MOVE NUMERO TO TRA-NUMERO.
003756     MOVE SPACES TO TRA-CURSO.
003765     MOVE ZERO TO TRA-DATOS.
003774     MOVE WS-PUNTOS TO TRA-PUNTOS.
003783     MOVE WS-FALTAS-ALUMNO TO TRA-FALTAS.
003792     MOVE WS-IMPAGOS TO TRA-IMPAGOS.
003801     IF TIENE-NOTAS
003810         MOVE WS-PROMEDIO TO TRA-PROMEDIO
003819     END-IF.
003828     MOVE WS-AMONEST-ALUMNO TO TRA-AMONEST.
003837     MOVE WS-SUSP-ALUMNO TO TRA-SUSP.
003846     WRITE TRABAJO-REGISTRO.
003855     ADD 1 TO WS-TOTAL-ALE.
003870 4100-SIGUIENTE.
003880     READ ALUMNO NEXT RECORD.
003890 4100-EXIT.
003900     EXIT.

003901*----------------------------------------------------------------*
003902* 4200-BUSCAR-FALTAS                                        *
003903* LA MAYOR CANTIDAD DE FALTAS DEL ALUMNO EN UN CURSO, ENTRE  *
003904* SUS FILAS "F" CONSECUTIVAS DEL ARCHIVO DE TRABAJO.         *
003905*----------------------------------------------------------------*
003910 4200-BUSCAR-FALTAS.
003920     MOVE ZERO TO WS-FALTAS-ALUMNO.
003922     MOVE "F" TO TRA-TIPO.
003924     MOVE ZERO TO TRA-ORDEN.
003926     MOVE NUMERO TO TRA-NUMERO.
003928     MOVE SPACES TO TRA-CURSO.
003930     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
003932         INVALID KEY
003934             GO TO 4200-EXIT
003936     END-START.
003938     READ TRABAJO NEXT RECORD.
003942     PERFORM 4210-MAYOR-FALTA THRU 4210-EXIT
003959         UNTIL FS-TRABAJO NOT = "00"
003976            OR TRA-TIPO NOT = "F"
003993            OR TRA-NUMERO NOT = NUMERO.
004010 4200-EXIT.
004020     EXIT.

00402A 4210-MAYOR-FALTA.
00402B     IF TRA-FALTAS > WS-FALTAS-ALUMNO
00402C         MOVE TRA-FALTAS TO WS-FALTAS-ALUMNO
00402D     END-IF.
00402E     READ TRABAJO NEXT RECORD.
00402F 4210-EXIT.
00402G     EXIT.

004030*----------------------------------------------------------------*
004040* 4300-CONTAR-IMPAGOS                                       *
004050* PERIODOS IMPAGOS CONSECUTIVOS HACIA ATRAS DESDE EL MES DE  *
004370 4400-BUSCAR-PROMEDIO.
004380     MOVE "N" TO WS-TIENE-NOTAS-SW.
004390     MOVE ZERO TO WS-PROMEDIO.
004400     MOVE "N" TO WS-CLAVE-TIPO.
004410     MOVE ZERO TO WS-CLAVE-ORDEN.
004420     MOVE NUMERO TO WS-CLAVE-NUMERO.
004430     MOVE SPACES TO WS-CLAVE-CURSO.
004440     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004450     IF NOT FILA-NUEVA AND TRA-NOTA-CANT > ZERO
004460         SET TIENE-NOTAS TO TRUE
004470         COMPUTE WS-PROMEDIO ROUNDED
004483             = TRA-NOTA-TOTAL / TRA-NOTA-CANT
004496     END-IF.
004510 4400-EXIT.
004520     EXIT.

00452A 4500-BUSCAR-SANCIONES.
00452B     MOVE ZERO TO WS-AMONEST-ALUMNO WS-SUSP-ALUMNO.
00452C     MOVE "S" TO WS-CLAVE-TIPO.
00452D     MOVE ZERO TO WS-CLAVE-ORDEN.
00452E     MOVE NUMERO TO WS-CLAVE-NUMERO.
00452F     MOVE SPACES TO WS-CLAVE-CURSO.
00452G     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
00452H     MOVE TRA-AMONEST TO WS-AMONEST-ALUMNO.
00452I     MOVE TRA-SUSP TO WS-SUSP-ALUMNO.
00452K 4500-EXIT.
00452L     EXIT.

004530*----------------------------------------------------------------*
004540* 5000-EMITIR-ALERTAS                                       *
004550* DEL RIESGO 4 AL 1 (FILAS "R" EN ORDEN DE CLAVE), UNA LINEA *
004560* POR ALUMNO CON EL CONTACTO DEL TUTOR RESUELTO POR CLAVE.   *
004570*----------------------------------------------------------------*
004580 5000-EMITIR-ALERTAS.
004590     IF NOT ARCHIVOS-ABIERTOS
004670         INTO ALERTA-LINEA
004680     END-STRING.
004690     WRITE ALERTA-LINEA.
004693     MOVE "R" TO TRA-TIPO.
004696     MOVE ZERO TO TRA-ORDEN TRA-NUMERO.
004699     MOVE SPACES TO TRA-CURSO.
004702     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
004705         INVALID KEY
004708             GO TO 5000-EXIT
004711     END-START.
004714     READ TRABAJO NEXT RECORD.
004717     PERFORM 5200-EMITIR-UNO THRU 5200-EXIT
004720         UNTIL FS-TRABAJO NOT = "00"
004723            OR TRA-TIPO NOT = "R".
004730 5000-EXIT.
004740     EXIT.

004820 5200-EMITIR-UNO.
004845     MOVE TRA-NUMERO TO NUMERO.
004870     READ ALUMNO
004880         INVALID KEY
004890             GO TO 5200-SIGUIENTE
004900     END-READ.
004910     MOVE SPACES TO TUTOR-REGISTRO.
004920     IF TUTOR-DISPONIBLE
004930         MOVE TRA-NUMERO TO TUTNUMERO
004940         READ TUTOR
004950             INVALID KEY
004960                 MOVE SPACES TO TUTNOMBRE TUTTELEFONO
004970         END-READ
004980     END-IF.
004990     MOVE TRA-PROMEDIO TO WS-PROMEDIO-ED.
005000     MOVE SPACES TO ALERTA-LINEA.
005010     STRING "RIESGO " DELIMITED BY SIZE
005020         TRA-PUNTOS DELIMITED BY SIZE
005030         ": " DELIMITED BY SIZE
005040         TRA-NUMERO DELIMITED BY SIZE
005050         " " DELIMITED BY SIZE
005060         APELLIDO DELIMITED BY "  "
005070         ", " DELIMITED BY SIZE
005080         NOMBRE DELIMITED BY "  "
005090         " FALTAS=" DELIMITED BY SIZE
005100         TRA-FALTAS DELIMITED BY SIZE
005110         " IMPAGOS=" DELIMITED BY SIZE
005120         TRA-IMPAGOS DELIMITED BY SIZE
005130         " PROMEDIO=" DELIMITED BY SIZE
005140         WS-PROMEDIO-ED DELIMITED BY SIZE
005142         " AMONEST=" DELIMITED BY SIZE
005144         TRA-AMONEST DELIMITED BY SIZE
005146         " SUSP=" DELIMITED BY SIZE
005148         TRA-SUSP DELIMITED BY SIZE
005150         " TUTOR=" DELIMITED BY SIZE
005160         TUTNOMBRE DELIMITED BY "  "
005170         " TEL=" DELIMITED BY SIZE
005210     WRITE ALERTA-LINEA.
005220     DISPLAY ALERTA-LINEA.
005230 5200-SIGUIENTE.
005240     READ TRABAJO NEXT RECORD.
005250 5200-EXIT.
005260     EXIT.

00526A*----------------------------------------------------------------*
00526B* 8000-LEER-FILA                                            *
00526C* TRAE LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO DE TRABAJO; SI NO *
00526D* ESTA LA DEJA ARMADA EN CERO Y MARCADA COMO NUEVA.          *
00526E*----------------------------------------------------------------*
00526F 8000-LEER-FILA.
00526G     MOVE "N" TO WS-FILA-NUEVA-SW.
00526H     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
00526I     READ TRABAJO.
00526J     IF FS-TRABAJO = "00"
00526K         GO TO 8000-EXIT
00526L     END-IF.
00526M     SET FILA-NUEVA TO TRUE.
00526N     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
00526O     MOVE ZERO TO TRA-DATOS.
00526P 8000-EXIT.
00526Q     EXIT.

00526R 8100-GRABAR-FILA.
00526S     IF FILA-NUEVA
00526T         WRITE TRABAJO-REGISTRO
00526U     ELSE
00526V         REWRITE TRABAJO-REGISTRO
00526W     END-IF.
00526X 8100-EXIT.
00526Y     EXIT.

005270*----------------------------------------------------------------*
005280* 9000-FINALIZAR                                            *
005290*----------------------------------------------------------------*
005360             CLOSE TUTOR
005370         END-IF
005380     END-IF.
005382     IF TRABAJO-ABIERTO
005384         CLOSE TRABAJO
005386     END-IF.
005390     DISPLAY "Alumnos en alerta: " WS-TOTAL-ALE.
005440     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
005450 9000-EXIT.
005460     EXIT.
