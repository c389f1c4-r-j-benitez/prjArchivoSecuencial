000140 DATE-WRITTEN. 2026-09-03.
000150 DATE-COMPILED.
000160*
000167* CALCULO DE LA CONDICION DE CURSADA (REGULAR/LIBRE) POR ALUMNO
000174* Y CURSO: RECORRE ASISTENCIA.TXT EN EL RANGO DE FECHAS PEDIDO,
000181* CUENTA LAS CLASES DADAS DE CADA CURSO (FECHAS DISTINTAS CON
000188* PASE DE LISTA DEL CURSO) Y LAS CLASES ASISTIDAS DE CADA ALUMNO
000195* EN EL CURSO (LOS PRESENTES Y LOS JUSTIFICADOS CUENTAN COMO
000202* ASISTIDOS), Y GRABA EN CONDICION.TXT EL PORCENTAJE DE
000209* PRESENTISMO Y LA CONDICION DEL CURSO: POR DEBAJO DEL 75% EL
000216* ALUMNO QUEDA LIBRE EN ESE CURSO, COMO MANDA LA REGLA DE LA
000223* ESCUELA. LA PANTALLA DE CALIFICACIONES AVISA AL CALIFICAR A UN
000230* LIBRE Y EL CIERRE DE CURSOS LO REFLEJA EN EL ACTA. EL PASE DE
000237* LISTA DIARIO VIEJO (CURSO EN BLANCO) SE CALCULA COMO UN CURSO
000244* MAS Y DEJA LA CONDICION DIARIA, CON EL CURSO EN BLANCO.
000260*
000270* PARAMETROS POR LINEA DE COMANDO ("AAAAMMDD AAAAMMDD AAAA":
000280* RANGO DE FECHAS Y CICLO) O POR CONSOLA.
000290*
000295* LAS CLASES SE ACUMULAN EN EL ARCHIVO DE TRABAJO
000300* CONDICION_TRABAJO.TXT (INDEXADO POR CURSO+ALUMNO, SE RECREA EN
000305* CADA CORRIDA): LA FILA DE ALUMNO CERO DE CADA CURSO LLEVA LAS
000310* CLASES DADAS Y LAS DEMAS LAS ASISTIDAS DE CADA ALUMNO, ASI QUE
000315* NO HAY TOPE DE ALUMNOS NI DE CURSOS. RC 8 SI NO SE PUDO CREAR.
000320*
000330* HISTORIAL DE MODIFICACIONES
000340*   2026-09-03  OFS  VERSION INICIAL.
000343*   2026-10-15  OFS  CONDICION POR CURSO: CLASES DADAS Y
000345*                    ASISTIDAS POR CURSO (PASE DE LISTA POR
000346*                    CURSO).
000347*   2026-10-15  OFS  SIN TOPES DE TABLA: LAS CLASES SE ACUMULAN EN
000348*                    EL ARCHIVO DE TRABAJO CONDICION_TRABAJO.TXT.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000410     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000420         ORGANIZATION LINE SEQUENTIAL
000430         FILE STATUS FS-LOG.
000431     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000432         ORGANIZATION INDEXED
000433         ACCESS MODE DYNAMIC
000434         RECORD KEY TRA-CLAVE
000435         FILE STATUS FS-TRABAJO.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ASISTENCIA.
000490     COPY CondicionRegistro.
000500 FD  LOG-CORRIDA.
000510 01  LOG-LINEA               PIC X(132).
000511* TRA-NUMERO CERO: CLASES DADAS DEL CURSO; SI NO, CLASES
000512* ASISTIDAS DEL ALUMNO EN EL CURSO.
000513 FD  TRABAJO.
000514 01  TRABAJO-REGISTRO.
000515     05  TRA-CLAVE.
000516         10  TRA-CURSO       PIC X(06).
000517         10  TRA-NUMERO      PIC 9(07).
000518     05  TRA-CLASES          PIC 9(05).
000520 WORKING-STORAGE SECTION.
000530 01  FS-ASISTENCIA           PIC XX.
000540 01  FS-CONDICION            PIC XX.
000550 01  FS-LOG                  PIC XX.
000555 01  FS-TRABAJO              PIC XX.
000560 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000563 01  WS-ARCHIVO-TRABAJO  PIC X(40)
000566     VALUE "condicion_trabajo.txt".
000570 01  WS-PARAMETRO            PIC X(100).
000580 01  WS-LOG-FECHA            PIC 9(08).
000590 01  WS-LOG-HORA             PIC 9(08).
000630         88  ARCHIVOS-ABIERTOS        VALUE "S".
000640     05  WS-CONDICION-EXISTE-SW PIC X(01) VALUE "N".
000650         88  CONDICION-EXISTE         VALUE "S".
000653     05  WS-TRABAJO-ABIERTO-SW PIC X(01) VALUE "N".
000656         88  TRABAJO-ABIERTO          VALUE "S".
000660 01  WS-FECHA-DESDE          PIC 9(08).
000670 01  WS-FECHA-HASTA          PIC 9(08).
000680 01  WS-CICLO                PIC 9(04).
000690 01  WS-FECHA-ANTERIOR       PIC 9(08) VALUE ZERO.
000695 01  WS-CURSO-ANTERIOR       PIC X(06) VALUE SPACES.
000700 77  WS-DIAS-ABIERTOS        PIC 9(03) VALUE ZERO.
000707* FILA DEL ARCHIVO DE TRABAJO A SUMAR Y CUANTO SUMARLE.
000714 01  WS-CLAVE-TRABAJO.
000721     05  WS-CLAVE-CURSO      PIC X(06).
000728     05  WS-CLAVE-NUMERO     PIC 9(07).
000735 77  WS-SUMA-CLASES          PIC 9(01) VALUE ZERO.
000742* CLASES DADAS DEL CURSO EN CURSO AL GRABAR LAS CONDICIONES.
000749 77  WS-CUR-DIAS             PIC 9(05) VALUE ZERO.
000756 77  WS-TOTAL-CURSOS         PIC 9(05) VALUE ZERO COMP.
000770 77  WS-PORCENTAJE           PIC 9(03) VALUE ZERO.
000783 77  WS-TOTAL-REGULARES      PIC 9(06) VALUE ZERO.
000796 77  WS-TOTAL-LIBRES         PIC 9(06) VALUE ZERO.
000810 PROCEDURE DIVISION.

000820 0000-MAINLINE.
001310         MOVE 8 TO RETURN-CODE
001320         GO TO 1000-EXIT
001330     END-IF.
00133A     OPEN OUTPUT TRABAJO.
00133B     IF FS-TRABAJO = "00"
00133C         CLOSE TRABAJO
00133D         OPEN I-O TRABAJO
00133E     END-IF.
00133F     IF FS-TRABAJO NOT = "00"
00133G         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
00133H         CLOSE ASISTENCIA
00133I         CLOSE CONDICION
00133J         MOVE 8 TO RETURN-CODE
00133K         GO TO 1000-EXIT
00133L     END-IF.
00133M     SET TRABAJO-ABIERTO TO TRUE.
001340     SET ARCHIVOS-ABIERTOS TO TRUE.
001350 1000-EXIT.
001360     EXIT.
001370*----------------------------------------------------------------*
001380* 2000-TOTALIZAR-ASISTENCIA                                 *
001390* RECORRE EL RANGO POR FECHA (LA CLAVE ARRANCA POR FECHA):   *
001400* CADA FECHA+CURSO DISTINTA ES UNA CLASE DADA DEL CURSO, Y   *
001410* LOS P/J SUMAN CLASES ASISTIDAS AL ALUMNO EN EL CURSO.      *
001415* TODO SE ANOTA EN EL ARCHIVO DE TRABAJO.                    *
001420*----------------------------------------------------------------*
001430 2000-TOTALIZAR-ASISTENCIA.
001440     IF NOT ARCHIVOS-ABIERTOS
001450         GO TO 2000-EXIT
001460     END-IF.
001470     MOVE WS-FECHA-DESDE TO ASIFECHA.
001475     MOVE SPACES TO ASICURSO.
001480     MOVE ZERO TO ASINUMERO.
001490     START ASISTENCIA KEY IS NOT LESS THAN ASISTENCIACLAVE
001500         INVALID KEY
001590 2100-ACUMULAR.
001600     IF ASIFECHA NOT = WS-FECHA-ANTERIOR
001610         ADD 1 TO WS-DIAS-ABIERTOS
001612     END-IF.
001616     IF ASIFECHA NOT = WS-FECHA-ANTERIOR
001618        OR ASICURSO NOT = WS-CURSO-ANTERIOR
001619         MOVE ASICURSO TO WS-CLAVE-CURSO
001620         MOVE ZERO TO WS-CLAVE-NUMERO
001621         MOVE 1 TO WS-SUMA-CLASES
001622         PERFORM 2200-ANOTAR-FILA THRU 2200-EXIT
001626         MOVE ASIFECHA TO WS-FECHA-ANTERIOR
001628         MOVE ASICURSO TO WS-CURSO-ANTERIOR
001630     END-IF.
001652*    TODO ALUMNO CON PASE DE LISTA EN EL RANGO TIENE SU FILA,
001674*    TAMBIEN EL QUE SOLO TIENE AUSENCIAS: EL DE 0% DE PRESENTISMO
001696*    ES JUSTAMENTE EL QUE LA REGLA DEL 75% TIENE QUE DEJAR LIBRE.
001718*    SOLO LOS P/J SUMAN CLASES ASISTIDAS.
001740     MOVE ASICURSO TO WS-CLAVE-CURSO.
001762     MOVE ASINUMERO TO WS-CLAVE-NUMERO.
001784     MOVE ZERO TO WS-SUMA-CLASES.
001810     IF ASIESTADO = "P" OR ASIESTADO = "J"
001815         MOVE 1 TO WS-SUMA-CLASES
001820     END-IF.
001830     PERFORM 2200-ANOTAR-FILA THRU 2200-EXIT.
001840     READ ASISTENCIA NEXT RECORD.
001850 2100-EXIT.
001860     EXIT.

00186A*----------------------------------------------------------------*
00186B* 2200-ANOTAR-FILA                                          *
00186C* SUMA WS-SUMA-CLASES A LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO *
00186D* DE TRABAJO; SI LA FILA NO ESTA LA DA DE ALTA.              *
00186E*----------------------------------------------------------------*
00186F 2200-ANOTAR-FILA.
00186G     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
00186H     READ TRABAJO.
00186I     IF FS-TRABAJO = "00"
00186J         IF WS-SUMA-CLASES > ZERO
00186K             ADD WS-SUMA-CLASES TO TRA-CLASES
00186L             REWRITE TRABAJO-REGISTRO
00186M         END-IF
00186N         GO TO 2200-EXIT
00186O     END-IF.
00186P     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
00186Q     MOVE WS-SUMA-CLASES TO TRA-CLASES.
00186R     WRITE TRABAJO-REGISTRO.
00186S     IF WS-CLAVE-NUMERO = ZERO
00186T         ADD 1 TO WS-TOTAL-CURSOS
00186U     END-IF.
00186V 2200-EXIT.
00186W     EXIT.

001870*----------------------------------------------------------------*
001880* 3000-GRABAR-CONDICIONES                                   *
001885* RECORRE EL ARCHIVO DE TRABAJO POR CURSO: LA FILA CERO DA   *
001890* LAS CLASES DADAS Y CADA ALUMNO DEL CURSO DEJA SU CONDICION:*
001895* PORCENTAJE CONTRA LAS CLASES DADAS Y REGULAR/LIBRE CONTRA  *
001901* EL 75%.                                                    *
001910*----------------------------------------------------------------*
001920 3000-GRABAR-CONDICIONES.
001930     IF NOT ARCHIVOS-ABIERTOS OR WS-DIAS-ABIERTOS = ZERO
001940         GO TO 3000-EXIT
001950     END-IF.
001952     MOVE SPACES TO TRA-CURSO.
001954     MOVE ZERO TO TRA-NUMERO.
001956     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
001958         INVALID KEY
001960             GO TO 3000-EXIT
001962     END-START.
001964     READ TRABAJO NEXT RECORD.
001970     PERFORM 3100-GRABAR-UNA THRU 3100-EXIT
001980         UNTIL FS-TRABAJO NOT = "00".
001990 3000-EXIT.
002000     EXIT.

002010 3100-GRABAR-UNA.
002012     IF TRA-NUMERO = ZERO
002014         MOVE TRA-CLASES TO WS-CUR-DIAS
002016         GO TO 3100-SIGUIENTE
002018     END-IF.
002020     COMPUTE WS-PORCENTAJE ROUNDED
002035         = TRA-CLASES * 100 / WS-CUR-DIAS.
002050     IF WS-PORCENTAJE > 100
002060         MOVE 100 TO WS-PORCENTAJE
002070     END-IF.
002080     MOVE TRA-NUMERO TO CONNUMERO.
002090     MOVE WS-CICLO TO CONCICLO.
002095     MOVE TRA-CURSO TO CONCURSO.
002100     MOVE "S" TO WS-CONDICION-EXISTE-SW.
002110     READ CONDICION
002120         INVALID KEY
002130             MOVE "N" TO WS-CONDICION-EXISTE-SW
002140     END-READ.
002150     MOVE TRA-NUMERO TO CONNUMERO.
002160     MOVE WS-CICLO TO CONCICLO.
002165     MOVE TRA-CURSO TO CONCURSO.
002170     MOVE WS-PORCENTAJE TO CONPORCENTAJE.
002180     IF WS-PORCENTAJE < 75
002190         MOVE "L" TO CONCONDICION
002270     ELSE
002280         WRITE CONDICION-REGISTRO
002290     END-IF.
002296 3100-SIGUIENTE.
002302     READ TRABAJO NEXT RECORD.
002310 3100-EXIT.
002320     EXIT.

002380         CLOSE ASISTENCIA
002390         CLOSE CONDICION
002400     END-IF.
002402     IF TRABAJO-ABIERTO
002404         CLOSE TRABAJO
002406     END-IF.
002410     DISPLAY "Dias abiertos en el rango: " WS-DIAS-ABIERTOS.
002415     DISPLAY "Cursos con pase de lista: " WS-TOTAL-CURSOS.
002420     DISPLAY "Regulares: " WS-TOTAL-REGULARES.
002430     DISPLAY "Libres: " WS-TOTAL-LIBRES.
002480     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
002490 9000-EXIT.
002500     EXIT.
