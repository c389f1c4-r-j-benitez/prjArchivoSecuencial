000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. IMPORTAR-TRASLADOS.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* INGRESO DE ALUMNOS POR TRASLADO DESDE OTRA ESCUELA: LEE EL
000180* ARCHIVO DE TRASLADO QUE MANDA LA ESCUELA DE ORIGEN (LAYOUT DE
000190* TRASLADOREGISTRO.CPY, EL MISMO QUE GRABA EMITIR-PASES) Y, EN VEZ
000200* DE QUE RECEPCION VUELVA A TIPEAR DATOS Y NOTAS:
000210*   - DA DE ALTA A CADA ALUMNO (REGISTRO A) CON UN NUMERO NUEVO
000220*     TOMADO DEL REGISTRO DE CONTROL PARA LA SEDE ELEGIDA, ACTIVO
000230*     E INSCRIPTO EN LA FECHA DEL DIA.
000240*   - CARGA SUS NOTAS (REGISTROS N) EN CALIFICACION.TXT CON EL
000250*     CICLO QUE TRAEN Y EL ORIGEN "E" (DE OTRA ESCUELA).
000260* LA ASISTENCIA (P) Y LA CONDICION (C) DE LA ESCUELA DE ORIGEN SON
000270* INFORMATIVAS (FIGURAN EN EL PASE IMPRESO) Y NO SE CARGAN: LA
000280* CONDICION DE CURSADA SE CALCULA CON LA ASISTENCIA PROPIA.
000290*
000300* ANTES DE CARGAR NADA SE CONTROLA EL ARCHIVO COMPLETO: TIENE QUE
000310* EMPEZAR CON EL ENCABEZADO H Y TERMINAR CON EL TRAILER T, Y LA
000320* CANTIDAD DE REGISTROS, DE ALUMNOS Y LA SUMA DE CONTROL DEL
000330* TRAILER TIENEN QUE COINCIDIR CON LO LEIDO. UN ARCHIVO CORTADO O
000340* TOCADO SE RECHAZA ENTERO CON RC 8.
000350*
000360* SE RECHAZAN A TRASLADOS_RECHAZADOS.TXT (EL REGISTRO TAL CUAL
000370* VINO, UN ESPACIO Y EL MOTIVO):
000380*   - EL ALUMNO SIN NOMBRE O APELLIDO, CON ESTADO CIVIL INVALIDO O
000390*     SIN FECHA DE NACIMIENTO.
000400*   - EL ALUMNO QUE YA ESTA ACTIVO, CON LAS MISMAS REGLAS DE
000410*     REPORTE-DUPLICADOS: MISMA FECHA DE NACIMIENTO Y MISMO
000420*     APELLIDO, CON EL MISMO NOMBRE (EXACTO) O UNO PREFIJO DEL
000430*     OTRO DE AL MENOS 4 LETRAS (APROXIMADO), NORMALIZADOS A
000440*     MAYUSCULAS SIN ACENTOS. SE RESUELVE A MANO Y SE CARGA POR EL
000450*     FORMULARIO O SE FUSIONA.
000460*   - EL ALUMNO QUE NO ENTRA EN EL RANGO DE NUMEROS DE LA SEDE.
000470*   - LA NOTA, ASISTENCIA O CONDICION QUE NO SIGUE A SU ALUMNO
000480*     (OTRO NUMERO DE ORIGEN) O CUYO ALUMNO FUE RECHAZADO.
000490*   - LA NOTA CON CURSO INEXISTENTE EN CURSO.TXT, PERIODO O NOTA
000500*     INVALIDOS (0 A 100) O YA CARGADA.
000510*   - EL REGISTRO DE TIPO DESCONOCIDO.
000520* CON RECHAZOS LA CORRIDA TERMINA CON RC 4.
000530*
000540* EL CONTROL DE DUPLICADOS USA EL ARCHIVO DE TRABAJO
000550* TRASLADO_TRABAJO.TXT (INDEXADO POR FECHA DE NACIMIENTO Y
000560* NUMERO, SE RECREA EN CADA CORRIDA) CON LOS ACTIVOS Y LOS
000570* ALUMNOS QUE VA DANDO DE ALTA LA MISMA CORRIDA. SIN TOPES.
000580*
000590* PARAMETROS POR LA LINEA DE COMANDO: "S [ARCHIVO]", CON LA SEDE
000600* DE INGRESO (1 CENTRAL, 2 NORTE) Y EL NOMBRE DEL ARCHIVO (POR
000610* OMISION TRASLADOS_RECIBIDOS.TXT). SIN SEDE SE PIDE POR
000620* CONSOLA. SIN REGISTRO DE CONTROL VALIDO NO SE CARGA NADA
000630* (CORRER RECONSTRUIR-CONTROL).
000640*
000650* HISTORIAL DE MODIFICACIONES
000660*   2026-10-15  OFS  VERSION INICIAL.
000670*
000680 ENVIRONMENT DIVISION.
000690 INPUT-OUTPUT SECTION.
000700 FILE-CONTROL.
000710     COPY AlumnoSelect.
000720     COPY CalificacionSelect.
000730     COPY CursoSelect.
000740     COPY ControlSelect.
000750     SELECT TRASLADOS ASSIGN TO WS-ARCHIVO-TRASLADOS
000760         ORGANIZATION LINE SEQUENTIAL
000770         FILE STATUS FS-TRASLADOS.
000780     SELECT RECHAZADOS ASSIGN TO WS-ARCHIVO-RECHAZOS
000790         ORGANIZATION LINE SEQUENTIAL
000800         FILE STATUS FS-RECHAZOS.
000810     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000820         ORGANIZATION INDEXED
000830         ACCESS MODE DYNAMIC
000840         RECORD KEY TRA-CLAVE
000850         FILE STATUS FS-TRABAJO.
000860     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS FS-LOG.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ALUMNO.
000920     COPY AlumnoRegistro.
000930 FD  CALIFICACION.
000940     COPY CalificacionRegistro.
000950 FD  CURSO.
000960     COPY CursoRegistro.
000970 FD  ALUMNOCONTROL.
000980     COPY ControlRegistro.
000990 FD  TRASLADOS.
001000     COPY TrasladoRegistro.
001010 FD  RECHAZADOS.
001020 01  RECHAZO-LINEA           PIC X(220).
001030 FD  TRABAJO.
001040 01  TRABAJO-REGISTRO.
001050     05  TRA-CLAVE.
001060         10  TRA-FNAC        PIC 9(08).
001070         10  TRA-NUMERO      PIC 9(07).
001080     05  TRA-NOMBRE          PIC X(25).
001090     05  TRA-APELLIDO        PIC X(25).
001100 FD  LOG-CORRIDA.
001110 01  LOG-LINEA               PIC X(132).
001120 WORKING-STORAGE SECTION.
001130 01  FS-ALUMNO               PIC XX.
001140 01  FS-CALIFICACION         PIC XX.
001150 01  FS-CURSO                PIC XX.
001160 01  FS-CONTROL              PIC XX.
001170 01  FS-TRASLADOS            PIC XX.
001180 01  FS-RECHAZOS             PIC XX.
001190 01  FS-TRABAJO              PIC XX.
001200 01  FS-LOG                  PIC XX.
001210 01  WS-ARCHIVO-TRASLADOS PIC X(40)
001220     VALUE "traslados_recibidos.txt".
001230 01  WS-ARCHIVO-RECHAZOS PIC X(40)
001240     VALUE "traslados_rechazados.txt".
001250 01  WS-ARCHIVO-TRABAJO  PIC X(40) VALUE "traslado_trabajo.txt".
001260 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001270 01  WS-PARAMETRO            PIC X(100).
001280 01  WS-LOG-FECHA            PIC 9(08).
001290 01  WS-LOG-HORA             PIC 9(08).
001300 01  WS-LOG-RC               PIC 9(01).
001310     COPY SedeRango.
001320 01  WS-SWITCHES.
001330     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001340         88  ARCHIVOS-ABIERTOS        VALUE "S".
001350     05  WS-CONTROL-OK-SW    PIC X(01) VALUE "N".
001360         88  CONTROL-OK               VALUE "S".
001370     05  WS-CURSO-DISP-SW    PIC X(01) VALUE "N".
001380         88  CURSO-DISPONIBLE         VALUE "S".
001390     05  WS-ARCHIVO-VALIDO-SW PIC X(01) VALUE "N".
001400         88  ARCHIVO-VALIDO           VALUE "S".
001410     05  WS-REGISTRO-VALIDO-SW PIC X(01) VALUE "N".
001420         88  REGISTRO-VALIDO          VALUE "S".
001430     05  WS-BLOQUE-ACEPTADO-SW PIC X(01) VALUE "N".
001440         88  BLOQUE-ACEPTADO          VALUE "S".
001450     05  WS-TRAILER-LEIDO-SW PIC X(01) VALUE "N".
001460         88  TRAILER-LEIDO            VALUE "S".
001470     05  WS-NUMERO-LIBRE-SW  PIC X(01) VALUE "N".
001480         88  NUMERO-LIBRE             VALUE "S".
001490     05  WS-PAR-CANDIDATO-SW PIC X(01) VALUE "N".
001500         88  PAR-CANDIDATO            VALUE "S".
001510 01  WS-SEDE-X               PIC X(01) VALUE SPACE.
001520 01  WS-SEDE                 PIC 9(01) VALUE ZERO.
001530 01  WS-FECHA-HOY            PIC 9(08).
001540 01  WS-PROXIMO              PIC 9(08) VALUE ZERO.
001550 01  WS-MAX-CARGADO          PIC 9(07) VALUE ZERO.
001560 01  WS-BLOQUE-NUMERO        PIC 9(07) VALUE ZERO.
001570 01  WS-NUMERO-NUEVO         PIC 9(07) VALUE ZERO.
001580 01  WS-MOTIVO-RECHAZO       PIC X(50).
001590 01  WS-NOMBRE-NORM          PIC X(25).
001600 01  WS-APELLIDO-NORM        PIC X(25).
001610 01  WS-TIPO-PAR             PIC X(10).
001620
001630*    TOTALES DEL CONTROL PREVIO DEL ARCHIVO, A COMPARAR CON EL
001640*    TRAILER.
001650 01  WS-PRE-LEIDOS           PIC 9(07) VALUE ZERO.
001660 01  WS-PRE-DETALLE          PIC 9(07) VALUE ZERO.
001670 01  WS-PRE-ALUMNOS          PIC 9(07) VALUE ZERO.
001680 01  WS-PRE-HASH             PIC 9(13) VALUE ZERO.
001690
001700 77  WS-LARGO-I              PIC 9(02) VALUE ZERO COMP.
001710 77  WS-LARGO-J              PIC 9(02) VALUE ZERO COMP.
001720 77  WS-LARGO-MIN            PIC 9(02) VALUE ZERO COMP.
001730 77  WS-TOTAL-LEIDOS         PIC 9(07) VALUE ZERO.
001740 77  WS-TOTAL-ALUMNOS        PIC 9(07) VALUE ZERO.
001750 77  WS-TOTAL-NOTAS          PIC 9(07) VALUE ZERO.
001760 77  WS-TOTAL-INFORMATIVOS   PIC 9(07) VALUE ZERO.
001770 77  WS-TOTAL-RECHAZADOS     PIC 9(07) VALUE ZERO.
001780
001790 PROCEDURE DIVISION.
001800
001810 0000-MAINLINE.
001820     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001830     PERFORM 2000-CONTROLAR-ARCHIVO THRU 2000-EXIT.
001840     PERFORM 3000-ABRIR-MAESTROS THRU 3000-EXIT.
001850     PERFORM 4000-CARGAR-TRASLADOS THRU 4000-EXIT.
001860     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001870     GOBACK.
001880
001890*----------------------------------------------------------------*
001900* 1000-INICIALIZAR                                          *
001910* RESUELVE SEDE Y ARCHIVO, LEE EL REGISTRO DE CONTROL PARA   *
001920* EL PRIMER NUMERO DE LA SEDE Y ABRE EL ARCHIVO RECIBIDO.    *
001930*----------------------------------------------------------------*
001940 1000-INICIALIZAR.
001950     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
001960     MOVE WS-PARAMETRO (1:1) TO WS-SEDE-X.
001970     IF WS-PARAMETRO (3:40) NOT = SPACES
001980         MOVE WS-PARAMETRO (3:40) TO WS-ARCHIVO-TRASLADOS
001990     END-IF.
002000     IF WS-SEDE-X NOT = "1" AND WS-SEDE-X NOT = "2"
002010         DISPLAY "Sede de ingreso (1 Central / 2 Norte): "
002020             WITH NO ADVANCING
002030         ACCEPT WS-SEDE-X FROM CONSOLE
002040     END-IF.
002050     IF WS-SEDE-X NOT = "1" AND WS-SEDE-X NOT = "2"
002060         DISPLAY "Sede invalida: debe ser 1 o 2"
002070         MOVE 8 TO RETURN-CODE
002080         GO TO 1000-EXIT
002090     END-IF.
002100     MOVE WS-SEDE-X TO WS-SEDE.
002110     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002120     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
002130     IF NOT CONTROL-OK
002140         DISPLAY "Registro de control inexistente o danado: "
002150             "correr RECONSTRUIR-CONTROL antes de cargar"
002160         MOVE 8 TO RETURN-CODE
002170         GO TO 1000-EXIT
002180     END-IF.
002190     IF WS-SEDE = 1
002200         MOVE CTLPROXIMOSEDE1 TO WS-PROXIMO
002210     ELSE
002220         MOVE CTLPROXIMOSEDE2 TO WS-PROXIMO
002230     END-IF.
002240     IF WS-PROXIMO < SEDEDESDE (WS-SEDE)
002250         MOVE SEDEDESDE (WS-SEDE) TO WS-PROXIMO
002260     END-IF.
002270     OPEN INPUT TRASLADOS.
002280     IF FS-TRASLADOS NOT = "00"
002290         DISPLAY "No se pudo abrir " WS-ARCHIVO-TRASLADOS
002300         MOVE 8 TO RETURN-CODE
002310         GO TO 1000-EXIT
002320     END-IF.
002330     OPEN OUTPUT RECHAZADOS.
002340     IF FS-RECHAZOS NOT = "00"
002350         DISPLAY "No se pudo crear " WS-ARCHIVO-RECHAZOS
002360         CLOSE TRASLADOS
002370         MOVE 8 TO RETURN-CODE
002380         GO TO 1000-EXIT
002390     END-IF.
002400     SET ARCHIVOS-ABIERTOS TO TRUE.
002410 1000-EXIT.
002420     EXIT.
002430
002440 1100-LEER-CONTROL.
002450     MOVE "N" TO WS-CONTROL-OK-SW.
002460     OPEN INPUT ALUMNOCONTROL.
002470     IF FS-CONTROL = "00"
002480         READ ALUMNOCONTROL NEXT RECORD
002490         IF FS-CONTROL = "00" AND CONTROL-REGISTRO NUMERIC
002500             SET CONTROL-OK TO TRUE
002510         END-IF
002520         CLOSE ALUMNOCONTROL
002530     END-IF.
002540 1100-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------------*
002580* 2000-CONTROLAR-ARCHIVO                                    *
002590* PRIMERA PASADA SIN CARGAR NADA: ENCABEZADO PRIMERO,        *
002600* TRAILER AL FINAL Y TOTALES DEL TRAILER IGUALES A LO LEIDO. *
002610* SI NO CIERRA SE RECHAZA EL ARCHIVO ENTERO.                 *
002620*----------------------------------------------------------------*
002630 2000-CONTROLAR-ARCHIVO.
002640     IF NOT ARCHIVOS-ABIERTOS
002650         GO TO 2000-EXIT
002660     END-IF.
002670     MOVE SPACES TO WS-MOTIVO-RECHAZO.
002680     READ TRASLADOS NEXT RECORD.
002690     IF FS-TRASLADOS NOT = "00" OR TRASTIPO NOT = "H"
002700         MOVE "falta el encabezado H" TO WS-MOTIVO-RECHAZO
002710         GO TO 2000-RESULTADO
002720     END-IF.
002730     ADD 1 TO WS-PRE-LEIDOS.
002740     DISPLAY "Traslado emitido el " TRASFECHAEMISION
002750         " (ciclo " TRASCICLO ")".
002760     READ TRASLADOS NEXT RECORD.
002770     PERFORM 2100-CONTAR-REGISTRO THRU 2100-EXIT
002780         UNTIL FS-TRASLADOS NOT = "00"
002790            OR WS-MOTIVO-RECHAZO NOT = SPACES.
002800     IF WS-MOTIVO-RECHAZO NOT = SPACES
002810         GO TO 2000-RESULTADO
002820     END-IF.
002830     IF NOT TRAILER-LEIDO
002840         MOVE "falta el trailer T: archivo cortado"
002850             TO WS-MOTIVO-RECHAZO
002860     END-IF.
002870 2000-RESULTADO.
002880     CLOSE TRASLADOS.
002890     IF WS-MOTIVO-RECHAZO NOT = SPACES
002900         MOVE SPACES TO RECHAZO-LINEA
002910         STRING "ARCHIVO " DELIMITED BY SIZE
002920             WS-ARCHIVO-TRASLADOS DELIMITED BY SPACE
002930             " RECHAZADO ENTERO: " DELIMITED BY SIZE
002940             WS-MOTIVO-RECHAZO DELIMITED BY "  "
002950             INTO RECHAZO-LINEA
002960         END-STRING
002970         WRITE RECHAZO-LINEA
002980         DISPLAY RECHAZO-LINEA
002990         MOVE 8 TO RETURN-CODE
003000         GO TO 2000-EXIT
003010     END-IF.
003020     OPEN INPUT TRASLADOS.
003030     IF FS-TRASLADOS NOT = "00"
003040         DISPLAY "No se pudo reabrir " WS-ARCHIVO-TRASLADOS
003050         MOVE 8 TO RETURN-CODE
003060         GO TO 2000-EXIT
003070     END-IF.
003080     SET ARCHIVO-VALIDO TO TRUE.
003090 2000-EXIT.
003100     EXIT.
003110
003120 2100-CONTAR-REGISTRO.
003130     ADD 1 TO WS-PRE-LEIDOS.
003140     IF TRAILER-LEIDO
003150         MOVE "hay registros despues del trailer T"
003160             TO WS-MOTIVO-RECHAZO
003170         GO TO 2100-EXIT
003180     END-IF.
003190     IF TRASTIPO = "T"
003200         SET TRAILER-LEIDO TO TRUE
003210         IF TRASCANTIDAD NOT NUMERIC OR TRASALUMNOS NOT NUMERIC
003220            OR TRASHASH NOT NUMERIC
003230            OR TRASCANTIDAD NOT = WS-PRE-DETALLE
003240            OR TRASALUMNOS NOT = WS-PRE-ALUMNOS
003250            OR TRASHASH NOT = WS-PRE-HASH
003260             MOVE "los totales del trailer T no coinciden"
003270                 TO WS-MOTIVO-RECHAZO
003280             GO TO 2100-EXIT
003290         END-IF
003300         GO TO 2100-SIGUIENTE
003310     END-IF.
003320     ADD 1 TO WS-PRE-DETALLE.
003330     IF TRASNUMERO NUMERIC
003340         ADD TRASNUMERO TO WS-PRE-HASH
003350     END-IF.
003360     IF TRASTIPO = "A"
003370         ADD 1 TO WS-PRE-ALUMNOS
003380     END-IF.
003390     IF TRASTIPO = "N" AND TRASNOTNOTA NUMERIC
003400         ADD TRASNOTNOTA TO WS-PRE-HASH
003410     END-IF.
003420 2100-SIGUIENTE.
003430     READ TRASLADOS NEXT RECORD.
003440 2100-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------------*
003480* 3000-ABRIR-MAESTROS                                       *
003490* ABRE ALUMNO Y CALIFICACION PARA GRABAR (SE CREAN SI NO     *
003500* EXISTEN), CURSO PARA CONTROLAR LAS NOTAS, Y ARMA EL        *
003510* ARCHIVO DE TRABAJO CON LOS ACTIVOS PARA LOS DUPLICADOS.    *
003520*----------------------------------------------------------------*
003530 3000-ABRIR-MAESTROS.
003540     IF NOT ARCHIVO-VALIDO
003550         GO TO 3000-EXIT
003560     END-IF.
003570     MOVE "N" TO WS-ARCHIVO-VALIDO-SW.
003580     OPEN I-O ALUMNO.
003590     IF FS-ALUMNO = "35"
003600         OPEN OUTPUT ALUMNO
003610         CLOSE ALUMNO
003620         OPEN I-O ALUMNO
003630     END-IF.
003640     IF FS-ALUMNO NOT = "00"
003650         DISPLAY "No se pudo abrir alumno.txt"
003660         CLOSE TRASLADOS
003670         MOVE 8 TO RETURN-CODE
003680         GO TO 3000-EXIT
003690     END-IF.
003700     OPEN I-O CALIFICACION.
003710     IF FS-CALIFICACION = "35"
003720         OPEN OUTPUT CALIFICACION
003730         CLOSE CALIFICACION
003740         OPEN I-O CALIFICACION
003750     END-IF.
003760     IF FS-CALIFICACION NOT = "00"
003770         DISPLAY "No se pudo abrir calificacion.txt"
003780         CLOSE TRASLADOS
003790         CLOSE ALUMNO
003800         MOVE 8 TO RETURN-CODE
003810         GO TO 3000-EXIT
003820     END-IF.
003830     OPEN OUTPUT TRABAJO.
003840     IF FS-TRABAJO = "00"
003850         CLOSE TRABAJO
003860         OPEN I-O TRABAJO
003870     END-IF.
003880     IF FS-TRABAJO NOT = "00"
003890         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
003900         CLOSE TRASLADOS
003910         CLOSE ALUMNO
003920         CLOSE CALIFICACION
003930         MOVE 8 TO RETURN-CODE
003940         GO TO 3000-EXIT
003950     END-IF.
003960     OPEN INPUT CURSO.
003970     IF FS-CURSO = "00"
003980         SET CURSO-DISPONIBLE TO TRUE
003990     END-IF.
004000     SET ARCHIVO-VALIDO TO TRUE.
004010     READ ALUMNO NEXT RECORD.
004020     PERFORM 3100-CARGAR-ACTIVO THRU 3100-EXIT
004030         UNTIL FS-ALUMNO NOT = "00".
004040 3000-EXIT.
004050     EXIT.
004060
004070 3100-CARGAR-ACTIVO.
004080     IF ESTADOALUMNO = "B" OR FECHANACIMIENTO = ZERO
004090         GO TO 3100-SIGUIENTE
004100     END-IF.
004110     MOVE NOMBRE TO WS-NOMBRE-NORM.
004120     MOVE APELLIDO TO WS-APELLIDO-NORM.
004130     PERFORM 8200-NORMALIZAR THRU 8200-EXIT.
004140     MOVE FECHANACIMIENTO TO TRA-FNAC.
004150     MOVE NUMERO TO TRA-NUMERO.
004160     MOVE WS-NOMBRE-NORM TO TRA-NOMBRE.
004170     MOVE WS-APELLIDO-NORM TO TRA-APELLIDO.
004180     WRITE TRABAJO-REGISTRO.
004190 3100-SIGUIENTE.
004200     READ ALUMNO NEXT RECORD.
004210 3100-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------*
004250* 4000-CARGAR-TRASLADOS                                     *
004260* SEGUNDA PASADA: CADA REGISTRO A ABRE EL BLOQUE DE UN       *
004270* ALUMNO Y LOS N, P Y C QUE LO SIGUEN SON SUYOS.             *
004280*----------------------------------------------------------------*
004290 4000-CARGAR-TRASLADOS.
004300     IF NOT ARCHIVO-VALIDO
004310         GO TO 4000-EXIT
004320     END-IF.
004330     READ TRASLADOS NEXT RECORD.
004340     PERFORM 4100-PROCESAR-REGISTRO THRU 4100-EXIT
004350         UNTIL FS-TRASLADOS NOT = "00".
004360 4000-EXIT.
004370     EXIT.
004380
004390 4100-PROCESAR-REGISTRO.
004400     IF TRASTIPO = "H" OR TRASTIPO = "T"
004410         GO TO 4100-SIGUIENTE
004420     END-IF.
004430     ADD 1 TO WS-TOTAL-LEIDOS.
004440     EVALUATE TRASTIPO
004450         WHEN "A"
004460             PERFORM 4200-ALTA-ALUMNO THRU 4200-EXIT
004470         WHEN "N"
004480             PERFORM 4500-CARGAR-NOTA THRU 4500-EXIT
004490         WHEN "P"
004500         WHEN "C"
004510             PERFORM 4600-CONTROLAR-BLOQUE THRU 4600-EXIT
004520             IF REGISTRO-VALIDO
004530                 ADD 1 TO WS-TOTAL-INFORMATIVOS
004540             END-IF
004550         WHEN OTHER
004560             MOVE "tipo de registro desconocido"
004570                 TO WS-MOTIVO-RECHAZO
004580             PERFORM 8000-GRABAR-RECHAZO THRU 8000-EXIT
004590     END-EVALUATE.
004600 4100-SIGUIENTE.
004610     READ TRASLADOS NEXT RECORD.
004620 4100-EXIT.
004630     EXIT.
004640
004650*----------------------------------------------------------------*
004660* 4200-ALTA-ALUMNO                                          *
004670* VALIDA EL ALUMNO, LO BUSCA ENTRE LOS ACTIVOS Y LO DA DE    *
004680* ALTA CON EL PROXIMO NUMERO LIBRE DE LA SEDE. SI SE         *
004690* RECHAZA, SE RECHAZA TODO SU BLOQUE.                        *
004700*----------------------------------------------------------------*
004710 4200-ALTA-ALUMNO.
004720     MOVE "N" TO WS-BLOQUE-ACEPTADO-SW.
004730     MOVE TRASNUMERO TO WS-BLOQUE-NUMERO.
004740     MOVE ZERO TO WS-NUMERO-NUEVO.
004750     IF TRASNOMBRE = SPACES
004760         MOVE "falta nombre" TO WS-MOTIVO-RECHAZO
004770         GO TO 4200-RECHAZO
004780     END-IF.
004790     IF TRASAPELLIDO = SPACES
004800         MOVE "falta apellido" TO WS-MOTIVO-RECHAZO
004810         GO TO 4200-RECHAZO
004820     END-IF.
004830     IF TRASESTADOCIVIL NOT NUMERIC OR TRASESTADOCIVIL > 3
004840         MOVE "estado civil invalido" TO WS-MOTIVO-RECHAZO
004850         GO TO 4200-RECHAZO
004860     END-IF.
004870     IF TRASFECHANACIMIENTO NOT NUMERIC
004880        OR TRASFECHANACIMIENTO = ZERO
004890         MOVE "falta fecha de nacimiento" TO WS-MOTIVO-RECHAZO
004900         GO TO 4200-RECHAZO
004910     END-IF.
004920     PERFORM 4300-BUSCAR-DUPLICADO THRU 4300-EXIT.
004930     IF PAR-CANDIDATO
004940         MOVE SPACES TO WS-MOTIVO-RECHAZO
004950         STRING "posible duplicado " DELIMITED BY SIZE
004960             WS-TIPO-PAR DELIMITED BY SPACE
004970             " del alumno " DELIMITED BY SIZE
004980             TRA-NUMERO DELIMITED BY SIZE
004990             INTO WS-MOTIVO-RECHAZO
005000         END-STRING
005010         GO TO 4200-RECHAZO
005020     END-IF.
005030     MOVE "N" TO WS-NUMERO-LIBRE-SW.
005040     PERFORM 4400-BUSCAR-NUMERO THRU 4400-EXIT
005050         UNTIL NUMERO-LIBRE
005060            OR WS-PROXIMO > SEDEHASTA (WS-SEDE).
005070     IF NOT NUMERO-LIBRE
005080         MOVE "rango de numeros de la sede agotado"
005090             TO WS-MOTIVO-RECHAZO
005100         GO TO 4200-RECHAZO
005110     END-IF.
005120     MOVE WS-PROXIMO TO NUMERO.
005130     MOVE TRASNOMBRE TO NOMBRE.
005140     MOVE TRASAPELLIDO TO APELLIDO.
005150     MOVE TRASSEXO TO SEXO.
005160     MOVE TRASESTADOCIVIL TO ESTADOCIVIL.
005170     IF TRASTRABAJA = 1
005180         MOVE 1 TO TRABAJA
005190     ELSE
005200         MOVE 0 TO TRABAJA
005210     END-IF.
005220     IF TRASESTUDIA = 1
005230         MOVE 1 TO ESTUDIA
005240     ELSE
005250         MOVE 0 TO ESTUDIA
005260     END-IF.
005270     MOVE TRASFECHANACIMIENTO TO FECHANACIMIENTO.
005280     MOVE TRASEMAIL TO EMAIL.
005290     MOVE TRASTELEFONO TO TELEFONO.
005300     MOVE WS-FECHA-HOY TO FECHAREGISTRO.
005310     MOVE "A" TO ESTADOALUMNO.
005320     MOVE SPACES TO MOTIVOBAJA.
005330     MOVE ZERO TO FECHABAJA.
005340     WRITE ALUMNO-REGISTRO
005350         INVALID KEY
005360             MOVE "clave duplicada" TO WS-MOTIVO-RECHAZO
005370             GO TO 4200-RECHAZO
005380     END-WRITE.
005390     MOVE NUMERO TO WS-NUMERO-NUEVO.
005400     MOVE NUMERO TO WS-MAX-CARGADO.
005410     ADD 1 TO WS-PROXIMO.
005420     ADD 1 TO WS-TOTAL-ALUMNOS.
005430     SET BLOQUE-ACEPTADO TO TRUE.
005440     MOVE TRASFECHANACIMIENTO TO TRA-FNAC.
005450     MOVE WS-NUMERO-NUEVO TO TRA-NUMERO.
005460     MOVE WS-NOMBRE-NORM TO TRA-NOMBRE.
005470     MOVE WS-APELLIDO-NORM TO TRA-APELLIDO.
005480     WRITE TRABAJO-REGISTRO.
005490     DISPLAY "Alta por traslado: " WS-BLOQUE-NUMERO " -> "
005500         WS-NUMERO-NUEVO " " TRASAPELLIDO.
005510     GO TO 4200-EXIT.
005520 4200-RECHAZO.
005530     PERFORM 8000-GRABAR-RECHAZO THRU 8000-EXIT.
005540 4200-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------------*
005580* 4300-BUSCAR-DUPLICADO                                     *
005590* RECORRE LOS ACTIVOS CON LA MISMA FECHA DE NACIMIENTO (LA   *
005600* FECHA ES EL ANCLA, COMO EN REPORTE-DUPLICADOS) Y COMPARA   *
005610* APELLIDO Y NOMBRE NORMALIZADOS. EL PRIMER CANDIDATO QUEDA  *
005620* EN TRA-NUMERO.                                             *
005630*----------------------------------------------------------------*
005640 4300-BUSCAR-DUPLICADO.
005650     MOVE "N" TO WS-PAR-CANDIDATO-SW.
005660     MOVE TRASNOMBRE TO WS-NOMBRE-NORM.
005670     MOVE TRASAPELLIDO TO WS-APELLIDO-NORM.
005680     PERFORM 8200-NORMALIZAR THRU 8200-EXIT.
005690     MOVE TRASFECHANACIMIENTO TO TRA-FNAC.
005700     MOVE ZERO TO TRA-NUMERO.
005710     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
005720         INVALID KEY
005730             GO TO 4300-EXIT
005740     END-START.
005750     READ TRABAJO NEXT RECORD.
005760     PERFORM 4310-COMPARAR-ACTIVO THRU 4310-EXIT
005770         UNTIL FS-TRABAJO NOT = "00"
005780            OR TRA-FNAC NOT = TRASFECHANACIMIENTO
005790            OR PAR-CANDIDATO.
005800 4300-EXIT.
005810     EXIT.
005820
005830 4310-COMPARAR-ACTIVO.
005840     IF TRA-APELLIDO NOT = WS-APELLIDO-NORM
005850         GO TO 4310-SIGUIENTE
005860     END-IF.
005870     IF TRA-NOMBRE = WS-NOMBRE-NORM
005880         SET PAR-CANDIDATO TO TRUE
005890         MOVE "EXACTO" TO WS-TIPO-PAR
005900         GO TO 4310-EXIT
005910     END-IF.
005920     PERFORM 8300-COMPARAR-PREFIJO THRU 8300-EXIT.
005930     IF PAR-CANDIDATO
005940         MOVE "APROXIMADO" TO WS-TIPO-PAR
005950         GO TO 4310-EXIT
005960     END-IF.
005970 4310-SIGUIENTE.
005980     READ TRABAJO NEXT RECORD.
005990 4310-EXIT.
006000     EXIT.
006010
006020*----------------------------------------------------------------*
006030* 4400-BUSCAR-NUMERO                                        *
006040* EL PROXIMO DEL CONTROL SE SALTEA SI YA ESTA USADO (UN ALTA *
006050* A MANO CON OTRO NUMERO NO CORRE EL CONTROL).               *
006060*----------------------------------------------------------------*
006070 4400-BUSCAR-NUMERO.
006080     MOVE WS-PROXIMO TO NUMERO.
006090     READ ALUMNO.
006100     IF FS-ALUMNO = "00"
006110         ADD 1 TO WS-PROXIMO
006120     ELSE
006130         SET NUMERO-LIBRE TO TRUE
006140     END-IF.
006150 4400-EXIT.
006160     EXIT.
006170
006180*----------------------------------------------------------------*
006190* 4500-CARGAR-NOTA                                          *
006200* NOTA DEL ALUMNO DEL BLOQUE, GRABADA A SU NUMERO NUEVO CON   *
006210* EL CICLO QUE TRAE Y ORIGEN "E" (DE OTRA ESCUELA).          *
006220*----------------------------------------------------------------*
006230 4500-CARGAR-NOTA.
006240     PERFORM 4600-CONTROLAR-BLOQUE THRU 4600-EXIT.
006250     IF NOT REGISTRO-VALIDO
006260         GO TO 4500-EXIT
006270     END-IF.
006280     IF TRASNOTCURSO = SPACES
006290         MOVE "nota sin curso" TO WS-MOTIVO-RECHAZO
006300         GO TO 4500-RECHAZO
006310     END-IF.
006320     IF CURSO-DISPONIBLE
006330         MOVE TRASNOTCURSO TO CURSOCODIGO
006340         READ CURSO
006350         IF FS-CURSO NOT = "00"
006360             MOVE "curso inexistente" TO WS-MOTIVO-RECHAZO
006370             GO TO 4500-RECHAZO
006380         END-IF
006390     END-IF.
006400     IF TRASNOTPERIODO NOT NUMERIC OR TRASNOTPERIODO = ZERO
006410         MOVE "periodo invalido" TO WS-MOTIVO-RECHAZO
006420         GO TO 4500-RECHAZO
006430     END-IF.
006440     IF TRASNOTNOTA NOT NUMERIC OR TRASNOTNOTA > 100
006450         MOVE "nota invalida" TO WS-MOTIVO-RECHAZO
006460         GO TO 4500-RECHAZO
006470     END-IF.
006480     IF TRASNOTCICLO NOT NUMERIC
006490         MOVE "ciclo invalido" TO WS-MOTIVO-RECHAZO
006500         GO TO 4500-RECHAZO
006510     END-IF.
006520     MOVE WS-NUMERO-NUEVO TO CALNUMERO.
006530     MOVE TRASNOTCURSO TO CALCURSO.
006540     MOVE TRASNOTPERIODO TO CALPERIODO.
006550     MOVE TRASNOTNOTA TO CALNOTA.
006560     MOVE TRASNOTCICLO TO CALCICLO.
006570     MOVE "E" TO CALORIGEN.
006580     WRITE CALIFICACION-REGISTRO
006590         INVALID KEY
006600             MOVE "nota repetida" TO WS-MOTIVO-RECHAZO
006610             GO TO 4500-RECHAZO
006620     END-WRITE.
006630     ADD 1 TO WS-TOTAL-NOTAS.
006640     GO TO 4500-EXIT.
006650 4500-RECHAZO.
006660     PERFORM 8000-GRABAR-RECHAZO THRU 8000-EXIT.
006670 4500-EXIT.
006680     EXIT.
006690
006700*----------------------------------------------------------------*
006710* 4600-CONTROLAR-BLOQUE                                     *
006720* UN REGISTRO N, P O C TIENE QUE SEGUIR A SU ALUMNO (MISMO   *
006730* NUMERO DE ORIGEN) Y ESE ALUMNO TIENE QUE HABER ENTRADO.    *
006740*----------------------------------------------------------------*
006750 4600-CONTROLAR-BLOQUE.
006760     MOVE "N" TO WS-REGISTRO-VALIDO-SW.
006770     IF TRASNUMERO NOT NUMERIC
006780        OR TRASNUMERO NOT = WS-BLOQUE-NUMERO
006790         MOVE "no sigue al registro A de su alumno"
006800             TO WS-MOTIVO-RECHAZO
006810         PERFORM 8000-GRABAR-RECHAZO THRU 8000-EXIT
006820         GO TO 4600-EXIT
006830     END-IF.
006840     IF NOT BLOQUE-ACEPTADO
006850         MOVE "alumno del bloque rechazado" TO WS-MOTIVO-RECHAZO
006860         PERFORM 8000-GRABAR-RECHAZO THRU 8000-EXIT
006870         GO TO 4600-EXIT
006880     END-IF.
006890     SET REGISTRO-VALIDO TO TRUE.
006900 4600-EXIT.
006910     EXIT.
006920
006930*----------------------------------------------------------------*
006940* 8000-GRABAR-RECHAZO                                       *
006950* EL REGISTRO TAL CUAL VINO, UN ESPACIO Y EL MOTIVO.         *
006960*----------------------------------------------------------------*
006970 8000-GRABAR-RECHAZO.
006980     MOVE SPACES TO RECHAZO-LINEA.
006990     MOVE TRASLADO-REGISTRO TO RECHAZO-LINEA (1:168).
007000     MOVE WS-MOTIVO-RECHAZO TO RECHAZO-LINEA (170:50).
007010     WRITE RECHAZO-LINEA.
007020     ADD 1 TO WS-TOTAL-RECHAZADOS.
007030     DISPLAY "Rechazado (" WS-MOTIVO-RECHAZO (1:40) "): "
007040         TRASTIPO " " TRASNUMERO.
007050 8000-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------------*
007090* 8200-NORMALIZAR                                           *
007100* NOMBRE Y APELLIDO A MAYUSCULAS, CON LAS VOCALES            *
007110* ACENTUADAS, LA U CON DIERESIS Y LA ENIE PLEGADAS A LA      *
007120* LETRA BASE (MISMOS BYTES QUE REPORTE-DUPLICADOS).          *
007130*----------------------------------------------------------------*
007140 8200-NORMALIZAR.
007150     INSPECT WS-NOMBRE-NORM CONVERTING
007160         "abcdefghijklmnopqrstuvwxyz" TO
007170         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007180     INSPECT WS-APELLIDO-NORM CONVERTING
007190         "abcdefghijklmnopqrstuvwxyz" TO
007200         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007210     INSPECT WS-NOMBRE-NORM CONVERTING
007220         X"E1E9EDF3FAFCF1C1C9CDD3DADCD1" TO
007230         "AEIOUUNAEIOUUN".
007240     INSPECT WS-APELLIDO-NORM CONVERTING
007250         X"E1E9EDF3FAFCF1C1C9CDD3DADCD1" TO
007260         "AEIOUUNAEIOUUN".
007270 8200-EXIT.
007280     EXIT.
007290
007300*----------------------------------------------------------------*
007310* 8300-COMPARAR-PREFIJO                                     *
007320* NOMBRES DISTINTOS PERO UNO PREFIJO DEL OTRO (MINIMO 4      *
007330* LETRAS SIGNIFICATIVAS) CUENTAN COMO CANDIDATO APROXIMADO.  *
007340*----------------------------------------------------------------*
007350 8300-COMPARAR-PREFIJO.
007360     MOVE ZERO TO WS-LARGO-I.
007370     INSPECT WS-NOMBRE-NORM TALLYING WS-LARGO-I
007380         FOR TRAILING SPACE.
007390     COMPUTE WS-LARGO-I = 25 - WS-LARGO-I.
007400     MOVE ZERO TO WS-LARGO-J.
007410     INSPECT TRA-NOMBRE TALLYING WS-LARGO-J
007420         FOR TRAILING SPACE.
007430     COMPUTE WS-LARGO-J = 25 - WS-LARGO-J.
007440     IF WS-LARGO-I < WS-LARGO-J
007450         MOVE WS-LARGO-I TO WS-LARGO-MIN
007460     ELSE
007470         MOVE WS-LARGO-J TO WS-LARGO-MIN
007480     END-IF.
007490     IF WS-LARGO-MIN < 4
007500         GO TO 8300-EXIT
007510     END-IF.
007520     IF WS-NOMBRE-NORM (1:WS-LARGO-MIN)
007530             = TRA-NOMBRE (1:WS-LARGO-MIN)
007540         SET PAR-CANDIDATO TO TRUE
007550     END-IF.
007560 8300-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------------*
007600* 9000-FINALIZAR                                            *
007610*----------------------------------------------------------------*
007620 9000-FINALIZAR.
007630     IF ARCHIVO-VALIDO
007640         CLOSE TRASLADOS
007650         CLOSE ALUMNO
007660         CLOSE CALIFICACION
007670         CLOSE TRABAJO
007680     END-IF.
007690     IF CURSO-DISPONIBLE
007700         CLOSE CURSO
007710     END-IF.
007720     IF ARCHIVOS-ABIERTOS
007730         CLOSE RECHAZADOS
007740     END-IF.
007750     DISPLAY "Registros leidos: " WS-TOTAL-LEIDOS.
007760     DISPLAY "Alumnos dados de alta: " WS-TOTAL-ALUMNOS.
007770     DISPLAY "Notas cargadas: " WS-TOTAL-NOTAS.
007780     DISPLAY "Informativos (asistencia y condicion): "
007790         WS-TOTAL-INFORMATIVOS.
007800     DISPLAY "Rechazados: " WS-TOTAL-RECHAZADOS.
007810     PERFORM 9200-ACTUALIZAR-CONTROL THRU 9200-EXIT.
007820     IF RETURN-CODE = ZERO AND WS-TOTAL-RECHAZADOS > ZERO
007830         MOVE 4 TO RETURN-CODE
007840     END-IF.
007850     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
007860 9000-EXIT.
007870     EXIT.
007880
007890*----------------------------------------------------------------*
007900* 9200-ACTUALIZAR-CONTROL                                   *
007910* RELEE EL CONTROL (PUDO CAMBIAR DURANTE LA CORRIDA), SUMA   *
007920* LAS ALTAS A LOS ACTIVOS Y CORRE EL PROXIMO NUMERO DE LA    *
007930* SEDE SI LAS ALTAS LO ALCANZARON.                           *
007940*----------------------------------------------------------------*
007950 9200-ACTUALIZAR-CONTROL.
007960     IF WS-TOTAL-ALUMNOS = ZERO
007970         GO TO 9200-EXIT
007980     END-IF.
007990     PERFORM 1100-LEER-CONTROL THRU 1100-EXIT.
008000     IF NOT CONTROL-OK
008010         GO TO 9200-EXIT
008020     END-IF.
008030     ADD WS-TOTAL-ALUMNOS TO CTLACTIVOS.
008040     IF WS-SEDE = 1
008050         IF WS-MAX-CARGADO >= CTLPROXIMOSEDE1
008060             COMPUTE CTLPROXIMOSEDE1 = WS-MAX-CARGADO + 1
008070         END-IF
008080     ELSE
008090         IF WS-MAX-CARGADO >= CTLPROXIMOSEDE2
008100             COMPUTE CTLPROXIMOSEDE2 = WS-MAX-CARGADO + 1
008110         END-IF
008120     END-IF.
008130     OPEN OUTPUT ALUMNOCONTROL.
008140     IF FS-CONTROL = "00"
008150         WRITE CONTROL-REGISTRO
008160         CLOSE ALUMNOCONTROL
008170     END-IF.
008180 9200-EXIT.
008190     EXIT.
008200
008210*----------------------------------------------------------------*
008220* 9100-GRABAR-LOG                                           *
008230* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
008240* LOG COMPARTIDO DE LOS BATCH.                               *
008250*----------------------------------------------------------------*
008260 9100-GRABAR-LOG.
008270     OPEN EXTEND LOG-CORRIDA.
008280     IF FS-LOG = "05" OR FS-LOG = "35"
008290         OPEN OUTPUT LOG-CORRIDA
008300     END-IF.
008310     IF FS-LOG NOT = "00"
008320         GO TO 9100-EXIT
008330     END-IF.
008340     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
008350     ACCEPT WS-LOG-HORA FROM TIME.
008360     MOVE RETURN-CODE TO WS-LOG-RC.
008370     MOVE SPACES TO LOG-LINEA.
008380     STRING WS-LOG-FECHA DELIMITED BY SIZE
008390         " " DELIMITED BY SIZE
008400         WS-LOG-HORA DELIMITED BY SIZE
008410         " IMPORTAR-TRASLADOS SEDE=" DELIMITED BY SIZE
008420         WS-SEDE DELIMITED BY SIZE
008430         " LEIDOS=" DELIMITED BY SIZE
008440         WS-TOTAL-LEIDOS DELIMITED BY SIZE
008450         " ALUMNOS=" DELIMITED BY SIZE
008460         WS-TOTAL-ALUMNOS DELIMITED BY SIZE
008470         " NOTAS=" DELIMITED BY SIZE
008480         WS-TOTAL-NOTAS DELIMITED BY SIZE
008490         " RECHAZADOS=" DELIMITED BY SIZE
008500         WS-TOTAL-RECHAZADOS DELIMITED BY SIZE
008510         " RC=" DELIMITED BY SIZE
008520         WS-LOG-RC DELIMITED BY SIZE
008530         INTO LOG-LINEA
008540     END-STRING.
008550     WRITE LOG-LINEA.
008560     CLOSE LOG-CORRIDA.
008570 9100-EXIT.
008580     EXIT.
008590
008600 9999-EXIT.
008610     EXIT.
