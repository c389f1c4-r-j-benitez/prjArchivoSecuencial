000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXPORTAR-PORTAL-FAMILIAS.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* NOVEDADES NOCTURNAS PARA EL PORTAL WEB DE LAS FAMILIAS, EN EL
000180* ESTILO DE EXPORTAR-PAGOS-CONTABILIDAD: UN ARCHIVO DE ANCHO FIJO
000190* (PORTAL_FAMILIAS.TXT) QUE EL PROVEEDOR DEL PORTAL CARGA CADA
000200* MANANA, PARA QUE LAS FAMILIAS CONSULTEN NOTAS, FALTAS Y SALDOS
000210* SIN LLAMAR A RECEPCION.
000220*
000230* POR CADA ALUMNO ACTIVO SALEN SUS DATOS, SUS NOTAS DEL CICLO
000240* ABIERTO POR CURSO Y PERIODO, SU CONDICION DE CURSADA, LAS
000250* FALTAS DEL MES DE PROCESO POR CURSO, EL SALDO DE SU CUENTA POR
000260* PERIODO Y CONCEPTO Y LOS DOCUMENTOS DEL EXPEDIENTE QUE ADEUDA
000270* (FALTANTES O NO RECIBIDOS, COMO EN REPORTE-EXPEDIENTES). CADA
000280* REGISTRO LLEVA EL CODIGO DE FAMILIA (FAMILIA.TXT, CERO SI EL
000290* ALUMNO NO TIENE GRUPO) Y EL CORREO DEL TUTOR (EL DEL ALUMNO SI
000300* NO TIENE TUTOR O EL TUTOR NO TIENE CORREO), QUE SON LA CLAVE DE
000310* INGRESO AL PORTAL: UN MISMO INGRESO VE A TODOS LOS HERMANOS.
000320*
000330* LOS SALDOS NO SE RECALCULAN: SE TOMAN DE LAS LINEAS P DE
000340* MOROSIDAD_SALDOS.TXT QUE DEJA REPORTE-MOROSIDAD, QUE CORRE ANTES
000350* EN LA CADENA NOCTURNA, ASI EL PORTAL MUESTRA LO MISMO QUE EL
000360* REPORTE (ARANCEL, BECA, DESCUENTO POR HERMANOS, RECARGO POR MORA
000370* Y CONCEPTOS). SI EL ARCHIVO FALTA O ES DE OTRA FECHA DE PROCESO
000380* SE AVISA CON RC 4.
000390*
000400* LOS ALUMNOS DADOS DE BAJA SALEN TODAS LAS NOCHES COMO UN
000410* REGISTRO "A" CON OPERACION "B" (BAJA), PARA QUE EL PORTAL LOS
000420* QUITE CON TODO LO QUE TENGA DE ELLOS; EL PROVEEDOR IGNORA LAS
000430* BAJAS DE ALUMNOS QUE YA NO TIENE.
000440*
000450* LAYOUT DE SALIDA (PORTAL-REGISTRO), 114 POSICIONES:
000460*   TIPO        PIC X(01)  ("A" ALUMNO, "N" NOTA, "C" CONDICION,
000470*                          "F" FALTAS DEL MES, "S" SALDO,
000480*                          "D" DOCUMENTO ADEUDADO)
000490*   OPERACION   PIC X(01)  ("A" ALTA O ACTUALIZACION, "B" BAJA)
000500*   FAMILIA     PIC 9(05)  (CODIGO DE FAMILIA, CERO SI NO TIENE)
000510*   EMAIL       PIC X(40)  (CORREO DEL TUTOR O DEL ALUMNO)
000520*   NUMERO      PIC 9(07)  (NUMERO DE ALUMNO)
000530*   DATOS       PIC X(60), SEGUN EL TIPO:
000540*     A: APELLIDO X(25), NOMBRE X(25), CICLO 9(04) (CICLO ABIERTO)
000550*     N: CURSO X(06), PERIODO 9(02), NOTA 9(03)
000560*     C: CURSO X(06) (BLANCO = CONDICION DIARIA),
000570*        PORCENTAJE 9(03), CONDICION X(01) ("R" REGULAR,
000580*        "L" LIBRE)
000590*     F: MES 9(06) (AAAAMM), CURSO X(06), AUSENTES 9(03),
000600*        JUSTIFICADOS 9(03)
000610*     S: PERIODO 9(06) (AAAAMM, AAAA00 SI EL CONCEPTO ES ANUAL),
000620*        CONCEPTO X(06) ("CUOTA" O EL CODIGO DE CONCEPTO.TXT),
000630*        ESPERADO, PAGADO, SALDO Y RECARGO 9(10) EN CENTAVOS
000640*     D: TIPO 9(01) (1 PARTIDA, 2 FOTO, 3 DOMICILIO),
000650*        DESCRIPCION X(30)
000660* ULTIMA LINEA, EL TRAILER DE CONTROL:
000670*   TIPO        PIC X(01)  ("T")
000680*   CANTIDAD    PIC 9(07)  (REGISTROS ANTERIORES AL TRAILER)
000690*   ALUMNOS     PIC 9(07)  (ALUMNOS ACTIVOS EXPORTADOS)
000700*   BAJAS       PIC 9(07)  (REGISTROS DE BAJA)
000710*   HASH        PIC 9(13)  (SUMA DE LOS NUMEROS DE ALUMNO DE TODOS
000720*                          LOS REGISTROS)
000730*   SALDO       PIC 9(13)  (SUMA DE LOS SALDOS EN CENTAVOS)
000740*   FILLER      PIC X(66)
000750*
000760* LAS FALTAS DEL MES SE JUNTAN PRIMERO POR ALUMNO Y CURSO EN EL
000770* ARCHIVO DE TRABAJO PORTAL_TRABAJO.TXT (INDEXADO, SE RECREA EN
000780* CADA CORRIDA), JUNTO CON LOS SALDOS LEIDOS DE MOROSIDAD_SALDOS,
000790* Y DESPUES SE RECORRE ALUMNO.TXT UNA SOLA VEZ. SIN TOPES DE
000800* ALUMNOS NI DE CURSOS.
000810*
000820* LA FECHA DE PROCESO LLEGA POR LA LINEA DE COMANDO (AAAAMMDD);
000830* SIN PARAMETRO ES LA FECHA DEL DIA. LAS FALTAS SON LAS DEL MES DE
000840* ESA FECHA.
000850*
000860* HISTORIAL DE MODIFICACIONES
000870*   2026-10-15  OFS  VERSION INICIAL.
000880*
000890 ENVIRONMENT DIVISION.
000900 INPUT-OUTPUT SECTION.
000910 FILE-CONTROL.
000920     COPY AlumnoSelect.
000930     COPY FamiliaSelect.
000940     COPY TutorSelect.
000950     COPY CalificacionSelect.
000960     COPY CondicionSelect.
000970     COPY DocumentoSelect.
000980     COPY AsistenciaSelect.
000990     COPY CicloSelect.
001000     SELECT SALDOS ASSIGN TO WS-ARCHIVO-SALDOS
001010         ORGANIZATION LINE SEQUENTIAL
001020         FILE STATUS FS-SALDOS.
001030     SELECT PORTAL ASSIGN TO WS-ARCHIVO-PORTAL
001040         ORGANIZATION LINE SEQUENTIAL
001050         FILE STATUS FS-PORTAL.
001060     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
001070         ORGANIZATION INDEXED
001080         ACCESS MODE DYNAMIC
001090         RECORD KEY TRA-CLAVE
001100         FILE STATUS FS-TRABAJO.
001110     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
001120         ORGANIZATION LINE SEQUENTIAL
001130         FILE STATUS FS-LOG.
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  ALUMNO.
001170     COPY AlumnoRegistro.
001180 FD  FAMILIA.
001190     COPY FamiliaRegistro.
001200 FD  TUTOR.
001210     COPY TutorRegistro.
001220 FD  CALIFICACION.
001230     COPY CalificacionRegistro.
001240 FD  CONDICION.
001250     COPY CondicionRegistro.
001260 FD  DOCUMENTO.
001270     COPY DocumentoRegistro.
001280 FD  ASISTENCIA.
001290     COPY AsistenciaRegistro.
001300 FD  CICLO.
001310     COPY CicloRegistro.
001320 FD  SALDOS.
001330 01  SALDOS-LINEA            PIC X(80).
001340 FD  PORTAL.
001350 01  PORTAL-REGISTRO.
001360     05  POR-TIPO            PIC X(01).
001370     05  POR-OPERACION       PIC X(01).
001380     05  POR-FAMILIA         PIC 9(05).
001390     05  POR-EMAIL           PIC X(40).
001400     05  POR-NUMERO          PIC 9(07).
001410     05  POR-DATOS           PIC X(60).
001420     05  POR-ALUMNO REDEFINES POR-DATOS.
001430         10  POR-APELLIDO    PIC X(25).
001440         10  POR-NOMBRE      PIC X(25).
001450         10  POR-CICLO       PIC 9(04).
001460         10  FILLER          PIC X(06).
001470     05  POR-NOTA REDEFINES POR-DATOS.
001480         10  POR-NOT-CURSO   PIC X(06).
001490         10  POR-NOT-PERIODO PIC 9(02).
001500         10  POR-NOT-NOTA    PIC 9(03).
001510         10  FILLER          PIC X(49).
001520     05  POR-CONDICION REDEFINES POR-DATOS.
001530         10  POR-CON-CURSO   PIC X(06).
001540         10  POR-CON-PORCENTAJE PIC 9(03).
001550         10  POR-CON-CONDICION PIC X(01).
001560         10  FILLER          PIC X(50).
001570     05  POR-FALTAS REDEFINES POR-DATOS.
001580         10  POR-FAL-MES     PIC 9(06).
001590         10  POR-FAL-CURSO   PIC X(06).
001600         10  POR-FAL-AUSENTES PIC 9(03).
001610         10  POR-FAL-JUSTIFICADOS PIC 9(03).
001620         10  FILLER          PIC X(42).
001630     05  POR-SALDO REDEFINES POR-DATOS.
001640         10  POR-SAL-PERIODO PIC 9(06).
001650         10  POR-SAL-CONCEPTO PIC X(06).
001660         10  POR-SAL-ESPERADO PIC 9(10).
001670         10  POR-SAL-PAGADO  PIC 9(10).
001680         10  POR-SAL-SALDO   PIC 9(10).
001690         10  POR-SAL-RECARGO PIC 9(10).
001700         10  FILLER          PIC X(08).
001710     05  POR-DOCUMENTO REDEFINES POR-DATOS.
001720         10  POR-DOC-TIPO    PIC 9(01).
001730         10  POR-DOC-DESCRIPCION PIC X(30).
001740         10  FILLER          PIC X(29).
001750 01  PORTAL-TRAILER REDEFINES PORTAL-REGISTRO.
001760     05  TRAILER-TIPO        PIC X(01).
001770     05  TRAILER-CANTIDAD    PIC 9(07).
001780     05  TRAILER-ALUMNOS     PIC 9(07).
001790     05  TRAILER-BAJAS       PIC 9(07).
001800     05  TRAILER-HASH        PIC 9(13).
001810     05  TRAILER-SALDO       PIC 9(13).
001820     05  FILLER              PIC X(66).
001830 FD  TRABAJO.
001840 01  TRABAJO-REGISTRO.
001850     05  TRA-CLAVE.
001860         10  TRA-NUMERO      PIC 9(07).
001870         10  TRA-TIPO        PIC X(01).
001880         10  TRA-SUBCLAVE    PIC X(12).
001890     05  TRA-DATOS.
001900         10  TRA-AUSENTES    PIC 9(03).
001910         10  TRA-JUSTIFICADOS PIC 9(03).
001920         10  TRA-ESPERADO    PIC 9(10).
001930         10  TRA-PAGADO      PIC 9(10).
001940         10  TRA-SALDO       PIC 9(10).
001950         10  TRA-RECARGO     PIC 9(10).
001960 FD  LOG-CORRIDA.
001970 01  LOG-LINEA               PIC X(132).
001980 WORKING-STORAGE SECTION.
001990 01  FS-ALUMNO               PIC XX.
002000 01  FS-FAMILIA              PIC XX.
002010 01  FS-TUTOR                PIC XX.
002020 01  FS-CALIFICACION         PIC XX.
002030 01  FS-CONDICION            PIC XX.
002040 01  FS-DOCUMENTO            PIC XX.
002050 01  FS-ASISTENCIA           PIC XX.
002060 01  FS-CICLO                PIC XX.
002070 01  FS-SALDOS               PIC XX.
002080 01  FS-PORTAL               PIC XX.
002090 01  FS-TRABAJO              PIC XX.
002100 01  FS-LOG                  PIC XX.
002110 01  WS-ARCHIVO-SALDOS   PIC X(40) VALUE "morosidad_saldos.txt".
002120 01  WS-ARCHIVO-PORTAL   PIC X(40) VALUE "portal_familias.txt".
002130 01  WS-ARCHIVO-TRABAJO  PIC X(40) VALUE "portal_trabajo.txt".
002140 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
002150 01  WS-PARAMETRO            PIC X(100).
002160 01  WS-LOG-FECHA            PIC 9(08).
002170 01  WS-LOG-HORA             PIC 9(08).
002180 01  WS-LOG-RC               PIC 9(01).
002190 01  WS-SWITCHES.
002200     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
002210         88  ARCHIVOS-ABIERTOS        VALUE "S".
002220     05  WS-FAMILIA-DISP-SW  PIC X(01) VALUE "N".
002230         88  FAMILIA-DISPONIBLE       VALUE "S".
002240     05  WS-TUTOR-DISP-SW    PIC X(01) VALUE "N".
002250         88  TUTOR-DISPONIBLE         VALUE "S".
002260     05  WS-CALIF-DISP-SW    PIC X(01) VALUE "N".
002270         88  CALIFICACION-DISPONIBLE  VALUE "S".
002280     05  WS-CONDICION-DISP-SW PIC X(01) VALUE "N".
002290         88  CONDICION-DISPONIBLE     VALUE "S".
002300     05  WS-DOCUMENTO-DISP-SW PIC X(01) VALUE "N".
002310         88  DOCUMENTO-DISPONIBLE     VALUE "S".
002320     05  WS-ASISTENCIA-DISP-SW PIC X(01) VALUE "N".
002330         88  ASISTENCIA-DISPONIBLE    VALUE "S".
002340     05  WS-FILA-NUEVA-SW    PIC X(01) VALUE "N".
002350         88  FILA-NUEVA               VALUE "S".
002360 01  WS-FECHA-PROCESO        PIC 9(08) VALUE ZERO.
002370 01  WS-FECHA-PROCESO-X REDEFINES WS-FECHA-PROCESO.
002380     05  WS-FP-MES           PIC 9(06).
002390     05  WS-FP-DD            PIC 9(02).
002400 01  WS-FECHA-DESDE          PIC 9(08).
002410 01  WS-FECHA-HASTA          PIC 9(08).
002420 01  WS-FECHA-SALDOS         PIC 9(08) VALUE ZERO.
002430 01  WS-CICLO-ABIERTO        PIC 9(04) VALUE ZERO.
002440 01  WS-FAMILIA              PIC 9(05).
002450 01  WS-EMAIL                PIC X(40).
002460 01  WS-DOC-TIPO             PIC 9(01).
002470 01  WS-CLAVE-TRABAJO.
002480     05  WS-CLAVE-NUMERO     PIC 9(07).
002490     05  WS-CLAVE-TIPO       PIC X(01).
002500     05  WS-CLAVE-SUBCLAVE   PIC X(12).
002510
002520*    CAMPOS DE UNA LINEA P DE MOROSIDAD_SALDOS.TXT. LOS IMPORTES
002530*    VIENEN COMO 9(08)V99 SIN PUNTO: LOS DIEZ DIGITOS SON LOS
002540*    CENTAVOS.
002550 01  WS-SAL-CAMPOS.
002560     05  WS-SAL-TIPO         PIC X(01).
002570     05  WS-SAL-NUMERO       PIC X(07).
002580     05  WS-SAL-PERIODO      PIC X(06).
002590     05  WS-SAL-CONCEPTO     PIC X(06).
002600     05  WS-SAL-ESPERADO     PIC X(10).
002610     05  WS-SAL-PAGADO       PIC X(10).
002620     05  WS-SAL-SALDO        PIC X(10).
002630     05  WS-SAL-RECARGO      PIC X(10).
002640
002650 01  WS-NOMBRES-DOCUMENTO.
002660     05  FILLER              PIC X(30)
002670         VALUE "PARTIDA DE NACIMIENTO".
002680     05  FILLER              PIC X(30) VALUE "FOTO".
002690     05  FILLER              PIC X(30)
002700         VALUE "COMPROBANTE DE DOMICILIO".
002710 01  WS-TABLA-DOCUMENTOS REDEFINES WS-NOMBRES-DOCUMENTO.
002720     05  WS-DOC-NOMBRE       PIC X(30) OCCURS 3 TIMES.
002730
002740 77  WS-TOTAL-REGISTROS      PIC 9(07) VALUE ZERO.
002750 77  WS-TOTAL-ALUMNOS        PIC 9(07) VALUE ZERO.
002760 77  WS-TOTAL-BAJAS          PIC 9(07) VALUE ZERO.
002770 77  WS-TOTAL-SALDOS-LEIDOS  PIC 9(07) VALUE ZERO.
002780 77  WS-HASH-NUMEROS         PIC 9(13) VALUE ZERO.
002790 77  WS-HASH-SALDOS          PIC 9(13) VALUE ZERO.
002800
002810 PROCEDURE DIVISION.
002820
002830 0000-MAINLINE.
002840     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002850     PERFORM 2000-CARGAR-FALTAS THRU 2000-EXIT.
002860     PERFORM 2500-CARGAR-SALDOS THRU 2500-EXIT.
002870     PERFORM 3000-EXPORTAR-ALUMNOS THRU 3000-EXIT.
002880     PERFORM 5000-GRABAR-TRAILER THRU 5000-EXIT.
002890     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002900     GOBACK.
002910
002920*----------------------------------------------------------------*
002930* 1000-INICIALIZAR                                          *
002940* RESUELVE LA FECHA DE PROCESO, BUSCA EL CICLO ABIERTO Y    *
002950* ABRE LOS ARCHIVOS. ALUMNO.TXT, LA SALIDA Y EL DE TRABAJO   *
002960* SON OBLIGATORIOS; SIN LOS DEMAS SOLO FALTA ESA PARTE.      *
002970*----------------------------------------------------------------*
002980 1000-INICIALIZAR.
002990     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
003000     IF WS-PARAMETRO (1:8) NUMERIC
003010         MOVE WS-PARAMETRO (1:8) TO WS-FECHA-PROCESO
003020     ELSE
003030         ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
003040     END-IF.
003050     IF WS-FECHA-PROCESO = ZERO
003060         DISPLAY "Fecha de proceso invalida"
003070         MOVE 8 TO RETURN-CODE
003080         GO TO 1000-EXIT
003090     END-IF.
003100     COMPUTE WS-FECHA-DESDE = WS-FP-MES * 100 + 1.
003110     COMPUTE WS-FECHA-HASTA = WS-FP-MES * 100 + 31.
003120     PERFORM 1200-BUSCAR-CICLO-ABIERTO THRU 1200-EXIT.
003130     IF WS-CICLO-ABIERTO = ZERO
003140         DISPLAY "No hay ciclo abierto: no se exportan notas ni "
003150             "condiciones"
003160     END-IF.
003170     OPEN INPUT ALUMNO.
003180     IF FS-ALUMNO NOT = "00"
003190         DISPLAY "No se pudo abrir alumno.txt"
003200         MOVE 8 TO RETURN-CODE
003210         GO TO 1000-EXIT
003220     END-IF.
003230     OPEN OUTPUT PORTAL.
003240     IF FS-PORTAL NOT = "00"
003250         DISPLAY "No se pudo crear " WS-ARCHIVO-PORTAL
003260         CLOSE ALUMNO
003270         MOVE 8 TO RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF.
003300     OPEN OUTPUT TRABAJO.
003310     IF FS-TRABAJO = "00"
003320         CLOSE TRABAJO
003330         OPEN I-O TRABAJO
003340     END-IF.
003350     IF FS-TRABAJO NOT = "00"
003360         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
003370         CLOSE ALUMNO
003380         CLOSE PORTAL
003390         MOVE 8 TO RETURN-CODE
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN INPUT FAMILIA.
003430     IF FS-FAMILIA = "00"
003440         SET FAMILIA-DISPONIBLE TO TRUE
003450     END-IF.
003460     OPEN INPUT TUTOR.
003470     IF FS-TUTOR = "00"
003480         SET TUTOR-DISPONIBLE TO TRUE
003490     END-IF.
003500     OPEN INPUT CALIFICACION.
003510     IF FS-CALIFICACION = "00"
003520         SET CALIFICACION-DISPONIBLE TO TRUE
003530     END-IF.
003540     OPEN INPUT CONDICION.
003550     IF FS-CONDICION = "00"
003560         SET CONDICION-DISPONIBLE TO TRUE
003570     END-IF.
003580     OPEN INPUT DOCUMENTO.
003590     IF FS-DOCUMENTO = "00"
003600         SET DOCUMENTO-DISPONIBLE TO TRUE
003610     END-IF.
003620     OPEN INPUT ASISTENCIA.
003630     IF FS-ASISTENCIA = "00"
003640         SET ASISTENCIA-DISPONIBLE TO TRUE
003650     END-IF.
003660     SET ARCHIVOS-ABIERTOS TO TRUE.
003670 1000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------------*
003710* 1200-BUSCAR-CICLO-ABIERTO                                 *
003720* CICLO LECTIVO ABIERTO (CERO SI NO HAY NINGUNO).           *
003730*----------------------------------------------------------------*
003740 1200-BUSCAR-CICLO-ABIERTO.
003750     OPEN INPUT CICLO.
003760     IF FS-CICLO NOT = "00"
003770         GO TO 1200-EXIT
003780     END-IF.
003790     READ CICLO NEXT RECORD.
003800     PERFORM 1210-EXAMINAR-CICLO THRU 1210-EXIT
003810         UNTIL FS-CICLO NOT = "00".
003820     CLOSE CICLO.
003830 1200-EXIT.
003840     EXIT.
003850
003860 1210-EXAMINAR-CICLO.
003870     IF CICESTADO = "A"
003880         MOVE CICANIO TO WS-CICLO-ABIERTO
003890     END-IF.
003900     READ CICLO NEXT RECORD.
003910 1210-EXIT.
003920     EXIT.
003930
003940*----------------------------------------------------------------*
003950* 2000-CARGAR-FALTAS                                        *
003960* RECORRE LA ASISTENCIA DEL MES DE PROCESO Y JUNTA AUSENTES  *
003970* Y JUSTIFICADOS POR ALUMNO Y CURSO EN LAS FILAS "F" DEL     *
003980* ARCHIVO DE TRABAJO.                                        *
003990*----------------------------------------------------------------*
004000 2000-CARGAR-FALTAS.
004010     IF NOT ARCHIVOS-ABIERTOS OR NOT ASISTENCIA-DISPONIBLE
004020         GO TO 2000-EXIT
004030     END-IF.
004040     MOVE WS-FECHA-DESDE TO ASIFECHA.
004050     MOVE SPACES TO ASICURSO.
004060     MOVE ZERO TO ASINUMERO.
004070     START ASISTENCIA KEY IS NOT LESS THAN ASISTENCIACLAVE
004080         INVALID KEY
004090             GO TO 2000-EXIT
004100     END-START.
004110     READ ASISTENCIA NEXT RECORD.
004120     PERFORM 2100-ACUMULAR-FALTA THRU 2100-EXIT
004130         UNTIL FS-ASISTENCIA NOT = "00"
004140            OR ASIFECHA > WS-FECHA-HASTA.
004150 2000-EXIT.
004160     EXIT.
004170
004180 2100-ACUMULAR-FALTA.
004190     IF ASIESTADO NOT = "A" AND ASIESTADO NOT = "J"
004200         GO TO 2100-SIGUIENTE
004210     END-IF.
004220     MOVE ASINUMERO TO WS-CLAVE-NUMERO.
004230     MOVE "F" TO WS-CLAVE-TIPO.
004240     MOVE ASICURSO TO WS-CLAVE-SUBCLAVE.
004250     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004260     IF ASIESTADO = "A"
004270         ADD 1 TO TRA-AUSENTES
004280     ELSE
004290         ADD 1 TO TRA-JUSTIFICADOS
004300     END-IF.
004310     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004320 2100-SIGUIENTE.
004330     READ ASISTENCIA NEXT RECORD.
004340 2100-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------------*
004380* 2500-CARGAR-SALDOS                                        *
004390* PASA LAS LINEAS P DE MOROSIDAD_SALDOS.TXT A LAS FILAS "S"  *
004400* DEL ARCHIVO DE TRABAJO. SIN EL ARCHIVO, O SI ES DE OTRA    *
004410* FECHA DE PROCESO, SE AVISA CON RC 4.                       *
004420*----------------------------------------------------------------*
004430 2500-CARGAR-SALDOS.
004440     IF NOT ARCHIVOS-ABIERTOS
004450         GO TO 2500-EXIT
004460     END-IF.
004470     OPEN INPUT SALDOS.
004480     IF FS-SALDOS NOT = "00"
004490         DISPLAY "No se pudo leer " WS-ARCHIVO-SALDOS
004500             ": se exporta sin saldos (correr REPORTE-MOROSIDAD)"
004510         MOVE 4 TO RETURN-CODE
004520         GO TO 2500-EXIT
004530     END-IF.
004540     READ SALDOS NEXT RECORD.
004550     PERFORM 2600-LEER-SALDO THRU 2600-EXIT
004560         UNTIL FS-SALDOS NOT = "00".
004570     CLOSE SALDOS.
004580     IF WS-FECHA-SALDOS NOT = WS-FECHA-PROCESO
004590         DISPLAY "Saldos de la fecha " WS-FECHA-SALDOS
004600             " y no de la de proceso " WS-FECHA-PROCESO
004610         MOVE 4 TO RETURN-CODE
004620     END-IF.
004630 2500-EXIT.
004640     EXIT.
004650
004660 2600-LEER-SALDO.
004670     IF SALDOS-LINEA (1:2) = "C;" AND SALDOS-LINEA (3:8) NUMERIC
004680         MOVE SALDOS-LINEA (3:8) TO WS-FECHA-SALDOS
004690         GO TO 2600-SIGUIENTE
004700     END-IF.
004710     IF SALDOS-LINEA (1:2) NOT = "P;"
004720         GO TO 2600-SIGUIENTE
004730     END-IF.
004740     MOVE SPACES TO WS-SAL-CAMPOS.
004750     UNSTRING SALDOS-LINEA DELIMITED BY ";"
004760         INTO WS-SAL-TIPO WS-SAL-NUMERO WS-SAL-PERIODO
004770              WS-SAL-CONCEPTO WS-SAL-ESPERADO WS-SAL-PAGADO
004780              WS-SAL-SALDO WS-SAL-RECARGO
004790     END-UNSTRING.
004800     IF WS-SAL-NUMERO NOT NUMERIC OR WS-SAL-PERIODO NOT NUMERIC
004810        OR WS-SAL-ESPERADO NOT NUMERIC
004820        OR WS-SAL-PAGADO NOT NUMERIC
004830        OR WS-SAL-SALDO NOT NUMERIC
004840        OR WS-SAL-RECARGO NOT NUMERIC
004850         GO TO 2600-SIGUIENTE
004860     END-IF.
004870     MOVE WS-SAL-NUMERO TO WS-CLAVE-NUMERO.
004880     MOVE "S" TO WS-CLAVE-TIPO.
004890     MOVE WS-SAL-PERIODO TO WS-CLAVE-SUBCLAVE (1:6).
004900     MOVE WS-SAL-CONCEPTO TO WS-CLAVE-SUBCLAVE (7:6).
004910     PERFORM 8000-LEER-FILA THRU 8000-EXIT.
004920     MOVE WS-SAL-ESPERADO TO TRA-ESPERADO.
004930     MOVE WS-SAL-PAGADO TO TRA-PAGADO.
004940     MOVE WS-SAL-SALDO TO TRA-SALDO.
004950     MOVE WS-SAL-RECARGO TO TRA-RECARGO.
004960     PERFORM 8100-GRABAR-FILA THRU 8100-EXIT.
004970     ADD 1 TO WS-TOTAL-SALDOS-LEIDOS.
004980 2600-SIGUIENTE.
004990     READ SALDOS NEXT RECORD.
005000 2600-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------------*
005040* 3000-EXPORTAR-ALUMNOS                                     *
005050* RECORRE ALUMNO.TXT: LOS ACTIVOS SALEN CON TODO LO SUYO Y   *
005060* LOS DADOS DE BAJA COMO UN REGISTRO DE BAJA.                *
005070*----------------------------------------------------------------*
005080 3000-EXPORTAR-ALUMNOS.
005090     IF NOT ARCHIVOS-ABIERTOS
005100         GO TO 3000-EXIT
005110     END-IF.
005120     READ ALUMNO NEXT RECORD.
005130     PERFORM 3100-EXPORTAR-ALUMNO THRU 3100-EXIT
005140         UNTIL FS-ALUMNO NOT = "00".
005150 3000-EXIT.
005160     EXIT.
005170
005180 3100-EXPORTAR-ALUMNO.
005190     PERFORM 3200-CLAVE-FAMILIA THRU 3200-EXIT.
005200     PERFORM 8200-ARMAR-REGISTRO THRU 8200-EXIT.
005210     MOVE "A" TO POR-TIPO.
005220     MOVE APELLIDO TO POR-APELLIDO.
005230     MOVE NOMBRE TO POR-NOMBRE.
005240     MOVE WS-CICLO-ABIERTO TO POR-CICLO.
005250     IF ESTADOALUMNO = "B"
005260         MOVE "B" TO POR-OPERACION
005270         PERFORM 8300-GRABAR-REGISTRO THRU 8300-EXIT
005280         ADD 1 TO WS-TOTAL-BAJAS
005290         GO TO 3100-SIGUIENTE
005300     END-IF.
005310     PERFORM 8300-GRABAR-REGISTRO THRU 8300-EXIT.
005320     ADD 1 TO WS-TOTAL-ALUMNOS.
005330     PERFORM 4000-GRABAR-NOTAS THRU 4000-EXIT.
005340     PERFORM 4100-GRABAR-CONDICIONES THRU 4100-EXIT.
005350     MOVE "F" TO WS-CLAVE-TIPO.
005360     PERFORM 4200-GRABAR-FILAS THRU 4200-EXIT.
005370     MOVE "S" TO WS-CLAVE-TIPO.
005380     PERFORM 4200-GRABAR-FILAS THRU 4200-EXIT.
005390     PERFORM 4400-CONTROLAR-DOCUMENTO THRU 4400-EXIT
005400         VARYING WS-DOC-TIPO FROM 1 BY 1
005410         UNTIL WS-DOC-TIPO > 3.
005420 3100-SIGUIENTE.
005430     READ ALUMNO NEXT RECORD.
005440 3100-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------------*
005480* 3200-CLAVE-FAMILIA                                        *
005490* CODIGO DE FAMILIA DEL ALUMNO Y CORREO DE INGRESO: EL DEL   *
005500* TUTOR, O EL DEL ALUMNO SI NO HAY TUTOR CON CORREO.         *
005510*----------------------------------------------------------------*
005520 3200-CLAVE-FAMILIA.
005530     MOVE ZERO TO WS-FAMILIA.
005540     MOVE EMAIL TO WS-EMAIL.
005550     IF FAMILIA-DISPONIBLE
005560         MOVE NUMERO TO FAMNUMERO
005570         READ FAMILIA
005580         IF FS-FAMILIA = "00"
005590             MOVE FAMCODIGO TO WS-FAMILIA
005600         END-IF
005610     END-IF.
005620     IF TUTOR-DISPONIBLE
005630         MOVE NUMERO TO TUTNUMERO
005640         READ TUTOR
005650         IF FS-TUTOR = "00" AND TUTEMAIL NOT = SPACES
005660             MOVE TUTEMAIL TO WS-EMAIL
005670         END-IF
005680     END-IF.
005690 3200-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------------*
005730* 4000-GRABAR-NOTAS                                         *
005740* NOTAS DEL ALUMNO EN EL CICLO ABIERTO (START POR NUMERO Y   *
005750* LECTURAS HASTA QUE CAMBIA EL NUMERO).                      *
005760*----------------------------------------------------------------*
005770 4000-GRABAR-NOTAS.
005780     IF NOT CALIFICACION-DISPONIBLE OR WS-CICLO-ABIERTO = ZERO
005790         GO TO 4000-EXIT
005800     END-IF.
005810     MOVE NUMERO TO CALNUMERO.
005820     MOVE SPACES TO CALCURSO.
005830     MOVE ZERO TO CALPERIODO.
005840     START CALIFICACION KEY IS NOT LESS THAN CALIFICACIONCLAVE
005850         INVALID KEY
005860             GO TO 4000-EXIT
005870     END-START.
005880     READ CALIFICACION NEXT RECORD.
005890     PERFORM 4010-GRABAR-NOTA THRU 4010-EXIT
005900         UNTIL FS-CALIFICACION NOT = "00"
005910            OR CALNUMERO NOT = NUMERO.
005920 4000-EXIT.
005930     EXIT.
005940
005950 4010-GRABAR-NOTA.
005960     IF CALCICLO NOT NUMERIC OR CALCICLO NOT = WS-CICLO-ABIERTO
005970         GO TO 4010-SIGUIENTE
005980     END-IF.
005990     PERFORM 8200-ARMAR-REGISTRO THRU 8200-EXIT.
006000     MOVE "N" TO POR-TIPO.
006010     MOVE CALCURSO TO POR-NOT-CURSO.
006020     MOVE CALPERIODO TO POR-NOT-PERIODO.
006030     MOVE CALNOTA TO POR-NOT-NOTA.
006040     PERFORM 8300-GRABAR-REGISTRO THRU 8300-EXIT.
006050 4010-SIGUIENTE.
006060     READ CALIFICACION NEXT RECORD.
006070 4010-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------*
006110* 4100-GRABAR-CONDICIONES                                   *
006120* CONDICION DE CURSADA DEL ALUMNO EN EL CICLO ABIERTO, POR   *
006130* CURSO (LA DIARIA VIEJA SALE CON EL CURSO EN BLANCO).       *
006140*----------------------------------------------------------------*
006150 4100-GRABAR-CONDICIONES.
006160     IF NOT CONDICION-DISPONIBLE OR WS-CICLO-ABIERTO = ZERO
006170         GO TO 4100-EXIT
006180     END-IF.
006190     MOVE NUMERO TO CONNUMERO.
006200     MOVE WS-CICLO-ABIERTO TO CONCICLO.
006210     MOVE SPACES TO CONCURSO.
006220     START CONDICION KEY IS NOT LESS THAN CONDICIONCLAVE
006230         INVALID KEY
006240             GO TO 4100-EXIT
006250     END-START.
006260     READ CONDICION NEXT RECORD.
006270     PERFORM 4110-GRABAR-CONDICION THRU 4110-EXIT
006280         UNTIL FS-CONDICION NOT = "00"
006290            OR CONNUMERO NOT = NUMERO
006300            OR CONCICLO NOT = WS-CICLO-ABIERTO.
006310 4100-EXIT.
006320     EXIT.
006330
006340 4110-GRABAR-CONDICION.
006350     PERFORM 8200-ARMAR-REGISTRO THRU 8200-EXIT.
006360     MOVE "C" TO POR-TIPO.
006370     MOVE CONCURSO TO POR-CON-CURSO.
006380     MOVE CONPORCENTAJE TO POR-CON-PORCENTAJE.
006390     MOVE CONCONDICION TO POR-CON-CONDICION.
006400     PERFORM 8300-GRABAR-REGISTRO THRU 8300-EXIT.
006410     READ CONDICION NEXT RECORD.
006420 4110-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------*
006460* 4200-GRABAR-FILAS                                         *
006470* FILAS DEL ALUMNO DEL TIPO WS-CLAVE-TIPO EN EL ARCHIVO DE    *
006480* TRABAJO ("F" FALTAS DEL MES, "S" SALDOS), UNA POR REGISTRO. *
006490*----------------------------------------------------------------*
006500 4200-GRABAR-FILAS.
006510     MOVE NUMERO TO TRA-NUMERO.
006520     MOVE WS-CLAVE-TIPO TO TRA-TIPO.
006530     MOVE SPACES TO TRA-SUBCLAVE.
006540     START TRABAJO KEY IS NOT LESS THAN TRA-CLAVE
006550         INVALID KEY
006560             GO TO 4200-EXIT
006570     END-START.
006580     READ TRABAJO NEXT RECORD.
006590     PERFORM 4210-GRABAR-FILA THRU 4210-EXIT
006600         UNTIL FS-TRABAJO NOT = "00"
006610            OR TRA-NUMERO NOT = NUMERO
006620            OR TRA-TIPO NOT = WS-CLAVE-TIPO.
006630 4200-EXIT.
006640     EXIT.
006650
006660 4210-GRABAR-FILA.
006670     PERFORM 8200-ARMAR-REGISTRO THRU 8200-EXIT.
006680     MOVE TRA-TIPO TO POR-TIPO.
006690     IF TRA-TIPO = "F"
006700         MOVE WS-FP-MES TO POR-FAL-MES
006710         MOVE TRA-SUBCLAVE (1:6) TO POR-FAL-CURSO
006720         MOVE TRA-AUSENTES TO POR-FAL-AUSENTES
006730         MOVE TRA-JUSTIFICADOS TO POR-FAL-JUSTIFICADOS
006740     ELSE
006750         MOVE TRA-SUBCLAVE (1:6) TO POR-SAL-PERIODO
006760         MOVE TRA-SUBCLAVE (7:6) TO POR-SAL-CONCEPTO
006770         MOVE TRA-ESPERADO TO POR-SAL-ESPERADO
006780         MOVE TRA-PAGADO TO POR-SAL-PAGADO
006790         MOVE TRA-SALDO TO POR-SAL-SALDO
006800         MOVE TRA-RECARGO TO POR-SAL-RECARGO
006810         ADD TRA-SALDO TO WS-HASH-SALDOS
006820     END-IF.
006830     PERFORM 8300-GRABAR-REGISTRO THRU 8300-EXIT.
006840     READ TRABAJO NEXT RECORD.
006850 4210-EXIT.
006860     EXIT.
006870
006880*----------------------------------------------------------------*
006890* 4400-CONTROLAR-DOCUMENTO                                  *
006900* EL DOCUMENTO WS-DOC-TIPO SE ADEUDA SI NO ESTA EN           *
006910* DOCUMENTO.TXT O NO FIGURA COMO RECIBIDO.                   *
006920*----------------------------------------------------------------*
006930 4400-CONTROLAR-DOCUMENTO.
006940     IF DOCUMENTO-DISPONIBLE
006950         MOVE NUMERO TO DOCNUMERO
006960         MOVE WS-DOC-TIPO TO DOCTIPO
006970         READ DOCUMENTO
006980         IF FS-DOCUMENTO = "00" AND DOCRECIBIDO = "S"
006990             GO TO 4400-EXIT
007000         END-IF
007010     END-IF.
007020     PERFORM 8200-ARMAR-REGISTRO THRU 8200-EXIT.
007030     MOVE "D" TO POR-TIPO.
007040     MOVE WS-DOC-TIPO TO POR-DOC-TIPO.
007050     MOVE WS-DOC-NOMBRE (WS-DOC-TIPO) TO POR-DOC-DESCRIPCION.
007060     PERFORM 8300-GRABAR-REGISTRO THRU 8300-EXIT.
007070 4400-EXIT.
007080     EXIT.
007090
007100*----------------------------------------------------------------*
007110* 5000-GRABAR-TRAILER                                       *
007120* TRAILER DE CONTROL PARA QUE EL PROVEEDOR VALIDE LA CARGA.  *
007130*----------------------------------------------------------------*
007140 5000-GRABAR-TRAILER.
007150     IF NOT ARCHIVOS-ABIERTOS
007160         GO TO 5000-EXIT
007170     END-IF.
007180     MOVE SPACES TO PORTAL-REGISTRO.
007190     MOVE "T" TO TRAILER-TIPO.
007200     MOVE WS-TOTAL-REGISTROS TO TRAILER-CANTIDAD.
007210     MOVE WS-TOTAL-ALUMNOS TO TRAILER-ALUMNOS.
007220     MOVE WS-TOTAL-BAJAS TO TRAILER-BAJAS.
007230     MOVE WS-HASH-NUMEROS TO TRAILER-HASH.
007240     MOVE WS-HASH-SALDOS TO TRAILER-SALDO.
007250     WRITE PORTAL-REGISTRO.
007260 5000-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------------*
007300* 8000-LEER-FILA                                            *
007310* TRAE LA FILA WS-CLAVE-TRABAJO DEL ARCHIVO DE TRABAJO; SI NO *
007320* ESTA LA DEJA ARMADA EN CERO Y MARCADA COMO NUEVA.          *
007330*----------------------------------------------------------------*
007340 8000-LEER-FILA.
007350     MOVE "N" TO WS-FILA-NUEVA-SW.
007360     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
007370     READ TRABAJO.
007380     IF FS-TRABAJO = "00"
007390         GO TO 8000-EXIT
007400     END-IF.
007410     SET FILA-NUEVA TO TRUE.
007420     MOVE WS-CLAVE-TRABAJO TO TRA-CLAVE.
007430     MOVE ZERO TO TRA-DATOS.
007440 8000-EXIT.
007450     EXIT.
007460
007470 8100-GRABAR-FILA.
007480     IF FILA-NUEVA
007490         WRITE TRABAJO-REGISTRO
007500     ELSE
007510         REWRITE TRABAJO-REGISTRO
007520     END-IF.
007530 8100-EXIT.
007540     EXIT.
007550
007560*----------------------------------------------------------------*
007570* 8200-ARMAR-REGISTRO                                       *
007580* LIMPIA EL REGISTRO DE SALIDA Y LE PONE LA CLAVE DE FAMILIA *
007590* DEL ALUMNO; EL TIPO Y LOS DATOS LOS COMPLETA QUIEN LLAMA.  *
007600*----------------------------------------------------------------*
007610 8200-ARMAR-REGISTRO.
007620     MOVE SPACES TO PORTAL-REGISTRO.
007630     MOVE "A" TO POR-OPERACION.
007640     MOVE WS-FAMILIA TO POR-FAMILIA.
007650     MOVE WS-EMAIL TO POR-EMAIL.
007660     MOVE NUMERO TO POR-NUMERO.
007670 8200-EXIT.
007680     EXIT.
007690
007700 8300-GRABAR-REGISTRO.
007710     WRITE PORTAL-REGISTRO.
007720     ADD 1 TO WS-TOTAL-REGISTROS.
007730     ADD POR-NUMERO TO WS-HASH-NUMEROS.
007740 8300-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------------*
007780* 9000-FINALIZAR                                            *
007790*----------------------------------------------------------------*
007800 9000-FINALIZAR.
007810     IF ARCHIVOS-ABIERTOS
007820         CLOSE ALUMNO
007830         CLOSE PORTAL
007840         CLOSE TRABAJO
007850     END-IF.
007860     IF FAMILIA-DISPONIBLE
007870         CLOSE FAMILIA
007880     END-IF.
007890     IF TUTOR-DISPONIBLE
007900         CLOSE TUTOR
007910     END-IF.
007920     IF CALIFICACION-DISPONIBLE
007930         CLOSE CALIFICACION
007940     END-IF.
007950     IF CONDICION-DISPONIBLE
007960         CLOSE CONDICION
007970     END-IF.
007980     IF DOCUMENTO-DISPONIBLE
007990         CLOSE DOCUMENTO
008000     END-IF.
008010     IF ASISTENCIA-DISPONIBLE
008020         CLOSE ASISTENCIA
008030     END-IF.
008040     DISPLAY "Alumnos exportados: " WS-TOTAL-ALUMNOS.
008050     DISPLAY "Bajas enviadas: " WS-TOTAL-BAJAS.
008060     DISPLAY "Saldos leidos: " WS-TOTAL-SALDOS-LEIDOS.
008070     DISPLAY "Registros: " WS-TOTAL-REGISTROS.
008080     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
008090 9000-EXIT.
008100     EXIT.
008110
008120*----------------------------------------------------------------*
008130* 9100-GRABAR-LOG                                           *
008140* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
008150* LOG COMPARTIDO DE LOS BATCH.                               *
008160*----------------------------------------------------------------*
008170 9100-GRABAR-LOG.
008180     OPEN EXTEND LOG-CORRIDA.
008190     IF FS-LOG = "05" OR FS-LOG = "35"
008200         OPEN OUTPUT LOG-CORRIDA
008210     END-IF.
008220     IF FS-LOG NOT = "00"
008230         GO TO 9100-EXIT
008240     END-IF.
008250     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
008260     ACCEPT WS-LOG-HORA FROM TIME.
008270     MOVE RETURN-CODE TO WS-LOG-RC.
008280     MOVE SPACES TO LOG-LINEA.
008290     STRING WS-LOG-FECHA DELIMITED BY SIZE
008300         " " DELIMITED BY SIZE
008310         WS-LOG-HORA DELIMITED BY SIZE
008320         " EXPORTAR-PORTAL-FAMILIAS FECHA=" DELIMITED BY SIZE
008330         WS-FECHA-PROCESO DELIMITED BY SIZE
008340         " ALUMNOS=" DELIMITED BY SIZE
008350         WS-TOTAL-ALUMNOS DELIMITED BY SIZE
008360         " BAJAS=" DELIMITED BY SIZE
008370         WS-TOTAL-BAJAS DELIMITED BY SIZE
008380         " REGISTROS=" DELIMITED BY SIZE
008390         WS-TOTAL-REGISTROS DELIMITED BY SIZE
008400         " RC=" DELIMITED BY SIZE
008410         WS-LOG-RC DELIMITED BY SIZE
008420         INTO LOG-LINEA
008430     END-STRING.
008440     WRITE LOG-LINEA.
008450     CLOSE LOG-CORRIDA.
008460 9100-EXIT.
008470     EXIT.
008480
008490 9999-EXIT.
008500     EXIT.
