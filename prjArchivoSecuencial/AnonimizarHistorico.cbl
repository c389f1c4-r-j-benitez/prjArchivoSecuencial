000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ANONIMIZAR-HISTORICO.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* RETENCION DE DATOS PERSONALES (LEY DE PROTECCION DE DATOS):
000180* PASADOS N ANOS DESDE LA FECHABAJA DE UN ALUMNO ARCHIVADO, SE
000190* BORRAN O ENMASCARAN SUS DATOS DE CONTACTO, LOS DE SU TUTOR Y
000200* LOS MEDICOS, QUE YA NO HACE FALTA CONSERVAR:
000210*   ALUMNO_HISTORICO.TXT      EMAIL (QUEDA LA MARCA
000220*                             *ANONIMIZADO*) Y TELEFONO.
000230*   TUTOR_HISTORICO.TXT       NOMBRE (MARCA), PARENTESCO,
000240*                             TELEFONO Y EMAIL DEL TUTOR.
000250*   FICHA_MEDICA_HISTORICO.TXT GRUPO SANGUINEO, ALERGIAS
000260*                             (MARCA), MEDICACION, OBRA SOCIAL
000270*                             Y CONTACTO DE EMERGENCIA.
000280*   ENFERMERIA_HISTORICO.TXT  SINTOMA (MARCA), ACCION Y LUGAR
000290*                             DE CADA ATENCION.
000300* NOMBRE, APELLIDO, FECHA DE NACIMIENTO Y TODO LO ACADEMICO
000310* (NOTAS, RESULTADOS, MATRICULAS, EXAMENES, PAGOS Y EL NUMERO
000320* DE TITULO DEL LIBRO MATRIZ) SE CONSERVAN: EL ALUMNO PUEDE
000330* PEDIR UN ANALITICO O UN DUPLICADO DEL TITULO EN CUALQUIER
000340* MOMENTO. LOS ALUMNOS ARCHIVADOS SIN FECHABAJA (ARCHIVADOS
000350* ACTIVOS) NO SE TOCAN, PORQUE NO HAY DESDE CUANDO CONTAR.
000360*
000370* LA MARCA HACE QUE LA CORRIDA SEA REPETIBLE: UN REGISTRO YA
000380* MARCADO NO SE VUELVE A CONTAR NI A INFORMAR.
000390*
000400* LOS NUMEROS VENCIDOS QUEDAN EN EL ARCHIVO DE TRABAJO
000410* ANONIMIZAR_TRABAJO.TXT (INDEXADO POR NUMERO, SE RECREA EN
000420* CADA CORRIDA), QUE ES LO QUE CONSULTAN LOS SATELITES; ASI NO
000430* HAY TOPE DE ALUMNOS POR CORRIDA.
000440*
000450* CADA HISTORICO SE REESCRIBE EN DOS PASADAS SOBRE UN .TMP CON
000460* LA MARCA DE COPIA EN CURSO, IGUAL QUE ROTAR-BITACORAS: SI LA
000470* CORRIDA SE CAE DURANTE LA COPIA DE VUELTA, LA SIGUIENTE LA
000480* TERMINA DESDE EL .TMP COMPLETO ANTES DE EMPEZAR. UN HISTORICO
000490* SIN NADA QUE ANONIMIZAR NO SE REESCRIBE.
000500*
000510* PARAMETRO: ANOS DE RETENCION (2 DIGITOS) POR LINEA DE
000520* COMANDOS O EN LA PRIMERA LINEA DE ANONIMIZAR_PARAMETROS.TXT;
000530* SIN PARAMETRO, 5 ANOS.
000540*
000550* SALIDA: ANONIMIZACION_INFORME.TXT CON UNA LINEA POR DATO
000560* ANONIMIZADO (ALUMNO, TUTOR, FICHA Y CADA ATENCION) Y LOS
000570* TOTALES, MAS LA LINEA DEL LOG COMPARTIDO DE LOS BATCH.
000580* RC 8 SI NO SE PUDO ARMAR EL INFORME O EL ARCHIVO DE TRABAJO;
000590* RC 4 SI ALGUN HISTORICO NO SE PUDO REESCRIBIR.
000600*
000610* HISTORIAL DE MODIFICACIONES
000620*   2026-10-15  OFS  VERSION INICIAL.
000630*
000640 ENVIRONMENT DIVISION.
000650 INPUT-OUTPUT SECTION.
000660 FILE-CONTROL.
000670     SELECT VIVO ASSIGN TO WS-ARCHIVO-VIVO
000680         ORGANIZATION LINE SEQUENTIAL
000690         FILE STATUS FS-VIVO.
000700     SELECT TEMPORAL ASSIGN TO WS-ARCHIVO-TMP
000710         ORGANIZATION LINE SEQUENTIAL
000720         FILE STATUS FS-TMP.
000730     SELECT MARCA ASSIGN TO WS-ARCHIVO-MARCA
000740         ORGANIZATION LINE SEQUENTIAL
000750         FILE STATUS FS-MARCA.
000760     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
000770         ORGANIZATION INDEXED
000780         ACCESS MODE DYNAMIC
000790         RECORD KEY TRA-NUMERO
000800         FILE STATUS FS-TRABAJO.
000810     SELECT INFORME ASSIGN TO WS-ARCHIVO-INFORME
000820         ORGANIZATION LINE SEQUENTIAL
000830         FILE STATUS FS-INFORME.
000840     SELECT PARAMETROS ASSIGN TO WS-ARCHIVO-PARAMETROS
000850         ORGANIZATION LINE SEQUENTIAL
000860         FILE STATUS FS-PARAMETROS.
000870     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000880         ORGANIZATION LINE SEQUENTIAL
000890         FILE STATUS FS-LOG.
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  VIVO.
000930 01  VIVO-LINEA              PIC X(250).
000940 FD  TEMPORAL.
000950 01  TMP-LINEA               PIC X(250).
000960 FD  MARCA.
000970 01  MARCA-LINEA             PIC X(20).
000980 FD  TRABAJO.
000990 01  TRABAJO-REGISTRO.
001000     05  TRA-NUMERO          PIC 9(07).
001010     05  TRA-APELLIDO        PIC X(25).
001020     05  TRA-NOMBRE          PIC X(25).
001030     05  TRA-FECHA-BAJA      PIC 9(08).
001040 FD  INFORME.
001050 01  INFORME-LINEA           PIC X(120).
001060 FD  PARAMETROS.
001070 01  PARAMETRO-LINEA         PIC X(80).
001080 FD  LOG-CORRIDA.
001090 01  LOG-LINEA               PIC X(132).
001100 WORKING-STORAGE SECTION.
001110 01  FS-VIVO                 PIC XX.
001120 01  FS-TMP                  PIC XX.
001130 01  FS-MARCA                PIC XX.
001140 01  FS-TRABAJO              PIC XX.
001150 01  FS-INFORME              PIC XX.
001160 01  FS-PARAMETROS           PIC XX.
001170 01  FS-LOG                  PIC XX.
001180 01  WS-ARCHIVO-VIVO         PIC X(40).
001190 01  WS-ARCHIVO-TMP          PIC X(40).
001200 01  WS-ARCHIVO-MARCA        PIC X(40).
001210 01  WS-ARCHIVO-TRABAJO  PIC X(40)
001220     VALUE "anonimizar_trabajo.txt".
001230 01  WS-ARCHIVO-INFORME  PIC X(40)
001240     VALUE "anonimizacion_informe.txt".
001250 01  WS-ARCHIVO-PARAMETROS PIC X(40)
001260     VALUE "anonimizar_parametros.txt".
001270 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001280 01  WS-PARAMETRO            PIC X(100).
001290 01  WS-LOG-FECHA            PIC 9(08).
001300 01  WS-LOG-HORA             PIC 9(08).
001310 01  WS-LOG-RC               PIC 9(01).
001320 01  WS-SWITCHES.
001330     05  WS-INFORME-ABIERTO-SW PIC X(01) VALUE "N".
001340         88  INFORME-ABIERTO          VALUE "S".
001350     05  WS-TRABAJO-ABIERTO-SW PIC X(01) VALUE "N".
001360         88  TRABAJO-ABIERTO          VALUE "S".
001370     05  WS-VENCIDO-SW       PIC X(01) VALUE "N".
001380         88  ALUMNO-VENCIDO           VALUE "S".
001390 01  WS-BASE                 PIC X(30).
001400 01  WS-TIPO-ARCHIVO         PIC X(01).
001410     88  TIPO-ALUMNO                  VALUE "A".
001420     88  TIPO-TUTOR                   VALUE "T".
001430     88  TIPO-FICHA                   VALUE "F".
001440     88  TIPO-ENFERMERIA              VALUE "E".
001450 01  WS-MARCA-ANONIMO        PIC X(13) VALUE "*ANONIMIZADO*".
001460 01  WS-RETENCION-ANIOS      PIC 9(02) VALUE ZERO.
001470 01  WS-HOY                  PIC 9(08).
001480 01  WS-FECHA-CORTE          PIC 9(08).
001490 01  WS-FECHA-ENTRADA        PIC 9(08).
001500 01  WS-FECHA-ENTRADA-X REDEFINES WS-FECHA-ENTRADA.
001510     05  WS-FE-AAAA          PIC X(04).
001520     05  WS-FE-MM            PIC X(02).
001530     05  WS-FE-DD            PIC X(02).
001540 01  WS-FECHA-ED             PIC X(10).
001550 01  WS-DATOS                PIC X(57).

001560* LOS HISTORICOS SON LA IMAGEN DEL REGISTRO VIVO (VER
001570* ARCHIVAR-ALUMNOS-HISTORICO): CADA LINEA SE PASA AL LAYOUT
001580* DE SU COPY PARA ENMASCARARLA.
001590     COPY AlumnoRegistro.
001600     COPY TutorRegistro.
001610     COPY FichaMedicaRegistro.
001620     COPY EnfermeriaRegistro.

001630 01  WS-TITULO-1.
001640     05  FILLER              PIC X(47) VALUE
001650         "ANONIMIZACION DE DATOS PERSONALES DEL HISTORICO".
001660     05  FILLER              PIC X(03) VALUE " - ".
001670     05  TIT-FECHA           PIC X(10).
001680     05  FILLER              PIC X(60) VALUE SPACES.
001690 01  WS-TITULO-2.
001700     05  FILLER              PIC X(11) VALUE "RETENCION: ".
001710     05  TIT-ANIOS           PIC Z9.
001720     05  FILLER              PIC X(30) VALUE
001730         " ANOS DESDE LA BAJA - VENCEN ".
001740     05  FILLER              PIC X(25) VALUE
001750         "LOS DADOS DE BAJA ANTES: ".
001760     05  TIT-CORTE           PIC X(10).
001770     05  FILLER              PIC X(42) VALUE SPACES.
001780 01  WS-TITULO-3.
001790     05  FILLER              PIC X(50) VALUE
001800         "SE CONSERVAN NOMBRE, FECHA DE NACIMIENTO, NOTAS, R".
001810     05  FILLER              PIC X(50) VALUE
001820         "ESULTADOS, MATRICULAS, EXAMENES, PAGOS Y TITULO.  ".
001830     05  FILLER              PIC X(20) VALUE SPACES.
001840 01  WS-ENCABEZADO.
001850     05  FILLER              PIC X(09) VALUE "NUMERO".
001860     05  FILLER              PIC X(42) VALUE
001870         "APELLIDO Y NOMBRE".
001880     05  FILLER              PIC X(12) VALUE "BAJA".
001890     05  FILLER              PIC X(57) VALUE
001900         "DATOS ANONIMIZADOS".
001910 01  WS-DETALLE.
001920     05  DET-NUMERO          PIC 9(07).
001930     05  FILLER              PIC X(02) VALUE SPACES.
001940     05  DET-NOMBRE          PIC X(40).
001950     05  FILLER              PIC X(02) VALUE SPACES.
001960     05  DET-BAJA            PIC X(10).
001970     05  FILLER              PIC X(02) VALUE SPACES.
001980     05  DET-DATOS           PIC X(57).
001990 01  WS-TOTAL-LINEA.
002000     05  TOT-TEXTO           PIC X(40).
002010     05  TOT-CANTIDAD        PIC ZZZ,ZZ9.
002020     05  FILLER              PIC X(73) VALUE SPACES.

002030 77  WS-CAMBIOS-BASE         PIC 9(07) VALUE ZERO COMP.
002040 77  WS-TOTAL-VENCIDOS       PIC 9(07) VALUE ZERO COMP.
002050 77  WS-TOTAL-ALUMNOS        PIC 9(07) VALUE ZERO.
002060 77  WS-TOTAL-TUTORES        PIC 9(07) VALUE ZERO.
002070 77  WS-TOTAL-FICHAS         PIC 9(07) VALUE ZERO.
002080 77  WS-TOTAL-ENFERMERIA     PIC 9(07) VALUE ZERO.
002090 PROCEDURE DIVISION.

002100 0000-MAINLINE.
002110     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002120     IF RETURN-CODE = 8
002130         GO TO 0000-FIN
002140     END-IF.
002150*    EL MAESTRO HISTORICO VA PRIMERO: ES EL QUE ANOTA LOS
002160*    NUMEROS VENCIDOS QUE DESPUES BUSCAN LOS SATELITES.
002170     MOVE "alumno_historico" TO WS-BASE.
002180     SET TIPO-ALUMNO TO TRUE.
002190     PERFORM 2000-ANONIMIZAR-BASE THRU 2000-EXIT.
002200     MOVE "tutor_historico" TO WS-BASE.
002210     SET TIPO-TUTOR TO TRUE.
002220     PERFORM 2000-ANONIMIZAR-BASE THRU 2000-EXIT.
002230     MOVE "ficha_medica_historico" TO WS-BASE.
002240     SET TIPO-FICHA TO TRUE.
002250     PERFORM 2000-ANONIMIZAR-BASE THRU 2000-EXIT.
002260     MOVE "enfermeria_historico" TO WS-BASE.
002270     SET TIPO-ENFERMERIA TO TRUE.
002280     PERFORM 2000-ANONIMIZAR-BASE THRU 2000-EXIT.
002290 0000-FIN.
002300     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002310     GOBACK.

002320*----------------------------------------------------------------*
002330* 1000-INICIALIZAR                                          *
002340* ANOS DE RETENCION, FECHA DE CORTE, ARCHIVO DE TRABAJO      *
002350* VACIO Y ENCABEZADO DEL INFORME.                            *
002360*----------------------------------------------------------------*
002370 1000-INICIALIZAR.
002380     ACCEPT WS-HOY FROM DATE YYYYMMDD.
002390     PERFORM 1100-OBTENER-RETENCION THRU 1100-EXIT.
002400     COMPUTE WS-FECHA-CORTE =
002410         WS-HOY - WS-RETENCION-ANIOS * 10000.
002420     OPEN OUTPUT TRABAJO.
002430     IF FS-TRABAJO = "00"
002440         CLOSE TRABAJO
002450         OPEN I-O TRABAJO
002460     END-IF.
002470     IF FS-TRABAJO NOT = "00"
002480         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
002490         MOVE 8 TO RETURN-CODE
002500         GO TO 1000-EXIT
002510     END-IF.
002520     SET TRABAJO-ABIERTO TO TRUE.
002530     OPEN OUTPUT INFORME.
002540     IF FS-INFORME NOT = "00"
002550         DISPLAY "No se pudo crear " WS-ARCHIVO-INFORME
002560         MOVE 8 TO RETURN-CODE
002570         GO TO 1000-EXIT
002580     END-IF.
002590     SET INFORME-ABIERTO TO TRUE.
002600     MOVE WS-HOY TO WS-FECHA-ENTRADA.
002610     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
002620     MOVE WS-FECHA-ED TO TIT-FECHA.
002630     MOVE WS-RETENCION-ANIOS TO TIT-ANIOS.
002640     MOVE WS-FECHA-CORTE TO WS-FECHA-ENTRADA.
002650     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
002660     MOVE WS-FECHA-ED TO TIT-CORTE.
002670     WRITE INFORME-LINEA FROM WS-TITULO-1.
002680     WRITE INFORME-LINEA FROM WS-TITULO-2.
002690     WRITE INFORME-LINEA FROM WS-TITULO-3.
002700     MOVE SPACES TO INFORME-LINEA.
002710     WRITE INFORME-LINEA.
002720     WRITE INFORME-LINEA FROM WS-ENCABEZADO.
002730     DISPLAY "Retencion " WS-RETENCION-ANIOS
002740         " anos, se anonimiza lo dado de baja antes del "
002750         WS-FECHA-CORTE.
002760 1000-EXIT.
002770     EXIT.

002780*----------------------------------------------------------------*
002790* 1100-OBTENER-RETENCION                                    *
002800* LOS ANOS LLEGAN POR LA LINEA DE COMANDOS O POR LA PRIMERA  *
002810* LINEA DE ANONIMIZAR_PARAMETROS.TXT; SIN NINGUNO (O EN      *
002820* CERO) SE TOMAN 5 ANOS.                                     *
002830*----------------------------------------------------------------*
002840 1100-OBTENER-RETENCION.
002850     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002860     IF WS-PARAMETRO (1:2) NUMERIC
002870         MOVE WS-PARAMETRO (1:2) TO WS-RETENCION-ANIOS
002880     ELSE
002890         OPEN INPUT PARAMETROS
002900         IF FS-PARAMETROS = "00"
002910             READ PARAMETROS NEXT RECORD
002920             IF FS-PARAMETROS = "00"
002930                AND PARAMETRO-LINEA (1:2) NUMERIC
002940                 MOVE PARAMETRO-LINEA (1:2) TO WS-RETENCION-ANIOS
002950             END-IF
002960             CLOSE PARAMETROS
002970         END-IF
002980     END-IF.
002990     IF WS-RETENCION-ANIOS = ZERO
003000         MOVE 5 TO WS-RETENCION-ANIOS
003010     END-IF.
003020 1100-EXIT.
003030     EXIT.

003040*----------------------------------------------------------------*
003050* 2000-ANONIMIZAR-BASE                                      *
003060* PASA WS-BASE.TXT AL .TMP ENMASCARANDO LO VENCIDO Y, SI     *
003070* CAMBIO ALGO, LO REESCRIBE DESDE EL .TMP CON LA MARCA       *
003080* PUESTA MIENTRAS DURA LA COPIA.                             *
003090*----------------------------------------------------------------*
003100 2000-ANONIMIZAR-BASE.
003110     MOVE SPACES TO WS-ARCHIVO-VIVO.
003120     STRING WS-BASE DELIMITED BY " "
003130         ".txt" DELIMITED BY SIZE
003140         INTO WS-ARCHIVO-VIVO
003150     END-STRING.
003160     MOVE SPACES TO WS-ARCHIVO-TMP.
003170     STRING WS-BASE DELIMITED BY " "
003180         "_anonimizar.tmp" DELIMITED BY SIZE
003190         INTO WS-ARCHIVO-TMP
003200     END-STRING.
003210     MOVE SPACES TO WS-ARCHIVO-MARCA.
003220     STRING WS-BASE DELIMITED BY " "
003230         "_anonimizar.marca" DELIMITED BY SIZE
003240         INTO WS-ARCHIVO-MARCA
003250     END-STRING.
003260     PERFORM 8600-RECUPERAR-PENDIENTE THRU 8600-EXIT.
003270     OPEN INPUT VIVO.
003280     IF FS-VIVO NOT = "00"
003290         GO TO 2000-EXIT
003300     END-IF.
003310     OPEN OUTPUT TEMPORAL.
003320     IF FS-TMP NOT = "00"
003330         DISPLAY "No se pudo crear " WS-ARCHIVO-TMP
003340         CLOSE VIVO
003350         MOVE 4 TO RETURN-CODE
003360         GO TO 2000-EXIT
003370     END-IF.
003380     MOVE ZERO TO WS-CAMBIOS-BASE.
003390     READ VIVO NEXT RECORD.
003400     PERFORM 2100-ANONIMIZAR-LINEA THRU 2100-EXIT
003410         UNTIL FS-VIVO NOT = "00".
003420     CLOSE VIVO.
003430     CLOSE TEMPORAL.
003440     IF WS-CAMBIOS-BASE = ZERO
003450         GO TO 2000-EXIT
003460     END-IF.
003470     PERFORM 8650-PONER-MARCA THRU 8650-EXIT.
003480     PERFORM 8700-COPIAR-TMP-A-VIVO THRU 8700-EXIT.
003490     PERFORM 8660-QUITAR-MARCA THRU 8660-EXIT.
003500     DISPLAY WS-ARCHIVO-VIVO ": " WS-CAMBIOS-BASE
003510         " registros anonimizados".
003520 2000-EXIT.
003530     EXIT.

003540 2100-ANONIMIZAR-LINEA.
003550     MOVE VIVO-LINEA TO TMP-LINEA.
003560     EVALUATE TRUE
003570         WHEN TIPO-ALUMNO
003580             PERFORM 2200-ANONIMIZAR-ALUMNO THRU 2200-EXIT
003590         WHEN TIPO-TUTOR
003600             PERFORM 2300-ANONIMIZAR-TUTOR THRU 2300-EXIT
003610         WHEN TIPO-FICHA
003620             PERFORM 2400-ANONIMIZAR-FICHA THRU 2400-EXIT
003630         WHEN TIPO-ENFERMERIA
003640             PERFORM 2500-ANONIMIZAR-ENFERMERIA THRU 2500-EXIT
003650     END-EVALUATE.
003660     WRITE TMP-LINEA.
003670     READ VIVO NEXT RECORD.
003680 2100-EXIT.
003690     EXIT.

003700*----------------------------------------------------------------*
003710* 2200-ANONIMIZAR-ALUMNO                                    *
003720* UN ARCHIVADO CON FECHABAJA ANTERIOR AL CORTE QUEDA ANOTADO *
003730* COMO VENCIDO (AUNQUE YA ESTE MARCADO, PARA QUE LOS         *
003740* SATELITES DE UNA CORRIDA CAIDA SE TERMINEN) Y, SI NO ESTABA*
003750* MARCADO, PIERDE EMAIL Y TELEFONO.                          *
003760*----------------------------------------------------------------*
003770 2200-ANONIMIZAR-ALUMNO.
003780     MOVE VIVO-LINEA TO ALUMNO-REGISTRO.
003790     IF FECHABAJA NOT NUMERIC
003800        OR FECHABAJA = ZERO
003810        OR FECHABAJA NOT < WS-FECHA-CORTE
003820         GO TO 2200-EXIT
003830     END-IF.
003840     MOVE NUMERO TO TRA-NUMERO.
003850     MOVE APELLIDO TO TRA-APELLIDO.
003860     MOVE NOMBRE TO TRA-NOMBRE.
003870     MOVE FECHABAJA TO TRA-FECHA-BAJA.
003880     WRITE TRABAJO-REGISTRO.
003890     IF FS-TRABAJO = "00"
003900         ADD 1 TO WS-TOTAL-VENCIDOS
003910     END-IF.
003920     IF EMAIL = WS-MARCA-ANONIMO
003930         GO TO 2200-EXIT
003940     END-IF.
003950     MOVE WS-MARCA-ANONIMO TO EMAIL.
003960     MOVE SPACES TO TELEFONO.
003970     MOVE SPACES TO TMP-LINEA.
003980     MOVE ALUMNO-REGISTRO TO TMP-LINEA.
003990     ADD 1 TO WS-CAMBIOS-BASE.
004000     ADD 1 TO WS-TOTAL-ALUMNOS.
004010     MOVE "ALUMNO: EMAIL Y TELEFONO" TO WS-DATOS.
004020     PERFORM 2700-INFORMAR THRU 2700-EXIT.
004030 2200-EXIT.
004040     EXIT.

004050 2300-ANONIMIZAR-TUTOR.
004060     MOVE VIVO-LINEA TO TUTOR-REGISTRO.
004070     MOVE TUTNUMERO TO TRA-NUMERO.
004080     PERFORM 2600-BUSCAR-VENCIDO THRU 2600-EXIT.
004090     IF NOT ALUMNO-VENCIDO
004100        OR TUTNOMBRE = WS-MARCA-ANONIMO
004110         GO TO 2300-EXIT
004120     END-IF.
004130     MOVE WS-MARCA-ANONIMO TO TUTNOMBRE.
004140     MOVE SPACES TO TUTPARENTESCO.
004150     MOVE SPACES TO TUTTELEFONO.
004160     MOVE SPACES TO TUTEMAIL.
004170     MOVE SPACES TO TMP-LINEA.
004180     MOVE TUTOR-REGISTRO TO TMP-LINEA.
004190     ADD 1 TO WS-CAMBIOS-BASE.
004200     ADD 1 TO WS-TOTAL-TUTORES.
004210     MOVE "TUTOR: NOMBRE, PARENTESCO, TELEFONO Y EMAIL"
004220         TO WS-DATOS.
004230     PERFORM 2700-INFORMAR THRU 2700-EXIT.
004240 2300-EXIT.
004250     EXIT.

004260 2400-ANONIMIZAR-FICHA.
004270     MOVE VIVO-LINEA TO FICHA-MEDICA-REGISTRO.
004280     MOVE FICNUMERO TO TRA-NUMERO.
004290     PERFORM 2600-BUSCAR-VENCIDO THRU 2600-EXIT.
004300     IF NOT ALUMNO-VENCIDO
004310        OR FICALERGIAS = WS-MARCA-ANONIMO
004320         GO TO 2400-EXIT
004330     END-IF.
004340     MOVE SPACES TO FICGRUPOSANGUINEO.
004350     MOVE WS-MARCA-ANONIMO TO FICALERGIAS.
004360     MOVE SPACES TO FICMEDICACION.
004370     MOVE SPACES TO FICOBRASOCIAL.
004380     MOVE SPACES TO FICCONTACTONOMBRE.
004390     MOVE SPACES TO FICCONTACTOTELEFONO.
004400     MOVE SPACES TO TMP-LINEA.
004410     MOVE FICHA-MEDICA-REGISTRO TO TMP-LINEA.
004420     ADD 1 TO WS-CAMBIOS-BASE.
004430     ADD 1 TO WS-TOTAL-FICHAS.
004440     MOVE "FICHA MEDICA Y CONTACTO DE EMERGENCIA" TO WS-DATOS.
004450     PERFORM 2700-INFORMAR THRU 2700-EXIT.
004460 2400-EXIT.
004470     EXIT.

004480 2500-ANONIMIZAR-ENFERMERIA.
004490     MOVE VIVO-LINEA TO ENFERMERIA-REGISTRO.
004500     MOVE ENFNUMERO TO TRA-NUMERO.
004510     PERFORM 2600-BUSCAR-VENCIDO THRU 2600-EXIT.
004520     IF NOT ALUMNO-VENCIDO
004530        OR ENFSINTOMA = WS-MARCA-ANONIMO
004540         GO TO 2500-EXIT
004550     END-IF.
004560     MOVE WS-MARCA-ANONIMO TO ENFSINTOMA.
004570     MOVE SPACES TO ENFACCION.
004580     MOVE SPACES TO ENFLUGAR.
004590     MOVE SPACES TO TMP-LINEA.
004600     MOVE ENFERMERIA-REGISTRO TO TMP-LINEA.
004610     ADD 1 TO WS-CAMBIOS-BASE.
004620     ADD 1 TO WS-TOTAL-ENFERMERIA.
004630     MOVE ENFFECHA TO WS-FECHA-ENTRADA.
004640     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
004650     MOVE SPACES TO WS-DATOS.
004660     STRING "ENFERMERIA DEL " DELIMITED BY SIZE
004670         WS-FECHA-ED DELIMITED BY SIZE
004680         ": SINTOMA, ACCION Y LUGAR" DELIMITED BY SIZE
004690         INTO WS-DATOS
004700     END-STRING.
004710     PERFORM 2700-INFORMAR THRU 2700-EXIT.
004720 2500-EXIT.
004730     EXIT.

004740*----------------------------------------------------------------*
004750* 2600-BUSCAR-VENCIDO                                       *
004760* TRA-NUMERO ESTA ANOTADO COMO VENCIDO? DEJA CARGADOS SU     *
004770* NOMBRE Y FECHA DE BAJA PARA EL INFORME.                    *
004780*----------------------------------------------------------------*
004790 2600-BUSCAR-VENCIDO.
004800     MOVE "N" TO WS-VENCIDO-SW.
004810     READ TRABAJO.
004820     IF FS-TRABAJO = "00"
004830         SET ALUMNO-VENCIDO TO TRUE
004840     END-IF.
004850 2600-EXIT.
004860     EXIT.

004870*----------------------------------------------------------------*
004880* 2700-INFORMAR                                             *
004890* UNA LINEA DEL INFORME CON EL ALUMNO DE TRABAJO-REGISTRO Y  *
004900* LOS DATOS DE WS-DATOS.                                     *
004910*----------------------------------------------------------------*
004920 2700-INFORMAR.
004930     MOVE TRA-NUMERO TO DET-NUMERO.
004940     MOVE SPACES TO DET-NOMBRE.
004950     STRING TRA-APELLIDO DELIMITED BY "  "
004960         ", " DELIMITED BY SIZE
004970         TRA-NOMBRE DELIMITED BY "  "
004980         INTO DET-NOMBRE
004990     END-STRING.
005000     MOVE TRA-FECHA-BAJA TO WS-FECHA-ENTRADA.
005010     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
005020     MOVE WS-FECHA-ED TO DET-BAJA.
005030     MOVE WS-DATOS TO DET-DATOS.
005040     WRITE INFORME-LINEA FROM WS-DETALLE.
005050 2700-EXIT.
005060     EXIT.

005070*----------------------------------------------------------------*
005080* 8600-RECUPERAR-PENDIENTE                                  *
005090* CON MARCA NO VACIA, LA COPIA DE VUELTA DE LA CORRIDA       *
005100* ANTERIOR QUEDO A MEDIO HACER: SE LA TERMINA DESDE EL .TMP  *
005110* (QUE QUEDO COMPLETO) Y SE QUITA LA MARCA.                  *
005120*----------------------------------------------------------------*
005130 8600-RECUPERAR-PENDIENTE.
005140     OPEN INPUT MARCA.
005150     IF FS-MARCA NOT = "00"
005160         CLOSE MARCA
005170         GO TO 8600-EXIT
005180     END-IF.
005190     READ MARCA NEXT RECORD.
005200     IF FS-MARCA NOT = "00"
005210         CLOSE MARCA
005220         GO TO 8600-EXIT
005230     END-IF.
005240     CLOSE MARCA.
005250     DISPLAY "Recuperando copia interrumpida de "
005260         WS-ARCHIVO-VIVO.
005270     PERFORM 8700-COPIAR-TMP-A-VIVO THRU 8700-EXIT.
005280     PERFORM 8660-QUITAR-MARCA THRU 8660-EXIT.
005290 8600-EXIT.
005300     EXIT.

005310*----------------------------------------------------------------*
005320* 8650-PONER-MARCA / 8660-QUITAR-MARCA                      *
005330* LA MARCA NO VACIA SIGNIFICA "COPIA DE VUELTA EN CURSO".    *
005340*----------------------------------------------------------------*
005350 8650-PONER-MARCA.
005360     OPEN OUTPUT MARCA.
005370     IF FS-MARCA = "00"
005380         MOVE "COPIA EN CURSO" TO MARCA-LINEA
005390         WRITE MARCA-LINEA
005400         CLOSE MARCA
005410     END-IF.
005420 8650-EXIT.
005430     EXIT.

005440 8660-QUITAR-MARCA.
005450     OPEN OUTPUT MARCA.
005460     IF FS-MARCA = "00"
005470         CLOSE MARCA
005480     END-IF.
005490 8660-EXIT.
005500     EXIT.

005510*----------------------------------------------------------------*
005520* 8700-COPIAR-TMP-A-VIVO                                    *
005530* REESCRIBE EL HISTORICO DESDE EL .TMP COMPLETO.             *
005540*----------------------------------------------------------------*
005550 8700-COPIAR-TMP-A-VIVO.
005560     OPEN INPUT TEMPORAL.
005570     IF FS-TMP NOT = "00"
005580         MOVE 4 TO RETURN-CODE
005590         GO TO 8700-EXIT
005600     END-IF.
005610     OPEN OUTPUT VIVO.
005620     IF FS-VIVO NOT = "00"
005630         DISPLAY "No se pudo reescribir " WS-ARCHIVO-VIVO
005640         CLOSE TEMPORAL
005650         MOVE 4 TO RETURN-CODE
005660         GO TO 8700-EXIT
005670     END-IF.
005680     READ TEMPORAL NEXT RECORD.
005690     PERFORM 8710-COPIAR-LINEA THRU 8710-EXIT
005700         UNTIL FS-TMP NOT = "00".
005710     CLOSE TEMPORAL.
005720     CLOSE VIVO.
005730 8700-EXIT.
005740     EXIT.

005750 8710-COPIAR-LINEA.
005760     MOVE TMP-LINEA TO VIVO-LINEA.
005770     WRITE VIVO-LINEA.
005780     READ TEMPORAL NEXT RECORD.
005790 8710-EXIT.
005800     EXIT.

005810*----------------------------------------------------------------*
005820* 8800-EDITAR-FECHA                                         *
005830* WS-FECHA-ENTRADA (AAAAMMDD) A DD/MM/AAAA EN WS-FECHA-ED.   *
005840*----------------------------------------------------------------*
005850 8800-EDITAR-FECHA.
005860     MOVE SPACES TO WS-FECHA-ED.
005870     IF WS-FECHA-ENTRADA = ZERO
005880         GO TO 8800-EXIT
005890     END-IF.
005900     STRING WS-FE-DD DELIMITED BY SIZE
005910         "/" DELIMITED BY SIZE
005920         WS-FE-MM DELIMITED BY SIZE
005930         "/" DELIMITED BY SIZE
005940         WS-FE-AAAA DELIMITED BY SIZE
005950         INTO WS-FECHA-ED
005960     END-STRING.
005970 8800-EXIT.
005980     EXIT.

005990*----------------------------------------------------------------*
006000* 9000-FINALIZAR                                            *
006010* TOTALES AL INFORME Y A CONSOLA, CIERRE Y LOG.              *
006020*----------------------------------------------------------------*
006030 9000-FINALIZAR.
006040     IF TRABAJO-ABIERTO
006050         CLOSE TRABAJO
006060     END-IF.
006070     IF INFORME-ABIERTO
006080         MOVE SPACES TO INFORME-LINEA
006090         WRITE INFORME-LINEA
006100         MOVE "ALUMNOS VENCIDOS EN EL HISTORICO:" TO TOT-TEXTO
006110         MOVE WS-TOTAL-VENCIDOS TO TOT-CANTIDAD
006120         WRITE INFORME-LINEA FROM WS-TOTAL-LINEA
006130         MOVE "ALUMNOS ANONIMIZADOS EN ESTA CORRIDA:" TO TOT-TEXTO
006140         MOVE WS-TOTAL-ALUMNOS TO TOT-CANTIDAD
006150         WRITE INFORME-LINEA FROM WS-TOTAL-LINEA
006160         MOVE "TUTORES ANONIMIZADOS:" TO TOT-TEXTO
006170         MOVE WS-TOTAL-TUTORES TO TOT-CANTIDAD
006180         WRITE INFORME-LINEA FROM WS-TOTAL-LINEA
006190         MOVE "FICHAS MEDICAS ANONIMIZADAS:" TO TOT-TEXTO
006200         MOVE WS-TOTAL-FICHAS TO TOT-CANTIDAD
006210         WRITE INFORME-LINEA FROM WS-TOTAL-LINEA
006220         MOVE "ATENCIONES DE ENFERMERIA ANONIMIZADAS:"
006230             TO TOT-TEXTO
006240         MOVE WS-TOTAL-ENFERMERIA TO TOT-CANTIDAD
006250         WRITE INFORME-LINEA FROM WS-TOTAL-LINEA
006260         CLOSE INFORME
006270     END-IF.
006280     DISPLAY "Alumnos anonimizados: " WS-TOTAL-ALUMNOS.
006290     DISPLAY "Tutores: " WS-TOTAL-TUTORES
006300         "  Fichas medicas: " WS-TOTAL-FICHAS
006310         "  Enfermeria: " WS-TOTAL-ENFERMERIA.
006320     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
006330 9000-EXIT.
006340     EXIT.

006350*----------------------------------------------------------------*
006360* 9100-GRABAR-LOG                                           *
006370* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
006380* LOG COMPARTIDO DE LOS BATCH.                               *
006390*----------------------------------------------------------------*
006400 9100-GRABAR-LOG.
006410     OPEN EXTEND LOG-CORRIDA.
006420     IF FS-LOG = "05" OR FS-LOG = "35"
006430         OPEN OUTPUT LOG-CORRIDA
006440     END-IF.
006450     IF FS-LOG NOT = "00"
006460         GO TO 9100-EXIT
006470     END-IF.
006480     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
006490     ACCEPT WS-LOG-HORA FROM TIME.
006500     MOVE RETURN-CODE TO WS-LOG-RC.
006510     MOVE SPACES TO LOG-LINEA.
006520     STRING WS-LOG-FECHA DELIMITED BY SIZE
006530         " " DELIMITED BY SIZE
006540         WS-LOG-HORA DELIMITED BY SIZE
006550         " ANONIMIZAR-HISTORICO RETENCION=" DELIMITED BY SIZE
006560         WS-RETENCION-ANIOS DELIMITED BY SIZE
006570         " ALUMNOS=" DELIMITED BY SIZE
006580         WS-TOTAL-ALUMNOS DELIMITED BY SIZE
006590         " TUTORES=" DELIMITED BY SIZE
006600         WS-TOTAL-TUTORES DELIMITED BY SIZE
006610         " FICHAS=" DELIMITED BY SIZE
006620         WS-TOTAL-FICHAS DELIMITED BY SIZE
006630         " ENFERMERIA=" DELIMITED BY SIZE
006640         WS-TOTAL-ENFERMERIA DELIMITED BY SIZE
006650         " RC=" DELIMITED BY SIZE
006660         WS-LOG-RC DELIMITED BY SIZE
006670         INTO LOG-LINEA
006680     END-STRING.
006690     WRITE LOG-LINEA.
006700     CLOSE LOG-CORRIDA.
006710 9100-EXIT.
006720     EXIT.
