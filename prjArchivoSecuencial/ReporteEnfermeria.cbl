000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REPORTE-ENFERMERIA.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* INFORME MENSUAL DE ENFERMERIA PARA LA ASEGURADORA: RECORRE
000180* ENFERMERIA.TXT Y LISTA EN REPORTE_ENFERMERIA.TXT LAS
000190* ATENCIONES DEL MES PEDIDO AGRUPADAS POR TIPO (ACCIDENTES
000200* ESCOLARES CUBIERTOS POR EL SEGURO, INCIDENTES Y CONSULTAS, VER
000210* ENFERMERIAREGISTRO.CPY), CADA UNA CON EL ALUMNO, LA LESION O
000220* SINTOMA, LA ACCION TOMADA, EL LUGAR, EL LLAMADO AL CONTACTO Y
000230* SI FUE RETIRADO A SU CASA, Y CIERRA CON LOS TOTALES POR TIPO.
000240*
000250* EL ARCHIVO SE RECORRE UNA VEZ POR TIPO (START DESDE EL
000260* PRINCIPIO) PARA NO TENER QUE ORDENARLO; ES CHICO Y LA CORRIDA
000270* ES MENSUAL. SIN ENFERMERIA.TXT EL INFORME SALE EN CERO.
000280*
000290* PARAMETRO POR LINEA DE COMANDO EN MODO DESATENDIDO ("AAAAMM":
000300* MES DEL INFORME) O POR CONSOLA COMO ULTIMO RECURSO.
000310*
000320* HISTORIAL DE MODIFICACIONES
000330*   2026-10-15  OFS  VERSION INICIAL.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     COPY EnfermeriaSelect.
000390     COPY AlumnoSelect.
000400     SELECT REPORTE ASSIGN TO WS-ARCHIVO-REPORTE
000410         ORGANIZATION LINE SEQUENTIAL
000420         FILE STATUS FS-REPORTE.
000430     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000440         ORGANIZATION LINE SEQUENTIAL
000450         FILE STATUS FS-LOG.
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ENFERMERIA.
000490     COPY EnfermeriaRegistro.
000500 FD  ALUMNO.
000510     COPY AlumnoRegistro.
000520 FD  REPORTE.
000530 01  REPORTE-LINEA           PIC X(120).
000540 FD  LOG-CORRIDA.
000550 01  LOG-LINEA               PIC X(132).
000560 WORKING-STORAGE SECTION.
000570 01  FS-ENFERMERIA           PIC XX.
000580 01  FS-ALUMNO               PIC XX.
000590 01  FS-REPORTE              PIC XX.
000600 01  FS-LOG                  PIC XX.
000610 01  WS-ARCHIVO-REPORTE  PIC X(40)
000620     VALUE "reporte_enfermeria.txt".
000630 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000640 01  WS-PARAMETRO            PIC X(100).
000650 01  WS-LOG-FECHA            PIC 9(08).
000660 01  WS-LOG-HORA             PIC 9(08).
000670 01  WS-LOG-RC               PIC 9(01).
000680 01  WS-SWITCHES.
000690     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
000700         88  ARCHIVOS-ABIERTOS        VALUE "S".
000710     05  WS-ENFERMERIA-DISPONIBLE-SW PIC X(01) VALUE "N".
000720         88  ENFERMERIA-DISPONIBLE    VALUE "S".
000730 01  WS-MES                  PIC 9(06).
000740 01  WS-MES-PARTES REDEFINES WS-MES.
000750     05  WS-MES-AAAA         PIC 9(04).
000760     05  WS-MES-MM           PIC 9(02).
000770 01  WS-FECHA-ATENCION       PIC 9(08).
000780 01  WS-FECHA-ATENCION-PARTES REDEFINES WS-FECHA-ATENCION.
000790     05  WS-ATE-AAAAMM       PIC 9(06).
000800     05  WS-ATE-DD           PIC 9(02).
000810 01  WS-FECHA-X              PIC X(08).
000820 01  WS-FECHA-ED             PIC X(10).
000830 01  WS-HORA-X               PIC X(04).
000840 01  WS-HORA-ED              PIC X(05).
000850 01  WS-NUMERO-X             PIC X(07).
000860 01  WS-ALUMNO-TEXTO         PIC X(60).
000870 01  WS-LLAMADO-TEXTO        PIC X(08).
000880 01  WS-RETIRADO-TEXTO       PIC X(02).
000890*    TIPO QUE SE ESTA LISTANDO EN LA PASADA ACTUAL.
000900 01  WS-TIPO-PEDIDO          PIC X(01).
000910 01  WS-TIPO-TITULO          PIC X(40).
000920 77  WS-CASOS-TIPO           PIC 9(05) VALUE ZERO.
000930 77  WS-TOTAL-ACCIDENTES     PIC 9(05) VALUE ZERO.
000940 77  WS-TOTAL-INCIDENTES     PIC 9(05) VALUE ZERO.
000950 77  WS-TOTAL-CONSULTAS      PIC 9(05) VALUE ZERO.
000960 77  WS-TOTAL-LLAMADOS       PIC 9(05) VALUE ZERO.
000970 77  WS-TOTAL-RETIRADOS      PIC 9(05) VALUE ZERO.
000980 77  WS-CANTIDAD-ED          PIC ZZZZ9.
000990 PROCEDURE DIVISION.

001000 0000-MAINLINE.
001010     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001020     IF ARCHIVOS-ABIERTOS
001030         PERFORM 2000-ENCABEZADO THRU 2000-EXIT
001040         MOVE "A" TO WS-TIPO-PEDIDO
001050         MOVE "ACCIDENTES ESCOLARES (SEGURO)" TO WS-TIPO-TITULO
001060         PERFORM 3000-LISTAR-TIPO THRU 3000-EXIT
001070         MOVE WS-CASOS-TIPO TO WS-TOTAL-ACCIDENTES
001080         MOVE "I" TO WS-TIPO-PEDIDO
001090         MOVE "INCIDENTES" TO WS-TIPO-TITULO
001100         PERFORM 3000-LISTAR-TIPO THRU 3000-EXIT
001110         MOVE WS-CASOS-TIPO TO WS-TOTAL-INCIDENTES
001120         MOVE "C" TO WS-TIPO-PEDIDO
001130         MOVE "CONSULTAS" TO WS-TIPO-TITULO
001140         PERFORM 3000-LISTAR-TIPO THRU 3000-EXIT
001150         MOVE WS-CASOS-TIPO TO WS-TOTAL-CONSULTAS
001160         PERFORM 4000-TOTALES THRU 4000-EXIT
001170     END-IF.
001180     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001190     GOBACK.

001200*----------------------------------------------------------------*
001210* 1000-INICIALIZAR                                          *
001220* RESUELVE EL MES DEL INFORME Y ABRE LOS ARCHIVOS.           *
001230*----------------------------------------------------------------*
001240 1000-INICIALIZAR.
001250     PERFORM 1100-OBTENER-PARAMETROS THRU 1100-EXIT.
001260     IF WS-MES-AAAA < 1900 OR WS-MES-MM < 1 OR WS-MES-MM > 12
001270         DISPLAY "Parametros invalidos"
001280         MOVE 8 TO RETURN-CODE
001290         GO TO 1000-EXIT
001300     END-IF.
001310*    UN ENFERMERIA.TXT TODAVIA INEXISTENTE NO ES ERROR: NO HUBO
001320*    ATENCIONES REGISTRADAS Y EL INFORME SALE EN CERO.
001330     OPEN INPUT ENFERMERIA.
001340     IF FS-ENFERMERIA = "00"
001350         SET ENFERMERIA-DISPONIBLE TO TRUE
001360     ELSE
001370         IF FS-ENFERMERIA NOT = "35"
001380             DISPLAY "No se pudo abrir enfermeria.txt"
001390             MOVE 8 TO RETURN-CODE
001400             GO TO 1000-EXIT
001410         END-IF
001420     END-IF.
001430     OPEN INPUT ALUMNO.
001440     IF FS-ALUMNO NOT = "00"
001450         DISPLAY "No se pudo abrir alumno.txt"
001460         IF ENFERMERIA-DISPONIBLE
001470             CLOSE ENFERMERIA
001480         END-IF
001490         MOVE 8 TO RETURN-CODE
001500         GO TO 1000-EXIT
001510     END-IF.
001520     OPEN OUTPUT REPORTE.
001530     IF FS-REPORTE NOT = "00"
001540         DISPLAY "No se pudo crear " WS-ARCHIVO-REPORTE
001550         IF ENFERMERIA-DISPONIBLE
001560             CLOSE ENFERMERIA
001570         END-IF
001580         CLOSE ALUMNO
001590         MOVE 8 TO RETURN-CODE
001600         GO TO 1000-EXIT
001610     END-IF.
001620     SET ARCHIVOS-ABIERTOS TO TRUE.
001630 1000-EXIT.
001640     EXIT.

001650 1100-OBTENER-PARAMETROS.
001660     MOVE ZERO TO WS-MES.
001670     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
001680     IF WS-PARAMETRO (1:6) NUMERIC
001690         MOVE WS-PARAMETRO (1:6) TO WS-MES
001700         GO TO 1100-EXIT
001710     END-IF.
001720     DISPLAY "Mes del informe (AAAAMM): " WITH NO ADVANCING.
001730     ACCEPT WS-MES FROM CONSOLE.
001740     IF WS-MES NOT NUMERIC
001750         MOVE ZERO TO WS-MES
001760     END-IF.
001770 1100-EXIT.
001780     EXIT.

001790*----------------------------------------------------------------*
001800* 2000-ENCABEZADO                                           *
001810*----------------------------------------------------------------*
001820 2000-ENCABEZADO.
001830     MOVE "INFORME MENSUAL DE ENFERMERIA - SEGURO ESCOLAR"
001840         TO REPORTE-LINEA.
001850     WRITE REPORTE-LINEA.
001860     MOVE SPACES TO REPORTE-LINEA.
001870     STRING "MES: " DELIMITED BY SIZE
001880         WS-MES-MM DELIMITED BY SIZE
001890         "/" DELIMITED BY SIZE
001900         WS-MES-AAAA DELIMITED BY SIZE
001910         INTO REPORTE-LINEA
001920     END-STRING.
001930     WRITE REPORTE-LINEA.
001940     MOVE SPACES TO REPORTE-LINEA.
001950     WRITE REPORTE-LINEA.
001960 2000-EXIT.
001970     EXIT.

001980*----------------------------------------------------------------*
001990* 3000-LISTAR-TIPO                                          *
002000* UNA PASADA COMPLETA DE ENFERMERIA.TXT LISTANDO LAS         *
002010* ATENCIONES DEL MES DEL TIPO PEDIDO; DEJA LA CANTIDAD EN    *
002020* WS-CASOS-TIPO.                                             *
002030*----------------------------------------------------------------*
002040 3000-LISTAR-TIPO.
002050     MOVE ZERO TO WS-CASOS-TIPO.
002060     MOVE WS-TIPO-TITULO TO REPORTE-LINEA.
002070     WRITE REPORTE-LINEA.
002080     IF NOT ENFERMERIA-DISPONIBLE
002090         GO TO 3000-SIN-CASOS
002100     END-IF.
002110     MOVE ZERO TO ENFNUMERO ENFFECHA ENFHORA.
002120     START ENFERMERIA KEY IS NOT LESS THAN ENFERMERIACLAVE
002130         INVALID KEY
002140             GO TO 3000-SIN-CASOS
002150     END-START.
002160     READ ENFERMERIA NEXT RECORD.
002170     PERFORM 3100-LISTAR-UNA THRU 3100-EXIT
002180         UNTIL FS-ENFERMERIA NOT = "00".
002190 3000-SIN-CASOS.
002200     IF WS-CASOS-TIPO = ZERO
002210         MOVE "  (sin casos en el mes)" TO REPORTE-LINEA
002220         WRITE REPORTE-LINEA
002230     END-IF.
002240     MOVE SPACES TO REPORTE-LINEA.
002250     WRITE REPORTE-LINEA.
002260 3000-EXIT.
002270     EXIT.

002280 3100-LISTAR-UNA.
002290     MOVE ENFFECHA TO WS-FECHA-ATENCION.
002300     IF WS-ATE-AAAAMM NOT = WS-MES OR ENFTIPO NOT = WS-TIPO-PEDIDO
002310         GO TO 3100-SIGUIENTE
002320     END-IF.
002330     ADD 1 TO WS-CASOS-TIPO.
002340     IF ENFLLAMADO = "S"
002350         ADD 1 TO WS-TOTAL-LLAMADOS
002360     END-IF.
002370     IF ENFRETIRADO = "S"
002380         ADD 1 TO WS-TOTAL-RETIRADOS
002390     END-IF.
002400     PERFORM 3200-BUSCAR-ALUMNO THRU 3200-EXIT.
002410     MOVE ENFFECHA TO WS-FECHA-X.
002420     MOVE SPACES TO WS-FECHA-ED.
002430     STRING WS-FECHA-X (7:2) DELIMITED BY SIZE
002440         "/" DELIMITED BY SIZE
002450         WS-FECHA-X (5:2) DELIMITED BY SIZE
002460         "/" DELIMITED BY SIZE
002470         WS-FECHA-X (1:4) DELIMITED BY SIZE
002480         INTO WS-FECHA-ED
002490     END-STRING.
002500     MOVE ENFHORA TO WS-HORA-X.
002510     PERFORM 3300-EDITAR-HORA THRU 3300-EXIT.
002520     MOVE ENFNUMERO TO WS-NUMERO-X.
002530     MOVE SPACES TO REPORTE-LINEA.
002540     STRING "  " DELIMITED BY SIZE
002550         WS-FECHA-ED DELIMITED BY SIZE
002560         " " DELIMITED BY SIZE
002570         WS-HORA-ED DELIMITED BY SIZE
002580         "  " DELIMITED BY SIZE
002590         WS-NUMERO-X DELIMITED BY SIZE
002600         " " DELIMITED BY SIZE
002610         WS-ALUMNO-TEXTO DELIMITED BY "  "
002620         INTO REPORTE-LINEA
002630     END-STRING.
002640     WRITE REPORTE-LINEA.
002650     MOVE SPACES TO REPORTE-LINEA.
002660     STRING "      SINTOMA/LESION: " DELIMITED BY SIZE
002670         ENFSINTOMA DELIMITED BY SIZE
002680         INTO REPORTE-LINEA
002690     END-STRING.
002700     WRITE REPORTE-LINEA.
002710     MOVE SPACES TO REPORTE-LINEA.
002720     STRING "      ACCION: " DELIMITED BY SIZE
002730         ENFACCION DELIMITED BY SIZE
002740         INTO REPORTE-LINEA
002750     END-STRING.
002760     WRITE REPORTE-LINEA.
002770     IF ENFLUGAR NOT = SPACES
002780         MOVE SPACES TO REPORTE-LINEA
002790         STRING "      LUGAR: " DELIMITED BY SIZE
002800             ENFLUGAR DELIMITED BY SIZE
002810             INTO REPORTE-LINEA
002820         END-STRING
002830         WRITE REPORTE-LINEA
002840     END-IF.
002850     MOVE "NO" TO WS-LLAMADO-TEXTO.
002860     IF ENFLLAMADO = "S"
002870         MOVE ENFHORALLAMADO TO WS-HORA-X
002880         PERFORM 3300-EDITAR-HORA THRU 3300-EXIT
002890         MOVE SPACES TO WS-LLAMADO-TEXTO
002900         STRING "SI " DELIMITED BY SIZE
002910             WS-HORA-ED DELIMITED BY SIZE
002920             INTO WS-LLAMADO-TEXTO
002930         END-STRING
002940     END-IF.
002950     MOVE "NO" TO WS-RETIRADO-TEXTO.
002960     IF ENFRETIRADO = "S"
002970         MOVE "SI" TO WS-RETIRADO-TEXTO
002980     END-IF.
002990     MOVE SPACES TO REPORTE-LINEA.
003000     STRING "      CONTACTO LLAMADO: " DELIMITED BY SIZE
003010         WS-LLAMADO-TEXTO DELIMITED BY SIZE
003020         "  RETIRADO A SU CASA: " DELIMITED BY SIZE
003030         WS-RETIRADO-TEXTO DELIMITED BY SIZE
003040         "  ATENDIO: " DELIMITED BY SIZE
003050         ENFUSUARIO DELIMITED BY SIZE
003060         INTO REPORTE-LINEA
003070     END-STRING.
003080     WRITE REPORTE-LINEA.
003090 3100-SIGUIENTE.
003100     READ ENFERMERIA NEXT RECORD.
003110 3100-EXIT.
003120     EXIT.

003130 3200-BUSCAR-ALUMNO.
003140     MOVE ENFNUMERO TO NUMERO.
003150     MOVE SPACES TO WS-ALUMNO-TEXTO.
003160     READ ALUMNO
003170         INVALID KEY
003180             MOVE "(ALUMNO NO ENCONTRADO)" TO WS-ALUMNO-TEXTO
003190         NOT INVALID KEY
003200             STRING APELLIDO DELIMITED BY "  "
003210                 ", " DELIMITED BY SIZE
003220                 NOMBRE DELIMITED BY "  "
003230                 INTO WS-ALUMNO-TEXTO
003240             END-STRING
003250     END-READ.
003260 3200-EXIT.
003270     EXIT.

003280 3300-EDITAR-HORA.
003290     MOVE SPACES TO WS-HORA-ED.
003300     STRING WS-HORA-X (1:2) DELIMITED BY SIZE
003310         ":" DELIMITED BY SIZE
003320         WS-HORA-X (3:2) DELIMITED BY SIZE
003330         INTO WS-HORA-ED
003340     END-STRING.
003350 3300-EXIT.
003360     EXIT.

003370*----------------------------------------------------------------*
003380* 4000-TOTALES                                              *
003390* RESUMEN POR TIPO AL PIE DEL INFORME.                       *
003400*----------------------------------------------------------------*
003410 4000-TOTALES.
003420     MOVE "TOTALES DEL MES" TO REPORTE-LINEA.
003430     WRITE REPORTE-LINEA.
003440     MOVE WS-TOTAL-ACCIDENTES TO WS-CANTIDAD-ED.
003450     MOVE SPACES TO REPORTE-LINEA.
003460     STRING "  ACCIDENTES ESCOLARES (SEGURO): " DELIMITED BY SIZE
003470         WS-CANTIDAD-ED DELIMITED BY SIZE
003480         INTO REPORTE-LINEA
003490     END-STRING.
003500     WRITE REPORTE-LINEA.
003510     MOVE WS-TOTAL-INCIDENTES TO WS-CANTIDAD-ED.
003520     MOVE SPACES TO REPORTE-LINEA.
003530     STRING "  INCIDENTES:                    " DELIMITED BY SIZE
003540         WS-CANTIDAD-ED DELIMITED BY SIZE
003550         INTO REPORTE-LINEA
003560     END-STRING.
003570     WRITE REPORTE-LINEA.
003580     MOVE WS-TOTAL-CONSULTAS TO WS-CANTIDAD-ED.
003590     MOVE SPACES TO REPORTE-LINEA.
003600     STRING "  CONSULTAS:                     " DELIMITED BY SIZE
003610         WS-CANTIDAD-ED DELIMITED BY SIZE
003620         INTO REPORTE-LINEA
003630     END-STRING.
003640     WRITE REPORTE-LINEA.
003650     MOVE WS-TOTAL-LLAMADOS TO WS-CANTIDAD-ED.
003660     MOVE SPACES TO REPORTE-LINEA.
003670     STRING "  CON LLAMADO AL CONTACTO:       " DELIMITED BY SIZE
003680         WS-CANTIDAD-ED DELIMITED BY SIZE
003690         INTO REPORTE-LINEA
003700     END-STRING.
003710     WRITE REPORTE-LINEA.
003720     MOVE WS-TOTAL-RETIRADOS TO WS-CANTIDAD-ED.
003730     MOVE SPACES TO REPORTE-LINEA.
003740     STRING "  RETIRADOS A SU CASA:           " DELIMITED BY SIZE
003750         WS-CANTIDAD-ED DELIMITED BY SIZE
003760         INTO REPORTE-LINEA
003770     END-STRING.
003780     WRITE REPORTE-LINEA.
003790 4000-EXIT.
003800     EXIT.

003810*----------------------------------------------------------------*
003820* 9000-FINALIZAR                                            *
003830*----------------------------------------------------------------*
003840 9000-FINALIZAR.
003850     IF ARCHIVOS-ABIERTOS
003860         IF ENFERMERIA-DISPONIBLE
003870             CLOSE ENFERMERIA
003880         END-IF
003890         CLOSE ALUMNO
003900         CLOSE REPORTE
003910     END-IF.
003920     DISPLAY "Accidentes escolares: " WS-TOTAL-ACCIDENTES.
003930     DISPLAY "Incidentes: " WS-TOTAL-INCIDENTES.
003940     DISPLAY "Consultas: " WS-TOTAL-CONSULTAS.
003950     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
003960 9000-EXIT.
003970     EXIT.

003980*----------------------------------------------------------------*
003990* 9100-GRABAR-LOG                                           *
004000* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
004010* LOG COMPARTIDO DE LOS BATCH.                               *
004020*----------------------------------------------------------------*
004030 9100-GRABAR-LOG.
004040     OPEN EXTEND LOG-CORRIDA.
004050     IF FS-LOG = "05" OR FS-LOG = "35"
004060         OPEN OUTPUT LOG-CORRIDA
004070     END-IF.
004080     IF FS-LOG NOT = "00"
004090         GO TO 9100-EXIT
004100     END-IF.
004110     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
004120     ACCEPT WS-LOG-HORA FROM TIME.
004130     MOVE RETURN-CODE TO WS-LOG-RC.
004140     MOVE SPACES TO LOG-LINEA.
004150     STRING WS-LOG-FECHA DELIMITED BY SIZE
004160         " " DELIMITED BY SIZE
004170         WS-LOG-HORA DELIMITED BY SIZE
004180         " REPORTE-ENFERMERIA MES=" DELIMITED BY SIZE
004190         WS-MES DELIMITED BY SIZE
004200         " ACCIDENTES=" DELIMITED BY SIZE
004210         WS-TOTAL-ACCIDENTES DELIMITED BY SIZE
004220         " INCIDENTES=" DELIMITED BY SIZE
004230         WS-TOTAL-INCIDENTES DELIMITED BY SIZE
004240         " CONSULTAS=" DELIMITED BY SIZE
004250         WS-TOTAL-CONSULTAS DELIMITED BY SIZE
004260         " RC=" DELIMITED BY SIZE
004270         WS-LOG-RC DELIMITED BY SIZE
004280         INTO LOG-LINEA
004290     END-STRING.
004300     WRITE LOG-LINEA.
004310     CLOSE LOG-CORRIDA.
004320 9100-EXIT.
004330     EXIT.

004340 9999-EXIT.
004350     EXIT.
