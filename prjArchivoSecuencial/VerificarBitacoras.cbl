000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. VERIFICAR-BITACORAS.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* VERIFICACION DE LA CADENA DE CONTROL DE LAS BITACORAS:
000180* ALUMNO_AUDITORIA.TXT, ALUMNO_CAMBIOS.TXT Y BITACORA.TXT. CADA
000190* LINEA QUE SE AGREGA TERMINA EN ",#NNNNNNNNN", UN CONTROL
000200* CALCULADO SOBRE EL TEXTO DE LA LINEA Y EL CONTROL DE LA LINEA
000210* ANTERIOR DEL MISMO ARCHIVO (VER 8950-CALCULAR-CONTROL): SI
000220* ALGUIEN EDITA O BORRA UNA LINEA EN LA CARPETA COMPARTIDA, EL
000230* CONTROL DE ESA LINEA O EL DE LA SIGUIENTE DEJA DE CORRESPONDER.
000240*
000250* CADA BITACORA SE RECORRE EN EL ORDEN EN QUE SE ESCRIBIO: EL
000260* ARCHIVO LEGAL BITACORAS_ARCHIVO_<BASE>.TXT (LOS SEGMENTOS QUE
000270* YA PASARON LA RETENCION), LOS SEGMENTOS MENSUALES VIGENTES DEL
000280* INDICE BITACORAS_SEGMENTOS.TXT EN ORDEN DE MES Y AL FINAL EL
000290* ARCHIVO VIVO, LLEVANDO EL CONTROL DE UN ARCHIVO AL SIGUIENTE.
000300* EL CONTROL FINAL QUE ROTAR-BITACORAS ANOTA EN EL INDICE PARA
000310* CADA SEGMENTO SE COMPARA CON EL DE SU ULTIMA LINEA (A UN
000320* SEGMENTO AL QUE LE BORRARON LAS ULTIMAS LINEAS NO LE QUEDA OTRA
000330* SENAL) Y PERMITE SEGUIR LA CADENA CUANDO FALTA EL ARCHIVO
000340* ANTERIOR.
000350*
000360* LAS LINEAS SIN CONTROL AL PRINCIPIO DE UN ARCHIVO SON
000370* ANTERIORES AL ENCADENAMIENTO Y SOLO SE CUENTAN; UNA LINEA SIN
000380* CONTROL DESPUES DE OTRA ENCADENADA ES UN ENLACE ROTO. DESPUES DE
000390* UN ENLACE ROTO LA VERIFICACION SIGUE DESDE EL CONTROL GRABADO EN
000400* LA LINEA, ASI CADA ALTERACION SE CUENTA UNA SOLA VEZ.
000410*
000420* SALIDA: VERIFICACION_BITACORAS.TXT CON EL PRIMER ENLACE ROTO DE
000430* CADA BITACORA (ARCHIVO O SEGMENTO, LINEA Y MOTIVO) Y LOS
000440* TOTALES, MAS LA LINEA DEL LOG COMPARTIDO DE LOS BATCH. RC 0 SI
000450* LAS TRES CADENAS VERIFICAN, RC 4 CON ALGUN ENLACE ROTO, RC 8 SI
000460* NO SE PUDO CREAR EL REPORTE.
000470*
000480* HISTORIAL DE MODIFICACIONES
000490*   2026-10-15  OFS  VERSION INICIAL.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT LECTURA ASSIGN TO WS-ARCHIVO-LECTURA
000550         ORGANIZATION LINE SEQUENTIAL
000560         FILE STATUS FS-LECTURA.
000570     SELECT INDICE ASSIGN TO WS-ARCHIVO-INDICE
000580         ORGANIZATION LINE SEQUENTIAL
000590         FILE STATUS FS-INDICE.
000600     SELECT REPORTE ASSIGN TO WS-ARCHIVO-REPORTE
000610         ORGANIZATION LINE SEQUENTIAL
000620         FILE STATUS FS-REPORTE.
000630     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000640         ORGANIZATION LINE SEQUENTIAL
000650         FILE STATUS FS-LOG.
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  LECTURA.
000690 01  LECTURA-LINEA           PIC X(250).
000700 FD  INDICE.
000710 01  INDICE-LINEA            PIC X(80).
000720 FD  REPORTE.
000730 01  REPORTE-LINEA           PIC X(132).
000740 FD  LOG-CORRIDA.
000750 01  LOG-LINEA               PIC X(132).
000760 WORKING-STORAGE SECTION.
000770 01  FS-LECTURA              PIC XX.
000780 01  FS-INDICE               PIC XX.
000790 01  FS-REPORTE              PIC XX.
000800 01  FS-LOG                  PIC XX.
000810 01  WS-ARCHIVO-LECTURA      PIC X(50).
000820 01  WS-ARCHIVO-INDICE   PIC X(40)
000830     VALUE "bitacoras_segmentos.txt".
000840 01  WS-ARCHIVO-REPORTE  PIC X(40)
000850     VALUE "verificacion_bitacoras.txt".
000860 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
000870 01  WS-LOG-FECHA            PIC 9(08).
000880 01  WS-LOG-HORA             PIC 9(08).
000890 01  WS-LOG-RC               PIC 9(01).
000900 01  WS-SWITCHES.
000910     05  WS-REPORTE-ABIERTO-SW PIC X(01) VALUE "N".
000920         88  REPORTE-ABIERTO          VALUE "S".
000930     05  WS-LECTURA-ABIERTA-SW PIC X(01) VALUE "N".
000940         88  LECTURA-ABIERTA          VALUE "S".
000950     05  WS-CADENA-CONOCIDA-SW PIC X(01) VALUE "S".
000960         88  CADENA-CONOCIDA          VALUE "S".
000970     05  WS-CONTROL-VISTO-SW PIC X(01) VALUE "N".
000980         88  CONTROL-VISTO            VALUE "S".
000990     05  WS-CAD-CON-CONTROL-SW PIC X(01) VALUE "N".
001000         88  CAD-CON-CONTROL          VALUE "S".
001010 01  WS-BASE                 PIC X(20).
001020 01  WS-MES-HECHO            PIC 9(06).
001030 01  WS-MES-PROXIMO          PIC 9(06).
001040 01  WS-MOTIVO               PIC X(80).
001050 01  WS-IDX-NOMBRE           PIC X(40).
001060 01  WS-IDX-MES-X            PIC X(06).
001070 01  WS-IDX-ESTADO           PIC X(01).
001080 01  WS-IDX-BASE             PIC X(20).
001090 01  WS-IDX-FINAL            PIC X(09).
001100 01  WS-TABLA-SEGMENTOS.
001110     05  WS-SEG OCCURS 200 TIMES.
001120         10  WS-SEG-NOMBRE   PIC X(40).
001130         10  WS-SEG-MES      PIC 9(06).
001140         10  WS-SEG-ESTADO   PIC X(01).
001150         10  WS-SEG-BASE     PIC X(20).
001160         10  WS-SEG-FINAL    PIC X(09).
001170 77  WS-TOTAL-SEG            PIC 9(03) VALUE ZERO COMP.
001180 77  WS-I                    PIC 9(03) VALUE ZERO COMP.
001190 77  WS-SEG-ELEGIDO          PIC 9(03) VALUE ZERO COMP.
001200 77  WS-LINEA-NRO            PIC 9(07) VALUE ZERO.
001210 77  WS-BASE-VERIFICADAS     PIC 9(07) VALUE ZERO.
001220 77  WS-BASE-SIN-CONTROL     PIC 9(07) VALUE ZERO.
001230 77  WS-BASE-ROTURAS         PIC 9(07) VALUE ZERO.
001240 77  WS-TOTAL-VERIFICADAS    PIC 9(07) VALUE ZERO.
001250 77  WS-TOTAL-ROTURAS        PIC 9(07) VALUE ZERO.
001260* CADENA DE CONTROL: WS-CAD-ANTERIOR ES EL CONTROL DE LA ULTIMA
001270* LINEA ENCADENADA; EL CODIGO DE CADA CARACTER SE TOMA DEL BYTE
001280* BAJO DE WS-CAD-PAR.
001290 01  WS-CADENA.
001300     05  WS-CAD-LINEA        PIC X(250).
001310     05  WS-CAD-LARGO        PIC 9(03) COMP.
001320     05  WS-CAD-I            PIC 9(03) COMP.
001330     05  WS-CAD-ANTERIOR     PIC 9(09).
001340     05  WS-CAD-CONTROL      PIC 9(09).
001350     05  WS-CAD-GUARDADO     PIC 9(09).
001360     05  WS-CAD-VALOR        PIC 9(11).
001370     05  WS-CAD-COCIENTE     PIC 9(11).
001380     05  WS-CAD-RESTO        PIC 9(09).
001390 01  WS-CAD-PAR.
001400     05  WS-CAD-PAR-ALTO     PIC X(01) VALUE LOW-VALUE.
001410     05  WS-CAD-PAR-BAJO     PIC X(01).
001420 01  WS-CAD-CODIGO REDEFINES WS-CAD-PAR PIC 9(04) COMP.
001430 PROCEDURE DIVISION.
001440
001450 0000-MAINLINE.
001460     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
001470     MOVE "alumno_auditoria" TO WS-BASE.
001480     PERFORM 2000-VERIFICAR-BASE THRU 2000-EXIT.
001490     MOVE "alumno_cambios" TO WS-BASE.
001500     PERFORM 2000-VERIFICAR-BASE THRU 2000-EXIT.
001510     MOVE "bitacora" TO WS-BASE.
001520     PERFORM 2000-VERIFICAR-BASE THRU 2000-EXIT.
001530     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001540     GOBACK.
001550
001560*----------------------------------------------------------------*
001570* 1000-INICIALIZAR                                          *
001580* CREA EL REPORTE Y CARGA EL INDICE DE SEGMENTOS.            *
001590*----------------------------------------------------------------*
001600 1000-INICIALIZAR.
001610     OPEN OUTPUT REPORTE.
001620     IF FS-REPORTE NOT = "00"
001630         DISPLAY "No se pudo crear " WS-ARCHIVO-REPORTE
001640         MOVE 8 TO RETURN-CODE
001650         GO TO 1000-EXIT
001660     END-IF.
001670     SET REPORTE-ABIERTO TO TRUE.
001680     PERFORM 1200-CARGAR-INDICE THRU 1200-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710
001720 1200-CARGAR-INDICE.
001730     OPEN INPUT INDICE.
001740     IF FS-INDICE NOT = "00"
001750         GO TO 1200-EXIT
001760     END-IF.
001770     READ INDICE NEXT RECORD.
001780     PERFORM 1210-CARGAR-ENTRADA THRU 1210-EXIT
001790         UNTIL FS-INDICE NOT = "00".
001800     CLOSE INDICE.
001810 1200-EXIT.
001820     EXIT.
001830
001840 1210-CARGAR-ENTRADA.
001850     MOVE SPACES TO WS-IDX-NOMBRE WS-IDX-MES-X WS-IDX-ESTADO.
001860     MOVE SPACES TO WS-IDX-BASE WS-IDX-FINAL.
001870     UNSTRING INDICE-LINEA DELIMITED BY ";"
001880         INTO WS-IDX-NOMBRE WS-IDX-MES-X WS-IDX-ESTADO
001890              WS-IDX-BASE WS-IDX-FINAL
001900     END-UNSTRING.
001910     IF WS-IDX-NOMBRE = SPACES OR WS-IDX-MES-X NOT NUMERIC
001920         GO TO 1210-SIGUIENTE
001930     END-IF.
001940     IF WS-TOTAL-SEG >= 200
001950         GO TO 1210-SIGUIENTE
001960     END-IF.
001970     ADD 1 TO WS-TOTAL-SEG.
001980     MOVE WS-IDX-NOMBRE TO WS-SEG-NOMBRE (WS-TOTAL-SEG).
001990     MOVE WS-IDX-MES-X TO WS-SEG-MES (WS-TOTAL-SEG).
002000     IF WS-IDX-ESTADO = "A"
002010         MOVE "A" TO WS-SEG-ESTADO (WS-TOTAL-SEG)
002020     ELSE
002030         MOVE "V" TO WS-SEG-ESTADO (WS-TOTAL-SEG)
002040     END-IF.
002050     MOVE WS-IDX-BASE TO WS-SEG-BASE (WS-TOTAL-SEG).
002060     IF WS-IDX-FINAL NUMERIC
002070         MOVE WS-IDX-FINAL TO WS-SEG-FINAL (WS-TOTAL-SEG)
002080     ELSE
002090         MOVE SPACES TO WS-SEG-FINAL (WS-TOTAL-SEG)
002100     END-IF.
002110 1210-SIGUIENTE.
002120     READ INDICE NEXT RECORD.
002130 1210-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------*
002170* 2000-VERIFICAR-BASE                                       *
002180* RECORRE LA BITACORA WS-BASE COMPLETA EN ORDEN DE ESCRITURA:*
002190* ARCHIVO LEGAL, SEGMENTOS VIGENTES POR MES Y VIVO.          *
002200*----------------------------------------------------------------*
002210 2000-VERIFICAR-BASE.
002220     IF NOT REPORTE-ABIERTO
002230         GO TO 2000-EXIT
002240     END-IF.
002250     MOVE ZERO TO WS-CAD-ANTERIOR.
002260     SET CADENA-CONOCIDA TO TRUE.
002270     MOVE ZERO TO WS-BASE-VERIFICADAS WS-BASE-SIN-CONTROL.
002280     MOVE ZERO TO WS-BASE-ROTURAS.
002290     MOVE SPACES TO REPORTE-LINEA.
002300     STRING "BITACORA " DELIMITED BY SIZE
002310         WS-BASE DELIMITED BY " "
002320         INTO REPORTE-LINEA
002330     END-STRING.
002340     WRITE REPORTE-LINEA.
002350     PERFORM 2100-VERIFICAR-LEGAL THRU 2100-EXIT.
002360     MOVE ZERO TO WS-MES-HECHO.
002370     PERFORM 2200-PROXIMO-SEGMENTO THRU 2200-EXIT.
002380     PERFORM 2300-VERIFICAR-SEGMENTO THRU 2300-EXIT
002390         UNTIL WS-SEG-ELEGIDO = ZERO.
002400     MOVE SPACES TO WS-ARCHIVO-LECTURA.
002410     STRING WS-BASE DELIMITED BY " "
002420         ".txt" DELIMITED BY SIZE
002430         INTO WS-ARCHIVO-LECTURA
002440     END-STRING.
002450     PERFORM 3000-VERIFICAR-ARCHIVO THRU 3000-EXIT.
002460     IF WS-BASE-ROTURAS = ZERO
002470         MOVE "  LA CADENA VERIFICA COMPLETA" TO REPORTE-LINEA
002480         WRITE REPORTE-LINEA
002490     END-IF.
002500     MOVE SPACES TO REPORTE-LINEA.
002510     STRING "  LINEAS VERIFICADAS: " DELIMITED BY SIZE
002520         WS-BASE-VERIFICADAS DELIMITED BY SIZE
002530         "  SIN CONTROL (ANTERIORES A LA CADENA): "
002540             DELIMITED BY SIZE
002550         WS-BASE-SIN-CONTROL DELIMITED BY SIZE
002560         "  ENLACES ROTOS: " DELIMITED BY SIZE
002570         WS-BASE-ROTURAS DELIMITED BY SIZE
002580         INTO REPORTE-LINEA
002590     END-STRING.
002600     WRITE REPORTE-LINEA.
002610     DISPLAY WS-BASE ": " WS-BASE-VERIFICADAS
002620         " lineas verificadas, " WS-BASE-ROTURAS " enlaces rotos".
002630 2000-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------------*
002670* 2100-VERIFICAR-LEGAL                                      *
002680* EL ARCHIVO LEGAL TIENE LOS SEGMENTOS ARCHIVADOS ("A") EN   *
002690* EL ORDEN EN QUE SE VOLCARON; AL TERMINARLO EL CONTROL TIENE*
002700* QUE SER EL FINAL DEL ARCHIVADO MAS NUEVO.                  *
002710*----------------------------------------------------------------*
002720 2100-VERIFICAR-LEGAL.
002730     MOVE ZERO TO WS-SEG-ELEGIDO WS-MES-PROXIMO.
002740     MOVE 1 TO WS-I.
002750     PERFORM 2110-BUSCAR-ARCHIVADO THRU 2110-EXIT
002760         UNTIL WS-I > WS-TOTAL-SEG.
002770     MOVE SPACES TO WS-ARCHIVO-LECTURA.
002780     STRING "bitacoras_archivo_" DELIMITED BY SIZE
002790         WS-BASE DELIMITED BY " "
002800         ".txt" DELIMITED BY SIZE
002810         INTO WS-ARCHIVO-LECTURA
002820     END-STRING.
002830     PERFORM 3000-VERIFICAR-ARCHIVO THRU 3000-EXIT.
002840     IF WS-SEG-ELEGIDO = ZERO
002850         GO TO 2100-EXIT
002860     END-IF.
002870     IF NOT LECTURA-ABIERTA
002880         MOVE ZERO TO WS-LINEA-NRO
002890         MOVE "FALTA EL ARCHIVO LEGAL DE LOS SEGMENTOS ARCHIVADOS"
002900             TO WS-MOTIVO
002910         PERFORM 8800-ROTURA THRU 8800-EXIT
002920         PERFORM 2400-RETOMAR-DEL-INDICE THRU 2400-EXIT
002930         GO TO 2100-EXIT
002940     END-IF.
002950     PERFORM 2500-CONTROLAR-FINAL THRU 2500-EXIT.
002960 2100-EXIT.
002970     EXIT.
002980
002990 2110-BUSCAR-ARCHIVADO.
003000     IF WS-SEG-BASE (WS-I) = WS-BASE
003010        AND WS-SEG-ESTADO (WS-I) = "A"
003020        AND WS-SEG-MES (WS-I) > WS-MES-PROXIMO
003030         MOVE WS-I TO WS-SEG-ELEGIDO
003040         MOVE WS-SEG-MES (WS-I) TO WS-MES-PROXIMO
003050     END-IF.
003060     ADD 1 TO WS-I.
003070 2110-EXIT.
003080     EXIT.
003090
003100*----------------------------------------------------------------*
003110* 2200-PROXIMO-SEGMENTO                                     *
003120* ELIGE EL SEGMENTO VIGENTE DE WS-BASE CON EL MES MAS CHICO  *
003130* POSTERIOR A WS-MES-HECHO (CERO SI NO QUEDA NINGUNO).       *
003140*----------------------------------------------------------------*
003150 2200-PROXIMO-SEGMENTO.
003160     MOVE ZERO TO WS-SEG-ELEGIDO.
003170     MOVE 999999 TO WS-MES-PROXIMO.
003180     MOVE 1 TO WS-I.
003190     PERFORM 2210-COMPARAR-SEGMENTO THRU 2210-EXIT
003200         UNTIL WS-I > WS-TOTAL-SEG.
003210 2200-EXIT.
003220     EXIT.
003230
003240 2210-COMPARAR-SEGMENTO.
003250     IF WS-SEG-BASE (WS-I) = WS-BASE
003260        AND WS-SEG-ESTADO (WS-I) = "V"
003270        AND WS-SEG-MES (WS-I) > WS-MES-HECHO
003280        AND WS-SEG-MES (WS-I) < WS-MES-PROXIMO
003290         MOVE WS-I TO WS-SEG-ELEGIDO
003300         MOVE WS-SEG-MES (WS-I) TO WS-MES-PROXIMO
003310     END-IF.
003320     ADD 1 TO WS-I.
003330 2210-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------------*
003370* 2300-VERIFICAR-SEGMENTO                                   *
003380* VERIFICA EL SEGMENTO ELEGIDO, CONTROLA SU FINAL CONTRA EL  *
003390* INDICE Y ELIGE EL SIGUIENTE.                               *
003400*----------------------------------------------------------------*
003410 2300-VERIFICAR-SEGMENTO.
003420     MOVE WS-SEG-NOMBRE (WS-SEG-ELEGIDO) TO WS-ARCHIVO-LECTURA.
003430     PERFORM 3000-VERIFICAR-ARCHIVO THRU 3000-EXIT.
003440     IF LECTURA-ABIERTA
003450         PERFORM 2500-CONTROLAR-FINAL THRU 2500-EXIT
003460     ELSE
003470         MOVE ZERO TO WS-LINEA-NRO
003480         MOVE "FALTA EL SEGMENTO ANOTADO EN EL INDICE"
003490             TO WS-MOTIVO
003500         PERFORM 8800-ROTURA THRU 8800-EXIT
003510         PERFORM 2400-RETOMAR-DEL-INDICE THRU 2400-EXIT
003520     END-IF.
003530     MOVE WS-SEG-MES (WS-SEG-ELEGIDO) TO WS-MES-HECHO.
003540     PERFORM 2200-PROXIMO-SEGMENTO THRU 2200-EXIT.
003550 2300-EXIT.
003560     EXIT.
003570
003580*    SIN EL ARCHIVO, LA CADENA SIGUE DESDE EL CONTROL FINAL QUE
003590*    EL INDICE TIENE PARA EL SEGMENTO (SI LO TIENE).
003600 2400-RETOMAR-DEL-INDICE.
003610     IF WS-SEG-FINAL (WS-SEG-ELEGIDO) NUMERIC
003620         MOVE WS-SEG-FINAL (WS-SEG-ELEGIDO) TO WS-CAD-ANTERIOR
003630         SET CADENA-CONOCIDA TO TRUE
003640     ELSE
003650         MOVE "N" TO WS-CADENA-CONOCIDA-SW
003660     END-IF.
003670 2400-EXIT.
003680     EXIT.
003690
003700 2500-CONTROLAR-FINAL.
003710     IF WS-SEG-FINAL (WS-SEG-ELEGIDO) NOT NUMERIC
003720         GO TO 2500-EXIT
003730     END-IF.
003740     IF CADENA-CONOCIDA
003750        AND WS-SEG-FINAL (WS-SEG-ELEGIDO) = WS-CAD-ANTERIOR
003760         GO TO 2500-EXIT
003770     END-IF.
003780     MOVE "ULTIMO CONTROL DISTINTO DEL INDICE (LINEAS BORRADAS)"
003790         TO WS-MOTIVO.
003800     PERFORM 8800-ROTURA THRU 8800-EXIT.
003810     PERFORM 2400-RETOMAR-DEL-INDICE THRU 2400-EXIT.
003820 2500-EXIT.
003830     EXIT.
003840
003850*----------------------------------------------------------------*
003860* 3000-VERIFICAR-ARCHIVO                                    *
003870* RECORRE WS-ARCHIVO-LECTURA VERIFICANDO CADA LINEA CONTRA   *
003880* LA ANTERIOR. LECTURA-ABIERTA INDICA SI EL ARCHIVO ESTABA.  *
003890*----------------------------------------------------------------*
003900 3000-VERIFICAR-ARCHIVO.
003910     MOVE "N" TO WS-LECTURA-ABIERTA-SW.
003920     MOVE "N" TO WS-CONTROL-VISTO-SW.
003930     MOVE ZERO TO WS-LINEA-NRO.
003940     OPEN INPUT LECTURA.
003950     IF FS-LECTURA NOT = "00"
003960         GO TO 3000-EXIT
003970     END-IF.
003980     SET LECTURA-ABIERTA TO TRUE.
003990     READ LECTURA NEXT RECORD.
004000     PERFORM 3100-VERIFICAR-LINEA THRU 3100-EXIT
004010         UNTIL FS-LECTURA NOT = "00".
004020     CLOSE LECTURA.
004030 3000-EXIT.
004040     EXIT.
004050
004060 3100-VERIFICAR-LINEA.
004070     ADD 1 TO WS-LINEA-NRO.
004080     MOVE LECTURA-LINEA TO WS-CAD-LINEA.
004090     PERFORM 8960-CONTROL-DE-LINEA THRU 8960-EXIT.
004100     IF NOT CAD-CON-CONTROL
004110         IF CONTROL-VISTO
004120             MOVE "LINEA SIN CONTROL DESPUES DE UNA ENCADENADA"
004130                 TO WS-MOTIVO
004140             PERFORM 8800-ROTURA THRU 8800-EXIT
004150         ELSE
004160             ADD 1 TO WS-BASE-SIN-CONTROL
004170         END-IF
004180         GO TO 3100-SIGUIENTE
004190     END-IF.
004200     SET CONTROL-VISTO TO TRUE.
004210     ADD 1 TO WS-BASE-VERIFICADAS.
004220     ADD 1 TO WS-TOTAL-VERIFICADAS.
004230     IF CADENA-CONOCIDA
004240         PERFORM 8950-CALCULAR-CONTROL THRU 8950-EXIT
004250         IF WS-CAD-CONTROL NOT = WS-CAD-GUARDADO
004260             MOVE "CONTROL DISTINTO (LINEA ALTERADA O BORRADA)"
004270                 TO WS-MOTIVO
004280             PERFORM 8800-ROTURA THRU 8800-EXIT
004290         END-IF
004300     END-IF.
004310     MOVE WS-CAD-GUARDADO TO WS-CAD-ANTERIOR.
004320     SET CADENA-CONOCIDA TO TRUE.
004330 3100-SIGUIENTE.
004340     READ LECTURA NEXT RECORD.
004350 3100-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------*
004390* 8800-ROTURA                                               *
004400* CUENTA EL ENLACE ROTO; EL PRIMERO DE CADA BITACORA VA AL   *
004410* REPORTE CON SU ARCHIVO, SU LINEA Y EL TEXTO.               *
004420*----------------------------------------------------------------*
004430 8800-ROTURA.
004440     ADD 1 TO WS-BASE-ROTURAS.
004450     ADD 1 TO WS-TOTAL-ROTURAS.
004460     IF WS-BASE-ROTURAS > 1
004470         GO TO 8800-EXIT
004480     END-IF.
004490     MOVE SPACES TO REPORTE-LINEA.
004500     STRING "  PRIMER ENLACE ROTO EN " DELIMITED BY SIZE
004510         WS-ARCHIVO-LECTURA DELIMITED BY " "
004520         ", LINEA " DELIMITED BY SIZE
004530         WS-LINEA-NRO DELIMITED BY SIZE
004540         INTO REPORTE-LINEA
004550     END-STRING.
004560     WRITE REPORTE-LINEA.
004570     MOVE SPACES TO REPORTE-LINEA.
004580     STRING "  MOTIVO: " DELIMITED BY SIZE
004590         WS-MOTIVO DELIMITED BY "  "
004600         INTO REPORTE-LINEA
004610     END-STRING.
004620     WRITE REPORTE-LINEA.
004630     IF WS-LINEA-NRO > ZERO
004640         MOVE SPACES TO REPORTE-LINEA
004650         STRING "  TEXTO:  " DELIMITED BY SIZE
004660             LECTURA-LINEA (1:120) DELIMITED BY SIZE
004670             INTO REPORTE-LINEA
004680         END-STRING
004690         WRITE REPORTE-LINEA
004700     END-IF.
004710 8800-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------*
004750* 8950-CALCULAR-CONTROL                                     *
004760* CONTROL DE LAS PRIMERAS WS-CAD-LARGO POSICIONES DE         *
004770* WS-CAD-LINEA ENCADENADO A WS-CAD-ANTERIOR: POR CADA        *
004780* CARACTER, VALOR = (VALOR * 31 + CODIGO) MODULO 999999937,  *
004790* EMPEZANDO POR EL CONTROL ANTERIOR. LOS FORMULARIOS HACEN   *
004800* EL MISMO CALCULO (CADENABITACORA).                         *
004810*----------------------------------------------------------------*
004820 8950-CALCULAR-CONTROL.
004830     MOVE WS-CAD-ANTERIOR TO WS-CAD-VALOR.
004840     MOVE LOW-VALUE TO WS-CAD-PAR-ALTO.
004850     MOVE 1 TO WS-CAD-I.
004860     PERFORM 8955-SUMAR-CARACTER THRU 8955-EXIT
004870         UNTIL WS-CAD-I > WS-CAD-LARGO.
004880     MOVE WS-CAD-VALOR TO WS-CAD-CONTROL.
004890 8950-EXIT.
004900     EXIT.
004910
004920 8955-SUMAR-CARACTER.
004930     MOVE WS-CAD-LINEA (WS-CAD-I:1) TO WS-CAD-PAR-BAJO.
004940     COMPUTE WS-CAD-VALOR = WS-CAD-VALOR * 31 + WS-CAD-CODIGO.
004950     DIVIDE WS-CAD-VALOR BY 999999937
004960         GIVING WS-CAD-COCIENTE REMAINDER WS-CAD-RESTO.
004970     MOVE WS-CAD-RESTO TO WS-CAD-VALOR.
004980     ADD 1 TO WS-CAD-I.
004990 8955-EXIT.
005000     EXIT.
005010
005020*----------------------------------------------------------------*
005030* 8960-CONTROL-DE-LINEA                                     *
005040* SI WS-CAD-LINEA TERMINA EN ",#NNNNNNNNN" DEJA EL CONTROL EN *
005050* WS-CAD-GUARDADO Y PRENDE CAD-CON-CONTROL. EN WS-CAD-LARGO  *
005060* QUEDA EL LARGO DEL TEXTO SIN EL CONTROL.                   *
005070*----------------------------------------------------------------*
005080 8960-CONTROL-DE-LINEA.
005090     MOVE "N" TO WS-CAD-CON-CONTROL-SW.
005100     MOVE 250 TO WS-CAD-LARGO.
005110     PERFORM 8965-RETROCEDER THRU 8965-EXIT
005120         UNTIL WS-CAD-LARGO = ZERO
005130            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
005140     IF WS-CAD-LARGO < 11
005150         GO TO 8960-EXIT
005160     END-IF.
005170     IF WS-CAD-LINEA (WS-CAD-LARGO - 10:2) NOT = ",#"
005180        OR WS-CAD-LINEA (WS-CAD-LARGO - 8:9) NOT NUMERIC
005190         GO TO 8960-EXIT
005200     END-IF.
005210     MOVE WS-CAD-LINEA (WS-CAD-LARGO - 8:9) TO WS-CAD-GUARDADO.
005220     SUBTRACT 11 FROM WS-CAD-LARGO.
005230     SET CAD-CON-CONTROL TO TRUE.
005240 8960-EXIT.
005250     EXIT.
005260
005270 8965-RETROCEDER.
005280     SUBTRACT 1 FROM WS-CAD-LARGO.
005290 8965-EXIT.
005300     EXIT.
005310
005320*----------------------------------------------------------------*
005330* 9000-FINALIZAR                                            *
005340*----------------------------------------------------------------*
005350 9000-FINALIZAR.
005360     IF REPORTE-ABIERTO
005370         CLOSE REPORTE
005380     END-IF.
005390     DISPLAY "Lineas verificadas: " WS-TOTAL-VERIFICADAS.
005400     DISPLAY "Enlaces rotos: " WS-TOTAL-ROTURAS.
005410     IF WS-TOTAL-ROTURAS > ZERO
005420         DISPLAY "Ver " WS-ARCHIVO-REPORTE
005430     END-IF.
005440     IF RETURN-CODE = ZERO AND WS-TOTAL-ROTURAS > ZERO
005450         MOVE 4 TO RETURN-CODE
005460     END-IF.
005470     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
005480 9000-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520* 9100-GRABAR-LOG                                           *
005530* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
005540* LOG COMPARTIDO DE LOS BATCH.                               *
005550*----------------------------------------------------------------*
005560 9100-GRABAR-LOG.
005570     OPEN EXTEND LOG-CORRIDA.
005580     IF FS-LOG = "05" OR FS-LOG = "35"
005590         OPEN OUTPUT LOG-CORRIDA
005600     END-IF.
005610     IF FS-LOG NOT = "00"
005620         GO TO 9100-EXIT
005630     END-IF.
005640     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
005650     ACCEPT WS-LOG-HORA FROM TIME.
005660     MOVE RETURN-CODE TO WS-LOG-RC.
005670     MOVE SPACES TO LOG-LINEA.
005680     STRING WS-LOG-FECHA DELIMITED BY SIZE
005690         " " DELIMITED BY SIZE
005700         WS-LOG-HORA DELIMITED BY SIZE
005710         " VERIFICAR-BITACORAS LINEAS=" DELIMITED BY SIZE
005720         WS-TOTAL-VERIFICADAS DELIMITED BY SIZE
005730         " ROTURAS=" DELIMITED BY SIZE
005740         WS-TOTAL-ROTURAS DELIMITED BY SIZE
005750         " RC=" DELIMITED BY SIZE
005760         WS-LOG-RC DELIMITED BY SIZE
005770         INTO LOG-LINEA
005780     END-STRING.
005790     WRITE LOG-LINEA.
005800     CLOSE LOG-CORRIDA.
005810 9100-EXIT.
005820     EXIT.
005830
005840 9999-EXIT.
005850     EXIT.
