000320* TERMINA CON RETURN-CODE 4 SI ENCONTRO ALGO, PARA QUE EL
000330* PROGRAMADOR NOCTURNO LEVANTE LA MANO.
000340*
000341* CON "SIMULAR" HACE LA PASADA DE CUARENTENA COMPLETA (EXCEPCIONES
000342* Y TOTALES) SIN MOVER NI BORRAR NADA: CADA HUERFANO QUE SE
000343* MOVERIA SE LISTA EN INTEGRIDAD_SIMULACION.TXT, QUE LA DIRECCION
000344* FIRMA ANTES DE LA CORRIDA REAL CON CUARENTENA.
000345*
000350* HISTORIAL DE MODIFICACIONES
000360*   2026-09-03  OFS  VERSION INICIAL.
000365*   2026-10-15  OFS  CLAVE DE ASISTENCIA FECHA/CURSO/NUMERO.
000366*   2026-10-15  OFS  PARAMETRO SIMULAR: CUARENTENA SIN MOVER NI
000367*                    BORRAR, CON LISTADO DE LO QUE MOVERIA.
000370*
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000550     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000560         ORGANIZATION LINE SEQUENTIAL
000570         FILE STATUS FS-LOG.
000572     SELECT SIMULACION ASSIGN TO WS-ARCHIVO-SIMULACION
000574         ORGANIZATION LINE SEQUENTIAL
000576         FILE STATUS FS-SIMULACION.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  ALUMNO.
000790 01  CUARENTENA-LINEA        PIC X(250).
000800 FD  LOG-CORRIDA.
000810 01  LOG-LINEA               PIC X(132).
000813 FD  SIMULACION.
000816 01  SIMULACION-LINEA        PIC X(132).
000820 WORKING-STORAGE SECTION.
000830 01  FS-ALUMNO               PIC XX.
000840 01  FS-CURSO                PIC XX.
000990 01  WS-LOG-FECHA            PIC 9(08).
001000 01  WS-LOG-HORA             PIC 9(08).
001010 01  WS-LOG-RC               PIC 9(01).
00101A 01  WS-LOG-MODO             PIC X(11) VALUE SPACES.
00101B 01  FS-SIMULACION           PIC XX.
00101C 01  WS-ARCHIVO-SIMULACION   PIC X(40)
00101D         VALUE "integridad_simulacion.txt".
00101E 01  WS-SIM-FECHA            PIC 9(08).
00101F 01  WS-SIM-TOTAL-ED         PIC Z(05)9.
00101G 01  WS-SIM-DETALLE.
00101H     05  SIM-ACCION          PIC X(10).
00101I     05  FILLER              PIC X(01) VALUE SPACE.
00101J     05  SIM-ARCHIVO         PIC X(26).
00101K     05  FILLER              PIC X(01) VALUE SPACE.
00101L     05  SIM-DATOS           PIC X(94).
001020 01  WS-SWITCHES.
001030     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001040         88  ARCHIVOS-ABIERTOS        VALUE "S".
001100         88  CURSO-HALLADO            VALUE "S".
001110     05  WS-REGISTRO-HUERFANO-SW PIC X(01) VALUE "N".
001120         88  REGISTRO-HUERFANO        VALUE "S".
001123     05  WS-SIMULACION-SW    PIC X(01) VALUE "N".
001126         88  MODO-SIMULACION          VALUE "S".
001130 01  WS-MOTIVO               PIC X(40).
001140 01  WS-CLAVE-TEXTO          PIC X(30).
001150 01  WS-ARCHIVO-TEXTO        PIC X(12).
001160 77  WS-TOTAL-LEIDOS         PIC 9(07) VALUE ZERO COMP.
001170 77  WS-TOTAL-HUERFANOS      PIC 9(06) VALUE ZERO.
001180 77  WS-TOTAL-CUARENTENA     PIC 9(06) VALUE ZERO.
001183 77  WS-CUENTA-SIMULAR       PIC 9(03) VALUE ZERO COMP.
001186 77  WS-TOTAL-SIMULADOS      PIC 9(06) VALUE ZERO COMP.
001190 PROCEDURE DIVISION.

001200 0000-MAINLINE.
001360     IF WS-PARAMETRO (1:10) = "CUARENTENA"
001370         SET MODO-CUARENTENA TO TRUE
001380     END-IF.
00138A*    SIMULAR ES LA CUARENTENA SIN MOVER NI BORRAR: LOS SATELITES
00138B*    SE ABREN SOLO PARA LECTURA.
00138C     MOVE ZERO TO WS-CUENTA-SIMULAR.
00138D     INSPECT WS-PARAMETRO TALLYING WS-CUENTA-SIMULAR
00138E         FOR ALL "SIMULAR".
00138F     IF WS-CUENTA-SIMULAR > ZERO
00138G         SET MODO-CUARENTENA TO TRUE
00138H         SET MODO-SIMULACION TO TRUE
00138I         MOVE " SIMULACION" TO WS-LOG-MODO
00138J     END-IF.
001390     OPEN INPUT ALUMNO.
001400     IF FS-ALUMNO NOT = "00"
001410         DISPLAY "No se pudo abrir alumno.txt"
001570         MOVE 8 TO RETURN-CODE
001580         GO TO 1000-EXIT
001590     END-IF.
00159A     IF MODO-SIMULACION
00159B         PERFORM 8900-ABRIR-SIMULACION THRU 8900-EXIT
00159C         IF RETURN-CODE NOT = ZERO
00159D             CLOSE ALUMNO
00159E             CLOSE CURSO
00159F             CLOSE EXCEPCIONES
00159G             GO TO 1000-EXIT
00159H         END-IF
00159I         DISPLAY "Simulacion: los huerfanos solo se listan"
00159J         SET ARCHIVOS-ABIERTOS TO TRUE
00159K         GO TO 1000-EXIT
00159L     END-IF.
001600     SET ARCHIVOS-ABIERTOS TO TRUE.
001610     IF MODO-CUARENTENA
001620         DISPLAY "Modo cuarentena: los huerfanos se mueven"
002240 8400-EXIT.
002250     EXIT.

0022A0*----------------------------------------------------------------*
0022A1* 8450-LISTAR-CUARENTENA                                    *
0022A2* EN SIMULACION DEJA EN EL LISTADO EL HUERFANO QUE SE HABRIA *
0022A3* MOVIDO A CUARENTENA Y BORRADO DEL SATELITE, Y LO CUENTA    *
0022A4* COMO MOVIDO PARA QUE LOS TOTALES COINCIDAN CON LA REAL.    *
0022A5*----------------------------------------------------------------*
0022A6 8450-LISTAR-CUARENTENA.
0022A7     MOVE "MUEVE" TO SIM-ACCION.
0022A8     MOVE SPACES TO SIM-ARCHIVO.
0022A9     STRING WS-ARCHIVO-TEXTO DELIMITED BY "  "
0022B0         ".txt" DELIMITED BY SIZE
0022B1         INTO SIM-ARCHIVO
0022B2     END-STRING.
0022B3     MOVE SPACES TO SIM-DATOS.
0022B4     STRING WS-CLAVE-TEXTO DELIMITED BY "  "
0022B5         " A " DELIMITED BY SIZE
0022B6         WS-ARCHIVO-CUARENTENA DELIMITED BY SPACE
0022B7         " (" DELIMITED BY SIZE
0022B8         WS-MOTIVO DELIMITED BY "  "
0022B9         ")" DELIMITED BY SIZE
0022C0         INTO SIM-DATOS
0022C1     END-STRING.
0022C2     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
0022C3     ADD 1 TO WS-TOTAL-CUARENTENA.
0022C4 8450-EXIT.
0022C5     EXIT.

0022C6*----------------------------------------------------------------*
0022C7* 8900-ABRIR-SIMULACION                                     *
0022C8* CREA EL LISTADO DE SIMULACION CON SU ENCABEZADO.           *
0022C9*----------------------------------------------------------------*
0022D0 8900-ABRIR-SIMULACION.
0022D1     OPEN OUTPUT SIMULACION.
0022D2     IF FS-SIMULACION NOT = "00"
0022D3         DISPLAY "No se pudo crear " WS-ARCHIVO-SIMULACION
0022D4         MOVE "N" TO WS-SIMULACION-SW
0022D5         MOVE 8 TO RETURN-CODE
0022D6         GO TO 8900-EXIT
0022D7     END-IF.
0022D8     ACCEPT WS-SIM-FECHA FROM DATE YYYYMMDD.
0022D9     MOVE SPACES TO SIMULACION-LINEA.
0022E0     STRING "SIMULACION DE INTEGRIDAD-SATELITES DEL "
0022E1         DELIMITED BY SIZE
0022E2         WS-SIM-FECHA (7:2) DELIMITED BY SIZE
0022E3         "/" DELIMITED BY SIZE
0022E4         WS-SIM-FECHA (5:2) DELIMITED BY SIZE
0022E5         "/" DELIMITED BY SIZE
0022E6         WS-SIM-FECHA (1:4) DELIMITED BY SIZE
0022E7         INTO SIMULACION-LINEA
0022E8     END-STRING.
0022E9     WRITE SIMULACION-LINEA.
0022F0     MOVE "NO SE MODIFICO NINGUN ARCHIVO MAESTRO. CADA LINEA ES"
0022F1         TO SIMULACION-LINEA.
0022F2     WRITE SIMULACION-LINEA.
0022F3     MOVE "UN REGISTRO QUE LA CORRIDA REAL GRABARIA, MOVERIA"
0022F4         TO SIMULACION-LINEA.
0022F5     WRITE SIMULACION-LINEA.
0022F6     MOVE "O BORRARIA." TO SIMULACION-LINEA.
0022F7     WRITE SIMULACION-LINEA.
0022F8     MOVE SPACES TO SIMULACION-LINEA.
0022F9     STRING "PARAMETROS: " DELIMITED BY SIZE
0022G0         WS-PARAMETRO DELIMITED BY SIZE
0022G1         INTO SIMULACION-LINEA
0022G2     END-STRING.
0022G3     WRITE SIMULACION-LINEA.
0022G4     MOVE SPACES TO SIMULACION-LINEA.
0022G5     WRITE SIMULACION-LINEA.
0022G6     MOVE "ACCION     ARCHIVO                    REGISTRO"
0022G7         TO SIMULACION-LINEA.
0022G8     WRITE SIMULACION-LINEA.
0022G9 8900-EXIT.
0022H0     EXIT.

0022H1*----------------------------------------------------------------*
0022H2* 8910-LISTAR-SIMULACION                                    *
0022H3* UNA LINEA DEL LISTADO: ACCION, ARCHIVO Y REGISTRO.          *
0022H4*----------------------------------------------------------------*
0022H5 8910-LISTAR-SIMULACION.
0022H6     WRITE SIMULACION-LINEA FROM WS-SIM-DETALLE.
0022H7     ADD 1 TO WS-TOTAL-SIMULADOS.
0022H8 8910-EXIT.
0022H9     EXIT.

0022I0*----------------------------------------------------------------*
0022I1* 8920-CERRAR-SIMULACION                                    *
0022I2* TOTAL DEL LISTADO Y BLOQUE DE FIRMA DE LA DIRECCION.        *
0022I3*----------------------------------------------------------------*
0022I4 8920-CERRAR-SIMULACION.
0022I5     MOVE SPACES TO SIMULACION-LINEA.
0022I6     WRITE SIMULACION-LINEA.
0022I7     MOVE WS-TOTAL-SIMULADOS TO WS-SIM-TOTAL-ED.
0022I8     STRING "MOVIMIENTOS LISTADOS: "
0022I9         DELIMITED BY SIZE
0022J0         WS-SIM-TOTAL-ED DELIMITED BY SIZE
0022J1         INTO SIMULACION-LINEA
0022J2     END-STRING.
0022J3     WRITE SIMULACION-LINEA.
0022J4     MOVE SPACES TO SIMULACION-LINEA.
0022J5     WRITE SIMULACION-LINEA.
0022J6     WRITE SIMULACION-LINEA.
0022J7     MOVE "____________________________" TO SIMULACION-LINEA.
0022J8     WRITE SIMULACION-LINEA.
0022J9     MOVE "FIRMA Y SELLO - DIRECCION" TO SIMULACION-LINEA.
0022K0     WRITE SIMULACION-LINEA.
0022K1     MOVE "CONFORME PARA LA CORRIDA REAL" TO SIMULACION-LINEA.
0022K2     WRITE SIMULACION-LINEA.
0022K3     CLOSE SIMULACION.
0022K4 8920-EXIT.
0022K5     EXIT.

002260*----------------------------------------------------------------*
002270* 2000-CONTROLAR-MATRICULAS                                 *
002280*----------------------------------------------------------------*
002320     END-IF.
002330     MOVE "matricula" TO WS-ARCHIVO-TEXTO.
002340     MOVE "matricula_cuarentena.txt" TO WS-ARCHIVO-CUARENTENA.
002350     IF MODO-CUARENTENA AND NOT MODO-SIMULACION
002360         OPEN I-O MATRICULA
002370     ELSE
002380         OPEN INPUT MATRICULA
002690         SET REGISTRO-HUERFANO TO TRUE
002700         PERFORM 8300-REPORTAR-HUERFANO THRU 8300-EXIT
002710     END-IF.
002712     IF REGISTRO-HUERFANO AND MODO-SIMULACION
002714         PERFORM 8450-LISTAR-CUARENTENA THRU 8450-EXIT
002716     END-IF.
002720     IF REGISTRO-HUERFANO AND MODO-CUARENTENA
002725        AND NOT MODO-SIMULACION
002730         MOVE SPACES TO CUARENTENA-LINEA
002740         MOVE MATRICULA-REGISTRO TO CUARENTENA-LINEA
002750         PERFORM 8400-GRABAR-CUARENTENA THRU 8400-EXIT
002870     END-IF.
002880     MOVE "calificacion" TO WS-ARCHIVO-TEXTO.
002890     MOVE "calificacion_cuarentena.txt" TO WS-ARCHIVO-CUARENTENA.
002900     IF MODO-CUARENTENA AND NOT MODO-SIMULACION
002910         OPEN I-O CALIFICACION
002920     ELSE
002930         OPEN INPUT CALIFICACION
003260         SET REGISTRO-HUERFANO TO TRUE
003270         PERFORM 8300-REPORTAR-HUERFANO THRU 8300-EXIT
003280     END-IF.
003282     IF REGISTRO-HUERFANO AND MODO-SIMULACION
003284         PERFORM 8450-LISTAR-CUARENTENA THRU 8450-EXIT
003286     END-IF.
003290     IF REGISTRO-HUERFANO AND MODO-CUARENTENA
003295        AND NOT MODO-SIMULACION
003300         MOVE SPACES TO CUARENTENA-LINEA
003310         MOVE CALIFICACION-REGISTRO TO CUARENTENA-LINEA
003320         PERFORM 8400-GRABAR-CUARENTENA THRU 8400-EXIT
003440     END-IF.
003450     MOVE "pago" TO WS-ARCHIVO-TEXTO.
003460     MOVE "pago_cuarentena.txt" TO WS-ARCHIVO-CUARENTENA.
003470     IF MODO-CUARENTENA AND NOT MODO-SIMULACION
003480         OPEN I-O PAGO
003490     ELSE
003500         OPEN INPUT PAGO
003740         SET REGISTRO-HUERFANO TO TRUE
003750         PERFORM 8300-REPORTAR-HUERFANO THRU 8300-EXIT
003760     END-IF.
003762     IF REGISTRO-HUERFANO AND MODO-SIMULACION
003764         PERFORM 8450-LISTAR-CUARENTENA THRU 8450-EXIT
003766     END-IF.
003770     IF REGISTRO-HUERFANO AND MODO-CUARENTENA
003775        AND NOT MODO-SIMULACION
003780         MOVE SPACES TO CUARENTENA-LINEA
003790         MOVE PAGO-REGISTRO TO CUARENTENA-LINEA
003800         PERFORM 8400-GRABAR-CUARENTENA THRU 8400-EXIT
003920     END-IF.
003930     MOVE "asistencia" TO WS-ARCHIVO-TEXTO.
003940     MOVE "asistencia_cuarentena.txt" TO WS-ARCHIVO-CUARENTENA.
003950     IF MODO-CUARENTENA AND NOT MODO-SIMULACION
003960         OPEN I-O ASISTENCIA
003970     ELSE
003980         OPEN INPUT ASISTENCIA
004120     MOVE SPACES TO WS-CLAVE-TEXTO.
004130     STRING ASIFECHA DELIMITED BY SIZE
004140         "/" DELIMITED BY SIZE
004143         ASICURSO DELIMITED BY SPACE
004146         "/" DELIMITED BY SIZE
004150         ASINUMERO DELIMITED BY SIZE
004160         INTO WS-CLAVE-TEXTO
004170     END-STRING.
004220         SET REGISTRO-HUERFANO TO TRUE
004230         PERFORM 8300-REPORTAR-HUERFANO THRU 8300-EXIT
004240     END-IF.
004242     IF REGISTRO-HUERFANO AND MODO-SIMULACION
004244         PERFORM 8450-LISTAR-CUARENTENA THRU 8450-EXIT
004246     END-IF.
004250     IF REGISTRO-HUERFANO AND MODO-CUARENTENA
004255        AND NOT MODO-SIMULACION
004260         MOVE SPACES TO CUARENTENA-LINEA
004270         MOVE ASISTENCIA-REGISTRO TO CUARENTENA-LINEA
004280         PERFORM 8400-GRABAR-CUARENTENA THRU 8400-EXIT
004400     END-IF.
004410     MOVE "documento" TO WS-ARCHIVO-TEXTO.
004420     MOVE "documento_cuarentena.txt" TO WS-ARCHIVO-CUARENTENA.
004430     IF MODO-CUARENTENA AND NOT MODO-SIMULACION
004440         OPEN I-O DOCUMENTO
004450     ELSE
004460         OPEN INPUT DOCUMENTO
004700         SET REGISTRO-HUERFANO TO TRUE
004710         PERFORM 8300-REPORTAR-HUERFANO THRU 8300-EXIT
004720     END-IF.
004722     IF REGISTRO-HUERFANO AND MODO-SIMULACION
004724         PERFORM 8450-LISTAR-CUARENTENA THRU 8450-EXIT
004726     END-IF.
004730     IF REGISTRO-HUERFANO AND MODO-CUARENTENA
004735        AND NOT MODO-SIMULACION
004740         MOVE SPACES TO CUARENTENA-LINEA
004750         MOVE DOCUMENTO-REGISTRO TO CUARENTENA-LINEA
004760         PERFORM 8400-GRABAR-CUARENTENA THRU 8400-EXIT
004880     END-IF.
004890     MOVE "tutor" TO WS-ARCHIVO-TEXTO.
004900     MOVE "tutor_cuarentena.txt" TO WS-ARCHIVO-CUARENTENA.
004910     IF MODO-CUARENTENA AND NOT MODO-SIMULACION
004920         OPEN I-O TUTOR
004930     ELSE
004940         OPEN INPUT TUTOR
005200             PERFORM 8300-REPORTAR-HUERFANO THRU 8300-EXIT
005210         END-IF
005220     END-IF.
005222     IF REGISTRO-HUERFANO AND MODO-SIMULACION
005224         PERFORM 8450-LISTAR-CUARENTENA THRU 8450-EXIT
005226     END-IF.
005230     IF REGISTRO-HUERFANO AND MODO-CUARENTENA
005235        AND NOT MODO-SIMULACION
005240         MOVE SPACES TO CUARENTENA-LINEA
005250         MOVE TUTOR-REGISTRO TO CUARENTENA-LINEA
005260         PERFORM 8400-GRABAR-CUARENTENA THRU 8400-EXIT
005370         CLOSE ALUMNO
005380         CLOSE CURSO
005390         CLOSE EXCEPCIONES
005392         IF MODO-SIMULACION
005394             PERFORM 8920-CERRAR-SIMULACION THRU 8920-EXIT
005396         END-IF
005400     END-IF.
005410     DISPLAY "Registros controlados: " WS-TOTAL-LEIDOS.
005420     DISPLAY "Huerfanos: " WS-TOTAL-HUERFANOS.
005422     IF MODO-SIMULACION
005424         DISPLAY "SIMULACION: no se movio ni borro nada, ver "
005426             WS-ARCHIVO-SIMULACION
005428     END-IF.
005430     IF MODO-CUARENTENA
005440         DISPLAY "Movidos a cuarentena: " WS-TOTAL-CUARENTENA
005450     END-IF.
005690     STRING WS-LOG-FECHA DELIMITED BY SIZE
005700         " " DELIMITED BY SIZE
005710         WS-LOG-HORA DELIMITED BY SIZE
005715         " INTEGRIDAD-SATELITES" DELIMITED BY SIZE
005720         WS-LOG-MODO DELIMITED BY "  "
005725         " HUERFANOS=" DELIMITED BY SIZE
005730         WS-TOTAL-HUERFANOS DELIMITED BY SIZE
005740         " CUARENTENA=" DELIMITED BY SIZE
005750         WS-TOTAL-CUARENTENA DELIMITED BY SIZE
