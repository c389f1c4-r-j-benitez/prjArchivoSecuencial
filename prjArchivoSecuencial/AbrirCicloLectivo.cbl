000270* DE CLASES) O POR CONSOLA COMO ULTIMO RECURSO, IGUAL QUE EN
000280* ARCHIVAR-ALUMNOS-HISTORICO.
000290*
000292* CON "SIMULAR" EN LA LINEA DE COMANDO NO GRABA CICLO.TXT: LISTA
000294* EN ABRIR_CICLO_SIMULACION.TXT LOS CICLOS QUE CERRARIA Y EL QUE
000296* ABRIRIA, PARA LA FIRMA DE LA DIRECCION ANTES DE LA CORRIDA REAL.
000298*
000300* HISTORIAL DE MODIFICACIONES
000310*   2026-09-03  OFS  VERSION INICIAL.
000313*   2026-10-15  OFS  EL CICLO NUEVO HEREDA EL TOPE DE
000316*                    AMONESTACIONES DEL CICLO QUE SE CIERRA.
000317*   2026-10-15  OFS  PARAMETRO SIMULAR: LISTA LOS CAMBIOS SIN
000318*                    GRABAR CICLO.TXT.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000380         ORGANIZATION LINE SEQUENTIAL
000390         FILE STATUS FS-LOG.

000392     SELECT SIMULACION ASSIGN TO WS-ARCHIVO-SIMULACION
000394         ORGANIZATION LINE SEQUENTIAL
000396         FILE STATUS FS-SIMULACION.

000400 DATA DIVISION.
000410 FILE SECTION.
000420 FD  CICLO.
000440 FD  LOG-CORRIDA.
000450 01  LOG-LINEA               PIC X(132).

000453 FD  SIMULACION.
000456 01  SIMULACION-LINEA        PIC X(132).

000460 WORKING-STORAGE SECTION.
000470 01  FS-CICLO                PIC XX.
000480 01  FS-LOG                  PIC XX.
000510 01  WS-LOG-FECHA            PIC 9(08).
000520 01  WS-LOG-HORA             PIC 9(08).
000530 01  WS-LOG-RC               PIC 9(01).
00053A 01  WS-LOG-MODO             PIC X(11) VALUE SPACES.
00053B 01  FS-SIMULACION           PIC XX.
00053C 01  WS-ARCHIVO-SIMULACION   PIC X(40)
00053D         VALUE "abrir_ciclo_simulacion.txt".
00053E 01  WS-SIM-FECHA            PIC 9(08).
00053F 01  WS-SIM-TOTAL-ED         PIC Z(05)9.
00053G 01  WS-SIM-DETALLE.
00053H     05  SIM-ACCION          PIC X(10).
00053I     05  FILLER              PIC X(01) VALUE SPACE.
00053J     05  SIM-ARCHIVO         PIC X(26).
00053K     05  FILLER              PIC X(01) VALUE SPACE.
00053L     05  SIM-DATOS           PIC X(94).

000540 01  WS-SWITCHES.
000550     05  WS-CICLO-ABIERTO-SW PIC X(01) VALUE "N".
000560         88  CICLO-FILE-ABIERTO       VALUE "S".
000570     05  WS-CICLO-EXISTE-SW  PIC X(01) VALUE "N".
000580         88  CICLO-EXISTE             VALUE "S".
000582     05  WS-SIMULACION-SW    PIC X(01) VALUE "N".
000584         88  MODO-SIMULACION          VALUE "S".
000586     05  WS-CICLO-SIN-ARCHIVO-SW PIC X(01) VALUE "N".
000588         88  CICLO-SIN-ARCHIVO        VALUE "S".

000590 01  WS-ANIO-NUEVO           PIC 9(04).
000600 01  WS-FECHA-DESDE          PIC 9(08).
000610 01  WS-FECHA-HASTA          PIC 9(08).
000620 01  WS-ANIO-CERRADO         PIC 9(04) VALUE ZERO.
000625 01  WS-TOPE-CERRADO         PIC 9(03) VALUE ZERO.
000630 77  WS-TOTAL-CERRADOS       PIC 9(03) VALUE ZERO COMP.
000633 77  WS-CUENTA-SIMULAR       PIC 9(03) VALUE ZERO COMP.
000636 77  WS-TOTAL-SIMULADOS      PIC 9(06) VALUE ZERO COMP.

000640 PROCEDURE DIVISION.

000850         MOVE 8 TO RETURN-CODE
000860         GO TO 1000-EXIT
000870     END-IF.
000872     IF MODO-SIMULACION
000874         GO TO 1000-SIMULACION
000876     END-IF.
000880     OPEN I-O CICLO.
000890     IF FS-CICLO = "35"
000900         OPEN OUTPUT CICLO
000970         GO TO 1000-EXIT
000980     END-IF.
000990     SET CICLO-FILE-ABIERTO TO TRUE.
00099A     GO TO 1000-EXIT.
00099B 1000-SIMULACION.
00099C*    EN SIMULACION CICLO.TXT SOLO SE LEE; SI TODAVIA NO EXISTE EL
00099D*    CICLO NUEVO SE LISTA COMO ALTA.
00099E     PERFORM 8900-ABRIR-SIMULACION THRU 8900-EXIT.
00099F     IF RETURN-CODE NOT = ZERO
00099G         GO TO 1000-EXIT
00099H     END-IF.
00099I     OPEN INPUT CICLO.
00099J     IF FS-CICLO = "35"
00099K         SET CICLO-SIN-ARCHIVO TO TRUE
00099L         GO TO 1000-EXIT
00099M     END-IF.
00099N     IF FS-CICLO NOT = "00"
00099O         DISPLAY "No se pudo abrir ciclo.txt"
00099P         CLOSE SIMULACION
00099Q         MOVE "N" TO WS-SIMULACION-SW
00099R         MOVE 8 TO RETURN-CODE
00099S         GO TO 1000-EXIT
00099T     END-IF.
00099U     SET CICLO-FILE-ABIERTO TO TRUE.
001000 1000-EXIT.
001010     EXIT.

001080 1100-OBTENER-PARAMETROS.
001090     MOVE ZERO TO WS-ANIO-NUEVO WS-FECHA-DESDE WS-FECHA-HASTA.
001100     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
001101     MOVE ZERO TO WS-CUENTA-SIMULAR.
001102     INSPECT WS-PARAMETRO TALLYING WS-CUENTA-SIMULAR
001103         FOR ALL "SIMULAR".
001104     IF WS-CUENTA-SIMULAR > ZERO
001105         SET MODO-SIMULACION TO TRUE
001106         MOVE " SIMULACION" TO WS-LOG-MODO
001107     END-IF.
001110     IF WS-PARAMETRO (1:4) NUMERIC
001120        AND WS-PARAMETRO (6:8) NUMERIC
001130        AND WS-PARAMETRO (15:8) NUMERIC
001440 2100-CERRAR-UNO.
001450     IF CICESTADO = "A" AND CICANIO NOT = WS-ANIO-NUEVO
001460         MOVE "C" TO CICESTADO
001462         IF MODO-SIMULACION
001464             MOVE "MODIFICA" TO SIM-ACCION
001466             PERFORM 3100-LISTAR-CICLO THRU 3100-EXIT
001468         ELSE
001470             REWRITE CICLO-REGISTRO
001472         END-IF
001480         MOVE CICANIO TO WS-ANIO-CERRADO
001482         IF CICTOPEAMONESTACIONES IS NUMERIC
001484             MOVE CICTOPEAMONESTACIONES TO WS-TOPE-CERRADO
001486         END-IF
001490         ADD 1 TO WS-TOTAL-CERRADOS
001500         DISPLAY "Ciclo cerrado: " CICANIO
001510     END-IF.

001550*----------------------------------------------------------------*
001560* 3000-ABRIR-NUEVO                                          *
001565* DA DE ALTA (O REGRABA) EL CICLO NUEVO COMO ABIERTO. UN     *
001570* ALTA HEREDA EL TOPE DE AMONESTACIONES DEL CICLO CERRADO;   *
001575* UNA REGRABACION CONSERVA EL QUE YA TENIA.                  *
001580*----------------------------------------------------------------*
001590 3000-ABRIR-NUEVO.
001592     IF CICLO-SIN-ARCHIVO
001594         MOVE "N" TO WS-CICLO-EXISTE-SW
001596         GO TO 3000-ARMAR
001598     END-IF.
001600     IF NOT CICLO-FILE-ABIERTO
001610         GO TO 3000-EXIT
001620     END-IF.
001660         INVALID KEY
001670             MOVE "N" TO WS-CICLO-EXISTE-SW
001680     END-READ.
001685 3000-ARMAR.
001690     MOVE WS-ANIO-NUEVO TO CICANIO.
001700     MOVE WS-FECHA-DESDE TO CICFECHADESDE.
001710     MOVE WS-FECHA-HASTA TO CICFECHAHASTA.
001720     MOVE "A" TO CICESTADO.
00172A     IF MODO-SIMULACION
00172B         IF CICLO-EXISTE
00172C             MOVE "MODIFICA" TO SIM-ACCION
00172D         ELSE
00172E             MOVE WS-TOPE-CERRADO TO CICTOPEAMONESTACIONES
00172F             MOVE "ALTA" TO SIM-ACCION
00172G         END-IF
00172H         PERFORM 3100-LISTAR-CICLO THRU 3100-EXIT
00172I         GO TO 3000-EXIT
00172J     END-IF.
001730     IF CICLO-EXISTE
001740         REWRITE CICLO-REGISTRO
001750     ELSE
001755         MOVE WS-TOPE-CERRADO TO CICTOPEAMONESTACIONES
001760         WRITE CICLO-REGISTRO
001770     END-IF.
001780     DISPLAY "Ciclo abierto: " WS-ANIO-NUEVO.
001790 3000-EXIT.
001800     EXIT.

0018A0*----------------------------------------------------------------*
0018A1* 3100-LISTAR-CICLO                                         *
0018A2* EN SIMULACION DEJA EN EL LISTADO EL CICLO COMO QUEDARIA.   *
0018A3*----------------------------------------------------------------*
0018A4 3100-LISTAR-CICLO.
0018A5     MOVE "ciclo.txt" TO SIM-ARCHIVO.
0018A6     MOVE SPACES TO SIM-DATOS.
0018A7     STRING "CICLO " DELIMITED BY SIZE
0018A8         CICANIO DELIMITED BY SIZE
0018A9         " ESTADO " DELIMITED BY SIZE
0018B0         CICESTADO DELIMITED BY SIZE
0018B1         " DESDE " DELIMITED BY SIZE
0018B2         CICFECHADESDE DELIMITED BY SIZE
0018B3         " HASTA " DELIMITED BY SIZE
0018B4         CICFECHAHASTA DELIMITED BY SIZE
0018B5         " TOPE AMONESTACIONES " DELIMITED BY SIZE
0018B6         CICTOPEAMONESTACIONES DELIMITED BY SIZE
0018B7         INTO SIM-DATOS
0018B8     END-STRING.
0018B9     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
0018C0 3100-EXIT.
0018C1     EXIT.

0018C2*----------------------------------------------------------------*
0018C3* 8900-ABRIR-SIMULACION                                     *
0018C4* CREA EL LISTADO DE SIMULACION CON SU ENCABEZADO.           *
0018C5*----------------------------------------------------------------*
0018C6 8900-ABRIR-SIMULACION.
0018C7     OPEN OUTPUT SIMULACION.
0018C8     IF FS-SIMULACION NOT = "00"
0018C9         DISPLAY "No se pudo crear " WS-ARCHIVO-SIMULACION
0018D0         MOVE "N" TO WS-SIMULACION-SW
0018D1         MOVE 8 TO RETURN-CODE
0018D2         GO TO 8900-EXIT
0018D3     END-IF.
0018D4     ACCEPT WS-SIM-FECHA FROM DATE YYYYMMDD.
0018D5     MOVE SPACES TO SIMULACION-LINEA.
0018D6     STRING "SIMULACION DE ABRIR-CICLO-LECTIVO DEL "
0018D7         DELIMITED BY SIZE
0018D8         WS-SIM-FECHA (7:2) DELIMITED BY SIZE
0018D9         "/" DELIMITED BY SIZE
0018E0         WS-SIM-FECHA (5:2) DELIMITED BY SIZE
0018E1         "/" DELIMITED BY SIZE
0018E2         WS-SIM-FECHA (1:4) DELIMITED BY SIZE
0018E3         INTO SIMULACION-LINEA
0018E4     END-STRING.
0018E5     WRITE SIMULACION-LINEA.
0018E6     MOVE "NO SE MODIFICO NINGUN ARCHIVO MAESTRO. CADA LINEA ES"
0018E7         TO SIMULACION-LINEA.
0018E8     WRITE SIMULACION-LINEA.
0018E9     MOVE "UN REGISTRO QUE LA CORRIDA REAL GRABARIA, MOVERIA"
0018F0         TO SIMULACION-LINEA.
0018F1     WRITE SIMULACION-LINEA.
0018F2     MOVE "O BORRARIA." TO SIMULACION-LINEA.
0018F3     WRITE SIMULACION-LINEA.
0018F4     MOVE SPACES TO SIMULACION-LINEA.
0018F5     STRING "PARAMETROS: " DELIMITED BY SIZE
0018F6         WS-PARAMETRO DELIMITED BY SIZE
0018F7         INTO SIMULACION-LINEA
0018F8     END-STRING.
0018F9     WRITE SIMULACION-LINEA.
0018G0     MOVE SPACES TO SIMULACION-LINEA.
0018G1     WRITE SIMULACION-LINEA.
0018G2     MOVE "ACCION     ARCHIVO                    REGISTRO"
0018G3         TO SIMULACION-LINEA.
0018G4     WRITE SIMULACION-LINEA.
0018G5 8900-EXIT.
0018G6     EXIT.

0018G7*----------------------------------------------------------------*
0018G8* 8910-LISTAR-SIMULACION                                    *
0018G9* UNA LINEA DEL LISTADO: ACCION, ARCHIVO Y REGISTRO.          *
0018H0*----------------------------------------------------------------*
0018H1 8910-LISTAR-SIMULACION.
0018H2     WRITE SIMULACION-LINEA FROM WS-SIM-DETALLE.
0018H3     ADD 1 TO WS-TOTAL-SIMULADOS.
0018H4 8910-EXIT.
0018H5     EXIT.

0018H6*----------------------------------------------------------------*
0018H7* 8920-CERRAR-SIMULACION                                    *
0018H8* TOTAL DEL LISTADO Y BLOQUE DE FIRMA DE LA DIRECCION.        *
0018H9*----------------------------------------------------------------*
0018I0 8920-CERRAR-SIMULACION.
0018I1     MOVE SPACES TO SIMULACION-LINEA.
0018I2     WRITE SIMULACION-LINEA.
0018I3     MOVE WS-TOTAL-SIMULADOS TO WS-SIM-TOTAL-ED.
0018I4     STRING "MOVIMIENTOS LISTADOS: "
0018I5         DELIMITED BY SIZE
0018I6         WS-SIM-TOTAL-ED DELIMITED BY SIZE
0018I7         INTO SIMULACION-LINEA
0018I8     END-STRING.
0018I9     WRITE SIMULACION-LINEA.
0018J0     MOVE SPACES TO SIMULACION-LINEA.
0018J1     WRITE SIMULACION-LINEA.
0018J2     WRITE SIMULACION-LINEA.
0018J3     MOVE "____________________________" TO SIMULACION-LINEA.
0018J4     WRITE SIMULACION-LINEA.
0018J5     MOVE "FIRMA Y SELLO - DIRECCION" TO SIMULACION-LINEA.
0018J6     WRITE SIMULACION-LINEA.
0018J7     MOVE "CONFORME PARA LA CORRIDA REAL" TO SIMULACION-LINEA.
0018J8     WRITE SIMULACION-LINEA.
0018J9     CLOSE SIMULACION.
0018K0 8920-EXIT.
0018K1     EXIT.

001810*----------------------------------------------------------------*
001820* 9000-FINALIZAR                                            *
001830*----------------------------------------------------------------*
001850     IF CICLO-FILE-ABIERTO
001860         CLOSE CICLO
001870     END-IF.
001871     IF MODO-SIMULACION
001872         PERFORM 8920-CERRAR-SIMULACION THRU 8920-EXIT
001873         DISPLAY "SIMULACION: no se grabo ciclo.txt, ver "
001874             WS-ARCHIVO-SIMULACION
001875     END-IF.
001880     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
001890 9000-EXIT.
001900     EXIT.
002080     STRING WS-LOG-FECHA DELIMITED BY SIZE
002090         " " DELIMITED BY SIZE
002100         WS-LOG-HORA DELIMITED BY SIZE
002105         " ABRIR-CICLO-LECTIVO" DELIMITED BY SIZE
002110         WS-LOG-MODO DELIMITED BY "  "
002115         " CERRADO=" DELIMITED BY SIZE
002120         WS-ANIO-CERRADO DELIMITED BY SIZE
002130         " ABIERTO=" DELIMITED BY SIZE
002140         WS-ANIO-NUEVO DELIMITED BY SIZE
