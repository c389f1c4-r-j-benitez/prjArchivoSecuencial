000270* LA TABLA SOPORTA HASTA 5000 TUTORES; LO QUE EXCEDA SE INFORMA
000280* COMO OMITIDO AL FINALIZAR.
000290*
000291* CON "SIMULAR" EN LA LINEA DE COMANDO HACE EL ARMADO COMPLETO
000292* SIN GRABAR FAMILIA.TXT: CADA ASIGNACION QUE HARIA SE LISTA EN
000293* ARMAR_FAMILIAS_SIMULACION.TXT, QUE LA DIRECCION FIRMA ANTES DE
000294* LA CORRIDA REAL. LOS TOTALES QUEDAN EN EL LOG DE LOS BATCH.
000295*
000300* HISTORIAL DE MODIFICACIONES
000310*   2026-09-03  OFS  VERSION INICIAL.
000313*   2026-10-15  OFS  PARAMETRO SIMULAR: LISTA LAS ASIGNACIONES SIN
000316*                    GRABAR FAMILIA.TXT. TOTALES EN EL LOG.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     COPY TutorSelect.
000370     COPY FamiliaSelect.
000371     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000372         ORGANIZATION LINE SEQUENTIAL
000373         FILE STATUS FS-LOG.
000374     SELECT SIMULACION ASSIGN TO WS-ARCHIVO-SIMULACION
000375         ORGANIZATION LINE SEQUENTIAL
000376         FILE STATUS FS-SIMULACION.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  TUTOR.
000410     COPY TutorRegistro.
000420 FD  FAMILIA.
000430     COPY FamiliaRegistro.
000432 FD  LOG-CORRIDA.
000434 01  LOG-LINEA               PIC X(132).
000436 FD  SIMULACION.
000438 01  SIMULACION-LINEA        PIC X(132).
000440 WORKING-STORAGE SECTION.
000450 01  FS-TUTOR                PIC XX.
000460 01  FS-FAMILIA              PIC XX.
00046A 01  FS-LOG                  PIC XX.
00046B 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
00046C 01  WS-PARAMETRO            PIC X(100).
00046D 01  WS-LOG-FECHA            PIC 9(08).
00046E 01  WS-LOG-HORA             PIC 9(08).
00046F 01  WS-LOG-LEIDOS           PIC 9(06).
00046G 01  WS-LOG-RC               PIC 9(01).
00046H 01  WS-LOG-MODO             PIC X(11) VALUE SPACES.
00046I 01  FS-SIMULACION           PIC XX.
00046J 01  WS-ARCHIVO-SIMULACION   PIC X(40)
00046K         VALUE "armar_familias_simulacion.txt".
00046L 01  WS-SIM-FECHA            PIC 9(08).
00046M 01  WS-SIM-TOTAL-ED         PIC Z(05)9.
00046N 01  WS-SIM-DETALLE.
00046O     05  SIM-ACCION          PIC X(10).
00046P     05  FILLER              PIC X(01) VALUE SPACE.
00046Q     05  SIM-ARCHIVO         PIC X(26).
00046R     05  FILLER              PIC X(01) VALUE SPACE.
00046S     05  SIM-DATOS           PIC X(94).
000470 01  WS-SWITCHES.
000480     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
000490         88  ARCHIVOS-ABIERTOS        VALUE "S".
000500     05  WS-MIEMBRO-EXISTE-SW PIC X(01) VALUE "N".
000510         88  MIEMBRO-EXISTE           VALUE "S".
000512     05  WS-SIMULACION-SW    PIC X(01) VALUE "N".
000514         88  MODO-SIMULACION          VALUE "S".
000516     05  WS-FAMILIA-SIN-ARCHIVO-SW PIC X(01) VALUE "N".
000518         88  FAMILIA-SIN-ARCHIVO      VALUE "S".
000520 01  WS-TABLA-TUTORES.
000530     05  WS-TUT OCCURS 5000 TIMES.
000540         10  WS-TUT-NUMERO   PIC 9(07).
000640 77  WS-TOTAL-ASIGNADOS      PIC 9(05) VALUE ZERO.
000650 77  WS-TOTAL-CONFLICTOS     PIC 9(04) VALUE ZERO.
000660 77  WS-TOTAL-OMITIDOS       PIC 9(06) VALUE ZERO COMP.
000663 77  WS-CUENTA-SIMULAR       PIC 9(03) VALUE ZERO COMP.
000666 77  WS-TOTAL-SIMULADOS      PIC 9(06) VALUE ZERO COMP.
000670 01  WS-NOMBRE-NORM          PIC X(40).
000680 01  WS-TELEFONO-NORM        PIC X(15).
000690 PROCEDURE DIVISION.
000770*----------------------------------------------------------------*
000780* 1000-INICIALIZAR                                          *
000790* ABRE TUTOR.TXT Y FAMILIA.TXT (SE LO CREA LA PRIMERA VEZ).  *
000795* CON SIMULAR FAMILIA.TXT SOLO SE LEE Y NO SE LO CREA.       *
000800*----------------------------------------------------------------*
000810 1000-INICIALIZAR.
000811     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
000812     MOVE ZERO TO WS-CUENTA-SIMULAR.
000813     INSPECT WS-PARAMETRO TALLYING WS-CUENTA-SIMULAR
000814         FOR ALL "SIMULAR".
000815     IF WS-CUENTA-SIMULAR > ZERO
000816         SET MODO-SIMULACION TO TRUE
000817         MOVE " SIMULACION" TO WS-LOG-MODO
000818     END-IF.
000820     OPEN INPUT TUTOR.
000830     IF FS-TUTOR NOT = "00"
000840         DISPLAY "No se pudo abrir tutor.txt"
000850         MOVE 8 TO RETURN-CODE
000860         GO TO 1000-EXIT
000870     END-IF.
000872     IF MODO-SIMULACION
000874         GO TO 1000-SIMULACION
000876     END-IF.
000880     OPEN I-O FAMILIA.
000890     IF FS-FAMILIA = "35"
000900         OPEN OUTPUT FAMILIA
000990     END-IF.
001000     SET ARCHIVOS-ABIERTOS TO TRUE.
001010     PERFORM 1100-PROXIMO-CODIGO THRU 1100-EXIT.
00101A     GO TO 1000-EXIT.
00101B 1000-SIMULACION.
00101C     PERFORM 8900-ABRIR-SIMULACION THRU 8900-EXIT.
00101D     IF RETURN-CODE NOT = ZERO
00101E         CLOSE TUTOR
00101F         GO TO 1000-EXIT
00101G     END-IF.
00101H     OPEN INPUT FAMILIA.
00101I     IF FS-FAMILIA = "35"
00101J         SET FAMILIA-SIN-ARCHIVO TO TRUE
00101K         SET ARCHIVOS-ABIERTOS TO TRUE
00101L         MOVE 1 TO WS-PROXIMO-CODIGO
00101M         GO TO 1000-EXIT
00101N     END-IF.
00101O     IF FS-FAMILIA NOT = "00"
00101P         DISPLAY "No se pudo abrir familia.txt"
00101Q         CLOSE TUTOR
00101R         CLOSE SIMULACION
00101S         MOVE "N" TO WS-SIMULACION-SW
00101T         MOVE 8 TO RETURN-CODE
00101U         GO TO 1000-EXIT
00101V     END-IF.
00101W     SET ARCHIVOS-ABIERTOS TO TRUE.
00101X     PERFORM 1100-PROXIMO-CODIGO THRU 1100-EXIT.
001020 1000-EXIT.
001030     EXIT.

001600     MOVE WS-NOMBRE-NORM TO WS-TUT-NOMBRE (WS-TOTAL-TABLA).
001610     MOVE WS-TELEFONO-NORM TO WS-TUT-TELEFONO (WS-TOTAL-TABLA).
001620     MOVE ZERO TO WS-TUT-CODIGO (WS-TOTAL-TABLA).
001622     IF FAMILIA-SIN-ARCHIVO
001624         GO TO 2100-SIGUIENTE
001626     END-IF.
001630     MOVE TUTNUMERO TO FAMNUMERO.
001640     READ FAMILIA
001650         INVALID KEY
002430         GO TO 4100-SIGUIENTE
002440     END-IF.
002450     MOVE WS-TUT-NUMERO (WS-I) TO FAMNUMERO.
002452     IF FAMILIA-SIN-ARCHIVO
002454         MOVE "N" TO WS-MIEMBRO-EXISTE-SW
002456         GO TO 4100-LEIDO
002458     END-IF.
002460     MOVE "S" TO WS-MIEMBRO-EXISTE-SW.
002470     READ FAMILIA
002480         INVALID KEY
002490             MOVE "N" TO WS-MIEMBRO-EXISTE-SW
002500     END-READ.
002505 4100-LEIDO.
002510     IF MIEMBRO-EXISTE
002520         IF FAMCODIGO = WS-TUT-CODIGO (WS-I)
002530             GO TO 4100-SIGUIENTE
002550     END-IF.
002560     MOVE WS-TUT-NUMERO (WS-I) TO FAMNUMERO.
002570     MOVE WS-TUT-CODIGO (WS-I) TO FAMCODIGO.
002572     IF MODO-SIMULACION
002574         PERFORM 4200-LISTAR-MIEMBRO THRU 4200-EXIT
002576         GO TO 4100-CONTAR
002578     END-IF.
002580     IF MIEMBRO-EXISTE
002590         REWRITE FAMILIA-REGISTRO
002600     ELSE
002610         WRITE FAMILIA-REGISTRO
002620     END-IF.
002625 4100-CONTAR.
002630     ADD 1 TO WS-TOTAL-ASIGNADOS.
002640     DISPLAY "ASIGNADO: ALUMNO " WS-TUT-NUMERO (WS-I)
002650         " A LA FAMILIA " WS-TUT-CODIGO (WS-I).
002680 4100-EXIT.
002690     EXIT.

0026A0*----------------------------------------------------------------*
0026A1* 4200-LISTAR-MIEMBRO                                       *
0026A2* EN SIMULACION DEJA EN EL LISTADO LA ASIGNACION QUE SE HABRIA *
0026A3* GRABADO EN FAMILIA.TXT.                                    *
0026A4*----------------------------------------------------------------*
0026A5 4200-LISTAR-MIEMBRO.
0026A6     IF MIEMBRO-EXISTE
0026A7         MOVE "MODIFICA" TO SIM-ACCION
0026A8     ELSE
0026A9         MOVE "ALTA" TO SIM-ACCION
0026B0     END-IF.
0026B1     MOVE "familia.txt" TO SIM-ARCHIVO.
0026B2     MOVE SPACES TO SIM-DATOS.
0026B3     STRING "ALUMNO " DELIMITED BY SIZE
0026B4         FAMNUMERO DELIMITED BY SIZE
0026B5         " FAMILIA " DELIMITED BY SIZE
0026B6         FAMCODIGO DELIMITED BY SIZE
0026B7         INTO SIM-DATOS
0026B8     END-STRING.
0026B9     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
0026C0 4200-EXIT.
0026C1     EXIT.

0026C2*----------------------------------------------------------------*
0026C3* 8900-ABRIR-SIMULACION                                     *
0026C4* CREA EL LISTADO DE SIMULACION CON SU ENCABEZADO.           *
0026C5*----------------------------------------------------------------*
0026C6 8900-ABRIR-SIMULACION.
0026C7     OPEN OUTPUT SIMULACION.
0026C8     IF FS-SIMULACION NOT = "00"
0026C9         DISPLAY "No se pudo crear " WS-ARCHIVO-SIMULACION
0026D0         MOVE "N" TO WS-SIMULACION-SW
0026D1         MOVE 8 TO RETURN-CODE
0026D2         GO TO 8900-EXIT
0026D3     END-IF.
0026D4     ACCEPT WS-SIM-FECHA FROM DATE YYYYMMDD.
0026D5     MOVE SPACES TO SIMULACION-LINEA.
0026D6     STRING "SIMULACION DE ARMAR-FAMILIAS DEL "
0026D7         DELIMITED BY SIZE
0026D8         WS-SIM-FECHA (7:2) DELIMITED BY SIZE
0026D9         "/" DELIMITED BY SIZE
0026E0         WS-SIM-FECHA (5:2) DELIMITED BY SIZE
0026E1         "/" DELIMITED BY SIZE
0026E2         WS-SIM-FECHA (1:4) DELIMITED BY SIZE
0026E3         INTO SIMULACION-LINEA
0026E4     END-STRING.
0026E5     WRITE SIMULACION-LINEA.
0026E6     MOVE "NO SE MODIFICO NINGUN ARCHIVO MAESTRO. CADA LINEA ES"
0026E7         TO SIMULACION-LINEA.
0026E8     WRITE SIMULACION-LINEA.
0026E9     MOVE "UN REGISTRO QUE LA CORRIDA REAL GRABARIA, MOVERIA"
0026F0         TO SIMULACION-LINEA.
0026F1     WRITE SIMULACION-LINEA.
0026F2     MOVE "O BORRARIA." TO SIMULACION-LINEA.
0026F3     WRITE SIMULACION-LINEA.
0026F4     MOVE SPACES TO SIMULACION-LINEA.
0026F5     STRING "PARAMETROS: " DELIMITED BY SIZE
0026F6         WS-PARAMETRO DELIMITED BY SIZE
0026F7         INTO SIMULACION-LINEA
0026F8     END-STRING.
0026F9     WRITE SIMULACION-LINEA.
0026G0     MOVE SPACES TO SIMULACION-LINEA.
0026G1     WRITE SIMULACION-LINEA.
0026G2     MOVE "ACCION     ARCHIVO                    REGISTRO"
0026G3         TO SIMULACION-LINEA.
0026G4     WRITE SIMULACION-LINEA.
0026G5 8900-EXIT.
0026G6     EXIT.

0026G7*----------------------------------------------------------------*
0026G8* 8910-LISTAR-SIMULACION                                    *
0026G9* UNA LINEA DEL LISTADO: ACCION, ARCHIVO Y REGISTRO.          *
0026H0*----------------------------------------------------------------*
0026H1 8910-LISTAR-SIMULACION.
0026H2     WRITE SIMULACION-LINEA FROM WS-SIM-DETALLE.
0026H3     ADD 1 TO WS-TOTAL-SIMULADOS.
0026H4 8910-EXIT.
0026H5     EXIT.

0026H6*----------------------------------------------------------------*
0026H7* 8920-CERRAR-SIMULACION                                    *
0026H8* TOTAL DEL LISTADO Y BLOQUE DE FIRMA DE LA DIRECCION.        *
0026H9*----------------------------------------------------------------*
0026I0 8920-CERRAR-SIMULACION.
0026I1     MOVE SPACES TO SIMULACION-LINEA.
0026I2     WRITE SIMULACION-LINEA.
0026I3     MOVE WS-TOTAL-SIMULADOS TO WS-SIM-TOTAL-ED.
0026I4     STRING "MOVIMIENTOS LISTADOS: "
0026I5         DELIMITED BY SIZE
0026I6         WS-SIM-TOTAL-ED DELIMITED BY SIZE
0026I7         INTO SIMULACION-LINEA
0026I8     END-STRING.
0026I9     WRITE SIMULACION-LINEA.
0026J0     MOVE SPACES TO SIMULACION-LINEA.
0026J1     WRITE SIMULACION-LINEA.
0026J2     WRITE SIMULACION-LINEA.
0026J3     MOVE "____________________________" TO SIMULACION-LINEA.
0026J4     WRITE SIMULACION-LINEA.
0026J5     MOVE "FIRMA Y SELLO - DIRECCION" TO SIMULACION-LINEA.
0026J6     WRITE SIMULACION-LINEA.
0026J7     MOVE "CONFORME PARA LA CORRIDA REAL" TO SIMULACION-LINEA.
0026J8     WRITE SIMULACION-LINEA.
0026J9     CLOSE SIMULACION.
0026K0 8920-EXIT.
0026K1     EXIT.

002700*----------------------------------------------------------------*
002710* 9000-FINALIZAR                                            *
002720*----------------------------------------------------------------*
002730 9000-FINALIZAR.
002740     IF ARCHIVOS-ABIERTOS
002750         CLOSE TUTOR
002752         IF NOT FAMILIA-SIN-ARCHIVO
002754             CLOSE FAMILIA
002756         END-IF
002758         IF MODO-SIMULACION
002760             PERFORM 8920-CERRAR-SIMULACION THRU 8920-EXIT
002762         END-IF
002770     END-IF.
002772     IF MODO-SIMULACION
002774         DISPLAY "SIMULACION: no se grabo familia.txt, ver "
002776             WS-ARCHIVO-SIMULACION
002778     END-IF.
002780     DISPLAY "Tutores leidos: " WS-TOTAL-LEIDOS.
002790     DISPLAY "Grupos nuevos: " WS-TOTAL-GRUPOS-NUEVOS.
002800     DISPLAY "Miembros asignados: " WS-TOTAL-ASIGNADOS.
002830         DISPLAY "Omitidos (tope de 5000 en memoria alcanzado): "
002840             WS-TOTAL-OMITIDOS
002850     END-IF.
002855     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
002860 9000-EXIT.
002870     EXIT.

0028A0*----------------------------------------------------------------*
0028A1* 9100-GRABAR-LOG                                           *
0028A2* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
0028A3* LOG COMPARTIDO DE LOS BATCH.                               *
0028A4*----------------------------------------------------------------*
0028A5 9100-GRABAR-LOG.
0028A6     OPEN EXTEND LOG-CORRIDA.
0028A7     IF FS-LOG = "05" OR FS-LOG = "35"
0028A8         OPEN OUTPUT LOG-CORRIDA
0028A9     END-IF.
0028B0     IF FS-LOG NOT = "00"
0028B1         GO TO 9100-EXIT
0028B2     END-IF.
0028B3     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
0028B4     ACCEPT WS-LOG-HORA FROM TIME.
0028B5     MOVE WS-TOTAL-LEIDOS TO WS-LOG-LEIDOS.
0028B6     MOVE RETURN-CODE TO WS-LOG-RC.
0028B7     MOVE SPACES TO LOG-LINEA.
0028B8     STRING WS-LOG-FECHA DELIMITED BY SIZE
0028B9         " " DELIMITED BY SIZE
0028C0         WS-LOG-HORA DELIMITED BY SIZE
0028C1         " ARMAR-FAMILIAS" DELIMITED BY SIZE
0028C2         WS-LOG-MODO DELIMITED BY "  "
0028C3         " LEIDOS=" DELIMITED BY SIZE
0028C4         WS-LOG-LEIDOS DELIMITED BY SIZE
0028C5         " GRUPOS=" DELIMITED BY SIZE
0028C6         WS-TOTAL-GRUPOS-NUEVOS DELIMITED BY SIZE
0028C7         " ASIGNADOS=" DELIMITED BY SIZE
0028C8         WS-TOTAL-ASIGNADOS DELIMITED BY SIZE
0028C9         " CONFLICTOS=" DELIMITED BY SIZE
0028D0         WS-TOTAL-CONFLICTOS DELIMITED BY SIZE
0028D1         " RC=" DELIMITED BY SIZE
0028D2         WS-LOG-RC DELIMITED BY SIZE
0028D3         INTO LOG-LINEA
0028D4     END-STRING.
0028D5     WRITE LOG-LINEA.
0028D6     CLOSE LOG-CORRIDA.
0028D7 9100-EXIT.
0028D8     EXIT.

002880 9999-EXIT.
002890     EXIT.
