000300* DESPUES DE HABERLOS VOLCADO AL HISTORICO, PARA NO ALTERAR EL
000310* ARCHIVO MIENTRAS SE LO ESTA LEYENDO SECUENCIALMENTE.
000320*
000330* LOS NUMEROS A BORRAR QUEDAN EN EL ARCHIVO DE TRABAJO
000340* ARCHIVAR_TRABAJO.TXT (INDEXADO POR NUMERO, SE RECREA EN CADA
000350* CORRIDA), QUE SE RECORRE EN ORDEN PARA EL BORRADO Y PARA LOS
000360* SATELITES INDEXADOS POR NUMERO, Y SE CONSULTA POR CLAVE AL
000370* BARRER MATRICULAS, ASISTENCIAS Y DEMAS. NO HAY TOPE POR CORRIDA.
000380*
000381* CON "SIMULAR" EN LA LINEA DE COMANDO ("AAAAMMDD SIMULAR") HACE
000382* LA PASADA COMPLETA SIN GRABAR NI BORRAR NADA: CADA ALUMNO Y
000383* CADA REGISTRO SATELITE QUE SE MOVERIA AL HISTORICO SE LISTA EN
000384* ARCHIVAR_SIMULACION.TXT, QUE LA DIRECCION FIRMA ANTES DE LA
000385* CORRIDA REAL.
000386*
000390* HISTORIAL DE MODIFICACIONES
000400*   2026-08-09  OFS  VERSION INICIAL.
000410*   2026-08-22  OFS  MODO DESATENDIDO: FECHA DE CORTE POR LINEA
000490*                    A SUS ARCHIVOS *_HISTORICO.TXT, PARA QUE LOS
000500*                    INDEXADOS VIVOS NO CARGUEN CON LA HISTORIA Y
000510*                    EL HISTORICO PUEDA MOSTRARLA.
000512*   2026-10-15  OFS  LOS RESULTADOS DE CIERRE DE CURSO TAMBIEN SE
000514*                    MUEVEN (RESULTADO_HISTORICO.TXT), PARA QUE
000516*                    EL CONTROL DE CORRELATIVIDADES SIGA VIENDO
000518*                    LOS CURSOS APROBADOS DEL ALUMNO ARCHIVADO.
00051A*   2026-10-15  OFS  LAS INSCRIPCIONES A MESAS DE EXAMEN TAMBIEN
00051B*                    SE MUEVEN (EXAMEN_HISTORICO.TXT).
00051C*   2026-10-15  OFS  EL REGISTRO DISCIPLINARIO TAMBIEN SE MUEVE
00051D*                    (SANCION_HISTORICO.TXT).
00051E*   2026-10-15  OFS  LAS ATENCIONES DE ENFERMERIA TAMBIEN SE
00051F*                    MUEVEN (ENFERMERIA_HISTORICO.TXT).
00051G*   2026-10-15  OFS  PARAMETRO SIMULAR: PASADA COMPLETA SIN TOCAR
00051H*                    LOS ARCHIVOS, CON LISTADO DE LO QUE MOVERIA.
00051I*   2026-10-15  OFS  SIN TOPE DE 500 POR CORRIDA: LA COLA DE
00051J*                    NUMEROS A BORRAR PASA A ARCHIVAR_TRABAJO.TXT
00051K*                    (YA NO HAY OMITIDOS NI RC 4 POR ESE MOTIVO).
00051L*   2026-10-15  OFS  LAS ASIGNACIONES Y LOS PAGOS DE CONCEPTOS
00051M*                    TAMBIEN SE MUEVEN (A LOS HISTORICOS
00051N*                    ALUMNO_CONCEPTO_HISTORICO.TXT Y
00051O*                    PAGO_CONCEPTO_HISTORICO.TXT).
000520*
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000710     COPY DocumentoSelect.
000720     COPY TutorSelect.
000730     COPY FichaMedicaSelect.
000735     COPY ResultadoSelect.
000737     COPY ExamenSelect.
000738     COPY SancionSelect.
000739     COPY EnfermeriaSelect.
00073A     COPY AlumnoConceptoSelect.
00073B     COPY PagoConceptoSelect.

000740     SELECT SATELITE-HISTORICO ASSIGN TO WS-ARCHIVO-SATELITE
000750         ORGANIZATION LINE SEQUENTIAL
000760         FILE STATUS FS-SATELITE.

000762     SELECT SIMULACION ASSIGN TO WS-ARCHIVO-SIMULACION
000764         ORGANIZATION LINE SEQUENTIAL
000766         FILE STATUS FS-SIMULACION.

00076A     SELECT TRABAJO ASSIGN TO WS-ARCHIVO-TRABAJO
00076B         ORGANIZATION INDEXED
00076C         ACCESS MODE DYNAMIC
00076D         RECORD KEY TRA-NUMERO
00076E         FILE STATUS FS-TRABAJO.

000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  ALUMNO.
001010     COPY TutorRegistro.
001020 FD  FICHAMEDICA.
001030     COPY FichaMedicaRegistro.
001033 FD  RESULTADO.
001036     COPY ResultadoRegistro.
001037 FD  EXAMEN.
001038     COPY ExamenRegistro.
00103A FD  SANCION.
00103B     COPY SancionRegistro.
00103C FD  ENFERMERIA.
00103D     COPY EnfermeriaRegistro.
00103E FD  ALUMNOCONCEPTO.
00103F     COPY AlumnoConceptoRegistro.
00103G FD  PAGOCONCEPTO.
00103H     COPY PagoConceptoRegistro.

      * LOS HISTORICOS DE SATELITES COMPARTEN UN UNICO FD DE IMAGEN DE
      * REGISTRO (LINE SEQUENTIAL); EL NOMBRE DEL ARCHIVO SE RESUELVE
001040 FD  SATELITE-HISTORICO.
001050 01  SATELITE-LINEA          PIC X(250).

001053 FD  SIMULACION.
001056 01  SIMULACION-LINEA        PIC X(132).

001057 FD  TRABAJO.
001058 01  TRABAJO-REGISTRO.
001059     05  TRA-NUMERO          PIC 9(07).

001060 WORKING-STORAGE SECTION.
001070 01  FS-ALUMNO               PIC XX.
001080 01  FS-HISTORICO            PIC XX.
001170 01  WS-LOG-HORA             PIC 9(08).
001180 01  WS-LOG-LEIDOS           PIC 9(06).
001190 01  WS-LOG-ARCHIVADOS       PIC 9(06).
001210 01  WS-LOG-RC               PIC 9(01).
00121A 01  WS-LOG-MODO             PIC X(11) VALUE SPACES.
00121B 01  FS-SIMULACION           PIC XX.
00121C 01  WS-ARCHIVO-SIMULACION   PIC X(40)
00121D         VALUE "archivar_simulacion.txt".
00121E 01  WS-SIM-FECHA            PIC 9(08).
00121F 01  WS-SIM-TOTAL-ED         PIC Z(05)9.
00121G 01  WS-SIM-DETALLE.
00121H     05  SIM-ACCION          PIC X(10).
00121I     05  FILLER              PIC X(01) VALUE SPACE.
00121J     05  SIM-ARCHIVO         PIC X(26).
00121K     05  FILLER              PIC X(01) VALUE SPACE.
00121L     05  SIM-DATOS           PIC X(94).
00121M 01  FS-TRABAJO              PIC XX.
00121N 01  WS-ARCHIVO-TRABAJO  PIC X(40)
00121O     VALUE "archivar_trabajo.txt".
001220 01  FS-CONTROL              PIC XX.
001230 01  WS-CONTROL-OK-SW        PIC X(01) VALUE "N".
001240     88  CONTROL-OK                   VALUE "S".
001300 01  FS-DOCUMENTO            PIC XX.
001310 01  FS-TUTOR                PIC XX.
001320 01  FS-FICHA-MEDICA         PIC XX.
001325 01  FS-RESULTADO            PIC XX.
001327 01  FS-EXAMEN               PIC XX.
001328 01  FS-SANCION              PIC XX.
001329 01  FS-ENFERMERIA           PIC XX.
00132A 01  FS-ALUMNO-CONCEPTO      PIC XX.
00132B 01  FS-PAGO-CONCEPTO        PIC XX.
001330 01  FS-SATELITE             PIC XX.
001340 01  WS-ARCHIVO-SATELITE     PIC X(40).
001350 01  WS-NUM-ACTUAL           PIC 9(07).
001380 01  WS-ES-ARCHIVADO-SW      PIC X(01) VALUE "N".
001390     88  ES-ARCHIVADO                 VALUE "S".
001400 77  WS-SAT-MOVIDOS          PIC 9(06) VALUE ZERO.

001420 01  WS-SWITCHES.
001430     05  WS-ALUMNO-FILE-ABIERTO-SW PIC X(01) VALUE "N".
001440         88  ALUMNO-FILE-ABIERTO      VALUE "S".
001443     05  WS-SIMULACION-SW    PIC X(01) VALUE "N".
001446         88  MODO-SIMULACION          VALUE "S".
001447     05  WS-TRABAJO-ABIERTO-SW PIC X(01) VALUE "N".
001448         88  TRABAJO-ABIERTO          VALUE "S".

001450 01  WS-FECHA-CORTE          PIC 9(08).
001475 77  WS-TOTAL-A-BORRAR       PIC 9(06) VALUE ZERO COMP.
001500 77  WS-TOTAL-LEIDOS         PIC 9(06) VALUE ZERO COMP.
001510 77  WS-TOTAL-ARCHIVADOS     PIC 9(06) VALUE ZERO COMP.
001523 77  WS-CUENTA-SIMULAR       PIC 9(03) VALUE ZERO COMP.
001526 77  WS-TOTAL-SIMULADOS      PIC 9(06) VALUE ZERO COMP.

001530 PROCEDURE DIVISION.

001610*----------------------------------------------------------------*
001620* 1000-INICIALIZAR                                          *
001630* PIDE LA FECHA DE CORTE Y ABRE ALUMNO.TXT Y EL HISTORICO.  *
001635* CREA EL ARCHIVO DE TRABAJO; SIN EL NO SE PROCESA NADA.     *
001640*----------------------------------------------------------------*
001650 1000-INICIALIZAR.
001660     PERFORM 1100-OBTENER-FECHA-CORTE THRU 1100-EXIT.
001690         MOVE 8 TO RETURN-CODE
001700         GO TO 1000-EXIT
001710     END-IF.
001712     IF MODO-SIMULACION
001714         GO TO 1000-SIMULACION
001716     END-IF.
001720     OPEN I-O ALUMNO.
001730     IF FS-ALUMNO NOT = "00"
001740         DISPLAY "No se pudo abrir alumno.txt"
001800     IF FS-HISTORICO = "05" OR FS-HISTORICO = "35"
001810         OPEN OUTPUT ALUMNO-HISTORICO
001820     END-IF.
00182A     GO TO 1000-TRABAJO.
00182B 1000-SIMULACION.
00182C*    EN SIMULACION ALUMNO.TXT SOLO SE LEE Y EL HISTORICO NO SE
00182D*    ABRE.
00182E     PERFORM 8900-ABRIR-SIMULACION THRU 8900-EXIT.
00182F     IF RETURN-CODE NOT = ZERO
00182G         GO TO 1000-EXIT
00182H     END-IF.
00182I     OPEN INPUT ALUMNO.
00182J     IF FS-ALUMNO NOT = "00"
00182K         DISPLAY "No se pudo abrir alumno.txt"
00182L         CLOSE SIMULACION
00182M         MOVE "N" TO WS-SIMULACION-SW
00182N         MOVE 8 TO RETURN-CODE
00182O         GO TO 1000-EXIT
00182P     END-IF.
00182Q     SET ALUMNO-FILE-ABIERTO TO TRUE.
00182R 1000-TRABAJO.
00182S     PERFORM 1200-CREAR-TRABAJO THRU 1200-EXIT.
001830 1000-EXIT.
001840     EXIT.

001930 1100-OBTENER-FECHA-CORTE.
001940     MOVE ZERO TO WS-FECHA-CORTE.
001950     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
001951     MOVE ZERO TO WS-CUENTA-SIMULAR.
001952     INSPECT WS-PARAMETRO TALLYING WS-CUENTA-SIMULAR
001953         FOR ALL "SIMULAR".
001954     IF WS-CUENTA-SIMULAR > ZERO
001955         SET MODO-SIMULACION TO TRUE
001956         MOVE " SIMULACION" TO WS-LOG-MODO
001957     END-IF.
001960     IF WS-PARAMETRO (1:8) NUMERIC
001970         MOVE WS-PARAMETRO (1:8) TO WS-FECHA-CORTE
001980         GO TO 1100-EXIT
002170 1100-EXIT.
002180     EXIT.

002181*----------------------------------------------------------------*
002182* 1200-CREAR-TRABAJO                                        *
002183* CREA VACIO ARCHIVAR_TRABAJO.TXT, DONDE SE ANOTAN LOS       *
002184* NUMEROS ARCHIVADOS. SI NO SE PUEDE, CIERRA LO ABIERTO Y    *
002185* DEJA RC 8: NO SE ARCHIVA NADA.                            *
002186*----------------------------------------------------------------*
002187 1200-CREAR-TRABAJO.
002188     OPEN OUTPUT TRABAJO.
002189     IF FS-TRABAJO = "00"
00218A         CLOSE TRABAJO
00218B         OPEN I-O TRABAJO
00218C     END-IF.
00218D     IF FS-TRABAJO NOT = "00"
00218E         DISPLAY "No se pudo crear " WS-ARCHIVO-TRABAJO
00218F         CLOSE ALUMNO
00218G         MOVE "N" TO WS-ALUMNO-FILE-ABIERTO-SW
00218H         IF MODO-SIMULACION
00218I             CLOSE SIMULACION
00218J             MOVE "N" TO WS-SIMULACION-SW
00218K         END-IF
00218L         MOVE 8 TO RETURN-CODE
00218M         GO TO 1200-EXIT
00218N     END-IF.
00218O     SET TRABAJO-ABIERTO TO TRUE.
00218P 1200-EXIT.
00218Q     EXIT.

002190*----------------------------------------------------------------*
002200* 2000-PROCESAR-ARCHIVO                                     *
002210* RECORRE ALUMNO.TXT; LO QUE CALIFICA SE VUELCA AL HISTORICO  *
002340     ADD 1 TO WS-TOTAL-LEIDOS.
002350     IF FECHAREGISTRO IN ALUMNO-REGISTRO > 0 AND
002360         FECHAREGISTRO IN ALUMNO-REGISTRO < WS-FECHA-CORTE
002370         IF MODO-SIMULACION
002380             PERFORM 2200-LISTAR-ALUMNO THRU 2200-EXIT
002390         ELSE
002400             MOVE ALUMNO-REGISTRO TO HISTORICO-REGISTRO
002410             WRITE HISTORICO-REGISTRO
002420         END-IF
002430         ADD 1 TO WS-TOTAL-ARCHIVADOS
002440         IF ESTADOALUMNO IN ALUMNO-REGISTRO NOT = "B"
002450             ADD 1 TO WS-ARCHIVADOS-ACTIVOS
002460         END-IF
002470         ADD 1 TO WS-TOTAL-A-BORRAR
002480         MOVE NUMERO IN ALUMNO-REGISTRO TO TRA-NUMERO
002490         WRITE TRABAJO-REGISTRO
002500     END-IF.
002510     READ ALUMNO NEXT RECORD.
002520 2100-EXIT.
002530     EXIT.

00253A*----------------------------------------------------------------*
00253B* 2200-LISTAR-ALUMNO                                        *
00253C* EN SIMULACION DEJA EN EL LISTADO EL ALUMNO QUE SE HABRIA   *
00253D* MOVIDO AL HISTORICO Y BORRADO DE ALUMNO.TXT.               *
00253E*----------------------------------------------------------------*
00253F 2200-LISTAR-ALUMNO.
00253G     MOVE "MUEVE" TO SIM-ACCION.
00253H     MOVE WS-ARCHIVO-HISTORICO TO SIM-ARCHIVO.
00253I     MOVE SPACES TO SIM-DATOS.
00253J     STRING "ALUMNO " DELIMITED BY SIZE
00253K         NUMERO IN ALUMNO-REGISTRO DELIMITED BY SIZE
00253L         " " DELIMITED BY SIZE
00253M         APELLIDO IN ALUMNO-REGISTRO DELIMITED BY "  "
00253N         ", " DELIMITED BY SIZE
00253O         NOMBRE IN ALUMNO-REGISTRO DELIMITED BY "  "
00253P         " ALTA " DELIMITED BY SIZE
00253Q         FECHAREGISTRO IN ALUMNO-REGISTRO DELIMITED BY SIZE
00253R         " ESTADO " DELIMITED BY SIZE
00253S         ESTADOALUMNO IN ALUMNO-REGISTRO DELIMITED BY SIZE
00253T         INTO SIM-DATOS
00253U     END-STRING.
00253V     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
00253W 2200-EXIT.
00253X     EXIT.

002540*----------------------------------------------------------------*
002550* 3000-BORRAR-ARCHIVADOS                                     *
002560* SEGUNDA PASADA: BORRA POR CLAVE LO QUE QUEDO EN EL HISTORICO. *
002565* EN SIMULACION NO SE BORRA (EL LISTADO YA LOS MUESTRA).     *
002570*----------------------------------------------------------------*
002580 3000-BORRAR-ARCHIVADOS.
002590     IF NOT ALUMNO-FILE-ABIERTO
002595        OR MODO-SIMULACION
002600         GO TO 3000-EXIT
002610     END-IF.
002620     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
002630     PERFORM 3100-BORRAR-UNO THRU 3100-EXIT
002640         UNTIL FS-TRABAJO NOT = "00".
002650 3000-EXIT.
002660     EXIT.

002670 3100-BORRAR-UNO.
002685     MOVE TRA-NUMERO TO NUMERO IN ALUMNO-REGISTRO.
002700     READ ALUMNO
002710         INVALID KEY
002720             CONTINUE
002730         NOT INVALID KEY
002740             DELETE ALUMNO RECORD
002750     END-READ.
002760     READ TRABAJO NEXT RECORD.
002770 3100-EXIT.
002780     EXIT.

002940     PERFORM 4500-ARCHIVAR-FICHAS THRU 4500-EXIT.
002950     PERFORM 4600-ARCHIVAR-MATRICULAS THRU 4600-EXIT.
002960     PERFORM 4700-ARCHIVAR-ASISTENCIAS THRU 4700-EXIT.
002965     PERFORM 4800-ARCHIVAR-RESULTADOS THRU 4800-EXIT.
002967     PERFORM 4900-ARCHIVAR-EXAMENES THRU 4900-EXIT.
002968     PERFORM 4950-ARCHIVAR-SANCIONES THRU 4950-EXIT.
002969     PERFORM 4970-ARCHIVAR-ENFERMERIA THRU 4970-EXIT.
00296A     PERFORM 4985-ARCHIVAR-CONCEPTOS THRU 4985-EXIT.
00296B     PERFORM 4990-ARCHIVAR-PAGOS-CONCEPTO THRU 4990-EXIT.
002970 4000-EXIT.
002980     EXIT.

003000* 8500-ABRIR-HISTORICO                                      *
003010* ABRE (O CREA) EL *_HISTORICO.TXT DE WS-ARCHIVO-SATELITE    *
003020* PARA ANEXAR IMAGENES DE REGISTRO.                          *
003025* EN SIMULACION NO SE ABRE: LAS IMAGENES VAN AL LISTADO.     *
003030*----------------------------------------------------------------*
003040 8500-ABRIR-HISTORICO.
003050     MOVE "N" TO WS-HIST-ABIERTO-SW.
003052     IF MODO-SIMULACION
003054         SET HIST-ABIERTO TO TRUE
003056         GO TO 8500-EXIT
003058     END-IF.
003060     OPEN EXTEND SATELITE-HISTORICO.
003070     IF FS-SATELITE = "05" OR FS-SATELITE = "35"
003080         OPEN OUTPUT SATELITE-HISTORICO
003130 8500-EXIT.
003140     EXIT.

00314A*----------------------------------------------------------------*
00314B* 8550-CERRAR-HISTORICO                                     *
00314C* CIERRA EL *_HISTORICO.TXT ABIERTO POR 8500 (EN SIMULACION  *
00314D* NO HAY NADA ABIERTO).                                      *
00314E*----------------------------------------------------------------*
00314F 8550-CERRAR-HISTORICO.
00314G     IF NOT MODO-SIMULACION
00314H         CLOSE SATELITE-HISTORICO
00314I     END-IF.
00314J 8550-EXIT.
00314K     EXIT.

003150*----------------------------------------------------------------*
003160* 8600-ES-ARCHIVADO                                         *
003170* WS-NUM-ACTUAL ESTA ANOTADO EN EL ARCHIVO DE TRABAJO?       *
003180*----------------------------------------------------------------*
003190 8600-ES-ARCHIVADO.
003200     MOVE "N" TO WS-ES-ARCHIVADO-SW.
003216     MOVE WS-NUM-ACTUAL TO TRA-NUMERO.
003232     READ TRABAJO.
003248     IF FS-TRABAJO = "00"
003264         SET ES-ARCHIVADO TO TRUE
003280     END-IF.
003300 8600-EXIT.
003310     EXIT.

00331A*----------------------------------------------------------------*
00331B* 8650-PRIMER-ARCHIVADO                                     *
00331C* POSICIONA EL ARCHIVO DE TRABAJO EN EL PRIMER NUMERO Y LO   *
00331D* LEE; SIN NUMEROS FS-TRABAJO QUEDA DISTINTO DE "00".        *
00331E*----------------------------------------------------------------*
00331F 8650-PRIMER-ARCHIVADO.
00331G     MOVE ZERO TO TRA-NUMERO.
00331H     START TRABAJO KEY IS NOT LESS THAN TRA-NUMERO
00331I         INVALID KEY
00331J             GO TO 8650-EXIT
00331K     END-START.
00331L     READ TRABAJO NEXT RECORD.
00331M 8650-EXIT.
00331N     EXIT.

0033A0*----------------------------------------------------------------*
0033A1* 8700-LISTAR-SATELITE                                      *
0033A2* EN SIMULACION DEJA EN EL LISTADO LA IMAGEN DEL REGISTRO     *
0033A3* SATELITE (SATELITE-LINEA YA CARGADA) QUE SE HABRIA MOVIDO A *
0033A4* WS-ARCHIVO-SATELITE, Y LO CUENTA COMO MOVIDO.              *
0033A5*----------------------------------------------------------------*
0033A6 8700-LISTAR-SATELITE.
0033A7     MOVE "MUEVE" TO SIM-ACCION.
0033A8     MOVE WS-ARCHIVO-SATELITE TO SIM-ARCHIVO.
0033A9     MOVE SATELITE-LINEA TO SIM-DATOS.
0033B0     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
0033B1     ADD 1 TO WS-SAT-MOVIDOS.
0033B2 8700-EXIT.
0033B3     EXIT.

0033B4*----------------------------------------------------------------*
0033B5* 8900-ABRIR-SIMULACION                                     *
0033B6* CREA EL LISTADO DE SIMULACION CON SU ENCABEZADO.           *
0033B7*----------------------------------------------------------------*
0033B8 8900-ABRIR-SIMULACION.
0033B9     OPEN OUTPUT SIMULACION.
0033C0     IF FS-SIMULACION NOT = "00"
0033C1         DISPLAY "No se pudo crear " WS-ARCHIVO-SIMULACION
0033C2         MOVE "N" TO WS-SIMULACION-SW
0033C3         MOVE 8 TO RETURN-CODE
0033C4         GO TO 8900-EXIT
0033C5     END-IF.
0033C6     ACCEPT WS-SIM-FECHA FROM DATE YYYYMMDD.
0033C7     MOVE SPACES TO SIMULACION-LINEA.
0033C8     STRING "SIMULACION DE ARCHIVAR-ALUMNOS-HISTORICO DEL "
0033C9         DELIMITED BY SIZE
0033D0         WS-SIM-FECHA (7:2) DELIMITED BY SIZE
0033D1         "/" DELIMITED BY SIZE
0033D2         WS-SIM-FECHA (5:2) DELIMITED BY SIZE
0033D3         "/" DELIMITED BY SIZE
0033D4         WS-SIM-FECHA (1:4) DELIMITED BY SIZE
0033D5         INTO SIMULACION-LINEA
0033D6     END-STRING.
0033D7     WRITE SIMULACION-LINEA.
0033D8     MOVE "NO SE MODIFICO NINGUN ARCHIVO MAESTRO. CADA LINEA ES"
0033D9         TO SIMULACION-LINEA.
0033E0     WRITE SIMULACION-LINEA.
0033E1     MOVE "UN REGISTRO QUE LA CORRIDA REAL GRABARIA, MOVERIA"
0033E2         TO SIMULACION-LINEA.
0033E3     WRITE SIMULACION-LINEA.
0033E4     MOVE "O BORRARIA." TO SIMULACION-LINEA.
0033E5     WRITE SIMULACION-LINEA.
0033E6     MOVE SPACES TO SIMULACION-LINEA.
0033E7     STRING "PARAMETROS: " DELIMITED BY SIZE
0033E8         WS-PARAMETRO DELIMITED BY SIZE
0033E9         INTO SIMULACION-LINEA
0033F0     END-STRING.
0033F1     WRITE SIMULACION-LINEA.
0033F2     MOVE SPACES TO SIMULACION-LINEA.
0033F3     WRITE SIMULACION-LINEA.
0033F4     MOVE "ACCION     ARCHIVO                    REGISTRO"
0033F5         TO SIMULACION-LINEA.
0033F6     WRITE SIMULACION-LINEA.
0033F7 8900-EXIT.
0033F8     EXIT.

0033F9*----------------------------------------------------------------*
0033G0* 8910-LISTAR-SIMULACION                                    *
0033G1* UNA LINEA DEL LISTADO: ACCION, ARCHIVO Y REGISTRO.          *
0033G2*----------------------------------------------------------------*
0033G3 8910-LISTAR-SIMULACION.
0033G4     WRITE SIMULACION-LINEA FROM WS-SIM-DETALLE.
0033G5     ADD 1 TO WS-TOTAL-SIMULADOS.
0033G6 8910-EXIT.
0033G7     EXIT.

0033G8*----------------------------------------------------------------*
0033G9* 8920-CERRAR-SIMULACION                                    *
0033H0* TOTAL DEL LISTADO Y BLOQUE DE FIRMA DE LA DIRECCION.        *
0033H1*----------------------------------------------------------------*
0033H2 8920-CERRAR-SIMULACION.
0033H3     MOVE SPACES TO SIMULACION-LINEA.
0033H4     WRITE SIMULACION-LINEA.
0033H5     MOVE WS-TOTAL-SIMULADOS TO WS-SIM-TOTAL-ED.
0033H6     STRING "MOVIMIENTOS LISTADOS: "
0033H7         DELIMITED BY SIZE
0033H8         WS-SIM-TOTAL-ED DELIMITED BY SIZE
0033H9         INTO SIMULACION-LINEA
0033I0     END-STRING.
0033I1     WRITE SIMULACION-LINEA.
0033I2     MOVE SPACES TO SIMULACION-LINEA.
0033I3     WRITE SIMULACION-LINEA.
0033I4     WRITE SIMULACION-LINEA.
0033I5     MOVE "____________________________" TO SIMULACION-LINEA.
0033I6     WRITE SIMULACION-LINEA.
0033I7     MOVE "FIRMA Y SELLO - DIRECCION" TO SIMULACION-LINEA.
0033I8     WRITE SIMULACION-LINEA.
0033I9     MOVE "CONFORME PARA LA CORRIDA REAL" TO SIMULACION-LINEA.
0033J0     WRITE SIMULACION-LINEA.
0033J1     CLOSE SIMULACION.
0033J2 8920-EXIT.
0033J3     EXIT.

003320 4100-ARCHIVAR-PAGOS.
003323     IF MODO-SIMULACION
003326         OPEN INPUT PAGO
003329     ELSE
003332         OPEN I-O PAGO
003335     END-IF.
003340     IF FS-PAGO NOT = "00"
003350         GO TO 4100-EXIT
003360     END-IF.
003400         CLOSE PAGO
003410         GO TO 4100-EXIT
003420     END-IF.
003430     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
003440     PERFORM 4110-PAGOS-ALUMNO THRU 4110-EXIT
003450         UNTIL FS-TRABAJO NOT = "00".
003460     CLOSE PAGO.
003470     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
003480 4100-EXIT.
003490     EXIT.

003500 4110-PAGOS-ALUMNO.
003510     MOVE TRA-NUMERO TO WS-NUM-ACTUAL.
003520     MOVE WS-NUM-ACTUAL TO PAGNUMERO.
003530     MOVE ZERO TO PAGPERIODO.
003540     START PAGO KEY IS NOT LESS THAN PAGOCLAVE
003600         UNTIL FS-PAGO NOT = "00"
003610            OR PAGNUMERO NOT = WS-NUM-ACTUAL.
003620 4110-SIGUIENTE.
003630     READ TRABAJO NEXT RECORD.
003640 4110-EXIT.
003650     EXIT.

003660 4120-MOVER-PAGO.
003670     MOVE SPACES TO SATELITE-LINEA.
003680     MOVE PAGO-REGISTRO TO SATELITE-LINEA.
003685     IF MODO-SIMULACION
003690         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
003695     ELSE
003700         WRITE SATELITE-LINEA
003705         ADD 1 TO WS-SAT-MOVIDOS
003710         DELETE PAGO RECORD
003715     END-IF.
003720     READ PAGO NEXT RECORD.
003730 4120-EXIT.
003740     EXIT.

003750 4200-ARCHIVAR-NOTAS.
003753     IF MODO-SIMULACION
003756         OPEN INPUT CALIFICACION
003759     ELSE
003762         OPEN I-O CALIFICACION
003765     END-IF.
003770     IF FS-CALIFICACION NOT = "00"
003780         GO TO 4200-EXIT
003790     END-IF.
003830         CLOSE CALIFICACION
003840         GO TO 4200-EXIT
003850     END-IF.
003860     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
003870     PERFORM 4210-NOTAS-ALUMNO THRU 4210-EXIT
003880         UNTIL FS-TRABAJO NOT = "00".
003890     CLOSE CALIFICACION.
003900     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
003910 4200-EXIT.
003920     EXIT.

003930 4210-NOTAS-ALUMNO.
003940     MOVE TRA-NUMERO TO WS-NUM-ACTUAL.
003950     MOVE WS-NUM-ACTUAL TO CALNUMERO.
003960     MOVE LOW-VALUES TO CALCURSO.
003970     MOVE ZERO TO CALPERIODO.
004040         UNTIL FS-CALIFICACION NOT = "00"
004050            OR CALNUMERO NOT = WS-NUM-ACTUAL.
004060 4210-SIGUIENTE.
004070     READ TRABAJO NEXT RECORD.
004080 4210-EXIT.
004090     EXIT.

004100 4220-MOVER-NOTA.
004110     MOVE SPACES TO SATELITE-LINEA.
004120     MOVE CALIFICACION-REGISTRO TO SATELITE-LINEA.
004125     IF MODO-SIMULACION
004130         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
004135     ELSE
004140         WRITE SATELITE-LINEA
004145         ADD 1 TO WS-SAT-MOVIDOS
004150         DELETE CALIFICACION RECORD
004155     END-IF.
004160     READ CALIFICACION NEXT RECORD.
004170 4220-EXIT.
004180     EXIT.

004190 4300-ARCHIVAR-DOCUMENTOS.
004193     IF MODO-SIMULACION
004196         OPEN INPUT DOCUMENTO
004199     ELSE
004202         OPEN I-O DOCUMENTO
004205     END-IF.
004210     IF FS-DOCUMENTO NOT = "00"
004220         GO TO 4300-EXIT
004230     END-IF.
004270         CLOSE DOCUMENTO
004280         GO TO 4300-EXIT
004290     END-IF.
004300     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
004310     PERFORM 4310-DOCS-ALUMNO THRU 4310-EXIT
004320         UNTIL FS-TRABAJO NOT = "00".
004330     CLOSE DOCUMENTO.
004340     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
004350 4300-EXIT.
004360     EXIT.

004370 4310-DOCS-ALUMNO.
004380     MOVE TRA-NUMERO TO WS-NUM-ACTUAL.
004390     MOVE WS-NUM-ACTUAL TO DOCNUMERO.
004400     MOVE ZERO TO DOCTIPO.
004410     START DOCUMENTO KEY IS NOT LESS THAN DOCUMENTOCLAVE
004470         UNTIL FS-DOCUMENTO NOT = "00"
004480            OR DOCNUMERO NOT = WS-NUM-ACTUAL.
004490 4310-SIGUIENTE.
004500     READ TRABAJO NEXT RECORD.
004510 4310-EXIT.
004520     EXIT.

004530 4320-MOVER-DOC.
004540     MOVE SPACES TO SATELITE-LINEA.
004550     MOVE DOCUMENTO-REGISTRO TO SATELITE-LINEA.
004555     IF MODO-SIMULACION
004560         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
004565     ELSE
004570         WRITE SATELITE-LINEA
004575         ADD 1 TO WS-SAT-MOVIDOS
004580         DELETE DOCUMENTO RECORD
004585     END-IF.
004590     READ DOCUMENTO NEXT RECORD.
004600 4320-EXIT.
004610     EXIT.

004620 4400-ARCHIVAR-TUTORES.
004623     IF MODO-SIMULACION
004626         OPEN INPUT TUTOR
004629     ELSE
004632         OPEN I-O TUTOR
004635     END-IF.
004640     IF FS-TUTOR NOT = "00"
004650         GO TO 4400-EXIT
004660     END-IF.
004700         CLOSE TUTOR
004710         GO TO 4400-EXIT
004720     END-IF.
004730     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
004740     PERFORM 4410-TUTOR-ALUMNO THRU 4410-EXIT
004750         UNTIL FS-TRABAJO NOT = "00".
004760     CLOSE TUTOR.
004770     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
004780 4400-EXIT.
004790     EXIT.

004800 4410-TUTOR-ALUMNO.
004810     MOVE TRA-NUMERO TO TUTNUMERO.
004820     READ TUTOR
004830         INVALID KEY
004840             GO TO 4410-SIGUIENTE
004850     END-READ.
004860     MOVE SPACES TO SATELITE-LINEA.
004870     MOVE TUTOR-REGISTRO TO SATELITE-LINEA.
004875     IF MODO-SIMULACION
004880         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
004885     ELSE
004890         WRITE SATELITE-LINEA
004895         ADD 1 TO WS-SAT-MOVIDOS
004900         DELETE TUTOR RECORD
004905     END-IF.
004910 4410-SIGUIENTE.
004920     READ TRABAJO NEXT RECORD.
004930 4410-EXIT.
004940     EXIT.

004950 4500-ARCHIVAR-FICHAS.
004953     IF MODO-SIMULACION
004956         OPEN INPUT FICHAMEDICA
004959     ELSE
004962         OPEN I-O FICHAMEDICA
004965     END-IF.
004970     IF FS-FICHA-MEDICA NOT = "00"
004980         GO TO 4500-EXIT
004990     END-IF.
005030         CLOSE FICHAMEDICA
005040         GO TO 4500-EXIT
005050     END-IF.
005060     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
005070     PERFORM 4510-FICHA-ALUMNO THRU 4510-EXIT
005080         UNTIL FS-TRABAJO NOT = "00".
005090     CLOSE FICHAMEDICA.
005100     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
005110 4500-EXIT.
005120     EXIT.

005130 4510-FICHA-ALUMNO.
005140     MOVE TRA-NUMERO TO FICNUMERO.
005150     READ FICHAMEDICA
005160         INVALID KEY
005170             GO TO 4510-SIGUIENTE
005180     END-READ.
005190     MOVE SPACES TO SATELITE-LINEA.
005200     MOVE FICHA-MEDICA-REGISTRO TO SATELITE-LINEA.
005205     IF MODO-SIMULACION
005210         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
005215     ELSE
005220         WRITE SATELITE-LINEA
005225         ADD 1 TO WS-SAT-MOVIDOS
005230         DELETE FICHAMEDICA RECORD
005235     END-IF.
005240 4510-SIGUIENTE.
005250     READ TRABAJO NEXT RECORD.
005260 4510-EXIT.
005270     EXIT.

005280 4600-ARCHIVAR-MATRICULAS.
005283     IF MODO-SIMULACION
005286         OPEN INPUT MATRICULA
005289     ELSE
005292         OPEN I-O MATRICULA
005295     END-IF.
005300     IF FS-MATRICULA NOT = "00"
005310         GO TO 4600-EXIT
005320     END-IF.
005400     PERFORM 4610-MATRICULA-UNA THRU 4610-EXIT
005410         UNTIL FS-MATRICULA NOT = "00".
005420     CLOSE MATRICULA.
005430     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
005440 4600-EXIT.
005450     EXIT.

005490     IF ES-ARCHIVADO
005500         MOVE SPACES TO SATELITE-LINEA
005510         MOVE MATRICULA-REGISTRO TO SATELITE-LINEA
005515         IF MODO-SIMULACION
005520             PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
005525         ELSE
005530             WRITE SATELITE-LINEA
005535             ADD 1 TO WS-SAT-MOVIDOS
005540             DELETE MATRICULA RECORD
005545         END-IF
005550     END-IF.
005560     READ MATRICULA NEXT RECORD.
005570 4610-EXIT.
005580     EXIT.

005590 4700-ARCHIVAR-ASISTENCIAS.
005593     IF MODO-SIMULACION
005596         OPEN INPUT ASISTENCIA
005599     ELSE
005602         OPEN I-O ASISTENCIA
005605     END-IF.
005610     IF FS-ASISTENCIA NOT = "00"
005620         GO TO 4700-EXIT
005630     END-IF.
005710     PERFORM 4710-ASISTENCIA-UNA THRU 4710-EXIT
005720         UNTIL FS-ASISTENCIA NOT = "00".
005730     CLOSE ASISTENCIA.
005740     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
005750 4700-EXIT.
005760     EXIT.

005800     IF ES-ARCHIVADO
005810         MOVE SPACES TO SATELITE-LINEA
005820         MOVE ASISTENCIA-REGISTRO TO SATELITE-LINEA
005825         IF MODO-SIMULACION
005830             PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
005835         ELSE
005840             WRITE SATELITE-LINEA
005845             ADD 1 TO WS-SAT-MOVIDOS
005850             DELETE ASISTENCIA RECORD
005855         END-IF
005860     END-IF.
005870     READ ASISTENCIA NEXT RECORD.
005880 4710-EXIT.
005890     EXIT.

0058A0 4800-ARCHIVAR-RESULTADOS.
0058A1     IF MODO-SIMULACION
0058A2         OPEN INPUT RESULTADO
0058A3     ELSE
0058A4         OPEN I-O RESULTADO
0058A5     END-IF.
0058A6     IF FS-RESULTADO NOT = "00"
0058A7         GO TO 4800-EXIT
0058A8     END-IF.
0058A9     MOVE "resultado_historico.txt" TO WS-ARCHIVO-SATELITE.
0058AA     PERFORM 8500-ABRIR-HISTORICO THRU 8500-EXIT.
0058AB     IF NOT HIST-ABIERTO
0058AC         CLOSE RESULTADO
0058AD         GO TO 4800-EXIT
0058AE     END-IF.
0058AF     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
0058AG     PERFORM 4810-RESULTADOS-ALUMNO THRU 4810-EXIT
0058AH         UNTIL FS-TRABAJO NOT = "00".
0058AI     CLOSE RESULTADO.
0058AJ     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
0058AK 4800-EXIT.
0058AL     EXIT.

0058AM 4810-RESULTADOS-ALUMNO.
0058AN     MOVE TRA-NUMERO TO WS-NUM-ACTUAL.
0058AO     MOVE WS-NUM-ACTUAL TO RESNUMERO.
0058AP     MOVE LOW-VALUES TO RESCURSO.
0058AQ     MOVE ZERO TO RESCICLO.
0058AR     START RESULTADO KEY IS NOT LESS THAN RESULTADOCLAVE
0058AS         INVALID KEY
0058AT             GO TO 4810-SIGUIENTE
0058AU     END-START.
0058AV     READ RESULTADO NEXT RECORD.
0058AW     PERFORM 4820-MOVER-RESULTADO THRU 4820-EXIT
0058AX         UNTIL FS-RESULTADO NOT = "00"
0058AY            OR RESNUMERO NOT = WS-NUM-ACTUAL.
0058AZ 4810-SIGUIENTE.
0058B0     READ TRABAJO NEXT RECORD.
0058B1 4810-EXIT.
0058B2     EXIT.

0058B3 4820-MOVER-RESULTADO.
0058B4     MOVE SPACES TO SATELITE-LINEA.
0058B5     MOVE RESULTADO-REGISTRO TO SATELITE-LINEA.
0058B6     IF MODO-SIMULACION
0058B7         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
0058B8     ELSE
0058B9         WRITE SATELITE-LINEA
0058BA         ADD 1 TO WS-SAT-MOVIDOS
0058BB         DELETE RESULTADO RECORD
0058BC     END-IF.
0058BD     READ RESULTADO NEXT RECORD.
0058BE 4820-EXIT.
0058BF     EXIT.

0058BG 4900-ARCHIVAR-EXAMENES.
0058BH     IF MODO-SIMULACION
0058BI         OPEN INPUT EXAMEN
0058BJ     ELSE
0058BK         OPEN I-O EXAMEN
0058BL     END-IF.
0058BM     IF FS-EXAMEN NOT = "00"
0058BN         GO TO 4900-EXIT
0058BO     END-IF.
0058BP     MOVE "examen_historico.txt" TO WS-ARCHIVO-SATELITE.
0058BQ     PERFORM 8500-ABRIR-HISTORICO THRU 8500-EXIT.
0058BR     IF NOT HIST-ABIERTO
0058BS         CLOSE EXAMEN
0058BT         GO TO 4900-EXIT
0058BU     END-IF.
0058BV     READ EXAMEN NEXT RECORD.
0058BW     PERFORM 4910-EXAMEN-UNO THRU 4910-EXIT
0058BX         UNTIL FS-EXAMEN NOT = "00".
0058BY     CLOSE EXAMEN.
0058BZ     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
0058C0 4900-EXIT.
0058C1     EXIT.

0058C2 4910-EXAMEN-UNO.
0058C3     MOVE EXANUMERO TO WS-NUM-ACTUAL.
0058C4     PERFORM 8600-ES-ARCHIVADO THRU 8600-EXIT.
0058C5     IF ES-ARCHIVADO
0058C6         MOVE SPACES TO SATELITE-LINEA
0058C7         MOVE EXAMEN-REGISTRO TO SATELITE-LINEA
0058C8         IF MODO-SIMULACION
0058C9             PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
0058CA         ELSE
0058CB             WRITE SATELITE-LINEA
0058CC             ADD 1 TO WS-SAT-MOVIDOS
0058CD             DELETE EXAMEN RECORD
0058CE         END-IF
0058CF     END-IF.
0058CG     READ EXAMEN NEXT RECORD.
0058CH 4910-EXIT.
0058CI     EXIT.

0058CJ 4950-ARCHIVAR-SANCIONES.
0058CK     IF MODO-SIMULACION
0058CL         OPEN INPUT SANCION
0058CM     ELSE
0058CN         OPEN I-O SANCION
0058CO     END-IF.
0058CP     IF FS-SANCION NOT = "00"
0058CQ         GO TO 4950-EXIT
0058CR     END-IF.
0058CS     MOVE "sancion_historico.txt" TO WS-ARCHIVO-SATELITE.
0058CT     PERFORM 8500-ABRIR-HISTORICO THRU 8500-EXIT.
0058CU     IF NOT HIST-ABIERTO
0058CV         CLOSE SANCION
0058CW         GO TO 4950-EXIT
0058CX     END-IF.
0058CY     READ SANCION NEXT RECORD.
0058CZ     PERFORM 4960-SANCION-UNO THRU 4960-EXIT
0058D0         UNTIL FS-SANCION NOT = "00".
0058D1     CLOSE SANCION.
0058D2     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
0058D3 4950-EXIT.
0058D4     EXIT.

0058D5 4960-SANCION-UNO.
0058D6     MOVE SANNUMERO TO WS-NUM-ACTUAL.
0058D7     PERFORM 8600-ES-ARCHIVADO THRU 8600-EXIT.
0058D8     IF ES-ARCHIVADO
0058D9         MOVE SPACES TO SATELITE-LINEA
0058DA         MOVE SANCION-REGISTRO TO SATELITE-LINEA
0058DB         IF MODO-SIMULACION
0058DC             PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
0058DD         ELSE
0058DE             WRITE SATELITE-LINEA
0058DF             ADD 1 TO WS-SAT-MOVIDOS
0058DG             DELETE SANCION RECORD
0058DH         END-IF
0058DI     END-IF.
0058DJ     READ SANCION NEXT RECORD.
0058DK 4960-EXIT.
0058DL     EXIT.

0058DM 4970-ARCHIVAR-ENFERMERIA.
0058DN     IF MODO-SIMULACION
0058DO         OPEN INPUT ENFERMERIA
0058DP     ELSE
0058DQ         OPEN I-O ENFERMERIA
0058DR     END-IF.
0058DS     IF FS-ENFERMERIA NOT = "00"
0058DT         GO TO 4970-EXIT
0058DU     END-IF.
0058DV     MOVE "enfermeria_historico.txt" TO WS-ARCHIVO-SATELITE.
0058DW     PERFORM 8500-ABRIR-HISTORICO THRU 8500-EXIT.
0058DX     IF NOT HIST-ABIERTO
0058DY         CLOSE ENFERMERIA
0058DZ         GO TO 4970-EXIT
0058E0     END-IF.
0058E1     READ ENFERMERIA NEXT RECORD.
0058E2     PERFORM 4980-ENFERMERIA-UNO THRU 4980-EXIT
0058E3         UNTIL FS-ENFERMERIA NOT = "00".
0058E4     CLOSE ENFERMERIA.
0058E5     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
0058E6 4970-EXIT.
0058E7     EXIT.

0058E8 4980-ENFERMERIA-UNO.
0058E9     MOVE ENFNUMERO TO WS-NUM-ACTUAL.
0058EA     PERFORM 8600-ES-ARCHIVADO THRU 8600-EXIT.
0058EB     IF ES-ARCHIVADO
0058EC         MOVE SPACES TO SATELITE-LINEA
0058ED         MOVE ENFERMERIA-REGISTRO TO SATELITE-LINEA
0058EE         IF MODO-SIMULACION
0058EF             PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
0058EG         ELSE
0058EH             WRITE SATELITE-LINEA
0058EI             ADD 1 TO WS-SAT-MOVIDOS
0058EJ             DELETE ENFERMERIA RECORD
0058EK         END-IF
0058EL     END-IF.
0058EM     READ ENFERMERIA NEXT RECORD.
0058EN 4980-EXIT.
0058EO     EXIT.

0058EP 4985-ARCHIVAR-CONCEPTOS.
0058EQ     IF MODO-SIMULACION
0058ER         OPEN INPUT ALUMNOCONCEPTO
0058ES     ELSE
0058ET         OPEN I-O ALUMNOCONCEPTO
0058EU     END-IF.
0058EV     IF FS-ALUMNO-CONCEPTO NOT = "00"
0058EW         GO TO 4985-EXIT
0058EX     END-IF.
0058EY     MOVE "alumno_concepto_historico.txt" TO WS-ARCHIVO-SATELITE.
0058EZ     PERFORM 8500-ABRIR-HISTORICO THRU 8500-EXIT.
0058F0     IF NOT HIST-ABIERTO
0058F1         CLOSE ALUMNOCONCEPTO
0058F2         GO TO 4985-EXIT
0058F3     END-IF.
0058F4     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
0058F5     PERFORM 4986-CONCEPTOS-ALUMNO THRU 4986-EXIT
0058F6         UNTIL FS-TRABAJO NOT = "00".
0058F7     CLOSE ALUMNOCONCEPTO.
0058F8     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
0058F9 4985-EXIT.
0058FA     EXIT.

0058FB 4986-CONCEPTOS-ALUMNO.
0058FC     MOVE TRA-NUMERO TO WS-NUM-ACTUAL.
0058FD     MOVE WS-NUM-ACTUAL TO ACONUMERO.
0058FE     MOVE ZERO TO ACOCICLO.
0058FF     MOVE LOW-VALUES TO ACOCODIGO.
0058FG     START ALUMNOCONCEPTO KEY IS NOT LESS THAN ALUMNOCONCEPTOCLAVE
0058FH         INVALID KEY
0058FI             GO TO 4986-SIGUIENTE
0058FJ     END-START.
0058FK     READ ALUMNOCONCEPTO NEXT RECORD.
0058FL     PERFORM 4987-MOVER-CONCEPTO THRU 4987-EXIT
0058FM         UNTIL FS-ALUMNO-CONCEPTO NOT = "00"
0058FN            OR ACONUMERO NOT = WS-NUM-ACTUAL.
0058FO 4986-SIGUIENTE.
0058FP     READ TRABAJO NEXT RECORD.
0058FQ 4986-EXIT.
0058FR     EXIT.

0058FS 4987-MOVER-CONCEPTO.
0058FT     MOVE SPACES TO SATELITE-LINEA.
0058FU     MOVE ALUMNO-CONCEPTO-REGISTRO TO SATELITE-LINEA.
0058FV     IF MODO-SIMULACION
0058FW         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
0058FX     ELSE
0058FY         WRITE SATELITE-LINEA
0058FZ         ADD 1 TO WS-SAT-MOVIDOS
0058G0         DELETE ALUMNOCONCEPTO RECORD
0058G1     END-IF.
0058G2     READ ALUMNOCONCEPTO NEXT RECORD.
0058G3 4987-EXIT.
0058G4     EXIT.

0058G5 4990-ARCHIVAR-PAGOS-CONCEPTO.
0058G6     IF MODO-SIMULACION
0058G7         OPEN INPUT PAGOCONCEPTO
0058G8     ELSE
0058G9         OPEN I-O PAGOCONCEPTO
0058GA     END-IF.
0058GB     IF FS-PAGO-CONCEPTO NOT = "00"
0058GC         GO TO 4990-EXIT
0058GD     END-IF.
0058GE     MOVE "pago_concepto_historico.txt" TO WS-ARCHIVO-SATELITE.
0058GF     PERFORM 8500-ABRIR-HISTORICO THRU 8500-EXIT.
0058GG     IF NOT HIST-ABIERTO
0058GH         CLOSE PAGOCONCEPTO
0058GI         GO TO 4990-EXIT
0058GJ     END-IF.
0058GK     PERFORM 8650-PRIMER-ARCHIVADO THRU 8650-EXIT.
0058GL     PERFORM 4991-PAGOS-CONCEPTO-ALUMNO THRU 4991-EXIT
0058GM         UNTIL FS-TRABAJO NOT = "00".
0058GN     CLOSE PAGOCONCEPTO.
0058GO     PERFORM 8550-CERRAR-HISTORICO THRU 8550-EXIT.
0058GP 4990-EXIT.
0058GQ     EXIT.

0058GR 4991-PAGOS-CONCEPTO-ALUMNO.
0058GS     MOVE TRA-NUMERO TO WS-NUM-ACTUAL.
0058GT     MOVE WS-NUM-ACTUAL TO PCONUMERO.
0058GU     MOVE LOW-VALUES TO PCOCODIGO.
0058GV     MOVE ZERO TO PCOPERIODO.
0058GW     START PAGOCONCEPTO KEY IS NOT LESS THAN PAGOCONCEPTOCLAVE
0058GX         INVALID KEY
0058GY             GO TO 4991-SIGUIENTE
0058GZ     END-START.
0058H0     READ PAGOCONCEPTO NEXT RECORD.
0058H1     PERFORM 4992-MOVER-PAGO-CONCEPTO THRU 4992-EXIT
0058H2         UNTIL FS-PAGO-CONCEPTO NOT = "00"
0058H3            OR PCONUMERO NOT = WS-NUM-ACTUAL.
0058H4 4991-SIGUIENTE.
0058H5     READ TRABAJO NEXT RECORD.
0058H6 4991-EXIT.
0058H7     EXIT.

0058H8 4992-MOVER-PAGO-CONCEPTO.
0058H9     MOVE SPACES TO SATELITE-LINEA.
0058HA     MOVE PAGO-CONCEPTO-REGISTRO TO SATELITE-LINEA.
0058HB     IF MODO-SIMULACION
0058HC         PERFORM 8700-LISTAR-SATELITE THRU 8700-EXIT
0058HD     ELSE
0058HE         WRITE SATELITE-LINEA
0058HF         ADD 1 TO WS-SAT-MOVIDOS
0058HG         DELETE PAGOCONCEPTO RECORD
0058HH     END-IF.
0058HI     READ PAGOCONCEPTO NEXT RECORD.
0058HJ 4992-EXIT.
0058HK     EXIT.

005900 9000-FINALIZAR.
005910     IF ALUMNO-FILE-ABIERTO
005920         CLOSE ALUMNO
005930     END-IF.
005932     IF MODO-SIMULACION
005934         PERFORM 8920-CERRAR-SIMULACION THRU 8920-EXIT
005936         DISPLAY "SIMULACION: no se movio ni borro nada, ver "
005938             WS-ARCHIVO-SIMULACION
005940     ELSE
005942         CLOSE ALUMNO-HISTORICO
005944     END-IF.
00594A     IF TRABAJO-ABIERTO
00594B         CLOSE TRABAJO
00594C     END-IF.
005950     DISPLAY "Leidos: " WS-TOTAL-LEIDOS.
005960     DISPLAY "Archivados: " WS-TOTAL-ARCHIVADOS.
005970     DISPLAY "Registros satelite movidos: " WS-SAT-MOVIDOS.
006030     PERFORM 9200-ACTUALIZAR-CONTROL THRU 9200-EXIT.
006070     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
006080 9000-EXIT.
006090     EXIT.
006130* ACTIVOS QUE SE ARCHIVARON (LOS ARCHIVADOS QUE YA ESTABAN   *
006140* DADOS DE BAJA NO CONTABAN COMO ACTIVOS). SIN CONTROL NO SE *
006150* TOCA NADA (LO REARMA RECONSTRUIR-CONTROL).                 *
006155* EN SIMULACION TAMPOCO.                                     *
006160*----------------------------------------------------------------*
006170 9200-ACTUALIZAR-CONTROL.
006180     IF WS-ARCHIVADOS-ACTIVOS = ZERO
006190         GO TO 9200-EXIT
006200     END-IF.
006202     IF MODO-SIMULACION
006204         GO TO 9200-EXIT
006206     END-IF.
006210     MOVE "N" TO WS-CONTROL-OK-SW.
006220     OPEN INPUT ALUMNOCONTROL.
006230     IF FS-CONTROL = "00"
006590     ACCEPT WS-LOG-HORA FROM TIME.
006600     MOVE WS-TOTAL-LEIDOS TO WS-LOG-LEIDOS.
006610     MOVE WS-TOTAL-ARCHIVADOS TO WS-LOG-ARCHIVADOS.
006630     MOVE RETURN-CODE TO WS-LOG-RC.
006640     MOVE SPACES TO LOG-LINEA.
006650     STRING WS-LOG-FECHA DELIMITED BY SIZE
006660         " " DELIMITED BY SIZE
006670         WS-LOG-HORA DELIMITED BY SIZE
006675         " ARCHIVAR-ALUMNOS-HISTORICO" DELIMITED BY SIZE
006680         WS-LOG-MODO DELIMITED BY "  "
006685         " LEIDOS=" DELIMITED BY SIZE
006690         WS-LOG-LEIDOS DELIMITED BY SIZE
006700         " ARCHIVADOS=" DELIMITED BY SIZE
006710         WS-LOG-ARCHIVADOS DELIMITED BY SIZE
006740     " SATELITES=" DELIMITED BY SIZE
006750     WS-SAT-MOVIDOS DELIMITED BY SIZE
006760         " RC=" DELIMITED BY SIZE
