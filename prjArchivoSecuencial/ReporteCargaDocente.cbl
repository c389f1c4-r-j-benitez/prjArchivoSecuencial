000200* LA CANTIDAD DE MATRICULADOS DEL CICLO INDICADO, MAS EL TOTAL DE
000210* CURSOS Y ALUMNOS POR DOCENTE. LOS CURSOS DE AMBAS SEDES SALEN
000220* JUNTOS (EL CATALOGO ES UNICO).
000221*
000222* SI A LA FECHA DE CORTE EL DOCENTE ESTA DE LICENCIA
000223* (LICENCIA.TXT) SE LO MARCA, Y DEBAJO DE CADA CURSO SUYO SALE
000224* QUIEN LO CUBRE SEGUN SUPLENCIA.TXT (O QUE NADIE LO CUBRE). A
000225* CADA DOCENTE SE LE LISTAN TAMBIEN LOS CURSOS AJENOS QUE CUBRE
000226* COMO SUPLENTE A ESA FECHA.
000230*
000240* EL CICLO LLEGA POR LA LINEA DE COMANDO (MODO DESATENDIDO) O POR
000245* CONSOLA, IGUAL QUE EN CERRAR-CURSOS. DETRAS DEL CICLO PUEDE
000250* VENIR LA FECHA DE CORTE ("AAAA AAAAMMDD"); SIN ELLA SE TOMA LA
000255* FECHA DEL DIA.
000260*
000270* HISTORIAL DE MODIFICACIONES
000280*   2026-09-03  OFS  VERSION INICIAL.
000283*   2026-10-15  OFS  LICENCIA DEL DOCENTE Y SUPLENTE QUE CUBRE
000286*                    CADA CURSO A LA FECHA DE CORTE.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000330     COPY DocenteSelect.
000340     COPY CursoSelect.
000350     COPY MatriculaSelect.
000353     COPY LicenciaSelect.
000356     COPY SuplenciaSelect.
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DOCENTE.
000410     COPY CursoRegistro.
000420 FD  MATRICULA.
000430     COPY MatriculaRegistro.
000432 FD  LICENCIA.
000434     COPY LicenciaRegistro.
000436 FD  SUPLENCIA.
000438     COPY SuplenciaRegistro.
000440 WORKING-STORAGE SECTION.
000450 01  FS-DOCENTE              PIC XX.
000460 01  FS-CURSO                PIC XX.
000470 01  FS-MATRICULA            PIC XX.
000473 01  FS-LICENCIA             PIC XX.
000476 01  FS-SUPLENCIA            PIC XX.
000480 01  WS-SWITCHES.
000490     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
000500         88  ARCHIVOS-ABIERTOS        VALUE "S".
000501     05  WS-LICENCIA-DISPONIBLE-SW PIC X(01) VALUE "N".
000502         88  LICENCIA-DISPONIBLE      VALUE "S".
000503     05  WS-SUPLENCIA-DISPONIBLE-SW PIC X(01) VALUE "N".
000504         88  SUPLENCIA-DISPONIBLE     VALUE "S".
000505     05  WS-DE-LICENCIA-SW        PIC X(01) VALUE "N".
000506         88  DE-LICENCIA              VALUE "S".
000507     05  WS-CUBIERTO-SW           PIC X(01) VALUE "N".
000508         88  CUBIERTO                 VALUE "S".
000510 01  WS-PARAMETRO            PIC X(100).
000520 01  WS-CICLO-REPORTE        PIC 9(04).
000530 01  WS-LEGAJO-ACTUAL        PIC 9(05).
000532 01  WS-FECHA-CORTE          PIC 9(08).
000534 01  WS-LICENCIA-HASTA       PIC 9(08).
000536 01  WS-SUPLENTE             PIC 9(05).
000540 77  WS-OCUPADOS             PIC 9(03) VALUE ZERO.
000550 77  WS-CURSOS-DOCENTE       PIC 9(03) VALUE ZERO.
000560 77  WS-ALUMNOS-DOCENTE      PIC 9(05) VALUE ZERO.
000570 77  WS-TOTAL-DOCENTES       PIC 9(04) VALUE ZERO COMP.
000580 77  WS-TOTAL-SIN-DOCENTE    PIC 9(04) VALUE ZERO.
000585 77  WS-TOTAL-SIN-CUBRIR     PIC 9(04) VALUE ZERO.
000590 PROCEDURE DIVISION.

000600 0000-MAINLINE.
000690*----------------------------------------------------------------*
000700 1000-INICIALIZAR.
000710     MOVE ZERO TO WS-CICLO-REPORTE.
000715     ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
000720     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
000730     IF WS-PARAMETRO (1:4) NUMERIC
000740         MOVE WS-PARAMETRO (1:4) TO WS-CICLO-REPORTE
000742         IF WS-PARAMETRO (6:8) NUMERIC
000744             MOVE WS-PARAMETRO (6:8) TO WS-FECHA-CORTE
000746         END-IF
000750     ELSE
000760         DISPLAY "Ciclo a reportar (AAAA): " WITH NO ADVANCING
000770         ACCEPT WS-CICLO-REPORTE FROM CONSOLE
001030         GO TO 1000-EXIT
001040     END-IF.
001050     SET ARCHIVOS-ABIERTOS TO TRUE.
00105A*    SIN LICENCIA.TXT O SUPLENCIA.TXT NO HAY LICENCIAS NI
00105B*    SUPLENCIAS REGISTRADAS: EL REPORTE SALE COMO ANTES.
00105C     OPEN INPUT LICENCIA.
00105D     IF FS-LICENCIA = "00"
00105E         SET LICENCIA-DISPONIBLE TO TRUE
00105F     END-IF.
00105G     OPEN INPUT SUPLENCIA.
00105H     IF FS-SUPLENCIA = "00"
00105I         SET SUPLENCIA-DISPONIBLE TO TRUE
00105J     END-IF.
001060     DISPLAY "CARGA DOCENTE - CICLO " WS-CICLO-REPORTE.
001065     DISPLAY "COBERTURA AL " WS-FECHA-CORTE.
001070 1000-EXIT.
001080     EXIT.

001250     MOVE ZERO TO WS-CURSOS-DOCENTE WS-ALUMNOS-DOCENTE.
001260     DISPLAY " ".
001270     DISPLAY DTELEGAJO " " DTENOMBRE " TEL: " DTETELEFONO.
001272     PERFORM 2150-BUSCAR-LICENCIA THRU 2150-EXIT.
001274     IF DE-LICENCIA
001276         DISPLAY "    DE LICENCIA HASTA " WS-LICENCIA-HASTA
001278     END-IF.
001280     PERFORM 2200-LISTAR-CURSOS THRU 2200-EXIT.
001290     IF WS-CURSOS-DOCENTE = ZERO
001300         DISPLAY "    (SIN CURSOS ASIGNADOS)"
001320         DISPLAY "    TOTAL: " WS-CURSOS-DOCENTE " CURSOS, "
001330             WS-ALUMNOS-DOCENTE " ALUMNOS"
001340     END-IF.
001341     PERFORM 2700-LISTAR-SUPLENCIAS THRU 2700-EXIT.
001342*    LA LECTURA DEL NOMBRE DE LOS SUPLENTES MUEVE LA POSICION DE
001343*    DOCENTE.TXT: SE LA REPONE SOBRE EL DOCENTE ACTUAL ANTES DE
001344*    PASAR AL SIGUIENTE.
001345     MOVE WS-LEGAJO-ACTUAL TO DTELEGAJO.
001346     READ DOCENTE.
001350     READ DOCENTE NEXT RECORD.
001360 2100-EXIT.
001370     EXIT.

0013A0*----------------------------------------------------------------*
0013A1* 2150-BUSCAR-LICENCIA                                      *
0013A2* EL DOCENTE ACTUAL ESTA DE LICENCIA A LA FECHA DE CORTE:    *
0013A3* START POR LEGAJO CON LA FECHA DESDE EN CERO Y LECTURAS     *
0013A4* NEXT HASTA QUE CAMBIA EL LEGAJO O LA FECHA DESDE PASA LA   *
0013A5* DE CORTE.                                                  *
0013A6*----------------------------------------------------------------*
0013A7 2150-BUSCAR-LICENCIA.
0013A8     MOVE "N" TO WS-DE-LICENCIA-SW.
0013A9     IF NOT LICENCIA-DISPONIBLE
0013B0         GO TO 2150-EXIT
0013B1     END-IF.
0013B2     MOVE WS-LEGAJO-ACTUAL TO LICLEGAJO.
0013B3     MOVE ZERO TO LICDESDE.
0013B4     START LICENCIA KEY IS NOT LESS THAN LICENCIACLAVE
0013B5         INVALID KEY
0013B6             GO TO 2150-EXIT
0013B7     END-START.
0013B8     READ LICENCIA NEXT RECORD.
0013B9     PERFORM 2160-COMPARAR-LICENCIA THRU 2160-EXIT
0013C0         UNTIL FS-LICENCIA NOT = "00"
0013C1            OR LICLEGAJO NOT = WS-LEGAJO-ACTUAL
0013C2            OR LICDESDE > WS-FECHA-CORTE
0013C3            OR DE-LICENCIA.
0013C4 2150-EXIT.
0013C5     EXIT.

0013C6 2160-COMPARAR-LICENCIA.
0013C7     IF LICHASTA NOT < WS-FECHA-CORTE
0013C8         SET DE-LICENCIA TO TRUE
0013C9         MOVE LICHASTA TO WS-LICENCIA-HASTA
0013D0         GO TO 2160-EXIT
0013D1     END-IF.
0013D2     READ LICENCIA NEXT RECORD.
0013D3 2160-EXIT.
0013D4     EXIT.

001380*----------------------------------------------------------------*
001390* 2200-LISTAR-CURSOS                                        *
001400* BARRE EL CATALOGO BUSCANDO LOS CURSOS DEL DOCENTE ACTUAL.  *
001650     DISPLAY "    " CURSOCODIGO " " CURSONOMBRE " "
001660         CURSOHORARIO " CUPO " CURSOCAPACIDAD
001670         " MATRICULADOS " WS-OCUPADOS.
001672     IF DE-LICENCIA
001674         PERFORM 2600-MOSTRAR-COBERTURA THRU 2600-EXIT
001676     END-IF.
001680 2300-SIGUIENTE.
001690     READ CURSO NEXT RECORD.
001700 2300-EXIT.
001980 2500-EXIT.
001990     EXIT.

0019A0*----------------------------------------------------------------*
0019A1* 2600-MOSTRAR-COBERTURA                                    *
0019A2* CON EL TITULAR DE LICENCIA, QUIEN CUBRE EL CURSO ACTUAL A  *
0019A3* LA FECHA DE CORTE: SUPLENCIA DEL CURSO POR START CON LA     *
0019A4* FECHA DESDE EN CERO Y LECTURAS NEXT HASTA QUE CAMBIA EL    *
0019A5* CURSO O LA FECHA DESDE PASA LA DE CORTE.                   *
0019A6*----------------------------------------------------------------*
0019A7 2600-MOSTRAR-COBERTURA.
0019A8     MOVE "N" TO WS-CUBIERTO-SW.
0019A9     IF SUPLENCIA-DISPONIBLE
0019B0         MOVE CURSOCODIGO TO SUPCURSO
0019B1         MOVE ZERO TO SUPDESDE
0019B2         START SUPLENCIA KEY IS NOT LESS THAN SUPLENCIACLAVE
0019B3             INVALID KEY
0019B4                 MOVE "23" TO FS-SUPLENCIA
0019B5         END-START
0019B6         IF FS-SUPLENCIA = "00"
0019B7             READ SUPLENCIA NEXT RECORD
0019B8             PERFORM 2610-COMPARAR-SUPLENCIA THRU 2610-EXIT
0019B9                 UNTIL FS-SUPLENCIA NOT = "00"
0019C0                    OR SUPCURSO NOT = CURSOCODIGO
0019C1                    OR SUPDESDE > WS-FECHA-CORTE
0019C2                    OR CUBIERTO
0019C3         END-IF
0019C4     END-IF.
0019C5     IF NOT CUBIERTO
0019C6         ADD 1 TO WS-TOTAL-SIN-CUBRIR
0019C7         DISPLAY "        CUBRE: (SIN SUPLENTE ASIGNADO)"
0019C8         GO TO 2600-EXIT
0019C9     END-IF.
0019D0     MOVE WS-SUPLENTE TO DTELEGAJO.
0019D1     READ DOCENTE.
0019D2     IF FS-DOCENTE NOT = "00"
0019D3         MOVE SPACES TO DTENOMBRE
0019D4     END-IF.
0019D5     DISPLAY "        CUBRE: " WS-SUPLENTE " " DTENOMBRE
0019D6         " HASTA " SUPHASTA.
0019D7 2600-EXIT.
0019D8     EXIT.

0019D9 2610-COMPARAR-SUPLENCIA.
0019E0     IF SUPHASTA NOT < WS-FECHA-CORTE
0019E1         SET CUBIERTO TO TRUE
0019E2         MOVE SUPSUPLENTE TO WS-SUPLENTE
0019E3         GO TO 2610-EXIT
0019E4     END-IF.
0019E5     READ SUPLENCIA NEXT RECORD.
0019E6 2610-EXIT.
0019E7     EXIT.

0019E8*----------------------------------------------------------------*
0019E9* 2700-LISTAR-SUPLENCIAS                                    *
0019F0* CURSOS DE OTROS TITULARES QUE EL DOCENTE ACTUAL CUBRE COMO *
0019F1* SUPLENTE A LA FECHA DE CORTE. SUPLENCIA.TXT ESTA INDEXADO  *
0019F2* POR CURSO, ASI QUE SE LO BARRE ENTERO; ES CHICO.           *
0019F3*----------------------------------------------------------------*
0019F4 2700-LISTAR-SUPLENCIAS.
0019F5     IF NOT SUPLENCIA-DISPONIBLE
0019F6         GO TO 2700-EXIT
0019F7     END-IF.
0019F8     MOVE LOW-VALUES TO SUPCURSO.
0019F9     MOVE ZERO TO SUPDESDE.
0019G0     START SUPLENCIA KEY IS NOT LESS THAN SUPLENCIACLAVE
0019G1         INVALID KEY
0019G2             GO TO 2700-EXIT
0019G3     END-START.
0019G4     READ SUPLENCIA NEXT RECORD.
0019G5     PERFORM 2710-LISTAR-UNA THRU 2710-EXIT
0019G6         UNTIL FS-SUPLENCIA NOT = "00".
0019G7 2700-EXIT.
0019G8     EXIT.

0019G9 2710-LISTAR-UNA.
0019H0     IF SUPSUPLENTE = WS-LEGAJO-ACTUAL
0019H1        AND SUPDESDE NOT > WS-FECHA-CORTE
0019H2        AND SUPHASTA NOT < WS-FECHA-CORTE
0019H3         DISPLAY "    SUPLE EN " SUPCURSO " AL TITULAR "
0019H4             SUPTITULAR " HASTA " SUPHASTA
0019H5     END-IF.
0019H6     READ SUPLENCIA NEXT RECORD.
0019H7 2710-EXIT.
0019H8     EXIT.

002000*----------------------------------------------------------------*
002010* 3000-CONTAR-SIN-DOCENTE                                   *
002020* ULTIMA PASADA: CUANTOS CURSOS DEL CATALOGO SIGUEN SIN      *
002190         DISPLAY "CURSOS SIN DOCENTE ASIGNADO: "
002200             WS-TOTAL-SIN-DOCENTE
002210     END-IF.
002211     IF WS-TOTAL-SIN-CUBRIR > ZERO
002212         DISPLAY " "
002213         DISPLAY "CURSOS CON TITULAR DE LICENCIA SIN SUPLENTE: "
002214             WS-TOTAL-SIN-CUBRIR
002215     END-IF.
002220 3000-EXIT.
002230     EXIT.

002380         CLOSE CURSO
002390         CLOSE MATRICULA
002400     END-IF.
002401     IF LICENCIA-DISPONIBLE
002402         CLOSE LICENCIA
002403     END-IF.
002404     IF SUPLENCIA-DISPONIBLE
002405         CLOSE SUPLENCIA
002406     END-IF.
002410     DISPLAY " ".
002420     DISPLAY "Docentes: " WS-TOTAL-DOCENTES.
002430 9000-EXIT.
