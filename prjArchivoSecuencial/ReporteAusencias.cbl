000160*
000170* REPORTE MENSUAL DE AUSENCIAS: RECORRE ASISTENCIA.TXT PARA EL MES
000180* QUE SE INGRESA POR CONSOLA (AAAAMM), TOTALIZA LAS AUSENCIAS "A"
000190* POR ALUMNO Y CURSO (LAS JUSTIFICADAS "J" NO CUENTAN) Y LISTA POR
000200* CONSOLA A TODO ALUMNO CUYAS AUSENCIAS SUPEREN EL TOPE, CON
000210* NOMBRE, APELLIDO Y TELEFONO RESUELTOS POR LECTURA DIRECTA DE
000220* ALUMNO.TXT PARA QUE LA OFICINA PUEDA LLAMAR AL CONTACTO.
000230*
000240* COMO ASISTENCIA.TXT ES INDEXADO POR FECHA+CURSO+NUMERO, EL
000250* MES SE RECORRE CON UN START POR LA FECHA INICIAL Y LECTURAS
000260* NEXT HASTA QUE LA FECHA SE VA DEL MES, SIN BARRER TODO EL
000265* ARCHIVO.
000270*
000272* EL TOPE SE APLICA POR CURSO: UN ALUMNO DE NIVEL SECUNDARIO
000274* FIGURA UNA VEZ POR CADA MATERIA EN LA QUE LO SUPERA. LOS
000276* REGISTROS DIARIOS ANTERIORES AL PASE POR CURSO (CURSO EN
000278* BLANCO) SE TOTALIZAN APARTE Y SE LISTAN COMO "(DIARIA)".
000280*
000282* LA TABLA DE CONTADORES SOPORTA HASTA 2000 PARES ALUMNO+CURSO
000290* CON AUSENCIAS EN EL MES; LO QUE EXCEDA SE INFORMA COMO OMITIDO
000300* AL FINALIZAR, IGUAL QUE EL TOPE DE BORRADO DEL ARCHIVADOR.
000310*
000320* HISTORIAL DE MODIFICACIONES
000330*   2026-08-22  OFS  VERSION INICIAL.
000335*   2026-10-15  OFS  AUSENCIAS TOTALIZADAS POR ALUMNO Y CURSO.
000340*
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000580 01  WS-CONTADORES.
000590     05  WS-CONTADOR OCCURS 2000 TIMES.
000600         10  WS-CONT-NUMERO  PIC 9(07).
000605         10  WS-CONT-CURSO   PIC X(06).
000610         10  WS-CONT-FALTAS  PIC 9(03).
000615 01  WS-CURSO-LISTADO        PIC X(08).
000620 77  WS-TOTAL-ALUMNOS        PIC 9(04) VALUE ZERO COMP.
000630 77  WS-INDICE               PIC 9(04) VALUE ZERO COMP.
000640 77  WS-TOTAL-LEIDOS         PIC 9(06) VALUE ZERO COMP.
001110     END-IF.
001120     MOVE WS-FECHA-DESDE TO ASIFECHA.
001130     MOVE ZERO TO ASINUMERO.
001135     MOVE SPACES TO ASICURSO.
001140     START ASISTENCIA KEY IS NOT LESS THAN ASISTENCIACLAVE
001150         INVALID KEY
001160             GO TO 2000-EXIT
001330
001340*----------------------------------------------------------------*
001350* 2200-SUMAR-FALTA                                          *
001360* BUSCA EL PAR NUMERO+CURSO EN LA TABLA DE CONTADORES (O   *
001370* LO DA DE ALTA) Y LE SUMA UNA FALTA.                       *
001380*----------------------------------------------------------------*
001390 2200-SUMAR-FALTA.
001400     MOVE 1 TO WS-INDICE.
001410     PERFORM UNTIL WS-INDICE > WS-TOTAL-ALUMNOS
001416            OR (WS-CONT-NUMERO (WS-INDICE) = ASINUMERO
001422                AND WS-CONT-CURSO (WS-INDICE) = ASICURSO)
001430         ADD 1 TO WS-INDICE
001440     END-PERFORM.
001450     IF WS-INDICE > WS-TOTAL-ALUMNOS
001460         IF WS-TOTAL-ALUMNOS < 2000
001470             ADD 1 TO WS-TOTAL-ALUMNOS
001480             MOVE ASINUMERO TO WS-CONT-NUMERO (WS-TOTAL-ALUMNOS)
001485             MOVE ASICURSO TO WS-CONT-CURSO (WS-TOTAL-ALUMNOS)
001490             MOVE 1 TO WS-CONT-FALTAS (WS-TOTAL-ALUMNOS)
001500         ELSE
001510             ADD 1 TO WS-TOTAL-OMITIDOS
001670         GO TO 3000-EXIT
001680     END-IF.
001690     DISPLAY "Alumnos con mas de " WS-TOPE-AUSENCIAS
001700         " ausencias en " WS-MES-REPORTE " (por curso):".
001710     MOVE 1 TO WS-INDICE.
001720     PERFORM 3100-LISTAR-UNO THRU 3100-EXIT
001730         UNTIL WS-INDICE > WS-TOTAL-ALUMNOS.
001790         GO TO 3100-SIGUIENTE
001800     END-IF.
001810     MOVE WS-CONT-NUMERO (WS-INDICE) TO NUMERO.
001811     IF WS-CONT-CURSO (WS-INDICE) = SPACES
001812         MOVE "(DIARIA)" TO WS-CURSO-LISTADO
001813     ELSE
001814         MOVE WS-CONT-CURSO (WS-INDICE) TO WS-CURSO-LISTADO
001815     END-IF.
001820     MOVE "S" TO WS-ALUMNO-HALLADO-SW.
001830     READ ALUMNO
001840         INVALID KEY
001850             MOVE "N" TO WS-ALUMNO-HALLADO-SW
001860     END-READ.
001870     IF ALUMNO-HALLADO
001880         DISPLAY WS-CONT-NUMERO (WS-INDICE) " " WS-CURSO-LISTADO
001890             " " NOMBRE " " APELLIDO " TEL: " TELEFONO
001900             " FALTAS: " WS-CONT-FALTAS (WS-INDICE)
001910     ELSE
001920         DISPLAY WS-CONT-NUMERO (WS-INDICE) " " WS-CURSO-LISTADO
001930             " (NO ESTA EN ALUMNO.TXT)"
001940             " FALTAS: " WS-CONT-FALTAS (WS-INDICE)
001950     END-IF.
002100     DISPLAY "Leidos: " WS-TOTAL-LEIDOS.
002110     DISPLAY "Listados: " WS-TOTAL-LISTADOS.
002120     IF WS-TOTAL-OMITIDOS > 0
002130         DISPLAY "Omitidos (tope de 2000 alumnos+curso distintos "
002140             "alcanzado): " WS-TOTAL-OMITIDOS
002150     END-IF.
002160 9000-EXIT.
