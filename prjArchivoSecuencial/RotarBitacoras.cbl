000230* INDICE BITACORAS_SEGMENTOS.TXT (NOMBRE;AAAAMM;ESTADO), QUE ES
000240* LO QUE LEEN CONCILIAR-AUDITORIA Y LA RECUPERACION DEL MENU
000250* PARA SABER QUE SEGMENTOS MIRAR.
000252*
000254* LAS LINEAS ENCADENADAS (TERMINAN EN ",#" Y EL CONTROL DE NUEVE
000256* DIGITOS) PASAN SIN CAMBIOS; EN EL INDICE QUEDA, COMO QUINTO
000257* CAMPO, EL CONTROL DE LA ULTIMA LINEA ENCADENADA DE CADA
000258* SEGMENTO. CON ESE CONTROL FINAL LOS QUE AGREGAN LINEAS AL VIVO
000259* RECIEN ROTADO SIGUEN LA CADENA, Y VERIFICAR-BITACORAS CONTROLA
00025A* QUE AL SEGMENTO NO LE HAYAN BORRADO LINEAS DEL FINAL.
000260*
000270* RETENCION: LOS SEGMENTOS MAS VIEJOS QUE EL PLAZO LEGAL (MESES
000280* POR PARAMETRO, 24 POR OMISION) SE VUELCAN AL ARCHIVO ANUAL
000400*
000410* HISTORIAL DE MODIFICACIONES
000420*   2026-09-03  OFS  VERSION INICIAL.
000425*   2026-10-15  OFS  CONTROL FINAL DE CADA SEGMENTO EN EL INDICE.
000430*
000440 ENVIRONMENT DIVISION.
000450 INPUT-OUTPUT SECTION.
000760 FD  SEGMENTO.
000770 01  SEGMENTO-LINEA          PIC X(250).
000780 FD  INDICE.
000790 01  INDICE-LINEA            PIC X(80).
000800 FD  ARCHIVO-LEGAL.
000810 01  LEGAL-LINEA             PIC X(250).
000820 FD  LOG-CORRIDA.
001040 01  WS-SWITCHES.
001050     05  WS-SEGMENTO-ABIERTO-SW PIC X(01) VALUE "N".
001060         88  SEGMENTO-ABIERTO         VALUE "S".
001062     05  WS-CAD-CON-CONTROL-SW PIC X(01) VALUE "N".
001064         88  CAD-CON-CONTROL          VALUE "S".
001070 01  WS-BASE                 PIC X(20).
001080 01  WS-CAMPO-FECHA          PIC 9(01).
001090 01  WS-MES-ACTUAL           PIC 9(06).
001260         10  WS-SEG-MES      PIC 9(06).
001270         10  WS-SEG-ESTADO   PIC X(01).
001280         10  WS-SEG-BASE     PIC X(20).
001285         10  WS-SEG-FINAL    PIC X(09).
001290 77  WS-TOTAL-SEG            PIC 9(03) VALUE ZERO COMP.
001300 77  WS-I                    PIC 9(03) VALUE ZERO COMP.
001305 77  WS-SEG-ACTUAL           PIC 9(03) VALUE ZERO COMP.
001310 01  WS-IDX-NOMBRE           PIC X(40).
001320 01  WS-IDX-MES-X            PIC X(06).
001330 01  WS-IDX-ESTADO           PIC X(01).
001340 01  WS-IDX-BASE             PIC X(20).
001345 01  WS-IDX-FINAL            PIC X(09).
001350 77  WS-LINEAS-ROTADAS       PIC 9(07) VALUE ZERO.
001360 77  WS-LINEAS-VIVAS         PIC 9(07) VALUE ZERO.
001370 77  WS-SEG-ARCHIVADOS       PIC 9(03) VALUE ZERO.
001372 01  WS-CADENA.
001374     05  WS-CAD-LINEA        PIC X(250).
001376     05  WS-CAD-LARGO        PIC 9(03) COMP.
001378     05  WS-CAD-GUARDADO     PIC 9(09).
001380 PROCEDURE DIVISION.

001390 0000-MAINLINE.

002020 1210-CARGAR-ENTRADA.
002030     MOVE SPACES TO WS-IDX-NOMBRE WS-IDX-MES-X WS-IDX-ESTADO.
002040     MOVE SPACES TO WS-IDX-BASE WS-IDX-FINAL.
002050     UNSTRING INDICE-LINEA DELIMITED BY ";"
002060         INTO WS-IDX-NOMBRE WS-IDX-MES-X WS-IDX-ESTADO
002070              WS-IDX-BASE WS-IDX-FINAL
002080     END-UNSTRING.
002090     IF WS-IDX-NOMBRE = SPACES OR WS-IDX-MES-X NOT NUMERIC
002100         GO TO 1210-SIGUIENTE
002210         MOVE "V" TO WS-SEG-ESTADO (WS-TOTAL-SEG)
002220     END-IF.
002230     MOVE WS-IDX-BASE TO WS-SEG-BASE (WS-TOTAL-SEG).
002232     IF WS-IDX-FINAL NUMERIC
002234         MOVE WS-IDX-FINAL TO WS-SEG-FINAL (WS-TOTAL-SEG)
002236     ELSE
002238         MOVE SPACES TO WS-SEG-FINAL (WS-TOTAL-SEG)
002239     END-IF.
002240 1210-SIGUIENTE.
002250     READ INDICE NEXT RECORD.
002260 1210-EXIT.
004130         MOVE VIVO-LINEA TO SEGMENTO-LINEA
004140         WRITE SEGMENTO-LINEA
004150         ADD 1 TO WS-LINEAS-ROTADAS
004152         PERFORM 8450-ANOTAR-FINAL THRU 8450-EXIT
004160     ELSE
      *> SIN SEGMENTO UTILIZABLE LA LINEA SE CONSERVA EN EL VIVO.
004170         MOVE VIVO-LINEA TO TMP-LINEA
004200 8400-EXIT.
004210     EXIT.

004212*----------------------------------------------------------------*
004213* 8450-ANOTAR-FINAL                                         *
004214* SI LA LINEA ESCRITA AL SEGMENTO ESTA ENCADENADA, SU CONTROL*
004215* PASA A SER EL CONTROL FINAL DEL SEGMENTO EN EL INDICE.     *
004216*----------------------------------------------------------------*
004217 8450-ANOTAR-FINAL.
004218     IF WS-SEG-ACTUAL = ZERO
004219         GO TO 8450-EXIT
00421A     END-IF.
00421B     MOVE VIVO-LINEA TO WS-CAD-LINEA.
00421C     PERFORM 8960-CONTROL-DE-LINEA THRU 8960-EXIT.
00421D     IF CAD-CON-CONTROL
00421E         MOVE WS-CAD-GUARDADO TO WS-SEG-FINAL (WS-SEG-ACTUAL)
00421F     END-IF.
00421G 8450-EXIT.
00421H     EXIT.

004220*----------------------------------------------------------------*
004230* 8500-REGISTRAR-SEGMENTO                                   *
004240* DA DE ALTA EL SEGMENTO EN LA TABLA DEL INDICE SI NO ESTABA.*
004360         MOVE WS-MES-LINEA TO WS-SEG-MES (WS-TOTAL-SEG)
004370         MOVE "V" TO WS-SEG-ESTADO (WS-TOTAL-SEG)
004380         MOVE WS-BASE TO WS-SEG-BASE (WS-TOTAL-SEG)
004385         MOVE SPACES TO WS-SEG-FINAL (WS-TOTAL-SEG)
004390     END-IF.
      *> POSICION DEL SEGMENTO EN LA TABLA PARA ANOTAR SU CONTROL
      *> FINAL (CERO SI LA TABLA ESTA LLENA).
004392     IF WS-I > WS-TOTAL-SEG
004394         MOVE ZERO TO WS-SEG-ACTUAL
004396     ELSE
004397         MOVE WS-I TO WS-SEG-ACTUAL
004398     END-IF.
004400 8500-EXIT.
004410     EXIT.

004412*----------------------------------------------------------------*
004413* 8960-CONTROL-DE-LINEA                                     *
004414* SI WS-CAD-LINEA TERMINA EN ",#NNNNNNNNN" DEJA EL CONTROL EN *
004415* WS-CAD-GUARDADO Y PRENDE CAD-CON-CONTROL.                  *
004416*----------------------------------------------------------------*
004417 8960-CONTROL-DE-LINEA.
004418     MOVE "N" TO WS-CAD-CON-CONTROL-SW.
004419     MOVE 250 TO WS-CAD-LARGO.
00441A     PERFORM 8965-RETROCEDER THRU 8965-EXIT
00441B         UNTIL WS-CAD-LARGO = ZERO
00441C            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
00441D     IF WS-CAD-LARGO < 11
00441E         GO TO 8960-EXIT
00441F     END-IF.
00441G     IF WS-CAD-LINEA (WS-CAD-LARGO - 10:2) NOT = ",#"
00441H        OR WS-CAD-LINEA (WS-CAD-LARGO - 8:9) NOT NUMERIC
00441I         GO TO 8960-EXIT
00441J     END-IF.
00441K     MOVE WS-CAD-LINEA (WS-CAD-LARGO - 8:9) TO WS-CAD-GUARDADO.
00441L     SET CAD-CON-CONTROL TO TRUE.
00441M 8960-EXIT.
00441N     EXIT.

00441O 8965-RETROCEDER.
00441P     SUBTRACT 1 FROM WS-CAD-LARGO.
00441Q 8965-EXIT.
00441R     EXIT.

004420*----------------------------------------------------------------*
004430* 5000-APLICAR-RETENCION                                    *
004440* LOS SEGMENTOS VIGENTES MAS VIEJOS QUE EL MES DE CORTE SE   *
005230         WS-SEG-BASE (WS-I) DELIMITED BY " "
005240         INTO INDICE-LINEA
005250     END-STRING.
005252     IF WS-SEG-FINAL (WS-I) NOT = SPACES
005253         MOVE SPACES TO WS-CAD-LINEA
005254         STRING INDICE-LINEA DELIMITED BY " "
005256             ";" DELIMITED BY SIZE
005257             WS-SEG-FINAL (WS-I) DELIMITED BY SIZE
005258             INTO WS-CAD-LINEA
005259         END-STRING
00525A         MOVE WS-CAD-LINEA TO INDICE-LINEA
00525B     END-IF.
005260     WRITE INDICE-LINEA.
005270     ADD 1 TO WS-I.
005280 6100-EXIT.
