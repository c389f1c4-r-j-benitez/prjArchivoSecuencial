000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CONVERTIR-ASISTENCIA-CURSO.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* CONVERSION POR UNICA VEZ POR EL PASE DE LISTA POR CURSO: LA
000180* CLAVE DE ASISTENCIA.TXT PASA DE FECHA+NUMERO A FECHA+CURSO+
000190* NUMERO Y LA DE CONDICION.TXT DE NUMERO+CICLO A NUMERO+CICLO+
000200* CURSO. LOS REGISTROS VIEJOS SE PASAN CON EL CURSO EN BLANCO:
000210* QUEDAN COMO HISTORIA DEL PASE DE LISTA DIARIO (VER
000220* ASISTENCIAREGISTRO.CPY Y CONDICIONREGISTRO.CPY).
000230*
000240* PROCEDIMIENTO DE CORRIDA (CON LA APLICACION CERRADA):
000250*   1. RENOMBRAR asistencia.txt -> asistencia_diaria.txt Y
000260*      condicion.txt -> condicion_diaria.txt.
000270*   2. CORRER ESTE PROGRAMA: LEE CADA *_diaria Y ESCRIBE EL
000280*      ARCHIVO NUEVO. LOS QUE NO EXISTAN SE SALTEAN CON AVISO. SI
000290*      UN ARCHIVO DE SALIDA NO SE PUEDE CREAR LA CORRIDA TERMINA
000300*      CON RETURN-CODE 8: NO BORRAR NINGUN _diaria HASTA
000310*      RESOLVERLO Y RECORRER.
000320*   3. VERIFICAR LOS TOTALES POR CONSOLA Y RECIEN DESPUES BORRAR
000330*      LOS _diaria.
000340* LOS RESPALDOS asistencia_*.bak Y condicion_*.bak TOMADOS ANTES
000350* DEL CAMBIO QUEDAN EN EL LAYOUT VIEJO: TOMAR UN RESPALDO NUEVO
000360* CON RESPALDAR-MAESTROS APENAS TERMINADA LA CONVERSION.
000370*
000380* HISTORIAL DE MODIFICACIONES
000390*   2026-10-15  OFS  VERSION INICIAL.
000400*
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     COPY AsistenciaSelect.
000450     COPY CondicionSelect.
000460     SELECT ASISTENCIA-DIARIA ASSIGN TO "asistencia_diaria.txt"
000470         ORGANIZATION INDEXED
000480         ACCESS MODE SEQUENTIAL
000490         RECORD KEY ASISTENCIACLAVE-DIA
000500         FILE STATUS FS-ASISTENCIA-DIA.
000510     SELECT CONDICION-DIARIA ASSIGN TO "condicion_diaria.txt"
000520         ORGANIZATION INDEXED
000530         ACCESS MODE SEQUENTIAL
000540         RECORD KEY CONDICIONCLAVE-DIA
000550         FILE STATUS FS-CONDICION-DIA.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ASISTENCIA.
000590     COPY AsistenciaRegistro.
000600 FD  CONDICION.
000610     COPY CondicionRegistro.
000620 FD  ASISTENCIA-DIARIA.
000630 01  ASISTENCIA-REGISTRO-DIA.
000640     05  ASISTENCIACLAVE-DIA.
000650         10  ASI-FECHA-DIA   PIC 9(08).
000660         10  ASI-NUMERO-DIA  PIC 9(07).
000670     05  ASI-ESTADO-DIA      PIC X(01).
000680     05  ASI-CICLO-DIA       PIC 9(04).
000690 FD  CONDICION-DIARIA.
000700 01  CONDICION-REGISTRO-DIA.
000710     05  CONDICIONCLAVE-DIA.
000720         10  CON-NUMERO-DIA  PIC 9(07).
000730         10  CON-CICLO-DIA   PIC 9(04).
000740     05  CON-PORCENTAJE-DIA  PIC 9(03).
000750     05  CON-CONDICION-DIA   PIC X(01).
000760 WORKING-STORAGE SECTION.
000770 01  FS-ASISTENCIA           PIC XX.
000780 01  FS-CONDICION            PIC XX.
000790 01  FS-ASISTENCIA-DIA       PIC XX.
000800 01  FS-CONDICION-DIA        PIC XX.
000810 77  WS-CONVERTIDOS          PIC 9(06) VALUE ZERO COMP.
000820 PROCEDURE DIVISION.

000830 0000-MAINLINE.
000840     PERFORM 1000-CONVERTIR-ASISTENCIA THRU 1000-EXIT.
000850     PERFORM 2000-CONVERTIR-CONDICION THRU 2000-EXIT.
000860     GOBACK.

000870*----------------------------------------------------------------*
000880* 1000-CONVERTIR-ASISTENCIA                                 *
000890*----------------------------------------------------------------*
000900 1000-CONVERTIR-ASISTENCIA.
000910     OPEN INPUT ASISTENCIA-DIARIA.
000920     IF FS-ASISTENCIA-DIA NOT = "00"
000930         DISPLAY "asistencia_diaria.txt no existe, se saltea"
000940         GO TO 1000-EXIT
000950     END-IF.
000960     OPEN OUTPUT ASISTENCIA.
000970     IF FS-ASISTENCIA NOT = "00"
000980         DISPLAY "No se pudo crear asistencia.txt, se saltea"
000990         MOVE 8 TO RETURN-CODE
001000         CLOSE ASISTENCIA-DIARIA
001010         GO TO 1000-EXIT
001020     END-IF.
001030     MOVE ZERO TO WS-CONVERTIDOS.
001040     READ ASISTENCIA-DIARIA NEXT RECORD.
001050     PERFORM 1100-PASAR-ASISTENCIA THRU 1100-EXIT
001060         UNTIL FS-ASISTENCIA-DIA NOT = "00".
001070     CLOSE ASISTENCIA-DIARIA.
001080     CLOSE ASISTENCIA.
001090     DISPLAY "asistencia.txt convertidos: " WS-CONVERTIDOS.
001100 1000-EXIT.
001110     EXIT.

001120 1100-PASAR-ASISTENCIA.
001130     MOVE ASI-FECHA-DIA TO ASIFECHA.
001140     MOVE SPACES TO ASICURSO.
001150     MOVE ASI-NUMERO-DIA TO ASINUMERO.
001160     MOVE ASI-ESTADO-DIA TO ASIESTADO.
001170     MOVE ASI-CICLO-DIA TO ASICICLO.
001180     WRITE ASISTENCIA-REGISTRO.
001190     ADD 1 TO WS-CONVERTIDOS.
001200     READ ASISTENCIA-DIARIA NEXT RECORD.
001210 1100-EXIT.
001220     EXIT.

001230*----------------------------------------------------------------*
001240* 2000-CONVERTIR-CONDICION                                  *
001250*----------------------------------------------------------------*
001260 2000-CONVERTIR-CONDICION.
001270     OPEN INPUT CONDICION-DIARIA.
001280     IF FS-CONDICION-DIA NOT = "00"
001290         DISPLAY "condicion_diaria.txt no existe, se saltea"
001300         GO TO 2000-EXIT
001310     END-IF.
001320     OPEN OUTPUT CONDICION.
001330     IF FS-CONDICION NOT = "00"
001340         DISPLAY "No se pudo crear condicion.txt, se saltea"
001350         MOVE 8 TO RETURN-CODE
001360         CLOSE CONDICION-DIARIA
001370         GO TO 2000-EXIT
001380     END-IF.
001390     MOVE ZERO TO WS-CONVERTIDOS.
001400     READ CONDICION-DIARIA NEXT RECORD.
001410     PERFORM 2100-PASAR-CONDICION THRU 2100-EXIT
001420         UNTIL FS-CONDICION-DIA NOT = "00".
001430     CLOSE CONDICION-DIARIA.
001440     CLOSE CONDICION.
001450     DISPLAY "condicion.txt convertidos: " WS-CONVERTIDOS.
001460 2000-EXIT.
001470     EXIT.

001480 2100-PASAR-CONDICION.
001490     MOVE CON-NUMERO-DIA TO CONNUMERO.
001500     MOVE CON-CICLO-DIA TO CONCICLO.
001510     MOVE SPACES TO CONCURSO.
001520     MOVE CON-PORCENTAJE-DIA TO CONPORCENTAJE.
001530     MOVE CON-CONDICION-DIA TO CONCONDICION.
001540     WRITE CONDICION-REGISTRO.
001550     ADD 1 TO WS-CONVERTIDOS.
001560     READ CONDICION-DIARIA NEXT RECORD.
001570 2100-EXIT.
001580     EXIT.

001590 9999-EXIT.
001600     EXIT.
