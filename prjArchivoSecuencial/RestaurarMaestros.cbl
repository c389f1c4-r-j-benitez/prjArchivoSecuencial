000280* INTEGRIDAD-SATELITES. UN MIEMBRO AUSENTE SE SALTEA CON AVISO
000290* (RC 4): PUEDE SER UN MAESTRO QUE NO EXISTIA AL RESPALDAR.
000300*
000301* CON "SIMULAR" DESPUES DEL SELLO ("AAAAMMDD_HHMMSS SIMULAR") NO
000302* PISA NADA: LEE CADA MIEMBRO Y LISTA EN RESTAURAR_SIMULACION.TXT
000303* QUE MAESTRO SE RECREARIA Y CON CUANTOS REGISTROS, PARA LA FIRMA
000304* DE LA DIRECCION ANTES DE LA RESTAURACION REAL.
000305*
000310* HISTORIAL DE MODIFICACIONES
000320*   2026-09-03  OFS  VERSION INICIAL.
000323*   2026-10-15  OFS  PARAMETRO SIMULAR: LISTA LOS MAESTROS QUE SE
000326*                    RECREARIAN SIN PISAR LOS ARCHIVOS VIVOS.
00032A*   2026-10-15  OFS  RESTAURACION DE LOS MAESTROS INDEXADOS QUE
00032B*                    FALTABAN: CONCEPTOS, COBRANZA BANCARIA,
00032C*                    CORRELATIVAS, MESAS, EXAMENES, SANCIONES,
00032D*                    ENFERMERIA, LICENCIAS, SUPLENCIAS, TITULOS
00032E*                    Y EMISIONES.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000580     COPY ResultadoSelect.
000590     COPY CondicionSelect.
000600     COPY DistritoEstadoSelect.
00060A     COPY ConceptoSelect.
00060B     COPY AlumnoConceptoSelect.
00060C     COPY PagoConceptoSelect.
00060D     COPY CobroBancoSelect.
00060E     COPY CorrelativaSelect.
00060F     COPY MesaSelect.
00060G     COPY ExamenSelect.
00060H     COPY SancionSelect.
00060I     COPY EnfermeriaSelect.
00060J     COPY LicenciaSelect.
00060K     COPY SuplenciaSelect.
00060L     COPY TituloSelect.
00060M     COPY EmisionSelect.
000610     SELECT RESPALDO ASSIGN TO WS-NOMBRE-MIEMBRO
000620         ORGANIZATION LINE SEQUENTIAL
000630         FILE STATUS FS-RESPALDO.
000640     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000650         ORGANIZATION LINE SEQUENTIAL
000660         FILE STATUS FS-LOG.
000662     SELECT SIMULACION ASSIGN TO WS-ARCHIVO-SIMULACION
000664         ORGANIZATION LINE SEQUENTIAL
000666         FILE STATUS FS-SIMULACION.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ALUMNO.
001140     COPY CondicionRegistro.
001150 FD  DISTRITOESTADO.
001160     COPY DistritoEstadoRegistro.
00116A FD  CONCEPTO.
00116B     COPY ConceptoRegistro.
00116C FD  ALUMNOCONCEPTO.
00116D     COPY AlumnoConceptoRegistro.
00116E FD  PAGOCONCEPTO.
00116F     COPY PagoConceptoRegistro.
00116G FD  COBROBANCO.
00116H     COPY CobroBancoRegistro.
00116I FD  CORRELATIVA.
00116J     COPY CorrelativaRegistro.
00116K FD  MESA.
00116L     COPY MesaRegistro.
00116M FD  EXAMEN.
00116N     COPY ExamenRegistro.
00116O FD  SANCION.
00116P     COPY SancionRegistro.
00116Q FD  ENFERMERIA.
00116R     COPY EnfermeriaRegistro.
00116S FD  LICENCIA.
00116T     COPY LicenciaRegistro.
00116U FD  SUPLENCIA.
00116V     COPY SuplenciaRegistro.
00116W FD  TITULO.
00116X     COPY TituloRegistro.
00116Y FD  EMISION.
00116Z     COPY EmisionRegistro.
001170 FD  RESPALDO.
001180 01  RESPALDO-LINEA          PIC X(250).
001190 FD  LOG-CORRIDA.
001200 01  LOG-LINEA               PIC X(132).
001203 FD  SIMULACION.
001206 01  SIMULACION-LINEA        PIC X(132).
001210 WORKING-STORAGE SECTION.
001220 01  FS-ALUMNO               PIC XX.
001230 01  FS-CURSO                PIC XX.
001430 01  FS-RESULTADO            PIC XX.
001440 01  FS-CONDICION            PIC XX.
001450 01  FS-DISTRITO-ESTADO      PIC XX.
00145A 01  FS-CONCEPTO             PIC XX.
00145B 01  FS-ALUMNO-CONCEPTO      PIC XX.
00145C 01  FS-PAGO-CONCEPTO        PIC XX.
00145D 01  FS-COBRO-BANCO          PIC XX.
00145E 01  FS-CORRELATIVA          PIC XX.
00145F 01  FS-MESA                 PIC XX.
00145G 01  FS-EXAMEN               PIC XX.
00145H 01  FS-SANCION              PIC XX.
00145I 01  FS-ENFERMERIA           PIC XX.
00145J 01  FS-LICENCIA             PIC XX.
00145K 01  FS-SUPLENCIA            PIC XX.
00145L 01  FS-TITULO               PIC XX.
00145M 01  FS-EMISION              PIC XX.
001460 01  FS-RESPALDO             PIC XX.
001470 01  FS-LOG                  PIC XX.
001480 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001530 01  WS-LOG-FECHA            PIC 9(08).
001540 01  WS-LOG-HORA             PIC 9(08).
001550 01  WS-LOG-RC               PIC 9(01).
00155A 01  WS-LOG-MODO             PIC X(11) VALUE SPACES.
00155B 01  FS-SIMULACION           PIC XX.
00155C 01  WS-ARCHIVO-SIMULACION   PIC X(40)
00155D         VALUE "restaurar_simulacion.txt".
00155E 01  WS-SIM-FECHA            PIC 9(08).
00155F 01  WS-SIM-TOTAL-ED         PIC Z(05)9.
00155G 01  WS-SIM-DETALLE.
00155H     05  SIM-ACCION          PIC X(10).
00155I     05  FILLER              PIC X(01) VALUE SPACE.
00155J     05  SIM-ARCHIVO         PIC X(26).
00155K     05  FILLER              PIC X(01) VALUE SPACE.
00155L     05  SIM-DATOS           PIC X(94).
00155M 01  WS-SIMULACION-SW        PIC X(01) VALUE "N".
00155N     88  MODO-SIMULACION              VALUE "S".
001560 77  WS-REG-MIEMBRO          PIC 9(07) VALUE ZERO.
001570 77  WS-TOTAL-MIEMBROS       PIC 9(03) VALUE ZERO.
001580 77  WS-TOTAL-REGISTROS      PIC 9(08) VALUE ZERO.
001590 77  WS-TOTAL-AUSENTES       PIC 9(03) VALUE ZERO.
001593 77  WS-CUENTA-SIMULAR       PIC 9(03) VALUE ZERO COMP.
001596 77  WS-TOTAL-SIMULADOS      PIC 9(06) VALUE ZERO COMP.
001600 PROCEDURE DIVISION.

001610 0000-MAINLINE.
001850         PERFORM 2220-RESTAURAR THRU 2220-EXIT
001860         PERFORM 2230-RESTAURAR THRU 2230-EXIT
001870         PERFORM 2240-RESTAURAR THRU 2240-EXIT
00187A         PERFORM 2250-RESTAURAR THRU 2250-EXIT
00187B         PERFORM 2260-RESTAURAR THRU 2260-EXIT
00187C         PERFORM 2270-RESTAURAR THRU 2270-EXIT
00187D         PERFORM 2280-RESTAURAR THRU 2280-EXIT
00187E         PERFORM 2290-RESTAURAR THRU 2290-EXIT
00187F         PERFORM 2300-RESTAURAR THRU 2300-EXIT
00187G         PERFORM 2310-RESTAURAR THRU 2310-EXIT
00187H         PERFORM 2320-RESTAURAR THRU 2320-EXIT
00187I         PERFORM 2330-RESTAURAR THRU 2330-EXIT
00187J         PERFORM 2340-RESTAURAR THRU 2340-EXIT
00187K         PERFORM 2350-RESTAURAR THRU 2350-EXIT
00187L         PERFORM 2360-RESTAURAR THRU 2360-EXIT
00187M         PERFORM 2370-RESTAURAR THRU 2370-EXIT
001880     END-IF.
001890     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
001900     GOBACK.
002070         DISPLAY "Sello invalido"
002080         MOVE 8 TO RETURN-CODE
002090     END-IF.
00209A     MOVE ZERO TO WS-CUENTA-SIMULAR.
00209B     INSPECT WS-PARAMETRO TALLYING WS-CUENTA-SIMULAR
00209C         FOR ALL "SIMULAR".
00209D     IF WS-CUENTA-SIMULAR > ZERO AND WS-SELLO NOT = SPACES
00209E         SET MODO-SIMULACION TO TRUE
00209F         MOVE " SIMULACION" TO WS-LOG-MODO
00209G         PERFORM 8900-ABRIR-SIMULACION THRU 8900-EXIT
00209H         IF RETURN-CODE NOT = ZERO
00209I             MOVE SPACES TO WS-SELLO
00209J         END-IF
00209K     END-IF.
002100 1000-EXIT.
002110     EXIT.

002280 8100-EXIT.
002290     EXIT.

0022A0*----------------------------------------------------------------*
0022A1* 8200-CONTAR-MIEMBRO                                       *
0022A2* EN SIMULACION LEE EL MIEMBRO YA ABIERTO SIN CARGARLO Y DEJA *
0022A3* EN EL LISTADO EL MAESTRO QUE SE RECREARIA Y SUS REGISTROS. *
0022A4*----------------------------------------------------------------*
0022A5 8200-CONTAR-MIEMBRO.
0022A6     READ RESPALDO NEXT RECORD.
0022A7     PERFORM 8210-CONTAR-UNO THRU 8210-EXIT
0022A8         UNTIL FS-RESPALDO NOT = "00".
0022A9     CLOSE RESPALDO.
0022B0     ADD 1 TO WS-TOTAL-MIEMBROS.
0022B1     MOVE "RECREA" TO SIM-ACCION.
0022B2     MOVE SPACES TO SIM-ARCHIVO.
0022B3     STRING WS-SUFIJO DELIMITED BY " "
0022B4         ".txt" DELIMITED BY SIZE
0022B5         INTO SIM-ARCHIVO
0022B6     END-STRING.
0022B7     MOVE SPACES TO SIM-DATOS.
0022B8     STRING WS-REG-MIEMBRO DELIMITED BY SIZE
0022B9         " REGISTROS DESDE " DELIMITED BY SIZE
0022C0         WS-NOMBRE-MIEMBRO DELIMITED BY " "
0022C1         INTO SIM-DATOS
0022C2     END-STRING.
0022C3     PERFORM 8910-LISTAR-SIMULACION THRU 8910-EXIT.
0022C4     DISPLAY "Se restauraria " WS-SUFIJO ": " WS-REG-MIEMBRO
0022C5         " registros".
0022C6 8200-EXIT.
0022C7     EXIT.

0022C8 8210-CONTAR-UNO.
0022C9     ADD 1 TO WS-REG-MIEMBRO.
0022D0     ADD 1 TO WS-TOTAL-REGISTROS.
0022D1     READ RESPALDO NEXT RECORD.
0022D2 8210-EXIT.
0022D3     EXIT.

0022D4*----------------------------------------------------------------*
0022D5* 8900-ABRIR-SIMULACION                                     *
0022D6* CREA EL LISTADO DE SIMULACION CON SU ENCABEZADO.           *
0022D7*----------------------------------------------------------------*
0022D8 8900-ABRIR-SIMULACION.
0022D9     OPEN OUTPUT SIMULACION.
0022E0     IF FS-SIMULACION NOT = "00"
0022E1         DISPLAY "No se pudo crear " WS-ARCHIVO-SIMULACION
0022E2         MOVE "N" TO WS-SIMULACION-SW
0022E3         MOVE 8 TO RETURN-CODE
0022E4         GO TO 8900-EXIT
0022E5     END-IF.
0022E6     ACCEPT WS-SIM-FECHA FROM DATE YYYYMMDD.
0022E7     MOVE SPACES TO SIMULACION-LINEA.
0022E8     STRING "SIMULACION DE RESTAURAR-MAESTROS DEL "
0022E9         DELIMITED BY SIZE
0022F0         WS-SIM-FECHA (7:2) DELIMITED BY SIZE
0022F1         "/" DELIMITED BY SIZE
0022F2         WS-SIM-FECHA (5:2) DELIMITED BY SIZE
0022F3         "/" DELIMITED BY SIZE
0022F4         WS-SIM-FECHA (1:4) DELIMITED BY SIZE
0022F5         INTO SIMULACION-LINEA
0022F6     END-STRING.
0022F7     WRITE SIMULACION-LINEA.
0022F8     MOVE "NO SE MODIFICO NINGUN ARCHIVO MAESTRO. CADA LINEA ES"
0022F9         TO SIMULACION-LINEA.
0022G0     WRITE SIMULACION-LINEA.
0022G1     MOVE "UN REGISTRO QUE LA CORRIDA REAL GRABARIA, MOVERIA"
0022G2         TO SIMULACION-LINEA.
0022G3     WRITE SIMULACION-LINEA.
0022G4     MOVE "O BORRARIA." TO SIMULACION-LINEA.
0022G5     WRITE SIMULACION-LINEA.
0022G6     MOVE SPACES TO SIMULACION-LINEA.
0022G7     STRING "PARAMETROS: " DELIMITED BY SIZE
0022G8         WS-PARAMETRO DELIMITED BY SIZE
0022G9         INTO SIMULACION-LINEA
0022H0     END-STRING.
0022H1     WRITE SIMULACION-LINEA.
0022H2     MOVE SPACES TO SIMULACION-LINEA.
0022H3     WRITE SIMULACION-LINEA.
0022H4     MOVE "ACCION     ARCHIVO                    REGISTRO"
0022H5         TO SIMULACION-LINEA.
0022H6     WRITE SIMULACION-LINEA.
0022H7 8900-EXIT.
0022H8     EXIT.

0022H9*----------------------------------------------------------------*
0022I0* 8910-LISTAR-SIMULACION                                    *
0022I1* UNA LINEA DEL LISTADO: ACCION, ARCHIVO Y REGISTRO.          *
0022I2*----------------------------------------------------------------*
0022I3 8910-LISTAR-SIMULACION.
0022I4     WRITE SIMULACION-LINEA FROM WS-SIM-DETALLE.
0022I5     ADD 1 TO WS-TOTAL-SIMULADOS.
0022I6 8910-EXIT.
0022I7     EXIT.

0022I8*----------------------------------------------------------------*
0022I9* 8920-CERRAR-SIMULACION                                    *
0022J0* TOTAL DEL LISTADO Y BLOQUE DE FIRMA DE LA DIRECCION.        *
0022J1*----------------------------------------------------------------*
0022J2 8920-CERRAR-SIMULACION.
0022J3     MOVE SPACES TO SIMULACION-LINEA.
0022J4     WRITE SIMULACION-LINEA.
0022J5     MOVE WS-TOTAL-SIMULADOS TO WS-SIM-TOTAL-ED.
0022J6     STRING "MOVIMIENTOS LISTADOS: "
0022J7         DELIMITED BY SIZE
0022J8         WS-SIM-TOTAL-ED DELIMITED BY SIZE
0022J9         INTO SIMULACION-LINEA
0022K0     END-STRING.
0022K1     WRITE SIMULACION-LINEA.
0022K2     MOVE SPACES TO SIMULACION-LINEA.
0022K3     WRITE SIMULACION-LINEA.
0022K4     WRITE SIMULACION-LINEA.
0022K5     MOVE "____________________________" TO SIMULACION-LINEA.
0022K6     WRITE SIMULACION-LINEA.
0022K7     MOVE "FIRMA Y SELLO - DIRECCION" TO SIMULACION-LINEA.
0022K8     WRITE SIMULACION-LINEA.
0022K9     MOVE "CONFORME PARA LA CORRIDA REAL" TO SIMULACION-LINEA.
0022L0     WRITE SIMULACION-LINEA.
0022L1     CLOSE SIMULACION.
0022L2 8920-EXIT.
0022L3     EXIT.

002300 2010-RESTAURAR.
002310     MOVE "alumno" TO WS-SUFIJO.
002320     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
002360             WS-NOMBRE-MIEMBRO
002370         GO TO 2010-EXIT
002380     END-IF.
002382     IF MODO-SIMULACION
002384         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
002386         GO TO 2010-EXIT
002388     END-IF.
002390     OPEN OUTPUT ALUMNO.
002400     IF FS-ALUMNO NOT = "00"
002410         DISPLAY "NO SE PUDO RECREAR alumno"
002700             WS-NOMBRE-MIEMBRO
002710         GO TO 2020-EXIT
002720     END-IF.
002722     IF MODO-SIMULACION
002724         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
002726         GO TO 2020-EXIT
002728     END-IF.
002730     OPEN OUTPUT CURSO.
002740     IF FS-CURSO NOT = "00"
002750         DISPLAY "NO SE PUDO RECREAR curso"
003040             WS-NOMBRE-MIEMBRO
003050         GO TO 2030-EXIT
003060     END-IF.
003062     IF MODO-SIMULACION
003064         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
003066         GO TO 2030-EXIT
003068     END-IF.
003070     OPEN OUTPUT MATRICULA.
003080     IF FS-MATRICULA NOT = "00"
003090         DISPLAY "NO SE PUDO RECREAR matricula"
003380             WS-NOMBRE-MIEMBRO
003390         GO TO 2040-EXIT
003400     END-IF.
003402     IF MODO-SIMULACION
003404         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
003406         GO TO 2040-EXIT
003408     END-IF.
003410     OPEN OUTPUT CALIFICACION.
003420     IF FS-CALIFICACION NOT = "00"
003430         DISPLAY "NO SE PUDO RECREAR calificacion"
003720             WS-NOMBRE-MIEMBRO
003730         GO TO 2050-EXIT
003740     END-IF.
003742     IF MODO-SIMULACION
003744         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
003746         GO TO 2050-EXIT
003748     END-IF.
003750     OPEN OUTPUT PAGO.
003760     IF FS-PAGO NOT = "00"
003770         DISPLAY "NO SE PUDO RECREAR pago"
004060             WS-NOMBRE-MIEMBRO
004070         GO TO 2060-EXIT
004080     END-IF.
004082     IF MODO-SIMULACION
004084         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
004086         GO TO 2060-EXIT
004088     END-IF.
004090     OPEN OUTPUT ASISTENCIA.
004100     IF FS-ASISTENCIA NOT = "00"
004110         DISPLAY "NO SE PUDO RECREAR asistencia"
004400             WS-NOMBRE-MIEMBRO
004410         GO TO 2070-EXIT
004420     END-IF.
004422     IF MODO-SIMULACION
004424         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
004426         GO TO 2070-EXIT
004428     END-IF.
004430     OPEN OUTPUT DOCUMENTO.
004440     IF FS-DOCUMENTO NOT = "00"
004450         DISPLAY "NO SE PUDO RECREAR documento"
004740             WS-NOMBRE-MIEMBRO
004750         GO TO 2080-EXIT
004760     END-IF.
004762     IF MODO-SIMULACION
004764         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
004766         GO TO 2080-EXIT
004768     END-IF.
004770     OPEN OUTPUT TUTOR.
004780     IF FS-TUTOR NOT = "00"
004790         DISPLAY "NO SE PUDO RECREAR tutor"
005080             WS-NOMBRE-MIEMBRO
005090         GO TO 2090-EXIT
005100     END-IF.
005102     IF MODO-SIMULACION
005104         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
005106         GO TO 2090-EXIT
005108     END-IF.
005110     OPEN OUTPUT USUARIO.
005120     IF FS-USUARIO NOT = "00"
005130         DISPLAY "NO SE PUDO RECREAR usuario"
005420             WS-NOMBRE-MIEMBRO
005430         GO TO 2100-EXIT
005440     END-IF.
005442     IF MODO-SIMULACION
005444         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
005446         GO TO 2100-EXIT
005448     END-IF.
005450     OPEN OUTPUT ALUMNOCONTROL.
005460     IF FS-CONTROL NOT = "00"
005470         DISPLAY "NO SE PUDO RECREAR alumno_control"
005760             WS-NOMBRE-MIEMBRO
005770         GO TO 2110-EXIT
005780     END-IF.
005782     IF MODO-SIMULACION
005784         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
005786         GO TO 2110-EXIT
005788     END-IF.
005790     OPEN OUTPUT CICLO.
005800     IF FS-CICLO NOT = "00"
005810         DISPLAY "NO SE PUDO RECREAR ciclo"
006100             WS-NOMBRE-MIEMBRO
006110         GO TO 2120-EXIT
006120     END-IF.
006122     IF MODO-SIMULACION
006124         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
006126         GO TO 2120-EXIT
006128     END-IF.
006130     OPEN OUTPUT DOCENTE.
006140     IF FS-DOCENTE NOT = "00"
006150         DISPLAY "NO SE PUDO RECREAR docente"
006440             WS-NOMBRE-MIEMBRO
006450         GO TO 2130-EXIT
006460     END-IF.
006462     IF MODO-SIMULACION
006464         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
006466         GO TO 2130-EXIT
006468     END-IF.
006470     OPEN OUTPUT AULA.
006480     IF FS-AULA NOT = "00"
006490         DISPLAY "NO SE PUDO RECREAR aula"
006780             WS-NOMBRE-MIEMBRO
006790         GO TO 2140-EXIT
006800     END-IF.
006802     IF MODO-SIMULACION
006804         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
006806         GO TO 2140-EXIT
006808     END-IF.
006810     OPEN OUTPUT ARANCEL.
006820     IF FS-ARANCEL NOT = "00"
006830         DISPLAY "NO SE PUDO RECREAR arancel"
007120             WS-NOMBRE-MIEMBRO
007130         GO TO 2150-EXIT
007140     END-IF.
007142     IF MODO-SIMULACION
007144         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
007146         GO TO 2150-EXIT
007148     END-IF.
007150     OPEN OUTPUT BECA.
007160     IF FS-BECA NOT = "00"
007170         DISPLAY "NO SE PUDO RECREAR beca"
007460             WS-NOMBRE-MIEMBRO
007470         GO TO 2160-EXIT
007480     END-IF.
007482     IF MODO-SIMULACION
007484         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
007486         GO TO 2160-EXIT
007488     END-IF.
007490     OPEN OUTPUT RECIBO.
007500     IF FS-RECIBO NOT = "00"
007510         DISPLAY "NO SE PUDO RECREAR recibo"
007800             WS-NOMBRE-MIEMBRO
007810         GO TO 2170-EXIT
007820     END-IF.
007822     IF MODO-SIMULACION
007824         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
007826         GO TO 2170-EXIT
007828     END-IF.
007830     OPEN OUTPUT LISTAESPERA.
007840     IF FS-LISTA-ESPERA NOT = "00"
007850         DISPLAY "NO SE PUDO RECREAR lista_espera"
008140             WS-NOMBRE-MIEMBRO
008150         GO TO 2180-EXIT
008160     END-IF.
008162     IF MODO-SIMULACION
008164         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
008166         GO TO 2180-EXIT
008168     END-IF.
008170     OPEN OUTPUT FAMILIA.
008180     IF FS-FAMILIA NOT = "00"
008190         DISPLAY "NO SE PUDO RECREAR familia"
008480             WS-NOMBRE-MIEMBRO
008490         GO TO 2190-EXIT
008500     END-IF.
008502     IF MODO-SIMULACION
008504         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
008506         GO TO 2190-EXIT
008508     END-IF.
008510     OPEN OUTPUT FICHAMEDICA.
008520     IF FS-FICHA-MEDICA NOT = "00"
008530         DISPLAY "NO SE PUDO RECREAR ficha_medica"
008820             WS-NOMBRE-MIEMBRO
008830         GO TO 2200-EXIT
008840     END-IF.
008842     IF MODO-SIMULACION
008844         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
008846         GO TO 2200-EXIT
008848     END-IF.
008850     OPEN OUTPUT CIERRES.
008860     IF FS-CIERRES NOT = "00"
008870         DISPLAY "NO SE PUDO RECREAR cierres"
009160             WS-NOMBRE-MIEMBRO
009170         GO TO 2210-EXIT
009180     END-IF.
009182     IF MODO-SIMULACION
009184         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
009186         GO TO 2210-EXIT
009188     END-IF.
009190     OPEN OUTPUT PERIODOS.
009200     IF FS-PERIODOS NOT = "00"
009210         DISPLAY "NO SE PUDO RECREAR periodos"
009500             WS-NOMBRE-MIEMBRO
009510         GO TO 2220-EXIT
009520     END-IF.
009522     IF MODO-SIMULACION
009524         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
009526         GO TO 2220-EXIT
009528     END-IF.
009530     OPEN OUTPUT RESULTADO.
009540     IF FS-RESULTADO NOT = "00"
009550         DISPLAY "NO SE PUDO RECREAR resultado"
009840             WS-NOMBRE-MIEMBRO
009850         GO TO 2230-EXIT
009860     END-IF.
009862     IF MODO-SIMULACION
009864         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
009866         GO TO 2230-EXIT
009868     END-IF.
009870     OPEN OUTPUT CONDICION.
009880     IF FS-CONDICION NOT = "00"
009890         DISPLAY "NO SE PUDO RECREAR condicion"
010180             WS-NOMBRE-MIEMBRO
010190         GO TO 2240-EXIT
010200     END-IF.
010202     IF MODO-SIMULACION
010204         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
010206         GO TO 2240-EXIT
010208     END-IF.
010210     OPEN OUTPUT DISTRITOESTADO.
010220     IF FS-DISTRITO-ESTADO NOT = "00"
010230         DISPLAY "NO SE PUDO RECREAR alumno_distrito"
010440 2245-EXIT.
010450     EXIT.

010460 2250-RESTAURAR.
010470     MOVE "concepto" TO WS-SUFIJO.
010480     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010490     IF FS-RESPALDO NOT = "00"
010500         ADD 1 TO WS-TOTAL-AUSENTES
010510         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
010520             WS-NOMBRE-MIEMBRO
010530         GO TO 2250-EXIT
010540     END-IF.
010550     IF MODO-SIMULACION
010560         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
010570         GO TO 2250-EXIT
010580     END-IF.
010590     OPEN OUTPUT CONCEPTO.
010600     IF FS-CONCEPTO NOT = "00"
010610         DISPLAY "NO SE PUDO RECREAR concepto"
010620         CLOSE RESPALDO
010630         MOVE 8 TO RETURN-CODE
010640         GO TO 2250-EXIT
010650     END-IF.
010660     READ RESPALDO NEXT RECORD.
010670     PERFORM 2255-CARGAR THRU 2255-EXIT
010680         UNTIL FS-RESPALDO NOT = "00".
010690     CLOSE CONCEPTO.
010700     CLOSE RESPALDO.
010710     ADD 1 TO WS-TOTAL-MIEMBROS.
010720     DISPLAY "Restaurado concepto: " WS-REG-MIEMBRO
010730         " registros".
010740 2250-EXIT.
010750     EXIT.

010760 2255-CARGAR.
010770     MOVE RESPALDO-LINEA TO CONCEPTO-REGISTRO.
010780     WRITE CONCEPTO-REGISTRO.
010790     ADD 1 TO WS-REG-MIEMBRO.
010800     ADD 1 TO WS-TOTAL-REGISTROS.
010810     READ RESPALDO NEXT RECORD.
010820 2255-EXIT.
010830     EXIT.

010840 2260-RESTAURAR.
010850     MOVE "alumno_concepto" TO WS-SUFIJO.
010860     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
010870     IF FS-RESPALDO NOT = "00"
010880         ADD 1 TO WS-TOTAL-AUSENTES
010890         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
010900             WS-NOMBRE-MIEMBRO
010910         GO TO 2260-EXIT
010920     END-IF.
010930     IF MODO-SIMULACION
010940         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
010950         GO TO 2260-EXIT
010960     END-IF.
010970     OPEN OUTPUT ALUMNOCONCEPTO.
010980     IF FS-ALUMNO-CONCEPTO NOT = "00"
010990         DISPLAY "NO SE PUDO RECREAR alumno_concepto"
011000         CLOSE RESPALDO
011010         MOVE 8 TO RETURN-CODE
011020         GO TO 2260-EXIT
011030     END-IF.
011040     READ RESPALDO NEXT RECORD.
011050     PERFORM 2265-CARGAR THRU 2265-EXIT
011060         UNTIL FS-RESPALDO NOT = "00".
011070     CLOSE ALUMNOCONCEPTO.
011080     CLOSE RESPALDO.
011090     ADD 1 TO WS-TOTAL-MIEMBROS.
011100     DISPLAY "Restaurado alumno_concepto: " WS-REG-MIEMBRO
011110         " registros".
011120 2260-EXIT.
011130     EXIT.

011140 2265-CARGAR.
011150     MOVE RESPALDO-LINEA TO ALUMNO-CONCEPTO-REGISTRO.
011160     WRITE ALUMNO-CONCEPTO-REGISTRO.
011170     ADD 1 TO WS-REG-MIEMBRO.
011180     ADD 1 TO WS-TOTAL-REGISTROS.
011190     READ RESPALDO NEXT RECORD.
011200 2265-EXIT.
011210     EXIT.

011220 2270-RESTAURAR.
011230     MOVE "pago_concepto" TO WS-SUFIJO.
011240     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
011250     IF FS-RESPALDO NOT = "00"
011260         ADD 1 TO WS-TOTAL-AUSENTES
011270         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
011280             WS-NOMBRE-MIEMBRO
011290         GO TO 2270-EXIT
011300     END-IF.
011310     IF MODO-SIMULACION
011320         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
011330         GO TO 2270-EXIT
011340     END-IF.
011350     OPEN OUTPUT PAGOCONCEPTO.
011360     IF FS-PAGO-CONCEPTO NOT = "00"
011370         DISPLAY "NO SE PUDO RECREAR pago_concepto"
011380         CLOSE RESPALDO
011390         MOVE 8 TO RETURN-CODE
011400         GO TO 2270-EXIT
011410     END-IF.
011420     READ RESPALDO NEXT RECORD.
011430     PERFORM 2275-CARGAR THRU 2275-EXIT
011440         UNTIL FS-RESPALDO NOT = "00".
011450     CLOSE PAGOCONCEPTO.
011460     CLOSE RESPALDO.
011470     ADD 1 TO WS-TOTAL-MIEMBROS.
011480     DISPLAY "Restaurado pago_concepto: " WS-REG-MIEMBRO
011490         " registros".
011500 2270-EXIT.
011510     EXIT.

011520 2275-CARGAR.
011530     MOVE RESPALDO-LINEA TO PAGO-CONCEPTO-REGISTRO.
011540     WRITE PAGO-CONCEPTO-REGISTRO.
011550     ADD 1 TO WS-REG-MIEMBRO.
011560     ADD 1 TO WS-TOTAL-REGISTROS.
011570     READ RESPALDO NEXT RECORD.
011580 2275-EXIT.
011590     EXIT.

011600 2280-RESTAURAR.
011610     MOVE "cobro_banco" TO WS-SUFIJO.
011620     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
011630     IF FS-RESPALDO NOT = "00"
011640         ADD 1 TO WS-TOTAL-AUSENTES
011650         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
011660             WS-NOMBRE-MIEMBRO
011670         GO TO 2280-EXIT
011680     END-IF.
011690     IF MODO-SIMULACION
011700         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
011710         GO TO 2280-EXIT
011720     END-IF.
011730     OPEN OUTPUT COBROBANCO.
011740     IF FS-COBRO-BANCO NOT = "00"
011750         DISPLAY "NO SE PUDO RECREAR cobro_banco"
011760         CLOSE RESPALDO
011770         MOVE 8 TO RETURN-CODE
011780         GO TO 2280-EXIT
011790     END-IF.
011800     READ RESPALDO NEXT RECORD.
011810     PERFORM 2285-CARGAR THRU 2285-EXIT
011820         UNTIL FS-RESPALDO NOT = "00".
011830     CLOSE COBROBANCO.
011840     CLOSE RESPALDO.
011850     ADD 1 TO WS-TOTAL-MIEMBROS.
011860     DISPLAY "Restaurado cobro_banco: " WS-REG-MIEMBRO
011870         " registros".
011880 2280-EXIT.
011890     EXIT.

011900 2285-CARGAR.
011910     MOVE RESPALDO-LINEA TO COBRO-BANCO-REGISTRO.
011920     WRITE COBRO-BANCO-REGISTRO.
011930     ADD 1 TO WS-REG-MIEMBRO.
011940     ADD 1 TO WS-TOTAL-REGISTROS.
011950     READ RESPALDO NEXT RECORD.
011960 2285-EXIT.
011970     EXIT.

011980 2290-RESTAURAR.
011990     MOVE "correlativa" TO WS-SUFIJO.
012000     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
012010     IF FS-RESPALDO NOT = "00"
012020         ADD 1 TO WS-TOTAL-AUSENTES
012030         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
012040             WS-NOMBRE-MIEMBRO
012050         GO TO 2290-EXIT
012060     END-IF.
012070     IF MODO-SIMULACION
012080         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
012090         GO TO 2290-EXIT
012100     END-IF.
012110     OPEN OUTPUT CORRELATIVA.
012120     IF FS-CORRELATIVA NOT = "00"
012130         DISPLAY "NO SE PUDO RECREAR correlativa"
012140         CLOSE RESPALDO
012150         MOVE 8 TO RETURN-CODE
012160         GO TO 2290-EXIT
012170     END-IF.
012180     READ RESPALDO NEXT RECORD.
012190     PERFORM 2295-CARGAR THRU 2295-EXIT
012200         UNTIL FS-RESPALDO NOT = "00".
012210     CLOSE CORRELATIVA.
012220     CLOSE RESPALDO.
012230     ADD 1 TO WS-TOTAL-MIEMBROS.
012240     DISPLAY "Restaurado correlativa: " WS-REG-MIEMBRO
012250         " registros".
012260 2290-EXIT.
012270     EXIT.

012280 2295-CARGAR.
012290     MOVE RESPALDO-LINEA TO CORRELATIVA-REGISTRO.
012300     WRITE CORRELATIVA-REGISTRO.
012310     ADD 1 TO WS-REG-MIEMBRO.
012320     ADD 1 TO WS-TOTAL-REGISTROS.
012330     READ RESPALDO NEXT RECORD.
012340 2295-EXIT.
012350     EXIT.

012360 2300-RESTAURAR.
012370     MOVE "mesa" TO WS-SUFIJO.
012380     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
012390     IF FS-RESPALDO NOT = "00"
012400         ADD 1 TO WS-TOTAL-AUSENTES
012410         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
012420             WS-NOMBRE-MIEMBRO
012430         GO TO 2300-EXIT
012440     END-IF.
012450     IF MODO-SIMULACION
012460         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
012470         GO TO 2300-EXIT
012480     END-IF.
012490     OPEN OUTPUT MESA.
012500     IF FS-MESA NOT = "00"
012510         DISPLAY "NO SE PUDO RECREAR mesa"
012520         CLOSE RESPALDO
012530         MOVE 8 TO RETURN-CODE
012540         GO TO 2300-EXIT
012550     END-IF.
012560     READ RESPALDO NEXT RECORD.
012570     PERFORM 2305-CARGAR THRU 2305-EXIT
012580         UNTIL FS-RESPALDO NOT = "00".
012590     CLOSE MESA.
012600     CLOSE RESPALDO.
012610     ADD 1 TO WS-TOTAL-MIEMBROS.
012620     DISPLAY "Restaurado mesa: " WS-REG-MIEMBRO
012630         " registros".
012640 2300-EXIT.
012650     EXIT.

012660 2305-CARGAR.
012670     MOVE RESPALDO-LINEA TO MESA-REGISTRO.
012680     WRITE MESA-REGISTRO.
012690     ADD 1 TO WS-REG-MIEMBRO.
012700     ADD 1 TO WS-TOTAL-REGISTROS.
012710     READ RESPALDO NEXT RECORD.
012720 2305-EXIT.
012730     EXIT.

012740 2310-RESTAURAR.
012750     MOVE "examen" TO WS-SUFIJO.
012760     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
012770     IF FS-RESPALDO NOT = "00"
012780         ADD 1 TO WS-TOTAL-AUSENTES
012790         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
012800             WS-NOMBRE-MIEMBRO
012810         GO TO 2310-EXIT
012820     END-IF.
012830     IF MODO-SIMULACION
012840         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
012850         GO TO 2310-EXIT
012860     END-IF.
012870     OPEN OUTPUT EXAMEN.
012880     IF FS-EXAMEN NOT = "00"
012890         DISPLAY "NO SE PUDO RECREAR examen"
012900         CLOSE RESPALDO
012910         MOVE 8 TO RETURN-CODE
012920         GO TO 2310-EXIT
012930     END-IF.
012940     READ RESPALDO NEXT RECORD.
012950     PERFORM 2315-CARGAR THRU 2315-EXIT
012960         UNTIL FS-RESPALDO NOT = "00".
012970     CLOSE EXAMEN.
012980     CLOSE RESPALDO.
012990     ADD 1 TO WS-TOTAL-MIEMBROS.
013000     DISPLAY "Restaurado examen: " WS-REG-MIEMBRO
013010         " registros".
013020 2310-EXIT.
013030     EXIT.

013040 2315-CARGAR.
013050     MOVE RESPALDO-LINEA TO EXAMEN-REGISTRO.
013060     WRITE EXAMEN-REGISTRO.
013070     ADD 1 TO WS-REG-MIEMBRO.
013080     ADD 1 TO WS-TOTAL-REGISTROS.
013090     READ RESPALDO NEXT RECORD.
013100 2315-EXIT.
013110     EXIT.

013120 2320-RESTAURAR.
013130     MOVE "sancion" TO WS-SUFIJO.
013140     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
013150     IF FS-RESPALDO NOT = "00"
013160         ADD 1 TO WS-TOTAL-AUSENTES
013170         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
013180             WS-NOMBRE-MIEMBRO
013190         GO TO 2320-EXIT
013200     END-IF.
013210     IF MODO-SIMULACION
013220         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
013230         GO TO 2320-EXIT
013240     END-IF.
013250     OPEN OUTPUT SANCION.
013260     IF FS-SANCION NOT = "00"
013270         DISPLAY "NO SE PUDO RECREAR sancion"
013280         CLOSE RESPALDO
013290         MOVE 8 TO RETURN-CODE
013300         GO TO 2320-EXIT
013310     END-IF.
013320     READ RESPALDO NEXT RECORD.
013330     PERFORM 2325-CARGAR THRU 2325-EXIT
013340         UNTIL FS-RESPALDO NOT = "00".
013350     CLOSE SANCION.
013360     CLOSE RESPALDO.
013370     ADD 1 TO WS-TOTAL-MIEMBROS.
013380     DISPLAY "Restaurado sancion: " WS-REG-MIEMBRO
013390         " registros".
013400 2320-EXIT.
013410     EXIT.

013420 2325-CARGAR.
013430     MOVE RESPALDO-LINEA TO SANCION-REGISTRO.
013440     WRITE SANCION-REGISTRO.
013450     ADD 1 TO WS-REG-MIEMBRO.
013460     ADD 1 TO WS-TOTAL-REGISTROS.
013470     READ RESPALDO NEXT RECORD.
013480 2325-EXIT.
013490     EXIT.

013500 2330-RESTAURAR.
013510     MOVE "enfermeria" TO WS-SUFIJO.
013520     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
013530     IF FS-RESPALDO NOT = "00"
013540         ADD 1 TO WS-TOTAL-AUSENTES
013550         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
013560             WS-NOMBRE-MIEMBRO
013570         GO TO 2330-EXIT
013580     END-IF.
013590     IF MODO-SIMULACION
013600         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
013610         GO TO 2330-EXIT
013620     END-IF.
013630     OPEN OUTPUT ENFERMERIA.
013640     IF FS-ENFERMERIA NOT = "00"
013650         DISPLAY "NO SE PUDO RECREAR enfermeria"
013660         CLOSE RESPALDO
013670         MOVE 8 TO RETURN-CODE
013680         GO TO 2330-EXIT
013690     END-IF.
013700     READ RESPALDO NEXT RECORD.
013710     PERFORM 2335-CARGAR THRU 2335-EXIT
013720         UNTIL FS-RESPALDO NOT = "00".
013730     CLOSE ENFERMERIA.
013740     CLOSE RESPALDO.
013750     ADD 1 TO WS-TOTAL-MIEMBROS.
013760     DISPLAY "Restaurado enfermeria: " WS-REG-MIEMBRO
013770         " registros".
013780 2330-EXIT.
013790     EXIT.

013800 2335-CARGAR.
013810     MOVE RESPALDO-LINEA TO ENFERMERIA-REGISTRO.
013820     WRITE ENFERMERIA-REGISTRO.
013830     ADD 1 TO WS-REG-MIEMBRO.
013840     ADD 1 TO WS-TOTAL-REGISTROS.
013850     READ RESPALDO NEXT RECORD.
013860 2335-EXIT.
013870     EXIT.

013880 2340-RESTAURAR.
013890     MOVE "licencia" TO WS-SUFIJO.
013900     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
013910     IF FS-RESPALDO NOT = "00"
013920         ADD 1 TO WS-TOTAL-AUSENTES
013930         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
013940             WS-NOMBRE-MIEMBRO
013950         GO TO 2340-EXIT
013960     END-IF.
013970     IF MODO-SIMULACION
013980         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
013990         GO TO 2340-EXIT
014000     END-IF.
014010     OPEN OUTPUT LICENCIA.
014020     IF FS-LICENCIA NOT = "00"
014030         DISPLAY "NO SE PUDO RECREAR licencia"
014040         CLOSE RESPALDO
014050         MOVE 8 TO RETURN-CODE
014060         GO TO 2340-EXIT
014070     END-IF.
014080     READ RESPALDO NEXT RECORD.
014090     PERFORM 2345-CARGAR THRU 2345-EXIT
014100         UNTIL FS-RESPALDO NOT = "00".
014110     CLOSE LICENCIA.
014120     CLOSE RESPALDO.
014130     ADD 1 TO WS-TOTAL-MIEMBROS.
014140     DISPLAY "Restaurado licencia: " WS-REG-MIEMBRO
014150         " registros".
014160 2340-EXIT.
014170     EXIT.

014180 2345-CARGAR.
014190     MOVE RESPALDO-LINEA TO LICENCIA-REGISTRO.
014200     WRITE LICENCIA-REGISTRO.
014210     ADD 1 TO WS-REG-MIEMBRO.
014220     ADD 1 TO WS-TOTAL-REGISTROS.
014230     READ RESPALDO NEXT RECORD.
014240 2345-EXIT.
014250     EXIT.

014260 2350-RESTAURAR.
014270     MOVE "suplencia" TO WS-SUFIJO.
014280     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
014290     IF FS-RESPALDO NOT = "00"
014300         ADD 1 TO WS-TOTAL-AUSENTES
014310         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
014320             WS-NOMBRE-MIEMBRO
014330         GO TO 2350-EXIT
014340     END-IF.
014350     IF MODO-SIMULACION
014360         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
014370         GO TO 2350-EXIT
014380     END-IF.
014390     OPEN OUTPUT SUPLENCIA.
014400     IF FS-SUPLENCIA NOT = "00"
014410         DISPLAY "NO SE PUDO RECREAR suplencia"
014420         CLOSE RESPALDO
014430         MOVE 8 TO RETURN-CODE
014440         GO TO 2350-EXIT
014450     END-IF.
014460     READ RESPALDO NEXT RECORD.
014470     PERFORM 2355-CARGAR THRU 2355-EXIT
014480         UNTIL FS-RESPALDO NOT = "00".
014490     CLOSE SUPLENCIA.
014500     CLOSE RESPALDO.
014510     ADD 1 TO WS-TOTAL-MIEMBROS.
014520     DISPLAY "Restaurado suplencia: " WS-REG-MIEMBRO
014530         " registros".
014540 2350-EXIT.
014550     EXIT.

014560 2355-CARGAR.
014570     MOVE RESPALDO-LINEA TO SUPLENCIA-REGISTRO.
014580     WRITE SUPLENCIA-REGISTRO.
014590     ADD 1 TO WS-REG-MIEMBRO.
014600     ADD 1 TO WS-TOTAL-REGISTROS.
014610     READ RESPALDO NEXT RECORD.
014620 2355-EXIT.
014630     EXIT.

014640 2360-RESTAURAR.
014650     MOVE "titulo" TO WS-SUFIJO.
014660     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
014670     IF FS-RESPALDO NOT = "00"
014680         ADD 1 TO WS-TOTAL-AUSENTES
014690         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
014700             WS-NOMBRE-MIEMBRO
014710         GO TO 2360-EXIT
014720     END-IF.
014730     IF MODO-SIMULACION
014740         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
014750         GO TO 2360-EXIT
014760     END-IF.
014770     OPEN OUTPUT TITULO.
014780     IF FS-TITULO NOT = "00"
014790         DISPLAY "NO SE PUDO RECREAR titulo"
014800         CLOSE RESPALDO
014810         MOVE 8 TO RETURN-CODE
014820         GO TO 2360-EXIT
014830     END-IF.
014840     READ RESPALDO NEXT RECORD.
014850     PERFORM 2365-CARGAR THRU 2365-EXIT
014860         UNTIL FS-RESPALDO NOT = "00".
014870     CLOSE TITULO.
014880     CLOSE RESPALDO.
014890     ADD 1 TO WS-TOTAL-MIEMBROS.
014900     DISPLAY "Restaurado titulo: " WS-REG-MIEMBRO
014910         " registros".
014920 2360-EXIT.
014930     EXIT.

014940 2365-CARGAR.
014950     MOVE RESPALDO-LINEA TO TITULO-REGISTRO.
014960     WRITE TITULO-REGISTRO.
014970     ADD 1 TO WS-REG-MIEMBRO.
014980     ADD 1 TO WS-TOTAL-REGISTROS.
014990     READ RESPALDO NEXT RECORD.
015000 2365-EXIT.
015010     EXIT.

015020 2370-RESTAURAR.
015030     MOVE "emision" TO WS-SUFIJO.
015040     PERFORM 8100-ABRIR-MIEMBRO THRU 8100-EXIT.
015050     IF FS-RESPALDO NOT = "00"
015060         ADD 1 TO WS-TOTAL-AUSENTES
015070         DISPLAY "MIEMBRO AUSENTE, SE SALTEA: "
015080             WS-NOMBRE-MIEMBRO
015090         GO TO 2370-EXIT
015100     END-IF.
015110     IF MODO-SIMULACION
015120         PERFORM 8200-CONTAR-MIEMBRO THRU 8200-EXIT
015130         GO TO 2370-EXIT
015140     END-IF.
015150     OPEN OUTPUT EMISION.
015160     IF FS-EMISION NOT = "00"
015170         DISPLAY "NO SE PUDO RECREAR emision"
015180         CLOSE RESPALDO
015190         MOVE 8 TO RETURN-CODE
015200         GO TO 2370-EXIT
015210     END-IF.
015220     READ RESPALDO NEXT RECORD.
015230     PERFORM 2375-CARGAR THRU 2375-EXIT
015240         UNTIL FS-RESPALDO NOT = "00".
015250     CLOSE EMISION.
015260     CLOSE RESPALDO.
015270     ADD 1 TO WS-TOTAL-MIEMBROS.
015280     DISPLAY "Restaurado emision: " WS-REG-MIEMBRO
015290         " registros".
015300 2370-EXIT.
015310     EXIT.

015320 2375-CARGAR.
015330     MOVE RESPALDO-LINEA TO EMISION-REGISTRO.
015340     WRITE EMISION-REGISTRO.
015350     ADD 1 TO WS-REG-MIEMBRO.
015360     ADD 1 TO WS-TOTAL-REGISTROS.
015370     READ RESPALDO NEXT RECORD.
015380 2375-EXIT.
015390     EXIT.

015400*----------------------------------------------------------------*
015410* 9000-FINALIZAR                                            *
015420*----------------------------------------------------------------*
015430 9000-FINALIZAR.
015440     IF MODO-SIMULACION
015450         PERFORM 8920-CERRAR-SIMULACION THRU 8920-EXIT
015460         DISPLAY "SIMULACION: no se piso ningun maestro, ver "
015470             WS-ARCHIVO-SIMULACION
015480     END-IF.
015490     DISPLAY "Miembros restaurados: " WS-TOTAL-MIEMBROS.
015500     DISPLAY "Registros cargados: " WS-TOTAL-REGISTROS.
015510     IF WS-TOTAL-AUSENTES > ZERO
015520         DISPLAY "Miembros ausentes salteados: "
015530             WS-TOTAL-AUSENTES
015540         IF RETURN-CODE = ZERO
015550             MOVE 4 TO RETURN-CODE
015560         END-IF
015570     END-IF.
015580     DISPLAY "Corra RECONSTRUIR-CONTROL E INTEGRIDAD-SATELITES"
015590         " sobre el juego restaurado".
015600     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
015610 9000-EXIT.
015620     EXIT.

015630*----------------------------------------------------------------*
015640* 9100-GRABAR-LOG                                           *
015650* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
015660* LOG COMPARTIDO DE LOS BATCH.                               *
015670*----------------------------------------------------------------*
015680 9100-GRABAR-LOG.
015690     OPEN EXTEND LOG-CORRIDA.
015700     IF FS-LOG = "05" OR FS-LOG = "35"
015710         OPEN OUTPUT LOG-CORRIDA
015720     END-IF.
015730     IF FS-LOG NOT = "00"
015740         GO TO 9100-EXIT
015750     END-IF.
015760     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
015770     ACCEPT WS-LOG-HORA FROM TIME.
015780     MOVE RETURN-CODE TO WS-LOG-RC.
015790     MOVE SPACES TO LOG-LINEA.
015800     STRING WS-LOG-FECHA DELIMITED BY SIZE
015810         " " DELIMITED BY SIZE
015820         WS-LOG-HORA DELIMITED BY SIZE
015830         " RESTAURAR-MAESTROS" DELIMITED BY SIZE
015840         WS-LOG-MODO DELIMITED BY "  "
015850         " SELLO=" DELIMITED BY SIZE
015860         WS-SELLO DELIMITED BY " "
015870         " MIEMBROS=" DELIMITED BY SIZE
015880         WS-TOTAL-MIEMBROS DELIMITED BY SIZE
015890         " REGISTROS=" DELIMITED BY SIZE
015900         WS-TOTAL-REGISTROS DELIMITED BY SIZE
015910         " AUSENTES=" DELIMITED BY SIZE
015920         WS-TOTAL-AUSENTES DELIMITED BY SIZE
015930         " RC=" DELIMITED BY SIZE
015940         WS-LOG-RC DELIMITED BY SIZE
015950         INTO LOG-LINEA
015960     END-STRING.
015970     WRITE LOG-LINEA.
015980     CLOSE LOG-CORRIDA.
015990 9100-EXIT.
016000     EXIT.

016010 9999-EXIT.
016020     EXIT.
