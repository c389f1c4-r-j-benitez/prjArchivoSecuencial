000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. IMPORTAR-COBRANZA-BANCO.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* ACREDITACION AUTOMATICA DEL ARCHIVO DIARIO DE COBRANZA DEL
000180* BANCO: CADA LINEA DE DETALLE SE APAREA CON UN NUMERO DE ALUMNO
000190* Y UN PERIODO AAAAMM, SU IMPORTE SE SUMA AL ACUMULADO DEL
000200* PERIODO EN PAGO.TXT (MISMO CRITERIO DE PAGOS PARCIALES QUE
000210* FRMPAGOS) Y SE EMITE EL RECIBO EN RECIBO.TXT CON EL FOLIO DEL
000220* REGISTRO DE CONTROL, OPERADOR "BANCO", MEDIO TRANSFERENCIA Y EL
000230* NUMERO DE OPERACION DEL BANCO COMO REFERENCIA. CADA
000240* ACREDITACION DEJA SU LINEA EN BITACORA.TXT, COMO UN COBRO DE
000250* VENTANILLA.
000260*
000270* CALCADO DE IMPORTAR-ALUMNOS-CSV: LAS LINEAS QUE NO SE PUEDEN
000280* APLICAR VAN A COBRANZA_RECHAZOS.TXT TAL CUAL VINIERON CON EL
000290* MOTIVO A CONTINUACION, PARA QUE CAJA LAS REVISE; CHECKPOINT DE
000300* REANUDACION EN COBRANZA_CHECKPOINT.TXT Y TOTALES AL LOG DE
000310* CORRIDAS CON RETURN-CODE (0 TODO APLICADO, 4 CON RECHAZOS O
000320* TRAILER DESCUADRADO, 8 SIN PODER ABRIR LOS ARCHIVOS).
000330*
000340* FORMATO DE ENTRADA (ANCHO FIJO, 80 POSICIONES):
000350*   DETALLE "D":
000360*     TIPO        PIC X(01)  ("D")
000370*     FECHA       PIC 9(08)  (AAAAMMDD DEL COBRO EN EL BANCO)
000380*     NUMERO      PIC 9(07)  (NUMERO DE ALUMNO, LA REFERENCIA
000390*                            DE PAGO QUE USA LA FAMILIA)
000400*     PERIODO     PIC 9(06)  (AAAAMM DE LA CUOTA)
000410*     IMPORTE     PIC 9(08)  EN CENTAVOS
000420*     OPERACION   PIC X(15)  (NUMERO DE OPERACION DEL BANCO)
000430*     FILLER      PIC X(35)
000440*   ENCABEZADO "H": SE SALTEA.
000450*   TRAILER "T":
000460*     TIPO        PIC X(01)  ("T")
000470*     CANTIDAD    PIC 9(07)  (LINEAS DE DETALLE)
000480*     TOTAL       PIC 9(13)  (SUMA DE IMPORTES EN CENTAVOS)
000490*     FILLER      PIC X(59)
000500*
000510* SE RECHAZAN:
000520*   - CAMPOS NO NUMERICOS, PERIODO O IMPORTE INVALIDOS
000530*   - NUMERO QUE NO EXISTE EN ALUMNO.TXT
000540*   - OPERACION YA APLICADA (COBRO_BANCO.TXT) O REPETIDA
000550*   - COBRO QUE LLEVARIA EL ACUMULADO DEL PERIODO POR ENCIMA DEL
000560*     TOPE DEL ANO: EL MAYOR ARANCEL DEL CICLO (GENERAL O DE
000570*     CURSO) MENOS LA BECA DEL ALUMNO. SIN ARANCEL PARA EL ANO
000580*     NO HAY TOPE.
000590*   - SEDE CON LA FECHA DE HOY YA CERRADA POR EL CIERRE DIARIO
000600*     (LA ACREDITACION SE CORRE ANTES DEL CIERRE DE CAJA, ASI
000610*     LOS RECIBOS "BANCO" SALEN EN EL CIERRE DEL DIA).
000620*
000630* HISTORIAL DE MODIFICACIONES
000640*   2026-10-15  OFS  VERSION INICIAL.
000642*   2026-10-15  OFS  EL COBRO DEL BANCO SE APLICA SIN RECARGO
000644*                    POR MORA (RECRECARGO EN CERO); LO QUE
000646*                    QUEDE ADEUDADO SIGUE EN LA MOROSIDAD.
000647*   2026-10-15  OFS  EL COBRO DEL BANCO SALDA LA CUOTA MENSUAL
000648*                    (RECCONCEPTO EN BLANCO).
000649*   2026-10-15  OFS  LINEAS DE BITACORA ENCADENADAS CON SU
00064A*                    CONTROL.
00064B*   2026-10-15  OFS  EL CONTROL SE RELEE ANTES DE REGRABARLO Y
00064C*                    SOLO SE CORRE EL PROXIMO FOLIO. SI EL
00064D*                    ACUMULADO DE PAGO.TXT NO SE PUEDE GRABAR, LA
00064E*                    LINEA SE RECHAZA Y EL RECIBO QUEDA ANULADO.
000650*
000660 ENVIRONMENT DIVISION.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     COPY AlumnoSelect.
000700     COPY PagoSelect.
000710     COPY ReciboSelect.
000720     COPY ControlSelect.
000730     COPY CierreSelect.
000740     COPY ArancelSelect.
000750     COPY BecaSelect.
000760     COPY CobroBancoSelect.

000770     SELECT COBRANZA ASSIGN TO WS-ARCHIVO-COBRANZA
000780         ORGANIZATION LINE SEQUENTIAL
000790         FILE STATUS FS-COBRANZA.

000800     SELECT RECHAZADOS ASSIGN TO WS-ARCHIVO-RECHAZOS
000810         ORGANIZATION LINE SEQUENTIAL
000820         FILE STATUS FS-RECHAZOS.

000830     SELECT CHECKPOINT ASSIGN TO WS-ARCHIVO-CHECKPOINT
000840         ORGANIZATION LINE SEQUENTIAL
000850         FILE STATUS FS-CHECKPOINT.

000860     SELECT BITACORA ASSIGN TO WS-ARCHIVO-BITACORA
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS FS-BITACORA.

000881     SELECT CADENA-LECTURA ASSIGN TO WS-CAD-ARCHIVO
000882         ORGANIZATION LINE SEQUENTIAL
000883         FILE STATUS FS-CADENA.

000884     SELECT CADENA-INDICE ASSIGN TO WS-CAD-ARCHIVO-INDICE
000885         ORGANIZATION LINE SEQUENTIAL
000886         FILE STATUS FS-CAD-INDICE.

000890     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000900         ORGANIZATION LINE SEQUENTIAL
000910         FILE STATUS FS-LOG.

000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  ALUMNO.
000950     COPY AlumnoRegistro.
000960 FD  PAGO.
000970     COPY PagoRegistro.
000980 FD  RECIBO.
000990     COPY ReciboRegistro.
001000 FD  ALUMNOCONTROL.
001010     COPY ControlRegistro.
001020 FD  CIERRES.
001030     COPY CierreRegistro.
001040 FD  ARANCEL.
001050     COPY ArancelRegistro.
001060 FD  BECA.
001070     COPY BecaRegistro.
001080 FD  COBROBANCO.
001090     COPY CobroBancoRegistro.

001100 FD  COBRANZA.
001110 01  COBRANZA-LINEA          PIC X(80).
001120 01  COBRANZA-DETALLE REDEFINES COBRANZA-LINEA.
001130     05  BCO-TIPO            PIC X(01).
001140     05  BCO-FECHA           PIC X(08).
001150     05  BCO-NUMERO          PIC X(07).
001160     05  BCO-PERIODO         PIC X(06).
001170     05  BCO-IMPORTE         PIC X(08).
001180     05  BCO-OPERACION       PIC X(15).
001190     05  FILLER              PIC X(35).
001200 01  COBRANZA-TRAILER REDEFINES COBRANZA-LINEA.
001210     05  TRL-TIPO            PIC X(01).
001220     05  TRL-CANTIDAD        PIC X(07).
001230     05  TRL-TOTAL           PIC X(13).
001240     05  FILLER              PIC X(59).

001250 FD  RECHAZADOS.
001260 01  RECHAZO-LINEA           PIC X(120).

001270 FD  CHECKPOINT.
001280 01  CHECKPOINT-LINEA        PIC X(06).

001290 FD  BITACORA.
001300 01  BITACORA-LINEA          PIC X(250).

001302 FD  CADENA-LECTURA.
001304 01  CADENA-LINEA            PIC X(250).

001306 FD  CADENA-INDICE.
001308 01  CADENA-INDICE-LINEA     PIC X(80).

001310 FD  LOG-CORRIDA.
001320 01  LOG-LINEA               PIC X(132).

001330 WORKING-STORAGE SECTION.
001340 01  FS-ALUMNO               PIC XX.
001350 01  FS-PAGO                 PIC XX.
001360 01  FS-RECIBO               PIC XX.
001370 01  FS-CONTROL              PIC XX.
001380 01  FS-CIERRES              PIC XX.
001390 01  FS-ARANCEL              PIC XX.
001400 01  FS-BECA                 PIC XX.
001410 01  FS-COBRO-BANCO          PIC XX.
001420 01  FS-COBRANZA             PIC XX.
001430 01  WS-ARCHIVO-COBRANZA PIC X(40) VALUE "cobranza_banco.txt".
001440 01  FS-RECHAZOS             PIC XX.
001450 01  WS-ARCHIVO-RECHAZOS PIC X(40)
001460     VALUE "cobranza_rechazos.txt".
001470 01  FS-CHECKPOINT           PIC XX.
001480 01  WS-ARCHIVO-CHECKPOINT PIC X(40)
001490     VALUE "cobranza_checkpoint.txt".
001500 01  FS-BITACORA             PIC XX.
001510 01  WS-ARCHIVO-BITACORA PIC X(40) VALUE "bitacora.txt".
001511 01  FS-CADENA               PIC XX.
001512 01  FS-CAD-INDICE           PIC XX.
001513 01  WS-CAD-ARCHIVO          PIC X(40).
001514 01  WS-CAD-ARCHIVO-INDICE PIC X(40)
001515     VALUE "bitacoras_segmentos.txt".
001520 01  FS-LOG                  PIC XX.
001530 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001540 01  WS-PARAMETRO            PIC X(100).
001550 01  WS-LOG-FECHA            PIC 9(08).
001560 01  WS-LOG-HORA             PIC 9(08).
001570 01  WS-LOG-LEIDOS           PIC 9(06).
001580 01  WS-LOG-APLICADOS        PIC 9(06).
001590 01  WS-LOG-RECHAZADOS       PIC 9(06).
001600 01  WS-LOG-RC               PIC 9(01).
001610     COPY SedeRango.

001620 01  WS-SWITCHES.
001622     05  WS-CAD-CON-CONTROL-SW PIC X(01) VALUE "N".
001624         88  CAD-CON-CONTROL          VALUE "S".
001626     05  WS-CAD-HALLADO-SW   PIC X(01) VALUE "N".
001628         88  CAD-HALLADO              VALUE "S".
001630     05  WS-EOF-COBRANZA-SW  PIC X(01) VALUE "N".
001640         88  EOF-COBRANZA             VALUE "S".
001650     05  WS-LINEA-VALIDA-SW  PIC X(01) VALUE "S".
001660         88  LINEA-VALIDA             VALUE "S".
001670         88  LINEA-INVALIDA           VALUE "N".
001680     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
001690         88  ARCHIVOS-ABIERTOS        VALUE "S".
001700     05  WS-REANUDANDO-SW    PIC X(01) VALUE "N".
001710         88  REANUDANDO               VALUE "S".
001720     05  WS-CONTROL-OK-SW    PIC X(01) VALUE "N".
001730         88  CONTROL-OK               VALUE "S".
001740     05  WS-CIERRES-DISPONIBLE-SW PIC X(01) VALUE "N".
001750         88  CIERRES-DISPONIBLE       VALUE "S".
001760     05  WS-ARANCEL-DISPONIBLE-SW PIC X(01) VALUE "N".
001770         88  ARANCEL-DISPONIBLE       VALUE "S".
001780     05  WS-BECA-DISPONIBLE-SW PIC X(01) VALUE "N".
001790         88  BECA-DISPONIBLE          VALUE "S".
001800     05  WS-PAGO-EXISTE-SW   PIC X(01) VALUE "N".
001810         88  PAGO-EXISTE              VALUE "S".
001820     05  WS-RECIBO-GRABADO-SW PIC X(01) VALUE "N".
001830         88  RECIBO-GRABADO           VALUE "S".
001840     05  WS-TRAILER-LEIDO-SW PIC X(01) VALUE "N".
001850         88  TRAILER-LEIDO            VALUE "S".

001860 77  WS-FECHA-HOY            PIC 9(08).
001870 77  WS-TOTAL-LEIDOS         PIC 9(06) VALUE ZERO COMP.
001880 77  WS-TOTAL-APLICADOS      PIC 9(06) VALUE ZERO COMP.
001890 77  WS-TOTAL-RECHAZADOS     PIC 9(06) VALUE ZERO COMP.
001900 77  WS-LINEAS-PROCESADAS    PIC 9(06) VALUE ZERO.
001910 77  WS-LINEAS-SALTEADAS     PIC 9(06) VALUE ZERO COMP.
001920 77  WS-LINEAS-A-SALTEAR     PIC 9(06) VALUE ZERO.
001930 77  WS-MOTIVO-RECHAZO       PIC X(30).
001940 77  WS-PROXIMO-FOLIO        PIC 9(07) VALUE ZERO.
001945 77  WS-FOLIO-EMITIDO        PIC 9(07) VALUE ZERO.
001950 77  WS-INTENTOS-FOLIO       PIC 9(02) VALUE ZERO COMP.
001960 77  WS-TRL-CANTIDAD         PIC 9(07) VALUE ZERO.
001970 77  WS-TRL-TOTAL            PIC 9(13) VALUE ZERO.
001980 77  WS-DET-CANTIDAD         PIC 9(07) VALUE ZERO.
001990 77  WS-DET-TOTAL            PIC 9(13) VALUE ZERO.
002000 77  WS-TRAILER-DESCUADRADO  PIC 9(01) VALUE ZERO.
002010 77  WS-IMPORTE-TOTAL        PIC 9(10)V99 VALUE ZERO.
002020 77  WS-IMPORTE-ED           PIC ZZZ,ZZ9.99.
002030 77  WS-TOTAL-ED             PIC ZZZ,ZZZ,ZZ9.99.

002040 01  WS-COBRO.
002050     05  WS-COB-FECHA        PIC 9(08).
002060     05  WS-COB-NUMERO       PIC 9(07).
002070     05  WS-COB-PERIODO      PIC 9(06).
002080     05  WS-COB-PERIODO-R REDEFINES WS-COB-PERIODO.
002090         10  WS-COB-AAAA     PIC 9(04).
002100         10  WS-COB-MM       PIC 9(02).
002110     05  WS-COB-CENTAVOS     PIC 9(08).
002120     05  WS-COB-IMPORTE      PIC 9(06)V99.
002130     05  WS-COB-SEDE         PIC 9(01).
002140 77  WS-ACUMULADO-ANTES      PIC 9(06)V99 VALUE ZERO.
002150 77  WS-ACUMULADO-NUEVO      PIC 9(07)V99 VALUE ZERO.
002160 77  WS-TOPE                 PIC 9(06)V99 VALUE ZERO.
002170 77  WS-TOPE-ANIO            PIC 9(06)V99 VALUE ZERO.
002180 77  WS-BECA-PCT             PIC 9(03) VALUE ZERO.

002190 01  WS-BITACORA-CAMPOS.
002200     05  WS-BIT-NUMERO       PIC 9(07).
002210     05  WS-BIT-OPERACION    PIC X(04).
002220     05  WS-BIT-ANT          PIC X(10).
002230     05  WS-BIT-NVO          PIC X(10).
002240     05  WS-BIT-HORA         PIC 9(08).
002250     05  WS-BIT-HORA-R REDEFINES WS-BIT-HORA.
002260         10  WS-BIT-HH       PIC 9(02).
002270         10  WS-BIT-MI       PIC 9(02).
002280         10  WS-BIT-SS       PIC 9(02).
002290         10  FILLER          PIC 9(02).
002300 01  WS-FECHA-HOY-R.
002310     05  WS-HOY-AAAA         PIC 9(04).
002320     05  WS-HOY-MM           PIC 9(02).
002330     05  WS-HOY-DD           PIC 9(02).

00233A* CADENA DE CONTROL DE LAS BITACORAS (VER 8940-ENCADENAR-LINEA).
00233B 01  WS-CADENA.
00233C     05  WS-CAD-BASE         PIC X(20).
00233D     05  WS-CAD-LINEA        PIC X(250).
00233E     05  WS-CAD-LARGO        PIC 9(03) COMP.
00233F     05  WS-CAD-I            PIC 9(03) COMP.
00233G     05  WS-CAD-ANTERIOR     PIC 9(09).
00233H     05  WS-CAD-CONTROL      PIC 9(09).
00233I     05  WS-CAD-GUARDADO     PIC 9(09).
00233J     05  WS-CAD-VALOR        PIC 9(11).
00233K     05  WS-CAD-COCIENTE     PIC 9(11).
00233L     05  WS-CAD-RESTO        PIC 9(09).
00233M     05  WS-CAD-MES-MAYOR    PIC 9(06).
00233N     05  WS-CAD-IDX-NOMBRE   PIC X(40).
00233O     05  WS-CAD-IDX-MES      PIC X(06).
00233P     05  WS-CAD-IDX-ESTADO   PIC X(01).
00233Q     05  WS-CAD-IDX-BASE     PIC X(20).
00233R     05  WS-CAD-IDX-FINAL    PIC X(09).
00233S 01  WS-CAD-PAR.
00233T     05  WS-CAD-PAR-ALTO     PIC X(01) VALUE LOW-VALUE.
00233U     05  WS-CAD-PAR-BAJO     PIC X(01).
00233V 01  WS-CAD-CODIGO REDEFINES WS-CAD-PAR PIC 9(04) COMP.

002340 PROCEDURE DIVISION.

002350 0000-MAINLINE.
002360     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002370     PERFORM 2000-PROCESAR-ARCHIVO THRU 2000-EXIT.
002380     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002390     GOBACK.

002400*----------------------------------------------------------------*
002410* 1000-INICIALIZAR                                          *
002420* ABRE EL ARCHIVO DEL BANCO Y LOS MAESTROS, RESUELVE EL      *
002430* PROXIMO FOLIO Y EL CHECKPOINT.                             *
002440*----------------------------------------------------------------*
002450 1000-INICIALIZAR.
      *> EN MODO DESATENDIDO EL NOMBRE DEL ARCHIVO DEL BANCO LLEGA
      *> POR LA LINEA DE COMANDO; SIN PARAMETRO SE USA EL DE SIEMPRE.
002460     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
002470     IF WS-PARAMETRO NOT = SPACES
002480         MOVE WS-PARAMETRO TO WS-ARCHIVO-COBRANZA
002490     END-IF.
002500     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
002510     MOVE WS-FECHA-HOY TO WS-FECHA-HOY-R.
002520     OPEN INPUT COBRANZA.
002530     IF FS-COBRANZA NOT = "00"
002540         DISPLAY "No se pudo abrir " WS-ARCHIVO-COBRANZA
002550         MOVE 8 TO RETURN-CODE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN INPUT ALUMNO.
002590     IF FS-ALUMNO NOT = "00"
002600         DISPLAY "No se pudo abrir alumno.txt"
002610         CLOSE COBRANZA
002620         MOVE 8 TO RETURN-CODE
002630         GO TO 1000-EXIT
002640     END-IF.
002650     PERFORM 1300-RESOLVER-FOLIO THRU 1300-EXIT.
002660     OPEN I-O PAGO.
002670     IF FS-PAGO = "35"
002680         OPEN OUTPUT PAGO
002690         CLOSE PAGO
002700         OPEN I-O PAGO
002710     END-IF.
002720     OPEN I-O RECIBO.
002730     IF FS-RECIBO = "35"
002740         OPEN OUTPUT RECIBO
002750         CLOSE RECIBO
002760         OPEN I-O RECIBO
002770     END-IF.
002780     OPEN I-O COBROBANCO.
002790     IF FS-COBRO-BANCO = "35"
002800         OPEN OUTPUT COBROBANCO
002810         CLOSE COBROBANCO
002820         OPEN I-O COBROBANCO
002830     END-IF.
002840     IF FS-PAGO NOT = "00" OR FS-RECIBO NOT = "00"
002850        OR FS-COBRO-BANCO NOT = "00"
002860         DISPLAY "No se pudo abrir pago.txt, recibo.txt o "
002870             "cobro_banco.txt"
002880         CLOSE COBRANZA
002890         CLOSE ALUMNO
002900         MOVE 8 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     SET ARCHIVOS-ABIERTOS TO TRUE.
      *> CIERRES.TXT, ARANCEL.TXT Y BECA.TXT SON OPTATIVOS: SIN
      *> CIERRES NADA ESTA CERRADO, SIN ARANCEL NO HAY TOPE Y SIN
      *> BECAS EL TOPE ES EL ARANCEL COMPLETO.
002940     OPEN INPUT CIERRES.
002950     IF FS-CIERRES = "00"
002960         SET CIERRES-DISPONIBLE TO TRUE
002970     END-IF.
002980     OPEN INPUT ARANCEL.
002990     IF FS-ARANCEL = "00"
003000         SET ARANCEL-DISPONIBLE TO TRUE
003010     END-IF.
003020     OPEN INPUT BECA.
003030     IF FS-BECA = "00"
003040         SET BECA-DISPONIBLE TO TRUE
003050     END-IF.
003060     PERFORM 1100-LEER-CHECKPOINT THRU 1100-EXIT.
003070     PERFORM 1200-ABRIR-RECHAZADOS THRU 1200-EXIT.
003080 1000-EXIT.
003090     EXIT.

003100*----------------------------------------------------------------*
003110* 1100-LEER-CHECKPOINT                                      *
003120* SI QUEDO UN CHECKPOINT DE UNA CORRIDA CAIDA, SE REANUDA    *
003130* SALTEANDO LAS LINEAS YA PROCESADAS (ADEMAS, COBRO_BANCO    *
003140* RECHAZA COMO YA APLICADA CUALQUIER OPERACION REPETIDA).    *
003150*----------------------------------------------------------------*
003160 1100-LEER-CHECKPOINT.
003170     MOVE ZERO TO WS-LINEAS-A-SALTEAR.
003180     OPEN INPUT CHECKPOINT.
003190     IF FS-CHECKPOINT NOT = "00"
003200         GO TO 1100-EXIT
003210     END-IF.
003220     READ CHECKPOINT NEXT RECORD.
003230     IF FS-CHECKPOINT = "00" AND CHECKPOINT-LINEA NUMERIC
003240         MOVE CHECKPOINT-LINEA TO WS-LINEAS-A-SALTEAR
003250     END-IF.
003260     CLOSE CHECKPOINT.
003270     MOVE WS-LINEAS-A-SALTEAR TO WS-LINEAS-PROCESADAS.
003280     IF WS-LINEAS-A-SALTEAR > ZERO
003290         SET REANUDANDO TO TRUE
003300         DISPLAY "Reanudando: se saltean " WS-LINEAS-A-SALTEAR
003310             " lineas ya procesadas"
003320     END-IF.
003330 1100-EXIT.
003340     EXIT.

003350*----------------------------------------------------------------*
003360* 1200-ABRIR-RECHAZADOS                                     *
003370* EN UNA CORRIDA NUEVA SE CREA EL ARCHIVO DE RECHAZOS; AL    *
003380* REANUDAR SE EXTIENDE EL EXISTENTE.                         *
003390*----------------------------------------------------------------*
003400 1200-ABRIR-RECHAZADOS.
003410     IF REANUDANDO
003420         OPEN EXTEND RECHAZADOS
003430         IF FS-RECHAZOS = "05" OR FS-RECHAZOS = "35"
003440             OPEN OUTPUT RECHAZADOS
003450         END-IF
003460     ELSE
003470         OPEN OUTPUT RECHAZADOS
003480     END-IF.
003490 1200-EXIT.
003500     EXIT.

003510*----------------------------------------------------------------*
003520* 1300-RESOLVER-FOLIO                                       *
003530* PROXIMO FOLIO DESDE EL REGISTRO DE CONTROL (COMO           *
003540* FRMPAGOS); SIN CONTROL VALIDO SE DEDUCE DEL MAXIMO DE      *
003550* RECIBO.TXT Y EL CONTROL NO SE TOCA (LO REARMA              *
003560* RECONSTRUIR-CONTROL).                                      *
003570*----------------------------------------------------------------*
003580 1300-RESOLVER-FOLIO.
003590     PERFORM 1310-LEER-CONTROL THRU 1310-EXIT.
003680     IF CONTROL-OK
003690         MOVE CTLPROXIMOFOLIO TO WS-PROXIMO-FOLIO
003700         IF WS-PROXIMO-FOLIO = ZERO
003710             MOVE 1 TO WS-PROXIMO-FOLIO
003720         END-IF
003730         GO TO 1300-EXIT
003740     END-IF.
003750     MOVE ZERO TO WS-PROXIMO-FOLIO.
003760     OPEN INPUT RECIBO.
003770     IF FS-RECIBO = "00"
003780         READ RECIBO NEXT RECORD
003790         PERFORM UNTIL FS-RECIBO NOT = "00"
003800             IF RECFOLIO > WS-PROXIMO-FOLIO
003810                 MOVE RECFOLIO TO WS-PROXIMO-FOLIO
003820             END-IF
003830             READ RECIBO NEXT RECORD
003840         END-PERFORM
003850         CLOSE RECIBO
003860     END-IF.
003870     ADD 1 TO WS-PROXIMO-FOLIO.
003880 1300-EXIT.
003890     EXIT.

003891*----------------------------------------------------------------*
003892* 1310-LEER-CONTROL                                         *
003893* LEE EL REGISTRO DE CONTROL; CONTROL-OK QUEDA PRENDIDO SOLO  *
003894* SI EXISTE Y ES NUMERICO.                                   *
003895*----------------------------------------------------------------*
003896 1310-LEER-CONTROL.
003897     MOVE "N" TO WS-CONTROL-OK-SW.
003898     OPEN INPUT ALUMNOCONTROL.
003899     IF FS-CONTROL = "00"
00389A         READ ALUMNOCONTROL NEXT RECORD
00389B         IF FS-CONTROL = "00" AND CONTROL-REGISTRO NUMERIC
00389C             SET CONTROL-OK TO TRUE
00389D         END-IF
00389E         CLOSE ALUMNOCONTROL
00389F     END-IF.
00389G 1310-EXIT.
00389H     EXIT.

003900*----------------------------------------------------------------*
003910* 2000-PROCESAR-ARCHIVO                                     *
003920* LEE CADA LINEA DEL ARCHIVO DEL BANCO Y APLICA LOS DETALLES. *
003930*----------------------------------------------------------------*
003940 2000-PROCESAR-ARCHIVO.
003950     IF NOT ARCHIVOS-ABIERTOS
003960         GO TO 2000-EXIT
003970     END-IF.
003980     PERFORM 2100-LEER-LINEA THRU 2100-EXIT
003990         UNTIL EOF-COBRANZA.
004000 2000-EXIT.
004010     EXIT.

004020 2100-LEER-LINEA.
004030     READ COBRANZA
004040         AT END
004050             SET EOF-COBRANZA TO TRUE
004060             GO TO 2100-EXIT
004070     END-READ.
      *> EL TRAILER SE CONTROLA AUNQUE SE ESTE REANUDANDO; EL
      *> CUADRE SE HACE CONTRA LOS DETALLES LEIDOS EN ESTA CORRIDA
      *> MAS LOS SALTEADOS, QUE SE CUENTAN IGUAL.
004080     IF BCO-TIPO = "T"
004090         SET TRAILER-LEIDO TO TRUE
004100         IF TRL-CANTIDAD NUMERIC AND TRL-TOTAL NUMERIC
004110             MOVE TRL-CANTIDAD TO WS-TRL-CANTIDAD
004120             MOVE TRL-TOTAL TO WS-TRL-TOTAL
004130         END-IF
004140         GO TO 2100-EXIT
004150     END-IF.
004160     IF BCO-TIPO NOT = "D"
004170         GO TO 2100-EXIT
004180     END-IF.
004190     ADD 1 TO WS-DET-CANTIDAD.
004200     IF BCO-IMPORTE NUMERIC
004210         MOVE BCO-IMPORTE TO WS-COB-CENTAVOS
004220         ADD WS-COB-CENTAVOS TO WS-DET-TOTAL
004230     END-IF.
004240     IF WS-LINEAS-SALTEADAS < WS-LINEAS-A-SALTEAR
004250         ADD 1 TO WS-LINEAS-SALTEADAS
004260         GO TO 2100-EXIT
004270     END-IF.
004280     ADD 1 TO WS-TOTAL-LEIDOS.
004290     PERFORM 2300-VALIDAR-LINEA THRU 2300-EXIT.
004300     IF LINEA-INVALIDA
004310         ADD 1 TO WS-TOTAL-RECHAZADOS
004320         PERFORM 2500-GRABAR-RECHAZO THRU 2500-EXIT
004330         PERFORM 2600-GRABAR-CHECKPOINT THRU 2600-EXIT
004340         GO TO 2100-EXIT
004350     END-IF.
004360     PERFORM 2400-APLICAR-COBRO THRU 2400-EXIT.
004370     PERFORM 2600-GRABAR-CHECKPOINT THRU 2600-EXIT.
004380 2100-EXIT.
004390     EXIT.

004400*----------------------------------------------------------------*
004410* 2300-VALIDAR-LINEA                                        *
004420* CAMPOS, ALUMNO, OPERACION NO APLICADA, FECHA NO CERRADA Y   *
004430* TOPE DEL PERIODO.                                          *
004440*----------------------------------------------------------------*
004450 2300-VALIDAR-LINEA.
004460     SET LINEA-VALIDA TO TRUE.
004470     IF BCO-NUMERO NOT NUMERIC OR BCO-PERIODO NOT NUMERIC
004480        OR BCO-IMPORTE NOT NUMERIC OR BCO-FECHA NOT NUMERIC
004490         MOVE "campos no numericos" TO WS-MOTIVO-RECHAZO
004500         SET LINEA-INVALIDA TO TRUE
004510         GO TO 2300-EXIT
004520     END-IF.
004530     MOVE BCO-FECHA TO WS-COB-FECHA.
004540     MOVE BCO-NUMERO TO WS-COB-NUMERO.
004550     MOVE BCO-PERIODO TO WS-COB-PERIODO.
004560     MOVE BCO-IMPORTE TO WS-COB-CENTAVOS.
004570     COMPUTE WS-COB-IMPORTE = WS-COB-CENTAVOS / 100.
004580     IF WS-COB-AAAA < 1900 OR WS-COB-MM = ZERO OR WS-COB-MM > 12
004590         MOVE "periodo invalido" TO WS-MOTIVO-RECHAZO
004600         SET LINEA-INVALIDA TO TRUE
004610         GO TO 2300-EXIT
004620     END-IF.
004630     IF WS-COB-IMPORTE = ZERO
004640         MOVE "importe invalido" TO WS-MOTIVO-RECHAZO
004650         SET LINEA-INVALIDA TO TRUE
004660         GO TO 2300-EXIT
004670     END-IF.
004680     IF BCO-OPERACION = SPACES
004690         MOVE "falta numero de operacion" TO WS-MOTIVO-RECHAZO
004700         SET LINEA-INVALIDA TO TRUE
004710         GO TO 2300-EXIT
004720     END-IF.
004730     MOVE WS-COB-NUMERO TO NUMERO.
004740     READ ALUMNO
004750         INVALID KEY
004760             MOVE "alumno inexistente" TO WS-MOTIVO-RECHAZO
004770             SET LINEA-INVALIDA TO TRUE
004780             GO TO 2300-EXIT
004790     END-READ.
004800     MOVE BCO-OPERACION TO CBAOPERACION.
004810     READ COBROBANCO
004820         INVALID KEY
004830             CONTINUE
004840         NOT INVALID KEY
004850             MOVE "operacion ya aplicada" TO WS-MOTIVO-RECHAZO
004860             SET LINEA-INVALIDA TO TRUE
004870             GO TO 2300-EXIT
004880     END-READ.
004890     IF WS-COB-NUMERO >= SEDE2-DESDE
004900         MOVE 2 TO WS-COB-SEDE
004910     ELSE
004920         MOVE 1 TO WS-COB-SEDE
004930     END-IF.
004940     IF CIERRES-DISPONIBLE
004950         MOVE WS-FECHA-HOY TO CIEFECHA
004960         MOVE WS-COB-SEDE TO CIESEDE
004970         READ CIERRES
004980             INVALID KEY
004990                 CONTINUE
005000             NOT INVALID KEY
005010                 IF CIEESTADO = "C"
005020                     MOVE "fecha cerrada para la sede"
005030                         TO WS-MOTIVO-RECHAZO
005040                     SET LINEA-INVALIDA TO TRUE
005050                     GO TO 2300-EXIT
005060                 END-IF
005070         END-READ
005080     END-IF.
005090     MOVE WS-COB-NUMERO TO PAGNUMERO.
005100     MOVE WS-COB-PERIODO TO PAGPERIODO.
005110     MOVE "S" TO WS-PAGO-EXISTE-SW.
005120     MOVE ZERO TO WS-ACUMULADO-ANTES.
005130     READ PAGO
005140         INVALID KEY
005150             MOVE "N" TO WS-PAGO-EXISTE-SW
005160     END-READ.
005170     IF PAGO-EXISTE
005180         MOVE PAGIMPORTE TO WS-ACUMULADO-ANTES
005190     END-IF.
005200     COMPUTE WS-ACUMULADO-NUEVO
005210         = WS-ACUMULADO-ANTES + WS-COB-IMPORTE.
005220     IF WS-ACUMULADO-NUEVO > 999999.99
005230         MOVE "sobrepago" TO WS-MOTIVO-RECHAZO
005240         SET LINEA-INVALIDA TO TRUE
005250         GO TO 2300-EXIT
005260     END-IF.
005270     PERFORM 2350-CALCULAR-TOPE THRU 2350-EXIT.
005280     IF WS-TOPE > ZERO AND WS-ACUMULADO-NUEVO > WS-TOPE
005290         MOVE "sobrepago" TO WS-MOTIVO-RECHAZO
005300         SET LINEA-INVALIDA TO TRUE
005310         GO TO 2300-EXIT
005320     END-IF.
005330 2300-EXIT.
005340     EXIT.

005350*----------------------------------------------------------------*
005360* 2350-CALCULAR-TOPE                                        *
005370* TOPE DEL PERIODO: EL MAYOR ARANCEL DEL ANO (EL GENERAL O EL *
005380* DE CUALQUIER CURSO), MENOS LA BECA DEL ALUMNO. ES UN TOPE   *
005390* Y NO LA CUOTA EXACTA (ESA LA CALCULA REPORTE-MOROSIDAD):    *
005400* SOLO FRENA LO QUE NINGUNA CUOTA DEL ANO PUEDE JUSTIFICAR.   *
005410*----------------------------------------------------------------*
005420 2350-CALCULAR-TOPE.
005430     MOVE ZERO TO WS-TOPE WS-TOPE-ANIO WS-BECA-PCT.
005440     IF NOT ARANCEL-DISPONIBLE
005450         GO TO 2350-EXIT
005460     END-IF.
005470     MOVE WS-COB-AAAA TO ARACICLO.
005480     MOVE LOW-VALUES TO ARACURSO.
005490     START ARANCEL KEY IS NOT LESS THAN ARANCELCLAVE
005500         INVALID KEY
005510             GO TO 2350-EXIT
005520     END-START.
005530     READ ARANCEL NEXT RECORD.
005540     PERFORM UNTIL FS-ARANCEL NOT = "00"
005550            OR ARACICLO NOT = WS-COB-AAAA
005560         IF ARAIMPORTE > WS-TOPE-ANIO
005570             MOVE ARAIMPORTE TO WS-TOPE-ANIO
005580         END-IF
005590         READ ARANCEL NEXT RECORD
005600     END-PERFORM.
005610     IF BECA-DISPONIBLE
005620         MOVE WS-COB-NUMERO TO BECNUMERO
005630         READ BECA
005640             INVALID KEY
005650                 CONTINUE
005660             NOT INVALID KEY
005670                 IF BECPORCENTAJE NUMERIC
005680                    AND BECPORCENTAJE <= 100
005690                     MOVE BECPORCENTAJE TO WS-BECA-PCT
005700                 END-IF
005710         END-READ
005720     END-IF.
005730     COMPUTE WS-TOPE ROUNDED
005740         = WS-TOPE-ANIO * (100 - WS-BECA-PCT) / 100.
      *> UNA BECA DEL 100% DEJA EL TOPE EN CERO, QUE AQUI NO
      *> SIGNIFICA "SIN TOPE": NINGUN COBRO CORRESPONDE.
005750     IF WS-TOPE-ANIO > ZERO AND WS-TOPE = ZERO
005760         MOVE 0.01 TO WS-TOPE
005770     END-IF.
005780 2350-EXIT.
005790     EXIT.

005800*----------------------------------------------------------------*
005810* 2400-APLICAR-COBRO                                        *
005820* EMITE EL RECIBO, ACUMULA EN PAGO.TXT, REGISTRA LA          *
005830* OPERACION COMO APLICADA Y DEJA LA LINEA EN LA BITACORA.    *
005840* EL RECIBO VA PRIMERO: SI NO SE PUEDE GRABAR, LA LINEA SE    *
005850* RECHAZA SIN HABER TOCADO EL ACUMULADO; SI LO QUE FALLA ES  *
005852* EL ACUMULADO, EL RECIBO RECIEN EMITIDO SE ANULA Y LA LINEA *
005854* TAMBIEN SE RECHAZA.                                        *
005860*----------------------------------------------------------------*
005870 2400-APLICAR-COBRO.
005880     PERFORM 2410-GRABAR-RECIBO THRU 2410-EXIT.
005890     IF NOT RECIBO-GRABADO
005900         MOVE "no se pudo emitir el recibo" TO WS-MOTIVO-RECHAZO
005910         ADD 1 TO WS-TOTAL-RECHAZADOS
005920         PERFORM 2500-GRABAR-RECHAZO THRU 2500-EXIT
005930         GO TO 2400-EXIT
005940     END-IF.
005950     MOVE WS-COB-NUMERO TO PAGNUMERO.
005960     MOVE WS-COB-PERIODO TO PAGPERIODO.
005970     MOVE WS-ACUMULADO-NUEVO TO PAGIMPORTE.
005980     MOVE WS-FECHA-HOY TO PAGFECHAPAGO.
005990     IF PAGO-EXISTE
006000         MOVE "MOD" TO WS-BIT-OPERACION
006010         MOVE WS-ACUMULADO-ANTES TO WS-IMPORTE-ED
006020         MOVE WS-IMPORTE-ED TO WS-BIT-ANT
006030         REWRITE PAGO-REGISTRO
006032             INVALID KEY
006034                 CONTINUE
006036         END-REWRITE
006040     ELSE
006050         MOVE "ALTA" TO WS-BIT-OPERACION
006055         MOVE ZERO TO PAGRECARGO
006060         MOVE "-" TO WS-BIT-ANT
006070         WRITE PAGO-REGISTRO
006072             INVALID KEY
006074                 CONTINUE
006076         END-WRITE
006080     END-IF.
006081     IF FS-PAGO NOT = "00"
006082         MOVE "no se pudo grabar el pago" TO WS-MOTIVO-RECHAZO
006083         ADD 1 TO WS-TOTAL-RECHAZADOS
006084         PERFORM 2500-GRABAR-RECHAZO THRU 2500-EXIT
006085         PERFORM 2430-ANULAR-RECIBO THRU 2430-EXIT
006086         MOVE 4 TO RETURN-CODE
006087         GO TO 2400-EXIT
006088     END-IF.
006090     MOVE PAGIMPORTE TO WS-IMPORTE-ED.
006100     MOVE WS-IMPORTE-ED TO WS-BIT-NVO.
006110     MOVE BCO-OPERACION TO CBAOPERACION.
006120     MOVE WS-COB-NUMERO TO CBANUMERO.
006130     MOVE WS-COB-PERIODO TO CBAPERIODO.
006140     MOVE WS-COB-IMPORTE TO CBAIMPORTE.
006150     MOVE WS-COB-FECHA TO CBAFECHACOBRO.
006160     MOVE WS-FECHA-HOY TO CBAFECHAAPLIC.
006170     MOVE WS-FOLIO-EMITIDO TO CBAFOLIO.
006180     WRITE COBRO-BANCO-REGISTRO
006190         INVALID KEY
006200             DISPLAY "No se pudo registrar la operacion "
006210                 BCO-OPERACION
006220     END-WRITE.
006230     PERFORM 2450-GRABAR-BITACORA THRU 2450-EXIT.
006240     ADD 1 TO WS-TOTAL-APLICADOS.
006250     ADD WS-COB-IMPORTE TO WS-IMPORTE-TOTAL.
006260 2400-EXIT.
006270     EXIT.

006280*----------------------------------------------------------------*
006290* 2410-GRABAR-RECIBO                                        *
006300* RECIBO CON EL PROXIMO FOLIO; SI EL FOLIO YA ESTA OCUPADO    *
006310* (CONTROL ATRASADO) SE PRUEBA CON LOS SIGUIENTES. EL         *
006320* CONTROL SE REGRABA CON CADA FOLIO USADO, COMO EN FRMPAGOS,  *
006330* PARA QUE UNA CORRIDA CAIDA NO LO DEJE ATRASADO: SE RELEE    *
006332* ANTES DE GRABARLO (FRMPAGOS PUDO HABERLO CORRIDO) Y SOLO SE *
006334* ADELANTA EL PROXIMO FOLIO.                                 *
006340*----------------------------------------------------------------*
006350 2410-GRABAR-RECIBO.
006360     MOVE "N" TO WS-RECIBO-GRABADO-SW.
006370     MOVE ZERO TO WS-INTENTOS-FOLIO.
006380     MOVE WS-COB-NUMERO TO RECNUMERO.
006390     MOVE WS-COB-PERIODO TO RECPERIODO.
006400     MOVE WS-COB-IMPORTE TO RECIMPORTE.
006410     MOVE WS-FECHA-HOY TO RECFECHA.
006420     MOVE "BANCO" TO RECUSUARIO.
006430     MOVE WS-COB-SEDE TO RECSEDE.
006440     MOVE "V" TO RECESTADO.
006450     MOVE ZERO TO RECANULFECHA.
006460     MOVE SPACES TO RECANULUSUARIO RECANULMOTIVO.
006470     MOVE "T" TO RECMEDIO.
006480     MOVE BCO-OPERACION TO RECREFERENCIA.
006485     MOVE ZERO TO RECRECARGO.
006487     MOVE SPACES TO RECCONCEPTO.
006490     PERFORM 2420-INTENTAR-FOLIO THRU 2420-EXIT
006500         UNTIL RECIBO-GRABADO OR WS-INTENTOS-FOLIO >= 20.
006510     IF NOT RECIBO-GRABADO OR NOT CONTROL-OK
006512         GO TO 2410-EXIT
006514     END-IF.
006516     PERFORM 1310-LEER-CONTROL THRU 1310-EXIT.
006518     IF NOT CONTROL-OK
006520         GO TO 2410-EXIT
006522     END-IF.
006524     IF CTLPROXIMOFOLIO > WS-PROXIMO-FOLIO
006526         MOVE CTLPROXIMOFOLIO TO WS-PROXIMO-FOLIO
006528         GO TO 2410-EXIT
006530     END-IF.
006540     MOVE WS-PROXIMO-FOLIO TO CTLPROXIMOFOLIO.
006550     OPEN OUTPUT ALUMNOCONTROL.
006560     IF FS-CONTROL = "00"
006570         WRITE CONTROL-REGISTRO
006580         CLOSE ALUMNOCONTROL
006585     END-IF.
006590 2410-EXIT.
006600     EXIT.

006610 2420-INTENTAR-FOLIO.
006620     ADD 1 TO WS-INTENTOS-FOLIO.
006630     MOVE WS-PROXIMO-FOLIO TO RECFOLIO.
006640     ADD 1 TO WS-PROXIMO-FOLIO.
006650     WRITE RECIBO-REGISTRO
006660         INVALID KEY
006670             CONTINUE
006680         NOT INVALID KEY
006690             SET RECIBO-GRABADO TO TRUE
006695             MOVE RECFOLIO TO WS-FOLIO-EMITIDO
006700     END-WRITE.
006710 2420-EXIT.
006720     EXIT.

006721*----------------------------------------------------------------*
006722* 2430-ANULAR-RECIBO                                        *
006723* ANULA EL RECIBO RECIEN EMITIDO CUANDO EL ACUMULADO NO SE    *
006724* PUDO GRABAR, COMO LA ANULACION DE FRMPAGOS, PARA QUE EL     *
006725* CIERRE DE CAJA Y LA EXPORTACION CONTABLE LO COMPENSEN.      *
006726*----------------------------------------------------------------*
006727 2430-ANULAR-RECIBO.
006728     MOVE WS-FOLIO-EMITIDO TO RECFOLIO.
006729     READ RECIBO
00672A         INVALID KEY
00672B             GO TO 2430-EXIT
00672C     END-READ.
00672D     MOVE "N" TO RECESTADO.
00672E     MOVE WS-FECHA-HOY TO RECANULFECHA.
00672F     MOVE "BANCO" TO RECANULUSUARIO.
00672G     MOVE "no se pudo grabar el pago" TO RECANULMOTIVO.
00672H     REWRITE RECIBO-REGISTRO
00672I         INVALID KEY
00672J             DISPLAY "No se pudo anular el recibo " RECFOLIO
00672K     END-REWRITE.
00672L 2430-EXIT.
00672M     EXIT.

006730*----------------------------------------------------------------*
006740* 2450-GRABAR-BITACORA                                      *
006750* LINEA DE LA BITACORA UNIFICADA CON EL MISMO ESQUEMA DE      *
006760* FRMPAGOS (NUMERO,ARCHIVO,CLAVE,FECHA HORA,USUARIO,          *
006770* OPERACION,ANTES,DESPUES), CON "BANCO" COMO USUARIO.         *
006780*----------------------------------------------------------------*
006790 2450-GRABAR-BITACORA.
006793     MOVE "bitacora" TO WS-CAD-BASE.
006796     PERFORM 8900-ULTIMO-CONTROL THRU 8900-EXIT.
006800     OPEN EXTEND BITACORA.
006810     IF FS-BITACORA = "05" OR FS-BITACORA = "35"
006820         OPEN OUTPUT BITACORA
006830     END-IF.
006840     IF FS-BITACORA NOT = "00"
006850         GO TO 2450-EXIT
006860     END-IF.
006870     ACCEPT WS-BIT-HORA FROM TIME.
006880     MOVE WS-COB-NUMERO TO WS-BIT-NUMERO.
006890     MOVE SPACES TO BITACORA-LINEA.
006900     STRING WS-BIT-NUMERO DELIMITED BY SIZE
006910         ",pago," DELIMITED BY SIZE
006920         WS-COB-PERIODO DELIMITED BY SIZE
006930         "," DELIMITED BY SIZE
006940         WS-HOY-AAAA DELIMITED BY SIZE
006950         "-" DELIMITED BY SIZE
006960         WS-HOY-MM DELIMITED BY SIZE
006970         "-" DELIMITED BY SIZE
006980         WS-HOY-DD DELIMITED BY SIZE
006990         " " DELIMITED BY SIZE
007000         WS-BIT-HH DELIMITED BY SIZE
007010         ":" DELIMITED BY SIZE
007020         WS-BIT-MI DELIMITED BY SIZE
007030         ":" DELIMITED BY SIZE
007040         WS-BIT-SS DELIMITED BY SIZE
007050         ",BANCO," DELIMITED BY SIZE
007060         WS-BIT-OPERACION DELIMITED BY SPACE
007070         "," DELIMITED BY SIZE
007080         WS-BIT-ANT DELIMITED BY SIZE
007090         "," DELIMITED BY SIZE
007100         WS-BIT-NVO DELIMITED BY SIZE
007110         INTO BITACORA-LINEA
007120     END-STRING.
007122     MOVE BITACORA-LINEA TO WS-CAD-LINEA.
007124     PERFORM 8940-ENCADENAR-LINEA THRU 8940-EXIT.
007126     MOVE WS-CAD-LINEA TO BITACORA-LINEA.
007130     WRITE BITACORA-LINEA.
007140     CLOSE BITACORA.
007150 2450-EXIT.
007160     EXIT.

007170*----------------------------------------------------------------*
007180* 2500-GRABAR-RECHAZO                                       *
007190* VUELCA LA LINEA RECHAZADA TAL CUAL VINO (80 POSICIONES) Y   *
007200* EL MOTIVO A CONTINUACION; CORTANDO EL MOTIVO, LA LINEA     *
007210* CORREGIDA PUEDE VOLVER A ENTRAR POR ESTE MISMO PROGRAMA.   *
007220*----------------------------------------------------------------*
007230 2500-GRABAR-RECHAZO.
007240     DISPLAY "Rechazado (" WS-MOTIVO-RECHAZO "): "
007250         BCO-NUMERO " " BCO-PERIODO " " BCO-OPERACION.
007260     MOVE SPACES TO RECHAZO-LINEA.
007270     MOVE COBRANZA-LINEA TO RECHAZO-LINEA (1:80).
007280     MOVE WS-MOTIVO-RECHAZO TO RECHAZO-LINEA (82:30).
007290     WRITE RECHAZO-LINEA.
007300 2500-EXIT.
007310     EXIT.

007320*----------------------------------------------------------------*
007330* 2600-GRABAR-CHECKPOINT                                    *
007340* DEJA EN EL CHECKPOINT LA CANTIDAD DE DETALLES YA           *
007350* PROCESADOS (APLICADOS O RECHAZADOS).                       *
007360*----------------------------------------------------------------*
007370 2600-GRABAR-CHECKPOINT.
007380     ADD 1 TO WS-LINEAS-PROCESADAS.
007390     PERFORM 2610-ESCRIBIR-CHECKPOINT THRU 2610-EXIT.
007400 2600-EXIT.
007410     EXIT.

007420 2610-ESCRIBIR-CHECKPOINT.
007430     OPEN OUTPUT CHECKPOINT.
007440     IF FS-CHECKPOINT = "00"
007450         MOVE WS-LINEAS-PROCESADAS TO CHECKPOINT-LINEA
007460         WRITE CHECKPOINT-LINEA
007470         CLOSE CHECKPOINT
007480     END-IF.
007490 2610-EXIT.
007500     EXIT.

007510*----------------------------------------------------------------*
007520* 8900-ULTIMO-CONTROL                                       *
007530* CONTROL DE LA ULTIMA LINEA ENCADENADA DE LA BITACORA       *
007540* WS-CAD-BASE, DEL QUE SIGUE LA LINEA NUEVA. CON EL VIVO RECIEN*
007550* ROTADO SE TOMA EL CONTROL FINAL DEL SEGMENTO MAS NUEVO DEL *
007560* INDICE DE ROTAR-BITACORAS; SIN NINGUNO LA CADENA EMPIEZA EN*
007570* CERO.                                                      *
007580*----------------------------------------------------------------*
007590 8900-ULTIMO-CONTROL.
007600     MOVE ZERO TO WS-CAD-ANTERIOR.
007610     MOVE "N" TO WS-CAD-HALLADO-SW.
007620     MOVE SPACES TO WS-CAD-ARCHIVO.
007630     STRING WS-CAD-BASE DELIMITED BY " "
007640         ".txt" DELIMITED BY SIZE
007650         INTO WS-CAD-ARCHIVO
007660     END-STRING.
007670     OPEN INPUT CADENA-LECTURA.
007680     IF FS-CADENA = "00"
007690         READ CADENA-LECTURA NEXT RECORD
007700         PERFORM 8910-MIRAR-LINEA THRU 8910-EXIT
007710             UNTIL FS-CADENA NOT = "00"
007720         CLOSE CADENA-LECTURA
007730     END-IF.
007740     IF CAD-HALLADO
007750         GO TO 8900-EXIT
007760     END-IF.
007770     MOVE ZERO TO WS-CAD-MES-MAYOR.
007780     OPEN INPUT CADENA-INDICE.
007790     IF FS-CAD-INDICE NOT = "00"
007800         GO TO 8900-EXIT
007810     END-IF.
007820     READ CADENA-INDICE NEXT RECORD.
007830     PERFORM 8920-MIRAR-SEGMENTO THRU 8920-EXIT
007840         UNTIL FS-CAD-INDICE NOT = "00".
007850     CLOSE CADENA-INDICE.
007860 8900-EXIT.
007870     EXIT.

007880 8910-MIRAR-LINEA.
007890     MOVE CADENA-LINEA TO WS-CAD-LINEA.
007900     PERFORM 8960-CONTROL-DE-LINEA THRU 8960-EXIT.
007910     IF CAD-CON-CONTROL
007920         MOVE WS-CAD-GUARDADO TO WS-CAD-ANTERIOR
007930         SET CAD-HALLADO TO TRUE
007940     END-IF.
007950     READ CADENA-LECTURA NEXT RECORD.
007960 8910-EXIT.
007970     EXIT.

007980 8920-MIRAR-SEGMENTO.
007990     MOVE SPACES TO WS-CAD-IDX-NOMBRE WS-CAD-IDX-MES.
008000     MOVE SPACES TO WS-CAD-IDX-ESTADO WS-CAD-IDX-BASE.
008010     MOVE SPACES TO WS-CAD-IDX-FINAL.
008020     UNSTRING CADENA-INDICE-LINEA DELIMITED BY ";"
008030         INTO WS-CAD-IDX-NOMBRE WS-CAD-IDX-MES WS-CAD-IDX-ESTADO
008040              WS-CAD-IDX-BASE WS-CAD-IDX-FINAL
008050     END-UNSTRING.
008060     IF WS-CAD-IDX-BASE = WS-CAD-BASE
008070        AND WS-CAD-IDX-MES NUMERIC
008080        AND WS-CAD-IDX-FINAL NUMERIC
008090         IF WS-CAD-IDX-MES > WS-CAD-MES-MAYOR
008100             MOVE WS-CAD-IDX-MES TO WS-CAD-MES-MAYOR
008110             MOVE WS-CAD-IDX-FINAL TO WS-CAD-ANTERIOR
008120         END-IF
008130     END-IF.
008140     READ CADENA-INDICE NEXT RECORD.
008150 8920-EXIT.
008160     EXIT.

008170*----------------------------------------------------------------*
008180* 8940-ENCADENAR-LINEA                                      *
008190* AGREGA A WS-CAD-LINEA ",#" Y EL CONTROL DE NUEVE DIGITOS   *
008200* ENCADENADO A WS-CAD-ANTERIOR, QUE QUEDA CON EL CONTROL NUEVO*
008210* PARA LA LINEA SIGUIENTE.                                   *
008220*----------------------------------------------------------------*
008230 8940-ENCADENAR-LINEA.
008240     MOVE 239 TO WS-CAD-LARGO.
008250     PERFORM 8965-RETROCEDER THRU 8965-EXIT
008260         UNTIL WS-CAD-LARGO = ZERO
008270            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
008280     MOVE SPACES TO WS-CAD-LINEA (WS-CAD-LARGO + 1:).
008290     PERFORM 8950-CALCULAR-CONTROL THRU 8950-EXIT.
008300     MOVE ",#" TO WS-CAD-LINEA (WS-CAD-LARGO + 1:2).
008310     MOVE WS-CAD-CONTROL TO WS-CAD-LINEA (WS-CAD-LARGO + 3:9).
008320     MOVE WS-CAD-CONTROL TO WS-CAD-ANTERIOR.
008330 8940-EXIT.
008340     EXIT.

008350*----------------------------------------------------------------*
008360* 8950-CALCULAR-CONTROL                                     *
008370* CONTROL DE LAS PRIMERAS WS-CAD-LARGO POSICIONES DE         *
008380* WS-CAD-LINEA ENCADENADO A WS-CAD-ANTERIOR: POR CADA CARACTER,*
008390* VALOR = (VALOR * 31 + CODIGO) MODULO 999999937. ES EL MISMO*
008400* CALCULO DE VERIFICAR-BITACORAS Y DE LOS FORMULARIOS.       *
008410*----------------------------------------------------------------*
008420 8950-CALCULAR-CONTROL.
008430     MOVE WS-CAD-ANTERIOR TO WS-CAD-VALOR.
008440     MOVE LOW-VALUE TO WS-CAD-PAR-ALTO.
008450     MOVE 1 TO WS-CAD-I.
008460     PERFORM 8955-SUMAR-CARACTER THRU 8955-EXIT
008470         UNTIL WS-CAD-I > WS-CAD-LARGO.
008480     MOVE WS-CAD-VALOR TO WS-CAD-CONTROL.
008490 8950-EXIT.
008500     EXIT.

008510 8955-SUMAR-CARACTER.
008520     MOVE WS-CAD-LINEA (WS-CAD-I:1) TO WS-CAD-PAR-BAJO.
008530     COMPUTE WS-CAD-VALOR = WS-CAD-VALOR * 31 + WS-CAD-CODIGO.
008540     DIVIDE WS-CAD-VALOR BY 999999937
008550         GIVING WS-CAD-COCIENTE REMAINDER WS-CAD-RESTO.
008560     MOVE WS-CAD-RESTO TO WS-CAD-VALOR.
008570     ADD 1 TO WS-CAD-I.
008580 8955-EXIT.
008590     EXIT.

008600*----------------------------------------------------------------*
008610* 8960-CONTROL-DE-LINEA                                     *
008620* SI WS-CAD-LINEA TERMINA EN ",#NNNNNNNNN" DEJA EL CONTROL EN*
008630* WS-CAD-GUARDADO Y PRENDE CAD-CON-CONTROL.                  *
008640*----------------------------------------------------------------*
008650 8960-CONTROL-DE-LINEA.
008660     MOVE "N" TO WS-CAD-CON-CONTROL-SW.
008670     MOVE 250 TO WS-CAD-LARGO.
008680     PERFORM 8965-RETROCEDER THRU 8965-EXIT
008690         UNTIL WS-CAD-LARGO = ZERO
008700            OR WS-CAD-LINEA (WS-CAD-LARGO:1) NOT = SPACE.
008710     IF WS-CAD-LARGO < 11
008720         GO TO 8960-EXIT
008730     END-IF.
008740     IF WS-CAD-LINEA (WS-CAD-LARGO - 10:2) NOT = ",#"
008750        OR WS-CAD-LINEA (WS-CAD-LARGO - 8:9) NOT NUMERIC
008760         GO TO 8960-EXIT
008770     END-IF.
008780     MOVE WS-CAD-LINEA (WS-CAD-LARGO - 8:9) TO WS-CAD-GUARDADO.
008790     SET CAD-CON-CONTROL TO TRUE.
008800 8960-EXIT.
008810     EXIT.

008820 8965-RETROCEDER.
008830     SUBTRACT 1 FROM WS-CAD-LARGO.
008840 8965-EXIT.
008850     EXIT.

008860*----------------------------------------------------------------*
008870* 9000-FINALIZAR                                            *
008880*----------------------------------------------------------------*
008890 9000-FINALIZAR.
008900     IF ARCHIVOS-ABIERTOS
008910         CLOSE COBRANZA
008920         CLOSE ALUMNO
008930         CLOSE PAGO
008940         CLOSE RECIBO
008950         CLOSE COBROBANCO
008960         CLOSE RECHAZADOS
008970*        LA CORRIDA TERMINO COMPLETA: EL CHECKPOINT VUELVE A
008980*        CERO PARA QUE EL PROXIMO ARCHIVO ARRANQUE DEL
008990*        PRINCIPIO.
009000         MOVE ZERO TO WS-LINEAS-PROCESADAS
009010         PERFORM 2610-ESCRIBIR-CHECKPOINT THRU 2610-EXIT
009020     END-IF.
009030     IF CIERRES-DISPONIBLE
009040         CLOSE CIERRES
009050     END-IF.
009060     IF ARANCEL-DISPONIBLE
009070         CLOSE ARANCEL
009080     END-IF.
009090     IF BECA-DISPONIBLE
009100         CLOSE BECA
009110     END-IF.
009120     IF TRAILER-LEIDO
009130        AND (WS-TRL-CANTIDAD NOT = WS-DET-CANTIDAD
009140        OR WS-TRL-TOTAL NOT = WS-DET-TOTAL)
009150         MOVE 1 TO WS-TRAILER-DESCUADRADO
009160         DISPLAY "ATENCION: el trailer del banco no cuadra con "
009170             "los detalles (" WS-TRL-CANTIDAD "/" WS-DET-CANTIDAD
009180             ")"
009190     END-IF.
009200     DISPLAY "Leidos: " WS-TOTAL-LEIDOS.
009210     DISPLAY "Aplicados: " WS-TOTAL-APLICADOS.
009220     DISPLAY "Rechazados: " WS-TOTAL-RECHAZADOS.
009230     MOVE WS-IMPORTE-TOTAL TO WS-TOTAL-ED.
009240     DISPLAY "Importe acreditado: $" WS-TOTAL-ED.
009250     IF RETURN-CODE = ZERO
009260        AND (WS-TOTAL-RECHAZADOS > ZERO
009270        OR WS-TRAILER-DESCUADRADO > ZERO)
009280         MOVE 4 TO RETURN-CODE
009290     END-IF.
009300     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
009310 9000-EXIT.
009320     EXIT.

009330*----------------------------------------------------------------*
009340* 9100-GRABAR-LOG                                           *
009350* DEJA LOS TOTALES DE LA CORRIDA, CON FECHA Y HORA, EN EL    *
009360* LOG COMPARTIDO DE LOS BATCH.                               *
009370*----------------------------------------------------------------*
009380 9100-GRABAR-LOG.
009390     OPEN EXTEND LOG-CORRIDA.
009400     IF FS-LOG = "05" OR FS-LOG = "35"
009410         OPEN OUTPUT LOG-CORRIDA
009420     END-IF.
009430     IF FS-LOG NOT = "00"
009440         GO TO 9100-EXIT
009450     END-IF.
009460     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
009470     ACCEPT WS-LOG-HORA FROM TIME.
009480     MOVE WS-TOTAL-LEIDOS TO WS-LOG-LEIDOS.
009490     MOVE WS-TOTAL-APLICADOS TO WS-LOG-APLICADOS.
009500     MOVE WS-TOTAL-RECHAZADOS TO WS-LOG-RECHAZADOS.
009510     MOVE RETURN-CODE TO WS-LOG-RC.
009520     MOVE SPACES TO LOG-LINEA.
009530     STRING WS-LOG-FECHA DELIMITED BY SIZE
009540         " " DELIMITED BY SIZE
009550         WS-LOG-HORA DELIMITED BY SIZE
009560         " IMPORTAR-COBRANZA-BANCO LEIDOS=" DELIMITED BY SIZE
009570         WS-LOG-LEIDOS DELIMITED BY SIZE
009580         " APLICADOS=" DELIMITED BY SIZE
009590         WS-LOG-APLICADOS DELIMITED BY SIZE
009600         " RECHAZADOS=" DELIMITED BY SIZE
009610         WS-LOG-RECHAZADOS DELIMITED BY SIZE
009620         " RC=" DELIMITED BY SIZE
009630         WS-LOG-RC DELIMITED BY SIZE
009640         INTO LOG-LINEA
009650     END-STRING.
009660     WRITE LOG-LINEA.
009670     CLOSE LOG-CORRIDA.
009680 9100-EXIT.
009690     EXIT.

009700 9999-EXIT.
009710     EXIT.
