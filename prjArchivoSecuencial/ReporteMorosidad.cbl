000300* PARA QUE EL REPORTE SIGA SIRVIENDO MIENTRAS SE CARGAN LOS
000310* ARANCELES.
000320*
000321* CON VENCIMIENTO Y RECARGO EN EL ARANCEL QUE FIJA LA CUOTA, A
000322* CADA PERIODO VENCIDO CON SALDO SE LE CALCULA EL RECARGO POR
000323* MORA A LA FECHA DE HOY (MISMA REGLA QUE FRMPAGOS): MONTO FIJO
000324* UNA VEZ POR PERIODO, MENOS LO YA COBRADO (PAGRECARGO), O
000325* PORCENTAJE MENSUAL SOBRE EL SALDO POR CADA MES O FRACCION
000326* DESDE EL VENCIMIENTO. EL RECARGO SE MUESTRA JUNTO AL SALDO Y
000327* SE TOTALIZA APARTE.
000328*
00032A* LOS CONCEPTOS DE FACTURACION DEL CICLO (CONCEPTO.TXT: MATRICULA
00032B* ANUAL, MATERIALES, COMEDOR...) SE CONTROLAN APARTE DE LA CUOTA:
00032C* UN CARGO ANUAL POR ALUMNO Y CICLO (PERIODO AAAA00) O UNO POR
00032D* MES DE CLASE DEL CICLO, SOLO A LOS ALUMNOS QUE LO TIENEN
00032E* ASIGNADO SI ES OPTATIVO (ALUMNO_CONCEPTO.TXT), CONTRA LO
00032F* COBRADO EN PAGO_CONCEPTO.TXT. SIN BECA, DESCUENTO NI RECARGO.
00032G* EL SALDO DEL ALUMNO Y EL TOTAL SE DESGLOSAN POR CONCEPTO.
00032H*
00032I* PARAMETROS POR LINEA DE COMANDO EN MODO DESATENDIDO:
00032J* "AAAAMM AAAAMM" (PERIODO DESDE Y HASTA) O UNA FECHA DE
00032K* PROCESO AAAAMMDD (CADENA NOCTURNA), QUE CONTROLA DESDE EL MES
00032L* DE INICIO DEL CICLO DE ESE ANO (CICLO.TXT; SIN CICLO, DESDE
00032M* ENERO) HASTA EL MES DE LA FECHA. SIN PARAMETROS LOS PIDE POR
00032N* CONSOLA, COMO SIEMPRE.
00032O*
00032P* DEJA ADEMAS MOROSIDAD_SALDOS.TXT PARA EL TABLERO DE DIRECCION
00032Q* (SE RECREA EN CADA CORRIDA): UNA CABECERA
00032R* C;FECHA;DESDE;HASTA Y UNA LINEA POR ALUMNO
00032S* A;NUMERO;FACTURADO;COBRADO;SALDO;RECARGO CON LO FACTURADO Y LO
00032T* COBRADO DEL ULTIMO PERIODO DEL RANGO (CUOTA Y CONCEPTOS) Y EL
00032U* SALDO Y EL RECARGO DE TODO EL RANGO, CON DOS DECIMALES
00032V* IMPLICITOS. SOLO VAN LOS ALUMNOS CON ALGUNO DE ESOS IMPORTES.
00032W* ADEMAS, UNA LINEA P;NUMERO;PERIODO;CONCEPTO;ESPERADO;PAGADO;
00032X* SALDO;RECARGO POR CADA PERIODO (CUOTA O CONCEPTO) QUE SE LE
00032Y* RECLAMA AL ALUMNO EN EL RANGO, PARA EL PORTAL DE FAMILIAS.
00032Z*
000330* HISTORIAL DE MODIFICACIONES
000340*   2026-08-22  OFS  VERSION INICIAL.
000350*   2026-08-22  OFS  SOLO ALUMNOS ACTIVOS (BAJA LOGICA).
000452*   2026-09-03  OFS  LAS VENTANAS SE CARGAN DE LOS SEGMENTOS
000454*                    MENSUALES VIGENTES DE ALUMNO_CAMBIOS MAS EL
000456*                    VIVO, PARA SOBREVIVIR A ROTAR-BITACORAS.
000457*   2026-10-15  OFS  RECARGO POR MORA ADEUDADO POR PERIODO,
000458*                    ALUMNO Y TOTAL, SEGUN EL VENCIMIENTO Y LA
000459*                    REGLA DE RECARGO DEL ARANCEL.
00045A*   2026-10-15  OFS  CONCEPTOS DE FACTURACION (CONCEPTO.TXT) Y
00045B*                    SALDOS DESGLOSADOS POR CONCEPTO.
00045C*   2026-10-15  OFS  EL INDICE DE SEGMENTOS TRAE EL CONTROL FINAL
00045D*                    DE CADA SEGMENTO: LINEA DEL INDICE A 80.
00045E*   2026-10-15  OFS  PARAMETROS POR LINEA DE COMANDO PARA LA
00045F*                    CADENA NOCTURNA Y MOROSIDAD_SALDOS.TXT PARA
00045G*                    EL TABLERO DE DIRECCION.
00045H*   2026-10-15  OFS  LINEAS P DE SALDO POR PERIODO Y CONCEPTO EN
00045I*                    MOROSIDAD_SALDOS.TXT PARA EL PORTAL DE
00045J*                    FAMILIAS.
000460*
000470 ENVIRONMENT DIVISION.
000480 INPUT-OUTPUT SECTION.
000582     SELECT INDICE ASSIGN TO WS-ARCHIVO-INDICE
000584         ORGANIZATION LINE SEQUENTIAL
000586         FILE STATUS FS-INDICE.
00058A     COPY ConceptoSelect.
00058B     COPY AlumnoConceptoSelect.
00058C     COPY PagoConceptoSelect.
00058D     COPY CicloSelect.
00058E     SELECT SALDOS ASSIGN TO WS-ARCHIVO-SALDOS
00058F         ORGANIZATION LINE SEQUENTIAL
00058G         FILE STATUS FS-SALDOS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ALUMNO.
000730 FD  CAMBIOS.
000740 01  CAMBIOS-LINEA           PIC X(250).
000742 FD  INDICE.
000744 01  INDICE-LINEA            PIC X(80).
00074A FD  CONCEPTO.
00074B     COPY ConceptoRegistro.
00074C FD  ALUMNOCONCEPTO.
00074D     COPY AlumnoConceptoRegistro.
00074E FD  PAGOCONCEPTO.
00074F     COPY PagoConceptoRegistro.
00074G FD  CICLO.
00074H     COPY CicloRegistro.
00074I FD  SALDOS.
00074J 01  SALDOS-LINEA            PIC X(80).
000750 WORKING-STORAGE SECTION.
000760 01  FS-ALUMNO               PIC XX.
000770 01  FS-PAGO                 PIC XX.
000838 01  WS-IDX-MES-X            PIC X(06).
000839 01  WS-IDX-ESTADO           PIC X(01).
00083A 01  WS-IDX-BASE             PIC X(20).
00083B 01  FS-CONCEPTO             PIC XX.
00083C 01  FS-ALUMNO-CONCEPTO      PIC XX.
00083D 01  FS-PAGO-CONCEPTO        PIC XX.
00083E 01  FS-CICLO                PIC XX.
00083F 01  FS-SALDOS               PIC XX.
00083G 01  WS-ARCHIVO-SALDOS   PIC X(40) VALUE "morosidad_saldos.txt".
00083H 01  WS-PARAMETRO            PIC X(80) VALUE SPACES.
000840 01  WS-SWITCHES.
000850     05  WS-ARCHIVOS-ABIERTOS-SW PIC X(01) VALUE "N".
000860         88  ARCHIVOS-ABIERTOS        VALUE "S".
000980         88  FAMILIA-DISPONIBLE       VALUE "S".
000990     05  WS-TIENE-HERMANOS-SW PIC X(01) VALUE "N".
001000         88  TIENE-HERMANOS           VALUE "S".
001001     05  WS-ASIGNACION-DISPONIBLE-SW PIC X(01) VALUE "N".
001002         88  ASIGNACION-DISPONIBLE    VALUE "S".
001003     05  WS-PAGO-CONCEPTO-DISPONIBLE-SW PIC X(01) VALUE "N".
001004         88  PAGO-CONCEPTO-DISPONIBLE VALUE "S".
001005     05  WS-CICLO-DISPONIBLE-SW PIC X(01) VALUE "N".
001006         88  CICLO-DISPONIBLE         VALUE "S".
001007     05  WS-SALDOS-ABIERTO-SW PIC X(01) VALUE "N".
001008         88  SALDOS-ABIERTO           VALUE "S".
001010 01  WS-PERIODO-DESDE        PIC 9(06).
001020 01  WS-PERIODO-HASTA        PIC 9(06).
001030 01  WS-PERIODO-ACTUAL       PIC 9(06).
001240 77  WS-SALDO-ED             PIC ZZZ,ZZ9.99.
001250 77  WS-SALDO-ALUMNO-ED      PIC Z,ZZZ,ZZ9.99.
001260 77  WS-SALDO-TOTAL-ED       PIC ZZZ,ZZZ,ZZ9.99.
00126A*    VENCIMIENTO Y REGLA DE RECARGO DEL ARANCEL QUE FIJA LA
00126B*    CUOTA DEL ANO (SE CACHEAN JUNTO CON WS-ESPERADO-ANIO).
00126C 77  WS-VTO-DIA              PIC 9(02) VALUE ZERO.
00126D 77  WS-VTO-TIPO             PIC X(01) VALUE SPACE.
00126E 77  WS-VTO-VALOR            PIC 9(06)V99 VALUE ZERO.
00126F 77  WS-MESES-MORA           PIC S9(05) VALUE ZERO.
00126G 77  WS-RECARGO              PIC 9(06)V99 VALUE ZERO.
00126H 77  WS-RECARGO-ALUMNO       PIC 9(08)V99 VALUE ZERO.
00126I 77  WS-RECARGO-TOTAL        PIC 9(10)V99 VALUE ZERO.
00126J 77  WS-RECARGO-ED           PIC ZZZ,ZZ9.99.
00126K 01  WS-FECHA-HOY            PIC 9(08).
00126L 01  WS-FECHA-HOY-PARTES REDEFINES WS-FECHA-HOY.
00126M     05  WS-HOY-AAAA         PIC 9(04).
00126N     05  WS-HOY-MM           PIC 9(02).
00126O     05  WS-HOY-DD           PIC 9(02).
00126P 77  WS-MESES-ED             PIC ZZ9.
0012A0*    CONCEPTOS DE FACTURACION DE LOS CICLOS DEL RANGO, CON LOS
0012A1*    MESES DE CLASE DEL CICLO Y EL SALDO POR ALUMNO Y TOTAL.
0012A2 01  WS-TABLA-CONCEPTOS.
0012A3     05  WS-CONCEPTO OCCURS 100 TIMES.
0012A4         10  WS-CON-CICLO        PIC 9(04).
0012A5         10  WS-CON-CODIGO       PIC X(06).
0012A6         10  WS-CON-DESCRIPCION  PIC X(30).
0012A7         10  WS-CON-IMPORTE      PIC 9(06)V99.
0012A8         10  WS-CON-FRECUENCIA   PIC X(01).
0012A9         10  WS-CON-OPCIONAL     PIC X(01).
0012B0         10  WS-CON-MES-DESDE    PIC 9(02).
0012B1         10  WS-CON-MES-HASTA    PIC 9(02).
0012B2         10  WS-CON-SALDO-ALUMNO PIC 9(08)V99.
0012B3         10  WS-CON-SALDO-TOTAL  PIC 9(10)V99.
0012B4 77  WS-TOTAL-CONCEPTOS      PIC 9(03) VALUE ZERO COMP.
0012B5 77  WS-CON-I                PIC 9(03) VALUE ZERO COMP.
0012B6 77  WS-ANIO-ANUALES         PIC 9(04) VALUE ZERO.
0012B7 77  WS-CON-PERIODO          PIC 9(06) VALUE ZERO.
0012B8 77  WS-CUOTA-ALUMNO         PIC 9(08)V99 VALUE ZERO.
0012B9 77  WS-CUOTA-TOTAL          PIC 9(10)V99 VALUE ZERO.
0012C0*    LO FACTURADO Y LO COBRADO DEL ALUMNO EN EL ULTIMO PERIODO DEL
0012C1*    RANGO Y LAS LINEAS DE MOROSIDAD_SALDOS.TXT.
0012C2 77  WS-FACTURADO-MES        PIC 9(08)V99 VALUE ZERO.
0012C3 77  WS-COBRADO-MES          PIC 9(08)V99 VALUE ZERO.
0012C4 01  WS-SAL-CABECERA.
0012C5     05  SCA-TIPO            PIC X(01) VALUE "C".
0012C6     05  FILLER              PIC X(01) VALUE ";".
0012C7     05  SCA-FECHA           PIC 9(08).
0012C8     05  FILLER              PIC X(01) VALUE ";".
0012C9     05  SCA-DESDE           PIC 9(06).
0012D0     05  FILLER              PIC X(01) VALUE ";".
0012D1     05  SCA-HASTA           PIC 9(06).
0012D2 01  WS-SAL-ALUMNO.
0012D3     05  SAL-TIPO            PIC X(01) VALUE "A".
0012D4     05  FILLER              PIC X(01) VALUE ";".
0012D5     05  SAL-NUMERO          PIC 9(07).
0012D6     05  FILLER              PIC X(01) VALUE ";".
0012D7     05  SAL-FACTURADO       PIC 9(08)V99.
0012D8     05  FILLER              PIC X(01) VALUE ";".
0012D9     05  SAL-COBRADO         PIC 9(08)V99.
0012E0     05  FILLER              PIC X(01) VALUE ";".
0012E1     05  SAL-SALDO           PIC 9(08)V99.
0012E2     05  FILLER              PIC X(01) VALUE ";".
0012E3     05  SAL-RECARGO         PIC 9(08)V99.
0012E4 01  WS-SAL-PERIODO.
0012E5     05  SPE-TIPO            PIC X(01) VALUE "P".
0012E6     05  FILLER              PIC X(01) VALUE ";".
0012E7     05  SPE-NUMERO          PIC 9(07).
0012E8     05  FILLER              PIC X(01) VALUE ";".
0012E9     05  SPE-PERIODO         PIC 9(06).
0012F0     05  FILLER              PIC X(01) VALUE ";".
0012F1     05  SPE-CONCEPTO        PIC X(06).
0012F2     05  FILLER              PIC X(01) VALUE ";".
0012F3     05  SPE-ESPERADO        PIC 9(08)V99.
0012F4     05  FILLER              PIC X(01) VALUE ";".
0012F5     05  SPE-PAGADO          PIC 9(08)V99.
0012F6     05  FILLER              PIC X(01) VALUE ";".
0012F7     05  SPE-SALDO           PIC 9(08)V99.
0012F8     05  FILLER              PIC X(01) VALUE ";".
0012F9     05  SPE-RECARGO         PIC 9(08)V99.
001270*    VENTANAS DE BAJA/REACTIVACION: HASTA QUE MES SE RECLAMA AL
001280*    ALUMNO Y QUE HUECO (BAJA, REACTIVACION) NO SE RECLAMA.
001290 77  WS-PERIODO-LIMITE       PIC 9(06) VALUE 999912.
001540
001550*----------------------------------------------------------------*
001560* 1000-INICIALIZAR                                          *
001570* TOMA EL RANGO DE PERIODOS Y ABRE LOS ARCHIVOS.             *
001580*----------------------------------------------------------------*
001590 1000-INICIALIZAR.
001615     PERFORM 1100-OBTENER-RANGO THRU 1100-EXIT.
001640     IF WS-PERIODO-HASTA < WS-PERIODO-DESDE
001650         DISPLAY "Rango invalido"
001660         GO TO 1000-EXIT
001770         GO TO 1000-EXIT
001780     END-IF.
001790     SET ARCHIVOS-ABIERTOS TO TRUE.
001795     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
      *> ARANCEL.TXT, BECA.TXT Y MATRICULA.TXT SON OPTATIVOS: SI
      *> TODAVIA NO EXISTEN, EL REPORTE CAE AL CONTROL HISTORICO DE
      *> EXISTENCIA DE PAGOS.
001940         SET FAMILIA-DISPONIBLE TO TRUE
001950     END-IF.
001960     PERFORM 1200-CARGAR-VENTANAS THRU 1200-EXIT.
001965     PERFORM 1300-CARGAR-CONCEPTOS THRU 1300-EXIT.
001967     PERFORM 1400-ABRIR-SALDOS THRU 1400-EXIT.
001970 1000-EXIT.
001980     EXIT.
0019A0
0019A1*----------------------------------------------------------------*
0019A2* 1100-OBTENER-RANGO                                        *
0019A3* RANGO POR LINEA DE COMANDO ("AAAAMM AAAAMM" O UNA FECHA DE   *
0019A4* PROCESO AAAAMMDD) O, SI NO VIENE, POR CONSOLA.              *
0019A5*----------------------------------------------------------------*
0019A6 1100-OBTENER-RANGO.
0019A7     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
0019A8     IF WS-PARAMETRO (1:6) NUMERIC AND WS-PARAMETRO (7:1) = SPACE
0019A9        AND WS-PARAMETRO (8:6) NUMERIC
0019B0         MOVE WS-PARAMETRO (1:6) TO WS-PERIODO-DESDE
0019B1         MOVE WS-PARAMETRO (8:6) TO WS-PERIODO-HASTA
0019B2         GO TO 1100-EXIT
0019B3     END-IF.
0019B4     IF WS-PARAMETRO (1:8) NUMERIC
0019B5         MOVE WS-PARAMETRO (1:6) TO WS-PERIODO-HASTA
0019B6         PERFORM 1150-DESDE-CICLO THRU 1150-EXIT
0019B7         GO TO 1100-EXIT
0019B8     END-IF.
0019B9     DISPLAY "Periodo desde (AAAAMM): " WITH NO ADVANCING.
0019C0     ACCEPT WS-PERIODO-DESDE FROM CONSOLE.
0019C1     DISPLAY "Periodo hasta (AAAAMM): " WITH NO ADVANCING.
0019C2     ACCEPT WS-PERIODO-HASTA FROM CONSOLE.
0019C3 1100-EXIT.
0019C4     EXIT.
0019C5
0019C6*----------------------------------------------------------------*
0019C7* 1150-DESDE-CICLO                                          *
0019C8* CON UNA FECHA DE PROCESO EL RANGO EMPIEZA EN EL MES DE      *
0019C9* INICIO DE CLASES DEL CICLO DE ESE ANO, O EN ENERO SI EL     *
0019D0* CICLO NO ESTA CARGADO O SU INICIO ES POSTERIOR A LA FECHA.  *
0019D1*----------------------------------------------------------------*
0019D2 1150-DESDE-CICLO.
0019D3     MOVE WS-PERIODO-HASTA TO WS-PERIODO-DESDE.
0019D4     MOVE "01" TO WS-PERIODO-DESDE (5:2).
0019D5     OPEN INPUT CICLO.
0019D6     IF FS-CICLO NOT = "00"
0019D7         GO TO 1150-EXIT
0019D8     END-IF.
0019D9     MOVE WS-PERIODO-HASTA (1:4) TO CICANIO.
0019E0     READ CICLO
0019E1         INVALID KEY
0019E2             CONTINUE
0019E3         NOT INVALID KEY
0019E4             IF CICFECHADESDE NUMERIC
0019E5                AND CICFECHADESDE (1:4) = WS-PERIODO-HASTA (1:4)
0019E6                AND CICFECHADESDE (1:6) NOT > WS-PERIODO-HASTA
0019E7                 MOVE CICFECHADESDE (1:6) TO WS-PERIODO-DESDE
0019E8             END-IF
0019E9     END-READ.
0019F0     CLOSE CICLO.
0019F1 1150-EXIT.
0019F2     EXIT.

001990*----------------------------------------------------------------*
002000* 1200-CARGAR-VENTANAS                                      *
002630 1210-EXIT.
002640     EXIT.
002650
0026A0*----------------------------------------------------------------*
0026A1* 1300-CARGAR-CONCEPTOS                                     *
0026A2* CARGA EN LA TABLA LOS CONCEPTOS DE LOS CICLOS DEL RANGO,   *
0026A3* CON LOS MESES DE CLASE DE SU CICLO (CICLO.TXT; SIN EL      *
0026A4* CICLO SE TOMA EL ANO ENTERO), Y ABRE LAS ASIGNACIONES Y    *
0026A5* LOS PAGOS DE CONCEPTOS. TODOS LOS ARCHIVOS SON OPTATIVOS:  *
0026A6* SIN CONCEPTO.TXT EL REPORTE QUEDA SOLO CON LA CUOTA.       *
0026A7*----------------------------------------------------------------*
0026A8 1300-CARGAR-CONCEPTOS.
0026A9     OPEN INPUT ALUMNOCONCEPTO.
0026B0     IF FS-ALUMNO-CONCEPTO = "00"
0026B1         SET ASIGNACION-DISPONIBLE TO TRUE
0026B2     END-IF.
0026B3     OPEN INPUT PAGOCONCEPTO.
0026B4     IF FS-PAGO-CONCEPTO = "00"
0026B5         SET PAGO-CONCEPTO-DISPONIBLE TO TRUE
0026B6     END-IF.
0026B7     OPEN INPUT CONCEPTO.
0026B8     IF FS-CONCEPTO NOT = "00"
0026B9         GO TO 1300-EXIT
0026C0     END-IF.
0026C1     OPEN INPUT CICLO.
0026C2     IF FS-CICLO = "00"
0026C3         SET CICLO-DISPONIBLE TO TRUE
0026C4     END-IF.
0026C5     READ CONCEPTO NEXT RECORD.
0026C6     PERFORM 1310-CARGAR-CONCEPTO THRU 1310-EXIT
0026C7         UNTIL FS-CONCEPTO NOT = "00".
0026C8     CLOSE CONCEPTO.
0026C9     IF CICLO-DISPONIBLE
0026D0         CLOSE CICLO
0026D1     END-IF.
0026D2 1300-EXIT.
0026D3     EXIT.

0026D4 1310-CARGAR-CONCEPTO.
0026D5     IF CONCICLO < WS-PERIODO-DESDE (1:4)
0026D6        OR CONCICLO > WS-PERIODO-HASTA (1:4)
0026D7         GO TO 1310-SIGUIENTE
0026D8     END-IF.
0026D9     IF CONIMPORTE NOT NUMERIC OR CONIMPORTE = ZERO
0026E0         GO TO 1310-SIGUIENTE
0026E1     END-IF.
0026E2     IF WS-TOTAL-CONCEPTOS >= 100
0026E3         DISPLAY "Tabla de conceptos completa; se omite "
0026E4             CONCICLO " " CONCODIGO
0026E5         GO TO 1310-SIGUIENTE
0026E6     END-IF.
0026E7     ADD 1 TO WS-TOTAL-CONCEPTOS.
0026E8     MOVE WS-TOTAL-CONCEPTOS TO WS-CON-I.
0026E9     MOVE CONCICLO TO WS-CON-CICLO (WS-CON-I).
0026F0     MOVE CONCODIGO TO WS-CON-CODIGO (WS-CON-I).
0026F1     MOVE CONDESCRIPCION TO WS-CON-DESCRIPCION (WS-CON-I).
0026F2     MOVE CONIMPORTE TO WS-CON-IMPORTE (WS-CON-I).
0026F3     MOVE CONFRECUENCIA TO WS-CON-FRECUENCIA (WS-CON-I).
0026F4     MOVE CONOPCIONAL TO WS-CON-OPCIONAL (WS-CON-I).
0026F5     MOVE 1 TO WS-CON-MES-DESDE (WS-CON-I).
0026F6     MOVE 12 TO WS-CON-MES-HASTA (WS-CON-I).
0026F7     MOVE ZERO TO WS-CON-SALDO-ALUMNO (WS-CON-I).
0026F8     MOVE ZERO TO WS-CON-SALDO-TOTAL (WS-CON-I).
0026F9     IF NOT CICLO-DISPONIBLE
0026G0         GO TO 1310-SIGUIENTE
0026G1     END-IF.
0026G2     MOVE CONCICLO TO CICANIO.
0026G3     READ CICLO
0026G4         INVALID KEY
0026G5             GO TO 1310-SIGUIENTE
0026G6     END-READ.
0026G7     IF CICFECHADESDE NUMERIC AND CICFECHAHASTA NUMERIC
0026G8        AND CICFECHADESDE (1:4) = CONCICLO
0026G9        AND CICFECHAHASTA (1:4) = CONCICLO
0026H0         MOVE CICFECHADESDE (5:2) TO WS-CON-MES-DESDE (WS-CON-I)
0026H1         MOVE CICFECHAHASTA (5:2) TO WS-CON-MES-HASTA (WS-CON-I)
0026H2     END-IF.
0026H3 1310-SIGUIENTE.
0026H4     READ CONCEPTO NEXT RECORD.
0026H5 1310-EXIT.
0026H6     EXIT.
0026H7
0026H8*----------------------------------------------------------------*
0026H9* 1400-ABRIR-SALDOS                                         *
0026I0* CREA MOROSIDAD_SALDOS.TXT CON SU CABECERA. SI NO SE PUEDE,  *
0026I1* EL REPORTE SIGUE IGUAL Y EL TABLERO QUEDA CON LA CORRIDA    *
0026I2* ANTERIOR.                                                   *
0026I3*----------------------------------------------------------------*
0026I4 1400-ABRIR-SALDOS.
0026I5     IF NOT ARCHIVOS-ABIERTOS
0026I6         GO TO 1400-EXIT
0026I7     END-IF.
0026I8     OPEN OUTPUT SALDOS.
0026I9     IF FS-SALDOS NOT = "00"
0026J0         DISPLAY "No se pudo crear morosidad_saldos.txt"
0026J1         GO TO 1400-EXIT
0026J2     END-IF.
0026J3     SET SALDOS-ABIERTO TO TRUE.
0026J4     MOVE WS-FECHA-HOY TO SCA-FECHA.
0026J5     MOVE WS-PERIODO-DESDE TO SCA-DESDE.
0026J6     MOVE WS-PERIODO-HASTA TO SCA-HASTA.
0026J7     WRITE SALDOS-LINEA FROM WS-SAL-CABECERA.
0026J8 1400-EXIT.
0026J9     EXIT.
0026K0
002660*----------------------------------------------------------------*
002670* 2000-PROCESAR-ALUMNOS                                     *
002680* RECORRE ALUMNO.TXT Y CONTROLA LOS PERIODOS DE CADA UNO.    *
002960     END-IF.
002970     PERFORM 2160-BUSCAR-VENTANA THRU 2160-EXIT.
002980     PERFORM 2170-CONTROLAR-HERMANOS THRU 2170-EXIT.
002985     MOVE ZERO TO WS-FACTURADO-MES WS-COBRADO-MES.
002990     MOVE ZERO TO WS-ADEUDADOS.
003000     MOVE ZERO TO WS-SALDO-ALUMNO.
003005     MOVE ZERO TO WS-RECARGO-ALUMNO.
00300A     MOVE ZERO TO WS-CUOTA-ALUMNO.
00300B     MOVE ZERO TO WS-ANIO-ANUALES.
00300C     PERFORM VARYING WS-CON-I FROM 1 BY 1
00300D             UNTIL WS-CON-I > WS-TOTAL-CONCEPTOS
00300E         MOVE ZERO TO WS-CON-SALDO-ALUMNO (WS-CON-I)
00300F     END-PERFORM.
003010     MOVE ZERO TO WS-ANIO-CACHE.
003020     MOVE "N" TO WS-ENCABEZADO-LISTO-SW.
003030     PERFORM 2150-LEER-BECA THRU 2150-EXIT.
003100             MOVE WS-SALDO-ALUMNO TO WS-SALDO-ALUMNO-ED
003110             DISPLAY "    SALDO ADEUDADO: $" WS-SALDO-ALUMNO-ED
003120             ADD WS-SALDO-ALUMNO TO WS-SALDO-TOTAL
003125             PERFORM 2180-DESGLOSE-ALUMNO THRU 2180-EXIT
003130         END-IF
003131         IF WS-RECARGO-ALUMNO > ZERO
003132             MOVE WS-RECARGO-ALUMNO TO WS-SALDO-ALUMNO-ED
003133             DISPLAY "    RECARGO POR MORA: $" WS-SALDO-ALUMNO-ED
003134             ADD WS-RECARGO-ALUMNO TO WS-RECARGO-TOTAL
003135         END-IF
003140     END-IF.
003145     PERFORM 2190-GRABAR-SALDO THRU 2190-EXIT.
003150 2100-SIGUIENTE.
003160     READ ALUMNO NEXT RECORD.
003170 2100-EXIT.
004120 2175-EXIT.
004130     EXIT.

0041A0*----------------------------------------------------------------*
0041A1* 2180-DESGLOSE-ALUMNO                                      *
0041A2* SALDO DEL ALUMNO POR CONCEPTO (CUOTA Y CADA CONCEPTO CON   *
0041A3* SALDO), ACUMULADO TAMBIEN AL DESGLOSE DEL TOTAL.           *
0041A4*----------------------------------------------------------------*
0041A5 2180-DESGLOSE-ALUMNO.
0041A6     ADD WS-CUOTA-ALUMNO TO WS-CUOTA-TOTAL.
0041A7     IF WS-TOTAL-CONCEPTOS = ZERO
0041A8         GO TO 2180-EXIT
0041A9     END-IF.
0041B0     IF WS-CUOTA-ALUMNO > ZERO
0041B1         MOVE WS-CUOTA-ALUMNO TO WS-SALDO-ALUMNO-ED
0041B2         DISPLAY "        CUOTA MENSUAL: $" WS-SALDO-ALUMNO-ED
0041B3     END-IF.
0041B4     PERFORM 2185-DESGLOSE-CONCEPTO THRU 2185-EXIT
0041B5         VARYING WS-CON-I FROM 1 BY 1
0041B6         UNTIL WS-CON-I > WS-TOTAL-CONCEPTOS.
0041B7 2180-EXIT.
0041B8     EXIT.

0041B9 2185-DESGLOSE-CONCEPTO.
0041C0     IF WS-CON-SALDO-ALUMNO (WS-CON-I) = ZERO
0041C1         GO TO 2185-EXIT
0041C2     END-IF.
0041C3     MOVE WS-CON-SALDO-ALUMNO (WS-CON-I) TO WS-SALDO-ALUMNO-ED.
0041C4     DISPLAY "        " WS-CON-DESCRIPCION (WS-CON-I)
0041C5         " " WS-CON-CICLO (WS-CON-I) ": $" WS-SALDO-ALUMNO-ED.
0041C6     ADD WS-CON-SALDO-ALUMNO (WS-CON-I)
0041C7         TO WS-CON-SALDO-TOTAL (WS-CON-I).
0041C8 2185-EXIT.
0041C9     EXIT.
0041D0
0041D1*----------------------------------------------------------------*
0041D2* 2190-GRABAR-SALDO                                         *
0041D3* LINEA DEL ALUMNO EN MOROSIDAD_SALDOS.TXT, SI TUVO ALGO      *
0041D4* FACTURADO O COBRADO EN EL ULTIMO PERIODO O SALDO ADEUDADO.  *
0041D5*----------------------------------------------------------------*
0041D6 2190-GRABAR-SALDO.
0041D7     IF NOT SALDOS-ABIERTO
0041D8         GO TO 2190-EXIT
0041D9     END-IF.
0041E0     IF WS-FACTURADO-MES = ZERO AND WS-COBRADO-MES = ZERO
0041E1        AND WS-SALDO-ALUMNO = ZERO AND WS-RECARGO-ALUMNO = ZERO
0041E2         GO TO 2190-EXIT
0041E3     END-IF.
0041E4     MOVE NUMERO TO SAL-NUMERO.
0041E5     MOVE WS-FACTURADO-MES TO SAL-FACTURADO.
0041E6     MOVE WS-COBRADO-MES TO SAL-COBRADO.
0041E7     MOVE WS-SALDO-ALUMNO TO SAL-SALDO.
0041E8     MOVE WS-RECARGO-ALUMNO TO SAL-RECARGO.
0041E9     WRITE SALDOS-LINEA FROM WS-SAL-ALUMNO.
0041F0 2190-EXIT.
0041F1     EXIT.

004140 2200-CONTROLAR-PERIODO.
      *> PERIODOS POSTERIORES A LA BAJA, O DENTRO DEL HUECO ENTRE LA
      *> ULTIMA BAJA Y LA REACTIVACION, NO SE RECLAMAN.
004410     IF PAGO-HALLADO
004420         MOVE PAGIMPORTE TO WS-PAGADO
004430     END-IF.
004432     IF WS-PERIODO-ACTUAL = WS-PERIODO-HASTA
004434         ADD WS-ESPERADO TO WS-FACTURADO-MES
004436         ADD WS-PAGADO TO WS-COBRADO-MES
004438     END-IF.
004440     IF WS-ESPERADO > ZERO
004450         IF WS-PAGADO < WS-ESPERADO
004460             COMPUTE WS-SALDO = WS-ESPERADO - WS-PAGADO
004465             PERFORM 2250-CALCULAR-RECARGO THRU 2250-EXIT
004470             PERFORM 2230-LISTAR-SALDO THRU 2230-EXIT
004480         END-IF
004485         PERFORM 2270-GRABAR-PERIODO THRU 2270-EXIT
004490     ELSE
      *> SIN ARANCEL CARGADO PARA EL ANO: CONTROL HISTORICO DE
      *> EXISTENCIA.
004530             DISPLAY "    ADEUDA: " WS-PERIODO-ACTUAL
004540         END-IF
004550     END-IF.
004548     IF WS-TOTAL-CONCEPTOS > ZERO
004552         PERFORM 2400-CONCEPTOS-PERIODO THRU 2400-EXIT
004556     END-IF.
004560 2200-SIGUIENTE.
004570     PERFORM 2300-PERIODO-SIGUIENTE THRU 2300-EXIT.
004580 2200-EXIT.
004670     MOVE WS-PERIODO-AAAA TO WS-ANIO-CACHE.
004680     MOVE ZERO TO WS-ESPERADO-ANIO.
004690     MOVE ZERO TO WS-DESC-HERMANOS.
004693     MOVE ZERO TO WS-VTO-DIA WS-VTO-VALOR.
004696     MOVE SPACE TO WS-VTO-TIPO.
004700     IF NOT ARANCEL-DISPONIBLE
004710         GO TO 2210-EXIT
004720     END-IF.
004770             CONTINUE
004780         NOT INVALID KEY
004790             MOVE ARAIMPORTE TO WS-ESPERADO-ANIO
004795             PERFORM 2260-TOMAR-REGLA THRU 2260-EXIT
004800            IF ARADESCHERMANOS NUMERIC
004810               AND ARADESCHERMANOS <= 100
004820                MOVE ARADESCHERMANOS TO WS-DESC-HERMANOS
005250     END-READ.
005260     IF ARAIMPORTE > WS-ESPERADO-ANIO
005270         MOVE ARAIMPORTE TO WS-ESPERADO-ANIO
005275         PERFORM 2260-TOMAR-REGLA THRU 2260-EXIT
005280     END-IF.
005290 2225-SIGUIENTE.
005300     READ MATRICULA NEXT RECORD.
005440         " ESPERADO $" WS-ESPERADO-ED
005450         " PAGADO $" WS-PAGADO-ED
005460         " SALDO $" WS-SALDO-ED.
005461     IF WS-RECARGO > ZERO
005462         MOVE WS-RECARGO TO WS-RECARGO-ED
00546A         MOVE WS-MESES-MORA TO WS-MESES-ED
005463         DISPLAY "            VENCIDA " WS-MESES-ED
005464             " MES/ES - RECARGO POR MORA $" WS-RECARGO-ED
005465         ADD WS-RECARGO TO WS-RECARGO-ALUMNO
005466     END-IF.
005470     ADD WS-SALDO TO WS-SALDO-ALUMNO.
005475     ADD WS-SALDO TO WS-CUOTA-ALUMNO.
005480 2230-EXIT.
005490     EXIT.

0054A0*----------------------------------------------------------------*
0054A1* 2250-CALCULAR-RECARGO                                     *
0054A2* RECARGO POR MORA DEL PERIODO ACTUAL A LA FECHA DE HOY: LOS *
0054A3* MESES O FRACCION DESDE EL DIA DE VENCIMIENTO DEL PERIODO;  *
0054A4* MONTO FIJO MENOS LO YA COBRADO, O PORCENTAJE MENSUAL SOBRE *
0054A5* EL SALDO POR CADA MES DE MORA.                             *
0054A6*----------------------------------------------------------------*
0054A7 2250-CALCULAR-RECARGO.
0054A8     MOVE ZERO TO WS-RECARGO WS-MESES-MORA.
0054A9     IF WS-VTO-DIA = ZERO
0054B0         GO TO 2250-EXIT
0054B1     END-IF.
0054B2     IF WS-VTO-TIPO NOT = "F" AND WS-VTO-TIPO NOT = "P"
0054B3         GO TO 2250-EXIT
0054B4     END-IF.
0054B5     COMPUTE WS-MESES-MORA
0054B6         = (WS-HOY-AAAA * 12 + WS-HOY-MM)
0054B7         - (WS-PERIODO-AAAA * 12 + WS-PERIODO-MM).
0054B8     IF WS-HOY-DD > WS-VTO-DIA
0054B9         ADD 1 TO WS-MESES-MORA
0054C0     END-IF.
0054C1     IF WS-MESES-MORA NOT > ZERO
0054C2         MOVE ZERO TO WS-MESES-MORA
0054C3         GO TO 2250-EXIT
0054C4     END-IF.
0054C5     IF WS-VTO-TIPO = "P"
0054C6         COMPUTE WS-RECARGO ROUNDED
0054C7             = WS-SALDO * WS-VTO-VALOR / 100 * WS-MESES-MORA
0054C8         GO TO 2250-EXIT
0054C9     END-IF.
0054D0     MOVE WS-VTO-VALOR TO WS-RECARGO.
0054D1     IF PAGO-HALLADO AND PAGRECARGO NUMERIC
0054D2         IF PAGRECARGO < WS-RECARGO
0054D3             SUBTRACT PAGRECARGO FROM WS-RECARGO
0054D4         ELSE
0054D5             MOVE ZERO TO WS-RECARGO
0054D6         END-IF
0054D7     END-IF.
0054D8 2250-EXIT.
0054D9     EXIT.

0054E0*----------------------------------------------------------------*
0054E1* 2260-TOMAR-REGLA                                          *
0054E2* VENCIMIENTO Y REGLA DE RECARGO DEL ARANCEL LEIDO; LOS       *
0054E3* REGISTROS ANTERIORES A ESTOS CAMPOS NO TIENEN RECARGO.     *
0054E4*----------------------------------------------------------------*
0054E5 2260-TOMAR-REGLA.
0054E6     MOVE ZERO TO WS-VTO-DIA WS-VTO-VALOR.
0054E7     MOVE SPACE TO WS-VTO-TIPO.
0054E8     IF ARADIAVTO NOT NUMERIC OR ARARECARGOVALOR NOT NUMERIC
0054E9         GO TO 2260-EXIT
0054F0     END-IF.
0054F1     IF ARADIAVTO = ZERO OR ARADIAVTO > 28
0054F2         GO TO 2260-EXIT
0054F3     END-IF.
0054F4     MOVE ARADIAVTO TO WS-VTO-DIA.
0054F5     MOVE ARARECARGOTIPO TO WS-VTO-TIPO.
0054F6     MOVE ARARECARGOVALOR TO WS-VTO-VALOR.
0054F7 2260-EXIT.
0054F8     EXIT.

0054G0*----------------------------------------------------------------*
0054G1* 2270-GRABAR-PERIODO                                       *
0054G2* LINEA P DE LA CUOTA DEL PERIODO ACTUAL EN MOROSIDAD_SALDOS, *
0054G3* CON SALDO Y RECARGO EN CERO SI EL PERIODO ESTA PAGO.        *
0054G4*----------------------------------------------------------------*
0054G5 2270-GRABAR-PERIODO.
0054G6     IF NOT SALDOS-ABIERTO
0054G7         GO TO 2270-EXIT
0054G8     END-IF.
0054G9     MOVE NUMERO TO SPE-NUMERO.
0054H0     MOVE WS-PERIODO-ACTUAL TO SPE-PERIODO.
0054H1     MOVE "CUOTA" TO SPE-CONCEPTO.
0054H2     MOVE WS-ESPERADO TO SPE-ESPERADO.
0054H3     MOVE WS-PAGADO TO SPE-PAGADO.
0054H4     MOVE ZERO TO SPE-SALDO SPE-RECARGO.
0054H5     IF WS-PAGADO < WS-ESPERADO
0054H6         MOVE WS-SALDO TO SPE-SALDO
0054H7         MOVE WS-RECARGO TO SPE-RECARGO
0054H8     END-IF.
0054H9     WRITE SALDOS-LINEA FROM WS-SAL-PERIODO.
0054I0 2270-EXIT.
0054I1     EXIT.

005500 2240-ENCABEZADO-ALUMNO.
005510     IF NOT ENCABEZADO-LISTO
005520         DISPLAY NUMERO " " NOMBRE " " APELLIDO
005700     END-IF.
005710 2300-EXIT.
005720     EXIT.

0057A0*----------------------------------------------------------------*
0057A1* 2400-CONCEPTOS-PERIODO                                    *
0057A2* CONCEPTOS DEL CICLO DEL PERIODO ACTUAL: LOS MENSUALES EN   *
0057A3* CADA PERIODO, LOS ANUALES UNA SOLA VEZ POR ALUMNO Y ANO    *
0057A4* (EN EL PRIMER PERIODO RECLAMABLE DEL ANO).                 *
0057A5*----------------------------------------------------------------*
0057A6 2400-CONCEPTOS-PERIODO.
0057A7     PERFORM 2410-CONTROLAR-CONCEPTO THRU 2410-EXIT
0057A8         VARYING WS-CON-I FROM 1 BY 1
0057A9         UNTIL WS-CON-I > WS-TOTAL-CONCEPTOS.
0057B0     MOVE WS-PERIODO-AAAA TO WS-ANIO-ANUALES.
0057B1 2400-EXIT.
0057B2     EXIT.

0057B3 2410-CONTROLAR-CONCEPTO.
0057B4     IF WS-CON-CICLO (WS-CON-I) NOT = WS-PERIODO-AAAA
0057B5         GO TO 2410-EXIT
0057B6     END-IF.
0057B7     IF WS-CON-FRECUENCIA (WS-CON-I) = "M"
0057B8         IF WS-PERIODO-MM < WS-CON-MES-DESDE (WS-CON-I)
0057B9            OR WS-PERIODO-MM > WS-CON-MES-HASTA (WS-CON-I)
0057C0             GO TO 2410-EXIT
0057C1         END-IF
0057C2         MOVE WS-PERIODO-ACTUAL TO WS-CON-PERIODO
0057C3     ELSE
0057C4         IF WS-ANIO-ANUALES = WS-PERIODO-AAAA
0057C5             GO TO 2410-EXIT
0057C6         END-IF
0057C7         COMPUTE WS-CON-PERIODO = WS-PERIODO-AAAA * 100
0057C8     END-IF.
0057C9     IF WS-CON-OPCIONAL (WS-CON-I) = "S"
0057D0         PERFORM 2420-CONTROLAR-ASIGNACION THRU 2420-EXIT
0057D1         IF WS-CON-PERIODO = ZERO
0057D2             GO TO 2410-EXIT
0057D3         END-IF
0057D4     END-IF.
0057D5     MOVE ZERO TO WS-PAGADO.
0057D6     IF PAGO-CONCEPTO-DISPONIBLE
0057D7         MOVE NUMERO TO PCONUMERO
0057D8         MOVE WS-CON-CODIGO (WS-CON-I) TO PCOCODIGO
0057D9         MOVE WS-CON-PERIODO TO PCOPERIODO
0057E0         READ PAGOCONCEPTO
0057E1             INVALID KEY
0057E2                 CONTINUE
0057E3             NOT INVALID KEY
0057E4                 MOVE PCOIMPORTE TO WS-PAGADO
0057E5         END-READ
0057E6     END-IF.
0057EA     IF WS-PERIODO-ACTUAL = WS-PERIODO-HASTA
0057EB         ADD WS-CON-IMPORTE (WS-CON-I) TO WS-FACTURADO-MES
0057EC         ADD WS-PAGADO TO WS-COBRADO-MES
0057ED     END-IF.
0057EE     PERFORM 2430-GRABAR-CONCEPTO THRU 2430-EXIT.
0057E7     IF WS-PAGADO NOT < WS-CON-IMPORTE (WS-CON-I)
0057E8         GO TO 2410-EXIT
0057E9     END-IF.
0057F0     COMPUTE WS-SALDO = WS-CON-IMPORTE (WS-CON-I) - WS-PAGADO.
0057F1     ADD 1 TO WS-ADEUDADOS.
0057F2     PERFORM 2240-ENCABEZADO-ALUMNO THRU 2240-EXIT.
0057F3     MOVE WS-CON-IMPORTE (WS-CON-I) TO WS-ESPERADO-ED.
0057F4     MOVE WS-PAGADO TO WS-PAGADO-ED.
0057F5     MOVE WS-SALDO TO WS-SALDO-ED.
0057F6     DISPLAY "    ADEUDA: " WS-CON-PERIODO
0057F7         " " WS-CON-CODIGO (WS-CON-I)
0057F8         " ESPERADO $" WS-ESPERADO-ED
0057F9         " PAGADO $" WS-PAGADO-ED
0057G0         " SALDO $" WS-SALDO-ED.
0057G1     ADD WS-SALDO TO WS-SALDO-ALUMNO.
0057G2     ADD WS-SALDO TO WS-CON-SALDO-ALUMNO (WS-CON-I).
0057G3 2410-EXIT.
0057G4     EXIT.

0057G5*----------------------------------------------------------------*
0057G6* 2420-CONTROLAR-ASIGNACION                                 *
0057G7* UN CONCEPTO OPTATIVO SOLO SE RECLAMA SI EL ALUMNO LO TIENE *
0057G8* ASIGNADO Y VIGENTE EN EL CICLO; UNO MENSUAL, ADEMAS, SOLO  *
0057G9* EN LOS PERIODOS DESDE/HASTA DE LA ASIGNACION. SI NO SE     *
0057H0* RECLAMA DEJA WS-CON-PERIODO EN CERO.                       *
0057H1*----------------------------------------------------------------*
0057H2 2420-CONTROLAR-ASIGNACION.
0057H3     IF NOT ASIGNACION-DISPONIBLE
0057H4         MOVE ZERO TO WS-CON-PERIODO
0057H5         GO TO 2420-EXIT
0057H6     END-IF.
0057H7     MOVE NUMERO TO ACONUMERO.
0057H8     MOVE WS-CON-CICLO (WS-CON-I) TO ACOCICLO.
0057H9     MOVE WS-CON-CODIGO (WS-CON-I) TO ACOCODIGO.
0057I0     READ ALUMNOCONCEPTO
0057I1         INVALID KEY
0057I2             MOVE ZERO TO WS-CON-PERIODO
0057I3             GO TO 2420-EXIT
0057I4     END-READ.
0057I5     IF ACOESTADO = "B"
0057I6         MOVE ZERO TO WS-CON-PERIODO
0057I7         GO TO 2420-EXIT
0057I8     END-IF.
0057I9     IF WS-CON-FRECUENCIA (WS-CON-I) NOT = "M"
0057J0         GO TO 2420-EXIT
0057J1     END-IF.
0057J2     IF ACODESDE NUMERIC AND WS-CON-PERIODO < ACODESDE
0057J3         MOVE ZERO TO WS-CON-PERIODO
0057J4         GO TO 2420-EXIT
0057J5     END-IF.
0057J6     IF ACOHASTA NUMERIC AND ACOHASTA > ZERO
0057J7        AND WS-CON-PERIODO > ACOHASTA
0057J8         MOVE ZERO TO WS-CON-PERIODO
0057J9     END-IF.
0057K0 2420-EXIT.
0057K1     EXIT.

0057K2*----------------------------------------------------------------*
0057K3* 2430-GRABAR-CONCEPTO                                      *
0057K4* LINEA P DEL CONCEPTO RECLAMADO EN EL PERIODO (AAAAMM, O     *
0057K5* AAAA00 SI ES ANUAL) EN MOROSIDAD_SALDOS. SIN RECARGO.       *
0057K6*----------------------------------------------------------------*
0057K7 2430-GRABAR-CONCEPTO.
0057K8     IF NOT SALDOS-ABIERTO
0057K9         GO TO 2430-EXIT
0057L0     END-IF.
0057L1     MOVE NUMERO TO SPE-NUMERO.
0057L2     MOVE WS-CON-PERIODO TO SPE-PERIODO.
0057L3     MOVE WS-CON-CODIGO (WS-CON-I) TO SPE-CONCEPTO.
0057L4     MOVE WS-CON-IMPORTE (WS-CON-I) TO SPE-ESPERADO.
0057L5     MOVE WS-PAGADO TO SPE-PAGADO.
0057L6     MOVE ZERO TO SPE-SALDO SPE-RECARGO.
0057L7     IF WS-PAGADO < WS-CON-IMPORTE (WS-CON-I)
0057L8         COMPUTE SPE-SALDO = WS-CON-IMPORTE (WS-CON-I) - WS-PAGADO
0057L9     END-IF.
0057M0     WRITE SALDOS-LINEA FROM WS-SAL-PERIODO.
0057M1 2430-EXIT.
0057M2     EXIT.
005730
005740*----------------------------------------------------------------*
005750* 9000-FINALIZAR                                            *
005910     IF FAMILIA-DISPONIBLE
005920         CLOSE FAMILIA
005930     END-IF.
005931     IF ASIGNACION-DISPONIBLE
005932         CLOSE ALUMNOCONCEPTO
005933     END-IF.
005934     IF PAGO-CONCEPTO-DISPONIBLE
005935         CLOSE PAGOCONCEPTO
005936     END-IF.
005937     IF SALDOS-ABIERTO
005938         CLOSE SALDOS
005939     END-IF.
005940     DISPLAY "Leidos: " WS-TOTAL-LEIDOS.
005950     DISPLAY "Morosos: " WS-TOTAL-MOROSOS.
005960     IF WS-SALDO-TOTAL > ZERO
005970         MOVE WS-SALDO-TOTAL TO WS-SALDO-TOTAL-ED
005980         DISPLAY "Saldo total adeudado: $" WS-SALDO-TOTAL-ED
005985         PERFORM 9050-DESGLOSE-TOTAL THRU 9050-EXIT
005990     END-IF.
005992     IF WS-RECARGO-TOTAL > ZERO
005994         MOVE WS-RECARGO-TOTAL TO WS-SALDO-TOTAL-ED
005996         DISPLAY "Recargo por mora total: $" WS-SALDO-TOTAL-ED
005998     END-IF.
006000 9000-EXIT.
006010     EXIT.

00601A*----------------------------------------------------------------*
00601B* 9050-DESGLOSE-TOTAL                                       *
00601C* SALDO TOTAL ADEUDADO POR CONCEPTO (CUOTA Y CADA CONCEPTO). *
00601D*----------------------------------------------------------------*
00601E 9050-DESGLOSE-TOTAL.
00601F     IF WS-TOTAL-CONCEPTOS = ZERO
00601G         GO TO 9050-EXIT
00601H     END-IF.
00601I     MOVE WS-CUOTA-TOTAL TO WS-SALDO-TOTAL-ED.
00601J     DISPLAY "    Cuota mensual: $" WS-SALDO-TOTAL-ED.
00601K     PERFORM 9055-TOTAL-CONCEPTO THRU 9055-EXIT
00601L         VARYING WS-CON-I FROM 1 BY 1
00601M         UNTIL WS-CON-I > WS-TOTAL-CONCEPTOS.
00601N 9050-EXIT.
00601O     EXIT.

00601P 9055-TOTAL-CONCEPTO.
00601Q     IF WS-CON-SALDO-TOTAL (WS-CON-I) = ZERO
00601R         GO TO 9055-EXIT
00601S     END-IF.
00601T     MOVE WS-CON-SALDO-TOTAL (WS-CON-I) TO WS-SALDO-TOTAL-ED.
00601U     DISPLAY "    " WS-CON-DESCRIPCION (WS-CON-I)
00601V         " " WS-CON-CICLO (WS-CON-I) ": $" WS-SALDO-TOTAL-ED.
00601W 9055-EXIT.
00601X     EXIT.
006020
006030 9999-EXIT.
006040     EXIT.
