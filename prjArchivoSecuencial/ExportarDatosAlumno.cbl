000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. EXPORTAR-DATOS-ALUMNO.
000120 AUTHOR. OFICINA DE SISTEMAS.
000130 INSTALLATION. PRJ-ARCHIVO-SECUENCIAL.
000140 DATE-WRITTEN. 2026-10-15.
000150 DATE-COMPILED.
000160*
000170* PEDIDO DE ACCESO A DATOS PERSONALES: JUNTA EN UN SOLO
000180* ARCHIVO, ACCESO_DATOS_<NUMERO>.TXT, TODO LO QUE EL SISTEMA
000190* TIENE GRABADO SOBRE UN ALUMNO (O EX ALUMNO):
000200*   - LOS DATOS PERSONALES DEL MAESTRO VIVO Y DEL HISTORICO,
000210*     CAMPO POR CAMPO.
000220*   - LOS SATELITES VIVOS: TUTOR, FICHA MEDICA, FAMILIA, BECA,
000230*     ESTADO EN EL DISTRITO, CALIFICACIONES, PAGOS, RESULTADOS,
000240*     CONDICION, DOCUMENTOS, SANCIONES, ENFERMERIA, CONCEPTOS,
000250*     TITULO, MATRICULAS, ASISTENCIA, EXAMENES, LISTA DE
000260*     ESPERA, RECIBOS, COBROS DEL BANCO Y DOCUMENTOS EMITIDOS.
000270*   - LOS HISTORICOS QUE DEJA ARCHIVAR-ALUMNOS-HISTORICO.
000280*   - LAS LINEAS DE BITACORA.TXT, ALUMNO_CAMBIOS.TXT Y
000290*     ALUMNO_AUDITORIA.TXT QUE EMPIEZAN CON SU NUMERO, EN EL
000300*     VIVO, EN LOS SEGMENTOS VIGENTES DEL INDICE DE
000310*     ROTAR-BITACORAS Y EN EL ARCHIVO LEGAL DE CADA LOG. LAS
000320*     LINEAS DE BITACORA DE ARCHIVOS QUE NO SON DE ALUMNOS
000330*     (USUARIOS, LICENCIAS, MESAS...) NO SE INCLUYEN: SU
000340*     NUMERO ES DE OTRA COSA.
000350* LOS SATELITES SE MUESTRAN CON EL REGISTRO TAL COMO ESTA
000360* GRABADO (CAMPOS EN EL ORDEN DE SU LAYOUT), UNA SECCION POR
000370* ARCHIVO CON LA CANTIDAD DE REGISTROS, AUNQUE SEA CERO, PARA
000380* QUE QUEDE CONSTANCIA DE QUE SE LO REVISO.
000390*
000400* LOS ARCHIVOS SE ABREN SOLO PARA LECTURA; UN ARCHIVO QUE NO
000410* EXISTE SE INFORMA COMO NO DISPONIBLE Y SE SIGUE.
000420*
000430* PARAMETRO: NUMERO DE ALUMNO (7 DIGITOS) POR LINEA DE
000440* COMANDOS O POR CONSOLA. RC 8 SIN NUMERO VALIDO O SIN PODER
000450* CREAR LA SALIDA; RC 4 SI EL NUMERO NO ESTA NI EN EL MAESTRO
000460* NI EN EL HISTORICO (IGUAL SE REVISA TODO LO DEMAS).
000470*
000480* HISTORIAL DE MODIFICACIONES
000490*   2026-10-15  OFS  VERSION INICIAL.
000493*   2026-10-15  OFS  EL INDICE DE SEGMENTOS TRAE EL CONTROL FINAL
000496*                    DE CADA SEGMENTO: LINEA DEL INDICE A 80.
000497*   2026-10-15  OFS  TAMBIEN LOS HISTORICOS DE ASIGNACIONES Y
000498*                    PAGOS DE CONCEPTOS.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     COPY AlumnoSelect.
000550     COPY TutorSelect.
000560     COPY FichaMedicaSelect.
000570     COPY FamiliaSelect.
000580     COPY BecaSelect.
000590     COPY DistritoEstadoSelect.
000600     COPY CalificacionSelect.
000610     COPY PagoSelect.
000620     COPY ResultadoSelect.
000630     COPY CondicionSelect.
000640     COPY DocumentoSelect.
000650     COPY SancionSelect.
000660     COPY EnfermeriaSelect.
000670     COPY PagoConceptoSelect.
000680     COPY AlumnoConceptoSelect.
000690     COPY TituloSelect.
000700     COPY MatriculaSelect.
000710     COPY AsistenciaSelect.
000720     COPY ExamenSelect.
000730     COPY ListaEsperaSelect.
000740     COPY ReciboSelect.
000750     COPY CobroBancoSelect.
000760     COPY EmisionSelect.
000770     SELECT LECTURA ASSIGN TO WS-ARCHIVO-LECTURA
000780         ORGANIZATION LINE SEQUENTIAL
000790         FILE STATUS FS-LECTURA.
000800     SELECT INDICE ASSIGN TO WS-ARCHIVO-INDICE
000810         ORGANIZATION LINE SEQUENTIAL
000820         FILE STATUS FS-INDICE.
000830     SELECT EXPORTACION ASSIGN TO WS-ARCHIVO-EXPORTACION
000840         ORGANIZATION LINE SEQUENTIAL
000850         FILE STATUS FS-EXPORTACION.
000860     SELECT LOG-CORRIDA ASSIGN TO WS-ARCHIVO-LOG
000870         ORGANIZATION LINE SEQUENTIAL
000880         FILE STATUS FS-LOG.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  ALUMNO.
000920     COPY AlumnoRegistro.
000930 FD  TUTOR.
000940     COPY TutorRegistro.
000950 FD  FICHAMEDICA.
000960     COPY FichaMedicaRegistro.
000970 FD  FAMILIA.
000980     COPY FamiliaRegistro.
000990 FD  BECA.
001000     COPY BecaRegistro.
001010 FD  DISTRITOESTADO.
001020     COPY DistritoEstadoRegistro.
001030 FD  CALIFICACION.
001040     COPY CalificacionRegistro.
001050 FD  PAGO.
001060     COPY PagoRegistro.
001070 FD  RESULTADO.
001080     COPY ResultadoRegistro.
001090 FD  CONDICION.
001100     COPY CondicionRegistro.
001110 FD  DOCUMENTO.
001120     COPY DocumentoRegistro.
001130 FD  SANCION.
001140     COPY SancionRegistro.
001150 FD  ENFERMERIA.
001160     COPY EnfermeriaRegistro.
001170 FD  PAGOCONCEPTO.
001180     COPY PagoConceptoRegistro.
001190 FD  ALUMNOCONCEPTO.
001200     COPY AlumnoConceptoRegistro.
001210 FD  TITULO.
001220     COPY TituloRegistro.
001230 FD  MATRICULA.
001240     COPY MatriculaRegistro.
001250 FD  ASISTENCIA.
001260     COPY AsistenciaRegistro.
001270 FD  EXAMEN.
001280     COPY ExamenRegistro.
001290 FD  LISTAESPERA.
001300     COPY ListaEsperaRegistro.
001310 FD  RECIBO.
001320     COPY ReciboRegistro.
001330 FD  COBROBANCO.
001340     COPY CobroBancoRegistro.
001350 FD  EMISION.
001360     COPY EmisionRegistro.
001370 FD  LECTURA.
001380 01  LECTURA-LINEA           PIC X(250).
001390 FD  INDICE.
001400 01  INDICE-LINEA            PIC X(80).
001410 FD  EXPORTACION.
001420 01  EXPORTACION-LINEA       PIC X(260).
001430 FD  LOG-CORRIDA.
001440 01  LOG-LINEA               PIC X(132).
001450 WORKING-STORAGE SECTION.
001460 01  FS-ALUMNO               PIC XX.
001470 01  FS-TUTOR                PIC XX.
001480 01  FS-FICHA-MEDICA         PIC XX.
001490 01  FS-FAMILIA              PIC XX.
001500 01  FS-BECA                 PIC XX.
001510 01  FS-DISTRITO-ESTADO      PIC XX.
001520 01  FS-CALIFICACION         PIC XX.
001530 01  FS-PAGO                 PIC XX.
001540 01  FS-RESULTADO            PIC XX.
001550 01  FS-CONDICION            PIC XX.
001560 01  FS-DOCUMENTO            PIC XX.
001570 01  FS-SANCION              PIC XX.
001580 01  FS-ENFERMERIA           PIC XX.
001590 01  FS-PAGO-CONCEPTO        PIC XX.
001600 01  FS-ALUMNO-CONCEPTO      PIC XX.
001610 01  FS-TITULO               PIC XX.
001620 01  FS-MATRICULA            PIC XX.
001630 01  FS-ASISTENCIA           PIC XX.
001640 01  FS-EXAMEN               PIC XX.
001650 01  FS-LISTA-ESPERA         PIC XX.
001660 01  FS-RECIBO               PIC XX.
001670 01  FS-COBRO-BANCO          PIC XX.
001680 01  FS-EMISION              PIC XX.
001690 01  FS-LECTURA              PIC XX.
001700 01  FS-INDICE               PIC XX.
001710 01  FS-EXPORTACION          PIC XX.
001720 01  FS-LOG                  PIC XX.
001730 01  WS-ARCHIVO-LECTURA      PIC X(50).
001740 01  WS-ARCHIVO-INDICE   PIC X(40)
001750     VALUE "bitacoras_segmentos.txt".
001760 01  WS-ARCHIVO-EXPORTACION  PIC X(40).
001770 01  WS-ARCHIVO-LOG      PIC X(40) VALUE "batch_alumnos.log".
001780 01  WS-PARAMETRO            PIC X(100).
001790 01  WS-LOG-FECHA            PIC 9(08).
001800 01  WS-LOG-HORA             PIC 9(08).
001810 01  WS-LOG-RC               PIC 9(01).
001820 01  WS-SWITCHES.
001830     05  WS-EXPORTACION-ABIERTA-SW PIC X(01) VALUE "N".
001840         88  EXPORTACION-ABIERTA      VALUE "S".
001850     05  WS-DISPONIBLE-SW    PIC X(01) VALUE "S".
001860         88  ARCHIVO-DISPONIBLE       VALUE "S".
001870     05  WS-REGISTRADO-SW    PIC X(01) VALUE "N".
001880         88  ALUMNO-REGISTRADO        VALUE "S".
001890 01  WS-NUMERO               PIC 9(07) VALUE ZERO.
001900 01  WS-NUMERO-X REDEFINES WS-NUMERO PIC X(07).
001910 01  WS-POS-NUMERO           PIC 9(03).
001920 01  WS-SECCION              PIC X(50).
001930 01  WS-IMAGEN               PIC X(250).
001940 01  WS-HOY                  PIC 9(08).
001950 01  WS-AHORA                PIC 9(08).
001960 01  WS-AHORA-X REDEFINES WS-AHORA.
001970     05  WS-AHORA-HH         PIC X(02).
001980     05  WS-AHORA-MM         PIC X(02).
001990     05  FILLER              PIC X(04).
002000 01  WS-FECHA-ENTRADA        PIC 9(08).
002010 01  WS-FECHA-ENTRADA-X REDEFINES WS-FECHA-ENTRADA.
002020     05  WS-FE-AAAA          PIC X(04).
002030     05  WS-FE-MM            PIC X(02).
002040     05  WS-FE-DD            PIC X(02).
002050 01  WS-FECHA-ED             PIC X(10).

002060* CAMPOS DE UNA LINEA DE LOG (NUMERO,ARCHIVO,...) Y DE UNA
002070* LINEA DEL INDICE DE SEGMENTOS (NOMBRE;AAAAMM;ESTADO;BASE).
002080 01  WS-LOG-NUMERO           PIC X(10).
002090 01  WS-LOG-ARCHIVO          PIC X(20).
002100     88  ARCHIVO-AJENO                VALUE "cierres"
002110                                            "correlativa"
002120                                            "licencia"
002130                                            "mesa"
002140                                            "suplencia"
002150                                            "usuario".
002160 01  WS-IDX-NOMBRE           PIC X(40).
002170 01  WS-IDX-MES-X            PIC X(06).
002180 01  WS-IDX-ESTADO           PIC X(01).
002190 01  WS-IDX-BASE             PIC X(20).
002200 01  WS-BASE                 PIC X(20).

002210* LOS DATOS PERSONALES, VIVOS O DEL HISTORICO, SE DETALLAN
002220* DESDE ESTA COPIA DEL LAYOUT.
002230     COPY AlumnoRegistro
002240         REPLACING ==alumno-registro== BY ==datos-alumno==.

002250 01  WS-TITULO-1.
002260     05  FILLER              PIC X(40) VALUE
002270         "DATOS PERSONALES REGISTRADOS DEL ALUMNO ".
002280     05  TIT-NUMERO          PIC 9(07).
002290     05  FILLER              PIC X(12) VALUE " - EMITIDO: ".
002300     05  TIT-FECHA           PIC X(10).
002310     05  FILLER              PIC X(01) VALUE SPACE.
002320     05  TIT-HH              PIC X(02).
002330     05  FILLER              PIC X(01) VALUE ":".
002340     05  TIT-MM              PIC X(02).
002350     05  FILLER              PIC X(185) VALUE SPACES.
002360 01  WS-TITULO-2.
002370     05  FILLER              PIC X(50) VALUE
002380         "LOS REGISTROS SE MUESTRAN TAL COMO ESTAN GRABADOS,".
002390     05  FILLER              PIC X(52) VALUE
002400         " CON LOS CAMPOS EN EL ORDEN DEL LAYOUT DE SU ARCHIVO".
002410     05  FILLER              PIC X(158) VALUE SPACES.
002420 01  WS-LINEA-SECCION.
002430     05  FILLER              PIC X(09) VALUE "ARCHIVO: ".
002440     05  SEC-NOMBRE          PIC X(50).
002450     05  FILLER              PIC X(201) VALUE SPACES.
002460 01  WS-LINEA-IMAGEN.
002470     05  FILLER              PIC X(02) VALUE SPACES.
002480     05  IMG-DATOS           PIC X(250).
002490     05  FILLER              PIC X(08) VALUE SPACES.
002500 01  WS-LINEA-CANTIDAD.
002510     05  FILLER              PIC X(03) VALUE "  (".
002520     05  CAN-CANTIDAD        PIC ZZZ,ZZ9.
002530     05  FILLER              PIC X(13) VALUE " REGISTRO(S))".
002540     05  FILLER              PIC X(237) VALUE SPACES.
002550 01  WS-LINEA-DATO.
002560     05  FILLER              PIC X(02) VALUE SPACES.
002570     05  DAT-ROTULO          PIC X(24).
002580     05  DAT-VALOR           PIC X(80).
002590     05  FILLER              PIC X(154) VALUE SPACES.

002600 77  WS-CANTIDAD-SECCION     PIC 9(07) VALUE ZERO COMP.
002610 77  WS-TOTAL-REGISTROS      PIC 9(07) VALUE ZERO.
002620 77  WS-TOTAL-SECCIONES      PIC 9(05) VALUE ZERO.
002630 77  WS-TOTAL-NO-DISPONIBLES PIC 9(05) VALUE ZERO.
002640 PROCEDURE DIVISION.

002650 0000-MAINLINE.
002660     PERFORM 1000-INICIALIZAR THRU 1000-EXIT.
002670     IF RETURN-CODE = 8
002680         GO TO 0000-FIN
002690     END-IF.
002700     PERFORM 2000-EXPORTAR-ALUMNO THRU 2000-EXIT.
002710     PERFORM 2100-EXPORTAR-HISTORICO THRU 2100-EXIT.
002720     IF NOT ALUMNO-REGISTRADO
002730         DISPLAY "El numero " WS-NUMERO
002740             " no esta en el maestro ni en el historico"
002750         MOVE 4 TO RETURN-CODE
002760     END-IF.
002770     PERFORM 3000-EXPORTAR-SATELITES THRU 3000-EXIT.
002780     PERFORM 4000-EXPORTAR-BARRIDOS THRU 4000-EXIT.
002790     PERFORM 5000-EXPORTAR-HISTORICOS THRU 5000-EXIT.
002800     PERFORM 6000-EXPORTAR-BITACORAS THRU 6000-EXIT.
002810 0000-FIN.
002820     PERFORM 9000-FINALIZAR THRU 9000-EXIT.
002830     GOBACK.

002840*----------------------------------------------------------------*
002850* 1000-INICIALIZAR                                          *
002860* NUMERO DEL ALUMNO Y ENCABEZADO DEL ARCHIVO DE SALIDA.      *
002870*----------------------------------------------------------------*
002880 1000-INICIALIZAR.
002890     PERFORM 1100-OBTENER-NUMERO THRU 1100-EXIT.
002900     IF WS-NUMERO = ZERO
002910         DISPLAY "Numero de alumno invalido"
002920         MOVE 8 TO RETURN-CODE
002930         GO TO 1000-EXIT
002940     END-IF.
002950     MOVE SPACES TO WS-ARCHIVO-EXPORTACION.
002960     STRING "acceso_datos_" DELIMITED BY SIZE
002970         WS-NUMERO-X DELIMITED BY SIZE
002980         ".txt" DELIMITED BY SIZE
002990         INTO WS-ARCHIVO-EXPORTACION
003000     END-STRING.
003010     OPEN OUTPUT EXPORTACION.
003020     IF FS-EXPORTACION NOT = "00"
003030         DISPLAY "No se pudo crear " WS-ARCHIVO-EXPORTACION
003040         MOVE 8 TO RETURN-CODE
003050         GO TO 1000-EXIT
003060     END-IF.
003070     SET EXPORTACION-ABIERTA TO TRUE.
003080     ACCEPT WS-HOY FROM DATE YYYYMMDD.
003090     ACCEPT WS-AHORA FROM TIME.
003100     MOVE WS-NUMERO TO TIT-NUMERO.
003110     MOVE WS-HOY TO WS-FECHA-ENTRADA.
003120     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
003130     MOVE WS-FECHA-ED TO TIT-FECHA.
003140     MOVE WS-AHORA-HH TO TIT-HH.
003150     MOVE WS-AHORA-MM TO TIT-MM.
003160     WRITE EXPORTACION-LINEA FROM WS-TITULO-1.
003170     WRITE EXPORTACION-LINEA FROM WS-TITULO-2.
003180 1000-EXIT.
003190     EXIT.

003200*----------------------------------------------------------------*
003210* 1100-OBTENER-NUMERO                                       *
003220* NUMERO POR LINEA DE COMANDOS (MODO DESATENDIDO) O POR      *
003230* CONSOLA.                                                   *
003240*----------------------------------------------------------------*
003250 1100-OBTENER-NUMERO.
003260     MOVE ZERO TO WS-NUMERO.
003270     ACCEPT WS-PARAMETRO FROM COMMAND-LINE.
003280     IF WS-PARAMETRO (1:7) NUMERIC
003290         MOVE WS-PARAMETRO (1:7) TO WS-NUMERO
003300         GO TO 1100-EXIT
003310     END-IF.
003320     DISPLAY "Numero de alumno (7 digitos): " WITH NO ADVANCING.
003330     ACCEPT WS-NUMERO FROM CONSOLE.
003340     IF WS-NUMERO NOT NUMERIC
003350         MOVE ZERO TO WS-NUMERO
003360     END-IF.
003370 1100-EXIT.
003380     EXIT.

003390*----------------------------------------------------------------*
003400* 2000-EXPORTAR-ALUMNO                                      *
003410* DATOS PERSONALES DEL MAESTRO VIVO.                         *
003420*----------------------------------------------------------------*
003430 2000-EXPORTAR-ALUMNO.
003440     MOVE "alumno.txt" TO WS-SECCION.
003450     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
003460     OPEN INPUT ALUMNO.
003470     IF FS-ALUMNO NOT = "00"
003480         MOVE "N" TO WS-DISPONIBLE-SW
003490         GO TO 2000-FIN
003500     END-IF.
003510     MOVE WS-NUMERO TO NUMERO OF ALUMNO-REGISTRO.
003520     READ ALUMNO.
003530     IF FS-ALUMNO = "00"
003540         MOVE ALUMNO-REGISTRO TO DATOS-ALUMNO
003550         PERFORM 2200-DETALLAR-ALUMNO THRU 2200-EXIT
003560     END-IF.
003570     CLOSE ALUMNO.
003580 2000-FIN.
003590     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
003600 2000-EXIT.
003610     EXIT.

003620*----------------------------------------------------------------*
003630* 2100-EXPORTAR-HISTORICO                                   *
003640* DATOS PERSONALES EN ALUMNO_HISTORICO.TXT (PUEDE HABER MAS  *
003650* DE UNA IMAGEN SI SE ARCHIVO, RESTAURO Y VOLVIO A ARCHIVAR).*
003660*----------------------------------------------------------------*
003670 2100-EXPORTAR-HISTORICO.
003680     MOVE "alumno_historico.txt" TO WS-SECCION.
003690     MOVE WS-SECCION TO WS-ARCHIVO-LECTURA.
003700     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
003710     OPEN INPUT LECTURA.
003720     IF FS-LECTURA NOT = "00"
003730         MOVE "N" TO WS-DISPONIBLE-SW
003740         GO TO 2100-FIN
003750     END-IF.
003760     READ LECTURA NEXT RECORD.
003770     PERFORM 2110-LEER-HISTORICO THRU 2110-EXIT
003780         UNTIL FS-LECTURA NOT = "00".
003790     CLOSE LECTURA.
003800 2100-FIN.
003810     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
003820 2100-EXIT.
003830     EXIT.

003840 2110-LEER-HISTORICO.
003850     IF LECTURA-LINEA (1:7) = WS-NUMERO-X
003860         MOVE LECTURA-LINEA TO DATOS-ALUMNO
003870         PERFORM 2200-DETALLAR-ALUMNO THRU 2200-EXIT
003880     END-IF.
003890     READ LECTURA NEXT RECORD.
003900 2110-EXIT.
003910     EXIT.

003920*----------------------------------------------------------------*
003930* 2200-DETALLAR-ALUMNO                                      *
003940* UNA LINEA ROTULADA POR CAMPO DE DATOS-ALUMNO.              *
003950*----------------------------------------------------------------*
003960 2200-DETALLAR-ALUMNO.
003970     SET ALUMNO-REGISTRADO TO TRUE.
003980     ADD 1 TO WS-CANTIDAD-SECCION.
003990     MOVE "NUMERO" TO DAT-ROTULO.
004000     MOVE NUMERO OF DATOS-ALUMNO TO DAT-VALOR.
004010     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004020     MOVE "APELLIDO" TO DAT-ROTULO.
004030     MOVE APELLIDO OF DATOS-ALUMNO TO DAT-VALOR.
004040     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004050     MOVE "NOMBRE" TO DAT-ROTULO.
004060     MOVE NOMBRE OF DATOS-ALUMNO TO DAT-VALOR.
004070     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004080     MOVE "SEXO" TO DAT-ROTULO.
004090     MOVE SEXO OF DATOS-ALUMNO TO DAT-VALOR.
004100     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004110     MOVE "ESTADO CIVIL" TO DAT-ROTULO.
004120     MOVE ESTADOCIVIL OF DATOS-ALUMNO TO DAT-VALOR.
004130     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004140     MOVE "TRABAJA / ESTUDIA" TO DAT-ROTULO.
004150     MOVE SPACES TO DAT-VALOR.
004160     STRING TRABAJA OF DATOS-ALUMNO DELIMITED BY SIZE
004170         " / " DELIMITED BY SIZE
004180         ESTUDIA OF DATOS-ALUMNO DELIMITED BY SIZE
004190         INTO DAT-VALOR
004200     END-STRING.
004210     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004220     MOVE "FECHA DE NACIMIENTO" TO DAT-ROTULO.
004230     MOVE FECHANACIMIENTO OF DATOS-ALUMNO TO WS-FECHA-ENTRADA.
004240     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
004250     MOVE WS-FECHA-ED TO DAT-VALOR.
004260     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004270     MOVE "EMAIL" TO DAT-ROTULO.
004280     MOVE EMAIL OF DATOS-ALUMNO TO DAT-VALOR.
004290     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004300     MOVE "TELEFONO" TO DAT-ROTULO.
004310     MOVE TELEFONO OF DATOS-ALUMNO TO DAT-VALOR.
004320     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004330     MOVE "FECHA DE INSCRIPCION" TO DAT-ROTULO.
004340     MOVE FECHAREGISTRO OF DATOS-ALUMNO TO WS-FECHA-ENTRADA.
004350     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
004360     MOVE WS-FECHA-ED TO DAT-VALOR.
004370     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004380     MOVE "ESTADO" TO DAT-ROTULO.
004390     MOVE ESTADOALUMNO OF DATOS-ALUMNO TO DAT-VALOR.
004400     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004410     MOVE "MOTIVO Y FECHA DE BAJA" TO DAT-ROTULO.
004420     MOVE FECHABAJA OF DATOS-ALUMNO TO WS-FECHA-ENTRADA.
004430     PERFORM 8800-EDITAR-FECHA THRU 8800-EXIT.
004440     MOVE SPACES TO DAT-VALOR.
004450     STRING MOTIVOBAJA OF DATOS-ALUMNO DELIMITED BY SIZE
004460         " " DELIMITED BY SIZE
004470         WS-FECHA-ED DELIMITED BY SIZE
004480         INTO DAT-VALOR
004490     END-STRING.
004500     PERFORM 7300-GRABAR-DATO THRU 7300-EXIT.
004510 2200-EXIT.
004520     EXIT.

004530*----------------------------------------------------------------*
004540* 3000-EXPORTAR-SATELITES                                   *
004550* SATELITES VIVOS CUYA CLAVE ES (O EMPIEZA POR) EL NUMERO:  *
004560* LECTURA DIRECTA O START Y LECTURAS NEXT HASTA QUE CAMBIA  *
004570* EL NUMERO. EL TITULO SE BUSCA POR SU CLAVE ALTERNA.       *
004580*----------------------------------------------------------------*
004590 3000-EXPORTAR-SATELITES.
004600     PERFORM 3100-EXPORTAR-TUTOR THRU 3100-EXIT.
004610     PERFORM 3150-EXPORTAR-FICHA THRU 3150-EXIT.
004620     PERFORM 3200-EXPORTAR-FAMILIA THRU 3200-EXIT.
004630     PERFORM 3250-EXPORTAR-BECA THRU 3250-EXIT.
004640     PERFORM 3300-EXPORTAR-DISTRITO THRU 3300-EXIT.
004650     PERFORM 3400-EXPORTAR-CALIFICACION THRU 3400-EXIT.
004660     PERFORM 3450-EXPORTAR-PAGO THRU 3450-EXIT.
004670     PERFORM 3500-EXPORTAR-RESULTADO THRU 3500-EXIT.
004680     PERFORM 3550-EXPORTAR-CONDICION THRU 3550-EXIT.
004690     PERFORM 3600-EXPORTAR-DOCUMENTO THRU 3600-EXIT.
004700     PERFORM 3650-EXPORTAR-SANCION THRU 3650-EXIT.
004710     PERFORM 3700-EXPORTAR-ENFERMERIA THRU 3700-EXIT.
004720     PERFORM 3750-EXPORTAR-PAGO-CONCEPTO THRU 3750-EXIT.
004730     PERFORM 3800-EXPORTAR-ALUMNO-CONCEPTO THRU 3800-EXIT.
004740     PERFORM 3850-EXPORTAR-TITULO THRU 3850-EXIT.
004750 3000-EXIT.
004760     EXIT.

004770 3100-EXPORTAR-TUTOR.
004780     MOVE "tutor.txt" TO WS-SECCION.
004790     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
004800     OPEN INPUT TUTOR.
004810     IF FS-TUTOR NOT = "00"
004820         MOVE "N" TO WS-DISPONIBLE-SW
004830         GO TO 3100-FIN
004840     END-IF.
004850     MOVE WS-NUMERO TO TUTNUMERO.
004860     READ TUTOR.
004870     IF FS-TUTOR = "00"
004880         MOVE TUTOR-REGISTRO TO WS-IMAGEN
004890         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
004900     END-IF.
004910     CLOSE TUTOR.
004920 3100-FIN.
004930     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
004940 3100-EXIT.
004950     EXIT.

004960 3150-EXPORTAR-FICHA.
004970     MOVE "ficha_medica.txt" TO WS-SECCION.
004980     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
004990     OPEN INPUT FICHAMEDICA.
005000     IF FS-FICHA-MEDICA NOT = "00"
005010         MOVE "N" TO WS-DISPONIBLE-SW
005020         GO TO 3150-FIN
005030     END-IF.
005040     MOVE WS-NUMERO TO FICNUMERO.
005050     READ FICHAMEDICA.
005060     IF FS-FICHA-MEDICA = "00"
005070         MOVE FICHA-MEDICA-REGISTRO TO WS-IMAGEN
005080         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
005090     END-IF.
005100     CLOSE FICHAMEDICA.
005110 3150-FIN.
005120     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
005130 3150-EXIT.
005140     EXIT.

005150 3200-EXPORTAR-FAMILIA.
005160     MOVE "familia.txt" TO WS-SECCION.
005170     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
005180     OPEN INPUT FAMILIA.
005190     IF FS-FAMILIA NOT = "00"
005200         MOVE "N" TO WS-DISPONIBLE-SW
005210         GO TO 3200-FIN
005220     END-IF.
005230     MOVE WS-NUMERO TO FAMNUMERO.
005240     READ FAMILIA.
005250     IF FS-FAMILIA = "00"
005260         MOVE FAMILIA-REGISTRO TO WS-IMAGEN
005270         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
005280     END-IF.
005290     CLOSE FAMILIA.
005300 3200-FIN.
005310     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
005320 3200-EXIT.
005330     EXIT.

005340 3250-EXPORTAR-BECA.
005350     MOVE "beca.txt" TO WS-SECCION.
005360     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
005370     OPEN INPUT BECA.
005380     IF FS-BECA NOT = "00"
005390         MOVE "N" TO WS-DISPONIBLE-SW
005400         GO TO 3250-FIN
005410     END-IF.
005420     MOVE WS-NUMERO TO BECNUMERO.
005430     READ BECA.
005440     IF FS-BECA = "00"
005450         MOVE BECA-REGISTRO TO WS-IMAGEN
005460         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
005470     END-IF.
005480     CLOSE BECA.
005490 3250-FIN.
005500     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
005510 3250-EXIT.
005520     EXIT.

005530 3300-EXPORTAR-DISTRITO.
005540     MOVE "alumno_distrito.txt" TO WS-SECCION.
005550     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
005560     OPEN INPUT DISTRITOESTADO.
005570     IF FS-DISTRITO-ESTADO NOT = "00"
005580         MOVE "N" TO WS-DISPONIBLE-SW
005590         GO TO 3300-FIN
005600     END-IF.
005610     MOVE WS-NUMERO TO DISTNUMERO.
005620     READ DISTRITOESTADO.
005630     IF FS-DISTRITO-ESTADO = "00"
005640         MOVE DISTRITO-ESTADO-REGISTRO TO WS-IMAGEN
005650         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
005660     END-IF.
005670     CLOSE DISTRITOESTADO.
005680 3300-FIN.
005690     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
005700 3300-EXIT.
005710     EXIT.

005720 3400-EXPORTAR-CALIFICACION.
005730     MOVE "calificacion.txt" TO WS-SECCION.
005740     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
005750     OPEN INPUT CALIFICACION.
005760     IF FS-CALIFICACION NOT = "00"
005770         MOVE "N" TO WS-DISPONIBLE-SW
005780         GO TO 3400-FIN
005790     END-IF.
005800     MOVE LOW-VALUES TO CALIFICACIONCLAVE.
005810     MOVE WS-NUMERO TO CALNUMERO.
005820     START CALIFICACION KEY NOT < CALIFICACIONCLAVE.
005830     IF FS-CALIFICACION = "00"
005840         READ CALIFICACION NEXT RECORD
005850     END-IF.
005860     PERFORM 3410-LEER-CALIFICACION THRU 3410-EXIT
005870         UNTIL FS-CALIFICACION NOT = "00"
005880            OR CALNUMERO NOT = WS-NUMERO.
005890     CLOSE CALIFICACION.
005900 3400-FIN.
005910     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
005920 3400-EXIT.
005930     EXIT.

005940 3410-LEER-CALIFICACION.
005950     MOVE CALIFICACION-REGISTRO TO WS-IMAGEN.
005960     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
005970     READ CALIFICACION NEXT RECORD.
005980 3410-EXIT.
005990     EXIT.

006000 3450-EXPORTAR-PAGO.
006010     MOVE "pago.txt" TO WS-SECCION.
006020     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
006030     OPEN INPUT PAGO.
006040     IF FS-PAGO NOT = "00"
006050         MOVE "N" TO WS-DISPONIBLE-SW
006060         GO TO 3450-FIN
006070     END-IF.
006080     MOVE LOW-VALUES TO PAGOCLAVE.
006090     MOVE WS-NUMERO TO PAGNUMERO.
006100     START PAGO KEY NOT < PAGOCLAVE.
006110     IF FS-PAGO = "00"
006120         READ PAGO NEXT RECORD
006130     END-IF.
006140     PERFORM 3460-LEER-PAGO THRU 3460-EXIT
006150         UNTIL FS-PAGO NOT = "00"
006160            OR PAGNUMERO NOT = WS-NUMERO.
006170     CLOSE PAGO.
006180 3450-FIN.
006190     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
006200 3450-EXIT.
006210     EXIT.

006220 3460-LEER-PAGO.
006230     MOVE PAGO-REGISTRO TO WS-IMAGEN.
006240     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
006250     READ PAGO NEXT RECORD.
006260 3460-EXIT.
006270     EXIT.

006280 3500-EXPORTAR-RESULTADO.
006290     MOVE "resultado.txt" TO WS-SECCION.
006300     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
006310     OPEN INPUT RESULTADO.
006320     IF FS-RESULTADO NOT = "00"
006330         MOVE "N" TO WS-DISPONIBLE-SW
006340         GO TO 3500-FIN
006350     END-IF.
006360     MOVE LOW-VALUES TO RESULTADOCLAVE.
006370     MOVE WS-NUMERO TO RESNUMERO.
006380     START RESULTADO KEY NOT < RESULTADOCLAVE.
006390     IF FS-RESULTADO = "00"
006400         READ RESULTADO NEXT RECORD
006410     END-IF.
006420     PERFORM 3510-LEER-RESULTADO THRU 3510-EXIT
006430         UNTIL FS-RESULTADO NOT = "00"
006440            OR RESNUMERO NOT = WS-NUMERO.
006450     CLOSE RESULTADO.
006460 3500-FIN.
006470     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
006480 3500-EXIT.
006490     EXIT.

006500 3510-LEER-RESULTADO.
006510     MOVE RESULTADO-REGISTRO TO WS-IMAGEN.
006520     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
006530     READ RESULTADO NEXT RECORD.
006540 3510-EXIT.
006550     EXIT.

006560 3550-EXPORTAR-CONDICION.
006570     MOVE "condicion.txt" TO WS-SECCION.
006580     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
006590     OPEN INPUT CONDICION.
006600     IF FS-CONDICION NOT = "00"
006610         MOVE "N" TO WS-DISPONIBLE-SW
006620         GO TO 3550-FIN
006630     END-IF.
006640     MOVE LOW-VALUES TO CONDICIONCLAVE.
006650     MOVE WS-NUMERO TO CONNUMERO.
006660     START CONDICION KEY NOT < CONDICIONCLAVE.
006670     IF FS-CONDICION = "00"
006680         READ CONDICION NEXT RECORD
006690     END-IF.
006700     PERFORM 3560-LEER-CONDICION THRU 3560-EXIT
006710         UNTIL FS-CONDICION NOT = "00"
006720            OR CONNUMERO NOT = WS-NUMERO.
006730     CLOSE CONDICION.
006740 3550-FIN.
006750     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
006760 3550-EXIT.
006770     EXIT.

006780 3560-LEER-CONDICION.
006790     MOVE CONDICION-REGISTRO TO WS-IMAGEN.
006800     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
006810     READ CONDICION NEXT RECORD.
006820 3560-EXIT.
006830     EXIT.

006840 3600-EXPORTAR-DOCUMENTO.
006850     MOVE "documento.txt" TO WS-SECCION.
006860     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
006870     OPEN INPUT DOCUMENTO.
006880     IF FS-DOCUMENTO NOT = "00"
006890         MOVE "N" TO WS-DISPONIBLE-SW
006900         GO TO 3600-FIN
006910     END-IF.
006920     MOVE LOW-VALUES TO DOCUMENTOCLAVE.
006930     MOVE WS-NUMERO TO DOCNUMERO.
006940     START DOCUMENTO KEY NOT < DOCUMENTOCLAVE.
006950     IF FS-DOCUMENTO = "00"
006960         READ DOCUMENTO NEXT RECORD
006970     END-IF.
006980     PERFORM 3610-LEER-DOCUMENTO THRU 3610-EXIT
006990         UNTIL FS-DOCUMENTO NOT = "00"
007000            OR DOCNUMERO NOT = WS-NUMERO.
007010     CLOSE DOCUMENTO.
007020 3600-FIN.
007030     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
007040 3600-EXIT.
007050     EXIT.

007060 3610-LEER-DOCUMENTO.
007070     MOVE DOCUMENTO-REGISTRO TO WS-IMAGEN.
007080     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
007090     READ DOCUMENTO NEXT RECORD.
007100 3610-EXIT.
007110     EXIT.

007120 3650-EXPORTAR-SANCION.
007130     MOVE "sancion.txt" TO WS-SECCION.
007140     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
007150     OPEN INPUT SANCION.
007160     IF FS-SANCION NOT = "00"
007170         MOVE "N" TO WS-DISPONIBLE-SW
007180         GO TO 3650-FIN
007190     END-IF.
007200     MOVE LOW-VALUES TO SANCIONCLAVE.
007210     MOVE WS-NUMERO TO SANNUMERO.
007220     START SANCION KEY NOT < SANCIONCLAVE.
007230     IF FS-SANCION = "00"
007240         READ SANCION NEXT RECORD
007250     END-IF.
007260     PERFORM 3660-LEER-SANCION THRU 3660-EXIT
007270         UNTIL FS-SANCION NOT = "00"
007280            OR SANNUMERO NOT = WS-NUMERO.
007290     CLOSE SANCION.
007300 3650-FIN.
007310     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
007320 3650-EXIT.
007330     EXIT.

007340 3660-LEER-SANCION.
007350     MOVE SANCION-REGISTRO TO WS-IMAGEN.
007360     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
007370     READ SANCION NEXT RECORD.
007380 3660-EXIT.
007390     EXIT.

007400 3700-EXPORTAR-ENFERMERIA.
007410     MOVE "enfermeria.txt" TO WS-SECCION.
007420     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
007430     OPEN INPUT ENFERMERIA.
007440     IF FS-ENFERMERIA NOT = "00"
007450         MOVE "N" TO WS-DISPONIBLE-SW
007460         GO TO 3700-FIN
007470     END-IF.
007480     MOVE LOW-VALUES TO ENFERMERIACLAVE.
007490     MOVE WS-NUMERO TO ENFNUMERO.
007500     START ENFERMERIA KEY NOT < ENFERMERIACLAVE.
007510     IF FS-ENFERMERIA = "00"
007520         READ ENFERMERIA NEXT RECORD
007530     END-IF.
007540     PERFORM 3710-LEER-ENFERMERIA THRU 3710-EXIT
007550         UNTIL FS-ENFERMERIA NOT = "00"
007560            OR ENFNUMERO NOT = WS-NUMERO.
007570     CLOSE ENFERMERIA.
007580 3700-FIN.
007590     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
007600 3700-EXIT.
007610     EXIT.

007620 3710-LEER-ENFERMERIA.
007630     MOVE ENFERMERIA-REGISTRO TO WS-IMAGEN.
007640     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
007650     READ ENFERMERIA NEXT RECORD.
007660 3710-EXIT.
007670     EXIT.

007680 3750-EXPORTAR-PAGO-CONCEPTO.
007690     MOVE "pago_concepto.txt" TO WS-SECCION.
007700     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
007710     OPEN INPUT PAGOCONCEPTO.
007720     IF FS-PAGO-CONCEPTO NOT = "00"
007730         MOVE "N" TO WS-DISPONIBLE-SW
007740         GO TO 3750-FIN
007750     END-IF.
007760     MOVE LOW-VALUES TO PAGOCONCEPTOCLAVE.
007770     MOVE WS-NUMERO TO PCONUMERO.
007780     START PAGOCONCEPTO KEY NOT < PAGOCONCEPTOCLAVE.
007790     IF FS-PAGO-CONCEPTO = "00"
007800         READ PAGOCONCEPTO NEXT RECORD
007810     END-IF.
007820     PERFORM 3760-LEER-PAGO-CONCEPTO THRU 3760-EXIT
007830         UNTIL FS-PAGO-CONCEPTO NOT = "00"
007840            OR PCONUMERO NOT = WS-NUMERO.
007850     CLOSE PAGOCONCEPTO.
007860 3750-FIN.
007870     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
007880 3750-EXIT.
007890     EXIT.

007900 3760-LEER-PAGO-CONCEPTO.
007910     MOVE PAGO-CONCEPTO-REGISTRO TO WS-IMAGEN.
007920     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
007930     READ PAGOCONCEPTO NEXT RECORD.
007940 3760-EXIT.
007950     EXIT.

007960 3800-EXPORTAR-ALUMNO-CONCEPTO.
007970     MOVE "alumno_concepto.txt" TO WS-SECCION.
007980     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
007990     OPEN INPUT ALUMNOCONCEPTO.
008000     IF FS-ALUMNO-CONCEPTO NOT = "00"
008010         MOVE "N" TO WS-DISPONIBLE-SW
008020         GO TO 3800-FIN
008030     END-IF.
008040     MOVE LOW-VALUES TO ALUMNOCONCEPTOCLAVE.
008050     MOVE WS-NUMERO TO ACONUMERO.
008060     START ALUMNOCONCEPTO KEY NOT < ALUMNOCONCEPTOCLAVE.
008070     IF FS-ALUMNO-CONCEPTO = "00"
008080         READ ALUMNOCONCEPTO NEXT RECORD
008090     END-IF.
008100     PERFORM 3810-LEER-ALUMNO-CONCEPTO THRU 3810-EXIT
008110         UNTIL FS-ALUMNO-CONCEPTO NOT = "00"
008120            OR ACONUMERO NOT = WS-NUMERO.
008130     CLOSE ALUMNOCONCEPTO.
008140 3800-FIN.
008150     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
008160 3800-EXIT.
008170     EXIT.

008180 3810-LEER-ALUMNO-CONCEPTO.
008190     MOVE ALUMNO-CONCEPTO-REGISTRO TO WS-IMAGEN.
008200     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
008210     READ ALUMNOCONCEPTO NEXT RECORD.
008220 3810-EXIT.
008230     EXIT.

008240 3850-EXPORTAR-TITULO.
008250     MOVE "titulo.txt" TO WS-SECCION.
008260     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
008270     OPEN INPUT TITULO.
008280     IF FS-TITULO NOT = "00"
008290         MOVE "N" TO WS-DISPONIBLE-SW
008300         GO TO 3850-FIN
008310     END-IF.
008320     MOVE WS-NUMERO TO TITNUMEROALUMNO.
008330     START TITULO KEY = TITNUMEROALUMNO.
008340     IF FS-TITULO = "00"
008350         READ TITULO NEXT RECORD
008360     END-IF.
008370     PERFORM 3860-LEER-TITULO THRU 3860-EXIT
008380         UNTIL FS-TITULO NOT = "00"
008390            OR TITNUMEROALUMNO NOT = WS-NUMERO.
008400     CLOSE TITULO.
008410 3850-FIN.
008420     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
008430 3850-EXIT.
008440     EXIT.

008450 3860-LEER-TITULO.
008460     MOVE TITULO-REGISTRO TO WS-IMAGEN.
008470     PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT.
008480     READ TITULO NEXT RECORD.
008490 3860-EXIT.
008500     EXIT.

008510*----------------------------------------------------------------*
008520* 4000-EXPORTAR-BARRIDOS                                    *
008530* ARCHIVOS VIVOS CUYA CLAVE NO EMPIEZA POR EL NUMERO: SE    *
008540* RECORREN ENTEROS Y SE TOMAN LOS REGISTROS DEL ALUMNO.     *
008550*----------------------------------------------------------------*
008560 4000-EXPORTAR-BARRIDOS.
008570     PERFORM 4100-EXPORTAR-MATRICULA THRU 4100-EXIT.
008580     PERFORM 4200-EXPORTAR-ASISTENCIA THRU 4200-EXIT.
008590     PERFORM 4300-EXPORTAR-EXAMEN THRU 4300-EXIT.
008600     PERFORM 4400-EXPORTAR-LISTA-ESPERA THRU 4400-EXIT.
008610     PERFORM 4500-EXPORTAR-RECIBO THRU 4500-EXIT.
008620     PERFORM 4600-EXPORTAR-COBRO-BANCO THRU 4600-EXIT.
008630     PERFORM 4700-EXPORTAR-EMISION THRU 4700-EXIT.
008640 4000-EXIT.
008650     EXIT.

008660 4100-EXPORTAR-MATRICULA.
008670     MOVE "matricula.txt" TO WS-SECCION.
008680     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
008690     OPEN INPUT MATRICULA.
008700     IF FS-MATRICULA NOT = "00"
008710         MOVE "N" TO WS-DISPONIBLE-SW
008720         GO TO 4100-FIN
008730     END-IF.
008740     READ MATRICULA NEXT RECORD.
008750     PERFORM 4110-LEER-MATRICULA THRU 4110-EXIT
008760         UNTIL FS-MATRICULA NOT = "00".
008770     CLOSE MATRICULA.
008780 4100-FIN.
008790     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
008800 4100-EXIT.
008810     EXIT.

008820 4110-LEER-MATRICULA.
008830     IF MATRICULANUMERO = WS-NUMERO
008840         MOVE MATRICULA-REGISTRO TO WS-IMAGEN
008850         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
008860     END-IF.
008870     READ MATRICULA NEXT RECORD.
008880 4110-EXIT.
008890     EXIT.

008900 4200-EXPORTAR-ASISTENCIA.
008910     MOVE "asistencia.txt" TO WS-SECCION.
008920     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
008930     OPEN INPUT ASISTENCIA.
008940     IF FS-ASISTENCIA NOT = "00"
008950         MOVE "N" TO WS-DISPONIBLE-SW
008960         GO TO 4200-FIN
008970     END-IF.
008980     READ ASISTENCIA NEXT RECORD.
008990     PERFORM 4210-LEER-ASISTENCIA THRU 4210-EXIT
009000         UNTIL FS-ASISTENCIA NOT = "00".
009010     CLOSE ASISTENCIA.
009020 4200-FIN.
009030     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
009040 4200-EXIT.
009050     EXIT.

009060 4210-LEER-ASISTENCIA.
009070     IF ASINUMERO = WS-NUMERO
009080         MOVE ASISTENCIA-REGISTRO TO WS-IMAGEN
009090         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
009100     END-IF.
009110     READ ASISTENCIA NEXT RECORD.
009120 4210-EXIT.
009130     EXIT.

009140 4300-EXPORTAR-EXAMEN.
009150     MOVE "examen.txt" TO WS-SECCION.
009160     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
009170     OPEN INPUT EXAMEN.
009180     IF FS-EXAMEN NOT = "00"
009190         MOVE "N" TO WS-DISPONIBLE-SW
009200         GO TO 4300-FIN
009210     END-IF.
009220     READ EXAMEN NEXT RECORD.
009230     PERFORM 4310-LEER-EXAMEN THRU 4310-EXIT
009240         UNTIL FS-EXAMEN NOT = "00".
009250     CLOSE EXAMEN.
009260 4300-FIN.
009270     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
009280 4300-EXIT.
009290     EXIT.

009300 4310-LEER-EXAMEN.
009310     IF EXANUMERO = WS-NUMERO
009320         MOVE EXAMEN-REGISTRO TO WS-IMAGEN
009330         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
009340     END-IF.
009350     READ EXAMEN NEXT RECORD.
009360 4310-EXIT.
009370     EXIT.

009380 4400-EXPORTAR-LISTA-ESPERA.
009390     MOVE "lista_espera.txt" TO WS-SECCION.
009400     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
009410     OPEN INPUT LISTAESPERA.
009420     IF FS-LISTA-ESPERA NOT = "00"
009430         MOVE "N" TO WS-DISPONIBLE-SW
009440         GO TO 4400-FIN
009450     END-IF.
009460     READ LISTAESPERA NEXT RECORD.
009470     PERFORM 4410-LEER-LISTA-ESPERA THRU 4410-EXIT
009480         UNTIL FS-LISTA-ESPERA NOT = "00".
009490     CLOSE LISTAESPERA.
009500 4400-FIN.
009510     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
009520 4400-EXIT.
009530     EXIT.

009540 4410-LEER-LISTA-ESPERA.
009550     IF ESPNUMERO = WS-NUMERO
009560         MOVE LISTA-ESPERA-REGISTRO TO WS-IMAGEN
009570         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
009580     END-IF.
009590     READ LISTAESPERA NEXT RECORD.
009600 4410-EXIT.
009610     EXIT.

009620 4500-EXPORTAR-RECIBO.
009630     MOVE "recibo.txt" TO WS-SECCION.
009640     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
009650     OPEN INPUT RECIBO.
009660     IF FS-RECIBO NOT = "00"
009670         MOVE "N" TO WS-DISPONIBLE-SW
009680         GO TO 4500-FIN
009690     END-IF.
009700     READ RECIBO NEXT RECORD.
009710     PERFORM 4510-LEER-RECIBO THRU 4510-EXIT
009720         UNTIL FS-RECIBO NOT = "00".
009730     CLOSE RECIBO.
009740 4500-FIN.
009750     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
009760 4500-EXIT.
009770     EXIT.

009780 4510-LEER-RECIBO.
009790     IF RECNUMERO = WS-NUMERO
009800         MOVE RECIBO-REGISTRO TO WS-IMAGEN
009810         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
009820     END-IF.
009830     READ RECIBO NEXT RECORD.
009840 4510-EXIT.
009850     EXIT.

009860 4600-EXPORTAR-COBRO-BANCO.
009870     MOVE "cobro_banco.txt" TO WS-SECCION.
009880     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
009890     OPEN INPUT COBROBANCO.
009900     IF FS-COBRO-BANCO NOT = "00"
009910         MOVE "N" TO WS-DISPONIBLE-SW
009920         GO TO 4600-FIN
009930     END-IF.
009940     READ COBROBANCO NEXT RECORD.
009950     PERFORM 4610-LEER-COBRO-BANCO THRU 4610-EXIT
009960         UNTIL FS-COBRO-BANCO NOT = "00".
009970     CLOSE COBROBANCO.
009980 4600-FIN.
009990     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
010000 4600-EXIT.
010010     EXIT.

010020 4610-LEER-COBRO-BANCO.
010030     IF CBANUMERO = WS-NUMERO
010040         MOVE COBRO-BANCO-REGISTRO TO WS-IMAGEN
010050         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
010060     END-IF.
010070     READ COBROBANCO NEXT RECORD.
010080 4610-EXIT.
010090     EXIT.

010100 4700-EXPORTAR-EMISION.
010110     MOVE "emision.txt" TO WS-SECCION.
010120     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
010130     OPEN INPUT EMISION.
010140     IF FS-EMISION NOT = "00"
010150         MOVE "N" TO WS-DISPONIBLE-SW
010160         GO TO 4700-FIN
010170     END-IF.
010180     READ EMISION NEXT RECORD.
010190     PERFORM 4710-LEER-EMISION THRU 4710-EXIT
010200         UNTIL FS-EMISION NOT = "00".
010210     CLOSE EMISION.
010220 4700-FIN.
010230     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
010240 4700-EXIT.
010250     EXIT.

010260 4710-LEER-EMISION.
010270     IF EMIALUMNO = WS-NUMERO
010280         MOVE EMISION-REGISTRO TO WS-IMAGEN
010290         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
010300     END-IF.
010310     READ EMISION NEXT RECORD.
010320 4710-EXIT.
010330     EXIT.

010340*----------------------------------------------------------------*
010350* 5000-EXPORTAR-HISTORICOS                                  *
010360* SATELITES HISTORICOS QUE DEJA ARCHIVAR-ALUMNOS-HISTORICO   *
010370* (IMAGEN DEL REGISTRO VIVO): WS-POS-NUMERO ES LA POSICION  *
010380* DEL NUMERO DENTRO DEL LAYOUT DE CADA UNO.                  *
010390*----------------------------------------------------------------*
010400 5000-EXPORTAR-HISTORICOS.
010410     MOVE "tutor_historico.txt" TO WS-ARCHIVO-LECTURA.
010420     MOVE 1 TO WS-POS-NUMERO.
010430     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010440     MOVE "ficha_medica_historico.txt" TO WS-ARCHIVO-LECTURA.
010450     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010460     MOVE "documento_historico.txt" TO WS-ARCHIVO-LECTURA.
010470     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010480     MOVE "calificacion_historico.txt" TO WS-ARCHIVO-LECTURA.
010490     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010500     MOVE "pago_historico.txt" TO WS-ARCHIVO-LECTURA.
010510     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010520     MOVE "resultado_historico.txt" TO WS-ARCHIVO-LECTURA.
010530     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010540     MOVE "sancion_historico.txt" TO WS-ARCHIVO-LECTURA.
010550     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010560     MOVE "enfermeria_historico.txt" TO WS-ARCHIVO-LECTURA.
010570     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
01057A     MOVE "alumno_concepto_historico.txt" TO WS-ARCHIVO-LECTURA.
01057B     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
01057C     MOVE "pago_concepto_historico.txt" TO WS-ARCHIVO-LECTURA.
01057D     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010580*    MATRICULA: CURSO(6)+NUMERO. ASISTENCIA: FECHA(8)+CURSO(6)
010590*    +NUMERO. EXAMEN: CURSO(6)+FECHA(8)+NUMERO.
010600     MOVE "matricula_historico.txt" TO WS-ARCHIVO-LECTURA.
010610     MOVE 7 TO WS-POS-NUMERO.
010620     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010630     MOVE "asistencia_historico.txt" TO WS-ARCHIVO-LECTURA.
010640     MOVE 15 TO WS-POS-NUMERO.
010650     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010660     MOVE "examen_historico.txt" TO WS-ARCHIVO-LECTURA.
010670     PERFORM 5100-BARRER-HISTORICO THRU 5100-EXIT.
010680 5000-EXIT.
010690     EXIT.

010700 5100-BARRER-HISTORICO.
010710     MOVE WS-ARCHIVO-LECTURA TO WS-SECCION.
010720     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
010730     OPEN INPUT LECTURA.
010740     IF FS-LECTURA NOT = "00"
010750         MOVE "N" TO WS-DISPONIBLE-SW
010760         GO TO 5100-FIN
010770     END-IF.
010780     READ LECTURA NEXT RECORD.
010790     PERFORM 5110-LEER-HISTORICO THRU 5110-EXIT
010800         UNTIL FS-LECTURA NOT = "00".
010810     CLOSE LECTURA.
010820 5100-FIN.
010830     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
010840 5100-EXIT.
010850     EXIT.

010860 5110-LEER-HISTORICO.
010870     IF LECTURA-LINEA (WS-POS-NUMERO:7) = WS-NUMERO-X
010880         MOVE LECTURA-LINEA TO WS-IMAGEN
010890         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
010900     END-IF.
010910     READ LECTURA NEXT RECORD.
010920 5110-EXIT.
010930     EXIT.

010940*----------------------------------------------------------------*
010950* 6000-EXPORTAR-BITACORAS                                   *
010960* LINEAS DEL ALUMNO EN LOS TRES LOGS: EL VIVO, LOS SEGMENTOS *
010970* VIGENTES DEL INDICE DE ROTAR-BITACORAS Y EL ARCHIVO LEGAL  *
010980* (DONDE QUEDAN LOS SEGMENTOS YA ARCHIVADOS).                *
010990*----------------------------------------------------------------*
011000 6000-EXPORTAR-BITACORAS.
011010     MOVE "bitacora.txt" TO WS-ARCHIVO-LECTURA.
011020     PERFORM 6100-BARRER-BITACORA THRU 6100-EXIT.
011030     MOVE "alumno_cambios.txt" TO WS-ARCHIVO-LECTURA.
011040     PERFORM 6100-BARRER-BITACORA THRU 6100-EXIT.
011050     MOVE "alumno_auditoria.txt" TO WS-ARCHIVO-LECTURA.
011060     PERFORM 6100-BARRER-BITACORA THRU 6100-EXIT.
011070     PERFORM 6200-RECORRER-INDICE THRU 6200-EXIT.
011080     MOVE "bitacora" TO WS-BASE.
011090     PERFORM 6300-BARRER-ARCHIVO-LEGAL THRU 6300-EXIT.
011100     MOVE "alumno_cambios" TO WS-BASE.
011110     PERFORM 6300-BARRER-ARCHIVO-LEGAL THRU 6300-EXIT.
011120     MOVE "alumno_auditoria" TO WS-BASE.
011130     PERFORM 6300-BARRER-ARCHIVO-LEGAL THRU 6300-EXIT.
011140 6000-EXIT.
011150     EXIT.

011160 6100-BARRER-BITACORA.
011170     MOVE WS-ARCHIVO-LECTURA TO WS-SECCION.
011180     PERFORM 7000-ABRIR-SECCION THRU 7000-EXIT.
011190     OPEN INPUT LECTURA.
011200     IF FS-LECTURA NOT = "00"
011210         MOVE "N" TO WS-DISPONIBLE-SW
011220         GO TO 6100-FIN
011230     END-IF.
011240     READ LECTURA NEXT RECORD.
011250     PERFORM 6110-LEER-BITACORA THRU 6110-EXIT
011260         UNTIL FS-LECTURA NOT = "00".
011270     CLOSE LECTURA.
011280 6100-FIN.
011290     PERFORM 7200-CERRAR-SECCION THRU 7200-EXIT.
011300 6100-EXIT.
011310     EXIT.

011320 6110-LEER-BITACORA.
011330     IF LECTURA-LINEA (1:7) NOT = WS-NUMERO-X
011340        OR LECTURA-LINEA (8:1) NOT = ","
011350         GO TO 6110-SIGUIENTE
011360     END-IF.
011370     MOVE SPACES TO WS-LOG-NUMERO WS-LOG-ARCHIVO.
011380     UNSTRING LECTURA-LINEA DELIMITED BY ","
011390         INTO WS-LOG-NUMERO WS-LOG-ARCHIVO
011400     END-UNSTRING.
011410     IF NOT ARCHIVO-AJENO
011420         MOVE LECTURA-LINEA TO WS-IMAGEN
011430         PERFORM 7100-GRABAR-IMAGEN THRU 7100-EXIT
011440     END-IF.
011450 6110-SIGUIENTE.
011460     READ LECTURA NEXT RECORD.
011470 6110-EXIT.
011480     EXIT.

011490*----------------------------------------------------------------*
011500* 6200-RECORRER-INDICE                                      *
011510* SEGMENTOS MENSUALES VIGENTES (ESTADO V) DE LOS TRES LOGS.  *
011520*----------------------------------------------------------------*
011530 6200-RECORRER-INDICE.
011540     OPEN INPUT INDICE.
011550     IF FS-INDICE NOT = "00"
011560         GO TO 6200-EXIT
011570     END-IF.
011580     READ INDICE NEXT RECORD.
011590     PERFORM 6210-LEER-INDICE THRU 6210-EXIT
011600         UNTIL FS-INDICE NOT = "00".
011610     CLOSE INDICE.
011620 6200-EXIT.
011630     EXIT.

011640 6210-LEER-INDICE.
011650     MOVE SPACES TO WS-IDX-NOMBRE WS-IDX-MES-X
011660         WS-IDX-ESTADO WS-IDX-BASE.
011670     UNSTRING INDICE-LINEA DELIMITED BY ";"
011680         INTO WS-IDX-NOMBRE WS-IDX-MES-X WS-IDX-ESTADO
011690              WS-IDX-BASE
011700     END-UNSTRING.
011710     IF WS-IDX-ESTADO = "V"
011720        AND (WS-IDX-BASE = "bitacora"
011730          OR WS-IDX-BASE = "alumno_cambios"
011740          OR WS-IDX-BASE = "alumno_auditoria")
011750         MOVE WS-IDX-NOMBRE TO WS-ARCHIVO-LECTURA
011760         PERFORM 6100-BARRER-BITACORA THRU 6100-EXIT
011770     END-IF.
011780     READ INDICE NEXT RECORD.
011790 6210-EXIT.
011800     EXIT.

011810 6300-BARRER-ARCHIVO-LEGAL.
011820     MOVE SPACES TO WS-ARCHIVO-LECTURA.
011830     STRING "bitacoras_archivo_" DELIMITED BY SIZE
011840         WS-BASE DELIMITED BY " "
011850         ".txt" DELIMITED BY SIZE
011860         INTO WS-ARCHIVO-LECTURA
011870     END-STRING.
011880     PERFORM 6100-BARRER-BITACORA THRU 6100-EXIT.
011890 6300-EXIT.
011900     EXIT.

011910*----------------------------------------------------------------*
011920* 7000-ABRIR-SECCION / 7100-GRABAR-IMAGEN /                 *
011930* 7200-CERRAR-SECCION / 7300-GRABAR-DATO                    *
011940* UNA SECCION POR ARCHIVO REVISADO: TITULO, REGISTROS DEL    *
011950* ALUMNO Y CANTIDAD (O ARCHIVO NO DISPONIBLE).               *
011960*----------------------------------------------------------------*
011970 7000-ABRIR-SECCION.
011980     MOVE ZERO TO WS-CANTIDAD-SECCION.
011990     SET ARCHIVO-DISPONIBLE TO TRUE.
012000     ADD 1 TO WS-TOTAL-SECCIONES.
012010     MOVE SPACES TO EXPORTACION-LINEA.
012020     WRITE EXPORTACION-LINEA.
012030     MOVE WS-SECCION TO SEC-NOMBRE.
012040     WRITE EXPORTACION-LINEA FROM WS-LINEA-SECCION.
012050 7000-EXIT.
012060     EXIT.

012070 7100-GRABAR-IMAGEN.
012080     MOVE WS-IMAGEN TO IMG-DATOS.
012090     WRITE EXPORTACION-LINEA FROM WS-LINEA-IMAGEN.
012100     ADD 1 TO WS-CANTIDAD-SECCION.
012110 7100-EXIT.
012120     EXIT.

012130 7200-CERRAR-SECCION.
012140     IF NOT ARCHIVO-DISPONIBLE
012150         MOVE "  (ARCHIVO NO DISPONIBLE)" TO EXPORTACION-LINEA
012160         WRITE EXPORTACION-LINEA
012170         ADD 1 TO WS-TOTAL-NO-DISPONIBLES
012180         GO TO 7200-EXIT
012190     END-IF.
012200     ADD WS-CANTIDAD-SECCION TO WS-TOTAL-REGISTROS.
012210     MOVE WS-CANTIDAD-SECCION TO CAN-CANTIDAD.
012220     WRITE EXPORTACION-LINEA FROM WS-LINEA-CANTIDAD.
012230 7200-EXIT.
012240     EXIT.

012250 7300-GRABAR-DATO.
012260     WRITE EXPORTACION-LINEA FROM WS-LINEA-DATO.
012270 7300-EXIT.
012280     EXIT.

012290*----------------------------------------------------------------*
012300* 8800-EDITAR-FECHA                                         *
012310* WS-FECHA-ENTRADA (AAAAMMDD) A DD/MM/AAAA EN WS-FECHA-ED.   *
012320*----------------------------------------------------------------*
012330 8800-EDITAR-FECHA.
012340     MOVE SPACES TO WS-FECHA-ED.
012350     IF WS-FECHA-ENTRADA NOT NUMERIC
012360        OR WS-FECHA-ENTRADA = ZERO
012370         GO TO 8800-EXIT
012380     END-IF.
012390     STRING WS-FE-DD DELIMITED BY SIZE
012400         "/" DELIMITED BY SIZE
012410         WS-FE-MM DELIMITED BY SIZE
012420         "/" DELIMITED BY SIZE
012430         WS-FE-AAAA DELIMITED BY SIZE
012440         INTO WS-FECHA-ED
012450     END-STRING.
012460 8800-EXIT.
012470     EXIT.

012480*----------------------------------------------------------------*
012490* 9000-FINALIZAR                                            *
012500* TOTALES, CIERRE DE LA SALIDA Y LOG.                        *
012510*----------------------------------------------------------------*
012520 9000-FINALIZAR.
012530     IF EXPORTACION-ABIERTA
012540         MOVE SPACES TO EXPORTACION-LINEA
012550         WRITE EXPORTACION-LINEA
012560         MOVE SPACES TO EXPORTACION-LINEA
012570         STRING "ARCHIVOS REVISADOS: " DELIMITED BY SIZE
012580             WS-TOTAL-SECCIONES DELIMITED BY SIZE
012590             "  REGISTROS DEL ALUMNO: " DELIMITED BY SIZE
012600             WS-TOTAL-REGISTROS DELIMITED BY SIZE
012610             "  NO DISPONIBLES: " DELIMITED BY SIZE
012620             WS-TOTAL-NO-DISPONIBLES DELIMITED BY SIZE
012630             INTO EXPORTACION-LINEA
012640         END-STRING
012650         WRITE EXPORTACION-LINEA
012660         CLOSE EXPORTACION
012670         DISPLAY "Datos del alumno " WS-NUMERO " en "
012680             WS-ARCHIVO-EXPORTACION
012690         DISPLAY "Archivos revisados: " WS-TOTAL-SECCIONES
012700             "  Registros: " WS-TOTAL-REGISTROS
012710     END-IF.
012720     PERFORM 9100-GRABAR-LOG THRU 9100-EXIT.
012730 9000-EXIT.
012740     EXIT.

012750*----------------------------------------------------------------*
012760* 9100-GRABAR-LOG                                           *
012770* DEJA LA CORRIDA, CON FECHA Y HORA, EN EL LOG COMPARTIDO DE *
012780* LOS BATCH: QUEDA CONSTANCIA DE CADA PEDIDO DE ACCESO.      *
012790*----------------------------------------------------------------*
012800 9100-GRABAR-LOG.
012810     OPEN EXTEND LOG-CORRIDA.
012820     IF FS-LOG = "05" OR FS-LOG = "35"
012830         OPEN OUTPUT LOG-CORRIDA
012840     END-IF.
012850     IF FS-LOG NOT = "00"
012860         GO TO 9100-EXIT
012870     END-IF.
012880     ACCEPT WS-LOG-FECHA FROM DATE YYYYMMDD.
012890     ACCEPT WS-LOG-HORA FROM TIME.
012900     MOVE RETURN-CODE TO WS-LOG-RC.
012910     MOVE SPACES TO LOG-LINEA.
012920     STRING WS-LOG-FECHA DELIMITED BY SIZE
012930         " " DELIMITED BY SIZE
012940         WS-LOG-HORA DELIMITED BY SIZE
012950         " EXPORTAR-DATOS-ALUMNO NUMERO=" DELIMITED BY SIZE
012960         WS-NUMERO-X DELIMITED BY SIZE
012970         " ARCHIVOS=" DELIMITED BY SIZE
012980         WS-TOTAL-SECCIONES DELIMITED BY SIZE
012990         " REGISTROS=" DELIMITED BY SIZE
013000         WS-TOTAL-REGISTROS DELIMITED BY SIZE
013010         " RC=" DELIMITED BY SIZE
013020         WS-LOG-RC DELIMITED BY SIZE
013030         INTO LOG-LINEA
013040     END-STRING.
013050     WRITE LOG-LINEA.
013060     CLOSE LOG-CORRIDA.
013070 9100-EXIT.
013080     EXIT.
