       class-id prjArchivoSecuencial.frmTablero is partial
                 inherits type System.Windows.Forms.Form.

                 copy AlumnoSelect.

                 copy ControlSelect.

                 copy CursoSelect.

                 copy MatriculaSelect.

                 copy AsistenciaSelect.

                 copy DistritoEstadoSelect.

                 copy ListaEsperaSelect.

      *> Saldos por alumno que deja REPORTE-MOROSIDAD en la cadena
      *> nocturna: una cabecera C;fecha;desde;hasta y una línea
      *> A;numero;facturado;cobrado;saldo;recargo por alumno.
                 Select saldos assign to "morosidad_saldos.txt"
                       organization line sequential
                       file status fs-saldos.

                 Select logCorrida assign to "batch_alumnos.log"
                       organization line sequential
                       file status fs-log.

       fd alumno.
       copy AlumnoRegistro.

       fd alumnoControl.
       copy ControlRegistro.

       fd curso.
       copy CursoRegistro.

       fd matricula.
       copy MatriculaRegistro.

       fd asistencia.
       copy AsistenciaRegistro.

       fd distritoEstado.
       copy DistritoEstadoRegistro.

       fd listaEspera.
       copy ListaEsperaRegistro.

       fd saldos.
       01 saldos-linea pic x(80).

       fd logCorrida.
       01 log-linea pic x(200).

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-control pic xx.
       01 fs-curso pic xx.
       01 fs-matricula pic xx.
       01 fs-asistencia pic xx.
       01 fs-distrito-estado pic xx.
       01 fs-lista-espera pic xx.
       01 fs-saldos pic xx.
       01 fs-log pic xx.
       copy SedeRango.
       01 ws-sede           pic 9(01).
       01 ws-ciclo          pic 9(04).
       01 ws-en-sede        condition-value.
       01 ws-detalle        condition-value.
       01 ws-alumno-abierto condition-value.
       01 ws-det-clave      pic x(40).
       01 ws-clave          pic x(40).
       01 ws-hoy.
         03 ws-hoy-mes.
           05 ws-hoy-anio   pic 9(04).
           05 ws-hoy-mm     pic 9(02).
         03 ws-hoy-dd       pic 9(02).
       01 ws-fecha.
         03 ws-fecha-mes.
           05 ws-fecha-anio pic 9(04).
           05 ws-fecha-mm   pic 9(02).
         03 ws-fecha-dd     pic 9(02).
       01 ws-fecha-texto    pic x(10).
       01 ws-periodo-texto  pic x(07).
       01 ws-ciclo-texto    pic x(20).
      *> Renglón del tablero (indicador, valor, detalle y la clave que
      *> usa "Ver alumnos" para rearmar la lista que hay detrás).
       01 ws-ind-texto      pic x(60).
       01 ws-ind-valor      pic x(30).
       01 ws-ind-detalle    pic x(120).
       01 ws-ind-clave      pic x(40).
      *> Renglón de la lista de alumnos de un indicador.
       01 ws-alu-numero     pic 9(07).
       01 ws-det-numero     pic x(07).
       01 ws-det-alumno     pic x(60).
       01 ws-det-texto      pic x(120).
       01 ws-cant-ed        pic z(06)9.
       01 ws-cant-ed2       pic z(06)9.
       01 ws-cant-ed3       pic z(06)9.
       01 ws-pct            pic 9(03)v9.
       01 ws-pct-ed         pic zz9.9.
       01 ws-importe-ed     pic z,zzz,zzz,zz9.99.
       01 ws-importe-ed2    pic z,zzz,zzz,zz9.99.
       01 ws-k              binary-long.
      *> Alumnos activos, altas y bajas del mes.
       01 ws-activos        pic 9(07).
       01 ws-altas          pic 9(07).
       01 ws-bajas          pic 9(07).
       01 ws-ctl-activos    pic 9(07).
      *> Motivos de baja (los de alumno-registro); un código
      *> desconocido cuenta como OT.
       01 ws-motivos-valores.
         03 filler pic x(24) value "ABAbandono".
         03 filler pic x(24) value "TRTraslado".
         03 filler pic x(24) value "EGEgreso".
         03 filler pic x(24) value "ERError de carga".
         03 filler pic x(24) value "FUFusión de duplicados".
         03 filler pic x(24) value "OTOtro".
       01 ws-motivos-tabla redefines ws-motivos-valores.
         03 ws-motivo occurs 6 times.
           05 ws-mot-codigo pic x(02).
           05 ws-mot-texto  pic x(22).
       01 ws-mot-cantidades.
         03 ws-mot-cant     pic 9(07) occurs 6 times.
       01 ws-mot-i          binary-long.
      *> Ocupación de cursos.
       01 ws-ocupados       pic 9(05).
       01 ws-cupo           pic 9(05).
       01 ws-tot-ocupados   pic 9(07).
       01 ws-tot-cupo       pic 9(07).
       01 ws-cursos-llenos  pic 9(05).
       01 ws-completo       pic x(12).
       01 ws-fila           binary-long.
      *> Asistencia del mes.
       01 ws-presentes      pic 9(07).
       01 ws-ausentes       pic 9(07).
       01 ws-justificados   pic 9(07).
       01 ws-registros      pic 9(07).
       01 ws-estado-texto   pic x(15).
      *> Cobranza (morosidad_saldos.txt).
       01 ws-sal-tipo       pic x(01).
       01 ws-sal-numero-x   pic x(07).
       01 ws-sal-numero redefines ws-sal-numero-x pic 9(07).
       01 ws-sal-facturado-x pic x(10).
       01 ws-sal-facturado redefines ws-sal-facturado-x pic 9(08)v99.
       01 ws-sal-cobrado-x  pic x(10).
       01 ws-sal-cobrado redefines ws-sal-cobrado-x pic 9(08)v99.
       01 ws-sal-saldo-x    pic x(10).
       01 ws-sal-saldo redefines ws-sal-saldo-x pic 9(08)v99.
       01 ws-sal-recargo-x  pic x(10).
       01 ws-sal-recargo redefines ws-sal-recargo-x pic 9(08)v99.
       01 ws-sal-fecha-x    pic x(08).
       01 ws-sal-desde-x    pic x(06).
       01 ws-sal-hasta-x    pic x(06).
       01 ws-tot-facturado  pic 9(10)v99.
       01 ws-tot-cobrado    pic 9(10)v99.
       01 ws-tot-saldo      pic 9(10)v99.
       01 ws-tot-recargo    pic 9(10)v99.
       01 ws-deudores       pic 9(07).
      *> Casos del distrito y lista de espera.
       01 ws-rechazados     pic 9(07).
       01 ws-casos          pic 9(07).
       01 ws-en-otra        pic 9(07).
       01 ws-esperando      pic 9(07).
      *> Última corrida de la cadena en batch_alumnos.log: cada línea
      *> es "AAAAMMDD HHMMSSCC PROGRAMA ... RC=n".
       01 ws-log-fecha      pic x(08).
       01 ws-log-hora       pic x(08).
       01 ws-log-programa   pic x(30).
       01 ws-log-rc         pic x(01).
       01 ws-log-largo      binary-long.
       01 ws-log-ultima     pic x(08).
       01 ws-log-con-error  pic 9(03).
       01 ws-log-rc-max     pic x(01).
       01 ws-log-cant       binary-long.
       01 ws-paso-i         binary-long.
       01 ws-log-tabla.
         03 ws-log-paso occurs 60 times.
           05 ws-paso-programa pic x(30).
           05 ws-paso-hora     pic x(08).
           05 ws-paso-rc       pic x(01).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           invoke cboSede::Items::Add("Ambas sedes")
           invoke cboSede::Items::Add("Sede 1 - Central")
           invoke cboSede::Items::Add("Sede 2 - Norte")
           set cboSede::SelectedIndex to 0
           perform CargarTablero
           goback.
       end method.

      *> Arma el tablero de dirección para la sede elegida y el ciclo
      *> abierto de la sesión: cada renglón es un indicador con su
      *> valor, una aclaración y la clave con que "Ver alumnos" vuelve
      *> a recorrer el mismo archivo para listar quiénes están detrás.
      *> Los importes salen de morosidad_saldos.txt, que deja
      *> REPORTE-MOROSIDAD en la cadena nocturna, así el tablero no
      *> recalcula la cobranza cada vez que se abre.
       method-id CargarTablero private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           invoke dataGridView2::Rows::Clear
           set lblDetalle::Text to "Alumnos del indicador elegido"
           move cboSede::SelectedIndex to ws-sede
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy
           move type prjArchivoSecuencial.Sesion::CicloActual
               to ws-ciclo
           set ws-detalle to false
           if ws-ciclo = 0
               set lblCiclo::Text to "Sin ciclo lectivo abierto"
           else
               move spaces to ws-ciclo-texto
               string
                   "Ciclo lectivo " delimited by size
                   ws-ciclo delimited by size
                   into ws-ciclo-texto
               end-string
               set lblCiclo::Text to ws-ciclo-texto::Trim
           end-if
           perform ContarAlumnos
           perform ContarOcupacion
           perform ContarAsistencia
           perform ContarCobranza
           perform ContarDistrito
           perform ContarListaEspera
           perform ContarCorridas
       end method.

      *> Deja ws-en-sede en true si ws-alu-numero cae en el rango de
      *> la sede elegida (siempre, con ambas sedes).
       method-id EvaluarSede private.
       procedure division.
           if ws-sede = 0
               set ws-en-sede to true
           else
               set ws-en-sede to ws-alu-numero >= sedeDesde(ws-sede)
                   and ws-alu-numero <= sedeHasta(ws-sede)
           end-if
       end method.

       method-id AgregarIndicador private.
       procedure division.
           invoke dataGridView1::Rows::Add(ws-ind-texto::Trim,
               ws-ind-valor::Trim,
               ws-ind-detalle::Trim,
               ws-ind-clave::Trim)
       end method.

      *> Nombre del alumno ws-alu-numero leído por clave, para las
      *> listas que salen de otros archivos (alumno ya abierto por
      *> btnVerAlumnos_Click).
       method-id BuscarAlumnoDetalle private.
       procedure division.
           move "(no figura en alumno.txt)" to ws-det-alumno
           if ws-alumno-abierto
               move ws-alu-numero to numero
               read alumno
               if fs-alumno = "00"
                   move spaces to ws-det-alumno
                   string
                       apellido::Trim delimited by size
                       ", " delimited by size
                       nombre::Trim delimited by size
                       into ws-det-alumno
                   end-string
               end-if
           end-if
       end method.

       method-id AgregarDetalle private.
       procedure division.
           invoke dataGridView2::Rows::Add(ws-det-numero,
               ws-det-alumno::Trim,
               ws-det-texto::Trim)
       end method.

      *> ws-fecha (AAAAMMDD) como dd/mm/aaaa en ws-fecha-texto.
       method-id FormatearFecha private.
       procedure division.
           move spaces to ws-fecha-texto
           string
               ws-fecha-dd delimited by size
               "/" delimited by size
               ws-fecha-mm delimited by size
               "/" delimited by size
               ws-fecha-anio delimited by size
               into ws-fecha-texto
           end-string
       end method.

      *> Activos, inscripciones del mes y bajas del mes por motivo,
      *> en una sola pasada por alumno.txt. Con ambas sedes el total
      *> de activos es el de alumno_control.txt (el mismo que muestra
      *> el listado); si no coincide con el recuento del maestro se
      *> avisa para correr RECONSTRUIR-CONTROL. Por sede el control no
      *> discrimina y vale el recuento.
       method-id ContarAlumnos private.
       procedure division.
           move 0 to ws-activos ws-altas ws-bajas
           move 1 to ws-k
           perform until ws-k > 6
               move 0 to ws-mot-cant(ws-k)
               add 1 to ws-k
           end-perform
           open input alumno
           if fs-alumno <> "00"
               close alumno
               if ws-detalle = false
                   move "Alumnos activos" to ws-ind-texto
                   move "sin datos" to ws-ind-valor
                   move "No se pudo abrir alumno.txt" to ws-ind-detalle
                   move "ACT" to ws-ind-clave
                   perform AgregarIndicador
               end-if
               goback
           end-if
           read alumno next record
           perform until fs-alumno <> "00"
               move numero to ws-alu-numero
               perform EvaluarSede
               if ws-en-sede
                   move numero to ws-det-numero
                   move spaces to ws-det-alumno
                   string
                       apellido::Trim delimited by size
                       ", " delimited by size
                       nombre::Trim delimited by size
                       into ws-det-alumno
                   end-string
                   if estadoAlumno <> "B"
                       add 1 to ws-activos
                       if ws-detalle and ws-det-clave = "ACT"
                           move "Activo" to ws-det-texto
                           perform AgregarDetalle
                       end-if
                   end-if
                   if fechaRegistro numeric
                       move fechaRegistro to ws-fecha
                       if ws-fecha-mes = ws-hoy-mes
                           add 1 to ws-altas
                           if ws-detalle and ws-det-clave = "ALT"
                               perform FormatearFecha
                               move spaces to ws-det-texto
                               string
                                   "Inscripto el " delimited by size
                                   ws-fecha-texto delimited by size
                                   into ws-det-texto
                               end-string
                               perform AgregarDetalle
                           end-if
                       end-if
                   end-if
                   if estadoAlumno = "B" and fechaBaja numeric
                       move fechaBaja to ws-fecha
                       if ws-fecha-mes = ws-hoy-mes
                           add 1 to ws-bajas
                           perform UbicarMotivo
                           add 1 to ws-mot-cant(ws-mot-i)
                           move spaces to ws-clave
                           string
                               "BAJ" delimited by size
                               ws-mot-codigo(ws-mot-i) delimited by size
                               into ws-clave
                           end-string
                           if ws-detalle and (ws-det-clave = "BAJ"
                                 or ws-det-clave = ws-clave)
                               perform FormatearFecha
                               move spaces to ws-det-texto
                               string
                                   "Baja del " delimited by size
                                   ws-fecha-texto delimited by size
                                   " - " delimited by size
                                   ws-mot-texto(ws-mot-i)::Trim
                                       delimited by size
                                   into ws-det-texto
                               end-string
                               perform AgregarDetalle
                           end-if
                       end-if
                   end-if
               end-if
               read alumno next record
           end-perform
           close alumno
           if ws-detalle
               goback
           end-if

           move "Alumnos activos" to ws-ind-texto
           move ws-activos to ws-cant-ed
           move ws-cant-ed to ws-ind-valor
           move "Recuento de alumno.txt de la sede" to ws-ind-detalle
           if ws-sede = 0
               move "Recuento de alumno.txt (falta alumno_control.txt)"
                   to ws-ind-detalle
               open input alumnoControl
               if fs-control = "00"
                   read alumnoControl
                   if fs-control = "00" and ctlActivos numeric
                       move ctlActivos to ws-ctl-activos
                       move ws-ctl-activos to ws-cant-ed
                       move ws-cant-ed to ws-ind-valor
                       if ws-ctl-activos = ws-activos
                           move "Según alumno_control.txt"
                               to ws-ind-detalle
                       else
                           move ws-activos to ws-cant-ed2
                           move spaces to ws-ind-detalle
                           string
                               "alumno.txt cuenta " delimited by size
                               ws-cant-ed2::Trim delimited by size
                               ": correr RECONSTRUIR-CONTROL"
                                   delimited by size
                               into ws-ind-detalle
                           end-string
                       end-if
                   end-if
               end-if
               close alumnoControl
           end-if
           move "ACT" to ws-ind-clave
           perform AgregarIndicador

           move "Inscripciones del mes" to ws-ind-texto
           move ws-altas to ws-cant-ed
           move ws-cant-ed to ws-ind-valor
           move "Alumnos con fecha de inscripción en el mes"
               to ws-ind-detalle
           move "ALT" to ws-ind-clave
           perform AgregarIndicador

           move "Bajas del mes" to ws-ind-texto
           move ws-bajas to ws-cant-ed
           move ws-cant-ed to ws-ind-valor
           move "Bajas con fecha en el mes, abajo por motivo"
               to ws-ind-detalle
           move "BAJ" to ws-ind-clave
           perform AgregarIndicador
           move 1 to ws-k
           perform until ws-k > 6
               if ws-mot-cant(ws-k) > 0
                   move spaces to ws-ind-texto ws-ind-clave
                   string
                       "   Bajas por " delimited by size
                       ws-mot-texto(ws-k)::Trim delimited by size
                       into ws-ind-texto
                   end-string
                   move ws-mot-cant(ws-k) to ws-cant-ed
                   move ws-cant-ed to ws-ind-valor
                   move spaces to ws-ind-detalle
                   string
                       "BAJ" delimited by size
                       ws-mot-codigo(ws-k) delimited by size
                       into ws-ind-clave
                   end-string
                   perform AgregarIndicador
               end-if
               add 1 to ws-k
           end-perform
       end method.

       method-id UbicarMotivo private.
       procedure division.
           move 6 to ws-mot-i
           move 1 to ws-k
           perform until ws-k > 5
               if ws-mot-codigo(ws-k) = motivoBaja
                   move ws-k to ws-mot-i
               end-if
               add 1 to ws-k
           end-perform
       end method.

      *> Ocupación de cada curso contra su cupo: matrículas activas del
      *> ciclo abierto (como ContarMatriculados del catálogo de
      *> cursos) de los alumnos de la sede, más el total.
       method-id ContarOcupacion private.
       procedure division.
           move 0 to ws-tot-ocupados ws-tot-cupo ws-cursos-llenos
           open input curso
           if fs-curso <> "00"
               close curso
               if ws-detalle = false
                   move "Ocupación de cursos" to ws-ind-texto
                   move "sin datos" to ws-ind-valor
                   move "No hay cursos cargados" to ws-ind-detalle
                   move "CUR" to ws-ind-clave
                   perform AgregarIndicador
               end-if
               goback
           end-if
           open input matricula
           move dataGridView1::Rows::Count to ws-fila
           read curso next record
           perform until fs-curso <> "00"
               move spaces to ws-clave
               string
                   "CUR" delimited by size
                   cursoCodigo delimited by space
                   into ws-clave
               end-string
               move 0 to ws-ocupados ws-cupo
               if cursoCapacidad numeric
                   move cursoCapacidad to ws-cupo
               end-if
               if fs-matricula = "00"
                   move cursoCodigo to matriculaCurso
                   move 0 to matriculaNumero
                   start matricula key is not less than matriculaClave
                       invalid key
                           move "10" to fs-matricula
                   end-start
                   if fs-matricula = "00"
                       read matricula next record
                   end-if
                   perform until fs-matricula <> "00"
                           or matriculaCurso <> cursoCodigo
                       move matriculaNumero to ws-alu-numero
                       perform EvaluarSede
                       if ws-en-sede and matriculaCiclo numeric
                             and matriculaCiclo = ws-ciclo
                             and matriculaEstado <> "B"
                           add 1 to ws-ocupados
                           if ws-detalle and (ws-det-clave = "CUR"
                                 or ws-det-clave = ws-clave)
                               move matriculaNumero to ws-det-numero
                               perform BuscarAlumnoDetalle
                               move matriculaFecha to ws-fecha
                               perform FormatearFecha
                               move spaces to ws-det-texto
                               string
                                   "Curso " delimited by size
                                   cursoCodigo delimited by space
                                   ", matriculado el " delimited by size
                                   ws-fecha-texto delimited by size
                                   into ws-det-texto
                               end-string
                               perform AgregarDetalle
                           end-if
                       end-if
                       read matricula next record
                   end-perform
                   move "00" to fs-matricula
               end-if
               add ws-ocupados to ws-tot-ocupados
               add ws-cupo to ws-tot-cupo
               if ws-cupo > 0 and ws-ocupados >= ws-cupo
                   add 1 to ws-cursos-llenos
               end-if
               if ws-detalle = false
                   move spaces to ws-ind-texto
                   string
                       "   Curso " delimited by size
                       cursoCodigo delimited by space
                       " - " delimited by size
                       cursoNombre::Trim delimited by size
                       into ws-ind-texto
                   end-string
                   move ws-ocupados to ws-cant-ed
                   move ws-cupo to ws-cant-ed2
                   move spaces to ws-ind-valor
                   string
                       ws-cant-ed::Trim delimited by size
                       " / " delimited by size
                       ws-cant-ed2::Trim delimited by size
                       into ws-ind-valor
                   end-string
                   move ws-clave to ws-ind-clave
                   if ws-cupo = 0
                       move "Sin cupo cargado" to ws-ind-detalle
                   else
                       compute ws-pct rounded =
                           ws-ocupados * 100 / ws-cupo
                       move ws-pct to ws-pct-ed
                       move spaces to ws-completo
                       if ws-ocupados >= ws-cupo
                           move " - COMPLETO" to ws-completo
                       end-if
                       move spaces to ws-ind-detalle
                       string
                           ws-pct-ed::Trim delimited by size
                           " % del cupo" delimited by size
                           ws-completo delimited by size
                           into ws-ind-detalle
                       end-string
                   end-if
                   perform AgregarIndicador
               end-if
               read curso next record
           end-perform
           if fs-matricula = "00"
               close matricula
           end-if
           close curso
           if ws-detalle
               goback
           end-if
      *> El total va antes de los renglones de cada curso.
           move "Ocupación de cursos" to ws-ind-texto
           move ws-tot-ocupados to ws-cant-ed
           move ws-tot-cupo to ws-cant-ed2
           move spaces to ws-ind-valor
           string
               ws-cant-ed::Trim delimited by size
               " / " delimited by size
               ws-cant-ed2::Trim delimited by size
               into ws-ind-valor
           end-string
           move ws-cursos-llenos to ws-cant-ed3
           move spaces to ws-ind-detalle
           string
               "Matrículas activas del ciclo contra cupo; "
                   delimited by size
               ws-cant-ed3::Trim delimited by size
               " curso/s completo/s" delimited by size
               into ws-ind-detalle
           end-string
           move "CUR" to ws-ind-clave
           invoke dataGridView1::Rows::Insert(ws-fila,
               ws-ind-texto::Trim,
               ws-ind-valor::Trim,
               ws-ind-detalle::Trim,
               ws-ind-clave::Trim)
       end method.

      *> Asistencia del mes en curso del ciclo abierto: START por la
      *> fecha del primer día del mes y lecturas NEXT hasta que cambia
      *> el mes. La tasa es presentes sobre registros tomados; las
      *> ausencias justificadas se muestran aparte.
       method-id ContarAsistencia private.
       procedure division.
           move 0 to ws-presentes ws-ausentes ws-justificados
               ws-registros
           open input asistencia
           if fs-asistencia = "00"
               move ws-hoy-mes to ws-fecha-mes
               move 1 to ws-fecha-dd
               move ws-fecha to asiFecha
               move spaces to asiCurso
               move 0 to asiNumero
               start asistencia key is not less than asistenciaClave
                   invalid key
                       move "10" to fs-asistencia
               end-start
               if fs-asistencia = "00"
                   read asistencia next record
               end-if
               perform until fs-asistencia <> "00"
                   move asiFecha to ws-fecha
                   if ws-fecha-mes <> ws-hoy-mes
                       move "10" to fs-asistencia
                   else
                       move asiNumero to ws-alu-numero
                       perform EvaluarSede
                       if ws-en-sede and asiCiclo numeric
                             and asiCiclo = ws-ciclo
                           add 1 to ws-registros
                           evaluate asiEstado
                               when "P"
                                   add 1 to ws-presentes
                               when "A"
                                   add 1 to ws-ausentes
                               when "J"
                                   add 1 to ws-justificados
                           end-evaluate
                           if ws-detalle and ws-det-clave = "ASI"
                                 and (asiEstado = "A" or asiEstado = "J")
                               move asiNumero to ws-det-numero
                               perform BuscarAlumnoDetalle
                               perform FormatearFecha
                               if asiEstado = "A"
                                   move "Ausente el" to ws-estado-texto
                               else
                                   move "Justificado el"
                                       to ws-estado-texto
                               end-if
                               move spaces to ws-det-texto
                               string
                                   ws-estado-texto delimited by "  "
                                   " " delimited by size
                                   ws-fecha-texto delimited by size
                                   " en " delimited by size
                                   asiCurso delimited by space
                                   into ws-det-texto
                               end-string
                               perform AgregarDetalle
                           end-if
                       end-if
                       read asistencia next record
                   end-if
               end-perform
           end-if
           close asistencia
           if ws-detalle
               goback
           end-if
           move "Asistencia del mes" to ws-ind-texto
           move "ASI" to ws-ind-clave
           if ws-registros = 0
               move "sin datos" to ws-ind-valor
               move "No hay asistencia tomada en el mes" to ws-ind-detalle
           else
               compute ws-pct rounded = ws-presentes * 100 / ws-registros
               move ws-pct to ws-pct-ed
               move spaces to ws-ind-valor
               string
                   ws-pct-ed::Trim delimited by size
                   " %" delimited by size
                   into ws-ind-valor
               end-string
               move ws-presentes to ws-cant-ed
               move ws-ausentes to ws-cant-ed2
               move ws-justificados to ws-cant-ed3
               move spaces to ws-ind-detalle
               string
                   ws-cant-ed::Trim delimited by size
                   " presentes, " delimited by size
                   ws-cant-ed2::Trim delimited by size
                   " ausentes, " delimited by size
                   ws-cant-ed3::Trim delimited by size
                   " justificados" delimited by size
                   into ws-ind-detalle
               end-string
           end-if
           perform AgregarIndicador
       end method.

      *> Facturado contra cobrado del último período y saldo adeudado,
      *> de la foto que dejó REPORTE-MOROSIDAD en la última corrida de
      *> la cadena nocturna (morosidad_saldos.txt).
       method-id ContarCobranza private.
       procedure division.
           move 0 to ws-tot-facturado ws-tot-cobrado ws-tot-saldo
               ws-tot-recargo ws-deudores
           move spaces to ws-sal-fecha-x ws-sal-desde-x ws-sal-hasta-x
           open input saldos
           if fs-saldos <> "00"
               close saldos
               if ws-detalle = false
                   move "Facturado / cobrado" to ws-ind-texto
                   move "sin datos" to ws-ind-valor
                   move "Falta morosidad_saldos.txt (REPORTE-MOROSIDAD)"
                       to ws-ind-detalle
                   move "FAC" to ws-ind-clave
                   perform AgregarIndicador
               end-if
               goback
           end-if
           read saldos
           perform until fs-saldos <> "00"
               move spaces to ws-sal-tipo
               evaluate saldos-linea(1:1)
                   when "C"
                       unstring saldos-linea delimited by ";"
                           into ws-sal-tipo ws-sal-fecha-x
                                ws-sal-desde-x ws-sal-hasta-x
                       end-unstring
                   when "A"
                       unstring saldos-linea delimited by ";"
                           into ws-sal-tipo ws-sal-numero-x
                                ws-sal-facturado-x ws-sal-cobrado-x
                                ws-sal-saldo-x ws-sal-recargo-x
                       end-unstring
                       if ws-sal-numero-x numeric
                             and ws-sal-facturado-x numeric
                             and ws-sal-cobrado-x numeric
                             and ws-sal-saldo-x numeric
                             and ws-sal-recargo-x numeric
                           move ws-sal-numero to ws-alu-numero
                           perform EvaluarSede
                           if ws-en-sede
                               perform SumarSaldo
                           end-if
                       end-if
               end-evaluate
               read saldos
           end-perform
           close saldos
           if ws-detalle
               goback
           end-if
           move spaces to ws-periodo-texto ws-fecha-texto
           if ws-sal-hasta-x numeric
               string
                   ws-sal-hasta-x(5:2) delimited by size
                   "/" delimited by size
                   ws-sal-hasta-x(1:4) delimited by size
                   into ws-periodo-texto
               end-string
           end-if
           if ws-sal-fecha-x numeric
               move ws-sal-fecha-x to ws-fecha
               perform FormatearFecha
           end-if

           move spaces to ws-ind-texto
           string
               "Facturado del período " delimited by size
               ws-periodo-texto delimited by size
               into ws-ind-texto
           end-string
           move ws-tot-facturado to ws-importe-ed
           move spaces to ws-ind-valor
           string
               "$ " delimited by size
               ws-importe-ed::Trim delimited by size
               into ws-ind-valor
           end-string
           move spaces to ws-ind-detalle
           string
               "Según REPORTE-MOROSIDAD del " delimited by size
               ws-fecha-texto delimited by size
               into ws-ind-detalle
           end-string
           move "FAC" to ws-ind-clave
           perform AgregarIndicador

           move spaces to ws-ind-texto
           string
               "Cobrado del período " delimited by size
               ws-periodo-texto delimited by size
               into ws-ind-texto
           end-string
           move ws-tot-cobrado to ws-importe-ed
           move spaces to ws-ind-valor
           string
               "$ " delimited by size
               ws-importe-ed::Trim delimited by size
               into ws-ind-valor
           end-string
           move "Sin facturación en el período" to ws-ind-detalle
           if ws-tot-facturado > 0
               compute ws-pct rounded =
                   ws-tot-cobrado * 100 / ws-tot-facturado
               move ws-pct to ws-pct-ed
               move spaces to ws-ind-detalle
               string
                   ws-pct-ed::Trim delimited by size
                   " % de lo facturado" delimited by size
                   into ws-ind-detalle
               end-string
           end-if
           move "FAC" to ws-ind-clave
           perform AgregarIndicador

           move "Saldo adeudado" to ws-ind-texto
           move ws-tot-saldo to ws-importe-ed
           move spaces to ws-ind-valor
           string
               "$ " delimited by size
               ws-importe-ed::Trim delimited by size
               into ws-ind-valor
           end-string
           move ws-deudores to ws-cant-ed
           move ws-tot-recargo to ws-importe-ed2
           move spaces to ws-ind-detalle
           string
               ws-cant-ed::Trim delimited by size
               " alumno/s con deuda; recargo por mora $ "
                   delimited by size
               ws-importe-ed2::Trim delimited by size
               into ws-ind-detalle
           end-string
           move "SAL" to ws-ind-clave
           perform AgregarIndicador
       end method.

      *> Acumula la línea de saldos de un alumno de la sede y, en la
      *> lista de un indicador, agrega a los que cobraron menos de lo
      *> facturado (FAC) o a los que deben (SAL).
       method-id SumarSaldo private.
       procedure division.
           add ws-sal-facturado to ws-tot-facturado
           add ws-sal-cobrado to ws-tot-cobrado
           add ws-sal-saldo to ws-tot-saldo
           add ws-sal-recargo to ws-tot-recargo
           if ws-sal-saldo > 0
               add 1 to ws-deudores
           end-if
           if ws-detalle = false
               goback
           end-if
           if ws-det-clave = "FAC" and ws-sal-cobrado < ws-sal-facturado
               move ws-sal-numero to ws-det-numero
               perform BuscarAlumnoDetalle
               move ws-sal-facturado to ws-importe-ed
               move ws-sal-cobrado to ws-importe-ed2
               move spaces to ws-det-texto
               string
                   "Facturado $ " delimited by size
                   ws-importe-ed::Trim delimited by size
                   ", cobrado $ " delimited by size
                   ws-importe-ed2::Trim delimited by size
                   into ws-det-texto
               end-string
               perform AgregarDetalle
           end-if
           if ws-det-clave = "SAL" and ws-sal-saldo > 0
               move ws-sal-numero to ws-det-numero
               perform BuscarAlumnoDetalle
               move ws-sal-saldo to ws-importe-ed
               move ws-sal-recargo to ws-importe-ed2
               move spaces to ws-det-texto
               string
                   "Debe $ " delimited by size
                   ws-importe-ed::Trim delimited by size
                   ", recargo $ " delimited by size
                   ws-importe-ed2::Trim delimited by size
                   into ws-det-texto
               end-string
               perform AgregarDetalle
           end-if
       end method.

      *> Casos abiertos del distrito (R rechazado, E ya registrado en
      *> otra escuela), los mismos de frmDistritoPendientes.
       method-id ContarDistrito private.
       procedure division.
           move 0 to ws-rechazados ws-en-otra
           open input distritoEstado
           if fs-distrito-estado = "00"
               read distritoEstado next record
               perform until fs-distrito-estado <> "00"
                   move distNumero to ws-alu-numero
                   perform EvaluarSede
                   if ws-en-sede
                         and (distEstado = "R" or distEstado = "E")
                       if distEstado = "R"
                           add 1 to ws-rechazados
                       else
                           add 1 to ws-en-otra
                       end-if
                       if ws-detalle and ws-det-clave = "DIS"
                           move distNumero to ws-det-numero
                           perform BuscarAlumnoDetalle
                           move spaces to ws-det-texto
                           string
                               distEstado delimited by size
                               " - " delimited by size
                               distDetalle::Trim delimited by size
                               into ws-det-texto
                           end-string
                           perform AgregarDetalle
                       end-if
                   end-if
                   read distritoEstado next record
               end-perform
           end-if
           close distritoEstado
           if ws-detalle
               goback
           end-if
           move "Casos abiertos del distrito" to ws-ind-texto
           compute ws-casos = ws-rechazados + ws-en-otra
           move ws-casos to ws-cant-ed
           move ws-cant-ed to ws-ind-valor
           move ws-rechazados to ws-cant-ed2
           move ws-en-otra to ws-cant-ed3
           move spaces to ws-ind-detalle
           string
               ws-cant-ed2::Trim delimited by size
               " rechazado/s, " delimited by size
               ws-cant-ed3::Trim delimited by size
               " ya registrado/s en otra escuela" delimited by size
               into ws-ind-detalle
           end-string
           move "DIS" to ws-ind-clave
           perform AgregarIndicador
       end method.

      *> Anotaciones en lista de espera del ciclo abierto (un alumno
      *> anotado en dos cursos llenos cuenta dos veces).
       method-id ContarListaEspera private.
       procedure division.
           move 0 to ws-esperando
           open input listaEspera
           if fs-lista-espera = "00"
               read listaEspera next record
               perform until fs-lista-espera <> "00"
                   move espNumero to ws-alu-numero
                   perform EvaluarSede
                   if ws-en-sede and espCiclo numeric
                         and espCiclo = ws-ciclo
                       add 1 to ws-esperando
                       if ws-detalle and ws-det-clave = "ESP"
                           move espNumero to ws-det-numero
                           perform BuscarAlumnoDetalle
                           move espFecha to ws-fecha
                           perform FormatearFecha
                           move spaces to ws-det-texto
                           string
                               "Espera en " delimited by size
                               espCurso delimited by space
                               " desde el " delimited by size
                               ws-fecha-texto delimited by size
                               into ws-det-texto
                           end-string
                           perform AgregarDetalle
                       end-if
                   end-if
                   read listaEspera next record
               end-perform
           end-if
           close listaEspera
           if ws-detalle
               goback
           end-if
           move "En lista de espera" to ws-ind-texto
           move ws-esperando to ws-cant-ed
           move ws-cant-ed to ws-ind-valor
           move "Anotaciones del ciclo en cursos sin cupo"
               to ws-ind-detalle
           move "ESP" to ws-ind-clave
           perform AgregarIndicador
       end method.

      *> Códigos de retorno de la última corrida en batch_alumnos.log:
      *> la fecha más nueva del log y, de esa fecha, el último RC de
      *> cada programa. La lista de un programa trae todas sus
      *> corridas del log; la del total, las de esa fecha.
       method-id ContarCorridas private.
       procedure division.
           move spaces to ws-log-ultima
           open input logCorrida
           if fs-log = "00"
               read logCorrida
               perform until fs-log <> "00"
                   if log-linea(1:8) numeric
                         and log-linea(1:8) > ws-log-ultima
                       move log-linea(1:8) to ws-log-ultima
                   end-if
                   read logCorrida
               end-perform
           end-if
           close logCorrida
           if ws-log-ultima = spaces
               if ws-detalle = false
                   move "Última corrida de la cadena" to ws-ind-texto
                   move "sin datos" to ws-ind-valor
                   move "No hay corridas en batch_alumnos.log"
                       to ws-ind-detalle
                   move "LOG" to ws-ind-clave
                   perform AgregarIndicador
               end-if
               goback
           end-if

           move 0 to ws-log-cant ws-log-con-error
           move "0" to ws-log-rc-max
           open input logCorrida
           read logCorrida
           perform until fs-log <> "00"
               perform PartirLineaLog
               if ws-log-rc <> space
                   move spaces to ws-clave
                   string
                       "LOG" delimited by size
                       ws-log-programa delimited by space
                       into ws-clave
                   end-string
                   if ws-detalle and (ws-det-clave = ws-clave
                         or (ws-det-clave = "LOG"
                             and ws-log-fecha = ws-log-ultima))
                       move spaces to ws-det-numero
                       move ws-log-programa to ws-det-alumno
                       move ws-log-fecha to ws-fecha
                       perform FormatearFecha
                       move spaces to ws-det-texto
                       string
                           ws-fecha-texto delimited by size
                           " " delimited by size
                           ws-log-hora(1:2) delimited by size
                           ":" delimited by size
                           ws-log-hora(3:2) delimited by size
                           " RC=" delimited by size
                           ws-log-rc delimited by size
                           into ws-det-texto
                       end-string
                       perform AgregarDetalle
                   end-if
                   if ws-log-fecha = ws-log-ultima
                       perform AnotarPaso
                   end-if
               end-if
               read logCorrida
           end-perform
           close logCorrida
           if ws-detalle
               goback
           end-if

           move 1 to ws-k
           perform until ws-k > ws-log-cant
               if ws-paso-rc(ws-k) <> "0"
                   add 1 to ws-log-con-error
               end-if
               if ws-paso-rc(ws-k) > ws-log-rc-max
                   move ws-paso-rc(ws-k) to ws-log-rc-max
               end-if
               add 1 to ws-k
           end-perform
           move ws-log-ultima to ws-fecha
           perform FormatearFecha
           move "Última corrida de la cadena" to ws-ind-texto
           move spaces to ws-ind-valor
           string
               "RC máximo " delimited by size
               ws-log-rc-max delimited by size
               into ws-ind-valor
           end-string
           move ws-log-cant to ws-cant-ed
           move ws-log-con-error to ws-cant-ed2
           move spaces to ws-ind-detalle
           string
               ws-fecha-texto delimited by size
               ": " delimited by size
               ws-cant-ed::Trim delimited by size
               " programa/s, " delimited by size
               ws-cant-ed2::Trim delimited by size
               " con RC distinto de cero" delimited by size
               into ws-ind-detalle
           end-string
           move "LOG" to ws-ind-clave
           perform AgregarIndicador
           move 1 to ws-k
           perform until ws-k > ws-log-cant
               move spaces to ws-ind-texto ws-ind-valor ws-ind-detalle
                   ws-ind-clave
               string
                   "   " delimited by size
                   ws-paso-programa(ws-k) delimited by space
                   into ws-ind-texto
               end-string
               string
                   "RC=" delimited by size
                   ws-paso-rc(ws-k) delimited by size
                   into ws-ind-valor
               end-string
               string
                   "Terminó a las " delimited by size
                   ws-paso-hora(ws-k)(1:2) delimited by size
                   ":" delimited by size
                   ws-paso-hora(ws-k)(3:2) delimited by size
                   into ws-ind-detalle
               end-string
               string
                   "LOG" delimited by size
                   ws-paso-programa(ws-k) delimited by space
                   into ws-ind-clave
               end-string
               perform AgregarIndicador
               add 1 to ws-k
           end-perform
       end method.

      *> Fecha, hora y programa de la línea del log, y el RC del final
      *> ("RC=n"; espacio si la línea no lo trae).
       method-id PartirLineaLog private.
       procedure division.
           move spaces to ws-log-fecha ws-log-hora ws-log-programa
               ws-log-rc
           unstring log-linea delimited by all space
               into ws-log-fecha ws-log-hora ws-log-programa
           end-unstring
           move 200 to ws-log-largo
           perform until ws-log-largo = 0
                   or log-linea(ws-log-largo:1) <> space
               subtract 1 from ws-log-largo
           end-perform
           if ws-log-largo > 4
               if log-linea(ws-log-largo - 3:3) = "RC="
                   move log-linea(ws-log-largo:1) to ws-log-rc
               end-if
           end-if
       end method.

      *> Deja el último RC y hora de cada programa de la última fecha
      *> (si un paso se reintentó, vale la corrida más nueva).
       method-id AnotarPaso private.
       procedure division.
           move 1 to ws-paso-i
           perform until ws-paso-i > ws-log-cant
                   or ws-paso-programa(ws-paso-i) = ws-log-programa
               add 1 to ws-paso-i
           end-perform
           if ws-paso-i > ws-log-cant
               if ws-log-cant = 60
                   goback
               end-if
               add 1 to ws-log-cant
               move ws-log-cant to ws-paso-i
               move ws-log-programa to ws-paso-programa(ws-paso-i)
           end-if
           move ws-log-hora to ws-paso-hora(ws-paso-i)
           move ws-log-rc to ws-paso-rc(ws-paso-i)
       end method.

       method-id btnActualizar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform CargarTablero
       end method.

      *> Lista los alumnos que hay detrás del indicador elegido: vuelve
      *> a recorrer el archivo del indicador con la misma sede y el
      *> mismo mes del tablero, pero agregando cada alumno a la grilla
      *> de abajo en lugar de sumarlo.
       method-id btnVerAlumnos_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if dataGridView1::CurrentRow = null then
               invoke type MessageBox::Show(
                   "Elija un indicador en el tablero")
               goback
           end-if
           move dataGridView1::CurrentRow::Cells::Item(3)::Value::ToString
               to ws-det-clave
           move dataGridView1::CurrentRow::Cells::Item(0)::Value::ToString
               to ws-ind-texto
           invoke dataGridView2::Rows::Clear
           set ws-detalle to true
           evaluate ws-det-clave(1:3)
               when "ACT"
               when "ALT"
               when "BAJ"
                   perform ContarAlumnos
               when other
                   open input alumno
                   set ws-alumno-abierto to fs-alumno = "00"
                   evaluate ws-det-clave(1:3)
                       when "CUR"
                           perform ContarOcupacion
                       when "ASI"
                           perform ContarAsistencia
                       when "FAC"
                       when "SAL"
                           perform ContarCobranza
                       when "DIS"
                           perform ContarDistrito
                       when "ESP"
                           perform ContarListaEspera
                       when "LOG"
                           perform ContarCorridas
                   end-evaluate
                   close alumno
                   set ws-alumno-abierto to false
           end-evaluate
           set ws-detalle to false
           set lblDetalle::Text to type System.String::Concat(
               "Detalle de: " ws-ind-texto::Trim)
           if dataGridView2::Rows::Count = 0
               invoke type MessageBox::Show(
                   "No hay alumnos detrás de este indicador")
           end-if
       end method.

       method-id btnCerrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
       end method.

       end class.
