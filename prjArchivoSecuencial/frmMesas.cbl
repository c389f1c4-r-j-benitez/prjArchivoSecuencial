       class-id prjArchivoSecuencial.frmMesas is partial
                 inherits type System.Windows.Forms.Form.

                 copy AlumnoSelect.

                 copy CursoSelect.

                 copy AulaSelect.

                 copy DocenteSelect.

                 copy MesaSelect.

                 copy ExamenSelect.

                 copy ResultadoSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

       fd alumno.
       copy AlumnoRegistro.

       fd curso.
       copy CursoRegistro.

       fd aula.
       copy AulaRegistro.

       fd docente.
       copy DocenteRegistro.

       fd mesa.
       copy MesaRegistro.

       fd examen.
       copy ExamenRegistro.

       fd resultado.
       copy ResultadoRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-curso  pic xx.
       01 fs-aula   pic xx.
       01 fs-docente pic xx.
       01 fs-mesa   pic xx.
       01 fs-examen pic xx.
       01 fs-resultado pic xx.
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-curso          pic x(06).
       01 ws-curso-cargado  condition-value.
       01 ws-mesa-cargada   condition-value.
       01 ws-mesa-existe    condition-value.
       01 ws-archivo-disponible condition-value.
       01 ws-fecha-mesa     pic 9(08).
       01 ws-fecha-x        pic x(08).
       01 ws-fecha-ed       pic x(10).
       01 ws-hoy-x          pic x(08).
       01 ws-hoy            pic 9(08).
       01 ws-hora-int       pic 9(05).
       01 ws-hora-valida    condition-value.
       01 ws-hora-hh        pic 9(03).
       01 ws-hora-mm        pic 9(02).
       01 ws-hora-x         pic x(04).
       01 ws-aula-nueva     pic x(04).
       01 ws-aula-valida    condition-value.
       01 ws-docente-texto  pic x(10).
       01 ws-docente-int    pic 9(06).
       01 ws-docente-valido condition-value.
       01 ws-docente-x      pic x(05).
       01 ws-docente-nombre pic x(40).
       01 ws-tribunal-1     pic 9(05).
       01 ws-tribunal-2     pic 9(05).
       01 ws-tribunal-3     pic 9(05).
       01 ws-nota-aprob-int pic 9(05).
       01 ws-nota-aprob-valida condition-value.
       01 ws-nota-x         pic x(03).
       01 ws-numero-alumno  pic 9(07).
       01 ws-numero-valido  condition-value.
       01 ws-numero-x       pic x(07).
       01 ws-alumno-texto   pic x(60).
       01 ws-nota-int       pic 9(05).
       01 ws-nota-valida    condition-value.
       01 ws-estado-nuevo   pic x(01).
       01 ws-estado-anterior pic x(01).
       01 ws-nota-anterior  pic 9(03).
       01 ws-estado-texto   pic x(12).
       01 ws-ciclo-rendir   pic 9(04).
       01 ws-ciclo-x        pic x(04).
       01 ws-ya-aprobado    condition-value.
       01 ws-otra-inscripcion condition-value.
       01 ws-otra-fecha     pic 9(08).
       01 ws-mesa-texto     pic x(200).
       01 ws-cant-inscriptos pic 9(04).
       01 ws-cant-aprobados pic 9(04).
       01 ws-cant-desaprobados pic 9(04).
       01 ws-cant-ausentes  pic 9(04).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).
       01 ws-print-pagina   pic 9(03) comp.
       01 ws-print-pagina-x pic x(03).
       01 ws-print-y        comp-1.
       01 ws-print-alto-linea comp-1 value 16.
       01 ws-acta-linea-out pic x(120).
       01 ws-acta-texto     pic x(120).
       01 ws-acta-total     pic 9(04) comp.
       01 ws-acta-actual    pic 9(04) comp.
       01 ws-acta-tabla.
         03 ws-acta-linea   pic x(120) occurs 600.

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> Las mesas (fecha, aula, tribunal y cierre) las arma un
      *> supervisor; recepción inscribe alumnos y carga las notas.
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               set txtHora::Enabled to false
               set txtAula::Enabled to false
               set txtDocente1::Enabled to false
               set txtDocente2::Enabled to false
               set txtDocente3::Enabled to false
               set txtNotaAprobacion::Enabled to false
               set btnGuardarMesa::Enabled to false
               set btnCerrarMesa::Enabled to false
           end-if
           goback.
       end method.

      *> mesa.txt y examen.txt son indexados; en el primer arranque
      *> todavía no existen, así que se los crea con output antes de
      *> reintentar el open i-o, igual que AbrirAulaEscritura.
       method-id AbrirMesaEscritura private.
       procedure division.
           open i-o mesa
           if fs-mesa = "35" then
               open output mesa
               close mesa
               open i-o mesa
           end-if
           set ws-archivo-disponible to fs-mesa = "00"
       end method.

       method-id AbrirExamenEscritura private.
       procedure division.
           open i-o examen
           if fs-examen = "35" then
               open output examen
               close examen
               open i-o examen
           end-if
           set ws-archivo-disponible to fs-examen = "00"
       end method.

      *> Busca el curso tecleado en curso.txt y lista sus mesas.
       method-id btnBuscarCurso_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set ws-curso-cargado to false
           set ws-mesa-cargada to false
           set lblCurso::Text to ""
           set lblEstado::Text to ""
           invoke dataGridView1::Rows::Clear
           invoke dataGridView2::Rows::Clear
           if txtCurso::TextLength = 0 then
               invoke type MessageBox::Show("Falta Curso")
               invoke txtCurso::Focus
               goback
           end-if
           move spaces to ws-curso
           set ws-curso to txtCurso::Text::Trim::ToUpper
           open input curso
           if fs-curso <> "00" then
               invoke type MessageBox::Show("Curso no encontrado")
               goback
           end-if
           move ws-curso to cursoCodigo
           read curso
           if fs-curso <> "00" then
               close curso
               invoke type MessageBox::Show("Curso no encontrado")
               goback
           end-if
           set lblCurso::Text to cursoNombre::Trim
           close curso
           set ws-curso-cargado to true
           perform CargarMesas
       end method.

      *> Refresca la grilla de mesas del curso cargado: START con la
      *> fecha en cero y lecturas NEXT hasta que cambia el curso.
       method-id CargarMesas private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           open input mesa
           if fs-mesa = "00"
               move ws-curso to mesCurso
               move 0 to mesFecha
               start mesa key is not less than mesaClave
                   invalid key
                       move "10" to fs-mesa
               end-start
               if fs-mesa = "00"
                   read mesa next record
               end-if
               perform until fs-mesa <> "00" or mesCurso <> ws-curso
                   move mesFecha to ws-fecha-x
                   perform EditarFecha
                   move mesHora to ws-hora-x
                   if mesEstado = "C"
                       move "Cerrada" to ws-estado-texto
                   else
                       move "Abierta" to ws-estado-texto
                   end-if
                   move mesDocente1 to ws-docente-int
                   perform ResolverDocenteNombre
                   invoke dataGridView1::Rows::Add(ws-fecha-ed,
                       ws-hora-x, mesAula::Trim,
                       ws-docente-nombre::Trim, ws-estado-texto::Trim)
                   read mesa next record
               end-perform
               close mesa
           end-if
       end method.

      *> Deja en ws-fecha-ed la fecha AAAAMMDD de ws-fecha-x como
      *> DD/MM/AAAA para la grilla y el acta.
       method-id EditarFecha private.
       procedure division.
           move spaces to ws-fecha-ed
           string
               ws-fecha-x(7:2) delimited by size
               "/" delimited by size
               ws-fecha-x(5:2) delimited by size
               "/" delimited by size
               ws-fecha-x(1:4) delimited by size
               into ws-fecha-ed
           end-string
       end method.

      *> Carga la mesa del curso en la fecha elegida: datos en los
      *> controles y la lista de inscriptos en la segunda grilla.
       method-id btnCargarMesa_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set ws-mesa-cargada to false
           set lblEstado::Text to ""
           invoke dataGridView2::Rows::Clear
           if ws-curso-cargado = false then
               invoke type MessageBox::Show("Busque un curso antes de cargar la mesa")
               goback
           end-if
           move dtpFecha::Value::ToString("yyyyMMdd") to ws-fecha-x
           move ws-fecha-x to ws-fecha-mesa
           perform LeerMesa
           if ws-mesa-existe = false then
               invoke type MessageBox::Show(
                   "No hay mesa del curso en esa fecha")
               goback
           end-if
           move mesHora to ws-hora-x
           set txtHora::Text to ws-hora-x
           set txtAula::Text to mesAula::Trim
           set txtDocente1::Text to ""
           set txtDocente2::Text to ""
           set txtDocente3::Text to ""
           if mesDocente1 > 0
               move mesDocente1 to ws-docente-x
               set txtDocente1::Text to ws-docente-x
           end-if
           if mesDocente2 > 0
               move mesDocente2 to ws-docente-x
               set txtDocente2::Text to ws-docente-x
           end-if
           if mesDocente3 > 0
               move mesDocente3 to ws-docente-x
               set txtDocente3::Text to ws-docente-x
           end-if
           move mesNotaAprobacion to ws-nota-x
           set txtNotaAprobacion::Text to ws-nota-x
           if mesEstado = "C"
               set lblEstado::Text to "Mesa cerrada"
           else
               set lblEstado::Text to "Mesa abierta"
           end-if
           set ws-mesa-cargada to true
           perform CargarInscriptos
       end method.

      *> Relee de mesa.txt la mesa de ws-curso y ws-fecha-mesa, para
      *> que las inscripciones y notas se controlen siempre contra la
      *> mesa grabada y no contra lo que haya quedado en pantalla.
       method-id LeerMesa private.
       procedure division.
           set ws-mesa-existe to false
           open input mesa
           if fs-mesa = "00"
               move ws-curso to mesCurso
               move ws-fecha-mesa to mesFecha
               read mesa
               set ws-mesa-existe to fs-mesa = "00"
               close mesa
           end-if
       end method.

      *> Valida y graba la mesa de los controles: alta si el curso no
      *> tiene mesa en esa fecha, regrabación si ya la tiene. El aula
      *> tiene que existir en aula.txt y los legajos del tribunal en
      *> docente.txt; el presidente (primer legajo) es obligatorio.
       method-id btnGuardarMesa_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-curso-cargado = false then
               invoke type MessageBox::Show("Busque un curso antes de grabar la mesa")
               goback
           end-if
           move dtpFecha::Value::ToString("yyyyMMdd") to ws-fecha-x
           move ws-fecha-x to ws-fecha-mesa
           invoke type Int32::TryParse(txtHora::Text
               by reference ws-hora-int)
               returning ws-hora-valida
           if ws-hora-valida
               divide ws-hora-int by 100 giving ws-hora-hh
                   remainder ws-hora-mm
               if ws-hora-hh > 23 or ws-hora-mm > 59
                   set ws-hora-valida to false
               end-if
           end-if
           if ws-hora-valida = false then
               invoke type MessageBox::Show("Hora inválida (HHMM)")
               invoke txtHora::Focus
               goback
           end-if
           perform ValidarAulaTecleada
           if ws-aula-valida = false then
               invoke type MessageBox::Show("Aula no encontrada en aula.txt")
               invoke txtAula::Focus
               goback
           end-if
           set ws-docente-texto to txtDocente1::Text
           perform ValidarDocenteTecleado
           if ws-docente-valido = false or ws-docente-int = 0 then
               invoke type MessageBox::Show(
                   "Legajo del presidente del tribunal inválido")
               invoke txtDocente1::Focus
               goback
           end-if
           move ws-docente-int to ws-tribunal-1
           set ws-docente-texto to txtDocente2::Text
           perform ValidarDocenteTecleado
           if ws-docente-valido = false then
               invoke type MessageBox::Show("Legajo del segundo vocal inválido")
               invoke txtDocente2::Focus
               goback
           end-if
           move ws-docente-int to ws-tribunal-2
           set ws-docente-texto to txtDocente3::Text
           perform ValidarDocenteTecleado
           if ws-docente-valido = false then
               invoke type MessageBox::Show("Legajo del tercer vocal inválido")
               invoke txtDocente3::Focus
               goback
           end-if
           move ws-docente-int to ws-tribunal-3
           invoke type Int32::TryParse(txtNotaAprobacion::Text
               by reference ws-nota-aprob-int)
               returning ws-nota-aprob-valida
           if ws-nota-aprob-valida = false or ws-nota-aprob-int = 0
                 or ws-nota-aprob-int > 100 then
               invoke type MessageBox::Show("Nota de aprobación inválida (1-100)")
               invoke txtNotaAprobacion::Focus
               goback
           end-if
           perform AbrirMesaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de mesas está en uso, intente de nuevo")
               goback
           end-if
           move ws-curso to mesCurso
           move ws-fecha-mesa to mesFecha
           read mesa
           set ws-mesa-existe to fs-mesa = "00"
           if ws-mesa-existe and mesEstado = "C" then
               close mesa
               invoke type MessageBox::Show(
                   "La mesa está cerrada; no se puede modificar")
               goback
           end-if
           move ws-curso to mesCurso
           move ws-fecha-mesa to mesFecha
           move ws-hora-int to mesHora
           move ws-aula-nueva to mesAula
           move ws-tribunal-1 to mesDocente1
           move ws-tribunal-2 to mesDocente2
           move ws-tribunal-3 to mesDocente3
           move ws-nota-aprob-int to mesNotaAprobacion
           move "A" to mesEstado
           move mesHora to ws-hora-x
           if ws-mesa-existe then
               rewrite mesa-registro
               move "MOD" to ws-bit-operacion
           else
               write mesa-registro
               move "ALTA" to ws-bit-operacion
           end-if
           close mesa
           move spaces to ws-bit-ant ws-bit-nvo
           string
               ws-fecha-x delimited by size
               " " delimited by size
               ws-hora-x delimited by size
               " " delimited by size
               ws-aula-nueva delimited by size
               into ws-bit-nvo
           end-string
           move zeroes to ws-bit-numero-x
           perform RegistrarBitacoraMesa
           invoke type MessageBox::Show("Mesa Grabada!")
           set ws-mesa-cargada to true
           set lblEstado::Text to "Mesa abierta"
           perform CargarMesas
           perform CargarInscriptos
       end method.

      *> Valida el aula tecleada contra aula.txt y deja el código
      *> resuelto en ws-aula-nueva. A diferencia del curso, la mesa
      *> siempre lleva aula.
       method-id ValidarAulaTecleada private.
       procedure division.
           set ws-aula-valida to false
           move spaces to ws-aula-nueva
           if txtAula::TextLength > 0 then
               set ws-aula-nueva to txtAula::Text::Trim::ToUpper
               open input aula
               if fs-aula = "00"
                   move ws-aula-nueva to aulCodigo
                   read aula
                   set ws-aula-valida to fs-aula = "00"
                   close aula
               end-if
           end-if
       end method.

      *> Valida el legajo de ws-docente-texto: vacío vale (queda
      *> cero), pero un legajo tecleado tiene que ser numérico y
      *> existir en docente.txt. Deja el legajo en ws-docente-int.
       method-id ValidarDocenteTecleado private.
       procedure division.
           set ws-docente-valido to true
           move 0 to ws-docente-int
           if ws-docente-texto <> spaces then
               invoke type Int32::TryParse(ws-docente-texto::Trim
                   by reference ws-docente-int)
                   returning ws-docente-valido
               if ws-docente-valido and ws-docente-int > 0 then
                   set ws-docente-valido to false
                   open input docente
                   if fs-docente = "00"
                       move ws-docente-int to dteLegajo
                       read docente
                       set ws-docente-valido to fs-docente = "00"
                       close docente
                   end-if
               end-if
           end-if
       end method.

      *> Resuelve en ws-docente-nombre el nombre del docente de
      *> ws-docente-int, o blanco cuando el legajo es cero o ya no
      *> existe.
       method-id ResolverDocenteNombre private.
       procedure division.
           move spaces to ws-docente-nombre
           if ws-docente-int > 0
               open input docente
               if fs-docente = "00"
                   move ws-docente-int to dteLegajo
                   read docente
                   if fs-docente = "00"
                       move dteNombre to ws-docente-nombre
                   end-if
                   close docente
               end-if
           end-if
       end method.

      *> Refresca la grilla de inscriptos de la mesa cargada, con
      *> apellido y nombre resueltos por lectura directa de alumno.txt.
       method-id CargarInscriptos private.
       procedure division.
           invoke dataGridView2::Rows::Clear
           open input examen
           if fs-examen = "00"
               open input alumno
               move ws-curso to exaCurso
               move ws-fecha-mesa to exaFecha
               move 0 to exaNumero
               start examen key is not less than examenClave
                   invalid key
                       move "10" to fs-examen
               end-start
               if fs-examen = "00"
                   read examen next record
               end-if
               perform until fs-examen <> "00"
                       or exaCurso <> ws-curso
                       or exaFecha <> ws-fecha-mesa
                   perform ResolverAlumno
                   perform DescribirEstado
                   move exaNota to ws-nota-x
                   if exaEstado = "I" or exaEstado = "U"
                       move spaces to ws-nota-x
                   end-if
                   invoke dataGridView2::Rows::Add(exaNumero,
                       ws-alumno-texto::Trim, exaCiclo, ws-nota-x,
                       ws-estado-texto::Trim)
                   read examen next record
               end-perform
               if fs-alumno = "00"
                   close alumno
               end-if
               close examen
           end-if
       end method.

      *> Deja en ws-alumno-texto "apellido, nombre" del alumno de la
      *> inscripción leída, con alumno.txt ya abierto por el llamador.
       method-id ResolverAlumno private.
       procedure division.
           move "(no está en alumno.txt)" to ws-alumno-texto
           if fs-alumno = "00"
               move exaNumero to numero
               read alumno
               if fs-alumno = "00"
                   move spaces to ws-alumno-texto
                   string
                       apellido delimited by "  "
                       ", " delimited by size
                       nombre delimited by "  "
                       into ws-alumno-texto
                   end-string
               else
                   move "00" to fs-alumno
               end-if
           end-if
       end method.

      *> Texto del estado de la inscripción leída, para la grilla y el
      *> acta.
       method-id DescribirEstado private.
       procedure division.
           evaluate exaEstado
               when "A" move "Aprobado" to ws-estado-texto
               when "D" move "Desaprobado" to ws-estado-texto
               when "U" move "Ausente" to ws-estado-texto
               when other move "Inscripto" to ws-estado-texto
           end-evaluate
       end method.

      *> Inscribe al alumno tecleado en la mesa cargada. La mesa tiene
      *> que estar abierta y no haber pasado; el alumno tiene que tener
      *> el curso con resultado R o L en resultado.txt, no tenerlo
      *> aprobado, y no estar ya inscripto en otra mesa abierta del
      *> mismo curso.
       method-id btnInscribir_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-mesa-cargada = false then
               invoke type MessageBox::Show("Cargue una mesa antes de inscribir")
               goback
           end-if
           perform ValidarAlumno
           if ws-numero-valido = false
               goback
           end-if
           perform LeerMesa
           if ws-mesa-existe = false or mesEstado = "C" then
               invoke type MessageBox::Show(
                   "La mesa está cerrada; no admite inscripciones")
               goback
           end-if
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           if mesFecha < ws-hoy then
               invoke type MessageBox::Show(
                   "La fecha de la mesa ya pasó; no admite inscripciones")
               goback
           end-if
           perform BuscarResultadoPendiente
           if ws-ya-aprobado then
               invoke type MessageBox::Show(
                   "El alumno ya tiene el curso aprobado")
               goback
           end-if
           if ws-ciclo-rendir = 0 then
               invoke type MessageBox::Show(
                   "El alumno no tiene el curso reprobado ni libre; no puede rendirlo")
               goback
           end-if
           perform BuscarOtraInscripcion
           if ws-otra-inscripcion then
               move ws-otra-fecha to ws-fecha-x
               perform EditarFecha
               move spaces to ws-mesa-texto
               string
                   "El alumno ya está inscripto en la mesa del "
                       delimited by size
                   ws-fecha-ed delimited by size
                   " de este curso" delimited by size
                   into ws-mesa-texto
               end-string
               invoke type MessageBox::Show(ws-mesa-texto::Trim)
               goback
           end-if
           perform AbrirExamenEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de inscripciones a examen está en uso, intente de nuevo")
               goback
           end-if
           move ws-curso to exaCurso
           move ws-fecha-mesa to exaFecha
           move ws-numero-alumno to exaNumero
           read examen
           if fs-examen = "00" then
               close examen
               invoke type MessageBox::Show(
                   "El alumno ya está inscripto en esta mesa")
               goback
           end-if
           move ws-curso to exaCurso
           move ws-fecha-mesa to exaFecha
           move ws-numero-alumno to exaNumero
           move ws-ciclo-rendir to exaCiclo
           move ws-hoy to exaFechaInscripcion
           move 0 to exaNota
           move "I" to exaEstado
           write examen-registro
           close examen
           move ws-numero-alumno to ws-bit-numero-x
           move "ALTA" to ws-bit-operacion
           move spaces to ws-bit-ant
           move "I" to ws-bit-nvo
           perform RegistrarBitacoraExamen
           invoke type MessageBox::Show("Alumno Inscripto!")
           perform CargarInscriptos
       end method.

      *> Valida el número tecleado y que el alumno exista en
      *> alumno.txt. Deja el número en ws-numero-alumno.
       method-id ValidarAlumno private.
       procedure division.
           invoke type Int32::TryParse(txtNumero::Text
               by reference ws-numero-alumno)
               returning ws-numero-valido
           if ws-numero-valido = false or ws-numero-alumno = 0 then
               set ws-numero-valido to false
               invoke type MessageBox::Show("Número inválido")
               invoke txtNumero::Focus
               goback
           end-if
           set ws-numero-valido to false
           open input alumno
           if fs-alumno <> "00" then
               invoke type MessageBox::Show(
                   "El archivo de alumnos está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-alumno to numero
           read alumno
           set ws-numero-valido to fs-alumno = "00"
           close alumno
           if ws-numero-valido = false then
               invoke type MessageBox::Show("Alumno no encontrado")
           end-if
       end method.

      *> Recorre los resultados del alumno en el curso cargado (START
      *> por numero+curso con el ciclo en cero) y deja en
      *> ws-ciclo-rendir el último ciclo con resultado R o L, o cero si
      *> no tiene ninguno; ws-ya-aprobado queda en true si alguno de
      *> sus resultados del curso es A.
       method-id BuscarResultadoPendiente private.
       procedure division.
           set ws-ya-aprobado to false
           move 0 to ws-ciclo-rendir
           open input resultado
           if fs-resultado = "00"
               move ws-numero-alumno to resNumero
               move ws-curso to resCurso
               move 0 to resCiclo
               start resultado key is not less than resultadoClave
                   invalid key
                       move "10" to fs-resultado
               end-start
               if fs-resultado = "00"
                   read resultado next record
               end-if
               perform until fs-resultado <> "00"
                       or resNumero <> ws-numero-alumno
                       or resCurso <> ws-curso
                   if resEstado = "A"
                       set ws-ya-aprobado to true
                   end-if
                   if resEstado = "R" or resEstado = "L"
                       move resCiclo to ws-ciclo-rendir
                   end-if
                   read resultado next record
               end-perform
               close resultado
           end-if
       end method.

      *> Busca otra inscripción pendiente (estado I) del alumno en una
      *> mesa abierta del mismo curso; deja la fecha de esa mesa en
      *> ws-otra-fecha.
       method-id BuscarOtraInscripcion private.
       procedure division.
           set ws-otra-inscripcion to false
           open input examen
           if fs-examen = "00"
               move ws-curso to exaCurso
               move 0 to exaFecha
               move 0 to exaNumero
               start examen key is not less than examenClave
                   invalid key
                       move "10" to fs-examen
               end-start
               if fs-examen = "00"
                   read examen next record
               end-if
               perform until fs-examen <> "00"
                       or exaCurso <> ws-curso
                       or ws-otra-inscripcion
                   if exaNumero = ws-numero-alumno
                         and exaEstado = "I"
                         and exaFecha <> ws-fecha-mesa
                       set ws-otra-inscripcion to true
                       move exaFecha to ws-otra-fecha
                   end-if
                   read examen next record
               end-perform
               close examen
           end-if
       end method.

      *> Carga la nota del examen del alumno tecleado (o lo marca
      *> ausente). La mesa tiene que estar abierta y ya haberse tomado.
      *> Un examen aprobado pasa el resultado del curso a A en
      *> resultado.txt, guardando el estado y el promedio de la
      *> cursada; si una nota aprobada se corrige a desaprobada o
      *> ausente, el resultado vuelve a su estado de la cursada.
       method-id btnGrabarNota_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-mesa-cargada = false then
               invoke type MessageBox::Show("Cargue una mesa antes de cargar notas")
               goback
           end-if
           invoke type Int32::TryParse(txtNumero::Text
               by reference ws-numero-alumno)
               returning ws-numero-valido
           if ws-numero-valido = false then
               invoke type MessageBox::Show("Número inválido")
               invoke txtNumero::Focus
               goback
           end-if
           if chkAusente::Checked
               move 0 to ws-nota-int
               move "U" to ws-estado-nuevo
           else
               invoke type Int32::TryParse(txtNota::Text
                   by reference ws-nota-int)
                   returning ws-nota-valida
               if ws-nota-valida = false or ws-nota-int > 100 then
                   invoke type MessageBox::Show("Nota inválida (0-100)")
                   invoke txtNota::Focus
                   goback
               end-if
           end-if
           perform LeerMesa
           if ws-mesa-existe = false or mesEstado = "C" then
               invoke type MessageBox::Show(
                   "La mesa está cerrada; las notas ya no se modifican")
               goback
           end-if
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           if mesFecha > ws-hoy then
               invoke type MessageBox::Show(
                   "La mesa todavía no se tomó; no se pueden cargar notas")
               goback
           end-if
           if chkAusente::Checked = false
               if ws-nota-int >= mesNotaAprobacion
                   move "A" to ws-estado-nuevo
               else
                   move "D" to ws-estado-nuevo
               end-if
           end-if
           perform AbrirExamenEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de inscripciones a examen está en uso, intente de nuevo")
               goback
           end-if
           move ws-curso to exaCurso
           move ws-fecha-mesa to exaFecha
           move ws-numero-alumno to exaNumero
           read examen
           if fs-examen <> "00" then
               close examen
               invoke type MessageBox::Show(
                   "El alumno no está inscripto en esta mesa")
               goback
           end-if
           move exaEstado to ws-estado-anterior
           move exaNota to ws-nota-anterior
           move exaCiclo to ws-ciclo-rendir
           move ws-nota-int to exaNota
           move ws-estado-nuevo to exaEstado
           rewrite examen-registro
      *> El antes y el después de la nota quedan en la bitácora, como
      *> en la carga de calificaciones.
           move ws-numero-alumno to ws-bit-numero-x
           move "MOD" to ws-bit-operacion
           move spaces to ws-bit-ant ws-bit-nvo
           move ws-nota-anterior to ws-nota-x
           string
               ws-estado-anterior delimited by size
               " " delimited by size
               ws-nota-x delimited by size
               into ws-bit-ant
           end-string
           move exaNota to ws-nota-x
           string
               ws-estado-nuevo delimited by size
               " " delimited by size
               ws-nota-x delimited by size
               into ws-bit-nvo
           end-string
           close examen
           perform RegistrarBitacoraExamen
           if ws-estado-nuevo = "A"
               perform AprobarResultado
           else
               if ws-estado-anterior = "A"
                   perform RestaurarResultado
               end-if
           end-if
           invoke type MessageBox::Show("Nota Grabada!")
           set chkAusente::Checked to false
           perform CargarInscriptos
       end method.

      *> Pasa a A el resultado del ciclo que el alumno rindió. El
      *> estado y el promedio de la cursada quedan como historia en
      *> resEstadoCursada y resPromedioCursada (sólo la primera vez:
      *> una corrección de nota aprobada no los pisa) y el promedio
      *> pasa a ser la nota del examen.
       method-id AprobarResultado private.
       procedure division.
           open i-o resultado
           if fs-resultado <> "00"
               invoke type MessageBox::Show(
                   "El archivo de resultados está en uso; el resultado del curso no se actualizó")
               goback
           end-if
           move ws-numero-alumno to resNumero
           move ws-curso to resCurso
           move ws-ciclo-rendir to resCiclo
           read resultado
           if fs-resultado <> "00"
               close resultado
               invoke type MessageBox::Show(
                   "No se encontró el resultado del curso a actualizar")
               goback
           end-if
           move resEstado to ws-bit-ant
           if resEstadoCursada <> "R" and resEstadoCursada <> "L"
               move resEstado to resEstadoCursada
               move resPromedio to resPromedioCursada
           end-if
           move "A" to resEstado
           move ws-nota-int to resPromedio
           move ws-fecha-mesa to resFechaExamen
           move ws-nota-int to resNotaExamen
           rewrite resultado-registro
           close resultado
           move "A" to ws-bit-nvo
           perform RegistrarBitacoraResultado
       end method.

      *> Devuelve al estado y promedio de la cursada el resultado que
      *> se había aprobado con esta misma mesa.
       method-id RestaurarResultado private.
       procedure division.
           open i-o resultado
           if fs-resultado <> "00"
               invoke type MessageBox::Show(
                   "El archivo de resultados está en uso; el resultado del curso no se actualizó")
               goback
           end-if
           move ws-numero-alumno to resNumero
           move ws-curso to resCurso
           move ws-ciclo-rendir to resCiclo
           read resultado
           if fs-resultado = "00" and resFechaExamen = ws-fecha-mesa
                 and (resEstadoCursada = "R" or resEstadoCursada = "L")
               move resEstado to ws-bit-ant
               move resEstadoCursada to resEstado
               move resPromedioCursada to resPromedio
               move space to resEstadoCursada
               move 0 to resPromedioCursada resFechaExamen
                   resNotaExamen
               rewrite resultado-registro
               move resEstado to ws-bit-nvo
               perform RegistrarBitacoraResultado
           end-if
           close resultado
       end method.

      *> Cierra la mesa cargada: las inscripciones sin nota quedan
      *> como ausentes y la mesa deja de admitir inscripciones y
      *> cambios de nota.
       method-id btnCerrarMesa_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-mesa-cargada = false then
               invoke type MessageBox::Show("Cargue una mesa antes de cerrarla")
               goback
           end-if
           if type MessageBox::Show(
                 "¿Cerrar la mesa? Los inscriptos sin nota quedan ausentes"
                 "Cerrar mesa" type MessageBoxButtons::YesNo)
                 <> type DialogResult::Yes then
               goback
           end-if
           perform AbrirMesaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de mesas está en uso, intente de nuevo")
               goback
           end-if
           move ws-curso to mesCurso
           move ws-fecha-mesa to mesFecha
           read mesa
           if fs-mesa <> "00" or mesEstado = "C" then
               close mesa
               invoke type MessageBox::Show("La mesa ya está cerrada")
               goback
           end-if
           perform AbrirExamenEscritura
           if ws-archivo-disponible = false then
               close mesa
               invoke type MessageBox::Show(
                   "El archivo de inscripciones a examen está en uso, intente de nuevo")
               goback
           end-if
           move ws-curso to exaCurso
           move ws-fecha-mesa to exaFecha
           move 0 to exaNumero
           start examen key is not less than examenClave
               invalid key
                   move "10" to fs-examen
           end-start
           if fs-examen = "00"
               read examen next record
           end-if
           perform until fs-examen <> "00"
                   or exaCurso <> ws-curso
                   or exaFecha <> ws-fecha-mesa
               if exaEstado = "I"
                   move "U" to exaEstado
                   move 0 to exaNota
                   rewrite examen-registro
               end-if
               read examen next record
           end-perform
           close examen
           move "C" to mesEstado
           rewrite mesa-registro
           close mesa
           move zeroes to ws-bit-numero-x
           move "MOD" to ws-bit-operacion
           move "A" to ws-bit-ant
           move "C" to ws-bit-nvo
           perform RegistrarBitacoraMesa
           set lblEstado::Text to "Mesa cerrada"
           invoke type MessageBox::Show("Mesa Cerrada!")
           perform CargarMesas
           perform CargarInscriptos
       end method.

      *> Deja en la bitácora el alta, cambio o cierre de una mesa, con
      *> curso y fecha como clave.
       method-id RegistrarBitacoraMesa private.
       procedure division.
           move "mesa" to ws-bit-archivo
           move spaces to ws-bit-clave
           move ws-curso to ws-bit-clave(1:6)
           move ws-fecha-mesa to ws-bit-clave(7:8)
           perform GrabarBitacora
       end method.

      *> Deja en la bitácora la inscripción o la nota de examen del
      *> alumno, con curso y fecha de la mesa como clave.
       method-id RegistrarBitacoraExamen private.
       procedure division.
           move "examen" to ws-bit-archivo
           move spaces to ws-bit-clave
           move ws-curso to ws-bit-clave(1:6)
           move ws-fecha-mesa to ws-bit-clave(7:8)
           perform GrabarBitacora
       end method.

      *> Deja en la bitácora el cambio de resultado del curso que
      *> produjo la nota del examen, con curso y ciclo como clave.
       method-id RegistrarBitacoraResultado private.
       procedure division.
           move ws-numero-alumno to ws-bit-numero-x
           move "resultado" to ws-bit-archivo
           move "MOD" to ws-bit-operacion
           move spaces to ws-bit-clave
           move ws-curso to ws-bit-clave(1:6)
           move ws-ciclo-rendir to ws-bit-clave(7:4)
           perform GrabarBitacora
       end method.

      *> Escribe una línea en bitacora.txt:
      *> numero,archivo,clave,fecha hora,usuario,operacion,antes,despues
      *> (mismo esquema de líneas con coma de alumno_cambios.txt).
       method-id GrabarBitacora private.
       procedure division.
      *> La línea nueva se encadena a la última de la bitácora; el
      *> control anterior se toma antes de abrir para anexar.
           move type prjArchivoSecuencial.CadenaBitacora::UltimoControl(
               "bitacora") to ws-bit-anterior
           open extend bitacora
           if fs-bitacora = "05" or fs-bitacora = "35" then
               open output bitacora
           end-if
           if fs-bitacora = "00" then
               move spaces to bitacora-linea
               string
                   ws-bit-numero-x delimited by size
                   "," delimited by size
                   ws-bit-archivo delimited by "  "
                   "," delimited by size
                   ws-bit-clave delimited by "  "
                   "," delimited by size
                   type System.DateTime::Now::ToString("yyyy-MM-dd HH:mm:ss")
                       delimited by size
                   "," delimited by size
                   type prjArchivoSecuencial.Sesion::UsuarioLogin::Trim
                       delimited by size
                   "," delimited by size
                   ws-bit-operacion delimited by size
                   "," delimited by size
                   ws-bit-ant delimited by "  "
                   "," delimited by size
                   ws-bit-nvo delimited by "  "
                   into bitacora-linea
               end-string
               move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
                   ws-bit-anterior bitacora-linea) to bitacora-linea
               write bitacora-linea
               close bitacora
           end-if
       end method.

      *> Muestra la vista previa del acta de examen de la mesa
      *> cargada. El acta se arma entera en BeginPrint, como el legajo
      *> del alumno.
       method-id btnImprimirActa_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-mesa-cargada = false then
               invoke type MessageBox::Show("Cargue una mesa antes de imprimir el acta")
           else
               set printPreviewDialog1::Document to printDocumentActa
               invoke printPreviewDialog1::ShowDialog
           end-if
       end method.

      *> Arma en memoria los renglones del acta: datos de la mesa,
      *> tribunal, una fila por inscripto con nota y estado, los
      *> totales y las líneas de firma del tribunal.
       method-id printDocumentActa_BeginPrint final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintEventArgs.
           move 0 to ws-print-pagina
           move 0 to ws-acta-total
           move 1 to ws-acta-actual
           move 0 to ws-cant-inscriptos ws-cant-aprobados
               ws-cant-desaprobados ws-cant-ausentes
           perform LeerMesa
           move ws-fecha-mesa to ws-fecha-x
           perform EditarFecha
           move mesHora to ws-hora-x
           move spaces to ws-acta-texto
           string
               "Fecha: " delimited by size
               ws-fecha-ed delimited by size
               "   Hora: " delimited by size
               ws-hora-x(1:2) delimited by size
               ":" delimited by size
               ws-hora-x(3:2) delimited by size
               "   Aula: " delimited by size
               mesAula delimited by size
               into ws-acta-texto
           end-string
           perform AgregarLineaActa
           move mesNotaAprobacion to ws-nota-x
           string
               "Nota de aprobación: " delimited by size
               ws-nota-x delimited by size
               into ws-acta-texto
           end-string
           perform AgregarLineaActa
           move "Tribunal:" to ws-acta-texto
           perform AgregarLineaActa
           move mesDocente1 to ws-docente-int
           perform AgregarLineaTribunal
           move mesDocente2 to ws-docente-int
           perform AgregarLineaTribunal
           move mesDocente3 to ws-docente-int
           perform AgregarLineaTribunal
           perform AgregarLineaActa
           move "Número   Apellido y nombre                       Ciclo  Nota  Estado"
               to ws-acta-texto
           perform AgregarLineaActa
           open input examen
           if fs-examen = "00"
               open input alumno
               move ws-curso to exaCurso
               move ws-fecha-mesa to exaFecha
               move 0 to exaNumero
               start examen key is not less than examenClave
                   invalid key
                       move "10" to fs-examen
               end-start
               if fs-examen = "00"
                   read examen next record
               end-if
               perform until fs-examen <> "00"
                       or exaCurso <> ws-curso
                       or exaFecha <> ws-fecha-mesa
                   perform ResolverAlumno
                   perform DescribirEstado
                   move exaNumero to ws-numero-x
                   move exaCiclo to ws-ciclo-x
                   move exaNota to ws-nota-x
                   if exaEstado = "I" or exaEstado = "U"
                       move "   " to ws-nota-x
                   end-if
                   string
                       ws-numero-x delimited by size
                       "  " delimited by size
                       ws-alumno-texto(1:40) delimited by size
                       "  " delimited by size
                       ws-ciclo-x delimited by size
                       "   " delimited by size
                       ws-nota-x delimited by size
                       "   " delimited by size
                       ws-estado-texto delimited by size
                       into ws-acta-texto
                   end-string
                   perform AgregarLineaActa
                   add 1 to ws-cant-inscriptos
                   evaluate exaEstado
                       when "A" add 1 to ws-cant-aprobados
                       when "D" add 1 to ws-cant-desaprobados
                       when "U" add 1 to ws-cant-ausentes
                   end-evaluate
                   read examen next record
               end-perform
               if fs-alumno = "00"
                   close alumno
               end-if
               close examen
           end-if
           perform AgregarLineaActa
           string
               "Inscriptos: " delimited by size
               ws-cant-inscriptos delimited by size
               "   Aprobados: " delimited by size
               ws-cant-aprobados delimited by size
               "   Desaprobados: " delimited by size
               ws-cant-desaprobados delimited by size
               "   Ausentes: " delimited by size
               ws-cant-ausentes delimited by size
               into ws-acta-texto
           end-string
           perform AgregarLineaActa
           perform AgregarLineaActa
           perform AgregarLineaActa
           move "______________________   ______________________   ______________________"
               to ws-acta-texto
           perform AgregarLineaActa
           move "      Presidente                 Vocal                    Vocal"
               to ws-acta-texto
           perform AgregarLineaActa
           if ws-acta-total >= 600
               move "  (ACTA CORTADA EN 600 RENGLONES)"
                   to ws-acta-texto
               move ws-acta-texto to ws-acta-linea(600)
           end-if
       end method.

      *> Agrega al acta el renglón de un integrante del tribunal
      *> (ws-docente-int); los vocales sin asignar no salen.
       method-id AgregarLineaTribunal private.
       procedure division.
           if ws-docente-int > 0
               perform ResolverDocenteNombre
               move ws-docente-int to ws-docente-x
               string
                   "  " delimited by size
                   ws-docente-x delimited by size
                   "  " delimited by size
                   ws-docente-nombre delimited by "  "
                   into ws-acta-texto
               end-string
               perform AgregarLineaActa
           end-if
       end method.

      *> Pasa ws-acta-texto a la tabla del acta y lo deja en blanco
      *> para el próximo renglón; más allá de 600 renglones se descarta.
       method-id AgregarLineaActa private.
       procedure division.
           if ws-acta-total < 600
               add 1 to ws-acta-total
               move ws-acta-texto to ws-acta-linea(ws-acta-total)
           end-if
           move spaces to ws-acta-texto
       end method.

      *> Dibuja las páginas del acta a partir de la tabla armada en
      *> BeginPrint, con el curso en el encabezado y número de página
      *> al pie en cada una.
       method-id printDocumentActa_PrintPage final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintPageEventArgs.
           add 1 to ws-print-pagina
           move e::MarginBounds::Top to ws-print-y
           move spaces to ws-acta-linea-out
           string
               "ACTA DE EXAMEN - Curso " delimited by size
               ws-curso delimited by size
               " " delimited by size
               lblCurso::Text delimited by size
               into ws-acta-linea-out
           end-string
           invoke e::Graphics::DrawString(ws-acta-linea-out::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 24 to ws-print-y
           perform until ws-acta-actual > ws-acta-total
                   or (ws-print-y + ws-print-alto-linea)
                       > e::MarginBounds::Bottom
               invoke e::Graphics::DrawString(
                   ws-acta-linea(ws-acta-actual)
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
               add ws-print-alto-linea to ws-print-y
               add 1 to ws-acta-actual
           end-perform
           move ws-print-pagina to ws-print-pagina-x
           move spaces to ws-acta-linea-out
           string
               "Página " delimited by size
               ws-print-pagina-x delimited by size
               into ws-acta-linea-out
           end-string
           invoke e::Graphics::DrawString(ws-acta-linea-out::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left e::MarginBounds::Bottom)
           if ws-acta-actual > ws-acta-total
               set e::HasMorePages to false
           else
               set e::HasMorePages to true
           end-if
       end method.

       method-id btnCerrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
       end method.

       end class.
