       class-id prjArchivoSecuencial.frmDisciplina is partial
                 inherits type System.Windows.Forms.Form.

                 copy AlumnoSelect.

                 copy SancionSelect.

                 copy CicloSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

       fd alumno.
       copy AlumnoRegistro.

       fd sancion.
       copy SancionRegistro.

       fd ciclo.
       copy CicloRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-sancion pic xx.
       01 fs-ciclo  pic xx.
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-numero-alumno  pic 9(07).
       01 ws-numero-valido  condition-value.
       01 ws-numero-cargado pic 9(07) value 0.
       01 ws-alumno-cargado condition-value.
       01 ws-alumno-texto   pic x(60).
       01 ws-ciclo-actual   pic 9(04).
       01 ws-ciclo-x        pic x(04).
       01 ws-archivo-disponible condition-value.
       01 ws-tipo           pic x(01).
       01 ws-tipo-texto     pic x(12).
       01 ws-cantidad-int   pic 9(05).
       01 ws-cantidad-valida condition-value.
       01 ws-fecha-x        pic x(08).
       01 ws-fecha-ed       pic x(10).
       01 ws-fecha-hecho    pic 9(08).
       01 ws-hoy-x          pic x(08).
       01 ws-hoy            pic 9(08).
       01 ws-secuencia      pic 9(03).
       01 ws-secuencia-libre condition-value.
       01 ws-aprobo-texto   pic x(12).
       01 ws-tope           pic 9(03).
       01 ws-tope-x         pic z(2)9.
       01 ws-total-amonest  pic 9(05).
       01 ws-total-amonest-x pic z(4)9.
       01 ws-total-susp     pic 9(03).
       01 ws-total-susp-x   pic z(2)9.
       01 ws-resumen-texto  pic x(200).
       01 ws-resumen-marca  pic x(20).
       01 ws-fila           binary-long.
       01 ws-filas-total    pic 9(04) comp.
       01 ws-fila-tabla.
         03 ws-fila-clave   occurs 500.
           05 ws-fila-fecha     pic 9(08).
           05 ws-fila-secuencia pic 9(02).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> Los hechos nuevos se sellan con el ciclo abierto de la sesión,
      *> que es también el ciclo contra el que se mide el tope.
           move type prjArchivoSecuencial.Sesion::CicloActual
               to ws-ciclo-actual
           invoke cboTipo::Items::Add("Observación")
           invoke cboTipo::Items::Add("Amonestación")
           invoke cboTipo::Items::Add("Suspensión")
           set cboTipo::SelectedIndex to 0
           set ws-alumno-cargado to false
      *> Recepción y docentes cargan hechos; sólo un supervisor aprueba
      *> amonestaciones y suspensiones (las que carga él mismo quedan
      *> aprobadas al grabarlas).
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               set btnAprobar::Enabled to false
           end-if
           goback.
       end method.

      *> sancion.txt es indexado; en el primer arranque todavía no
      *> existe, así que se lo crea con output antes de reintentar el
      *> open i-o, igual que AbrirParaEscritura en la inscripción.
       method-id AbrirSancionEscritura private.
       procedure division.
           open i-o sancion
           if fs-sancion = "35" then
               open output sancion
               close sancion
               open i-o sancion
           end-if
           set ws-archivo-disponible to fs-sancion = "00"
       end method.

      *> Busca al alumno tecleado y carga su registro disciplinario.
       method-id btnBuscar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set ws-alumno-cargado to false
           set lblAlumno::Text to ""
           set lblResumen::Text to ""
           invoke dataGridView1::Rows::Clear
           perform ValidarAlumno
           if ws-numero-valido = false
               goback
           end-if
           move ws-numero-alumno to ws-numero-cargado
           set ws-alumno-cargado to true
           set lblAlumno::Text to ws-alumno-texto::Trim
           perform CargarSanciones
       end method.

      *> Valida el número tecleado y que el alumno exista en
      *> alumno.txt. Deja el número en ws-numero-alumno y
      *> "apellido, nombre" en ws-alumno-texto.
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
           if ws-numero-valido
               move spaces to ws-alumno-texto
               string
                   apellido delimited by "  "
                   ", " delimited by size
                   nombre delimited by "  "
                   into ws-alumno-texto
               end-string
           end-if
           close alumno
           if ws-numero-valido = false then
               invoke type MessageBox::Show("Alumno no encontrado")
           end-if
       end method.

      *> Refresca la grilla con los hechos del alumno cargado (START
      *> con fecha y secuencia en cero y lecturas NEXT hasta que
      *> cambia el numero) y totaliza, sobre el ciclo abierto, las
      *> amonestaciones y suspensiones aprobadas para el resumen. La
      *> clave de cada fila queda en ws-fila-tabla para la aprobación.
       method-id CargarSanciones private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           move 0 to ws-filas-total
           move 0 to ws-total-amonest
           move 0 to ws-total-susp
           open input sancion
           if fs-sancion = "00"
               move ws-numero-cargado to sanNumero
               move 0 to sanFecha
               move 0 to sanSecuencia
               start sancion key is not less than sancionClave
                   invalid key
                       move "10" to fs-sancion
               end-start
               if fs-sancion = "00"
                   read sancion next record
               end-if
               perform until fs-sancion <> "00"
                       or sanNumero <> ws-numero-cargado
                   perform DescribirTipo
                   move sanFecha to ws-fecha-x
                   perform EditarFecha
                   if sanTipo = "O"
                       move "-" to ws-aprobo-texto
                   else
                       if sanAprobo = spaces
                           move "Pendiente" to ws-aprobo-texto
                       else
                           move sanAprobo to ws-aprobo-texto
                           if sanCiclo = ws-ciclo-actual
                               if sanTipo = "A"
                                   add sanCantidad to ws-total-amonest
                               end-if
                               if sanTipo = "S"
                                   add 1 to ws-total-susp
                               end-if
                           end-if
                       end-if
                   end-if
                   invoke dataGridView1::Rows::Add(ws-fecha-ed,
                       sanSecuencia, ws-tipo-texto::Trim, sanCantidad,
                       sanMotivo::Trim, sanInforma::Trim,
                       ws-aprobo-texto::Trim)
                   if ws-filas-total < 500
                       add 1 to ws-filas-total
                       move sanFecha to ws-fila-fecha(ws-filas-total)
                       move sanSecuencia
                           to ws-fila-secuencia(ws-filas-total)
                   end-if
                   read sancion next record
               end-perform
               close sancion
           end-if
           perform MostrarResumen
       end method.

      *> Arma el resumen del ciclo abierto: amonestaciones aprobadas
      *> contra el tope del ciclo y suspensiones aprobadas. Al llegar
      *> al tope el alumno queda señalado; la carta al tutor la emite
      *> el batch GENERAR-CARTAS-DISCIPLINA.
       method-id MostrarResumen private.
       procedure division.
           if ws-ciclo-actual = 0
               set lblResumen::Text to
                   "No hay ciclo lectivo abierto; no se controla el tope"
               goback
           end-if
           perform LeerTope
           move ws-ciclo-actual to ws-ciclo-x
           move ws-total-amonest to ws-total-amonest-x
           move ws-tope to ws-tope-x
           move ws-total-susp to ws-total-susp-x
           move spaces to ws-resumen-marca
           if ws-total-amonest >= ws-tope
               move " - SUPERA EL TOPE" to ws-resumen-marca
           end-if
           move spaces to ws-resumen-texto
           string
               "Ciclo " delimited by size
               ws-ciclo-x delimited by size
               ": amonestaciones aprobadas " delimited by size
               ws-total-amonest-x::Trim delimited by size
               " (tope " delimited by size
               ws-tope-x::Trim delimited by size
               "), suspensiones " delimited by size
               ws-total-susp-x::Trim delimited by size
               ws-resumen-marca delimited by size
               into ws-resumen-texto
           end-string
           set lblResumen::Text to ws-resumen-texto::Trim
       end method.

      *> Deja en ws-tope el tope de amonestaciones del ciclo abierto;
      *> si el ciclo no lo tiene cargado rige el tope por omisión (10).
       method-id LeerTope private.
       procedure division.
           move 10 to ws-tope
           open input ciclo
           if fs-ciclo = "00"
               move ws-ciclo-actual to cicAnio
               read ciclo
               if fs-ciclo = "00"
                   if cicTopeAmonestaciones is numeric
                         and cicTopeAmonestaciones > 0
                       move cicTopeAmonestaciones to ws-tope
                   end-if
               end-if
               close ciclo
           end-if
       end method.

      *> Texto del tipo de hecho leído, para la grilla.
       method-id DescribirTipo private.
       procedure division.
           evaluate sanTipo
               when "A" move "Amonestación" to ws-tipo-texto
               when "S" move "Suspensión" to ws-tipo-texto
               when other move "Observación" to ws-tipo-texto
           end-evaluate
       end method.

      *> Deja en ws-fecha-ed la fecha AAAAMMDD de ws-fecha-x como
      *> DD/MM/AAAA para la grilla.
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

      *> Registra un hecho del alumno cargado. La fecha no puede ser
      *> futura; motivo y quién lo informó son obligatorios. La
      *> cantidad es la de amonestaciones (1 si se deja vacía) o los
      *> días de suspensión; en las observaciones se ignora. Lo que
      *> carga un supervisor queda aprobado; lo demás queda pendiente.
       method-id btnRegistrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-alumno-cargado = false then
               invoke type MessageBox::Show(
                   "Busque un alumno antes de registrar")
               goback
           end-if
           evaluate cboTipo::SelectedIndex
               when 1 move "A" to ws-tipo
               when 2 move "S" to ws-tipo
               when other move "O" to ws-tipo
           end-evaluate
           move dtpFecha::Value::ToString("yyyyMMdd") to ws-fecha-x
           move ws-fecha-x to ws-fecha-hecho
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           if ws-fecha-hecho > ws-hoy then
               invoke type MessageBox::Show(
                   "La fecha del hecho no puede ser futura")
               goback
           end-if
           move 0 to ws-cantidad-int
           if ws-tipo <> "O"
               if txtCantidad::Text::Trim = "" and ws-tipo = "A"
                   move 1 to ws-cantidad-int
               else
                   invoke type Int32::TryParse(txtCantidad::Text
                       by reference ws-cantidad-int)
                       returning ws-cantidad-valida
                   if ws-cantidad-valida = false
                         or ws-cantidad-int = 0
                         or ws-cantidad-int > 99 then
                       invoke type MessageBox::Show(
                           "Cantidad inválida (1-99)")
                       invoke txtCantidad::Focus
                       goback
                   end-if
               end-if
           end-if
           if txtMotivo::Text::Trim = "" then
               invoke type MessageBox::Show("Ingrese el motivo")
               invoke txtMotivo::Focus
               goback
           end-if
           if txtInforma::Text::Trim = "" then
               invoke type MessageBox::Show(
                   "Ingrese quién informó el hecho")
               invoke txtInforma::Focus
               goback
           end-if
           perform AbrirSancionEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo disciplinario está en uso, intente de nuevo")
               goback
           end-if
      *> Primera secuencia libre del alumno en esa fecha.
           set ws-secuencia-libre to false
           perform varying ws-secuencia from 1 by 1
                   until ws-secuencia > 99 or ws-secuencia-libre
               move ws-numero-cargado to sanNumero
               move ws-fecha-hecho to sanFecha
               move ws-secuencia to sanSecuencia
               read sancion
               if fs-sancion <> "00"
                   set ws-secuencia-libre to true
               end-if
           end-perform
           if ws-secuencia-libre = false then
               close sancion
               invoke type MessageBox::Show(
                   "El alumno ya tiene 99 hechos en esa fecha")
               goback
           end-if
           move ws-numero-cargado to sanNumero
           move ws-fecha-hecho to sanFecha
           move ws-tipo to sanTipo
           move ws-cantidad-int to sanCantidad
           move txtMotivo::Text::Trim to sanMotivo
           move txtInforma::Text::Trim to sanInforma
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to sanUsuario
           move spaces to sanAprobo
           move 0 to sanFechaAprob
           if ws-tipo <> "O"
                 and type prjArchivoSecuencial.Sesion::EsSupervisor()
               move type prjArchivoSecuencial.Sesion::UsuarioLogin
                   to sanAprobo
               move ws-hoy to sanFechaAprob
           end-if
           move ws-ciclo-actual to sanCiclo
           write sancion-registro
           close sancion
           move ws-numero-cargado to ws-bit-numero-x
           move "ALTA" to ws-bit-operacion
           move spaces to ws-bit-ant
           move spaces to ws-bit-nvo
           move sanTipo to ws-bit-nvo(1:1)
           move sanCantidad to ws-bit-nvo(2:2)
           perform RegistrarBitacoraSancion
           if ws-tipo <> "O" and sanAprobo = spaces
               invoke type MessageBox::Show(
                   "Hecho registrado; queda pendiente de aprobación")
           else
               invoke type MessageBox::Show("Hecho registrado!")
           end-if
           set txtCantidad::Text to ""
           set txtMotivo::Text to ""
           set txtInforma::Text to ""
           perform CargarSanciones
       end method.

      *> Aprueba la amonestación o suspensión pendiente de la fila
      *> seleccionada (sólo supervisores). Desde ese momento cuenta
      *> para el tope del ciclo en que se registró.
       method-id btnAprobar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if dataGridView1::CurrentRow = null then
               invoke type MessageBox::Show(
                   "Seleccione un hecho en la grilla")
               goback
           end-if
           move dataGridView1::CurrentRow::Index to ws-fila
           add 1 to ws-fila
           if ws-fila > ws-filas-total then
               invoke type MessageBox::Show(
                   "Seleccione un hecho en la grilla")
               goback
           end-if
           perform AbrirSancionEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo disciplinario está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-cargado to sanNumero
           move ws-fila-fecha(ws-fila) to sanFecha
           move ws-fila-secuencia(ws-fila) to sanSecuencia
           read sancion
           if fs-sancion <> "00" then
               close sancion
               invoke type MessageBox::Show(
                   "El hecho ya no está en el archivo")
               goback
           end-if
           if sanTipo = "O" then
               close sancion
               invoke type MessageBox::Show(
                   "Las observaciones no requieren aprobación")
               goback
           end-if
           if sanAprobo <> spaces then
               close sancion
               invoke type MessageBox::Show("El hecho ya está aprobado")
               goback
           end-if
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to sanAprobo
           move ws-hoy to sanFechaAprob
           rewrite sancion-registro
           close sancion
           move ws-numero-cargado to ws-bit-numero-x
           move "APRO" to ws-bit-operacion
           move spaces to ws-bit-ant
           move sanAprobo to ws-bit-nvo
           perform RegistrarBitacoraSancion
           invoke type MessageBox::Show("Hecho aprobado!")
           perform CargarSanciones
       end method.

      *> Deja en la bitácora el alta o la aprobación de un hecho, con
      *> fecha y secuencia como clave.
       method-id RegistrarBitacoraSancion private.
       procedure division.
           move "sancion" to ws-bit-archivo
           move spaces to ws-bit-clave
           move sanFecha to ws-bit-clave(1:8)
           move sanSecuencia to ws-bit-clave(9:2)
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

       method-id btnCerrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
       end method.

       end class.
