       class-id prjArchivoSecuencial.frmLicencias is partial
                 inherits type System.Windows.Forms.Form.

                 copy DocenteSelect.

                 copy CursoSelect.

                 copy LicenciaSelect.

                 copy SuplenciaSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

       fd docente.
       copy DocenteRegistro.

       fd curso.
       copy CursoRegistro.

       fd licencia.
       copy LicenciaRegistro.

       fd suplencia.
       copy SuplenciaRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       working-storage section.
       01 fs-docente pic xx.
       01 fs-curso pic xx.
       01 fs-licencia pic xx.
       01 fs-suplencia pic xx.
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-legajo-int     pic 9(06).
       01 ws-legajo-valido  condition-value.
       01 ws-legajo-cargado pic 9(05) value 0.
       01 ws-docente-cargado condition-value.
       01 ws-suplente-int   pic 9(06).
       01 ws-suplente-valido condition-value.
       01 ws-suplente-nombre pic x(40).
       01 ws-archivo-disponible condition-value.
       01 ws-superpuesta    condition-value.
       01 ws-tipo           pic x(02).
       01 ws-tipo-texto     pic x(22).
       01 ws-desde-x        pic x(08).
       01 ws-hasta-x        pic x(08).
       01 ws-desde          pic 9(08).
       01 ws-hasta          pic 9(08).
       01 ws-fecha-x        pic x(08).
       01 ws-fecha-ed       pic x(10).
       01 ws-desde-ed       pic x(10).
       01 ws-curso-x        pic x(06).
       01 ws-fila           binary-long.
       01 ws-filas-total    pic 9(04) comp.
       01 ws-fila-tabla.
         03 ws-fila-licencia occurs 500.
           05 ws-fila-desde     pic 9(08).
           05 ws-fila-hasta     pic 9(08).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           invoke cboTipo::Items::Add("Enfermedad")
           invoke cboTipo::Items::Add("Maternidad/Paternidad")
           invoke cboTipo::Items::Add("Estudio")
           invoke cboTipo::Items::Add("Particular")
           invoke cboTipo::Items::Add("Otra")
           set cboTipo::SelectedIndex to 0
           set ws-docente-cargado to false
           goback.
       end method.

      *> licencia.txt y suplencia.txt son indexados; en el primer
      *> arranque todavía no existen, así que se los crea con output
      *> antes de reintentar el open i-o, igual que AbrirParaEscritura
      *> en la inscripción.
       method-id AbrirLicenciaEscritura private.
       procedure division.
           open i-o licencia
           if fs-licencia = "35" then
               open output licencia
               close licencia
               open i-o licencia
           end-if
           set ws-archivo-disponible to fs-licencia = "00"
       end method.

       method-id AbrirSuplenciaEscritura private.
       procedure division.
           open i-o suplencia
           if fs-suplencia = "35" then
               open output suplencia
               close suplencia
               open i-o suplencia
           end-if
           set ws-archivo-disponible to fs-suplencia = "00"
       end method.

      *> Busca el docente por legajo y carga sus licencias y las
      *> suplencias de sus cursos.
       method-id btnBuscar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set ws-docente-cargado to false
           set lblDocente::Text to ""
           invoke dataGridView1::Rows::Clear
           invoke dataGridView2::Rows::Clear
           invoke type Int32::TryParse(txtLegajo::Text
               by reference ws-legajo-int)
               returning ws-legajo-valido
           if ws-legajo-valido = false or ws-legajo-int = 0
                 or ws-legajo-int > 99999 then
               invoke type MessageBox::Show("Legajo inválido (1-99999)")
               invoke txtLegajo::Focus
               goback
           end-if
           open input docente
           if fs-docente <> "00" then
               invoke type MessageBox::Show("Docente no encontrado")
               goback
           end-if
           move ws-legajo-int to dteLegajo
           read docente
           set ws-legajo-valido to fs-docente = "00"
           close docente
           if ws-legajo-valido = false then
               invoke type MessageBox::Show("Docente no encontrado")
               goback
           end-if
           move ws-legajo-int to ws-legajo-cargado
           set ws-docente-cargado to true
           set lblDocente::Text to dteNombre::Trim
           perform CargarLicencias
           perform CargarSuplencias
       end method.

      *> Refresca la grilla de licencias del docente cargado (START
      *> con la fecha desde en cero y lecturas NEXT hasta que cambia el
      *> legajo). Las fechas de cada fila quedan en ws-fila-tabla para
      *> asignar suplentes sobre la licencia seleccionada.
       method-id CargarLicencias private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           move 0 to ws-filas-total
           open input licencia
           if fs-licencia = "00"
               move ws-legajo-cargado to licLegajo
               move 0 to licDesde
               start licencia key is not less than licenciaClave
                   invalid key
                       move "10" to fs-licencia
               end-start
               if fs-licencia = "00"
                   read licencia next record
               end-if
               perform until fs-licencia <> "00"
                       or licLegajo <> ws-legajo-cargado
                   perform DescribirTipo
                   move licDesde to ws-fecha-x
                   perform EditarFecha
                   move ws-fecha-ed to ws-desde-ed
                   move licHasta to ws-fecha-x
                   perform EditarFecha
                   invoke dataGridView1::Rows::Add(ws-desde-ed,
                       ws-fecha-ed, ws-tipo-texto::Trim,
                       licUsuario::Trim)
                   if ws-filas-total < 500
                       add 1 to ws-filas-total
                       move licDesde to ws-fila-desde(ws-filas-total)
                       move licHasta to ws-fila-hasta(ws-filas-total)
                   end-if
                   read licencia next record
               end-perform
               close licencia
           end-if
       end method.

      *> Refresca la grilla de suplencias donde el docente cargado es
      *> el titular. suplencia.txt está indexado por curso, así que se
      *> lo recorre entero; docente.txt queda abierto para resolver el
      *> nombre de cada suplente.
       method-id CargarSuplencias private.
       procedure division.
           invoke dataGridView2::Rows::Clear
           open input suplencia
           if fs-suplencia = "00"
               open input docente
               read suplencia next record
               perform until fs-suplencia <> "00"
                   if supTitular = ws-legajo-cargado
                       move supDesde to ws-fecha-x
                       perform EditarFecha
                       move ws-fecha-ed to ws-desde-ed
                       move supHasta to ws-fecha-x
                       perform EditarFecha
                       move spaces to ws-suplente-nombre
                       if fs-docente = "00"
                           move supSuplente to dteLegajo
                           read docente
                           if fs-docente = "00"
                               move dteNombre to ws-suplente-nombre
                           else
                               move "00" to fs-docente
                           end-if
                       end-if
                       invoke dataGridView2::Rows::Add(supCurso,
                           ws-desde-ed, ws-fecha-ed, supSuplente,
                           ws-suplente-nombre::Trim)
                   end-if
                   read suplencia next record
               end-perform
               if fs-docente = "00"
                   close docente
               end-if
               close suplencia
           end-if
       end method.

      *> Texto del tipo de licencia leído, para la grilla.
       method-id DescribirTipo private.
       procedure division.
           evaluate licTipo
               when "EN" move "Enfermedad" to ws-tipo-texto
               when "MA" move "Maternidad/Paternidad" to ws-tipo-texto
               when "ES" move "Estudio" to ws-tipo-texto
               when "PE" move "Particular" to ws-tipo-texto
               when other move "Otra" to ws-tipo-texto
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

      *> Registra una licencia del docente cargado. Hasta no puede ser
      *> anterior a desde y la licencia no puede superponerse con otra
      *> del mismo docente.
       method-id btnRegistrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-docente-cargado = false then
               invoke type MessageBox::Show(
                   "Busque un docente antes de registrar")
               goback
           end-if
           evaluate cboTipo::SelectedIndex
               when 1 move "MA" to ws-tipo
               when 2 move "ES" to ws-tipo
               when 3 move "PE" to ws-tipo
               when 4 move "OT" to ws-tipo
               when other move "EN" to ws-tipo
           end-evaluate
           move dtpDesde::Value::ToString("yyyyMMdd") to ws-desde-x
           move ws-desde-x to ws-desde
           move dtpHasta::Value::ToString("yyyyMMdd") to ws-hasta-x
           move ws-hasta-x to ws-hasta
           if ws-hasta < ws-desde then
               invoke type MessageBox::Show(
                   "La fecha hasta no puede ser anterior a la fecha desde")
               goback
           end-if
           perform AbrirLicenciaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de licencias está en uso, intente de nuevo")
               goback
           end-if
           move ws-legajo-cargado to ws-legajo-int
           perform BuscarLicenciaSuperpuesta
           if ws-superpuesta then
               close licencia
               invoke type MessageBox::Show(
                   "El docente ya tiene una licencia en esas fechas")
               goback
           end-if
           move ws-legajo-cargado to licLegajo
           move ws-desde to licDesde
           move ws-hasta to licHasta
           move ws-tipo to licTipo
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to licUsuario
           write licencia-registro
           close licencia
           move zeroes to ws-bit-numero-x
           move "licencia" to ws-bit-archivo
           move spaces to ws-bit-clave
           move licLegajo to ws-bit-clave(1:5)
           move licDesde to ws-bit-clave(6:8)
           move "ALTA" to ws-bit-operacion
           move spaces to ws-bit-ant
           move spaces to ws-bit-nvo
           move licTipo to ws-bit-nvo(1:2)
           move licHasta to ws-bit-nvo(3:8)
           perform GrabarBitacora
           invoke type MessageBox::Show("Licencia registrada!")
           perform CargarLicencias
       end method.

      *> Con licencia.txt abierto, deja ws-superpuesta en true si el
      *> docente de ws-legajo-int tiene una licencia que toca el rango
      *> ws-desde..ws-hasta.
       method-id BuscarLicenciaSuperpuesta private.
       procedure division.
           set ws-superpuesta to false
           move ws-legajo-int to licLegajo
           move 0 to licDesde
           start licencia key is not less than licenciaClave
               invalid key
                   move "10" to fs-licencia
           end-start
           if fs-licencia = "00"
               read licencia next record
           end-if
           perform until fs-licencia <> "00"
                   or licLegajo <> ws-legajo-int
                   or licDesde > ws-hasta
                   or ws-superpuesta
               if licHasta >= ws-desde
                   set ws-superpuesta to true
               end-if
               read licencia next record
           end-perform
           move "00" to fs-licencia
       end method.

      *> Asigna un suplente a un curso del docente cargado por las
      *> fechas de la licencia seleccionada en la grilla. El curso
      *> tiene que estar a cargo del titular; el suplente tiene que
      *> existir, no ser el titular y no estar él mismo de licencia en
      *> esas fechas, y el curso no puede tener ya otra suplencia que
      *> se superponga.
       method-id btnAsignar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-docente-cargado = false then
               invoke type MessageBox::Show(
                   "Busque un docente antes de asignar suplentes")
               goback
           end-if
           if dataGridView1::CurrentRow = null then
               invoke type MessageBox::Show(
                   "Seleccione una licencia en la grilla")
               goback
           end-if
           move dataGridView1::CurrentRow::Index to ws-fila
           add 1 to ws-fila
           if ws-fila > ws-filas-total then
               invoke type MessageBox::Show(
                   "Seleccione una licencia en la grilla")
               goback
           end-if
           move ws-fila-desde(ws-fila) to ws-desde
           move ws-fila-hasta(ws-fila) to ws-hasta
           move spaces to ws-curso-x
           set ws-curso-x to txtCurso::Text::Trim::ToUpper
           if ws-curso-x = spaces then
               invoke type MessageBox::Show("Ingrese el curso")
               invoke txtCurso::Focus
               goback
           end-if
           open input curso
           if fs-curso <> "00" then
               invoke type MessageBox::Show(
                   "El archivo de cursos está en uso, intente de nuevo")
               goback
           end-if
           move ws-curso-x to cursoCodigo
           read curso
           if fs-curso <> "00" then
               close curso
               invoke type MessageBox::Show("Curso no encontrado")
               invoke txtCurso::Focus
               goback
           end-if
           close curso
           if cursoDocente not numeric
                 or cursoDocente <> ws-legajo-cargado then
               invoke type MessageBox::Show(
                   "El curso no está a cargo de este docente")
               invoke txtCurso::Focus
               goback
           end-if
           invoke type Int32::TryParse(txtSuplente::Text
               by reference ws-suplente-int)
               returning ws-suplente-valido
           if ws-suplente-valido = false or ws-suplente-int = 0
                 or ws-suplente-int > 99999 then
               invoke type MessageBox::Show(
                   "Legajo de suplente inválido (1-99999)")
               invoke txtSuplente::Focus
               goback
           end-if
           if ws-suplente-int = ws-legajo-cargado then
               invoke type MessageBox::Show(
                   "El suplente no puede ser el mismo titular")
               invoke txtSuplente::Focus
               goback
           end-if
           open input docente
           if fs-docente <> "00" then
               invoke type MessageBox::Show(
                   "Legajo de suplente inexistente, dé de alta el docente primero")
               goback
           end-if
           move ws-suplente-int to dteLegajo
           read docente
           set ws-suplente-valido to fs-docente = "00"
           close docente
           if ws-suplente-valido = false then
               invoke type MessageBox::Show(
                   "Legajo de suplente inexistente, dé de alta el docente primero")
               invoke txtSuplente::Focus
               goback
           end-if
           open input licencia
           if fs-licencia = "00"
               move ws-suplente-int to ws-legajo-int
               perform BuscarLicenciaSuperpuesta
               close licencia
               if ws-superpuesta then
                   invoke type MessageBox::Show(
                       "El suplente está de licencia en esas fechas")
                   invoke txtSuplente::Focus
                   goback
               end-if
           end-if
           perform AbrirSuplenciaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de suplencias está en uso, intente de nuevo")
               goback
           end-if
      *> Otra suplencia del mismo curso que toque el rango: START con
      *> la fecha desde en cero y lecturas NEXT hasta que cambia el
      *> curso o la fecha desde pasa el hasta de la licencia.
           set ws-superpuesta to false
           move ws-curso-x to supCurso
           move 0 to supDesde
           start suplencia key is not less than suplenciaClave
               invalid key
                   move "10" to fs-suplencia
           end-start
           if fs-suplencia = "00"
               read suplencia next record
           end-if
           perform until fs-suplencia <> "00"
                   or supCurso <> ws-curso-x
                   or supDesde > ws-hasta
                   or ws-superpuesta
               if supHasta >= ws-desde
                   set ws-superpuesta to true
               end-if
               read suplencia next record
           end-perform
           if ws-superpuesta then
               close suplencia
               invoke type MessageBox::Show(
                   "El curso ya tiene un suplente en esas fechas")
               goback
           end-if
           move ws-curso-x to supCurso
           move ws-desde to supDesde
           move ws-hasta to supHasta
           move ws-legajo-cargado to supTitular
           move ws-suplente-int to supSuplente
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to supUsuario
           write suplencia-registro
           close suplencia
           move zeroes to ws-bit-numero-x
           move "suplencia" to ws-bit-archivo
           move spaces to ws-bit-clave
           move supCurso to ws-bit-clave(1:6)
           move supDesde to ws-bit-clave(7:8)
           move "ALTA" to ws-bit-operacion
           move spaces to ws-bit-ant
           move supTitular to ws-bit-ant(1:5)
           move spaces to ws-bit-nvo
           move supSuplente to ws-bit-nvo(1:5)
           move supHasta to ws-bit-nvo(6:8)
           perform GrabarBitacora
           invoke type MessageBox::Show("Suplente asignado!")
           set txtCurso::Text to ""
           set txtSuplente::Text to ""
           perform CargarSuplencias
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
