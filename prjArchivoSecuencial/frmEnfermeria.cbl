       class-id prjArchivoSecuencial.frmEnfermeria is partial
                 inherits type System.Windows.Forms.Form.

                 copy AlumnoSelect.

                 copy EnfermeriaSelect.

                 copy FichaMedicaSelect.

                 copy TutorSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

       fd alumno.
       copy AlumnoRegistro.

       fd enfermeria.
       copy EnfermeriaRegistro.

       fd fichaMedica.
       copy FichaMedicaRegistro.

       fd tutor.
       copy TutorRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-enfermeria pic xx.
       01 fs-ficha-medica pic xx.
       01 fs-tutor pic xx.
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-numero-alumno  pic 9(07).
       01 ws-numero-valido  condition-value.
       01 ws-numero-cargado pic 9(07) value 0.
       01 ws-alumno-cargado condition-value.
       01 ws-alumno-texto   pic x(60).
       01 ws-archivo-disponible condition-value.
       01 ws-ficha-texto    pic x(200).
       01 ws-contacto-texto pic x(200).
       01 ws-tipo           pic x(01).
       01 ws-tipo-texto     pic x(20).
       01 ws-hora-texto     pic x(10).
       01 ws-hora-int       pic 9(05).
       01 ws-hora-valida    condition-value.
       01 ws-hora-hhmm      pic 9(04).
       01 ws-hora-hh        pic 9(02).
       01 ws-hora-mm        pic 9(02).
       01 ws-hora-x         pic x(04).
       01 ws-hora-ed        pic x(05).
       01 ws-hora-atencion  pic 9(04).
       01 ws-hora-llamado   pic 9(04).
       01 ws-fecha-x        pic x(08).
       01 ws-fecha-ed       pic x(10).
       01 ws-fecha-atencion pic 9(08).
       01 ws-hoy-x          pic x(08).
       01 ws-hoy            pic 9(08).
       01 ws-ahora-x        pic x(04).
       01 ws-ahora          pic 9(04).
       01 ws-llamado-texto  pic x(10).
       01 ws-retirado-texto pic x(05).
       01 ws-fila           binary-long.
       01 ws-filas-total    pic 9(04) comp.
       01 ws-fila-tabla.
         03 ws-fila-clave   occurs 500.
           05 ws-fila-fecha     pic 9(08).
           05 ws-fila-hora      pic 9(04).
       01 ws-inf-numero-x   pic x(07).
       01 ws-inf-alumno     pic x(60).
       01 ws-inf-fecha-ed   pic x(10).
       01 ws-inf-hora-ed    pic x(05).
       01 ws-inf-tipo       pic x(01).
       01 ws-inf-tipo-texto pic x(20).
       01 ws-inf-sintoma    pic x(60).
       01 ws-inf-accion     pic x(60).
       01 ws-inf-lugar      pic x(30).
       01 ws-inf-llamado    pic x(01).
       01 ws-inf-llamado-ed pic x(05).
       01 ws-inf-retirado   pic x(01).
       01 ws-inf-usuario    pic x(12).
       01 ws-inf-contacto   pic x(200).
       01 ws-inf-linea      pic x(120).
       01 ws-print-y        comp-1.
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
           invoke cboTipo::Items::Add("Consulta")
           invoke cboTipo::Items::Add("Incidente")
           invoke cboTipo::Items::Add("Accidente escolar (seguro)")
           set cboTipo::SelectedIndex to 0
           set txtHora::Text to type System.DateTime::Now::ToString("HH:mm")
           set ws-alumno-cargado to false
           goback.
       end method.

      *> enfermeria.txt es indexado; en el primer arranque todavía no
      *> existe, así que se lo crea con output antes de reintentar el
      *> open i-o, igual que AbrirParaEscritura en la inscripción.
       method-id AbrirEnfermeriaEscritura private.
       procedure division.
           open i-o enfermeria
           if fs-enfermeria = "35" then
               open output enfermeria
               close enfermeria
               open i-o enfermeria
           end-if
           set ws-archivo-disponible to fs-enfermeria = "00"
       end method.

      *> Busca al alumno tecleado, muestra su ficha médica y a quién
      *> llamar, y carga sus visitas anteriores.
       method-id btnBuscar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           set ws-alumno-cargado to false
           set lblAlumno::Text to ""
           set lblFicha::Text to ""
           set lblContacto::Text to ""
           invoke dataGridView1::Rows::Clear
           perform ValidarAlumno
           if ws-numero-valido = false
               goback
           end-if
           move ws-numero-alumno to ws-numero-cargado
           set ws-alumno-cargado to true
           set lblAlumno::Text to ws-alumno-texto::Trim
           perform CargarFicha
           perform CargarVisitas
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

      *> Muestra la ficha médica (grupo, alergias, medicación, obra
      *> social) y deja armado en ws-contacto-texto a quién llamar:
      *> primero el contacto de emergencia de la ficha y, si lo hay,
      *> el tutor. Sin ficha cargada se avisa en la misma etiqueta.
       method-id CargarFicha private.
       procedure division.
           move spaces to ws-ficha-texto
           move spaces to ws-contacto-texto
           move "Sin ficha médica cargada" to ws-ficha-texto
           open input fichaMedica
           if fs-ficha-medica = "00"
               move ws-numero-cargado to ficNumero
               read fichaMedica
               if fs-ficha-medica = "00"
                   move spaces to ws-ficha-texto
                   string
                       "Grupo: " delimited by size
                       ficGrupoSanguineo delimited by "  "
                       "  Alergias: " delimited by size
                       ficAlergias delimited by "  "
                       "  Medicación: " delimited by size
                       ficMedicacion delimited by "  "
                       "  Obra social: " delimited by size
                       ficObraSocial delimited by "  "
                       into ws-ficha-texto
                   end-string
                   string
                       "Emergencia: " delimited by size
                       ficContactoNombre delimited by "  "
                       " - " delimited by size
                       ficContactoTelefono delimited by "  "
                       into ws-contacto-texto
                   end-string
               end-if
               close fichaMedica
           end-if
           open input tutor
           if fs-tutor = "00"
               move ws-numero-cargado to tutNumero
               read tutor
               if fs-tutor = "00"
                   string
                       ws-contacto-texto delimited by "  "
                       "  Tutor: " delimited by size
                       tutNombre delimited by "  "
                       " (" delimited by size
                       tutParentesco delimited by "  "
                       ") - " delimited by size
                       tutTelefono delimited by "  "
                       into ws-contacto-texto
                   end-string
               end-if
               close tutor
           end-if
           if ws-contacto-texto = spaces
               move "Sin contacto de emergencia ni tutor cargados"
                   to ws-contacto-texto
           end-if
           set lblFicha::Text to ws-ficha-texto::Trim
           set lblContacto::Text to ws-contacto-texto::Trim
       end method.

      *> Refresca la grilla con las visitas del alumno cargado (START
      *> con fecha y hora en cero y lecturas NEXT hasta que cambia el
      *> numero). La clave de cada fila queda en ws-fila-tabla para
      *> imprimir el informe de la fila elegida.
       method-id CargarVisitas private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           move 0 to ws-filas-total
           open input enfermeria
           if fs-enfermeria = "00"
               move ws-numero-cargado to enfNumero
               move 0 to enfFecha
               move 0 to enfHora
               start enfermeria key is not less than enfermeriaClave
                   invalid key
                       move "10" to fs-enfermeria
               end-start
               if fs-enfermeria = "00"
                   read enfermeria next record
               end-if
               perform until fs-enfermeria <> "00"
                       or enfNumero <> ws-numero-cargado
                   move enfTipo to ws-tipo
                   perform DescribirTipo
                   move enfFecha to ws-fecha-x
                   perform EditarFecha
                   move enfHora to ws-hora-x
                   perform EditarHora
                   if enfLlamado = "S"
                       move enfHoraLlamado to ws-hora-x
                       move spaces to ws-llamado-texto
                       string
                           "Sí " delimited by size
                           ws-hora-x(1:2) delimited by size
                           ":" delimited by size
                           ws-hora-x(3:2) delimited by size
                           into ws-llamado-texto
                       end-string
                   else
                       move "No" to ws-llamado-texto
                   end-if
                   if enfRetirado = "S"
                       move "Sí" to ws-retirado-texto
                   else
                       move "No" to ws-retirado-texto
                   end-if
                   invoke dataGridView1::Rows::Add(ws-fecha-ed,
                       ws-hora-ed, ws-tipo-texto::Trim,
                       enfSintoma::Trim, enfAccion::Trim,
                       ws-llamado-texto::Trim, ws-retirado-texto::Trim)
                   if ws-filas-total < 500
                       add 1 to ws-filas-total
                       move enfFecha to ws-fila-fecha(ws-filas-total)
                       move enfHora to ws-fila-hora(ws-filas-total)
                   end-if
                   read enfermeria next record
               end-perform
               close enfermeria
           end-if
       end method.

      *> Texto del tipo de atención de ws-tipo, para la grilla y el
      *> informe.
       method-id DescribirTipo private.
       procedure division.
           evaluate ws-tipo
               when "A" move "Accidente escolar" to ws-tipo-texto
               when "I" move "Incidente" to ws-tipo-texto
               when other move "Consulta" to ws-tipo-texto
           end-evaluate
       end method.

      *> Deja en ws-fecha-ed la fecha AAAAMMDD de ws-fecha-x como
      *> DD/MM/AAAA.
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

      *> Deja en ws-hora-ed la hora HHMM de ws-hora-x como HH:MM.
       method-id EditarHora private.
       procedure division.
           move spaces to ws-hora-ed
           string
               ws-hora-x(1:2) delimited by size
               ":" delimited by size
               ws-hora-x(3:2) delimited by size
               into ws-hora-ed
           end-string
       end method.

      *> Convierte la hora tecleada en ws-hora-texto (HH:MM o HHMM) a
      *> HHMM en ws-hora-hhmm; ws-hora-valida queda en false si no es
      *> una hora del día.
       method-id ParsearHora private.
       procedure division.
           move 0 to ws-hora-hhmm
           invoke type Int32::TryParse(ws-hora-texto::Trim
               by reference ws-hora-int)
               returning ws-hora-valida
           if ws-hora-valida = false or ws-hora-int > 2359
               set ws-hora-valida to false
               goback
           end-if
           divide ws-hora-int by 100 giving ws-hora-hh
               remainder ws-hora-mm
           if ws-hora-mm > 59
               set ws-hora-valida to false
               goback
           end-if
           move ws-hora-int to ws-hora-hhmm
       end method.

      *> Registra la visita o el incidente del alumno cargado. La
      *> atención no puede ser futura; síntoma o lesión y la acción
      *> tomada son obligatorios, y en los accidentes también el
      *> lugar, que pide la aseguradora. Si se llamó al contacto la
      *> hora del llamado es obligatoria y no puede ser anterior a la
      *> atención.
       method-id btnRegistrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-alumno-cargado = false then
               invoke type MessageBox::Show(
                   "Busque un alumno antes de registrar")
               goback
           end-if
           evaluate cboTipo::SelectedIndex
               when 1 move "I" to ws-tipo
               when 2 move "A" to ws-tipo
               when other move "C" to ws-tipo
           end-evaluate
           move dtpFecha::Value::ToString("yyyyMMdd") to ws-fecha-x
           move ws-fecha-x to ws-fecha-atencion
           move txtHora::Text::Replace(":", "") to ws-hora-texto
           perform ParsearHora
           if ws-hora-valida = false then
               invoke type MessageBox::Show("Hora inválida (HH:MM)")
               invoke txtHora::Focus
               goback
           end-if
           move ws-hora-hhmm to ws-hora-atencion
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           move type System.DateTime::Now::ToString("HHmm")
               to ws-ahora-x
           move ws-ahora-x to ws-ahora
           if ws-fecha-atencion > ws-hoy
                 or (ws-fecha-atencion = ws-hoy
                     and ws-hora-atencion > ws-ahora) then
               invoke type MessageBox::Show(
                   "La atención no puede ser futura")
               goback
           end-if
           if txtSintoma::Text::Trim = "" then
               invoke type MessageBox::Show("Ingrese el síntoma o lesión")
               invoke txtSintoma::Focus
               goback
           end-if
           if txtAccion::Text::Trim = "" then
               invoke type MessageBox::Show("Ingrese la acción tomada")
               invoke txtAccion::Focus
               goback
           end-if
           if ws-tipo = "A" and txtLugar::Text::Trim = "" then
               invoke type MessageBox::Show(
                   "En los accidentes el lugar del hecho es obligatorio")
               invoke txtLugar::Focus
               goback
           end-if
           move 0 to ws-hora-llamado
           if chkLlamado::Checked
               move txtHoraLlamado::Text::Replace(":", "")
                   to ws-hora-texto
               perform ParsearHora
               if ws-hora-valida = false
                     or ws-hora-hhmm < ws-hora-atencion then
                   invoke type MessageBox::Show(
                       "Hora del llamado inválida (HH:MM, desde la atención)")
                   invoke txtHoraLlamado::Focus
                   goback
               end-if
               move ws-hora-hhmm to ws-hora-llamado
           end-if
           perform AbrirEnfermeriaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de enfermería está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-cargado to enfNumero
           move ws-fecha-atencion to enfFecha
           move ws-hora-atencion to enfHora
           read enfermeria
           if fs-enfermeria = "00" then
               close enfermeria
               invoke type MessageBox::Show(
                   "El alumno ya tiene una atención registrada a esa hora")
               goback
           end-if
           move ws-numero-cargado to enfNumero
           move ws-fecha-atencion to enfFecha
           move ws-hora-atencion to enfHora
           move ws-tipo to enfTipo
           move txtSintoma::Text::Trim to enfSintoma
           move txtAccion::Text::Trim to enfAccion
           move txtLugar::Text::Trim to enfLugar
           if chkLlamado::Checked
               move "S" to enfLlamado
           else
               move "N" to enfLlamado
           end-if
           move ws-hora-llamado to enfHoraLlamado
           if chkRetirado::Checked
               move "S" to enfRetirado
           else
               move "N" to enfRetirado
           end-if
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to enfUsuario
           write enfermeria-registro
           close enfermeria
           move ws-numero-cargado to ws-bit-numero-x
           move "enfermeria" to ws-bit-archivo
           move spaces to ws-bit-clave
           move enfFecha to ws-bit-clave(1:8)
           move enfHora to ws-bit-clave(9:4)
           move "ALTA" to ws-bit-operacion
           move spaces to ws-bit-ant
           move spaces to ws-bit-nvo
           move enfTipo to ws-bit-nvo(1:1)
           move enfLlamado to ws-bit-nvo(2:1)
           move enfRetirado to ws-bit-nvo(3:1)
           perform GrabarBitacora
           invoke type MessageBox::Show("Atención registrada!")
           set txtSintoma::Text to ""
           set txtAccion::Text to ""
           set txtLugar::Text to ""
           set txtHoraLlamado::Text to ""
           set chkLlamado::Checked to false
           set chkRetirado::Checked to false
           set txtHora::Text to type System.DateTime::Now::ToString("HH:mm")
           perform CargarVisitas
       end method.

      *> Vista previa del informe de la atención seleccionada en la
      *> grilla, para que la familia lo firme. Los datos se copian a
      *> ws-inf-* antes de cerrar el archivo.
       method-id btnInforme_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if dataGridView1::CurrentRow = null then
               invoke type MessageBox::Show(
                   "Seleccione una atención en la grilla")
               goback
           end-if
           move dataGridView1::CurrentRow::Index to ws-fila
           add 1 to ws-fila
           if ws-fila > ws-filas-total then
               invoke type MessageBox::Show(
                   "Seleccione una atención en la grilla")
               goback
           end-if
           open input enfermeria
           if fs-enfermeria <> "00" then
               invoke type MessageBox::Show(
                   "El archivo de enfermería está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-cargado to enfNumero
           move ws-fila-fecha(ws-fila) to enfFecha
           move ws-fila-hora(ws-fila) to enfHora
           read enfermeria
           if fs-enfermeria <> "00" then
               close enfermeria
               invoke type MessageBox::Show(
                   "La atención ya no está en el archivo")
               goback
           end-if
           move ws-numero-cargado to ws-inf-numero-x
           move ws-alumno-texto to ws-inf-alumno
           move enfFecha to ws-fecha-x
           perform EditarFecha
           move ws-fecha-ed to ws-inf-fecha-ed
           move enfHora to ws-hora-x
           perform EditarHora
           move ws-hora-ed to ws-inf-hora-ed
           move enfTipo to ws-inf-tipo
           move enfTipo to ws-tipo
           perform DescribirTipo
           move ws-tipo-texto to ws-inf-tipo-texto
           move enfSintoma to ws-inf-sintoma
           move enfAccion to ws-inf-accion
           move enfLugar to ws-inf-lugar
           move enfLlamado to ws-inf-llamado
           move enfHoraLlamado to ws-hora-x
           perform EditarHora
           move ws-hora-ed to ws-inf-llamado-ed
           move enfRetirado to ws-inf-retirado
           move enfUsuario to ws-inf-usuario
           move ws-contacto-texto to ws-inf-contacto
           close enfermeria
           set printPreviewDialog1::Document to printDocument1
           invoke printPreviewDialog1::ShowDialog
       end method.

      *> Dibuja el informe de atención: membrete, alumno, fecha y
      *> hora, tipo (con la leyenda del seguro escolar en los
      *> accidentes), lugar, síntoma o lesión, acción tomada, llamado
      *> al contacto, retiro y los bloques de firma de enfermería y de
      *> la familia. Una sola página.
       method-id printDocument1_PrintPage final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintPageEventArgs.
           move e::MarginBounds::Top to ws-print-y

           invoke e::Graphics::DrawString("Sistema de Inscripción - Enfermería"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y
           invoke e::Graphics::DrawString("INFORME DE ATENCIÓN EN ENFERMERÍA"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 40 to ws-print-y

           move spaces to ws-inf-linea
           string
               "Alumno: " delimited by size
               ws-inf-alumno delimited by "  "
               " (N° " delimited by size
               ws-inf-numero-x delimited by size
               ")" delimited by size
               into ws-inf-linea
           end-string
           invoke e::Graphics::DrawString(ws-inf-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y

           move spaces to ws-inf-linea
           string
               "Fecha: " delimited by size
               ws-inf-fecha-ed delimited by size
               "  Hora: " delimited by size
               ws-inf-hora-ed delimited by size
               "  Tipo: " delimited by size
               ws-inf-tipo-texto delimited by "  "
               into ws-inf-linea
           end-string
           invoke e::Graphics::DrawString(ws-inf-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y

           if ws-inf-tipo = "A"
               invoke e::Graphics::DrawString("Caso denunciado al seguro escolar."
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
               add 16 to ws-print-y
           end-if
           if ws-inf-lugar <> spaces
               move spaces to ws-inf-linea
               string
                   "Lugar: " delimited by size
                   ws-inf-lugar delimited by size
                   into ws-inf-linea
               end-string
               invoke e::Graphics::DrawString(ws-inf-linea::Trim
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
               add 16 to ws-print-y
           end-if
           add 16 to ws-print-y

           move spaces to ws-inf-linea
           string
               "Síntoma o lesión: " delimited by size
               ws-inf-sintoma delimited by size
               into ws-inf-linea
           end-string
           invoke e::Graphics::DrawString(ws-inf-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y

           move spaces to ws-inf-linea
           string
               "Acción tomada: " delimited by size
               ws-inf-accion delimited by size
               into ws-inf-linea
           end-string
           invoke e::Graphics::DrawString(ws-inf-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y

           move spaces to ws-inf-linea
           if ws-inf-llamado = "S"
               string
                   "Se llamó al contacto a las " delimited by size
                   ws-inf-llamado-ed delimited by size
                   " (" delimited by size
                   ws-inf-contacto delimited by "  "
                   ")" delimited by size
                   into ws-inf-linea
               end-string
           else
               move "No se llamó al contacto." to ws-inf-linea
           end-if
           invoke e::Graphics::DrawString(ws-inf-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y

           if ws-inf-retirado = "S"
               invoke e::Graphics::DrawString("El alumno fue retirado de la escuela y enviado a su casa."
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
           else
               invoke e::Graphics::DrawString("El alumno volvió a clase."
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
           end-if
           add 16 to ws-print-y

           move spaces to ws-inf-linea
           string
               "Atendió: " delimited by size
               ws-inf-usuario delimited by "  "
               into ws-inf-linea
           end-string
           invoke e::Graphics::DrawString(ws-inf-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 80 to ws-print-y

           invoke e::Graphics::DrawString("____________________________"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y
           invoke e::Graphics::DrawString("Firma y sello - Enfermería"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 60 to ws-print-y

           invoke e::Graphics::DrawString("____________________________"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y
           invoke e::Graphics::DrawString("Firma y aclaración del padre, madre o tutor"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)

           set e::HasMorePages to false
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
