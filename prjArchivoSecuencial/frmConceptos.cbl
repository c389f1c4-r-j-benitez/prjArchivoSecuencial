       class-id prjArchivoSecuencial.frmConceptos is partial
                 inherits type System.Windows.Forms.Form.

                 copy ConceptoSelect.

                 copy AlumnoConceptoSelect.

                 copy AlumnoSelect.

       fd concepto.
       copy ConceptoRegistro.

       fd alumnoConcepto.
       copy AlumnoConceptoRegistro.

       fd alumno.
       copy AlumnoRegistro.

       working-storage section.
       01 fs-concepto pic xx.
       01 fs-alumno-concepto pic xx.
       01 fs-alumno pic xx.
       01 ws-ciclo-int      pic 9(05).
       01 ws-ciclo-valido   condition-value.
       01 ws-codigo         pic x(06).
       01 ws-importe-dbl    comp-2.
       01 ws-importe-valido condition-value.
       01 ws-importe-ed     pic zzz,zz9.99.
       01 ws-archivo-disponible condition-value.
       01 ws-concepto-existe condition-value.
       01 ws-asignacion-existe condition-value.
       01 ws-numero-alumno  pic 9(07).
       01 ws-numero-valido  condition-value.
       01 ws-desde-int      pic 9(07).
       01 ws-hasta-int      pic 9(07).
       01 ws-periodo-valido condition-value.
       01 ws-frecuencia-x   pic x(07).
       01 ws-opcional-x     pic x(03).
       01 ws-estado-x       pic x(07).
       01 ws-hoy-x          pic x(08).
       01 ws-ciclo-actual   pic 9(04).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> Frecuencias en el orden de cboFrecuencia::SelectedIndex: 0
      *> anual ("A"), 1 mensual ("M").
           invoke cboFrecuencia::Items::Add("Anual")
           invoke cboFrecuencia::Items::Add("Mensual")
           set cboFrecuencia::SelectedIndex to 0
      *> El ciclo abierto de la sesión queda propuesto en ambos
      *> grupos.
           move type prjArchivoSecuencial.Sesion::CicloActual
               to ws-ciclo-actual
           if ws-ciclo-actual > 0
               set txtCiclo::Text to ws-ciclo-actual
               set txtCicloAsig::Text to ws-ciclo-actual
           end-if
           perform CargarConceptos
           goback.
       end method.

      *> concepto.txt y alumno_concepto.txt son indexados y no existen
      *> en el primer arranque: se los crea con output antes de
      *> reintentar el open i-o, igual que en aranceles.
       method-id AbrirConceptoEscritura private.
       procedure division.
           open i-o concepto
           if fs-concepto = "35" then
               open output concepto
               close concepto
               open i-o concepto
           end-if
           set ws-archivo-disponible to fs-concepto = "00"
       end method.

       method-id AbrirAsignacionEscritura private.
       procedure division.
           open i-o alumnoConcepto
           if fs-alumno-concepto = "35" then
               open output alumnoConcepto
               close alumnoConcepto
               open i-o alumnoConcepto
           end-if
           set ws-archivo-disponible to fs-alumno-concepto = "00"
       end method.

      *> Graba el concepto tecleado para el ciclo: alta o regrabación
      *> según exista la clave ciclo+código. El código empieza con
      *> letra y "CUOTA" queda reservado para la cuota mensual.
       method-id btnGuardarConcepto_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke type Int32::TryParse(txtCiclo::Text
               by reference ws-ciclo-int)
               returning ws-ciclo-valido
           if ws-ciclo-valido = false or ws-ciclo-int < 1900
                 or ws-ciclo-int > 9999 then
               invoke type MessageBox::Show("Ciclo inválido (AAAA)")
               invoke txtCiclo::Focus
               goback
           end-if
           move spaces to ws-codigo
           set ws-codigo to txtCodigo::Text::Trim
           if ws-codigo(1:1) not alphabetic or ws-codigo(1:1) = space
                 or ws-codigo = "CUOTA" then
               invoke type MessageBox::Show(
                   "Código inválido: debe empezar con letra y no puede ser CUOTA")
               invoke txtCodigo::Focus
               goback
           end-if
           if txtDescripcion::Text::Trim::Length = 0 then
               invoke type MessageBox::Show("Falta la descripción")
               invoke txtDescripcion::Focus
               goback
           end-if
           invoke type Double::TryParse(txtImporte::Text
               by reference ws-importe-dbl)
               returning ws-importe-valido
           if ws-importe-valido = false or ws-importe-dbl <= 0
                 or ws-importe-dbl > 999999 then
               invoke type MessageBox::Show("Importe inválido")
               invoke txtImporte::Focus
               goback
           end-if
           perform AbrirConceptoEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de conceptos está en uso, intente de nuevo")
               goback
           end-if
           move ws-ciclo-int to conCiclo
           move ws-codigo to conCodigo
           read concepto
           set ws-concepto-existe to fs-concepto = "00"
           move ws-ciclo-int to conCiclo
           move ws-codigo to conCodigo
           set conDescripcion to txtDescripcion::Text::Trim
           compute conImporte rounded = ws-importe-dbl
           if cboFrecuencia::SelectedIndex = 1
               move "M" to conFrecuencia
           else
               move "A" to conFrecuencia
           end-if
           if chkOpcional::Checked
               move "S" to conOpcional
           else
               move "N" to conOpcional
           end-if
           if ws-concepto-existe then
               rewrite concepto-registro
           else
               write concepto-registro
           end-if
           close concepto
           invoke type MessageBox::Show("Concepto Grabado!")
           perform CargarConceptos
       end method.

      *> Refresca la grilla con todos los conceptos cargados, de todos
      *> los ciclos.
       method-id CargarConceptos private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           open input concepto
           if fs-concepto = "00"
               read concepto next record
               perform until fs-concepto <> "00"
                   move conImporte to ws-importe-ed
                   if conFrecuencia = "M"
                       move "Mensual" to ws-frecuencia-x
                   else
                       move "Anual" to ws-frecuencia-x
                   end-if
                   if conOpcional = "S"
                       move "Sí" to ws-opcional-x
                   else
                       move "No" to ws-opcional-x
                   end-if
                   invoke dataGridView1::Rows::Add(conCiclo,
                       conCodigo::Trim, conDescripcion::Trim,
                       ws-importe-ed, ws-frecuencia-x::Trim,
                       ws-opcional-x::Trim)
                   read concepto next record
               end-perform
               close concepto
           end-if
       end method.

      *> Valida el alumno tecleado en la asignación: número válido y
      *> existente en alumno.txt. Deja el número en ws-numero-alumno.
       method-id ValidarAlumno private.
       procedure division.
           invoke type Int32::TryParse(txtNumero::Text
               by reference ws-numero-alumno)
               returning ws-numero-valido
           if ws-numero-valido = false then
               invoke type MessageBox::Show("Número inválido")
               invoke txtNumero::Focus
               goback
           end-if
           open input alumno
           if fs-alumno <> "00" then
               close alumno
               set ws-numero-valido to false
               invoke type MessageBox::Show(
                   "El archivo de alumnos está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-alumno to numero
           read alumno
           if fs-alumno <> "00" then
               set ws-numero-valido to false
               invoke type MessageBox::Show("Alumno no encontrado")
           end-if
           close alumno
       end method.

      *> Muestra en la grilla las asignaciones del alumno tecleado,
      *> vigentes y dadas de baja, de todos los ciclos.
       method-id btnBuscarAsignaciones_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform ValidarAlumno
           if ws-numero-valido = false
               goback
           end-if
           perform CargarAsignaciones
       end method.

       method-id CargarAsignaciones private.
       procedure division.
           invoke dataGridView2::Rows::Clear
           open input alumnoConcepto
           if fs-alumno-concepto <> "00"
               goback
           end-if
           move ws-numero-alumno to acoNumero
           move 0 to acoCiclo
           move low-values to acoCodigo
           start alumnoConcepto key >= alumnoConceptoClave
           if fs-alumno-concepto = "00"
               read alumnoConcepto next record
               perform until fs-alumno-concepto <> "00"
                       or acoNumero <> ws-numero-alumno
                   if acoEstado = "B"
                       move "Baja" to ws-estado-x
                   else
                       move "Vigente" to ws-estado-x
                   end-if
                   invoke dataGridView2::Rows::Add(acoCiclo,
                       acoCodigo::Trim, acoDesde, acoHasta,
                       ws-estado-x::Trim)
                   read alumnoConcepto next record
               end-perform
           end-if
           close alumnoConcepto
       end method.

      *> Asigna al alumno un concepto optativo del ciclo (alta o
      *> modificación de los períodos). Sólo los conceptos marcados
      *> como optativos se asignan: los obligatorios alcanzan a todos
      *> los alumnos. Desde vacío = primer mes del ciclo; hasta
      *> vacío = fin del ciclo.
       method-id btnAsignar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform ValidarAlumno
           if ws-numero-valido = false
               goback
           end-if
           invoke type Int32::TryParse(txtCicloAsig::Text
               by reference ws-ciclo-int)
               returning ws-ciclo-valido
           if ws-ciclo-valido = false or ws-ciclo-int < 1900
                 or ws-ciclo-int > 9999 then
               invoke type MessageBox::Show("Ciclo inválido (AAAA)")
               invoke txtCicloAsig::Focus
               goback
           end-if
           move spaces to ws-codigo
           set ws-codigo to txtCodigoAsig::Text::Trim
           open input concepto
           if fs-concepto <> "00" then
               close concepto
               invoke type MessageBox::Show(
                   "No hay conceptos cargados")
               goback
           end-if
           move ws-ciclo-int to conCiclo
           move ws-codigo to conCodigo
           read concepto
           if fs-concepto <> "00" then
               close concepto
               invoke type MessageBox::Show(
                   "El concepto no existe en ese ciclo")
               invoke txtCodigoAsig::Focus
               goback
           end-if
           close concepto
           if conOpcional <> "S" then
               invoke type MessageBox::Show(
                   "El concepto es obligatorio: no se asigna por alumno")
               goback
           end-if
      *> Los períodos tienen que caer en el año del ciclo.
           compute ws-desde-int = ws-ciclo-int * 100 + 1
           move 0 to ws-hasta-int
           set ws-periodo-valido to true
           if txtDesde::TextLength > 0
               invoke type Int32::TryParse(txtDesde::Text
                   by reference ws-desde-int)
                   returning ws-periodo-valido
           end-if
           if ws-periodo-valido = false
                 or ws-desde-int < ws-ciclo-int * 100 + 1
                 or ws-desde-int > ws-ciclo-int * 100 + 12 then
               invoke type MessageBox::Show(
                   "Período desde inválido (AAAAMM del ciclo)")
               invoke txtDesde::Focus
               goback
           end-if
           if txtHasta::TextLength > 0
               invoke type Int32::TryParse(txtHasta::Text
                   by reference ws-hasta-int)
                   returning ws-periodo-valido
           end-if
           if ws-periodo-valido = false
                 or (ws-hasta-int <> 0
                     and (ws-hasta-int < ws-desde-int
                       or ws-hasta-int > ws-ciclo-int * 100 + 12)) then
               invoke type MessageBox::Show(
                   "Período hasta inválido (AAAAMM del ciclo, vacío = fin de ciclo)")
               invoke txtHasta::Focus
               goback
           end-if
           perform AbrirAsignacionEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de asignaciones está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-alumno to acoNumero
           move ws-ciclo-int to acoCiclo
           move ws-codigo to acoCodigo
           read alumnoConcepto
           set ws-asignacion-existe to fs-alumno-concepto = "00"
           move ws-numero-alumno to acoNumero
           move ws-ciclo-int to acoCiclo
           move ws-codigo to acoCodigo
           move ws-desde-int to acoDesde
           move ws-hasta-int to acoHasta
           move "A" to acoEstado
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to acoFecha
           if ws-asignacion-existe then
               rewrite alumno-concepto-registro
           else
               write alumno-concepto-registro
           end-if
           close alumnoConcepto
           invoke type MessageBox::Show("Asignación Grabada!")
           perform CargarAsignaciones
       end method.

      *> Da de baja la asignación tecleada: el registro queda con
      *> estado "B" para que los cobros ya hechos sigan explicados,
      *> y los períodos que falten dejan de cobrarse.
       method-id btnAnularAsignacion_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform ValidarAlumno
           if ws-numero-valido = false
               goback
           end-if
           invoke type Int32::TryParse(txtCicloAsig::Text
               by reference ws-ciclo-int)
               returning ws-ciclo-valido
           if ws-ciclo-valido = false or ws-ciclo-int < 1900
                 or ws-ciclo-int > 9999 then
               invoke type MessageBox::Show("Ciclo inválido (AAAA)")
               invoke txtCicloAsig::Focus
               goback
           end-if
           move spaces to ws-codigo
           set ws-codigo to txtCodigoAsig::Text::Trim
           perform AbrirAsignacionEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de asignaciones está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-alumno to acoNumero
           move ws-ciclo-int to acoCiclo
           move ws-codigo to acoCodigo
           read alumnoConcepto
           if fs-alumno-concepto <> "00" or acoEstado = "B" then
               close alumnoConcepto
               invoke type MessageBox::Show(
                   "El alumno no tiene ese concepto asignado")
               goback
           end-if
           if type MessageBox::Show(
                 "¿Anular la asignación del concepto?"
                 "Anular asignación" type MessageBoxButtons::YesNo)
                 <> type DialogResult::Yes then
               close alumnoConcepto
               goback
           end-if
           move "B" to acoEstado
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to acoFecha
           rewrite alumno-concepto-registro
           close alumnoConcepto
           invoke type MessageBox::Show("Asignación Anulada!")
           perform CargarAsignaciones
       end method.

       method-id btnCerrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
       end method.

       end class.
