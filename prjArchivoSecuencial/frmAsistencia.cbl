
                 copy CierreSelect.

                 copy CursoSelect.

                 copy MatriculaSelect.

       fd alumno.
       copy AlumnoRegistro.

       fd cierres.
       copy CierreRegistro.

       fd curso.
       copy CursoRegistro.

       fd matricula.
       copy MatriculaRegistro.

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-asistencia pic xx.
       01 ws-fecha-cerrada  condition-value.
       01 ws-sede-alumno    pic 9(01).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).
       01 fs-curso pic xx.
       01 fs-matricula pic xx.
       01 ws-curso          pic x(06).
       01 ws-curso-valido condition-value.
       01 ws-matricula-activa condition-value.
       01 ws-fila           binary-long.
       01 ws-celda          type string.
       01 ws-fila-curso     pic x(08).
       01 ws-lista-valida condition-value.
       01 ws-lista-grabados pic 9(04).
       01 ws-lista-cerrados pic 9(04).
       01 ws-cantidad-x     pic z(3)9.
       01 ws-mensaje-texto  pic x(120).

       method-id NEW.
       procedure division.
           set ws-archivo-disponible to fs-asistencia = "00"
       end method.

      *> Registra la asistencia del día elegido en el curso de txtCurso
      *> para el alumno de txtNumeroAlumno con el estado marcado
      *> (presente, ausente o justificado). Si ya había un registro
      *> para esa fecha, curso y alumno lo regraba, para poder corregir
      *> un pase de lista. El alumno tiene que estar matriculado en el
      *> curso en el ciclo abierto.
       method-id btnRegistrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform ValidarCurso
           if ws-curso-valido = false then
               invoke type MessageBox::Show("Curso no encontrado")
               invoke txtCurso::Focus
               goback
           end-if
           invoke type Int32::TryParse(txtNumeroAlumno::Text
               by reference ws-numero-alumno)
               returning ws-numero-valido
                               "El alumno está dado de baja, no se registra asistencia")
                       else
                           close alumno
                           perform VerificarMatricula
                           if ws-matricula-activa = false then
                               invoke type MessageBox::Show(
                                   "El alumno no está matriculado en el curso en el ciclo abierto")
                           else
                           perform AbrirAsistenciaEscritura
                           if ws-archivo-disponible = false then
                               invoke type MessageBox::Show(
                               move dtpFecha::Value::ToString("yyyyMMdd")
                                   to ws-fecha-dia-x
                               move ws-fecha-dia-x to asiFecha
                               move ws-curso to asiCurso
                               move ws-numero-alumno to asiNumero
                               read asistencia
                               set ws-registro-existe to fs-asistencia = "00"
                               set txtNumeroAlumno::Text to ""
                               invoke txtNumeroAlumno::Focus
                           end-if
                           end-if
                       end-if
                       end-if
                   end-if
               end-if
               end-if
               end-if
           end-if
       end method.

      *> El curso tecleado tiene que existir en curso.txt; queda en
      *> ws-curso para el pase de lista.
       method-id ValidarCurso private.
       procedure division.
           set ws-curso-valido to false
           move spaces to ws-curso
           set ws-curso to txtCurso::Text::Trim::ToUpper
           if ws-curso = spaces
               goback
           end-if
           open input curso
           if fs-curso <> "00" then
               close curso
           else
               move ws-curso to cursoCodigo
               read curso
               set ws-curso-valido to fs-curso = "00"
               close curso
           end-if
       end method.

      *> El alumno de ws-numero-alumno tiene matrícula activa en el
      *> curso para el ciclo abierto (mismo criterio que la lista de
      *> clase de Cursos).
       method-id VerificarMatricula private.
       procedure division.
           set ws-matricula-activa to false
           open input matricula
           if fs-matricula <> "00" then
               close matricula
           else
               move ws-curso to matriculaCurso
               move ws-numero-alumno to matriculaNumero
               read matricula
               if fs-matricula = "00"
                     and matriculaEstado <> "B"
                     and matriculaCiclo numeric
                     and matriculaCiclo = ws-ciclo-actual
                   set ws-matricula-activa to true
               end-if
               close matricula
           end-if
       end method.

      *> Arma en la grilla la lista de clase del curso para la fecha
      *> elegida: los matriculados activos del ciclo abierto (START
      *> por curso con numero en cero en matricula.txt y lecturas NEXT
      *> hasta que cambia el curso), cada uno con el estado ya grabado
      *> para esa fecha o "P" si todavía no se pasó lista. El docente
      *> corrige P/A/J sobre la grilla y graba con Guardar Lista.
       method-id btnCargarLista_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform ValidarCurso
           if ws-curso-valido = false then
               invoke type MessageBox::Show("Curso no encontrado")
               invoke txtCurso::Focus
               goback
           end-if
           invoke dataGridView1::Rows::Clear
           move dtpFecha::Value::ToString("yyyyMMdd") to ws-fecha-dia-x
           move ws-fecha-dia-x to ws-fecha-dia
           open input matricula
           if fs-matricula <> "00" then
               close matricula
               invoke type MessageBox::Show(
                   "El curso no tiene alumnos matriculados en el ciclo abierto")
               goback
           end-if
           open input alumno
           open input asistencia
           move ws-curso to matriculaCurso
           move 0 to matriculaNumero
           start matricula key is not less than matriculaClave
               invalid key
                   move "10" to fs-matricula
           end-start
           if fs-matricula = "00"
               read matricula next record
           end-if
           perform until fs-matricula <> "00"
                   or matriculaCurso <> ws-curso
               set ws-omitir-fila to false
               if matriculaEstado = "B"
                     or matriculaCiclo not numeric
                     or matriculaCiclo <> ws-ciclo-actual
                   set ws-omitir-fila to true
               end-if
               if ws-sede-limitada and
                     (matriculaNumero < sedeDesde(ws-sede-operador)
                     or matriculaNumero > sedeHasta(ws-sede-operador))
                   set ws-omitir-fila to true
               end-if
               move spaces to ws-alumno-nombre ws-alumno-apellido
               if ws-omitir-fila = false and fs-alumno = "00"
                   move matriculaNumero to numero
                   read alumno
                   if fs-alumno = "00"
                       move nombre to ws-alumno-nombre
                       move apellido to ws-alumno-apellido
                       if estadoAlumno = "B"
                           set ws-omitir-fila to true
                       end-if
                   else
                       move "00" to fs-alumno
                   end-if
               end-if
               if ws-omitir-fila = false
                   move "P" to ws-estado-texto
                   if fs-asistencia = "00"
                       move ws-fecha-dia to asiFecha
                       move ws-curso to asiCurso
                       move matriculaNumero to asiNumero
                       read asistencia
                       if fs-asistencia = "00"
                           move asiEstado to ws-estado-texto
                       else
                           move "00" to fs-asistencia
                       end-if
                   end-if
                   invoke dataGridView1::Rows::Add(matriculaNumero,
                       ws-alumno-nombre::Trim,
                       ws-alumno-apellido::Trim,
                       ws-estado-texto::Trim,
                       ws-curso::Trim)
               end-if
               read matricula next record
           end-perform
           close matricula
           if fs-alumno = "00"
               close alumno
           end-if
           if fs-asistencia = "00"
               close asistencia
           end-if
           if dataGridView1::Rows::Count = 0
               invoke type MessageBox::Show(
                   "El curso no tiene alumnos matriculados en el ciclo abierto")
           end-if
       end method.

      *> Graba la lista de clase de la grilla para la fecha y el curso
      *> elegidos. Primero se valida toda la grilla, para que un estado
      *> mal tecleado no deje la lista grabada a medias; después cada
      *> fila del curso se graba o regraba (las que no cambiaron no se
      *> tocan) y deja su línea en la bitácora. Las filas de alumnos
      *> con la fecha cerrada en su sede se saltean y se informan.
       method-id btnGuardarLista_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           perform ValidarCurso
           if ws-curso-valido = false then
               invoke type MessageBox::Show("Curso no encontrado")
               invoke txtCurso::Focus
               goback
           end-if
           if dataGridView1::Rows::Count = 0
               invoke type MessageBox::Show(
                   "Cargue la lista del curso antes de grabar")
               goback
           end-if
      *> La celda que se está tecleando todavía no volcó su valor.
           invoke dataGridView1::EndEdit
           set ws-lista-valida to true
           perform varying ws-fila from 0 by 1
                   until ws-fila >= dataGridView1::Rows::Count
                       or ws-lista-valida = false
               perform LeerFilaLista
               if ws-fila-curso = ws-curso
                     and ws-estado <> "P" and ws-estado <> "A"
                     and ws-estado <> "J"
                   set ws-lista-valida to false
                   set dataGridView1::CurrentCell to
                       dataGridView1::Rows::Item(ws-fila)::Cells::Item(3)
               end-if
           end-perform
           if ws-lista-valida = false then
               invoke type MessageBox::Show(
                   "Estado inválido en la fila marcada: use P, A o J")
               goback
           end-if
           perform AbrirAsistenciaEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de asistencia está en uso, intente de nuevo")
               goback
           end-if
           move 0 to ws-lista-grabados ws-lista-cerrados
           perform varying ws-fila from 0 by 1
                   until ws-fila >= dataGridView1::Rows::Count
               perform LeerFilaLista
               if ws-numero-valido and ws-fila-curso = ws-curso
                   perform GrabarFilaLista
               end-if
           end-perform
           close asistencia
           move spaces to ws-mensaje-texto
           move ws-lista-grabados to ws-cantidad-x
           string
               "Lista grabada: " delimited by size
               ws-cantidad-x::Trim delimited by size
               " registro/s nuevo/s o corregido/s." delimited by size
               into ws-mensaje-texto
           end-string
           if ws-lista-cerrados > 0
               move ws-lista-cerrados to ws-cantidad-x
               string
                   ws-mensaje-texto delimited by "  "
                   " Fecha cerrada por el cierre diario para "
                       delimited by size
                   ws-cantidad-x::Trim delimited by size
                   " alumno/s." delimited by size
                   into ws-mensaje-texto
               end-string
           end-if
           invoke type MessageBox::Show(ws-mensaje-texto::Trim)
           perform CargarDia
       end method.

      *> Toma de la fila ws-fila de la grilla el número, el estado
      *> tecleado (una sola letra, en mayúscula) y el curso.
       method-id LeerFilaLista private.
       procedure division.
           set ws-celda to type System.Convert::ToString(
               dataGridView1::Rows::Item(ws-fila)::Cells::Item(0)::Value)
           invoke type Int32::TryParse(ws-celda
               by reference ws-numero-alumno)
               returning ws-numero-valido
           set ws-celda to type System.Convert::ToString(
               dataGridView1::Rows::Item(ws-fila)::Cells::Item(3)::Value)
           set ws-celda to ws-celda::Trim::ToUpper
           move space to ws-estado
           if ws-celda::Length = 1
               set ws-estado to ws-celda
           end-if
           set ws-celda to type System.Convert::ToString(
               dataGridView1::Rows::Item(ws-fila)::Cells::Item(4)::Value)
           move spaces to ws-fila-curso
           set ws-fila-curso to ws-celda::Trim::ToUpper
       end method.

      *> Graba (o regraba si cambió) el estado de la fila leída, con
      *> asistencia.txt ya abierto en i-o.
       method-id GrabarFilaLista private.
       procedure division.
           perform VerificarFechaCerrada
           if ws-fecha-cerrada then
               add 1 to ws-lista-cerrados
               goback
           end-if
           move ws-fecha-dia-x to asiFecha
           move ws-curso to asiCurso
           move ws-numero-alumno to asiNumero
           read asistencia
           set ws-registro-existe to fs-asistencia = "00"
           if ws-registro-existe then
               if asiEstado = ws-estado
                   goback
               end-if
               move "MOD" to ws-bit-operacion
               move asiEstado to ws-bit-ant
           else
               move "ALTA" to ws-bit-operacion
               move "-" to ws-bit-ant
           end-if
           move ws-estado to asiEstado
           move ws-ciclo-actual to asiCiclo
           if ws-registro-existe then
               rewrite asistencia-registro
           else
               write asistencia-registro
           end-if
           perform RegistrarBitacoraAsistencia
           add 1 to ws-lista-grabados
       end method.

      *> Controla en cierres.txt si la fecha elegida está cerrada para
       end method.

      *> Deja en la bitácora unificada la línea del pase de lista
      *> recién grabado, con la fecha y el curso como clave.
       method-id RegistrarBitacoraAsistencia private.
       procedure division.
           move ws-numero-alumno to ws-bit-numero-x
           move "asistencia" to ws-bit-archivo
           move spaces to ws-bit-clave
           string
               ws-fecha-dia-x delimited by size
               "/" delimited by size
               asiCurso delimited by space
               into ws-bit-clave
           end-string
           move asiEstado to ws-bit-nvo
           perform GrabarBitacora
       end method.
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
                   ws-bit-nvo delimited by "  "
                   into bitacora-linea
               end-string
               move type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
                   ws-bit-anterior bitacora-linea) to bitacora-linea
               write bitacora-linea
               close bitacora
           end-if
       end method.

      *> Refresca la grilla con el pase de lista del día elegido:
      *> START por fecha+curso con numero en cero y lecturas NEXT hasta
      *> que cambia la fecha (o el curso, si hay uno tecleado), con
      *> nombre y apellido resueltos por lectura directa de alumno.txt.
      *> Sin curso se ve el día entero, incluidos los registros diarios
      *> anteriores al pase por curso (curso en blanco, "(diaria)").
       method-id CargarDia private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           move dtpFecha::Value::ToString("yyyyMMdd") to ws-fecha-dia-x
           move ws-fecha-dia-x to ws-fecha-dia
           move spaces to ws-curso
           set ws-curso to txtCurso::Text::Trim::ToUpper
           open input asistencia
           if fs-asistencia = "00"
               open input alumno
               move ws-fecha-dia to asiFecha
               move ws-curso to asiCurso
               move 0 to asiNumero
               start asistencia key is not less than asistenciaClave
                   invalid key
               end-if
               perform until fs-asistencia <> "00"
                       or asiFecha <> ws-fecha-dia
                       or (ws-curso <> spaces and asiCurso <> ws-curso)
                   move spaces to ws-alumno-nombre ws-alumno-apellido
                   set ws-omitir-fila to false
      *> El pase de lista de un operador con sede asignada sólo
                           move "00" to fs-alumno
                       end-if
                   end-if
      *> El estado va como letra (P/A/J), la misma que se corrige en
      *> la lista de clase.
                   if ws-omitir-fila = false
                       move asiEstado to ws-estado-texto
                       if asiCurso = spaces
                           move "(diaria)" to ws-fila-curso
                       else
                           move asiCurso to ws-fila-curso
                       end-if
                       invoke dataGridView1::Rows::Add(asiNumero,
                           ws-alumno-nombre::Trim,
                           ws-alumno-apellido::Trim,
                           ws-estado-texto::Trim,
                           ws-fila-curso::Trim)
                   end-if
                   read asistencia next record
               end-perform
