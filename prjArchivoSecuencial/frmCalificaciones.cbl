
                 copy DocenteSelect.

                 copy SuplenciaSelect.

                 Select bitacora assign to "bitacora.txt"
                       organization line sequential
                       file status fs-bitacora.

                 copy PeriodoSelect.

                 copy ExamenSelect.

                 copy EmisionSelect.

       fd alumno.
       copy AlumnoRegistro.

       fd docente.
       copy DocenteRegistro.

       fd suplencia.
       copy SuplenciaRegistro.

       fd bitacora.
       01 bitacora-linea pic x(250).

       fd periodos.
       copy PeriodoRegistro.

       fd examen.
       copy ExamenRegistro.

       fd emision.
       copy EmisionRegistro.

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-calificacion pic xx.
       01 fs-docente pic xx.
       01 ws-cursos-abiertos condition-value.
       01 ws-bol-docente    pic x(40).
       01 fs-suplencia pic xx.
       01 ws-suplencias-abiertas condition-value.
       01 ws-bol-marca      pic x(11).
       01 ws-bol-hoy-x      pic x(08).
       01 ws-bol-hoy        pic 9(08).
       01 fs-condicion pic xx.
       01 ws-continuar-grabacion condition-value.
       01 fs-periodos pic xx.
       01 ws-rect-ant       pic x(03).
       01 ws-rect-linea     pic x(100).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-bit-operacion  pic x(04).
       01 ws-bit-ant        pic x(40).
       01 ws-bit-nvo        pic x(40).
       01 fs-examen pic xx.
       01 ws-bol-exa-total  pic 9(03) comp.
       01 ws-bol-exa-actual pic 9(03) comp.
       01 ws-bol-exa-fecha-x pic x(08).
       01 ws-bol-exa-estado pic x(12).
       01 ws-bol-exa-tabla.
         03 ws-bol-exa-linea pic x(100) occurs 100.
       01 ws-bol-res-total  pic 9(06).
       01 ws-bol-res-cantidad pic 9(03).
       01 ws-bol-res-cantidad-ed pic zz9.
       01 fs-emision pic xx.
       01 ws-emi-tipo       pic x(02).
       01 ws-emi-alumno     pic 9(07).
       01 ws-emi-resumen    pic x(100).
       01 ws-emi-numero     pic 9(07).
       01 ws-emi-numero-x   pic x(07).
       01 ws-emi-codigo     pic x(08).
       01 ws-emi-fecha-x    pic x(08).
       01 ws-emi-hora-x     pic x(06).
       01 ws-emi-linea      pic x(100).
       01 ws-emi-ok         condition-value.
       01 ws-emi-vista      condition-value.
       01 ws-emi-existe     condition-value.
       01 ws-emi-azar       type System.Random.
       01 ws-emi-i          binary-long.
       01 ws-emi-pos        binary-long.
       01 ws-emi-alfabeto   pic x(31)
           value "23456789ABCDEFGHJKMNPQRSTUVWXYZ".

       method-id NEW.
       procedure division.
                               end-if
                               move ws-nota-int to calNota
                               move ws-ciclo-actual to calCiclo
                               move space to calOrigen
                               if ws-nota-existe then
                                   rewrite calificacion-registro
                               else
       end method.

      *> Controla la condición de cursada del alumno cargado en el
      *> curso y el ciclo abierto: si quedó libre, la grabación sigue
      *> sólo si el operador la confirma. Sin condición calculada (o
      *> sin condicion.txt todavía) se graba normalmente.
       method-id VerificarCondicionLibre private.
       procedure division.
           set ws-continuar-grabacion to true
           else
               move ws-numero-alumno to conNumero
               move ws-ciclo-actual to conCiclo
               move spaces to conCurso
               set conCurso to txtCurso::Text
               read condicion
      *> Sin condición propia del curso vale la diaria (curso en
      *> blanco), la de los registros anteriores al pase por curso.
               if fs-condicion <> "00"
                   move spaces to conCurso
                   read condicion
               end-if
               if fs-condicion = "00" and conCondicion = "L"
                   if type MessageBox::Show(
                         "El alumno está en condición LIBRE en el curso (presentismo bajo). ¿Grabar la nota de todos modos?"
                         "Condición libre"
                         type MessageBoxButtons::YesNo)
                         <> type DialogResult::Yes then
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

      *> Registra en emision.txt el documento que se va a imprimir
      *> (ws-emi-tipo, ws-emi-alumno y ws-emi-resumen) y devuelve el
      *> número de control correlativo en ws-emi-numero y el código de
      *> verificación en ws-emi-codigo. El número es el último + 1 y
      *> nunca se reutiliza; el código se sortea sobre un alfabeto sin
      *> caracteres que se confundan al tipearlo (0/O, 1/I/L) y se
      *> vuelve a sortear si ya estaba emitido. Si el registro no se
      *> puede grabar, ws-emi-ok queda en false y no se imprime.
       method-id EmitirDocumento private.
       procedure division.
           set ws-emi-ok to false
           open i-o emision
           if fs-emision = "35" then
               open output emision
               close emision
               open i-o emision
           end-if
           if fs-emision not = "00" then
               invoke type MessageBox::Show(
                   "No se pudo abrir el registro de documentos emitidos")
               goback
           end-if
           move 9999999 to emiNumero
           start emision key is less than emiNumero
           if fs-emision = "00" then
               read emision previous record
           end-if
           if fs-emision = "00" then
               compute ws-emi-numero = emiNumero + 1
           else
               move 1 to ws-emi-numero
           end-if
           if ws-emi-azar = null then
               set ws-emi-azar to new System.Random
           end-if
           set ws-emi-existe to true
           perform until ws-emi-existe = false
               move spaces to ws-emi-codigo
               perform varying ws-emi-i from 1 by 1
                       until ws-emi-i > 8
                   compute ws-emi-pos = ws-emi-azar::Next(31) + 1
                   move ws-emi-alfabeto(ws-emi-pos:1)
                       to ws-emi-codigo(ws-emi-i:1)
               end-perform
               move ws-emi-codigo to emiCodigo
               read emision key is emiCodigo
               if fs-emision not = "00" then
                   set ws-emi-existe to false
               end-if
           end-perform
           move spaces to emision-registro
           move ws-emi-numero to emiNumero
           move ws-emi-codigo to emiCodigo
           move ws-emi-tipo to emiTipo
           move ws-emi-alumno to emiAlumno
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-emi-fecha-x
           move ws-emi-fecha-x to emiFecha
           move type System.DateTime::Now::ToString("HHmmss")
               to ws-emi-hora-x
           move ws-emi-hora-x to emiHora
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to emiUsuario
           move ws-emi-resumen to emiResumen
           move "V" to emiEstado
           move 0 to emiAnulaFecha
           write emision-registro
      *> Otra terminal pudo tomar el mismo número entre la lectura y
      *> la grabación: se corre al siguiente libre.
           perform until fs-emision not = "22"
               add 1 to ws-emi-numero
               move ws-emi-numero to emiNumero
               write emision-registro
           end-perform
           if fs-emision = "00" then
               set ws-emi-ok to true
           else
               invoke type MessageBox::Show(
                   "No se pudo registrar el documento emitido")
           end-if
           close emision
       end method.

      *> Arma en ws-emi-linea el renglón de control que va impreso en
      *> el documento: número de control y código de verificación en
      *> dos grupos de cuatro. En la vista previa todavía no hay
      *> número, y la hoja lo aclara.
       method-id ArmarLineaControl private.
       procedure division.
           move spaces to ws-emi-linea
           if ws-emi-vista then
               move "VISTA PREVIA - SIN VALIDEZ (el número de control se asigna al imprimir)"
                   to ws-emi-linea
           else
               move ws-emi-numero to ws-emi-numero-x
               string
                   "Control N° " delimited by size
                   ws-emi-numero-x delimited by size
                   " - Código de verificación " delimited by size
                   ws-emi-codigo(1:4) delimited by size
                   "-" delimited by size
                   ws-emi-codigo(5:4) delimited by size
                   into ws-emi-linea
               end-string
           end-if
       end method.

      *> Decide al comenzar cada impresión si corresponde registrar el
      *> documento: la vista previa no emite nada; la impresión real
      *> toma número y código, y si no se pudo registrar se cancela.
       method-id PrepararEmision private.
       procedure division using by value
               e as type System.Drawing.Printing.PrintEventArgs.
           if e::PrintAction = type System.Drawing.Printing.PrintAction::PrintToPreview then
               set ws-emi-vista to true
           else
               set ws-emi-vista to false
               perform EmitirDocumento
               if ws-emi-ok = false then
                   set e::Cancel to true
               end-if
           end-if
           perform ArmarLineaControl
       end method.

      *> Refresca la grilla con todas las notas del alumno cargado:
      *> START por la clave compuesta con curso y período en blanco/cero
      *> y lecturas NEXT hasta que cambia el numero.
       end method.

      *> Abre calificacion.txt y posiciona la primera lectura sobre el
      *> alumno cargado antes de que arranque la primera página. Al
      *> imprimir, la boleta queda registrada en el libro de documentos
      *> emitidos con la cantidad de notas y el promedio certificados.
       method-id printDocument1_BeginPrint final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintEventArgs.
           move 0 to ws-nota-total
           move 0 to ws-nota-cantidad
           set ws-boleta-fin to false
           perform CargarExamenesBoleta
      *> curso.txt y docente.txt quedan abiertos durante toda la
      *> impresión para resolver el nombre del profesor de cada curso
      *> de la boleta por lectura directa.
                   close docente
               end-if
           end-if
      *> Si el titular de un curso está de licencia hoy, la boleta
      *> muestra a quien lo cubre (suplencia.txt); sin el archivo
      *> sale el titular como siempre.
           set ws-suplencias-abiertas to false
           if ws-cursos-abiertos
               move type System.DateTime::Now::ToString("yyyyMMdd")
                   to ws-bol-hoy-x
               move ws-bol-hoy-x to ws-bol-hoy
               open input suplencia
               set ws-suplencias-abiertas to fs-suplencia = "00"
           end-if
           open input calificacion
           set ws-archivo-disponible to fs-calificacion = "00"
           if ws-archivo-disponible then
               perform ResumirBoleta
               move ws-numero-alumno to calNumero
               move low-values to calCurso
               move 0 to calPeriodo
               if fs-calificacion = "00"
                   read calificacion next record
               end-if
               invoke self::PrepararEmision(e)
           end-if
       end method.

      *> Recorre una vez las notas del alumno cargado para dejar en
      *> ws-emi-resumen lo que certifica la boleta (cantidad de notas
      *> y promedio), antes de que BeginPrint reposicione la lectura
      *> para las páginas.
       method-id ResumirBoleta private.
       procedure division.
           move 0 to ws-bol-res-total
           move 0 to ws-bol-res-cantidad
           move ws-numero-alumno to calNumero
           move low-values to calCurso
           move 0 to calPeriodo
           start calificacion key is not less than calificacionClave
               invalid key
                   move "10" to fs-calificacion
           end-start
           if fs-calificacion = "00"
               read calificacion next record
           end-if
           perform until fs-calificacion <> "00"
                   or calNumero <> ws-numero-alumno
               add calNota to ws-bol-res-total
               add 1 to ws-bol-res-cantidad
               read calificacion next record
           end-perform
           if ws-bol-res-cantidad > 0
               compute ws-promedio rounded =
                   ws-bol-res-total / ws-bol-res-cantidad
           else
               move 0 to ws-promedio
           end-if
           move ws-promedio to ws-promedio-ed
           move ws-bol-res-cantidad to ws-bol-res-cantidad-ed
           move "BO" to ws-emi-tipo
           move ws-numero-alumno to ws-emi-alumno
           move spaces to ws-emi-resumen
           string
               "BOLETA DE CALIFICACIONES: " delimited by size
               lblAlumno::Text::Trim delimited by size
               ", " delimited by size
               ws-bol-res-cantidad-ed::Trim delimited by size
               " notas, promedio " delimited by size
               ws-promedio-ed::Trim delimited by size
               into ws-emi-resumen
           end-string
       end method.

      *> Dibuja una página de la boleta: encabezado con numero, nombre
      *> y apellido, una fila por curso/período con su nota y, al final
      *> de la última página, el promedio de todos los períodos.
               invoke e::Graphics::DrawString(ws-print-linea::Trim
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
               add ws-print-alto-linea to ws-print-y
               invoke e::Graphics::DrawString(ws-emi-linea::Trim
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
               add 20 to ws-print-y
               invoke e::Graphics::DrawString("Curso    Período   Nota   Profesor"
                   self::Font type System.Drawing.Brushes::Black
                       ws-nota-x delimited by size
                       "    " delimited by size
                       ws-bol-docente::Trim delimited by size
                       ws-bol-marca delimited by size
                       into ws-print-linea
                   end-string
                   invoke e::Graphics::DrawString(ws-print-linea::Trim
                   read calificacion next record
               end-perform

      *> Agotadas las notas siguen los intentos en mesa de examen,
      *> armados en BeginPrint y también cortados por el fondo de la
      *> página.
               if fs-calificacion <> "00" or calNumero <> ws-numero-alumno
                   perform until ws-bol-exa-actual > ws-bol-exa-total
                           or (ws-print-y + ws-print-alto-linea) > e::MarginBounds::Bottom
                       invoke e::Graphics::DrawString(
                           ws-bol-exa-linea(ws-bol-exa-actual)
                           self::Font type System.Drawing.Brushes::Black
                           e::MarginBounds::Left ws-print-y)
                       add ws-print-alto-linea to ws-print-y
                       add 1 to ws-bol-exa-actual
                   end-perform
               end-if

      *> El promedio recién se imprime cuando se agotaron las notas Y
      *> queda lugar en la página; si el fin de las notas coincide con
      *> una página llena, ws-boleta-fin queda en false para que el
      *> promedio salga al principio de una página más.
               if (fs-calificacion <> "00" or calNumero <> ws-numero-alumno)
                     and ws-bol-exa-actual > ws-bol-exa-total
                     and (ws-print-y + ws-print-alto-linea * 2)
                         <= e::MarginBounds::Bottom
                   set ws-boleta-fin to true
      *> la nota recién leída (calCurso), por lectura directa de
      *> curso.txt y docente.txt ya abiertos por BeginPrint. Los cursos
      *> sin docente asignado (o anteriores al campo) salen en blanco.
      *> Si hoy hay una suplencia del curso sale el suplente, marcado.
       method-id ResolverDocenteBoleta private.
       procedure division.
           move spaces to ws-bol-docente
           move spaces to ws-bol-marca
           if ws-cursos-abiertos
               move calCurso to cursoCodigo
               read curso
               if fs-curso = "00" and cursoDocente numeric
                     and cursoDocente > 0
                   move cursoDocente to dteLegajo
                   perform BuscarSuplenteHoy
                   read docente
                   if fs-docente = "00"
                       move dteNombre to ws-bol-docente
           end-if
       end method.

      *> Con el titular del curso en dteLegajo, busca en suplencia.txt
      *> una suplencia del curso que cubra hoy (START con la fecha
      *> desde en cero y lecturas NEXT hasta que cambia el curso o la
      *> fecha desde pasa hoy) y, si la hay, deja al suplente en
      *> dteLegajo para que se resuelva su nombre en lugar del titular.
       method-id BuscarSuplenteHoy private.
       procedure division.
           if ws-suplencias-abiertas = false
               goback
           end-if
           move cursoCodigo to supCurso
           move 0 to supDesde
           start suplencia key is not less than suplenciaClave
               invalid key
                   move "10" to fs-suplencia
           end-start
           if fs-suplencia = "00"
               read suplencia next record
           end-if
           perform until fs-suplencia <> "00"
                   or supCurso <> cursoCodigo
                   or supDesde > ws-bol-hoy
                   or ws-bol-marca <> spaces
               if supHasta >= ws-bol-hoy
                   move supSuplente to dteLegajo
                   move " (suplente)" to ws-bol-marca
               end-if
               read suplencia next record
           end-perform
           move "00" to fs-suplencia
       end method.

      *> Arma los renglones de los intentos del alumno en mesas de
      *> examen (examen.txt está indexado por mesa, así que se lo
      *> recorre entero), con un título delante si hay alguno. Más
      *> allá de 100 renglones se descartan.
       method-id CargarExamenesBoleta private.
       procedure division.
           move 0 to ws-bol-exa-total
           move 1 to ws-bol-exa-actual
           open input examen
           if fs-examen = "00"
               read examen next record
               perform until fs-examen <> "00"
                   if exaNumero = ws-numero-alumno
                         and ws-bol-exa-total < 100
                       if ws-bol-exa-total = 0
                           move spaces to ws-bol-exa-linea(1)
                           move "Exámenes    Fecha       Nota   Estado"
                               to ws-bol-exa-linea(2)
                           move 2 to ws-bol-exa-total
                       end-if
                       evaluate exaEstado
                           when "A" move "Aprobado" to ws-bol-exa-estado
                           when "D" move "Desaprobado" to ws-bol-exa-estado
                           when "U" move "Ausente" to ws-bol-exa-estado
                           when other move "Inscripto" to ws-bol-exa-estado
                       end-evaluate
                       move exaFecha to ws-bol-exa-fecha-x
                       move exaNota to ws-nota-x
                       if exaEstado = "I" or exaEstado = "U"
                           move "   " to ws-nota-x
                       end-if
                       add 1 to ws-bol-exa-total
                       move spaces to ws-bol-exa-linea(ws-bol-exa-total)
                       string
                           exaCurso delimited by size
                           "      " delimited by size
                           ws-bol-exa-fecha-x(7:2) delimited by size
                           "/" delimited by size
                           ws-bol-exa-fecha-x(5:2) delimited by size
                           "/" delimited by size
                           ws-bol-exa-fecha-x(1:4) delimited by size
                           "  " delimited by size
                           ws-nota-x delimited by size
                           "    " delimited by size
                           ws-bol-exa-estado delimited by size
                           into ws-bol-exa-linea(ws-bol-exa-total)
                       end-string
                   end-if
                   read examen next record
               end-perform
               close examen
           end-if
       end method.

      *> Cierra calificacion.txt una vez terminada la última página.
       method-id printDocument1_EndPrint final private.
       procedure division using by value sender as object
               close curso
               close docente
           end-if
           if ws-suplencias-abiertas then
               close suplencia
           end-if
       end method.

       method-id btnCerrar_Click final private.
