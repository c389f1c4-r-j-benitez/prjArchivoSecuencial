       01 ws-periodo-valido condition-value.
       01 ws-periodo-existe condition-value.
       01 ws-per-disponible condition-value.
       01 ws-tope-int       pic 9(05).
       01 ws-tope-valido    condition-value.
       01 ws-tope-texto     pic x(12).

       method-id NEW.
       procedure division.
                           type Int32::Parse(ws-fecha-hasta-x(5:2))
                           type Int32::Parse(ws-fecha-hasta-x(7:2)))
                       set chkAbierto::Checked to cicEstado = "A"
                       if cicTopeAmonestaciones is numeric
                             and cicTopeAmonestaciones > 0
                           move cicTopeAmonestaciones to ws-tope-int
                           set txtTope::Text to ws-tope-int::ToString
                       else
                           set txtTope::Text to ""
                       end-if
                       perform CargarPeriodos
                   else
                       invoke type MessageBox::Show("Ciclo no encontrado")
               invoke type MessageBox::Show("Año inválido (AAAA)")
               invoke txtAnio::Focus
           else
               perform ValidarTope
               if ws-tope-valido = false then
                   invoke type MessageBox::Show(
                       "Tope de amonestaciones inválido (0-999; vacío = 10)")
                   invoke txtTope::Focus
                   goback
               end-if
               move dtpDesde::Value::ToString("yyyyMMdd")
                   to ws-fecha-desde-x
               move dtpHasta::Value::ToString("yyyyMMdd")
                           move ws-anio-int to cicAnio
                           move ws-desde-num to cicFechaDesde
                           move ws-hasta-num to cicFechaHasta
                           move ws-tope-int to cicTopeAmonestaciones
                           if chkAbierto::Checked
                               move "A" to cicEstado
                           else
           end-if
       end method.

      *> El tope de amonestaciones del ciclo es opcional: vacío o
      *> cero graba cero, que la pantalla de disciplina, las cartas
      *> y la alerta de deserción leen como el tope por omisión (10).
       method-id ValidarTope private.
       procedure division.
           if txtTope::Text::Trim = ""
               move 0 to ws-tope-int
               set ws-tope-valido to true
           else
               invoke type Int32::TryParse(txtTope::Text
                   by reference ws-tope-int)
                   returning ws-tope-valido
               if ws-tope-int > 999
                   set ws-tope-valido to false
               end-if
           end-if
       end method.

      *> Deja en ws-otro-abierto el año de otro ciclo con estado
      *> abierto distinto del que se está grabando (cero si no hay).
       method-id BuscarOtroAbierto private.
                   else
                       move "Cerrado" to ws-estado-texto
                   end-if
                   if cicTopeAmonestaciones is numeric
                         and cicTopeAmonestaciones > 0
                       move cicTopeAmonestaciones to ws-tope-int
                       move ws-tope-int::ToString to ws-tope-texto
                   else
                       move "10 (omisión)" to ws-tope-texto
                   end-if
                   invoke dataGridView1::Rows::Add(cicAnio,
                       ws-fecha-desde-x, ws-fecha-hasta-x,
                       ws-estado-texto::Trim, ws-tope-texto::Trim)
                   read ciclo next record
               end-perform
               close ciclo
