       01 ws-desc-int       pic 9(05).
       01 ws-desc-valido    condition-value.
       01 ws-desc-x         pic x(03).
       01 ws-dia-vto-int    pic 9(05).
       01 ws-dia-vto-x      pic x(02).
       01 ws-recargo-dbl    comp-2.
       01 ws-recargo-valido condition-value.
       01 ws-recargo-tipo   pic x(01).
       01 ws-recargo-ed     pic zzz,zz9.99.
       01 ws-recargo-texto  pic x(20).

       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> Reglas de recargo en el orden de araRecargoTipo (blanco, F,
      *> P); sin recargo por omisión.
           invoke cboRecargo::Items::Add("Sin recargo")
           invoke cboRecargo::Items::Add("Monto fijo ($)")
           invoke cboRecargo::Items::Add("Porcentaje mensual (%)")
           set cboRecargo::SelectedIndex to 0
           perform CargarAranceles
           goback.
       end method.
                           "Descuento por hermanos inválido (0-100)")
                       invoke txtDescHermanos::Focus
                   else
                   perform ValidarRecargo
                   if ws-recargo-valido = false
                       goback
                   end-if
                   perform AbrirArancelEscritura
                   if ws-archivo-disponible = false then
                       invoke type MessageBox::Show(
                       end-if
                       compute araImporte rounded = ws-importe-dbl
                       move ws-desc-int to araDescHermanos
                       move ws-dia-vto-int to araDiaVto
                       move ws-recargo-tipo to araRecargoTipo
                       compute araRecargoValor rounded = ws-recargo-dbl
                       if ws-arancel-existe then
                           rewrite arancel-registro
                       else
           end-if
       end method.

      *> Valida el vencimiento y la regla de recargo tecleados. El día
      *> de vencimiento es optativo (vacío = sin vencimiento) y llega
      *> hasta el 28 para que exista en todos los meses; con recargo
      *> hace falta vencimiento y un valor mayor que cero, y el
      *> porcentaje mensual no pasa de 100.
       method-id ValidarRecargo private.
       procedure division.
           set ws-recargo-valido to true
           move 0 to ws-dia-vto-int
           move 0 to ws-recargo-dbl
           if txtDiaVto::TextLength > 0
               invoke type Int32::TryParse(txtDiaVto::Text
                   by reference ws-dia-vto-int)
                   returning ws-recargo-valido
           end-if
           if ws-recargo-valido = false or ws-dia-vto-int > 28 then
               set ws-recargo-valido to false
               invoke type MessageBox::Show(
                   "Día de vencimiento inválido (1-28, vacío = sin vencimiento)")
               invoke txtDiaVto::Focus
               goback
           end-if
           evaluate cboRecargo::SelectedIndex
               when 1
                   move "F" to ws-recargo-tipo
               when 2
                   move "P" to ws-recargo-tipo
               when other
                   move space to ws-recargo-tipo
           end-evaluate
           if ws-recargo-tipo = space
               goback
           end-if
           if ws-dia-vto-int = 0 then
               set ws-recargo-valido to false
               invoke type MessageBox::Show(
                   "El recargo por mora necesita el día de vencimiento")
               invoke txtDiaVto::Focus
               goback
           end-if
           invoke type Double::TryParse(txtRecargo::Text
               by reference ws-recargo-dbl)
               returning ws-recargo-valido
           if ws-recargo-valido = false or ws-recargo-dbl <= 0
                 or ws-recargo-dbl > 999999
                 or (ws-recargo-tipo = "P" and ws-recargo-dbl > 100) then
               set ws-recargo-valido to false
               invoke type MessageBox::Show("Valor de recargo inválido")
               invoke txtRecargo::Focus
           end-if
       end method.

      *> Deja en ws-dia-vto-x y ws-recargo-texto el vencimiento y la
      *> regla de recargo del arancel leído, para la grilla. Los
      *> registros anteriores a estos campos salen en blanco.
       method-id DescribirRecargo private.
       procedure division.
           move spaces to ws-dia-vto-x ws-recargo-texto
           if araDiaVto not numeric or araDiaVto = 0
               goback
           end-if
           move araDiaVto to ws-dia-vto-x
           if araRecargoValor not numeric
               goback
           end-if
           move araRecargoValor to ws-recargo-ed
           evaluate araRecargoTipo
               when "F"
                   string
                       "$ " delimited by size
                       ws-recargo-ed::Trim delimited by size
                       into ws-recargo-texto
                   end-string
               when "P"
                   string
                       ws-recargo-ed::Trim delimited by size
                       " % mensual" delimited by size
                       into ws-recargo-texto
                   end-string
           end-evaluate
       end method.

      *> Refresca la grilla con todos los aranceles cargados.
       method-id CargarAranceles private.
       procedure division.
                   else
                       move spaces to ws-desc-x
                   end-if
                   perform DescribirRecargo
                   invoke dataGridView1::Rows::Add(araCiclo,
                       araCurso::Trim, ws-importe-ed, ws-desc-x,
                       ws-dia-vto-x, ws-recargo-texto::Trim)
                   read arancel next record
               end-perform
               close arancel
