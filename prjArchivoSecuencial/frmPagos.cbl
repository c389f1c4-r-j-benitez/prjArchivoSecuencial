
                 copy CierreSelect.

                 copy ArancelSelect.

                 copy MatriculaSelect.

                 copy ConceptoSelect.

                 copy AlumnoConceptoSelect.

                 copy PagoConceptoSelect.

                 copy CicloSelect.

       fd alumno.
       copy AlumnoRegistro.

       fd cierres.
       copy CierreRegistro.

       fd arancel.
       copy ArancelRegistro.

       fd matricula.
       copy MatriculaRegistro.

       fd concepto.
       copy ConceptoRegistro.

       fd alumnoConcepto.
       copy AlumnoConceptoRegistro.

       fd pagoConcepto.
       copy PagoConceptoRegistro.

       fd ciclo.
       copy CicloRegistro.

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-pago   pic xx.
       01 ws-sede-limitada  condition-value.
       01 ws-sede-operador  pic 9(01).
       01 fs-bitacora pic xx.
       01 ws-bit-anterior pic x(09).
       01 ws-bit-numero-x   pic x(07).
       01 ws-bit-archivo    pic x(12).
       01 ws-bit-clave      pic x(20).
       01 ws-print-pagina   pic 9(03) comp.
       01 ws-print-pagina-x pic x(03).
       01 ws-print-alto-linea comp-1 value 16.
       01 ws-numero-guardado pic 9(07).
       01 ws-anul-motivo    pic x(40).
       01 ws-anul-fecha-x   pic x(08).
       01 ws-anul-valida    condition-value.
       01 ws-medio          pic x(01).
       01 ws-referencia     pic x(20).
       01 ws-medio-texto    pic x(20).
       01 fs-arancel pic xx.
       01 fs-matricula pic xx.
       01 ws-recargo        pic 9(06)v99.
       01 ws-recargo-previo pic 9(06)v99.
       01 ws-recargo-ed     pic zzz,zz9.99.
       01 ws-total-cobro    pic 9(07)v99.
       01 ws-total-ed       pic z,zzz,zz9.99.
       01 ws-meses-mora     pic s9(05).
       01 ws-meses-x        pic zz9.
       01 ws-vto-dia        pic 9(02).
       01 ws-vto-tipo       pic x(01).
       01 ws-vto-valor      pic 9(06)v99.
       01 ws-vto-cuota      pic 9(06)v99.
       01 ws-hoy-x          pic x(08).
       01 ws-hoy            pic 9(08).
       01 ws-hoy-partes redefines ws-hoy.
         03 ws-hoy-aaaa     pic 9(04).
         03 ws-hoy-mm       pic 9(02).
         03 ws-hoy-dd       pic 9(02).
       01 fs-concepto pic xx.
       01 fs-alumno-concepto pic xx.
       01 fs-pago-concepto pic xx.
       01 fs-ciclo pic xx.
      *> Conceptos de facturación del ciclo abierto, en el orden de
      *> cboConcepto (el ítem 0 es la cuota mensual), con los totales
      *> familiares que acumula el estado de cuenta del grupo.
       01 ws-con-ciclo      pic 9(04).
       01 ws-con-total      pic 9(03) comp.
       01 ws-con-ind        pic 9(03) comp.
       01 ws-con-tabla.
         03 ws-con occurs 50 times.
           05 ws-con-codigo      pic x(06).
           05 ws-con-descripcion pic x(30).
           05 ws-con-importe     pic 9(06)v99.
           05 ws-con-frecuencia  pic x(01).
           05 ws-con-opcional    pic x(01).
           05 ws-con-fam-pagado  pic 9(08)v99.
           05 ws-con-fam-saldo   pic 9(08)v99.
       01 ws-cic-mes-desde  pic 9(02).
       01 ws-cic-mes-hasta  pic 9(02).
       01 ws-concepto       pic x(06).
       01 ws-concepto-texto pic x(60).
       01 ws-rec-es-concepto condition-value.
       01 ws-importe-nuevo  pic 9(07)v99.
       01 ws-hoy-periodo    pic 9(06).
       01 ws-pco-abierto    condition-value.
       01 ws-aco-abierto    condition-value.
       01 ws-cc-numero      pic 9(07).
       01 ws-cc-familia     condition-value.
       01 ws-cc-asignado    condition-value.
       01 ws-cc-vencido     condition-value.
       01 ws-cc-desde       pic 9(06).
       01 ws-cc-hasta       pic 9(06).
       01 ws-cc-periodo     pic 9(06).
       01 ws-cc-pagado      pic 9(06)v99.
       01 ws-cc-saldo       pic 9(06)v99.
       01 ws-cc-fecha       pic 9(08).
       01 ws-cc-total-pagado pic 9(08)v99.
       01 ws-cc-total-saldo pic 9(08)v99.
       01 ws-saldo-ed       pic zzz,zz9.99.
       01 ws-fam-cuota-total pic 9(08)v99.
       01 ws-fam-saldo-total pic 9(08)v99.

       method-id NEW.
       procedure division.
               to type prjArchivoSecuencial.Sesion::SedeLimitada()
           move type prjArchivoSecuencial.Sesion::UsuarioSede
               to ws-sede-operador
      *> Medios de pago en el orden de los códigos de recMedio
      *> (E, T, D, C, Q); efectivo por omisión.
           invoke cboMedio::Items::Add("Efectivo")
           invoke cboMedio::Items::Add("Transferencia")
           invoke cboMedio::Items::Add("Tarjeta de débito")
           invoke cboMedio::Items::Add("Tarjeta de crédito")
           invoke cboMedio::Items::Add("Cheque")
           set cboMedio::SelectedIndex to 0
      *> La cuota mensual va primera y por omisión; después, los
      *> conceptos de facturación del ciclo abierto.
           invoke cboConcepto::Items::Add("Cuota mensual")
           perform CargarConceptos
           set cboConcepto::SelectedIndex to 0
      *> La anulación de recibos es supervisada: recepción ve el
      *> botón pero deshabilitado.
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               set btnAnular::Enabled to false
               set txtMotivo::Enabled to false
           end-if
           goback.
       end method.

      *> alumno cargado, con la fecha de hoy como fecha de pago. Si el
      *> período ya tiene pagos, el importe nuevo se SUMA al acumulado
      *> del período (pagos parciales contra la cuota esperada del
      *> arancel); un importe mal tecleado se corrige por supervisión
      *> (Anular Recibo, que lo resta del acumulado), no pisándolo.
       method-id btnRegistrarPago_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if ws-alumno-cargado = false then
                       invoke type MessageBox::Show("Importe inválido")
                       invoke txtImporte::Focus
                   else
      *> Todo medio que no sea efectivo lleva la referencia (número de
      *> operación, cupón o cheque) para conciliarlo con el banco.
                   perform LeerMedioPago
                   if ws-medio <> "E" and ws-referencia = spaces then
                       invoke type MessageBox::Show(
                           "Falta la referencia del pago (número de operación, cupón o cheque)")
                       invoke txtReferencia::Focus
                       goback
                   end-if
      *> La fecha de hoy cerrada por el cierre diario no admite más
      *> cobros; la reapertura es supervisada desde Cierre Diario.
                   perform VerificarFechaCerrada
                       invoke type MessageBox::Show(
                           "La fecha de hoy está cerrada por el cierre diario; pida la reapertura a un supervisor")
                   else
      *> Los conceptos de facturación siguen su propio camino: sin
      *> recargo por mora, beca ni descuento por hermanos.
                       if cboConcepto::SelectedIndex > 0
                           perform RegistrarPagoConcepto
                           goback
                       end-if
                       move spaces to ws-concepto
      *> Cuota vencida: el recargo por mora se muestra y se cobra como
      *> línea aparte del recibo; si la familia no lo acepta no se
      *> registra el cobro.
                       perform CalcularRecargo
                       if ws-recargo > 0
                           move ws-recargo to ws-recargo-ed
                           compute ws-total-cobro rounded
                               = ws-importe-dbl + ws-recargo
                           move ws-total-cobro to ws-total-ed
                           move ws-meses-mora to ws-meses-x
                           move spaces to ws-mensaje-texto
                           string
                               "Cuota vencida (" delimited by size
                               ws-meses-x::Trim delimited by size
                               " mes/es): recargo por mora $ "
                                   delimited by size
                               ws-recargo-ed::Trim delimited by size
                               ". Total a cobrar $ " delimited by size
                               ws-total-ed::Trim delimited by size
                               ". ¿Confirma?" delimited by size
                               into ws-mensaje-texto
                           end-string
                           if type MessageBox::Show(ws-mensaje-texto::Trim
                                 "Recargo por mora"
                                 type MessageBoxButtons::YesNo)
                                 <> type DialogResult::Yes then
                               goback
                           end-if
                       end-if
                       perform AbrirPagoEscritura
                       if ws-archivo-disponible = false then
                           invoke type MessageBox::Show(
                               move ws-importe-ed to ws-bit-ant
                               compute pagImporte rounded
                                   = pagImporte + ws-importe-dbl
                               if pagRecargo not numeric
                                   move 0 to pagRecargo
                               end-if
                               add ws-recargo to pagRecargo
                           else
                               move "ALTA" to ws-bit-operacion
                               move "-" to ws-bit-ant
                               compute pagImporte rounded = ws-importe-dbl
                               move ws-recargo to pagRecargo
                           end-if
                           move type System.DateTime::Now::ToString("yyyyMMdd")
                               to ws-fecha-pago-x
                           end-if
                           close pago
                           perform RegistrarBitacoraPago
                           perform EmitirYMostrarRecibo
                       end-if
                   end-if
                   end-if
               end-if
           end-if
       end method.

      *> Cada cobro emite su recibo numerado: folio del registro de
      *> control, registro en recibo.txt y vista previa para imprimir
      *> y entregar firmado a la familia.
       method-id EmitirYMostrarRecibo private.
       procedure division.
           perform EmitirRecibo
           if ws-recibo-cargado then
               move ws-folio to ws-rec-folio-x
               move spaces to ws-mensaje-texto
               string
                   "Pago Registrado! Recibo folio "
                       delimited by size
                   ws-rec-folio-x delimited by size
                   into ws-mensaje-texto
               end-string
               invoke type MessageBox::Show(
                   ws-mensaje-texto::Trim)
               set printPreviewDialog1::Document
                   to printDocumentRecibo
               invoke printPreviewDialog1::ShowDialog
           else
               invoke type MessageBox::Show(
                   "Pago Registrado! (no se pudo emitir el recibo, reintente la reimpresión)")
           end-if
           set txtReferencia::Text to ""
           perform CargarPagos
       end method.

      *> pago_concepto.txt es indexado y no existe hasta el primer
      *> cobro de un concepto: se lo crea igual que pago.txt.
       method-id AbrirPagoConceptoEscritura private.
       procedure division.
           open i-o pagoConcepto
           if fs-pago-concepto = "35" then
               open output pagoConcepto
               close pagoConcepto
               open i-o pagoConcepto
           end-if
           set ws-archivo-disponible to fs-pago-concepto = "00"
       end method.

      *> Registra el cobro del concepto elegido en cboConcepto para el
      *> período tecleado, que tiene que ser del ciclo del concepto.
      *> Un concepto anual se acumula en el período AAAA00; uno
      *> optativo exige que el alumno lo tenga asignado en ese
      *> período. Igual que la cuota, los cobros parciales se suman
      *> al acumulado, pero nunca por encima del importe del concepto.
       method-id RegistrarPagoConcepto private.
       procedure division.
           move cboConcepto::SelectedIndex to ws-con-ind
           move ws-con-codigo(ws-con-ind) to ws-concepto
           move 0 to ws-recargo
           if ws-periodo-aaaa <> ws-con-ciclo then
               invoke type MessageBox::Show(
                   "El período no pertenece al ciclo del concepto")
               invoke txtPeriodo::Focus
               goback
           end-if
           if ws-con-frecuencia(ws-con-ind) = "A"
               compute ws-periodo-int = ws-periodo-aaaa * 100
           end-if
           if ws-con-opcional(ws-con-ind) = "S"
               move ws-numero-alumno to ws-cc-numero
               set ws-aco-abierto to false
               open input alumnoConcepto
               if fs-alumno-concepto = "00"
                   set ws-aco-abierto to true
               end-if
               perform BuscarAsignacion
               if ws-aco-abierto
                   close alumnoConcepto
               end-if
               if ws-cc-asignado and ws-con-frecuencia(ws-con-ind) = "M"
                     and (ws-periodo-int < ws-cc-desde
                       or ws-periodo-int > ws-cc-hasta)
                   set ws-cc-asignado to false
               end-if
               if ws-cc-asignado = false then
                   invoke type MessageBox::Show(
                       "El alumno no tiene asignado el concepto en ese período")
                   goback
               end-if
           end-if
           perform AbrirPagoConceptoEscritura
           if ws-archivo-disponible = false then
               invoke type MessageBox::Show(
                   "El archivo de pagos de conceptos está en uso, intente de nuevo")
               goback
           end-if
           move ws-numero-alumno to pcoNumero
           move ws-concepto to pcoCodigo
           move ws-periodo-int to pcoPeriodo
           read pagoConcepto
           set ws-pago-existe to fs-pago-concepto = "00"
           if ws-pago-existe then
               move "MOD" to ws-bit-operacion
               move pcoImporte to ws-importe-ed
               move ws-importe-ed to ws-bit-ant
               compute ws-importe-nuevo rounded
                   = pcoImporte + ws-importe-dbl
           else
               move "ALTA" to ws-bit-operacion
               move "-" to ws-bit-ant
               move 0 to pcoImporte
               compute ws-importe-nuevo rounded = ws-importe-dbl
           end-if
           if ws-importe-nuevo > ws-con-importe(ws-con-ind) then
               close pagoConcepto
               compute ws-cc-saldo
                   = ws-con-importe(ws-con-ind) - pcoImporte
               move ws-cc-saldo to ws-saldo-ed
               move spaces to ws-mensaje-texto
               string
                   "El cobro supera el importe del concepto; saldo $ "
                       delimited by size
                   ws-saldo-ed::Trim delimited by size
                   into ws-mensaje-texto
               end-string
               invoke type MessageBox::Show(ws-mensaje-texto::Trim)
               invoke txtImporte::Focus
               goback
           end-if
           move ws-numero-alumno to pcoNumero
           move ws-concepto to pcoCodigo
           move ws-periodo-int to pcoPeriodo
           move ws-importe-nuevo to pcoImporte
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-fecha-pago-x
           move ws-fecha-pago-x to pcoFechaPago
           if ws-pago-existe then
               rewrite pago-concepto-registro
           else
               write pago-concepto-registro
           end-if
           close pagoConcepto
           move ws-numero-alumno to ws-bit-numero-x
           move "pagoconcepto" to ws-bit-archivo
           move spaces to ws-bit-clave
           string
               pcoCodigo delimited by space
               "/" delimited by size
               pcoPeriodo delimited by size
               into ws-bit-clave
           end-string
           move pcoImporte to ws-importe-ed
           move ws-importe-ed to ws-bit-nvo
           perform GrabarBitacora
           perform EmitirYMostrarRecibo
       end method.

      *> Carga en la tabla y en cboConcepto los conceptos del ciclo
      *> abierto, y los meses de clase del ciclo (ciclo.txt) que
      *> acotan los cargos de los conceptos mensuales; sin el ciclo
      *> en el archivo se toma el año entero.
       method-id CargarConceptos private.
       procedure division.
           move 0 to ws-con-total
           move spaces to ws-con-tabla
           move 1 to ws-cic-mes-desde
           move 12 to ws-cic-mes-hasta
           move type prjArchivoSecuencial.Sesion::CicloActual
               to ws-con-ciclo
           if ws-con-ciclo = 0
               goback
           end-if
           open input ciclo
           if fs-ciclo = "00"
               move ws-con-ciclo to cicAnio
               read ciclo
               if fs-ciclo = "00" and cicFechaDesde numeric
                     and cicFechaHasta numeric
                     and cicFechaDesde(1:4) = cicAnio
                     and cicFechaHasta(1:4) = cicAnio
                   move cicFechaDesde(5:2) to ws-cic-mes-desde
                   move cicFechaHasta(5:2) to ws-cic-mes-hasta
               end-if
               close ciclo
           end-if
           open input concepto
           if fs-concepto <> "00"
               goback
           end-if
           move ws-con-ciclo to conCiclo
           move low-values to conCodigo
           start concepto key is not less than conceptoClave
               invalid key
                   move "10" to fs-concepto
           end-start
           if fs-concepto = "00"
               read concepto next record
           end-if
           perform until fs-concepto <> "00"
                   or conCiclo <> ws-con-ciclo
                   or ws-con-total >= 50
               add 1 to ws-con-total
               move conCodigo to ws-con-codigo(ws-con-total)
               move conDescripcion to ws-con-descripcion(ws-con-total)
               move conImporte to ws-con-importe(ws-con-total)
               move conFrecuencia to ws-con-frecuencia(ws-con-total)
               move conOpcional to ws-con-opcional(ws-con-total)
               move 0 to ws-con-fam-pagado(ws-con-total)
               move 0 to ws-con-fam-saldo(ws-con-total)
               invoke cboConcepto::Items::Add(conDescripcion::Trim)
               read concepto next record
           end-perform
           close concepto
       end method.

      *> Asignación vigente del concepto ws-con-ind del ciclo para el
      *> alumno ws-cc-numero (alumno_concepto.txt ya abierto si
      *> ws-aco-abierto): deja ws-cc-asignado y acota ws-cc-desde y
      *> ws-cc-hasta a los períodos asignados.
       method-id BuscarAsignacion private.
       procedure division.
           set ws-cc-asignado to false
           compute ws-cc-desde = ws-con-ciclo * 100 + ws-cic-mes-desde
           compute ws-cc-hasta = ws-con-ciclo * 100 + ws-cic-mes-hasta
           if ws-aco-abierto = false
               goback
           end-if
           move ws-cc-numero to acoNumero
           move ws-con-ciclo to acoCiclo
           move ws-con-codigo(ws-con-ind) to acoCodigo
           read alumnoConcepto
           if fs-alumno-concepto <> "00" or acoEstado = "B"
               goback
           end-if
           set ws-cc-asignado to true
           if acoDesde numeric and acoDesde > ws-cc-desde
               move acoDesde to ws-cc-desde
           end-if
           if acoHasta numeric and acoHasta <> 0
                 and acoHasta < ws-cc-hasta
               move acoHasta to ws-cc-hasta
           end-if
       end method.

      *> Recargo por mora del cobro tecleado (en ws-recargo, cero si
      *> la cuota no está vencida o el arancel no tiene recargo). Los
      *> meses de mora son los meses o fracción desde el día de
      *> vencimiento del período hasta hoy. Monto fijo: una sola vez
      *> por período, descontando lo ya cobrado (pagRecargo);
      *> porcentaje mensual: sobre el importe que se paga ahora, por
      *> cada mes de mora. Misma regla que REPORTE-MOROSIDAD.
       method-id CalcularRecargo private.
       procedure division.
           move 0 to ws-recargo
           move 0 to ws-meses-mora
           perform BuscarReglaRecargo
           if ws-vto-dia = 0 or (ws-vto-tipo <> "F" and ws-vto-tipo <> "P")
               goback
           end-if
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           compute ws-meses-mora
               = (ws-hoy-aaaa * 12 + ws-hoy-mm)
               - (ws-periodo-aaaa * 12 + ws-periodo-mm)
           if ws-hoy-dd > ws-vto-dia
               add 1 to ws-meses-mora
           end-if
           if ws-meses-mora <= 0
               move 0 to ws-meses-mora
               goback
           end-if
           if ws-vto-tipo = "P"
               compute ws-recargo rounded
                   = ws-importe-dbl * ws-vto-valor / 100 * ws-meses-mora
               goback
           end-if
           move 0 to ws-recargo-previo
           open input pago
           if fs-pago = "00"
               move ws-numero-alumno to pagNumero
               move ws-periodo-int to pagPeriodo
               read pago
               if fs-pago = "00" and pagRecargo numeric
                   move pagRecargo to ws-recargo-previo
               end-if
               close pago
           end-if
           if ws-vto-valor > ws-recargo-previo
               compute ws-recargo = ws-vto-valor - ws-recargo-previo
           end-if
       end method.

      *> Vencimiento y regla de recargo del arancel que fija la cuota
      *> del alumno en el año del período: el general del ciclo o, si
      *> el alumno tiene una matrícula activa del ciclo en un curso con
      *> arancel propio mayor, el de ese curso (mismo criterio de la
      *> cuota esperada de REPORTE-MOROSIDAD). Sin arancel.txt o sin
      *> arancel para el año, no hay vencimiento.
       method-id BuscarReglaRecargo private.
       procedure division.
           move 0 to ws-vto-dia ws-vto-valor ws-vto-cuota
           move space to ws-vto-tipo
           open input arancel
           if fs-arancel <> "00"
               goback
           end-if
           move ws-periodo-aaaa to araCiclo
           move spaces to araCurso
           read arancel
           if fs-arancel = "00"
               perform TomarReglaRecargo
           end-if
           open input matricula
           if fs-matricula = "00"
               move low-values to matriculaCurso
               move 0 to matriculaNumero
               start matricula key is not less than matriculaClave
                   invalid key
                       move "10" to fs-matricula
               end-start
               if fs-matricula = "00"
                   read matricula next record
               end-if
               perform until fs-matricula <> "00"
                   if matriculaNumero = ws-numero-alumno
                         and matriculaEstado <> "B"
                         and matriculaCiclo numeric
                         and matriculaCiclo = ws-periodo-aaaa
                       move ws-periodo-aaaa to araCiclo
                       move matriculaCurso to araCurso
                       read arancel
                       if fs-arancel = "00" and araImporte > ws-vto-cuota
                           perform TomarReglaRecargo
                       end-if
                   end-if
                   read matricula next record
               end-perform
               close matricula
           end-if
           close arancel
       end method.

      *> Toma la cuota, el vencimiento y la regla del arancel leído;
      *> los registros anteriores a estos campos no tienen recargo.
       method-id TomarReglaRecargo private.
       procedure division.
           move araImporte to ws-vto-cuota
           move 0 to ws-vto-dia ws-vto-valor
           move space to ws-vto-tipo
           if araDiaVto numeric and araDiaVto > 0 and araDiaVto <= 28
                 and araRecargoValor numeric
               move araDiaVto to ws-vto-dia
               move araRecargoTipo to ws-vto-tipo
               move araRecargoValor to ws-vto-valor
           end-if
       end method.

      *> Pasa el medio elegido en el combo a su código de recMedio y
      *> toma la referencia tecleada (sin comas, por la bitácora).
       method-id LeerMedioPago private.
       procedure division.
           evaluate cboMedio::SelectedIndex
               when 1
                   move "T" to ws-medio
               when 2
                   move "D" to ws-medio
               when 3
                   move "C" to ws-medio
               when 4
                   move "Q" to ws-medio
               when other
                   move "E" to ws-medio
           end-evaluate
           move spaces to ws-referencia
           set ws-referencia to txtReferencia::Text::Trim
           inspect ws-referencia replacing all "," by ";"
       end method.

      *> Deja en ws-medio-texto la descripción del recMedio cargado,
      *> para el recibo y la nota de crédito.
       method-id DescribirMedio private.
       procedure division.
           evaluate recMedio
               when "T"
                   move "Transferencia" to ws-medio-texto
               when "D"
                   move "Tarjeta de débito" to ws-medio-texto
               when "C"
                   move "Tarjeta de crédito" to ws-medio-texto
               when "Q"
                   move "Cheque" to ws-medio-texto
               when other
                   move "Efectivo" to ws-medio-texto
           end-evaluate
       end method.

      *> Controla en cierres.txt si la fecha de hoy está cerrada para
      *> la sede del alumno (deducida del rango del numero). Sin
      *> cierres.txt todavía, nada está cerrado.

      *> Refresca la grilla con el estado de cuenta del alumno cargado:
      *> START por la clave compuesta con período en cero y lecturas
      *> NEXT hasta que cambia el numero. Después de las cuotas va un
      *> bloque por concepto de facturación del ciclo abierto, con lo
      *> pagado y el saldo de cada cargo y el total del concepto.
       method-id CargarPagos private.
       procedure division.
           invoke dataGridView1::Rows::Clear
           move 0 to ws-cc-total-pagado
           open input pago
           if fs-pago = "00"
               move ws-numero-alumno to pagNumero
               perform until fs-pago <> "00"
                       or pagNumero <> ws-numero-alumno
                   move pagImporte to ws-importe-ed
                   invoke dataGridView1::Rows::Add("Cuota mensual",
                       pagPeriodo, ws-importe-ed, pagFechaPago, "")
                   add pagImporte to ws-cc-total-pagado
                   read pago next record
               end-perform
               close pago
           end-if
           move ws-cc-total-pagado to ws-importe-ed
           invoke dataGridView1::Rows::Add("Cuota mensual", "TOTAL",
               ws-importe-ed, "", "")
           move ws-numero-alumno to ws-cc-numero
           set ws-cc-familia to false
           perform AbrirCuentaConceptos
           perform varying ws-con-ind from 1 by 1
                   until ws-con-ind > ws-con-total
               perform CuentaConcepto
           end-perform
           perform CerrarCuentaConceptos
       end method.

      *> Abre para lectura alumno_concepto.txt y pago_concepto.txt
      *> para el estado de cuenta; sin los archivos no hay
      *> asignaciones ni cobros de conceptos. Deja en ws-hoy-periodo
      *> el mes corriente, último cargo vencido de los mensuales.
       method-id AbrirCuentaConceptos private.
       procedure division.
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-hoy-x
           move ws-hoy-x to ws-hoy
           compute ws-hoy-periodo = ws-hoy-aaaa * 100 + ws-hoy-mm
           set ws-aco-abierto to false
           open input alumnoConcepto
           if fs-alumno-concepto = "00"
               set ws-aco-abierto to true
           end-if
           set ws-pco-abierto to false
           open input pagoConcepto
           if fs-pago-concepto = "00"
               set ws-pco-abierto to true
           end-if
       end method.

       method-id CerrarCuentaConceptos private.
       procedure division.
           if ws-aco-abierto
               close alumnoConcepto
           end-if
           if ws-pco-abierto
               close pagoConcepto
           end-if
       end method.

      *> Cargos del concepto ws-con-ind para el alumno ws-cc-numero:
      *> uno solo (AAAA00) si es anual; uno por mes de clase del
      *> ciclo si es mensual, acotado a la asignación si es optativo.
      *> Vencen los cargos hasta el mes corriente; los posteriores
      *> sólo salen si ya tienen cobros adelantados. Cierra con el
      *> total pagado y el saldo del concepto, a la grilla o a las
      *> líneas del estado de cuenta familiar (ws-cc-familia).
       method-id CuentaConcepto private.
       procedure division.
           move 0 to ws-cc-total-pagado ws-cc-total-saldo
           if ws-con-opcional(ws-con-ind) = "S"
               perform BuscarAsignacion
               if ws-cc-asignado = false
                   goback
               end-if
           else
               compute ws-cc-desde
                   = ws-con-ciclo * 100 + ws-cic-mes-desde
               compute ws-cc-hasta
                   = ws-con-ciclo * 100 + ws-cic-mes-hasta
           end-if
           if ws-con-frecuencia(ws-con-ind) = "M"
               move ws-cc-desde to ws-cc-periodo
               perform until ws-cc-periodo > ws-cc-hasta
                   set ws-cc-vencido to ws-cc-periodo <= ws-hoy-periodo
                   perform CargoConcepto
                   add 1 to ws-cc-periodo
               end-perform
           else
               compute ws-cc-periodo = ws-con-ciclo * 100
               set ws-cc-vencido to ws-con-ciclo <= ws-hoy-aaaa
               perform CargoConcepto
           end-if
           add ws-cc-total-pagado to ws-con-fam-pagado(ws-con-ind)
           add ws-cc-total-saldo to ws-con-fam-saldo(ws-con-ind)
           move ws-cc-total-pagado to ws-importe-ed
           move ws-cc-total-saldo to ws-saldo-ed
           if ws-cc-familia
               if ws-fam-total-lineas < 395
                   add 1 to ws-fam-total-lineas
                   string
                       "    Total " delimited by size
                       ws-con-descripcion(ws-con-ind)::Trim
                           delimited by size
                       ": pagado $ " delimited by size
                       ws-importe-ed delimited by size
                       "  saldo $ " delimited by size
                       ws-saldo-ed delimited by size
                       into ws-fam-linea(ws-fam-total-lineas)
                   end-string
               end-if
           else
               invoke dataGridView1::Rows::Add(
                   ws-con-descripcion(ws-con-ind)::Trim, "TOTAL",
                   ws-importe-ed, "", ws-saldo-ed)
           end-if
       end method.

      *> Un cargo (período ws-cc-periodo) del concepto ws-con-ind:
      *> lo cobrado según pago_concepto.txt y el saldo si ya venció.
       method-id CargoConcepto private.
       procedure division.
           move 0 to ws-cc-pagado ws-cc-fecha ws-cc-saldo
           if ws-pco-abierto
               move ws-cc-numero to pcoNumero
               move ws-con-codigo(ws-con-ind) to pcoCodigo
               move ws-cc-periodo to pcoPeriodo
               read pagoConcepto
               if fs-pago-concepto = "00"
                   move pcoImporte to ws-cc-pagado
                   move pcoFechaPago to ws-cc-fecha
               end-if
           end-if
           if ws-cc-vencido = false and ws-cc-pagado = 0
               goback
           end-if
           if ws-cc-vencido and ws-con-importe(ws-con-ind) > ws-cc-pagado
               compute ws-cc-saldo
                   = ws-con-importe(ws-con-ind) - ws-cc-pagado
           end-if
           add ws-cc-pagado to ws-cc-total-pagado
           add ws-cc-saldo to ws-cc-total-saldo
           move ws-cc-pagado to ws-importe-ed
           move ws-cc-saldo to ws-saldo-ed
           if ws-cc-familia
               if ws-fam-total-lineas < 395
                   add 1 to ws-fam-total-lineas
                   string
                       "    " delimited by size
                       ws-con-descripcion(ws-con-ind)::Trim
                           delimited by size
                       " " delimited by size
                       ws-cc-periodo delimited by size
                       "  $ " delimited by size
                       ws-importe-ed delimited by size
                       "  saldo $ " delimited by size
                       ws-saldo-ed delimited by size
                       into ws-fam-linea(ws-fam-total-lineas)
                   end-string
               end-if
           else
               invoke dataGridView1::Rows::Add(
                   ws-con-descripcion(ws-con-ind)::Trim, ws-cc-periodo,
                   ws-importe-ed, ws-cc-fecha, ws-saldo-ed)
           end-if
       end method.

      *> Deja en la bitácora unificada la línea del pago recién
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
               else
                   move 1 to recSede
               end-if
               move "V" to recEstado
               move 0 to recAnulFecha
               move spaces to recAnulUsuario recAnulMotivo
               move ws-medio to recMedio
               move ws-referencia to recReferencia
               move ws-recargo to recRecargo
               move ws-concepto to recConcepto
               write recibo-registro
                   invalid key
                       continue
           end-if
       end method.

      *> Anulación supervisada del recibo del folio tecleado, con
      *> motivo obligatorio. El recibo no se borra: queda marcado
      *> como anulado (fecha, supervisor y motivo) y su importe se
      *> resta del acumulado del período en pago.txt, con las dos
      *> líneas en la bitácora. Sale la nota de crédito para entregar
      *> a la familia; el cierre de caja del día la resta del
      *> operador que había cobrado y la exportación contable manda
      *> la reversa.
       method-id btnAnular_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               invoke type MessageBox::Show(
                   "Sólo un supervisor puede anular recibos")
               goback
           end-if
           invoke type Int32::TryParse(txtFolio::Text
               by reference ws-folio-int)
               returning ws-folio-valido
           if ws-folio-valido = false or ws-folio-int = 0 then
               invoke type MessageBox::Show("Folio inválido")
               invoke txtFolio::Focus
               goback
           end-if
           if txtMotivo::Text::Trim::Length = 0 then
               invoke type MessageBox::Show("Falta el motivo de la anulación")
               invoke txtMotivo::Focus
               goback
           end-if
           move spaces to ws-anul-motivo
           set ws-anul-motivo to txtMotivo::Text::Trim
           inspect ws-anul-motivo replacing all "," by ";"
           set ws-recibo-cargado to false
           open i-o recibo
           if fs-recibo <> "00" then
               close recibo
               invoke type MessageBox::Show("Recibo no encontrado")
               goback
           end-if
           move ws-folio-int to recFolio
           read recibo
           if fs-recibo <> "00" then
               close recibo
               invoke type MessageBox::Show("Recibo no encontrado")
               goback
           end-if
           if recEstado = "N" then
               close recibo
               invoke type MessageBox::Show("El recibo ya está anulado")
               goback
           end-if
      *> La anulación mueve la caja del día: con la fecha de hoy
      *> cerrada para la sede del alumno no se admite.
           move ws-numero-alumno to ws-numero-guardado
           move recNumero to ws-numero-alumno
           perform VerificarFechaCerrada
           move ws-numero-guardado to ws-numero-alumno
           if ws-fecha-cerrada then
               close recibo
               invoke type MessageBox::Show(
                   "La fecha de hoy está cerrada por el cierre diario; reabra el día antes de anular")
               goback
           end-if
           move recFolio to ws-rec-folio-x
           move recImporte to ws-rec-importe-ed
           if recRecargo not numeric
               move 0 to recRecargo
           end-if
           compute ws-total-cobro = recImporte + recRecargo
           move ws-total-cobro to ws-total-ed
           move spaces to ws-mensaje-texto
           string
               "¿Anular el recibo folio " delimited by size
               ws-rec-folio-x delimited by size
               " por $ " delimited by size
               ws-total-ed::Trim delimited by size
               "?" delimited by size
               into ws-mensaje-texto
           end-string
           if type MessageBox::Show(ws-mensaje-texto::Trim
                 "Anular recibo" type MessageBoxButtons::YesNo)
                 <> type DialogResult::Yes then
               close recibo
               goback
           end-if
      *> Primero se descuenta el acumulado (igual que el cobro graba
      *> pago.txt antes que el recibo); si el acumulado no alcanza a
      *> cubrir el recibo los dos archivos ya no concuerdan y no se
      *> anula hasta revisarlo. Un recibo de concepto se descuenta de
      *> pago_concepto.txt.
           set ws-anul-valida to false
           perform DescribirConcepto
           if ws-rec-es-concepto
               perform DescontarPagoConcepto
           else
               perform DescontarPagoCuota
           end-if
           if ws-anul-valida = false
               goback
           end-if
           move type System.DateTime::Now::ToString("yyyyMMdd")
               to ws-anul-fecha-x
           move "N" to recEstado
           move ws-anul-fecha-x to recAnulFecha
           move type prjArchivoSecuencial.Sesion::UsuarioLogin
               to recAnulUsuario
           move ws-anul-motivo to recAnulMotivo
           rewrite recibo-registro
           set ws-recibo-cargado to fs-recibo = "00"
           close recibo
           move recNumero to ws-bit-numero-x
           move "recibo" to ws-bit-archivo
           move spaces to ws-bit-clave
           move ws-rec-folio-x to ws-bit-clave
           move "ANUL" to ws-bit-operacion
           move ws-rec-importe-ed to ws-bit-ant
           move ws-anul-motivo to ws-bit-nvo
           perform GrabarBitacora
           if ws-recibo-cargado then
               invoke type MessageBox::Show("Recibo anulado")
               set printPreviewDialog1::Document
                   to printDocumentNotaCredito
               invoke printPreviewDialog1::ShowDialog
           else
               invoke type MessageBox::Show(
                   "Se descontó el pago pero no se pudo marcar el recibo; avise a sistemas")
           end-if
           set txtMotivo::Text to ""
           if ws-alumno-cargado and ws-numero-alumno = recNumero
               perform CargarPagos
           end-if
       end method.

      *> Descuenta el recibo a anular del acumulado de la cuota del
      *> período en pago.txt, con la línea de la bitácora. Si no puede
      *> (archivo en uso o acumulado menor que el recibo) cierra el
      *> recibo, avisa y deja ws-anul-valida en false.
       method-id DescontarPagoCuota private.
       procedure division.
           perform AbrirPagoEscritura
           if ws-archivo-disponible = false then
               close recibo
               invoke type MessageBox::Show(
                   "El archivo de pagos está en uso, intente de nuevo")
               goback
           end-if
           move recNumero to pagNumero
           move recPeriodo to pagPeriodo
           read pago
           if fs-pago = "00" and pagImporte >= recImporte
               set ws-anul-valida to true
           end-if
           if ws-anul-valida = false then
               close pago
               close recibo
               invoke type MessageBox::Show(
                   "El acumulado del período no cubre el importe del recibo; revise el estado de cuenta antes de anular")
               goback
           end-if
           move recNumero to ws-bit-numero-x
           move "pago" to ws-bit-archivo
           move spaces to ws-bit-clave
           move pagPeriodo to ws-bit-clave(1:6)
           move "ANUL" to ws-bit-operacion
           move pagImporte to ws-importe-ed
           move ws-importe-ed to ws-bit-ant
           subtract recImporte from pagImporte
      *> El recargo del recibo también vuelve: así el recargo de monto
      *> fijo se puede volver a cobrar en el recibo que lo reemplace.
           if pagRecargo not numeric or pagRecargo < recRecargo
               move 0 to pagRecargo
           else
               subtract recRecargo from pagRecargo
           end-if
           move pagImporte to ws-importe-ed
           move ws-importe-ed to ws-bit-nvo
           rewrite pago-registro
           close pago
           perform GrabarBitacora
       end method.

      *> Igual que DescontarPagoCuota para un recibo de concepto:
      *> descuenta el importe del acumulado del concepto y período en
      *> pago_concepto.txt.
       method-id DescontarPagoConcepto private.
       procedure division.
           perform AbrirPagoConceptoEscritura
           if ws-archivo-disponible = false then
               close recibo
               invoke type MessageBox::Show(
                   "El archivo de pagos de conceptos está en uso, intente de nuevo")
               goback
           end-if
           move recNumero to pcoNumero
           move recConcepto to pcoCodigo
           move recPeriodo to pcoPeriodo
           read pagoConcepto
           if fs-pago-concepto = "00" and pcoImporte >= recImporte
               set ws-anul-valida to true
           end-if
           if ws-anul-valida = false then
               close pagoConcepto
               close recibo
               invoke type MessageBox::Show(
                   "El acumulado del concepto no cubre el importe del recibo; revise el estado de cuenta antes de anular")
               goback
           end-if
           move recNumero to ws-bit-numero-x
           move "pagoconcepto" to ws-bit-archivo
           move spaces to ws-bit-clave
           string
               pcoCodigo delimited by space
               "/" delimited by size
               pcoPeriodo delimited by size
               into ws-bit-clave
           end-string
           move "ANUL" to ws-bit-operacion
           move pcoImporte to ws-importe-ed
           move ws-importe-ed to ws-bit-ant
           subtract recImporte from pcoImporte
           move pcoImporte to ws-importe-ed
           move ws-importe-ed to ws-bit-nvo
           rewrite pago-concepto-registro
           close pagoConcepto
           perform GrabarBitacora
       end method.

      *> Deja en ws-concepto-texto lo que salda el recibo cargado:
      *> "Cuota del período AAAAMM" o la descripción del concepto
      *> (de concepto.txt) con su período o su ciclo si es anual, y
      *> ws-rec-es-concepto en true para los recibos de concepto.
       method-id DescribirConcepto private.
       procedure division.
           move spaces to ws-concepto-texto
           move recPeriodo to ws-rec-periodo-x
           set ws-rec-es-concepto to recConcepto(1:1) alphabetic
               and recConcepto(1:1) <> space
           if ws-rec-es-concepto = false
               string
                   "Cuota del período " delimited by size
                   ws-rec-periodo-x delimited by size
                   into ws-concepto-texto
               end-string
               goback
           end-if
           move recConcepto to conDescripcion
           open input concepto
           if fs-concepto = "00"
               move recPeriodo(1:4) to conCiclo
               move recConcepto to conCodigo
               read concepto
               if fs-concepto <> "00"
                   move recConcepto to conDescripcion
               end-if
               close concepto
           end-if
           if recPeriodo(5:2) = "00"
               string
                   conDescripcion::Trim delimited by size
                   " - ciclo " delimited by size
                   ws-rec-periodo-x(1:4) delimited by size
                   into ws-concepto-texto
               end-string
           else
               string
                   conDescripcion::Trim delimited by size
                   " del período " delimited by size
                   ws-rec-periodo-x delimited by size
                   into ws-concepto-texto
               end-string
           end-if
       end method.

      *> Dibuja la nota de crédito de un recibo recién anulado, a
      *> partir de recibo-registro: folio de origen, alumno, período,
      *> importe devuelto, motivo y supervisor, con firma de la
      *> familia y de caja.
       method-id printDocumentNotaCredito_PrintPage final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintPageEventArgs.
           move e::MarginBounds::Top to ws-print-y

           invoke e::Graphics::DrawString("Sistema de Inscripción - Oficina de Registro"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y
           move recFolio to ws-rec-folio-x
           move spaces to ws-rec-linea
           string
               "NOTA DE CRÉDITO - ANULA EL RECIBO N° " delimited by size
               ws-rec-folio-x delimited by size
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 30 to ws-print-y

           move recAnulFecha to ws-fecha-edit-x
           perform FormatearFecha
           move spaces to ws-rec-linea
           string
               "Fecha: " delimited by size
               ws-fecha-edit delimited by size
               "    Sede: " delimited by size
               recSede delimited by size
               "    Autorizó: " delimited by size
               recAnulUsuario delimited by size
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y

           move spaces to ws-rec-alumno
           open input alumno
           if fs-alumno = "00"
               move recNumero to numero
               read alumno
               if fs-alumno = "00"
                   string
                       apellido::Trim delimited by size
                       ", " delimited by size
                       nombre::Trim delimited by size
                       into ws-rec-alumno
                   end-string
               end-if
               close alumno
           end-if
           move recNumero to ws-rec-numero-x
           move spaces to ws-rec-linea
           string
               "Alumno N° " delimited by size
               ws-rec-numero-x delimited by size
               "  " delimited by size
               ws-rec-alumno::Trim delimited by size
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y

           perform DescribirConcepto
           move recImporte to ws-rec-importe-ed
           move spaces to ws-rec-linea
           string
               ws-concepto-texto::Trim delimited by size
               "  -  Importe anulado: $ " delimited by size
               ws-rec-importe-ed delimited by size
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y
           invoke self::DibujarRecargo(e)

           perform DescribirMedio
           move spaces to ws-rec-linea
           string
               "Cobrado originalmente en: " delimited by size
               ws-medio-texto delimited by "  "
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y

           move spaces to ws-rec-linea
           string
               "Motivo: " delimited by size
               recAnulMotivo delimited by "  "
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 80 to ws-print-y

           invoke e::Graphics::DrawString("____________________________      ____________________________"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 16 to ws-print-y
           invoke e::Graphics::DrawString("Firma de la familia                  Firma y sello - Caja"
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)

           set e::HasMorePages to false
       end method.

      *> Línea aparte del recargo por mora y total cobrado del recibo
      *> (o devuelto en la nota de crédito), sólo cuando el recibo
      *> lleva recargo.
       method-id DibujarRecargo private.
       procedure division using by value
               e as type System.Drawing.Printing.PrintPageEventArgs.
           if recRecargo not numeric or recRecargo = 0
               goback
           end-if
           move recRecargo to ws-recargo-ed
           move spaces to ws-rec-linea
           string
               "Recargo por mora: $ " delimited by size
               ws-recargo-ed delimited by size
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y
           compute ws-total-cobro = recImporte + recRecargo
           move ws-total-cobro to ws-total-ed
           move spaces to ws-rec-linea
           string
               "TOTAL: $ " delimited by size
               ws-total-ed delimited by size
               into ws-rec-linea
           end-string
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y
       end method.

      *> Convierte una fecha AAAAMMDD de ws-fecha-edit-x al formato
      *> DD/MM/AAAA de ws-fecha-edit, para el texto del recibo.
       method-id FormatearFecha private.
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y

           perform DescribirConcepto
           move recImporte to ws-rec-importe-ed
           string
               ws-concepto-texto::Trim delimited by size
               "  -  Importe recibido: $ " delimited by size
               ws-rec-importe-ed delimited by size
               into ws-rec-linea
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y
           invoke self::DibujarRecargo(e)

           perform DescribirMedio
           move spaces to ws-rec-linea
           if recMedio = "T" or recMedio = "D" or recMedio = "C"
                 or recMedio = "Q"
               string
                   "Medio de pago: " delimited by size
                   ws-medio-texto delimited by "  "
                   "  -  Referencia: " delimited by size
                   recReferencia delimited by "  "
                   into ws-rec-linea
               end-string
           else
               string
                   "Medio de pago: " delimited by size
                   ws-medio-texto delimited by "  "
                   into ws-rec-linea
               end-string
           end-if
           invoke e::Graphics::DrawString(ws-rec-linea::Trim
               self::Font type System.Drawing.Brushes::Black
               e::MarginBounds::Left ws-print-y)
           add 20 to ws-print-y

      *> La reimpresión de un recibo anulado lo dice en el papel.
           if recEstado = "N"
               move recAnulFecha to ws-fecha-edit-x
               perform FormatearFecha
               move spaces to ws-rec-linea
               string
                   "ANULADO el " delimited by size
                   ws-fecha-edit delimited by size
                   " - " delimited by size
                   recAnulMotivo delimited by "  "
                   into ws-rec-linea
               end-string
               invoke e::Graphics::DrawString(ws-rec-linea::Trim
                   self::Font type System.Drawing.Brushes::Black
                   e::MarginBounds::Left ws-print-y)
           end-if
           add 60 to ws-print-y

           invoke e::Graphics::DrawString("____________________________"
               self::Font type System.Drawing.Brushes::Black
      *> Arma en memoria las líneas del estado de cuenta familiar
      *> antes de la primera página (mismo esquema de tabla previa
      *> del reporte de tendencia): un bloque por miembro del grupo
      *> con sus pagos y subtotal, y el total familiar al final,
      *> desglosado en cuota y conceptos del ciclo abierto con el
      *> saldo de cada concepto.
       method-id printDocumentFamilia_BeginPrint final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintEventArgs.
           move 0 to ws-fam-total-lineas
           move 1 to ws-fam-linea-actual
           move 0 to ws-fam-total
           move 0 to ws-fam-cuota-total ws-fam-saldo-total
           perform varying ws-con-ind from 1 by 1
                   until ws-con-ind > ws-con-total
               move 0 to ws-con-fam-pagado(ws-con-ind)
               move 0 to ws-con-fam-saldo(ws-con-ind)
           end-perform
           set ws-cc-familia to true
           move spaces to ws-fam-lineas
           move ws-fam-codigo to ws-fam-codigo-x
           perform AgregarLineaFamilia
           if fs-familia = "00"
               open input alumno
               open input pago
               perform AbrirCuentaConceptos
               move 0 to famNumero
               start familia key is not less than famNumero
                   invalid key
               if fs-alumno = "00"
                   close alumno
               end-if
               perform CerrarCuentaConceptos
               close familia
           end-if
           perform AgregarTotalesConceptos
           move ws-fam-total to ws-fam-total-ed
           if ws-fam-total-lineas < 400
               add 1 to ws-fam-total-lineas
           end-if
       end method.

      *> Desglose del total familiar: lo pagado de cuota y, por cada
      *> concepto del ciclo, lo pagado y el saldo de todo el grupo,
      *> con el saldo de conceptos adeudado.
       method-id AgregarTotalesConceptos private.
       procedure division.
           if ws-fam-total-lineas >= 395 - ws-con-total
               goback
           end-if
           move ws-fam-cuota-total to ws-fam-total-ed
           add 1 to ws-fam-total-lineas
           string
               "PAGADO DE CUOTA MENSUAL: $ " delimited by size
               ws-fam-total-ed delimited by size
               into ws-fam-linea(ws-fam-total-lineas)
           end-string
           perform varying ws-con-ind from 1 by 1
                   until ws-con-ind > ws-con-total
               add ws-con-fam-saldo(ws-con-ind) to ws-fam-saldo-total
               move ws-con-fam-pagado(ws-con-ind) to ws-fam-total-ed
               move ws-con-fam-saldo(ws-con-ind) to ws-saldo-ed
               add 1 to ws-fam-total-lineas
               string
                   "PAGADO DE " delimited by size
                   ws-con-descripcion(ws-con-ind)::Trim
                       delimited by size
                   ": $ " delimited by size
                   ws-fam-total-ed delimited by size
                   "  saldo $ " delimited by size
                   ws-saldo-ed delimited by size
                   into ws-fam-linea(ws-fam-total-lineas)
               end-string
           end-perform
           move ws-fam-saldo-total to ws-fam-total-ed
           add 1 to ws-fam-total-lineas
           string
               "SALDO DE CONCEPTOS ADEUDADO: $ " delimited by size
               ws-fam-total-ed delimited by size
               into ws-fam-linea(ws-fam-total-lineas)
           end-string
       end method.

      *> Primera línea del documento, con el código del grupo.
       method-id AgregarLineaFamilia private.
       procedure division.
                   end-string
                   add pagImporte to ws-fam-miembro-total
                   add pagImporte to ws-fam-total
                   add pagImporte to ws-fam-cuota-total
                   read pago next record
               end-perform
               if fs-pago <> "00"
                   move "00" to fs-pago
               end-if
           end-if
           move famNumero to ws-cc-numero
           perform varying ws-con-ind from 1 by 1
                   until ws-con-ind > ws-con-total
               perform CuentaConcepto
               add ws-cc-total-pagado to ws-fam-miembro-total
               add ws-cc-total-pagado to ws-fam-total
           end-perform
           move ws-fam-miembro-total to ws-fam-total-ed
           add 1 to ws-fam-total-lineas
           string
