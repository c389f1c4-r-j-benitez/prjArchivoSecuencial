       01 ws-fecha-desde-x  pic x(08).
       01 ws-fecha-hasta-x  pic x(08).
       01 ws-coincide       condition-value.
      *> Verificación de la cadena de control mientras se recorre la
      *> bitácora: control de la última línea encadenada (si se lo
      *> conoce), si el archivo actual ya tuvo líneas encadenadas y el
      *> primer archivo con un enlace roto dentro del rango consultado.
       01 ws-cad-linea      pic x(250).
       01 ws-cad-anterior   pic x(09).
       01 ws-cad-control    pic x(09).
       01 ws-cad-calculado  pic x(09).
       01 ws-cad-final      pic x(09).
       01 ws-cad-conocida   condition-value.
       01 ws-cad-visto      condition-value.
       01 ws-cad-rota       condition-value.
       01 ws-cad-archivo-rota pic x(40).

       method-id NEW.
       procedure division.
           invoke cboArchivo::Items::Add("(Todos)")
           invoke cboArchivo::Items::Add("calificacion")
           invoke cboArchivo::Items::Add("pago")
           invoke cboArchivo::Items::Add("pagoconcepto")
           invoke cboArchivo::Items::Add("matricula")
           invoke cboArchivo::Items::Add("correlativa")
           invoke cboArchivo::Items::Add("mesa")
           invoke cboArchivo::Items::Add("examen")
           invoke cboArchivo::Items::Add("resultado")
           invoke cboArchivo::Items::Add("titulo")
           invoke cboArchivo::Items::Add("asistencia")
           invoke cboArchivo::Items::Add("sancion")
           invoke cboArchivo::Items::Add("enfermeria")
           invoke cboArchivo::Items::Add("licencia")
           invoke cboArchivo::Items::Add("suplencia")
           invoke cboArchivo::Items::Add("documento")
           invoke cboArchivo::Items::Add("emision")
           invoke cboArchivo::Items::Add("cierres")
           invoke cboArchivo::Items::Add("usuario")
           set cboArchivo::SelectedIndex to 0
           goback.
       end method.
      *> primero los segmentos mensuales que dejó ROTAR-BITACORAS, en
      *> orden cronológico, y después el archivo vivo del mes en
      *> curso, para que una consulta por un movimiento viejo no
      *> vuelva vacía después de la rotación. De paso verifica la
      *> cadena de control y avisa si no cierra en el rango mostrado.
       method-id btnBuscar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke dataGridView1::Rows::Clear
           end-if
           move dtpDesde::Value::ToString("yyyyMMdd") to ws-fecha-desde-x
           move dtpHasta::Value::ToString("yyyyMMdd") to ws-fecha-hasta-x
           set ws-cad-conocida to false
           set ws-cad-rota to false
           move spaces to ws-cad-archivo-rota
           set ws-seg-lista to type System.IO.Directory::GetFiles("."
               "bitacora_*.txt")
           invoke type System.Array::Sort(ws-seg-lista)
               invoke type MessageBox::Show(
                   "Sin movimientos para los filtros elegidos")
           end-if
           if ws-cad-rota
               invoke type MessageBox::Show(
                   type System.String::Concat(
                       "La cadena de control de la bitácora no verifica "
                       "en el rango consultado (primer enlace roto en "
                       ws-cad-archivo-rota::Trim
                       "): puede haber líneas alteradas o borradas. "
                       "El detalle lo informa VERIFICAR-BITACORAS.")
                   "Bitácora")
           end-if
       end method.

      *> Recorre el archivo de bitácora que esté en
      *> retención (o el vivo todavía inexistente) se saltea sin más.
       method-id RecorrerBitacoraActual private.
       procedure division.
           set ws-cad-visto to false
           open input bitacora
           if fs-bitacora <> "00" then
               close bitacora
           else
               read bitacora next record
               perform until fs-bitacora <> "00"
                   perform VerificarEnlace
                   move type prjArchivoSecuencial.CadenaBitacora::SinControl(
                       bitacora-linea) to bitacora-linea
                   perform EvaluarLinea
                   if ws-coincide
                       invoke dataGridView1::Rows::Add(
               end-perform
               close bitacora
           end-if
           perform CerrarEnlaceSegmento
       end method.

      *> Verifica la línea leída contra la anterior de la cadena. Las
      *> líneas sin control antes de la primera encadenada del archivo
      *> son anteriores a la cadena y no se verifican; una sin control
      *> después de otra encadenada es un enlace roto.
       method-id VerificarEnlace private.
       procedure division.
           move bitacora-linea to ws-cad-linea
           move type prjArchivoSecuencial.CadenaBitacora::ControlDe(
               bitacora-linea) to ws-cad-control
           if ws-cad-control = spaces
               if ws-cad-visto
                   perform MarcarRotura
               end-if
               goback
           end-if
           set ws-cad-visto to true
           if ws-cad-conocida
               move type prjArchivoSecuencial.CadenaBitacora::Calcular(
                   ws-cad-anterior bitacora-linea) to ws-cad-calculado
               if ws-cad-calculado <> ws-cad-control
                   perform MarcarRotura
               end-if
           end-if
           move ws-cad-control to ws-cad-anterior
           set ws-cad-conocida to true
       end method.

      *> Al terminar un segmento, su último control tiene que ser el
      *> que ROTAR-BITACORAS anotó en el índice (si no, le borraron
      *> líneas del final). Un segmento vaciado por la retención pasa
      *> la cadena al siguiente con ese mismo control.
       method-id CerrarEnlaceSegmento private.
       procedure division.
           move type prjArchivoSecuencial.CadenaBitacora::FinalDeSegmento(
               ws-archivo-bitacora::Trim) to ws-cad-final
           if ws-cad-final = spaces
               goback
           end-if
           if ws-cad-visto and ws-cad-conocida
               if ws-cad-final <> ws-cad-anterior
                   perform MarcarRotura
               end-if
           end-if
           move ws-cad-final to ws-cad-anterior
           set ws-cad-conocida to true
       end method.

      *> Enlace roto en ws-cad-linea: cuenta para el aviso si la línea
      *> cae dentro del rango consultado o no tiene fecha reconocible.
       method-id MarcarRotura private.
       procedure division.
           move spaces to ws-lin-numero ws-lin-archivo ws-lin-clave
               ws-lin-fecha
           unstring ws-cad-linea delimited by ","
               into ws-lin-numero ws-lin-archivo ws-lin-clave
                    ws-lin-fecha
           end-unstring
           move spaces to ws-lin-fecha-num
           string
               ws-lin-fecha(1:4) delimited by size
               ws-lin-fecha(6:2) delimited by size
               ws-lin-fecha(9:2) delimited by size
               into ws-lin-fecha-num
           end-string
           if ws-lin-fecha-num numeric
               if ws-lin-fecha-num < ws-fecha-desde-x
                     or ws-lin-fecha-num > ws-fecha-hasta-x
                   goback
               end-if
           end-if
           if ws-cad-rota = false
               move ws-archivo-bitacora to ws-cad-archivo-rota
           end-if
           set ws-cad-rota to true
       end method.

      *> Parte la línea leída en sus campos y decide si pasa los
