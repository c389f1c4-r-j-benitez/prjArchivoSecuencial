
                 copy DistritoEstadoSelect.

                 copy EmisionSelect.

       fd alumno.
       copy AlumnoRegistro.

       fd distritoEstado.
       copy DistritoEstadoRegistro.

       fd emision.
       copy EmisionRegistro.

       working-storage section.
       01 fs-alumno pic xx.
       01 fs-csv    pic xx.
       01 ws-dist-col       pic x(01).
       01 ws-distrito-ok    condition-value.
       01 ws-distrito-texto pic x(200).
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

      *> Al imprimir el carnet lo registra en el libro de documentos
      *> emitidos con el nombre y apellido de la fila seleccionada.
       method-id printDocumentCarnet_BeginPrint final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintEventArgs.
           move "CA" to ws-emi-tipo
           move ws-carnet-numero to ws-emi-alumno
           move spaces to ws-emi-resumen
           string
               "CARNET DE ALUMNO: " delimited by size
               dataGridView1::CurrentRow::Cells::Item(1)::Value::ToString::Trim
                   delimited by size
               " " delimited by size
               dataGridView1::CurrentRow::Cells::Item(2)::Value::ToString::Trim
                   delimited by size
               into ws-emi-resumen
           end-string
           invoke self::PrepararEmision(e)
       end method.

      *> Devuelve en ws-carnet-patron el patrón Code 39 de 9 elementos
      *> (barra/espacio alternados, 1 = ancho, 0 = angosto) del
      *> carácter de ws-carnet-caracter. Sólo hacen falta los dígitos
      *> escuela, numero/nombre/apellido de la fila seleccionada y el
      *> numero como código de barras Code 39 (con sus asteriscos de
      *> inicio y fin), para que biblioteca y recepción puedan leerlo
      *> con el lector en vez de tipearlo. Al pie van el número de
      *> control y el código de verificación en dos renglones, para
      *> que entren en el ancho del carnet.
       method-id printDocumentCarnet_PrintPage final private.
       procedure division using by value sender as object
               e as type System.Drawing.Printing.PrintPageEventArgs.

           invoke e::Graphics::DrawRectangle(
               type System.Drawing.Pens::Black
               e::MarginBounds::Left ws-print-y 320 225)
           add 10 to ws-print-y

           invoke e::Graphics::DrawString("Sistema de Inscripción - Carnet de Alumno"
           invoke e::Graphics::DrawString(ws-carnet-codigo
               self::Font type System.Drawing.Brushes::Black
               (e::MarginBounds::Left + 10) ws-print-y)
           add ws-print-alto-linea to ws-print-y

           if ws-emi-vista then
               invoke e::Graphics::DrawString("VISTA PREVIA - SIN VALIDEZ"
                   self::Font type System.Drawing.Brushes::Black
                   (e::MarginBounds::Left + 10) ws-print-y)
           else
               string
                   "Control N° " delimited by size
                   ws-emi-numero-x delimited by size
                   into ws-carnet-linea
               end-string
               invoke e::Graphics::DrawString(ws-carnet-linea::Trim
                   self::Font type System.Drawing.Brushes::Black
                   (e::MarginBounds::Left + 10) ws-print-y)
               add ws-print-alto-linea to ws-print-y
               string
                   "Verificación: " delimited by size
                   ws-emi-codigo(1:4) delimited by size
                   "-" delimited by size
                   ws-emi-codigo(5:4) delimited by size
                   into ws-carnet-linea
               end-string
               invoke e::Graphics::DrawString(ws-carnet-linea::Trim
                   self::Font type System.Drawing.Brushes::Black
                   (e::MarginBounds::Left + 10) ws-print-y)
           end-if

           set e::HasMorePages to false
       end method.
