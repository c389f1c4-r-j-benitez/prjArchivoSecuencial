      *> Cadena de control de las bitácoras (bitacora.txt,
      *> alumno_cambios.txt y alumno_auditoria.txt): cada línea nueva
      *> termina en ",#" y un control de nueve dígitos calculado sobre
      *> el texto de la línea y el control de la línea anterior del
      *> mismo archivo, así una línea editada o borrada a mano en la
      *> carpeta compartida deja de verificar. Es el mismo cálculo que
      *> hacen los batch que escriben bitácora (8950-CALCULAR-CONTROL)
      *> y VERIFICAR-BITACORAS, que recorre la cadena completa con los
      *> segmentos que deja ROTAR-BITACORAS.
       class-id prjArchivoSecuencial.CadenaBitacora static.

       working-storage section.
       01 ws-linea      pic x(250).
       01 ws-largo      binary-long.
       01 ws-i          binary-long.
       01 ws-anterior   pic x(09).
       01 ws-guardado   pic x(09).
       01 ws-valor      pic 9(11).
       01 ws-cociente   pic 9(11).
       01 ws-resto      pic 9(09).
       01 ws-control    pic 9(09).
       01 ws-control-x redefines ws-control pic x(09).
      *> El código de cada carácter es el byte bajo de ws-par, igual
      *> que en los batch.
       01 ws-par.
           05 ws-par-alto pic x(01) value low-value.
           05 ws-par-bajo pic x(01).
       01 ws-codigo redefines ws-par pic 9(04) comp.
       01 ws-idx-linea  pic x(80).
       01 ws-idx-nombre pic x(40).
       01 ws-idx-mes    pic x(06).
       01 ws-idx-estado pic x(01).
       01 ws-idx-base   pic x(20).
       01 ws-idx-final  pic x(09).
       01 ws-mes-mayor  pic x(06).

      *> Devuelve la línea con su control, encadenada a la última
      *> línea de la bitácora base ("bitacora", "alumno_cambios" o
      *> "alumno_auditoria"). Se llama antes de abrir el archivo para
      *> anexar.
       method-id Encadenar static.
       01 anterior type System.String.
       procedure division using by value base as type System.String
                                   linea as type System.String
                          returning resultado as type System.String.
           set anterior to
               type prjArchivoSecuencial.CadenaBitacora::UltimoControl(base)
           set resultado to
               type prjArchivoSecuencial.CadenaBitacora::EncadenarDesde(
                   anterior linea)
       end method.

      *> Igual que Encadenar pero a partir de un control ya conocido;
      *> lo usan los que dejan el archivo abierto para varias líneas
      *> (el control de cada línea es el anterior de la siguiente).
       method-id EncadenarDesde static.
       procedure division using by value anterior as type System.String
                                   linea as type System.String
                          returning resultado as type System.String.
           move anterior to ws-anterior
           move linea to ws-linea
           move 239 to ws-largo
           perform until ws-largo = 0
                   or ws-linea(ws-largo:1) <> space
               subtract 1 from ws-largo
           end-perform
           move spaces to ws-linea(ws-largo + 1:)
           invoke type prjArchivoSecuencial.CadenaBitacora::Acumular
           move ",#" to ws-linea(ws-largo + 1:2)
           move ws-control-x to ws-linea(ws-largo + 3:9)
           set resultado to ws-linea::TrimEnd
       end method.

      *> Control de la última línea encadenada de la bitácora base.
      *> Con el archivo vivo recién rotado (sin líneas encadenadas) es
      *> el control final del segmento más nuevo del índice
      *> bitacoras_segmentos.txt; sin ninguno la cadena empieza en
      *> cero. El vivo se lee compartido porque otra terminal puede
      *> estar anexando.
       method-id UltimoControl static.
       01 nombre  type System.String.
       01 control type System.String.
       01 texto   type System.String.
       01 flujo   type System.IO.FileStream.
       01 lector  type System.IO.StreamReader.
       procedure division using by value base as type System.String
                          returning resultado as type System.String.
           set resultado to ""
           set nombre to type System.String::Concat(base ".txt")
           if type System.IO.File::Exists(nombre) then
               set flujo to new System.IO.FileStream(nombre
                   type System.IO.FileMode::Open
                   type System.IO.FileAccess::Read
                   type System.IO.FileShare::ReadWrite)
               set lector to new System.IO.StreamReader(flujo
                   type System.Text.Encoding::Default)
               set texto to lector::ReadLine
               perform until texto = null
                   set control to
                       type prjArchivoSecuencial.CadenaBitacora::ControlDe(
                           texto)
                   if control <> ""
                       set resultado to control
                   end-if
                   set texto to lector::ReadLine
               end-perform
               invoke lector::Close
           end-if
           if resultado = ""
               set resultado to
                   type prjArchivoSecuencial.CadenaBitacora::FinalDeBase(
                       base)
           end-if
           if resultado = ""
               set resultado to "000000000"
           end-if
       end method.

      *> Control grabado al final de la línea ("" si la línea no está
      *> encadenada, como las anteriores a la cadena).
       method-id ControlDe static.
       procedure division using by value linea as type System.String
                          returning resultado as type System.String.
           move linea to ws-linea
           invoke type prjArchivoSecuencial.CadenaBitacora::Medir
           set resultado to ws-guardado::Trim
       end method.

      *> Control que le corresponde a la línea encadenada a anterior,
      *> calculado sobre su texto sin el control grabado; si no
      *> coincide con ControlDe, la línea o la anterior se tocaron.
       method-id Calcular static.
       procedure division using by value anterior as type System.String
                                   linea as type System.String
                          returning resultado as type System.String.
           move anterior to ws-anterior
           move linea to ws-linea
           invoke type prjArchivoSecuencial.CadenaBitacora::Medir
           invoke type prjArchivoSecuencial.CadenaBitacora::Acumular
           set resultado to ws-control-x
       end method.

      *> La línea sin el ",#" y el control, para las pantallas que la
      *> muestran o la parten en campos.
       method-id SinControl static.
       procedure division using by value linea as type System.String
                          returning resultado as type System.String.
           move linea to ws-linea
           invoke type prjArchivoSecuencial.CadenaBitacora::Medir
           if ws-guardado <> spaces
               move spaces to ws-linea(ws-largo + 1:)
           end-if
           set resultado to ws-linea::TrimEnd
       end method.

      *> Control final que ROTAR-BITACORAS anotó en el índice para el
      *> segmento nombre ("" si no figura o no tiene).
       method-id FinalDeSegmento static.
       01 lineas type System.String occurs any.
       01 k      binary-long.
       procedure division using by value nombre as type System.String
                          returning resultado as type System.String.
           set resultado to ""
           if type System.IO.File::Exists("bitacoras_segmentos.txt")
                   = false then
               goback
           end-if
           set lineas to type System.IO.File::ReadAllLines(
               "bitacoras_segmentos.txt")
           move 1 to k
           perform until k > lineas::Length
               invoke type prjArchivoSecuencial.CadenaBitacora::PartirIndice(
                   lineas(k))
               if ws-idx-nombre::Trim = nombre and ws-idx-final numeric
                   set resultado to ws-idx-final
               end-if
               add 1 to k
           end-perform
       end method.

      *> Control final del segmento más nuevo de la bitácora base en
      *> el índice ("" si no tiene ninguno).
       method-id FinalDeBase static private.
       01 lineas type System.String occurs any.
       01 k      binary-long.
       procedure division using by value base as type System.String
                          returning resultado as type System.String.
           set resultado to ""
           move spaces to ws-mes-mayor
           if type System.IO.File::Exists("bitacoras_segmentos.txt")
                   = false then
               goback
           end-if
           set lineas to type System.IO.File::ReadAllLines(
               "bitacoras_segmentos.txt")
           move 1 to k
           perform until k > lineas::Length
               invoke type prjArchivoSecuencial.CadenaBitacora::PartirIndice(
                   lineas(k))
               if ws-idx-base::Trim = base
                     and ws-idx-mes numeric and ws-idx-final numeric
                   if ws-mes-mayor = spaces or ws-idx-mes > ws-mes-mayor
                       move ws-idx-mes to ws-mes-mayor
                       set resultado to ws-idx-final
                   end-if
               end-if
               add 1 to k
           end-perform
       end method.

      *> Línea del índice: nombre;AAAAMM;estado;base;control final.
       method-id PartirIndice static private.
       procedure division using by value linea as type System.String.
           move linea to ws-idx-linea
           move spaces to ws-idx-nombre ws-idx-mes ws-idx-estado
               ws-idx-base ws-idx-final
           unstring ws-idx-linea delimited by ";"
               into ws-idx-nombre ws-idx-mes ws-idx-estado
                    ws-idx-base ws-idx-final
           end-unstring
       end method.

      *> Deja en ws-largo el largo del texto de ws-linea sin el
      *> control, y el control grabado en ws-guardado (espacios si la
      *> línea no termina en ",#" y nueve dígitos).
       method-id Medir static private.
       procedure division.
           move spaces to ws-guardado
           move 250 to ws-largo
           perform until ws-largo = 0
                   or ws-linea(ws-largo:1) <> space
               subtract 1 from ws-largo
           end-perform
           if ws-largo >= 11
               if ws-linea(ws-largo - 10:2) = ",#"
                     and ws-linea(ws-largo - 8:9) numeric
                   move ws-linea(ws-largo - 8:9) to ws-guardado
                   subtract 11 from ws-largo
               end-if
           end-if
       end method.

      *> Control de las primeras ws-largo posiciones de ws-linea
      *> encadenado a ws-anterior: por cada carácter,
      *> valor = (valor * 31 + código) módulo 999999937.
       method-id Acumular static private.
       procedure division.
           move ws-anterior to ws-valor
           move low-value to ws-par-alto
           move 1 to ws-i
           perform until ws-i > ws-largo
               move ws-linea(ws-i:1) to ws-par-bajo
               compute ws-valor = ws-valor * 31 + ws-codigo
               divide ws-valor by 999999937
                   giving ws-cociente remainder ws-resto
               move ws-resto to ws-valor
               add 1 to ws-i
           end-perform
           move ws-valor to ws-control
       end method.

       end class.
