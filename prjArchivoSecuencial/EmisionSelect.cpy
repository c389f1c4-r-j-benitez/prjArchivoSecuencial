      *> Selección compartida del registro de documentos emitidos,
      *> indexado por número de control; la clave alterna por código
      *> de verificación es la que usa la pantalla de verificación
      *> para encontrar el documento a partir de lo impreso.
                 Select emision assign to "emision.txt"
                       organization indexed
                       access mode dynamic
                       record key emiNumero
                       alternate record key emiCodigo
                           with duplicates
                       file status fs-emision.
