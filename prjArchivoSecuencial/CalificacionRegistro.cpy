      *> Las notas anteriores a este campo quedan con el ciclo en
      *> basura o cero y se tratan como de un ciclo ya cerrado.
         03 calCiclo      pic 9(04).
      *> Origen de la nota: blanco = cargada en esta escuela, E = de
      *> otra escuela, traída con el pase por IMPORTAR-TRASLADOS. Las
      *> notas anteriores a este campo quedan en blanco o basura y se
      *> tratan como propias.
         03 calOrigen     pic x(01).
