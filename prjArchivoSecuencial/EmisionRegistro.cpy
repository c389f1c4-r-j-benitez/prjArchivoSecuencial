      *> Layout del registro de documentos emitidos: una fila por
      *> cada constancia, boleta, carnet o legajo impreso, con número
      *> de control correlativo que nunca se reutiliza y un código de
      *> verificación de 8 caracteres que va impreso en la hoja. El
      *> resumen guarda lo que se certificó al momento de imprimir.
      *> Los pases por traslado los registra el batch EMITIR-PASES,
      *> con su nombre de programa como usuario.
      *> Un documento emitido por error no se borra: el supervisor lo
      *> anula y quedan la fecha, el usuario y el motivo. Como el
      *> libro matriz de títulos, el registro no se archiva.
       01 emision-registro.
         03 emiNumero       pic 9(07).   *> número de control
         03 emiCodigo       pic x(08).   *> código de verificación
         03 emiTipo         pic x(02).   *> CI constancia, BO boleta,
                                         *> CA carnet, LE legajo,
                                         *> PA pase por traslado
         03 emiAlumno       pic 9(07).
         03 emiFecha        pic 9(08).   *> AAAAMMDD de emisión
         03 emiHora         pic 9(06).   *> HHMMSS de emisión
         03 emiUsuario      pic x(12).
         03 emiResumen      pic x(100).  *> lo certificado
         03 emiEstado       pic x(01).   *> V vigente, A anulado
         03 emiAnulaFecha   pic 9(08).
         03 emiAnulaUsuario pic x(12).
         03 emiAnulaMotivo  pic x(40).
