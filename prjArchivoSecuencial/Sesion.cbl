           set resultado to usuarioRol = "S"
       end method.

      *> Devuelve el hash con que se guarda la clave en usuario.txt:
      *> SHA-256 del login (en mayúsculas) más la clave, en base 64.
      *> El login hace de sal, así dos operadores con la misma clave
      *> no quedan con el mismo valor en el archivo. Lo usan el
      *> ingreso, el cambio de clave y la pantalla de usuarios.
       method-id HashClave static.
       01 sha   type System.Security.Cryptography.SHA256.
       01 bytes type System.Byte occurs any.
       01 texto type System.String.
       procedure division using by value login as type System.String
                                   clave as type System.String
                          returning resultado as type System.String.
           set texto to type System.String::Concat(
               login::Trim::ToUpper ":" clave)
           set sha to type System.Security.Cryptography.SHA256::Create()
           set bytes to sha::ComputeHash(
               type System.Text.Encoding::UTF8::GetBytes(texto))
           set resultado to type System.Convert::ToBase64String(bytes)
       end method.

       end class.
