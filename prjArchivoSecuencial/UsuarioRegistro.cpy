      *> registros anteriores a este campo quedan con basura y se
      *> tratan como sede 0 hasta que se los regrabe.
         03 usuSede    pic 9(01).
      *> Estado de la cuenta: A = activa, D = deshabilitada por un
      *> supervisor, B = bloqueada por intentos fallidos (sólo el
      *> blanqueo desde la pantalla de usuarios la vuelve a activar).
         03 usuEstado  pic x(01).
      *> Intentos fallidos consecutivos desde el último ingreso bueno.
         03 usuIntentos pic 9(02).
      *> S = debe cambiar la clave en el próximo ingreso (alta nueva,
      *> blanqueo, usuario inicial ADMIN o clave migrada).
         03 usuCambiarClave pic x(01).
      *> Clave con hash (SHA-256 de login + clave, en base 64; ver
      *> Sesion::HashClave). En los usuarios ya convertidos usuClave
      *> queda en blanco; un registro anterior a estos campos trae la
      *> clave en claro y estado basura, y se convierte en su primer
      *> ingreso bueno.
         03 usuClaveHash pic x(44).
