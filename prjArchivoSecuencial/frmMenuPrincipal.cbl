               set btnAranceles::Enabled to false
               set btnBitacora::Enabled to false
               set btnCierreDia::Enabled to false
               set btnUsuarios::Enabled to false
               set btnConceptos::Enabled to false
               set btnTablero::Enabled to false
           end-if
      *> Sin ciclo abierto las pantallas no tienen qué ciclo sellar en
      *> las grabaciones nuevas; se avisa una sola vez al entrar para
           invoke frm::ShowDialog
       end method.

      *> Abre la administración de usuarios (supervisores) como
      *> ventana modal: altas, roles, sede, deshabilitar y blanqueo
      *> de clave.
       method-id btnUsuarios_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmUsuarios.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmUsuarios()
           invoke frm::ShowDialog
       end method.

      *> Abre el mantenimiento de conceptos de facturación y de su
      *> asignación a alumnos (supervisores) como ventana modal.
       method-id btnConceptos_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmConceptos.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmConceptos()
           invoke frm::ShowDialog
       end method.

      *> Abre las mesas de examen: fechas, tribunal, inscripción de
      *> alumnos con el curso reprobado o libre, notas y acta.
       method-id btnMesas_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmMesas.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmMesas()
           invoke frm::ShowDialog
       end method.

      *> Abre el registro disciplinario: observaciones, amonestaciones
      *> y suspensiones de cada alumno, con su aprobación y el tope
      *> del ciclo.
       method-id btnDisciplina_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmDisciplina.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmDisciplina()
           invoke frm::ShowDialog
       end method.

      *> Abre enfermería: ficha médica y contacto del alumno, registro
      *> de visitas e incidentes e informe para la familia.
       method-id btnEnfermeria_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmEnfermeria.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmEnfermeria()
           invoke frm::ShowDialog
       end method.

      *> Abre la verificación de documentos emitidos: con el código
      *> impreso en una constancia, boleta, carnet o legajo muestra lo
      *> que realmente se emitió; un supervisor puede anularlo.
       method-id btnVerificarDocumento_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmVerificarDocumento.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmVerificarDocumento()
           invoke frm::ShowDialog
       end method.

      *> Abre el tablero de dirección: activos, altas y bajas del mes,
      *> ocupación, asistencia, cobranza, casos del distrito, lista de
      *> espera y la última corrida de la cadena, por sede, con la
      *> lista de alumnos detrás de cada indicador.
       method-id btnTablero_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmTablero.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmTablero()
           invoke frm::ShowDialog
       end method.

       method-id btnSalir_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
