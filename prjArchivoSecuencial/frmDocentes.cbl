       method-id NEW.
       procedure division.
           invoke self::InitializeComponent
      *> Las licencias y suplencias cambian las horas que se liquidan,
      *> así que sólo un supervisor las registra.
           if type prjArchivoSecuencial.Sesion::EsSupervisor() = false
               set btnLicencias::Enabled to false
           end-if
           perform CargarDocentes
           goback.
       end method.
           end-if
       end method.

      *> Abre el registro de licencias y suplencias como ventana modal.
       method-id btnLicencias_Click final private.
       local-storage section.
       01 frm type prjArchivoSecuencial.frmLicencias.
       procedure division using by value sender as object e as type System.EventArgs.
           set frm to new prjArchivoSecuencial.frmLicencias()
           invoke frm::ShowDialog
       end method.

       method-id btnCerrar_Click final private.
       procedure division using by value sender as object e as type System.EventArgs.
           invoke self::Close
