       01 btnGuardarFicha type System.Windows.Forms.Button.
       01 btnLegajo type System.Windows.Forms.Button.
       01 printDocumentLegajo type System.Drawing.Printing.PrintDocument.
       01 printDocumentPase type System.Drawing.Printing.PrintDocument.
       01 chkDocPartida type System.Windows.Forms.CheckBox.
       01 chkDocFoto type System.Windows.Forms.CheckBox.
       01 chkDocDomicilio type System.Windows.Forms.CheckBox.
       set btnGuardarFicha to new System.Windows.Forms.Button
       set btnLegajo to new System.Windows.Forms.Button
       set printDocumentLegajo to new System.Drawing.Printing.PrintDocument
       set printDocumentPase to new System.Drawing.Printing.PrintDocument
       set chkDocPartida to new System.Windows.Forms.CheckBox
       set chkDocFoto to new System.Windows.Forms.CheckBox
       set chkDocDomicilio to new System.Windows.Forms.CheckBox
       invoke printDocumentLegajo::add_BeginPrint(new System.Drawing.Printing.PrintEventHandler(self::printDocumentLegajo_BeginPrint))
       invoke printDocumentLegajo::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentLegajo_PrintPage))
      *>
      *> printDocumentPase
      *>
       invoke printDocumentPase::add_BeginPrint(new System.Drawing.Printing.PrintEventHandler(self::printDocumentPase_BeginPrint))
       invoke printDocumentPase::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentPase_PrintPage))
      *>
      *> btnGuardarDocs
      *>
       set btnGuardarDocs::Location to new System.Drawing.Point(340 125)
      *>
      *> printDocument1
      *>
       invoke printDocument1::add_BeginPrint(new System.Drawing.Printing.PrintEventHandler(self::printDocument1_BeginPrint))
       invoke printDocument1::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocument1_PrintPage))
      *>
      *> printPreviewDialog1
