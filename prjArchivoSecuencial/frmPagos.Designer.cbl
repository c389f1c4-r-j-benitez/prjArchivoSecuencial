       01 label2 type System.Windows.Forms.Label.
       01 label3 type System.Windows.Forms.Label.
       01 label4 type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 label6 type System.Windows.Forms.Label.
       01 label7 type System.Windows.Forms.Label.
       01 label8 type System.Windows.Forms.Label.
       01 lblAlumno type System.Windows.Forms.Label.
       01 txtNumeroAlumno type System.Windows.Forms.TextBox.
       01 txtPeriodo type System.Windows.Forms.TextBox.
       01 txtImporte type System.Windows.Forms.TextBox.
       01 txtFolio type System.Windows.Forms.TextBox.
       01 txtMotivo type System.Windows.Forms.TextBox.
       01 cboMedio type System.Windows.Forms.ComboBox.
       01 txtReferencia type System.Windows.Forms.TextBox.
       01 cboConcepto type System.Windows.Forms.ComboBox.
       01 btnBuscarAlumno type System.Windows.Forms.Button.
       01 btnRegistrarPago type System.Windows.Forms.Button.
       01 btnReimprimir type System.Windows.Forms.Button.
       01 btnEstadoFamilia type System.Windows.Forms.Button.
       01 btnAnular type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 printDocumentRecibo type System.Drawing.Printing.PrintDocument.
       01 printDocumentFamilia type System.Drawing.Printing.PrintDocument.
       01 printDocumentNotaCredito type System.Drawing.Printing.PrintDocument.
       01 printPreviewDialog1 type System.Windows.Forms.PrintPreviewDialog.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set label2 to new System.Windows.Forms.Label
       set label3 to new System.Windows.Forms.Label
       set label4 to new System.Windows.Forms.Label
       set label5 to new System.Windows.Forms.Label
       set label6 to new System.Windows.Forms.Label
       set label7 to new System.Windows.Forms.Label
       set label8 to new System.Windows.Forms.Label
       set lblAlumno to new System.Windows.Forms.Label
       set txtNumeroAlumno to new System.Windows.Forms.TextBox
       set txtPeriodo to new System.Windows.Forms.TextBox
       set txtImporte to new System.Windows.Forms.TextBox
       set txtFolio to new System.Windows.Forms.TextBox
       set txtMotivo to new System.Windows.Forms.TextBox
       set cboMedio to new System.Windows.Forms.ComboBox
       set txtReferencia to new System.Windows.Forms.TextBox
       set cboConcepto to new System.Windows.Forms.ComboBox
       set btnBuscarAlumno to new System.Windows.Forms.Button
       set btnRegistrarPago to new System.Windows.Forms.Button
       set btnReimprimir to new System.Windows.Forms.Button
       set btnEstadoFamilia to new System.Windows.Forms.Button
       set btnAnular to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       set printDocumentRecibo to new System.Drawing.Printing.PrintDocument
       set printDocumentFamilia to new System.Drawing.Printing.PrintDocument
       set printDocumentNotaCredito to new System.Drawing.Printing.PrintDocument
       set printPreviewDialog1 to new System.Windows.Forms.PrintPreviewDialog
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
      *>
       set btnRegistrarPago::UseVisualStyleBackColor to True
       invoke btnRegistrarPago::add_Click(new System.EventHandler(self::btnRegistrarPago_Click))
      *>
      *> label6
      *>
       set label6::AutoSize to True
       set label6::Location to new System.Drawing.Point(12 76)
       set label6::Name to "label6"
       set label6::Size to new System.Drawing.Size(76 13)
       set label6::TabIndex to 18
       set label6::Text to "Medio de pago"
      *>
      *> cboMedio
      *>
       set cboMedio::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboMedio::Location to new System.Drawing.Point(113 73)
       set cboMedio::Name to "cboMedio"
       set cboMedio::Size to new System.Drawing.Size(120 21)
       set cboMedio::TabIndex to 19
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(245 76)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(59 13)
       set label7::TabIndex to 20
       set label7::Text to "Referencia"
      *>
      *> txtReferencia
      *>
       set txtReferencia::Location to new System.Drawing.Point(310 73)
       set txtReferencia::MaxLength to 20
       set txtReferencia::Name to "txtReferencia"
       set txtReferencia::Size to new System.Drawing.Size(112 20)
       set txtReferencia::TabIndex to 21
      *>
      *> label8
      *>
       set label8::AutoSize to True
       set label8::Location to new System.Drawing.Point(12 104)
       set label8::Name to "label8"
       set label8::Size to new System.Drawing.Size(53 13)
       set label8::TabIndex to 22
       set label8::Text to "Concepto"
      *>
      *> cboConcepto
      *>
       set cboConcepto::DropDownStyle to type System.Windows.Forms.ComboBoxStyle::DropDownList
       set cboConcepto::Location to new System.Drawing.Point(113 101)
       set cboConcepto::Name to "cboConcepto"
       set cboConcepto::Size to new System.Drawing.Size(309 21)
       set cboConcepto::TabIndex to 23
      *>
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column4 Column1 Column2 Column3 Column5))
       set dataGridView1::Location to new System.Drawing.Point(12 132)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(560 200)
       set dataGridView1::TabIndex to 9
      *>
      *> Column1
       set Column3::HeaderText to "Fecha de Pago"
       set Column3::Name to "Column3"
      *>
      *> Column4
      *>
       set Column4::HeaderText to "Concepto"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Saldo"
       set Column5::Name to "Column5"
      *>
      *> label4
      *>
       set label4::AutoSize to True
       set label4::Location to new System.Drawing.Point(12 347)
       set label4::Name to "label4"
       set label4::Size to new System.Drawing.Size(32 13)
       set label4::TabIndex to 11
      *>
      *> txtFolio
      *>
       set txtFolio::Location to new System.Drawing.Point(50 344)
       set txtFolio::MaxLength to 7
       set txtFolio::Name to "txtFolio"
       set txtFolio::Size to new System.Drawing.Size(70 20)
      *>
      *> btnReimprimir
      *>
       set btnReimprimir::Location to new System.Drawing.Point(126 342)
       set btnReimprimir::Name to "btnReimprimir"
       set btnReimprimir::Size to new System.Drawing.Size(120 23)
       set btnReimprimir::TabIndex to 13
      *>
      *> btnEstadoFamilia
      *>
       set btnEstadoFamilia::Location to new System.Drawing.Point(126 371)
       set btnEstadoFamilia::Name to "btnEstadoFamilia"
       set btnEstadoFamilia::Size to new System.Drawing.Size(120 23)
       set btnEstadoFamilia::TabIndex to 14
       set btnEstadoFamilia::UseVisualStyleBackColor to True
       invoke btnEstadoFamilia::add_Click(new System.EventHandler(self::btnEstadoFamilia_Click))
      *>
      *> label5
      *>
       set label5::AutoSize to True
       set label5::Location to new System.Drawing.Point(12 405)
       set label5::Name to "label5"
       set label5::Size to new System.Drawing.Size(39 13)
       set label5::TabIndex to 15
       set label5::Text to "Motivo"
      *>
      *> txtMotivo
      *>
       set txtMotivo::Location to new System.Drawing.Point(57 402)
       set txtMotivo::MaxLength to 40
       set txtMotivo::Name to "txtMotivo"
       set txtMotivo::Size to new System.Drawing.Size(249 20)
       set txtMotivo::TabIndex to 16
      *>
      *> btnAnular
      *>
       set btnAnular::Location to new System.Drawing.Point(312 400)
       set btnAnular::Name to "btnAnular"
       set btnAnular::Size to new System.Drawing.Size(110 23)
       set btnAnular::TabIndex to 17
       set btnAnular::Text to "Anular Recibo"
       set btnAnular::UseVisualStyleBackColor to True
       invoke btnAnular::add_Click(new System.EventHandler(self::btnAnular_Click))
      *>
      *> printDocumentRecibo
      *>
       invoke printDocumentRecibo::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentRecibo_PrintPage))
       invoke printDocumentFamilia::add_BeginPrint(new System.Drawing.Printing.PrintEventHandler(self::printDocumentFamilia_BeginPrint))
       invoke printDocumentFamilia::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentFamilia_PrintPage))
      *>
      *> printDocumentNotaCredito
      *>
       invoke printDocumentNotaCredito::add_PrintPage(new System.Drawing.Printing.PrintPageEventHandler(self::printDocumentNotaCredito_PrintPage))
      *>
      *> printPreviewDialog1
      *>
       set printPreviewDialog1::Name to "printPreviewDialog1"
      *>
      *> btnCerrar
      *>
       set btnCerrar::Location to new System.Drawing.Point(312 342)
       set btnCerrar::Name to "btnCerrar"
       set btnCerrar::Size to new System.Drawing.Size(110 23)
       set btnCerrar::TabIndex to 10
      *>
      *> frmPagos
      *>
       set self::ClientSize to new System.Drawing.Size(584 436)
       invoke self::Controls::Add(cboConcepto)
       invoke self::Controls::Add(label8)
       invoke self::Controls::Add(txtReferencia)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(cboMedio)
       invoke self::Controls::Add(label6)
       invoke self::Controls::Add(btnAnular)
       invoke self::Controls::Add(txtMotivo)
       invoke self::Controls::Add(label5)
       invoke self::Controls::Add(btnEstadoFamilia)
       invoke self::Controls::Add(btnReimprimir)
       invoke self::Controls::Add(txtFolio)
       invoke self::Controls::Add(txtNumeroAlumno)
       invoke self::Controls::Add(label1)
       set self::Name to "frmPagos"
       set self::Text to "Pagos de Cuotas y Conceptos"
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::EndInit
       invoke self::ResumeLayout(False)
       end method.
