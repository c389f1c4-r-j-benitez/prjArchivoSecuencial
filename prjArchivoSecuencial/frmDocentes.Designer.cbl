       01 btnBuscar type System.Windows.Forms.Button.
       01 btnGuardar type System.Windows.Forms.Button.
       01 btnCerrar type System.Windows.Forms.Button.
       01 btnLicencias type System.Windows.Forms.Button.
       01 dataGridView1 type System.Windows.Forms.DataGridView.
       01 Column1 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       set btnBuscar to new System.Windows.Forms.Button
       set btnGuardar to new System.Windows.Forms.Button
       set btnCerrar to new System.Windows.Forms.Button
       set btnLicencias to new System.Windows.Forms.Button
       set dataGridView1 to new System.Windows.Forms.DataGridView
       set Column1 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set btnCerrar::UseVisualStyleBackColor to True
       invoke btnCerrar::add_Click(new System.EventHandler(self::btnCerrar_Click))
      *>
      *> btnLicencias
      *>
       set btnLicencias::Location to new System.Drawing.Point(12 310)
       set btnLicencias::Name to "btnLicencias"
       set btnLicencias::Size to new System.Drawing.Size(110 23)
       set btnLicencias::TabIndex to 12
       set btnLicencias::Text to "Licencias"
       set btnLicencias::UseVisualStyleBackColor to True
       invoke btnLicencias::add_Click(new System.EventHandler(self::btnLicencias_Click))
      *>
      *> frmDocentes
      *>
       set self::ClientSize to new System.Drawing.Size(539 345)
       invoke self::Controls::Add(btnLicencias)
       invoke self::Controls::Add(btnCerrar)
       invoke self::Controls::Add(dataGridView1)
       invoke self::Controls::Add(btnGuardar)
