       01 label4 type System.Windows.Forms.Label.
       01 label5 type System.Windows.Forms.Label.
       01 label6 type System.Windows.Forms.Label.
       01 label7 type System.Windows.Forms.Label.
       01 txtAnio type System.Windows.Forms.TextBox.
       01 txtTope type System.Windows.Forms.TextBox.
       01 dtpDesde type System.Windows.Forms.DateTimePicker.
       01 dtpHasta type System.Windows.Forms.DateTimePicker.
       01 chkAbierto type System.Windows.Forms.CheckBox.
       01 Column2 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column3 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column4 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 Column5 type System.Windows.Forms.DataGridViewTextBoxColumn.
       01 components type System.ComponentModel.IContainer.

      *> Required method for Designer support - do not modify
       set dtpDesde to new System.Windows.Forms.DateTimePicker
       set dtpHasta to new System.Windows.Forms.DateTimePicker
       set chkAbierto to new System.Windows.Forms.CheckBox
       set label7 to new System.Windows.Forms.Label
       set txtTope to new System.Windows.Forms.TextBox
       set label4 to new System.Windows.Forms.Label
       set label5 to new System.Windows.Forms.Label
       set label6 to new System.Windows.Forms.Label
       set Column2 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column3 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column4 to new System.Windows.Forms.DataGridViewTextBoxColumn
       set Column5 to new System.Windows.Forms.DataGridViewTextBoxColumn
       invoke dataGridView1 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke dataGridView2 as type System.ComponentModel.ISupportInitialize::BeginInit
       invoke self::SuspendLayout
       set btnBuscar::UseVisualStyleBackColor to True
       invoke btnBuscar::add_Click(new System.EventHandler(self::btnBuscar_Click))
      *>
      *> label7
      *>
       set label7::AutoSize to True
       set label7::Location to new System.Drawing.Point(230 20)
       set label7::Name to "label7"
       set label7::Size to new System.Drawing.Size(128 13)
       set label7::TabIndex to 20
       set label7::Text to "Tope de amonestaciones"
      *>
      *> txtTope
      *>
       set txtTope::Location to new System.Drawing.Point(364 17)
       set txtTope::MaxLength to 3
       set txtTope::Name to "txtTope"
       set txtTope::Size to new System.Drawing.Size(40 20)
       set txtTope::TabIndex to 21
      *>
      *> label2
      *>
       set label2::AutoSize to True
      *> dataGridView1
      *>
       set dataGridView1::ColumnHeadersHeightSizeMode to type System.Windows.Forms.DataGridViewColumnHeadersHeightSizeMode::AutoSize
       invoke dataGridView1::Columns::AddRange(table of type System.Windows.Forms.DataGridViewColumn(Column1 Column2 Column3 Column4 Column5))
       set dataGridView1::Location to new System.Drawing.Point(12 80)
       set dataGridView1::Name to "dataGridView1"
       set dataGridView1::Size to new System.Drawing.Size(465 180)
       set Column4::HeaderText to "Estado"
       set Column4::Name to "Column4"
      *>
      *> Column5
      *>
       set Column5::HeaderText to "Tope amonest."
       set Column5::Name to "Column5"
      *>
      *> label4
      *>
       set label4::AutoSize to True
       invoke self::Controls::Add(dtpDesde)
       invoke self::Controls::Add(label2)
       invoke self::Controls::Add(btnBuscar)
       invoke self::Controls::Add(txtTope)
       invoke self::Controls::Add(label7)
       invoke self::Controls::Add(txtAnio)
       invoke self::Controls::Add(label1)
       set self::Name to "frmCiclos"
