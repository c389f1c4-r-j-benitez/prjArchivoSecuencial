       01 btnBitacora type System.Windows.Forms.Button.
       01 btnDistrito type System.Windows.Forms.Button.
       01 btnCierreDia type System.Windows.Forms.Button.
       01 btnUsuarios type System.Windows.Forms.Button.
       01 btnConceptos type System.Windows.Forms.Button.
       01 btnMesas type System.Windows.Forms.Button.
       01 btnDisciplina type System.Windows.Forms.Button.
       01 btnEnfermeria type System.Windows.Forms.Button.
       01 btnVerificarDocumento type System.Windows.Forms.Button.
       01 btnTablero type System.Windows.Forms.Button.
       01 btnSalir type System.Windows.Forms.Button.
       01 components type System.ComponentModel.IContainer.

       set btnBitacora to new System.Windows.Forms.Button
       set btnDistrito to new System.Windows.Forms.Button
       set btnCierreDia to new System.Windows.Forms.Button
       set btnUsuarios to new System.Windows.Forms.Button
       set btnConceptos to new System.Windows.Forms.Button
       set btnMesas to new System.Windows.Forms.Button
       set btnDisciplina to new System.Windows.Forms.Button
       set btnEnfermeria to new System.Windows.Forms.Button
       set btnVerificarDocumento to new System.Windows.Forms.Button
       set btnTablero to new System.Windows.Forms.Button
       set btnSalir to new System.Windows.Forms.Button
       invoke self::SuspendLayout
      *>
       set btnCierreDia::UseVisualStyleBackColor to True
       invoke btnCierreDia::add_Click(new System.EventHandler(self::btnCierreDia_Click))
      *>
      *> btnUsuarios
      *>
       set btnUsuarios::Location to new System.Drawing.Point(270 395)
       set btnUsuarios::Name to "btnUsuarios"
       set btnUsuarios::Size to new System.Drawing.Size(220 35)
       set btnUsuarios::TabIndex to 17
       set btnUsuarios::Text to "Usuarios"
       set btnUsuarios::UseVisualStyleBackColor to True
       invoke btnUsuarios::add_Click(new System.EventHandler(self::btnUsuarios_Click))
      *>
      *> btnConceptos
      *>
       set btnConceptos::Location to new System.Drawing.Point(270 440)
       set btnConceptos::Name to "btnConceptos"
       set btnConceptos::Size to new System.Drawing.Size(220 35)
       set btnConceptos::TabIndex to 18
       set btnConceptos::Text to "Conceptos de Facturación"
       set btnConceptos::UseVisualStyleBackColor to True
       invoke btnConceptos::add_Click(new System.EventHandler(self::btnConceptos_Click))
      *>
      *> btnMesas
      *>
       set btnMesas::Location to new System.Drawing.Point(30 440)
       set btnMesas::Name to "btnMesas"
       set btnMesas::Size to new System.Drawing.Size(220 35)
       set btnMesas::TabIndex to 19
       set btnMesas::Text to "Mesas de Examen"
       set btnMesas::UseVisualStyleBackColor to True
       invoke btnMesas::add_Click(new System.EventHandler(self::btnMesas_Click))
      *>
      *> btnDisciplina
      *>
       set btnDisciplina::Location to new System.Drawing.Point(270 485)
       set btnDisciplina::Name to "btnDisciplina"
       set btnDisciplina::Size to new System.Drawing.Size(220 35)
       set btnDisciplina::TabIndex to 20
       set btnDisciplina::Text to "Registro Disciplinario"
       set btnDisciplina::UseVisualStyleBackColor to True
       invoke btnDisciplina::add_Click(new System.EventHandler(self::btnDisciplina_Click))
      *>
      *> btnEnfermeria
      *>
       set btnEnfermeria::Location to new System.Drawing.Point(30 485)
       set btnEnfermeria::Name to "btnEnfermeria"
       set btnEnfermeria::Size to new System.Drawing.Size(220 35)
       set btnEnfermeria::TabIndex to 21
       set btnEnfermeria::Text to "Enfermería"
       set btnEnfermeria::UseVisualStyleBackColor to True
       invoke btnEnfermeria::add_Click(new System.EventHandler(self::btnEnfermeria_Click))
      *>
      *> btnVerificarDocumento
      *>
       set btnVerificarDocumento::Location to new System.Drawing.Point(270 530)
       set btnVerificarDocumento::Name to "btnVerificarDocumento"
       set btnVerificarDocumento::Size to new System.Drawing.Size(220 35)
       set btnVerificarDocumento::TabIndex to 22
       set btnVerificarDocumento::Text to "Verificar Documento"
       set btnVerificarDocumento::UseVisualStyleBackColor to True
       invoke btnVerificarDocumento::add_Click(new System.EventHandler(self::btnVerificarDocumento_Click))
      *>
      *> btnTablero
      *>
       set btnTablero::Location to new System.Drawing.Point(270 575)
       set btnTablero::Name to "btnTablero"
       set btnTablero::Size to new System.Drawing.Size(220 35)
       set btnTablero::TabIndex to 23
       set btnTablero::Text to "Tablero de Dirección"
       set btnTablero::UseVisualStyleBackColor to True
       invoke btnTablero::add_Click(new System.EventHandler(self::btnTablero_Click))
      *>
      *> btnSalir
      *>
       set btnSalir::Location to new System.Drawing.Point(30 530)
       set btnSalir::Name to "btnSalir"
       set btnSalir::Size to new System.Drawing.Size(220 35)
       set btnSalir::TabIndex to 9
      *>
      *> frmMenuPrincipal
      *>
       set self::ClientSize to new System.Drawing.Size(520 640)
       invoke self::Controls::Add(btnSalir)
       invoke self::Controls::Add(btnCiclos)
       invoke self::Controls::Add(btnDocentes)
       invoke self::Controls::Add(btnBitacora)
       invoke self::Controls::Add(btnDistrito)
       invoke self::Controls::Add(btnCierreDia)
       invoke self::Controls::Add(btnUsuarios)
       invoke self::Controls::Add(btnConceptos)
       invoke self::Controls::Add(btnMesas)
       invoke self::Controls::Add(btnDisciplina)
       invoke self::Controls::Add(btnEnfermeria)
       invoke self::Controls::Add(btnVerificarDocumento)
       invoke self::Controls::Add(btnTablero)
       invoke self::Controls::Add(btnHistorico)
       invoke self::Controls::Add(btnPagos)
       invoke self::Controls::Add(btnAsistencia)
