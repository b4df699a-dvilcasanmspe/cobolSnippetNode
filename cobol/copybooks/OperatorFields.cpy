      * Shared WORKING-STORAGE for the operator register and the
      * session log of Practica2Menu. OPERADORES.DAT has one line per
      * user: password, profile, the menu options the user may run
      * (option keys side by side, e.g. "1456C") and the lock flag.
      * A blank flag is an active user; "B" is a user locked by the
      * operator audit (Practica2AuditaOper) after repeated failed
      * logins, who cannot log in until a supervisor unlocks it from
      * the menu. SESIONLOG.DAT records every login, logout, failed
      * login, denied or chosen option, account opening and client
      * inquiry (with the DNI consulted), one line each, as well as
      * every option refused because the batch window was open,
      * every batch window a supervisor cleared and every parameter
      * change requested, approved or inquired from option P.
      * The option list holds all eleven menu keys (1-9, C and P).
         01 WS-OPER-LINE.
            05 OPR-USER            PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 OPR-CLAVE           PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 OPR-PERFIL          PIC X(10)   VALUE SPACES.
               88 PerfilSupervisor VALUE "SUPERVISOR".
            05 FILLER              PIC X       VALUE SPACE.
            05 OPR-OPCIONES        PIC X(11)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 OPR-ESTADO          PIC X(1)    VALUE SPACE.
               88 OperatorLocked   VALUE "B".
               88 OperatorActive   VALUE SPACE.
         01 WS-SESLOG-LINE.
            05 SL-DATE             PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 SL-TIME             PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 SL-USER             PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 SL-ACCION           PIC X(12)   VALUE SPACES.
               88 AccionLogin      VALUE "LOGIN".
               88 AccionLogout     VALUE "LOGOUT".
               88 AccionLoginFallo VALUE "LOGINFALLO".
               88 AccionDenegada   VALUE "DENEGADA".
               88 AccionBloqueado  VALUE "BLOQUEADO".
               88 AccionDesbloqueo VALUE "DESBLOQUEO".
               88 AccionAlta       VALUE "ALTA".
               88 AccionConsulta360 VALUE "CONSULTA360".
               88 AccionVentanaBat VALUE "VENTANABAT".
               88 AccionVentanaLib VALUE "VENTANALIB".
               88 AccionParametros VALUE "PARAMETROS".
            05 FILLER              PIC X       VALUE SPACE.
            05 SL-DETALLE          PIC X(30)   VALUE SPACES.
