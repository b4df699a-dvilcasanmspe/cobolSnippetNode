      * Shared WORKING-STORAGE for joint account holders (cotitulares).
      * cuenta is keyed by a single docclien (the titular); each
      * additional holder of the account is one line of COTITULARES.DAT:
      * the cuenta, its titular, the additional DNI, the holder's role
      * (C cotitular, A apoderado - signs but does not own the funds),
      * the account's signing rule (I either holder signs, M both must
      * sign) and the date the holder was registered. The signing rule
      * is an account attribute, so every line of an account carries
      * the same rule.
         01 WS-COTIT-STATUS        PIC X(2)    VALUE SPACE.
            88 HolderFileOK        VALUE "00".
            88 HolderFileNotFound  VALUE "35".
         01 WS-COTIT-LINE.
            05 CTT-CUENTA          PIC X(10)   VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CTT-TITULAR         PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CTT-DNI             PIC X(8)    VALUE SPACES.
            05 FILLER              PIC X       VALUE SPACE.
            05 CTT-ROL             PIC X(1)    VALUE SPACE.
               88 RolCotitular     VALUE "C".
               88 RolApoderado     VALUE "A".
               88 RolValido        VALUES "C", "A".
            05 FILLER              PIC X       VALUE SPACE.
            05 CTT-REGLA           PIC X(1)    VALUE SPACE.
               88 FirmaIndistinta  VALUE "I".
               88 FirmaConjunta    VALUE "M".
               88 ReglaValida      VALUES "I", "M".
            05 FILLER              PIC X       VALUE SPACE.
            05 CTT-FECHA           PIC 9(8)    VALUE ZERO.
