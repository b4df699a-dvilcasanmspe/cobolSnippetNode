       IDENTIFICATION DIVISION.
       PROGRAM-ID. BuscaTitular IS INITIAL.
      * RESUELVE UN DNI Y UNA CUENTA CONTRA COTITULARES.DAT: LA TABLA
      * CUENTA SOLO CONOCE AL TITULAR (DOCCLIEN), ASI QUE QUIEN BUSCA
      * LA CUENTA CON EL DNI DE UN COTITULAR RECIBE AQUI EL DNI DEL
      * TITULAR CON QUE LEERLA. DEVUELVE TAMBIEN LA REGLA DE FIRMA
      * DE LA CUENTA (I INDISTINTA, M CONJUNTA, ESPACIO SI LA CUENTA
      * NO TIENE COTITULARES) Y EL PAPEL DEL DNI CONSULTADO:
      *   T  ES EL TITULAR DE UNA CUENTA CON COTITULARES
      *   C  COTITULAR, A  APODERADO (ROL DEL REGISTRO)
      *   N  EL DNI NO FIGURA EN EL REGISTRO PARA ESA CUENTA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT HolderFile ASSIGN TO "COTITULARES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COTIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD HolderFile.
       01 HolderBuffer        PIC X(50)   VALUES SPACES.
          88 EOFHolderFile    VALUES      HIGH-VALUES.
       WORKING-STORAGE SECTION.
       COPY "JointHolderFields".
       LINKAGE SECTION.
       01 DniConsulta         PIC X(8).
       01 CuentaConsulta      PIC X(10).
       01 TitularCuenta       PIC X(8).
       01 ReglaFirma          PIC X(1).
       01 RolConsulta         PIC X(1).
       PROCEDURE DIVISION USING DniConsulta, CuentaConsulta,
             TitularCuenta, ReglaFirma, RolConsulta.
       Begin.
          MOVE DniConsulta TO TitularCuenta
          MOVE SPACE TO ReglaFirma
          MOVE "N" TO RolConsulta
          OPEN INPUT HolderFile
          IF NOT HolderFileOK THEN
             CONTINUE
          ELSE
             READ HolderFile INTO WS-COTIT-LINE
                AT END SET EOFHolderFile TO TRUE
             END-READ
             PERFORM UNTIL EOFHolderFile
                IF CTT-CUENTA IS EQUAL TO CuentaConsulta THEN
                   PERFORM CheckHolderLine
                END-IF
                READ HolderFile INTO WS-COTIT-LINE
                   AT END SET EOFHolderFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE HolderFile
          END-IF
          EXIT PROGRAM.
       CheckHolderLine.
      *   LA REGLA CONJUNTA PREVALECE SI ALGUNA LINEA DE LA CUENTA LA
      *   TRAE, PARA QUE UN REGISTRO A MEDIO ACTUALIZAR NO AFLOJE LA
      *   EXIGENCIA DE DOBLE FIRMA.
          IF FirmaConjunta OR ReglaFirma IS EQUAL TO SPACE THEN
             MOVE CTT-REGLA TO ReglaFirma
          END-IF
          IF CTT-DNI IS EQUAL TO DniConsulta THEN
             MOVE CTT-TITULAR TO TitularCuenta
             MOVE CTT-ROL TO RolConsulta
          END-IF
          IF CTT-TITULAR IS EQUAL TO DniConsulta THEN
             MOVE "T" TO RolConsulta
          END-IF.
