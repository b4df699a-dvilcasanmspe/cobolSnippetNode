       IDENTIFICATION DIVISION.
       PROGRAM-ID. Practica2Respaldo.
      * RESPALDO DE LOS REGISTROS PLANOS: GRAN PARTE DEL ESTADO YA NO
      * VIVE EN LA BASE SINO EN ARCHIVOS QUE LA CADENA REESCRIBE CADA
      * NOCHE (EMBARGOS, RETENCIONES, ORDENES, POSICION DE CAJEROS,
      * SUSPENSO, COLA POSTPEND, MAESTRO DE TARJETAS, OPERADORES Y LOS
      * ARCHIVOS DE PARAMETROS). AL INICIO Y AL FINAL DE LA CADENA
      * CADA ARCHIVO REGISTRADO SE COPIA A UNA GENERACION FECHADA
      * SNAP_<FECHA><FASE>_<ARCHIVO> Y SU CANTIDAD DE REGISTROS Y HASH
      * (JournalHash ENCADENADO SOBRE CADA REGISTRO) QUEDAN EN EL
      * MANIFIESTO SNAP_<FECHA><FASE>_MANIFIESTO.DAT. UN ARCHIVO QUE NO
      * EXISTIA AL RESPALDAR SE ANOTA COMO AUSENTE, Y AL RESTAURAR SE
      * BORRA PARA QUE LA GENERACION VUELVA COMPLETA.
      * LOS ARCHIVOS REGISTRADOS SON LOS DE SNAPREGISTRO.DAT (UN NOMBRE
      * POR LINEA); SIN ESE ARCHIVO SE USA LA LISTA ESTANDAR DE ABAJO.
      * CADA RESPALDO SE REGISTRA EN RETENPOLITICA.DAT (PREFIJO SNAP_,
      * POLITICA POR GENERACIONES) PARA QUE Practica2Depura CONSERVE
      * SOLO LAS ULTIMAS N GENERACIONES.
      * MODOS:
      *   S  RESPALDO: FASE (A APERTURA DE LA CADENA, C CIERRE)
      *   V  VERIFICACION: GENERACION (FECHA Y FASE, EJ. 20261015A)
      *   R  RESTAURACION: GENERACION; SOLO SE RESTAURA UNA GENERACION
      *      QUE VERIFICA SIN DIFERENCIAS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RegistryFile ASSIGN TO "SNAPREGISTRO.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTRY-STATUS.
          SELECT SourceFile ASSIGN TO WS-SOURCE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SOURCE-STATUS.
          SELECT TargetFile ASSIGN TO WS-TARGET-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TARGET-STATUS.
          SELECT ManifestFile ASSIGN TO WS-MANIF-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MANIF-STATUS.
          SELECT PolicyFile ASSIGN TO "RETENPOLITICA.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLICY-STATUS.
          SELECT ExceptionLogFile ASSIGN TO "EXCEPTION.LOG"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXLOG-STATUS.
          SELECT ControlFiguresFile ASSIGN TO "CIFRASCONTROL.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CIFRAS-STATUS.
          SELECT ProcessDateFile ASSIGN TO "FECHAPROC.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FECHAPROC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD RegistryFile.
       01 RegistryBuffer      PIC X(40)   VALUES SPACES.
          88 EOFRegistryFile  VALUES      HIGH-VALUES.
       FD SourceFile.
       01 SourceRecord        PIC X(201)  VALUES SPACES.
          88 EOFSourceFile    VALUES      HIGH-VALUES.
       FD TargetFile.
       01 TargetRecord        PIC X(201)  VALUES SPACES.
       FD ManifestFile.
       01 ManifestBuffer      PIC X(80)   VALUES SPACES.
          88 EOFManifestFile  VALUES      HIGH-VALUES.
       FD PolicyFile.
       01 PolicyBuffer        PIC X(30)   VALUES SPACES.
          88 EOFPolicyFile    VALUES      HIGH-VALUES.
       FD ExceptionLogFile.
       01 ExceptionLogRecord  PIC X(100)  VALUES SPACES.
       FD ControlFiguresFile.
       01 ControlFiguresRecord PIC X(80)  VALUES SPACES.
       FD ProcessDateFile.
       01 ProcessDateBuffer   PIC X(8)    VALUES SPACES.
       WORKING-STORAGE SECTION.
       COPY "ExceptionLogFields".
       COPY "ControlFiguresFields".
       COPY "ProcessDateFields".
       01 WS-RUN-DATE         PIC 9(8)    VALUE ZERO.
       01 WS-REGISTRY-STATUS  PIC X(2)    VALUE SPACE.
          88 RegistryFileOK   VALUE "00".
       01 WS-SOURCE-STATUS    PIC X(2)    VALUE SPACE.
          88 SourceFileOK     VALUE "00".
          88 SourceFileNotFound VALUE "35".
       01 WS-TARGET-STATUS    PIC X(2)    VALUE SPACE.
          88 TargetFileOK     VALUE "00".
       01 WS-MANIF-STATUS     PIC X(2)    VALUE SPACE.
          88 ManifestFileOK   VALUE "00".
          88 ManifestFileNotFound VALUE "35".
       01 WS-POLICY-STATUS    PIC X(2)    VALUE SPACE.
          88 PolicyFileOK     VALUE "00".
       01 WS-SOURCE-FILENAME  PIC X(40)   VALUE SPACES.
       01 WS-TARGET-FILENAME  PIC X(40)   VALUE SPACES.
       01 WS-MANIF-FILENAME   PIC X(40)   VALUE SPACES.
       01 WS-CMDLINE          PIC X(80)   VALUE SPACES.
       01 WS-CMDLINE-FIELDS REDEFINES WS-CMDLINE.
          05 WS-MODE          PIC X(1).
             88 SnapshotMode  VALUE "S".
             88 VerifyMode    VALUE "V".
             88 RestoreMode   VALUE "R".
          05 FILLER           PIC X.
          05 WS-CMDDATA       PIC X(78).
       01 WS-GENERATION.
          05 GEN-FECHA        PIC X(8)    VALUE SPACES.
          05 GEN-FASE         PIC X(1)    VALUE SPACE.
             88 FaseApertura  VALUE "A".
             88 FaseCierre    VALUE "C".
             88 FaseValida    VALUES "A", "C".
      * LINEA DEL MANIFIESTO DE UNA GENERACION: UNA POR ARCHIVO
      * REGISTRADO, PRESENTE (P) CON SU CONTEO Y HASH O AUSENTE (A).
       01 WS-SNAPMAN-LINE.
          05 SM-GEN           PIC X(9)    VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-FILE          PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-ESTADO        PIC X(1)    VALUE SPACE.
             88 SnapPresente  VALUE "P".
             88 SnapAusente   VALUE "A".
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-COUNT         PIC 9(7)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-HASH          PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-FECHA         PIC 9(8)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 SM-HORA          PIC X(8)    VALUE SPACES.
      * MISMO TRAZADO QUE WS-POLICY-LINE EN Practica2Depura.
       01 WS-POLICY-LINE.
          05 POL-PREFIJO      PIC X(20)   VALUE SPACES.
          05 FILLER           PIC X       VALUE SPACE.
          05 POL-DIAS         PIC 9(4)    VALUE ZERO.
          05 FILLER           PIC X       VALUE SPACE.
          05 POL-TIPO         PIC X(1)    VALUE SPACE.
       01 WS-SNAP-PREFIX      PIC X(20)   VALUE "SNAP_".
       01 WS-SNAP-GENERACIONES PIC 9(4)   VALUE 14.
       01 WS-POLICY-FOUND-SW  PIC X(1)    VALUE "N".
          88 WS-POLICY-FOUND  VALUE "Y".
      * LISTA ESTANDAR DE REGISTROS PLANOS A RESPALDAR.
       01 WS-DEFAULT-FILES.
          05 FILLER           PIC X(20)   VALUE "EMBARGOS.DAT".
          05 FILLER           PIC X(20)   VALUE "RETENCION.DAT".
          05 FILLER           PIC X(20)   VALUE "ORDENESPROG.DAT".
          05 FILLER           PIC X(20)   VALUE "POSICIONATM.DAT".
          05 FILLER           PIC X(20)   VALUE "HISTEFECTIVO.DAT".
          05 FILLER           PIC X(20)   VALUE "SUSPENSO.DAT".
          05 FILLER           PIC X(20)   VALUE "POSTPEND.DAT".
          05 FILLER           PIC X(20)   VALUE "TARJMAES.DAT".
          05 FILLER           PIC X(20)   VALUE "OPERADORES.DAT".
          05 FILLER           PIC X(20)   VALUE "COTITULARES.DAT".
          05 FILLER           PIC X(20)   VALUE "PLAZOFIJO.DAT".
          05 FILLER           PIC X(20)   VALUE "PRESTAMOS.DAT".
          05 FILLER           PIC X(20)   VALUE "CRONOGRAMA.DAT".
          05 FILLER           PIC X(20)   VALUE "CHEQUES.DAT".
          05 FILLER           PIC X(20)   VALUE "RECLAMOS.DAT".
          05 FILLER           PIC X(20)   VALUE "CAMBIOPROD.DAT".
          05 FILLER           PIC X(20)   VALUE "BARRIDOPREF.DAT".
          05 FILLER           PIC X(20)   VALUE "CUENTAMANTPEND.DAT".
          05 FILLER           PIC X(20)   VALUE "PRODUCTOS.DAT".
          05 FILLER           PIC X(20)   VALUE "LIMITES.DAT".
          05 FILLER           PIC X(20)   VALUE "LIMITESOVR.DAT".
          05 FILLER           PIC X(20)   VALUE "TARIFARIO.DAT".
          05 FILLER           PIC X(20)   VALUE "TARIFARED.DAT".
          05 FILLER           PIC X(20)   VALUE "TASAINTERES.DAT".
          05 FILLER           PIC X(20)   VALUE "TIPCAMBIO.DAT".
          05 FILLER           PIC X(20)   VALUE "FERIADOS.DAT".
          05 FILLER           PIC X(20)   VALUE "GLMAP.DAT".
          05 FILLER           PIC X(20)   VALUE "BINES.DAT".
          05 FILLER           PIC X(20)   VALUE "REGLAS.DAT".
          05 FILLER           PIC X(20)   VALUE "RETENPOLITICA.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMARCH.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMAUDITOPER.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMAVISOS.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMCANJE.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMFSD.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMINACT.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMITF.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMPEND.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMPLAZO.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMPRESTAMO.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMPRON.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMRECLAMO.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMREGUL.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMSUSP.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMVAR.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMCAMBIO.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMHIST.DAT".
          05 FILLER           PIC X(20)   VALUE "RIESGOCLIEN.DAT".
          05 FILLER           PIC X(20)   VALUE "SALDOSGL.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMCONCIL.DAT".
          05 FILLER           PIC X(20)   VALUE "EMISIONTARJ.DAT".
          05 FILLER           PIC X(20)   VALUE "ENCAJEHIST.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMENCAJE.DAT".
          05 FILLER           PIC X(20)   VALUE "TRASLADOS.DAT".
          05 FILLER           PIC X(20)   VALUE "PARAMTRASLADO.DAT".
          05 FILLER           PIC X(20)   VALUE "FALLECIDOS.DAT".
          05 FILLER           PIC X(20)   VALUE "HEREDEROS.DAT".
       01 WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-FILES.
          05 DF-FILE          PIC X(20)   OCCURS 57 TIMES.
       01 WS-DEFAULT-COUNT    PIC 9(3)    VALUE 57.
       01 RegistryTable.
          05 RegistryCount    PIC 9(3)    VALUE ZERO.
          05 RegistryEntry OCCURS 100 TIMES.
             10 RG-FILE       PIC X(20)   VALUE SPACES.
       01 RegistryIdx         PIC 9(3)    VALUE ZERO.
       01 WS-HASH             PIC 9(8)    VALUE ZERO.
       01 WS-NEW-HASH         PIC 9(8)    VALUE ZERO.
       01 WS-REC-COUNT        PIC 9(7)    VALUE ZERO.
       01 WS-COPY-OK-SW       PIC X(1)    VALUE "N".
          88 WS-COPY-OK       VALUE "Y".
       01 WS-ABSENT-SW        PIC X(1)    VALUE "N".
          88 WS-SOURCE-ABSENT VALUE "Y".
       01 WS-FILE-COUNT       PIC 9(5)    VALUE ZERO.
       01 WS-COPIED-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-ABSENT-COUNT     PIC 9(5)    VALUE ZERO.
       01 WS-ERROR-COUNT      PIC 9(5)    VALUE ZERO.
       01 WS-RECORD-TOTAL     PIC 9(9)    VALUE ZERO.
       01 WS-RESULT           PIC X(10)   VALUE SPACES.
       01 WS-COMMAND          PIC X(60)   VALUE SPACES.
       01 WS-SYSTEM-RC        PIC S9(9) COMP-5 VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       Begin.
          DISPLAY "*** RESPALDO DE REGISTROS PLANOS ***"
          PERFORM LoadProcessDate
          ACCEPT WS-CMDLINE FROM COMMAND-LINE
          EVALUATE TRUE
             WHEN SnapshotMode
                MOVE WS-RUN-DATE TO GEN-FECHA
                MOVE WS-CMDDATA(1:1) TO GEN-FASE
                IF NOT FaseValida THEN
                   DISPLAY "ERROR: FASE INVALIDA - USE A O C"
                   MOVE 1 TO RETURN-CODE
                ELSE
                   PERFORM TakeSnapshot
                END-IF
             WHEN VerifyMode OR RestoreMode
                MOVE WS-CMDDATA(1:9) TO WS-GENERATION
                IF GEN-FECHA IS NOT NUMERIC OR NOT FaseValida THEN
                   DISPLAY "ERROR: GENERACION INVALIDA - USE "
                      "FECHA Y FASE (EJ. 20261015A)"
                   MOVE 1 TO RETURN-CODE
                ELSE
                   PERFORM VerifyGeneration
                   IF RestoreMode THEN
                      IF WS-ERROR-COUNT IS GREATER THAN ZERO
                            OR WS-FILE-COUNT IS EQUAL TO ZERO THEN
                         DISPLAY "ERROR: LA GENERACION " WS-GENERATION
                            " NO VERIFICA - NO SE RESTAURA"
                         MOVE 1 TO RETURN-CODE
                      ELSE
                         PERFORM RestoreGeneration
                      END-IF
                   END-IF
                END-IF
             WHEN OTHER
                DISPLAY "USO: Practica2Respaldo S FASE | V GEN | R GEN"
                MOVE 1 TO RETURN-CODE
          END-EVALUATE
          STOP RUN.
       LoadProcessDate.
          OPEN INPUT ProcessDateFile
          IF ProcessDateFileOK THEN
             READ ProcessDateFile INTO WS-FECHAPROC-LINE
                AT END CONTINUE
             END-READ
             CLOSE ProcessDateFile
          END-IF
          IF FPR-DATE IS NUMERIC THEN
             MOVE FPR-DATE TO WS-RUN-DATE
          ELSE
             ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
          END-IF
          DISPLAY "LOG: FECHA DE PROCESO: " WS-RUN-DATE.
       BuildManifestName.
          MOVE SPACES TO WS-MANIF-FILENAME
          STRING WS-SNAP-PREFIX DELIMITED BY SPACE
                 WS-GENERATION DELIMITED BY SIZE
                 "_MANIFIESTO.DAT" DELIMITED BY SIZE
             INTO WS-MANIF-FILENAME.
       BuildCopyName.
      *   NOMBRE DE LA COPIA DE SM-FILE EN LA GENERACION.
          MOVE SPACES TO WS-TARGET-FILENAME
          STRING WS-SNAP-PREFIX DELIMITED BY SPACE
                 WS-GENERATION DELIMITED BY SIZE
                 "_" DELIMITED BY SIZE
                 SM-FILE DELIMITED BY SPACE
             INTO WS-TARGET-FILENAME.
       LoadRegistry.
          MOVE ZERO TO RegistryCount
          OPEN INPUT RegistryFile
          IF RegistryFileOK THEN
             READ RegistryFile
                AT END SET EOFRegistryFile TO TRUE
             END-READ
             PERFORM UNTIL EOFRegistryFile
                IF RegistryBuffer IS NOT EQUAL TO SPACES
                      AND RegistryBuffer(1:1) IS NOT EQUAL TO "*"
                      AND RegistryCount < 100 THEN
                   ADD 1 TO RegistryCount
                   MOVE RegistryBuffer(1:20) TO RG-FILE(RegistryCount)
                END-IF
                READ RegistryFile
                   AT END SET EOFRegistryFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE RegistryFile
             DISPLAY "LOG: ARCHIVOS REGISTRADOS EN SNAPREGISTRO.DAT: "
                RegistryCount
          ELSE
             PERFORM VARYING RegistryIdx FROM 1 BY 1
                UNTIL RegistryIdx > WS-DEFAULT-COUNT
                ADD 1 TO RegistryCount
                MOVE DF-FILE(RegistryIdx) TO RG-FILE(RegistryCount)
             END-PERFORM
             DISPLAY "LOG: SIN SNAPREGISTRO.DAT - LISTA ESTANDAR DE "
                RegistryCount " ARCHIVOS"
          END-IF.
       TakeSnapshot.
          PERFORM LoadRegistry
          PERFORM BuildManifestName
          DISPLAY "GENERACION: " WS-GENERATION
          OPEN OUTPUT ManifestFile
          IF NOT ManifestFileOK THEN
             DISPLAY "ERROR: NO SE PUDO CREAR " WS-MANIF-FILENAME
             MOVE "Practica2Respaldo" TO EXLOG-PROGRAM
             MOVE "FILESTATUS"        TO EXLOG-CODETYPE
             MOVE WS-MANIF-STATUS     TO EXLOG-CODEVALUE
             MOVE WS-MANIF-FILENAME   TO EXLOG-KEYVALUE
             PERFORM LogException
             MOVE 1 TO RETURN-CODE
             STOP RUN
          END-IF
          PERFORM VARYING RegistryIdx FROM 1 BY 1
             UNTIL RegistryIdx > RegistryCount
             PERFORM SnapshotOneFile
          END-PERFORM
          CLOSE ManifestFile
          PERFORM RegisterRetention
          PERFORM WriteControlFigures
          DISPLAY "============================"
          DISPLAY "ARCHIVOS REGISTRADOS : " WS-FILE-COUNT
          DISPLAY "ARCHIVOS COPIADOS    : " WS-COPIED-COUNT
          DISPLAY "AUSENTES             : " WS-ABSENT-COUNT
          DISPLAY "ERRORES              : " WS-ERROR-COUNT
          DISPLAY "REGISTROS COPIADOS   : " WS-RECORD-TOTAL
          DISPLAY "MANIFIESTO           : " WS-MANIF-FILENAME
          DISPLAY "============================"
          IF WS-ERROR-COUNT IS GREATER THAN ZERO THEN
             MOVE 1 TO RETURN-CODE
          END-IF.
       SnapshotOneFile.
          ADD 1 TO WS-FILE-COUNT
          MOVE WS-GENERATION TO SM-GEN
          MOVE RG-FILE(RegistryIdx) TO SM-FILE
          MOVE RG-FILE(RegistryIdx) TO WS-SOURCE-FILENAME
          PERFORM BuildCopyName
          PERFORM CopyFile
          EVALUATE TRUE
             WHEN WS-SOURCE-ABSENT
                ADD 1 TO WS-ABSENT-COUNT
                SET SnapAusente TO TRUE
                MOVE ZERO TO SM-COUNT
                MOVE ZERO TO SM-HASH
                DISPLAY "LOG: " SM-FILE " AUSENTE"
             WHEN WS-COPY-OK
                ADD 1 TO WS-COPIED-COUNT
                ADD WS-REC-COUNT TO WS-RECORD-TOTAL
                SET SnapPresente TO TRUE
                MOVE WS-REC-COUNT TO SM-COUNT
                MOVE WS-HASH TO SM-HASH
                DISPLAY "LOG: " SM-FILE " " SM-COUNT " REGISTROS "
                   "HASH " SM-HASH
             WHEN OTHER
                ADD 1 TO WS-ERROR-COUNT
                SET SnapAusente TO TRUE
                MOVE ZERO TO SM-COUNT
                MOVE ZERO TO SM-HASH
          END-EVALUATE
      *   UN ARCHIVO QUE NO SE PUDO COPIAR NO ENTRA AL MANIFIESTO: LA
      *   GENERACION NO PUEDE AFIRMAR UN ESTADO QUE NO TIENE.
          IF WS-SOURCE-ABSENT OR WS-COPY-OK THEN
             MOVE WS-RUN-DATE TO SM-FECHA
             ACCEPT SM-HORA FROM TIME
             WRITE ManifestBuffer FROM WS-SNAPMAN-LINE
          END-IF.
       CopyFile.
      *   COPIA WS-SOURCE-FILENAME A WS-TARGET-FILENAME REGISTRO A
      *   REGISTRO, CONTANDO Y ENCADENANDO EL HASH DE LO COPIADO.
          MOVE "N" TO WS-COPY-OK-SW
          MOVE "N" TO WS-ABSENT-SW
          MOVE ZERO TO WS-REC-COUNT
          MOVE ZERO TO WS-HASH
          OPEN INPUT SourceFile
          IF SourceFileNotFound THEN
             SET WS-SOURCE-ABSENT TO TRUE
             CLOSE SourceFile
          ELSE
          IF NOT SourceFileOK THEN
             PERFORM LogCopyError
             CLOSE SourceFile
          ELSE
             OPEN OUTPUT TargetFile
             IF NOT TargetFileOK THEN
                MOVE WS-TARGET-STATUS TO WS-SOURCE-STATUS
                MOVE WS-TARGET-FILENAME TO WS-SOURCE-FILENAME
                PERFORM LogCopyError
                CLOSE SourceFile
             ELSE
                READ SourceFile
                   AT END SET EOFSourceFile TO TRUE
                END-READ
                PERFORM UNTIL EOFSourceFile
                   ADD 1 TO WS-REC-COUNT
                   PERFORM HashRecord
                   WRITE TargetRecord FROM SourceRecord
                   READ SourceFile
                      AT END SET EOFSourceFile TO TRUE
                   END-READ
                END-PERFORM
                CLOSE SourceFile
                CLOSE TargetFile
                SET WS-COPY-OK TO TRUE
             END-IF
          END-IF
          END-IF.
       ScanFile.
      *   SOLO CUENTA Y CALCULA EL HASH DE WS-SOURCE-FILENAME.
          MOVE "N" TO WS-COPY-OK-SW
          MOVE "N" TO WS-ABSENT-SW
          MOVE ZERO TO WS-REC-COUNT
          MOVE ZERO TO WS-HASH
          OPEN INPUT SourceFile
          IF NOT SourceFileOK THEN
             SET WS-SOURCE-ABSENT TO TRUE
             CLOSE SourceFile
          ELSE
             READ SourceFile
                AT END SET EOFSourceFile TO TRUE
             END-READ
             PERFORM UNTIL EOFSourceFile
                ADD 1 TO WS-REC-COUNT
                PERFORM HashRecord
                READ SourceFile
                   AT END SET EOFSourceFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE SourceFile
             SET WS-COPY-OK TO TRUE
          END-IF.
       HashRecord.
      *   EL REGISTRO SE PLIEGA AL HASH EN TRES TRAMOS DE 67.
          CALL "JournalHash" USING WS-HASH SourceRecord(1:67)
             WS-NEW-HASH
          MOVE WS-NEW-HASH TO WS-HASH
          CALL "JournalHash" USING WS-HASH SourceRecord(68:67)
             WS-NEW-HASH
          MOVE WS-NEW-HASH TO WS-HASH
          CALL "JournalHash" USING WS-HASH SourceRecord(135:67)
             WS-NEW-HASH
          MOVE WS-NEW-HASH TO WS-HASH.
       LogCopyError.
          DISPLAY "ERROR: NO SE PUDO ABRIR " WS-SOURCE-FILENAME
             " (ESTADO " WS-SOURCE-STATUS ")"
          MOVE "Practica2Respaldo" TO EXLOG-PROGRAM
          MOVE "FILESTATUS"        TO EXLOG-CODETYPE
          MOVE WS-SOURCE-STATUS    TO EXLOG-CODEVALUE
          MOVE WS-SOURCE-FILENAME  TO EXLOG-KEYVALUE
          PERFORM LogException.
       RegisterRetention.
      *   LA POLITICA SE AGREGA UNA SOLA VEZ; SI YA EXISTE SE RESPETA
      *   EL NUMERO DE GENERACIONES QUE HAYA FIJADO OPERACIONES.
          MOVE "N" TO WS-POLICY-FOUND-SW
          OPEN INPUT PolicyFile
          IF PolicyFileOK THEN
             READ PolicyFile INTO WS-POLICY-LINE
                AT END SET EOFPolicyFile TO TRUE
             END-READ
             PERFORM UNTIL EOFPolicyFile OR WS-POLICY-FOUND
                IF POL-PREFIJO IS EQUAL TO WS-SNAP-PREFIX THEN
                   SET WS-POLICY-FOUND TO TRUE
                ELSE
                   READ PolicyFile INTO WS-POLICY-LINE
                      AT END SET EOFPolicyFile TO TRUE
                   END-READ
                END-IF
             END-PERFORM
          END-IF
          CLOSE PolicyFile
          IF WS-POLICY-FOUND THEN
             DISPLAY "LOG: RETENCION DE RESPALDOS: " POL-DIAS
                " GENERACIONES (RETENPOLITICA.DAT)"
          ELSE
             MOVE SPACES TO WS-POLICY-LINE
             MOVE WS-SNAP-PREFIX TO POL-PREFIJO
             MOVE WS-SNAP-GENERACIONES TO POL-DIAS
             MOVE "G" TO POL-TIPO
             OPEN EXTEND PolicyFile
             IF NOT PolicyFileOK THEN
                CLOSE PolicyFile
                OPEN OUTPUT PolicyFile
             END-IF
             WRITE PolicyBuffer FROM WS-POLICY-LINE
             CLOSE PolicyFile
             DISPLAY "LOG: RESPALDOS REGISTRADOS EN RETENPOLITICA.DAT "
                "- SE CONSERVAN " WS-SNAP-GENERACIONES " GENERACIONES"
          END-IF.
       VerifyGeneration.
          PERFORM BuildManifestName
          DISPLAY "VERIFICANDO GENERACION: " WS-GENERATION
          OPEN INPUT ManifestFile
          IF NOT ManifestFileOK THEN
             DISPLAY "ERROR: NO EXISTE " WS-MANIF-FILENAME
             CLOSE ManifestFile
             MOVE 1 TO RETURN-CODE
          ELSE
             READ ManifestFile INTO WS-SNAPMAN-LINE
                AT END SET EOFManifestFile TO TRUE
             END-READ
             PERFORM UNTIL EOFManifestFile
                ADD 1 TO WS-FILE-COUNT
                PERFORM VerifyOneFile
                READ ManifestFile INTO WS-SNAPMAN-LINE
                   AT END SET EOFManifestFile TO TRUE
                END-READ
             END-PERFORM
             CLOSE ManifestFile
             DISPLAY "============================"
             DISPLAY "ARCHIVOS EN MANIFIESTO: " WS-FILE-COUNT
             DISPLAY "DIFERENCIAS           : " WS-ERROR-COUNT
             DISPLAY "============================"
             IF WS-ERROR-COUNT IS GREATER THAN ZERO THEN
                MOVE 1 TO RETURN-CODE
             END-IF
          END-IF.
       VerifyOneFile.
          IF SnapAusente THEN
             MOVE "AUSENTE" TO WS-RESULT
             MOVE ZERO TO WS-REC-COUNT
             MOVE ZERO TO WS-HASH
          ELSE
             PERFORM BuildCopyName
             MOVE WS-TARGET-FILENAME TO WS-SOURCE-FILENAME
             PERFORM ScanFile
             EVALUATE TRUE
                WHEN WS-SOURCE-ABSENT
                   MOVE "FALTA" TO WS-RESULT
                WHEN WS-REC-COUNT IS NOT EQUAL TO SM-COUNT
                      OR WS-HASH IS NOT EQUAL TO SM-HASH
                   MOVE "DIFERENCIA" TO WS-RESULT
                WHEN OTHER
                   MOVE "OK" TO WS-RESULT
             END-EVALUATE
          END-IF
          DISPLAY "  " SM-FILE " " WS-RESULT " MANIFIESTO " SM-COUNT
             "/" SM-HASH " COPIA " WS-REC-COUNT "/" WS-HASH
          IF WS-RESULT IS EQUAL TO "FALTA"
                OR WS-RESULT IS EQUAL TO "DIFERENCIA" THEN
             ADD 1 TO WS-ERROR-COUNT
             MOVE "Practica2Respaldo" TO EXLOG-PROGRAM
             MOVE "RESPALDO"          TO EXLOG-CODETYPE
             MOVE WS-RESULT           TO EXLOG-CODEVALUE
             MOVE WS-TARGET-FILENAME  TO EXLOG-KEYVALUE
             PERFORM LogException
          END-IF.
       RestoreGeneration.
      *   LA GENERACION YA VERIFICO: CADA ARCHIVO VUELVE DESDE SU COPIA
      *   Y EL RESULTADO SE CONTRASTA OTRA VEZ CON EL MANIFIESTO.
          DISPLAY "RESTAURANDO GENERACION: " WS-GENERATION
          MOVE ZERO TO WS-FILE-COUNT
          MOVE ZERO TO WS-ERROR-COUNT
          OPEN INPUT ManifestFile
          READ ManifestFile INTO WS-SNAPMAN-LINE
             AT END SET EOFManifestFile TO TRUE
          END-READ
          PERFORM UNTIL EOFManifestFile
             ADD 1 TO WS-FILE-COUNT
             PERFORM RestoreOneFile
             READ ManifestFile INTO WS-SNAPMAN-LINE
                AT END SET EOFManifestFile TO TRUE
             END-READ
          END-PERFORM
          CLOSE ManifestFile
          MOVE "Practica2Respaldo" TO EXLOG-PROGRAM
          MOVE "RESTAURA"          TO EXLOG-CODETYPE
          MOVE WS-GENERATION       TO EXLOG-CODEVALUE
          MOVE SPACES              TO EXLOG-KEYVALUE
          STRING "ARCHIVOS " DELIMITED BY SIZE
                 WS-FILE-COUNT DELIMITED BY SIZE
                 " ERRORES " DELIMITED BY SIZE
                 WS-ERROR-COUNT DELIMITED BY SIZE
             INTO EXLOG-KEYVALUE
          PERFORM LogException
          DISPLAY "============================"
          DISPLAY "ARCHIVOS RESTAURADOS: " WS-FILE-COUNT
          DISPLAY "ERRORES             : " WS-ERROR-COUNT
          DISPLAY "============================"
          IF WS-ERROR-COUNT IS GREATER THAN ZERO THEN
             MOVE 1 TO RETURN-CODE
          END-IF.
       RestoreOneFile.
          IF SnapAusente THEN
             MOVE SPACES TO WS-COMMAND
             STRING "rm -f " DELIMITED BY SIZE
                    SM-FILE DELIMITED BY SPACE
                INTO WS-COMMAND
             CALL "SYSTEM" USING WS-COMMAND
                RETURNING WS-SYSTEM-RC
             DISPLAY "  " SM-FILE " AUSENTE EN LA GENERACION - "
                "SE RETIRA"
          ELSE
             PERFORM BuildCopyName
             MOVE WS-TARGET-FILENAME TO WS-SOURCE-FILENAME
             MOVE SM-FILE TO WS-TARGET-FILENAME
             PERFORM CopyFile
             IF WS-COPY-OK AND WS-REC-COUNT IS EQUAL TO SM-COUNT
                   AND WS-HASH IS EQUAL TO SM-HASH THEN
                DISPLAY "  " SM-FILE " RESTAURADO " WS-REC-COUNT
                   " REGISTROS"
             ELSE
                ADD 1 TO WS-ERROR-COUNT
                DISPLAY "ERROR: " SM-FILE " NO QUEDO IGUAL AL "
                   "MANIFIESTO"
                MOVE "Practica2Respaldo" TO EXLOG-PROGRAM
                MOVE "RESPALDO"          TO EXLOG-CODETYPE
                MOVE "RESTAURA"          TO EXLOG-CODEVALUE
                MOVE SM-FILE             TO EXLOG-KEYVALUE
                PERFORM LogException
             END-IF
          END-IF.
       WriteControlFigures.
          MOVE "Practica2Respaldo" TO CIF-PROGRAM
          MOVE WS-RUN-DATE TO CIF-DATE
          MOVE WS-FILE-COUNT TO CIF-READ
          MOVE WS-COPIED-COUNT TO CIF-WRITTEN
          MOVE WS-ERROR-COUNT TO CIF-REJECTED
          MOVE WS-RECORD-TOTAL TO CIF-AMOUNT
          OPEN EXTEND ControlFiguresFile
          IF NOT ControlFiguresFileOK THEN
             CLOSE ControlFiguresFile
             OPEN OUTPUT ControlFiguresFile
          END-IF
          WRITE ControlFiguresRecord FROM WS-CIFRAS-LINE
          CLOSE ControlFiguresFile.
       LogException.
          MOVE WS-RUN-DATE TO EXLOG-DATE
          ACCEPT EXLOG-TIME FROM TIME
          OPEN EXTEND ExceptionLogFile
          IF NOT ExceptionLogFileOK THEN
             CLOSE ExceptionLogFile
             OPEN OUTPUT ExceptionLogFile
          END-IF
          WRITE ExceptionLogRecord FROM WS-EXLOG-LINE
          CLOSE ExceptionLogFile.
