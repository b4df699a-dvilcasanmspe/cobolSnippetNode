          88 WS-NIGHT-FAILED  VALUE "Y".
       01 StepTable.
          05 StepCount        PIC 9(2)    VALUE ZERO.
          05 StepEntry OCCURS 80 TIMES.
             10 ST-PROGRAM    PIC X(20)   VALUE SPACES.
             10 ST-READ       PIC 9(7)    VALUE ZERO.
             10 ST-WRITTEN    PIC 9(7)    VALUE ZERO.
             END-IF
          END-PERFORM
          IF NOT WS-STEP-FOUND THEN
             IF StepCount >= 80 THEN
                DISPLAY "ERROR: TABLA DE PASOS LLENA - SE OMITE "
                   CIF-PROGRAM
                MOVE "Practica2VerifCifras" TO EXLOG-PROGRAM
