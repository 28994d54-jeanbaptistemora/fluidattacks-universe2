       01 W03-RETCODE     PIC 9(02) VALUE 0.
       01 WS-STEP-RC      PIC 9(02) VALUE 0.

      * Resumes the run named in RSTPARM from its first step that is
      * not complete.  RETURN-CODE is 08 when the run could not be
      * resumed to the end, so a caller such as COBOLRMED can record
      * the outcome; the caller cancels it before the next restart.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM LOAD-RESTART-PARAM.
           IF WS-RUN-CORRID = SPACES
               DISPLAY "Falta la corrida a reanudar en RSTPARM"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-STEP-TABLE.
           IF WS-STEP-COUNT = 0
               DISPLAY "Sin pasos registrados para " WS-RUN-CORRID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM VARYING WS-SUB FROM 1 BY 1

           DISPLAY "Pasos relanzados: " WS-RELAUNCHED.

           IF WS-CHAIN-IS-BROKEN
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       LOAD-RESTART-PARAM.
           OPEN INPUT RESTART-PARAM.
