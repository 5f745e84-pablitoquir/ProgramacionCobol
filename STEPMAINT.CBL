       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "STEPDTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT STEPDEP-FILE ASSIGN TO "STEPDEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPDEP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STEPMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  MT-FUNCTION         PIC X.
           05  FILLER              PIC X.
           05  MT-STEP-NAME        PIC X(13).
           05  FILLER              PIC X.
           05  MT-DEP-TYPE         PIC X.
           05  FILLER              PIC X.
           05  MT-OTHER-STEP       PIC X(13).

       FD  STEPDEP-FILE.
       01  STEPDEP-RECORD.
           05  SD-STEP-NAME        PIC X(13).
           05  FILLER              PIC X.
           05  SD-DEP-TYPE         PIC X.
           05  FILLER              PIC X.
           05  SD-OTHER-STEP       PIC X(13).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-MAINT-STATUS         PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-MAINT            PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-TABLE-CHANGED        PIC X VALUE "N".
       01  WS-TABLE-OVERFLOW       PIC X VALUE "N".
       01  WS-DEP-FOUND            PIC X VALUE "N".
       01  WS-LOOP-FOUND           PIC X VALUE "N".

       01  WS-DEP-COUNT            PIC 9(3) VALUE 0.
       01  WS-DEP-MAX              PIC 9(3) VALUE 200.
       01  WS-DEP-POS              PIC 9(3) VALUE 0.

       01  WS-DEP-TABLE.
           05  WS-DEP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DEP-IDX.
               10  WS-DEP-STEP     PIC X(13).
               10  WS-DEP-TYPE     PIC X.
               10  WS-DEP-OTHER    PIC X(13).

       01  WS-RUN-COUNTERS.
           05  WS-REQUEST-COUNT    PIC 9(5) VALUE 0.
           05  WS-ADDED-COUNT      PIC 9(5) VALUE 0.
           05  WS-REMOVED-COUNT    PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZ9.

       01  WS-TYPE-TEXT            PIC X(24) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1000-LOAD-DEPENDENCIES
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "STEPDEPS.DAT EXCEDE LA TABLA DE "
                       "DEPENDENCIAS - NO SE MODIFICA"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE "STEPMAINT - MANTENIMIENTO DE DEPENDENCIAS ENTRE PASOS"
               TO REPORT-LINE
           WRITE REPORT-LINE
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               MOVE "STEPDTRX.DAT SIN SOLICITUDES - SOLO LISTADO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-MAINT = "Y"
                   READ MAINT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-MAINT
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM 3000-PROCESS-REQUEST
                   END-READ
               END-PERFORM
               CLOSE MAINT-FILE
           END-IF
           IF WS-TABLE-CHANGED = "Y"
               PERFORM 7000-REWRITE-DEPENDENCIES
           END-IF
           PERFORM 7500-LIST-DEPENDENCIES
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           IF WS-ERROR-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-DEPENDENCIES.
           OPEN INPUT STEPDEP-FILE
           IF WS-STEPDEP-STATUS NOT = "00"
               DISPLAY "STEPDEPS.DAT NO EXISTE - SE CREA TABLA NUEVA"
           ELSE
               PERFORM UNTIL WS-EOF-STEPDEP = "Y"
                   READ STEPDEP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-STEPDEP
                       NOT AT END
                           IF WS-DEP-COUNT >= WS-DEP-MAX
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-DEP-COUNT
                               SET WS-DEP-IDX TO WS-DEP-COUNT
                               MOVE SD-STEP-NAME
                                   TO WS-DEP-STEP(WS-DEP-IDX)
                               MOVE SD-DEP-TYPE
                                   TO WS-DEP-TYPE(WS-DEP-IDX)
                               MOVE SD-OTHER-STEP
                                   TO WS-DEP-OTHER(WS-DEP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPDEP-FILE
           END-IF.

       3000-PROCESS-REQUEST.
           EVALUATE TRUE
               WHEN MT-FUNCTION NOT = "A" AND MT-FUNCTION NOT = "B"
                   MOVE SPACES TO REPORT-LINE
                   STRING "FUNCION DESCONOCIDA: " MT-FUNCTION
                       " - SOLICITUD IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN MT-STEP-NAME = SPACES OR MT-OTHER-STEP = SPACES
                   MOVE SPACES TO REPORT-LINE
                   STRING "SOLICITUD " MT-FUNCTION
                       " SIN PASO O SIN PASO RELACIONADO - IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN MT-FUNCTION = "A"
                   PERFORM 4000-ADD-DEPENDENCY
               WHEN OTHER
                   PERFORM 5000-REMOVE-DEPENDENCY
           END-EVALUATE.

       3100-FIND-DEPENDENCY.
           MOVE "N" TO WS-DEP-FOUND
           MOVE 0 TO WS-DEP-POS
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-STEP(WS-DEP-IDX) = MT-STEP-NAME
                       AND WS-DEP-OTHER(WS-DEP-IDX) = MT-OTHER-STEP
                   MOVE "Y" TO WS-DEP-FOUND
                   SET WS-DEP-POS TO WS-DEP-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3200-CHECK-INVERSE.
           MOVE "N" TO WS-LOOP-FOUND
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-STEP(WS-DEP-IDX) = MT-OTHER-STEP
                       AND WS-DEP-OTHER(WS-DEP-IDX) = MT-STEP-NAME
                   MOVE "Y" TO WS-LOOP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3900-REJECT-REQUEST.
           ADD 1 TO WS-ERROR-COUNT
           WRITE REPORT-LINE.

       4000-ADD-DEPENDENCY.
           PERFORM 3100-FIND-DEPENDENCY
           PERFORM 3200-CHECK-INVERSE
           EVALUATE TRUE
               WHEN MT-DEP-TYPE NOT = "P" AND MT-DEP-TYPE NOT = "A"
                   MOVE SPACES TO REPORT-LINE
                   STRING "TIPO DE DEPENDENCIA INVALIDO: " MT-DEP-TYPE
                       " (P PREDECESOR, A ANTERIOR A) - IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN MT-STEP-NAME = MT-OTHER-STEP
                   MOVE SPACES TO REPORT-LINE
                   STRING "PASO " MT-STEP-NAME
                       " NO PUEDE DEPENDER DE SI MISMO - IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN WS-DEP-FOUND = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "DEPENDENCIA " MT-STEP-NAME " - "
                       MT-OTHER-STEP " YA EXISTE - IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN WS-LOOP-FOUND = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "DEPENDENCIA CIRCULAR " MT-STEP-NAME " - "
                       MT-OTHER-STEP " - IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN WS-DEP-COUNT >= WS-DEP-MAX
                   MOVE "TABLA DE DEPENDENCIAS LLENA - ALTA IGNORADA"
                       TO REPORT-LINE
                   PERFORM 3900-REJECT-REQUEST
               WHEN OTHER
                   ADD 1 TO WS-DEP-COUNT
                   SET WS-DEP-IDX TO WS-DEP-COUNT
                   MOVE MT-STEP-NAME TO WS-DEP-STEP(WS-DEP-IDX)
                   MOVE MT-DEP-TYPE TO WS-DEP-TYPE(WS-DEP-IDX)
                   MOVE MT-OTHER-STEP TO WS-DEP-OTHER(WS-DEP-IDX)
                   MOVE "Y" TO WS-TABLE-CHANGED
                   ADD 1 TO WS-ADDED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "ALTA " MT-STEP-NAME " " MT-DEP-TYPE " "
                       MT-OTHER-STEP
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       5000-REMOVE-DEPENDENCY.
           PERFORM 3100-FIND-DEPENDENCY
           IF WS-DEP-FOUND = "N"
               MOVE SPACES TO REPORT-LINE
               STRING "DEPENDENCIA " MT-STEP-NAME " - "
                   MT-OTHER-STEP " NO EXISTE - BAJA IGNORADA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               PERFORM 3900-REJECT-REQUEST
           ELSE
               PERFORM VARYING WS-DEP-IDX FROM WS-DEP-POS BY 1
                       UNTIL WS-DEP-IDX >= WS-DEP-COUNT
                   MOVE WS-DEP-ENTRY(WS-DEP-IDX + 1)
                       TO WS-DEP-ENTRY(WS-DEP-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-DEP-COUNT
               MOVE "Y" TO WS-TABLE-CHANGED
               ADD 1 TO WS-REMOVED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "BAJA " MT-STEP-NAME " - " MT-OTHER-STEP
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7000-REWRITE-DEPENDENCIES.
           OPEN OUTPUT STEPDEP-FILE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               MOVE SPACES TO STEPDEP-RECORD
               MOVE WS-DEP-STEP(WS-DEP-IDX) TO SD-STEP-NAME
               MOVE WS-DEP-TYPE(WS-DEP-IDX) TO SD-DEP-TYPE
               MOVE WS-DEP-OTHER(WS-DEP-IDX) TO SD-OTHER-STEP
               WRITE STEPDEP-RECORD
           END-PERFORM
           CLOSE STEPDEP-FILE.

       7500-LIST-DEPENDENCIES.
           MOVE "DEPENDENCIAS VIGENTES:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > WS-DEP-COUNT
               IF WS-DEP-TYPE(WS-DEP-IDX) = "P"
                   MOVE "REQUIERE COMPLETO" TO WS-TYPE-TEXT
               ELSE
                   MOVE "DEBE CORRER ANTES DE" TO WS-TYPE-TEXT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DEP-STEP(WS-DEP-IDX)
                   " " WS-TYPE-TEXT " " WS-DEP-OTHER(WS-DEP-IDX)
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE WS-REQUEST-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUDES LEIDAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ADDED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "ALTAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REMOVED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "BAJAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUDES CON ERROR: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEP-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DEPENDENCIAS EN TABLA: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM STEPMAINT.
