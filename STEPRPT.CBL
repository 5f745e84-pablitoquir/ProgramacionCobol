       IDENTIFICATION DIVISION.
       PROGRAM-ID. STEPRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "STEPPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT STEPCTL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT STEPDEP-FILE ASSIGN TO "STEPDEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPDEP-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STEPRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  SP-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  SP-VALUE            PIC X(14).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       FD  STEPCTL-FILE.
       01  STEPCTL-RECORD.
           05  SC-KEY.
               10  SC-BUSINESS-DATE PIC X(8).
               10  SC-STEP-NAME    PIC X(13).
           05  SC-STATUS           PIC X(10).
           05  SC-RETURN-CODE      PIC 9(2).
           05  SC-START-TS         PIC X(21).
           05  SC-END-TS           PIC X(21).
           05  SC-RUN-COUNT        PIC 9(3).

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

       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-STEPCTL          PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-STEP-FOUND           PIC X VALUE "N".
       01  WS-TO-DATE-SHOWN        PIC X VALUE "N".

       01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-CURRENT-GROUP-DATE   PIC X(8) VALUE SPACES.
       01  WS-STEP-WORK            PIC X(13) VALUE SPACES.

       01  WS-CRITERIA.
           05  WS-DATE-FROM        PIC X(8) VALUE SPACES.
           05  WS-DATE-TO          PIC X(8) VALUE SPACES.

       01  WS-CAT-COUNT            PIC 9(3) VALUE 0.
       01  WS-CAT-MAX              PIC 9(3) VALUE 100.

       01  WS-CATALOG-TABLE.
           05  WS-CAT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-CAT-IDX.
               10  WS-CAT-STEP     PIC X(13).
               10  WS-CAT-SEEN     PIC X.

       01  WS-DATE-COUNTERS.
           05  WS-DAY-COMPLETE     PIC 9(3) VALUE 0.
           05  WS-DAY-FAILED       PIC 9(3) VALUE 0.
           05  WS-DAY-RUNNING      PIC 9(3) VALUE 0.
           05  WS-DAY-PENDING      PIC 9(3) VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-DATE-COUNT       PIC 9(5) VALUE 0.
           05  WS-TOTAL-FAILED     PIC 9(5) VALUE 0.
           05  WS-TOTAL-RUNNING    PIC 9(5) VALUE 0.
           05  WS-TOTAL-PENDING    PIC 9(5) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZ9.
           05  WS-ED-SMALL         PIC ZZ9.
           05  WS-ED-RC            PIC Z9.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-BUSINESS-DATE
           PERFORM 1500-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-DATE-FROM
           MOVE WS-BUSINESS-DATE TO WS-DATE-TO
           PERFORM 2000-LOAD-PARAMETERS
           PERFORM 2500-LOAD-STEP-CATALOG
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADER
           OPEN INPUT STEPCTL-FILE
           IF WS-STEPCTL-STATUS NOT = "00"
               MOVE "STEPCTL.DAT NO DISPONIBLE - SIN PASOS EJECUTADOS"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 4000-SCAN-STEP-CONTROL
               CLOSE STEPCTL-FILE
           END-IF
           IF WS-TO-DATE-SHOWN = "N" AND WS-CAT-COUNT > 0
               MOVE WS-DATE-TO TO WS-CURRENT-GROUP-DATE
               PERFORM 5000-START-DATE-GROUP
               PERFORM 5500-CLOSE-DATE-GROUP
           END-IF
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           IF WS-TOTAL-FAILED > 0 OR WS-TOTAL-RUNNING > 0
               DISPLAY "** PASOS FALLIDOS O SIN TERMINAR - REVISAR "
                       "STEPRPT.DAT **"
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1500-READ-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               DISPLAY "CALENDAR.DAT NO DISPONIBLE - SE USA LA "
                       "FECHA DE MAQUINA COMO FECHA DE NEGOCIO"
           ELSE
               PERFORM UNTIL WS-EOF-CALENDAR = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CALENDAR
                       NOT AT END
                           IF CD-TYPE = "B"
                               MOVE CD-DATE TO WS-BUSINESS-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       2000-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "STEPPARM.DAT NO DISPONIBLE - SE REPORTA LA "
                       "FECHA DE NEGOCIO"
           ELSE
               PERFORM UNTIL WS-EOF-PARM = "Y"
                   READ PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARM
                       NOT AT END
                           PERFORM 2100-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-DATE-FROM > WS-DATE-TO
               DISPLAY "FD POSTERIOR A FH EN STEPPARM - SE REPORTA "
                       "SOLO " WS-DATE-TO
               MOVE WS-DATE-TO TO WS-DATE-FROM
           END-IF.

       2100-APPLY-PARAMETER.
           EVALUATE SP-CODE
               WHEN "FD"
                   IF SP-VALUE(1:8) IS NUMERIC
                       MOVE SP-VALUE(1:8) TO WS-DATE-FROM
                   ELSE
                       DISPLAY "FD INVALIDA EN STEPPARM: " SP-VALUE
                   END-IF
               WHEN "FH"
                   IF SP-VALUE(1:8) IS NUMERIC
                       MOVE SP-VALUE(1:8) TO WS-DATE-TO
                   ELSE
                       DISPLAY "FH INVALIDA EN STEPPARM: " SP-VALUE
                   END-IF
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN STEPPARM: "
                           SP-CODE
           END-EVALUATE.

       2500-LOAD-STEP-CATALOG.
           OPEN INPUT STEPDEP-FILE
           IF WS-STEPDEP-STATUS NOT = "00"
               DISPLAY "STEPDEPS.DAT NO DISPONIBLE - NO SE REPORTAN "
                       "PASOS PENDIENTES"
           ELSE
               PERFORM UNTIL WS-EOF-STEPDEP = "Y"
                   READ STEPDEP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-STEPDEP
                       NOT AT END
                           MOVE SD-STEP-NAME TO WS-STEP-WORK
                           PERFORM 2600-ADD-CATALOG-STEP
                           MOVE SD-OTHER-STEP TO WS-STEP-WORK
                           PERFORM 2600-ADD-CATALOG-STEP
                   END-READ
               END-PERFORM
               CLOSE STEPDEP-FILE
           END-IF.

       2600-ADD-CATALOG-STEP.
           PERFORM 2700-FIND-CATALOG-STEP
           IF WS-STEP-FOUND = "N" AND WS-STEP-WORK NOT = SPACES
               IF WS-CAT-COUNT >= WS-CAT-MAX
                   DISPLAY "TABLA DE PASOS LLENA - SE OMITE "
                           WS-STEP-WORK
               ELSE
                   ADD 1 TO WS-CAT-COUNT
                   SET WS-CAT-IDX TO WS-CAT-COUNT
                   MOVE WS-STEP-WORK TO WS-CAT-STEP(WS-CAT-IDX)
                   MOVE "N" TO WS-CAT-SEEN(WS-CAT-IDX)
               END-IF
           END-IF.

       2700-FIND-CATALOG-STEP.
           MOVE "N" TO WS-STEP-FOUND
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-STEP(WS-CAT-IDX) = WS-STEP-WORK
                   MOVE "Y" TO WS-STEP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3000-WRITE-REPORT-HEADER.
           MOVE "STEPRPT - ESTADO DE LA CADENA NOCTURNA POR FECHA"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHAS DE NEGOCIO DEL " WS-DATE-FROM
               " AL " WS-DATE-TO
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "  PASO" TO REPORT-LINE(1:6)
           MOVE "ESTADO" TO REPORT-LINE(17:6)
           MOVE "RC" TO REPORT-LINE(28:2)
           MOVE "INICIO" TO REPORT-LINE(32:6)
           MOVE "FIN" TO REPORT-LINE(48:3)
           MOVE "EJEC" TO REPORT-LINE(64:4)
           WRITE REPORT-LINE.

       4000-SCAN-STEP-CONTROL.
           MOVE SPACES TO STEPCTL-RECORD
           MOVE WS-DATE-FROM TO SC-BUSINESS-DATE
           START STEPCTL-FILE KEY NOT < SC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-STEPCTL
           END-START
           PERFORM UNTIL WS-EOF-STEPCTL = "Y"
               READ STEPCTL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-STEPCTL
                   NOT AT END
                       IF SC-BUSINESS-DATE > WS-DATE-TO
                           MOVE "Y" TO WS-EOF-STEPCTL
                       ELSE
                           PERFORM 4100-HANDLE-STEP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CURRENT-GROUP-DATE NOT = SPACES
               PERFORM 5500-CLOSE-DATE-GROUP
           END-IF.

       4100-HANDLE-STEP-RECORD.
           IF SC-BUSINESS-DATE NOT = WS-CURRENT-GROUP-DATE
               IF WS-CURRENT-GROUP-DATE NOT = SPACES
                   PERFORM 5500-CLOSE-DATE-GROUP
               END-IF
               MOVE SC-BUSINESS-DATE TO WS-CURRENT-GROUP-DATE
               PERFORM 5000-START-DATE-GROUP
           END-IF
           MOVE SC-STEP-NAME TO WS-STEP-WORK
           PERFORM 2700-FIND-CATALOG-STEP
           IF WS-STEP-FOUND = "Y"
               MOVE "Y" TO WS-CAT-SEEN(WS-CAT-IDX)
           END-IF
           EVALUATE SC-STATUS
               WHEN "COMPLETO"
                   ADD 1 TO WS-DAY-COMPLETE
               WHEN "FALLIDO"
                   ADD 1 TO WS-DAY-FAILED
               WHEN OTHER
                   ADD 1 TO WS-DAY-RUNNING
           END-EVALUATE
           MOVE SC-RETURN-CODE TO WS-ED-RC
           MOVE SC-RUN-COUNT TO WS-ED-SMALL
           MOVE SPACES TO REPORT-LINE
           MOVE SC-STEP-NAME TO REPORT-LINE(3:13)
           MOVE SC-STATUS TO REPORT-LINE(17:10)
           MOVE WS-ED-RC TO REPORT-LINE(28:2)
           MOVE SC-START-TS(9:6) TO REPORT-LINE(32:6)
           IF SC-END-TS = SPACES
               MOVE "------" TO REPORT-LINE(48:6)
           ELSE
               MOVE SC-END-TS(9:6) TO REPORT-LINE(48:6)
           END-IF
           MOVE WS-ED-SMALL TO REPORT-LINE(65:3)
           IF SC-STATUS = "FALLIDO"
               MOVE "**" TO REPORT-LINE(70:2)
           END-IF
           WRITE REPORT-LINE.

       5000-START-DATE-GROUP.
           ADD 1 TO WS-DATE-COUNT
           IF WS-CURRENT-GROUP-DATE = WS-DATE-TO
               MOVE "Y" TO WS-TO-DATE-SHOWN
           END-IF
           MOVE 0 TO WS-DAY-COMPLETE
           MOVE 0 TO WS-DAY-FAILED
           MOVE 0 TO WS-DAY-RUNNING
           MOVE 0 TO WS-DAY-PENDING
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               MOVE "N" TO WS-CAT-SEEN(WS-CAT-IDX)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "FECHA DE NEGOCIO " WS-CURRENT-GROUP-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5500-CLOSE-DATE-GROUP.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                   UNTIL WS-CAT-IDX > WS-CAT-COUNT
               IF WS-CAT-SEEN(WS-CAT-IDX) = "N"
                   ADD 1 TO WS-DAY-PENDING
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-CAT-STEP(WS-CAT-IDX) TO REPORT-LINE(3:13)
                   MOVE "PENDIENTE" TO REPORT-LINE(17:9)
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM
           ADD WS-DAY-FAILED TO WS-TOTAL-FAILED
           ADD WS-DAY-RUNNING TO WS-TOTAL-RUNNING
           ADD WS-DAY-PENDING TO WS-TOTAL-PENDING
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAY-COMPLETE TO WS-ED-SMALL
           STRING "  COMPLETOS " WS-ED-SMALL
               DELIMITED BY SIZE INTO REPORT-LINE
           MOVE "FALLIDOS" TO REPORT-LINE(19:8)
           MOVE WS-DAY-FAILED TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO REPORT-LINE(28:3)
           MOVE "EN CURSO" TO REPORT-LINE(33:8)
           MOVE WS-DAY-RUNNING TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO REPORT-LINE(42:3)
           MOVE "PENDIENTES" TO REPORT-LINE(47:10)
           MOVE WS-DAY-PENDING TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO REPORT-LINE(58:3)
           WRITE REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DATE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "FECHAS REPORTADAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-FAILED TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PASOS FALLIDOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-RUNNING TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PASOS EN CURSO O INTERRUMPIDOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-PENDING TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PASOS PENDIENTES: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM STEPRPT.
