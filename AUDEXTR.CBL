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

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
               10  AR-FLAG50       PIC X(8).
               10  FILLER          PIC X.
               10  AR-BAND         PIC X(8).
               10  FILLER          PIC X.
               10  AR-BATCH-NO     PIC 9(6).
               10  FILLER          PIC X.
               10  AR-MOV-TYPE     PIC X.

       FD  PARM-FILE.
       01  PARM-RECORD.
       01  LIST-LINE               PIC X(80).

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD          PIC X(99).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
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

       WORKING-STORAGE SECTION.

       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-LIST-STATUS          PIC X(2) VALUE "00".
       01  WS-EXTRACT-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-CAL-BUS-FOUND        PIC X VALUE "N".
       01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-SELECTED             PIC X VALUE "N".
           05  WS-ED-SUM           PIC -ZZZZZZZZZZZ9.9(2).
           05  WS-ED-RESULTADO     PIC -ZZZZZZZZ9.9(2).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "AUDEXTR".
           05  WS-STEP-DATE        PIC X(8) VALUE SPACES.
           05  WS-STEP-TIMESTAMP   PIC X(21) VALUE SPACES.
           05  WS-STEP-RC          PIC 9(2) VALUE 0.
           05  WS-STEP-FOUND       PIC X VALUE "N".
           05  WS-STEP-STARTED     PIC X VALUE "N".
           05  WS-STEP-REFUSED     PIC X VALUE "N".
           05  WS-STEP-FAILED      PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 1500-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-CRITERIA
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               CLOSE LIST-FILE
               CLOSE EXTRACT-FILE
           END-IF
           PERFORM 9700-END-STEP
           STOP RUN.

       1500-READ-CALENDAR.
               " " AR-FLAG50
               " " AR-BAND
               DELIMITED BY SIZE INTO LIST-LINE
           IF AR-MOV-TYPE = "R"
               MOVE "REVERSO" TO LIST-LINE(66:7)
           END-IF
           WRITE LIST-LINE.

       3000-WRITE-LIST-HEADER.
               DELIMITED BY SIZE INTO LIST-LINE
           WRITE LIST-LINE.

       9500-CHECK-STEP-DEPENDENCIES.
           MOVE "N" TO WS-EOF-STEPDEP
           OPEN INPUT STEPDEP-FILE
           IF WS-STEPDEP-STATUS NOT = "00"
               DISPLAY "STEPDEPS.DAT NO DISPONIBLE - " WS-STEP-NAME
                       " SE EJECUTA SIN CONTROL DE PREDECESORES"
           ELSE
               PERFORM UNTIL WS-EOF-STEPDEP = "Y"
                   READ STEPDEP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-STEPDEP
                       NOT AT END
                           IF SD-STEP-NAME = WS-STEP-NAME
                               PERFORM 9550-CHECK-ONE-DEPENDENCY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPDEP-FILE
           END-IF.

       9550-CHECK-ONE-DEPENDENCY.
           MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
           MOVE SD-OTHER-STEP TO SC-STEP-NAME
           READ STEPCTL-FILE
               INVALID KEY
                   MOVE SPACES TO SC-STATUS
           END-READ
           EVALUATE TRUE
               WHEN SD-DEP-TYPE = "P" AND SC-STATUS NOT = "COMPLETO"
                   DISPLAY "** " WS-STEP-NAME " RECHAZADO - "
                           SD-OTHER-STEP " NO ESTA COMPLETO PARA "
                           WS-STEP-DATE " **"
                   MOVE "Y" TO WS-STEP-REFUSED
               WHEN SD-DEP-TYPE = "A"
                       AND (SC-STATUS = "COMPLETO"
                           OR SC-STATUS = "EN-CURSO")
                   DISPLAY "** " WS-STEP-NAME " RECHAZADO - "
                           SD-OTHER-STEP " YA CORRIO PARA "
                           WS-STEP-DATE " (" SC-STATUS ") **"
                   MOVE "Y" TO WS-STEP-REFUSED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9600-START-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
           IF WS-STEP-DATE = SPACES
               MOVE WS-STEP-TIMESTAMP(1:8) TO WS-STEP-DATE
           END-IF
           OPEN I-O STEPCTL-FILE
           IF WS-STEPCTL-STATUS = "35"
               OPEN OUTPUT STEPCTL-FILE
               CLOSE STEPCTL-FILE
               OPEN I-O STEPCTL-FILE
           END-IF
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "STEPCTL.DAT NO DISPONIBLE - ESTADO "
                       WS-STEPCTL-STATUS " - " WS-STEP-NAME
                       " NO SE EJECUTA"
               MOVE "Y" TO WS-STEP-REFUSED
           ELSE
               PERFORM 9500-CHECK-STEP-DEPENDENCIES
               IF WS-STEP-REFUSED = "N"
                   PERFORM 9650-WRITE-STEP-START
               END-IF
               CLOSE STEPCTL-FILE
           END-IF.

       9650-WRITE-STEP-START.
           MOVE "Y" TO WS-STEP-FOUND
           MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
           MOVE WS-STEP-NAME TO SC-STEP-NAME
           READ STEPCTL-FILE
               INVALID KEY
                   MOVE "N" TO WS-STEP-FOUND
                   MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
                   MOVE WS-STEP-NAME TO SC-STEP-NAME
                   MOVE 0 TO SC-RUN-COUNT
           END-READ
           MOVE "EN-CURSO" TO SC-STATUS
           MOVE 0 TO SC-RETURN-CODE
           MOVE WS-STEP-TIMESTAMP TO SC-START-TS
           MOVE SPACES TO SC-END-TS
           ADD 1 TO SC-RUN-COUNT
           IF WS-STEP-FOUND = "Y"
               REWRITE STEPCTL-RECORD
           ELSE
               WRITE STEPCTL-RECORD
           END-IF
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGISTRAR EL INICIO DE "
                       WS-STEP-NAME " - ESTADO " WS-STEPCTL-STATUS
           ELSE
               MOVE "Y" TO WS-STEP-STARTED
           END-IF.

       9700-END-STEP.
           IF WS-STEP-STARTED = "Y"
               MOVE RETURN-CODE TO WS-STEP-RC
               MOVE FUNCTION CURRENT-DATE TO WS-STEP-TIMESTAMP
               OPEN I-O STEPCTL-FILE
               IF WS-STEPCTL-STATUS NOT = "00"
                   DISPLAY "STEPCTL.DAT NO DISPONIBLE - NO SE "
                           "REGISTRA EL FIN DE " WS-STEP-NAME
               ELSE
                   MOVE WS-STEP-DATE TO SC-BUSINESS-DATE
                   MOVE WS-STEP-NAME TO SC-STEP-NAME
                   READ STEPCTL-FILE
                       INVALID KEY
                           DISPLAY "STEPCTL.DAT SIN INICIO DE "
                                   WS-STEP-NAME " PARA " WS-STEP-DATE
                       NOT INVALID KEY
                           IF WS-STEP-RC >= 12 OR WS-STEP-FAILED = "Y"
                               MOVE "FALLIDO" TO SC-STATUS
                           ELSE
                               MOVE "COMPLETO" TO SC-STATUS
                           END-IF
                           MOVE WS-STEP-RC TO SC-RETURN-CODE
                           MOVE WS-STEP-TIMESTAMP TO SC-END-TS
                           REWRITE STEPCTL-RECORD
                   END-READ
                   CLOSE STEPCTL-FILE
               END-IF
           END-IF.

       END PROGRAM AUDEXTR.
