               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PROOF-FILE ASSIGN TO "BALPRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

           SELECT STEPCTL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT STEPDEP-FILE ASSIGN TO "STEPDEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPDEP-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           05  LG-FLAG50           PIC X(8).
           05  FILLER              PIC X.
           05  LG-BAND             PIC X(8).
           05  FILLER              PIC X.
           05  LG-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  LG-MOV-TYPE         PIC X.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  FILLER              PIC X.
           05  BA-REASON           PIC X(20).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  AR-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  AR-LOG-DATA.
               10  AR-TIMESTAMP    PIC X(21).
               10  FILLER          PIC X.
               10  AR-ACCOUNT      PIC X(4).
               10  FILLER          PIC X.
               10  AR-OPCODE       PIC X.
               10  FILLER          PIC X.
               10  AR-NUM1         PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
               10  FILLER          PIC X.
               10  AR-NUM2         PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
               10  FILLER          PIC X.
               10  AR-RESULTADO    PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
               10  FILLER          PIC X.
               10  AR-FLAG50       PIC X(8).
               10  FILLER          PIC X.
               10  AR-BAND         PIC X(8).
               10  FILLER          PIC X.
               10  AR-BATCH-NO     PIC 9(6).
               10  FILLER          PIC X.
               10  AR-MOV-TYPE     PIC X.

       FD  HOLD-FILE.
       01  HOLD-RECORD.
           05  HP-SEQ              PIC 9(7).
           05  FILLER              PIC X.
           05  HP-HOLD-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  HP-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  HP-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  HP-OPCODE           PIC X.
           05  FILLER              PIC X.
           05  HP-BAND             PIC X(8).
           05  FILLER              PIC X.
           05  HP-AMOUNT           PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  HP-REASON           PIC X(10).
           05  FILLER              PIC X.
           05  HP-STATUS           PIC X(10).
           05  FILLER              PIC X.
           05  HP-USER             PIC X(8).
           05  FILLER              PIC X.
           05  HP-DECISION-DATE    PIC X(8).

       FD  PROOF-FILE.
       01  PROOF-LINE              PIC X(80).

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

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       WORKING-STORAGE SECTION.

       01  WS-SNAPSHOT-STATUS      PIC X(2) VALUE "00".
       01  WS-LOG-STATUS           PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-PROOF-STATUS         PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-EOF-SNAPSHOT         PIC X VALUE "N".
       01  WS-EOF-LOG              PIC X VALUE "N".
       01  WS-EOF-AUDIT            PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-OUT-OF-BALANCE       PIC X VALUE "N".
       01  WS-PRIOR-FOUND          PIC X VALUE "N".

                                    SEPARATE.
               10  WS-PRF-ADJ-SUM  PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-PRF-REV-SUM  PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-PRF-HOLD-SUM PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-PRF-REL-SUM  PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-PRF-DCL-SUM  PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-PRF-EXPECTED PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.

           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-SUM           PIC -ZZZZZZZZZZZ9.9(2).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "BALPROOF".
           05  WS-STEP-DATE        PIC X(8) VALUE SPACES.
           05  WS-STEP-TIMESTAMP   PIC X(21) VALUE SPACES.
           05  WS-STEP-RC          PIC 9(2) VALUE 0.
           05  WS-STEP-FOUND       PIC X VALUE "N".
           05  WS-STEP-STARTED     PIC X VALUE "N".
           05  WS-STEP-REFUSED     PIC X VALUE "N".
           05  WS-STEP-FAILED      PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 9450-READ-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INIT-PROOF-TABLE
           PERFORM 2000-FIND-SNAPSHOT-DATES
           IF WS-LATEST-DATE = "00000000"
               DISPLAY "BALSNAP.DAT SIN CORTES DE SALDOS - NADA "
                       "QUE PROBAR"
               MOVE 12 TO RETURN-CODE
               PERFORM 9700-END-STEP
               STOP RUN
           END-IF
           PERFORM 3000-LOAD-SNAPSHOT-TOTALS
           PERFORM 4000-TOTAL-AUDIT-LOG
           PERFORM 5000-TOTAL-ADJUSTMENTS
           PERFORM 5500-TOTAL-REVERSALS
           PERFORM 5600-TOTAL-HOLDS
           PERFORM 6000-WRITE-PROOF-REPORT
           IF WS-OUT-OF-BALANCE = "Y"
               DISPLAY "** PRUEBA DE SALDOS FUERA DE BALANCE - "
           ELSE
               DISPLAY "PRUEBA DE SALDOS CORRECTA"
           END-IF
           PERFORM 9700-END-STEP
           STOP RUN.

       1000-INIT-PROOF-TABLE.
               MOVE +0 TO WS-PRF-PRIOR-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-LOG-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-ADJ-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-REV-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-HOLD-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-REL-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-DCL-SUM(WS-GRP-IDX)
               MOVE +0 TO WS-PRF-EXPECTED(WS-GRP-IDX)
           END-PERFORM.

               CLOSE AUDIT-FILE
           END-IF.

       5500-TOTAL-REVERSALS.
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AUDARCHV.DAT NO DISPONIBLE - SE PRUEBA SIN "
                       "REVERSOS DE LOTE"
           ELSE
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF AR-MOV-TYPE = "R"
                                   AND AR-RUN-DATE > WS-PRIOR-DATE
                                   AND AR-RUN-DATE <= WS-LATEST-DATE
                               MOVE AR-ACCOUNT(1:1) TO WS-GRP-CHAR
                               PERFORM 7000-SET-GROUP-INDEX
                               IF WS-GRP-IDX > 0
                                   ADD AR-RESULTADO
                                       TO WS-PRF-REV-SUM(WS-GRP-IDX)
                               END-IF
                               ADD AR-RESULTADO
                                   TO WS-PRF-REV-SUM(11)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       5600-TOTAL-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLDPOST.DAT NO DISPONIBLE - SE PRUEBA SIN "
                       "MOVIMIENTOS RETENIDOS"
           ELSE
               PERFORM UNTIL WS-EOF-HOLD = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HOLD
                       NOT AT END
                           PERFORM 5700-APPLY-HOLD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       5700-APPLY-HOLD-RECORD.
           MOVE HP-ACCOUNT(1:1) TO WS-GRP-CHAR
           PERFORM 7000-SET-GROUP-INDEX
           IF HP-HOLD-DATE > WS-PRIOR-DATE
                   AND HP-HOLD-DATE <= WS-LATEST-DATE
               IF WS-GRP-IDX > 0
                   SUBTRACT HP-AMOUNT FROM WS-PRF-HOLD-SUM(WS-GRP-IDX)
               END-IF
               SUBTRACT HP-AMOUNT FROM WS-PRF-HOLD-SUM(11)
           END-IF
           IF HP-DECISION-DATE > WS-PRIOR-DATE
                   AND HP-DECISION-DATE <= WS-LATEST-DATE
               EVALUATE HP-STATUS
                   WHEN "LIBERADO"
                       IF WS-GRP-IDX > 0
                           ADD HP-AMOUNT
                               TO WS-PRF-REL-SUM(WS-GRP-IDX)
                       END-IF
                       ADD HP-AMOUNT TO WS-PRF-REL-SUM(11)
                   WHEN "DECLINADO"
                       IF WS-GRP-IDX > 0
                           ADD HP-AMOUNT
                               TO WS-PRF-DCL-SUM(WS-GRP-IDX)
                       END-IF
                       ADD HP-AMOUNT TO WS-PRF-DCL-SUM(11)
               END-EVALUATE
           END-IF.

       7000-SET-GROUP-INDEX.
           IF WS-GRP-CHAR NUMERIC
               COMPUTE WS-GRP-IDX = WS-GRP-DIGIT + 1
               WS-PRF-PRIOR-SUM(WS-GRP-IDX)
               + WS-PRF-LOG-SUM(WS-GRP-IDX)
               + WS-PRF-ADJ-SUM(WS-GRP-IDX)
               + WS-PRF-REV-SUM(WS-GRP-IDX)
               + WS-PRF-HOLD-SUM(WS-GRP-IDX)
               + WS-PRF-REL-SUM(WS-GRP-IDX)
           IF WS-PRF-LATEST-COUNT(WS-GRP-IDX) = 0
                   AND WS-PRF-EXPECTED(WS-GRP-IDX) = 0
                   AND WS-PRF-LATEST-SUM(WS-GRP-IDX) = 0
               STRING "  AJUSTES MANUALES " WS-ED-SUM
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
               MOVE WS-PRF-REV-SUM(WS-GRP-IDX) TO WS-ED-SUM
               MOVE SPACES TO PROOF-LINE
               STRING "  REVERSOS DE LOTE " WS-ED-SUM
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
               MOVE WS-PRF-HOLD-SUM(WS-GRP-IDX) TO WS-ED-SUM
               MOVE SPACES TO PROOF-LINE
               STRING "  RETENIDOS        " WS-ED-SUM
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
               MOVE WS-PRF-REL-SUM(WS-GRP-IDX) TO WS-ED-SUM
               MOVE SPACES TO PROOF-LINE
               STRING "  LIBERADOS        " WS-ED-SUM
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
               IF WS-PRF-DCL-SUM(WS-GRP-IDX) NOT = 0
                   MOVE WS-PRF-DCL-SUM(WS-GRP-IDX) TO WS-ED-SUM
                   MOVE SPACES TO PROOF-LINE
                   STRING "  (DECLINADOS      " WS-ED-SUM
                       " - SIN EFECTO EN SALDOS)"
                       DELIMITED BY SIZE INTO PROOF-LINE
                   WRITE PROOF-LINE
               END-IF
               MOVE WS-PRF-EXPECTED(WS-GRP-IDX) TO WS-ED-SUM
               MOVE SPACES TO PROOF-LINE
               STRING "  SALDO ESPERADO   " WS-ED-SUM
               END-IF
           END-IF.

       9450-READ-STEP-DATE.
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
                               MOVE CD-DATE TO WS-STEP-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

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

       END PROGRAM BALPROOF.
