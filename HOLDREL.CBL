       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "HOLDTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-STATUS.

           SELECT PARM-FILE ASSIGN TO "HOLDPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "HOLDRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

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
       FD  DECISION-FILE.
       01  DECISION-RECORD.
           05  HT-FUNCTION         PIC X.
           05  FILLER              PIC X.
           05  HT-SEQ              PIC 9(7).
           05  FILLER              PIC X.
           05  HT-USER             PIC X(8).

       FD  PARM-FILE.
       01  PARM-RECORD.
           05  HM-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  HM-VALUE            PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05  RC-RUN-ID           PIC X(16).
           05  FILLER              PIC X.
           05  RC-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  RC-START-TS         PIC X(21).
           05  FILLER              PIC X.
           05  RC-END-TS           PIC X(21).
           05  FILLER              PIC X.
           05  RC-STATUS           PIC X(10).
           05  FILLER              PIC X.
           05  RC-REC-COUNT        PIC 9(7).
           05  FILLER              PIC X.
           05  RC-REJECT-COUNT     PIC 9(7).
           05  FILLER              PIC X.
           05  RC-RETURN-CODE      PIC 9(2).

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

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-ACCOUNT          PIC X(4).
           05  BM-BALANCE          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  BM-TRAN-COUNT       PIC 9(7).
           05  BM-LAST-DATE        PIC X(8).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  AM-ACCOUNT          PIC X(4).
           05  AM-NAME             PIC X(30).
           05  AM-OPEN-DATE        PIC X(8).
           05  AM-STATUS           PIC X(10).
           05  AM-CLOSE-DATE       PIC X(8).
           05  AM-STATUS-DATE      PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

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

       01  WS-DECISION-STATUS      PIC X(2) VALUE "00".
       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-ACCOUNT-STATUS       PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-DECISION         PIC X VALUE "N".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-RUNCTL           PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-HOLDS-LOADED         PIC X VALUE "N".
       01  WS-HOLDS-OVERFLOW       PIC X VALUE "N".
       01  WS-HOLDS-CHANGED        PIC X VALUE "N".
       01  WS-DECISIONS-LOCKED     PIC X VALUE "N".
       01  WS-MASTERS-OPEN         PIC X VALUE "N".
       01  WS-SEQ-FOUND            PIC X VALUE "N".
       01  WS-ACCT-USABLE          PIC X VALUE "N".
       01  WS-LAST-RUN-STATUS      PIC X(10) VALUE SPACES.
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-AGE-LIMIT            PIC 9(3) VALUE 3.

       01  WS-HOLD-COUNT           PIC 9(4) VALUE 0.
       01  WS-HOLD-MAX             PIC 9(4) VALUE 5000.

       01  WS-HOLD-TABLE.
           05  WS-HLD-ENTRY OCCURS 5000 TIMES
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-SEQ      PIC 9(7).
               10  WS-HLD-DATE     PIC X(8).
               10  WS-HLD-BATCH-NO PIC 9(6).
               10  WS-HLD-ACCOUNT  PIC X(4).
               10  WS-HLD-OPCODE   PIC X.
               10  WS-HLD-BAND     PIC X(8).
               10  WS-HLD-AMOUNT   PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-HLD-REASON   PIC X(10).
               10  WS-HLD-STATUS   PIC X(10).
               10  WS-HLD-USER     PIC X(8).
               10  WS-HLD-DEC-DATE PIC X(8).

       01  WS-RUN-COUNTERS.
           05  WS-DECISION-COUNT   PIC 9(5) VALUE 0.
           05  WS-RELEASE-COUNT    PIC 9(5) VALUE 0.
           05  WS-DECLINE-COUNT    PIC 9(5) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(5) VALUE 0.
           05  WS-RELEASE-SUM      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-DECLINE-SUM      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.

       01  WS-STATUS-TOTALS.
           05  WS-HELD-TOTAL       PIC 9(5) VALUE 0.
           05  WS-RELEASED-TOTAL   PIC 9(5) VALUE 0.
           05  WS-DECLINED-TOTAL   PIC 9(5) VALUE 0.
           05  WS-OVERAGE-TOTAL    PIC 9(5) VALUE 0.
           05  WS-HELD-SUM         PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-RELEASED-SUM     PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-DECLINED-SUM     PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-AMOUNT        PIC -ZZZZZZZZ9.9(2).
           05  WS-ED-SUM           PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-SEQ           PIC ZZZZZZ9.
           05  WS-ED-AGE           PIC ZZ9.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-TODAY-INT        PIC 9(8).
           05  WS-ENTRY-INT        PIC 9(8).
           05  WS-AGE-WORK         PIC S9(5).
           05  WS-AGE-DAYS         PIC 9(3).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "HOLDREL".
           05  WS-STEP-DATE        PIC X(8) VALUE SPACES.
           05  WS-STEP-TIMESTAMP   PIC X(21) VALUE SPACES.
           05  WS-STEP-RC          PIC 9(2) VALUE 0.
           05  WS-STEP-FOUND       PIC X VALUE "N".
           05  WS-STEP-STARTED     PIC X VALUE "N".
           05  WS-STEP-REFUSED     PIC X VALUE "N".
           05  WS-STEP-FAILED      PIC X VALUE "N".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CDT-DATE TO WS-BUSINESS-DATE
           PERFORM 1500-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           PERFORM 1000-LOAD-PARAMETERS
           PERFORM 1200-CHECK-RUN-CONTROL
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "HOLDREL - LIBERACION DE MOVIMIENTOS RETENIDOS - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1600-LOAD-HOLDS
           OPEN INPUT DECISION-FILE
           IF WS-DECISION-STATUS NOT = "00"
               MOVE "HOLDTRX.DAT SIN DECISIONES - SOLO REPORTE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 2000-OPEN-MASTERS
               PERFORM UNTIL WS-EOF-DECISION = "Y"
                   READ DECISION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-DECISION
                       NOT AT END
                           ADD 1 TO WS-DECISION-COUNT
                           PERFORM 3000-PROCESS-DECISION
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
               IF WS-MASTERS-OPEN = "Y"
                   CLOSE BALANCE-FILE
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF
           IF WS-HOLDS-CHANGED = "Y"
               PERFORM 7000-REWRITE-HOLDS
           END-IF
           PERFORM 7500-REPORT-AGED-HOLDS
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           IF WS-ERROR-COUNT > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM 9700-END-STEP
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "HOLDPARM.DAT NO DISPONIBLE - SE USAN "
                       "LIMITES POR DEFECTO"
           ELSE
               PERFORM UNTIL WS-EOF-PARM = "Y"
                   READ PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARM
                       NOT AT END
                           PERFORM 1100-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1100-APPLY-PARAMETER.
           EVALUATE TRUE
               WHEN HM-VALUE NOT NUMERIC
                   DISPLAY "VALOR NO NUMERICO EN HOLDPARM PARA "
                           HM-CODE " - SE IGNORA"
               WHEN HM-CODE = "AD"
                   IF HM-VALUE < 0 OR HM-VALUE > 999
                       DISPLAY "AD FUERA DE RANGO (0-999) EN "
                               "HOLDPARM - SE IGNORA"
                   ELSE
                       MOVE HM-VALUE TO WS-AGE-LIMIT
                   END-IF
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN HOLDPARM: "
                           HM-CODE
           END-EVALUATE.

       1200-CHECK-RUN-CONTROL.
           OPEN INPUT RUNCTL-FILE
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-EOF-RUNCTL = "Y"
                   READ RUNCTL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RUNCTL
                       NOT AT END
                           IF RC-BUSINESS-DATE = WS-BUSINESS-DATE
                               MOVE RC-STATUS TO WS-LAST-RUN-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNCTL-FILE
           END-IF
           IF WS-LAST-RUN-STATUS = "COMPLETO"
                   OR WS-LAST-RUN-STATUS = "EN-CURSO"
               MOVE "Y" TO WS-DECISIONS-LOCKED
           END-IF.

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

       1600-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HOLD-STATUS = "35"
                   MOVE "HOLDPOST.DAT NO EXISTE - SIN RETENCIONES"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "Y" TO WS-HOLDS-LOADED
               WHEN WS-HOLD-STATUS NOT = "00"
                   DISPLAY "HOLDPOST.DAT NO SE PUDO ABRIR - ESTADO "
                           WS-HOLD-STATUS " - NO SE PROCESAN "
                           "DECISIONES"
                   MOVE 16 TO WS-FINAL-RC
               WHEN OTHER
                   PERFORM UNTIL WS-EOF-HOLD = "Y"
                       READ HOLD-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-HOLD
                           NOT AT END
                               PERFORM 1700-ADD-HOLD-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
                   MOVE "Y" TO WS-HOLDS-LOADED
           END-EVALUATE.

       1700-ADD-HOLD-ENTRY.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               DISPLAY "TABLA DE RETENCIONES LLENA - LA SECUENCIA "
                       HP-SEQ " QUEDA FUERA DE LA CORRIDA"
               MOVE "Y" TO WS-HOLDS-OVERFLOW
               MOVE 16 TO WS-FINAL-RC
           ELSE
               ADD 1 TO WS-HOLD-COUNT
               SET WS-HLD-IDX TO WS-HOLD-COUNT
               MOVE HP-SEQ TO WS-HLD-SEQ(WS-HLD-IDX)
               MOVE HP-HOLD-DATE TO WS-HLD-DATE(WS-HLD-IDX)
               MOVE HP-BATCH-NO TO WS-HLD-BATCH-NO(WS-HLD-IDX)
               MOVE HP-ACCOUNT TO WS-HLD-ACCOUNT(WS-HLD-IDX)
               MOVE HP-OPCODE TO WS-HLD-OPCODE(WS-HLD-IDX)
               MOVE HP-BAND TO WS-HLD-BAND(WS-HLD-IDX)
               MOVE HP-AMOUNT TO WS-HLD-AMOUNT(WS-HLD-IDX)
               MOVE HP-REASON TO WS-HLD-REASON(WS-HLD-IDX)
               MOVE HP-STATUS TO WS-HLD-STATUS(WS-HLD-IDX)
               MOVE HP-USER TO WS-HLD-USER(WS-HLD-IDX)
               MOVE HP-DECISION-DATE TO WS-HLD-DEC-DATE(WS-HLD-IDX)
           END-IF.

       2000-OPEN-MASTERS.
           EVALUATE TRUE
               WHEN WS-DECISIONS-LOCKED = "Y"
                   MOVE SPACES TO REPORT-LINE
                   STRING "** CONDICIONALES YA CORRIO PARA "
                       WS-BUSINESS-DATE " (" WS-LAST-RUN-STATUS
                       ") - DECISIONES NO APLICADAS **"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 12 TO WS-FINAL-RC
               WHEN WS-HOLDS-LOADED = "N" OR WS-HOLDS-OVERFLOW = "Y"
                   MOVE "** HOLDPOST.DAT INCOMPLETO - DECISIONES NO "
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE "** APLICADAS - REPETIR LAS SOLICITUDES **"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   OPEN I-O BALANCE-FILE
                   IF WS-BALANCE-STATUS NOT = "00"
                       DISPLAY "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                               WS-BALANCE-STATUS
                       MOVE 16 TO WS-FINAL-RC
                   ELSE
                       OPEN INPUT ACCOUNT-FILE
                       IF WS-ACCOUNT-STATUS NOT = "00"
                           DISPLAY "ACCTMSTR.DAT NO DISPONIBLE - "
                                   "ESTADO " WS-ACCOUNT-STATUS
                           CLOSE BALANCE-FILE
                           MOVE 16 TO WS-FINAL-RC
                       ELSE
                           MOVE "Y" TO WS-MASTERS-OPEN
                       END-IF
                   END-IF
           END-EVALUATE.

       3000-PROCESS-DECISION.
           IF WS-MASTERS-OPEN NOT = "Y"
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               EVALUATE HT-FUNCTION
                   WHEN "L"
                       PERFORM 4000-RELEASE-HOLD
                   WHEN "D"
                       PERFORM 5000-DECLINE-HOLD
                   WHEN OTHER
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "FUNCION DESCONOCIDA: " HT-FUNCTION
                           " - SOLICITUD IGNORADA"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-EVALUATE
           END-IF.

       4000-RELEASE-HOLD.
           PERFORM 6000-FIND-HOLD
           IF WS-SEQ-FOUND = "Y"
               PERFORM 6100-CHECK-ACCOUNT-STATUS
           END-IF
           IF WS-SEQ-FOUND = "Y" AND WS-ACCT-USABLE = "Y"
               MOVE WS-HLD-ACCOUNT(WS-HLD-IDX) TO BM-ACCOUNT
               READ BALANCE-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "CUENTA " WS-HLD-ACCOUNT(WS-HLD-IDX)
                           " SIN FILA EN BALMASTR.DAT - LIBERACION "
                           "RECHAZADA"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO BM-BALANCE
                       ADD 1 TO BM-TRAN-COUNT
                       MOVE WS-BUSINESS-DATE TO BM-LAST-DATE
                       REWRITE BALANCE-RECORD
                       MOVE "LIBERADO" TO WS-HLD-STATUS(WS-HLD-IDX)
                       MOVE HT-USER TO WS-HLD-USER(WS-HLD-IDX)
                       MOVE WS-BUSINESS-DATE
                           TO WS-HLD-DEC-DATE(WS-HLD-IDX)
                       MOVE "Y" TO WS-HOLDS-CHANGED
                       ADD 1 TO WS-RELEASE-COUNT
                       ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-RELEASE-SUM
                       MOVE WS-HLD-SEQ(WS-HLD-IDX) TO WS-ED-SEQ
                       MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-ED-AMOUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "RETENCION " WS-ED-SEQ
                           " CUENTA " WS-HLD-ACCOUNT(WS-HLD-IDX)
                           " IMPORTE " WS-ED-AMOUNT
                           " LIBERADA POR " HT-USER
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-READ
           END-IF.

       5000-DECLINE-HOLD.
           PERFORM 6000-FIND-HOLD
           IF WS-SEQ-FOUND = "Y"
               MOVE "DECLINADO" TO WS-HLD-STATUS(WS-HLD-IDX)
               MOVE HT-USER TO WS-HLD-USER(WS-HLD-IDX)
               MOVE WS-BUSINESS-DATE TO WS-HLD-DEC-DATE(WS-HLD-IDX)
               MOVE "Y" TO WS-HOLDS-CHANGED
               ADD 1 TO WS-DECLINE-COUNT
               ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-DECLINE-SUM
               MOVE WS-HLD-SEQ(WS-HLD-IDX) TO WS-ED-SEQ
               MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-ED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "RETENCION " WS-ED-SEQ
                   " CUENTA " WS-HLD-ACCOUNT(WS-HLD-IDX)
                   " IMPORTE " WS-ED-AMOUNT
                   " DECLINADA POR " HT-USER
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6000-FIND-HOLD.
           MOVE "N" TO WS-SEQ-FOUND
           IF HT-SEQ NOT NUMERIC
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SOLICITUD " HT-FUNCTION " SIN SECUENCIA "
                   "VALIDA - IGNORADA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                       UNTIL WS-HLD-IDX > WS-HOLD-COUNT
                   IF WS-HLD-SEQ(WS-HLD-IDX) = HT-SEQ
                       MOVE "Y" TO WS-SEQ-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-SEQ-FOUND = "N"
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE HT-SEQ TO WS-ED-SEQ
                   MOVE SPACES TO REPORT-LINE
                   STRING "RETENCION " WS-ED-SEQ
                       " INEXISTENTE - SOLICITUD IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 6050-CHECK-DECISION-RULES
               END-IF
           END-IF.

       6050-CHECK-DECISION-RULES.
           EVALUATE TRUE
               WHEN WS-HLD-STATUS(WS-HLD-IDX) NOT = "RETENIDO"
                   MOVE "N" TO WS-SEQ-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE WS-HLD-SEQ(WS-HLD-IDX) TO WS-ED-SEQ
                   MOVE SPACES TO REPORT-LINE
                   STRING "RETENCION " WS-ED-SEQ " YA RESUELTA ("
                       WS-HLD-STATUS(WS-HLD-IDX)
                       ") - SOLICITUD IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN HT-USER = SPACES
                   MOVE "N" TO WS-SEQ-FOUND
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "SOLICITUD " HT-FUNCTION " SIN USUARIO "
                       "SUPERVISOR - IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       6100-CHECK-ACCOUNT-STATUS.
           MOVE "N" TO WS-ACCT-USABLE
           MOVE WS-HLD-ACCOUNT(WS-HLD-IDX) TO AM-ACCOUNT
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUENTA " WS-HLD-ACCOUNT(WS-HLD-IDX)
                       " NO EXISTE EN EL MAESTRO DE CUENTAS - "
                       "LIBERACION RECHAZADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   IF AM-STATUS = "CERRADA"
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "CUENTA " WS-HLD-ACCOUNT(WS-HLD-IDX)
                           " CERRADA EL " AM-CLOSE-DATE
                           " - SOLO SE PUEDE DECLINAR"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   ELSE
                       MOVE "Y" TO WS-ACCT-USABLE
                   END-IF
           END-READ.

       7000-REWRITE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           PERFORM 7100-WRITE-HOLD-RECORD
               VARYING WS-HLD-IDX FROM 1 BY 1
               UNTIL WS-HLD-IDX > WS-HOLD-COUNT
           CLOSE HOLD-FILE.

       7100-WRITE-HOLD-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-HLD-SEQ(WS-HLD-IDX) TO HP-SEQ
           MOVE WS-HLD-DATE(WS-HLD-IDX) TO HP-HOLD-DATE
           MOVE WS-HLD-BATCH-NO(WS-HLD-IDX) TO HP-BATCH-NO
           MOVE WS-HLD-ACCOUNT(WS-HLD-IDX) TO HP-ACCOUNT
           MOVE WS-HLD-OPCODE(WS-HLD-IDX) TO HP-OPCODE
           MOVE WS-HLD-BAND(WS-HLD-IDX) TO HP-BAND
           MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO HP-AMOUNT
           MOVE WS-HLD-REASON(WS-HLD-IDX) TO HP-REASON
           MOVE WS-HLD-STATUS(WS-HLD-IDX) TO HP-STATUS
           MOVE WS-HLD-USER(WS-HLD-IDX) TO HP-USER
           MOVE WS-HLD-DEC-DATE(WS-HLD-IDX) TO HP-DECISION-DATE
           WRITE HOLD-RECORD.

       7500-REPORT-AGED-HOLDS.
           MOVE "MOVIMIENTOS RETENIDOS EN ESPERA DE DECISION:"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HOLD-COUNT
               EVALUATE WS-HLD-STATUS(WS-HLD-IDX)
                   WHEN "RETENIDO"
                       ADD 1 TO WS-HELD-TOTAL
                       ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-HELD-SUM
                       PERFORM 7600-WRITE-HOLD-DETAIL
                   WHEN "LIBERADO"
                       ADD 1 TO WS-RELEASED-TOTAL
                       ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-RELEASED-SUM
                   WHEN "DECLINADO"
                       ADD 1 TO WS-DECLINED-TOTAL
                       ADD WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-DECLINED-SUM
               END-EVALUATE
           END-PERFORM.

       7600-WRITE-HOLD-DETAIL.
           PERFORM 7700-COMPUTE-HOLD-AGE
           MOVE WS-HLD-SEQ(WS-HLD-IDX) TO WS-ED-SEQ
           MOVE WS-HLD-AMOUNT(WS-HLD-IDX) TO WS-ED-AMOUNT
           MOVE WS-AGE-DAYS TO WS-ED-AGE
           MOVE SPACES TO REPORT-LINE
           STRING "  SEQ " WS-ED-SEQ
               " " WS-HLD-DATE(WS-HLD-IDX)
               " CTA " WS-HLD-ACCOUNT(WS-HLD-IDX)
               " " WS-ED-AMOUNT
               " " WS-HLD-REASON(WS-HLD-IDX)
               " DIAS " WS-ED-AGE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-AGE-DAYS > WS-AGE-LIMIT
               ADD 1 TO WS-OVERAGE-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING "  ** RETENCION VENCIDA - REQUIERE "
                   "LIBERACION O DECLINACION **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       7700-COMPUTE-HOLD-AGE.
           MOVE 0 TO WS-AGE-DAYS
           IF WS-HLD-DATE(WS-HLD-IDX) NUMERIC
               COMPUTE WS-ENTRY-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-HLD-DATE(WS-HLD-IDX)))
               COMPUTE WS-AGE-WORK = WS-TODAY-INT - WS-ENTRY-INT
               IF WS-AGE-WORK < 0
                   MOVE 0 TO WS-AGE-WORK
               END-IF
               IF WS-AGE-WORK > 999
                   MOVE 999 TO WS-AGE-WORK
               END-IF
               MOVE WS-AGE-WORK TO WS-AGE-DAYS
           END-IF.

       8000-WRITE-TOTALS.
           MOVE WS-HELD-TOTAL TO WS-ED-COUNT
           MOVE WS-HELD-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "RETENIDOS PENDIENTES: " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OVERAGE-TOTAL TO WS-ED-COUNT
           MOVE WS-AGE-LIMIT TO WS-ED-AGE
           MOVE SPACES TO REPORT-LINE
           STRING "RETENIDOS CON MAS DE " WS-ED-AGE " DIAS: "
               WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RELEASED-TOTAL TO WS-ED-COUNT
           MOVE WS-RELEASED-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "LIBERADOS (HISTORICO): " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DECLINED-TOTAL TO WS-ED-COUNT
           MOVE WS-DECLINED-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "DECLINADOS (HISTORICO): " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DECISION-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "DECISIONES LEIDAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RELEASE-COUNT TO WS-ED-COUNT
           MOVE WS-RELEASE-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "LIBERADOS EN ESTA CORRIDA: " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DECLINE-COUNT TO WS-ED-COUNT
           MOVE WS-DECLINE-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "DECLINADOS EN ESTA CORRIDA: " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUDES CON ERROR: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

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

       END PROGRAM HOLDREL.
