               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT STMTCTL-FILE ASSIGN TO "STMTCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SX-ACCOUNT
               FILE STATUS IS WS-STMTCTL-STATUS.

           SELECT SORT-FILE ASSIGN TO "STMSORT".

           SELECT STMT-FILE ASSIGN TO "STMTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.

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
       FD  PARM-FILE.
               10  AR-FLAG50       PIC X(8).
               10  FILLER          PIC X.
               10  AR-BAND         PIC X(8).
               10  FILLER          PIC X.
               10  AR-BATCH-NO     PIC 9(6).
               10  FILLER          PIC X.
               10  AR-MOV-TYPE     PIC X.

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  FILLER              PIC X.
           05  BA-REASON           PIC X(20).

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
           05  BM-TRAN-COUNT       PIC 9(7).
           05  BM-LAST-DATE        PIC X(8).

       FD  STMTCTL-FILE.
       01  STMTCTL-RECORD.
           05  SX-ACCOUNT          PIC X(4).
           05  SX-LAST-CYCLE-DATE  PIC X(8).
           05  SX-CLOSING-BALANCE  PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
           05  SX-CYCLE-COUNT      PIC 9(5).
           05  SX-UPDATE-TS        PIC X(21).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ACCOUNT          PIC X(4).
           05  SR-DATE             PIC X(8).
           05  SR-ORIGIN           PIC X.
           05  SR-SEQ              PIC 9(9).
           05  SR-TYPE             PIC X(6).
           05  SR-AMOUNT           PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       FD  STMT-FILE.
       01  STMT-LINE               PIC X(80).

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

       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-STMTCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STMT-STATUS          PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-AUDIT            PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-BALANCE          PIC X VALUE "N".
       01  WS-EOF-SORT             PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-CRITERIA.
           05  WS-SEL-ACCOUNT      PIC X(4) VALUE "ALL ".
           05  WS-DATE-FROM        PIC X(8) VALUE "00000000".
           05  WS-DATE-TO          PIC X(8) VALUE "99999999".
           05  WS-ALL-ACCOUNTS     PIC X VALUE "Y".
           05  WS-CYCLE-MODE       PIC X VALUE "N".
           05  WS-CYCLE-DATE       PIC X(8) VALUE SPACES.

       01  WS-STMT-ACCOUNT        PIC X(4).
       01  WS-MASTER-BALANCE      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-MERGE-KEYS.
           05  WS-MST-KEY          PIC X(4).
           05  WS-SRT-KEY          PIC X(4).
           05  WS-ORPHAN-ACCOUNT   PIC X(4).
           05  WS-ORPHAN-ROWS      PIC 9(7) VALUE 0.
           05  WS-RELEASE-SEQ      PIC 9(9) VALUE 0.

       01  WS-CYCLE-CONTROL.
           05  WS-CTL-OPEN         PIC X VALUE "N".
           05  WS-CTL-FOUND        PIC X VALUE "N".
           05  WS-CARRY-FORWARD    PIC X VALUE "N".
           05  WS-SKIP-STATEMENT   PIC X VALUE "N".
           05  WS-FROM-INT         PIC 9(8).
           05  WS-FROM-NUM         PIC 9(8).

       01  WS-STMT-TOTALS.
           05  WS-OPENING-BAL      PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-CARRIED-BAL      PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-BASE-BAL         PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-CLOSING-BAL      PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-PERIOD-TOTAL     PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-POST-TOTAL       PIC S9(12)V9(2) SIGN LEADING
           05  WS-MOV-AMOUNT       PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-RUN-COUNTERS.
           05  WS-ACCOUNT-COUNT    PIC 9(5) VALUE 0.
           05  WS-MISMATCH-COUNT   PIC 9(5) VALUE 0.
           05  WS-RELEASED-COUNT   PIC 9(9) VALUE 0.
           05  WS-ORPHAN-COUNT     PIC 9(5) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(5) VALUE 0.
           05  WS-CARRY-DIFF-COUNT PIC 9(5) VALUE 0.
           05  WS-CYCLE-WRITTEN    PIC 9(5) VALUE 0.
           05  WS-CYCLE-ERRORS     PIC 9(5) VALUE 0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-AMOUNT        PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-BALANCE       PIC -ZZZZZZZZZZZ9.9(2).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "BALSTMT".
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
           PERFORM 2000-LOAD-CRITERIA
           IF WS-SEL-ACCOUNT NOT = "ALL "
                   AND WS-SEL-ACCOUNT NOT = SPACES
               MOVE "N" TO WS-ALL-ACCOUNTS
           END-IF
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                       WS-BALANCE-STATUS " - FIN DE PROCESO"
               MOVE 16 TO WS-FINAL-RC
           ELSE
               IF WS-CYCLE-MODE = "Y"
                   PERFORM 2500-OPEN-STMT-CONTROL
               END-IF
               IF WS-CYCLE-MODE = "Y" AND WS-CTL-OPEN = "N"
                   MOVE 16 TO WS-FINAL-RC
               ELSE
                   OPEN OUTPUT STMT-FILE
                   PERFORM 3000-WRITE-REPORT-HEADER
                   SORT SORT-FILE
                       ON ASCENDING KEY SR-ACCOUNT SR-DATE
                                        SR-ORIGIN SR-SEQ
                       INPUT PROCEDURE IS 4000-RELEASE-MOVEMENTS
                       OUTPUT PROCEDURE IS 4500-PRODUCE-STATEMENTS
                   PERFORM 8000-WRITE-REPORT-TOTALS
                   CLOSE STMT-FILE
                   IF WS-CTL-OPEN = "Y"
                       CLOSE STMTCTL-FILE
                   END-IF
               END-IF
               CLOSE BALANCE-FILE
           END-IF
           IF WS-CARRY-DIFF-COUNT > 0 AND WS-FINAL-RC < 4
               DISPLAY "** CUENTAS CON SALDO ARRASTRADO DISTINTO AL "
                       "RECONSTRUIDO: " WS-CARRY-DIFF-COUNT " **"
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-MISMATCH-COUNT > 0 AND WS-FINAL-RC < 8
               DISPLAY "** CUENTAS CON SALDO DESCUADRADO: "
                       WS-MISMATCH-COUNT " **"
               MOVE 8 TO WS-FINAL-RC
           END-IF
           IF WS-CYCLE-ERRORS > 0 AND WS-FINAL-RC < 12
               DISPLAY "** CICLOS NO REGISTRADOS EN STMTCTL.DAT: "
                       WS-CYCLE-ERRORS " **"
               MOVE 12 TO WS-FINAL-RC
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM 9700-END-STEP
           STOP RUN.

       2000-LOAD-CRITERIA.
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-CYCLE-MODE = "Y"
               MOVE "00000000" TO WS-DATE-FROM
               MOVE WS-CYCLE-DATE TO WS-DATE-TO
           END-IF.

       2100-APPLY-CRITERION.
                   MOVE SP-VALUE(1:8) TO WS-DATE-FROM
               WHEN "DT"
                   MOVE SP-VALUE(1:8) TO WS-DATE-TO
               WHEN "CI"
                   EVALUATE TRUE
                       WHEN SP-VALUE = SPACES
                               OR SP-VALUE(1:7) = "NEGOCIO"
                           MOVE WS-STEP-DATE TO WS-CYCLE-DATE
                           MOVE "Y" TO WS-CYCLE-MODE
                       WHEN SP-VALUE(1:8) IS NUMERIC
                           MOVE SP-VALUE(1:8) TO WS-CYCLE-DATE
                           MOVE "Y" TO WS-CYCLE-MODE
                       WHEN OTHER
                           DISPLAY "FECHA DE CICLO INVALIDA EN "
                                   "STMPARMS: " SP-VALUE
                                   " - SE IGNORA"
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "CRITERIO DESCONOCIDO EN STMPARMS: "
                           SP-CODE
           END-EVALUATE.

       2500-OPEN-STMT-CONTROL.
           OPEN I-O STMTCTL-FILE
           IF WS-STMTCTL-STATUS = "35"
               OPEN OUTPUT STMTCTL-FILE
               CLOSE STMTCTL-FILE
               OPEN I-O STMTCTL-FILE
           END-IF
           IF WS-STMTCTL-STATUS NOT = "00"
               DISPLAY "STMTCTL.DAT NO DISPONIBLE - ESTADO "
                       WS-STMTCTL-STATUS " - NO SE EMITE EL CICLO"
           ELSE
               MOVE "Y" TO WS-CTL-OPEN
           END-IF.

       3000-WRITE-REPORT-HEADER.
           MOVE "BALSTMT - ESTADO DE CUENTA POR MOVIMIENTOS"
               TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           IF WS-CYCLE-MODE = "Y"
               STRING "CICLO DE ESTADOS AL " WS-CYCLE-DATE
                   " - DESDE EL ULTIMO ESTADO DE CADA CUENTA"
                   DELIMITED BY SIZE INTO STMT-LINE
           ELSE
               STRING "FECHAS " WS-DATE-FROM " A " WS-DATE-TO
                   DELIMITED BY SIZE INTO STMT-LINE
           END-IF
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "CUENTA SOLICITADA: " WS-SEL-ACCOUNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE.

       4000-RELEASE-MOVEMENTS.
           MOVE 0 TO WS-RELEASE-SEQ
           PERFORM 4100-RELEASE-ARCHIVE
           PERFORM 4200-RELEASE-ADJUSTMENTS
           PERFORM 4300-RELEASE-HOLDS.

       4100-RELEASE-ARCHIVE.
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AUDARCHV.DAT NO DISPONIBLE - ESTADOS SIN "
                       "MOVIMIENTOS DE OPERACION"
           ELSE
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF WS-ALL-ACCOUNTS = "Y"
                                   OR AR-ACCOUNT = WS-SEL-ACCOUNT
                               PERFORM 4150-RELEASE-ARCHIVE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       4150-RELEASE-ARCHIVE-ROW.
           MOVE AR-ACCOUNT TO SR-ACCOUNT
           MOVE AR-RUN-DATE TO SR-DATE
           MOVE "1" TO SR-ORIGIN
           MOVE SPACES TO SR-TYPE
           IF AR-MOV-TYPE = "R"
               STRING "REV " AR-OPCODE DELIMITED BY SIZE
                   INTO SR-TYPE
           ELSE
               STRING "OP " AR-OPCODE DELIMITED BY SIZE
                   INTO SR-TYPE
           END-IF
           MOVE AR-RESULTADO TO SR-AMOUNT
           PERFORM 4900-RELEASE-SORT-RECORD.

       4200-RELEASE-ADJUSTMENTS.
           MOVE "N" TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF-AUDIT = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-AUDIT
                       NOT AT END
                           IF WS-ALL-ACCOUNTS = "Y"
                                   OR BA-ACCOUNT = WS-SEL-ACCOUNT
                               MOVE BA-ACCOUNT TO SR-ACCOUNT
                               MOVE BA-TIMESTAMP(1:8) TO SR-DATE
                               MOVE "2" TO SR-ORIGIN
                               MOVE "AJUSTE" TO SR-TYPE
                               MOVE BA-ADJUSTMENT TO SR-AMOUNT
                               PERFORM 4900-RELEASE-SORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       4300-RELEASE-HOLDS.
           MOVE "N" TO WS-EOF-HOLD
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-HOLD = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HOLD
                       NOT AT END
                           IF WS-ALL-ACCOUNTS = "Y"
                                   OR HP-ACCOUNT = WS-SEL-ACCOUNT
                               PERFORM 4350-RELEASE-HOLD-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       4350-RELEASE-HOLD-ROWS.
           MOVE HP-ACCOUNT TO SR-ACCOUNT
           MOVE HP-HOLD-DATE TO SR-DATE
           MOVE "3" TO SR-ORIGIN
           MOVE "RETEN" TO SR-TYPE
           COMPUTE SR-AMOUNT = HP-AMOUNT * -1
           PERFORM 4900-RELEASE-SORT-RECORD
           IF HP-STATUS = "LIBERADO"
               MOVE HP-ACCOUNT TO SR-ACCOUNT
               MOVE HP-DECISION-DATE TO SR-DATE
               MOVE "3" TO SR-ORIGIN
               MOVE "LIBER" TO SR-TYPE
               MOVE HP-AMOUNT TO SR-AMOUNT
               PERFORM 4900-RELEASE-SORT-RECORD
           END-IF.

       4500-PRODUCE-STATEMENTS.
           MOVE "N" TO WS-EOF-SORT
           PERFORM 4600-RETURN-MOVEMENT
           PERFORM 4700-START-MASTER
           PERFORM UNTIL WS-MST-KEY = HIGH-VALUES
                   AND WS-SRT-KEY = HIGH-VALUES
               IF WS-MST-KEY <= WS-SRT-KEY
                   PERFORM 5000-BUILD-STATEMENT
                   PERFORM 4750-READ-NEXT-MASTER
               ELSE
                   PERFORM 4800-SKIP-ORPHAN-MOVEMENTS
               END-IF
           END-PERFORM.

       4600-RETURN-MOVEMENT.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SORT
                   MOVE HIGH-VALUES TO WS-SRT-KEY
               NOT AT END
                   MOVE SR-ACCOUNT TO WS-SRT-KEY
           END-RETURN.

       4700-START-MASTER.
           IF WS-ALL-ACCOUNTS = "Y"
               MOVE "N" TO WS-EOF-BALANCE
               MOVE LOW-VALUES TO BM-ACCOUNT
               START BALANCE-FILE KEY NOT < BM-ACCOUNT
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-BALANCE
               END-START
               PERFORM 4750-READ-NEXT-MASTER
           ELSE
               MOVE WS-SEL-ACCOUNT TO BM-ACCOUNT
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE SPACES TO STMT-LINE
                       STRING "CUENTA " WS-SEL-ACCOUNT " NO EXISTE EN "
                           "EL MAESTRO DE SALDOS"
                           DELIMITED BY SIZE INTO STMT-LINE
                       WRITE STMT-LINE
                       MOVE HIGH-VALUES TO WS-MST-KEY
                   NOT INVALID KEY
                       MOVE BM-ACCOUNT TO WS-MST-KEY
                       MOVE BM-BALANCE TO WS-MASTER-BALANCE
               END-READ
               MOVE "Y" TO WS-EOF-BALANCE
           END-IF.

       4750-READ-NEXT-MASTER.
           IF WS-EOF-BALANCE = "Y"
               MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-BALANCE
                       MOVE HIGH-VALUES TO WS-MST-KEY
                   NOT AT END
                       MOVE BM-ACCOUNT TO WS-MST-KEY
                       MOVE BM-BALANCE TO WS-MASTER-BALANCE
               END-READ
           END-IF.

       4800-SKIP-ORPHAN-MOVEMENTS.
           MOVE WS-SRT-KEY TO WS-ORPHAN-ACCOUNT
           MOVE 0 TO WS-ORPHAN-ROWS
           PERFORM UNTIL WS-SRT-KEY NOT = WS-ORPHAN-ACCOUNT
               ADD 1 TO WS-ORPHAN-ROWS
               PERFORM 4600-RETURN-MOVEMENT
           END-PERFORM
           ADD 1 TO WS-ORPHAN-COUNT
           MOVE WS-ORPHAN-ROWS TO WS-ED-COUNT
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "CUENTA " WS-ORPHAN-ACCOUNT " SIN REGISTRO EN "
               "BALMASTR - MOVIMIENTOS OMITIDOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE.

       4900-RELEASE-SORT-RECORD.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SR-SEQ
           RELEASE SORT-RECORD
           ADD 1 TO WS-RELEASED-COUNT.

       5000-BUILD-STATEMENT.
           MOVE WS-MST-KEY TO WS-STMT-ACCOUNT
           MOVE +0 TO WS-OPENING-BAL
           MOVE +0 TO WS-PERIOD-TOTAL
           MOVE +0 TO WS-POST-TOTAL
           MOVE 0 TO WS-MOVEMENT-COUNT
           PERFORM 5100-SET-STATEMENT-PERIOD
           IF WS-SKIP-STATEMENT = "Y"
               PERFORM UNTIL WS-SRT-KEY NOT = WS-STMT-ACCOUNT
                   PERFORM 4600-RETURN-MOVEMENT
               END-PERFORM
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "CUENTA " WS-STMT-ACCOUNT
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
               PERFORM UNTIL WS-SRT-KEY NOT = WS-STMT-ACCOUNT
                   MOVE SR-DATE TO WS-MOV-DATE
                   MOVE SR-TYPE TO WS-MOV-TYPE
                   MOVE SR-AMOUNT TO WS-MOV-AMOUNT
                   PERFORM 5400-CLASSIFY-MOVEMENT
                   PERFORM 4600-RETURN-MOVEMENT
               END-PERFORM
               PERFORM 5500-WRITE-ACCOUNT-TOTALS
               IF WS-CYCLE-MODE = "Y"
                   PERFORM 5600-UPDATE-STMT-CONTROL
               END-IF
           END-IF.

       5100-SET-STATEMENT-PERIOD.
           MOVE "N" TO WS-SKIP-STATEMENT
           MOVE "N" TO WS-CARRY-FORWARD
           MOVE "N" TO WS-CTL-FOUND
           IF WS-CYCLE-MODE = "Y"
               MOVE "00000000" TO WS-DATE-FROM
               MOVE WS-STMT-ACCOUNT TO SX-ACCOUNT
               READ STMTCTL-FILE
                   INVALID KEY
                       MOVE "N" TO WS-CTL-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CTL-FOUND
               END-READ
               IF WS-CTL-FOUND = "Y"
                   IF SX-LAST-CYCLE-DATE >= WS-CYCLE-DATE
                       MOVE "Y" TO WS-SKIP-STATEMENT
                   ELSE
                       MOVE "Y" TO WS-CARRY-FORWARD
                       MOVE SX-CLOSING-BALANCE TO WS-CARRIED-BAL
                       COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(SX-LAST-CYCLE-DATE)) + 1
                       COMPUTE WS-FROM-NUM =
                           FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
                       MOVE WS-FROM-NUM TO WS-DATE-FROM
                   END-IF
               END-IF
           END-IF.

       5400-CLASSIFY-MOVEMENT.
           EVALUATE TRUE
               WHEN OTHER
                   ADD WS-MOV-AMOUNT TO WS-PERIOD-TOTAL
                   ADD 1 TO WS-MOVEMENT-COUNT
                   IF WS-CARRY-FORWARD = "Y"
                       COMPUTE WS-RUNNING-BAL =
                           WS-CARRIED-BAL + WS-PERIOD-TOTAL
                   ELSE
                       COMPUTE WS-RUNNING-BAL =
                           WS-OPENING-BAL + WS-PERIOD-TOTAL
                   END-IF
                   PERFORM 5450-WRITE-MOVEMENT-LINE
           END-EVALUATE.

           WRITE STMT-LINE.

       5500-WRITE-ACCOUNT-TOTALS.
           IF WS-CARRY-FORWARD = "Y"
               MOVE WS-CARRIED-BAL TO WS-BASE-BAL
           ELSE
               MOVE WS-OPENING-BAL TO WS-BASE-BAL
           END-IF
           MOVE WS-BASE-BAL TO WS-ED-BALANCE
           MOVE SPACES TO STMT-LINE
           STRING "  SALDO INICIAL AL " WS-DATE-FROM ": "
               WS-ED-BALANCE
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           IF WS-CARRY-FORWARD = "Y"
                   AND WS-OPENING-BAL NOT = WS-CARRIED-BAL
               ADD 1 TO WS-CARRY-DIFF-COUNT
               MOVE WS-OPENING-BAL TO WS-ED-BALANCE
               MOVE SPACES TO STMT-LINE
               STRING "  ** SALDO INICIAL RECONSTRUIDO " WS-ED-BALANCE
                   " DIFIERE DEL ARRASTRADO **"
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
           END-IF
           MOVE WS-MOVEMENT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO STMT-LINE
           STRING "  MOVIMIENTOS EN EL PERIODO: " WS-ED-COUNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           COMPUTE WS-CLOSING-BAL = WS-BASE-BAL + WS-PERIOD-TOTAL
           MOVE WS-CLOSING-BAL TO WS-ED-BALANCE
           MOVE SPACES TO STMT-LINE
           STRING "  SALDO FINAL AL " WS-DATE-TO ": " WS-ED-BALANCE
               DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
           END-IF.

       5600-UPDATE-STMT-CONTROL.
           MOVE WS-STMT-ACCOUNT TO SX-ACCOUNT
           MOVE WS-CYCLE-DATE TO SX-LAST-CYCLE-DATE
           MOVE WS-CLOSING-BAL TO SX-CLOSING-BALANCE
           MOVE FUNCTION CURRENT-DATE TO SX-UPDATE-TS
           IF WS-CTL-FOUND = "Y"
               ADD 1 TO SX-CYCLE-COUNT
               REWRITE STMTCTL-RECORD
           ELSE
               MOVE 1 TO SX-CYCLE-COUNT
               WRITE STMTCTL-RECORD
           END-IF
           IF WS-STMTCTL-STATUS NOT = "00"
               DISPLAY "NO SE PUDO REGISTRAR EL CICLO DE LA CUENTA "
                       WS-STMT-ACCOUNT " - ESTADO " WS-STMTCTL-STATUS
               ADD 1 TO WS-CYCLE-ERRORS
           ELSE
               ADD 1 TO WS-CYCLE-WRITTEN
           END-IF.

       8000-WRITE-REPORT-TOTALS.
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           STRING "CUENTAS CON DESCUADRE: " WS-ED-COUNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-RELEASED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO STMT-LINE
           STRING "MOVIMIENTOS CLASIFICADOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO STMT-LINE
           WRITE STMT-LINE
           IF WS-ORPHAN-COUNT > 0
               MOVE WS-ORPHAN-COUNT TO WS-ED-COUNT
               MOVE SPACES TO STMT-LINE
               STRING "CUENTAS CON MOVIMIENTOS SIN MAESTRO: "
                   WS-ED-COUNT
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
           END-IF
           IF WS-CYCLE-MODE = "Y"
               MOVE WS-CYCLE-WRITTEN TO WS-ED-COUNT
               MOVE SPACES TO STMT-LINE
               STRING "CICLOS REGISTRADOS EN STMTCTL: " WS-ED-COUNT
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-SKIPPED-COUNT TO WS-ED-COUNT
               MOVE SPACES TO STMT-LINE
               STRING "CUENTAS CON ESTADO YA EMITIDO AL "
                   WS-CYCLE-DATE ": " WS-ED-COUNT
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WS-CARRY-DIFF-COUNT TO WS-ED-COUNT
               MOVE SPACES TO STMT-LINE
               STRING "CUENTAS CON ARRASTRE DISTINTO: " WS-ED-COUNT
                   DELIMITED BY SIZE INTO STMT-LINE
               WRITE STMT-LINE
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

       END PROGRAM BALSTMT.
