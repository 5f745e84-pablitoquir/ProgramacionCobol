       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "REVPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT BATCHLOG-FILE ASSIGN TO "BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT BLWORK-FILE ASSIGN TO "BATCHLWK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLWORK-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REVWORK-FILE ASSIGN TO "REVWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVWORK-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT HOLDWORK-FILE ASSIGN TO "HOLDWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLDWORK-STATUS.

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

           SELECT INTERFACE-FILE ASSIGN TO "REVINTF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "REVRPT.DAT"
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
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  RV-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  RV-VALUE            PIC X(14).

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

       FD  BATCHLOG-FILE.
       01  BATCHLOG-RECORD.
           05  BL-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  BL-BATCH-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  BL-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  BL-STATUS           PIC X(10).
           05  FILLER              PIC X.
           05  BL-STATUS-DATE      PIC X(8).

       FD  BLWORK-FILE.
       01  BLWORK-RECORD           PIC X(44).

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

       FD  REVWORK-FILE.
       01  REVWORK-RECORD.
           05  RW-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  RW-LOG-DATA.
               10  RW-TIMESTAMP    PIC X(21).
               10  FILLER          PIC X.
               10  RW-ACCOUNT      PIC X(4).
               10  FILLER          PIC X.
               10  RW-OPCODE       PIC X.
               10  FILLER          PIC X.
               10  RW-NUM1         PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
               10  FILLER          PIC X.
               10  RW-NUM2         PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
               10  FILLER          PIC X.
               10  RW-RESULTADO    PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
               10  FILLER          PIC X.
               10  RW-FLAG50       PIC X(8).
               10  FILLER          PIC X.
               10  RW-BAND         PIC X(8).
               10  FILLER          PIC X.
               10  RW-BATCH-NO     PIC 9(6).
               10  FILLER          PIC X.
               10  RW-MOV-TYPE     PIC X.

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

       FD  HOLDWORK-FILE.
       01  HOLDWORK-RECORD         PIC X(92).

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

       FD  INTERFACE-FILE.
       01  INTERFACE-HEADER.
           05  IF-HD-TYPE          PIC X(2).
           05  FILLER              PIC X.
           05  IF-HD-RUN-DATE      PIC X(8).
           05  FILLER              PIC X.
           05  IF-HD-TIMESTAMP     PIC X(21).
           05  FILLER              PIC X.
           05  IF-HD-PROGRAM       PIC X(13).
       01  INTERFACE-DETAIL.
           05  IF-DT-TYPE          PIC X(2).
           05  FILLER              PIC X.
           05  IF-OPCODE           PIC X.
           05  FILLER              PIC X.
           05  IF-NUM1             PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  IF-NUM2             PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  IF-RESULTADO        PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  IF-BAND             PIC X(8).
       01  INTERFACE-TRAILER.
           05  IF-TR-TYPE          PIC X(2).
           05  FILLER              PIC X.
           05  IF-TR-COUNT         PIC 9(7).
           05  FILLER              PIC X.
           05  IF-TR-SUM           PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  IF-TR-HASH          PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.

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

       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-BATCHLOG-STATUS      PIC X(2) VALUE "00".
       01  WS-BLWORK-STATUS        PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-REVWORK-STATUS       PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-HOLDWORK-STATUS      PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-ACCOUNT-STATUS       PIC X(2) VALUE "00".
       01  WS-INTERFACE-STATUS     PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-RUNCTL           PIC X VALUE "N".
       01  WS-EOF-BATCHLOG         PIC X VALUE "N".
       01  WS-EOF-BLWORK           PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-REVWORK          PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-HOLDWORK         PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-HOLD-MATCHED         PIC X VALUE "N".
       01  WS-RUN-REFUSED          PIC X VALUE "N".
       01  WS-BATCH-FOUND          PIC X VALUE "N".
       01  WS-PRIOR-REVERSAL       PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.
       01  WS-LAST-RUN-STATUS      PIC X(10) VALUE SPACES.
       01  WS-REFUSAL-TEXT         PIC X(70) VALUE SPACES.

       01  WS-REQUEST.
           05  WS-REV-BATCH-NO     PIC 9(6) VALUE 0.
           05  WS-REV-BATCH-SET    PIC X VALUE "N".
           05  WS-REV-USER         PIC X(8) VALUE SPACES.
           05  WS-REV-REASON       PIC X(14) VALUE SPACES.

       01  WS-BATCH-INFO.
           05  WS-BL-BATCH-DATE    PIC X(8) VALUE SPACES.
           05  WS-BL-RUN-DATE      PIC X(8) VALUE SPACES.
           05  WS-BL-STATUS        PIC X(10) VALUE SPACES.

       01  WS-ACCOUNT-WORK.
           05  WS-ACCT-CHAR        PIC X(4).
           05  WS-ACCT-NUM REDEFINES WS-ACCT-CHAR
                                   PIC 9(4).

       01  WS-ACCOUNT-TABLE.
           05  WS-ACT-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-MOVES    PIC 9(5).
               10  WS-ACT-REVERSAL PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-HOLD-CONTROL.
           05  WS-BHL-COUNT        PIC 9(4) VALUE 0.
           05  WS-BHL-MAX          PIC 9(4) VALUE 1000.
           05  WS-BHL-PENDING      PIC 9(4) VALUE 0.

       01  WS-BATCH-HOLD-TABLE.
           05  WS-BHL-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-BHL-IDX.
               10  WS-BHL-ACCOUNT  PIC X(4).
               10  WS-BHL-OPCODE   PIC X.
               10  WS-BHL-AMOUNT   PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
               10  WS-BHL-USED     PIC X.

       01  WS-COUNTERS.
           05  WS-ARCHIVE-READ     PIC 9(7) VALUE 0.
           05  WS-REV-COUNT        PIC 9(7) VALUE 0.
           05  WS-ACCOUNT-COUNT    PIC 9(5) VALUE 0.
           05  WS-BAD-ACCOUNTS     PIC 9(5) VALUE 0.
           05  WS-HELD-SKIPPED     PIC 9(5) VALUE 0.
           05  WS-HOLDS-DECLINED   PIC 9(5) VALUE 0.
           05  WS-HELD-SKIP-SUM    PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-REV-SUM          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-IF-HASH          PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.

       01  WS-BALANCE-WORK.
           05  WS-OLD-BALANCE      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-BATCH-NO      PIC 999999.
           05  WS-ED-AMOUNT        PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-BALANCE       PIC -ZZZZZZZZZ9.9(2).

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-RUN-TIMESTAMP    PIC X(21).
           05  WS-BUSINESS-DATE    PIC X(8).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "BATREV".
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
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TIMESTAMP
           MOVE WS-CDT-DATE TO WS-BUSINESS-DATE
           PERFORM 1500-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           PERFORM 3000-WRITE-REPORT-HEADER
           IF WS-RUN-REFUSED = "N"
               PERFORM 2500-CHECK-RUN-CONTROL
           END-IF
           IF WS-RUN-REFUSED = "N"
               PERFORM 2600-FIND-BATCH
           END-IF
           IF WS-RUN-REFUSED = "N"
               PERFORM 2700-LOAD-BATCH-HOLDS
           END-IF
           IF WS-RUN-REFUSED = "N"
               PERFORM 3100-COLLECT-BATCH-MOVEMENTS
           END-IF
           IF WS-RUN-REFUSED = "N"
               PERFORM 3500-VALIDATE-ACCOUNTS
           END-IF
           IF WS-RUN-REFUSED = "N"
               PERFORM 4000-APPEND-ARCHIVE
               PERFORM 4500-WRITE-INTERFACE
               PERFORM 5000-POST-BALANCES
               PERFORM 6000-MARK-BATCH-REVERSED
               IF WS-BHL-PENDING > 0
                   PERFORM 6500-DECLINE-BATCH-HOLDS
               END-IF
           END-IF
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           IF WS-RUN-REFUSED = "Y"
               DISPLAY "** REVERSO DEL LOTE " WS-REV-BATCH-NO
                       " NO REALIZADO - REVISAR REVRPT.DAT **"
           ELSE
               DISPLAY "LOTE " WS-REV-BATCH-NO " REVERTIDO - "
                       WS-REV-COUNT " MOVIMIENTOS"
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM 9700-END-STEP
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
               DISPLAY "REVPARMS.DAT NO DISPONIBLE - ESTADO "
                       WS-PARM-STATUS
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
           EVALUATE TRUE
               WHEN WS-REV-BATCH-SET = "N"
                   MOVE "SIN NUMERO DE LOTE (LT) EN REVPARMS.DAT"
                       TO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 16 TO WS-FINAL-RC
               WHEN WS-REV-USER = SPACES
                   MOVE "SIN USUARIO (US) EN REVPARMS.DAT"
                       TO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 16 TO WS-FINAL-RC
               WHEN WS-REV-BATCH-NO = 0
                   MOVE "EL LOTE 000000 (RECICLADOS) NO ES REVERSIBLE"
                       TO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 12 TO WS-FINAL-RC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2100-APPLY-PARAMETER.
           EVALUATE RV-CODE
               WHEN "LT"
                   IF RV-VALUE(1:6) NUMERIC
                       MOVE RV-VALUE(1:6) TO WS-REV-BATCH-NO
                       MOVE "Y" TO WS-REV-BATCH-SET
                   ELSE
                       DISPLAY "LT NO NUMERICO EN REVPARMS: "
                               RV-VALUE " - SE IGNORA"
                   END-IF
               WHEN "US"
                   MOVE RV-VALUE(1:8) TO WS-REV-USER
               WHEN "MO"
                   MOVE RV-VALUE TO WS-REV-REASON
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN REVPARMS: "
                           RV-CODE
           END-EVALUATE.

       2500-CHECK-RUN-CONTROL.
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
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "CONDICIONALES YA CORRIO EL " WS-BUSINESS-DATE
                   " (" WS-LAST-RUN-STATUS ") - REVERTIR ANTES"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
               PERFORM 7500-WRITE-REFUSAL
           END-IF.

       2600-FIND-BATCH.
           OPEN INPUT BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS NOT = "00"
               MOVE "BATCHLOG.DAT NO DISPONIBLE" TO WS-REFUSAL-TEXT
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
           ELSE
               PERFORM UNTIL WS-EOF-BATCHLOG = "Y"
                   READ BATCHLOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-BATCHLOG
                       NOT AT END
                           IF BL-BATCH-NO = WS-REV-BATCH-NO
                               MOVE "Y" TO WS-BATCH-FOUND
                               MOVE BL-BATCH-DATE TO WS-BL-BATCH-DATE
                               MOVE BL-RUN-DATE TO WS-BL-RUN-DATE
                               MOVE BL-STATUS TO WS-BL-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCHLOG-FILE
               EVALUATE TRUE
                   WHEN WS-BATCH-FOUND = "N"
                       MOVE "LOTE NO REGISTRADO EN BATCHLOG.DAT"
                           TO WS-REFUSAL-TEXT
                       MOVE "Y" TO WS-RUN-REFUSED
                       MOVE 12 TO WS-FINAL-RC
                   WHEN WS-BL-STATUS = "REVERTIDO"
                       MOVE "LOTE YA REVERTIDO" TO WS-REFUSAL-TEXT
                       MOVE "Y" TO WS-RUN-REFUSED
                       MOVE 12 TO WS-FINAL-RC
                   WHEN OTHER
                       MOVE SPACES TO REPORT-LINE
                       STRING "LOTE DEL " WS-BL-BATCH-DATE
                           " PROCESADO EL " WS-BL-RUN-DATE
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-EVALUATE
           END-IF
           IF WS-RUN-REFUSED = "Y"
               PERFORM 7500-WRITE-REFUSAL
           END-IF.

       2700-LOAD-BATCH-HOLDS.
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HOLD-STATUS = "35"
                   CONTINUE
               WHEN WS-HOLD-STATUS NOT = "00"
                   MOVE "HOLDPOST.DAT NO DISPONIBLE" TO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 16 TO WS-FINAL-RC
               WHEN OTHER
                   PERFORM UNTIL WS-EOF-HOLD = "Y"
                       READ HOLD-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-HOLD
                           NOT AT END
                               IF HP-BATCH-NO = WS-REV-BATCH-NO
                                   PERFORM 2750-ADD-BATCH-HOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
           END-EVALUATE
           IF WS-RUN-REFUSED = "Y"
               PERFORM 7500-WRITE-REFUSAL
           END-IF.

       2750-ADD-BATCH-HOLD.
           IF HP-STATUS = "RETENIDO" OR HP-STATUS = "DECLINADO"
               IF WS-BHL-COUNT >= WS-BHL-MAX
                   MOVE "TABLA DE RETENCIONES DEL LOTE LLENA"
                       TO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 16 TO WS-FINAL-RC
               ELSE
                   ADD 1 TO WS-BHL-COUNT
                   SET WS-BHL-IDX TO WS-BHL-COUNT
                   MOVE HP-ACCOUNT TO WS-BHL-ACCOUNT(WS-BHL-IDX)
                   MOVE HP-OPCODE TO WS-BHL-OPCODE(WS-BHL-IDX)
                   MOVE HP-AMOUNT TO WS-BHL-AMOUNT(WS-BHL-IDX)
                   MOVE "N" TO WS-BHL-USED(WS-BHL-IDX)
                   IF HP-STATUS = "RETENIDO"
                       ADD 1 TO WS-BHL-PENDING
                   END-IF
               END-IF
           END-IF.

       3000-WRITE-REPORT-HEADER.
           MOVE "BATREV - REVERSO DE LOTE ACEPTADO" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REV-BATCH-NO TO WS-ED-BATCH-NO
           MOVE SPACES TO REPORT-LINE
           STRING "LOTE " WS-ED-BATCH-NO
               " FECHA DE NEGOCIO " WS-BUSINESS-DATE
               " USUARIO " WS-REV-USER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REV-REASON NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "MOTIVO: " WS-REV-REASON
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RUN-REFUSED = "Y"
               PERFORM 7500-WRITE-REFUSAL
           END-IF.

       3100-COLLECT-BATCH-MOVEMENTS.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 10000
               MOVE 0 TO WS-ACT-MOVES(WS-ACT-IDX)
               MOVE +0 TO WS-ACT-REVERSAL(WS-ACT-IDX)
           END-PERFORM
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "AUDARCHV.DAT NO DISPONIBLE" TO WS-REFUSAL-TEXT
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
           ELSE
               OPEN OUTPUT REVWORK-FILE
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-READ
                           IF AR-BATCH-NO NUMERIC
                               IF AR-BATCH-NO = WS-REV-BATCH-NO
                                   PERFORM 3200-BUILD-REVERSAL-ENTRY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REVWORK-FILE
               CLOSE ARCHIVE-FILE
               IF WS-PRIOR-REVERSAL = "Y"
                   MOVE "AUDARCHV.DAT YA CONTIENE REVERSOS DEL LOTE"
                       TO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 12 TO WS-FINAL-RC
               END-IF
           END-IF
           IF WS-RUN-REFUSED = "Y"
               PERFORM 7500-WRITE-REFUSAL
           END-IF.

       3200-BUILD-REVERSAL-ENTRY.
           IF AR-MOV-TYPE = "R"
               MOVE "Y" TO WS-PRIOR-REVERSAL
           ELSE
               PERFORM 3300-MATCH-BATCH-HOLD
               IF WS-HOLD-MATCHED = "Y"
                   ADD 1 TO WS-HELD-SKIPPED
                   ADD AR-RESULTADO TO WS-HELD-SKIP-SUM
               ELSE
                   PERFORM 3250-WRITE-REVERSAL-ROW
               END-IF
           END-IF.

       3250-WRITE-REVERSAL-ROW.
           MOVE AR-ACCOUNT TO WS-ACCT-CHAR
           IF WS-ACCT-CHAR NOT NUMERIC
               ADD 1 TO WS-BAD-ACCOUNTS
               MOVE SPACES TO REPORT-LINE
               STRING "CUENTA NO NUMERICA EN AUDARCHV: "
                   AR-ACCOUNT " - MOVIMIENTO NO REVERSIBLE"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO REVWORK-RECORD
               MOVE WS-BUSINESS-DATE TO RW-RUN-DATE
               MOVE WS-RUN-TIMESTAMP TO RW-TIMESTAMP
               MOVE AR-ACCOUNT TO RW-ACCOUNT
               MOVE AR-OPCODE TO RW-OPCODE
               IF AR-OPCODE = "A" OR AR-OPCODE = "S"
                   COMPUTE RW-NUM1 = AR-NUM1 * -1
                   COMPUTE RW-NUM2 = AR-NUM2 * -1
               ELSE
                   COMPUTE RW-NUM1 = AR-NUM1 * -1
                   MOVE AR-NUM2 TO RW-NUM2
               END-IF
               COMPUTE RW-RESULTADO = AR-RESULTADO * -1
               MOVE AR-FLAG50 TO RW-FLAG50
               MOVE AR-BAND TO RW-BAND
               MOVE WS-REV-BATCH-NO TO RW-BATCH-NO
               MOVE "R" TO RW-MOV-TYPE
               WRITE REVWORK-RECORD
               ADD 1 TO WS-REV-COUNT
               ADD RW-RESULTADO TO WS-REV-SUM
               SET WS-ACT-IDX TO WS-ACCT-NUM
               SET WS-ACT-IDX UP BY 1
               IF WS-ACT-MOVES(WS-ACT-IDX) = 0
                   ADD 1 TO WS-ACCOUNT-COUNT
               END-IF
               ADD 1 TO WS-ACT-MOVES(WS-ACT-IDX)
               ADD RW-RESULTADO TO WS-ACT-REVERSAL(WS-ACT-IDX)
           END-IF.

       3300-MATCH-BATCH-HOLD.
           MOVE "N" TO WS-HOLD-MATCHED
           PERFORM VARYING WS-BHL-IDX FROM 1 BY 1
                   UNTIL WS-BHL-IDX > WS-BHL-COUNT
               IF WS-BHL-USED(WS-BHL-IDX) = "N"
                       AND WS-BHL-ACCOUNT(WS-BHL-IDX) = AR-ACCOUNT
                       AND WS-BHL-OPCODE(WS-BHL-IDX) = AR-OPCODE
                       AND WS-BHL-AMOUNT(WS-BHL-IDX) = AR-RESULTADO
                   MOVE "Y" TO WS-BHL-USED(WS-BHL-IDX)
                   MOVE "Y" TO WS-HOLD-MATCHED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       3500-VALIDATE-ACCOUNTS.
           OPEN I-O BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               MOVE SPACES TO WS-REFUSAL-TEXT
               STRING "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                   WS-BALANCE-STATUS
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
           ELSE
               OPEN INPUT ACCOUNT-FILE
               IF WS-ACCOUNT-STATUS NOT = "00"
                   MOVE SPACES TO WS-REFUSAL-TEXT
                   STRING "ACCTMSTR.DAT NO DISPONIBLE - ESTADO "
                       WS-ACCOUNT-STATUS
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 16 TO WS-FINAL-RC
               ELSE
                   PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                           UNTIL WS-ACT-IDX > 10000
                       IF WS-ACT-MOVES(WS-ACT-IDX) > 0
                           PERFORM 3600-CHECK-ONE-ACCOUNT
                       END-IF
                   END-PERFORM
                   CLOSE ACCOUNT-FILE
                   IF WS-BAD-ACCOUNTS > 0
                       MOVE WS-BAD-ACCOUNTS TO WS-ED-COUNT
                       MOVE SPACES TO WS-REFUSAL-TEXT
                       STRING "CUENTAS QUE IMPIDEN EL REVERSO: "
                           WS-ED-COUNT
                           DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
                       MOVE "Y" TO WS-RUN-REFUSED
                       MOVE 12 TO WS-FINAL-RC
                   END-IF
               END-IF
               IF WS-RUN-REFUSED = "Y"
                   CLOSE BALANCE-FILE
               END-IF
           END-IF
           IF WS-RUN-REFUSED = "Y"
               PERFORM 7500-WRITE-REFUSAL
           END-IF.

       3600-CHECK-ONE-ACCOUNT.
           SET WS-ACCT-NUM TO WS-ACT-IDX
           SUBTRACT 1 FROM WS-ACCT-NUM
           MOVE WS-ACCT-CHAR TO BM-ACCOUNT
           READ BALANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-BAD-ACCOUNTS
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUENTA " WS-ACCT-CHAR " SIN FILA EN "
                       "BALMASTR.DAT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ
           MOVE WS-ACCT-CHAR TO AM-ACCOUNT
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-BAD-ACCOUNTS
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUENTA " WS-ACCT-CHAR " NO EXISTE EN "
                       "ACCTMSTR.DAT"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   IF AM-STATUS = "CERRADA"
                       ADD 1 TO WS-BAD-ACCOUNTS
                       MOVE SPACES TO REPORT-LINE
                       STRING "CUENTA " WS-ACCT-CHAR " CERRADA EL "
                           AM-CLOSE-DATE " - NO ADMITE REVERSOS"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-READ.

       4000-APPEND-ARCHIVE.
           OPEN EXTEND ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           MOVE "N" TO WS-EOF-REVWORK
           OPEN INPUT REVWORK-FILE
           PERFORM UNTIL WS-EOF-REVWORK = "Y"
               READ REVWORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-REVWORK
                   NOT AT END
                       MOVE REVWORK-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE REVWORK-FILE
           CLOSE ARCHIVE-FILE.

       4500-WRITE-INTERFACE.
           OPEN OUTPUT INTERFACE-FILE
           MOVE SPACES TO INTERFACE-HEADER
           MOVE "HD" TO IF-HD-TYPE
           MOVE WS-BUSINESS-DATE TO IF-HD-RUN-DATE
           MOVE WS-RUN-TIMESTAMP TO IF-HD-TIMESTAMP
           MOVE "BATREV" TO IF-HD-PROGRAM
           WRITE INTERFACE-HEADER
           MOVE "N" TO WS-EOF-REVWORK
           OPEN INPUT REVWORK-FILE
           PERFORM UNTIL WS-EOF-REVWORK = "Y"
               READ REVWORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-REVWORK
                   NOT AT END
                       MOVE SPACES TO INTERFACE-DETAIL
                       MOVE "DT" TO IF-DT-TYPE
                       MOVE RW-OPCODE TO IF-OPCODE
                       MOVE RW-NUM1 TO IF-NUM1
                       MOVE RW-NUM2 TO IF-NUM2
                       MOVE RW-RESULTADO TO IF-RESULTADO
                       MOVE RW-BAND TO IF-BAND
                       ADD RW-NUM1 TO WS-IF-HASH
                       ADD RW-NUM2 TO WS-IF-HASH
                       WRITE INTERFACE-DETAIL
               END-READ
           END-PERFORM
           CLOSE REVWORK-FILE
           MOVE SPACES TO INTERFACE-TRAILER
           MOVE "TR" TO IF-TR-TYPE
           MOVE WS-REV-COUNT TO IF-TR-COUNT
           MOVE WS-REV-SUM TO IF-TR-SUM
           MOVE WS-IF-HASH TO IF-TR-HASH
           WRITE INTERFACE-TRAILER
           CLOSE INTERFACE-FILE.

       5000-POST-BALANCES.
           MOVE SPACES TO REPORT-LINE
           MOVE "CUENTA  MOVS" TO REPORT-LINE(1:12)
           MOVE "SALDO ANTERIOR" TO REPORT-LINE(15:14)
           MOVE "REVERSO" TO REPORT-LINE(38:7)
           MOVE "SALDO NUEVO" TO REPORT-LINE(50:11)
           WRITE REPORT-LINE
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > 10000
               IF WS-ACT-MOVES(WS-ACT-IDX) > 0
                   PERFORM 5100-POST-ONE-ACCOUNT
               END-IF
           END-PERFORM
           CLOSE BALANCE-FILE.

       5100-POST-ONE-ACCOUNT.
           SET WS-ACCT-NUM TO WS-ACT-IDX
           SUBTRACT 1 FROM WS-ACCT-NUM
           MOVE WS-ACCT-CHAR TO BM-ACCOUNT
           READ BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUENTA " WS-ACCT-CHAR " SIN FILA EN "
                       "BALMASTR.DAT - REVERSO NO APLICADO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE 8 TO WS-FINAL-RC
               NOT INVALID KEY
                   MOVE BM-BALANCE TO WS-OLD-BALANCE
                   ADD WS-ACT-REVERSAL(WS-ACT-IDX) TO BM-BALANCE
                   ADD WS-ACT-MOVES(WS-ACT-IDX) TO BM-TRAN-COUNT
                   MOVE WS-BUSINESS-DATE TO BM-LAST-DATE
                   REWRITE BALANCE-RECORD
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-ACT-MOVES(WS-ACT-IDX) TO WS-ED-COUNT
                   STRING WS-ACCT-CHAR " " WS-ED-COUNT
                       DELIMITED BY SIZE INTO REPORT-LINE
                   MOVE WS-OLD-BALANCE TO WS-ED-BALANCE
                   MOVE WS-ED-BALANCE TO REPORT-LINE(14:15)
                   MOVE WS-ACT-REVERSAL(WS-ACT-IDX) TO WS-ED-AMOUNT
                   MOVE WS-ED-AMOUNT TO REPORT-LINE(30:15)
                   MOVE BM-BALANCE TO WS-ED-BALANCE
                   MOVE WS-ED-BALANCE TO REPORT-LINE(46:15)
                   WRITE REPORT-LINE
           END-READ.

       6000-MARK-BATCH-REVERSED.
           MOVE "N" TO WS-EOF-BATCHLOG
           OPEN OUTPUT BLWORK-FILE
           OPEN INPUT BATCHLOG-FILE
           PERFORM UNTIL WS-EOF-BATCHLOG = "Y"
               READ BATCHLOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BATCHLOG
                   NOT AT END
                       IF BL-BATCH-NO = WS-REV-BATCH-NO
                           MOVE "REVERTIDO" TO BL-STATUS
                           MOVE WS-BUSINESS-DATE TO BL-STATUS-DATE
                       END-IF
                       MOVE BATCHLOG-RECORD TO BLWORK-RECORD
                       WRITE BLWORK-RECORD
               END-READ
           END-PERFORM
           CLOSE BATCHLOG-FILE
           CLOSE BLWORK-FILE
           MOVE "N" TO WS-EOF-BLWORK
           OPEN INPUT BLWORK-FILE
           OPEN OUTPUT BATCHLOG-FILE
           PERFORM UNTIL WS-EOF-BLWORK = "Y"
               READ BLWORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-BLWORK
                   NOT AT END
                       MOVE BLWORK-RECORD TO BATCHLOG-RECORD
                       WRITE BATCHLOG-RECORD
               END-READ
           END-PERFORM
           CLOSE BLWORK-FILE
           CLOSE BATCHLOG-FILE.

       6500-DECLINE-BATCH-HOLDS.
           MOVE "N" TO WS-EOF-HOLD
           OPEN OUTPUT HOLDWORK-FILE
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL WS-EOF-HOLD = "Y"
               READ HOLD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-HOLD
                   NOT AT END
                       IF HP-BATCH-NO = WS-REV-BATCH-NO
                               AND HP-STATUS = "RETENIDO"
                           MOVE "DECLINADO" TO HP-STATUS
                           MOVE WS-REV-USER TO HP-USER
                           MOVE WS-BUSINESS-DATE TO HP-DECISION-DATE
                           ADD 1 TO WS-HOLDS-DECLINED
                       END-IF
                       MOVE HOLD-RECORD TO HOLDWORK-RECORD
                       WRITE HOLDWORK-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE HOLDWORK-FILE
           MOVE "N" TO WS-EOF-HOLDWORK
           OPEN INPUT HOLDWORK-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM UNTIL WS-EOF-HOLDWORK = "Y"
               READ HOLDWORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-HOLDWORK
                   NOT AT END
                       MOVE HOLDWORK-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
               END-READ
           END-PERFORM
           CLOSE HOLDWORK-FILE
           CLOSE HOLD-FILE.

       7500-WRITE-REFUSAL.
           DISPLAY WS-REFUSAL-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "** " WS-REFUSAL-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE WS-ACCOUNT-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTAS AFECTADAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REV-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "MOVIMIENTOS REVERTIDOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-REV-SUM TO WS-ED-AMOUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL DEL REVERSO: " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-HELD-SKIPPED > 0
               MOVE WS-HELD-SKIPPED TO WS-ED-COUNT
               MOVE WS-HELD-SKIP-SUM TO WS-ED-AMOUNT
               MOVE SPACES TO REPORT-LINE
               STRING "RETENIDOS NO APLICADOS OMITIDOS: " WS-ED-COUNT
                   " IMPORTE " WS-ED-AMOUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-HOLDS-DECLINED > 0
               MOVE WS-HOLDS-DECLINED TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "RETENCIONES DEL LOTE DECLINADAS: " WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RUN-REFUSED = "Y"
               MOVE "RESULTADO: REVERSO RECHAZADO - SIN CAMBIOS"
                   TO REPORT-LINE
           ELSE
               MOVE "RESULTADO: LOTE MARCADO REVERTIDO EN BATCHLOG"
                   TO REPORT-LINE
           END-IF
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

       END PROGRAM BATREV.
