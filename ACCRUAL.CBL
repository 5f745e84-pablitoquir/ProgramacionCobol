       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO "ACCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "ACCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT BATCHLOG-FILE ASSIGN TO "BATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHLOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ACCRUE-FILE ASSIGN TO "ACCRUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT
               FILE STATUS IS WS-ACCRUE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRPT.DAT"
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
       FD  RATE-FILE.
       01  RATE-RECORD.
           05  RT-SIGN             PIC X.
           05  FILLER              PIC X.
           05  RT-LIMIT            PIC 9(10)V9(2).
           05  FILLER              PIC X.
           05  RT-RATE             PIC 9(3)V9(4).
           05  FILLER              PIC X.
           05  RT-DESCRIPTION      PIC X(20).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       FD  CONTROL-FILE.
       01  CONTROL-RECORD.
           05  CC-NEXT-BATCH       PIC 9(6).
           05  FILLER              PIC X.
           05  CC-PEND-BATCH       PIC 9(6).
           05  FILLER              PIC X.
           05  CC-PEND-DATE        PIC X(8).
           05  FILLER              PIC X.
           05  CC-PEND-STATUS      PIC X(10).
           05  FILLER              PIC X.
           05  CC-PEND-INT         PIC 9(9)V9(2).
           05  FILLER              PIC X.
           05  CC-PEND-CHG         PIC 9(9)V9(2).
           05  FILLER              PIC X.
           05  CC-PEND-COUNT       PIC 9(7).
           05  FILLER              PIC X.
           05  CC-RETRY            PIC X.
           05  FILLER              PIC X.
           05  CC-GEN-DATE         PIC X(8).

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

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-ACCOUNT          PIC X(4).
           05  BM-BALANCE          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  BM-TRAN-COUNT       PIC 9(7).
           05  BM-LAST-DATE        PIC X(8).

       FD  ACCRUE-FILE.
       01  ACCRUE-RECORD.
           05  AC-ACCOUNT          PIC X(4).
           05  AC-INT-ACCRUED      PIC S9(9)V9(6) SIGN LEADING
                                    SEPARATE.
           05  AC-CHG-ACCRUED      PIC S9(9)V9(6) SIGN LEADING
                                    SEPARATE.
           05  AC-THRU-DATE        PIC X(8).
           05  AC-LAST-BALANCE     PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  AC-LAST-SIGN        PIC X.
           05  AC-LAST-RATE        PIC 9(3)V9(4).
           05  AC-CAP-BATCH        PIC 9(6).
           05  AC-CAP-INT          PIC 9(9)V9(2).
           05  AC-CAP-CHG          PIC 9(9)V9(2).
           05  AC-CAP-DATE         PIC X(8).

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

       01  WS-RATE-STATUS          PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-CONTROL-STATUS       PIC X(2) VALUE "00".
       01  WS-BATCHLOG-STATUS      PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-ACCRUE-STATUS        PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-RATE             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-BATCHLOG         PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-BALANCE          PIC X VALUE "N".
       01  WS-EOF-ACCRUE           PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-CONTROL-FOUND        PIC X VALUE "N".
       01  WS-ACCRUE-FOUND         PIC X VALUE "N".
       01  WS-TIER-FOUND           PIC X VALUE "N".
       01  WS-RUN-REFUSED          PIC X VALUE "N".
       01  WS-CAP-ACTION           PIC X VALUE SPACE.
       01  WS-HOLD-MATCHED         PIC X VALUE "N".
       01  WS-ACCT-VALID           PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-YEAR-DAYS            PIC 9(3) VALUE 365.

       01  WS-RATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-RATE-MAX             PIC 9(3) VALUE 20.

       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 20 TIMES
                   INDEXED BY WS-RT-IDX.
               10  WS-RT-SIGN      PIC X.
               10  WS-RT-LIMIT     PIC 9(10)V9(2).
               10  WS-RT-RATE      PIC 9(3)V9(4).
               10  WS-RT-DESC      PIC X(20).

       01  WS-LAST-LIMITS.
           05  WS-LAST-CREDIT      PIC 9(10)V9(2) VALUE 0.
           05  WS-LAST-DEBIT       PIC 9(10)V9(2) VALUE 0.
           05  WS-CREDIT-TIERS     PIC 9(3) VALUE 0.
           05  WS-DEBIT-TIERS      PIC 9(3) VALUE 0.

       01  WS-BATCH-INFO.
           05  WS-BL-STATUS        PIC X(10) VALUE SPACES.
           05  WS-BL-RUN-DATE      PIC X(8) VALUE SPACES.

       01  WS-ACCOUNT-WORK.
           05  WS-ACCT-CHAR        PIC X(4).
           05  WS-ACCT-NUM REDEFINES WS-ACCT-CHAR
                                   PIC 9(4).

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

       01  WS-POSTED-TABLE.
           05  WS-PST-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-PST-IDX.
               10  WS-PST-INT      PIC S9(9)V9(2).
               10  WS-PST-CHG      PIC S9(9)V9(2).

       01  WS-ACCRUAL-WORK.
           05  WS-ABS-BALANCE      PIC 9(10)V9(2) VALUE 0.
           05  WS-ACC-SIGN         PIC X VALUE SPACE.
           05  WS-ACC-RATE         PIC 9(3)V9(4) VALUE 0.
           05  WS-ACC-DAYS         PIC S9(5) VALUE 0.
           05  WS-ACC-AMOUNT       PIC 9(9)V9(6) VALUE 0.
           05  WS-THRU-INT         PIC 9(8) VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-RATE-ERRORS      PIC 9(5) VALUE 0.
           05  WS-ACCOUNT-COUNT    PIC 9(7) VALUE 0.
           05  WS-CREDIT-COUNT     PIC 9(7) VALUE 0.
           05  WS-DEBIT-COUNT      PIC 9(7) VALUE 0.
           05  WS-ZERO-COUNT       PIC 9(7) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(7) VALUE 0.
           05  WS-NO-TIER-COUNT    PIC 9(7) VALUE 0.
           05  WS-WRITE-ERRORS     PIC 9(7) VALUE 0.
           05  WS-RESET-COUNT      PIC 9(7) VALUE 0.
           05  WS-UNPOSTED-COUNT   PIC 9(7) VALUE 0.
           05  WS-BATCH-ROWS       PIC 9(7) VALUE 0.
           05  WS-HELD-SKIPPED     PIC 9(7) VALUE 0.
           05  WS-DAY-INT-TOTAL    PIC 9(11)V9(6) VALUE 0.
           05  WS-DAY-CHG-TOTAL    PIC 9(11)V9(6) VALUE 0.
           05  WS-ACC-INT-TOTAL    PIC S9(11)V9(6) VALUE 0.
           05  WS-ACC-CHG-TOTAL    PIC S9(11)V9(6) VALUE 0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-DAYS          PIC ZZ9.
           05  WS-ED-BATCH-NO      PIC 999999.
           05  WS-ED-BALANCE       PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-RATE          PIC ZZ9.9(4).
           05  WS-ED-ACCRUAL       PIC ZZZZZZ9.9(4).
           05  WS-ED-ACCUM         PIC -ZZZZZZZZ9.9(4).
           05  WS-ED-TOTAL         PIC -ZZZZZZZZZZ9.9(4).
           05  WS-ED-AMOUNT        PIC ZZZZZZZZ9.9(2).
           05  WS-ED-POSTED        PIC -ZZZZZZZZ9.9(2).

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-NEXT-DAY         PIC X(8) VALUE SPACES.
           05  WS-TARGET-DATE      PIC X(8).
           05  WS-TODAY-INT        PIC 9(8).
           05  WS-TARGET-INT       PIC 9(8).
           05  WS-MONTH-END-INT    PIC 9(8).
           05  WS-WORK-DATE        PIC 9(8).
           05  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
               10  WS-WD-YEAR      PIC 9(4).
               10  WS-WD-MONTH     PIC 9(2).
               10  WS-WD-DAY       PIC 9(2).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "ACCRUAL".
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
           PERFORM 1000-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1050-FIND-TARGET-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCRUAL - DEVENGO DE INTERESES Y CARGOS - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "DEVENGO HASTA EL " WS-TARGET-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-LOAD-RATES
           IF WS-RUN-REFUSED = "N"
               PERFORM 2000-READ-CONTROL
               PERFORM 2100-OPEN-ACCRUE-FILE
           END-IF
           IF WS-RUN-REFUSED = "N"
               IF WS-CAP-ACTION = "R"
                   PERFORM 2400-LOAD-BATCH-HOLDS
               END-IF
               IF WS-CAP-ACTION = "R"
                   PERFORM 2450-LOAD-POSTED-AMOUNTS
               END-IF
               IF WS-CAP-ACTION NOT = SPACE
                   PERFORM 2500-APPLY-CONFIRMATION
               END-IF
               PERFORM 3000-ACCRUE-BALANCES
               CLOSE ACCRUE-FILE
           END-IF
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           IF WS-FINAL-RC < 4
                   AND (WS-RATE-ERRORS > 0 OR WS-NO-TIER-COUNT > 0
                       OR WS-WRITE-ERRORS > 0 OR WS-CAP-ACTION = "L"
                       OR WS-UNPOSTED-COUNT > 0
                       OR WS-BHL-PENDING > 0)
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "ACCRUAL - CUENTAS " WS-ACCOUNT-COUNT
                   " DEVENGO HASTA " WS-TARGET-DATE
                   " - RC " WS-FINAL-RC
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM 9700-END-STEP
           STOP RUN.

       1000-READ-CALENDAR.
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

       1050-FIND-TARGET-DATE.
           MOVE "N" TO WS-EOF-CALENDAR
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-EOF-CALENDAR = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CALENDAR
                       NOT AT END
                           IF CD-TYPE = "V"
                                   AND CD-DATE > WS-BUSINESS-DATE
                                   AND (WS-NEXT-DAY = SPACES
                                       OR CD-DATE < WS-NEXT-DAY)
                               MOVE CD-DATE TO WS-NEXT-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           MOVE WS-BUSINESS-DATE TO WS-WORK-DATE
           MOVE 1 TO WS-WD-DAY
           IF WS-WD-MONTH = 12
               ADD 1 TO WS-WD-YEAR
               MOVE 1 TO WS-WD-MONTH
           ELSE
               ADD 1 TO WS-WD-MONTH
           END-IF
           COMPUTE WS-MONTH-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-WORK-DATE) - 1
           IF WS-NEXT-DAY = SPACES
               DISPLAY "SIN DIA HABIL SIGUIENTE EN CALENDAR.DAT - "
                       "SE DEVENGA SOLO LA FECHA DE NEGOCIO"
               MOVE WS-TODAY-INT TO WS-TARGET-INT
           ELSE
               COMPUTE WS-TARGET-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-NEXT-DAY)) - 1
               IF WS-TARGET-INT > WS-MONTH-END-INT
                   MOVE WS-MONTH-END-INT TO WS-TARGET-INT
               END-IF
           END-IF
           MOVE FUNCTION DATE-OF-INTEGER(WS-TARGET-INT)
               TO WS-WORK-DATE
           MOVE WS-WORK-DATE TO WS-TARGET-DATE.

       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "ACCRATE.DAT NO DISPONIBLE - ESTADO "
                       WS-RATE-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-RATE = "Y"
                   READ RATE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-RATE
                       NOT AT END
                           PERFORM 1150-ADD-RATE
                   END-READ
               END-PERFORM
               CLOSE RATE-FILE
           END-IF
           IF WS-RATE-COUNT = 0
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
               MOVE "** SIN TABLA DE TASAS VALIDA EN ACCRATE.DAT - "
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "   NO SE DEVENGA **" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM 1200-LIST-RATES
           END-IF.

       1150-ADD-RATE.
           EVALUATE TRUE
               WHEN RT-SIGN NOT = "C" AND RT-SIGN NOT = "D"
                   DISPLAY "ACCRATE.DAT - SIGNO INVALIDO " RT-SIGN
                           " - FILA IGNORADA"
                   ADD 1 TO WS-RATE-ERRORS
               WHEN RT-LIMIT NOT NUMERIC OR RT-RATE NOT NUMERIC
                   DISPLAY "ACCRATE.DAT - TRAMO O TASA NO NUMERICO "
                           "- FILA IGNORADA"
                   ADD 1 TO WS-RATE-ERRORS
               WHEN RT-SIGN = "C" AND WS-CREDIT-TIERS > 0
                       AND RT-LIMIT NOT > WS-LAST-CREDIT
                   DISPLAY "ACCRATE.DAT - TRAMO ACREEDOR FUERA DE "
                           "ORDEN - FILA IGNORADA"
                   ADD 1 TO WS-RATE-ERRORS
               WHEN RT-SIGN = "D" AND WS-DEBIT-TIERS > 0
                       AND RT-LIMIT NOT > WS-LAST-DEBIT
                   DISPLAY "ACCRATE.DAT - TRAMO DEUDOR FUERA DE "
                           "ORDEN - FILA IGNORADA"
                   ADD 1 TO WS-RATE-ERRORS
               WHEN WS-RATE-COUNT >= WS-RATE-MAX
                   DISPLAY "TABLA DE TASAS LLENA - FILA IGNORADA"
                   ADD 1 TO WS-RATE-ERRORS
               WHEN OTHER
                   ADD 1 TO WS-RATE-COUNT
                   SET WS-RT-IDX TO WS-RATE-COUNT
                   MOVE RT-SIGN TO WS-RT-SIGN(WS-RT-IDX)
                   MOVE RT-LIMIT TO WS-RT-LIMIT(WS-RT-IDX)
                   MOVE RT-RATE TO WS-RT-RATE(WS-RT-IDX)
                   MOVE RT-DESCRIPTION TO WS-RT-DESC(WS-RT-IDX)
                   IF RT-SIGN = "C"
                       MOVE RT-LIMIT TO WS-LAST-CREDIT
                       ADD 1 TO WS-CREDIT-TIERS
                   ELSE
                       MOVE RT-LIMIT TO WS-LAST-DEBIT
                       ADD 1 TO WS-DEBIT-TIERS
                   END-IF
           END-EVALUATE.

       1200-LIST-RATES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TABLA DE TASAS (ANUAL %, BASE 365)" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RATE-COUNT
               MOVE SPACES TO REPORT-LINE
               IF WS-RT-SIGN(WS-RT-IDX) = "C"
                   MOVE "INTERES" TO REPORT-LINE(3:7)
               ELSE
                   MOVE "CARGO" TO REPORT-LINE(3:5)
               END-IF
               MOVE "HASTA" TO REPORT-LINE(12:5)
               MOVE WS-RT-LIMIT(WS-RT-IDX) TO WS-ED-BALANCE
               MOVE WS-ED-BALANCE TO REPORT-LINE(18:15)
               MOVE WS-RT-RATE(WS-RT-IDX) TO WS-ED-RATE
               MOVE WS-ED-RATE TO REPORT-LINE(35:8)
               MOVE WS-RT-DESC(WS-RT-IDX) TO REPORT-LINE(45:20)
               WRITE REPORT-LINE
           END-PERFORM.

       2000-READ-CONTROL.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "00"
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CONTROL-FOUND
               END-READ
               CLOSE CONTROL-FILE
           END-IF
           IF WS-CONTROL-FOUND = "Y"
                   AND CC-PEND-STATUS = "PENDIENTE"
               PERFORM 2050-FIND-PENDING-BATCH
               EVALUATE TRUE
                   WHEN WS-BL-STATUS = "ACEPTADO"
                           OR WS-BL-STATUS = "REVERTIDO"
                       MOVE "R" TO WS-CAP-ACTION
                   WHEN WS-BUSINESS-DATE > CC-PEND-DATE
                       MOVE "L" TO WS-CAP-ACTION
                   WHEN OTHER
                       MOVE SPACES TO REPORT-LINE
                       MOVE CC-PEND-BATCH TO WS-ED-BATCH-NO
                       STRING "LOTE DE CAPITALIZACION " WS-ED-BATCH-NO
                           " PENDIENTE PARA EL " CC-PEND-DATE
                           " - SIN CAMBIOS"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
               END-EVALUATE
           END-IF.

       2050-FIND-PENDING-BATCH.
           MOVE SPACES TO WS-BL-STATUS
           OPEN INPUT BATCHLOG-FILE
           IF WS-BATCHLOG-STATUS = "00"
               PERFORM UNTIL WS-EOF-BATCHLOG = "Y"
                   READ BATCHLOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-BATCHLOG
                       NOT AT END
                           IF BL-BATCH-NO = CC-PEND-BATCH
                               MOVE BL-STATUS TO WS-BL-STATUS
                               MOVE BL-RUN-DATE TO WS-BL-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCHLOG-FILE
           END-IF.

       2100-OPEN-ACCRUE-FILE.
           OPEN I-O ACCRUE-FILE
           IF WS-ACCRUE-STATUS = "35"
               OPEN OUTPUT ACCRUE-FILE
               CLOSE ACCRUE-FILE
               OPEN I-O ACCRUE-FILE
           END-IF
           IF WS-ACCRUE-STATUS NOT = "00"
               DISPLAY "ACCRUE.DAT NO DISPONIBLE - ESTADO "
                       WS-ACCRUE-STATUS " - FIN DE PROCESO"
               MOVE "** ACCRUE.DAT NO DISPONIBLE - NO SE DEVENGA **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
           END-IF.

       2400-LOAD-BATCH-HOLDS.
           OPEN INPUT HOLD-FILE
           EVALUATE TRUE
               WHEN WS-HOLD-STATUS = "35"
                   CONTINUE
               WHEN WS-HOLD-STATUS NOT = "00"
                   DISPLAY "HOLDPOST.DAT NO DISPONIBLE - ESTADO "
                           WS-HOLD-STATUS " - NO SE PUEDE CONFIRMAR "
                           "LO APLICADO"
                   MOVE SPACE TO WS-CAP-ACTION
                   MOVE 8 TO WS-FINAL-RC
               WHEN OTHER
                   PERFORM UNTIL WS-EOF-HOLD = "Y"
                       READ HOLD-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-HOLD
                           NOT AT END
                               IF HP-BATCH-NO = CC-PEND-BATCH
                                   PERFORM 2410-ADD-BATCH-HOLD
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE HOLD-FILE
           END-EVALUATE
           IF WS-CAP-ACTION = "R" AND WS-BHL-PENDING > 0
               MOVE SPACE TO WS-CAP-ACTION
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE CC-PEND-BATCH TO WS-ED-BATCH-NO
               MOVE WS-BHL-PENDING TO WS-ED-COUNT
               STRING "LOTE DE CAPITALIZACION " WS-ED-BATCH-NO
                   " CON " WS-ED-COUNT " RETENCIONES SIN RESOLVER"
                   " - SIN CAMBIOS"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2410-ADD-BATCH-HOLD.
           IF HP-STATUS = "RETENIDO" OR HP-STATUS = "DECLINADO"
               IF WS-BHL-COUNT >= WS-BHL-MAX
                   DISPLAY "TABLA DE RETENCIONES DEL LOTE LLENA - NO "
                           "SE PUEDE CONFIRMAR LO APLICADO"
                   MOVE SPACE TO WS-CAP-ACTION
                   MOVE 16 TO WS-FINAL-RC
                   MOVE "Y" TO WS-EOF-HOLD
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

       2450-LOAD-POSTED-AMOUNTS.
           INITIALIZE WS-POSTED-TABLE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AUDARCHV.DAT NO DISPONIBLE - ESTADO "
                       WS-ARCHIVE-STATUS " - NO SE PUEDE CONFIRMAR "
                       "LO APLICADO"
               MOVE SPACE TO WS-CAP-ACTION
               MOVE 8 TO WS-FINAL-RC
           ELSE
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF AR-BATCH-NO = CC-PEND-BATCH
                                   AND AR-ACCOUNT NUMERIC
                               PERFORM 2460-ADD-POSTED-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       2460-ADD-POSTED-AMOUNT.
           ADD 1 TO WS-BATCH-ROWS
           MOVE "N" TO WS-HOLD-MATCHED
           IF AR-MOV-TYPE NOT = "R"
               PERFORM 2470-MATCH-BATCH-HOLD
           END-IF
           IF WS-HOLD-MATCHED = "Y"
               ADD 1 TO WS-HELD-SKIPPED
           ELSE
               PERFORM 2465-POST-AMOUNT
           END-IF.

       2465-POST-AMOUNT.
           MOVE AR-ACCOUNT TO WS-ACCT-CHAR
           SET WS-PST-IDX TO WS-ACCT-NUM
           SET WS-PST-IDX UP BY 1
           EVALUATE TRUE
               WHEN AR-MOV-TYPE = "R" AND AR-RESULTADO < 0
                   ADD AR-RESULTADO TO WS-PST-INT(WS-PST-IDX)
               WHEN AR-MOV-TYPE = "R"
                   SUBTRACT AR-RESULTADO FROM WS-PST-CHG(WS-PST-IDX)
               WHEN AR-RESULTADO > 0
                   ADD AR-RESULTADO TO WS-PST-INT(WS-PST-IDX)
               WHEN OTHER
                   SUBTRACT AR-RESULTADO FROM WS-PST-CHG(WS-PST-IDX)
           END-EVALUATE.

       2470-MATCH-BATCH-HOLD.
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

       2500-APPLY-CONFIRMATION.
           MOVE CC-PEND-BATCH TO WS-ED-BATCH-NO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF WS-CAP-ACTION = "R"
               STRING "LOTE DE CAPITALIZACION " WS-ED-BATCH-NO
                   " " WS-BL-STATUS " EL " WS-BL-RUN-DATE
                   " - SE DESCUENTA LO APLICADO"
                   DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "** LOTE DE CAPITALIZACION " WS-ED-BATCH-NO
                   " NO ACEPTADO EL " CC-PEND-DATE
                   " - SE REGENERA **"
                   DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE LOW-VALUES TO AC-ACCOUNT
           START ACCRUE-FILE KEY NOT < AC-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCRUE
           END-START
           PERFORM UNTIL WS-EOF-ACCRUE = "Y"
               READ ACCRUE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ACCRUE
                   NOT AT END
                       IF AC-CAP-BATCH = CC-PEND-BATCH
                               AND AC-CAP-BATCH NOT = 0
                           PERFORM 2550-CLEAR-CAPITALIZED
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RESET-COUNT TO WS-ED-COUNT
           STRING "  CUENTAS AFECTADAS:           " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CAP-ACTION = "R"
               MOVE "ACEPTADO" TO CC-PEND-STATUS
               MOVE "N" TO CC-RETRY
               MOVE SPACES TO REPORT-LINE
               MOVE WS-BATCH-ROWS TO WS-ED-COUNT
               STRING "  MOVIMIENTOS DEL LOTE EN AUDARCHV:" WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-HELD-SKIPPED > 0
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-HELD-SKIPPED TO WS-ED-COUNT
                   STRING "  MOVIMIENTOS DECLINADOS EN HOLDPOST:"
                       WS-ED-COUNT " - NO SE DESCUENTAN"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               IF WS-UNPOSTED-COUNT > 0
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-UNPOSTED-COUNT TO WS-ED-COUNT
                   STRING "  CUENTAS NO APLICADAS POR COMPLETO:"
                       WS-ED-COUNT " - LA DIFERENCIA QUEDA DEVENGADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           ELSE
               MOVE "RECHAZADO" TO CC-PEND-STATUS
               MOVE "Y" TO CC-RETRY
           END-IF
           OPEN OUTPUT CONTROL-FILE
           WRITE CONTROL-RECORD
           CLOSE CONTROL-FILE.

       2550-CLEAR-CAPITALIZED.
           IF WS-CAP-ACTION = "R"
               MOVE AC-ACCOUNT TO WS-ACCT-CHAR
               IF WS-ACCT-NUM NUMERIC
                   MOVE "Y" TO WS-ACCT-VALID
                   SET WS-PST-IDX TO WS-ACCT-NUM
                   SET WS-PST-IDX UP BY 1
                   SUBTRACT WS-PST-INT(WS-PST-IDX) FROM AC-INT-ACCRUED
                   SUBTRACT WS-PST-CHG(WS-PST-IDX) FROM AC-CHG-ACCRUED
                   IF WS-PST-INT(WS-PST-IDX) NOT = AC-CAP-INT
                           OR WS-PST-CHG(WS-PST-IDX) NOT = AC-CAP-CHG
                       PERFORM 2560-REPORT-UNPOSTED
                   END-IF
               ELSE
                   MOVE "N" TO WS-ACCT-VALID
                   PERFORM 2560-REPORT-UNPOSTED
               END-IF
               MOVE CC-PEND-DATE TO AC-CAP-DATE
           END-IF
           MOVE 0 TO AC-CAP-BATCH
           MOVE 0 TO AC-CAP-INT
           MOVE 0 TO AC-CAP-CHG
           REWRITE ACCRUE-RECORD
           IF WS-ACCRUE-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY "NO SE PUDO ACTUALIZAR ACCRUE.DAT PARA LA "
                       "CUENTA " AC-ACCOUNT " - ESTADO "
                       WS-ACCRUE-STATUS
           ELSE
               ADD 1 TO WS-RESET-COUNT
           END-IF.

       2560-REPORT-UNPOSTED.
           ADD 1 TO WS-UNPOSTED-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE AC-CAP-INT TO WS-ED-AMOUNT
           IF WS-ACCT-VALID = "N"
               MOVE 0 TO WS-ED-POSTED
           ELSE
               MOVE WS-PST-INT(WS-PST-IDX) TO WS-ED-POSTED
           END-IF
           STRING "  CUENTA " AC-ACCOUNT " INTERES LOTE " WS-ED-AMOUNT
               " APLICADO " WS-ED-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE AC-CAP-CHG TO WS-ED-AMOUNT
           IF WS-ACCT-VALID = "N"
               MOVE 0 TO WS-ED-POSTED
           ELSE
               MOVE WS-PST-CHG(WS-PST-IDX) TO WS-ED-POSTED
           END-IF
           STRING "  CUENTA " AC-ACCOUNT " CARGO LOTE   " WS-ED-AMOUNT
               " APLICADO " WS-ED-POSTED
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       3000-ACCRUE-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                       WS-BALANCE-STATUS " - FIN DE PROCESO"
               MOVE "** BALMASTR.DAT NO DISPONIBLE - NO SE DEVENGA **"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE "CUENTA" TO REPORT-LINE(1:6)
               MOVE "SALDO" TO REPORT-LINE(19:5)
               MOVE "TASA" TO REPORT-LINE(29:4)
               MOVE "DIAS" TO REPORT-LINE(34:4)
               MOVE "T" TO REPORT-LINE(39:1)
               MOVE "DEVENGO DIA" TO REPORT-LINE(42:11)
               MOVE "ACUMULADO" TO REPORT-LINE(63:9)
               WRITE REPORT-LINE
               MOVE LOW-VALUES TO BM-ACCOUNT
               START BALANCE-FILE KEY NOT < BM-ACCOUNT
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-BALANCE
               END-START
               PERFORM UNTIL WS-EOF-BALANCE = "Y"
                   READ BALANCE-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-BALANCE
                       NOT AT END
                           ADD 1 TO WS-ACCOUNT-COUNT
                           PERFORM 3100-ACCRUE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       3100-ACCRUE-ONE-ACCOUNT.
           MOVE BM-ACCOUNT TO AC-ACCOUNT
           READ ACCRUE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCRUE-FOUND
                   MOVE SPACES TO ACCRUE-RECORD
                   MOVE BM-ACCOUNT TO AC-ACCOUNT
                   MOVE 0 TO AC-INT-ACCRUED AC-CHG-ACCRUED
                   MOVE 0 TO AC-LAST-BALANCE AC-LAST-RATE
                   MOVE 0 TO AC-CAP-BATCH AC-CAP-INT AC-CAP-CHG
               NOT INVALID KEY
                   MOVE "Y" TO WS-ACCRUE-FOUND
           END-READ
           IF AC-THRU-DATE NUMERIC
               COMPUTE WS-THRU-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AC-THRU-DATE))
               COMPUTE WS-ACC-DAYS = WS-TARGET-INT - WS-THRU-INT
           ELSE
               COMPUTE WS-ACC-DAYS = WS-TARGET-INT - WS-TODAY-INT + 1
           END-IF
           IF WS-ACC-DAYS NOT > 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 3200-FIND-TIER
               IF WS-TIER-FOUND = "Y"
                   PERFORM 3300-APPLY-ACCRUAL
               END-IF
           END-IF
           ADD AC-INT-ACCRUED TO WS-ACC-INT-TOTAL
           ADD AC-CHG-ACCRUED TO WS-ACC-CHG-TOTAL.

       3200-FIND-TIER.
           MOVE "N" TO WS-TIER-FOUND
           MOVE 0 TO WS-ACC-RATE
           EVALUATE TRUE
               WHEN BM-BALANCE > 0
                   MOVE "C" TO WS-ACC-SIGN
                   MOVE BM-BALANCE TO WS-ABS-BALANCE
               WHEN BM-BALANCE < 0
                   MOVE "D" TO WS-ACC-SIGN
                   COMPUTE WS-ABS-BALANCE = BM-BALANCE * -1
               WHEN OTHER
                   MOVE SPACE TO WS-ACC-SIGN
                   MOVE 0 TO WS-ABS-BALANCE
           END-EVALUATE
           IF WS-ACC-SIGN = SPACE
               ADD 1 TO WS-ZERO-COUNT
               MOVE WS-TARGET-DATE TO AC-THRU-DATE
               MOVE 0 TO AC-LAST-BALANCE
               MOVE SPACE TO AC-LAST-SIGN
               MOVE 0 TO AC-LAST-RATE
               PERFORM 3900-STORE-ACCRUAL
           ELSE
               PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                       UNTIL WS-RT-IDX > WS-RATE-COUNT
                   IF WS-RT-SIGN(WS-RT-IDX) = WS-ACC-SIGN
                           AND WS-RT-LIMIT(WS-RT-IDX)
                               NOT < WS-ABS-BALANCE
                       MOVE "Y" TO WS-TIER-FOUND
                       MOVE WS-RT-RATE(WS-RT-IDX) TO WS-ACC-RATE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TIER-FOUND = "N"
                   ADD 1 TO WS-NO-TIER-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE BM-BALANCE TO WS-ED-BALANCE
                   STRING BM-ACCOUNT " " WS-ED-BALANCE
                       "  ** SIN TRAMO EN ACCRATE.DAT - NO SE "
                       "DEVENGA **"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       3300-APPLY-ACCRUAL.
           COMPUTE WS-ACC-AMOUNT ROUNDED =
               WS-ABS-BALANCE * WS-ACC-RATE * WS-ACC-DAYS
               / (100 * WS-YEAR-DAYS)
           IF WS-ACC-SIGN = "C"
               ADD WS-ACC-AMOUNT TO AC-INT-ACCRUED
               ADD WS-ACC-AMOUNT TO WS-DAY-INT-TOTAL
               ADD 1 TO WS-CREDIT-COUNT
           ELSE
               ADD WS-ACC-AMOUNT TO AC-CHG-ACCRUED
               ADD WS-ACC-AMOUNT TO WS-DAY-CHG-TOTAL
               ADD 1 TO WS-DEBIT-COUNT
           END-IF
           MOVE WS-TARGET-DATE TO AC-THRU-DATE
           MOVE BM-BALANCE TO AC-LAST-BALANCE
           MOVE WS-ACC-SIGN TO AC-LAST-SIGN
           MOVE WS-ACC-RATE TO AC-LAST-RATE
           PERFORM 3900-STORE-ACCRUAL
           MOVE SPACES TO REPORT-LINE
           MOVE BM-ACCOUNT TO REPORT-LINE(1:4)
           MOVE BM-BALANCE TO WS-ED-BALANCE
           MOVE WS-ED-BALANCE TO REPORT-LINE(9:15)
           MOVE WS-ACC-RATE TO WS-ED-RATE
           MOVE WS-ED-RATE TO REPORT-LINE(25:8)
           MOVE WS-ACC-DAYS TO WS-ED-DAYS
           MOVE WS-ED-DAYS TO REPORT-LINE(35:3)
           IF WS-ACC-SIGN = "C"
               MOVE "I" TO REPORT-LINE(39:1)
               MOVE AC-INT-ACCRUED TO WS-ED-ACCUM
           ELSE
               MOVE "C" TO REPORT-LINE(39:1)
               MOVE AC-CHG-ACCRUED TO WS-ED-ACCUM
           END-IF
           MOVE WS-ACC-AMOUNT TO WS-ED-ACCRUAL
           MOVE WS-ED-ACCRUAL TO REPORT-LINE(41:12)
           MOVE WS-ED-ACCUM TO REPORT-LINE(57:15)
           WRITE REPORT-LINE.

       3900-STORE-ACCRUAL.
           IF WS-ACCRUE-FOUND = "Y"
               REWRITE ACCRUE-RECORD
           ELSE
               WRITE ACCRUE-RECORD
           END-IF
           IF WS-ACCRUE-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY "NO SE PUDO GRABAR ACCRUE.DAT PARA LA CUENTA "
                       AC-ACCOUNT " - ESTADO " WS-ACCRUE-STATUS
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-ED-COUNT
           STRING "CUENTAS LEIDAS DE BALMASTR:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CREDIT-COUNT TO WS-ED-COUNT
           STRING "CUENTAS CON INTERES DEVENGADO:     " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DEBIT-COUNT TO WS-ED-COUNT
           STRING "CUENTAS CON CARGO DEVENGADO:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ZERO-COUNT TO WS-ED-COUNT
           STRING "CUENTAS CON SALDO CERO:            " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SKIPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-SKIPPED-COUNT TO WS-ED-COUNT
               STRING "CUENTAS YA DEVENGADAS A LA FECHA:  "
                   WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-NO-TIER-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-NO-TIER-COUNT TO WS-ED-COUNT
               STRING "** CUENTAS SIN TRAMO DE TASA:      "
                   WS-ED-COUNT " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-RATE-ERRORS > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-RATE-ERRORS TO WS-ED-COUNT
               STRING "** FILAS DE ACCRATE.DAT IGNORADAS: "
                   WS-ED-COUNT " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-WRITE-ERRORS > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-WRITE-ERRORS TO WS-ED-COUNT
               STRING "** ERRORES AL GRABAR ACCRUE.DAT:   "
                   WS-ED-COUNT " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAY-INT-TOTAL TO WS-ED-TOTAL
           STRING "INTERES DEVENGADO EN LA CORRIDA: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DAY-CHG-TOTAL TO WS-ED-TOTAL
           STRING "CARGOS DEVENGADOS EN LA CORRIDA: " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACC-INT-TOTAL TO WS-ED-TOTAL
           STRING "INTERES ACUMULADO SIN CAPITALIZAR:" WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACC-CHG-TOTAL TO WS-ED-TOTAL
           STRING "CARGOS ACUMULADOS SIN CAPITALIZAR:" WS-ED-TOTAL
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

       END PROGRAM ACCRUAL.
