       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTMON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "ACTPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT PROFILE-FILE ASSIGN TO "ACTPROF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PF-ACCOUNT
               FILE STATUS IS WS-PROFILE-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ACTALRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT SORT-FILE ASSIGN TO "ACTSORT".

           SELECT REPORT-FILE ASSIGN TO "ACTRPT.DAT"
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
           05  AP-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  AP-VALUE            PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

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

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-ACCOUNT          PIC X(4).
           05  BM-BALANCE          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  BM-TRAN-COUNT       PIC 9(7).
           05  BM-LAST-DATE        PIC X(8).

       FD  PROFILE-FILE.
       01  PROFILE-RECORD.
           05  PF-ACCOUNT          PIC X(4).
           05  PF-DAYS             PIC 9(3).
           05  PF-AVG-COUNT        PIC 9(7)V9(2).
           05  PF-AVG-AMOUNT       PIC 9(11)V9(2).
           05  PF-AVG-OP OCCURS 4 TIMES PIC 9(7)V9(2).
           05  PF-LAST-ACTIVE      PIC X(8).
           05  PF-BM-LAST-DATE     PIC X(8).
           05  PF-UPDATE-DATE      PIC X(8).

       FD  ALERT-FILE.
       01  ALERT-RECORD.
           05  AL-KEY.
               10  AL-DATE         PIC X(8).
               10  AL-ACCOUNT      PIC X(4).
               10  AL-RULE         PIC X(8).
           05  AL-STATUS           PIC X(10).
           05  AL-TODAY-VALUE      PIC S9(11)V9(2) SIGN LEADING
                                    SEPARATE.
           05  AL-NORM-VALUE       PIC S9(11)V9(2) SIGN LEADING
                                    SEPARATE.
           05  AL-DETAIL           PIC X(30).
           05  AL-CREATE-TS        PIC X(21).
           05  AL-REVIEW-USER      PIC X(8).
           05  AL-REVIEW-TS        PIC X(21).
           05  AL-REVIEW-NOTE      PIC X(40).
           05  AL-CLOSE-USER       PIC X(8).
           05  AL-CLOSE-TS         PIC X(21).
           05  AL-CLOSE-NOTE       PIC X(40).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-ACCOUNT          PIC X(4).
           05  SR-OPCODE           PIC X.
           05  SR-AMOUNT           PIC 9(9)V9(2).

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
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-PROFILE-STATUS       PIC X(2) VALUE "00".
       01  WS-ALERT-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-BALANCE          PIC X VALUE "N".
       01  WS-EOF-SORT             PIC X VALUE "N".
       01  WS-EOF-ALERT            PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-ARCHIVE-READ         PIC X VALUE "N".
       01  WS-PROFILE-FOUND        PIC X VALUE "N".
       01  WS-FILES-OPEN           PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-MONITOR-LIMITS.
           05  WS-VOLUME-MULT      PIC 9(3)V9(2) VALUE 10.
           05  WS-AMOUNT-MULT      PIC 9(3)V9(2) VALUE 10.
           05  WS-DORMANT-DAYS     PIC 9(4) VALUE 180.
           05  WS-MIN-PROFILE-DAYS PIC 9(3) VALUE 5.
           05  WS-WINDOW-DAYS      PIC 9(3) VALUE 30.
           05  WS-MIX-TODAY-PCT    PIC 9(3) VALUE 50.
           05  WS-MIX-NORM-PCT     PIC 9(3) VALUE 10.
           05  WS-MIX-MIN-COUNT    PIC 9(5) VALUE 3.

       01  WS-OPCODE-TABLE.
           05  FILLER              PIC X(4) VALUE "ASMP".
       01  WS-OPCODE-LIST REDEFINES WS-OPCODE-TABLE.
           05  WS-OPCODE OCCURS 4 TIMES PIC X.

       01  WS-OP-IDX               PIC 9 VALUE 0.

       01  WS-ACCOUNT-DAY.
           05  WS-CUR-ACCOUNT      PIC X(4) VALUE SPACES.
           05  WS-DAY-COUNT        PIC 9(7) VALUE 0.
           05  WS-DAY-AMOUNT       PIC 9(11)V9(2) VALUE 0.
           05  WS-DAY-OP OCCURS 4 TIMES PIC 9(7).

       01  WS-RULE-WORK.
           05  WS-LIMIT-VALUE      PIC 9(13)V9(2) VALUE 0.
           05  WS-PROFILE-OPS      PIC 9(9)V9(2) VALUE 0.
           05  WS-TODAY-PCT        PIC 9(3)V9(2) VALUE 0.
           05  WS-NORM-PCT         PIC 9(3)V9(2) VALUE 0.
           05  WS-WEIGHT           PIC 9(3) VALUE 0.
           05  WS-GAP-DAYS         PIC S9(7) VALUE 0.
           05  WS-PRIOR-INT        PIC 9(8) VALUE 0.

       01  WS-ALERT-WORK.
           05  WS-AL-RULE          PIC X(8) VALUE SPACES.
           05  WS-AL-VALUE         PIC S9(11)V9(2) VALUE 0.
           05  WS-AL-NORM          PIC S9(11)V9(2) VALUE 0.
           05  WS-AL-DETAIL        PIC X(30) VALUE SPACES.

       01  WS-RUN-COUNTERS.
           05  WS-ARCHIVE-COUNT    PIC 9(7) VALUE 0.
           05  WS-TODAY-MOVES      PIC 9(7) VALUE 0.
           05  WS-ACTIVE-COUNT     PIC 9(7) VALUE 0.
           05  WS-NEW-PROFILES     PIC 9(7) VALUE 0.
           05  WS-UPDATED-PROFILES PIC 9(7) VALUE 0.
           05  WS-SKIPPED-COUNT    PIC 9(7) VALUE 0.
           05  WS-SEEDED-COUNT     PIC 9(7) VALUE 0.
           05  WS-ALERT-COUNT      PIC 9(7) VALUE 0.
           05  WS-ALERT-DUPS       PIC 9(7) VALUE 0.
           05  WS-VOLUME-ALERTS    PIC 9(7) VALUE 0.
           05  WS-AMOUNT-ALERTS    PIC 9(7) VALUE 0.
           05  WS-DORMANT-ALERTS   PIC 9(7) VALUE 0.
           05  WS-MIX-ALERTS       PIC 9(7) VALUE 0.
           05  WS-OPEN-ALERTS      PIC 9(7) VALUE 0.
           05  WS-REVIEWED-ALERTS  PIC 9(7) VALUE 0.
           05  WS-PROFILE-ERRORS   PIC 9(7) VALUE 0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-VALUE         PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-NORM          PIC -ZZZZZZZZZ9.9(2).

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-RUN-TIMESTAMP    PIC X(21).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-TODAY-INT        PIC 9(8).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "ACTMON".
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
           PERFORM 1000-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           PERFORM 1100-LOAD-PARAMETERS
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACTMON - ACTIVIDAD INUSUAL POR CUENTA - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-OPEN-MONITOR-FILES
           IF WS-FILES-OPEN = "Y"
               PERFORM 3000-WRITE-ALERT-HEADER
               SORT SORT-FILE
                   ON ASCENDING KEY SR-ACCOUNT
                   INPUT PROCEDURE IS 4000-RELEASE-TODAY-MOVES
                   OUTPUT PROCEDURE IS 5000-EVALUATE-ACCOUNTS
               PERFORM 7000-REFRESH-LAST-DATES
               PERFORM 7500-COUNT-PENDING-ALERTS
               PERFORM 8000-WRITE-TOTALS
               CLOSE PROFILE-FILE
               CLOSE ALERT-FILE
           ELSE
               MOVE 16 TO WS-FINAL-RC
           END-IF
           CLOSE REPORT-FILE
           IF WS-FINAL-RC < 8 AND WS-ARCHIVE-READ = "N"
               MOVE 8 TO WS-FINAL-RC
           END-IF
           IF WS-FINAL-RC < 4
                   AND (WS-ALERT-COUNT > 0 OR WS-PROFILE-ERRORS > 0)
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "ACTMON - CUENTAS CON ACTIVIDAD " WS-ACTIVE-COUNT
                   " ALERTAS " WS-ALERT-COUNT " - RC " WS-FINAL-RC
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

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "ACTPARM.DAT NO DISPONIBLE - SE USAN "
                       "LIMITES POR DEFECTO"
           ELSE
               PERFORM UNTIL WS-EOF-PARM = "Y"
                   READ PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARM
                       NOT AT END
                           PERFORM 1150-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1150-APPLY-PARAMETER.
           EVALUATE TRUE
               WHEN AP-VALUE NOT NUMERIC
                   DISPLAY "VALOR NO NUMERICO EN ACTPARM PARA "
                           AP-CODE " - SE IGNORA"
               WHEN AP-CODE = "VM"
                   IF AP-VALUE < 1 OR AP-VALUE > 999
                       DISPLAY "VM FUERA DE RANGO (1-999) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-VOLUME-MULT
                   END-IF
               WHEN AP-CODE = "IM"
                   IF AP-VALUE < 1 OR AP-VALUE > 999
                       DISPLAY "IM FUERA DE RANGO (1-999) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-AMOUNT-MULT
                   END-IF
               WHEN AP-CODE = "DD"
                   IF AP-VALUE < 1 OR AP-VALUE > 9999
                       DISPLAY "DD FUERA DE RANGO (1-9999) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-DORMANT-DAYS
                   END-IF
               WHEN AP-CODE = "MD"
                   IF AP-VALUE < 0 OR AP-VALUE > 999
                       DISPLAY "MD FUERA DE RANGO (0-999) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-MIN-PROFILE-DAYS
                   END-IF
               WHEN AP-CODE = "VD"
                   IF AP-VALUE < 1 OR AP-VALUE > 999
                       DISPLAY "VD FUERA DE RANGO (1-999) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-WINDOW-DAYS
                   END-IF
               WHEN AP-CODE = "MX"
                   IF AP-VALUE < 1 OR AP-VALUE > 100
                       DISPLAY "MX FUERA DE RANGO (1-100) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-MIX-TODAY-PCT
                   END-IF
               WHEN AP-CODE = "MP"
                   IF AP-VALUE < 0 OR AP-VALUE > 100
                       DISPLAY "MP FUERA DE RANGO (0-100) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-MIX-NORM-PCT
                   END-IF
               WHEN AP-CODE = "MC"
                   IF AP-VALUE < 1 OR AP-VALUE > 99999
                       DISPLAY "MC FUERA DE RANGO (1-99999) EN "
                               "ACTPARM - SE IGNORA"
                   ELSE
                       MOVE AP-VALUE TO WS-MIX-MIN-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN ACTPARM: "
                           AP-CODE
           END-EVALUATE.

       2000-OPEN-MONITOR-FILES.
           OPEN I-O PROFILE-FILE
           IF WS-PROFILE-STATUS = "35"
               OPEN OUTPUT PROFILE-FILE
               CLOSE PROFILE-FILE
               OPEN I-O PROFILE-FILE
           END-IF
           IF WS-PROFILE-STATUS NOT = "00"
               DISPLAY "ACTPROF.DAT NO DISPONIBLE - ESTADO "
                       WS-PROFILE-STATUS " - FIN DE PROCESO"
               MOVE "ACTPROF.DAT NO DISPONIBLE - FIN DE PROCESO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN I-O ALERT-FILE
               IF WS-ALERT-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
                   CLOSE ALERT-FILE
                   OPEN I-O ALERT-FILE
               END-IF
               IF WS-ALERT-STATUS NOT = "00"
                   DISPLAY "ACTALRT.DAT NO DISPONIBLE - ESTADO "
                           WS-ALERT-STATUS " - FIN DE PROCESO"
                   MOVE "ACTALRT.DAT NO DISPONIBLE - FIN DE PROCESO"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
                   CLOSE PROFILE-FILE
               ELSE
                   MOVE "Y" TO WS-FILES-OPEN
               END-IF
           END-IF.

       3000-WRITE-ALERT-HEADER.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALERTAS GENERADAS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CUENTA" TO REPORT-LINE(3:6)
           MOVE "REGLA" TO REPORT-LINE(11:5)
           MOVE "HOY" TO REPORT-LINE(31:3)
           MOVE "NORMA" TO REPORT-LINE(45:5)
           MOVE "DETALLE" TO REPORT-LINE(51:7)
           WRITE REPORT-LINE.

       4000-RELEASE-TODAY-MOVES.
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AUDARCHV.DAT NO DISPONIBLE - SIN "
                       "MOVIMIENTOS QUE MONITOREAR"
           ELSE
               MOVE "Y" TO WS-ARCHIVE-READ
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           ADD 1 TO WS-ARCHIVE-COUNT
                           IF AR-RUN-DATE = WS-BUSINESS-DATE
                               PERFORM 4100-RELEASE-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       4100-RELEASE-MOVE.
           MOVE AR-ACCOUNT TO SR-ACCOUNT
           MOVE AR-OPCODE TO SR-OPCODE
           IF AR-RESULTADO < 0
               COMPUTE SR-AMOUNT = AR-RESULTADO * -1
           ELSE
               MOVE AR-RESULTADO TO SR-AMOUNT
           END-IF
           RELEASE SORT-RECORD
           ADD 1 TO WS-TODAY-MOVES.

       5000-EVALUATE-ACCOUNTS.
           PERFORM 5100-RETURN-MOVE
           PERFORM UNTIL WS-EOF-SORT = "Y"
               MOVE SR-ACCOUNT TO WS-CUR-ACCOUNT
               MOVE 0 TO WS-DAY-COUNT
               MOVE 0 TO WS-DAY-AMOUNT
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > 4
                   MOVE 0 TO WS-DAY-OP(WS-OP-IDX)
               END-PERFORM
               PERFORM UNTIL WS-EOF-SORT = "Y"
                       OR SR-ACCOUNT NOT = WS-CUR-ACCOUNT
                   PERFORM 5200-ADD-MOVE
                   PERFORM 5100-RETURN-MOVE
               END-PERFORM
               PERFORM 6000-CHECK-ACCOUNT
           END-PERFORM.

       5100-RETURN-MOVE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SORT
           END-RETURN.

       5200-ADD-MOVE.
           ADD 1 TO WS-DAY-COUNT
           ADD SR-AMOUNT TO WS-DAY-AMOUNT
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 4
               IF SR-OPCODE = WS-OPCODE(WS-OP-IDX)
                   ADD 1 TO WS-DAY-OP(WS-OP-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       6000-CHECK-ACCOUNT.
           ADD 1 TO WS-ACTIVE-COUNT
           MOVE WS-CUR-ACCOUNT TO PF-ACCOUNT
           READ PROFILE-FILE
               INVALID KEY
                   MOVE "N" TO WS-PROFILE-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-PROFILE-FOUND
           END-READ
           EVALUATE TRUE
               WHEN WS-PROFILE-FOUND = "Y"
                       AND PF-UPDATE-DATE = WS-BUSINESS-DATE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-PROFILE-FOUND = "Y"
                   PERFORM 6100-CHECK-DORMANCY
                   IF PF-DAYS >= WS-MIN-PROFILE-DAYS
                       PERFORM 6200-CHECK-VOLUME
                       PERFORM 6300-CHECK-AMOUNT
                       PERFORM 6400-CHECK-OPCODE-MIX
                   END-IF
                   PERFORM 6500-UPDATE-PROFILE
               WHEN OTHER
                   MOVE SPACES TO PROFILE-RECORD
                   MOVE WS-CUR-ACCOUNT TO PF-ACCOUNT
                   MOVE 0 TO PF-DAYS PF-AVG-COUNT PF-AVG-AMOUNT
                   PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                           UNTIL WS-OP-IDX > 4
                       MOVE 0 TO PF-AVG-OP(WS-OP-IDX)
                   END-PERFORM
                   PERFORM 6500-UPDATE-PROFILE
           END-EVALUATE.

       6100-CHECK-DORMANCY.
           IF PF-BM-LAST-DATE NUMERIC
                   AND PF-BM-LAST-DATE < WS-BUSINESS-DATE
               COMPUTE WS-PRIOR-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(PF-BM-LAST-DATE))
               COMPUTE WS-GAP-DAYS = WS-TODAY-INT - WS-PRIOR-INT
               IF WS-GAP-DAYS >= WS-DORMANT-DAYS
                   MOVE "DORMIDA" TO WS-AL-RULE
                   MOVE WS-GAP-DAYS TO WS-AL-VALUE
                   MOVE WS-DORMANT-DAYS TO WS-AL-NORM
                   MOVE SPACES TO WS-AL-DETAIL
                   STRING "SIN MOVIMIENTO DESDE " PF-BM-LAST-DATE
                       DELIMITED BY SIZE INTO WS-AL-DETAIL
                   PERFORM 6900-WRITE-ALERT
                   ADD 1 TO WS-DORMANT-ALERTS
               END-IF
           END-IF.

       6200-CHECK-VOLUME.
           IF PF-AVG-COUNT > 0
               COMPUTE WS-LIMIT-VALUE = PF-AVG-COUNT * WS-VOLUME-MULT
               IF WS-DAY-COUNT > WS-LIMIT-VALUE
                   MOVE "VOLUMEN" TO WS-AL-RULE
                   MOVE WS-DAY-COUNT TO WS-AL-VALUE
                   MOVE PF-AVG-COUNT TO WS-AL-NORM
                   MOVE "MOVIMIENTOS DEL DIA" TO WS-AL-DETAIL
                   PERFORM 6900-WRITE-ALERT
                   ADD 1 TO WS-VOLUME-ALERTS
               END-IF
           END-IF.

       6300-CHECK-AMOUNT.
           IF PF-AVG-AMOUNT > 0
               COMPUTE WS-LIMIT-VALUE = PF-AVG-AMOUNT * WS-AMOUNT-MULT
               IF WS-DAY-AMOUNT > WS-LIMIT-VALUE
                   MOVE "IMPORTE" TO WS-AL-RULE
                   MOVE WS-DAY-AMOUNT TO WS-AL-VALUE
                   MOVE PF-AVG-AMOUNT TO WS-AL-NORM
                   MOVE "IMPORTE ABSOLUTO DEL DIA" TO WS-AL-DETAIL
                   PERFORM 6900-WRITE-ALERT
                   ADD 1 TO WS-AMOUNT-ALERTS
               END-IF
           END-IF.

       6400-CHECK-OPCODE-MIX.
           MOVE 0 TO WS-PROFILE-OPS
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 4
               ADD PF-AVG-OP(WS-OP-IDX) TO WS-PROFILE-OPS
           END-PERFORM
           IF WS-PROFILE-OPS > 0 AND WS-DAY-COUNT >= WS-MIX-MIN-COUNT
               PERFORM 6450-CHECK-ONE-OPCODE
                   VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 4
           END-IF.

       6450-CHECK-ONE-OPCODE.
           IF WS-DAY-OP(WS-OP-IDX) > 0
               COMPUTE WS-TODAY-PCT ROUNDED =
                   WS-DAY-OP(WS-OP-IDX) * 100 / WS-DAY-COUNT
               COMPUTE WS-NORM-PCT ROUNDED =
                   PF-AVG-OP(WS-OP-IDX) * 100 / WS-PROFILE-OPS
               IF WS-TODAY-PCT >= WS-MIX-TODAY-PCT
                       AND WS-NORM-PCT < WS-MIX-NORM-PCT
                   MOVE SPACES TO WS-AL-RULE
                   STRING "MEZCLA " WS-OPCODE(WS-OP-IDX)
                       DELIMITED BY SIZE INTO WS-AL-RULE
                   MOVE WS-TODAY-PCT TO WS-AL-VALUE
                   MOVE WS-NORM-PCT TO WS-AL-NORM
                   MOVE SPACES TO WS-AL-DETAIL
                   STRING "% DE OPERACIONES " WS-OPCODE(WS-OP-IDX)
                       DELIMITED BY SIZE INTO WS-AL-DETAIL
                   PERFORM 6900-WRITE-ALERT
                   ADD 1 TO WS-MIX-ALERTS
               END-IF
           END-IF.

       6500-UPDATE-PROFILE.
           MOVE PF-DAYS TO WS-WEIGHT
           IF WS-WEIGHT >= WS-WINDOW-DAYS
               COMPUTE WS-WEIGHT = WS-WINDOW-DAYS - 1
           END-IF
           COMPUTE PF-AVG-COUNT ROUNDED =
               (PF-AVG-COUNT * WS-WEIGHT + WS-DAY-COUNT)
               / (WS-WEIGHT + 1)
           COMPUTE PF-AVG-AMOUNT ROUNDED =
               (PF-AVG-AMOUNT * WS-WEIGHT + WS-DAY-AMOUNT)
               / (WS-WEIGHT + 1)
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                   UNTIL WS-OP-IDX > 4
               COMPUTE PF-AVG-OP(WS-OP-IDX) ROUNDED =
                   (PF-AVG-OP(WS-OP-IDX) * WS-WEIGHT
                       + WS-DAY-OP(WS-OP-IDX))
                   / (WS-WEIGHT + 1)
           END-PERFORM
           COMPUTE PF-DAYS = WS-WEIGHT + 1
           MOVE WS-BUSINESS-DATE TO PF-LAST-ACTIVE
           MOVE WS-BUSINESS-DATE TO PF-UPDATE-DATE
           IF WS-PROFILE-FOUND = "Y"
               REWRITE PROFILE-RECORD
               ADD 1 TO WS-UPDATED-PROFILES
           ELSE
               WRITE PROFILE-RECORD
               ADD 1 TO WS-NEW-PROFILES
           END-IF
           IF WS-PROFILE-STATUS NOT = "00"
               ADD 1 TO WS-PROFILE-ERRORS
               DISPLAY "NO SE PUDO GRABAR EL PERFIL DE LA CUENTA "
                       WS-CUR-ACCOUNT " - ESTADO " WS-PROFILE-STATUS
           END-IF.

       6900-WRITE-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE WS-BUSINESS-DATE TO AL-DATE
           MOVE WS-CUR-ACCOUNT TO AL-ACCOUNT
           MOVE WS-AL-RULE TO AL-RULE
           MOVE "ABIERTA" TO AL-STATUS
           MOVE WS-AL-VALUE TO AL-TODAY-VALUE
           MOVE WS-AL-NORM TO AL-NORM-VALUE
           MOVE WS-AL-DETAIL TO AL-DETAIL
           MOVE WS-RUN-TIMESTAMP TO AL-CREATE-TS
           WRITE ALERT-RECORD
               INVALID KEY
                   ADD 1 TO WS-ALERT-DUPS
               NOT INVALID KEY
                   ADD 1 TO WS-ALERT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   MOVE WS-CUR-ACCOUNT TO REPORT-LINE(3:4)
                   MOVE WS-AL-RULE TO REPORT-LINE(11:8)
                   MOVE WS-AL-VALUE TO WS-ED-VALUE
                   MOVE WS-ED-VALUE TO REPORT-LINE(20:14)
                   MOVE WS-AL-NORM TO WS-ED-NORM
                   MOVE WS-ED-NORM TO REPORT-LINE(36:14)
                   MOVE WS-AL-DETAIL TO REPORT-LINE(51:30)
                   WRITE REPORT-LINE
           END-WRITE.

       7000-REFRESH-LAST-DATES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                       WS-BALANCE-STATUS " - NO SE ACTUALIZAN LAS "
                       "FECHAS DE ULTIMO MOVIMIENTO"
               ADD 1 TO WS-PROFILE-ERRORS
           ELSE
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
                           PERFORM 7100-REFRESH-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       7100-REFRESH-ONE-ACCOUNT.
           MOVE BM-ACCOUNT TO PF-ACCOUNT
           READ PROFILE-FILE
               INVALID KEY
                   MOVE SPACES TO PROFILE-RECORD
                   MOVE BM-ACCOUNT TO PF-ACCOUNT
                   MOVE 0 TO PF-DAYS PF-AVG-COUNT PF-AVG-AMOUNT
                   PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                           UNTIL WS-OP-IDX > 4
                       MOVE 0 TO PF-AVG-OP(WS-OP-IDX)
                   END-PERFORM
                   MOVE BM-LAST-DATE TO PF-BM-LAST-DATE
                   WRITE PROFILE-RECORD
                   ADD 1 TO WS-SEEDED-COUNT
               NOT INVALID KEY
                   IF PF-BM-LAST-DATE NOT = BM-LAST-DATE
                       MOVE BM-LAST-DATE TO PF-BM-LAST-DATE
                       REWRITE PROFILE-RECORD
                   END-IF
           END-READ.

       7500-COUNT-PENDING-ALERTS.
           MOVE LOW-VALUES TO AL-KEY
           START ALERT-FILE KEY NOT < AL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ALERT
           END-START
           PERFORM UNTIL WS-EOF-ALERT = "Y"
               READ ALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ALERT
                   NOT AT END
                       EVALUATE AL-STATUS
                           WHEN "ABIERTA"
                               ADD 1 TO WS-OPEN-ALERTS
                           WHEN "REVISADA"
                               ADD 1 TO WS-REVIEWED-ALERTS
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

       8000-WRITE-TOTALS.
           IF WS-ALERT-COUNT = 0
               MOVE "  SIN ALERTAS NUEVAS" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ARCHIVE-COUNT TO WS-ED-COUNT
           STRING "REGISTROS LEIDOS DE AUDARCHV:     " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TODAY-MOVES TO WS-ED-COUNT
           STRING "MOVIMIENTOS DEL DIA:              " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACTIVE-COUNT TO WS-ED-COUNT
           STRING "CUENTAS CON ACTIVIDAD:            " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UPDATED-PROFILES TO WS-ED-COUNT
           STRING "PERFILES ACTUALIZADOS:            " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-NEW-PROFILES TO WS-ED-COUNT
           STRING "PERFILES NUEVOS:                  " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SEEDED-COUNT TO WS-ED-COUNT
           STRING "PERFILES SIN HISTORIA (BALMASTR): " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-SKIPPED-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-SKIPPED-COUNT TO WS-ED-COUNT
               STRING "CUENTAS YA MONITOREADAS EN LA FECHA: "
                   WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-VOLUME-ALERTS TO WS-ED-COUNT
           STRING "ALERTAS POR VOLUMEN:              " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-AMOUNT-ALERTS TO WS-ED-COUNT
           STRING "ALERTAS POR IMPORTE:              " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DORMANT-ALERTS TO WS-ED-COUNT
           STRING "ALERTAS POR CUENTA DORMIDA:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MIX-ALERTS TO WS-ED-COUNT
           STRING "ALERTAS POR MEZCLA DE OPERACIONES:" WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ALERT-COUNT TO WS-ED-COUNT
           STRING "ALERTAS NUEVAS EN ACTALRT.DAT:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ALERT-DUPS > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-ALERT-DUPS TO WS-ED-COUNT
               STRING "ALERTAS YA EXISTENTES (IGNORADAS):" WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPEN-ALERTS TO WS-ED-COUNT
           STRING "ALERTAS ABIERTAS PENDIENTES:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REVIEWED-ALERTS TO WS-ED-COUNT
           STRING "ALERTAS REVISADAS SIN CERRAR:     " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PROFILE-ERRORS > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE WS-PROFILE-ERRORS TO WS-ED-COUNT
               STRING "** ERRORES AL ACTUALIZAR PERFILES: "
                   WS-ED-COUNT " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
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

       END PROGRAM ACTMON.
