       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PERPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "BALAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT PERBAL-FILE ASSIGN TO "PERBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-KEY
               FILE STATUS IS WS-PERBAL-STATUS.

           SELECT PERCTL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERLOG-FILE ASSIGN TO "PERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERLOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PERRPT.DAT"
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
           05  PP-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  PP-VALUE            PIC X(14).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-ACCOUNT          PIC X(4).
           05  BM-BALANCE          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  BM-TRAN-COUNT       PIC 9(7).
           05  BM-LAST-DATE        PIC X(8).

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

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  BA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X.
           05  BA-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  BA-OLD-BALANCE      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  BA-ADJUSTMENT       PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  BA-NEW-BALANCE      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
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

       FD  PERBAL-FILE.
       01  PERBAL-RECORD.
           05  PB-KEY.
               10  PB-PERIOD       PIC X(6).
               10  PB-ACCOUNT      PIC X(4).
           05  PB-BALANCE          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  PB-LATER-MOVES      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  PB-CLOSE-DATE       PIC X(8).

       FD  PERCTL-FILE.
       01  PERCTL-RECORD.
           05  PC-PERIOD           PIC X(6).
           05  PC-STATUS           PIC X(10).
           05  PC-LAST-DAY         PIC X(8).
           05  PC-CLOSE-TS         PIC X(21).
           05  PC-CLOSE-USER       PIC X(8).
           05  PC-ACCOUNT-COUNT    PIC 9(7).
           05  PC-TOTAL-BALANCE    PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.
           05  PC-CLOSE-COUNT      PIC 9(3).
           05  PC-REOPEN-TS        PIC X(21).
           05  PC-REOPEN-USER      PIC X(8).
           05  PC-REOPEN-REASON    PIC X(40).

       FD  PERLOG-FILE.
       01  PERLOG-RECORD.
           05  PL-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X.
           05  PL-PERIOD           PIC X(6).
           05  FILLER              PIC X.
           05  PL-ACTION           PIC X(10).
           05  FILLER              PIC X.
           05  PL-USER             PIC X(8).
           05  FILLER              PIC X.
           05  PL-TEXT             PIC X(40).

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
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-PERBAL-STATUS        PIC X(2) VALUE "00".
       01  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-PERLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-BALANCE          PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-AUDIT            PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-PERBAL           PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-CLOSE-REFUSED        PIC X VALUE "N".
       01  WS-CLOSE-FAILED         PIC X VALUE "N".
       01  WS-PERCTL-FOUND         PIC X VALUE "N".
       01  WS-PERBAL-FOUND         PIC X VALUE "N".
       01  WS-DAY-FOUND            PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-PERIOD-FIELDS.
           05  WS-PERIOD           PIC X(6) VALUE SPACES.
           05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10  WS-PER-YEAR     PIC 9(4).
               10  WS-PER-MONTH    PIC 9(2).
           05  WS-CLOSE-USER       PIC X(8) VALUE SPACES.
           05  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
           05  WS-LAST-DAY         PIC X(8) VALUE SPACES.
           05  WS-PRIOR-STATUS     PIC X(10) VALUE SPACES.
           05  WS-LOG-ACTION       PIC X(10) VALUE SPACES.
           05  WS-LOG-TEXT         PIC X(40) VALUE SPACES.

       01  WS-DAY-COUNT            PIC 9(3) VALUE 0.
       01  WS-DAY-MAX              PIC 9(3) VALUE 31.

       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES
                   INDEXED BY WS-DAY-IDX.
               10  WS-DAY-DATE     PIC X(8).

       01  WS-CHECK-FIELDS.
           05  WS-CHK-STEP         PIC X(13) VALUE SPACES.
           05  WS-CHK-STATUS       PIC X(10) VALUE SPACES.
           05  WS-CHK-RC           PIC 9(2) VALUE 0.
           05  WS-CHK-FAILED       PIC 9(3) VALUE 0.

       01  WS-MOVEMENT-FIELDS.
           05  WS-MOV-ACCOUNT      PIC X(4).
           05  WS-MOV-AMOUNT       PIC S9(10)V9(2) VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-MASTER-COUNT     PIC 9(7) VALUE 0.
           05  WS-CLEARED-COUNT    PIC 9(7) VALUE 0.
           05  WS-BACKOUT-COUNT    PIC 9(7) VALUE 0.
           05  WS-ORPHAN-COUNT     PIC 9(7) VALUE 0.
           05  WS-ACCOUNT-COUNT    PIC 9(7) VALUE 0.
           05  WS-TOTAL-BALANCE    PIC S9(12)V9(2) VALUE 0.
           05  WS-TOTAL-CURRENT    PIC S9(12)V9(2) VALUE 0.
           05  WS-TOTAL-LATER      PIC S9(12)V9(2) VALUE 0.
           05  WS-CURRENT-BALANCE  PIC S9(10)V9(2) VALUE 0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-BALANCE       PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-SUM           PIC -ZZZZZZZZZZZ9.9(2).
           05  WS-ED-RC            PIC Z9.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-RUN-TIMESTAMP    PIC X(21).
           05  WS-BUSINESS-DATE    PIC X(8).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "PERCLOSE".
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
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "PERCLOSE - CIERRE DE PERIODO MENSUAL - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-VALIDATE-PARAMETERS
           IF WS-CLOSE-REFUSED = "Y"
               MOVE SPACES TO REPORT-LINE
               STRING "** CIERRE RECHAZADO - " WS-REFUSE-REASON
                   " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RECHAZO" TO WS-LOG-ACTION
               MOVE WS-REFUSE-REASON TO WS-LOG-TEXT
               PERFORM 4500-WRITE-PERIOD-LOG
               CLOSE REPORT-FILE
               DISPLAY "PERCLOSE - CIERRE RECHAZADO - "
                       WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODO A CERRAR: " WS-PERIOD
               "   USUARIO: " WS-CLOSE-USER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-CHECK-PERIOD-CONTROL
           IF WS-CLOSE-REFUSED = "N"
               PERFORM 2100-LOAD-PERIOD-DAYS
           END-IF
           IF WS-CLOSE-REFUSED = "N"
               PERFORM 2200-VERIFY-DAILY-CONTROLS
           END-IF
           IF WS-CLOSE-REFUSED = "N"
               PERFORM 3000-BUILD-CLOSING-BALANCES
           END-IF
           IF WS-CLOSE-REFUSED = "N"
               PERFORM 4000-MARK-PERIOD-CLOSED
           END-IF
           IF WS-CLOSE-REFUSED = "Y"
               MOVE "RECHAZO" TO WS-LOG-ACTION
               MOVE WS-REFUSE-REASON TO WS-LOG-TEXT
               PERFORM 4500-WRITE-PERIOD-LOG
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "** CIERRE RECHAZADO - " WS-REFUSE-REASON
                   " **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               DISPLAY "PERCLOSE - PERIODO " WS-PERIOD
                       " NO CERRADO - " WS-REFUSE-REASON
           ELSE
               MOVE "CIERRE" TO WS-LOG-ACTION
               MOVE SPACES TO WS-LOG-TEXT
               STRING "ULTIMO DIA HABIL " WS-LAST-DAY
                   DELIMITED BY SIZE INTO WS-LOG-TEXT
               PERFORM 4500-WRITE-PERIOD-LOG
               PERFORM 5000-WRITE-TOTALS
               DISPLAY "PERCLOSE - PERIODO " WS-PERIOD
                       " CERRADO - CUENTAS " WS-ACCOUNT-COUNT
           END-IF
           CLOSE REPORT-FILE
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM 9700-END-STEP
           STOP RUN.

       1000-READ-CALENDAR.
           MOVE "N" TO WS-EOF-CALENDAR
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
               DISPLAY "PERPARM.DAT NO DISPONIBLE - SE CIERRA EL "
                       "MES ANTERIOR A LA FECHA DE NEGOCIO"
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
           EVALUATE PP-CODE
               WHEN "PE"
                   MOVE PP-VALUE(1:6) TO WS-PERIOD
               WHEN "US"
                   MOVE PP-VALUE(1:8) TO WS-CLOSE-USER
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN PERPARM: "
                           PP-CODE
           END-EVALUATE.

       1200-VALIDATE-PARAMETERS.
           IF WS-PERIOD = SPACES AND WS-BUSINESS-DATE NUMERIC
               MOVE WS-BUSINESS-DATE(1:6) TO WS-PERIOD
               IF WS-PER-MONTH = 1
                   SUBTRACT 1 FROM WS-PER-YEAR
                   MOVE 12 TO WS-PER-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PER-MONTH
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-BUSINESS-DATE NOT NUMERIC
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "FECHA DE NEGOCIO INVALIDA"
                       TO WS-REFUSE-REASON
               WHEN WS-PERIOD NOT NUMERIC
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "PERIODO INVALIDO EN PERPARM (PE AAAAMM)"
                       TO WS-REFUSE-REASON
               WHEN WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "PERIODO INVALIDO EN PERPARM (PE AAAAMM)"
                       TO WS-REFUSE-REASON
               WHEN WS-PERIOD NOT < WS-BUSINESS-DATE(1:6)
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "EL PERIODO NO ES ANTERIOR AL MES ACTUAL"
                       TO WS-REFUSE-REASON
               WHEN WS-CLOSE-USER = SPACES
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "FALTA EL USUARIO EN PERPARM (US)"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-CHECK-PERIOD-CONTROL.
           OPEN I-O PERCTL-FILE
           IF WS-PERCTL-STATUS = "35"
               OPEN OUTPUT PERCTL-FILE
               CLOSE PERCTL-FILE
               OPEN I-O PERCTL-FILE
           END-IF
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "PERCTL.DAT NO DISPONIBLE - ESTADO "
                       WS-PERCTL-STATUS
               MOVE "Y" TO WS-CLOSE-REFUSED
               MOVE "PERCTL.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-PERIOD TO PC-PERIOD
               READ PERCTL-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PERCTL-FOUND
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PERCTL-FOUND
                       MOVE PC-STATUS TO WS-PRIOR-STATUS
               END-READ
               CLOSE PERCTL-FILE
               IF WS-PRIOR-STATUS = "CERRADO"
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "EL PERIODO YA ESTA CERRADO"
                       TO WS-REFUSE-REASON
                   MOVE 12 TO WS-FINAL-RC
               END-IF
               IF WS-PRIOR-STATUS = "REABIERTO"
                   MOVE SPACES TO REPORT-LINE
                   STRING "PERIODO REABIERTO PREVIAMENTE - SE "
                       "VUELVE A CERRAR"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       2100-LOAD-PERIOD-DAYS.
           MOVE "N" TO WS-EOF-CALENDAR
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS = "00"
               PERFORM UNTIL WS-EOF-CALENDAR = "Y"
                   READ CALENDAR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-CALENDAR
                       NOT AT END
                           IF CD-TYPE = "V"
                                   AND CD-DATE(1:6) = WS-PERIOD
                               PERFORM 2150-ADD-PERIOD-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-DAY-COUNT = 0
               MOVE "Y" TO WS-CLOSE-REFUSED
               MOVE "PERIODO SIN DIAS HABILES EN CALENDAR"
                   TO WS-REFUSE-REASON
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE WS-DAY-COUNT TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "DIAS HABILES DEL PERIODO: " WS-ED-COUNT
                   "   ULTIMO DIA HABIL: " WS-LAST-DAY
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       2150-ADD-PERIOD-DAY.
           MOVE "N" TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-DAY-COUNT
               IF WS-DAY-DATE(WS-DAY-IDX) = CD-DATE
                   MOVE "Y" TO WS-DAY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DAY-FOUND = "Y"
                   CONTINUE
               WHEN WS-DAY-COUNT >= WS-DAY-MAX
                   DISPLAY "TABLA DE DIAS DEL PERIODO LLENA - SE "
                           "IGNORA LA FECHA " CD-DATE
               WHEN OTHER
                   ADD 1 TO WS-DAY-COUNT
                   SET WS-DAY-IDX TO WS-DAY-COUNT
                   MOVE CD-DATE TO WS-DAY-DATE(WS-DAY-IDX)
                   IF WS-LAST-DAY = SPACES OR CD-DATE > WS-LAST-DAY
                       MOVE CD-DATE TO WS-LAST-DAY
                   END-IF
           END-EVALUATE.

       2200-VERIFY-DAILY-CONTROLS.
           OPEN INPUT STEPCTL-FILE
           IF WS-STEPCTL-STATUS NOT = "00"
               DISPLAY "STEPCTL.DAT NO DISPONIBLE - ESTADO "
                       WS-STEPCTL-STATUS
               MOVE "Y" TO WS-CLOSE-REFUSED
               MOVE "STEPCTL.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "CONTROLES DIARIOS DEL PERIODO" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                       UNTIL WS-DAY-IDX > WS-DAY-COUNT
                   MOVE "BALPROOF" TO WS-CHK-STEP
                   PERFORM 2250-CHECK-DAY-STEP
                   MOVE "RECONCILE" TO WS-CHK-STEP
                   PERFORM 2250-CHECK-DAY-STEP
               END-PERFORM
               CLOSE STEPCTL-FILE
               IF WS-CHK-FAILED = 0
                   MOVE "  TODOS LOS DIAS CON BALPROOF Y RECONCILE "
                       TO REPORT-LINE
                   MOVE "CORRECTOS" TO REPORT-LINE(44:9)
                   WRITE REPORT-LINE
               ELSE
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "CONTROLES DIARIOS INCOMPLETOS O FALLIDOS"
                       TO WS-REFUSE-REASON
                   MOVE 12 TO WS-FINAL-RC
               END-IF
           END-IF.

       2250-CHECK-DAY-STEP.
           MOVE WS-DAY-DATE(WS-DAY-IDX) TO SC-BUSINESS-DATE
           MOVE WS-CHK-STEP TO SC-STEP-NAME
           READ STEPCTL-FILE
               INVALID KEY
                   MOVE "NO CORRIDO" TO WS-CHK-STATUS
                   MOVE 0 TO WS-CHK-RC
               NOT INVALID KEY
                   MOVE SC-STATUS TO WS-CHK-STATUS
                   MOVE SC-RETURN-CODE TO WS-CHK-RC
           END-READ
           IF WS-CHK-STATUS NOT = "COMPLETO" OR WS-CHK-RC >= 8
               ADD 1 TO WS-CHK-FAILED
               MOVE WS-CHK-RC TO WS-ED-RC
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DAY-DATE(WS-DAY-IDX)
                   "  " WS-CHK-STEP
                   " " WS-CHK-STATUS
                   " RC " WS-ED-RC
                   "  ** NO SUPERADO **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-BUILD-CLOSING-BALANCES.
           OPEN I-O PERBAL-FILE
           IF WS-PERBAL-STATUS = "35"
               OPEN OUTPUT PERBAL-FILE
               CLOSE PERBAL-FILE
               OPEN I-O PERBAL-FILE
           END-IF
           IF WS-PERBAL-STATUS NOT = "00"
               DISPLAY "PERBAL.DAT NO DISPONIBLE - ESTADO "
                       WS-PERBAL-STATUS
               MOVE "Y" TO WS-CLOSE-REFUSED
               MOVE "PERBAL.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               MOVE 16 TO WS-FINAL-RC
           ELSE
               PERFORM 3050-CLEAR-PERIOD-ROWS
               PERFORM 3100-LOAD-MASTER-BALANCES
               IF WS-CLOSE-REFUSED = "N"
                   PERFORM 3200-BACK-OUT-ARCHIVE
                   PERFORM 3300-BACK-OUT-ADJUSTMENTS
                   PERFORM 3400-BACK-OUT-HOLDS
                   PERFORM 3500-LIST-CLOSING-BALANCES
               END-IF
               CLOSE PERBAL-FILE
           END-IF.

       3050-CLEAR-PERIOD-ROWS.
           MOVE "N" TO WS-EOF-PERBAL
           MOVE WS-PERIOD TO PB-PERIOD
           MOVE LOW-VALUES TO PB-ACCOUNT
           START PERBAL-FILE KEY NOT < PB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERBAL
           END-START
           PERFORM UNTIL WS-EOF-PERBAL = "Y"
               READ PERBAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PERBAL
                   NOT AT END
                       IF PB-PERIOD NOT = WS-PERIOD
                           MOVE "Y" TO WS-EOF-PERBAL
                       ELSE
                           DELETE PERBAL-FILE RECORD
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CLEARED-COUNT > 0
               MOVE WS-CLEARED-COUNT TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "SALDOS DE CIERRE ANTERIORES REEMPLAZADOS: "
                   WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3100-LOAD-MASTER-BALANCES.
           OPEN INPUT BALANCE-FILE
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                       WS-BALANCE-STATUS
               MOVE "Y" TO WS-CLOSE-REFUSED
               MOVE "BALMASTR.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE "N" TO WS-EOF-BALANCE
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
                           ADD 1 TO WS-MASTER-COUNT
                           MOVE SPACES TO PERBAL-RECORD
                           MOVE WS-PERIOD TO PB-PERIOD
                           MOVE BM-ACCOUNT TO PB-ACCOUNT
                           MOVE BM-BALANCE TO PB-BALANCE
                           MOVE 0 TO PB-LATER-MOVES
                           MOVE WS-BUSINESS-DATE TO PB-CLOSE-DATE
                           WRITE PERBAL-RECORD
                   END-READ
               END-PERFORM
               CLOSE BALANCE-FILE
           END-IF.

       3200-BACK-OUT-ARCHIVE.
           MOVE "N" TO WS-EOF-ARCHIVE
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                   READ ARCHIVE-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARCHIVE
                       NOT AT END
                           IF AR-RUN-DATE(1:6) > WS-PERIOD
                               MOVE AR-ACCOUNT TO WS-MOV-ACCOUNT
                               MOVE AR-RESULTADO TO WS-MOV-AMOUNT
                               PERFORM 3900-BACK-OUT-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF.

       3300-BACK-OUT-ADJUSTMENTS.
           MOVE "N" TO WS-EOF-AUDIT
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-EOF-AUDIT = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-AUDIT
                       NOT AT END
                           IF BA-TIMESTAMP(1:6) > WS-PERIOD
                               MOVE BA-ACCOUNT TO WS-MOV-ACCOUNT
                               MOVE BA-ADJUSTMENT TO WS-MOV-AMOUNT
                               PERFORM 3900-BACK-OUT-MOVEMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       3400-BACK-OUT-HOLDS.
           MOVE "N" TO WS-EOF-HOLD
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-HOLD = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HOLD
                       NOT AT END
                           PERFORM 3450-BACK-OUT-HOLD-ROW
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       3450-BACK-OUT-HOLD-ROW.
           IF HP-HOLD-DATE(1:6) > WS-PERIOD
               MOVE HP-ACCOUNT TO WS-MOV-ACCOUNT
               COMPUTE WS-MOV-AMOUNT = HP-AMOUNT * -1
               PERFORM 3900-BACK-OUT-MOVEMENT
           END-IF
           IF HP-STATUS = "LIBERADO"
                   AND HP-DECISION-DATE(1:6) > WS-PERIOD
               MOVE HP-ACCOUNT TO WS-MOV-ACCOUNT
               MOVE HP-AMOUNT TO WS-MOV-AMOUNT
               PERFORM 3900-BACK-OUT-MOVEMENT
           END-IF.

       3500-LIST-CLOSING-BALANCES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "SALDOS DE CIERRE POR CUENTA" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "CUENTA" TO REPORT-LINE(3:6)
           MOVE "SALDO ACTUAL" TO REPORT-LINE(16:12)
           MOVE "MOV. POSTERIORES" TO REPORT-LINE(31:16)
           MOVE "SALDO AL CIERRE" TO REPORT-LINE(52:15)
           WRITE REPORT-LINE
           MOVE "N" TO WS-EOF-PERBAL
           MOVE WS-PERIOD TO PB-PERIOD
           MOVE LOW-VALUES TO PB-ACCOUNT
           START PERBAL-FILE KEY NOT < PB-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-PERBAL
           END-START
           PERFORM UNTIL WS-EOF-PERBAL = "Y"
               READ PERBAL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-PERBAL
                   NOT AT END
                       IF PB-PERIOD NOT = WS-PERIOD
                           MOVE "Y" TO WS-EOF-PERBAL
                       ELSE
                           PERFORM 3550-LIST-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       3550-LIST-ONE-BALANCE.
           ADD 1 TO WS-ACCOUNT-COUNT
           ADD PB-BALANCE TO WS-TOTAL-BALANCE
           ADD PB-LATER-MOVES TO WS-TOTAL-LATER
           COMPUTE WS-CURRENT-BALANCE = PB-BALANCE + PB-LATER-MOVES
           ADD WS-CURRENT-BALANCE TO WS-TOTAL-CURRENT
           MOVE SPACES TO REPORT-LINE
           MOVE PB-ACCOUNT TO REPORT-LINE(3:4)
           MOVE WS-CURRENT-BALANCE TO WS-ED-BALANCE
           MOVE WS-ED-BALANCE TO REPORT-LINE(12:16)
           MOVE PB-LATER-MOVES TO WS-ED-BALANCE
           MOVE WS-ED-BALANCE TO REPORT-LINE(31:16)
           MOVE PB-BALANCE TO WS-ED-BALANCE
           MOVE WS-ED-BALANCE TO REPORT-LINE(51:16)
           WRITE REPORT-LINE.

       3900-BACK-OUT-MOVEMENT.
           ADD 1 TO WS-BACKOUT-COUNT
           MOVE WS-PERIOD TO PB-PERIOD
           MOVE WS-MOV-ACCOUNT TO PB-ACCOUNT
           READ PERBAL-FILE
               INVALID KEY
                   MOVE "N" TO WS-PERBAL-FOUND
                   MOVE WS-PERIOD TO PB-PERIOD
                   MOVE WS-MOV-ACCOUNT TO PB-ACCOUNT
                   MOVE 0 TO PB-BALANCE
                   MOVE 0 TO PB-LATER-MOVES
                   MOVE WS-BUSINESS-DATE TO PB-CLOSE-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PERBAL-FOUND
           END-READ
           SUBTRACT WS-MOV-AMOUNT FROM PB-BALANCE
           ADD WS-MOV-AMOUNT TO PB-LATER-MOVES
           IF WS-PERBAL-FOUND = "Y"
               REWRITE PERBAL-RECORD
           ELSE
               ADD 1 TO WS-ORPHAN-COUNT
               DISPLAY "CUENTA " WS-MOV-ACCOUNT " CON MOVIMIENTOS "
                       "POSTERIORES Y SIN SALDO EN BALMASTR"
               WRITE PERBAL-RECORD
           END-IF.

       4000-MARK-PERIOD-CLOSED.
           OPEN I-O PERCTL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "PERCTL.DAT NO DISPONIBLE - ESTADO "
                       WS-PERCTL-STATUS
               MOVE "Y" TO WS-CLOSE-REFUSED
               MOVE "PERCTL.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-PERIOD TO PC-PERIOD
               READ PERCTL-FILE
                   INVALID KEY
                       MOVE "N" TO WS-PERCTL-FOUND
                       MOVE SPACES TO PERCTL-RECORD
                       MOVE WS-PERIOD TO PC-PERIOD
                       MOVE 0 TO PC-CLOSE-COUNT
                   NOT INVALID KEY
                       MOVE "Y" TO WS-PERCTL-FOUND
               END-READ
               MOVE "CERRADO" TO PC-STATUS
               MOVE WS-LAST-DAY TO PC-LAST-DAY
               MOVE WS-RUN-TIMESTAMP TO PC-CLOSE-TS
               MOVE WS-CLOSE-USER TO PC-CLOSE-USER
               MOVE WS-ACCOUNT-COUNT TO PC-ACCOUNT-COUNT
               MOVE WS-TOTAL-BALANCE TO PC-TOTAL-BALANCE
               ADD 1 TO PC-CLOSE-COUNT
               IF WS-PERCTL-FOUND = "Y"
                   REWRITE PERCTL-RECORD
               ELSE
                   WRITE PERCTL-RECORD
               END-IF
               IF WS-PERCTL-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO REGISTRAR EL CIERRE EN "
                           "PERCTL.DAT - ESTADO " WS-PERCTL-STATUS
                   MOVE "Y" TO WS-CLOSE-REFUSED
                   MOVE "NO SE PUDO GRABAR PERCTL.DAT"
                       TO WS-REFUSE-REASON
                   MOVE 16 TO WS-FINAL-RC
               END-IF
               CLOSE PERCTL-FILE
           END-IF.

       4500-WRITE-PERIOD-LOG.
           OPEN EXTEND PERLOG-FILE
           IF WS-PERLOG-STATUS NOT = "00"
               OPEN OUTPUT PERLOG-FILE
           END-IF
           IF WS-PERLOG-STATUS NOT = "00"
               DISPLAY "PERLOG.DAT NO DISPONIBLE - ESTADO "
                       WS-PERLOG-STATUS " - ACCION " WS-LOG-ACTION
                       " NO REGISTRADA"
           ELSE
               MOVE SPACES TO PERLOG-RECORD
               MOVE WS-RUN-TIMESTAMP TO PL-TIMESTAMP
               MOVE WS-PERIOD TO PL-PERIOD
               MOVE WS-LOG-ACTION TO PL-ACTION
               MOVE WS-CLOSE-USER TO PL-USER
               MOVE WS-LOG-TEXT TO PL-TEXT
               WRITE PERLOG-RECORD
               CLOSE PERLOG-FILE
           END-IF.

       5000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MASTER-COUNT TO WS-ED-COUNT
           STRING "CUENTAS EN BALMASTR:             " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BACKOUT-COUNT TO WS-ED-COUNT
           STRING "MOVIMIENTOS POSTERIORES DESCONTADOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-ED-COUNT
           STRING "CUENTAS EN PERBAL.DAT:           " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-CURRENT TO WS-ED-SUM
           STRING "TOTAL SALDO ACTUAL:      " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-LATER TO WS-ED-SUM
           STRING "TOTAL MOV. POSTERIORES:  " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-BALANCE TO WS-ED-SUM
           STRING "TOTAL SALDO AL CIERRE:   " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-ORPHAN-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-ORPHAN-COUNT TO WS-ED-COUNT
               STRING "** CUENTAS SIN SALDO EN BALMASTR: " WS-ED-COUNT
                   " - REVISAR **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               IF WS-FINAL-RC < 4
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODO " WS-PERIOD " CERRADO POR " WS-CLOSE-USER
               " - REGISTRADO EN PERCTL.DAT"
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

       END PROGRAM PERCLOSE.
