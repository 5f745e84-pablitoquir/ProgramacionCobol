       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "ACCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT ACCRUE-FILE ASSIGN TO "ACCRUE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AC-ACCOUNT
               FILE STATUS IS WS-ACCRUE-STATUS.

           SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "FEEDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCCRPT.DAT"
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

       FD  FEED-FILE.
       01  TRANS-RECORD.
           05  TR-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  TR-OPCODE           PIC X.
           05  FILLER              PIC X.
           05  TR-SIGN1            PIC X.
           05  TR-MAG1             PIC 9(4)V9(2).
           05  FILLER              PIC X.
           05  TR-SIGN2            PIC X.
           05  TR-MAG2             PIC 9(4)V9(2).
       01  TRANS-BATCH-HEADER.
           05  TB-HD-ID            PIC X.
           05  TB-HD-BATCH-NO      PIC 9(6).
           05  FILLER              PIC X.
           05  TB-HD-DATE          PIC X(8).
           05  FILLER              PIC X.
           05  TB-HD-SOURCE        PIC X(8).
       01  TRANS-BATCH-TRAILER.
           05  TB-TR-ID            PIC X.
           05  TB-TR-COUNT         PIC 9(7).
           05  FILLER              PIC X.
           05  TB-TR-HASH          PIC 9(12)V9(2).

       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD.
           05  FA-SOURCE           PIC X(8).
           05  FILLER              PIC X.
           05  FA-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  FA-TIME             PIC 9(4).
           05  FILLER              PIC X.
           05  FA-FILE-NAME        PIC X(30).

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

       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-CONTROL-STATUS       PIC X(2) VALUE "00".
       01  WS-ACCRUE-STATUS        PIC X(2) VALUE "00".
       01  WS-FEED-STATUS          PIC X(2) VALUE "00".
       01  WS-ARRIVAL-STATUS       PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-ACCRUE           PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-CONTROL-FOUND        PIC X VALUE "N".
       01  WS-MONTH-END            PIC X VALUE "Y".
       01  WS-FEED-OPEN            PIC X VALUE "N".
       01  WS-RUN-REFUSED          PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.
       01  WS-REFUSAL-TEXT         PIC X(70) VALUE SPACES.

       01  WS-FEED-SOURCE          PIC X(8) VALUE "ACCRUAL".
       01  WS-FEED-NAME            PIC X(30) VALUE SPACES.
       01  WS-BATCH-LOW            PIC 9(6) VALUE 900000.
       01  WS-BATCH-NO             PIC 9(6) VALUE 0.
       01  WS-MAX-MAGNITUDE        PIC 9(4)V9(2) VALUE 9999.99.

       01  WS-CAPITAL-WORK.
           05  WS-CAP-INT          PIC 9(9)V9(2) VALUE 0.
           05  WS-CAP-CHG          PIC 9(9)V9(2) VALUE 0.
           05  WS-REMAINING        PIC 9(9)V9(2) VALUE 0.
           05  WS-DETAIL-SIGN      PIC X VALUE SPACE.

       01  WS-RUN-COUNTERS.
           05  WS-ACCRUE-COUNT     PIC 9(7) VALUE 0.
           05  WS-ACCOUNT-COUNT    PIC 9(7) VALUE 0.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
           05  WS-FIRST-DETAIL     PIC 9(7) VALUE 0.
           05  WS-WRITE-ERRORS     PIC 9(7) VALUE 0.
           05  WS-BATCH-HASH       PIC 9(12)V9(2) VALUE 0.
           05  WS-TOTAL-INT        PIC 9(11)V9(2) VALUE 0.
           05  WS-TOTAL-CHG        PIC 9(11)V9(2) VALUE 0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-BATCH-NO      PIC 999999.
           05  WS-ED-AMOUNT        PIC ZZZZZZZZ9.9(2).
           05  WS-ED-TOTAL         PIC ZZZZZZZZZZ9.9(2).
           05  WS-ED-HASH          PIC ZZZZZZZZZZZ9.9(2).

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-NEXT-DAY         PIC X(8) VALUE SPACES.

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "ACCCAP".
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
           PERFORM 1050-FIND-NEXT-DAY
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACCCAP - CAPITALIZACION DE DEVENGOS - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-CONTROL
           PERFORM 2100-CHECK-CAPITALIZATION
           IF WS-RUN-REFUSED = "N"
               PERFORM 2500-OPEN-ARRIVAL-LOG
           END-IF
           IF WS-RUN-REFUSED = "N"
               PERFORM 3000-BUILD-BATCH
           END-IF
           IF WS-RUN-REFUSED = "Y"
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-REFUSAL-TEXT TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           IF WS-WRITE-ERRORS > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           IF WS-RUN-REFUSED = "Y"
               DISPLAY "ACCCAP - " WS-REFUSAL-TEXT
           ELSE
               DISPLAY "ACCCAP - LOTE " WS-BATCH-NO " PARA EL "
                       WS-NEXT-DAY " - " WS-DETAIL-COUNT
                       " MOVIMIENTOS"
           END-IF
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

       1050-FIND-NEXT-DAY.
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
                               PERFORM 1060-CHECK-LATER-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-FILE
           END-IF.

       1060-CHECK-LATER-DAY.
           IF WS-NEXT-DAY = SPACES OR CD-DATE < WS-NEXT-DAY
               MOVE CD-DATE TO WS-NEXT-DAY
           END-IF
           IF CD-DATE(1:6) = WS-BUSINESS-DATE(1:6)
               MOVE "N" TO WS-MONTH-END
           END-IF.

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
           IF WS-CONTROL-FOUND = "N"
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-BATCH-LOW TO CC-NEXT-BATCH
               MOVE 0 TO CC-PEND-BATCH
               MOVE 0 TO CC-PEND-INT
               MOVE 0 TO CC-PEND-CHG
               MOVE 0 TO CC-PEND-COUNT
               MOVE "N" TO CC-RETRY
           END-IF
           IF CC-NEXT-BATCH NOT NUMERIC
                   OR CC-NEXT-BATCH < WS-BATCH-LOW
               MOVE WS-BATCH-LOW TO CC-NEXT-BATCH
           END-IF.

       2100-CHECK-CAPITALIZATION.
           MOVE CC-PEND-BATCH TO WS-ED-BATCH-NO
           EVALUATE TRUE
               WHEN CC-PEND-STATUS = "PENDIENTE"
                       AND CC-GEN-DATE = WS-BUSINESS-DATE
                   MOVE "Y" TO WS-RUN-REFUSED
                   STRING "LOTE " WS-ED-BATCH-NO " YA GENERADO EN "
                       "ESTA FECHA PARA EL " CC-PEND-DATE
                       " - SIN CAMBIOS"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               WHEN CC-PEND-STATUS = "PENDIENTE"
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 12 TO WS-FINAL-RC
                   STRING "** LOTE " WS-ED-BATCH-NO " DEL "
                       CC-PEND-DATE " SIN CONFIRMAR - NO SE GENERA "
                       "OTRO **"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               WHEN WS-MONTH-END = "N" AND CC-RETRY NOT = "Y"
                   MOVE "Y" TO WS-RUN-REFUSED
                   STRING "NO ES EL ULTIMO DIA HABIL DEL MES - SIN "
                       "CAPITALIZACION"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               WHEN WS-NEXT-DAY = SPACES
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 12 TO WS-FINAL-RC
                   STRING "** SIN DIA HABIL SIGUIENTE EN CALENDAR.DAT "
                       "- NO SE CAPITALIZA **"
                       DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2500-OPEN-ARRIVAL-LOG.
           OPEN EXTEND ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = "00"
               OPEN OUTPUT ARRIVAL-FILE
           END-IF
           IF WS-ARRIVAL-STATUS NOT = "00"
               DISPLAY "FEEDLOG.DAT NO DISPONIBLE - ESTADO "
                       WS-ARRIVAL-STATUS
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
               STRING "** FEEDLOG.DAT NO DISPONIBLE - ESTADO "
                   WS-ARRIVAL-STATUS " - NO SE CAPITALIZA **"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
           END-IF.

       3000-BUILD-BATCH.
           OPEN I-O ACCRUE-FILE
           IF WS-ACCRUE-STATUS NOT = "00"
               CLOSE ARRIVAL-FILE
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
               STRING "** ACCRUE.DAT NO DISPONIBLE - ESTADO "
                   WS-ACCRUE-STATUS " - NO SE CAPITALIZA **"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
           ELSE
               IF CC-RETRY = "Y"
                   MOVE SPACES TO REPORT-LINE
                   MOVE CC-PEND-BATCH TO WS-ED-BATCH-NO
                   STRING "REGENERACION - EL LOTE " WS-ED-BATCH-NO
                       " DEL " CC-PEND-DATE " NO FUE ACEPTADO"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               MOVE CC-NEXT-BATCH TO WS-BATCH-NO
               MOVE WS-BATCH-NO TO WS-ED-BATCH-NO
               MOVE SPACES TO WS-FEED-NAME
               STRING "ACCCAP" WS-NEXT-DAY ".DAT"
                   DELIMITED BY SIZE INTO WS-FEED-NAME
               MOVE SPACES TO REPORT-LINE
               STRING "LOTE " WS-ED-BATCH-NO " ORIGEN " WS-FEED-SOURCE
                   " FECHA " WS-NEXT-DAY " ARCHIVO " WS-FEED-NAME
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               MOVE "CUENTA" TO REPORT-LINE(1:6)
               MOVE "INTERES" TO REPORT-LINE(17:7)
               MOVE "CARGO" TO REPORT-LINE(34:5)
               MOVE "MOVIMIENTOS" TO REPORT-LINE(42:11)
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
                           ADD 1 TO WS-ACCRUE-COUNT
                           PERFORM 3100-CAPITALIZE-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCRUE-FILE
               EVALUATE TRUE
                   WHEN WS-RUN-REFUSED = "Y"
                       CLOSE ARRIVAL-FILE
                   WHEN WS-FEED-OPEN = "Y"
                       PERFORM 3500-CLOSE-BATCH
                   WHEN OTHER
                       CLOSE ARRIVAL-FILE
                       MOVE SPACES TO REPORT-LINE
                       STRING "SIN DEVENGOS A CAPITALIZAR - NO SE "
                           "GENERA LOTE"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       MOVE "N" TO CC-RETRY
                       PERFORM 3900-WRITE-CONTROL
               END-EVALUATE
               PERFORM 8000-WRITE-TOTALS
           END-IF.

       3100-CAPITALIZE-ACCOUNT.
           MOVE 0 TO WS-CAP-INT
           MOVE 0 TO WS-CAP-CHG
           IF AC-INT-ACCRUED > 0
               COMPUTE WS-CAP-INT ROUNDED = AC-INT-ACCRUED
           END-IF
           IF AC-CHG-ACCRUED > 0
               COMPUTE WS-CAP-CHG ROUNDED = AC-CHG-ACCRUED
           END-IF
           IF WS-CAP-INT > 0 OR WS-CAP-CHG > 0
               IF WS-FEED-OPEN = "N"
                   PERFORM 3200-OPEN-BATCH
               END-IF
               IF WS-FEED-OPEN = "Y"
                   PERFORM 3150-MARK-ACCOUNT
               END-IF
           END-IF.

       3150-MARK-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE AC-ACCOUNT TO REPORT-LINE(1:4)
           MOVE WS-CAP-INT TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO REPORT-LINE(12:12)
           MOVE WS-CAP-CHG TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO REPORT-LINE(27:12)
           MOVE WS-DETAIL-COUNT TO WS-FIRST-DETAIL
           IF WS-CAP-INT > 0
               MOVE WS-CAP-INT TO WS-REMAINING
               MOVE "+" TO WS-DETAIL-SIGN
               PERFORM 3300-WRITE-DETAIL
                   UNTIL WS-REMAINING = 0
               ADD WS-CAP-INT TO WS-TOTAL-INT
           END-IF
           IF WS-CAP-CHG > 0
               MOVE WS-CAP-CHG TO WS-REMAINING
               MOVE "-" TO WS-DETAIL-SIGN
               PERFORM 3300-WRITE-DETAIL
                   UNTIL WS-REMAINING = 0
               ADD WS-CAP-CHG TO WS-TOTAL-CHG
           END-IF
           COMPUTE WS-ED-COUNT = WS-DETAIL-COUNT - WS-FIRST-DETAIL
           MOVE WS-ED-COUNT TO REPORT-LINE(44:7)
           WRITE REPORT-LINE
           MOVE WS-BATCH-NO TO AC-CAP-BATCH
           MOVE WS-CAP-INT TO AC-CAP-INT
           MOVE WS-CAP-CHG TO AC-CAP-CHG
           REWRITE ACCRUE-RECORD
           IF WS-ACCRUE-STATUS NOT = "00"
               ADD 1 TO WS-WRITE-ERRORS
               DISPLAY "NO SE PUDO MARCAR ACCRUE.DAT PARA LA "
                       "CUENTA " AC-ACCOUNT " - ESTADO "
                       WS-ACCRUE-STATUS
           END-IF.

       3200-OPEN-BATCH.
           OPEN OUTPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY WS-FEED-NAME " NO SE PUDO CREAR - ESTADO "
                       WS-FEED-STATUS
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE "Y" TO WS-EOF-ACCRUE
               MOVE 16 TO WS-FINAL-RC
               STRING "** " WS-FEED-NAME " NO SE PUDO CREAR - ESTADO "
                   WS-FEED-STATUS " **"
                   DELIMITED BY SIZE INTO WS-REFUSAL-TEXT
           ELSE
               MOVE "Y" TO WS-FEED-OPEN
               MOVE SPACES TO TRANS-BATCH-HEADER
               MOVE "H" TO TB-HD-ID
               MOVE WS-BATCH-NO TO TB-HD-BATCH-NO
               MOVE WS-NEXT-DAY TO TB-HD-DATE
               MOVE WS-FEED-SOURCE TO TB-HD-SOURCE
               WRITE TRANS-BATCH-HEADER
           END-IF.

       3300-WRITE-DETAIL.
           MOVE SPACES TO TRANS-RECORD
           MOVE AC-ACCOUNT TO TR-ACCOUNT
           MOVE "A" TO TR-OPCODE
           MOVE WS-DETAIL-SIGN TO TR-SIGN1
           MOVE WS-DETAIL-SIGN TO TR-SIGN2
           IF WS-REMAINING > WS-MAX-MAGNITUDE
               MOVE WS-MAX-MAGNITUDE TO TR-MAG1
           ELSE
               MOVE WS-REMAINING TO TR-MAG1
           END-IF
           SUBTRACT TR-MAG1 FROM WS-REMAINING
           IF WS-REMAINING > WS-MAX-MAGNITUDE
               MOVE WS-MAX-MAGNITUDE TO TR-MAG2
           ELSE
               MOVE WS-REMAINING TO TR-MAG2
           END-IF
           SUBTRACT TR-MAG2 FROM WS-REMAINING
           ADD TR-MAG1 TO WS-BATCH-HASH
           ADD TR-MAG2 TO WS-BATCH-HASH
           ADD 1 TO WS-DETAIL-COUNT
           WRITE TRANS-RECORD.

       3500-CLOSE-BATCH.
           MOVE SPACES TO TRANS-BATCH-TRAILER
           MOVE "T" TO TB-TR-ID
           MOVE WS-DETAIL-COUNT TO TB-TR-COUNT
           MOVE WS-BATCH-HASH TO TB-TR-HASH
           WRITE TRANS-BATCH-TRAILER
           CLOSE FEED-FILE
           MOVE SPACES TO ARRIVAL-RECORD
           MOVE WS-FEED-SOURCE TO FA-SOURCE
           MOVE WS-NEXT-DAY TO FA-DATE
           MOVE 0 TO FA-TIME
           MOVE WS-FEED-NAME TO FA-FILE-NAME
           WRITE ARRIVAL-RECORD
           CLOSE ARRIVAL-FILE
           MOVE WS-BATCH-NO TO CC-PEND-BATCH
           MOVE WS-NEXT-DAY TO CC-PEND-DATE
           MOVE "PENDIENTE" TO CC-PEND-STATUS
           MOVE WS-TOTAL-INT TO CC-PEND-INT
           MOVE WS-TOTAL-CHG TO CC-PEND-CHG
           MOVE WS-DETAIL-COUNT TO CC-PEND-COUNT
           MOVE "N" TO CC-RETRY
           MOVE WS-BUSINESS-DATE TO CC-GEN-DATE
           ADD 1 TO CC-NEXT-BATCH
           PERFORM 3900-WRITE-CONTROL.

       3900-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ACCCTL.DAT NO SE PUDO GRABAR - ESTADO "
                       WS-CONTROL-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACCRUE-COUNT TO WS-ED-COUNT
           STRING "CUENTAS LEIDAS DE ACCRUE.DAT:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ACCOUNT-COUNT TO WS-ED-COUNT
           STRING "CUENTAS CAPITALIZADAS:          " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-DETAIL-COUNT TO WS-ED-COUNT
           STRING "MOVIMIENTOS EN EL LOTE:         " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-INT TO WS-ED-TOTAL
           STRING "TOTAL INTERESES A ACREDITAR:" WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TOTAL-CHG TO WS-ED-TOTAL
           STRING "TOTAL CARGOS A DEBITAR:     " WS-ED-TOTAL
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-BATCH-HASH TO WS-ED-HASH
           STRING "HASH DE CONTROL DEL LOTE: " WS-ED-HASH
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-WRITE-ERRORS > 0
               MOVE SPACES TO REPORT-LINE
               MOVE WS-WRITE-ERRORS TO WS-ED-COUNT
               STRING "** ERRORES AL MARCAR ACCRUE.DAT: " WS-ED-COUNT
                   " **"
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

       END PROGRAM ACCCAP.
