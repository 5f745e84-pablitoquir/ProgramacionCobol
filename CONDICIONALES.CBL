               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT INTERFACE-FILE ASSIGN TO "INTRFACE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT FLOOR-FILE ASSIGN TO "BALFLOOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLOOR-STATUS.

           SELECT STEPCTL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.

           SELECT STEPDEP-FILE ASSIGN TO "STEPDEPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPDEP-STATUS.

           SELECT PERCTL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
           05  LG-FLAG50           PIC X(8).
           05  FILLER              PIC X.
           05  LG-BAND             PIC X(8).
           05  FILLER              PIC X.
           05  LG-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  LG-MOV-TYPE         PIC X.

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).
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

       FD  BATCHLOG-FILE.
       01  BATCHLOG-RECORD.
           05  BL-BATCH-NO         PIC 9(6).
           05  BL-BATCH-DATE       PIC X(8).
           05  FILLER              PIC X.
           05  BL-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  BL-STATUS           PIC X(10).
           05  FILLER              PIC X.
           05  BL-STATUS-DATE      PIC X(8).

       FD  INTERFACE-FILE.
       01  INTERFACE-HEADER.
           05  FILLER              PIC X.
           05  BP-RESULTADO        PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  BP-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  BP-OPCODE           PIC X.
           05  FILLER              PIC X.
           05  BP-BAND             PIC X(8).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05  AR-RUN-DATE         PIC X(8).
           05  FILLER              PIC X.
           05  AR-LOG-DATA         PIC X(90).

       FD  RUNCTL-FILE.
       01  RUNCTL-RECORD.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

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

       FD  FLOOR-FILE.
       01  FLOOR-RECORD.
           05  FL-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  FL-FLOOR            PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

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

       WORKING-STORAGE SECTION.

       01  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       01  WS-RECYCLE-STATUS       PIC X(2) VALUE "00".
       01  WS-BATCHLOG-STATUS      PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-ACCOUNT-STATUS       PIC X(2) VALUE "00".
       01  WS-RUNCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-STAGE-STATUS         PIC X(2) VALUE "00".
       01  WS-SNAPSHOT-STATUS      PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-FLOOR-STATUS         PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-TRANS            PIC X VALUE "N".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-RECYCLE          PIC X VALUE "N".
       01  WS-EOF-STAGE            PIC X VALUE "N".
       01  WS-EOF-SNAPWALK         PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-FLOOR            PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-CAL-BUS-FOUND        PIC X VALUE "N".
       01  WS-CAL-DATE-VALID       PIC X VALUE "N".
       01  WS-RUN-REFUSED          PIC X VALUE "N".
       01  WS-RECYCLING            PIC X VALUE "N".
       01  WS-RCY-ORIG-SEQ         PIC 9(5) VALUE 0.
       01  WS-RCY-RETRY            PIC 9(2) VALUE 0.
       01  WS-POST-ERROR-COUNT     PIC 9(7) VALUE 0.

       01  WS-HOLD-CONTROL.
           05  WS-HOLD-BAND        PIC 9 VALUE 4.
           05  WS-DEFAULT-FLOOR    PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-DEFAULT-FLOOR-SET PIC X VALUE "N".
           05  WS-HOLD-REASON      PIC X(10) VALUE SPACES.
           05  WS-NEXT-HOLD-SEQ    PIC 9(7) VALUE 0.
           05  WS-POSTING-BAND     PIC 9 VALUE 0.
           05  WS-FLOOR-ACCT-CHAR  PIC X(4).
           05  WS-FLOOR-ACCT-NUM REDEFINES WS-FLOOR-ACCT-CHAR
                                   PIC 9(4).
           05  WS-PROJECTED-BAL    PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-FLOOR-TABLE.
           05  WS-FLR-ENTRY OCCURS 10000 TIMES
                   INDEXED BY WS-FLR-IDX.
               10  WS-FLR-SET      PIC X.
               10  WS-FLR-AMOUNT   PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-POSTING-TOTALS.
           05  WS-POSTED-COUNT     PIC 9(7) VALUE 0.
           05  WS-POSTED-SUM       PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-HELD-COUNT       PIC 9(7) VALUE 0.
           05  WS-HELD-SUM         PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-POST-ERROR-SUM   PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.
           05  WS-TIE-OUT-SUM      PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.

       01  WS-BATCH-CONTROL.
           05  WS-BATCH-NO         PIC 9(6) VALUE 0.
       01  RESULTADO PIC S9(9)V9(2) SIGN LEADING SEPARATE.
       01  WS-FLAG50 PIC X(8).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "CONDICIONALES".
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
           END-IF
           PERFORM 2000-LOAD-PARAMETERS
           PERFORM 2500-CHECK-RUN-CONTROL
           IF WS-RUN-REFUSED = "N"
               PERFORM 2520-CHECK-CLOSED-PERIOD
           END-IF
           IF WS-RUN-REFUSED = "Y"
               MOVE WS-FINAL-RC TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2550-OPEN-ACCOUNT-MASTER
           IF WS-RUN-REFUSED = "Y"
               MOVE WS-FINAL-RC TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-RUN-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               CLOSE ACCOUNT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2600-WRITE-RUN-START
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
                   END-IF
               END-IF
           END-IF
           CLOSE ACCOUNT-FILE
           PERFORM 7000-SET-FINAL-RC
           PERFORM 2700-WRITE-RUN-END
           MOVE WS-FINAL-RC TO RETURN-CODE
           PERFORM 9700-END-STEP
           STOP RUN.

       1500-READ-CALENDAR.
                   CONTINUE
           END-EVALUATE.

       2520-CHECK-CLOSED-PERIOD.
           OPEN INPUT PERCTL-FILE
           EVALUATE TRUE
               WHEN WS-PERCTL-STATUS = "35"
                   CONTINUE
               WHEN WS-PERCTL-STATUS NOT = "00"
                   DISPLAY "PERCTL.DAT NO DISPONIBLE - ESTADO "
                           WS-PERCTL-STATUS " - NO SE PUEDE "
                           "VERIFICAR EL CIERRE DE PERIODO"
                   MOVE "Y" TO WS-RUN-REFUSED
                   MOVE 16 TO WS-FINAL-RC
               WHEN OTHER
                   MOVE WS-RUN-DATE(1:6) TO PC-PERIOD
                   READ PERCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-STATUS = "CERRADO"
                               DISPLAY "LA FECHA " WS-RUN-DATE
                                       " PERTENECE AL PERIODO "
                                       PC-PERIOD " CERRADO EL "
                                       PC-CLOSE-TS(1:8)
                                       " - SE RECHAZA LA CORRIDA"
                               MOVE "Y" TO WS-RUN-REFUSED
                               MOVE 16 TO WS-FINAL-RC
                           END-IF
                   END-READ
                   CLOSE PERCTL-FILE
           END-EVALUATE.

       2550-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ACCTMSTR.DAT NO DISPONIBLE - ESTADO "
                       WS-ACCOUNT-STATUS " - NO SE PUEDEN VALIDAR "
                       "LAS CUENTAS - SE RECHAZA LA CORRIDA"
               MOVE "Y" TO WS-RUN-REFUSED
               MOVE 16 TO WS-FINAL-RC
           END-IF.

       2600-WRITE-RUN-START.
           OPEN EXTEND RUNCTL-FILE
           IF WS-RUNCTL-STATUS NOT = "00"
                   OR (WS-BATCH-BAD-COUNT > 0
                       AND WS-BATCH-OK-COUNT = 0)
               MOVE "ABORTADO" TO RC-STATUS
               MOVE "Y" TO WS-STEP-FAILED
           ELSE
               MOVE "COMPLETO" TO RC-STATUS
           END-IF
                   MOVE 12 TO WS-FINAL-RC
               WHEN WS-BATCH-BAD-COUNT > 0
                       OR WS-VARIANCE-EXCEEDED = "Y"
                       OR WS-POST-ERROR-COUNT > 0
                   MOVE 8 TO WS-FINAL-RC
               WHEN WS-REJECT-COUNT > 0
                   MOVE 4 TO WS-FINAL-RC
           MOVE WS-BATCH-NO TO BL-BATCH-NO
           MOVE WS-BATCH-DATE TO BL-BATCH-DATE
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           MOVE "ACEPTADO" TO BL-STATUS
           MOVE WS-RUN-DATE TO BL-STATUS-DATE
           WRITE BATCHLOG-RECORD
           CLOSE BATCHLOG-FILE.

           MOVE SPACES TO PENDING-RECORD
           MOVE TR-ACCOUNT TO BP-ACCOUNT
           MOVE RESULTADO TO BP-RESULTADO
           IF WS-RECYCLING = "Y"
               MOVE 0 TO BP-BATCH-NO
           ELSE
               MOVE WS-BATCH-NO TO BP-BATCH-NO
           END-IF
           MOVE TR-OPCODE TO BP-OPCODE
           MOVE WS-BAND TO BP-BAND
           WRITE PENDING-RECORD.

       6800-APPLY-BALANCE-POSTINGS.
                           WS-BALANCE-STATUS
                   CLOSE PENDING-FILE
               ELSE
                   PERFORM 6810-LOAD-BALANCE-FLOORS
                   PERFORM 6820-OPEN-HOLD-FILE
                   PERFORM UNTIL WS-EOF-PENDING = "Y"
                       READ PENDING-FILE
                           AT END
                   END-PERFORM
                   CLOSE PENDING-FILE
                   CLOSE BALANCE-FILE
                   CLOSE HOLD-FILE
                   OPEN OUTPUT PENDING-FILE
                   CLOSE PENDING-FILE
               END-IF
           END-IF.

       6810-LOAD-BALANCE-FLOORS.
           PERFORM VARYING WS-FLR-IDX FROM 1 BY 1
                   UNTIL WS-FLR-IDX > 10000
               MOVE WS-DEFAULT-FLOOR-SET TO WS-FLR-SET(WS-FLR-IDX)
               MOVE WS-DEFAULT-FLOOR TO WS-FLR-AMOUNT(WS-FLR-IDX)
           END-PERFORM
           OPEN INPUT FLOOR-FILE
           IF WS-FLOOR-STATUS NOT = "00"
               DISPLAY "BALFLOOR.DAT NO DISPONIBLE - SOLO SE APLICA "
                       "EL PISO GENERAL FL"
           ELSE
               PERFORM UNTIL WS-EOF-FLOOR = "Y"
                   READ FLOOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLOOR
                       NOT AT END
                           PERFORM 6815-APPLY-FLOOR-RECORD
                   END-READ
               END-PERFORM
               CLOSE FLOOR-FILE
           END-IF.

       6815-APPLY-FLOOR-RECORD.
           MOVE FL-ACCOUNT TO WS-FLOOR-ACCT-CHAR
           IF WS-FLOOR-ACCT-CHAR NOT NUMERIC OR FL-FLOOR NOT NUMERIC
               DISPLAY "REGISTRO INVALIDO EN BALFLOOR: " FL-ACCOUNT
                       " - SE IGNORA"
           ELSE
               SET WS-FLR-IDX TO WS-FLOOR-ACCT-NUM
               SET WS-FLR-IDX UP BY 1
               MOVE "Y" TO WS-FLR-SET(WS-FLR-IDX)
               MOVE FL-FLOOR TO WS-FLR-AMOUNT(WS-FLR-IDX)
           END-IF.

       6820-OPEN-HOLD-FILE.
           MOVE 0 TO WS-NEXT-HOLD-SEQ
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM UNTIL WS-EOF-HOLD = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HOLD
                       NOT AT END
                           IF HP-SEQ > WS-NEXT-HOLD-SEQ
                               MOVE HP-SEQ TO WS-NEXT-HOLD-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF.

       6850-POST-ONE-PENDING.
           MOVE BP-ACCOUNT TO BM-ACCOUNT
           READ BALANCE-FILE
               INVALID KEY
                   ADD 1 TO WS-POST-ERROR-COUNT
                   ADD BP-RESULTADO TO WS-POST-ERROR-SUM
                   DISPLAY "CUENTA " BP-ACCOUNT " SIN FILA EN "
                           "BALMASTR.DAT - MOVIMIENTO "
                           BP-RESULTADO " NO APLICADO"
               NOT INVALID KEY
                   PERFORM 6860-CHECK-HOLD-RULES
                   IF WS-HOLD-REASON NOT = SPACES
                       PERFORM 6870-WRITE-HELD-POSTING
                   ELSE
                       ADD BP-RESULTADO TO BM-BALANCE
                       ADD 1 TO BM-TRAN-COUNT
                       MOVE WS-RUN-DATE TO BM-LAST-DATE
                       REWRITE BALANCE-RECORD
                       ADD 1 TO WS-POSTED-COUNT
                       ADD BP-RESULTADO TO WS-POSTED-SUM
                   END-IF
           END-READ.

       6860-CHECK-HOLD-RULES.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-POSTING-BAND
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               IF WS-BAND-LABEL(WS-BAND-IDX) = BP-BAND
                   SET WS-POSTING-BAND TO WS-BAND-IDX
               END-IF
           END-PERFORM
           IF WS-HOLD-BAND > 0 AND WS-POSTING-BAND >= WS-HOLD-BAND
               MOVE "BANDA" TO WS-HOLD-REASON
           ELSE
               MOVE BP-ACCOUNT TO WS-FLOOR-ACCT-CHAR
               IF BP-RESULTADO < 0 AND WS-FLOOR-ACCT-CHAR NUMERIC
                   SET WS-FLR-IDX TO WS-FLOOR-ACCT-NUM
                   SET WS-FLR-IDX UP BY 1
                   COMPUTE WS-PROJECTED-BAL = BM-BALANCE + BP-RESULTADO
                   IF WS-FLR-SET(WS-FLR-IDX) = "Y"
                           AND WS-PROJECTED-BAL
                               < WS-FLR-AMOUNT(WS-FLR-IDX)
                       MOVE "SOBREGIRO" TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF.

       6870-WRITE-HELD-POSTING.
           ADD 1 TO WS-NEXT-HOLD-SEQ
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-NEXT-HOLD-SEQ TO HP-SEQ
           MOVE WS-RUN-DATE TO HP-HOLD-DATE
           MOVE BP-BATCH-NO TO HP-BATCH-NO
           MOVE BP-ACCOUNT TO HP-ACCOUNT
           MOVE BP-OPCODE TO HP-OPCODE
           MOVE BP-BAND TO HP-BAND
           MOVE BP-RESULTADO TO HP-AMOUNT
           MOVE WS-HOLD-REASON TO HP-REASON
           MOVE "RETENIDO" TO HP-STATUS
           WRITE HOLD-RECORD
           ADD 1 TO WS-HELD-COUNT
           ADD BP-RESULTADO TO WS-HELD-SUM.

       6900-WRITE-BALANCE-SNAPSHOT.
           PERFORM VARYING WS-SNP-IDX FROM 1 BY 1
                   UNTIL WS-SNP-IDX > 11
                   MOVE "CODIGO DE OPERACION INVALIDO"
                       TO WS-REJECT-TEXT
           END-EVALUATE
           IF WS-VALID-RECORD = "Y"
               PERFORM 4120-CHECK-ACCOUNT-STATUS
           END-IF
           IF WS-VALID-RECORD = "N"
               PERFORM 4150-WRITE-REJECT
           END-IF.

       4120-CHECK-ACCOUNT-STATUS.
           MOVE TR-ACCOUNT TO AM-ACCOUNT
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-RECORD
                   MOVE "E7" TO WS-REJECT-CODE
                   MOVE "CUENTA INEXISTENTE" TO WS-REJECT-TEXT
               NOT INVALID KEY
                   EVALUATE AM-STATUS
                       WHEN "CONGELADA"
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "E8" TO WS-REJECT-CODE
                           MOVE "CUENTA CONGELADA" TO WS-REJECT-TEXT
                       WHEN "CERRADA"
                           MOVE "N" TO WS-VALID-RECORD
                           MOVE "E9" TO WS-REJECT-CODE
                           MOVE "CUENTA CERRADA" TO WS-REJECT-TEXT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       4220-CLASSIFY-BAND.
           COMPUTE WS-RESULTADO-MAGNITUDE = FUNCTION ABS(RESULTADO)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
           STRING "REGISTROS RECICLADOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POST-ERROR-COUNT > 0
               MOVE WS-POST-ERROR-COUNT TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "** MOVIMIENTOS SIN FILA EN BALMASTR: "
                   WS-ED-COUNT " - SALDOS NO APLICADOS **"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-POSTED-COUNT TO WS-ED-COUNT
           MOVE WS-POSTED-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "APLICADOS A SALDOS: " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HELD-COUNT TO WS-ED-COUNT
           MOVE WS-HELD-SUM TO WS-ED-SUM
           MOVE SPACES TO REPORT-LINE
           STRING "RETENIDOS EN HOLDPOST: " WS-ED-COUNT
               " IMPORTE " WS-ED-SUM
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-POST-ERROR-COUNT > 0
               MOVE WS-POST-ERROR-SUM TO WS-ED-SUM
               MOVE SPACES TO REPORT-LINE
               STRING "NO APLICADOS POR FALTA DE FILA: IMPORTE "
                   WS-ED-SUM
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           IF WS-BATCH-OK-COUNT > 0
               COMPUTE WS-TIE-OUT-SUM = WS-POSTED-SUM + WS-HELD-SUM
                   + WS-POST-ERROR-SUM
               IF WS-TIE-OUT-SUM = WS-SUM-RESULTADO
                   MOVE "CUADRE APLICADO + RETENIDO = SUMA DE RESULTADO"
                       TO REPORT-LINE
               ELSE
                   MOVE SPACES TO REPORT-LINE
                   STRING "** APLICADO + RETENIDO NO CUADRA CON LA "
                       "SUMA DE RESULTADO **"
                       DELIMITED BY SIZE INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 4
               MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-ED-COUNT
           MOVE RESULTADO TO LG-RESULTADO
           MOVE WS-FLAG50 TO LG-FLAG50
           MOVE WS-BAND TO LG-BAND
           IF WS-RECYCLING = "Y"
               MOVE 0 TO LG-BATCH-NO
           ELSE
               MOVE WS-BATCH-NO TO LG-BATCH-NO
           END-IF
           MOVE "N" TO LG-MOV-TYPE
           WRITE LOG-RECORD.

       4250-WRITE-INTERFACE-RECORD.
                       AND PM-CODE NOT = "B2" AND PM-CODE NOT = "B3"
                       AND PM-CODE NOT = "CI" AND PM-CODE NOT = "RS"
                       AND PM-CODE NOT = "VP" AND PM-CODE NOT = "OV"
                       AND PM-CODE NOT = "HB" AND PM-CODE NOT = "FL"
                   DISPLAY "PARAMETRO DESCONOCIDO EN PARMCARD: "
                           PM-CODE
               WHEN PM-VALUE NOT NUMERIC
                               DISPLAY "OV DEBE SER 1 EN PARMCARD - "
                                       "SE IGNORA"
                           END-IF
                       WHEN "HB"
                           IF PM-VALUE < 0 OR PM-VALUE > 4
                               DISPLAY "HB FUERA DE RANGO (0-4) EN "
                                       "PARMCARD - SE IGNORA"
                           ELSE
                               MOVE PM-VALUE TO WS-HOLD-BAND
                           END-IF
                       WHEN "FL"
                           IF PM-VALUE > 0
                               DISPLAY "FL POSITIVO EN PARMCARD - "
                                       "SE IGNORA"
                           ELSE
                               MOVE PM-VALUE TO WS-DEFAULT-FLOOR
                               MOVE "Y" TO WS-DEFAULT-FLOOR-SET
                           END-IF
                   END-EVALUATE
           END-EVALUATE.

           MOVE +0005000   TO WS-BAND-UPPER(3)
           MOVE +999999999 TO WS-BAND-UPPER(4).

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

       END PROGRAM CONDICIONALES.
