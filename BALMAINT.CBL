               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BALRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PERCTL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
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

           05  FILLER              PIC X.
           05  PD-ACTION-DATE      PIC X(8).

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

       01  WS-MAINT-STATUS         PIC X(2) VALUE "00".
       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-ACCOUNT-STATUS       PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-PENDING-STATUS       PIC X(2) VALUE "00".
       01  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-MAINT            PIC X VALUE "N".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-BALANCE          PIC X VALUE "N".
       01  WS-EOF-PENDING          PIC X VALUE "N".
       01  WS-SEQ-FOUND            PIC X VALUE "N".
       01  WS-ACCT-MASTER-OPEN     PIC X VALUE "N".
       01  WS-PERIOD-CLOSED        PIC X VALUE "N".
       01  WS-ACCT-USABLE          PIC X VALUE "N".

       01  WS-REQUEST-COUNT        PIC 9(5) VALUE 0.
       01  WS-ADJUST-COUNT         PIC 9(5) VALUE 0.
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   PERFORM 1500-OPEN-AUDIT-FILE
                   PERFORM 1550-OPEN-ACCOUNT-MASTER
                   PERFORM 1600-LOAD-PENDING
                   PERFORM 1650-CHECK-CLOSED-PERIOD
                   MOVE SPACES TO REPORT-LINE
                   STRING "BALMAINT - CONSULTA Y MANTENIMIENTO DE "
                       "SALDOS POR CUENTA"
                   CLOSE BALANCE-FILE
                   CLOSE REPORT-FILE
                   CLOSE AUDIT-FILE
                   IF WS-ACCT-MASTER-OPEN = "Y"
                       CLOSE ACCOUNT-FILE
                   END-IF
               END-IF
           END-IF
           STOP RUN.
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       1550-OPEN-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ACCTMSTR.DAT NO DISPONIBLE - ESTADO "
                       WS-ACCOUNT-STATUS " - NO SE APLICARAN AJUSTES "
                       "EN ESTA CORRIDA"
           ELSE
               MOVE "Y" TO WS-ACCT-MASTER-OPEN
           END-IF.

       1600-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           EVALUATE TRUE
                   MOVE "Y" TO WS-PEND-LOADED
           END-EVALUATE.

       1650-CHECK-CLOSED-PERIOD.
           OPEN INPUT PERCTL-FILE
           EVALUATE TRUE
               WHEN WS-PERCTL-STATUS = "35"
                   CONTINUE
               WHEN WS-PERCTL-STATUS NOT = "00"
                   DISPLAY "PERCTL.DAT NO DISPONIBLE - ESTADO "
                           WS-PERCTL-STATUS " - NO SE APLICARAN "
                           "AJUSTES EN ESTA CORRIDA"
                   MOVE "Y" TO WS-PERIOD-CLOSED
               WHEN OTHER
                   MOVE WS-CDT-DATE(1:6) TO PC-PERIOD
                   READ PERCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-STATUS = "CERRADO"
                               DISPLAY "EL PERIODO " PC-PERIOD
                                       " ESTA CERRADO - NO SE "
                                       "APLICARAN AJUSTES EN ESTA "
                                       "CORRIDA"
                               MOVE "Y" TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
                   CLOSE PERCTL-FILE
           END-EVALUATE.

       1700-ADD-PENDING-ENTRY.
           IF WS-PEND-COUNT >= WS-PEND-MAX
               DISPLAY "TABLA DE PENDIENTES LLENA - LA SECUENCIA "
               WHEN "L"
                   PERFORM 5000-LIST-ALL-ACCOUNTS
               WHEN "A"
                   IF WS-PERIOD-CLOSED = "Y"
                       PERFORM 6800-REJECT-CLOSED-PERIOD
                   ELSE
                       PERFORM 6000-ADJUST-BALANCE
                   END-IF
               WHEN "R"
                   IF WS-PERIOD-CLOSED = "Y"
                       PERFORM 6800-REJECT-CLOSED-PERIOD
                   ELSE
                       PERFORM 6500-RELEASE-PENDING
                   END-IF
               WHEN "V"
                   PERFORM 6600-VOID-PENDING
               WHEN OTHER
                       "MAESTRO DE SALDOS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 4100-WRITE-BALANCE-LINE
           END-READ.
           WRITE REPORT-LINE.

       6000-ADJUST-BALANCE.
           MOVE MT-ACCOUNT TO WS-APPLY-ACCOUNT
           PERFORM 6050-CHECK-ACCOUNT-STATUS
           EVALUATE TRUE
               WHEN WS-ACCT-USABLE = "N"
                   CONTINUE
               WHEN MT-AMOUNT NOT NUMERIC
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   PERFORM 6100-APPLY-ADJUSTMENT
           END-EVALUATE.

       6050-CHECK-ACCOUNT-STATUS.
           MOVE "N" TO WS-ACCT-USABLE
           IF WS-ACCT-MASTER-OPEN NOT = "Y"
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "MAESTRO DE CUENTAS NO DISPONIBLE - SOLICITUD "
                   MT-FUNCTION " PARA CUENTA " WS-APPLY-ACCOUNT
                   " NO PROCESADA"
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE WS-APPLY-ACCOUNT TO AM-ACCOUNT
               READ ACCOUNT-FILE
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "CUENTA " WS-APPLY-ACCOUNT " NO EXISTE "
                           "EN EL MAESTRO DE CUENTAS - SOLICITUD "
                           MT-FUNCTION " RECHAZADA"
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                       END-WRITE
                   NOT INVALID KEY
                       IF AM-STATUS = "CERRADA"
                           ADD 1 TO WS-ERROR-COUNT
                           MOVE SPACES TO REPORT-LINE
                           STRING "CUENTA " WS-APPLY-ACCOUNT
                               " CERRADA EL " AM-CLOSE-DATE
                               " - SOLICITUD " MT-FUNCTION
                               " RECHAZADA"
                               DELIMITED BY SIZE INTO REPORT-LINE
                           WRITE REPORT-LINE
                       ELSE
                           MOVE "Y" TO WS-ACCT-USABLE
                       END-IF
               END-READ
           END-IF.

       6100-APPLY-ADJUSTMENT.
           MOVE WS-APPLY-ACCOUNT TO BM-ACCOUNT
           READ BALANCE-FILE
       6500-RELEASE-PENDING.
           PERFORM 6700-FIND-PENDING
           IF WS-SEQ-FOUND = "Y"
               MOVE WS-PND-ACCOUNT(WS-PND-IDX) TO WS-APPLY-ACCOUNT
               PERFORM 6050-CHECK-ACCOUNT-STATUS
           END-IF
           IF WS-SEQ-FOUND = "Y" AND WS-ACCT-USABLE = "Y"
               ADD 1 TO WS-RELEASE-COUNT
               MOVE WS-PND-ACCOUNT(WS-PND-IDX) TO WS-APPLY-ACCOUNT
               MOVE WS-PND-AMOUNT(WS-PND-IDX) TO WS-ADJ-AMOUNT
                   CONTINUE
           END-EVALUATE.

       6800-REJECT-CLOSED-PERIOD.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODO " WS-CDT-DATE(1:6) " CERRADO - SOLICITUD "
               MT-FUNCTION " PARA CUENTA " MT-ACCOUNT " RECHAZADA"
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       7000-REWRITE-PENDING.
           IF WS-PEND-LOADED = "N" OR WS-PEND-OVERFLOW = "Y"
               ADD 1 TO WS-ERROR-COUNT
