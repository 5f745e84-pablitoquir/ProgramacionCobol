       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINT-FILE ASSIGN TO "ACCTTXIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-STATUS.

           SELECT ACCOUNT-FILE ASSIGN TO "ACCTMSTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT
               FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT BALANCE-FILE ASSIGN TO "BALMASTR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-ACCOUNT
               FILE STATUS IS WS-BALANCE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ACCTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-FILE.
       01  MAINT-RECORD.
           05  MT-FUNCTION         PIC X.
           05  FILLER              PIC X.
           05  MT-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  MT-NAME             PIC X(30).
           05  FILLER              PIC X.
           05  MT-REASON           PIC X(20).
           05  FILLER              PIC X.
           05  MT-USER             PIC X(8).

       FD  ACCOUNT-FILE.
       01  ACCOUNT-RECORD.
           05  AM-ACCOUNT          PIC X(4).
           05  AM-NAME             PIC X(30).
           05  AM-OPEN-DATE        PIC X(8).
           05  AM-STATUS           PIC X(10).
           05  AM-CLOSE-DATE       PIC X(8).
           05  AM-STATUS-DATE      PIC X(8).

       FD  BALANCE-FILE.
       01  BALANCE-RECORD.
           05  BM-ACCOUNT          PIC X(4).
           05  BM-BALANCE          PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  BM-TRAN-COUNT       PIC 9(7).
           05  BM-LAST-DATE        PIC X(8).

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X.
           05  AA-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  AA-FUNCTION         PIC X.
           05  FILLER              PIC X.
           05  AA-OLD-STATUS       PIC X(10).
           05  FILLER              PIC X.
           05  AA-NEW-STATUS       PIC X(10).
           05  FILLER              PIC X.
           05  AA-USER             PIC X(8).
           05  FILLER              PIC X.
           05  AA-REASON           PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-MAINT-STATUS         PIC X(2) VALUE "00".
       01  WS-ACCOUNT-STATUS       PIC X(2) VALUE "00".
       01  WS-BALANCE-STATUS       PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-EOF-MAINT            PIC X VALUE "N".
       01  WS-EOF-ACCOUNT          PIC X VALUE "N".
       01  WS-EOF-BALANCE          PIC X VALUE "N".
       01  WS-ACCT-FOUND           PIC X VALUE "N".
       01  WS-BALANCE-ZERO         PIC X VALUE "Y".

       01  WS-REQUEST-COUNT        PIC 9(5) VALUE 0.
       01  WS-OPENED-COUNT         PIC 9(5) VALUE 0.
       01  WS-CHANGE-COUNT         PIC 9(5) VALUE 0.
       01  WS-MIGRATED-COUNT       PIC 9(7) VALUE 0.
       01  WS-ERROR-COUNT          PIC 9(5) VALUE 0.
       01  WS-LISTED-COUNT         PIC 9(7) VALUE 0.
       01  WS-LIST-OPEN            PIC 9(7) VALUE 0.
       01  WS-LIST-FROZEN          PIC 9(7) VALUE 0.
       01  WS-LIST-CLOSED          PIC 9(7) VALUE 0.

       01  WS-OLD-STATUS           PIC X(10).
       01  WS-NEW-STATUS           PIC X(10).
       01  WS-ERROR-TEXT           PIC X(40).
       01  WS-AUDIT-REASON         PIC X(20).
       01  WS-MIGRATION-NAME       PIC X(30)
               VALUE "ALTA POR MIGRACION DE SALDOS".
       01  WS-MIGRATION-REASON     PIC X(20)
                                    VALUE "MIGRACION BALMASTR".

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-BALANCE       PIC -ZZZZZZZZZ9.9(2).
           05  WS-ED-COUNT         PIC ZZZZZZ9.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-RUN-TIMESTAMP    PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TIMESTAMP
           OPEN INPUT MAINT-FILE
           IF WS-MAINT-STATUS NOT = "00"
               DISPLAY "ACCTTXIN.DAT NO DISPONIBLE - FIN DE PROCESO"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 1000-OPEN-MASTER-FILES
               IF WS-ACCOUNT-STATUS NOT = "00"
                       OR WS-BALANCE-STATUS NOT = "00"
                   CLOSE MAINT-FILE
                   MOVE 16 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   PERFORM 1500-OPEN-AUDIT-FILE
                   MOVE SPACES TO REPORT-LINE
                   STRING "ACCTMAINT - MANTENIMIENTO DEL MAESTRO DE "
                       "CUENTAS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM UNTIL WS-EOF-MAINT = "Y"
                       READ MAINT-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-MAINT
                           NOT AT END
                               ADD 1 TO WS-REQUEST-COUNT
                               PERFORM 3000-PROCESS-REQUEST
                       END-READ
                   END-PERFORM
                   PERFORM 8000-WRITE-TOTALS
                   CLOSE MAINT-FILE
                   CLOSE ACCOUNT-FILE
                   CLOSE BALANCE-FILE
                   CLOSE REPORT-FILE
                   CLOSE AUDIT-FILE
                   IF WS-ERROR-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       1000-OPEN-MASTER-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-ACCOUNT-STATUS = "35"
               DISPLAY "ACCTMSTR.DAT NO EXISTE - SE CREA MAESTRO DE "
                       "CUENTAS NUEVO"
               OPEN OUTPUT ACCOUNT-FILE
               CLOSE ACCOUNT-FILE
               OPEN I-O ACCOUNT-FILE
           END-IF
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "ACCTMSTR.DAT NO DISPONIBLE - ESTADO "
                       WS-ACCOUNT-STATUS
           ELSE
               OPEN I-O BALANCE-FILE
               IF WS-BALANCE-STATUS = "35"
                   OPEN OUTPUT BALANCE-FILE
                   CLOSE BALANCE-FILE
                   OPEN I-O BALANCE-FILE
               END-IF
               IF WS-BALANCE-STATUS NOT = "00"
                   DISPLAY "BALMASTR.DAT NO DISPONIBLE - ESTADO "
                           WS-BALANCE-STATUS
                   CLOSE ACCOUNT-FILE
               END-IF
           END-IF.

       1500-OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       3000-PROCESS-REQUEST.
           EVALUATE MT-FUNCTION
               WHEN "A"
                   PERFORM 4000-OPEN-ACCOUNT
               WHEN "C"
                   PERFORM 4200-FREEZE-ACCOUNT
               WHEN "D"
                   PERFORM 4300-UNFREEZE-ACCOUNT
               WHEN "B"
                   PERFORM 4400-CLOSE-ACCOUNT
               WHEN "I"
                   PERFORM 5000-INQUIRE-ACCOUNT
               WHEN "L"
                   PERFORM 5100-LIST-ALL-ACCOUNTS
               WHEN "M"
                   PERFORM 6000-MIGRATE-BALANCE-ACCOUNTS
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "FUNCION DESCONOCIDA: " MT-FUNCTION
                       " - SOLICITUD IGNORADA"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-EVALUATE.

       4000-OPEN-ACCOUNT.
           EVALUATE TRUE
               WHEN MT-ACCOUNT NOT NUMERIC
                   MOVE "CUENTA NO ES NUMERICA" TO WS-ERROR-TEXT
                   PERFORM 7500-WRITE-REQUEST-ERROR
               WHEN MT-NAME = SPACES
                   MOVE "SIN NOMBRE DE TITULAR" TO WS-ERROR-TEXT
                   PERFORM 7500-WRITE-REQUEST-ERROR
               WHEN MT-USER = SPACES
                   MOVE "SIN USUARIO" TO WS-ERROR-TEXT
                   PERFORM 7500-WRITE-REQUEST-ERROR
               WHEN OTHER
                   MOVE MT-ACCOUNT TO AM-ACCOUNT
                   READ ACCOUNT-FILE
                       INVALID KEY
                           PERFORM 4050-CREATE-ACCOUNT
                       NOT INVALID KEY
                           MOVE SPACES TO WS-ERROR-TEXT
                           STRING "LA CUENTA YA EXISTE (" AM-STATUS
                               ")"
                               DELIMITED BY SIZE INTO WS-ERROR-TEXT
                           PERFORM 7500-WRITE-REQUEST-ERROR
                   END-READ
           END-EVALUATE.

       4050-CREATE-ACCOUNT.
           MOVE SPACES TO ACCOUNT-RECORD
           MOVE MT-ACCOUNT TO AM-ACCOUNT
           MOVE MT-NAME TO AM-NAME
           MOVE WS-CDT-DATE TO AM-OPEN-DATE
           MOVE "ABIERTA" TO AM-STATUS
           MOVE WS-CDT-DATE TO AM-STATUS-DATE
           WRITE ACCOUNT-RECORD
           ADD 1 TO WS-OPENED-COUNT
           MOVE SPACES TO WS-OLD-STATUS
           MOVE MT-REASON TO WS-AUDIT-REASON
           PERFORM 4060-CREATE-BALANCE-ROW
           PERFORM 7000-WRITE-ACCOUNT-AUDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTA " AM-ACCOUNT " ABIERTA A NOMBRE DE "
               AM-NAME " POR " MT-USER
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       4060-CREATE-BALANCE-ROW.
           MOVE AM-ACCOUNT TO BM-ACCOUNT
           READ BALANCE-FILE
               INVALID KEY
                   MOVE AM-ACCOUNT TO BM-ACCOUNT
                   MOVE 0 TO BM-BALANCE
                   MOVE 0 TO BM-TRAN-COUNT
                   MOVE WS-CDT-DATE TO BM-LAST-DATE
                   WRITE BALANCE-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE BM-BALANCE TO WS-ED-BALANCE
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUENTA " AM-ACCOUNT " YA TENIA SALDO EN "
                       "BALMASTR: " WS-ED-BALANCE
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
           END-READ.

       4100-LOCATE-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND
           IF MT-USER = SPACES
               MOVE "SIN USUARIO" TO WS-ERROR-TEXT
               PERFORM 7500-WRITE-REQUEST-ERROR
           ELSE
               MOVE MT-ACCOUNT TO AM-ACCOUNT
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "CUENTA INEXISTENTE EN EL MAESTRO"
                           TO WS-ERROR-TEXT
                       PERFORM 7500-WRITE-REQUEST-ERROR
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ACCT-FOUND
                       MOVE AM-STATUS TO WS-OLD-STATUS
               END-READ
           END-IF.

       4200-FREEZE-ACCOUNT.
           PERFORM 4100-LOCATE-ACCOUNT
           IF WS-ACCT-FOUND = "Y"
               IF AM-STATUS = "ABIERTA"
                   MOVE "CONGELADA" TO WS-NEW-STATUS
                   PERFORM 4800-APPLY-STATUS-CHANGE
               ELSE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "LA CUENTA NO ESTA ABIERTA (" AM-STATUS ")"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 7500-WRITE-REQUEST-ERROR
               END-IF
           END-IF.

       4300-UNFREEZE-ACCOUNT.
           PERFORM 4100-LOCATE-ACCOUNT
           IF WS-ACCT-FOUND = "Y"
               IF AM-STATUS = "CONGELADA"
                   MOVE "ABIERTA" TO WS-NEW-STATUS
                   PERFORM 4800-APPLY-STATUS-CHANGE
               ELSE
                   MOVE SPACES TO WS-ERROR-TEXT
                   STRING "LA CUENTA NO ESTA CONGELADA (" AM-STATUS
                       ")"
                       DELIMITED BY SIZE INTO WS-ERROR-TEXT
                   PERFORM 7500-WRITE-REQUEST-ERROR
               END-IF
           END-IF.

       4400-CLOSE-ACCOUNT.
           PERFORM 4100-LOCATE-ACCOUNT
           IF WS-ACCT-FOUND = "Y"
               IF AM-STATUS = "CERRADA"
                   MOVE "LA CUENTA YA ESTA CERRADA" TO WS-ERROR-TEXT
                   PERFORM 7500-WRITE-REQUEST-ERROR
               ELSE
                   PERFORM 4450-CHECK-ZERO-BALANCE
                   IF WS-BALANCE-ZERO = "Y"
                       MOVE "CERRADA" TO WS-NEW-STATUS
                       PERFORM 4800-APPLY-STATUS-CHANGE
                   ELSE
                       MOVE BM-BALANCE TO WS-ED-BALANCE
                       MOVE SPACES TO WS-ERROR-TEXT
                       STRING "SALDO DISTINTO DE CERO: "
                           WS-ED-BALANCE
                           DELIMITED BY SIZE INTO WS-ERROR-TEXT
                       PERFORM 7500-WRITE-REQUEST-ERROR
                   END-IF
               END-IF
           END-IF.

       4450-CHECK-ZERO-BALANCE.
           MOVE "Y" TO WS-BALANCE-ZERO
           MOVE AM-ACCOUNT TO BM-ACCOUNT
           READ BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BM-BALANCE NOT = 0
                       MOVE "N" TO WS-BALANCE-ZERO
                   END-IF
           END-READ.

       4800-APPLY-STATUS-CHANGE.
           MOVE WS-NEW-STATUS TO AM-STATUS
           MOVE WS-CDT-DATE TO AM-STATUS-DATE
           IF WS-NEW-STATUS = "CERRADA"
               MOVE WS-CDT-DATE TO AM-CLOSE-DATE
           END-IF
           REWRITE ACCOUNT-RECORD
           ADD 1 TO WS-CHANGE-COUNT
           MOVE MT-REASON TO WS-AUDIT-REASON
           PERFORM 7000-WRITE-ACCOUNT-AUDIT
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTA " AM-ACCOUNT " " WS-OLD-STATUS " -> "
               WS-NEW-STATUS " POR " MT-USER " MOTIVO " MT-REASON
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5000-INQUIRE-ACCOUNT.
           MOVE MT-ACCOUNT TO AM-ACCOUNT
           READ ACCOUNT-FILE
               INVALID KEY
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "CUENTA " MT-ACCOUNT " NO EXISTE EN EL "
                       "MAESTRO DE CUENTAS"
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 5050-WRITE-ACCOUNT-LINE
           END-READ.

       5050-WRITE-ACCOUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTA " AM-ACCOUNT " " AM-NAME " " AM-STATUS
               " " AM-OPEN-DATE " " AM-CLOSE-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5100-LIST-ALL-ACCOUNTS.
           MOVE 0 TO WS-LISTED-COUNT
           MOVE 0 TO WS-LIST-OPEN
           MOVE 0 TO WS-LIST-FROZEN
           MOVE 0 TO WS-LIST-CLOSED
           MOVE "N" TO WS-EOF-ACCOUNT
           MOVE LOW-VALUES TO AM-ACCOUNT
           START ACCOUNT-FILE KEY NOT < AM-ACCOUNT
               INVALID KEY
                   MOVE "Y" TO WS-EOF-ACCOUNT
           END-START
           MOVE "LISTADO DEL MAESTRO DE CUENTAS:" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM UNTIL WS-EOF-ACCOUNT = "Y"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-ACCOUNT
                   NOT AT END
                       ADD 1 TO WS-LISTED-COUNT
                       EVALUATE AM-STATUS
                           WHEN "ABIERTA"
                               ADD 1 TO WS-LIST-OPEN
                           WHEN "CONGELADA"
                               ADD 1 TO WS-LIST-FROZEN
                           WHEN "CERRADA"
                               ADD 1 TO WS-LIST-CLOSED
                       END-EVALUATE
                       PERFORM 5050-WRITE-ACCOUNT-LINE
               END-READ
           END-PERFORM
           MOVE WS-LISTED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTAS LISTADAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-OPEN TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  ABIERTAS:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-FROZEN TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CONGELADAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-LIST-CLOSED TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  CERRADAS:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       6000-MIGRATE-BALANCE-ACCOUNTS.
           IF MT-USER = SPACES
               MOVE "SIN USUARIO" TO WS-ERROR-TEXT
               PERFORM 7500-WRITE-REQUEST-ERROR
           ELSE
               MOVE 0 TO WS-MIGRATED-COUNT
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
                           PERFORM 6100-MIGRATE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               MOVE WS-MIGRATED-COUNT TO WS-ED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "CUENTAS DE BALMASTR INCORPORADAS AL MAESTRO: "
                   WS-ED-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       6100-MIGRATE-ONE-ACCOUNT.
           MOVE BM-ACCOUNT TO AM-ACCOUNT
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO ACCOUNT-RECORD
                   MOVE BM-ACCOUNT TO AM-ACCOUNT
                   MOVE WS-MIGRATION-NAME TO AM-NAME
                   MOVE WS-CDT-DATE TO AM-OPEN-DATE
                   MOVE "ABIERTA" TO AM-STATUS
                   MOVE WS-CDT-DATE TO AM-STATUS-DATE
                   WRITE ACCOUNT-RECORD
                   ADD 1 TO WS-MIGRATED-COUNT
                   MOVE SPACES TO WS-OLD-STATUS
                   MOVE WS-MIGRATION-REASON TO WS-AUDIT-REASON
                   PERFORM 7000-WRITE-ACCOUNT-AUDIT
               NOT INVALID KEY
                   CONTINUE
           END-READ.

       7000-WRITE-ACCOUNT-AUDIT.
           MOVE SPACES TO AUDIT-RECORD
           MOVE WS-RUN-TIMESTAMP TO AA-TIMESTAMP
           MOVE AM-ACCOUNT TO AA-ACCOUNT
           MOVE MT-FUNCTION TO AA-FUNCTION
           MOVE WS-OLD-STATUS TO AA-OLD-STATUS
           MOVE AM-STATUS TO AA-NEW-STATUS
           MOVE MT-USER TO AA-USER
           MOVE WS-AUDIT-REASON TO AA-REASON
           WRITE AUDIT-RECORD.

       7500-WRITE-REQUEST-ERROR.
           ADD 1 TO WS-ERROR-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUD " MT-FUNCTION " CUENTA " MT-ACCOUNT
               " RECHAZADA - " WS-ERROR-TEXT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE WS-REQUEST-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUDES PROCESADAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-OPENED-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CUENTAS ABIERTAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CHANGE-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "CAMBIOS DE ESTADO APLICADOS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "SOLICITUDES CON ERROR: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM ACCTMAINT.
