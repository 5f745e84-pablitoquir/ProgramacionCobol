               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLDMAST-STATUS.

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

           SELECT PERCTL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           05  FILLER              PIC X.
           05  OM-AGE-DAYS         PIC 9(3).

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

       01  WS-REJECT-STATUS        PIC X(2) VALUE "00".
       01  WS-AGING-STATUS         PIC X(2) VALUE "00".
       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-OLDMAST-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-OLDMAST          PIC X VALUE "N".
       01  WS-CONVERT-MODE         PIC X VALUE "N".
       01  WS-EOF-REJECT           PIC X VALUE "N".
       01  WS-EOF-MASTER           PIC X VALUE "N".
       01  WS-EOF-REPAIR           PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-MASTER-OPEN          PIC X VALUE "N".
       01  WS-REJECTS-MERGED       PIC X VALUE "N".
       01  WS-PERIOD-CLOSED        PIC X VALUE "N".

       01  WS-NEXT-SEQ             PIC 9(5) VALUE 0.
       01  WS-AGE-LIMIT            PIC 9(3) VALUE 3.
           05  WS-ENTRY-INT        PIC 9(8).
           05  WS-AGE-WORK         PIC S9(5).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "REJREPAIR".
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
           IF WS-CONVERT-MODE = "Y"
               PERFORM 8000-CONVERT-OLD-MASTER
           ELSE
               PERFORM 9450-READ-STEP-DATE
               PERFORM 9600-START-STEP
               IF WS-STEP-REFUSED = "Y"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2000-OPEN-MASTER
               IF WS-MASTER-OPEN = "Y"
                   PERFORM 2200-FIND-NEXT-SEQ
                   PERFORM 2500-MERGE-NEW-REJECTS
                   PERFORM 3000-APPLY-REPAIRS
                   PERFORM 3900-CHECK-CLOSED-PERIOD
                   IF WS-PERIOD-CLOSED = "N"
                       PERFORM 4000-EXTRACT-RECYCLE
                   END-IF
                   PERFORM 5000-AGE-AND-PURGE
                   PERFORM 6500-CLEAR-REJECT-INPUT
                   PERFORM 7000-WRITE-AGING-REPORT
                   CLOSE MASTER-FILE
               END-IF
               PERFORM 9700-END-STEP
           END-IF
           STOP RUN.

               DISPLAY "SI ES EL MAESTRO SECUENCIAL ANTERIOR, "
                       "RENOMBRELO A REJMSTRS.DAT Y EJECUTE CON "
                       "CV 0001 EN RRPARMS.DAT PARA CONVERTIRLO"
               MOVE 16 TO RETURN-CODE
           END-IF.

       2200-FIND-NEXT-SEQ.
                           "SECUENCIA " RP-SEQ ": " RP-ACTION
           END-EVALUATE.

       3900-CHECK-CLOSED-PERIOD.
           OPEN INPUT PERCTL-FILE
           EVALUATE TRUE
               WHEN WS-PERCTL-STATUS = "35"
                   CONTINUE
               WHEN WS-PERCTL-STATUS NOT = "00"
                   DISPLAY "PERCTL.DAT NO DISPONIBLE - ESTADO "
                           WS-PERCTL-STATUS " - NO SE REENVIAN "
                           "REGISTROS CORREGIDOS"
                   MOVE "Y" TO WS-PERIOD-CLOSED
               WHEN OTHER
                   MOVE WS-STEP-DATE(1:6) TO PC-PERIOD
                   READ PERCTL-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PC-STATUS = "CERRADO"
                               DISPLAY "LA FECHA DE NEGOCIO "
                                       WS-STEP-DATE " PERTENECE AL "
                                       "PERIODO CERRADO " PC-PERIOD
                                       " - NO SE REENVIAN REGISTROS "
                                       "CORREGIDOS"
                               MOVE "Y" TO WS-PERIOD-CLOSED
                           END-IF
                   END-READ
                   CLOSE PERCTL-FILE
           END-EVALUATE
           IF WS-PERIOD-CLOSED = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF.

       4000-EXTRACT-RECYCLE.
           OPEN EXTEND RECYCLE-FILE
           IF WS-RECYCLE-STATUS NOT = "00"
           STRING "PENDIENTES CON MAS DE 3 DIAS: " WS-ED-COUNT
               DELIMITED BY SIZE INTO AGING-LINE
           WRITE AGING-LINE
           IF WS-PERIOD-CLOSED = "Y"
               MOVE SPACES TO AGING-LINE
               STRING "** PERIODO CERRADO PARA LA FECHA DE NEGOCIO "
                   WS-STEP-DATE " - CORREGIDOS SIN REENVIAR **"
                   DELIMITED BY SIZE INTO AGING-LINE
               WRITE AGING-LINE
           END-IF
           IF WS-OVERAGE-COUNT > 0
               PERFORM 7100-WRITE-OVERAGE-SECTION
           END-IF
                   ADD 1 TO WS-CONVERT-COUNT
           END-WRITE.

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

       END PROGRAM REJREPAIR.
