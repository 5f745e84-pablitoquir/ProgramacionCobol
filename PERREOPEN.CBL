       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERREOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "REOPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUTH-FILE ASSIGN TO "PERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT PERCTL-FILE ASSIGN TO "PERCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIOD
               FILE STATUS IS WS-PERCTL-STATUS.

           SELECT PERLOG-FILE ASSIGN TO "PERLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  RO-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  RO-VALUE            PIC X(40).

       FD  AUTH-FILE.
       01  AUTH-RECORD.
           05  PA-USER             PIC X(8).
           05  FILLER              PIC X.
           05  PA-NAME             PIC X(30).

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

       WORKING-STORAGE SECTION.

       01  WS-PARM-STATUS          PIC X(2) VALUE "00".
       01  WS-AUTH-STATUS          PIC X(2) VALUE "00".
       01  WS-PERCTL-STATUS        PIC X(2) VALUE "00".
       01  WS-PERLOG-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-AUTH             PIC X VALUE "N".
       01  WS-USER-AUTHORIZED      PIC X VALUE "N".
       01  WS-REOPEN-REFUSED       PIC X VALUE "N".
       01  WS-LOG-OPEN             PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-REOPEN-FIELDS.
           05  WS-PERIOD           PIC X(6) VALUE SPACES.
           05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10  WS-PER-YEAR     PIC 9(4).
               10  WS-PER-MONTH    PIC 9(2).
           05  WS-REOPEN-USER      PIC X(8) VALUE SPACES.
           05  WS-REOPEN-REASON    PIC X(40) VALUE SPACES.
           05  WS-AUTH-NAME        PIC X(30) VALUE SPACES.
           05  WS-REFUSE-REASON    PIC X(40) VALUE SPACES.
           05  WS-LOG-ACTION       PIC X(10) VALUE SPACES.
           05  WS-LOG-TEXT         PIC X(40) VALUE SPACES.

       01  WS-DATE-TIME-FIELDS.
           05  WS-RUN-TIMESTAMP    PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
           PERFORM 1000-LOAD-PARAMETERS
           PERFORM 1100-VALIDATE-PARAMETERS
           IF WS-REOPEN-REFUSED = "Y"
               PERFORM 2500-OPEN-PERIOD-LOG
               MOVE "RECHAZO" TO WS-LOG-ACTION
               MOVE WS-REFUSE-REASON TO WS-LOG-TEXT
               PERFORM 4000-WRITE-PERIOD-LOG
               DISPLAY "PERREOPEN - REAPERTURA RECHAZADA - "
                       WS-REFUSE-REASON
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-CHECK-AUTHORIZATION
           PERFORM 2500-OPEN-PERIOD-LOG
           IF WS-REOPEN-REFUSED = "N"
               PERFORM 3000-REOPEN-PERIOD
           END-IF
           IF WS-REOPEN-REFUSED = "Y"
               MOVE "RECHAZO" TO WS-LOG-ACTION
               MOVE WS-REFUSE-REASON TO WS-LOG-TEXT
               PERFORM 4000-WRITE-PERIOD-LOG
               DISPLAY "PERREOPEN - PERIODO " WS-PERIOD
                       " NO REABIERTO - " WS-REFUSE-REASON
           ELSE
               MOVE "REAPERTURA" TO WS-LOG-ACTION
               MOVE WS-REOPEN-REASON TO WS-LOG-TEXT
               PERFORM 4000-WRITE-PERIOD-LOG
               DISPLAY "PERREOPEN - PERIODO " WS-PERIOD
                       " REABIERTO POR " WS-REOPEN-USER
                       " (" WS-AUTH-NAME ")"
               DISPLAY "MOTIVO: " WS-REOPEN-REASON
           END-IF
           MOVE WS-FINAL-RC TO RETURN-CODE
           STOP RUN.

       1000-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "REOPARM.DAT NO DISPONIBLE"
           ELSE
               PERFORM UNTIL WS-EOF-PARM = "Y"
                   READ PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARM
                       NOT AT END
                           PERFORM 1050-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

       1050-APPLY-PARAMETER.
           EVALUATE RO-CODE
               WHEN "PE"
                   MOVE RO-VALUE(1:6) TO WS-PERIOD
               WHEN "US"
                   MOVE RO-VALUE(1:8) TO WS-REOPEN-USER
               WHEN "MO"
                   MOVE RO-VALUE TO WS-REOPEN-REASON
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN REOPARM: "
                           RO-CODE
           END-EVALUATE.

       1100-VALIDATE-PARAMETERS.
           EVALUATE TRUE
               WHEN WS-PERIOD NOT NUMERIC
                   MOVE "Y" TO WS-REOPEN-REFUSED
                   MOVE "PERIODO INVALIDO EN REOPARM (PE AAAAMM)"
                       TO WS-REFUSE-REASON
               WHEN WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
                   MOVE "Y" TO WS-REOPEN-REFUSED
                   MOVE "PERIODO INVALIDO EN REOPARM (PE AAAAMM)"
                       TO WS-REFUSE-REASON
               WHEN WS-REOPEN-USER = SPACES
                   MOVE "Y" TO WS-REOPEN-REFUSED
                   MOVE "FALTA EL USUARIO EN REOPARM (US)"
                       TO WS-REFUSE-REASON
               WHEN WS-REOPEN-REASON = SPACES
                   MOVE "Y" TO WS-REOPEN-REFUSED
                   MOVE "FALTA EL MOTIVO EN REOPARM (MO)"
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2000-CHECK-AUTHORIZATION.
           OPEN INPUT AUTH-FILE
           IF WS-AUTH-STATUS NOT = "00"
               DISPLAY "PERAUTH.DAT NO DISPONIBLE - ESTADO "
                       WS-AUTH-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-AUTH = "Y"
                   READ AUTH-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-AUTH
                       NOT AT END
                           IF PA-USER = WS-REOPEN-USER
                               MOVE "Y" TO WS-USER-AUTHORIZED
                               MOVE PA-NAME TO WS-AUTH-NAME
                               MOVE "Y" TO WS-EOF-AUTH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUTH-FILE
           END-IF
           IF WS-USER-AUTHORIZED = "N"
               MOVE "Y" TO WS-REOPEN-REFUSED
               MOVE "USUARIO NO AUTORIZADO EN PERAUTH.DAT"
                   TO WS-REFUSE-REASON
               MOVE 12 TO WS-FINAL-RC
           END-IF.

       2500-OPEN-PERIOD-LOG.
           OPEN EXTEND PERLOG-FILE
           IF WS-PERLOG-STATUS NOT = "00"
               OPEN OUTPUT PERLOG-FILE
           END-IF
           IF WS-PERLOG-STATUS = "00"
               MOVE "Y" TO WS-LOG-OPEN
           ELSE
               DISPLAY "PERLOG.DAT NO DISPONIBLE - ESTADO "
                       WS-PERLOG-STATUS
               IF WS-REOPEN-REFUSED = "N"
                   MOVE "Y" TO WS-REOPEN-REFUSED
                   MOVE "PERLOG.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               END-IF
               MOVE 16 TO WS-FINAL-RC
           END-IF.

       3000-REOPEN-PERIOD.
           OPEN I-O PERCTL-FILE
           IF WS-PERCTL-STATUS NOT = "00"
               DISPLAY "PERCTL.DAT NO DISPONIBLE - ESTADO "
                       WS-PERCTL-STATUS
               MOVE "Y" TO WS-REOPEN-REFUSED
               MOVE "PERCTL.DAT NO DISPONIBLE" TO WS-REFUSE-REASON
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE WS-PERIOD TO PC-PERIOD
               READ PERCTL-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-REOPEN-REFUSED
                       MOVE "EL PERIODO NO FUE CERRADO"
                           TO WS-REFUSE-REASON
                       MOVE 12 TO WS-FINAL-RC
                   NOT INVALID KEY
                       PERFORM 3100-UPDATE-PERIOD-CONTROL
               END-READ
               CLOSE PERCTL-FILE
           END-IF.

       3100-UPDATE-PERIOD-CONTROL.
           IF PC-STATUS NOT = "CERRADO"
               MOVE "Y" TO WS-REOPEN-REFUSED
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "EL PERIODO NO ESTA CERRADO (" PC-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REFUSE-REASON
               MOVE 12 TO WS-FINAL-RC
           ELSE
               MOVE "REABIERTO" TO PC-STATUS
               MOVE WS-RUN-TIMESTAMP TO PC-REOPEN-TS
               MOVE WS-REOPEN-USER TO PC-REOPEN-USER
               MOVE WS-REOPEN-REASON TO PC-REOPEN-REASON
               REWRITE PERCTL-RECORD
               IF WS-PERCTL-STATUS NOT = "00"
                   DISPLAY "NO SE PUDO REGISTRAR LA REAPERTURA EN "
                           "PERCTL.DAT - ESTADO " WS-PERCTL-STATUS
                   MOVE "Y" TO WS-REOPEN-REFUSED
                   MOVE "NO SE PUDO GRABAR PERCTL.DAT"
                       TO WS-REFUSE-REASON
                   MOVE 16 TO WS-FINAL-RC
               END-IF
           END-IF.

       4000-WRITE-PERIOD-LOG.
           IF WS-LOG-OPEN = "N"
               DISPLAY "PERLOG.DAT NO DISPONIBLE - ACCION "
                       WS-LOG-ACTION " NO REGISTRADA"
           ELSE
               MOVE SPACES TO PERLOG-RECORD
               MOVE WS-RUN-TIMESTAMP TO PL-TIMESTAMP
               MOVE WS-PERIOD TO PL-PERIOD
               MOVE WS-LOG-ACTION TO PL-ACTION
               MOVE WS-REOPEN-USER TO PL-USER
               MOVE WS-LOG-TEXT TO PL-TEXT
               WRITE PERLOG-RECORD
               CLOSE PERLOG-FILE
           END-IF.

       END PROGRAM PERREOPEN.
