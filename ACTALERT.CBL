       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTALERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "ACTTRX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT ALERT-FILE ASSIGN TO "ACTALRT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-ALERT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACTARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05  AT-FUNCTION         PIC X.
           05  FILLER              PIC X.
           05  AT-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  AT-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  AT-RULE             PIC X(8).
           05  FILLER              PIC X.
           05  AT-USER             PIC X(8).
           05  FILLER              PIC X.
           05  AT-NOTE             PIC X(40).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

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

       FD  REPORT-FILE.
       01  REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-REQUEST-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-ALERT-STATUS         PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-EOF-REQUEST          PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-ALERT            PIC X VALUE "N".
       01  WS-ALERT-FOUND          PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-REJECT-TEXT          PIC X(40) VALUE SPACES.

       01  WS-RUN-COUNTERS.
           05  WS-REQUEST-COUNT    PIC 9(7) VALUE 0.
           05  WS-REVIEW-COUNT     PIC 9(7) VALUE 0.
           05  WS-CLOSE-COUNT      PIC 9(7) VALUE 0.
           05  WS-ERROR-COUNT      PIC 9(7) VALUE 0.
           05  WS-OPEN-ALERTS      PIC 9(7) VALUE 0.
           05  WS-REVIEWED-ALERTS  PIC 9(7) VALUE 0.
           05  WS-CLOSED-ALERTS    PIC 9(7) VALUE 0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-AGE           PIC ZZZZ9.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-RUN-TIMESTAMP    PIC X(21).
           05  WS-BUSINESS-DATE    PIC X(8).
           05  WS-TODAY-INT        PIC 9(8).
           05  WS-ALERT-INT        PIC 9(8).
           05  WS-AGE-DAYS         PIC S9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME TO WS-RUN-TIMESTAMP
           MOVE WS-CDT-DATE TO WS-BUSINESS-DATE
           PERFORM 1000-READ-CALENDAR
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-BUSINESS-DATE))
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "ACTALERT - REVISION DE ALERTAS DE ACTIVIDAD - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           OPEN I-O ALERT-FILE
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "ACTALRT.DAT NO DISPONIBLE - ESTADO "
                       WS-ALERT-STATUS " - FIN DE PROCESO"
               MOVE "ACTALRT.DAT NO DISPONIBLE - FIN DE PROCESO"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               MOVE "ACTTRX.DAT SIN SOLICITUDES - SOLO REPORTE"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF-REQUEST = "Y"
                   READ REQUEST-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REQUEST
                       NOT AT END
                           ADD 1 TO WS-REQUEST-COUNT
                           PERFORM 2000-PROCESS-REQUEST
                   END-READ
               END-PERFORM
               CLOSE REQUEST-FILE
           END-IF
           PERFORM 5000-REPORT-PENDING-ALERTS
           CLOSE ALERT-FILE
           PERFORM 8000-WRITE-TOTALS
           CLOSE REPORT-FILE
           IF WS-ERROR-COUNT > 0 AND WS-FINAL-RC < 4
               MOVE 4 TO WS-FINAL-RC
           END-IF
           DISPLAY "ACTALERT - REVISADAS " WS-REVIEW-COUNT
                   " CERRADAS " WS-CLOSE-COUNT
                   " ERRORES " WS-ERROR-COUNT
           MOVE WS-FINAL-RC TO RETURN-CODE
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

       2000-PROCESS-REQUEST.
           MOVE SPACES TO WS-REJECT-TEXT
           MOVE AT-DATE TO AL-DATE
           MOVE AT-ACCOUNT TO AL-ACCOUNT
           MOVE AT-RULE TO AL-RULE
           READ ALERT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ALERT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-ALERT-FOUND
           END-READ
           EVALUATE TRUE
               WHEN AT-FUNCTION NOT = "R" AND AT-FUNCTION NOT = "C"
                   MOVE "FUNCION DESCONOCIDA" TO WS-REJECT-TEXT
               WHEN WS-ALERT-FOUND = "N"
                   MOVE "ALERTA INEXISTENTE" TO WS-REJECT-TEXT
               WHEN AT-USER = SPACES
                   MOVE "FALTA EL USUARIO" TO WS-REJECT-TEXT
               WHEN AT-FUNCTION = "R"
                   PERFORM 3000-REVIEW-ALERT
               WHEN OTHER
                   PERFORM 4000-CLOSE-ALERT
           END-EVALUATE
           IF WS-REJECT-TEXT NOT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING AT-FUNCTION " " AT-DATE " " AT-ACCOUNT " "
                   AT-RULE " RECHAZADA: " WS-REJECT-TEXT
                   DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       3000-REVIEW-ALERT.
           IF AL-STATUS NOT = "ABIERTA"
               MOVE SPACES TO WS-REJECT-TEXT
               STRING "LA ALERTA ESTA " AL-STATUS
                   DELIMITED BY SIZE INTO WS-REJECT-TEXT
           ELSE
               MOVE "REVISADA" TO AL-STATUS
               MOVE AT-USER TO AL-REVIEW-USER
               MOVE WS-RUN-TIMESTAMP TO AL-REVIEW-TS
               MOVE AT-NOTE TO AL-REVIEW-NOTE
               REWRITE ALERT-RECORD
               IF WS-ALERT-STATUS NOT = "00"
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "ERROR AL GRABAR - ESTADO " WS-ALERT-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               ELSE
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "ALERTA " AL-DATE " " AL-ACCOUNT " "
                       AL-RULE " REVISADA POR " AT-USER
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       4000-CLOSE-ALERT.
           EVALUATE TRUE
               WHEN AL-STATUS NOT = "REVISADA"
                   MOVE SPACES TO WS-REJECT-TEXT
                   STRING "LA ALERTA ESTA " AL-STATUS
                       DELIMITED BY SIZE INTO WS-REJECT-TEXT
               WHEN AT-NOTE = SPACES
                   MOVE "FALTA LA NOTA DE CIERRE" TO WS-REJECT-TEXT
               WHEN AT-USER = AL-REVIEW-USER
                   MOVE "EL CIERRE REQUIERE OTRO USUARIO"
                       TO WS-REJECT-TEXT
               WHEN OTHER
                   MOVE "CERRADA" TO AL-STATUS
                   MOVE AT-USER TO AL-CLOSE-USER
                   MOVE WS-RUN-TIMESTAMP TO AL-CLOSE-TS
                   MOVE AT-NOTE TO AL-CLOSE-NOTE
                   REWRITE ALERT-RECORD
                   IF WS-ALERT-STATUS NOT = "00"
                       MOVE SPACES TO WS-REJECT-TEXT
                       STRING "ERROR AL GRABAR - ESTADO "
                           WS-ALERT-STATUS
                           DELIMITED BY SIZE INTO WS-REJECT-TEXT
                   ELSE
                       ADD 1 TO WS-CLOSE-COUNT
                       MOVE SPACES TO REPORT-LINE
                       STRING "ALERTA " AL-DATE " " AL-ACCOUNT " "
                           AL-RULE " CERRADA POR " AT-USER
                           DELIMITED BY SIZE INTO REPORT-LINE
                       WRITE REPORT-LINE
                   END-IF
           END-EVALUATE.

       5000-REPORT-PENDING-ALERTS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ALERTAS PENDIENTES" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "FECHA" TO REPORT-LINE(3:5)
           MOVE "CUENTA" TO REPORT-LINE(12:6)
           MOVE "REGLA" TO REPORT-LINE(19:5)
           MOVE "ESTADO" TO REPORT-LINE(28:6)
           MOVE "DIAS" TO REPORT-LINE(40:4)
           MOVE "REVISOR" TO REPORT-LINE(46:7)
           MOVE "DETALLE" TO REPORT-LINE(55:7)
           WRITE REPORT-LINE
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
                           WHEN "CERRADA"
                               ADD 1 TO WS-CLOSED-ALERTS
                           WHEN OTHER
                               PERFORM 5100-LIST-ALERT
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-OPEN-ALERTS = 0 AND WS-REVIEWED-ALERTS = 0
               MOVE "  SIN ALERTAS PENDIENTES" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       5100-LIST-ALERT.
           IF AL-STATUS = "REVISADA"
               ADD 1 TO WS-REVIEWED-ALERTS
           ELSE
               ADD 1 TO WS-OPEN-ALERTS
           END-IF
           MOVE 0 TO WS-AGE-DAYS
           IF AL-DATE NUMERIC
               COMPUTE WS-ALERT-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AL-DATE))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-ALERT-INT
               IF WS-AGE-DAYS < 0
                   MOVE 0 TO WS-AGE-DAYS
               END-IF
           END-IF
           MOVE WS-AGE-DAYS TO WS-ED-AGE
           MOVE SPACES TO REPORT-LINE
           MOVE AL-DATE TO REPORT-LINE(3:8)
           MOVE AL-ACCOUNT TO REPORT-LINE(12:4)
           MOVE AL-RULE TO REPORT-LINE(19:8)
           MOVE AL-STATUS TO REPORT-LINE(28:10)
           MOVE WS-ED-AGE TO REPORT-LINE(39:5)
           MOVE AL-REVIEW-USER TO REPORT-LINE(46:8)
           MOVE AL-DETAIL(1:26) TO REPORT-LINE(55:26)
           WRITE REPORT-LINE.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REQUEST-COUNT TO WS-ED-COUNT
           STRING "SOLICITUDES LEIDAS:           " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REVIEW-COUNT TO WS-ED-COUNT
           STRING "ALERTAS REVISADAS:            " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CLOSE-COUNT TO WS-ED-COUNT
           STRING "ALERTAS CERRADAS:             " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ERROR-COUNT TO WS-ED-COUNT
           STRING "SOLICITUDES RECHAZADAS:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OPEN-ALERTS TO WS-ED-COUNT
           STRING "TOTAL ALERTAS ABIERTAS:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-REVIEWED-ALERTS TO WS-ED-COUNT
           STRING "TOTAL ALERTAS REVISADAS:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-CLOSED-ALERTS TO WS-ED-COUNT
           STRING "TOTAL ALERTAS CERRADAS:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       END PROGRAM ACTALERT.
