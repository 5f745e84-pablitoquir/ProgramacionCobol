       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO "FEEDLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRIVAL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT FEED-FILE ASSIGN USING WS-FEED-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.

           SELECT TRANS-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT QUARANTINE-FILE ASSIGN TO "FEEDQUAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "FEEDRPT.DAT"
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
       FD  REGISTRY-FILE.
       01  REGISTRY-RECORD.
           05  FG-SOURCE           PIC X(8).
           05  FILLER              PIC X.
           05  FG-BATCH-LOW        PIC 9(6).
           05  FILLER              PIC X.
           05  FG-BATCH-HIGH       PIC 9(6).
           05  FILLER              PIC X.
           05  FG-CUTOFF           PIC 9(4).
           05  FILLER              PIC X.
           05  FG-DESCRIPTION      PIC X(20).

       FD  ARRIVAL-FILE.
       01  ARRIVAL-RECORD.
           05  FA-SOURCE           PIC X(8).
           05  FILLER              PIC X.
           05  FA-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  FA-TIME             PIC 9(4).
           05  FILLER              PIC X.
           05  FA-FILE-NAME        PIC X(30).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       FD  FEED-FILE.
       01  FEED-RECORD             PIC X(25).
       01  FEED-BATCH-HEADER.
           05  FH-ID               PIC X.
           05  FH-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  FH-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  FH-SOURCE           PIC X(8).

       FD  TRANS-FILE.
       01  TRANS-RECORD            PIC X(25).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD.
           05  QR-DATE             PIC X(8).
           05  FILLER              PIC X.
           05  QR-SOURCE           PIC X(8).
           05  FILLER              PIC X.
           05  QR-REASON           PIC X(14).
           05  FILLER              PIC X.
           05  QR-DATA             PIC X(25).

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

       01  WS-REGISTRY-STATUS      PIC X(2) VALUE "00".
       01  WS-ARRIVAL-STATUS       PIC X(2) VALUE "00".
       01  WS-CALENDAR-STATUS      PIC X(2) VALUE "00".
       01  WS-FEED-STATUS          PIC X(2) VALUE "00".
       01  WS-TRANS-STATUS         PIC X(2) VALUE "00".
       01  WS-QUARANTINE-STATUS    PIC X(2) VALUE "00".
       01  WS-REPORT-STATUS        PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-REGISTRY         PIC X VALUE "N".
       01  WS-EOF-ARRIVAL          PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-FEED             PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-TABLE-OVERFLOW       PIC X VALUE "N".
       01  WS-LKP-FOUND            PIC X VALUE "N".
       01  WS-FINAL-RC             PIC 9(2) VALUE 0.

       01  WS-FEED-NAME            PIC X(30) VALUE SPACES.

       01  WS-SOURCE-COUNT         PIC 9(3) VALUE 0.
       01  WS-SOURCE-MAX           PIC 9(3) VALUE 50.

       01  WS-SOURCE-TABLE.
           05  WS-SRC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SRC-IDX.
               10  WS-SRC-SOURCE   PIC X(8).
               10  WS-SRC-LOW      PIC 9(6).
               10  WS-SRC-HIGH     PIC 9(6).
               10  WS-SRC-CUTOFF   PIC 9(4).
               10  WS-SRC-DESC     PIC X(20).
               10  WS-SRC-ARRIVAL  PIC 9(3).

       01  WS-ARRIVAL-COUNT        PIC 9(3) VALUE 0.
       01  WS-ARRIVAL-MAX          PIC 9(3) VALUE 100.

       01  WS-ARRIVAL-TABLE.
           05  WS-ARR-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ARR-IDX.
               10  WS-ARR-SOURCE   PIC X(8).
               10  WS-ARR-TIME     PIC 9(4).
               10  WS-ARR-FILE     PIC X(30).
               10  WS-ARR-REG      PIC 9(3).
               10  WS-ARR-STATE    PIC X(14).
               10  WS-ARR-BATCHES  PIC 9(5).
               10  WS-ARR-HELD     PIC 9(5).
               10  WS-ARR-RECORDS  PIC 9(7).

       01  WS-BATCH-COUNT          PIC 9(4) VALUE 0.
       01  WS-BATCH-MAX            PIC 9(4) VALUE 2000.
       01  WS-BAT-MOVE             PIC 9(4) VALUE 0.

       01  WS-BATCH-TABLE.
           05  WS-BAT-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-BAT-IDX.
               10  WS-BAT-NO       PIC 9(6).
               10  WS-BAT-ARR      PIC 9(3).
               10  WS-BAT-FIRST    PIC 9(7).
               10  WS-BAT-LAST     PIC 9(7).
               10  WS-BAT-STATE    PIC X.
               10  WS-BAT-REASON   PIC X(14).

       01  WS-CURRENT-BATCH.
           05  WS-CUR-IN-BATCH     PIC X VALUE "N".
           05  WS-CUR-BATCH-NO     PIC 9(6) VALUE 0.
           05  WS-CUR-FIRST        PIC 9(7) VALUE 0.
           05  WS-CUR-LAST         PIC 9(7) VALUE 0.
           05  WS-CUR-REASON       PIC X(14) VALUE SPACES.
           05  WS-CUR-REC-NO       PIC 9(7) VALUE 0.

       01  WS-RUN-COUNTERS.
           05  WS-EXPECTED-COUNT   PIC 9(5) VALUE 0.
           05  WS-RECEIVED-COUNT   PIC 9(5) VALUE 0.
           05  WS-LATE-COUNT       PIC 9(5) VALUE 0.
           05  WS-MISSING-COUNT    PIC 9(5) VALUE 0.
           05  WS-UNKNOWN-COUNT    PIC 9(5) VALUE 0.
           05  WS-OTHER-COUNT      PIC 9(5) VALUE 0.
           05  WS-MERGED-BATCHES   PIC 9(5) VALUE 0.
           05  WS-HELD-BATCHES     PIC 9(5) VALUE 0.
           05  WS-TRANS-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-QUAR-WRITTEN     PIC 9(7) VALUE 0.
           05  WS-STRAY-RECORDS    PIC 9(7) VALUE 0.

       01  WS-REPORT-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-SMALL         PIC ZZZZ9.
           05  WS-ED-TIME          PIC 99B99.

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  WS-CDT-TIME     PIC 9(4).
               10  FILLER          PIC X(9).
           05  WS-BUSINESS-DATE    PIC X(8).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "FEEDIN".
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
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "FEEDIN - RECEPCION DE ENTRADAS POR ORIGEN - "
               "FECHA DE NEGOCIO " WS-BUSINESS-DATE
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 1100-LOAD-REGISTRY
           IF WS-SOURCE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "FEEDREG.DAT SIN ORIGENES AUTORIZADOS - NO SE "
                   TO REPORT-LINE
               MOVE "ARMA TRANSIN.DAT" TO REPORT-LINE(46:16)
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-END-STEP
               STOP RUN
           END-IF
           PERFORM 1200-LOAD-ARRIVALS
           PERFORM 2000-SCAN-FEEDS
           PERFORM 3000-WRITE-TRANSIN
           PERFORM 4000-WRITE-QUARANTINE
           PERFORM 5000-WRITE-REPORT
           CLOSE REPORT-FILE
           IF WS-FINAL-RC < 16
               IF WS-MERGED-BATCHES = 0 AND WS-FINAL-RC < 8
                   MOVE 8 TO WS-FINAL-RC
               END-IF
               IF WS-FINAL-RC < 4
                       AND (WS-LATE-COUNT > 0 OR WS-MISSING-COUNT > 0
                           OR WS-UNKNOWN-COUNT > 0
                           OR WS-OTHER-COUNT > 0
                           OR WS-HELD-BATCHES > 0
                           OR WS-STRAY-RECORDS > 0)
                   MOVE 4 TO WS-FINAL-RC
               END-IF
           END-IF
           DISPLAY "FEEDIN - LOTES FUSIONADOS " WS-MERGED-BATCHES
                   " EN CUARENTENA " WS-HELD-BATCHES
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

       1100-LOAD-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF WS-REGISTRY-STATUS NOT = "00"
               DISPLAY "FEEDREG.DAT NO DISPONIBLE - ESTADO "
                       WS-REGISTRY-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-REGISTRY = "Y"
                   READ REGISTRY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-REGISTRY
                       NOT AT END
                           PERFORM 1150-ADD-SOURCE
                   END-READ
               END-PERFORM
               CLOSE REGISTRY-FILE
           END-IF.

       1150-ADD-SOURCE.
           MOVE "N" TO WS-LKP-FOUND
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               IF WS-SRC-SOURCE(WS-SRC-IDX) = FG-SOURCE
                   MOVE "Y" TO WS-LKP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN FG-SOURCE = SPACES
                   DISPLAY "FEEDREG.DAT - FILA SIN ORIGEN - SE IGNORA"
               WHEN FG-BATCH-LOW NOT NUMERIC
                       OR FG-BATCH-HIGH NOT NUMERIC
                       OR FG-CUTOFF NOT NUMERIC
                   DISPLAY "FEEDREG.DAT - ORIGEN " FG-SOURCE
                           " CON RANGO O CORTE NO NUMERICO - SE "
                           "IGNORA"
               WHEN FG-BATCH-LOW > FG-BATCH-HIGH
                   DISPLAY "FEEDREG.DAT - ORIGEN " FG-SOURCE
                           " CON RANGO DE LOTES INVERTIDO - SE IGNORA"
               WHEN FG-CUTOFF(1:2) > "23" OR FG-CUTOFF(3:2) > "59"
                   DISPLAY "FEEDREG.DAT - ORIGEN " FG-SOURCE
                           " CON HORA DE CORTE INVALIDA - SE IGNORA"
               WHEN WS-LKP-FOUND = "Y"
                   DISPLAY "FEEDREG.DAT - ORIGEN " FG-SOURCE
                           " DUPLICADO - SE IGNORA"
               WHEN WS-SOURCE-COUNT >= WS-SOURCE-MAX
                   DISPLAY "TABLA DE ORIGENES LLENA - " FG-SOURCE
                           " QUEDA FUERA DE LA CORRIDA"
                   MOVE 16 TO WS-FINAL-RC
               WHEN OTHER
                   ADD 1 TO WS-SOURCE-COUNT
                   SET WS-SRC-IDX TO WS-SOURCE-COUNT
                   MOVE FG-SOURCE TO WS-SRC-SOURCE(WS-SRC-IDX)
                   MOVE FG-BATCH-LOW TO WS-SRC-LOW(WS-SRC-IDX)
                   MOVE FG-BATCH-HIGH TO WS-SRC-HIGH(WS-SRC-IDX)
                   MOVE FG-CUTOFF TO WS-SRC-CUTOFF(WS-SRC-IDX)
                   MOVE FG-DESCRIPTION TO WS-SRC-DESC(WS-SRC-IDX)
                   MOVE 0 TO WS-SRC-ARRIVAL(WS-SRC-IDX)
           END-EVALUATE.

       1200-LOAD-ARRIVALS.
           OPEN INPUT ARRIVAL-FILE
           IF WS-ARRIVAL-STATUS NOT = "00"
               DISPLAY "FEEDLOG.DAT NO DISPONIBLE - NO HAY ENTRADAS "
                       "RECIBIDAS"
           ELSE
               PERFORM UNTIL WS-EOF-ARRIVAL = "Y"
                   READ ARRIVAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-ARRIVAL
                       NOT AT END
                           IF FA-DATE = WS-BUSINESS-DATE
                               PERFORM 1250-CLASSIFY-ARRIVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARRIVAL-FILE
           END-IF.

       1250-CLASSIFY-ARRIVAL.
           IF WS-ARRIVAL-COUNT >= WS-ARRIVAL-MAX
               DISPLAY "TABLA DE LLEGADAS LLENA - " FA-SOURCE " "
                       FA-FILE-NAME " QUEDA FUERA DE LA CORRIDA"
               MOVE 16 TO WS-FINAL-RC
               MOVE "Y" TO WS-TABLE-OVERFLOW
           ELSE
               ADD 1 TO WS-ARRIVAL-COUNT
               SET WS-ARR-IDX TO WS-ARRIVAL-COUNT
               MOVE FA-SOURCE TO WS-ARR-SOURCE(WS-ARR-IDX)
               MOVE FA-FILE-NAME TO WS-ARR-FILE(WS-ARR-IDX)
               MOVE 0 TO WS-ARR-REG(WS-ARR-IDX)
               MOVE 0 TO WS-ARR-BATCHES(WS-ARR-IDX)
               MOVE 0 TO WS-ARR-HELD(WS-ARR-IDX)
               MOVE 0 TO WS-ARR-RECORDS(WS-ARR-IDX)
               IF FA-TIME NUMERIC
                   MOVE FA-TIME TO WS-ARR-TIME(WS-ARR-IDX)
               ELSE
                   MOVE 9999 TO WS-ARR-TIME(WS-ARR-IDX)
               END-IF
               MOVE "N" TO WS-LKP-FOUND
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                       UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
                   IF WS-SRC-SOURCE(WS-SRC-IDX) = FA-SOURCE
                       MOVE "Y" TO WS-LKP-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-LKP-FOUND = "N"
                       MOVE "DESCONOCIDO" TO WS-ARR-STATE(WS-ARR-IDX)
                       ADD 1 TO WS-UNKNOWN-COUNT
                   WHEN WS-SRC-ARRIVAL(WS-SRC-IDX) NOT = 0
                       MOVE "DUPLICADO" TO WS-ARR-STATE(WS-ARR-IDX)
                       ADD 1 TO WS-OTHER-COUNT
                   WHEN WS-ARR-TIME(WS-ARR-IDX)
                           > WS-SRC-CUTOFF(WS-SRC-IDX)
                       MOVE "TARDIO" TO WS-ARR-STATE(WS-ARR-IDX)
                       SET WS-ARR-REG(WS-ARR-IDX) TO WS-SRC-IDX
                       MOVE WS-ARRIVAL-COUNT
                           TO WS-SRC-ARRIVAL(WS-SRC-IDX)
                   WHEN WS-ARR-FILE(WS-ARR-IDX) = SPACES
                       MOVE "SIN ARCHIVO" TO WS-ARR-STATE(WS-ARR-IDX)
                       SET WS-ARR-REG(WS-ARR-IDX) TO WS-SRC-IDX
                       MOVE WS-ARRIVAL-COUNT
                           TO WS-SRC-ARRIVAL(WS-SRC-IDX)
                   WHEN OTHER
                       MOVE "RECIBIDO" TO WS-ARR-STATE(WS-ARR-IDX)
                       SET WS-ARR-REG(WS-ARR-IDX) TO WS-SRC-IDX
                       MOVE WS-ARRIVAL-COUNT
                           TO WS-SRC-ARRIVAL(WS-SRC-IDX)
               END-EVALUATE
           END-IF.

       2000-SCAN-FEEDS.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARRIVAL-COUNT
               IF WS-ARR-STATE(WS-ARR-IDX) = "RECIBIDO"
                   PERFORM 2100-SCAN-ONE-FEED
               END-IF
           END-PERFORM.

       2100-SCAN-ONE-FEED.
           MOVE WS-ARR-FILE(WS-ARR-IDX) TO WS-FEED-NAME
           SET WS-SRC-IDX TO WS-ARR-REG(WS-ARR-IDX)
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ENTRADA " WS-ARR-SOURCE(WS-ARR-IDX) " - "
                       WS-FEED-NAME " NO SE PUDO ABRIR - ESTADO "
                       WS-FEED-STATUS
               MOVE "ILEGIBLE" TO WS-ARR-STATE(WS-ARR-IDX)
           ELSE
               MOVE "N" TO WS-EOF-FEED
               MOVE "N" TO WS-CUR-IN-BATCH
               MOVE 0 TO WS-CUR-REC-NO
               PERFORM UNTIL WS-EOF-FEED = "Y"
                   READ FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FEED
                       NOT AT END
                           ADD 1 TO WS-CUR-REC-NO
                           PERFORM 2200-SCAN-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
               IF WS-CUR-IN-BATCH = "Y"
                   MOVE "SIN CIERRE" TO WS-CUR-REASON
                   MOVE WS-CUR-REC-NO TO WS-CUR-LAST
                   PERFORM 2400-CLOSE-BATCH
               END-IF
               MOVE WS-CUR-REC-NO TO WS-ARR-RECORDS(WS-ARR-IDX)
           END-IF.

       2200-SCAN-RECORD.
           EVALUATE TRUE
               WHEN FH-ID = "H"
                   IF WS-CUR-IN-BATCH = "Y"
                       MOVE "SIN CIERRE" TO WS-CUR-REASON
                       COMPUTE WS-CUR-LAST = WS-CUR-REC-NO - 1
                       PERFORM 2400-CLOSE-BATCH
                   END-IF
                   PERFORM 2300-OPEN-BATCH
               WHEN FH-ID = "T"
                   IF WS-CUR-IN-BATCH = "Y"
                       MOVE WS-CUR-REC-NO TO WS-CUR-LAST
                       PERFORM 2400-CLOSE-BATCH
                   ELSE
                       ADD 1 TO WS-STRAY-RECORDS
                   END-IF
               WHEN OTHER
                   IF WS-CUR-IN-BATCH NOT = "Y"
                       ADD 1 TO WS-STRAY-RECORDS
                   END-IF
           END-EVALUATE.

       2300-OPEN-BATCH.
           MOVE "Y" TO WS-CUR-IN-BATCH
           MOVE WS-CUR-REC-NO TO WS-CUR-FIRST
           MOVE SPACES TO WS-CUR-REASON
           IF FH-BATCH-NO NUMERIC
               MOVE FH-BATCH-NO TO WS-CUR-BATCH-NO
           ELSE
               MOVE 0 TO WS-CUR-BATCH-NO
           END-IF
           EVALUATE TRUE
               WHEN FH-BATCH-NO NOT NUMERIC
                   MOVE "CABECERA INVAL" TO WS-CUR-REASON
               WHEN FH-SOURCE NOT = WS-SRC-SOURCE(WS-SRC-IDX)
                   MOVE "ORIGEN AJENO" TO WS-CUR-REASON
               WHEN FH-BATCH-NO < WS-SRC-LOW(WS-SRC-IDX)
                       OR FH-BATCH-NO > WS-SRC-HIGH(WS-SRC-IDX)
                   MOVE "FUERA DE RANGO" TO WS-CUR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2400-CLOSE-BATCH.
           MOVE "N" TO WS-CUR-IN-BATCH
           IF WS-CUR-REASON = SPACES
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   IF WS-BAT-NO(WS-BAT-IDX) = WS-CUR-BATCH-NO
                           AND WS-BAT-STATE(WS-BAT-IDX) = "A"
                       MOVE "LOTE DUPLICADO" TO WS-CUR-REASON
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BATCH-COUNT >= WS-BATCH-MAX
               DISPLAY "TABLA DE LOTES LLENA - LOTE " WS-CUR-BATCH-NO
                       " DE " WS-ARR-SOURCE(WS-ARR-IDX)
                       " QUEDA FUERA DE LA CORRIDA"
               MOVE 16 TO WS-FINAL-RC
               MOVE "Y" TO WS-TABLE-OVERFLOW
           ELSE
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   IF WS-BAT-NO(WS-BAT-IDX) > WS-CUR-BATCH-NO
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               PERFORM 2450-INSERT-BATCH
               IF WS-CUR-REASON = SPACES
                   ADD 1 TO WS-ARR-BATCHES(WS-ARR-IDX)
               ELSE
                   ADD 1 TO WS-ARR-HELD(WS-ARR-IDX)
                   ADD 1 TO WS-HELD-BATCHES
                   DISPLAY "LOTE " WS-CUR-BATCH-NO " DE "
                           WS-ARR-SOURCE(WS-ARR-IDX)
                           " A CUARENTENA - " WS-CUR-REASON
               END-IF
           END-IF.

       2450-INSERT-BATCH.
           PERFORM VARYING WS-BAT-MOVE FROM WS-BATCH-COUNT BY -1
                   UNTIL WS-BAT-MOVE < WS-BAT-IDX
               MOVE WS-BAT-ENTRY(WS-BAT-MOVE)
                   TO WS-BAT-ENTRY(WS-BAT-MOVE + 1)
           END-PERFORM
           ADD 1 TO WS-BATCH-COUNT
           MOVE WS-CUR-BATCH-NO TO WS-BAT-NO(WS-BAT-IDX)
           SET WS-BAT-ARR(WS-BAT-IDX) TO WS-ARR-IDX
           MOVE WS-CUR-FIRST TO WS-BAT-FIRST(WS-BAT-IDX)
           MOVE WS-CUR-LAST TO WS-BAT-LAST(WS-BAT-IDX)
           MOVE WS-CUR-REASON TO WS-BAT-REASON(WS-BAT-IDX)
           IF WS-CUR-REASON = SPACES
               MOVE "A" TO WS-BAT-STATE(WS-BAT-IDX)
           ELSE
               MOVE "Q" TO WS-BAT-STATE(WS-BAT-IDX)
           END-IF.

       3000-WRITE-TRANSIN.
           OPEN OUTPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "TRANSIN.DAT NO SE PUDO ABRIR - ESTADO "
                       WS-TRANS-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               IF WS-TABLE-OVERFLOW = "Y"
                   DISPLAY "TABLAS DE RECEPCION DESBORDADAS - "
                           "TRANSIN.DAT QUEDA VACIO"
               ELSE
                   PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                           UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                       IF WS-BAT-STATE(WS-BAT-IDX) = "A"
                           PERFORM 3100-COPY-BATCH
                       END-IF
                   END-PERFORM
               END-IF
               CLOSE TRANS-FILE
           END-IF.

       3100-COPY-BATCH.
           SET WS-ARR-IDX TO WS-BAT-ARR(WS-BAT-IDX)
           MOVE WS-ARR-FILE(WS-ARR-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ENTRADA " WS-FEED-NAME " NO SE PUDO REABRIR "
                       "- LOTE " WS-BAT-NO(WS-BAT-IDX) " NO FUSIONADO"
               MOVE 16 TO WS-FINAL-RC
           ELSE
               MOVE "N" TO WS-EOF-FEED
               MOVE 0 TO WS-CUR-REC-NO
               PERFORM UNTIL WS-EOF-FEED = "Y"
                       OR WS-CUR-REC-NO >= WS-BAT-LAST(WS-BAT-IDX)
                   READ FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FEED
                       NOT AT END
                           ADD 1 TO WS-CUR-REC-NO
                           IF WS-CUR-REC-NO >= WS-BAT-FIRST(WS-BAT-IDX)
                               MOVE FEED-RECORD TO TRANS-RECORD
                               WRITE TRANS-RECORD
                               ADD 1 TO WS-TRANS-WRITTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
               ADD 1 TO WS-MERGED-BATCHES
           END-IF.

       4000-WRITE-QUARANTINE.
           OPEN OUTPUT QUARANTINE-FILE
           IF WS-QUARANTINE-STATUS NOT = "00"
               DISPLAY "FEEDQUAR.DAT NO SE PUDO ABRIR - ESTADO "
                       WS-QUARANTINE-STATUS
               MOVE 16 TO WS-FINAL-RC
           ELSE
               PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                       UNTIL WS-ARR-IDX > WS-ARRIVAL-COUNT
                   IF WS-ARR-STATE(WS-ARR-IDX) NOT = "ILEGIBLE"
                           AND WS-ARR-STATE(WS-ARR-IDX)
                               NOT = "SIN ARCHIVO"
                       PERFORM 4100-QUARANTINE-FEED
                   END-IF
               END-PERFORM
               CLOSE QUARANTINE-FILE
           END-IF.

       4100-QUARANTINE-FEED.
           MOVE WS-ARR-FILE(WS-ARR-IDX) TO WS-FEED-NAME
           OPEN INPUT FEED-FILE
           IF WS-FEED-STATUS NOT = "00"
               IF WS-ARR-STATE(WS-ARR-IDX) NOT = "RECIBIDO"
                   DISPLAY "ENTRADA " WS-ARR-SOURCE(WS-ARR-IDX)
                           " - " WS-FEED-NAME " NO SE PUDO ABRIR "
                           "PARA CUARENTENA"
               END-IF
           ELSE
               MOVE "N" TO WS-EOF-FEED
               MOVE 0 TO WS-CUR-REC-NO
               PERFORM UNTIL WS-EOF-FEED = "Y"
                   READ FEED-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FEED
                       NOT AT END
                           ADD 1 TO WS-CUR-REC-NO
                           PERFORM 4200-QUARANTINE-RECORD
                   END-READ
               END-PERFORM
               CLOSE FEED-FILE
               IF WS-ARR-STATE(WS-ARR-IDX) NOT = "RECIBIDO"
                   MOVE WS-CUR-REC-NO TO WS-ARR-RECORDS(WS-ARR-IDX)
               END-IF
           END-IF.

       4200-QUARANTINE-RECORD.
           MOVE SPACES TO QUARANTINE-RECORD
           IF WS-ARR-STATE(WS-ARR-IDX) NOT = "RECIBIDO"
               MOVE WS-ARR-STATE(WS-ARR-IDX) TO QR-REASON
           ELSE
               MOVE "FUERA DE LOTE" TO QR-REASON
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   IF WS-BAT-ARR(WS-BAT-IDX) = WS-ARR-IDX
                           AND WS-CUR-REC-NO >= WS-BAT-FIRST(WS-BAT-IDX)
                           AND WS-CUR-REC-NO <= WS-BAT-LAST(WS-BAT-IDX)
                       MOVE WS-BAT-REASON(WS-BAT-IDX) TO QR-REASON
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF QR-REASON NOT = SPACES
               MOVE WS-BUSINESS-DATE TO QR-DATE
               MOVE WS-ARR-SOURCE(WS-ARR-IDX) TO QR-SOURCE
               MOVE FEED-RECORD TO QR-DATA
               WRITE QUARANTINE-RECORD
               ADD 1 TO WS-QUAR-WRITTEN
           END-IF.

       5000-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ORIGENES AUTORIZADOS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE "  ORIGEN" TO REPORT-LINE(1:8)
           MOVE "DESCRIPCION" TO REPORT-LINE(12:11)
           MOVE "CORTE" TO REPORT-LINE(33:5)
           MOVE "LLEGO" TO REPORT-LINE(39:5)
           MOVE "ESTADO" TO REPORT-LINE(45:6)
           MOVE "LOTES" TO REPORT-LINE(60:5)
           MOVE "CUAR" TO REPORT-LINE(67:4)
           MOVE "REGS" TO REPORT-LINE(74:4)
           WRITE REPORT-LINE
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
               PERFORM 5100-REPORT-SOURCE
           END-PERFORM
           IF WS-UNKNOWN-COUNT > 0 OR WS-OTHER-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "ENTRADAS NO ACEPTADAS (EN CUARENTENA COMPLETAS)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                       UNTIL WS-ARR-IDX > WS-ARRIVAL-COUNT
                   IF WS-ARR-STATE(WS-ARR-IDX) = "DESCONOCIDO"
                           OR WS-ARR-STATE(WS-ARR-IDX) = "DUPLICADO"
                       PERFORM 5200-REPORT-REFUSED-ARRIVAL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-HELD-BATCHES > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "LOTES EN CUARENTENA" TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-BAT-IDX FROM 1 BY 1
                       UNTIL WS-BAT-IDX > WS-BATCH-COUNT
                   IF WS-BAT-STATE(WS-BAT-IDX) = "Q"
                       PERFORM 5300-REPORT-HELD-BATCH
                   END-IF
               END-PERFORM
           END-IF
           PERFORM 5400-WRITE-TOTALS.

       5100-REPORT-SOURCE.
           ADD 1 TO WS-EXPECTED-COUNT
           MOVE SPACES TO REPORT-LINE
           MOVE WS-SRC-SOURCE(WS-SRC-IDX) TO REPORT-LINE(3:8)
           MOVE WS-SRC-DESC(WS-SRC-IDX) TO REPORT-LINE(12:20)
           MOVE WS-SRC-CUTOFF(WS-SRC-IDX) TO WS-ED-TIME
           MOVE WS-ED-TIME TO REPORT-LINE(33:5)
           INSPECT REPORT-LINE(33:5) REPLACING ALL " " BY ":"
           IF WS-SRC-ARRIVAL(WS-SRC-IDX) = 0
               ADD 1 TO WS-MISSING-COUNT
               MOVE "-----" TO REPORT-LINE(39:5)
               MOVE "FALTANTE" TO REPORT-LINE(45:14)
               MOVE "**" TO REPORT-LINE(79:2)
           ELSE
               SET WS-ARR-IDX TO WS-SRC-ARRIVAL(WS-SRC-IDX)
               MOVE WS-ARR-TIME(WS-ARR-IDX) TO WS-ED-TIME
               MOVE WS-ED-TIME TO REPORT-LINE(39:5)
               INSPECT REPORT-LINE(39:5) REPLACING ALL " " BY ":"
               MOVE WS-ARR-STATE(WS-ARR-IDX) TO REPORT-LINE(45:14)
               MOVE WS-ARR-BATCHES(WS-ARR-IDX) TO WS-ED-SMALL
               MOVE WS-ED-SMALL TO REPORT-LINE(60:5)
               MOVE WS-ARR-HELD(WS-ARR-IDX) TO WS-ED-SMALL
               MOVE WS-ED-SMALL TO REPORT-LINE(66:5)
               MOVE WS-ARR-RECORDS(WS-ARR-IDX) TO WS-ED-COUNT
               MOVE WS-ED-COUNT TO REPORT-LINE(71:7)
               EVALUATE WS-ARR-STATE(WS-ARR-IDX)
                   WHEN "RECIBIDO"
                       ADD 1 TO WS-RECEIVED-COUNT
                   WHEN "TARDIO"
                       ADD 1 TO WS-LATE-COUNT
                       MOVE "**" TO REPORT-LINE(79:2)
                   WHEN OTHER
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "**" TO REPORT-LINE(79:2)
               END-EVALUATE
           END-IF
           WRITE REPORT-LINE.

       5200-REPORT-REFUSED-ARRIVAL.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-ARR-SOURCE(WS-ARR-IDX) TO REPORT-LINE(3:8)
           MOVE WS-ARR-FILE(WS-ARR-IDX) TO REPORT-LINE(12:26)
           MOVE WS-ARR-TIME(WS-ARR-IDX) TO WS-ED-TIME
           MOVE WS-ED-TIME TO REPORT-LINE(39:5)
           INSPECT REPORT-LINE(39:5) REPLACING ALL " " BY ":"
           MOVE WS-ARR-STATE(WS-ARR-IDX) TO REPORT-LINE(45:14)
           MOVE WS-ARR-RECORDS(WS-ARR-IDX) TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO REPORT-LINE(71:7)
           WRITE REPORT-LINE.

       5300-REPORT-HELD-BATCH.
           SET WS-ARR-IDX TO WS-BAT-ARR(WS-BAT-IDX)
           COMPUTE WS-ED-COUNT = WS-BAT-LAST(WS-BAT-IDX)
               - WS-BAT-FIRST(WS-BAT-IDX) + 1
           MOVE SPACES TO REPORT-LINE
           STRING "  LOTE " WS-BAT-NO(WS-BAT-IDX)
               " ORIGEN " WS-ARR-SOURCE(WS-ARR-IDX)
               " MOTIVO " WS-BAT-REASON(WS-BAT-IDX)
               " REGISTROS " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       5400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-EXPECTED-COUNT TO WS-ED-COUNT
           STRING "ORIGENES ESPERADOS:          " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-RECEIVED-COUNT TO WS-ED-COUNT
           STRING "RECIBIDOS A TIEMPO:          " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LATE-COUNT TO WS-ED-COUNT
           STRING "RECIBIDOS FUERA DE CORTE:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-ED-COUNT
           STRING "FALTANTES O ILEGIBLES:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-UNKNOWN-COUNT TO WS-ED-COUNT
           STRING "ORIGENES DESCONOCIDOS:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-OTHER-COUNT TO WS-ED-COUNT
           STRING "ENTRADAS DUPLICADAS:         " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-MERGED-BATCHES TO WS-ED-COUNT
           STRING "LOTES FUSIONADOS EN TRANSIN: " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-TRANS-WRITTEN TO WS-ED-COUNT
           STRING "REGISTROS EN TRANSIN:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-HELD-BATCHES TO WS-ED-COUNT
           STRING "LOTES EN CUARENTENA:         " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-STRAY-RECORDS TO WS-ED-COUNT
           STRING "REGISTROS FUERA DE LOTE:     " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE WS-QUAR-WRITTEN TO WS-ED-COUNT
           STRING "REGISTROS EN FEEDQUAR.DAT:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-MISSING-COUNT > 0 OR WS-LATE-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "** HAY ORIGENES FALTANTES O FUERA DE CORTE - "
                   TO REPORT-LINE
               MOVE "REVISAR ANTES DE CONDICIONALES **"
                   TO REPORT-LINE(46:33)
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

       END PROGRAM FEEDIN.
