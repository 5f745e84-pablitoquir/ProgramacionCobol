       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "GLPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT MAP-FILE ASSIGN TO "GLMAP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-STATUS.

           SELECT LOG-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT ARCHIVE-FILE ASSIGN TO "AUDARCHV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "BALAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDPOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT WORK-FILE ASSIGN TO "GLJWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "GLJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT PROOF-FILE ASSIGN TO "GLPRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROOF-STATUS.

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
           05  GP-CODE             PIC X(2).
           05  FILLER              PIC X.
           05  GP-VALUE            PIC X(14).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CD-TYPE             PIC X.
           05  FILLER              PIC X.
           05  CD-DATE             PIC X(8).

       FD  MAP-FILE.
       01  MAP-RECORD.
           05  GM-SOURCE           PIC X(2).
           05  FILLER              PIC X.
           05  GM-OPCODE           PIC X.
           05  FILLER              PIC X.
           05  GM-BAND             PIC X(8).
           05  FILLER              PIC X.
           05  GM-DEBIT-ACCT       PIC X(10).
           05  FILLER              PIC X.
           05  GM-CREDIT-ACCT      PIC X(10).
           05  FILLER              PIC X.
           05  GM-DESCRIPTION      PIC X(20).

       FD  LOG-FILE.
       01  LOG-RECORD.
           05  LG-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X.
           05  LG-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  LG-OPCODE           PIC X.
           05  FILLER              PIC X.
           05  LG-NUM1             PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  LG-NUM2             PIC S9(7)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  LG-RESULTADO        PIC S9(9)V9(2) SIGN LEADING
                                    SEPARATE.
           05  FILLER              PIC X.
           05  LG-FLAG50           PIC X(8).
           05  FILLER              PIC X.
           05  LG-BAND             PIC X(8).
           05  FILLER              PIC X.
           05  LG-BATCH-NO         PIC 9(6).
           05  FILLER              PIC X.
           05  LG-MOV-TYPE         PIC X.

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

       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WK-TYPE             PIC X(2).
           05  FILLER              PIC X.
           05  WK-ENTRY-NO         PIC 9(7).
           05  FILLER              PIC X.
           05  WK-GL-ACCOUNT       PIC X(10).
           05  FILLER              PIC X.
           05  WK-DC               PIC X.
           05  FILLER              PIC X.
           05  WK-AMOUNT           PIC 9(10)V9(2).
           05  FILLER              PIC X.
           05  WK-ORIGIN           PIC X(2).
           05  FILLER              PIC X.
           05  WK-ACCOUNT          PIC X(4).
           05  FILLER              PIC X.
           05  WK-DESCRIPTION      PIC X(20).

       FD  JOURNAL-FILE.
       01  JOURNAL-HEADER.
           05  JH-TYPE             PIC X(2).
           05  FILLER              PIC X.
           05  JH-BUSINESS-DATE    PIC X(8).
           05  FILLER              PIC X.
           05  JH-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X.
           05  JH-PROGRAM          PIC X(13).
           05  FILLER              PIC X.
           05  JH-SOURCE           PIC X(8).
       01  JOURNAL-DETAIL          PIC X(65).
       01  JOURNAL-TRAILER.
           05  JT-TYPE             PIC X(2).
           05  FILLER              PIC X.
           05  JT-TOTAL-DEBITS     PIC 9(12)V9(2).
           05  FILLER              PIC X.
           05  JT-TOTAL-CREDITS    PIC 9(12)V9(2).
           05  FILLER              PIC X.
           05  JT-ENTRY-COUNT      PIC 9(7).

       FD  PROOF-FILE.
       01  PROOF-LINE              PIC X(80).

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
       01  WS-MAP-STATUS           PIC X(2) VALUE "00".
       01  WS-LOG-STATUS           PIC X(2) VALUE "00".
       01  WS-ARCHIVE-STATUS       PIC X(2) VALUE "00".
       01  WS-AUDIT-STATUS         PIC X(2) VALUE "00".
       01  WS-HOLD-STATUS          PIC X(2) VALUE "00".
       01  WS-WORK-STATUS          PIC X(2) VALUE "00".
       01  WS-JOURNAL-STATUS       PIC X(2) VALUE "00".
       01  WS-PROOF-STATUS         PIC X(2) VALUE "00".
       01  WS-STEPCTL-STATUS       PIC X(2) VALUE "00".
       01  WS-STEPDEP-STATUS       PIC X(2) VALUE "00".
       01  WS-EOF-PARM             PIC X VALUE "N".
       01  WS-EOF-CALENDAR         PIC X VALUE "N".
       01  WS-EOF-MAP              PIC X VALUE "N".
       01  WS-EOF-LOG              PIC X VALUE "N".
       01  WS-EOF-ARCHIVE          PIC X VALUE "N".
       01  WS-EOF-AUDIT            PIC X VALUE "N".
       01  WS-EOF-HOLD             PIC X VALUE "N".
       01  WS-EOF-WORK             PIC X VALUE "N".
       01  WS-EOF-STEPDEP          PIC X VALUE "N".
       01  WS-USE-ARCHIVE          PIC X VALUE "N".
       01  WS-INPUT-MISSING        PIC X VALUE "N".
       01  WS-MAP-FOUND            PIC X VALUE "N".
       01  WS-RELEASE-OK           PIC X VALUE "N".
       01  WS-AMOUNT-OVERFLOW      PIC X VALUE "N".
       01  WS-GL-OVERFLOW          PIC X VALUE "N".

       01  WS-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01  WS-SELECT-DATE          PIC X(8) VALUE SPACES.
       01  WS-INPUT-NAME           PIC X(8) VALUE SPACES.

       01  WS-MAP-TABLE.
           05  WS-MAP-COUNT        PIC 9(4) VALUE 0.
           05  WS-MAP-MAX          PIC 9(4) VALUE 200.
           05  WS-MAP-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-SOURCE   PIC X(2).
               10  WS-MAP-OPCODE   PIC X.
               10  WS-MAP-BAND     PIC X(8).
               10  WS-MAP-DEBIT    PIC X(10).
               10  WS-MAP-CREDIT   PIC X(10).
               10  WS-MAP-DESC     PIC X(20).

       01  WS-MOVEMENT.
           05  WS-MOV-ORIGIN       PIC X(2).
           05  WS-MOV-KEY          PIC X.
           05  WS-MOV-BAND         PIC X(8).
           05  WS-MOV-LOG-BAND     PIC X(8).
           05  WS-MOV-ACCOUNT      PIC X(4).
           05  WS-MOV-AMOUNT       PIC S9(10)V9(2) SIGN LEADING
                                    SEPARATE.
           05  WS-MOV-MAGNITUDE    PIC 9(10)V9(2).
           05  WS-MOV-DEBIT        PIC X(10).
           05  WS-MOV-CREDIT       PIC X(10).

       01  WS-UNMAPPED-TABLE.
           05  WS-UNM-COUNT        PIC 9(3) VALUE 0.
           05  WS-UNM-MAX          PIC 9(3) VALUE 50.
           05  WS-UNM-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-UNM-IDX.
               10  WS-UNM-ORIGIN   PIC X(2).
               10  WS-UNM-KEY      PIC X.
               10  WS-UNM-BAND     PIC X(8).
               10  WS-UNM-MOVES    PIC 9(7).
               10  WS-UNM-SUM      PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE.

       01  WS-GL-TABLE.
           05  WS-GLA-COUNT        PIC 9(4) VALUE 0.
           05  WS-GLA-MAX          PIC 9(4) VALUE 500.
           05  WS-GLA-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-GLA-IDX WS-GLA-MOVE.
               10  WS-GLA-ACCOUNT  PIC X(10).
               10  WS-GLA-DEBITS   PIC 9(12)V9(2).
               10  WS-GLA-CREDITS  PIC 9(12)V9(2).
               10  WS-GLA-LINES    PIC 9(7).

       01  WS-GL-LOOKUP.
           05  WS-LKP-ACCOUNT      PIC X(10).
           05  WS-LKP-DC           PIC X.
           05  WS-LKP-FOUND        PIC X VALUE "N".

       01  WS-COUNTERS.
           05  WS-LOG-READ         PIC 9(7) VALUE 0.
           05  WS-REV-READ         PIC 9(7) VALUE 0.
           05  WS-ADJ-READ         PIC 9(7) VALUE 0.
           05  WS-HOLD-READ        PIC 9(7) VALUE 0.
           05  WS-HREL-READ        PIC 9(7) VALUE 0.
           05  WS-MOVES-POSTED     PIC 9(7) VALUE 0.
           05  WS-MOVES-ZERO       PIC 9(7) VALUE 0.
           05  WS-MOVES-UNMAPPED   PIC 9(7) VALUE 0.
           05  WS-ENTRY-NO         PIC 9(7) VALUE 0.
           05  WS-DEBIT-LINES      PIC 9(7) VALUE 0.
           05  WS-CREDIT-LINES     PIC 9(7) VALUE 0.
           05  WS-DETAIL-COUNT     PIC 9(7) VALUE 0.
           05  WS-TOTAL-DEBITS     PIC 9(12)V9(2) VALUE 0.
           05  WS-TOTAL-CREDITS    PIC 9(12)V9(2) VALUE 0.
           05  WS-SOURCE-TOTAL     PIC S9(12)V9(2) SIGN LEADING
                                    SEPARATE VALUE +0.

       01  WS-EDIT-FIELDS.
           05  WS-ED-COUNT         PIC ZZZZZZ9.
           05  WS-ED-AMOUNT        PIC ZZZZZZZZZZZ9.9(2).
           05  WS-ED-SUM           PIC -ZZZZZZZZZZZ9.9(2).

       01  WS-DATE-TIME-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CDT-DATE     PIC X(8).
               10  FILLER          PIC X(13).
           05  WS-RUN-TIMESTAMP    PIC X(21).

       01  WS-STEP-CONTROL.
           05  WS-STEP-NAME        PIC X(13) VALUE "GLPOST".
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
           PERFORM 1500-READ-CALENDAR
           MOVE WS-BUSINESS-DATE TO WS-STEP-DATE
           PERFORM 9600-START-STEP
           IF WS-STEP-REFUSED = "Y"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-LOAD-PARAMETERS
           PERFORM 2500-LOAD-GL-MAP
           IF WS-MAP-COUNT = 0
               DISPLAY "GLMAP.DAT SIN CUENTAS CONTABLES VALIDAS - "
                       "NO SE GENERA EL DIARIO"
               PERFORM 6600-SUPPRESS-JOURNAL
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-END-STEP
               STOP RUN
           END-IF
           OPEN OUTPUT WORK-FILE
           IF WS-USE-ARCHIVE = "N"
               PERFORM 3000-READ-AUDIT-LOG
           END-IF
           PERFORM 3500-READ-ARCHIVE
           IF WS-INPUT-MISSING = "Y"
               CLOSE WORK-FILE
               PERFORM 6600-SUPPRESS-JOURNAL
               MOVE 16 TO RETURN-CODE
               PERFORM 9700-END-STEP
               STOP RUN
           END-IF
           PERFORM 4000-READ-ADJUSTMENTS
           PERFORM 4500-READ-HOLDS
           CLOSE WORK-FILE
           PERFORM 6000-CHECK-JOURNAL-BALANCE
           IF WS-RELEASE-OK = "Y"
               PERFORM 6500-RELEASE-JOURNAL
           ELSE
               PERFORM 6600-SUPPRESS-JOURNAL
           END-IF
           PERFORM 7000-WRITE-PROOF-REPORT
           IF WS-RELEASE-OK = "Y"
               DISPLAY "DIARIO CONTABLE CUADRADO - GLJRNL.DAT "
                       "LIBERADO"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "** DIARIO CONTABLE NO CUADRA - GLJRNL.DAT "
                       "NO LIBERADO - REVISAR GLPRF.DAT **"
               MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM 9700-END-STEP
           STOP RUN.

       1500-READ-CALENDAR.
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
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-SELECT-DATE.

       2000-LOAD-PARAMETERS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "GLPARMS.DAT NO DISPONIBLE - SE CONTABILIZA "
                       "AUDITLOG.DAT DEL DIA"
           ELSE
               PERFORM UNTIL WS-EOF-PARM = "Y"
                   READ PARM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-PARM
                       NOT AT END
                           PERFORM 2100-APPLY-PARAMETER
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF
           IF WS-USE-ARCHIVE = "Y"
               MOVE "AUDARCHV" TO WS-INPUT-NAME
           ELSE
               MOVE "AUDITLOG" TO WS-INPUT-NAME
           END-IF
           DISPLAY "GLPOST - FECHA CONTABLE " WS-SELECT-DATE
                   " ORIGEN " WS-INPUT-NAME.

       2100-APPLY-PARAMETER.
           EVALUATE GP-CODE
               WHEN "FE"
                   EVALUATE TRUE
                       WHEN GP-VALUE(1:8) = "NEGOCIO "
                           MOVE WS-BUSINESS-DATE TO WS-SELECT-DATE
                           MOVE "Y" TO WS-USE-ARCHIVE
                       WHEN GP-VALUE(1:8) NUMERIC
                           MOVE GP-VALUE(1:8) TO WS-SELECT-DATE
                           MOVE "Y" TO WS-USE-ARCHIVE
                       WHEN OTHER
                           DISPLAY "FE INVALIDA EN GLPARMS: "
                                   GP-VALUE " - SE IGNORA"
                   END-EVALUATE
               WHEN OTHER
                   DISPLAY "PARAMETRO DESCONOCIDO EN GLPARMS: "
                           GP-CODE
           END-EVALUATE.

       2500-LOAD-GL-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-STATUS NOT = "00"
               DISPLAY "GLMAP.DAT NO DISPONIBLE - ESTADO "
                       WS-MAP-STATUS
           ELSE
               PERFORM UNTIL WS-EOF-MAP = "Y"
                   READ MAP-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-MAP
                       NOT AT END
                           PERFORM 2600-ADD-MAP-ENTRY
                   END-READ
               END-PERFORM
               CLOSE MAP-FILE
           END-IF.

       2600-ADD-MAP-ENTRY.
           IF GM-SOURCE = "AJ" AND GM-BAND = SPACES
               MOVE "*" TO GM-BAND
           END-IF
           EVALUATE TRUE
               WHEN GM-SOURCE NOT = "OP" AND GM-SOURCE NOT = "AJ"
                   DISPLAY "ORIGEN DESCONOCIDO EN GLMAP: " GM-SOURCE
                           " - SE IGNORA"
               WHEN GM-SOURCE = "OP"
                       AND GM-OPCODE NOT = "A" AND GM-OPCODE NOT = "S"
                       AND GM-OPCODE NOT = "M" AND GM-OPCODE NOT = "P"
                   DISPLAY "CODIGO DE OPERACION INVALIDO EN GLMAP: "
                           GM-OPCODE " - SE IGNORA"
               WHEN GM-SOURCE = "AJ"
                       AND GM-OPCODE NOT = "C" AND GM-OPCODE NOT = "D"
                   DISPLAY "TIPO DE AJUSTE INVALIDO EN GLMAP: "
                           GM-OPCODE " - SE IGNORA"
               WHEN GM-BAND = SPACES
                   DISPLAY "BANDA VACIA EN GLMAP PARA " GM-SOURCE
                           " " GM-OPCODE " - USE * PARA TODAS"
               WHEN GM-DEBIT-ACCT = SPACES OR GM-CREDIT-ACCT = SPACES
                   DISPLAY "CUENTA CONTABLE VACIA EN GLMAP PARA "
                           GM-SOURCE " " GM-OPCODE " " GM-BAND
                           " - SE IGNORA"
               WHEN GM-DEBIT-ACCT = GM-CREDIT-ACCT
                   DISPLAY "CUENTA DEBE IGUAL A CUENTA HABER EN GLMAP "
                           "PARA " GM-SOURCE " " GM-OPCODE " " GM-BAND
                           " - SE IGNORA"
               WHEN WS-MAP-COUNT >= WS-MAP-MAX
                   DISPLAY "TABLA DE CUENTAS CONTABLES LLENA - SE "
                           "IGNORA " GM-SOURCE " " GM-OPCODE " "
                           GM-BAND
               WHEN OTHER
                   MOVE GM-SOURCE TO WS-MOV-ORIGIN
                   MOVE GM-OPCODE TO WS-MOV-KEY
                   MOVE GM-BAND TO WS-MOV-BAND
                   PERFORM 5150-SEARCH-MAP
                   IF WS-MAP-FOUND = "Y"
                       DISPLAY "ENTRADA DUPLICADA EN GLMAP PARA "
                               GM-SOURCE " " GM-OPCODE " " GM-BAND
                               " - SE CONSERVA LA PRIMERA"
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       SET WS-MAP-IDX TO WS-MAP-COUNT
                       MOVE GM-SOURCE TO WS-MAP-SOURCE(WS-MAP-IDX)
                       MOVE GM-OPCODE TO WS-MAP-OPCODE(WS-MAP-IDX)
                       MOVE GM-BAND TO WS-MAP-BAND(WS-MAP-IDX)
                       MOVE GM-DEBIT-ACCT TO WS-MAP-DEBIT(WS-MAP-IDX)
                       MOVE GM-CREDIT-ACCT
                           TO WS-MAP-CREDIT(WS-MAP-IDX)
                       MOVE GM-DESCRIPTION TO WS-MAP-DESC(WS-MAP-IDX)
                   END-IF
           END-EVALUATE.

       3000-READ-AUDIT-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS NOT = "00"
               DISPLAY "AUDITLOG.DAT NO DISPONIBLE - ESTADO "
                       WS-LOG-STATUS " - NO SE GENERA EL DIARIO"
               MOVE "Y" TO WS-INPUT-MISSING
           ELSE
               PERFORM UNTIL WS-EOF-LOG = "Y"
                   READ LOG-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-LOG
                       NOT AT END
                           ADD 1 TO WS-LOG-READ
                           MOVE "OP" TO WS-MOV-ORIGIN
                           MOVE LG-OPCODE TO WS-MOV-KEY
                           MOVE LG-BAND TO WS-MOV-BAND
                           MOVE LG-ACCOUNT TO WS-MOV-ACCOUNT
                           MOVE LG-RESULTADO TO WS-MOV-AMOUNT
                           PERFORM 5000-POST-MOVEMENT
                   END-READ
               END-PERFORM
               CLOSE LOG-FILE
           END-IF.

       3500-READ-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE
           EVALUATE TRUE
               WHEN WS-ARCHIVE-STATUS = "00"
                   PERFORM UNTIL WS-EOF-ARCHIVE = "Y"
                       READ ARCHIVE-FILE
                           AT END
                               MOVE "Y" TO WS-EOF-ARCHIVE
                           NOT AT END
                               PERFORM 3550-SELECT-ARCHIVE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               WHEN WS-USE-ARCHIVE = "Y"
                   DISPLAY "AUDARCHV.DAT NO DISPONIBLE - ESTADO "
                           WS-ARCHIVE-STATUS
                           " - NO SE GENERA EL DIARIO"
                   MOVE "Y" TO WS-INPUT-MISSING
               WHEN OTHER
                   DISPLAY "AUDARCHV.DAT NO DISPONIBLE - DIARIO SIN "
                           "REVERSOS DE LOTE"
           END-EVALUATE.

       3550-SELECT-ARCHIVE-ROW.
           IF AR-RUN-DATE = WS-SELECT-DATE
                   AND (WS-USE-ARCHIVE = "Y" OR AR-MOV-TYPE = "R")
               IF AR-MOV-TYPE = "R"
                   ADD 1 TO WS-REV-READ
               ELSE
                   ADD 1 TO WS-LOG-READ
               END-IF
               MOVE "OP" TO WS-MOV-ORIGIN
               MOVE AR-OPCODE TO WS-MOV-KEY
               MOVE AR-BAND TO WS-MOV-BAND
               MOVE AR-ACCOUNT TO WS-MOV-ACCOUNT
               MOVE AR-RESULTADO TO WS-MOV-AMOUNT
               PERFORM 5000-POST-MOVEMENT
           END-IF.

       4000-READ-ADJUSTMENTS.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "BALAUDIT.DAT NO DISPONIBLE - DIARIO SIN "
                       "AJUSTES MANUALES"
           ELSE
               PERFORM UNTIL WS-EOF-AUDIT = "Y"
                   READ AUDIT-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-AUDIT
                       NOT AT END
                           IF BA-TIMESTAMP(1:8) = WS-SELECT-DATE
                               PERFORM 4100-POST-ADJUSTMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF.

       4100-POST-ADJUSTMENT.
           ADD 1 TO WS-ADJ-READ
           MOVE "AJ" TO WS-MOV-ORIGIN
           IF BA-ADJUSTMENT < 0
               MOVE "D" TO WS-MOV-KEY
           ELSE
               MOVE "C" TO WS-MOV-KEY
           END-IF
           MOVE "*" TO WS-MOV-BAND
           MOVE BA-ACCOUNT TO WS-MOV-ACCOUNT
           MOVE BA-ADJUSTMENT TO WS-MOV-AMOUNT
           PERFORM 5000-POST-MOVEMENT.

       4500-READ-HOLDS.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "HOLDPOST.DAT NO DISPONIBLE - DIARIO SIN "
                       "MOVIMIENTOS RETENIDOS"
           ELSE
               PERFORM UNTIL WS-EOF-HOLD = "Y"
                   READ HOLD-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-HOLD
                       NOT AT END
                           PERFORM 4600-POST-HOLD-ROW
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

       4600-POST-HOLD-ROW.
           MOVE "OP" TO WS-MOV-ORIGIN
           MOVE HP-OPCODE TO WS-MOV-KEY
           MOVE HP-BAND TO WS-MOV-BAND
           MOVE HP-ACCOUNT TO WS-MOV-ACCOUNT
           IF HP-HOLD-DATE = WS-SELECT-DATE
               ADD 1 TO WS-HOLD-READ
               COMPUTE WS-MOV-AMOUNT = HP-AMOUNT * -1
               PERFORM 5000-POST-MOVEMENT
           END-IF
           IF HP-STATUS = "LIBERADO"
                   AND HP-DECISION-DATE = WS-SELECT-DATE
               ADD 1 TO WS-HREL-READ
               MOVE HP-BAND TO WS-MOV-BAND
               MOVE HP-AMOUNT TO WS-MOV-AMOUNT
               PERFORM 5000-POST-MOVEMENT
           END-IF.

       5000-POST-MOVEMENT.
           ADD WS-MOV-AMOUNT TO WS-SOURCE-TOTAL
           IF WS-MOV-AMOUNT = 0
               ADD 1 TO WS-MOVES-ZERO
           ELSE
               PERFORM 5100-FIND-MAPPING
               IF WS-MAP-FOUND = "N"
                   PERFORM 5300-RECORD-UNMAPPED
               ELSE
                   PERFORM 5200-WRITE-ENTRY-PAIR
               END-IF
           END-IF.

       5100-FIND-MAPPING.
           MOVE WS-MOV-BAND TO WS-MOV-LOG-BAND
           PERFORM 5150-SEARCH-MAP
           IF WS-MAP-FOUND = "N" AND WS-MOV-BAND NOT = "*"
               MOVE "*" TO WS-MOV-BAND
               PERFORM 5150-SEARCH-MAP
           END-IF
           IF WS-MAP-FOUND = "Y"
               IF WS-MOV-AMOUNT < 0
                   COMPUTE WS-MOV-MAGNITUDE = WS-MOV-AMOUNT * -1
                   MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-MOV-DEBIT
                   MOVE WS-MAP-DEBIT(WS-MAP-IDX) TO WS-MOV-CREDIT
               ELSE
                   MOVE WS-MOV-AMOUNT TO WS-MOV-MAGNITUDE
                   MOVE WS-MAP-DEBIT(WS-MAP-IDX) TO WS-MOV-DEBIT
                   MOVE WS-MAP-CREDIT(WS-MAP-IDX) TO WS-MOV-CREDIT
               END-IF
           END-IF.

       5150-SEARCH-MAP.
           MOVE "N" TO WS-MAP-FOUND
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-SOURCE(WS-MAP-IDX) = WS-MOV-ORIGIN
                       AND WS-MAP-OPCODE(WS-MAP-IDX) = WS-MOV-KEY
                       AND WS-MAP-BAND(WS-MAP-IDX) = WS-MOV-BAND
                   MOVE "Y" TO WS-MAP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       5200-WRITE-ENTRY-PAIR.
           ADD 1 TO WS-MOVES-POSTED
           ADD 1 TO WS-ENTRY-NO
           ADD WS-MOV-MAGNITUDE TO WS-TOTAL-DEBITS
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW
           END-ADD
           ADD WS-MOV-MAGNITUDE TO WS-TOTAL-CREDITS
               ON SIZE ERROR
                   MOVE "Y" TO WS-AMOUNT-OVERFLOW
           END-ADD
           MOVE SPACES TO WORK-RECORD
           MOVE "DT" TO WK-TYPE
           MOVE WS-ENTRY-NO TO WK-ENTRY-NO
           MOVE WS-MOV-DEBIT TO WK-GL-ACCOUNT
           MOVE "D" TO WK-DC
           MOVE WS-MOV-MAGNITUDE TO WK-AMOUNT
           MOVE WS-MOV-ORIGIN TO WK-ORIGIN
           MOVE WS-MOV-ACCOUNT TO WK-ACCOUNT
           MOVE WS-MAP-DESC(WS-MAP-IDX) TO WK-DESCRIPTION
           WRITE WORK-RECORD
           ADD 1 TO WS-DEBIT-LINES
           MOVE WS-MOV-DEBIT TO WS-LKP-ACCOUNT
           MOVE "D" TO WS-LKP-DC
           PERFORM 5500-ACCUMULATE-GL-ACCOUNT
           MOVE WS-MOV-CREDIT TO WK-GL-ACCOUNT
           MOVE "C" TO WK-DC
           WRITE WORK-RECORD
           ADD 1 TO WS-CREDIT-LINES
           MOVE WS-MOV-CREDIT TO WS-LKP-ACCOUNT
           MOVE "C" TO WS-LKP-DC
           PERFORM 5500-ACCUMULATE-GL-ACCOUNT
           ADD 2 TO WS-DETAIL-COUNT.

       5300-RECORD-UNMAPPED.
           ADD 1 TO WS-MOVES-UNMAPPED
           MOVE "N" TO WS-LKP-FOUND
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
               IF WS-UNM-ORIGIN(WS-UNM-IDX) = WS-MOV-ORIGIN
                       AND WS-UNM-KEY(WS-UNM-IDX) = WS-MOV-KEY
                       AND WS-UNM-BAND(WS-UNM-IDX) = WS-MOV-LOG-BAND
                   MOVE "Y" TO WS-LKP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LKP-FOUND = "N"
               IF WS-UNM-COUNT >= WS-UNM-MAX
                   DISPLAY "TABLA DE MOVIMIENTOS SIN CUENTA LLENA - "
                           WS-MOV-ORIGIN " " WS-MOV-KEY
                           " SIN DESGLOSE"
               ELSE
                   ADD 1 TO WS-UNM-COUNT
                   SET WS-UNM-IDX TO WS-UNM-COUNT
                   MOVE WS-MOV-ORIGIN TO WS-UNM-ORIGIN(WS-UNM-IDX)
                   MOVE WS-MOV-KEY TO WS-UNM-KEY(WS-UNM-IDX)
                   MOVE WS-MOV-LOG-BAND TO WS-UNM-BAND(WS-UNM-IDX)
                   MOVE 0 TO WS-UNM-MOVES(WS-UNM-IDX)
                   MOVE +0 TO WS-UNM-SUM(WS-UNM-IDX)
                   MOVE "Y" TO WS-LKP-FOUND
               END-IF
           END-IF
           IF WS-LKP-FOUND = "Y"
               ADD 1 TO WS-UNM-MOVES(WS-UNM-IDX)
               ADD WS-MOV-AMOUNT TO WS-UNM-SUM(WS-UNM-IDX)
           END-IF.

       5500-ACCUMULATE-GL-ACCOUNT.
           MOVE "N" TO WS-LKP-FOUND
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                   UNTIL WS-GLA-IDX > WS-GLA-COUNT
               IF WS-GLA-ACCOUNT(WS-GLA-IDX) >= WS-LKP-ACCOUNT
                   IF WS-GLA-ACCOUNT(WS-GLA-IDX) = WS-LKP-ACCOUNT
                       MOVE "Y" TO WS-LKP-FOUND
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LKP-FOUND = "N"
               IF WS-GLA-COUNT >= WS-GLA-MAX
                   MOVE "Y" TO WS-GL-OVERFLOW
                   DISPLAY "TABLA DE CUENTAS DEL RESUMEN LLENA - "
                           WS-LKP-ACCOUNT " SIN DESGLOSE"
               ELSE
                   PERFORM 5550-INSERT-GL-ACCOUNT
                   MOVE "Y" TO WS-LKP-FOUND
               END-IF
           END-IF
           IF WS-LKP-FOUND = "Y"
               ADD 1 TO WS-GLA-LINES(WS-GLA-IDX)
               IF WS-LKP-DC = "D"
                   ADD WS-MOV-MAGNITUDE TO WS-GLA-DEBITS(WS-GLA-IDX)
               ELSE
                   ADD WS-MOV-MAGNITUDE TO WS-GLA-CREDITS(WS-GLA-IDX)
               END-IF
           END-IF.

       5550-INSERT-GL-ACCOUNT.
           PERFORM VARYING WS-GLA-MOVE FROM WS-GLA-COUNT BY -1
                   UNTIL WS-GLA-MOVE < WS-GLA-IDX
               MOVE WS-GLA-ENTRY(WS-GLA-MOVE)
                   TO WS-GLA-ENTRY(WS-GLA-MOVE + 1)
           END-PERFORM
           ADD 1 TO WS-GLA-COUNT
           MOVE WS-LKP-ACCOUNT TO WS-GLA-ACCOUNT(WS-GLA-IDX)
           MOVE 0 TO WS-GLA-DEBITS(WS-GLA-IDX)
           MOVE 0 TO WS-GLA-CREDITS(WS-GLA-IDX)
           MOVE 0 TO WS-GLA-LINES(WS-GLA-IDX).

       6000-CHECK-JOURNAL-BALANCE.
           MOVE "Y" TO WS-RELEASE-OK
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
                   OR WS-DEBIT-LINES NOT = WS-CREDIT-LINES
               DISPLAY "DEBITOS " WS-TOTAL-DEBITS " CREDITOS "
                       WS-TOTAL-CREDITS " - DIARIO DESCUADRADO"
               MOVE "N" TO WS-RELEASE-OK
           END-IF
           IF WS-MOVES-UNMAPPED > 0
               DISPLAY "MOVIMIENTOS SIN CUENTA CONTABLE: "
                       WS-MOVES-UNMAPPED
               MOVE "N" TO WS-RELEASE-OK
           END-IF
           IF WS-AMOUNT-OVERFLOW = "Y" OR WS-GL-OVERFLOW = "Y"
               DISPLAY "DESBORDAMIENTO EN TOTALES DEL DIARIO"
               MOVE "N" TO WS-RELEASE-OK
           END-IF.

       6500-RELEASE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO JOURNAL-HEADER
           MOVE "HD" TO JH-TYPE
           MOVE WS-SELECT-DATE TO JH-BUSINESS-DATE
           MOVE WS-RUN-TIMESTAMP TO JH-TIMESTAMP
           MOVE "GLPOST" TO JH-PROGRAM
           MOVE WS-INPUT-NAME TO JH-SOURCE
           WRITE JOURNAL-HEADER
           MOVE "N" TO WS-EOF-WORK
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-EOF-WORK = "Y"
               READ WORK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-WORK
                   NOT AT END
                       MOVE WORK-RECORD TO JOURNAL-DETAIL
                       WRITE JOURNAL-DETAIL
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           MOVE SPACES TO JOURNAL-TRAILER
           MOVE "TR" TO JT-TYPE
           MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS
           MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
           MOVE WS-DETAIL-COUNT TO JT-ENTRY-COUNT
           WRITE JOURNAL-TRAILER
           CLOSE JOURNAL-FILE.

       6600-SUPPRESS-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE
           CLOSE JOURNAL-FILE.

       7000-WRITE-PROOF-REPORT.
           OPEN OUTPUT PROOF-FILE
           MOVE "GLPOST - PRUEBA DEL DIARIO CONTABLE POR CUENTA"
               TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           STRING "FECHA CONTABLE " WS-SELECT-DATE
               " ORIGEN " WS-INPUT-NAME
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-LOG-READ TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "OPERACIONES LEIDAS:        " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-REV-READ TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "REVERSOS DE LOTE LEIDOS:   " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-ADJ-READ TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "AJUSTES APROBADOS LEIDOS:  " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-HOLD-READ TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "RETENCIONES DEL DIA:      " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-HREL-READ TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "RETENCIONES LIBERADAS:    " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-MOVES-ZERO TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "MOVIMIENTOS EN CERO:       " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-SOURCE-TOTAL TO WS-ED-SUM
           MOVE SPACES TO PROOF-LINE
           STRING "NETO DE MOVIMIENTOS:    " WS-ED-SUM
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE "CUENTA CONTABLE   LINEAS           DEBE          HABER"
               TO PROOF-LINE
           WRITE PROOF-LINE
           PERFORM VARYING WS-GLA-IDX FROM 1 BY 1
                   UNTIL WS-GLA-IDX > WS-GLA-COUNT
               PERFORM 7100-WRITE-GL-ACCOUNT-LINES
           END-PERFORM
           MOVE WS-DETAIL-COUNT TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "LINEAS DEL DIARIO:         " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-TOTAL-DEBITS TO WS-ED-AMOUNT
           MOVE SPACES TO PROOF-LINE
           STRING "TOTAL DEBE:             " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           MOVE WS-TOTAL-CREDITS TO WS-ED-AMOUNT
           MOVE SPACES TO PROOF-LINE
           STRING "TOTAL HABER:            " WS-ED-AMOUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           IF WS-MOVES-UNMAPPED > 0
               PERFORM 7200-WRITE-UNMAPPED-LINES
           END-IF
           IF WS-RELEASE-OK = "Y"
               MOVE "RESULTADO: DIARIO CUADRADO - GLJRNL.DAT LIBERADO"
                   TO PROOF-LINE
               WRITE PROOF-LINE
           ELSE
               MOVE "** RESULTADO: DIARIO NO CUADRA - GLJRNL.DAT NO "
                   TO PROOF-LINE
               WRITE PROOF-LINE
               MOVE "** LIBERADO - CORREGIR GLMAP.DAT Y REPROCESAR **"
                   TO PROOF-LINE
               WRITE PROOF-LINE
           END-IF
           CLOSE PROOF-FILE.

       7100-WRITE-GL-ACCOUNT-LINES.
           MOVE SPACES TO PROOF-LINE
           MOVE WS-GLA-LINES(WS-GLA-IDX) TO WS-ED-COUNT
           STRING WS-GLA-ACCOUNT(WS-GLA-IDX) "     " WS-ED-COUNT
               DELIMITED BY SIZE INTO PROOF-LINE
           MOVE WS-GLA-DEBITS(WS-GLA-IDX) TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO PROOF-LINE(23:15)
           MOVE WS-GLA-CREDITS(WS-GLA-IDX) TO WS-ED-AMOUNT
           MOVE WS-ED-AMOUNT TO PROOF-LINE(39:15)
           WRITE PROOF-LINE.

       7200-WRITE-UNMAPPED-LINES.
           MOVE WS-MOVES-UNMAPPED TO WS-ED-COUNT
           MOVE SPACES TO PROOF-LINE
           STRING "** MOVIMIENTOS SIN CUENTA CONTABLE: " WS-ED-COUNT
               " **"
               DELIMITED BY SIZE INTO PROOF-LINE
           WRITE PROOF-LINE
           PERFORM VARYING WS-UNM-IDX FROM 1 BY 1
                   UNTIL WS-UNM-IDX > WS-UNM-COUNT
               MOVE WS-UNM-MOVES(WS-UNM-IDX) TO WS-ED-COUNT
               MOVE WS-UNM-SUM(WS-UNM-IDX) TO WS-ED-SUM
               MOVE SPACES TO PROOF-LINE
               STRING "  " WS-UNM-ORIGIN(WS-UNM-IDX)
                   " " WS-UNM-KEY(WS-UNM-IDX)
                   " " WS-UNM-BAND(WS-UNM-IDX)
                   " MOVIMIENTOS " WS-ED-COUNT
                   " IMPORTE " WS-ED-SUM
                   DELIMITED BY SIZE INTO PROOF-LINE
               WRITE PROOF-LINE
           END-PERFORM.

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

       END PROGRAM GLPOST.
