    SELECT OPTIONAL USAGE-HISTORY ASSIGN TO "USAGEHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKORD-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT SCHEDULE-REPORT ASSIGN TO "MNTSCHED.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
COPY SVCHIST.
FD  USAGE-HISTORY.
COPY USAGEREC.
FD  WORK-ORDER-FILE.
COPY WORKORD.
FD  PARM-FILE.
COPY PARMREC.
FD  SCHEDULE-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-INTERVAL-STATUS PIC XX VALUE "00".
    01 WS-SVCHIST-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-WORKORD-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
        88 EOF-SVCHIST VALUE "Y".
    01 WS-EOF-USAGE PIC X VALUE "N".
        88 EOF-USAGE VALUE "Y".
    01 WS-EOF-WORKORD PIC X VALUE "N".
        88 EOF-WORKORD VALUE "Y".

    01 WS-INTERVAL-MAX PIC 9(3) VALUE 100.
    01 WS-INTERVAL-COUNT PIC 9(3) VALUE 0.
            10 WS-FLT-USAGE-DAYS PIC 9(5).
            10 WS-FLT-USAGE-KM PIC 9(9).

    01 WS-WO-MAX PIC 9(5) VALUE 5000.
    01 WS-WO-COUNT PIC 9(5) VALUE 0.
    01 WS-WO-IX PIC 9(5) VALUE 0.
    01 WS-WO-FOUND PIC X VALUE "N".
        88 WO-FOUND VALUE "Y".
    01 WS-WO-TABLE.
        05 WS-WO-ENTRY OCCURS 5000 TIMES.
            10 WS-WOT-NUMBER PIC 9(6).
            10 WS-WOT-VEH-ID PIC 9(5).
            10 WS-WOT-STATUS PIC X.
            10 WS-WOT-TRIGGER PIC X.
            10 WS-WOT-OPEN-DATE PIC 9(8).
            10 WS-WOT-OPEN-ODOMETER PIC 9(5).
            10 WS-WOT-CLOSE-DATE PIC 9(8).
            10 WS-WOT-CLOSE-ODOMETER PIC 9(5).
    01 WS-LAST-WO-NUMBER PIC 9(6) VALUE 0.
    01 WS-WO-TRIGGER PIC X VALUE SPACE.

    01 WS-RECENT-DAYS PIC 9(3) VALUE 30.
    01 WS-RECENT-CUTOFF PIC 9(8) VALUE 0.
    01 WS-RUN-DATE-INT PIC 9(7) VALUE 0.
    01 WS-DUE-COUNT PIC 9(5) VALUE 0.
    01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
    01 WS-NO-INTERVAL-COUNT PIC 9(5) VALUE 0.
    01 WS-WO-OPENED-COUNT PIC 9(5) VALUE 0.
    01 WS-WO-ALREADY-COUNT PIC 9(5) VALUE 0.
    01 WS-WO-UPGRADED-COUNT PIC 9(5) VALUE 0.

    01 WS-RUN-ID PIC X(8).
    01 WS-RUN-DATE PIC 9(8).
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-INTERVAL-TABLE

PERFORM LOAD-RECENT-USAGE

PERFORM LOAD-WORK-ORDER-TABLE

PERFORM BUILD-WORK-LIST

PERFORM REWRITE-WORK-ORDER-FILE

PERFORM WRITE-SCHEDULE-TOTALS

CLOSE SCHEDULE-REPORT

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

READ-DAILY-PARM.

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de parametros diarios"
    CLOSE SCHEDULE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE SCHEDULE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE SCHEDULE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-RUN-DATE
MOVE WS-RUN-DATE TO WS-RUN-ID

COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
COMPUTE WS-RECENT-CUTOFF = FUNCTION DATE-OF-INTEGER
    CONTINUE
END-READ.

LOAD-WORK-ORDER-TABLE.

OPEN INPUT WORK-ORDER-FILE
IF WS-WORKORD-STATUS NOT = "00" AND WS-WORKORD-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo WORKORD.DAT"
    CLOSE SCHEDULE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-WORK-ORDER-RECORD

PERFORM UNTIL EOF-WORKORD
    IF WS-WO-COUNT >= WS-WO-MAX
        DISPLAY "ERRO: tabela de ordens de servico cheia"
        CLOSE WORK-ORDER-FILE
        CLOSE SCHEDULE-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF WO-NUMBER > WS-LAST-WO-NUMBER
        MOVE WO-NUMBER TO WS-LAST-WO-NUMBER
    END-IF
    ADD 1 TO WS-WO-COUNT
    MOVE WO-NUMBER TO WS-WOT-NUMBER(WS-WO-COUNT)
    MOVE WO-VEH-ID TO WS-WOT-VEH-ID(WS-WO-COUNT)
    MOVE WO-STATUS TO WS-WOT-STATUS(WS-WO-COUNT)
    MOVE WO-TRIGGER TO WS-WOT-TRIGGER(WS-WO-COUNT)
    MOVE WO-OPEN-DATE TO WS-WOT-OPEN-DATE(WS-WO-COUNT)
    MOVE WO-OPEN-ODOMETER TO WS-WOT-OPEN-ODOMETER(WS-WO-COUNT)
    MOVE WO-CLOSE-DATE TO WS-WOT-CLOSE-DATE(WS-WO-COUNT)
    MOVE WO-CLOSE-ODOMETER TO WS-WOT-CLOSE-ODOMETER(WS-WO-COUNT)
    PERFORM READ-WORK-ORDER-RECORD
END-PERFORM

CLOSE WORK-ORDER-FILE.

READ-WORK-ORDER-RECORD.

READ WORK-ORDER-FILE
    AT END
    SET EOF-WORKORD TO TRUE
    NOT AT END
    CONTINUE
END-READ.

FIND-FLEET-ENTRY.

MOVE "N" TO WS-FLEET-FOUND
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM WRITE-SERVICE-BASE-LINE
    MOVE "V" TO WS-WO-TRIGGER
    PERFORM OPEN-WORK-ORDER

WHEN WS-KM-REMAINING <= WS-DUE-THRESHOLD-KM
    ADD 1 TO WS-DUE-COUNT
    END-IF
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM WRITE-SERVICE-BASE-LINE
    MOVE "A" TO WS-WO-TRIGGER
    PERFORM OPEN-WORK-ORDER

END-EVALUATE.

END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

OPEN-WORK-ORDER.

MOVE "N" TO WS-WO-FOUND

PERFORM VARYING WS-WO-IX FROM 1 BY 1
        UNTIL WS-WO-IX > WS-WO-COUNT
           OR WO-FOUND
    IF WS-WOT-VEH-ID(WS-WO-IX) = VEH-ID
            AND WS-WOT-STATUS(WS-WO-IX) = "O"
        MOVE "Y" TO WS-WO-FOUND
    END-IF
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
IF WO-FOUND
    SUBTRACT 1 FROM WS-WO-IX
    ADD 1 TO WS-WO-ALREADY-COUNT
    IF WS-WO-TRIGGER = "V" AND WS-WOT-TRIGGER(WS-WO-IX) NOT = "V"
        MOVE "V" TO WS-WOT-TRIGGER(WS-WO-IX)
        ADD 1 TO WS-WO-UPGRADED-COUNT
        STRING "         ORDEM DE SERVICO "
            WS-WOT-NUMBER(WS-WO-IX)
            " JA ABERTA DESDE " WS-WOT-OPEN-DATE(WS-WO-IX)
            " - PASSA A VENCIDA"
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    ELSE
        STRING "         ORDEM DE SERVICO "
            WS-WOT-NUMBER(WS-WO-IX)
            " JA ABERTA DESDE " WS-WOT-OPEN-DATE(WS-WO-IX)
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    END-IF
ELSE
    IF WS-WO-COUNT >= WS-WO-MAX
        DISPLAY "ERRO: tabela de ordens de servico cheia"
        CLOSE VEHICLE-MASTER
        CLOSE SCHEDULE-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-LAST-WO-NUMBER
    ADD 1 TO WS-WO-COUNT
    MOVE WS-LAST-WO-NUMBER TO WS-WOT-NUMBER(WS-WO-COUNT)
    MOVE VEH-ID TO WS-WOT-VEH-ID(WS-WO-COUNT)
    MOVE "O" TO WS-WOT-STATUS(WS-WO-COUNT)
    MOVE WS-WO-TRIGGER TO WS-WOT-TRIGGER(WS-WO-COUNT)
    MOVE WS-RUN-DATE TO WS-WOT-OPEN-DATE(WS-WO-COUNT)
    MOVE VEH-ODOMETER TO WS-WOT-OPEN-ODOMETER(WS-WO-COUNT)
    MOVE 0 TO WS-WOT-CLOSE-DATE(WS-WO-COUNT)
    MOVE 0 TO WS-WOT-CLOSE-ODOMETER(WS-WO-COUNT)
    ADD 1 TO WS-WO-OPENED-COUNT
    STRING "         ORDEM DE SERVICO " WS-LAST-WO-NUMBER " ABERTA"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

REWRITE-WORK-ORDER-FILE.

OPEN OUTPUT WORK-ORDER-FILE
IF WS-WORKORD-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o arquivo WORKORD.DAT"
    CLOSE SCHEDULE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM VARYING WS-WO-IX FROM 1 BY 1
        UNTIL WS-WO-IX > WS-WO-COUNT
    MOVE WS-WOT-NUMBER(WS-WO-IX) TO WO-NUMBER
    MOVE WS-WOT-VEH-ID(WS-WO-IX) TO WO-VEH-ID
    MOVE WS-WOT-STATUS(WS-WO-IX) TO WO-STATUS
    MOVE WS-WOT-TRIGGER(WS-WO-IX) TO WO-TRIGGER
    MOVE WS-WOT-OPEN-DATE(WS-WO-IX) TO WO-OPEN-DATE
    MOVE WS-WOT-OPEN-ODOMETER(WS-WO-IX) TO WO-OPEN-ODOMETER
    MOVE WS-WOT-CLOSE-DATE(WS-WO-IX) TO WO-CLOSE-DATE
    MOVE WS-WOT-CLOSE-ODOMETER(WS-WO-IX) TO WO-CLOSE-ODOMETER
    WRITE WORK-ORDER-REC
END-PERFORM

CLOSE WORK-ORDER-FILE.

WRITE-SCHEDULE-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEICULOS SEM INTERVALO:   " WS-NO-INTERVAL-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS DE SERVICO ABERTAS: " WS-WO-OPENED-COUNT
    "  JA EXISTENTES: " WS-WO-ALREADY-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS PASSADAS A VENCIDAS: " WS-WO-UPGRADED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.
