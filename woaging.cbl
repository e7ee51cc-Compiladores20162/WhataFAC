IDENTIFICATION DIVISION.
PROGRAM-ID. WOAGING.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKORD-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT AGING-REPORT ASSIGN TO "WOAGING.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  WORK-ORDER-FILE.
COPY WORKORD.
FD  PARM-FILE.
COPY PARMREC.
FD  AGING-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-WORKORD-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-EOF-WORKORD PIC X VALUE "N".
        88 EOF-WORKORD VALUE "Y".

    01 WS-BUCKET-LIMITS.
        05 FILLER PIC 9(3) VALUE 7.
        05 FILLER PIC 9(3) VALUE 14.
        05 FILLER PIC 9(3) VALUE 30.
        05 FILLER PIC 9(3) VALUE 999.
    01 WS-BUCKET-LIMIT-TABLE REDEFINES WS-BUCKET-LIMITS.
        05 WS-BUCKET-LIMIT OCCURS 4 TIMES PIC 9(3).
    01 WS-BUCKET-NAMES.
        05 FILLER PIC X(12) VALUE "0 A 7 DIAS".
        05 FILLER PIC X(12) VALUE "8 A 14 DIAS".
        05 FILLER PIC X(12) VALUE "15 A 30 DIAS".
        05 FILLER PIC X(12) VALUE "MAIS DE 30".
    01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
        05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(12).
    01 WS-BUCKET-COUNTS.
        05 WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(5).
    01 WS-BUCKET-IX PIC 9 VALUE 0.

    01 WS-STALE-DAYS PIC 9(3) VALUE 30.
    01 WS-AGE-WORK PIC S9(5) VALUE 0.
    01 WS-AGE-DAYS PIC 9(3) VALUE 0.
    01 WS-RUN-DATE-INT PIC 9(7) VALUE 0.
    01 WS-OPEN-DATE-INT PIC 9(7) VALUE 0.
    01 WS-TRIGGER-TEXT PIC X(8).

    01 WS-ORDER-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
    01 WS-STALE-COUNT PIC 9(5) VALUE 0.

    01 WS-RUN-ID PIC X(8).
    01 WS-RUN-DATE PIC 9(8).
    01 WS-CURRENT-DATETIME PIC X(21).

    01 WS-REPORT-LINE-COUNT PIC 9(3) VALUE 0.
    01 WS-REPORT-PAGE-NO PIC 9(3) VALUE 0.
    01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

    01 WS-REPORT-HEADING-1 PIC X(80).
    01 WS-REPORT-HEADING-2 PIC X(80).
    01 WS-REPORT-DETAIL PIC X(80).

PROCEDURE DIVISION.
MAIN-PROCEDURE.

PERFORM INIT-RUN-ID

OPEN OUTPUT AGING-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de ordens abertas"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM WRITE-REPORT-HEADING

OPEN INPUT WORK-ORDER-FILE
IF WS-WORKORD-STATUS NOT = "00" AND WS-WORKORD-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo WORKORD.DAT"
    CLOSE AGING-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE ZEROS TO WS-BUCKET-COUNTS

PERFORM READ-WORK-ORDER-RECORD

PERFORM UNTIL EOF-WORKORD
    IF WO-STATUS-OPEN
        PERFORM AGE-ONE-ORDER
    END-IF
    PERFORM READ-WORK-ORDER-RECORD
END-PERFORM

CLOSE WORK-ORDER-FILE

IF WS-OPEN-COUNT = 0
    MOVE "NENHUMA ORDEM DE SERVICO ABERTA" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM WRITE-AGING-TOTALS

CLOSE AGING-REPORT

IF WS-STALE-COUNT > 0
    MOVE 2 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

READ-DAILY-PARM.

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de parametros diarios"
    CLOSE AGING-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE AGING-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE AGING-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-RUN-DATE
MOVE WS-RUN-DATE TO WS-RUN-ID
COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

READ-WORK-ORDER-RECORD.

READ WORK-ORDER-FILE
    AT END
    SET EOF-WORKORD TO TRUE
    NOT AT END
    ADD 1 TO WS-ORDER-READ-COUNT
END-READ.

AGE-ONE-ORDER.

ADD 1 TO WS-OPEN-COUNT

COMPUTE WS-OPEN-DATE-INT = FUNCTION INTEGER-OF-DATE(WO-OPEN-DATE)
COMPUTE WS-AGE-WORK = WS-RUN-DATE-INT - WS-OPEN-DATE-INT
IF WS-AGE-WORK < 0
    MOVE 0 TO WS-AGE-WORK
END-IF
IF WS-AGE-WORK > 999
    MOVE 999 TO WS-AGE-WORK
END-IF
MOVE WS-AGE-WORK TO WS-AGE-DAYS

PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
        UNTIL WS-BUCKET-IX > 4
           OR WS-AGE-DAYS <= WS-BUCKET-LIMIT(WS-BUCKET-IX)
    CONTINUE
END-PERFORM
ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-IX)

IF WO-TRIGGER-OVERDUE
    MOVE "VENCIDO" TO WS-TRIGGER-TEXT
ELSE
    MOVE "A VENCER" TO WS-TRIGGER-TEXT
END-IF

MOVE SPACES TO WS-REPORT-DETAIL
IF WS-AGE-DAYS > WS-STALE-DAYS
    ADD 1 TO WS-STALE-COUNT
    STRING "OS " WO-NUMBER " VEH-ID " WO-VEH-ID
        " " WS-TRIGGER-TEXT
        " ABERTA EM " WO-OPEN-DATE
        " HA " WS-AGE-DAYS " DIAS *30+*"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    STRING "OS " WO-NUMBER " VEH-ID " WO-VEH-ID
        " " WS-TRIGGER-TEXT
        " ABERTA EM " WO-OPEN-DATE
        " HA " WS-AGE-DAYS " DIAS"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-AGING-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "ORDENS ABERTAS POR FAIXA DE IDADE:" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
        UNTIL WS-BUCKET-IX > 4
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "  " WS-BUCKET-NAME(WS-BUCKET-IX) ": "
        WS-BUCKET-COUNT(WS-BUCKET-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS LIDAS:            " WS-ORDER-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS ABERTAS:          " WS-OPEN-COUNT
    "  HA MAIS DE " WS-STALE-DAYS " DIAS: " WS-STALE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "IDADE DAS ORDENS DE SERVICO ABERTAS - PAGINA "
    WS-REPORT-PAGE-NO
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-1
MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO WS-REPORT-HEADING-2
STRING "RUN-ID: " WS-RUN-ID DELIMITED BY SIZE
    INTO WS-REPORT-HEADING-2
MOVE WS-REPORT-HEADING-2 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO REPORT-LINE
WRITE REPORT-LINE.

WRITE-REPORT-DETAIL-LINE.

IF WS-REPORT-LINE-COUNT >= WS-LINES-PER-PAGE
    PERFORM WRITE-REPORT-HEADING
END-IF

MOVE WS-REPORT-DETAIL TO REPORT-LINE
WRITE REPORT-LINE
ADD 1 TO WS-REPORT-LINE-COUNT.

END PROGRAM WOAGING.
