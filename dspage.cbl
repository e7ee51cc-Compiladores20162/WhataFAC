IDENTIFICATION DIVISION.
PROGRAM-ID. DSPAGE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISPUTE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT AGING-REPORT ASSIGN TO "DSPAGE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DISPUTE-FILE.
COPY DSPREC.
FD  PARM-FILE.
COPY PARMREC.
FD  AGING-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-DISPUTE-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-DISPUTE PIC X VALUE "N".
        88 EOF-DISPUTE VALUE "Y".

    01 WS-BUCKET-LIMITS.
        05 FILLER PIC 9(3) VALUE 15.
        05 FILLER PIC 9(3) VALUE 30.
        05 FILLER PIC 9(3) VALUE 60.
        05 FILLER PIC 9(3) VALUE 999.
    01 WS-BUCKET-LIMIT-TABLE REDEFINES WS-BUCKET-LIMITS.
        05 WS-BUCKET-LIMIT OCCURS 4 TIMES PIC 9(3).
    01 WS-BUCKET-NAMES.
        05 FILLER PIC X(12) VALUE "0 A 15 DIAS".
        05 FILLER PIC X(12) VALUE "16 A 30 DIAS".
        05 FILLER PIC X(12) VALUE "31 A 60 DIAS".
        05 FILLER PIC X(12) VALUE "MAIS DE 60".
    01 WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
        05 WS-BUCKET-NAME OCCURS 4 TIMES PIC X(12).
    01 WS-BUCKET-COUNTS.
        05 WS-BUCKET-COUNT OCCURS 4 TIMES PIC 9(5).
    01 WS-BUCKET-AMOUNTS.
        05 WS-BUCKET-AMOUNT OCCURS 4 TIMES PIC 9(11)V99.
    01 WS-BUCKET-IX PIC 9 VALUE 0.

    01 WS-STALE-DAYS PIC 9(3) VALUE 30.
    01 WS-AGE-WORK PIC S9(5) VALUE 0.
    01 WS-AGE-DAYS PIC 9(3) VALUE 0.
    01 WS-BUSINESS-DATE PIC 9(8).
    01 WS-BUSINESS-DATE-INT PIC 9(7) VALUE 0.
    01 WS-OPEN-DATE-INT PIC 9(7) VALUE 0.

    01 WS-DISPUTE-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-OPEN-COUNT PIC 9(5) VALUE 0.
    01 WS-STALE-COUNT PIC 9(5) VALUE 0.
    01 WS-OPEN-AMOUNT PIC 9(11)V99 VALUE 0.
    01 WS-TOTAL-EDIT PIC 9(11).99.

    01 WS-RUN-ID PIC X(8).
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

PERFORM INIT-BUSINESS-DATE

OPEN OUTPUT AGING-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de contestacoes abertas"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

OPEN INPUT DISPUTE-FILE
IF WS-DISPUTE-STATUS NOT = "00" AND WS-DISPUTE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DISPUTE.DAT"
    CLOSE AGING-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE ZEROS TO WS-BUCKET-COUNTS
MOVE ZEROS TO WS-BUCKET-AMOUNTS

PERFORM READ-DISPUTE-RECORD

PERFORM UNTIL EOF-DISPUTE
    IF DSP-STATUS-OPEN
        PERFORM AGE-ONE-DISPUTE
    END-IF
    PERFORM READ-DISPUTE-RECORD
END-PERFORM

CLOSE DISPUTE-FILE

IF WS-OPEN-COUNT = 0
    MOVE "NENHUMA CONTESTACAO ABERTA" TO WS-REPORT-DETAIL
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
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID.

INIT-BUSINESS-DATE.

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de parametros diarios"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE

COMPUTE WS-BUSINESS-DATE-INT =
    FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE).

READ-DISPUTE-RECORD.

READ DISPUTE-FILE
    AT END
    SET EOF-DISPUTE TO TRUE
    NOT AT END
    ADD 1 TO WS-DISPUTE-READ-COUNT
END-READ.

AGE-ONE-DISPUTE.

ADD 1 TO WS-OPEN-COUNT
ADD DSP-CHARGE-AMOUNT TO WS-OPEN-AMOUNT

COMPUTE WS-OPEN-DATE-INT = FUNCTION INTEGER-OF-DATE(DSP-OPEN-DATE)
COMPUTE WS-AGE-WORK = WS-BUSINESS-DATE-INT - WS-OPEN-DATE-INT
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
ADD DSP-CHARGE-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET-IX)

MOVE SPACES TO WS-REPORT-DETAIL
IF WS-AGE-DAYS > WS-STALE-DAYS
    ADD 1 TO WS-STALE-COUNT
    STRING "CONT " DSP-NUMBER " DEPT " DSP-DEPT-CODE
        " DIA " DSP-RUN-ID " VEH " DSP-VEH-ID
        " ABERTA " DSP-OPEN-DATE
        " HA " WS-AGE-DAYS " DIAS *30+*"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    STRING "CONT " DSP-NUMBER " DEPT " DSP-DEPT-CODE
        " DIA " DSP-RUN-ID " VEH " DSP-VEH-ID
        " ABERTA " DSP-OPEN-DATE
        " HA " WS-AGE-DAYS " DIAS"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "    MOTIVO: " DSP-REASON
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-AGING-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "CONTESTACOES ABERTAS POR FAIXA DE IDADE:" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
        UNTIL WS-BUCKET-IX > 4
    MOVE WS-BUCKET-AMOUNT(WS-BUCKET-IX) TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "  " WS-BUCKET-NAME(WS-BUCKET-IX) ": "
        WS-BUCKET-COUNT(WS-BUCKET-IX)
        "  VALOR " WS-TOTAL-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTACOES LIDAS:      " WS-DISPUTE-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-OPEN-AMOUNT TO WS-TOTAL-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTACOES ABERTAS:    " WS-OPEN-COUNT
    "  VALOR " WS-TOTAL-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ABERTAS HA MAIS DE " WS-STALE-DAYS " DIAS:  " WS-STALE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "IDADE DAS CONTESTACOES DE COBRANCA ABERTAS - PAGINA "
    WS-REPORT-PAGE-NO
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-1
MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO WS-REPORT-HEADING-2
STRING "RUN-ID: " WS-RUN-ID
    "  DATA DE NEGOCIO: " WS-BUSINESS-DATE
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-2
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

END PROGRAM DSPAGE.
