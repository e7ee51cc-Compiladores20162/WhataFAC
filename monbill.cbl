    SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISPUTE-STATUS.
    SELECT SORT-WORK ASSIGN TO "SORTWK01".
    SELECT STATEMENT-REPORT ASSIGN TO "MONSTMT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
FILE SECTION.
FD  INVOICE-FILE.
COPY INVREC.
FD  DISPUTE-FILE.
COPY DSPREC.
SD  SORT-WORK.
01  SORT-INVOICE-REC.
    05  SRT-DEPT-CODE PIC X(4).
    05  SRT-CHARGE-AMOUNT PIC 9(9)V99.
    05  SRT-RECORD-TYPE PIC X(1).
    05  SRT-ADJUST-SIGN PIC X(1).
    05  SRT-ADJUST-SOURCE PIC X(1).
FD  STATEMENT-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-INVOICE-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-DISPUTE-STATUS PIC XX VALUE "00".
    01 WS-EOF-DISPUTE PIC X VALUE "N".
        88 EOF-DISPUTE VALUE "Y".
    01 WS-EOF-INVOICE PIC X VALUE "N".
        88 EOF-INVOICE VALUE "Y".
    01 WS-EOF-SORT PIC X VALUE "N".
            10 WS-DAY-RUN-ID PIC X(8).
            10 WS-DAY-CHARGE-TOTAL PIC S9(9)V99.

    01 WS-DSPT-MAX PIC 9(3) VALUE 100.
    01 WS-DSPT-COUNT PIC 9(3) VALUE 0.
    01 WS-DSPT-IX PIC 9(3) VALUE 0.
    01 WS-DSPT-FOUND PIC X VALUE "N".
        88 DSPT-FOUND VALUE "Y".
    01 WS-DSPT-KEY PIC X(4).
    01 WS-DSPT-TABLE.
        05 WS-DSPT-ENTRY OCCURS 100 TIMES.
            10 WS-DSPT-DEPT-CODE PIC X(4).
            10 WS-DSPT-DISPUTED-TOTAL PIC 9(9)V99.
            10 WS-DSPT-CREDITED-TOTAL PIC 9(9)V99.
            10 WS-DSPT-OPEN-COUNT PIC 9(5).

    01 WS-PREV-DEPT PIC X(4) VALUE SPACES.
    01 WS-FIRST-RECORD PIC X VALUE "Y".
        88 FIRST-RECORD VALUE "Y".
    01 WS-DAY-RECAP-TOTAL PIC S9(11)V99 VALUE 0.
    01 WS-DETAIL-COUNT PIC 9(7) VALUE 0.
    01 WS-ADJUSTMENT-COUNT PIC 9(5) VALUE 0.
    01 WS-GRAND-DISPUTED-TOTAL PIC S9(11)V99 VALUE 0.
    01 WS-GRAND-CREDITED-TOTAL PIC S9(11)V99 VALUE 0.
    01 WS-GRAND-OPEN-COUNT PIC 9(5) VALUE 0.
    01 WS-DISPUTED-EDIT PIC +9(9).99.
    01 WS-CREDITED-EDIT PIC +9(9).99.

    01 WS-RUN-ID PIC X(8).
    01 WS-CURRENT-DATETIME PIC X(21).

PERFORM LOAD-MONTH-TOTALS

PERFORM LOAD-DISPUTE-TOTALS

SORT SORT-WORK
    ON ASCENDING KEY SRT-DEPT-CODE
    ON ASCENDING KEY SRT-RUN-ID
        MOVE INV-CHARGE-AMOUNT TO SRT-CHARGE-AMOUNT
        MOVE INV-RECORD-TYPE TO SRT-RECORD-TYPE
        MOVE INV-ADJUST-SIGN TO SRT-ADJUST-SIGN
        MOVE INV-ADJUST-SOURCE TO SRT-ADJUST-SOURCE
        RELEASE SORT-INVOICE-REC
    END-IF
    PERFORM READ-INVOICE-RECORD
MOVE WS-APPLIED-AMOUNT TO WS-AMOUNT-EDIT

MOVE SPACES TO WS-REPORT-DETAIL
EVALUATE TRUE
WHEN SRT-RECORD-TYPE = "A" AND SRT-ADJUST-SOURCE = "D"
    ADD 1 TO WS-ADJUSTMENT-COUNT
    STRING "  DIA " SRT-RUN-ID
        "  CREDITO DE CONTESTACAO  VALOR " WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN SRT-RECORD-TYPE = "A"
    ADD 1 TO WS-ADJUSTMENT-COUNT
    STRING "  DIA " SRT-RUN-ID
        "  AJUSTE VEICULOS " SRT-VEHICLE-COUNT
        "  VALOR " WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN OTHER
    STRING "  DIA " SRT-RUN-ID
        "  VEICULOS " SRT-VEHICLE-COUNT
        "  VALOR " WS-AMOUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-EVALUATE
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-DEPT-TOTAL.
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM WRITE-DEPT-DISPUTE-LINE

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE 0 TO WS-DEPT-CHARGE-TOTAL
MOVE 0 TO WS-DEPT-VEHICLE-TOTAL.

WRITE-DEPT-DISPUTE-LINE.

MOVE WS-PREV-DEPT TO WS-DSPT-KEY
PERFORM FIND-DISPUTE-DEPT-ENTRY
IF DSPT-FOUND
    MOVE WS-DSPT-DISPUTED-TOTAL(WS-DSPT-IX) TO WS-DISPUTED-EDIT
    MOVE WS-DSPT-CREDITED-TOTAL(WS-DSPT-IX) TO WS-CREDITED-EDIT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "CONTESTADO NO MES " WS-DISPUTED-EDIT
        "  CREDITADO " WS-CREDITED-EDIT
        "  EM ABERTO " WS-DSPT-OPEN-COUNT(WS-DSPT-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF.

LOAD-DISPUTE-TOTALS.

OPEN INPUT DISPUTE-FILE
IF WS-DISPUTE-STATUS NOT = "00" AND WS-DISPUTE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DISPUTE.DAT"
    CLOSE STATEMENT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DISPUTE-RECORD

PERFORM UNTIL EOF-DISPUTE
    IF DSP-OPEN-DATE(1:6) = WS-STMT-MONTH
            OR DSP-CREDIT-RUN-ID(1:6) = WS-STMT-MONTH
            OR (DSP-STATUS-OPEN AND DSP-OPEN-DATE(1:6) < WS-STMT-MONTH)
        PERFORM ACCUMULATE-DISPUTE-RECORD
    END-IF
    PERFORM READ-DISPUTE-RECORD
END-PERFORM

CLOSE DISPUTE-FILE.

READ-DISPUTE-RECORD.

READ DISPUTE-FILE
    AT END
    SET EOF-DISPUTE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

ACCUMULATE-DISPUTE-RECORD.

MOVE DSP-DEPT-CODE TO WS-DSPT-KEY
PERFORM FIND-DISPUTE-DEPT-ENTRY

IF NOT DSPT-FOUND
    IF WS-DSPT-COUNT >= WS-DSPT-MAX
        DISPLAY "ERRO: tabela de contestacoes por departamento cheia"
        CLOSE DISPUTE-FILE
        CLOSE STATEMENT-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DSPT-COUNT
    MOVE WS-DSPT-COUNT TO WS-DSPT-IX
    MOVE DSP-DEPT-CODE TO WS-DSPT-DEPT-CODE(WS-DSPT-IX)
    MOVE 0 TO WS-DSPT-DISPUTED-TOTAL(WS-DSPT-IX)
    MOVE 0 TO WS-DSPT-CREDITED-TOTAL(WS-DSPT-IX)
    MOVE 0 TO WS-DSPT-OPEN-COUNT(WS-DSPT-IX)
END-IF

IF DSP-OPEN-DATE(1:6) = WS-STMT-MONTH
    ADD DSP-CHARGE-AMOUNT TO WS-DSPT-DISPUTED-TOTAL(WS-DSPT-IX)
    ADD DSP-CHARGE-AMOUNT TO WS-GRAND-DISPUTED-TOTAL
END-IF
IF DSP-STATUS-APPROVED AND DSP-CREDIT-RUN-ID(1:6) = WS-STMT-MONTH
    ADD DSP-CHARGE-AMOUNT TO WS-DSPT-CREDITED-TOTAL(WS-DSPT-IX)
    ADD DSP-CHARGE-AMOUNT TO WS-GRAND-CREDITED-TOTAL
END-IF
IF DSP-STATUS-OPEN
    ADD 1 TO WS-DSPT-OPEN-COUNT(WS-DSPT-IX)
    ADD 1 TO WS-GRAND-OPEN-COUNT
END-IF.

FIND-DISPUTE-DEPT-ENTRY.

MOVE "N" TO WS-DSPT-FOUND

PERFORM VARYING WS-DSPT-IX FROM 1 BY 1
        UNTIL WS-DSPT-IX > WS-DSPT-COUNT
           OR DSPT-FOUND
    IF WS-DSPT-DEPT-CODE(WS-DSPT-IX) = WS-DSPT-KEY
        MOVE "Y" TO WS-DSPT-FOUND
    END-IF
END-PERFORM

IF DSPT-FOUND
    SUBTRACT 1 FROM WS-DSPT-IX
END-IF.

WRITE-DAY-RECAP.

MOVE SPACES TO WS-REPORT-DETAIL
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-GRAND-DISPUTED-TOTAL TO WS-DISPUTED-EDIT
MOVE WS-GRAND-CREDITED-TOTAL TO WS-CREDITED-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTADO NO MES " WS-DISPUTED-EDIT
    "  CREDITADO " WS-CREDITED-EDIT
    "  EM ABERTO " WS-GRAND-OPEN-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF WS-GRAND-CHARGE-TOTAL NOT = WS-DAY-RECAP-TOTAL
    MOVE WS-DAY-RECAP-TOTAL TO WS-TOTAL-EDIT
    MOVE SPACES TO WS-REPORT-DETAIL
