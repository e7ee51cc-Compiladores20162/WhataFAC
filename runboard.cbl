            10 WS-JOB-FINAL-RC PIC 9(4).
            10 WS-JOB-REFUSED-COUNT PIC 9(3).
            10 WS-JOB-REFUSED-STATUS PIC 9(4).
            10 WS-JOB-ROLLBACK-COUNT PIC 9(3).
            10 WS-JOB-ROLLBACK-TIME PIC X(6).

    01 WS-EXPECTED-COUNT PIC 9(2) VALUE 2.
    01 WS-EXPECTED-IX PIC 9(2) VALUE 0.

    01 WS-EVENT-COUNT PIC 9(5) VALUE 0.
    01 WS-REFUSED-TOTAL PIC 9(5) VALUE 0.
    01 WS-ROLLBACK-TOTAL PIC 9(5) VALUE 0.
    01 WS-MISSING-COUNT PIC 9(2) VALUE 0.

    01 WS-RUN-ID PIC X(8).
    ADD 1 TO WS-REFUSED-TOTAL
    MOVE RC-RETURN-CODE TO WS-JOB-REFUSED-STATUS(WS-JOB-IX)

WHEN RC-EVENT-ROLLBACK
    ADD 1 TO WS-JOB-ROLLBACK-COUNT(WS-JOB-IX)
    ADD 1 TO WS-ROLLBACK-TOTAL
    MOVE RC-TIMESTAMP(9:6) TO WS-JOB-ROLLBACK-TIME(WS-JOB-IX)

END-EVALUATE.

FIND-JOB-ENTRY.
    MOVE 0 TO WS-JOB-FINAL-RC(WS-JOB-IX)
    MOVE 0 TO WS-JOB-REFUSED-COUNT(WS-JOB-IX)
    MOVE 0 TO WS-JOB-REFUSED-STATUS(WS-JOB-IX)
    MOVE 0 TO WS-JOB-ROLLBACK-COUNT(WS-JOB-IX)
    MOVE SPACES TO WS-JOB-ROLLBACK-TIME(WS-JOB-IX)
END-IF.

WRITE-JOB-BOARD.
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE

WHEN WS-JOB-ROLLBACK-COUNT(WS-JOB-IX) > 0
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "JOB " WS-JOB-NAME(WS-JOB-IX)
        "  " WS-JOB-ROLLBACK-TIME(WS-JOB-IX)
        "  SNAPSHOT RESTAURADO - DATA LIBERADA PARA REPROCESSAMENTO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE

WHEN OTHER
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "JOB " WS-JOB-NAME(WS-JOB-IX)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "RESTAURACOES DE SNAPSHOT:  " WS-ROLLBACK-TOTAL
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "JOBS ESPERADOS FALTANTES:  " WS-MISSING-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
