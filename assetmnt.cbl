IDENTIFICATION DIVISION.
PROGRAM-ID. ASSETMNT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL ASSET-MASTER ASSIGN TO "ASSETMST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AST-VEH-ID
        FILE STATUS IS WS-ASSET-STATUS.
    SELECT ASSET-TRANS-FILE ASSIGN TO "ASSETTRN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT EXCEPTION-REPORT ASSIGN TO "ASSETEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ASSET-MASTER.
COPY ASSETREC.
FD  ASSET-TRANS-FILE.
COPY ASSETTRN.
FD  EXCEPTION-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-ASSET-STATUS PIC XX VALUE "00".
    01 WS-TRANS-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-TRANS PIC X VALUE "N".
        88 EOF-TRANS VALUE "Y".

    01 WS-TRANS-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-APPLIED-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-REJECT-COUNT PIC 9(5) VALUE 0.

    01 WS-REJECT-REASON PIC X(40).

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

OPEN I-O ASSET-MASTER
IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo ASSETMST.IDX"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN INPUT ASSET-TRANS-FILE
IF WS-TRANS-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo ASSETTRN.DAT"
    CLOSE ASSET-MASTER
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT EXCEPTION-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de excecoes"
    CLOSE ASSET-MASTER
    CLOSE ASSET-TRANS-FILE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM READ-ASSET-TRANS

PERFORM UNTIL EOF-TRANS
    PERFORM APPLY-ONE-TRANS
    PERFORM READ-ASSET-TRANS
END-PERFORM

PERFORM WRITE-MAINT-TOTALS

CLOSE ASSET-MASTER
CLOSE ASSET-TRANS-FILE
CLOSE EXCEPTION-REPORT

IF WS-TRANS-REJECT-COUNT > 0
    MOVE 2 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID.

READ-ASSET-TRANS.

READ ASSET-TRANS-FILE
    AT END
    SET EOF-TRANS TO TRUE
    NOT AT END
    ADD 1 TO WS-TRANS-READ-COUNT
END-READ.

APPLY-ONE-TRANS.

EVALUATE TRUE

WHEN ATR-VEH-ID NOT NUMERIC
    MOVE "VEH-ID NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN NOT ATR-ACTION-ADD AND NOT ATR-ACTION-CHANGE
                        AND NOT ATR-ACTION-DELETE
    MOVE "CODIGO DE ACAO INVALIDO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-ACTION-DELETE
    PERFORM APPLY-DELETE

WHEN ATR-ACQ-DATE NOT NUMERIC
        OR ATR-COST NOT NUMERIC
        OR ATR-LIFE-MONTHS NOT NUMERIC
        OR ATR-SALVAGE-VALUE NOT NUMERIC
        OR ATR-REPLACE-ODOMETER NOT NUMERIC
        OR ATR-DISPOSAL-DATE NOT NUMERIC
    MOVE "CAMPO DE DETALHE NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN FUNCTION TEST-DATE-YYYYMMDD(ATR-ACQ-DATE) NOT = 0
    MOVE "DATA DE AQUISICAO INVALIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-COST = 0
    MOVE "CUSTO DE AQUISICAO ZERADO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-LIFE-MONTHS = 0
    MOVE "VIDA UTIL ZERADA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-SALVAGE-VALUE > ATR-COST
    MOVE "VALOR RESIDUAL MAIOR QUE O CUSTO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN NOT ATR-IN-SERVICE AND NOT ATR-DISPOSED
    MOVE "SITUACAO DE BAIXA INVALIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-IN-SERVICE AND ATR-DISPOSAL-DATE NOT = 0
    MOVE "DATA DE BAIXA EM BEM ATIVO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-DISPOSED
        AND FUNCTION TEST-DATE-YYYYMMDD(ATR-DISPOSAL-DATE) NOT = 0
    MOVE "DATA DE BAIXA INVALIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-DISPOSED AND ATR-DISPOSAL-DATE < ATR-ACQ-DATE
    MOVE "BAIXA ANTERIOR A AQUISICAO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN ATR-ACTION-ADD
    PERFORM APPLY-ADD

WHEN ATR-ACTION-CHANGE
    PERFORM APPLY-CHANGE

END-EVALUATE.

APPLY-ADD.

MOVE ATR-ASSET-DETAIL TO ASSET-REC
WRITE ASSET-REC
    INVALID KEY
    MOVE "INCLUSAO DUPLICADA - VEH-ID JA EXISTE" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    ADD 1 TO WS-TRANS-APPLIED-COUNT
END-WRITE.

APPLY-CHANGE.

MOVE ATR-VEH-ID TO AST-VEH-ID
READ ASSET-MASTER
    INVALID KEY
    MOVE "ALTERACAO DE VEH-ID INEXISTENTE" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    MOVE ATR-ASSET-DETAIL TO ASSET-REC
    REWRITE ASSET-REC
    ADD 1 TO WS-TRANS-APPLIED-COUNT
END-READ.

APPLY-DELETE.

MOVE ATR-VEH-ID TO AST-VEH-ID
DELETE ASSET-MASTER
    INVALID KEY
    MOVE "EXCLUSAO DE VEH-ID INEXISTENTE" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    ADD 1 TO WS-TRANS-APPLIED-COUNT
END-DELETE.

WRITE-REJECT-LINE.

ADD 1 TO WS-TRANS-REJECT-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ACAO " ATR-ACTION " VEH-ID " ATR-VEH-ID
    " REJEITADA: " WS-REJECT-REASON
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-MAINT-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES LIDAS:     " WS-TRANS-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES APLICADAS: " WS-TRANS-APPLIED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES REJEITADAS: " WS-TRANS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "RELATORIO DE EXCECOES DO CADASTRO PATRIMONIAL - PAGINA "
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

END PROGRAM ASSETMNT.
