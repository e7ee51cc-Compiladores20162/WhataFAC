IDENTIFICATION DIVISION.
PROGRAM-ID. DSPMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT OPTIONAL DISPUTE-FILE ASSIGN TO "DISPUTE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISPUTE-STATUS.
    SELECT DISPUTE-TRANS-FILE ASSIGN TO "DSPTRN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT OPTIONAL VEHICLE-CHARGE-FILE ASSIGN TO "VEHCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VEHCHG-STATUS.
    SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT EXCEPTION-REPORT ASSIGN TO "DSPEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DISPUTE-FILE.
COPY DSPREC.
FD  DISPUTE-TRANS-FILE.
COPY DSPTRN.
FD  VEHICLE-CHARGE-FILE.
COPY VCHGREC.
FD  INVOICE-FILE.
COPY INVREC.
FD  PARM-FILE.
COPY PARMREC.
FD  EXCEPTION-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-DISPUTE-STATUS PIC XX VALUE "00".
    01 WS-TRANS-STATUS PIC XX VALUE "00".
    01 WS-VEHCHG-STATUS PIC XX VALUE "00".
    01 WS-INVOICE-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-DISPUTE PIC X VALUE "N".
        88 EOF-DISPUTE VALUE "Y".
    01 WS-EOF-TRANS PIC X VALUE "N".
        88 EOF-TRANS VALUE "Y".
    01 WS-EOF-VEHCHG PIC X VALUE "N".
        88 EOF-VEHCHG VALUE "Y".

    01 WS-BUSINESS-DATE PIC 9(8).

    01 WS-DSP-MAX PIC 9(5) VALUE 5000.
    01 WS-DSP-COUNT PIC 9(5) VALUE 0.
    01 WS-DSP-IX PIC 9(5) VALUE 0.
    01 WS-DSP-FOUND PIC X VALUE "N".
        88 DSP-FOUND VALUE "Y".
    01 WS-DSP-TABLE.
        05 WS-DSP-ENTRY OCCURS 5000 TIMES.
            10 WS-DSP-NUMBER PIC 9(6).
            10 WS-DSP-DEPT-CODE PIC X(4).
            10 WS-DSP-RUN-ID PIC X(8).
            10 WS-DSP-VEH-ID PIC 9(5).
            10 WS-DSP-CHARGE-AMOUNT PIC 9(9)V99.
            10 WS-DSP-STATUS PIC X.
            10 WS-DSP-OPEN-DATE PIC 9(8).
            10 WS-DSP-DECISION-DATE PIC 9(8).
            10 WS-DSP-CREDIT-RUN-ID PIC X(8).
            10 WS-DSP-REASON PIC X(30).
            10 WS-DSP-POST-CREDIT PIC X.

    01 WS-LAST-DISPUTE-NUMBER PIC 9(6) VALUE 0.

    01 WS-CHARGE-FOUND PIC X VALUE "N".
        88 CHARGE-FOUND VALUE "Y".
    01 WS-CHARGE-DEPT-CODE PIC X(4).
    01 WS-CHARGE-AMOUNT PIC 9(9)V99 VALUE 0.

    01 WS-OPEN-ON-CHARGE PIC X VALUE "N".
        88 OPEN-ON-CHARGE VALUE "Y".
    01 WS-CREDITED-ON-CHARGE PIC X VALUE "N".
        88 CREDITED-ON-CHARGE VALUE "Y".
    01 WS-CHECK-RUN-ID PIC X(8).
    01 WS-CHECK-VEH-ID PIC 9(5).
    01 WS-CHECK-IX PIC 9(5) VALUE 0.

    01 WS-TRANS-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-RAISED-COUNT PIC 9(5) VALUE 0.
    01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
    01 WS-DENIED-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-REJECT-COUNT PIC 9(5) VALUE 0.
    01 WS-STILL-OPEN-COUNT PIC 9(5) VALUE 0.
    01 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE 0.

    01 WS-REJECT-REASON PIC X(37).
    01 WS-ACTION-TEXT PIC X(8).
    01 WS-AMOUNT-EDIT PIC 9(9).99.
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

OPEN OUTPUT EXCEPTION-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de contestacoes"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-DISPUTE-TABLE

PERFORM APPLY-DISPUTE-TRANSACTIONS

PERFORM APPEND-CREDIT-INVOICES

PERFORM REWRITE-DISPUTE-FILE

PERFORM WRITE-DISPUTE-TOTALS

CLOSE EXCEPTION-REPORT

IF WS-TRANS-REJECT-COUNT > 0
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

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE.

LOAD-DISPUTE-TABLE.

OPEN INPUT DISPUTE-FILE
IF WS-DISPUTE-STATUS NOT = "00" AND WS-DISPUTE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DISPUTE.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DISPUTE-RECORD

PERFORM UNTIL EOF-DISPUTE
    IF WS-DSP-COUNT >= WS-DSP-MAX
        DISPLAY "ERRO: tabela de contestacoes cheia - aumente o limite"
        CLOSE DISPUTE-FILE
        CLOSE EXCEPTION-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DSP-COUNT
    MOVE DSP-NUMBER TO WS-DSP-NUMBER(WS-DSP-COUNT)
    MOVE DSP-DEPT-CODE TO WS-DSP-DEPT-CODE(WS-DSP-COUNT)
    MOVE DSP-RUN-ID TO WS-DSP-RUN-ID(WS-DSP-COUNT)
    MOVE DSP-VEH-ID TO WS-DSP-VEH-ID(WS-DSP-COUNT)
    MOVE DSP-CHARGE-AMOUNT TO WS-DSP-CHARGE-AMOUNT(WS-DSP-COUNT)
    MOVE DSP-STATUS TO WS-DSP-STATUS(WS-DSP-COUNT)
    MOVE DSP-OPEN-DATE TO WS-DSP-OPEN-DATE(WS-DSP-COUNT)
    MOVE DSP-DECISION-DATE TO WS-DSP-DECISION-DATE(WS-DSP-COUNT)
    MOVE DSP-CREDIT-RUN-ID TO WS-DSP-CREDIT-RUN-ID(WS-DSP-COUNT)
    MOVE DSP-REASON TO WS-DSP-REASON(WS-DSP-COUNT)
    MOVE "N" TO WS-DSP-POST-CREDIT(WS-DSP-COUNT)
    IF DSP-NUMBER > WS-LAST-DISPUTE-NUMBER
        MOVE DSP-NUMBER TO WS-LAST-DISPUTE-NUMBER
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

APPLY-DISPUTE-TRANSACTIONS.

OPEN INPUT DISPUTE-TRANS-FILE
IF WS-TRANS-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DSPTRN.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DISPUTE-TRANS

PERFORM UNTIL EOF-TRANS
    PERFORM APPLY-ONE-TRANS
    PERFORM READ-DISPUTE-TRANS
END-PERFORM

CLOSE DISPUTE-TRANS-FILE.

READ-DISPUTE-TRANS.

READ DISPUTE-TRANS-FILE
    AT END
    SET EOF-TRANS TO TRUE
    NOT AT END
    ADD 1 TO WS-TRANS-READ-COUNT
END-READ.

APPLY-ONE-TRANS.

EVALUATE TRUE

WHEN NOT DST-ACTION-RAISE AND NOT DST-ACTION-APPROVE
                          AND NOT DST-ACTION-DENY
    MOVE "CODIGO DE ACAO INVALIDO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN DST-ACTION-RAISE
    PERFORM APPLY-RAISE

WHEN DST-NUMBER NOT NUMERIC
    MOVE "NUMERO DA CONTESTACAO NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    PERFORM APPLY-DECISION

END-EVALUATE.

APPLY-RAISE.

EVALUATE TRUE

WHEN DST-VEH-ID NOT NUMERIC
    MOVE "VEH-ID NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN DST-RUN-ID NOT NUMERIC
    MOVE "DIA DA COBRANCA NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN FUNCTION TEST-DATE-YYYYMMDD(DST-RUN-DATE) NOT = 0
    MOVE "DIA DA COBRANCA INVALIDO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN DST-RUN-ID > WS-BUSINESS-DATE
    MOVE "COBRANCA POSTERIOR A DATA DE NEGOCIO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN DST-DEPT-CODE = SPACES
    MOVE "DEPARTAMENTO EM BRANCO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN DST-REASON = SPACES
    MOVE "MOTIVO DA CONTESTACAO EM BRANCO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    PERFORM VALIDATE-RAISE

END-EVALUATE.

VALIDATE-RAISE.

PERFORM FIND-DISPUTED-CHARGE

MOVE DST-RUN-ID TO WS-CHECK-RUN-ID
MOVE DST-VEH-ID TO WS-CHECK-VEH-ID
PERFORM CHECK-CHARGE-DISPUTES

EVALUATE TRUE

WHEN NOT CHARGE-FOUND
    MOVE "COBRANCA INEXISTENTE EM VEHCHG.DAT" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-CHARGE-DEPT-CODE NOT = DST-DEPT-CODE
    MOVE "COBRANCA NAO E DO DEPARTAMENTO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN CREDITED-ON-CHARGE
    MOVE "COBRANCA JA CREDITADA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OPEN-ON-CHARGE
    MOVE "COBRANCA JA CONTESTADA EM ABERTO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    PERFORM POST-RAISE

END-EVALUATE.

POST-RAISE.

IF WS-DSP-COUNT >= WS-DSP-MAX
    DISPLAY "ERRO: tabela de contestacoes cheia - aumente o limite"
    CLOSE DISPUTE-TRANS-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

ADD 1 TO WS-LAST-DISPUTE-NUMBER
ADD 1 TO WS-DSP-COUNT
MOVE WS-LAST-DISPUTE-NUMBER TO WS-DSP-NUMBER(WS-DSP-COUNT)
MOVE DST-DEPT-CODE TO WS-DSP-DEPT-CODE(WS-DSP-COUNT)
MOVE DST-RUN-ID TO WS-DSP-RUN-ID(WS-DSP-COUNT)
MOVE DST-VEH-ID TO WS-DSP-VEH-ID(WS-DSP-COUNT)
MOVE WS-CHARGE-AMOUNT TO WS-DSP-CHARGE-AMOUNT(WS-DSP-COUNT)
MOVE "O" TO WS-DSP-STATUS(WS-DSP-COUNT)
MOVE WS-BUSINESS-DATE TO WS-DSP-OPEN-DATE(WS-DSP-COUNT)
MOVE 0 TO WS-DSP-DECISION-DATE(WS-DSP-COUNT)
MOVE SPACES TO WS-DSP-CREDIT-RUN-ID(WS-DSP-COUNT)
MOVE DST-REASON TO WS-DSP-REASON(WS-DSP-COUNT)
MOVE "N" TO WS-DSP-POST-CREDIT(WS-DSP-COUNT)

ADD 1 TO WS-RAISED-COUNT

MOVE WS-DSP-COUNT TO WS-DSP-IX
MOVE "ABERTA" TO WS-ACTION-TEXT
PERFORM WRITE-DISPUTE-LINE.

APPLY-DECISION.

PERFORM FIND-DISPUTE-ENTRY

EVALUATE TRUE

WHEN NOT DSP-FOUND
    MOVE "CONTESTACAO INEXISTENTE" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-DSP-STATUS(WS-DSP-IX) NOT = "O"
    MOVE "CONTESTACAO JA DECIDIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN DST-ACTION-DENY
    MOVE "N" TO WS-DSP-STATUS(WS-DSP-IX)
    MOVE WS-BUSINESS-DATE TO WS-DSP-DECISION-DATE(WS-DSP-IX)
    ADD 1 TO WS-DENIED-COUNT
    MOVE "NEGADA" TO WS-ACTION-TEXT
    PERFORM WRITE-DISPUTE-LINE

WHEN OTHER
    PERFORM APPROVE-DISPUTE

END-EVALUATE.

APPROVE-DISPUTE.

MOVE WS-DSP-RUN-ID(WS-DSP-IX) TO WS-CHECK-RUN-ID
MOVE WS-DSP-VEH-ID(WS-DSP-IX) TO WS-CHECK-VEH-ID
PERFORM CHECK-CHARGE-DISPUTES

IF CREDITED-ON-CHARGE
    MOVE "COBRANCA JA CREDITADA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
ELSE
    MOVE "A" TO WS-DSP-STATUS(WS-DSP-IX)
    MOVE WS-BUSINESS-DATE TO WS-DSP-DECISION-DATE(WS-DSP-IX)
    MOVE WS-BUSINESS-DATE TO WS-DSP-CREDIT-RUN-ID(WS-DSP-IX)
    MOVE "Y" TO WS-DSP-POST-CREDIT(WS-DSP-IX)
    ADD 1 TO WS-APPROVED-COUNT
    ADD WS-DSP-CHARGE-AMOUNT(WS-DSP-IX) TO WS-CREDIT-TOTAL
    MOVE "APROVADA" TO WS-ACTION-TEXT
    PERFORM WRITE-DISPUTE-LINE
END-IF.

FIND-DISPUTE-ENTRY.

MOVE "N" TO WS-DSP-FOUND

PERFORM VARYING WS-DSP-IX FROM 1 BY 1
        UNTIL WS-DSP-IX > WS-DSP-COUNT
           OR DSP-FOUND
    IF WS-DSP-NUMBER(WS-DSP-IX) = DST-NUMBER
        MOVE "Y" TO WS-DSP-FOUND
    END-IF
END-PERFORM

IF DSP-FOUND
    SUBTRACT 1 FROM WS-DSP-IX
END-IF.

CHECK-CHARGE-DISPUTES.

MOVE "N" TO WS-OPEN-ON-CHARGE
MOVE "N" TO WS-CREDITED-ON-CHARGE

PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
        UNTIL WS-CHECK-IX > WS-DSP-COUNT
    IF WS-DSP-RUN-ID(WS-CHECK-IX) = WS-CHECK-RUN-ID
            AND WS-DSP-VEH-ID(WS-CHECK-IX) = WS-CHECK-VEH-ID
        IF WS-DSP-STATUS(WS-CHECK-IX) = "O"
            MOVE "Y" TO WS-OPEN-ON-CHARGE
        END-IF
        IF WS-DSP-STATUS(WS-CHECK-IX) = "A"
            MOVE "Y" TO WS-CREDITED-ON-CHARGE
        END-IF
    END-IF
END-PERFORM.

FIND-DISPUTED-CHARGE.

MOVE "N" TO WS-CHARGE-FOUND
MOVE SPACES TO WS-CHARGE-DEPT-CODE
MOVE 0 TO WS-CHARGE-AMOUNT
MOVE "N" TO WS-EOF-VEHCHG

OPEN INPUT VEHICLE-CHARGE-FILE
IF WS-VEHCHG-STATUS NOT = "00" AND WS-VEHCHG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHCHG.DAT"
    CLOSE DISPUTE-TRANS-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-VEHICLE-CHARGE-RECORD

PERFORM UNTIL EOF-VEHCHG
    IF VCH-RUN-ID = DST-RUN-ID AND VCH-VEH-ID = DST-VEH-ID
        MOVE "Y" TO WS-CHARGE-FOUND
        MOVE VCH-DEPT-CODE TO WS-CHARGE-DEPT-CODE
        MOVE VCH-CHARGE-AMOUNT TO WS-CHARGE-AMOUNT
    END-IF
    PERFORM READ-VEHICLE-CHARGE-RECORD
END-PERFORM

CLOSE VEHICLE-CHARGE-FILE.

READ-VEHICLE-CHARGE-RECORD.

READ VEHICLE-CHARGE-FILE
    AT END
    SET EOF-VEHCHG TO TRUE
    NOT AT END
    CONTINUE
END-READ.

WRITE-DISPUTE-LINE.

MOVE WS-DSP-CHARGE-AMOUNT(WS-DSP-IX) TO WS-AMOUNT-EDIT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONT " WS-DSP-NUMBER(WS-DSP-IX)
    " " WS-ACTION-TEXT
    " DEPT " WS-DSP-DEPT-CODE(WS-DSP-IX)
    " DIA " WS-DSP-RUN-ID(WS-DSP-IX)
    " VEH-ID " WS-DSP-VEH-ID(WS-DSP-IX)
    " VALOR " WS-AMOUNT-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REJECT-LINE.

ADD 1 TO WS-TRANS-REJECT-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ACAO " DST-ACTION " CONT " DST-NUMBER
    " VEH-ID " DST-VEH-ID
    " REJEITADA: " WS-REJECT-REASON
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

REWRITE-DISPUTE-FILE.

OPEN OUTPUT DISPUTE-FILE
IF WS-DISPUTE-STATUS NOT = "00" AND WS-DISPUTE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel regravar o arquivo DISPUTE.DAT"
    IF WS-APPROVED-COUNT > 0
        DISPLAY "ERRO: creditos ja lancados em INVOICE.DAT - "
            "acerte DISPUTE.DAT antes de reprocessar"
    END-IF
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM VARYING WS-DSP-IX FROM 1 BY 1
        UNTIL WS-DSP-IX > WS-DSP-COUNT
    MOVE WS-DSP-NUMBER(WS-DSP-IX) TO DSP-NUMBER
    MOVE WS-DSP-DEPT-CODE(WS-DSP-IX) TO DSP-DEPT-CODE
    MOVE WS-DSP-RUN-ID(WS-DSP-IX) TO DSP-RUN-ID
    MOVE WS-DSP-VEH-ID(WS-DSP-IX) TO DSP-VEH-ID
    MOVE WS-DSP-CHARGE-AMOUNT(WS-DSP-IX) TO DSP-CHARGE-AMOUNT
    MOVE WS-DSP-STATUS(WS-DSP-IX) TO DSP-STATUS
    MOVE WS-DSP-OPEN-DATE(WS-DSP-IX) TO DSP-OPEN-DATE
    MOVE WS-DSP-DECISION-DATE(WS-DSP-IX) TO DSP-DECISION-DATE
    MOVE WS-DSP-CREDIT-RUN-ID(WS-DSP-IX) TO DSP-CREDIT-RUN-ID
    MOVE WS-DSP-REASON(WS-DSP-IX) TO DSP-REASON
    WRITE DISPUTE-REC
    IF DSP-STATUS-OPEN
        ADD 1 TO WS-STILL-OPEN-COUNT
    END-IF
END-PERFORM

CLOSE DISPUTE-FILE.

APPEND-CREDIT-INVOICES.

IF WS-APPROVED-COUNT > 0
    OPEN EXTEND INVOICE-FILE
    IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS NOT = "05"
        OPEN OUTPUT INVOICE-FILE
    END-IF
    IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS NOT = "05"
        DISPLAY "ERRO: nao foi possivel abrir o arquivo de faturas"
        CLOSE EXCEPTION-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM VARYING WS-DSP-IX FROM 1 BY 1
            UNTIL WS-DSP-IX > WS-DSP-COUNT
        IF WS-DSP-POST-CREDIT(WS-DSP-IX) = "Y"
            MOVE WS-DSP-CREDIT-RUN-ID(WS-DSP-IX) TO INV-RUN-ID
            MOVE WS-DSP-DEPT-CODE(WS-DSP-IX) TO INV-DEPT-CODE
            MOVE 1 TO INV-VEHICLE-COUNT
            MOVE WS-DSP-CHARGE-AMOUNT(WS-DSP-IX) TO INV-CHARGE-AMOUNT
            MOVE "A" TO INV-RECORD-TYPE
            MOVE "-" TO INV-ADJUST-SIGN
            MOVE "D" TO INV-ADJUST-SOURCE
            WRITE INVOICE-REC
            IF WS-INVOICE-STATUS NOT = "00"
                DISPLAY "ERRO: falha na gravacao do arquivo de faturas - "
                    "status " WS-INVOICE-STATUS
                CLOSE INVOICE-FILE
                CLOSE EXCEPTION-REPORT
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
        END-IF
    END-PERFORM
    CLOSE INVOICE-FILE
    IF WS-INVOICE-STATUS NOT = "00"
        DISPLAY "ERRO: falha ao fechar o arquivo de faturas - status "
            WS-INVOICE-STATUS
        CLOSE EXCEPTION-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
END-IF.

WRITE-DISPUTE-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES LIDAS:        " WS-TRANS-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTACOES ABERTAS:    " WS-RAISED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTACOES APROVADAS:  " WS-APPROVED-COUNT
    "  CREDITADO: " WS-TOTAL-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTACOES NEGADAS:    " WS-DENIED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES REJEITADAS:   " WS-TRANS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "CONTESTACOES EM ABERTO:  " WS-STILL-OPEN-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "CONTESTACOES DE COBRANCA - PAGINA "
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

END PROGRAM DSPMAINT.
