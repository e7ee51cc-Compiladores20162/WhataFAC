IDENTIFICATION DIVISION.
PROGRAM-ID. BUDALERT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-STATUS.
    SELECT OPTIONAL BUDGET-FILE ASSIGN TO "DEPTBUDG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-BUDGET-STATUS.
    SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT BUDGET-REPORT ASSIGN TO "BUDALERT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
COPY PARMREC.
FD  DEPARTMENT-FILE.
COPY DEPTREC.
FD  BUDGET-FILE.
COPY DEPTBUD.
FD  INVOICE-FILE.
COPY INVREC.
FD  BUDGET-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-DEPT-STATUS PIC XX VALUE "00".
    01 WS-BUDGET-STATUS PIC XX VALUE "00".
    01 WS-INVOICE-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-DEPT PIC X VALUE "N".
        88 EOF-DEPT VALUE "Y".
    01 WS-EOF-BUDGET PIC X VALUE "N".
        88 EOF-BUDGET VALUE "Y".
    01 WS-EOF-INVOICE PIC X VALUE "N".
        88 EOF-INVOICE VALUE "Y".

    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
        05 WS-BUS-MONTH PIC 9(6).
        05 WS-BUS-DD PIC 9(2).
    01 WS-MONTH-FIRST PIC 9(8) VALUE 0.
    01 WS-NEXT-MONTH-FIRST PIC 9(8) VALUE 0.
    01 WS-NEXT-MONTH-FIRST-R REDEFINES WS-NEXT-MONTH-FIRST.
        05 WS-NEXT-YEAR PIC 9(4).
        05 WS-NEXT-MM PIC 9(2).
        05 WS-NEXT-DD PIC 9(2).
    01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
    01 WS-DAYS-ELAPSED PIC 9(2) VALUE 0.

    01 WS-DEFAULT-WARN-PCT PIC 9(3) VALUE 90.

    01 WS-DEPT-MAX PIC 9(3) VALUE 100.
    01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
    01 WS-DEPT-IX PIC 9(3) VALUE 0.
    01 WS-DEPT-FOUND PIC X VALUE "N".
        88 DEPT-FOUND VALUE "Y".
    01 WS-DEPT-KEY PIC X(4).
    01 WS-DEPT-TABLE.
        05 WS-DEPT-ENTRY OCCURS 100 TIMES.
            10 WS-DPT-CODE PIC X(4).
            10 WS-DPT-NAME PIC X(30).
            10 WS-DPT-ON-MASTER PIC X.
            10 WS-DPT-HAS-BUDGET PIC X.
            10 WS-DPT-BUDGET PIC 9(9)V99.
            10 WS-DPT-WARN-PCT PIC 9(3).
            10 WS-DPT-CHARGES PIC S9(9)V99.
            10 WS-DPT-ADJUSTMENTS PIC S9(9)V99.

    01 WS-APPLIED-AMOUNT PIC S9(9)V99 VALUE 0.
    01 WS-ACTUAL-AMOUNT PIC S9(9)V99 VALUE 0.
    01 WS-PROJECTED-AMOUNT PIC S9(9)V99 VALUE 0.
    01 WS-USED-PCT PIC 9(3) VALUE 0.
    01 WS-PROJECTED-PCT PIC 9(3) VALUE 0.
    01 WS-PCT-WORK PIC S9(7) VALUE 0.
    01 WS-SITUATION PIC X(20).
    01 WS-BUDGET-EDIT PIC 9(9).99.
    01 WS-AMOUNT-EDIT PIC +9(9).99.
    01 WS-ADJUST-EDIT PIC +9(9).99.
    01 WS-PROJECT-EDIT PIC +9(9).99.

    01 WS-BUDGET-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-BUDGET-ORPHAN-COUNT PIC 9(5) VALUE 0.
    01 WS-INVOICE-MONTH-COUNT PIC 9(7) VALUE 0.
    01 WS-OVER-BUDGET-COUNT PIC 9(3) VALUE 0.
    01 WS-PROJECTED-OVER-COUNT PIC 9(3) VALUE 0.
    01 WS-WARNING-COUNT PIC 9(3) VALUE 0.
    01 WS-NO-BUDGET-COUNT PIC 9(3) VALUE 0.
    01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.

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

OPEN OUTPUT BUDGET-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de orcamento"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-DEPARTMENT-TABLE

PERFORM LOAD-MONTH-BUDGETS

PERFORM ACCUMULATE-MONTH-INVOICES

PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT
    PERFORM WRITE-DEPT-BUDGET-LINES
END-PERFORM

PERFORM WRITE-BUDGET-TOTALS

CLOSE BUDGET-REPORT

IF WS-FLAGGED-COUNT > 0 OR WS-BUDGET-ORPHAN-COUNT > 0
    MOVE 2 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID.

READ-DAILY-PARM.

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de parametros diarios"
    CLOSE BUDGET-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE BUDGET-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE BUDGET-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE
MOVE WS-BUSINESS-DATE TO WS-RUN-ID

COMPUTE WS-MONTH-FIRST = WS-BUS-MONTH * 100 + 1
MOVE WS-MONTH-FIRST TO WS-NEXT-MONTH-FIRST
IF WS-NEXT-MM = 12
    ADD 1 TO WS-NEXT-YEAR
    MOVE 1 TO WS-NEXT-MM
ELSE
    ADD 1 TO WS-NEXT-MM
END-IF

COMPUTE WS-DAYS-IN-MONTH =
    FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
    - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
MOVE WS-BUS-DD TO WS-DAYS-ELAPSED.

LOAD-DEPARTMENT-TABLE.

OPEN INPUT DEPARTMENT-FILE
IF WS-DEPT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DEPTMAST.DAT"
    CLOSE BUDGET-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DEPARTMENT-RECORD

PERFORM UNTIL EOF-DEPT
    MOVE DPT-DEPT-CODE TO WS-DEPT-KEY
    PERFORM ADD-DEPT-ENTRY
    MOVE DPT-DEPT-NAME TO WS-DPT-NAME(WS-DEPT-IX)
    MOVE "Y" TO WS-DPT-ON-MASTER(WS-DEPT-IX)
    PERFORM READ-DEPARTMENT-RECORD
END-PERFORM

CLOSE DEPARTMENT-FILE.

READ-DEPARTMENT-RECORD.

READ DEPARTMENT-FILE
    AT END
    SET EOF-DEPT TO TRUE
    NOT AT END
    CONTINUE
END-READ.

FIND-DEPT-ENTRY.

MOVE "N" TO WS-DEPT-FOUND

PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT
           OR DEPT-FOUND
    IF WS-DPT-CODE(WS-DEPT-IX) = WS-DEPT-KEY
        MOVE "Y" TO WS-DEPT-FOUND
    END-IF
END-PERFORM

IF DEPT-FOUND
    SUBTRACT 1 FROM WS-DEPT-IX
END-IF.

ADD-DEPT-ENTRY.

PERFORM FIND-DEPT-ENTRY

IF NOT DEPT-FOUND
    IF WS-DEPT-COUNT >= WS-DEPT-MAX
        DISPLAY "ERRO: tabela de departamentos cheia"
        CLOSE BUDGET-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-DEPT-COUNT TO WS-DEPT-IX
    MOVE WS-DEPT-KEY TO WS-DPT-CODE(WS-DEPT-IX)
    MOVE "NAO CADASTRADO NO DEPTMAST" TO WS-DPT-NAME(WS-DEPT-IX)
    MOVE "N" TO WS-DPT-ON-MASTER(WS-DEPT-IX)
    MOVE "N" TO WS-DPT-HAS-BUDGET(WS-DEPT-IX)
    MOVE 0 TO WS-DPT-BUDGET(WS-DEPT-IX)
    MOVE 0 TO WS-DPT-WARN-PCT(WS-DEPT-IX)
    MOVE 0 TO WS-DPT-CHARGES(WS-DEPT-IX)
    MOVE 0 TO WS-DPT-ADJUSTMENTS(WS-DEPT-IX)
END-IF.

LOAD-MONTH-BUDGETS.

OPEN INPUT BUDGET-FILE
IF WS-BUDGET-STATUS NOT = "00" AND WS-BUDGET-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DEPTBUDG.DAT"
    CLOSE BUDGET-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-BUDGET-RECORD

PERFORM UNTIL EOF-BUDGET
    IF BUD-MONTH = WS-BUS-MONTH
        PERFORM APPLY-BUDGET-RECORD
    END-IF
    PERFORM READ-BUDGET-RECORD
END-PERFORM

CLOSE BUDGET-FILE.

READ-BUDGET-RECORD.

READ BUDGET-FILE
    AT END
    SET EOF-BUDGET TO TRUE
    NOT AT END
    ADD 1 TO WS-BUDGET-READ-COUNT
END-READ.

APPLY-BUDGET-RECORD.

MOVE BUD-DEPT-CODE TO WS-DEPT-KEY
PERFORM FIND-DEPT-ENTRY

IF NOT DEPT-FOUND
    ADD 1 TO WS-BUDGET-ORPHAN-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "ORCAMENTO IGNORADO: DEPARTAMENTO " BUD-DEPT-CODE
        " NAO EXISTE NO DEPTMAST"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
ELSE
    IF BUD-AMOUNT NOT NUMERIC OR BUD-WARN-PCT NOT NUMERIC
        ADD 1 TO WS-BUDGET-ORPHAN-COUNT
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING "ORCAMENTO IGNORADO: DEPARTAMENTO " BUD-DEPT-CODE
            " COM VALOR NAO NUMERICO"
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
        PERFORM WRITE-REPORT-DETAIL-LINE
    ELSE
        MOVE "Y" TO WS-DPT-HAS-BUDGET(WS-DEPT-IX)
        MOVE BUD-AMOUNT TO WS-DPT-BUDGET(WS-DEPT-IX)
        MOVE BUD-WARN-PCT TO WS-DPT-WARN-PCT(WS-DEPT-IX)
        IF WS-DPT-WARN-PCT(WS-DEPT-IX) = 0
            MOVE WS-DEFAULT-WARN-PCT TO WS-DPT-WARN-PCT(WS-DEPT-IX)
        END-IF
    END-IF
END-IF.

ACCUMULATE-MONTH-INVOICES.

OPEN INPUT INVOICE-FILE
IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de faturas"
    CLOSE BUDGET-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-INVOICE-RECORD

PERFORM UNTIL EOF-INVOICE
    IF INV-RUN-ID(1:6) = WS-BUSINESS-DATE(1:6)
            AND INV-RUN-ID <= WS-BUSINESS-DATE
        ADD 1 TO WS-INVOICE-MONTH-COUNT
        PERFORM ACCUMULATE-INVOICE-RECORD
    END-IF
    PERFORM READ-INVOICE-RECORD
END-PERFORM

CLOSE INVOICE-FILE.

READ-INVOICE-RECORD.

READ INVOICE-FILE
    AT END
    SET EOF-INVOICE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

ACCUMULATE-INVOICE-RECORD.

MOVE INV-DEPT-CODE TO WS-DEPT-KEY
PERFORM ADD-DEPT-ENTRY

MOVE INV-CHARGE-AMOUNT TO WS-APPLIED-AMOUNT
IF INV-TYPE-ADJUSTMENT AND INV-ADJUST-CREDIT
    COMPUTE WS-APPLIED-AMOUNT = 0 - INV-CHARGE-AMOUNT
END-IF

IF INV-TYPE-ADJUSTMENT
    ADD WS-APPLIED-AMOUNT TO WS-DPT-ADJUSTMENTS(WS-DEPT-IX)
ELSE
    ADD WS-APPLIED-AMOUNT TO WS-DPT-CHARGES(WS-DEPT-IX)
END-IF.

WRITE-DEPT-BUDGET-LINES.

COMPUTE WS-ACTUAL-AMOUNT =
    WS-DPT-CHARGES(WS-DEPT-IX) + WS-DPT-ADJUSTMENTS(WS-DEPT-IX)
COMPUTE WS-PROJECTED-AMOUNT ROUNDED =
    WS-ACTUAL-AMOUNT * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED

MOVE 0 TO WS-USED-PCT
MOVE 0 TO WS-PROJECTED-PCT
IF WS-DPT-BUDGET(WS-DEPT-IX) > 0
    COMPUTE WS-PCT-WORK =
        WS-ACTUAL-AMOUNT * 100 / WS-DPT-BUDGET(WS-DEPT-IX)
    PERFORM CLAMP-PERCENT
    MOVE WS-PCT-WORK TO WS-USED-PCT
    COMPUTE WS-PCT-WORK =
        WS-PROJECTED-AMOUNT * 100 / WS-DPT-BUDGET(WS-DEPT-IX)
    PERFORM CLAMP-PERCENT
    MOVE WS-PCT-WORK TO WS-PROJECTED-PCT
END-IF

EVALUATE TRUE
WHEN WS-DPT-HAS-BUDGET(WS-DEPT-IX) NOT = "Y"
    IF WS-ACTUAL-AMOUNT > 0
        MOVE "*SEM ORCAMENTO*" TO WS-SITUATION
        ADD 1 TO WS-NO-BUDGET-COUNT
        ADD 1 TO WS-FLAGGED-COUNT
    ELSE
        MOVE "SEM ORCAMENTO" TO WS-SITUATION
    END-IF
WHEN WS-ACTUAL-AMOUNT > WS-DPT-BUDGET(WS-DEPT-IX)
    MOVE "*ORCAMENTO ESTOURADO*" TO WS-SITUATION
    ADD 1 TO WS-OVER-BUDGET-COUNT
    ADD 1 TO WS-FLAGGED-COUNT
WHEN WS-PROJECTED-AMOUNT > WS-DPT-BUDGET(WS-DEPT-IX)
    MOVE "*PROJECAO ESTOURA*" TO WS-SITUATION
    ADD 1 TO WS-PROJECTED-OVER-COUNT
    ADD 1 TO WS-FLAGGED-COUNT
WHEN WS-USED-PCT >= WS-DPT-WARN-PCT(WS-DEPT-IX)
    MOVE "*ALERTA*" TO WS-SITUATION
    ADD 1 TO WS-WARNING-COUNT
    ADD 1 TO WS-FLAGGED-COUNT
WHEN OTHER
    MOVE "DENTRO DO ORCAMENTO" TO WS-SITUATION
END-EVALUATE

MOVE WS-DPT-BUDGET(WS-DEPT-IX) TO WS-BUDGET-EDIT
MOVE WS-ACTUAL-AMOUNT TO WS-AMOUNT-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "DEPARTAMENTO " WS-DPT-CODE(WS-DEPT-IX)
    " " WS-DPT-NAME(WS-DEPT-IX)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "  ORCAMENTO " WS-BUDGET-EDIT
    "  REALIZADO " WS-AMOUNT-EDIT
    "  CONSUMIDO " WS-USED-PCT "%"
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-DPT-CHARGES(WS-DEPT-IX) TO WS-AMOUNT-EDIT
MOVE WS-DPT-ADJUSTMENTS(WS-DEPT-IX) TO WS-ADJUST-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "  COBRANCAS " WS-AMOUNT-EDIT
    "  AJUSTES " WS-ADJUST-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-PROJECTED-AMOUNT TO WS-PROJECT-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "  PROJECAO " WS-PROJECT-EDIT
    " (" WS-PROJECTED-PCT "%)  ALERTA EM " WS-DPT-WARN-PCT(WS-DEPT-IX)
    "%  " WS-SITUATION
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

CLAMP-PERCENT.

IF WS-PCT-WORK < 0
    MOVE 0 TO WS-PCT-WORK
END-IF
IF WS-PCT-WORK > 999
    MOVE 999 TO WS-PCT-WORK
END-IF.

WRITE-BUDGET-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
STRING "DIAS DECORRIDOS NO MES:       " WS-DAYS-ELAPSED
    " DE " WS-DAYS-IN-MONTH
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "FATURAS DO MES ATE A DATA:    " WS-INVOICE-MONTH-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORCAMENTOS LIDOS:             " WS-BUDGET-READ-COUNT
    "  IGNORADOS " WS-BUDGET-ORPHAN-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "DEPARTAMENTOS ESTOURADOS:     " WS-OVER-BUDGET-COUNT
    "  PROJECAO ESTOURA " WS-PROJECTED-OVER-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "DEPARTAMENTOS EM ALERTA:      " WS-WARNING-COUNT
    "  SEM ORCAMENTO " WS-NO-BUDGET-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "ORCADO X REALIZADO POR DEPARTAMENTO - PAGINA "
    WS-REPORT-PAGE-NO
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-1
MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO WS-REPORT-HEADING-2
STRING "RUN-ID: " WS-RUN-ID
    "  MES: " WS-BUS-MONTH
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

END PROGRAM BUDALERT.
