    SELECT EXCEPTION-REPORT ASSIGN TO "CCXMAINT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY CCXTRN.
FD  EXCEPTION-REPORT.
01  REPORT-LINE PIC X(80).
FD  CHANGE-LOG-FILE.
COPY CHGLOGRC.
FD  PARM-FILE.
COPY PARMREC.
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-DEPT-STATUS PIC XX VALUE "00".
    01 WS-CCX-STATUS PIC XX VALUE "00".
    01 WS-TRANS-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-CHGLOG-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-DEPT PIC X VALUE "N".

    01 WS-REJECT-REASON PIC X(40).

    01 WS-BEFORE-IMAGE PIC X(25).
    01 WS-AFTER-IMAGE PIC X(25).

    01 WS-LOG-MAX PIC 9(5) VALUE 1000.
    01 WS-LOG-COUNT PIC 9(5) VALUE 0.
    01 WS-LOG-IX PIC 9(5) VALUE 0.
    01 WS-LOG-TABLE.
        05 WS-LOG-ENTRY OCCURS 1000 TIMES.
            10 WS-LOG-TIMESTAMP PIC X(26).
            10 WS-LOG-ACTION PIC X(1).
            10 WS-LOG-VEH-ID PIC 9(5).
            10 WS-LOG-BEFORE-IMAGE PIC X(25).
            10 WS-LOG-AFTER-IMAGE PIC X(25).

    01 WS-RUN-ID PIC X(8).
    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-TIMESTAMP.
        05 WS-TS-DATE PIC X(8).
        05 WS-TS-TIME PIC X(18).
    01 WS-CURRENT-DATETIME PIC X(21).

    01 WS-REPORT-LINE-COUNT PIC 9(3) VALUE 0.

PERFORM INIT-RUN-ID

PERFORM INIT-BUSINESS-DATE

OPEN OUTPUT EXCEPTION-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de excecoes"

PERFORM REWRITE-COST-CENTER-FILE

PERFORM WRITE-CHANGE-LOG-ENTRIES

PERFORM WRITE-COVERAGE-EXCEPTIONS

PERFORM WRITE-MAINT-TOTALS
ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID.

INIT-BUSINESS-DATE.

MOVE WS-RUN-ID TO WS-BUSINESS-DATE

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS = "00"
    READ PARM-FILE
        AT END
        CONTINUE
        NOT AT END
        MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE
    END-READ
    CLOSE PARM-FILE
END-IF.

LOAD-DEPARTMENT-TABLE.

OPEN INPUT DEPARTMENT-FILE
    GOBACK
END-IF

OPEN EXTEND CHANGE-LOG-FILE
IF WS-CHGLOG-STATUS NOT = "00" AND WS-CHGLOG-STATUS NOT = "05"
    OPEN OUTPUT CHANGE-LOG-FILE
END-IF
IF WS-CHGLOG-STATUS NOT = "00" AND WS-CHGLOG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo CHGLOG.DAT"
    CLOSE CCX-TRANS-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-MAINT-TRANS

PERFORM UNTIL EOF-TRANS
    IF WS-CCX-COUNT >= WS-CCX-MAX
        DISPLAY "ERRO: tabela de centros de custo cheia"
        CLOSE CCX-TRANS-FILE
        CLOSE CHANGE-LOG-FILE
        CLOSE EXCEPTION-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    MOVE CTX-DEPT-CODE TO WS-CCX-DEPT-CODE(WS-CCX-COUNT)
    MOVE "N" TO WS-CCX-DELETED(WS-CCX-COUNT)
    ADD 1 TO WS-TRANS-APPLIED-COUNT
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE CTX-CCX-DETAIL TO WS-AFTER-IMAGE
    PERFORM HOLD-CHANGE-LOG

END-EVALUATE.

    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    MOVE SPACES TO WS-BEFORE-IMAGE
    STRING WS-CCX-VEH-ID(WS-CCX-IX) WS-CCX-DEPT-CODE(WS-CCX-IX)
        DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
    MOVE CTX-DEPT-CODE TO WS-CCX-DEPT-CODE(WS-CCX-IX)
    ADD 1 TO WS-TRANS-APPLIED-COUNT
    MOVE CTX-CCX-DETAIL TO WS-AFTER-IMAGE
    PERFORM HOLD-CHANGE-LOG

END-EVALUATE.

ELSE
    MOVE "Y" TO WS-CCX-DELETED(WS-CCX-IX)
    ADD 1 TO WS-TRANS-APPLIED-COUNT
    MOVE SPACES TO WS-BEFORE-IMAGE
    STRING WS-CCX-VEH-ID(WS-CCX-IX) WS-CCX-DEPT-CODE(WS-CCX-IX)
        DELIMITED BY SIZE INTO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    PERFORM HOLD-CHANGE-LOG
END-IF.

HOLD-CHANGE-LOG.

IF WS-LOG-COUNT >= WS-LOG-MAX
    DISPLAY "ERRO: tabela do log de alteracoes cheia - aumente o limite"
    CLOSE CCX-TRANS-FILE
    CLOSE CHANGE-LOG-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
ACCEPT WS-CURRENT-DATETIME FROM TIME
MOVE WS-CURRENT-DATETIME(1:18) TO WS-TS-TIME

ADD 1 TO WS-LOG-COUNT
MOVE WS-TIMESTAMP TO WS-LOG-TIMESTAMP(WS-LOG-COUNT)
MOVE CTX-ACTION TO WS-LOG-ACTION(WS-LOG-COUNT)
MOVE CTX-VEH-ID TO WS-LOG-VEH-ID(WS-LOG-COUNT)
MOVE WS-BEFORE-IMAGE TO WS-LOG-BEFORE-IMAGE(WS-LOG-COUNT)
MOVE WS-AFTER-IMAGE TO WS-LOG-AFTER-IMAGE(WS-LOG-COUNT).

WRITE-CHANGE-LOG-ENTRIES.

PERFORM VARYING WS-LOG-IX FROM 1 BY 1
        UNTIL WS-LOG-IX > WS-LOG-COUNT
    MOVE SPACES TO CHANGE-LOG-REC
    MOVE WS-BUSINESS-DATE TO CHG-BUSINESS-DATE
    MOVE WS-RUN-ID TO CHG-RUN-ID
    MOVE WS-LOG-TIMESTAMP(WS-LOG-IX) TO CHG-TIMESTAMP
    MOVE "CCXMAINT" TO CHG-PROGRAM
    SET CHG-ENTITY-CCX TO TRUE
    MOVE WS-LOG-ACTION(WS-LOG-IX) TO CHG-ACTION
    MOVE WS-LOG-VEH-ID(WS-LOG-IX) TO CHG-VEH-ID
    MOVE WS-LOG-BEFORE-IMAGE(WS-LOG-IX) TO CHG-BEFORE-IMAGE
    MOVE WS-LOG-AFTER-IMAGE(WS-LOG-IX) TO CHG-AFTER-IMAGE
    WRITE CHANGE-LOG-REC
END-PERFORM

CLOSE CHANGE-LOG-FILE.

FIND-DEPT-ENTRY.

MOVE "N" TO WS-DEPT-FOUND
OPEN OUTPUT COST-CENTER-FILE
IF WS-CCX-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o arquivo COSTCTR.DAT"
    CLOSE CHANGE-LOG-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK

PERFORM VARYING WS-CCX-IX FROM 1 BY 1
        UNTIL WS-CCX-IX > WS-CCX-COUNT
           OR WS-CCX-STATUS NOT = "00"
    IF WS-CCX-DELETED(WS-CCX-IX) = "N"
        MOVE WS-CCX-VEH-ID(WS-CCX-IX) TO CCX-VEH-ID
        MOVE WS-CCX-DEPT-CODE(WS-CCX-IX) TO CCX-DEPT-CODE
    END-IF
END-PERFORM

IF WS-CCX-STATUS NOT = "00"
    DISPLAY "ERRO: falha na gravacao do arquivo COSTCTR.DAT - status "
        WS-CCX-STATUS
    CLOSE COST-CENTER-FILE
    CLOSE CHANGE-LOG-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

CLOSE COST-CENTER-FILE
IF WS-CCX-STATUS NOT = "00"
    DISPLAY "ERRO: falha ao fechar o arquivo COSTCTR.DAT - status "
        WS-CCX-STATUS
    CLOSE CHANGE-LOG-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF.

WRITE-COVERAGE-EXCEPTIONS.

