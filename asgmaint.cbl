IDENTIFICATION DIVISION.
PROGRAM-ID. ASGMAINT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT DRIVER-FILE ASSIGN TO "DRVMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRIVER-STATUS.
    SELECT LICENCE-CATEGORY-FILE ASSIGN TO "LICCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LICCAT-STATUS.
    SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "VEHASGN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASSIGN-STATUS.
    SELECT ASSIGN-TRANS-FILE ASSIGN TO "ASGNTRN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT EXCEPTION-REPORT ASSIGN TO "ASGNEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  DRIVER-FILE.
COPY DRVREC.
FD  LICENCE-CATEGORY-FILE.
COPY LICCAT.
FD  ASSIGNMENT-FILE.
COPY ASGNREC.
FD  ASSIGN-TRANS-FILE.
COPY ASGNTRN.
FD  PARM-FILE.
COPY PARMREC.
FD  EXCEPTION-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-DRIVER-STATUS PIC XX VALUE "00".
    01 WS-LICCAT-STATUS PIC XX VALUE "00".
    01 WS-ASSIGN-STATUS PIC XX VALUE "00".
    01 WS-TRANS-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-DRIVER PIC X VALUE "N".
        88 EOF-DRIVER VALUE "Y".
    01 WS-EOF-LICCAT PIC X VALUE "N".
        88 EOF-LICCAT VALUE "Y".
    01 WS-EOF-ASSIGN PIC X VALUE "N".
        88 EOF-ASSIGN VALUE "Y".
    01 WS-EOF-TRANS PIC X VALUE "N".
        88 EOF-TRANS VALUE "Y".

    01 WS-BUSINESS-DATE PIC 9(8).

    01 WS-DRIVER-MAX PIC 9(5) VALUE 2000.
    01 WS-DRIVER-COUNT PIC 9(5) VALUE 0.
    01 WS-DRIVER-IX PIC 9(5) VALUE 0.
    01 WS-DRIVER-FOUND PIC X VALUE "N".
        88 DRIVER-FOUND VALUE "Y".
    01 WS-DRIVER-TABLE.
        05 WS-DRIVER-ENTRY OCCURS 2000 TIMES.
            10 WS-DRV-EMPLOYEE-ID PIC 9(6).
            10 WS-DRV-LICENCE-CATEGORY PIC X(2).
            10 WS-DRV-LICENCE-EXPIRY PIC 9(8).

    01 WS-LICCAT-MAX PIC 9(3) VALUE 100.
    01 WS-LICCAT-COUNT PIC 9(3) VALUE 0.
    01 WS-LICCAT-IX PIC 9(3) VALUE 0.
    01 WS-LICCAT-FOUND PIC X VALUE "N".
        88 LICCAT-FOUND VALUE "Y".
    01 WS-LICCAT-TABLE.
        05 WS-LICCAT-ENTRY OCCURS 100 TIMES.
            10 WS-LCC-VEH-CATEGORY PIC 9(5).
            10 WS-LCC-REQUIRED-LICENCE PIC X.

    01 WS-REQUIRED-LICENCE PIC X.
    01 WS-LICENCE-COVERS PIC X VALUE "N".
        88 LICENCE-COVERS VALUE "Y".

    01 WS-ASG-MAX PIC 9(5) VALUE 5000.
    01 WS-ASG-COUNT PIC 9(5) VALUE 0.
    01 WS-ASG-IX PIC 9(5) VALUE 0.
    01 WS-ASG-LAST-IX PIC 9(5) VALUE 0.
    01 WS-ASG-TABLE.
        05 WS-ASG-ENTRY OCCURS 5000 TIMES.
            10 WS-ASG-VEH-ID PIC 9(5).
            10 WS-ASG-EMPLOYEE-ID PIC 9(6).
            10 WS-ASG-CHECK-OUT-DATE PIC 9(8).
            10 WS-ASG-CHECK-IN-DATE PIC 9(8).

    01 WS-TRANS-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-CHECK-OUT-COUNT PIC 9(5) VALUE 0.
    01 WS-CHECK-IN-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-REJECT-COUNT PIC 9(5) VALUE 0.
    01 WS-STILL-OUT-COUNT PIC 9(5) VALUE 0.

    01 WS-REJECT-REASON PIC X(37).

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
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de excecoes"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-DRIVER-TABLE

PERFORM LOAD-LICENCE-CATEGORY-TABLE

PERFORM LOAD-ASSIGNMENT-TABLE

PERFORM APPLY-ASSIGN-TRANSACTIONS

PERFORM REWRITE-ASSIGNMENT-FILE

PERFORM WRITE-ASSIGN-TOTALS

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

LOAD-DRIVER-TABLE.

OPEN INPUT DRIVER-FILE
IF WS-DRIVER-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DRVMAST.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DRIVER-RECORD

PERFORM UNTIL EOF-DRIVER
    IF WS-DRIVER-COUNT >= WS-DRIVER-MAX
        DISPLAY "ERRO: tabela de motoristas cheia - aumente o limite"
        CLOSE DRIVER-FILE
        CLOSE EXCEPTION-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DRIVER-COUNT
    MOVE DRV-EMPLOYEE-ID TO WS-DRV-EMPLOYEE-ID(WS-DRIVER-COUNT)
    MOVE DRV-LICENCE-CATEGORY TO
        WS-DRV-LICENCE-CATEGORY(WS-DRIVER-COUNT)
    MOVE DRV-LICENCE-EXPIRY TO WS-DRV-LICENCE-EXPIRY(WS-DRIVER-COUNT)
    PERFORM READ-DRIVER-RECORD
END-PERFORM

CLOSE DRIVER-FILE.

READ-DRIVER-RECORD.

READ DRIVER-FILE
    AT END
    SET EOF-DRIVER TO TRUE
    NOT AT END
    CONTINUE
END-READ.

LOAD-LICENCE-CATEGORY-TABLE.

OPEN INPUT LICENCE-CATEGORY-FILE
IF WS-LICCAT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo LICCAT.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-LICENCE-CATEGORY-RECORD

PERFORM UNTIL EOF-LICCAT
    IF LCC-VEH-CATEGORY NUMERIC
        IF WS-LICCAT-COUNT >= WS-LICCAT-MAX
            DISPLAY "ERRO: tabela de categorias de habilitacao cheia"
            CLOSE LICENCE-CATEGORY-FILE
            CLOSE EXCEPTION-REPORT
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-LICCAT-COUNT
        MOVE LCC-VEH-CATEGORY TO WS-LCC-VEH-CATEGORY(WS-LICCAT-COUNT)
        MOVE LCC-REQUIRED-LICENCE TO
            WS-LCC-REQUIRED-LICENCE(WS-LICCAT-COUNT)
    END-IF
    PERFORM READ-LICENCE-CATEGORY-RECORD
END-PERFORM

CLOSE LICENCE-CATEGORY-FILE.

READ-LICENCE-CATEGORY-RECORD.

READ LICENCE-CATEGORY-FILE
    AT END
    SET EOF-LICCAT TO TRUE
    NOT AT END
    CONTINUE
END-READ.

LOAD-ASSIGNMENT-TABLE.

OPEN INPUT ASSIGNMENT-FILE
IF WS-ASSIGN-STATUS NOT = "00" AND WS-ASSIGN-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHASGN.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-ASSIGNMENT-RECORD

PERFORM UNTIL EOF-ASSIGN
    IF WS-ASG-COUNT >= WS-ASG-MAX
        DISPLAY "ERRO: tabela de atribuicoes cheia - aumente o limite"
        CLOSE ASSIGNMENT-FILE
        CLOSE EXCEPTION-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-ASG-COUNT
    MOVE ASG-VEH-ID TO WS-ASG-VEH-ID(WS-ASG-COUNT)
    MOVE ASG-EMPLOYEE-ID TO WS-ASG-EMPLOYEE-ID(WS-ASG-COUNT)
    MOVE ASG-CHECK-OUT-DATE TO WS-ASG-CHECK-OUT-DATE(WS-ASG-COUNT)
    MOVE ASG-CHECK-IN-DATE TO WS-ASG-CHECK-IN-DATE(WS-ASG-COUNT)
    PERFORM READ-ASSIGNMENT-RECORD
END-PERFORM

CLOSE ASSIGNMENT-FILE.

READ-ASSIGNMENT-RECORD.

READ ASSIGNMENT-FILE
    AT END
    SET EOF-ASSIGN TO TRUE
    NOT AT END
    CONTINUE
END-READ.

APPLY-ASSIGN-TRANSACTIONS.

OPEN INPUT ASSIGN-TRANS-FILE
IF WS-TRANS-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo ASGNTRN.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE ASSIGN-TRANS-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-ASSIGN-TRANS

PERFORM UNTIL EOF-TRANS
    PERFORM APPLY-ONE-TRANS
    PERFORM READ-ASSIGN-TRANS
END-PERFORM

CLOSE ASSIGN-TRANS-FILE
CLOSE VEHICLE-MASTER.

READ-ASSIGN-TRANS.

READ ASSIGN-TRANS-FILE
    AT END
    SET EOF-TRANS TO TRUE
    NOT AT END
    ADD 1 TO WS-TRANS-READ-COUNT
END-READ.

APPLY-ONE-TRANS.

EVALUATE TRUE

WHEN AGT-VEH-ID NOT NUMERIC OR AGT-EMPLOYEE-ID NOT NUMERIC
    MOVE "VEH-ID OU MATRICULA NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN NOT AGT-ACTION-CHECK-OUT AND NOT AGT-ACTION-CHECK-IN
    MOVE "CODIGO DE ACAO INVALIDO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN AGT-DATE NOT NUMERIC
    MOVE "DATA NAO NUMERICA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN FUNCTION TEST-DATE-YYYYMMDD(AGT-DATE) NOT = 0
    MOVE "DATA INVALIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN AGT-DATE > WS-BUSINESS-DATE
    MOVE "DATA POSTERIOR A DATA DE NEGOCIO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN AGT-ACTION-CHECK-OUT
    PERFORM APPLY-CHECK-OUT

WHEN AGT-ACTION-CHECK-IN
    PERFORM APPLY-CHECK-IN

END-EVALUATE.

APPLY-CHECK-OUT.

PERFORM FIND-DRIVER-ENTRY

IF NOT DRIVER-FOUND
    MOVE "MOTORISTA INEXISTENTE EM DRVMAST.DAT" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
ELSE
    MOVE AGT-VEH-ID TO VEH-ID
    READ VEHICLE-MASTER
        INVALID KEY
        MOVE "VEH-ID INEXISTENTE NO MESTRE" TO WS-REJECT-REASON
        PERFORM WRITE-REJECT-LINE
        NOT INVALID KEY
        PERFORM VALIDATE-CHECK-OUT
    END-READ
END-IF.

VALIDATE-CHECK-OUT.

PERFORM FIND-REQUIRED-LICENCE
IF LICCAT-FOUND
    PERFORM CHECK-LICENCE-COVERAGE
END-IF
PERFORM FIND-LAST-ASSIGNMENT

EVALUATE TRUE

WHEN WS-DRV-LICENCE-EXPIRY(WS-DRIVER-IX) < AGT-DATE
    MOVE "HABILITACAO DO MOTORISTA VENCIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN NOT LICCAT-FOUND
    MOVE "CATEGORIA AUSENTE DE LICCAT.DAT" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN NOT LICENCE-COVERS
    MOVE "HABILITACAO NAO COBRE A CATEGORIA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-ASG-LAST-IX > 0
        AND WS-ASG-CHECK-IN-DATE(WS-ASG-LAST-IX) = 0
    MOVE "VEICULO JA RETIRADO E NAO DEVOLVIDO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-ASG-LAST-IX > 0
        AND AGT-DATE < WS-ASG-CHECK-IN-DATE(WS-ASG-LAST-IX)
    MOVE "RETIRADA ANTERIOR A ULTIMA DEVOLUCAO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    PERFORM POST-CHECK-OUT

END-EVALUATE.

POST-CHECK-OUT.

IF WS-ASG-COUNT >= WS-ASG-MAX
    DISPLAY "ERRO: tabela de atribuicoes cheia - aumente o limite"
    CLOSE ASSIGN-TRANS-FILE
    CLOSE VEHICLE-MASTER
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

ADD 1 TO WS-ASG-COUNT
MOVE AGT-VEH-ID TO WS-ASG-VEH-ID(WS-ASG-COUNT)
MOVE AGT-EMPLOYEE-ID TO WS-ASG-EMPLOYEE-ID(WS-ASG-COUNT)
MOVE AGT-DATE TO WS-ASG-CHECK-OUT-DATE(WS-ASG-COUNT)
MOVE 0 TO WS-ASG-CHECK-IN-DATE(WS-ASG-COUNT)

ADD 1 TO WS-CHECK-OUT-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEH-ID " AGT-VEH-ID " RETIRADO POR " AGT-EMPLOYEE-ID
    " EM " AGT-DATE
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

APPLY-CHECK-IN.

PERFORM FIND-LAST-ASSIGNMENT

EVALUATE TRUE

WHEN WS-ASG-LAST-IX = 0
    MOVE "VEICULO SEM RETIRADA EM ABERTO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-ASG-CHECK-IN-DATE(WS-ASG-LAST-IX) NOT = 0
    MOVE "VEICULO SEM RETIRADA EM ABERTO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-ASG-EMPLOYEE-ID(WS-ASG-LAST-IX) NOT = AGT-EMPLOYEE-ID
    MOVE "MOTORISTA DIFERENTE DO DA RETIRADA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN AGT-DATE < WS-ASG-CHECK-OUT-DATE(WS-ASG-LAST-IX)
    MOVE "DEVOLUCAO ANTERIOR A RETIRADA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    MOVE AGT-DATE TO WS-ASG-CHECK-IN-DATE(WS-ASG-LAST-IX)
    ADD 1 TO WS-CHECK-IN-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "VEH-ID " AGT-VEH-ID " DEVOLVIDO POR " AGT-EMPLOYEE-ID
        " EM " AGT-DATE
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE

END-EVALUATE.

FIND-DRIVER-ENTRY.

MOVE "N" TO WS-DRIVER-FOUND

PERFORM VARYING WS-DRIVER-IX FROM 1 BY 1
        UNTIL WS-DRIVER-IX > WS-DRIVER-COUNT
           OR DRIVER-FOUND
    IF WS-DRV-EMPLOYEE-ID(WS-DRIVER-IX) = AGT-EMPLOYEE-ID
        MOVE "Y" TO WS-DRIVER-FOUND
    END-IF
END-PERFORM

IF DRIVER-FOUND
    SUBTRACT 1 FROM WS-DRIVER-IX
END-IF.

FIND-REQUIRED-LICENCE.

MOVE "N" TO WS-LICCAT-FOUND

PERFORM VARYING WS-LICCAT-IX FROM 1 BY 1
        UNTIL WS-LICCAT-IX > WS-LICCAT-COUNT
           OR LICCAT-FOUND
    IF WS-LCC-VEH-CATEGORY(WS-LICCAT-IX) = VEH-CATEGORY
        MOVE "Y" TO WS-LICCAT-FOUND
    END-IF
END-PERFORM

IF LICCAT-FOUND
    SUBTRACT 1 FROM WS-LICCAT-IX
    MOVE WS-LCC-REQUIRED-LICENCE(WS-LICCAT-IX) TO WS-REQUIRED-LICENCE
END-IF.

CHECK-LICENCE-COVERAGE.

MOVE "N" TO WS-LICENCE-COVERS

IF WS-REQUIRED-LICENCE = "A"
    IF WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(1:1) = "A"
            OR WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(2:1) = "A"
        MOVE "Y" TO WS-LICENCE-COVERS
    END-IF
ELSE
    IF WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(1:1) NOT = "A"
            AND WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(1:1) NOT = SPACE
            AND WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(1:1)
                >= WS-REQUIRED-LICENCE
        MOVE "Y" TO WS-LICENCE-COVERS
    END-IF
    IF WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(2:1) NOT = "A"
            AND WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(2:1) NOT = SPACE
            AND WS-DRV-LICENCE-CATEGORY(WS-DRIVER-IX)(2:1)
                >= WS-REQUIRED-LICENCE
        MOVE "Y" TO WS-LICENCE-COVERS
    END-IF
END-IF.

FIND-LAST-ASSIGNMENT.

MOVE 0 TO WS-ASG-LAST-IX

PERFORM VARYING WS-ASG-IX FROM 1 BY 1
        UNTIL WS-ASG-IX > WS-ASG-COUNT
    IF WS-ASG-VEH-ID(WS-ASG-IX) = AGT-VEH-ID
        IF WS-ASG-LAST-IX = 0
            MOVE WS-ASG-IX TO WS-ASG-LAST-IX
        ELSE
            IF WS-ASG-CHECK-OUT-DATE(WS-ASG-IX) >=
                    WS-ASG-CHECK-OUT-DATE(WS-ASG-LAST-IX)
                MOVE WS-ASG-IX TO WS-ASG-LAST-IX
            END-IF
        END-IF
    END-IF
END-PERFORM.

WRITE-REJECT-LINE.

ADD 1 TO WS-TRANS-REJECT-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ACAO " AGT-ACTION " VEH-ID " AGT-VEH-ID
    " MATR " AGT-EMPLOYEE-ID
    " REJEITADA: " WS-REJECT-REASON
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

REWRITE-ASSIGNMENT-FILE.

OPEN OUTPUT ASSIGNMENT-FILE
IF WS-ASSIGN-STATUS NOT = "00" AND WS-ASSIGN-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel regravar o arquivo VEHASGN.DAT"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM VARYING WS-ASG-IX FROM 1 BY 1
        UNTIL WS-ASG-IX > WS-ASG-COUNT
    MOVE WS-ASG-VEH-ID(WS-ASG-IX) TO ASG-VEH-ID
    MOVE WS-ASG-EMPLOYEE-ID(WS-ASG-IX) TO ASG-EMPLOYEE-ID
    MOVE WS-ASG-CHECK-OUT-DATE(WS-ASG-IX) TO ASG-CHECK-OUT-DATE
    MOVE WS-ASG-CHECK-IN-DATE(WS-ASG-IX) TO ASG-CHECK-IN-DATE
    WRITE VEHICLE-ASSIGNMENT-REC
    IF ASG-CHECK-IN-DATE = 0
        ADD 1 TO WS-STILL-OUT-COUNT
    END-IF
END-PERFORM

CLOSE ASSIGNMENT-FILE.

WRITE-ASSIGN-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES LIDAS:        " WS-TRANS-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "RETIRADAS REGISTRADAS:   " WS-CHECK-OUT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "DEVOLUCOES REGISTRADAS:  " WS-CHECK-IN-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES REJEITADAS:   " WS-TRANS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEICULOS AINDA RETIRADOS: " WS-STILL-OUT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "ATRIBUICAO DE VEICULOS A MOTORISTAS - PAGINA "
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

END PROGRAM ASGMAINT.
