IDENTIFICATION DIVISION.
PROGRAM-ID. WOCLOSE.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKORD-STATUS.
    SELECT CLOSE-TRANS-FILE ASSIGN TO "WOCLOSE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TRANS-STATUS.
    SELECT OPTIONAL USAGE-HISTORY ASSIGN TO "USAGEHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL SERVICE-HISTORY-FILE ASSIGN TO "SVCHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SVCHIST-STATUS.
    SELECT CLOSE-REPORT ASSIGN TO "WOCLOSE.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  WORK-ORDER-FILE.
COPY WORKORD.
FD  CLOSE-TRANS-FILE.
COPY WOCTRN.
FD  USAGE-HISTORY.
COPY USAGEREC.
FD  PARM-FILE.
COPY PARMREC.
FD  SERVICE-HISTORY-FILE.
COPY SVCHIST.
FD  CLOSE-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-WORKORD-STATUS PIC XX VALUE "00".
    01 WS-TRANS-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-SVCHIST-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-WORKORD PIC X VALUE "N".
        88 EOF-WORKORD VALUE "Y".
    01 WS-EOF-TRANS PIC X VALUE "N".
        88 EOF-TRANS VALUE "Y".
    01 WS-EOF-USAGE PIC X VALUE "N".
        88 EOF-USAGE VALUE "Y".

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

    01 WS-UVH-MAX PIC 9(5) VALUE 5000.
    01 WS-UVH-COUNT PIC 9(5) VALUE 0.
    01 WS-UVH-IX PIC 9(5) VALUE 0.
    01 WS-UVH-KEY PIC 9(5) VALUE 0.
    01 WS-UVH-FOUND PIC X VALUE "N".
        88 UVH-FOUND VALUE "Y".
    01 WS-UVH-TABLE.
        05 WS-UVH-ENTRY OCCURS 5000 TIMES.
            10 WS-UVH-VEH-ID PIC 9(5).
            10 WS-UVH-FROM-DATE PIC 9(8).
            10 WS-UVH-BASE-LOW PIC 9(5).

    01 WS-RDG-MAX PIC 9(5) VALUE 20000.
    01 WS-RDG-COUNT PIC 9(5) VALUE 0.
    01 WS-RDG-IX PIC 9(5) VALUE 0.
    01 WS-RDG-TABLE.
        05 WS-RDG-ENTRY OCCURS 20000 TIMES.
            10 WS-RDG-VEH-ID PIC 9(5).
            10 WS-RDG-DATE PIC 9(8).
            10 WS-RDG-ODOMETER PIC 9(5).

    01 WS-ODO-LOW PIC 9(5) VALUE 0.
    01 WS-ODO-HIGH PIC 9(5) VALUE 0.

    01 WS-TRANS-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-CLOSED-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-REJECT-COUNT PIC 9(5) VALUE 0.
    01 WS-STILL-OPEN-COUNT PIC 9(5) VALUE 0.

    01 WS-REJECT-REASON PIC X(40).

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

OPEN OUTPUT CLOSE-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de fechamento"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-WORK-ORDER-TABLE

PERFORM LOAD-USAGE-READINGS

PERFORM APPLY-CLOSE-TRANSACTIONS

PERFORM REWRITE-WORK-ORDER-FILE

PERFORM WRITE-CLOSE-TOTALS

CLOSE CLOSE-REPORT

IF WS-TRANS-REJECT-COUNT > 0
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
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-RUN-DATE
MOVE WS-RUN-DATE TO WS-RUN-ID.

LOAD-WORK-ORDER-TABLE.

OPEN INPUT WORK-ORDER-FILE
IF WS-WORKORD-STATUS NOT = "00" AND WS-WORKORD-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo WORKORD.DAT"
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-WORK-ORDER-RECORD

PERFORM UNTIL EOF-WORKORD
    IF WS-WO-COUNT >= WS-WO-MAX
        DISPLAY "ERRO: tabela de ordens de servico cheia"
        CLOSE WORK-ORDER-FILE
        CLOSE CLOSE-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
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

LOAD-USAGE-READINGS.

PERFORM VARYING WS-WO-IX FROM 1 BY 1
        UNTIL WS-WO-IX > WS-WO-COUNT
    IF WS-WOT-STATUS(WS-WO-IX) = "O"
        MOVE WS-WOT-VEH-ID(WS-WO-IX) TO WS-UVH-KEY
        PERFORM FIND-USAGE-VEHICLE-ENTRY
        IF UVH-FOUND
            IF WS-WOT-OPEN-DATE(WS-WO-IX) < WS-UVH-FROM-DATE(WS-UVH-IX)
                MOVE WS-WOT-OPEN-DATE(WS-WO-IX)
                    TO WS-UVH-FROM-DATE(WS-UVH-IX)
            END-IF
        ELSE
            IF WS-UVH-COUNT >= WS-UVH-MAX
                DISPLAY "ERRO: tabela de veiculos com OS aberta cheia"
                CLOSE CLOSE-REPORT
                MOVE 1 TO RETURN-CODE
                GOBACK
            END-IF
            ADD 1 TO WS-UVH-COUNT
            MOVE WS-UVH-KEY TO WS-UVH-VEH-ID(WS-UVH-COUNT)
            MOVE WS-WOT-OPEN-DATE(WS-WO-IX)
                TO WS-UVH-FROM-DATE(WS-UVH-COUNT)
            MOVE 0 TO WS-UVH-BASE-LOW(WS-UVH-COUNT)
        END-IF
    END-IF
END-PERFORM

OPEN INPUT USAGE-HISTORY
IF WS-USAGE-STATUS NOT = "00" AND WS-USAGE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o historico de uso"
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-USAGE-RECORD

PERFORM UNTIL EOF-USAGE
    MOVE USE-VEH-ID TO WS-UVH-KEY
    PERFORM FIND-USAGE-VEHICLE-ENTRY
    IF UVH-FOUND
        PERFORM HOLD-USAGE-READING
    END-IF
    PERFORM READ-USAGE-RECORD
END-PERFORM

CLOSE USAGE-HISTORY.

HOLD-USAGE-READING.

IF USE-DATE < WS-UVH-FROM-DATE(WS-UVH-IX)
    IF USE-CURR-ODOMETER > WS-UVH-BASE-LOW(WS-UVH-IX)
        MOVE USE-CURR-ODOMETER TO WS-UVH-BASE-LOW(WS-UVH-IX)
    END-IF
ELSE
    IF WS-RDG-COUNT >= WS-RDG-MAX
        DISPLAY "ERRO: tabela de leituras de uso cheia - aumente o limite"
        CLOSE USAGE-HISTORY
        CLOSE CLOSE-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-RDG-COUNT
    MOVE USE-VEH-ID TO WS-RDG-VEH-ID(WS-RDG-COUNT)
    MOVE USE-DATE TO WS-RDG-DATE(WS-RDG-COUNT)
    MOVE USE-CURR-ODOMETER TO WS-RDG-ODOMETER(WS-RDG-COUNT)
END-IF.

FIND-USAGE-VEHICLE-ENTRY.

MOVE "N" TO WS-UVH-FOUND

PERFORM VARYING WS-UVH-IX FROM 1 BY 1
        UNTIL WS-UVH-IX > WS-UVH-COUNT
           OR UVH-FOUND
    IF WS-UVH-VEH-ID(WS-UVH-IX) = WS-UVH-KEY
        MOVE "Y" TO WS-UVH-FOUND
    END-IF
END-PERFORM

IF UVH-FOUND
    SUBTRACT 1 FROM WS-UVH-IX
END-IF.

READ-WORK-ORDER-RECORD.

READ WORK-ORDER-FILE
    AT END
    SET EOF-WORKORD TO TRUE
    NOT AT END
    CONTINUE
END-READ.

APPLY-CLOSE-TRANSACTIONS.

OPEN INPUT CLOSE-TRANS-FILE
IF WS-TRANS-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo WOCLOSE.DAT"
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE CLOSE-TRANS-FILE
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN EXTEND SERVICE-HISTORY-FILE
IF WS-SVCHIST-STATUS NOT = "00" AND WS-SVCHIST-STATUS NOT = "05"
    OPEN OUTPUT SERVICE-HISTORY-FILE
END-IF
IF WS-SVCHIST-STATUS NOT = "00" AND WS-SVCHIST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo SVCHIST.DAT"
    CLOSE CLOSE-TRANS-FILE
    CLOSE VEHICLE-MASTER
    CLOSE CLOSE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-CLOSE-TRANS

PERFORM UNTIL EOF-TRANS
    PERFORM APPLY-ONE-CLOSE
    PERFORM READ-CLOSE-TRANS
END-PERFORM

CLOSE CLOSE-TRANS-FILE
CLOSE VEHICLE-MASTER
CLOSE SERVICE-HISTORY-FILE.

READ-CLOSE-TRANS.

READ CLOSE-TRANS-FILE
    AT END
    SET EOF-TRANS TO TRUE
    NOT AT END
    ADD 1 TO WS-TRANS-READ-COUNT
END-READ.

APPLY-ONE-CLOSE.

EVALUATE TRUE

WHEN WOC-NUMBER NOT NUMERIC OR WOC-VEH-ID NOT NUMERIC
    MOVE "NUMERO DA ORDEM OU VEH-ID NAO NUMERICO" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WOC-SERVICE-DATE NOT NUMERIC OR WOC-ODOMETER NOT NUMERIC
    MOVE "DATA OU ODOMETRO NAO NUMERICO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN FUNCTION TEST-DATE-YYYYMMDD(WOC-SERVICE-DATE) NOT = 0
    MOVE "DATA DE SERVICO INVALIDA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WOC-SERVICE-DATE > WS-RUN-DATE
    MOVE "DATA DE SERVICO POSTERIOR A DATA NEGOCIO" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    PERFORM VALIDATE-AGAINST-ORDER

END-EVALUATE.

VALIDATE-AGAINST-ORDER.

PERFORM FIND-WORK-ORDER-ENTRY

EVALUATE TRUE

WHEN NOT WO-FOUND
    MOVE "ORDEM DE SERVICO INEXISTENTE" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-WOT-STATUS(WS-WO-IX) NOT = "O"
    MOVE "ORDEM DE SERVICO JA FECHADA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WS-WOT-VEH-ID(WS-WO-IX) NOT = WOC-VEH-ID
    MOVE "VEH-ID DIFERENTE DO DA ORDEM" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WOC-SERVICE-DATE < WS-WOT-OPEN-DATE(WS-WO-IX)
    MOVE "DATA DE SERVICO ANTERIOR A ABERTURA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    MOVE WOC-VEH-ID TO VEH-ID
    READ VEHICLE-MASTER
        INVALID KEY
        MOVE "VEH-ID INEXISTENTE NO MESTRE" TO WS-REJECT-REASON
        PERFORM WRITE-REJECT-LINE
        NOT INVALID KEY
        PERFORM VALIDATE-ODOMETER
    END-READ

END-EVALUATE.

FIND-WORK-ORDER-ENTRY.

MOVE "N" TO WS-WO-FOUND

PERFORM VARYING WS-WO-IX FROM 1 BY 1
        UNTIL WS-WO-IX > WS-WO-COUNT
           OR WO-FOUND
    IF WS-WOT-NUMBER(WS-WO-IX) = WOC-NUMBER
        MOVE "Y" TO WS-WO-FOUND
    END-IF
END-PERFORM

IF WO-FOUND
    SUBTRACT 1 FROM WS-WO-IX
END-IF.

VALIDATE-ODOMETER.

PERFORM FIND-USAGE-BOUNDS

EVALUATE TRUE

WHEN WOC-ODOMETER > VEH-ODOMETER
    MOVE "ODOMETRO MAIOR QUE O DO MESTRE" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WOC-ODOMETER < WS-ODO-LOW
    MOVE "ODOMETRO ABAIXO DO USO ATE A DATA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN WOC-ODOMETER > WS-ODO-HIGH
    MOVE "ODOMETRO ACIMA DO USO APOS A DATA" TO WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE

WHEN OTHER
    PERFORM POST-CLOSE

END-EVALUATE.

FIND-USAGE-BOUNDS.

MOVE 0 TO WS-ODO-LOW
MOVE VEH-ODOMETER TO WS-ODO-HIGH

MOVE WOC-VEH-ID TO WS-UVH-KEY
PERFORM FIND-USAGE-VEHICLE-ENTRY
IF UVH-FOUND
    MOVE WS-UVH-BASE-LOW(WS-UVH-IX) TO WS-ODO-LOW
END-IF

PERFORM VARYING WS-RDG-IX FROM 1 BY 1
        UNTIL WS-RDG-IX > WS-RDG-COUNT
    IF WS-RDG-VEH-ID(WS-RDG-IX) = WOC-VEH-ID
        IF WS-RDG-DATE(WS-RDG-IX) < WOC-SERVICE-DATE
            IF WS-RDG-ODOMETER(WS-RDG-IX) > WS-ODO-LOW
                MOVE WS-RDG-ODOMETER(WS-RDG-IX) TO WS-ODO-LOW
            END-IF
        ELSE
            IF WS-RDG-ODOMETER(WS-RDG-IX) < WS-ODO-HIGH
                MOVE WS-RDG-ODOMETER(WS-RDG-IX) TO WS-ODO-HIGH
            END-IF
        END-IF
    END-IF
END-PERFORM.

READ-USAGE-RECORD.

READ USAGE-HISTORY
    AT END
    SET EOF-USAGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

POST-CLOSE.

MOVE "C" TO WS-WOT-STATUS(WS-WO-IX)
MOVE WOC-SERVICE-DATE TO WS-WOT-CLOSE-DATE(WS-WO-IX)
MOVE WOC-ODOMETER TO WS-WOT-CLOSE-ODOMETER(WS-WO-IX)

MOVE WOC-VEH-ID TO SVC-VEH-ID
MOVE WOC-SERVICE-DATE TO SVC-DATE
MOVE WOC-ODOMETER TO SVC-ODOMETER
WRITE SERVICE-HISTORY-REC

ADD 1 TO WS-TRANS-CLOSED-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "OS " WOC-NUMBER " VEH-ID " WOC-VEH-ID
    " FECHADA - REVISAO EM " WOC-SERVICE-DATE
    " ODOMETRO " WOC-ODOMETER
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REJECT-LINE.

ADD 1 TO WS-TRANS-REJECT-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "OS " WOC-NUMBER " VEH-ID " WOC-VEH-ID
    " REJEITADA: " WS-REJECT-REASON
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

REWRITE-WORK-ORDER-FILE.

OPEN OUTPUT WORK-ORDER-FILE
IF WS-WORKORD-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o arquivo WORKORD.DAT"
    CLOSE CLOSE-REPORT
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
    IF WO-STATUS-OPEN
        ADD 1 TO WS-STILL-OPEN-COUNT
    END-IF
END-PERFORM

CLOSE WORK-ORDER-FILE.

WRITE-CLOSE-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES LIDAS:        " WS-TRANS-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS FECHADAS:         " WS-TRANS-CLOSED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES REJEITADAS:   " WS-TRANS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS AINDA ABERTAS:    " WS-STILL-OPEN-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "FECHAMENTO DE ORDENS DE SERVICO - PAGINA "
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

END PROGRAM WOCLOSE.
