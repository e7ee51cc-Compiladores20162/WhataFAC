IDENTIFICATION DIVISION.
PROGRAM-ID. KPISNAP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT UTIL-PARM-FILE ASSIGN TO "UTILPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-UTLPARM-STATUS.
    SELECT OPTIONAL SUMMARY-FILE ASSIGN TO "SUMMARY.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMMARY-STATUS.
    SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "USAGEHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL VEHICLE-CHARGE-FILE ASSIGN TO "VEHCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VEHCHG-STATUS.
    SELECT OPTIONAL WORK-ORDER-FILE ASSIGN TO "WORKORD.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-WORKORD-STATUS.
    SELECT OPTIONAL REJECT-FILE ASSIGN TO "TRANSREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REJECT-STATUS.
    SELECT OPTIONAL SUSPENSE-FILE ASSIGN TO "TRANSUSP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUSPENSE-STATUS.
    SELECT OPTIONAL KPI-HISTORY-FILE ASSIGN TO "KPIHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KPIHIST-STATUS.
    SELECT OPTIONAL KPI-HISTORY-WORK-FILE ASSIGN TO "KPIHIST.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KPIHIST-WORK-STATUS.
    SELECT KPI-REPORT ASSIGN TO "KPISNAP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  PARM-FILE.
COPY PARMREC.
FD  UTIL-PARM-FILE.
COPY UTLPARM.
FD  SUMMARY-FILE.
01  SUMMARY-LINE PIC X(80).
FD  USAGE-HISTORY-FILE.
COPY USAGEREC.
FD  VEHICLE-CHARGE-FILE.
COPY VCHGREC.
FD  WORK-ORDER-FILE.
COPY WORKORD.
FD  REJECT-FILE.
COPY REJREC.
FD  SUSPENSE-FILE.
COPY SUSPREC.
FD  KPI-HISTORY-FILE.
COPY KPIREC.
FD  KPI-HISTORY-WORK-FILE.
01  KPI-HISTORY-WORK-REC PIC X(67).
FD  KPI-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-UTLPARM-STATUS PIC XX VALUE "00".
    01 WS-SUMMARY-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-VEHCHG-STATUS PIC XX VALUE "00".
    01 WS-WORKORD-STATUS PIC XX VALUE "00".
    01 WS-REJECT-STATUS PIC XX VALUE "00".
    01 WS-SUSPENSE-STATUS PIC XX VALUE "00".
    01 WS-KPIHIST-STATUS PIC XX VALUE "00".
    01 WS-KPIHIST-WORK-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-SUMMARY PIC X VALUE "N".
        88 EOF-SUMMARY VALUE "Y".
    01 WS-EOF-USAGE PIC X VALUE "N".
        88 EOF-USAGE VALUE "Y".
    01 WS-EOF-VEHCHG PIC X VALUE "N".
        88 EOF-VEHCHG VALUE "Y".
    01 WS-EOF-WORKORD PIC X VALUE "N".
        88 EOF-WORKORD VALUE "Y".
    01 WS-EOF-REJECT PIC X VALUE "N".
        88 EOF-REJECT VALUE "Y".
    01 WS-EOF-SUSPENSE PIC X VALUE "N".
        88 EOF-SUSPENSE VALUE "Y".
    01 WS-EOF-KPIHIST-PURGE PIC X VALUE "N".
        88 EOF-KPIHIST-PURGE VALUE "Y".
    01 WS-EOF-KPIHIST-WORK PIC X VALUE "N".
        88 EOF-KPIHIST-WORK VALUE "Y".

    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-IDLE-DAYS PIC 9(3) VALUE 3.
    01 WS-WINDOW-START PIC 9(8) VALUE 0.

    01 WS-SUMMARY-COUNT-LABEL PIC X(38)
        VALUE "QUANTIDADE DE VEICULOS (conta_carro): ".
    01 WS-SUMMARY-MEDIA-LABEL PIC X(31)
        VALUE "MEDIA DE CARROS (mediaCarros): ".

    01 WS-USE-MAX PIC 9(5) VALUE 2000.
    01 WS-USE-COUNT PIC 9(5) VALUE 0.
    01 WS-USE-IX PIC 9(5) VALUE 0.
    01 WS-USE-FOUND PIC X VALUE "N".
        88 USE-FOUND VALUE "Y".
    01 WS-USE-TABLE.
        05 WS-USE-ENTRY OCCURS 2000 TIMES.
            10 WS-USE-VEH-ID PIC 9(5).
            10 WS-USE-ZERO-DAYS PIC 9(3).

    01 WS-FLEET-SIZE PIC 9(5) VALUE 0.
    01 WS-MEDIA-CARROS PIC 9(5) VALUE 0.
    01 WS-KM-DRIVEN PIC 9(9) VALUE 0.
    01 WS-FUEL-CHARGED PIC 9(9)V99 VALUE 0.
    01 WS-COST-PER-KM PIC 9(5)V9999 VALUE 0.
    01 WS-IDLE-COUNT PIC 9(5) VALUE 0.
    01 WS-OVERDUE-COUNT PIC 9(5) VALUE 0.
    01 WS-REJECT-COUNT PIC 9(5) VALUE 0.
    01 WS-SUSPENSE-COUNT PIC 9(5) VALUE 0.

    01 WS-MISSING-COUNT PIC 9(2) VALUE 0.
    01 WS-MISSING-NAME PIC X(12).
    01 WS-PURGED-COUNT PIC 9(5) VALUE 0.
    01 WS-USAGE-DAY-COUNT PIC 9(5) VALUE 0.
    01 WS-USAGE-MISSING PIC X VALUE "N".
        88 USAGE-MISSING VALUE "Y".

    01 WS-AMOUNT-EDIT PIC 9(9).99.
    01 WS-RATE-EDIT PIC 9(5).9999.

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

OPEN OUTPUT KPI-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de indicadores"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM READ-UTIL-PARM

PERFORM WRITE-REPORT-HEADING

PERFORM CAPTURE-FLEET-SUMMARY

PERFORM CAPTURE-USAGE

PERFORM CAPTURE-FUEL-CHARGES

PERFORM CAPTURE-OVERDUE-ORDERS

PERFORM CAPTURE-REJECTS

PERFORM CAPTURE-SUSPENSE

IF WS-KM-DRIVEN > 0
    COMPUTE WS-COST-PER-KM ROUNDED = WS-FUEL-CHARGED / WS-KM-DRIVEN
ELSE
    MOVE 0 TO WS-COST-PER-KM
END-IF

IF NOT USAGE-MISSING
    PERFORM PURGE-RERUN-KPI
    PERFORM APPEND-KPI-RECORD
END-IF

PERFORM WRITE-KPI-LINES

CLOSE KPI-REPORT

IF WS-MISSING-COUNT > 0
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
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE
MOVE WS-BUSINESS-DATE TO WS-RUN-ID.

READ-UTIL-PARM.

OPEN INPUT UTIL-PARM-FILE
IF WS-UTLPARM-STATUS = "00"
    READ UTIL-PARM-FILE
        AT END
        CONTINUE
        NOT AT END
        IF UTL-IDLE-DAYS NUMERIC AND UTL-IDLE-DAYS > 0
            MOVE UTL-IDLE-DAYS TO WS-IDLE-DAYS
        END-IF
    END-READ
    CLOSE UTIL-PARM-FILE
END-IF

COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - WS-IDLE-DAYS + 1).

CAPTURE-FLEET-SUMMARY.

OPEN INPUT SUMMARY-FILE
IF WS-SUMMARY-STATUS NOT = "00" AND WS-SUMMARY-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo SUMMARY.RPT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

IF WS-SUMMARY-STATUS = "05"
    MOVE "SUMMARY.RPT" TO WS-MISSING-NAME
    PERFORM WRITE-MISSING-SOURCE-LINE
END-IF

PERFORM READ-SUMMARY-LINE

PERFORM UNTIL EOF-SUMMARY
    IF SUMMARY-LINE(1:38) = WS-SUMMARY-COUNT-LABEL
            AND SUMMARY-LINE(39:5) NUMERIC
        MOVE SUMMARY-LINE(39:5) TO WS-FLEET-SIZE
    END-IF
    IF SUMMARY-LINE(1:31) = WS-SUMMARY-MEDIA-LABEL
            AND SUMMARY-LINE(32:5) NUMERIC
        MOVE SUMMARY-LINE(32:5) TO WS-MEDIA-CARROS
    END-IF
    PERFORM READ-SUMMARY-LINE
END-PERFORM

CLOSE SUMMARY-FILE.

READ-SUMMARY-LINE.

READ SUMMARY-FILE
    AT END
    SET EOF-SUMMARY TO TRUE
    NOT AT END
    CONTINUE
END-READ.

CAPTURE-USAGE.

OPEN INPUT USAGE-HISTORY-FILE
IF WS-USAGE-STATUS NOT = "00" AND WS-USAGE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo USAGEHST.DAT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-USAGE-RECORD

PERFORM UNTIL EOF-USAGE
    IF USE-DATE >= WS-WINDOW-START AND USE-DATE <= WS-BUSINESS-DATE
        PERFORM ACCUMULATE-USAGE-RECORD
    END-IF
    PERFORM READ-USAGE-RECORD
END-PERFORM

CLOSE USAGE-HISTORY-FILE

IF WS-USAGE-DAY-COUNT = 0
    MOVE "Y" TO WS-USAGE-MISSING
    MOVE "USAGEHST.DAT" TO WS-MISSING-NAME
    PERFORM WRITE-MISSING-SOURCE-LINE
END-IF

PERFORM VARYING WS-USE-IX FROM 1 BY 1
        UNTIL WS-USE-IX > WS-USE-COUNT
    IF WS-USE-ZERO-DAYS(WS-USE-IX) >= WS-IDLE-DAYS
        ADD 1 TO WS-IDLE-COUNT
    END-IF
END-PERFORM.

READ-USAGE-RECORD.

READ USAGE-HISTORY-FILE
    AT END
    SET EOF-USAGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

ACCUMULATE-USAGE-RECORD.

IF USE-DATE = WS-BUSINESS-DATE
    ADD 1 TO WS-USAGE-DAY-COUNT
    ADD USE-DELTA-KM TO WS-KM-DRIVEN
END-IF

MOVE "N" TO WS-USE-FOUND

PERFORM VARYING WS-USE-IX FROM 1 BY 1
        UNTIL WS-USE-IX > WS-USE-COUNT
           OR USE-FOUND
    IF WS-USE-VEH-ID(WS-USE-IX) = USE-VEH-ID
        MOVE "Y" TO WS-USE-FOUND
    END-IF
END-PERFORM

IF USE-FOUND
    SUBTRACT 1 FROM WS-USE-IX
ELSE
    IF WS-USE-COUNT >= WS-USE-MAX
        DISPLAY "ERRO: tabela de utilizacao cheia - aumente o limite"
        CLOSE USAGE-HISTORY-FILE
        CLOSE KPI-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-USE-COUNT
    MOVE WS-USE-COUNT TO WS-USE-IX
    MOVE USE-VEH-ID TO WS-USE-VEH-ID(WS-USE-IX)
    MOVE 0 TO WS-USE-ZERO-DAYS(WS-USE-IX)
END-IF

IF USE-DELTA-KM = 0
    ADD 1 TO WS-USE-ZERO-DAYS(WS-USE-IX)
END-IF.

CAPTURE-FUEL-CHARGES.

OPEN INPUT VEHICLE-CHARGE-FILE
IF WS-VEHCHG-STATUS NOT = "00" AND WS-VEHCHG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHCHG.DAT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

IF WS-VEHCHG-STATUS = "05"
    MOVE "VEHCHG.DAT" TO WS-MISSING-NAME
    PERFORM WRITE-MISSING-SOURCE-LINE
END-IF

PERFORM READ-VEHICLE-CHARGE-RECORD

PERFORM UNTIL EOF-VEHCHG
    IF VCH-RUN-ID = WS-BUSINESS-DATE
        ADD VCH-CHARGE-AMOUNT TO WS-FUEL-CHARGED
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

CAPTURE-OVERDUE-ORDERS.

OPEN INPUT WORK-ORDER-FILE
IF WS-WORKORD-STATUS NOT = "00" AND WS-WORKORD-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo WORKORD.DAT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-WORK-ORDER-RECORD

PERFORM UNTIL EOF-WORKORD
    IF WO-STATUS-OPEN AND WO-TRIGGER-OVERDUE
        ADD 1 TO WS-OVERDUE-COUNT
    END-IF
    PERFORM READ-WORK-ORDER-RECORD
END-PERFORM

CLOSE WORK-ORDER-FILE.

READ-WORK-ORDER-RECORD.

READ WORK-ORDER-FILE
    AT END
    SET EOF-WORKORD TO TRUE
    NOT AT END
    CONTINUE
END-READ.

CAPTURE-REJECTS.

OPEN INPUT REJECT-FILE
IF WS-REJECT-STATUS NOT = "00" AND WS-REJECT-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo TRANSREJ.DAT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-REJECT-RECORD

PERFORM UNTIL EOF-REJECT
    ADD 1 TO WS-REJECT-COUNT
    PERFORM READ-REJECT-RECORD
END-PERFORM

CLOSE REJECT-FILE.

READ-REJECT-RECORD.

READ REJECT-FILE
    AT END
    SET EOF-REJECT TO TRUE
    NOT AT END
    CONTINUE
END-READ.

CAPTURE-SUSPENSE.

OPEN INPUT SUSPENSE-FILE
IF WS-SUSPENSE-STATUS NOT = "00" AND WS-SUSPENSE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo TRANSUSP.DAT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-SUSPENSE-RECORD

PERFORM UNTIL EOF-SUSPENSE
    ADD 1 TO WS-SUSPENSE-COUNT
    PERFORM READ-SUSPENSE-RECORD
END-PERFORM

CLOSE SUSPENSE-FILE.

READ-SUSPENSE-RECORD.

READ SUSPENSE-FILE
    AT END
    SET EOF-SUSPENSE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

PURGE-RERUN-KPI.

OPEN INPUT KPI-HISTORY-FILE
IF WS-KPIHIST-STATUS NOT = "00" AND WS-KPIHIST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel ler o historico de indicadores"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT KPI-HISTORY-WORK-FILE
IF WS-KPIHIST-WORK-STATUS NOT = "00" AND WS-KPIHIST-WORK-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo KPIHIST.NEW"
    CLOSE KPI-HISTORY-FILE
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-KPI-HISTORY-FOR-PURGE

PERFORM UNTIL EOF-KPIHIST-PURGE
    IF KPI-BUSINESS-DATE = WS-BUSINESS-DATE
        ADD 1 TO WS-PURGED-COUNT
    ELSE
        MOVE KPI-REC TO KPI-HISTORY-WORK-REC
        WRITE KPI-HISTORY-WORK-REC
    END-IF
    PERFORM READ-KPI-HISTORY-FOR-PURGE
END-PERFORM

CLOSE KPI-HISTORY-FILE
CLOSE KPI-HISTORY-WORK-FILE

OPEN INPUT KPI-HISTORY-WORK-FILE
OPEN OUTPUT KPI-HISTORY-FILE
IF (WS-KPIHIST-STATUS NOT = "00" AND WS-KPIHIST-STATUS NOT = "05")
        OR WS-KPIHIST-WORK-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o historico de indicadores"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-KPI-HISTORY-WORK-RECORD

PERFORM UNTIL EOF-KPIHIST-WORK
    MOVE KPI-HISTORY-WORK-REC TO KPI-REC
    WRITE KPI-REC
    PERFORM READ-KPI-HISTORY-WORK-RECORD
END-PERFORM

CLOSE KPI-HISTORY-FILE
CLOSE KPI-HISTORY-WORK-FILE.

READ-KPI-HISTORY-FOR-PURGE.

READ KPI-HISTORY-FILE
    AT END
    SET EOF-KPIHIST-PURGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

READ-KPI-HISTORY-WORK-RECORD.

READ KPI-HISTORY-WORK-FILE
    AT END
    SET EOF-KPIHIST-WORK TO TRUE
    NOT AT END
    CONTINUE
END-READ.

APPEND-KPI-RECORD.

OPEN EXTEND KPI-HISTORY-FILE
IF WS-KPIHIST-STATUS NOT = "00" AND WS-KPIHIST-STATUS NOT = "05"
    OPEN OUTPUT KPI-HISTORY-FILE
END-IF
IF WS-KPIHIST-STATUS NOT = "00" AND WS-KPIHIST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo KPIHIST.DAT"
    CLOSE KPI-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE WS-BUSINESS-DATE TO KPI-BUSINESS-DATE
MOVE WS-FLEET-SIZE TO KPI-FLEET-SIZE
MOVE WS-MEDIA-CARROS TO KPI-MEDIA-CARROS
MOVE WS-KM-DRIVEN TO KPI-KM-DRIVEN
MOVE WS-FUEL-CHARGED TO KPI-FUEL-CHARGED
MOVE WS-COST-PER-KM TO KPI-COST-PER-KM
MOVE WS-IDLE-COUNT TO KPI-IDLE-COUNT
MOVE WS-OVERDUE-COUNT TO KPI-OVERDUE-SERVICES
MOVE WS-REJECT-COUNT TO KPI-REJECT-COUNT
MOVE WS-SUSPENSE-COUNT TO KPI-SUSPENSE-BACKLOG
WRITE KPI-REC

CLOSE KPI-HISTORY-FILE.

WRITE-MISSING-SOURCE-LINE.

ADD 1 TO WS-MISSING-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "AVISO: ARQUIVO DE ORIGEM AUSENTE - " WS-MISSING-NAME
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-KPI-LINES.

IF WS-MISSING-COUNT > 0
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TAMANHO DA FROTA:            " WS-FLEET-SIZE
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MEDIA POR VEICULO (mediaCarros): " WS-MEDIA-CARROS
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "KM RODADOS NO DIA:           " WS-KM-DRIVEN
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-FUEL-CHARGED TO WS-AMOUNT-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "COMBUSTIVEL COBRADO:         " WS-AMOUNT-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-COST-PER-KM TO WS-RATE-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "CUSTO POR KM:                " WS-RATE-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEICULOS OCIOSOS (" WS-IDLE-DAYS " DIAS):     "
    WS-IDLE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ORDENS DE SERVICO VENCIDAS:  " WS-OVERDUE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES REJEITADAS:       " WS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "PENDENCIAS EM SUSPENSE:      " WS-SUSPENSE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF USAGE-MISSING
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "SEM UTILIZACAO NA DATA " WS-BUSINESS-DATE
        " - REGISTRO NAO GRAVADO EM KPIHIST.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

IF WS-PURGED-COUNT > 0
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "REEXECUCAO: REGISTRO ANTERIOR DA DATA SUBSTITUIDO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "INDICADORES DIARIOS DA FROTA - PAGINA "
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

END PROGRAM KPISNAP.
