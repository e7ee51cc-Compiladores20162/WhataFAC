IDENTIFICATION DIVISION.
PROGRAM-ID. KPITREND.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL KPI-HISTORY-FILE ASSIGN TO "KPIHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-KPIHIST-STATUS.
    SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "USAGEHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL VEHICLE-CHARGE-FILE ASSIGN TO "VEHCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VEHCHG-STATUS.
    SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT TREND-REPORT ASSIGN TO "KPITREND.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  PARM-FILE.
COPY PARMREC.
FD  KPI-HISTORY-FILE.
COPY KPIREC.
FD  USAGE-HISTORY-FILE.
COPY USAGEREC.
FD  VEHICLE-CHARGE-FILE.
COPY VCHGREC.
FD  INVOICE-FILE.
COPY INVREC.
FD  TREND-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-KPIHIST-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-VEHCHG-STATUS PIC XX VALUE "00".
    01 WS-INVOICE-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-KPIHIST PIC X VALUE "N".
        88 EOF-KPIHIST VALUE "Y".
    01 WS-EOF-USAGE PIC X VALUE "N".
        88 EOF-USAGE VALUE "Y".
    01 WS-EOF-VEHCHG PIC X VALUE "N".
        88 EOF-VEHCHG VALUE "Y".
    01 WS-EOF-INVOICE PIC X VALUE "N".
        88 EOF-INVOICE VALUE "Y".

    01 WS-COMMAND-LINE PIC X(80).
    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-BUSINESS-DATE-R REDEFINES WS-BUSINESS-DATE.
        05 WS-BUS-MONTH PIC 9(6).
        05 WS-BUS-DD PIC 9(2).
    01 WS-REF-MONTH PIC 9(6) VALUE 0.
    01 WS-REF-MONTH-PARTS REDEFINES WS-REF-MONTH.
        05 WS-REF-YEAR PIC 9(4).
        05 WS-REF-MM PIC 9(2).
    01 WS-REF-SEQ PIC 9(6) VALUE 0.
    01 WS-WORK-SEQ PIC 9(6) VALUE 0.
    01 WS-WORK-YEAR PIC 9(4) VALUE 0.
    01 WS-WORK-MM PIC 9(2) VALUE 0.

    01 WS-MONTH-FIRST PIC 9(8) VALUE 0.
    01 WS-NEXT-MONTH-FIRST PIC 9(8) VALUE 0.
    01 WS-NEXT-MONTH-FIRST-R REDEFINES WS-NEXT-MONTH-FIRST.
        05 WS-NEXT-YEAR PIC 9(4).
        05 WS-NEXT-MM PIC 9(2).
        05 WS-NEXT-DD PIC 9(2).
    01 WS-DAYS-IN-MONTH PIC 9(2) VALUE 0.
    01 WS-DAYS-ELAPSED PIC 9(2) VALUE 0.
    01 WS-PARTIAL-MONTH PIC X VALUE "N".
        88 PARTIAL-MONTH VALUE "Y".

    01 WS-RECORD-DATE PIC 9(8) VALUE 0.
    01 WS-DATE-MONTH PIC 9(6) VALUE 0.
    01 WS-DATE-MONTH-PARTS REDEFINES WS-DATE-MONTH.
        05 WS-DATE-YEAR PIC 9(4).
        05 WS-DATE-MM PIC 9(2).
    01 WS-MONTH-OFFSET PIC S9(7) VALUE 0.
    01 WS-MONTH-IN-RANGE PIC X VALUE "N".
        88 MONTH-IN-RANGE VALUE "Y".

    01 WS-MON-IX PIC 9(2) VALUE 0.
    01 WS-CUR-IX PIC 9(2) VALUE 0.
    01 WS-PRI-IX PIC 9(2) VALUE 0.
    01 WS-MONTH-TABLE.
        05 WS-MON-ENTRY OCCURS 13 TIMES.
            10 WS-MON-YYYYMM PIC 9(6).
            10 WS-MON-DAYS PIC 9(2).
            10 WS-MON-LAST-DATE PIC 9(8).
            10 WS-MON-FLEET PIC 9(5).
            10 WS-MON-MEDIA PIC 9(5).
            10 WS-MON-KM PIC 9(11).
            10 WS-MON-FUEL PIC 9(11)V99.
            10 WS-MON-IDLE PIC 9(5).
            10 WS-MON-OVERDUE PIC 9(5).
            10 WS-MON-REJECTS PIC 9(7).
            10 WS-MON-SUSPENSE PIC 9(5).

    01 WS-VEH-MAX PIC 9(5) VALUE 2000.
    01 WS-VEH-COUNT PIC 9(5) VALUE 0.
    01 WS-VEH-IX PIC 9(5) VALUE 0.
    01 WS-VEH-FOUND PIC X VALUE "N".
        88 VEH-FOUND VALUE "Y".
    01 WS-VEH-TABLE.
        05 WS-VEH-ENTRY OCCURS 2000 TIMES.
            10 WS-VEH-KEY PIC 9(5).
            10 WS-VEH-CATEGORY PIC 9(5).

    01 WS-CAT-MAX PIC 9(3) VALUE 100.
    01 WS-CAT-COUNT PIC 9(3) VALUE 0.
    01 WS-CAT-IX PIC 9(3) VALUE 0.
    01 WS-CAT-KEY PIC 9(5) VALUE 0.
    01 WS-CAT-FOUND PIC X VALUE "N".
        88 CAT-FOUND VALUE "Y".
    01 WS-CAT-TABLE.
        05 WS-CAT-ENTRY OCCURS 100 TIMES.
            10 WS-CAT-CODE PIC 9(5).
            10 WS-CAT-KM-MOVER PIC X.
            10 WS-CAT-FUEL-MOVER PIC X.
            10 WS-CAT-MONTH OCCURS 13 TIMES.
                15 WS-CAT-KM PIC 9(11).
                15 WS-CAT-FUEL PIC 9(11)V99.
    01 WS-CAT-HOLD PIC X(319).

    01 WS-DEPT-MAX PIC 9(3) VALUE 100.
    01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
    01 WS-DEPT-IX PIC 9(3) VALUE 0.
    01 WS-DEPT-KEY PIC X(4).
    01 WS-DEPT-FOUND PIC X VALUE "N".
        88 DEPT-FOUND VALUE "Y".
    01 WS-DEPT-TABLE.
        05 WS-DEPT-ENTRY OCCURS 100 TIMES.
            10 WS-DPT-CODE PIC X(4).
            10 WS-DPT-MOVER PIC X.
            10 WS-DPT-MONTH OCCURS 13 TIMES.
                15 WS-DPT-AMOUNT PIC S9(11)V99.
    01 WS-DEPT-HOLD PIC X(174).

    01 WS-SORT-IX PIC 9(3) VALUE 0.
    01 WS-SORT-SWAPPED PIC X VALUE "N".
        88 SORT-SWAPPED VALUE "Y".

    01 WS-MOV-MAX PIC 9(3) VALUE 300.
    01 WS-MOV-COUNT PIC 9(3) VALUE 0.
    01 WS-MOV-IX PIC 9(3) VALUE 0.
    01 WS-MOV-TABLE.
        05 WS-MOV-ENTRY OCCURS 300 TIMES.
            10 WS-MOV-TYPE PIC X.
                88 MOV-CATEGORY-KM VALUE "K".
                88 MOV-CATEGORY-FUEL VALUE "C".
                88 MOV-DEPT-CHARGE VALUE "D".
            10 WS-MOV-ENTRY-IX PIC 9(3).
            10 WS-MOV-PCT PIC S9(7)V9.
            10 WS-MOV-ABS PIC 9(7)V9.
            10 WS-MOV-PRIOR PIC S9(11)V99.
            10 WS-MOV-CURRENT PIC S9(11)V99.
            10 WS-MOV-SELECTED PIC X.
    01 WS-TOP-LIMIT PIC 9 VALUE 5.
    01 WS-TOP-COUNT PIC 9 VALUE 0.
    01 WS-TOP-RANK PIC 9 VALUE 0.
    01 WS-TOP-BEST-IX PIC 9(3) VALUE 0.
    01 WS-TOP-BEST-ABS PIC 9(7)V9 VALUE 0.
    01 WS-TOP-TABLE.
        05 WS-TOP-MOV-IX PIC 9(3) OCCURS 5 TIMES.

    01 WS-PCT-CURRENT PIC S9(11)V99 VALUE 0.
    01 WS-PCT-PRIOR PIC S9(11)V99 VALUE 0.
    01 WS-PCT-FLOW PIC X VALUE "N".
        88 PCT-FLOW VALUE "Y".
    01 WS-PCT-AVAILABLE PIC X VALUE "N".
        88 PCT-AVAILABLE VALUE "Y".
    01 WS-PCT-VALUE PIC S9(7)V9 VALUE 0.
    01 WS-PCT-SHOWN PIC S9(3)V9 VALUE 0.
    01 WS-PCT-EDIT PIC +9(3).9.
    01 WS-PCT-TEXT PIC X(6).

    01 WS-FLEET-PCT-IX PIC 9 VALUE 0.
    01 WS-FLEET-PCT-TABLE.
        05 WS-FLEET-PCT-TEXT PIC X(6) OCCURS 8 TIMES.

    01 WS-KM-PCT-TEXT PIC X(6).
    01 WS-FUEL-PCT-TEXT PIC X(6).
    01 WS-CPK-PCT-TEXT PIC X(6).
    01 WS-MOVER-FLAG PIC X(3).
    01 WS-CPK-WORK PIC 9(5)V9999 VALUE 0.
    01 WS-CPK-PRIOR PIC 9(5)V9999 VALUE 0.
    01 WS-AMOUNT-WORK PIC S9(11)V99 VALUE 0.

    01 WS-KPI-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-UNKNOWN-VEH-COUNT PIC 9(5) VALUE 0.
    01 WS-KPIHIST-MISSING PIC X VALUE "N".
        88 KPIHIST-MISSING VALUE "Y".

    01 WS-COUNT-EDIT PIC 9(5).
    01 WS-KM-EDIT PIC 9(9).
    01 WS-REJECT-EDIT PIC 9(6).
    01 WS-AMOUNT-EDIT PIC 9(9).99.
    01 WS-SIGNED-EDIT PIC +9(9).99.
    01 WS-PRIOR-EDIT PIC +9(9).99.
    01 WS-RATE-EDIT PIC 9(5).9999.
    01 WS-CAT-RATE-EDIT PIC 9(3).9999.
    01 WS-ACTION-TEXT PIC X(20).

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

PERFORM READ-DAILY-PARM

PERFORM SET-REFERENCE-MONTH

OPEN OUTPUT TREND-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de tendencia"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-KPI-HISTORY

PERFORM LOAD-VEHICLE-TABLE

PERFORM LOAD-USAGE-BY-CATEGORY

PERFORM LOAD-CHARGES-BY-CATEGORY

PERFORM LOAD-INVOICES-BY-DEPT

PERFORM SORT-CATEGORY-TABLE

PERFORM SORT-DEPT-TABLE

PERFORM SELECT-BIGGEST-MOVERS

PERFORM WRITE-PERIOD-LINES

PERFORM WRITE-FLEET-SECTION

PERFORM WRITE-CATEGORY-SECTION

PERFORM WRITE-DEPT-SECTION

PERFORM WRITE-MOVERS-SECTION

CLOSE TREND-REPORT

IF KPIHIST-MISSING OR WS-MON-DAYS(13) = 0
    MOVE 2 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID

ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

READ-DAILY-PARM.

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
MOVE WS-BUSINESS-DATE TO WS-RUN-ID.

SET-REFERENCE-MONTH.

IF WS-COMMAND-LINE(1:6) = SPACES
    MOVE WS-BUS-MONTH TO WS-REF-MONTH
ELSE
    IF WS-COMMAND-LINE(1:6) NOT NUMERIC
        DISPLAY "ERRO: mes de referencia invalido - informe AAAAMM"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-COMMAND-LINE(1:6) TO WS-REF-MONTH
END-IF

IF WS-REF-MM < 1 OR WS-REF-MM > 12
    DISPLAY "ERRO: mes de referencia invalido - informe AAAAMM"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

IF WS-REF-MONTH > WS-BUS-MONTH
    DISPLAY "ERRO: mes " WS-REF-MONTH
        " posterior a data de negocio " WS-BUSINESS-DATE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

COMPUTE WS-REF-SEQ = WS-REF-YEAR * 12 + WS-REF-MM - 1

INITIALIZE WS-MONTH-TABLE

PERFORM VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 13
    COMPUTE WS-WORK-SEQ = WS-REF-SEQ - 13 + WS-MON-IX
    DIVIDE WS-WORK-SEQ BY 12 GIVING WS-WORK-YEAR
        REMAINDER WS-WORK-MM
    COMPUTE WS-MON-YYYYMM(WS-MON-IX) =
        WS-WORK-YEAR * 100 + WS-WORK-MM + 1
END-PERFORM

IF WS-REF-MONTH = WS-BUS-MONTH
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
    MOVE WS-BUS-DD TO WS-DAYS-ELAPSED
    IF WS-DAYS-ELAPSED < WS-DAYS-IN-MONTH
        MOVE "Y" TO WS-PARTIAL-MONTH
    END-IF
END-IF.

FIND-MONTH-INDEX.

MOVE "N" TO WS-MONTH-IN-RANGE
MOVE WS-RECORD-DATE(1:6) TO WS-DATE-MONTH

IF WS-RECORD-DATE <= WS-BUSINESS-DATE
        AND WS-DATE-MM >= 1 AND WS-DATE-MM <= 12
    COMPUTE WS-MONTH-OFFSET =
        WS-DATE-YEAR * 12 + WS-DATE-MM - 1 - WS-REF-SEQ + 13
    IF WS-MONTH-OFFSET >= 1 AND WS-MONTH-OFFSET <= 13
        MOVE WS-MONTH-OFFSET TO WS-MON-IX
        MOVE "Y" TO WS-MONTH-IN-RANGE
    END-IF
END-IF.

LOAD-KPI-HISTORY.

OPEN INPUT KPI-HISTORY-FILE
IF WS-KPIHIST-STATUS NOT = "00" AND WS-KPIHIST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo KPIHIST.DAT"
    CLOSE TREND-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

IF WS-KPIHIST-STATUS = "05"
    MOVE "Y" TO WS-KPIHIST-MISSING
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "AVISO: ARQUIVO DE ORIGEM AUSENTE - KPIHIST.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM READ-KPI-HISTORY-RECORD

PERFORM UNTIL EOF-KPIHIST
    MOVE KPI-BUSINESS-DATE TO WS-RECORD-DATE
    PERFORM FIND-MONTH-INDEX
    IF MONTH-IN-RANGE
        PERFORM ACCUMULATE-KPI-RECORD
    END-IF
    PERFORM READ-KPI-HISTORY-RECORD
END-PERFORM

CLOSE KPI-HISTORY-FILE.

READ-KPI-HISTORY-RECORD.

READ KPI-HISTORY-FILE
    AT END
    SET EOF-KPIHIST TO TRUE
    NOT AT END
    ADD 1 TO WS-KPI-READ-COUNT
END-READ.

ACCUMULATE-KPI-RECORD.

ADD 1 TO WS-MON-DAYS(WS-MON-IX)
ADD KPI-KM-DRIVEN TO WS-MON-KM(WS-MON-IX)
ADD KPI-FUEL-CHARGED TO WS-MON-FUEL(WS-MON-IX)
ADD KPI-REJECT-COUNT TO WS-MON-REJECTS(WS-MON-IX)

IF KPI-BUSINESS-DATE >= WS-MON-LAST-DATE(WS-MON-IX)
    MOVE KPI-BUSINESS-DATE TO WS-MON-LAST-DATE(WS-MON-IX)
    MOVE KPI-FLEET-SIZE TO WS-MON-FLEET(WS-MON-IX)
    MOVE KPI-MEDIA-CARROS TO WS-MON-MEDIA(WS-MON-IX)
    MOVE KPI-IDLE-COUNT TO WS-MON-IDLE(WS-MON-IX)
    MOVE KPI-OVERDUE-SERVICES TO WS-MON-OVERDUE(WS-MON-IX)
    MOVE KPI-SUSPENSE-BACKLOG TO WS-MON-SUSPENSE(WS-MON-IX)
END-IF.

LOAD-VEHICLE-TABLE.

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE TREND-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-VEHICLE-RECORD

PERFORM UNTIL EOF-VEHICLE
    IF WS-VEH-COUNT >= WS-VEH-MAX
        DISPLAY "ERRO: tabela do mestre cheia - aumente o limite"
        CLOSE VEHICLE-MASTER
        CLOSE TREND-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-VEH-COUNT
    MOVE VEH-ID TO WS-VEH-KEY(WS-VEH-COUNT)
    MOVE VEH-CATEGORY TO WS-VEH-CATEGORY(WS-VEH-COUNT)
    PERFORM READ-VEHICLE-RECORD
END-PERFORM

CLOSE VEHICLE-MASTER.

READ-VEHICLE-RECORD.

READ VEHICLE-MASTER
    AT END
    SET EOF-VEHICLE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

FIND-VEHICLE-ENTRY.

MOVE "N" TO WS-VEH-FOUND

PERFORM VARYING WS-VEH-IX FROM 1 BY 1
        UNTIL WS-VEH-IX > WS-VEH-COUNT
           OR VEH-FOUND
    IF WS-VEH-KEY(WS-VEH-IX) = VEH-ID
        MOVE "Y" TO WS-VEH-FOUND
    END-IF
END-PERFORM

IF VEH-FOUND
    SUBTRACT 1 FROM WS-VEH-IX
END-IF.

LOAD-USAGE-BY-CATEGORY.

OPEN INPUT USAGE-HISTORY-FILE
IF WS-USAGE-STATUS NOT = "00" AND WS-USAGE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo USAGEHST.DAT"
    CLOSE TREND-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-USAGE-RECORD

PERFORM UNTIL EOF-USAGE
    MOVE USE-DATE TO WS-RECORD-DATE
    PERFORM FIND-MONTH-INDEX
    IF MONTH-IN-RANGE
        MOVE USE-VEH-ID TO VEH-ID
        PERFORM FIND-VEHICLE-CATEGORY
        IF VEH-FOUND
            ADD USE-DELTA-KM TO WS-CAT-KM(WS-CAT-IX, WS-MON-IX)
        END-IF
    END-IF
    PERFORM READ-USAGE-RECORD
END-PERFORM

CLOSE USAGE-HISTORY-FILE.

READ-USAGE-RECORD.

READ USAGE-HISTORY-FILE
    AT END
    SET EOF-USAGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

LOAD-CHARGES-BY-CATEGORY.

OPEN INPUT VEHICLE-CHARGE-FILE
IF WS-VEHCHG-STATUS NOT = "00" AND WS-VEHCHG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHCHG.DAT"
    CLOSE TREND-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-VEHICLE-CHARGE-RECORD

PERFORM UNTIL EOF-VEHCHG
    IF VCH-RUN-ID NUMERIC
        MOVE VCH-RUN-ID TO WS-RECORD-DATE
        PERFORM FIND-MONTH-INDEX
        IF MONTH-IN-RANGE
            MOVE VCH-VEH-ID TO VEH-ID
            PERFORM FIND-VEHICLE-CATEGORY
            IF VEH-FOUND
                ADD VCH-CHARGE-AMOUNT
                    TO WS-CAT-FUEL(WS-CAT-IX, WS-MON-IX)
            END-IF
        END-IF
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

FIND-VEHICLE-CATEGORY.

PERFORM FIND-VEHICLE-ENTRY

IF VEH-FOUND
    PERFORM FIND-CATEGORY-ENTRY
ELSE
    ADD 1 TO WS-UNKNOWN-VEH-COUNT
END-IF.

FIND-CATEGORY-ENTRY.

MOVE WS-VEH-CATEGORY(WS-VEH-IX) TO WS-CAT-KEY
MOVE "N" TO WS-CAT-FOUND

PERFORM VARYING WS-CAT-IX FROM 1 BY 1
        UNTIL WS-CAT-IX > WS-CAT-COUNT
           OR CAT-FOUND
    IF WS-CAT-CODE(WS-CAT-IX) = WS-CAT-KEY
        MOVE "Y" TO WS-CAT-FOUND
    END-IF
END-PERFORM

IF CAT-FOUND
    SUBTRACT 1 FROM WS-CAT-IX
ELSE
    IF WS-CAT-COUNT >= WS-CAT-MAX
        DISPLAY "ERRO: tabela de categorias cheia - aumente o limite"
        CLOSE USAGE-HISTORY-FILE
        CLOSE VEHICLE-CHARGE-FILE
        CLOSE TREND-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-CAT-COUNT
    MOVE WS-CAT-COUNT TO WS-CAT-IX
    INITIALIZE WS-CAT-ENTRY(WS-CAT-IX)
    MOVE WS-CAT-KEY TO WS-CAT-CODE(WS-CAT-IX)
    MOVE "N" TO WS-CAT-KM-MOVER(WS-CAT-IX)
    MOVE "N" TO WS-CAT-FUEL-MOVER(WS-CAT-IX)
END-IF.

LOAD-INVOICES-BY-DEPT.

OPEN INPUT INVOICE-FILE
IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo INVOICE.DAT"
    CLOSE TREND-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-INVOICE-RECORD

PERFORM UNTIL EOF-INVOICE
    IF INV-RUN-ID NUMERIC
        MOVE INV-RUN-ID TO WS-RECORD-DATE
        PERFORM FIND-MONTH-INDEX
        IF MONTH-IN-RANGE
            MOVE INV-DEPT-CODE TO WS-DEPT-KEY
            PERFORM FIND-DEPT-ENTRY
            IF INV-TYPE-ADJUSTMENT AND INV-ADJUST-CREDIT
                SUBTRACT INV-CHARGE-AMOUNT
                    FROM WS-DPT-AMOUNT(WS-DEPT-IX, WS-MON-IX)
            ELSE
                ADD INV-CHARGE-AMOUNT
                    TO WS-DPT-AMOUNT(WS-DEPT-IX, WS-MON-IX)
            END-IF
        END-IF
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
ELSE
    IF WS-DEPT-COUNT >= WS-DEPT-MAX
        DISPLAY "ERRO: tabela de departamentos cheia - aumente o limite"
        CLOSE INVOICE-FILE
        CLOSE TREND-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-DEPT-COUNT TO WS-DEPT-IX
    INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IX)
    MOVE WS-DEPT-KEY TO WS-DPT-CODE(WS-DEPT-IX)
    MOVE "N" TO WS-DPT-MOVER(WS-DEPT-IX)
END-IF.

SORT-CATEGORY-TABLE.

MOVE "Y" TO WS-SORT-SWAPPED

PERFORM UNTIL NOT SORT-SWAPPED
    MOVE "N" TO WS-SORT-SWAPPED
    PERFORM VARYING WS-SORT-IX FROM 1 BY 1
            UNTIL WS-SORT-IX >= WS-CAT-COUNT
        IF WS-CAT-CODE(WS-SORT-IX) > WS-CAT-CODE(WS-SORT-IX + 1)
            MOVE WS-CAT-ENTRY(WS-SORT-IX) TO WS-CAT-HOLD
            MOVE WS-CAT-ENTRY(WS-SORT-IX + 1) TO WS-CAT-ENTRY(WS-SORT-IX)
            MOVE WS-CAT-HOLD TO WS-CAT-ENTRY(WS-SORT-IX + 1)
            MOVE "Y" TO WS-SORT-SWAPPED
        END-IF
    END-PERFORM
END-PERFORM.

SORT-DEPT-TABLE.

MOVE "Y" TO WS-SORT-SWAPPED

PERFORM UNTIL NOT SORT-SWAPPED
    MOVE "N" TO WS-SORT-SWAPPED
    PERFORM VARYING WS-SORT-IX FROM 1 BY 1
            UNTIL WS-SORT-IX >= WS-DEPT-COUNT
        IF WS-DPT-CODE(WS-SORT-IX) > WS-DPT-CODE(WS-SORT-IX + 1)
            MOVE WS-DEPT-ENTRY(WS-SORT-IX) TO WS-DEPT-HOLD
            MOVE WS-DEPT-ENTRY(WS-SORT-IX + 1)
                TO WS-DEPT-ENTRY(WS-SORT-IX)
            MOVE WS-DEPT-HOLD TO WS-DEPT-ENTRY(WS-SORT-IX + 1)
            MOVE "Y" TO WS-SORT-SWAPPED
        END-IF
    END-PERFORM
END-PERFORM.

COMPUTE-PERCENT-CHANGE.

MOVE "N" TO WS-PCT-AVAILABLE
MOVE "   N/D" TO WS-PCT-TEXT

IF PCT-FLOW AND WS-CUR-IX = 13 AND PARTIAL-MONTH
    COMPUTE WS-PCT-CURRENT ROUNDED =
        WS-PCT-CURRENT * WS-DAYS-IN-MONTH / WS-DAYS-ELAPSED
END-IF

IF WS-PCT-PRIOR > 0
    COMPUTE WS-PCT-VALUE ROUNDED =
        (WS-PCT-CURRENT - WS-PCT-PRIOR) * 100 / WS-PCT-PRIOR
        ON SIZE ERROR
        MOVE 999999.9 TO WS-PCT-VALUE
    END-COMPUTE
    MOVE "Y" TO WS-PCT-AVAILABLE
    EVALUATE TRUE
    WHEN WS-PCT-VALUE > 999.9
        MOVE 999.9 TO WS-PCT-SHOWN
    WHEN WS-PCT-VALUE < -999.9
        MOVE -999.9 TO WS-PCT-SHOWN
    WHEN OTHER
        MOVE WS-PCT-VALUE TO WS-PCT-SHOWN
    END-EVALUATE
    MOVE WS-PCT-SHOWN TO WS-PCT-EDIT
    MOVE WS-PCT-EDIT TO WS-PCT-TEXT
END-IF.

SELECT-BIGGEST-MOVERS.

MOVE 13 TO WS-CUR-IX
MOVE 12 TO WS-PRI-IX
MOVE "Y" TO WS-PCT-FLOW

PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > WS-CAT-COUNT
    MOVE WS-CAT-KM(WS-CAT-IX, WS-CUR-IX) TO WS-PCT-CURRENT
    MOVE WS-CAT-KM(WS-CAT-IX, WS-PRI-IX) TO WS-PCT-PRIOR
    PERFORM COMPUTE-PERCENT-CHANGE
    IF PCT-AVAILABLE
        MOVE "K" TO WS-ACTION-TEXT
        MOVE WS-CAT-IX TO WS-SORT-IX
        PERFORM ADD-MOVER-CANDIDATE
    END-IF
    MOVE WS-CAT-FUEL(WS-CAT-IX, WS-CUR-IX) TO WS-PCT-CURRENT
    MOVE WS-CAT-FUEL(WS-CAT-IX, WS-PRI-IX) TO WS-PCT-PRIOR
    PERFORM COMPUTE-PERCENT-CHANGE
    IF PCT-AVAILABLE
        MOVE "C" TO WS-ACTION-TEXT
        MOVE WS-CAT-IX TO WS-SORT-IX
        PERFORM ADD-MOVER-CANDIDATE
    END-IF
END-PERFORM

PERFORM VARYING WS-DEPT-IX FROM 1 BY 1 UNTIL WS-DEPT-IX > WS-DEPT-COUNT
    MOVE WS-DPT-AMOUNT(WS-DEPT-IX, WS-CUR-IX) TO WS-PCT-CURRENT
    MOVE WS-DPT-AMOUNT(WS-DEPT-IX, WS-PRI-IX) TO WS-PCT-PRIOR
    PERFORM COMPUTE-PERCENT-CHANGE
    IF PCT-AVAILABLE
        MOVE "D" TO WS-ACTION-TEXT
        MOVE WS-DEPT-IX TO WS-SORT-IX
        PERFORM ADD-MOVER-CANDIDATE
    END-IF
END-PERFORM

MOVE 0 TO WS-TOP-COUNT

PERFORM VARYING WS-TOP-RANK FROM 1 BY 1
        UNTIL WS-TOP-RANK > WS-TOP-LIMIT
    MOVE 0 TO WS-TOP-BEST-IX
    MOVE 0 TO WS-TOP-BEST-ABS
    PERFORM VARYING WS-MOV-IX FROM 1 BY 1
            UNTIL WS-MOV-IX > WS-MOV-COUNT
        IF WS-MOV-SELECTED(WS-MOV-IX) = "N"
                AND WS-MOV-ABS(WS-MOV-IX) > WS-TOP-BEST-ABS
            MOVE WS-MOV-IX TO WS-TOP-BEST-IX
            MOVE WS-MOV-ABS(WS-MOV-IX) TO WS-TOP-BEST-ABS
        END-IF
    END-PERFORM
    IF WS-TOP-BEST-IX > 0
        MOVE "Y" TO WS-MOV-SELECTED(WS-TOP-BEST-IX)
        ADD 1 TO WS-TOP-COUNT
        MOVE WS-TOP-BEST-IX TO WS-TOP-MOV-IX(WS-TOP-COUNT)
        PERFORM FLAG-SELECTED-MOVER
    END-IF
END-PERFORM.

ADD-MOVER-CANDIDATE.

IF WS-MOV-COUNT >= WS-MOV-MAX
    DISPLAY "ERRO: tabela de variacoes cheia - aumente o limite"
    CLOSE TREND-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

ADD 1 TO WS-MOV-COUNT
MOVE WS-ACTION-TEXT(1:1) TO WS-MOV-TYPE(WS-MOV-COUNT)
MOVE WS-SORT-IX TO WS-MOV-ENTRY-IX(WS-MOV-COUNT)
MOVE WS-PCT-VALUE TO WS-MOV-PCT(WS-MOV-COUNT)
IF WS-PCT-VALUE < 0
    COMPUTE WS-MOV-ABS(WS-MOV-COUNT) = 0 - WS-PCT-VALUE
ELSE
    MOVE WS-PCT-VALUE TO WS-MOV-ABS(WS-MOV-COUNT)
END-IF
MOVE WS-PCT-PRIOR TO WS-MOV-PRIOR(WS-MOV-COUNT)
MOVE WS-PCT-CURRENT TO WS-MOV-CURRENT(WS-MOV-COUNT)
MOVE "N" TO WS-MOV-SELECTED(WS-MOV-COUNT).

FLAG-SELECTED-MOVER.

MOVE WS-MOV-ENTRY-IX(WS-TOP-BEST-IX) TO WS-SORT-IX

EVALUATE TRUE
WHEN MOV-CATEGORY-KM(WS-TOP-BEST-IX)
    MOVE "Y" TO WS-CAT-KM-MOVER(WS-SORT-IX)
WHEN MOV-CATEGORY-FUEL(WS-TOP-BEST-IX)
    MOVE "Y" TO WS-CAT-FUEL-MOVER(WS-SORT-IX)
WHEN MOV-DEPT-CHARGE(WS-TOP-BEST-IX)
    MOVE "Y" TO WS-DPT-MOVER(WS-SORT-IX)
END-EVALUATE.

WRITE-PERIOD-LINES.

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MES DE REFERENCIA: " WS-REF-MONTH
    "   PERIODO: " WS-MON-YYYYMM(1) " A " WS-MON-YYYYMM(13)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF PARTIAL-MONTH
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "MES EM CURSO: DIA " WS-DAYS-ELAPSED " DE " WS-DAYS-IN-MONTH
        " - KM E VALORES DO MES COMPARADOS PELA PROJECAO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-FLEET-SECTION.

MOVE "INDICADORES DA FROTA (KPIHIST.DAT)" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MES    DD FROTA MEDIA        KM  COMBUSTIVEL"
    "   CUSTO/KM OCIOS  VENC    REJ  SUSP"
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-MON-IX FROM 1 BY 1 UNTIL WS-MON-IX > 13
    PERFORM WRITE-FLEET-MONTH-LINE
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "VARIACAO MES A MES (%)" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MES          KM   COMB   C/KM  FROTA  OCIOS   VENC    REJ"
    "   SUSP"
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-CUR-IX FROM 2 BY 1 UNTIL WS-CUR-IX > 13
    COMPUTE WS-PRI-IX = WS-CUR-IX - 1
    MOVE WS-MON-YYYYMM(WS-CUR-IX) TO WS-ACTION-TEXT
    PERFORM WRITE-FLEET-COMPARE-LINE
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MESMO MES DO ANO ANTERIOR (%) - " WS-MON-YYYYMM(13)
    " X " WS-MON-YYYYMM(1)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE 13 TO WS-CUR-IX
MOVE 1 TO WS-PRI-IX
MOVE "ANO ANT." TO WS-ACTION-TEXT
PERFORM WRITE-FLEET-COMPARE-LINE

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-FLEET-MONTH-LINE.

MOVE SPACES TO WS-REPORT-DETAIL

IF WS-MON-DAYS(WS-MON-IX) = 0
    STRING WS-MON-YYYYMM(WS-MON-IX) "  SEM INDICADORES NO MES"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
ELSE
    PERFORM WRITE-FLEET-MONTH-VALUES
END-IF.

WRITE-FLEET-MONTH-VALUES.

IF WS-MON-KM(WS-MON-IX) > 0
    COMPUTE WS-CPK-WORK ROUNDED =
        WS-MON-FUEL(WS-MON-IX) / WS-MON-KM(WS-MON-IX)
ELSE
    MOVE 0 TO WS-CPK-WORK
END-IF

MOVE WS-MON-KM(WS-MON-IX) TO WS-KM-EDIT
MOVE WS-MON-FUEL(WS-MON-IX) TO WS-AMOUNT-EDIT
MOVE WS-CPK-WORK TO WS-RATE-EDIT
MOVE WS-MON-REJECTS(WS-MON-IX) TO WS-REJECT-EDIT

STRING WS-MON-YYYYMM(WS-MON-IX) " "
    WS-MON-DAYS(WS-MON-IX) " "
    WS-MON-FLEET(WS-MON-IX) " "
    WS-MON-MEDIA(WS-MON-IX) " "
    WS-KM-EDIT " "
    WS-AMOUNT-EDIT " "
    WS-RATE-EDIT " "
    WS-MON-IDLE(WS-MON-IX) " "
    WS-MON-OVERDUE(WS-MON-IX) " "
    WS-REJECT-EDIT " "
    WS-MON-SUSPENSE(WS-MON-IX)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-FLEET-COMPARE-LINE.

MOVE SPACES TO WS-REPORT-DETAIL

IF WS-MON-DAYS(WS-CUR-IX) = 0 OR WS-MON-DAYS(WS-PRI-IX) = 0
    STRING WS-ACTION-TEXT(1:8) "  SEM BASE DE COMPARACAO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
ELSE
    PERFORM WRITE-FLEET-COMPARE-VALUES
END-IF.

WRITE-FLEET-COMPARE-VALUES.

PERFORM VARYING WS-FLEET-PCT-IX FROM 1 BY 1 UNTIL WS-FLEET-PCT-IX > 8
    MOVE "N" TO WS-PCT-FLOW
    EVALUATE WS-FLEET-PCT-IX
    WHEN 1
        MOVE "Y" TO WS-PCT-FLOW
        MOVE WS-MON-KM(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-KM(WS-PRI-IX) TO WS-PCT-PRIOR
    WHEN 2
        MOVE "Y" TO WS-PCT-FLOW
        MOVE WS-MON-FUEL(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-FUEL(WS-PRI-IX) TO WS-PCT-PRIOR
    WHEN 3
        MOVE 0 TO WS-CPK-WORK
        MOVE 0 TO WS-CPK-PRIOR
        IF WS-MON-KM(WS-CUR-IX) > 0
            COMPUTE WS-CPK-WORK ROUNDED =
                WS-MON-FUEL(WS-CUR-IX) / WS-MON-KM(WS-CUR-IX)
        END-IF
        IF WS-MON-KM(WS-PRI-IX) > 0
            COMPUTE WS-CPK-PRIOR ROUNDED =
                WS-MON-FUEL(WS-PRI-IX) / WS-MON-KM(WS-PRI-IX)
        END-IF
        COMPUTE WS-PCT-CURRENT = WS-CPK-WORK * 10000
        COMPUTE WS-PCT-PRIOR = WS-CPK-PRIOR * 10000
    WHEN 4
        MOVE WS-MON-FLEET(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-FLEET(WS-PRI-IX) TO WS-PCT-PRIOR
    WHEN 5
        MOVE WS-MON-IDLE(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-IDLE(WS-PRI-IX) TO WS-PCT-PRIOR
    WHEN 6
        MOVE WS-MON-OVERDUE(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-OVERDUE(WS-PRI-IX) TO WS-PCT-PRIOR
    WHEN 7
        MOVE "Y" TO WS-PCT-FLOW
        MOVE WS-MON-REJECTS(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-REJECTS(WS-PRI-IX) TO WS-PCT-PRIOR
    WHEN 8
        MOVE WS-MON-SUSPENSE(WS-CUR-IX) TO WS-PCT-CURRENT
        MOVE WS-MON-SUSPENSE(WS-PRI-IX) TO WS-PCT-PRIOR
    END-EVALUATE
    PERFORM COMPUTE-PERCENT-CHANGE
    MOVE WS-PCT-TEXT TO WS-FLEET-PCT-TEXT(WS-FLEET-PCT-IX)
END-PERFORM

STRING WS-ACTION-TEXT(1:8) " "
    WS-FLEET-PCT-TEXT(1) " " WS-FLEET-PCT-TEXT(2) " "
    WS-FLEET-PCT-TEXT(3) " " WS-FLEET-PCT-TEXT(4) " "
    WS-FLEET-PCT-TEXT(5) " " WS-FLEET-PCT-TEXT(6) " "
    WS-FLEET-PCT-TEXT(7) " " WS-FLEET-PCT-TEXT(8)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-CATEGORY-SECTION.

MOVE "TENDENCIA POR CATEGORIA (USAGEHST.DAT / VEHCHG.DAT)"
    TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF WS-CAT-COUNT = 0
    MOVE "NENHUMA UTILIZACAO OU COBRANCA NO PERIODO" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM VARYING WS-CAT-IX FROM 1 BY 1 UNTIL WS-CAT-IX > WS-CAT-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "CATEGORIA " WS-CAT-CODE(WS-CAT-IX)
        "      KM     VAR%  COMBUSTIVEL   VAR%  CUSTO/KM   VAR%"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM VARYING WS-CUR-IX FROM 1 BY 1 UNTIL WS-CUR-IX > 13
        COMPUTE WS-PRI-IX = WS-CUR-IX - 1
        MOVE WS-MON-YYYYMM(WS-CUR-IX) TO WS-ACTION-TEXT
        PERFORM WRITE-CATEGORY-MONTH-LINE
    END-PERFORM
    MOVE 13 TO WS-CUR-IX
    MOVE 1 TO WS-PRI-IX
    MOVE "ANO ANT." TO WS-ACTION-TEXT
    PERFORM WRITE-CATEGORY-MONTH-LINE
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM.

WRITE-CATEGORY-MONTH-LINE.

MOVE "   N/D" TO WS-KM-PCT-TEXT
MOVE "   N/D" TO WS-FUEL-PCT-TEXT
MOVE "   N/D" TO WS-CPK-PCT-TEXT
MOVE 0 TO WS-CPK-WORK
MOVE 0 TO WS-CPK-PRIOR

IF WS-CAT-KM(WS-CAT-IX, WS-CUR-IX) > 0
    COMPUTE WS-CPK-WORK ROUNDED =
        WS-CAT-FUEL(WS-CAT-IX, WS-CUR-IX) / WS-CAT-KM(WS-CAT-IX, WS-CUR-IX)
END-IF

IF WS-PRI-IX > 0
    MOVE "Y" TO WS-PCT-FLOW
    MOVE WS-CAT-KM(WS-CAT-IX, WS-CUR-IX) TO WS-PCT-CURRENT
    MOVE WS-CAT-KM(WS-CAT-IX, WS-PRI-IX) TO WS-PCT-PRIOR
    PERFORM COMPUTE-PERCENT-CHANGE
    MOVE WS-PCT-TEXT TO WS-KM-PCT-TEXT
    MOVE WS-CAT-FUEL(WS-CAT-IX, WS-CUR-IX) TO WS-PCT-CURRENT
    MOVE WS-CAT-FUEL(WS-CAT-IX, WS-PRI-IX) TO WS-PCT-PRIOR
    PERFORM COMPUTE-PERCENT-CHANGE
    MOVE WS-PCT-TEXT TO WS-FUEL-PCT-TEXT
    IF WS-CAT-KM(WS-CAT-IX, WS-PRI-IX) > 0
        COMPUTE WS-CPK-PRIOR ROUNDED =
            WS-CAT-FUEL(WS-CAT-IX, WS-PRI-IX)
            / WS-CAT-KM(WS-CAT-IX, WS-PRI-IX)
    END-IF
    MOVE "N" TO WS-PCT-FLOW
    COMPUTE WS-PCT-CURRENT = WS-CPK-WORK * 10000
    COMPUTE WS-PCT-PRIOR = WS-CPK-PRIOR * 10000
    PERFORM COMPUTE-PERCENT-CHANGE
    MOVE WS-PCT-TEXT TO WS-CPK-PCT-TEXT
END-IF

MOVE SPACES TO WS-MOVER-FLAG
IF WS-CUR-IX = 13 AND WS-PRI-IX = 12
        AND (WS-CAT-KM-MOVER(WS-CAT-IX) = "Y"
          OR WS-CAT-FUEL-MOVER(WS-CAT-IX) = "Y")
    MOVE " <<" TO WS-MOVER-FLAG
END-IF

MOVE WS-CAT-KM(WS-CAT-IX, WS-CUR-IX) TO WS-KM-EDIT
MOVE WS-CAT-FUEL(WS-CAT-IX, WS-CUR-IX) TO WS-AMOUNT-EDIT
MOVE WS-CPK-WORK TO WS-CAT-RATE-EDIT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "  " WS-ACTION-TEXT(1:8) " "
    WS-KM-EDIT " " WS-KM-PCT-TEXT " "
    WS-AMOUNT-EDIT " " WS-FUEL-PCT-TEXT " "
    WS-CAT-RATE-EDIT " " WS-CPK-PCT-TEXT
    WS-MOVER-FLAG
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-DEPT-SECTION.

MOVE "TENDENCIA POR DEPARTAMENTO (INVOICE.DAT - COBRANCA LIQUIDA)"
    TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF WS-DEPT-COUNT = 0
    MOVE "NENHUMA COBRANCA NO PERIODO" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM VARYING WS-DEPT-IX FROM 1 BY 1 UNTIL WS-DEPT-IX > WS-DEPT-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "DEPARTAMENTO " WS-DPT-CODE(WS-DEPT-IX)
        "           COBRADO   VAR%"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM VARYING WS-CUR-IX FROM 1 BY 1 UNTIL WS-CUR-IX > 13
        COMPUTE WS-PRI-IX = WS-CUR-IX - 1
        MOVE WS-MON-YYYYMM(WS-CUR-IX) TO WS-ACTION-TEXT
        PERFORM WRITE-DEPT-MONTH-LINE
    END-PERFORM
    MOVE 13 TO WS-CUR-IX
    MOVE 1 TO WS-PRI-IX
    MOVE "ANO ANT." TO WS-ACTION-TEXT
    PERFORM WRITE-DEPT-MONTH-LINE
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM.

WRITE-DEPT-MONTH-LINE.

MOVE "   N/D" TO WS-PCT-TEXT

IF WS-PRI-IX > 0
    MOVE "Y" TO WS-PCT-FLOW
    MOVE WS-DPT-AMOUNT(WS-DEPT-IX, WS-CUR-IX) TO WS-PCT-CURRENT
    MOVE WS-DPT-AMOUNT(WS-DEPT-IX, WS-PRI-IX) TO WS-PCT-PRIOR
    PERFORM COMPUTE-PERCENT-CHANGE
END-IF

MOVE SPACES TO WS-MOVER-FLAG
IF WS-CUR-IX = 13 AND WS-PRI-IX = 12 AND WS-DPT-MOVER(WS-DEPT-IX) = "Y"
    MOVE " <<" TO WS-MOVER-FLAG
END-IF

MOVE WS-DPT-AMOUNT(WS-DEPT-IX, WS-CUR-IX) TO WS-SIGNED-EDIT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "  " WS-ACTION-TEXT(1:8) "     "
    WS-SIGNED-EDIT " " WS-PCT-TEXT
    WS-MOVER-FLAG
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-MOVERS-SECTION.

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MAIORES VARIACOES DO MES - " WS-MON-YYYYMM(13)
    " X " WS-MON-YYYYMM(12)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF PARTIAL-MONTH
    MOVE "(VALORES DO MES EM CURSO PROJETADOS PARA O MES INTEIRO)"
        TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

IF WS-TOP-COUNT = 0
    MOVE "NENHUMA VARIACAO COMPARAVEL NO MES" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM VARYING WS-TOP-RANK FROM 1 BY 1 UNTIL WS-TOP-RANK > WS-TOP-COUNT
    MOVE WS-TOP-MOV-IX(WS-TOP-RANK) TO WS-MOV-IX
    PERFORM WRITE-MOVER-LINE
END-PERFORM

IF WS-UNKNOWN-VEH-COUNT > 0
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    MOVE WS-UNKNOWN-VEH-COUNT TO WS-COUNT-EDIT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "REGISTROS DE VEICULOS FORA DO CADASTRO IGNORADOS: "
        WS-COUNT-EDIT
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF.

WRITE-MOVER-LINE.

MOVE WS-MOV-ENTRY-IX(WS-MOV-IX) TO WS-SORT-IX
MOVE SPACES TO WS-ACTION-TEXT

EVALUATE TRUE
WHEN MOV-CATEGORY-KM(WS-MOV-IX)
    STRING "CATEGORIA " WS-CAT-CODE(WS-SORT-IX) " KM"
        DELIMITED BY SIZE INTO WS-ACTION-TEXT
WHEN MOV-CATEGORY-FUEL(WS-MOV-IX)
    STRING "CATEGORIA " WS-CAT-CODE(WS-SORT-IX) " COMB"
        DELIMITED BY SIZE INTO WS-ACTION-TEXT
WHEN MOV-DEPT-CHARGE(WS-MOV-IX)
    STRING "DEPARTAMENTO " WS-DPT-CODE(WS-SORT-IX)
        DELIMITED BY SIZE INTO WS-ACTION-TEXT
END-EVALUATE

IF WS-MOV-PCT(WS-MOV-IX) > 999.9
    MOVE 999.9 TO WS-PCT-SHOWN
ELSE
    IF WS-MOV-PCT(WS-MOV-IX) < -999.9
        MOVE -999.9 TO WS-PCT-SHOWN
    ELSE
        MOVE WS-MOV-PCT(WS-MOV-IX) TO WS-PCT-SHOWN
    END-IF
END-IF
MOVE WS-PCT-SHOWN TO WS-PCT-EDIT
MOVE WS-MOV-PRIOR(WS-MOV-IX) TO WS-PRIOR-EDIT
MOVE WS-MOV-CURRENT(WS-MOV-IX) TO WS-SIGNED-EDIT

MOVE SPACES TO WS-REPORT-DETAIL
STRING WS-TOP-RANK " " WS-ACTION-TEXT " " WS-PCT-EDIT "%  DE "
    WS-PRIOR-EDIT " PARA " WS-SIGNED-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "TENDENCIA DA FROTA - 13 MESES - PAGINA "
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

END PROGRAM KPITREND.
