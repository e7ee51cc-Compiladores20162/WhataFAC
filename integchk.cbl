IDENTIFICATION DIVISION.
PROGRAM-ID. INTEGCHK.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT DEPARTMENT-FILE ASSIGN TO "DEPTMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-STATUS.
    SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCX-STATUS.
    SELECT OPTIONAL VEHICLE-CHARGE-FILE ASSIGN TO "VEHCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VEHCHG-STATUS.
    SELECT OPTIONAL INVOICE-FILE ASSIGN TO "INVOICE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INVOICE-STATUS.
    SELECT OPTIONAL USAGE-HISTORY-FILE ASSIGN TO "USAGEHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL SERVICE-HISTORY-FILE ASSIGN TO "SVCHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SVCHIST-STATUS.
    SELECT OPTIONAL AUDIT-FILE ASSIGN TO "AUDIT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT INTEGRITY-REPORT ASSIGN TO "INTEGCHK.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  DEPARTMENT-FILE.
COPY DEPTREC.
FD  COST-CENTER-FILE.
COPY CCXREF.
FD  VEHICLE-CHARGE-FILE.
COPY VCHGREC.
FD  INVOICE-FILE.
COPY INVREC.
FD  USAGE-HISTORY-FILE.
COPY USAGEREC.
FD  SERVICE-HISTORY-FILE.
COPY SVCHIST.
FD  AUDIT-FILE.
COPY AUDITREC.
FD  PARM-FILE.
COPY PARMREC.
FD  INTEGRITY-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-DEPT-STATUS PIC XX VALUE "00".
    01 WS-CCX-STATUS PIC XX VALUE "00".
    01 WS-VEHCHG-STATUS PIC XX VALUE "00".
    01 WS-INVOICE-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-SVCHIST-STATUS PIC XX VALUE "00".
    01 WS-AUDIT-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-DEPT PIC X VALUE "N".
        88 EOF-DEPT VALUE "Y".
    01 WS-EOF-SCAN PIC X VALUE "N".
        88 EOF-SCAN VALUE "Y".

    01 WS-BUSINESS-DATE PIC X(8).
    01 WS-BILLING-MONTH PIC X(6).

    01 WS-FLEET-MAX PIC 9(5) VALUE 1000.
    01 WS-FLEET-COUNT PIC 9(5) VALUE 0.
    01 WS-FLEET-IX PIC 9(5) VALUE 0.
    01 WS-FLEET-FOUND PIC X VALUE "N".
        88 FLEET-FOUND VALUE "Y".
    01 WS-FLEET-TABLE.
        05 WS-FLEET-ENTRY OCCURS 1000 TIMES.
            10 WS-FLEET-VEH-ID PIC 9(5).

    01 WS-DEPT-MAX PIC 9(3) VALUE 100.
    01 WS-DEPT-COUNT PIC 9(3) VALUE 0.
    01 WS-DEPT-IX PIC 9(3) VALUE 0.
    01 WS-DEPT-FOUND PIC X VALUE "N".
        88 DEPT-FOUND VALUE "Y".
    01 WS-DEPT-TABLE.
        05 WS-DEPT-ENTRY OCCURS 100 TIMES.
            10 WS-DPT-CODE PIC X(4).

    01 WS-CHECK-VEH-ID PIC 9(5).
    01 WS-CHECK-DEPT-CODE PIC X(4).
    01 WS-CHECK-DATE PIC X(8).
    01 WS-CHECK-SEVERITY PIC 9 VALUE 0.
        88 SEVERITY-HIGH VALUE 1.
        88 SEVERITY-MEDIUM VALUE 2.
        88 SEVERITY-LOW VALUE 3.

    01 WS-SEVERITY-NAMES.
        05 FILLER PIC X(5) VALUE "ALTA ".
        05 FILLER PIC X(5) VALUE "MEDIA".
        05 FILLER PIC X(5) VALUE "BAIXA".
    01 WS-SEVERITY-NAME-TABLE REDEFINES WS-SEVERITY-NAMES.
        05 WS-SEVERITY-NAME PIC X(5) OCCURS 3 TIMES.

    01 WS-ORPHAN-KIND PIC X(6).
    01 WS-ORPHAN-KEY PIC X(5).

    01 WS-ORPHAN-MAX PIC 9(5) VALUE 2000.
    01 WS-ORPHAN-COUNT PIC 9(5) VALUE 0.
    01 WS-ORPHAN-IX PIC 9(5) VALUE 0.
    01 WS-ORPHAN-FOUND PIC X VALUE "N".
        88 ORPHAN-FOUND VALUE "Y".
    01 WS-ORPHAN-TABLE.
        05 WS-ORPHAN-ENTRY OCCURS 2000 TIMES.
            10 WS-ORF-KIND PIC X(6).
            10 WS-ORF-KEY PIC X(5).
            10 WS-ORF-SEVERITY PIC 9.
            10 WS-ORF-RECORD-COUNT PIC 9(5).
            10 WS-ORF-LAST-DATE PIC X(8).

    01 WS-FILE-NAMES.
        05 FILLER PIC X(12) VALUE "COSTCTR.DAT".
        05 FILLER PIC X(12) VALUE "VEHCHG.DAT".
        05 FILLER PIC X(12) VALUE "INVOICE.DAT".
        05 FILLER PIC X(12) VALUE "USAGEHST.DAT".
        05 FILLER PIC X(12) VALUE "SVCHIST.DAT".
        05 FILLER PIC X(12) VALUE "AUDIT.DAT".
    01 WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAMES.
        05 WS-FILE-NAME PIC X(12) OCCURS 6 TIMES.
    01 WS-FILE-COUNT PIC 9 VALUE 6.
    01 WS-FILE-IX PIC 9 VALUE 0.
    01 WS-SEVERITY-IX PIC 9 VALUE 0.

    01 WS-SUMMARY-TABLE.
        05 WS-SUMMARY-ENTRY OCCURS 6 TIMES.
            10 WS-SUM-PRESENT PIC X.
            10 WS-SUM-READ-COUNT PIC 9(7).
            10 WS-SUM-ORPHAN-RECORDS PIC 9(7).
            10 WS-SUM-SEVERITY-COUNT PIC 9(5) OCCURS 3 TIMES.

    01 WS-TOTAL-ORPHAN-RECORDS PIC 9(7) VALUE 0.
    01 WS-TOTAL-SEVERITY-TABLE.
        05 WS-TOTAL-SEVERITY-COUNT PIC 9(5) OCCURS 3 TIMES.

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

OPEN OUTPUT INTEGRITY-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de relatorio"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-FLEET-TABLE

PERFORM LOAD-DEPT-TABLE

INITIALIZE WS-SUMMARY-TABLE
INITIALIZE WS-TOTAL-SEVERITY-TABLE

MOVE 1 TO WS-FILE-IX
PERFORM CHECK-COST-CENTER-FILE
PERFORM WRITE-FILE-SECTION

MOVE 2 TO WS-FILE-IX
PERFORM CHECK-VEHICLE-CHARGE-FILE
PERFORM WRITE-FILE-SECTION

MOVE 3 TO WS-FILE-IX
PERFORM CHECK-INVOICE-FILE
PERFORM WRITE-FILE-SECTION

MOVE 4 TO WS-FILE-IX
PERFORM CHECK-USAGE-HISTORY-FILE
PERFORM WRITE-FILE-SECTION

MOVE 5 TO WS-FILE-IX
PERFORM CHECK-SERVICE-HISTORY-FILE
PERFORM WRITE-FILE-SECTION

MOVE 6 TO WS-FILE-IX
PERFORM CHECK-AUDIT-FILE
PERFORM WRITE-FILE-SECTION

PERFORM WRITE-INTEGRITY-SUMMARY

CLOSE INTEGRITY-REPORT

IF WS-TOTAL-ORPHAN-RECORDS > 0
    DISPLAY "VERIFICACAO COM REFERENCIAS ORFAS: "
        WS-TOTAL-ORPHAN-RECORDS
    MOVE 2 TO RETURN-CODE
ELSE
    DISPLAY "VERIFICACAO SEM REFERENCIAS ORFAS"
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

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE

MOVE WS-BUSINESS-DATE(1:6) TO WS-BILLING-MONTH.

LOAD-FLEET-TABLE.

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-VEHICLE-RECORD

PERFORM UNTIL EOF-VEHICLE
    IF WS-FLEET-COUNT >= WS-FLEET-MAX
        DISPLAY "ERRO: tabela do mestre cheia - aumente o limite"
        CLOSE VEHICLE-MASTER
        CLOSE INTEGRITY-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-FLEET-COUNT
    MOVE VEH-ID TO WS-FLEET-VEH-ID(WS-FLEET-COUNT)
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

LOAD-DEPT-TABLE.

OPEN INPUT DEPARTMENT-FILE
IF WS-DEPT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DEPTMAST.DAT"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DEPT-RECORD

PERFORM UNTIL EOF-DEPT
    IF WS-DEPT-COUNT >= WS-DEPT-MAX
        DISPLAY "ERRO: tabela de departamentos cheia - aumente o limite"
        CLOSE DEPARTMENT-FILE
        CLOSE INTEGRITY-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DEPT-COUNT
    MOVE DPT-DEPT-CODE TO WS-DPT-CODE(WS-DEPT-COUNT)
    PERFORM READ-DEPT-RECORD
END-PERFORM

CLOSE DEPARTMENT-FILE.

READ-DEPT-RECORD.

READ DEPARTMENT-FILE
    AT END
    SET EOF-DEPT TO TRUE
    NOT AT END
    CONTINUE
END-READ.

CHECK-COST-CENTER-FILE.

MOVE 0 TO WS-ORPHAN-COUNT
MOVE "N" TO WS-EOF-SCAN

OPEN INPUT COST-CENTER-FILE
IF WS-CCX-STATUS NOT = "00" AND WS-CCX-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo COSTCTR.DAT"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-CCX-STATUS = "00"
    MOVE "Y" TO WS-SUM-PRESENT(WS-FILE-IX)
END-IF

READ COST-CENTER-FILE
    AT END
    SET EOF-SCAN TO TRUE
END-READ

PERFORM UNTIL EOF-SCAN
    ADD 1 TO WS-SUM-READ-COUNT(WS-FILE-IX)
    MOVE SPACES TO WS-CHECK-DATE
    MOVE 1 TO WS-CHECK-SEVERITY
    MOVE CCX-VEH-ID TO WS-CHECK-VEH-ID
    PERFORM CHECK-VEHICLE-REFERENCE
    MOVE CCX-DEPT-CODE TO WS-CHECK-DEPT-CODE
    PERFORM CHECK-DEPT-REFERENCE
    READ COST-CENTER-FILE
        AT END
        SET EOF-SCAN TO TRUE
    END-READ
END-PERFORM

CLOSE COST-CENTER-FILE.

CHECK-VEHICLE-CHARGE-FILE.

MOVE 0 TO WS-ORPHAN-COUNT
MOVE "N" TO WS-EOF-SCAN

OPEN INPUT VEHICLE-CHARGE-FILE
IF WS-VEHCHG-STATUS NOT = "00" AND WS-VEHCHG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHCHG.DAT"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-VEHCHG-STATUS = "00"
    MOVE "Y" TO WS-SUM-PRESENT(WS-FILE-IX)
END-IF

READ VEHICLE-CHARGE-FILE
    AT END
    SET EOF-SCAN TO TRUE
END-READ

PERFORM UNTIL EOF-SCAN
    ADD 1 TO WS-SUM-READ-COUNT(WS-FILE-IX)
    MOVE VCH-RUN-ID TO WS-CHECK-DATE
    IF VCH-RUN-ID(1:6) = WS-BILLING-MONTH
        MOVE 1 TO WS-CHECK-SEVERITY
    ELSE
        MOVE 2 TO WS-CHECK-SEVERITY
    END-IF
    MOVE VCH-VEH-ID TO WS-CHECK-VEH-ID
    PERFORM CHECK-VEHICLE-REFERENCE
    IF VCH-DEPT-CODE NOT = "SUSP"
        MOVE 1 TO WS-CHECK-SEVERITY
        MOVE VCH-DEPT-CODE TO WS-CHECK-DEPT-CODE
        PERFORM CHECK-DEPT-REFERENCE
    END-IF
    READ VEHICLE-CHARGE-FILE
        AT END
        SET EOF-SCAN TO TRUE
    END-READ
END-PERFORM

CLOSE VEHICLE-CHARGE-FILE.

CHECK-INVOICE-FILE.

MOVE 0 TO WS-ORPHAN-COUNT
MOVE "N" TO WS-EOF-SCAN

OPEN INPUT INVOICE-FILE
IF WS-INVOICE-STATUS NOT = "00" AND WS-INVOICE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo INVOICE.DAT"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-INVOICE-STATUS = "00"
    MOVE "Y" TO WS-SUM-PRESENT(WS-FILE-IX)
END-IF

READ INVOICE-FILE
    AT END
    SET EOF-SCAN TO TRUE
END-READ

PERFORM UNTIL EOF-SCAN
    ADD 1 TO WS-SUM-READ-COUNT(WS-FILE-IX)
    MOVE INV-RUN-ID TO WS-CHECK-DATE
    MOVE 1 TO WS-CHECK-SEVERITY
    MOVE INV-DEPT-CODE TO WS-CHECK-DEPT-CODE
    PERFORM CHECK-DEPT-REFERENCE
    READ INVOICE-FILE
        AT END
        SET EOF-SCAN TO TRUE
    END-READ
END-PERFORM

CLOSE INVOICE-FILE.

CHECK-USAGE-HISTORY-FILE.

MOVE 0 TO WS-ORPHAN-COUNT
MOVE "N" TO WS-EOF-SCAN

OPEN INPUT USAGE-HISTORY-FILE
IF WS-USAGE-STATUS NOT = "00" AND WS-USAGE-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo USAGEHST.DAT"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-USAGE-STATUS = "00"
    MOVE "Y" TO WS-SUM-PRESENT(WS-FILE-IX)
END-IF

READ USAGE-HISTORY-FILE
    AT END
    SET EOF-SCAN TO TRUE
END-READ

PERFORM UNTIL EOF-SCAN
    ADD 1 TO WS-SUM-READ-COUNT(WS-FILE-IX)
    MOVE USE-DATE TO WS-CHECK-DATE
    IF WS-CHECK-DATE(1:6) = WS-BILLING-MONTH
        MOVE 2 TO WS-CHECK-SEVERITY
    ELSE
        MOVE 3 TO WS-CHECK-SEVERITY
    END-IF
    MOVE USE-VEH-ID TO WS-CHECK-VEH-ID
    PERFORM CHECK-VEHICLE-REFERENCE
    READ USAGE-HISTORY-FILE
        AT END
        SET EOF-SCAN TO TRUE
    END-READ
END-PERFORM

CLOSE USAGE-HISTORY-FILE.

CHECK-SERVICE-HISTORY-FILE.

MOVE 0 TO WS-ORPHAN-COUNT
MOVE "N" TO WS-EOF-SCAN

OPEN INPUT SERVICE-HISTORY-FILE
IF WS-SVCHIST-STATUS NOT = "00" AND WS-SVCHIST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo SVCHIST.DAT"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-SVCHIST-STATUS = "00"
    MOVE "Y" TO WS-SUM-PRESENT(WS-FILE-IX)
END-IF

READ SERVICE-HISTORY-FILE
    AT END
    SET EOF-SCAN TO TRUE
END-READ

PERFORM UNTIL EOF-SCAN
    ADD 1 TO WS-SUM-READ-COUNT(WS-FILE-IX)
    MOVE SVC-DATE TO WS-CHECK-DATE
    MOVE 3 TO WS-CHECK-SEVERITY
    MOVE SVC-VEH-ID TO WS-CHECK-VEH-ID
    PERFORM CHECK-VEHICLE-REFERENCE
    READ SERVICE-HISTORY-FILE
        AT END
        SET EOF-SCAN TO TRUE
    END-READ
END-PERFORM

CLOSE SERVICE-HISTORY-FILE.

CHECK-AUDIT-FILE.

MOVE 0 TO WS-ORPHAN-COUNT
MOVE "N" TO WS-EOF-SCAN

OPEN INPUT AUDIT-FILE
IF WS-AUDIT-STATUS NOT = "00" AND WS-AUDIT-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de auditoria"
    CLOSE INTEGRITY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-AUDIT-STATUS = "00"
    MOVE "Y" TO WS-SUM-PRESENT(WS-FILE-IX)
END-IF

READ AUDIT-FILE
    AT END
    SET EOF-SCAN TO TRUE
END-READ

PERFORM UNTIL EOF-SCAN
    ADD 1 TO WS-SUM-READ-COUNT(WS-FILE-IX)
    MOVE AUDIT-RUN-ID TO WS-CHECK-DATE
    MOVE 3 TO WS-CHECK-SEVERITY
    MOVE AUDIT-VEH-ID TO WS-CHECK-VEH-ID
    PERFORM CHECK-VEHICLE-REFERENCE
    READ AUDIT-FILE
        AT END
        SET EOF-SCAN TO TRUE
    END-READ
END-PERFORM

CLOSE AUDIT-FILE.

CHECK-VEHICLE-REFERENCE.

MOVE "N" TO WS-FLEET-FOUND

PERFORM VARYING WS-FLEET-IX FROM 1 BY 1
        UNTIL WS-FLEET-IX > WS-FLEET-COUNT
           OR FLEET-FOUND
    IF WS-FLEET-VEH-ID(WS-FLEET-IX) = WS-CHECK-VEH-ID
        MOVE "Y" TO WS-FLEET-FOUND
    END-IF
END-PERFORM

IF NOT FLEET-FOUND
    MOVE "VEH-ID" TO WS-ORPHAN-KIND
    MOVE WS-CHECK-VEH-ID TO WS-ORPHAN-KEY
    PERFORM RECORD-ORPHAN
END-IF.

CHECK-DEPT-REFERENCE.

MOVE "N" TO WS-DEPT-FOUND

PERFORM VARYING WS-DEPT-IX FROM 1 BY 1
        UNTIL WS-DEPT-IX > WS-DEPT-COUNT
           OR DEPT-FOUND
    IF WS-DPT-CODE(WS-DEPT-IX) = WS-CHECK-DEPT-CODE
        MOVE "Y" TO WS-DEPT-FOUND
    END-IF
END-PERFORM

IF NOT DEPT-FOUND
    MOVE "DEPTO" TO WS-ORPHAN-KIND
    MOVE WS-CHECK-DEPT-CODE TO WS-ORPHAN-KEY
    PERFORM RECORD-ORPHAN
END-IF.

RECORD-ORPHAN.

ADD 1 TO WS-SUM-ORPHAN-RECORDS(WS-FILE-IX)
ADD 1 TO WS-TOTAL-ORPHAN-RECORDS

MOVE "N" TO WS-ORPHAN-FOUND

PERFORM VARYING WS-ORPHAN-IX FROM 1 BY 1
        UNTIL WS-ORPHAN-IX > WS-ORPHAN-COUNT
           OR ORPHAN-FOUND
    IF WS-ORF-KIND(WS-ORPHAN-IX) = WS-ORPHAN-KIND
            AND WS-ORF-KEY(WS-ORPHAN-IX) = WS-ORPHAN-KEY
        MOVE "Y" TO WS-ORPHAN-FOUND
    END-IF
END-PERFORM

IF ORPHAN-FOUND
    SUBTRACT 1 FROM WS-ORPHAN-IX
ELSE
    IF WS-ORPHAN-COUNT >= WS-ORPHAN-MAX
        DISPLAY "ERRO: tabela de referencias orfas cheia - aumente o limite"
        CLOSE INTEGRITY-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-ORPHAN-COUNT
    MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-IX
    MOVE WS-ORPHAN-KIND TO WS-ORF-KIND(WS-ORPHAN-IX)
    MOVE WS-ORPHAN-KEY TO WS-ORF-KEY(WS-ORPHAN-IX)
    MOVE WS-CHECK-SEVERITY TO WS-ORF-SEVERITY(WS-ORPHAN-IX)
    MOVE 0 TO WS-ORF-RECORD-COUNT(WS-ORPHAN-IX)
    MOVE SPACES TO WS-ORF-LAST-DATE(WS-ORPHAN-IX)
END-IF

ADD 1 TO WS-ORF-RECORD-COUNT(WS-ORPHAN-IX)

IF WS-CHECK-SEVERITY < WS-ORF-SEVERITY(WS-ORPHAN-IX)
    MOVE WS-CHECK-SEVERITY TO WS-ORF-SEVERITY(WS-ORPHAN-IX)
END-IF

IF WS-CHECK-DATE > WS-ORF-LAST-DATE(WS-ORPHAN-IX)
    MOVE WS-CHECK-DATE TO WS-ORF-LAST-DATE(WS-ORPHAN-IX)
END-IF.

WRITE-FILE-SECTION.

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ARQUIVO " WS-FILE-NAME(WS-FILE-IX)
    "  REGISTROS LIDOS: " WS-SUM-READ-COUNT(WS-FILE-IX)
    "  REFERENCIAS ORFAS: " WS-SUM-ORPHAN-RECORDS(WS-FILE-IX)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

EVALUATE TRUE
WHEN WS-SUM-PRESENT(WS-FILE-IX) NOT = "Y"
    MOVE "  ARQUIVO AUSENTE - NADA A VERIFICAR" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
WHEN WS-ORPHAN-COUNT = 0
    MOVE "  NENHUMA REFERENCIA ORFA" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
WHEN OTHER
    PERFORM VARYING WS-SEVERITY-IX FROM 1 BY 1
            UNTIL WS-SEVERITY-IX > 3
        PERFORM VARYING WS-ORPHAN-IX FROM 1 BY 1
                UNTIL WS-ORPHAN-IX > WS-ORPHAN-COUNT
            IF WS-ORF-SEVERITY(WS-ORPHAN-IX) = WS-SEVERITY-IX
                PERFORM WRITE-ORPHAN-LINE
            END-IF
        END-PERFORM
    END-PERFORM
END-EVALUATE

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-ORPHAN-LINE.

ADD 1 TO WS-SUM-SEVERITY-COUNT(WS-FILE-IX, WS-SEVERITY-IX)
ADD 1 TO WS-TOTAL-SEVERITY-COUNT(WS-SEVERITY-IX)

MOVE SPACES TO WS-REPORT-DETAIL
IF WS-ORF-KIND(WS-ORPHAN-IX) = "VEH-ID"
    STRING "  " WS-SEVERITY-NAME(WS-SEVERITY-IX)
        " VEH-ID " WS-ORF-KEY(WS-ORPHAN-IX)
        " SEM CADASTRO EM VEHMAST.IDX  REGS "
        WS-ORF-RECORD-COUNT(WS-ORPHAN-IX)
        " ULTIMO " WS-ORF-LAST-DATE(WS-ORPHAN-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    STRING "  " WS-SEVERITY-NAME(WS-SEVERITY-IX)
        " DEPTO  " WS-ORF-KEY(WS-ORPHAN-IX)
        " SEM CADASTRO EM DEPTMAST.DAT REGS "
        WS-ORF-RECORD-COUNT(WS-ORPHAN-IX)
        " ULTIMO " WS-ORF-LAST-DATE(WS-ORPHAN-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-INTEGRITY-SUMMARY.

MOVE "RESUMO POR ARQUIVO E GRAVIDADE (CHAVES ORFAS)"
    TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "ARQUIVO      REGISTROS   ORFAOS  ALTA  MEDIA BAIXA"
    TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-FILE-IX FROM 1 BY 1
        UNTIL WS-FILE-IX > WS-FILE-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING WS-FILE-NAME(WS-FILE-IX) " "
        WS-SUM-READ-COUNT(WS-FILE-IX) " "
        WS-SUM-ORPHAN-RECORDS(WS-FILE-IX) " "
        WS-SUM-SEVERITY-COUNT(WS-FILE-IX, 1) " "
        WS-SUM-SEVERITY-COUNT(WS-FILE-IX, 2) " "
        WS-SUM-SEVERITY-COUNT(WS-FILE-IX, 3)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
STRING "TOTAL        " "        "
    WS-TOTAL-ORPHAN-RECORDS " "
    WS-TOTAL-SEVERITY-COUNT(1) " "
    WS-TOTAL-SEVERITY-COUNT(2) " "
    WS-TOTAL-SEVERITY-COUNT(3)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "RELATORIO DE INTEGRIDADE REFERENCIAL - PAGINA "
    WS-REPORT-PAGE-NO
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-1
MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO WS-REPORT-HEADING-2
STRING "RUN-ID: " WS-RUN-ID
    "  DATA DE NEGOCIO: " WS-BUSINESS-DATE
    "  MES DE FATURAMENTO: " WS-BILLING-MONTH
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

END PROGRAM INTEGCHK.
