    SELECT EXCEPTION-REPORT ASSIGN TO "MAINTEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
    SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCX-STATUS.
    SELECT OPTIONAL VEHICLE-CHARGE-FILE ASSIGN TO "VEHCHG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-VEHCHG-STATUS.
    SELECT OPTIONAL ASSET-MASTER ASSIGN TO "ASSETMST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS AST-VEH-ID
        FILE STATUS IS WS-ASSET-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY MNTREC.
FD  EXCEPTION-REPORT.
01  REPORT-LINE PIC X(80).
FD  CHANGE-LOG-FILE.
COPY CHGLOGRC.
FD  PARM-FILE.
COPY PARMREC.
FD  ASSET-MASTER.
COPY ASSETREC.
FD  COST-CENTER-FILE.
COPY CCXREF.
FD  VEHICLE-CHARGE-FILE.
COPY VCHGREC.
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-MAINT-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-CHGLOG-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-ASSET-STATUS PIC XX VALUE "00".
    01 WS-CCX-STATUS PIC XX VALUE "00".
    01 WS-VEHCHG-STATUS PIC XX VALUE "00".
    01 WS-EOF-CCX PIC X VALUE "N".
        88 EOF-CCX VALUE "Y".
    01 WS-EOF-VEHCHG PIC X VALUE "N".
        88 EOF-VEHCHG VALUE "Y".
    01 WS-EOF-TRANS PIC X VALUE "N".
        88 EOF-TRANS VALUE "Y".

    01 WS-TRANS-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-APPLIED-COUNT PIC 9(5) VALUE 0.
    01 WS-TRANS-REJECT-COUNT PIC 9(5) VALUE 0.
    01 WS-NO-ASSET-COUNT PIC 9(5) VALUE 0.

    01 WS-REJECT-REASON PIC X(40).

    01 WS-BILLING-MONTH PIC X(6).

    01 WS-CCX-MAX PIC 9(5) VALUE 1000.
    01 WS-CCX-COUNT PIC 9(5) VALUE 0.
    01 WS-CCX-IX PIC 9(5) VALUE 0.
    01 WS-CCX-FOUND PIC X VALUE "N".
        88 CCX-FOUND VALUE "Y".
    01 WS-CCX-TABLE.
        05 WS-CCX-ENTRY OCCURS 1000 TIMES.
            10 WS-CCX-VEH-ID PIC 9(5).

    01 WS-CHARGED-MAX PIC 9(5) VALUE 1000.
    01 WS-CHARGED-COUNT PIC 9(5) VALUE 0.
    01 WS-CHARGED-IX PIC 9(5) VALUE 0.
    01 WS-CHARGED-FOUND PIC X VALUE "N".
        88 CHARGED-FOUND VALUE "Y".
    01 WS-CHARGED-KEY PIC 9(5) VALUE 0.
    01 WS-CHARGED-TABLE.
        05 WS-CHARGED-ENTRY OCCURS 1000 TIMES.
            10 WS-CHARGED-VEH-ID PIC 9(5).

    01 WS-BEFORE-IMAGE PIC X(25).

    01 WS-RUN-ID PIC X(8).
    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-TIMESTAMP.
        05 WS-TS-DATE PIC X(8).
        05 WS-TS-TIME PIC X(18).
    01 WS-CURRENT-DATETIME PIC X(21).

    01 WS-REPORT-LINE-COUNT PIC 9(3) VALUE 0.

PERFORM INIT-RUN-ID

PERFORM INIT-BUSINESS-DATE

OPEN I-O VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    GOBACK
END-IF

OPEN EXTEND CHANGE-LOG-FILE
IF WS-CHGLOG-STATUS NOT = "00" AND WS-CHGLOG-STATUS NOT = "05"
    OPEN OUTPUT CHANGE-LOG-FILE
END-IF
IF WS-CHGLOG-STATUS NOT = "00" AND WS-CHGLOG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo CHGLOG.DAT"
    CLOSE VEHICLE-MASTER
    CLOSE MAINT-TRANS-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN INPUT ASSET-MASTER
IF WS-ASSET-STATUS NOT = "00" AND WS-ASSET-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo ASSETMST.IDX"
    CLOSE VEHICLE-MASTER
    CLOSE MAINT-TRANS-FILE
    CLOSE EXCEPTION-REPORT
    CLOSE CHANGE-LOG-FILE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM LOAD-COST-CENTER-TABLE

PERFORM LOAD-CHARGED-VEHICLE-TABLE

PERFORM WRITE-REPORT-HEADING

PERFORM READ-MAINT-TRANS
CLOSE VEHICLE-MASTER
CLOSE MAINT-TRANS-FILE
CLOSE EXCEPTION-REPORT
CLOSE CHANGE-LOG-FILE
CLOSE ASSET-MASTER

IF WS-TRANS-REJECT-COUNT > 0 OR WS-NO-ASSET-COUNT > 0
    MOVE 2 TO RETURN-CODE
END-IF

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
END-IF

MOVE WS-BUSINESS-DATE(1:6) TO WS-BILLING-MONTH.

LOAD-COST-CENTER-TABLE.

OPEN INPUT COST-CENTER-FILE
IF WS-CCX-STATUS NOT = "00" AND WS-CCX-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo COSTCTR.DAT"
    PERFORM CLOSE-FILES-FOR-LOAD-ERROR
    GOBACK
END-IF

PERFORM READ-COST-CENTER-RECORD

PERFORM UNTIL EOF-CCX
    IF WS-CCX-COUNT >= WS-CCX-MAX
        DISPLAY "ERRO: tabela de centros de custo cheia - aumente o limite"
        CLOSE COST-CENTER-FILE
        PERFORM CLOSE-FILES-FOR-LOAD-ERROR
        GOBACK
    END-IF
    ADD 1 TO WS-CCX-COUNT
    MOVE CCX-VEH-ID TO WS-CCX-VEH-ID(WS-CCX-COUNT)
    PERFORM READ-COST-CENTER-RECORD
END-PERFORM

CLOSE COST-CENTER-FILE.

READ-COST-CENTER-RECORD.

READ COST-CENTER-FILE
    AT END
    SET EOF-CCX TO TRUE
    NOT AT END
    CONTINUE
END-READ.

LOAD-CHARGED-VEHICLE-TABLE.

OPEN INPUT VEHICLE-CHARGE-FILE
IF WS-VEHCHG-STATUS NOT = "00" AND WS-VEHCHG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHCHG.DAT"
    PERFORM CLOSE-FILES-FOR-LOAD-ERROR
    GOBACK
END-IF

PERFORM READ-VEHICLE-CHARGE-RECORD

PERFORM UNTIL EOF-VEHCHG
    IF VCH-RUN-ID(1:6) = WS-BILLING-MONTH
        MOVE VCH-VEH-ID TO WS-CHARGED-KEY
        PERFORM FIND-CHARGED-VEHICLE
        IF NOT CHARGED-FOUND
            IF WS-CHARGED-COUNT >= WS-CHARGED-MAX
                DISPLAY "ERRO: tabela de veiculos cobrados cheia - aumente o limite"
                CLOSE VEHICLE-CHARGE-FILE
                PERFORM CLOSE-FILES-FOR-LOAD-ERROR
                GOBACK
            END-IF
            ADD 1 TO WS-CHARGED-COUNT
            MOVE VCH-VEH-ID TO WS-CHARGED-VEH-ID(WS-CHARGED-COUNT)
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

FIND-CHARGED-VEHICLE.

MOVE "N" TO WS-CHARGED-FOUND

PERFORM VARYING WS-CHARGED-IX FROM 1 BY 1
        UNTIL WS-CHARGED-IX > WS-CHARGED-COUNT
           OR CHARGED-FOUND
    IF WS-CHARGED-VEH-ID(WS-CHARGED-IX) = WS-CHARGED-KEY
        MOVE "Y" TO WS-CHARGED-FOUND
    END-IF
END-PERFORM

IF CHARGED-FOUND
    SUBTRACT 1 FROM WS-CHARGED-IX
END-IF.

FIND-COST-CENTER.

MOVE "N" TO WS-CCX-FOUND

PERFORM VARYING WS-CCX-IX FROM 1 BY 1
        UNTIL WS-CCX-IX > WS-CCX-COUNT
           OR CCX-FOUND
    IF WS-CCX-VEH-ID(WS-CCX-IX) = MNT-VEH-ID
        MOVE "Y" TO WS-CCX-FOUND
    END-IF
END-PERFORM

IF CCX-FOUND
    SUBTRACT 1 FROM WS-CCX-IX
END-IF.

CLOSE-FILES-FOR-LOAD-ERROR.

CLOSE VEHICLE-MASTER
CLOSE MAINT-TRANS-FILE
CLOSE EXCEPTION-REPORT
CLOSE CHANGE-LOG-FILE
CLOSE ASSET-MASTER
MOVE 1 TO RETURN-CODE.

READ-MAINT-TRANS.

READ MAINT-TRANS-FILE
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    ADD 1 TO WS-TRANS-APPLIED-COUNT
    MOVE SPACES TO WS-BEFORE-IMAGE
    PERFORM WRITE-CHANGE-LOG
    PERFORM CHECK-ASSET-REGISTER
END-WRITE.

CHECK-ASSET-REGISTER.

MOVE MNT-VEH-ID TO AST-VEH-ID
READ ASSET-MASTER
    INVALID KEY
    ADD 1 TO WS-NO-ASSET-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "ACAO " MNT-ACTION " VEH-ID " MNT-VEH-ID
        " INCLUIDO SEM REGISTRO PATRIMONIAL EM ASSETMST"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    NOT INVALID KEY
    CONTINUE
END-READ.

APPLY-CHANGE.

MOVE MNT-VEH-ID TO VEH-ID
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    MOVE VEHICLE-REC TO WS-BEFORE-IMAGE
    MOVE MNT-VEH-CATEGORY TO VEH-CATEGORY
    MOVE MNT-VEH-ODOMETER TO VEH-ODOMETER
    MOVE MNT-VEH-FUEL-VALUATION TO VEH-FUEL-VALUATION
    REWRITE VEHICLE-REC
    ADD 1 TO WS-TRANS-APPLIED-COUNT
    PERFORM WRITE-CHANGE-LOG
END-READ.

APPLY-DELETE.

MOVE MNT-VEH-ID TO VEH-ID
READ VEHICLE-MASTER
    INVALID KEY
    MOVE "EXCLUSAO DE VEH-ID INEXISTENTE" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    MOVE VEHICLE-REC TO WS-BEFORE-IMAGE
    PERFORM CHECK-DELETE-ALLOWED
END-READ.

CHECK-DELETE-ALLOWED.

PERFORM FIND-COST-CENTER
MOVE MNT-VEH-ID TO WS-CHARGED-KEY
PERFORM FIND-CHARGED-VEHICLE

EVALUATE TRUE
WHEN CCX-FOUND
    MOVE "POSSUI CENTRO DE CUSTO EM COSTCTR.DAT" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
WHEN CHARGED-FOUND
    MOVE "POSSUI COBRANCAS NO MES DE FATURAMENTO" TO
        WS-REJECT-REASON
    PERFORM WRITE-REJECT-LINE
WHEN OTHER
    PERFORM DELETE-VEHICLE-RECORD
END-EVALUATE.

DELETE-VEHICLE-RECORD.

DELETE VEHICLE-MASTER
    INVALID KEY
    MOVE "EXCLUSAO DE VEH-ID INEXISTENTE" TO
    PERFORM WRITE-REJECT-LINE
    NOT INVALID KEY
    ADD 1 TO WS-TRANS-APPLIED-COUNT
    MOVE SPACES TO VEHICLE-REC
    PERFORM WRITE-CHANGE-LOG
END-DELETE.

WRITE-CHANGE-LOG.

ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
ACCEPT WS-CURRENT-DATETIME FROM TIME
MOVE WS-CURRENT-DATETIME(1:18) TO WS-TS-TIME

MOVE SPACES TO CHANGE-LOG-REC
MOVE WS-BUSINESS-DATE TO CHG-BUSINESS-DATE
MOVE WS-RUN-ID TO CHG-RUN-ID
MOVE WS-TIMESTAMP TO CHG-TIMESTAMP
MOVE "VEHMAINT" TO CHG-PROGRAM
SET CHG-ENTITY-VEHICLE TO TRUE
MOVE MNT-ACTION TO CHG-ACTION
MOVE MNT-VEH-ID TO CHG-VEH-ID
MOVE WS-BEFORE-IMAGE TO CHG-BEFORE-IMAGE
MOVE VEHICLE-REC TO CHG-AFTER-IMAGE
WRITE CHANGE-LOG-REC.

WRITE-REJECT-LINE.

ADD 1 TO WS-TRANS-REJECT-COUNT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "TRANSACOES REJEITADAS: " WS-TRANS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "INCLUSOES SEM PATRIMONIO: " WS-NO-ASSET-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.
