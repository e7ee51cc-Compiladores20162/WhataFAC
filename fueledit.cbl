IDENTIFICATION DIVISION.
PROGRAM-ID. FUELEDIT.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL FUEL-TRANS-FILE ASSIGN TO "FUELIN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELIN-STATUS.
    SELECT OPTIONAL FUEL-HISTORY-FILE ASSIGN TO "FUELHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELHST-STATUS.
    SELECT OPTIONAL FUEL-HISTORY-WORK-FILE ASSIGN TO "FUELHST.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELHST-WORK-STATUS.
    SELECT FUEL-REJECT-FILE ASSIGN TO "FUELREJ.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELREJ-STATUS.
    SELECT EDIT-REPORT ASSIGN TO "FUELEDIT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  PARM-FILE.
COPY PARMREC.
FD  FUEL-TRANS-FILE.
COPY FUELTRN.
FD  FUEL-HISTORY-FILE.
COPY FUELHST.
FD  FUEL-HISTORY-WORK-FILE.
01  FUEL-HISTORY-WORK-REC PIC X(44).
FD  FUEL-REJECT-FILE.
COPY FUELREJ.
FD  EDIT-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-FUELIN-STATUS PIC XX VALUE "00".
    01 WS-FUELHST-STATUS PIC XX VALUE "00".
    01 WS-FUELHST-WORK-STATUS PIC XX VALUE "00".
    01 WS-FUELREJ-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-FUELIN PIC X VALUE "N".
        88 EOF-FUELIN VALUE "Y".
    01 WS-EOF-FUELHST-PURGE PIC X VALUE "N".
        88 EOF-FUELHST-PURGE VALUE "Y".
    01 WS-EOF-FUELHST-WORK PIC X VALUE "N".
        88 EOF-FUELHST-WORK VALUE "Y".

    01 WS-LITRES-MAX PIC 9(4)V99 VALUE 500.00.
    01 WS-PRICE-MIN PIC 9(3)V999 VALUE 0.500.
    01 WS-PRICE-MAX PIC 9(3)V999 VALUE 50.000.

    01 WS-REJECT-CODE PIC X(2) VALUE SPACES.
    01 WS-REJECT-TEXT PIC X(40) VALUE SPACES.

    01 WS-FILL-MAX PIC 9(5) VALUE 2000.
    01 WS-FILL-COUNT PIC 9(5) VALUE 0.
    01 WS-FILL-IX PIC 9(5) VALUE 0.
    01 WS-FILL-FOUND PIC X VALUE "N".
        88 FILL-FOUND VALUE "Y".
    01 WS-FILL-TABLE.
        05 WS-FILL-ENTRY OCCURS 2000 TIMES.
            10 WS-FILL-VEH-ID PIC 9(5).
            10 WS-FILL-DATE PIC 9(8).
            10 WS-FILL-PUMP-ODOMETER PIC 9(5).

    01 WS-FILL-AMOUNT PIC 9(7)V99 VALUE 0.
    01 WS-ACCEPTED-LITRES PIC 9(7)V99 VALUE 0.
    01 WS-ACCEPTED-AMOUNT PIC 9(9)V99 VALUE 0.

    01 WS-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-ACCEPT-COUNT PIC 9(5) VALUE 0.
    01 WS-REJECT-COUNT PIC 9(5) VALUE 0.

    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
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

OPEN OUTPUT EDIT-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de abastecimentos"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM WRITE-REPORT-HEADING

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE EDIT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN INPUT FUEL-TRANS-FILE
IF WS-FUELIN-STATUS NOT = "00" AND WS-FUELIN-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo FUELIN.DAT"
    CLOSE VEHICLE-MASTER
    CLOSE EDIT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT FUEL-REJECT-FILE
IF WS-FUELREJ-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo FUELREJ.DAT"
    CLOSE VEHICLE-MASTER
    CLOSE FUEL-TRANS-FILE
    CLOSE EDIT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM PURGE-RERUN-FUEL-HISTORY

OPEN EXTEND FUEL-HISTORY-FILE
IF WS-FUELHST-STATUS NOT = "00" AND WS-FUELHST-STATUS NOT = "05"
    OPEN OUTPUT FUEL-HISTORY-FILE
END-IF
IF WS-FUELHST-STATUS NOT = "00" AND WS-FUELHST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o historico de abastecimentos"
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

PERFORM READ-FUEL-TRANS-RECORD

PERFORM UNTIL EOF-FUELIN
    PERFORM EDIT-FUEL-TRANSACTION
    PERFORM READ-FUEL-TRANS-RECORD
END-PERFORM

CLOSE VEHICLE-MASTER
CLOSE FUEL-TRANS-FILE
CLOSE FUEL-REJECT-FILE
CLOSE FUEL-HISTORY-FILE

IF WS-READ-COUNT = 0
    MOVE "NENHUM ABASTECIMENTO RECEBIDO NA DATA" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM WRITE-EDIT-TOTALS

CLOSE EDIT-REPORT

IF WS-REJECT-COUNT > 0
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
    CLOSE EDIT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE EDIT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE EDIT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE
MOVE WS-BUSINESS-DATE TO WS-RUN-ID.

PURGE-RERUN-FUEL-HISTORY.

OPEN INPUT FUEL-HISTORY-FILE
IF WS-FUELHST-STATUS NOT = "00" AND WS-FUELHST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel ler o historico para expurgo"
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

OPEN OUTPUT FUEL-HISTORY-WORK-FILE
IF WS-FUELHST-WORK-STATUS NOT = "00" AND WS-FUELHST-WORK-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo FUELHST.NEW"
    CLOSE FUEL-HISTORY-FILE
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

PERFORM READ-FUEL-HISTORY-FOR-PURGE

PERFORM UNTIL EOF-FUELHST-PURGE
    IF FLH-RUN-DATE NOT = WS-BUSINESS-DATE
        MOVE FUEL-HISTORY-REC TO FUEL-HISTORY-WORK-REC
        WRITE FUEL-HISTORY-WORK-REC
    END-IF
    PERFORM READ-FUEL-HISTORY-FOR-PURGE
END-PERFORM

CLOSE FUEL-HISTORY-FILE
CLOSE FUEL-HISTORY-WORK-FILE

OPEN INPUT FUEL-HISTORY-WORK-FILE
OPEN OUTPUT FUEL-HISTORY-FILE
IF (WS-FUELHST-STATUS NOT = "00" AND WS-FUELHST-STATUS NOT = "05")
        OR WS-FUELHST-WORK-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o historico de abastecimentos"
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

PERFORM READ-FUEL-HISTORY-WORK-RECORD

PERFORM UNTIL EOF-FUELHST-WORK
    MOVE FUEL-HISTORY-WORK-REC TO FUEL-HISTORY-REC
    WRITE FUEL-HISTORY-REC
    PERFORM READ-FUEL-HISTORY-WORK-RECORD
END-PERFORM

CLOSE FUEL-HISTORY-FILE
CLOSE FUEL-HISTORY-WORK-FILE.

CLOSE-FILES-FOR-PURGE-ERROR.

CLOSE VEHICLE-MASTER
CLOSE FUEL-TRANS-FILE
CLOSE FUEL-REJECT-FILE
CLOSE EDIT-REPORT
MOVE 1 TO RETURN-CODE.

READ-FUEL-HISTORY-FOR-PURGE.

READ FUEL-HISTORY-FILE
    AT END
    SET EOF-FUELHST-PURGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

READ-FUEL-HISTORY-WORK-RECORD.

READ FUEL-HISTORY-WORK-FILE
    AT END
    SET EOF-FUELHST-WORK TO TRUE
    NOT AT END
    CONTINUE
END-READ.

READ-FUEL-TRANS-RECORD.

READ FUEL-TRANS-FILE
    AT END
    SET EOF-FUELIN TO TRUE
    NOT AT END
    ADD 1 TO WS-READ-COUNT
END-READ.

EDIT-FUEL-TRANSACTION.

MOVE SPACES TO WS-REJECT-CODE
MOVE SPACES TO WS-REJECT-TEXT

EVALUATE TRUE
WHEN FTR-VEH-ID NOT NUMERIC
    MOVE "01" TO WS-REJECT-CODE
    MOVE "VEH-ID NAO NUMERICO" TO WS-REJECT-TEXT
WHEN FTR-DATE NOT NUMERIC
    MOVE "02" TO WS-REJECT-CODE
    MOVE "DATA INVALIDA" TO WS-REJECT-TEXT
WHEN FUNCTION TEST-DATE-YYYYMMDD(FTR-DATE) NOT = 0
    MOVE "02" TO WS-REJECT-CODE
    MOVE "DATA INVALIDA" TO WS-REJECT-TEXT
WHEN FTR-DATE > WS-BUSINESS-DATE
    MOVE "03" TO WS-REJECT-CODE
    MOVE "DATA POSTERIOR A DATA DE NEGOCIO" TO WS-REJECT-TEXT
WHEN FTR-LITRES NOT NUMERIC
    MOVE "04" TO WS-REJECT-CODE
    MOVE "LITROS NAO NUMERICO" TO WS-REJECT-TEXT
WHEN FTR-LITRES = 0 OR FTR-LITRES > WS-LITRES-MAX
    MOVE "05" TO WS-REJECT-CODE
    MOVE "LITROS FORA DOS LIMITES" TO WS-REJECT-TEXT
WHEN FTR-PRICE-PER-LITRE NOT NUMERIC
    MOVE "06" TO WS-REJECT-CODE
    MOVE "PRECO POR LITRO NAO NUMERICO" TO WS-REJECT-TEXT
WHEN FTR-PRICE-PER-LITRE < WS-PRICE-MIN
        OR FTR-PRICE-PER-LITRE > WS-PRICE-MAX
    MOVE "07" TO WS-REJECT-CODE
    MOVE "PRECO POR LITRO FORA DOS LIMITES" TO WS-REJECT-TEXT
WHEN FTR-STATION = SPACES
    MOVE "08" TO WS-REJECT-CODE
    MOVE "POSTO NAO INFORMADO" TO WS-REJECT-TEXT
WHEN FTR-PUMP-ODOMETER NOT NUMERIC
    MOVE "09" TO WS-REJECT-CODE
    MOVE "ODOMETRO DA BOMBA NAO NUMERICO" TO WS-REJECT-TEXT
WHEN OTHER
    PERFORM CHECK-VEHICLE-AND-DUPLICATE
END-EVALUATE

IF WS-REJECT-CODE = SPACES
    PERFORM ACCEPT-FUEL-TRANSACTION
ELSE
    PERFORM REJECT-FUEL-TRANSACTION
END-IF.

CHECK-VEHICLE-AND-DUPLICATE.

MOVE FTR-VEH-ID TO VEH-ID
READ VEHICLE-MASTER
    INVALID KEY
    MOVE "10" TO WS-REJECT-CODE
    MOVE "VEH-ID INEXISTENTE NO MESTRE" TO WS-REJECT-TEXT
END-READ

IF WS-REJECT-CODE = SPACES
    MOVE "N" TO WS-FILL-FOUND
    PERFORM VARYING WS-FILL-IX FROM 1 BY 1
            UNTIL WS-FILL-IX > WS-FILL-COUNT OR FILL-FOUND
        IF WS-FILL-VEH-ID(WS-FILL-IX) = FTR-VEH-ID
                AND WS-FILL-DATE(WS-FILL-IX) = FTR-DATE
                AND WS-FILL-PUMP-ODOMETER(WS-FILL-IX) = FTR-PUMP-ODOMETER
            SET FILL-FOUND TO TRUE
        END-IF
    END-PERFORM
    IF FILL-FOUND
        MOVE "11" TO WS-REJECT-CODE
        MOVE "ABASTECIMENTO DUPLICADO NO ARQUIVO" TO WS-REJECT-TEXT
    END-IF
END-IF.

ACCEPT-FUEL-TRANSACTION.

ADD 1 TO WS-ACCEPT-COUNT

IF WS-FILL-COUNT < WS-FILL-MAX
    ADD 1 TO WS-FILL-COUNT
    MOVE FTR-VEH-ID TO WS-FILL-VEH-ID(WS-FILL-COUNT)
    MOVE FTR-DATE TO WS-FILL-DATE(WS-FILL-COUNT)
    MOVE FTR-PUMP-ODOMETER TO WS-FILL-PUMP-ODOMETER(WS-FILL-COUNT)
END-IF

MOVE WS-BUSINESS-DATE TO FLH-RUN-DATE
MOVE FUEL-TRANS-REC TO FLH-FILL-DETAIL
WRITE FUEL-HISTORY-REC

COMPUTE WS-FILL-AMOUNT ROUNDED = FTR-LITRES * FTR-PRICE-PER-LITRE
ADD FTR-LITRES TO WS-ACCEPTED-LITRES
ADD WS-FILL-AMOUNT TO WS-ACCEPTED-AMOUNT.

REJECT-FUEL-TRANSACTION.

ADD 1 TO WS-REJECT-COUNT

MOVE WS-REJECT-CODE TO FRJ-REASON-CODE
MOVE FUEL-TRANS-REC TO FRJ-TRANS-DATA
WRITE FUEL-REJECT-REC

MOVE SPACES TO WS-REPORT-DETAIL
STRING "REJEITADO " WS-REJECT-CODE " " WS-REJECT-TEXT
    " REG " FUEL-TRANS-REC(1:13)
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-EDIT-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ABASTECIMENTOS LIDOS:     " WS-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ABASTECIMENTOS ACEITOS:   " WS-ACCEPT-COUNT
    "  LITROS " WS-ACCEPTED-LITRES
    "  VALOR " WS-ACCEPTED-AMOUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ABASTECIMENTOS REJEITADOS:" WS-REJECT-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "CRITICA DE ABASTECIMENTOS - PAGINA "
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

END PROGRAM FUELEDIT.
