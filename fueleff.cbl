IDENTIFICATION DIVISION.
PROGRAM-ID. FUELEFF.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT USAGE-HISTORY ASSIGN TO "USAGEHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-STATUS.
    SELECT OPTIONAL FUEL-HISTORY-FILE ASSIGN TO "FUELHST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELHST-STATUS.
    SELECT OPTIONAL FUEL-CAPACITY-FILE ASSIGN TO "FUELCAP.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FUELCAP-STATUS.
    SELECT UTIL-PARM-FILE ASSIGN TO "UTILPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL DRIVER-FILE ASSIGN TO "DRVMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRIVER-STATUS.
    SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "VEHASGN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASSIGN-STATUS.
    SELECT EFFICIENCY-REPORT ASSIGN TO "FUELEFF.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  USAGE-HISTORY.
COPY USAGEREC.
FD  FUEL-HISTORY-FILE.
COPY FUELHST.
FD  FUEL-CAPACITY-FILE.
COPY FUELCAP.
FD  UTIL-PARM-FILE.
COPY UTLPARM.
FD  DRIVER-FILE.
COPY DRVREC.
FD  ASSIGNMENT-FILE.
COPY ASGNREC.
FD  EFFICIENCY-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-FUELHST-STATUS PIC XX VALUE "00".
    01 WS-FUELCAP-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-DRIVER-STATUS PIC XX VALUE "00".
    01 WS-ASSIGN-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-USAGE PIC X VALUE "N".
        88 EOF-USAGE VALUE "Y".
    01 WS-EOF-FUELHST PIC X VALUE "N".
        88 EOF-FUELHST VALUE "Y".
    01 WS-EOF-FUELCAP PIC X VALUE "N".
        88 EOF-FUELCAP VALUE "Y".
    01 WS-EOF-DRIVER PIC X VALUE "N".
        88 EOF-DRIVER VALUE "Y".
    01 WS-EOF-ASSIGN PIC X VALUE "N".
        88 EOF-ASSIGN VALUE "Y".

    01 WS-START-DATE PIC 9(8) VALUE 0.
    01 WS-END-DATE PIC 9(8) VALUE 0.

    01 WS-ODOMETER-TOLERANCE PIC 9(3) VALUE 50.
    01 WS-ODOMETER-LOW PIC S9(6) VALUE 0.
    01 WS-ODOMETER-HIGH PIC S9(6) VALUE 0.

    01 WS-FLEET-MAX PIC 9(5) VALUE 1000.
    01 WS-FLEET-COUNT PIC 9(5) VALUE 0.
    01 WS-FLEET-IX PIC 9(5) VALUE 0.
    01 WS-FLEET-FOUND PIC X VALUE "N".
        88 FLEET-FOUND VALUE "Y".
    01 WS-FLEET-KEY PIC 9(5) VALUE 0.
    01 WS-FLEET-TABLE.
        05 WS-FLEET-ENTRY OCCURS 1000 TIMES.
            10 WS-FLT-VEH-ID PIC 9(5).
            10 WS-FLT-VEH-CATEGORY PIC 9(5).
            10 WS-FLT-TOTAL-KM PIC 9(9).
            10 WS-FLT-FILL-COUNT PIC 9(5).
            10 WS-FLT-TOTAL-LITRES PIC 9(7)V99.
            10 WS-FLT-TOTAL-AMOUNT PIC 9(9)V99.

    01 WS-CAP-MAX PIC 9(3) VALUE 100.
    01 WS-CAP-COUNT PIC 9(3) VALUE 0.
    01 WS-CAP-IX PIC 9(3) VALUE 0.
    01 WS-CAP-FOUND PIC X VALUE "N".
        88 CAP-FOUND VALUE "Y".
    01 WS-CAP-TABLE.
        05 WS-CAP-ENTRY OCCURS 100 TIMES.
            10 WS-CAP-CATEGORY PIC 9(5).
            10 WS-CAP-TANK-LITRES PIC 9(4).

    01 WS-USE-MAX PIC 9(5) VALUE 20000.
    01 WS-USE-COUNT PIC 9(5) VALUE 0.
    01 WS-USE-IX PIC 9(5) VALUE 0.
    01 WS-USE-FOUND PIC X VALUE "N".
        88 USE-FOUND VALUE "Y".
    01 WS-USE-TABLE.
        05 WS-USE-ENTRY OCCURS 20000 TIMES.
            10 WS-USE-VEH-ID PIC 9(5).
            10 WS-USE-DATE PIC 9(8).
            10 WS-USE-PRIOR-ODOMETER PIC 9(5).
            10 WS-USE-CURR-ODOMETER PIC 9(5).
            10 WS-USE-DELTA-KM PIC 9(5).

    01 WS-CAT-MAX PIC 9(3) VALUE 100.
    01 WS-CAT-COUNT PIC 9(3) VALUE 0.
    01 WS-CAT-IX PIC 9(3) VALUE 0.
    01 WS-CAT-FOUND PIC X VALUE "N".
        88 CAT-FOUND VALUE "Y".
    01 WS-CAT-TABLE.
        05 WS-CAT-ENTRY OCCURS 100 TIMES.
            10 WS-CAT-CATEGORY PIC 9(5).
            10 WS-CAT-VEHICLE-COUNT PIC 9(5).
            10 WS-CAT-TOTAL-KM PIC 9(9).
            10 WS-CAT-TOTAL-LITRES PIC 9(7)V99.

    01 WS-DRIVER-MAX PIC 9(5) VALUE 2000.
    01 WS-DRIVER-COUNT PIC 9(5) VALUE 0.
    01 WS-DRIVER-IX PIC 9(5) VALUE 0.
    01 WS-DRIVER-FOUND PIC X VALUE "N".
        88 DRIVER-FOUND VALUE "Y".
    01 WS-DRIVER-TABLE.
        05 WS-DRIVER-ENTRY OCCURS 2000 TIMES.
            10 WS-DRV-EMPLOYEE-ID PIC 9(6).
            10 WS-DRV-NAME PIC X(30).

    01 WS-ASG-MAX PIC 9(5) VALUE 5000.
    01 WS-ASG-COUNT PIC 9(5) VALUE 0.
    01 WS-ASG-IX PIC 9(5) VALUE 0.
    01 WS-ASG-MATCH-IX PIC 9(5) VALUE 0.
    01 WS-ASG-TABLE.
        05 WS-ASG-ENTRY OCCURS 5000 TIMES.
            10 WS-ASG-VEH-ID PIC 9(5).
            10 WS-ASG-EMPLOYEE-ID PIC 9(6).
            10 WS-ASG-CHECK-OUT-DATE PIC 9(8).
            10 WS-ASG-CHECK-IN-DATE PIC 9(8).

    01 WS-DRIVER-VEH-ID PIC 9(5).
    01 WS-DRIVER-DATE PIC 9(8).

    01 WS-FILL-AMOUNT PIC 9(7)V99 VALUE 0.
    01 WS-KM-PER-LITRE PIC 9(5)V99 VALUE 0.
    01 WS-ANOMALY-PREFIX PIC X(30).

    01 WS-FUEL-READ-COUNT PIC 9(7) VALUE 0.
    01 WS-FUEL-IN-RANGE-COUNT PIC 9(7) VALUE 0.
    01 WS-FUEL-ORPHAN-COUNT PIC 9(5) VALUE 0.
    01 WS-FUEL-UNMATCHED-COUNT PIC 9(5) VALUE 0.
    01 WS-ANOMALY-COUNT PIC 9(5) VALUE 0.
    01 WS-GRAND-LITRES PIC 9(7)V99 VALUE 0.
    01 WS-GRAND-AMOUNT PIC 9(9)V99 VALUE 0.

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

PERFORM READ-UTIL-PARM

OPEN OUTPUT EFFICIENCY-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de consumo"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-FLEET-TABLE

PERFORM LOAD-CAPACITY-TABLE

PERFORM LOAD-USAGE-TABLE

PERFORM LOAD-DRIVER-TABLE

PERFORM LOAD-ASSIGNMENT-TABLE

PERFORM MATCH-FUEL-HISTORY

PERFORM WRITE-VEHICLE-EFFICIENCY

PERFORM WRITE-CATEGORY-SUBTOTALS

PERFORM WRITE-EFFICIENCY-TOTALS

CLOSE EFFICIENCY-REPORT

IF WS-ANOMALY-COUNT > 0
    MOVE 2 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID.

READ-UTIL-PARM.

OPEN INPUT UTIL-PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo UTILPARM.DAT"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ UTIL-PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros de utilizacao esta vazio"
    CLOSE UTIL-PARM-FILE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE UTIL-PARM-FILE

IF UTL-START-DATE NOT NUMERIC OR UTL-END-DATE NOT NUMERIC
    DISPLAY "ERRO: periodo de utilizacao nao numerico"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE UTL-START-DATE TO WS-START-DATE
MOVE UTL-END-DATE TO WS-END-DATE

IF WS-START-DATE > WS-END-DATE
    DISPLAY "ERRO: data inicial " WS-START-DATE
        " maior que a data final " WS-END-DATE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF.

LOAD-FLEET-TABLE.

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-VEHICLE-RECORD

PERFORM UNTIL EOF-VEHICLE
    IF WS-FLEET-COUNT >= WS-FLEET-MAX
        DISPLAY "ERRO: tabela da frota cheia - aumente o limite"
        CLOSE VEHICLE-MASTER
        CLOSE EFFICIENCY-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-FLEET-COUNT
    MOVE VEH-ID TO WS-FLT-VEH-ID(WS-FLEET-COUNT)
    MOVE VEH-CATEGORY TO WS-FLT-VEH-CATEGORY(WS-FLEET-COUNT)
    MOVE 0 TO WS-FLT-TOTAL-KM(WS-FLEET-COUNT)
    MOVE 0 TO WS-FLT-FILL-COUNT(WS-FLEET-COUNT)
    MOVE 0 TO WS-FLT-TOTAL-LITRES(WS-FLEET-COUNT)
    MOVE 0 TO WS-FLT-TOTAL-AMOUNT(WS-FLEET-COUNT)
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

LOAD-CAPACITY-TABLE.

OPEN INPUT FUEL-CAPACITY-FILE
IF WS-FUELCAP-STATUS NOT = "00" AND WS-FUELCAP-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo FUELCAP.DAT"
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-CAPACITY-RECORD

PERFORM UNTIL EOF-FUELCAP
    IF FCP-VEH-CATEGORY NUMERIC AND FCP-TANK-LITRES NUMERIC
        IF WS-CAP-COUNT >= WS-CAP-MAX
            DISPLAY "ERRO: tabela de capacidades cheia"
            CLOSE FUEL-CAPACITY-FILE
            CLOSE EFFICIENCY-REPORT
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CAP-COUNT
        MOVE FCP-VEH-CATEGORY TO WS-CAP-CATEGORY(WS-CAP-COUNT)
        MOVE FCP-TANK-LITRES TO WS-CAP-TANK-LITRES(WS-CAP-COUNT)
    END-IF
    PERFORM READ-CAPACITY-RECORD
END-PERFORM

CLOSE FUEL-CAPACITY-FILE.

READ-CAPACITY-RECORD.

READ FUEL-CAPACITY-FILE
    AT END
    SET EOF-FUELCAP TO TRUE
    NOT AT END
    CONTINUE
END-READ.

LOAD-USAGE-TABLE.

OPEN INPUT USAGE-HISTORY
IF WS-USAGE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o historico de uso"
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-USAGE-RECORD

PERFORM UNTIL EOF-USAGE
    IF USE-DATE >= WS-START-DATE AND USE-DATE <= WS-END-DATE
        PERFORM STORE-USAGE-RECORD
    END-IF
    PERFORM READ-USAGE-RECORD
END-PERFORM

CLOSE USAGE-HISTORY.

READ-USAGE-RECORD.

READ USAGE-HISTORY
    AT END
    SET EOF-USAGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

STORE-USAGE-RECORD.

IF WS-USE-COUNT >= WS-USE-MAX
    DISPLAY "ERRO: tabela de uso cheia - reduza o periodo"
    CLOSE USAGE-HISTORY
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

ADD 1 TO WS-USE-COUNT
MOVE USE-VEH-ID TO WS-USE-VEH-ID(WS-USE-COUNT)
MOVE USE-DATE TO WS-USE-DATE(WS-USE-COUNT)
MOVE USE-PRIOR-ODOMETER TO WS-USE-PRIOR-ODOMETER(WS-USE-COUNT)
MOVE USE-CURR-ODOMETER TO WS-USE-CURR-ODOMETER(WS-USE-COUNT)
MOVE USE-DELTA-KM TO WS-USE-DELTA-KM(WS-USE-COUNT)

MOVE USE-VEH-ID TO WS-FLEET-KEY
PERFORM FIND-FLEET-ENTRY
IF FLEET-FOUND
    ADD USE-DELTA-KM TO WS-FLT-TOTAL-KM(WS-FLEET-IX)
END-IF.

FIND-FLEET-ENTRY.

MOVE "N" TO WS-FLEET-FOUND

PERFORM VARYING WS-FLEET-IX FROM 1 BY 1
        UNTIL WS-FLEET-IX > WS-FLEET-COUNT
           OR FLEET-FOUND
    IF WS-FLT-VEH-ID(WS-FLEET-IX) = WS-FLEET-KEY
        MOVE "Y" TO WS-FLEET-FOUND
    END-IF
END-PERFORM

IF FLEET-FOUND
    SUBTRACT 1 FROM WS-FLEET-IX
END-IF.

LOAD-DRIVER-TABLE.

OPEN INPUT DRIVER-FILE
IF WS-DRIVER-STATUS NOT = "00" AND WS-DRIVER-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DRVMAST.DAT"
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DRIVER-RECORD

PERFORM UNTIL EOF-DRIVER
    IF WS-DRIVER-COUNT >= WS-DRIVER-MAX
        DISPLAY "ERRO: tabela de motoristas cheia - aumente o limite"
        CLOSE DRIVER-FILE
        CLOSE EFFICIENCY-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DRIVER-COUNT
    MOVE DRV-EMPLOYEE-ID TO WS-DRV-EMPLOYEE-ID(WS-DRIVER-COUNT)
    MOVE DRV-NAME TO WS-DRV-NAME(WS-DRIVER-COUNT)
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

LOAD-ASSIGNMENT-TABLE.

OPEN INPUT ASSIGNMENT-FILE
IF WS-ASSIGN-STATUS NOT = "00" AND WS-ASSIGN-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHASGN.DAT"
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-ASSIGNMENT-RECORD

PERFORM UNTIL EOF-ASSIGN
    IF WS-ASG-COUNT >= WS-ASG-MAX
        DISPLAY "ERRO: tabela de atribuicoes cheia - aumente o limite"
        CLOSE ASSIGNMENT-FILE
        CLOSE EFFICIENCY-REPORT
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

MATCH-FUEL-HISTORY.

OPEN INPUT FUEL-HISTORY-FILE
IF WS-FUELHST-STATUS NOT = "00" AND WS-FUELHST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o historico de abastecimentos"
    CLOSE EFFICIENCY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE "ANOMALIAS DE ABASTECIMENTO:" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM READ-FUEL-HISTORY-RECORD

PERFORM UNTIL EOF-FUELHST
    ADD 1 TO WS-FUEL-READ-COUNT
    IF FLH-DATE >= WS-START-DATE AND FLH-DATE <= WS-END-DATE
        ADD 1 TO WS-FUEL-IN-RANGE-COUNT
        PERFORM MATCH-ONE-FILL
    END-IF
    PERFORM READ-FUEL-HISTORY-RECORD
END-PERFORM

CLOSE FUEL-HISTORY-FILE

IF WS-ANOMALY-COUNT = 0
    MOVE "  NENHUMA ANOMALIA NO PERIODO" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

READ-FUEL-HISTORY-RECORD.

READ FUEL-HISTORY-FILE
    AT END
    SET EOF-FUELHST TO TRUE
    NOT AT END
    CONTINUE
END-READ.

MATCH-ONE-FILL.

MOVE FLH-VEH-ID TO WS-FLEET-KEY
PERFORM FIND-FLEET-ENTRY

IF NOT FLEET-FOUND
    ADD 1 TO WS-FUEL-ORPHAN-COUNT
ELSE
    COMPUTE WS-FILL-AMOUNT ROUNDED = FLH-LITRES * FLH-PRICE-PER-LITRE
    ADD 1 TO WS-FLT-FILL-COUNT(WS-FLEET-IX)
    ADD FLH-LITRES TO WS-FLT-TOTAL-LITRES(WS-FLEET-IX)
    ADD WS-FILL-AMOUNT TO WS-FLT-TOTAL-AMOUNT(WS-FLEET-IX)
    ADD FLH-LITRES TO WS-GRAND-LITRES
    ADD WS-FILL-AMOUNT TO WS-GRAND-AMOUNT

    MOVE SPACES TO WS-ANOMALY-PREFIX
    STRING "  VEH-ID " FLH-VEH-ID " " FLH-DATE " " FLH-STATION
        DELIMITED BY SIZE INTO WS-ANOMALY-PREFIX

    PERFORM CHECK-TANK-CAPACITY
    PERFORM CHECK-USAGE-FOR-FILL
END-IF.

CHECK-TANK-CAPACITY.

MOVE "N" TO WS-CAP-FOUND

PERFORM VARYING WS-CAP-IX FROM 1 BY 1
        UNTIL WS-CAP-IX > WS-CAP-COUNT
           OR CAP-FOUND
    IF WS-CAP-CATEGORY(WS-CAP-IX) =
            WS-FLT-VEH-CATEGORY(WS-FLEET-IX)
        MOVE "Y" TO WS-CAP-FOUND
    END-IF
END-PERFORM

IF CAP-FOUND
    SUBTRACT 1 FROM WS-CAP-IX
    IF FLH-LITRES > WS-CAP-TANK-LITRES(WS-CAP-IX)
        ADD 1 TO WS-ANOMALY-COUNT
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING WS-ANOMALY-PREFIX
            " LITROS " FLH-LITRES
            " > CAPACIDADE " WS-CAP-TANK-LITRES(WS-CAP-IX)
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
        PERFORM WRITE-FILL-ANOMALY-LINE
    END-IF
END-IF.

CHECK-USAGE-FOR-FILL.

MOVE "N" TO WS-USE-FOUND

PERFORM VARYING WS-USE-IX FROM 1 BY 1
        UNTIL WS-USE-IX > WS-USE-COUNT
           OR USE-FOUND
    IF WS-USE-VEH-ID(WS-USE-IX) = FLH-VEH-ID
            AND WS-USE-DATE(WS-USE-IX) = FLH-DATE
        MOVE "Y" TO WS-USE-FOUND
    END-IF
END-PERFORM

IF NOT USE-FOUND
    ADD 1 TO WS-FUEL-UNMATCHED-COUNT
ELSE
    SUBTRACT 1 FROM WS-USE-IX

    IF WS-USE-DELTA-KM(WS-USE-IX) = 0
        ADD 1 TO WS-ANOMALY-COUNT
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING WS-ANOMALY-PREFIX
            " ABASTECEU SEM KM RODADO NO DIA"
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
        PERFORM WRITE-FILL-ANOMALY-LINE
    END-IF

    COMPUTE WS-ODOMETER-LOW =
        WS-USE-PRIOR-ODOMETER(WS-USE-IX) - WS-ODOMETER-TOLERANCE
    COMPUTE WS-ODOMETER-HIGH =
        WS-USE-CURR-ODOMETER(WS-USE-IX) + WS-ODOMETER-TOLERANCE
    IF FLH-PUMP-ODOMETER < WS-ODOMETER-LOW
            OR FLH-PUMP-ODOMETER > WS-ODOMETER-HIGH
        ADD 1 TO WS-ANOMALY-COUNT
        MOVE SPACES TO WS-REPORT-DETAIL
        STRING WS-ANOMALY-PREFIX
            " ODOMETRO BOMBA " FLH-PUMP-ODOMETER
            " FORA DE " WS-USE-PRIOR-ODOMETER(WS-USE-IX)
            "-" WS-USE-CURR-ODOMETER(WS-USE-IX)
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
        PERFORM WRITE-FILL-ANOMALY-LINE
    END-IF
END-IF.

WRITE-FILL-ANOMALY-LINE.

PERFORM WRITE-REPORT-DETAIL-LINE

MOVE FLH-VEH-ID TO WS-DRIVER-VEH-ID
MOVE FLH-DATE TO WS-DRIVER-DATE
PERFORM FIND-ASSIGNED-DRIVER

MOVE SPACES TO WS-REPORT-DETAIL
EVALUATE TRUE
WHEN WS-ASG-MATCH-IX = 0
    STRING "      MOTORISTA NA DATA: SEM ATRIBUICAO EM VEHASGN.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN NOT DRIVER-FOUND
    STRING "      MOTORISTA NA DATA: "
        WS-ASG-EMPLOYEE-ID(WS-ASG-MATCH-IX)
        " AUSENTE DE DRVMAST.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN OTHER
    STRING "      MOTORISTA NA DATA: "
        WS-ASG-EMPLOYEE-ID(WS-ASG-MATCH-IX) " "
        WS-DRV-NAME(WS-DRIVER-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-EVALUATE
PERFORM WRITE-REPORT-DETAIL-LINE.

FIND-ASSIGNED-DRIVER.

MOVE 0 TO WS-ASG-MATCH-IX
MOVE "N" TO WS-DRIVER-FOUND

PERFORM VARYING WS-ASG-IX FROM 1 BY 1
        UNTIL WS-ASG-IX > WS-ASG-COUNT
    IF WS-ASG-VEH-ID(WS-ASG-IX) = WS-DRIVER-VEH-ID
            AND WS-ASG-CHECK-OUT-DATE(WS-ASG-IX) <= WS-DRIVER-DATE
            AND (WS-ASG-CHECK-IN-DATE(WS-ASG-IX) = 0
              OR WS-ASG-CHECK-IN-DATE(WS-ASG-IX) >= WS-DRIVER-DATE)
        IF WS-ASG-MATCH-IX = 0
            MOVE WS-ASG-IX TO WS-ASG-MATCH-IX
        ELSE
            IF WS-ASG-CHECK-OUT-DATE(WS-ASG-IX) >=
                    WS-ASG-CHECK-OUT-DATE(WS-ASG-MATCH-IX)
                MOVE WS-ASG-IX TO WS-ASG-MATCH-IX
            END-IF
        END-IF
    END-IF
END-PERFORM

IF WS-ASG-MATCH-IX > 0
    PERFORM VARYING WS-DRIVER-IX FROM 1 BY 1
            UNTIL WS-DRIVER-IX > WS-DRIVER-COUNT
               OR DRIVER-FOUND
        IF WS-DRV-EMPLOYEE-ID(WS-DRIVER-IX) =
                WS-ASG-EMPLOYEE-ID(WS-ASG-MATCH-IX)
            MOVE "Y" TO WS-DRIVER-FOUND
        END-IF
    END-PERFORM
    IF DRIVER-FOUND
        SUBTRACT 1 FROM WS-DRIVER-IX
    END-IF
END-IF.

WRITE-VEHICLE-EFFICIENCY.

MOVE "CONSUMO POR VEICULO:" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-FLEET-IX FROM 1 BY 1
        UNTIL WS-FLEET-IX > WS-FLEET-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    IF WS-FLT-TOTAL-LITRES(WS-FLEET-IX) > 0
        COMPUTE WS-KM-PER-LITRE ROUNDED =
            WS-FLT-TOTAL-KM(WS-FLEET-IX)
            / WS-FLT-TOTAL-LITRES(WS-FLEET-IX)
        STRING "  VEH-ID " WS-FLT-VEH-ID(WS-FLEET-IX)
            " CAT " WS-FLT-VEH-CATEGORY(WS-FLEET-IX)
            " KM " WS-FLT-TOTAL-KM(WS-FLEET-IX)
            " LITROS " WS-FLT-TOTAL-LITRES(WS-FLEET-IX)
            " KM/L " WS-KM-PER-LITRE
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    ELSE
        STRING "  VEH-ID " WS-FLT-VEH-ID(WS-FLEET-IX)
            " CAT " WS-FLT-VEH-CATEGORY(WS-FLEET-IX)
            " KM " WS-FLT-TOTAL-KM(WS-FLEET-IX)
            " SEM ABASTECIMENTO NO PERIODO"
            DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    END-IF
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM ACCUMULATE-CATEGORY-TOTALS
END-PERFORM.

ACCUMULATE-CATEGORY-TOTALS.

MOVE "N" TO WS-CAT-FOUND

PERFORM VARYING WS-CAT-IX FROM 1 BY 1
        UNTIL WS-CAT-IX > WS-CAT-COUNT
           OR CAT-FOUND
    IF WS-CAT-CATEGORY(WS-CAT-IX) =
            WS-FLT-VEH-CATEGORY(WS-FLEET-IX)
        MOVE "Y" TO WS-CAT-FOUND
    END-IF
END-PERFORM

IF CAT-FOUND
    SUBTRACT 1 FROM WS-CAT-IX
ELSE
    IF WS-CAT-COUNT >= WS-CAT-MAX
        DISPLAY "ERRO: tabela de categorias cheia"
        CLOSE EFFICIENCY-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-CAT-COUNT
    MOVE WS-CAT-COUNT TO WS-CAT-IX
    MOVE WS-FLT-VEH-CATEGORY(WS-FLEET-IX) TO
        WS-CAT-CATEGORY(WS-CAT-IX)
    MOVE 0 TO WS-CAT-VEHICLE-COUNT(WS-CAT-IX)
    MOVE 0 TO WS-CAT-TOTAL-KM(WS-CAT-IX)
    MOVE 0 TO WS-CAT-TOTAL-LITRES(WS-CAT-IX)
END-IF

ADD 1 TO WS-CAT-VEHICLE-COUNT(WS-CAT-IX)
ADD WS-FLT-TOTAL-KM(WS-FLEET-IX) TO WS-CAT-TOTAL-KM(WS-CAT-IX)
ADD WS-FLT-TOTAL-LITRES(WS-FLEET-IX) TO
    WS-CAT-TOTAL-LITRES(WS-CAT-IX).

WRITE-CATEGORY-SUBTOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "CONSUMO POR CATEGORIA:" TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-CAT-IX FROM 1 BY 1
        UNTIL WS-CAT-IX > WS-CAT-COUNT
    IF WS-CAT-TOTAL-LITRES(WS-CAT-IX) > 0
        COMPUTE WS-KM-PER-LITRE ROUNDED =
            WS-CAT-TOTAL-KM(WS-CAT-IX)
            / WS-CAT-TOTAL-LITRES(WS-CAT-IX)
    ELSE
        MOVE 0 TO WS-KM-PER-LITRE
    END-IF
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "  CATEGORIA " WS-CAT-CATEGORY(WS-CAT-IX)
        " VEICULOS " WS-CAT-VEHICLE-COUNT(WS-CAT-IX)
        " KM " WS-CAT-TOTAL-KM(WS-CAT-IX)
        " LITROS " WS-CAT-TOTAL-LITRES(WS-CAT-IX)
        " KM/L " WS-KM-PER-LITRE
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM.

WRITE-EFFICIENCY-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ABASTECIMENTOS LIDOS:           " WS-FUEL-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ABASTECIMENTOS NO PERIODO:      " WS-FUEL-IN-RANGE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "SEM VEICULO NO MESTRE:          " WS-FUEL-ORPHAN-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "SEM REGISTRO DE USO NA DATA:    " WS-FUEL-UNMATCHED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "LITROS NO PERIODO:              " WS-GRAND-LITRES
    "  VALOR " WS-GRAND-AMOUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ANOMALIAS APONTADAS:            " WS-ANOMALY-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "RELATORIO DE CONSUMO DE COMBUSTIVEL - PAGINA "
    WS-REPORT-PAGE-NO
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-1
MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO WS-REPORT-HEADING-2
STRING "RUN-ID: " WS-RUN-ID
    "  PERIODO: " WS-START-DATE " A " WS-END-DATE
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

END PROGRAM FUELEFF.
