IDENTIFICATION DIVISION.
PROGRAM-ID. ASOFVIEW.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT COST-CENTER-FILE ASSIGN TO "COSTCTR.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CCX-STATUS.
    SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "CHGLOG.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CHGLOG-STATUS.
    SELECT ASOF-REPORT ASSIGN TO "ASOFVIEW.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  COST-CENTER-FILE.
COPY CCXREF.
FD  CHANGE-LOG-FILE.
COPY CHGLOGRC.
FD  ASOF-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-CCX-STATUS PIC XX VALUE "00".
    01 WS-CHGLOG-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-CCX PIC X VALUE "N".
        88 EOF-CCX VALUE "Y".
    01 WS-EOF-CHGLOG PIC X VALUE "N".
        88 EOF-CHGLOG VALUE "Y".

    01 WS-COMMAND-LINE PIC X(80).
    01 WS-ASOF-DATE PIC 9(8) VALUE 0.
    01 WS-FILTER-VEH-ID PIC 9(5) VALUE 0.
    01 WS-FILTER-SET PIC X VALUE "N".
        88 FILTER-SET VALUE "Y".

    01 WS-FLEET-MAX PIC 9(5) VALUE 1000.
    01 WS-FLEET-COUNT PIC 9(5) VALUE 0.
    01 WS-FLEET-IX PIC 9(5) VALUE 0.
    01 WS-FLEET-SHIFT-IX PIC 9(5) VALUE 0.
    01 WS-FLEET-FOUND PIC X VALUE "N".
        88 FLEET-FOUND VALUE "Y".
    01 WS-FLEET-KEY PIC 9(5) VALUE 0.
    01 WS-FLEET-TABLE.
        05 WS-FLEET-ENTRY OCCURS 1000 TIMES.
            10 WS-FLT-VEH-ID PIC 9(5).
            10 WS-FLT-CATEGORY PIC 9(5).
            10 WS-FLT-ODOMETER PIC 9(5).
            10 WS-FLT-FUEL-VALUATION PIC 9(5)V99999.
            10 WS-FLT-ACTIVE PIC X.

    01 WS-CCX-MAX PIC 9(5) VALUE 1000.
    01 WS-CCX-COUNT PIC 9(5) VALUE 0.
    01 WS-CCX-IX PIC 9(5) VALUE 0.
    01 WS-CCX-FOUND PIC X VALUE "N".
        88 CCX-FOUND VALUE "Y".
    01 WS-CCX-KEY PIC 9(5) VALUE 0.
    01 WS-CCX-TABLE.
        05 WS-CCX-ENTRY OCCURS 1000 TIMES.
            10 WS-CCX-VEH-ID PIC 9(5).
            10 WS-CCX-DEPT-CODE PIC X(4).
            10 WS-CCX-ACTIVE PIC X.

    01 WS-LOG-MAX PIC 9(5) VALUE 5000.
    01 WS-LOG-COUNT PIC 9(5) VALUE 0.
    01 WS-LOG-IX PIC 9(5) VALUE 0.
    01 WS-LOG-TABLE.
        05 WS-LOG-ENTRY OCCURS 5000 TIMES.
            10 WS-LOG-ENTITY PIC X.
            10 WS-LOG-ACTION PIC X.
            10 WS-LOG-VEH-ID PIC 9(5).
            10 WS-LOG-BEFORE-IMAGE PIC X(25).

    01 WS-UNDO-VEHICLE.
        05 WS-UND-VEH-ID PIC 9(5).
        05 WS-UND-CATEGORY PIC 9(5).
        05 WS-UND-ODOMETER PIC 9(5).
        05 WS-UND-FUEL-VALUATION PIC 9(5)V99999.
    01 WS-UNDO-CCX REDEFINES WS-UNDO-VEHICLE.
        05 WS-UND-CCX-VEH-ID PIC 9(5).
        05 WS-UND-CCX-DEPT-CODE PIC X(4).
        05 FILLER PIC X(16).

    01 WS-LOG-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-UNDONE-COUNT PIC 9(5) VALUE 0.
    01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
    01 WS-NO-COVERAGE-COUNT PIC 9(5) VALUE 0.

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

IF WS-COMMAND-LINE(1:8) NOT NUMERIC
    DISPLAY "ERRO: data de posicao invalida - informe AAAAMMDD [VEH-ID]"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

IF WS-COMMAND-LINE(10:5) NOT = SPACES
    IF WS-COMMAND-LINE(10:5) NOT NUMERIC
        DISPLAY "ERRO: VEH-ID invalido - informe AAAAMMDD [VEH-ID]"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-COMMAND-LINE(10:5) TO WS-FILTER-VEH-ID
    MOVE "Y" TO WS-FILTER-SET
END-IF

MOVE WS-COMMAND-LINE(1:8) TO WS-ASOF-DATE

IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-DATE) NOT = 0
    DISPLAY "ERRO: data de posicao invalida - informe AAAAMMDD [VEH-ID]"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT ASOF-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de posicao"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-FLEET-TABLE

PERFORM LOAD-COST-CENTER-TABLE

PERFORM LOAD-LATER-CHANGES

PERFORM VARYING WS-LOG-IX FROM WS-LOG-COUNT BY -1
        UNTIL WS-LOG-IX < 1
    PERFORM UNDO-ONE-CHANGE
END-PERFORM

PERFORM WRITE-POSITION-LINES

PERFORM WRITE-POSITION-TOTALS

CLOSE ASOF-REPORT

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID

ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
IF WS-COMMAND-LINE(1:8) = SPACES
    MOVE WS-RUN-ID TO WS-COMMAND-LINE(1:8)
END-IF.

LOAD-FLEET-TABLE.

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE ASOF-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-VEHICLE-RECORD

PERFORM UNTIL EOF-VEHICLE
    IF WS-FLEET-COUNT >= WS-FLEET-MAX
        DISPLAY "ERRO: tabela da frota cheia - aumente o limite"
        CLOSE VEHICLE-MASTER
        CLOSE ASOF-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-FLEET-COUNT
    MOVE VEH-ID TO WS-FLT-VEH-ID(WS-FLEET-COUNT)
    MOVE VEH-CATEGORY TO WS-FLT-CATEGORY(WS-FLEET-COUNT)
    MOVE VEH-ODOMETER TO WS-FLT-ODOMETER(WS-FLEET-COUNT)
    MOVE VEH-FUEL-VALUATION TO WS-FLT-FUEL-VALUATION(WS-FLEET-COUNT)
    MOVE "Y" TO WS-FLT-ACTIVE(WS-FLEET-COUNT)
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

LOAD-COST-CENTER-TABLE.

OPEN INPUT COST-CENTER-FILE
IF WS-CCX-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo COSTCTR.DAT"
    CLOSE ASOF-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-COST-CENTER-RECORD

PERFORM UNTIL EOF-CCX
    IF WS-CCX-COUNT >= WS-CCX-MAX
        DISPLAY "ERRO: tabela de centros de custo cheia"
        CLOSE COST-CENTER-FILE
        CLOSE ASOF-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-CCX-COUNT
    MOVE CCX-VEH-ID TO WS-CCX-VEH-ID(WS-CCX-COUNT)
    MOVE CCX-DEPT-CODE TO WS-CCX-DEPT-CODE(WS-CCX-COUNT)
    MOVE "Y" TO WS-CCX-ACTIVE(WS-CCX-COUNT)
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

LOAD-LATER-CHANGES.

OPEN INPUT CHANGE-LOG-FILE
IF WS-CHGLOG-STATUS NOT = "00" AND WS-CHGLOG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo CHGLOG.DAT"
    CLOSE ASOF-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-CHANGE-LOG-RECORD

PERFORM UNTIL EOF-CHGLOG
    IF CHG-BUSINESS-DATE > WS-ASOF-DATE
        IF WS-LOG-COUNT >= WS-LOG-MAX
            DISPLAY "ERRO: tabela de alteracoes cheia - aumente o limite"
            CLOSE CHANGE-LOG-FILE
            CLOSE ASOF-REPORT
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-LOG-COUNT
        MOVE CHG-ENTITY TO WS-LOG-ENTITY(WS-LOG-COUNT)
        MOVE CHG-ACTION TO WS-LOG-ACTION(WS-LOG-COUNT)
        MOVE CHG-VEH-ID TO WS-LOG-VEH-ID(WS-LOG-COUNT)
        MOVE CHG-BEFORE-IMAGE TO WS-LOG-BEFORE-IMAGE(WS-LOG-COUNT)
    END-IF
    PERFORM READ-CHANGE-LOG-RECORD
END-PERFORM

CLOSE CHANGE-LOG-FILE.

READ-CHANGE-LOG-RECORD.

READ CHANGE-LOG-FILE
    AT END
    SET EOF-CHGLOG TO TRUE
    NOT AT END
    ADD 1 TO WS-LOG-READ-COUNT
END-READ.

UNDO-ONE-CHANGE.

MOVE WS-LOG-BEFORE-IMAGE(WS-LOG-IX) TO WS-UNDO-VEHICLE

EVALUATE WS-LOG-ENTITY(WS-LOG-IX)
WHEN "V"
    ADD 1 TO WS-UNDONE-COUNT
    PERFORM UNDO-VEHICLE-CHANGE
WHEN "C"
    ADD 1 TO WS-UNDONE-COUNT
    PERFORM UNDO-COST-CENTER-CHANGE
END-EVALUATE.

UNDO-VEHICLE-CHANGE.

MOVE WS-LOG-VEH-ID(WS-LOG-IX) TO WS-FLEET-KEY
PERFORM FIND-FLEET-ENTRY

IF WS-LOG-ACTION(WS-LOG-IX) = "A"
    IF FLEET-FOUND
        MOVE "N" TO WS-FLT-ACTIVE(WS-FLEET-IX)
    END-IF
ELSE
    IF NOT FLEET-FOUND
        PERFORM INSERT-FLEET-ENTRY
    END-IF
    IF FLEET-FOUND
        MOVE WS-UND-CATEGORY TO WS-FLT-CATEGORY(WS-FLEET-IX)
        MOVE WS-UND-ODOMETER TO WS-FLT-ODOMETER(WS-FLEET-IX)
        MOVE WS-UND-FUEL-VALUATION TO WS-FLT-FUEL-VALUATION(WS-FLEET-IX)
        MOVE "Y" TO WS-FLT-ACTIVE(WS-FLEET-IX)
    END-IF
END-IF.

INSERT-FLEET-ENTRY.

IF WS-FLEET-COUNT >= WS-FLEET-MAX
    DISPLAY "ERRO: tabela da frota cheia - aumente o limite"
    CLOSE ASOF-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM VARYING WS-FLEET-IX FROM 1 BY 1
        UNTIL WS-FLEET-IX > WS-FLEET-COUNT
           OR WS-FLT-VEH-ID(WS-FLEET-IX) > WS-FLEET-KEY
    CONTINUE
END-PERFORM

PERFORM VARYING WS-FLEET-SHIFT-IX FROM WS-FLEET-COUNT BY -1
        UNTIL WS-FLEET-SHIFT-IX < WS-FLEET-IX
    MOVE WS-FLEET-ENTRY(WS-FLEET-SHIFT-IX)
        TO WS-FLEET-ENTRY(WS-FLEET-SHIFT-IX + 1)
END-PERFORM

ADD 1 TO WS-FLEET-COUNT
MOVE WS-FLEET-KEY TO WS-FLT-VEH-ID(WS-FLEET-IX)
MOVE "N" TO WS-FLT-ACTIVE(WS-FLEET-IX)
MOVE "Y" TO WS-FLEET-FOUND.

UNDO-COST-CENTER-CHANGE.

MOVE WS-LOG-VEH-ID(WS-LOG-IX) TO WS-CCX-KEY
PERFORM FIND-CCX-ENTRY

IF WS-LOG-ACTION(WS-LOG-IX) = "A"
    IF CCX-FOUND
        MOVE "N" TO WS-CCX-ACTIVE(WS-CCX-IX)
    END-IF
ELSE
    IF NOT CCX-FOUND
        IF WS-CCX-COUNT >= WS-CCX-MAX
            DISPLAY "ERRO: tabela de centros de custo cheia"
            CLOSE ASOF-REPORT
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-CCX-COUNT
        MOVE WS-CCX-COUNT TO WS-CCX-IX
        MOVE WS-CCX-KEY TO WS-CCX-VEH-ID(WS-CCX-IX)
    END-IF
    MOVE WS-UND-CCX-DEPT-CODE TO WS-CCX-DEPT-CODE(WS-CCX-IX)
    MOVE "Y" TO WS-CCX-ACTIVE(WS-CCX-IX)
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

FIND-CCX-ENTRY.

MOVE "N" TO WS-CCX-FOUND

PERFORM VARYING WS-CCX-IX FROM 1 BY 1
        UNTIL WS-CCX-IX > WS-CCX-COUNT
           OR CCX-FOUND
    IF WS-CCX-VEH-ID(WS-CCX-IX) = WS-CCX-KEY
        MOVE "Y" TO WS-CCX-FOUND
    END-IF
END-PERFORM

IF CCX-FOUND
    SUBTRACT 1 FROM WS-CCX-IX
END-IF.

WRITE-POSITION-LINES.

PERFORM VARYING WS-FLEET-IX FROM 1 BY 1
        UNTIL WS-FLEET-IX > WS-FLEET-COUNT
    IF WS-FLT-ACTIVE(WS-FLEET-IX) = "Y"
        IF NOT FILTER-SET
                OR WS-FLT-VEH-ID(WS-FLEET-IX) = WS-FILTER-VEH-ID
            PERFORM WRITE-ONE-POSITION-LINE
        END-IF
    END-IF
END-PERFORM

IF FILTER-SET AND WS-LISTED-COUNT = 0
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "VEH-ID " WS-FILTER-VEH-ID
        " NAO FAZIA PARTE DA FROTA NESTA DATA"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF.

WRITE-ONE-POSITION-LINE.

ADD 1 TO WS-LISTED-COUNT

MOVE WS-FLT-VEH-ID(WS-FLEET-IX) TO WS-CCX-KEY
PERFORM FIND-CCX-ENTRY
IF CCX-FOUND
    IF WS-CCX-ACTIVE(WS-CCX-IX) NOT = "Y"
        MOVE "N" TO WS-CCX-FOUND
    END-IF
END-IF

MOVE SPACES TO WS-REPORT-DETAIL
IF CCX-FOUND
    STRING "VEH-ID " WS-FLT-VEH-ID(WS-FLEET-IX)
        "  CATEGORIA " WS-FLT-CATEGORY(WS-FLEET-IX)
        "  ODOMETRO " WS-FLT-ODOMETER(WS-FLEET-IX)
        "  DEPTO " WS-CCX-DEPT-CODE(WS-CCX-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    ADD 1 TO WS-NO-COVERAGE-COUNT
    STRING "VEH-ID " WS-FLT-VEH-ID(WS-FLEET-IX)
        "  CATEGORIA " WS-FLT-CATEGORY(WS-FLEET-IX)
        "  ODOMETRO " WS-FLT-ODOMETER(WS-FLEET-IX)
        "  SEM CENTRO DE CUSTO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-POSITION-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEICULOS LISTADOS:              " WS-LISTED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEICULOS SEM CENTRO DE CUSTO:   " WS-NO-COVERAGE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "REGISTROS NO LOG DE ALTERACOES: " WS-LOG-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ALTERACOES POSTERIORES DESFEITAS: " WS-UNDONE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "POSICAO DA FROTA E CENTROS DE CUSTO EM " WS-ASOF-DATE
    " - PAGINA " WS-REPORT-PAGE-NO
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

END PROGRAM ASOFVIEW.
