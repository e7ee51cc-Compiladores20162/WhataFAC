IDENTIFICATION DIVISION.
PROGRAM-ID. LICEXP.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DRIVER-FILE ASSIGN TO "DRVMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRIVER-STATUS.
    SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "VEHASGN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASSIGN-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT EXPIRY-REPORT ASSIGN TO "LICEXP.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  DRIVER-FILE.
COPY DRVREC.
FD  ASSIGNMENT-FILE.
COPY ASGNREC.
FD  PARM-FILE.
COPY PARMREC.
FD  EXPIRY-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-DRIVER-STATUS PIC XX VALUE "00".
    01 WS-ASSIGN-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-DRIVER PIC X VALUE "N".
        88 EOF-DRIVER VALUE "Y".
    01 WS-EOF-ASSIGN PIC X VALUE "N".
        88 EOF-ASSIGN VALUE "Y".

    01 WS-BUSINESS-DATE PIC 9(8).
    01 WS-WINDOW-DAYS PIC 9(3) VALUE 30.
    01 WS-WINDOW-END-DATE PIC 9(8).
    01 WS-DAYS-LEFT PIC S9(5) VALUE 0.
    01 WS-DAYS-SHOWN PIC 9(5) VALUE 0.

    01 WS-ASG-MAX PIC 9(5) VALUE 5000.
    01 WS-ASG-COUNT PIC 9(5) VALUE 0.
    01 WS-ASG-IX PIC 9(5) VALUE 0.
    01 WS-ASG-TABLE.
        05 WS-ASG-ENTRY OCCURS 5000 TIMES.
            10 WS-ASG-VEH-ID PIC 9(5).
            10 WS-ASG-EMPLOYEE-ID PIC 9(6).

    01 WS-VEHICLE-SHOWN PIC X(12).

    01 WS-DRIVER-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
    01 WS-EXPIRING-COUNT PIC 9(5) VALUE 0.
    01 WS-EXPIRED-OUT-COUNT PIC 9(5) VALUE 0.

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

OPEN OUTPUT EXPIRY-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de habilitacoes"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-ASSIGNMENT-TABLE

PERFORM SCAN-DRIVER-FILE

PERFORM WRITE-EXPIRY-TOTALS

CLOSE EXPIRY-REPORT

IF WS-EXPIRED-COUNT > 0 OR WS-EXPIRING-COUNT > 0
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

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE

COMPUTE WS-WINDOW-END-DATE = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) + WS-WINDOW-DAYS).

LOAD-ASSIGNMENT-TABLE.

OPEN INPUT ASSIGNMENT-FILE
IF WS-ASSIGN-STATUS NOT = "00" AND WS-ASSIGN-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHASGN.DAT"
    CLOSE EXPIRY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-ASSIGNMENT-RECORD

PERFORM UNTIL EOF-ASSIGN
    IF ASG-CHECK-IN-DATE = 0
        IF WS-ASG-COUNT >= WS-ASG-MAX
            DISPLAY "ERRO: tabela de atribuicoes cheia - aumente o limite"
            CLOSE ASSIGNMENT-FILE
            CLOSE EXPIRY-REPORT
            MOVE 1 TO RETURN-CODE
            GOBACK
        END-IF
        ADD 1 TO WS-ASG-COUNT
        MOVE ASG-VEH-ID TO WS-ASG-VEH-ID(WS-ASG-COUNT)
        MOVE ASG-EMPLOYEE-ID TO WS-ASG-EMPLOYEE-ID(WS-ASG-COUNT)
    END-IF
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

SCAN-DRIVER-FILE.

OPEN INPUT DRIVER-FILE
IF WS-DRIVER-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DRVMAST.DAT"
    CLOSE EXPIRY-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE "MATR.  NOME                 DEPTO CAT VALIDADE SITUACAO         VEICULO"
    TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM READ-DRIVER-RECORD

PERFORM UNTIL EOF-DRIVER
    ADD 1 TO WS-DRIVER-READ-COUNT
    EVALUATE TRUE
    WHEN DRV-LICENCE-EXPIRY NOT NUMERIC
        CONTINUE
    WHEN FUNCTION TEST-DATE-YYYYMMDD(DRV-LICENCE-EXPIRY) NOT = 0
        CONTINUE
    WHEN DRV-LICENCE-EXPIRY < WS-BUSINESS-DATE
        ADD 1 TO WS-EXPIRED-COUNT
        PERFORM WRITE-DRIVER-EXPIRY-LINE
    WHEN DRV-LICENCE-EXPIRY <= WS-WINDOW-END-DATE
        ADD 1 TO WS-EXPIRING-COUNT
        PERFORM WRITE-DRIVER-EXPIRY-LINE
    WHEN OTHER
        CONTINUE
    END-EVALUATE
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

WRITE-DRIVER-EXPIRY-LINE.

COMPUTE WS-DAYS-LEFT =
    FUNCTION INTEGER-OF-DATE(DRV-LICENCE-EXPIRY)
    - FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE)

MOVE "SEM VEICULO" TO WS-VEHICLE-SHOWN
PERFORM VARYING WS-ASG-IX FROM 1 BY 1
        UNTIL WS-ASG-IX > WS-ASG-COUNT
    IF WS-ASG-EMPLOYEE-ID(WS-ASG-IX) = DRV-EMPLOYEE-ID
        MOVE SPACES TO WS-VEHICLE-SHOWN
        STRING "VEH-ID " WS-ASG-VEH-ID(WS-ASG-IX)
            DELIMITED BY SIZE INTO WS-VEHICLE-SHOWN
    END-IF
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
IF WS-DAYS-LEFT < 0
    IF WS-VEHICLE-SHOWN NOT = "SEM VEICULO"
        ADD 1 TO WS-EXPIRED-OUT-COUNT
    END-IF
    COMPUTE WS-DAYS-SHOWN = 0 - WS-DAYS-LEFT
    STRING DRV-EMPLOYEE-ID " " DRV-NAME(1:20) " " DRV-HOME-DEPT
        "  " DRV-LICENCE-CATEGORY "  " DRV-LICENCE-EXPIRY
        " VENCIDA HA " WS-DAYS-SHOWN " " WS-VEHICLE-SHOWN
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    MOVE WS-DAYS-LEFT TO WS-DAYS-SHOWN
    STRING DRV-EMPLOYEE-ID " " DRV-NAME(1:20) " " DRV-HOME-DEPT
        "  " DRV-LICENCE-CATEGORY "  " DRV-LICENCE-EXPIRY
        " VENCE EM   " WS-DAYS-SHOWN " " WS-VEHICLE-SHOWN
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-EXPIRY-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "MOTORISTAS LIDOS:            " WS-DRIVER-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "HABILITACOES JA VENCIDAS:    " WS-EXPIRED-COUNT
    "  (COM VEICULO RETIRADO: " WS-EXPIRED-OUT-COUNT ")"
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "VENCENDO EM ATE " WS-WINDOW-DAYS " DIAS:     "
    WS-EXPIRING-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "HABILITACOES A VENCER - PAGINA "
    WS-REPORT-PAGE-NO
    DELIMITED BY SIZE INTO WS-REPORT-HEADING-1
MOVE WS-REPORT-HEADING-1 TO REPORT-LINE
WRITE REPORT-LINE

MOVE SPACES TO WS-REPORT-HEADING-2
STRING "RUN-ID: " WS-RUN-ID
    "  DATA DE NEGOCIO: " WS-BUSINESS-DATE
    "  JANELA ATE: " WS-WINDOW-END-DATE
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

END PROGRAM LICEXP.
