        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL PRIOR-MASTER ASSIGN TO "VEHMAST.PRV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRIOR-STATUS.
    SELECT OPTIONAL USAGE-WORK-FILE ASSIGN TO "USAGEHST.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-USAGE-WORK-STATUS.
    SELECT OPTIONAL DRIVER-FILE ASSIGN TO "DRVMAST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DRIVER-STATUS.
    SELECT OPTIONAL ASSIGNMENT-FILE ASSIGN TO "VEHASGN.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ASSIGN-STATUS.
    SELECT EXCEPTION-REPORT ASSIGN TO "ODOEXC.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  PARM-FILE.
COPY PARMREC.
FD  PRIOR-MASTER.
COPY VEHREC
    REPLACING ==01  VEHICLE-REC==      BY ==01  PRIOR-VEHICLE-REC==
COPY USAGEREC.
FD  USAGE-WORK-FILE.
01  USAGE-WORK-REC PIC X(28).
FD  DRIVER-FILE.
COPY DRVREC.
FD  ASSIGNMENT-FILE.
COPY ASGNREC.
FD  EXCEPTION-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-PRIOR-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-USAGE-STATUS PIC XX VALUE "00".
    01 WS-USAGE-WORK-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-DRIVER-STATUS PIC XX VALUE "00".
    01 WS-ASSIGN-STATUS PIC XX VALUE "00".
    01 WS-EOF-DRIVER PIC X VALUE "N".
        88 EOF-DRIVER VALUE "Y".
    01 WS-EOF-ASSIGN PIC X VALUE "N".
        88 EOF-ASSIGN VALUE "Y".
    01 WS-EOF-SNAPSHOT PIC X VALUE "N".
        88 EOF-SNAPSHOT VALUE "Y".
    01 WS-EOF-USAGE-PURGE PIC X VALUE "N".
    01 WS-GONE-COUNT PIC 9(5) VALUE 0.
    01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

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

    01 WS-RUN-ID PIC X(8).
    01 WS-RUN-DATE PIC 9(8).
    01 WS-CURRENT-DATETIME PIC X(21).
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-DRIVER-TABLE

PERFORM LOAD-ASSIGNMENT-TABLE

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-DATE.

READ-DAILY-PARM.

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de parametros diarios"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE EXCEPTION-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-RUN-DATE
MOVE WS-RUN-DATE TO WS-RUN-ID.

LOAD-DRIVER-TABLE.

OPEN INPUT DRIVER-FILE
IF WS-DRIVER-STATUS NOT = "00" AND WS-DRIVER-STATUS NOT = "05"
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

PURGE-RERUN-USAGE.

OPEN INPUT USAGE-HISTORY
        " ATUAL " VEH-ODOMETER
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM WRITE-DRIVER-LINE

WHEN WS-DELTA-KM > WS-DELTA-LIMIT
    ADD 1 TO WS-EXCEPTION-COUNT
        " KM (LIMITE " WS-DELTA-LIMIT ")"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    PERFORM WRITE-DRIVER-LINE
    PERFORM WRITE-USAGE-RECORD

WHEN OTHER

END-EVALUATE.

WRITE-DRIVER-LINE.

MOVE VEH-ID TO WS-DRIVER-VEH-ID
MOVE WS-RUN-DATE TO WS-DRIVER-DATE
PERFORM FIND-ASSIGNED-DRIVER

MOVE SPACES TO WS-REPORT-DETAIL
EVALUATE TRUE
WHEN WS-ASG-MATCH-IX = 0
    STRING "    MOTORISTA NA DATA: SEM ATRIBUICAO EM VEHASGN.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN NOT DRIVER-FOUND
    STRING "    MOTORISTA NA DATA: "
        WS-ASG-EMPLOYEE-ID(WS-ASG-MATCH-IX)
        " AUSENTE DE DRVMAST.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN OTHER
    STRING "    MOTORISTA NA DATA: "
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

WRITE-USAGE-RECORD.

MOVE WS-RUN-DATE TO USE-DATE
