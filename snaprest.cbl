IDENTIFICATION DIVISION.
PROGRAM-ID. SNAPREST.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT OPTIONAL TARGET-FILE ASSIGN USING WS-TARGET-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TARGET-STATUS.
    SELECT OPTIONAL GENERATION-FILE ASSIGN USING WS-SNAP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENERATION-STATUS.
    SELECT OPTIONAL MANIFEST-FILE ASSIGN USING WS-MANIFEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT RESTORE-REPORT ASSIGN TO "SNAPREST.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  TARGET-FILE.
01  TARGET-REC PIC X(200).
FD  GENERATION-FILE.
01  GENERATION-REC PIC X(200).
FD  MANIFEST-FILE.
COPY SNAPMAN.
FD  RESTORE-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-TARGET-STATUS PIC XX VALUE "00".
    01 WS-GENERATION-STATUS PIC XX VALUE "00".
    01 WS-MANIFEST-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-TARGET PIC X VALUE "N".
        88 EOF-TARGET VALUE "Y".
    01 WS-EOF-GENERATION PIC X VALUE "N".
        88 EOF-GENERATION VALUE "Y".
    01 WS-EOF-MANIFEST PIC X VALUE "N".
        88 EOF-MANIFEST VALUE "Y".

    01 WS-COMMAND-LINE PIC X(80).
    01 WS-GEN-DATE PIC 9(8) VALUE 0.

    01 WS-TARGET-NAME PIC X(40).
    01 WS-SNAP-NAME PIC X(40).
    01 WS-MANIFEST-NAME PIC X(40).
    01 WS-DELETE-RC PIC S9(9) COMP-5 VALUE 0.

    01 WS-MAN-MAX PIC 9(2) VALUE 40.
    01 WS-MAN-COUNT PIC 9(2) VALUE 0.
    01 WS-MAN-IX PIC 9(2) VALUE 0.
    01 WS-MAN-TABLE.
        05 WS-MAN-ENTRY OCCURS 40 TIMES.
            10 WS-MAN-NAME PIC X(12).
            10 WS-MAN-PRESENT PIC X.
            10 WS-MAN-COUNT-EXPECTED PIC 9(9).
            10 WS-MAN-COUNT-FOUND PIC 9(9).

    01 WS-FILE-PRESENT PIC X VALUE "N".
        88 FILE-PRESENT VALUE "Y".
    01 WS-FILE-RECORD-COUNT PIC 9(9) VALUE 0.
    01 WS-CHECK-PHASE PIC X(10).

    01 WS-ERROR-COUNT PIC 9(3) VALUE 0.
    01 WS-WRITE-ERROR-COUNT PIC 9(5) VALUE 0.
    01 WS-FILES-RESTORED PIC 9(2) VALUE 0.
    01 WS-FILES-REMOVED PIC 9(2) VALUE 0.
    01 WS-RECORDS-RESTORED PIC 9(9) VALUE 0.

    COPY RUNCTLPM.

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
    DISPLAY "ERRO: data da geracao invalida - informe AAAAMMDD"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
MOVE WS-COMMAND-LINE(1:8) TO WS-GEN-DATE
IF FUNCTION TEST-DATE-YYYYMMDD(WS-GEN-DATE) NOT = 0
    DISPLAY "ERRO: data da geracao invalida - informe AAAAMMDD"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT RESTORE-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de restauracao"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-GENERATION-MANIFEST

MOVE "GERACAO" TO WS-CHECK-PHASE
PERFORM VARYING WS-MAN-IX FROM 1 BY 1
        UNTIL WS-MAN-IX > WS-MAN-COUNT
    PERFORM VERIFY-GENERATION-FILE
END-PERFORM

IF WS-ERROR-COUNT > 0
    MOVE SPACES TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    MOVE "GERACAO INCONSISTENTE COM O MANIFESTO - NADA FOI RESTAURADO"
        TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    DISPLAY "ERRO: geracao " WS-GEN-DATE
        " inconsistente com o manifesto - nada foi restaurado"
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM VARYING WS-MAN-IX FROM 1 BY 1
        UNTIL WS-MAN-IX > WS-MAN-COUNT
    PERFORM RESTORE-ONE-FILE
END-PERFORM

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "RESTAURADO" TO WS-CHECK-PHASE
PERFORM VARYING WS-MAN-IX FROM 1 BY 1
        UNTIL WS-MAN-IX > WS-MAN-COUNT
    PERFORM VERIFY-RESTORED-FILE
END-PERFORM

IF WS-ERROR-COUNT = 0 AND WS-WRITE-ERROR-COUNT = 0
    PERFORM LOG-ROLLBACK
END-IF

PERFORM WRITE-RESTORE-TOTALS

CLOSE RESTORE-REPORT

IF WS-ERROR-COUNT > 0 OR WS-WRITE-ERROR-COUNT > 0
    DISPLAY "ERRO: restauracao da geracao " WS-GEN-DATE
        " nao conferiu com o manifesto - ver SNAPREST.RPT"
    MOVE 1 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID

ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

LOAD-GENERATION-MANIFEST.

MOVE SPACES TO WS-MANIFEST-NAME
STRING "SNAP." WS-GEN-DATE ".MAN"
    DELIMITED BY SIZE INTO WS-MANIFEST-NAME

OPEN INPUT MANIFEST-FILE
IF WS-MANIFEST-STATUS = "05"
    CLOSE MANIFEST-FILE
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "GERACAO " WS-GEN-DATE " INEXISTENTE - SEM MANIFESTO "
        WS-MANIFEST-NAME
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
    DISPLAY "ERRO: geracao " WS-GEN-DATE " inexistente"
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF
IF WS-MANIFEST-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o manifesto " WS-MANIFEST-NAME
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-MANIFEST-RECORD

PERFORM UNTIL EOF-MANIFEST
    IF WS-MAN-COUNT >= WS-MAN-MAX
        DISPLAY "ERRO: manifesto com arquivos demais - aumente o limite"
        CLOSE MANIFEST-FILE
        CLOSE RESTORE-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    IF MAN-BUSINESS-DATE NOT = WS-GEN-DATE
            OR MAN-RECORD-COUNT NOT NUMERIC
            OR (NOT MAN-FILE-PRESENT AND NOT MAN-FILE-ABSENT)
        DISPLAY "ERRO: manifesto " WS-MANIFEST-NAME " invalido"
        CLOSE MANIFEST-FILE
        CLOSE RESTORE-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-MAN-COUNT
    MOVE MAN-FILE-NAME TO WS-MAN-NAME(WS-MAN-COUNT)
    MOVE MAN-PRESENT TO WS-MAN-PRESENT(WS-MAN-COUNT)
    MOVE MAN-RECORD-COUNT TO WS-MAN-COUNT-EXPECTED(WS-MAN-COUNT)
    MOVE 0 TO WS-MAN-COUNT-FOUND(WS-MAN-COUNT)
    PERFORM READ-MANIFEST-RECORD
END-PERFORM

CLOSE MANIFEST-FILE

IF WS-MAN-COUNT = 0
    DISPLAY "ERRO: manifesto " WS-MANIFEST-NAME " esta vazio"
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF.

READ-MANIFEST-RECORD.

READ MANIFEST-FILE
    AT END
    SET EOF-MANIFEST TO TRUE
    NOT AT END
    CONTINUE
END-READ.

BUILD-GENERATION-NAME.

MOVE SPACES TO WS-SNAP-NAME
IF WS-MAN-NAME(WS-MAN-IX) = "VEHMAST.IDX"
    STRING "SNAP." WS-GEN-DATE ".VEHMAST.SEQ"
        DELIMITED BY SIZE INTO WS-SNAP-NAME
ELSE
    STRING "SNAP." DELIMITED BY SIZE
        WS-GEN-DATE DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        WS-MAN-NAME(WS-MAN-IX) DELIMITED BY SPACE
        INTO WS-SNAP-NAME
END-IF.

VERIFY-GENERATION-FILE.

IF WS-MAN-PRESENT(WS-MAN-IX) = "Y"
    PERFORM BUILD-GENERATION-NAME
    PERFORM COUNT-GENERATION-FILE
    PERFORM CHECK-COUNT-AGAINST-MANIFEST
END-IF.

COUNT-GENERATION-FILE.

MOVE 0 TO WS-FILE-RECORD-COUNT
MOVE "N" TO WS-FILE-PRESENT
MOVE "N" TO WS-EOF-GENERATION

OPEN INPUT GENERATION-FILE
IF WS-GENERATION-STATUS = "00"
    MOVE "Y" TO WS-FILE-PRESENT
    PERFORM READ-GENERATION-RECORD
    PERFORM UNTIL EOF-GENERATION
        ADD 1 TO WS-FILE-RECORD-COUNT
        PERFORM READ-GENERATION-RECORD
    END-PERFORM
END-IF
IF WS-GENERATION-STATUS = "00" OR WS-GENERATION-STATUS = "05"
        OR WS-GENERATION-STATUS = "10"
    CLOSE GENERATION-FILE
END-IF.

READ-GENERATION-RECORD.

READ GENERATION-FILE
    AT END
    SET EOF-GENERATION TO TRUE
    NOT AT END
    CONTINUE
END-READ.

CHECK-COUNT-AGAINST-MANIFEST.

MOVE WS-FILE-RECORD-COUNT TO WS-MAN-COUNT-FOUND(WS-MAN-IX)

MOVE SPACES TO WS-REPORT-DETAIL
EVALUATE TRUE
WHEN WS-MAN-PRESENT(WS-MAN-IX) = "Y" AND NOT FILE-PRESENT
    ADD 1 TO WS-ERROR-COUNT
    STRING WS-CHECK-PHASE " " WS-MAN-NAME(WS-MAN-IX)
        " AUSENTE - MANIFESTO " WS-MAN-COUNT-EXPECTED(WS-MAN-IX)
        " *ERRO*"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN WS-MAN-PRESENT(WS-MAN-IX) = "N" AND FILE-PRESENT
    ADD 1 TO WS-ERROR-COUNT
    STRING WS-CHECK-PHASE " " WS-MAN-NAME(WS-MAN-IX)
        " EXISTE MAS ESTAVA AUSENTE NO MANIFESTO *ERRO*"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN WS-FILE-RECORD-COUNT NOT = WS-MAN-COUNT-EXPECTED(WS-MAN-IX)
    ADD 1 TO WS-ERROR-COUNT
    STRING WS-CHECK-PHASE " " WS-MAN-NAME(WS-MAN-IX)
        " REGISTROS " WS-FILE-RECORD-COUNT
        " MANIFESTO " WS-MAN-COUNT-EXPECTED(WS-MAN-IX)
        " *ERRO*"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN WS-MAN-PRESENT(WS-MAN-IX) = "N"
    STRING WS-CHECK-PHASE " " WS-MAN-NAME(WS-MAN-IX)
        " AUSENTE CONFORME MANIFESTO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
WHEN OTHER
    STRING WS-CHECK-PHASE " " WS-MAN-NAME(WS-MAN-IX)
        " REGISTROS " WS-FILE-RECORD-COUNT " CONFERE"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-EVALUATE
PERFORM WRITE-REPORT-DETAIL-LINE.

RESTORE-ONE-FILE.

IF WS-MAN-PRESENT(WS-MAN-IX) = "Y"
    PERFORM BUILD-GENERATION-NAME
    IF WS-MAN-NAME(WS-MAN-IX) = "VEHMAST.IDX"
        PERFORM RELOAD-VEHICLE-MASTER
    ELSE
        PERFORM COPY-GENERATION-TO-FILE
    END-IF
    ADD 1 TO WS-FILES-RESTORED
ELSE
    MOVE WS-MAN-NAME(WS-MAN-IX) TO WS-TARGET-NAME
    CALL "CBL_DELETE_FILE" USING WS-TARGET-NAME
        RETURNING WS-DELETE-RC
    ADD 1 TO WS-FILES-REMOVED
END-IF.

RELOAD-VEHICLE-MASTER.

MOVE "N" TO WS-EOF-GENERATION

OPEN INPUT GENERATION-FILE
IF WS-GENERATION-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel ler " WS-SNAP-NAME
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel recriar o arquivo VEHMAST.IDX"
    CLOSE GENERATION-FILE
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-GENERATION-RECORD

PERFORM UNTIL EOF-GENERATION
    MOVE GENERATION-REC TO VEHICLE-REC
    WRITE VEHICLE-REC
        INVALID KEY
        ADD 1 TO WS-WRITE-ERROR-COUNT
        DISPLAY "ERRO: VEH-ID " VEH-ID " fora de ordem ou duplicado"
        NOT INVALID KEY
        ADD 1 TO WS-RECORDS-RESTORED
    END-WRITE
    PERFORM READ-GENERATION-RECORD
END-PERFORM

CLOSE GENERATION-FILE
CLOSE VEHICLE-MASTER.

COPY-GENERATION-TO-FILE.

MOVE "N" TO WS-EOF-GENERATION
MOVE WS-MAN-NAME(WS-MAN-IX) TO WS-TARGET-NAME

OPEN INPUT GENERATION-FILE
IF WS-GENERATION-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel ler " WS-SNAP-NAME
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN OUTPUT TARGET-FILE
IF WS-TARGET-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel recriar " WS-TARGET-NAME
    CLOSE GENERATION-FILE
    CLOSE RESTORE-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-GENERATION-RECORD

PERFORM UNTIL EOF-GENERATION
    MOVE GENERATION-REC TO TARGET-REC
    WRITE TARGET-REC
    ADD 1 TO WS-RECORDS-RESTORED
    PERFORM READ-GENERATION-RECORD
END-PERFORM

CLOSE GENERATION-FILE
CLOSE TARGET-FILE.

VERIFY-RESTORED-FILE.

IF WS-MAN-NAME(WS-MAN-IX) = "VEHMAST.IDX"
    PERFORM COUNT-VEHICLE-MASTER
ELSE
    PERFORM COUNT-TARGET-FILE
END-IF
PERFORM CHECK-COUNT-AGAINST-MANIFEST.

COUNT-VEHICLE-MASTER.

MOVE 0 TO WS-FILE-RECORD-COUNT
MOVE "N" TO WS-FILE-PRESENT
MOVE "N" TO WS-EOF-VEHICLE

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS = "00"
    MOVE "Y" TO WS-FILE-PRESENT
    PERFORM READ-VEHICLE-RECORD
    PERFORM UNTIL EOF-VEHICLE
        ADD 1 TO WS-FILE-RECORD-COUNT
        PERFORM READ-VEHICLE-RECORD
    END-PERFORM
    CLOSE VEHICLE-MASTER
END-IF.

READ-VEHICLE-RECORD.

READ VEHICLE-MASTER
    AT END
    SET EOF-VEHICLE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

COUNT-TARGET-FILE.

MOVE 0 TO WS-FILE-RECORD-COUNT
MOVE "N" TO WS-FILE-PRESENT
MOVE "N" TO WS-EOF-TARGET
MOVE WS-MAN-NAME(WS-MAN-IX) TO WS-TARGET-NAME

OPEN INPUT TARGET-FILE
IF WS-TARGET-STATUS = "00"
    MOVE "Y" TO WS-FILE-PRESENT
    PERFORM READ-TARGET-RECORD
    PERFORM UNTIL EOF-TARGET
        ADD 1 TO WS-FILE-RECORD-COUNT
        PERFORM READ-TARGET-RECORD
    END-PERFORM
END-IF
IF WS-TARGET-STATUS = "00" OR WS-TARGET-STATUS = "05"
        OR WS-TARGET-STATUS = "10"
    CLOSE TARGET-FILE
END-IF.

READ-TARGET-RECORD.

READ TARGET-FILE
    AT END
    SET EOF-TARGET TO TRUE
    NOT AT END
    CONTINUE
END-READ.

LOG-ROLLBACK.

MOVE "B" TO RUNCTL-FUNCTION
MOVE "SNAPREST" TO RUNCTL-JOB-NAME
MOVE WS-GEN-DATE TO RUNCTL-BUSINESS-DATE
MOVE "N" TO RUNCTL-RERUN-IND
MOVE 0 TO RUNCTL-JOB-RC
CALL "RUNCTL" USING RUNCTL-PARM

MOVE SPACES TO WS-REPORT-DETAIL
IF RUNCTL-STATUS = "00"
    STRING "DATA " WS-GEN-DATE
        " LIBERADA PARA REPROCESSAMENTO EM RUNCTL.DAT"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    ADD 1 TO WS-ERROR-COUNT
    STRING "ERRO AO REGISTRAR A RESTAURACAO EM RUNCTL.DAT - STATUS "
        RUNCTL-STATUS
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-RESTORE-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ARQUIVOS RESTAURADOS:  " WS-FILES-RESTORED
    "  REMOVIDOS (AUSENTES NA GERACAO) " WS-FILES-REMOVED
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "REGISTROS RESTAURADOS: " WS-RECORDS-RESTORED
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "DIVERGENCIAS:          " WS-ERROR-COUNT
    "  ERROS DE GRAVACAO " WS-WRITE-ERROR-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "RESTAURACAO DE SNAPSHOT " WS-GEN-DATE " - PAGINA "
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

END PROGRAM SNAPREST.
