IDENTIFICATION DIVISION.
PROGRAM-ID. DEPRRUN.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASSET-MASTER ASSIGN TO "ASSETMST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AST-VEH-ID
        FILE STATUS IS WS-ASSET-STATUS.
    SELECT VEHICLE-MASTER ASSIGN TO "VEHMAST.IDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS VEH-ID
        FILE STATUS IS WS-VEHICLE-STATUS.
    SELECT PARM-FILE ASSIGN TO "PARAMFILE.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.
    SELECT OPTIONAL DEPR-HISTORY-FILE ASSIGN TO "DEPRHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPRHST-STATUS.
    SELECT OPTIONAL DEPR-HISTORY-WORK-FILE ASSIGN TO "DEPRHIST.NEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPRHST-WORK-STATUS.
    SELECT DEPR-REPORT ASSIGN TO "DEPRRUN.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  ASSET-MASTER.
COPY ASSETREC.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  PARM-FILE.
COPY PARMREC.
FD  DEPR-HISTORY-FILE.
COPY DEPRHST.
FD  DEPR-HISTORY-WORK-FILE.
01  DEPR-HISTORY-WORK-REC PIC X(55).
FD  DEPR-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-ASSET-STATUS PIC XX VALUE "00".
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-DEPRHST-STATUS PIC XX VALUE "00".
    01 WS-DEPRHST-WORK-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-ASSET PIC X VALUE "N".
        88 EOF-ASSET VALUE "Y".
    01 WS-EOF-DEPRHST-PURGE PIC X VALUE "N".
        88 EOF-DEPRHST-PURGE VALUE "Y".
    01 WS-EOF-DEPRHST-WORK PIC X VALUE "N".
        88 EOF-DEPRHST-WORK VALUE "Y".

    01 WS-COMMAND-LINE PIC X(80).
    01 WS-DEPR-MONTH PIC 9(6) VALUE 0.
    01 WS-DEPR-MONTH-PARTS REDEFINES WS-DEPR-MONTH.
        05 WS-DEPR-YEAR PIC 9(4).
        05 WS-DEPR-MM PIC 9(2).
    01 WS-BUSINESS-MONTH PIC 9(6) VALUE 0.
    01 WS-MONTH-START PIC 9(8) VALUE 0.
    01 WS-NEXT-MONTH-START PIC 9(8) VALUE 0.
    01 WS-MONTH-END PIC 9(8) VALUE 0.

    01 WS-ACQ-DATE-PARTS.
        05 WS-ACQ-YEAR PIC 9(4).
        05 WS-ACQ-MM PIC 9(2).
        05 WS-ACQ-DD PIC 9(2).
    01 WS-AGE-WORK PIC S9(7) VALUE 0.
    01 WS-AGE-MONTHS PIC 9(3) VALUE 0.

    01 WS-DEPRECIABLE-BASE PIC 9(9)V99 VALUE 0.
    01 WS-MONTHLY-CHARGE PIC 9(9)V99 VALUE 0.
    01 WS-ACCUM-WORK PIC 9(12)V99 VALUE 0.
    01 WS-ACCUM-CURRENT PIC 9(9)V99 VALUE 0.
    01 WS-ACCUM-PRIOR PIC 9(9)V99 VALUE 0.
    01 WS-MONTH-CHARGE PIC 9(9)V99 VALUE 0.
    01 WS-BOOK-VALUE PIC 9(9)V99 VALUE 0.
    01 WS-ACCUM-MONTHS PIC 9(3) VALUE 0.

    01 WS-VEHICLE-FOUND PIC X VALUE "N".
        88 VEHICLE-FOUND VALUE "Y".
    01 WS-REPLACE-REASON PIC X(12).

    01 WS-REPL-MAX PIC 9(4) VALUE 2000.
    01 WS-REPL-COUNT PIC 9(4) VALUE 0.
    01 WS-REPL-IX PIC 9(4) VALUE 0.
    01 WS-REPL-TABLE.
        05 WS-REPL-ENTRY OCCURS 2000 TIMES.
            10 WS-REPL-VEH-ID PIC 9(5).
            10 WS-REPL-AGE PIC 9(3).
            10 WS-REPL-LIFE PIC 9(3).
            10 WS-REPL-ODOMETER PIC 9(5).
            10 WS-REPL-LIMIT PIC 9(5).
            10 WS-REPL-REASON PIC X(12).

    01 WS-ASSET-READ-COUNT PIC 9(5) VALUE 0.
    01 WS-POSTED-COUNT PIC 9(5) VALUE 0.
    01 WS-DISPOSED-COUNT PIC 9(5) VALUE 0.
    01 WS-NOT-ACQUIRED-COUNT PIC 9(5) VALUE 0.
    01 WS-NO-VEHICLE-COUNT PIC 9(5) VALUE 0.
    01 WS-TOTAL-CHARGE PIC 9(11)V99 VALUE 0.
    01 WS-TOTAL-ACCUMULATED PIC 9(11)V99 VALUE 0.
    01 WS-TOTAL-BOOK-VALUE PIC 9(11)V99 VALUE 0.

    01 WS-AMOUNT-EDIT PIC 9(9).99.
    01 WS-ACCUM-EDIT PIC 9(9).99.
    01 WS-BOOK-EDIT PIC 9(9).99.
    01 WS-TOTAL-EDIT PIC 9(11).99.

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

PERFORM READ-DAILY-PARM

PERFORM SET-DEPRECIATION-MONTH

OPEN OUTPUT DEPR-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de depreciacao"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM WRITE-REPORT-HEADING

OPEN INPUT ASSET-MASTER
IF WS-ASSET-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo ASSETMST.IDX"
    CLOSE DEPR-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    CLOSE ASSET-MASTER
    CLOSE DEPR-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM PURGE-RERUN-DEPRECIATION

OPEN EXTEND DEPR-HISTORY-FILE
IF WS-DEPRHST-STATUS NOT = "00" AND WS-DEPRHST-STATUS NOT = "05"
    OPEN OUTPUT DEPR-HISTORY-FILE
END-IF
IF WS-DEPRHST-STATUS NOT = "00" AND WS-DEPRHST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DEPRHIST.DAT"
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

PERFORM READ-ASSET-RECORD

PERFORM UNTIL EOF-ASSET
    PERFORM DEPRECIATE-ONE-ASSET
    PERFORM READ-ASSET-RECORD
END-PERFORM

CLOSE ASSET-MASTER
CLOSE VEHICLE-MASTER
CLOSE DEPR-HISTORY-FILE

IF WS-POSTED-COUNT = 0
    MOVE "NENHUM BEM DEPRECIADO NO MES" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM WRITE-REPLACEMENT-LIST

PERFORM WRITE-DEPRECIATION-TOTALS

CLOSE DEPR-REPORT

IF WS-REPL-COUNT > 0 OR WS-NO-VEHICLE-COUNT > 0
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
MOVE WS-BUSINESS-DATE TO WS-RUN-ID
MOVE WS-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.

SET-DEPRECIATION-MONTH.

IF WS-COMMAND-LINE(1:6) = SPACES
    MOVE WS-BUSINESS-MONTH TO WS-DEPR-MONTH
ELSE
    IF WS-COMMAND-LINE(1:6) NOT NUMERIC
        DISPLAY "ERRO: mes de depreciacao invalido - informe AAAAMM"
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    MOVE WS-COMMAND-LINE(1:6) TO WS-DEPR-MONTH
END-IF

IF WS-DEPR-MM < 1 OR WS-DEPR-MM > 12
    DISPLAY "ERRO: mes de depreciacao invalido - informe AAAAMM"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

IF WS-DEPR-MONTH > WS-BUSINESS-MONTH
    DISPLAY "ERRO: mes " WS-DEPR-MONTH
        " posterior a data de negocio " WS-BUSINESS-DATE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

COMPUTE WS-MONTH-START = WS-DEPR-MONTH * 100 + 1
IF WS-DEPR-MM = 12
    COMPUTE WS-NEXT-MONTH-START = (WS-DEPR-YEAR + 1) * 10000 + 101
ELSE
    COMPUTE WS-NEXT-MONTH-START = WS-MONTH-START + 100
END-IF
COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).

PURGE-RERUN-DEPRECIATION.

OPEN INPUT DEPR-HISTORY-FILE
IF WS-DEPRHST-STATUS NOT = "00" AND WS-DEPRHST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel ler o historico para expurgo"
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

OPEN OUTPUT DEPR-HISTORY-WORK-FILE
IF WS-DEPRHST-WORK-STATUS NOT = "00" AND WS-DEPRHST-WORK-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DEPRHIST.NEW"
    CLOSE DEPR-HISTORY-FILE
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

PERFORM READ-DEPR-HISTORY-FOR-PURGE

PERFORM UNTIL EOF-DEPRHST-PURGE
    IF DEPR-MONTH NOT = WS-DEPR-MONTH
        MOVE DEPR-HISTORY-REC TO DEPR-HISTORY-WORK-REC
        WRITE DEPR-HISTORY-WORK-REC
    END-IF
    PERFORM READ-DEPR-HISTORY-FOR-PURGE
END-PERFORM

CLOSE DEPR-HISTORY-FILE
CLOSE DEPR-HISTORY-WORK-FILE

OPEN INPUT DEPR-HISTORY-WORK-FILE
OPEN OUTPUT DEPR-HISTORY-FILE
IF (WS-DEPRHST-STATUS NOT = "00" AND WS-DEPRHST-STATUS NOT = "05")
        OR WS-DEPRHST-WORK-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o historico de depreciacao"
    PERFORM CLOSE-FILES-FOR-PURGE-ERROR
    GOBACK
END-IF

PERFORM READ-DEPR-HISTORY-WORK-RECORD

PERFORM UNTIL EOF-DEPRHST-WORK
    MOVE DEPR-HISTORY-WORK-REC TO DEPR-HISTORY-REC
    WRITE DEPR-HISTORY-REC
    PERFORM READ-DEPR-HISTORY-WORK-RECORD
END-PERFORM

CLOSE DEPR-HISTORY-FILE
CLOSE DEPR-HISTORY-WORK-FILE.

CLOSE-FILES-FOR-PURGE-ERROR.

CLOSE ASSET-MASTER
CLOSE VEHICLE-MASTER
CLOSE DEPR-REPORT
MOVE 1 TO RETURN-CODE.

READ-DEPR-HISTORY-FOR-PURGE.

READ DEPR-HISTORY-FILE
    AT END
    SET EOF-DEPRHST-PURGE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

READ-DEPR-HISTORY-WORK-RECORD.

READ DEPR-HISTORY-WORK-FILE
    AT END
    SET EOF-DEPRHST-WORK TO TRUE
    NOT AT END
    CONTINUE
END-READ.

READ-ASSET-RECORD.

READ ASSET-MASTER
    AT END
    SET EOF-ASSET TO TRUE
    NOT AT END
    ADD 1 TO WS-ASSET-READ-COUNT
END-READ.

DEPRECIATE-ONE-ASSET.

MOVE AST-ACQ-DATE TO WS-ACQ-DATE-PARTS
COMPUTE WS-AGE-WORK = (WS-DEPR-YEAR * 12 + WS-DEPR-MM)
    - (WS-ACQ-YEAR * 12 + WS-ACQ-MM) + 1

EVALUATE TRUE
WHEN WS-AGE-WORK < 1
    ADD 1 TO WS-NOT-ACQUIRED-COUNT
WHEN AST-DISPOSED AND AST-DISPOSAL-DATE <= WS-MONTH-END
    ADD 1 TO WS-DISPOSED-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "VEH-ID " AST-VEH-ID " BAIXADO EM " AST-DISPOSAL-DATE
        " - SEM DEPRECIACAO NO MES"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
WHEN OTHER
    PERFORM POST-ASSET-DEPRECIATION
END-EVALUATE.

POST-ASSET-DEPRECIATION.

IF WS-AGE-WORK > 999
    MOVE 999 TO WS-AGE-MONTHS
ELSE
    MOVE WS-AGE-WORK TO WS-AGE-MONTHS
END-IF

COMPUTE WS-DEPRECIABLE-BASE = AST-COST - AST-SALVAGE-VALUE
COMPUTE WS-MONTHLY-CHARGE ROUNDED =
    WS-DEPRECIABLE-BASE / AST-LIFE-MONTHS

MOVE WS-AGE-MONTHS TO WS-ACCUM-MONTHS
PERFORM COMPUTE-ACCUMULATED
MOVE WS-ACCUM-WORK TO WS-ACCUM-CURRENT

COMPUTE WS-ACCUM-MONTHS = WS-AGE-MONTHS - 1
PERFORM COMPUTE-ACCUMULATED
MOVE WS-ACCUM-WORK TO WS-ACCUM-PRIOR

COMPUTE WS-MONTH-CHARGE = WS-ACCUM-CURRENT - WS-ACCUM-PRIOR
COMPUTE WS-BOOK-VALUE = AST-COST - WS-ACCUM-CURRENT

MOVE WS-DEPR-MONTH TO DEPR-MONTH
MOVE WS-BUSINESS-DATE TO DEPR-POST-DATE
MOVE AST-VEH-ID TO DEPR-VEH-ID
MOVE WS-AGE-MONTHS TO DEPR-AGE-MONTHS
MOVE WS-MONTH-CHARGE TO DEPR-CHARGE
MOVE WS-ACCUM-CURRENT TO DEPR-ACCUMULATED
MOVE WS-BOOK-VALUE TO DEPR-BOOK-VALUE
WRITE DEPR-HISTORY-REC

ADD 1 TO WS-POSTED-COUNT
ADD WS-MONTH-CHARGE TO WS-TOTAL-CHARGE
ADD WS-ACCUM-CURRENT TO WS-TOTAL-ACCUMULATED
ADD WS-BOOK-VALUE TO WS-TOTAL-BOOK-VALUE

MOVE WS-MONTH-CHARGE TO WS-AMOUNT-EDIT
MOVE WS-ACCUM-CURRENT TO WS-ACCUM-EDIT
MOVE WS-BOOK-VALUE TO WS-BOOK-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "VEH-ID " AST-VEH-ID " MES " WS-AGE-MONTHS "/" AST-LIFE-MONTHS
    " QUOTA " WS-AMOUNT-EDIT
    " ACUM " WS-ACCUM-EDIT
    " LIQ " WS-BOOK-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM CHECK-REPLACEMENT-DUE.

COMPUTE-ACCUMULATED.

IF WS-ACCUM-MONTHS >= AST-LIFE-MONTHS
    MOVE WS-DEPRECIABLE-BASE TO WS-ACCUM-WORK
ELSE
    COMPUTE WS-ACCUM-WORK = WS-MONTHLY-CHARGE * WS-ACCUM-MONTHS
    IF WS-ACCUM-WORK > WS-DEPRECIABLE-BASE
        MOVE WS-DEPRECIABLE-BASE TO WS-ACCUM-WORK
    END-IF
END-IF.

CHECK-REPLACEMENT-DUE.

MOVE AST-VEH-ID TO VEH-ID
MOVE "Y" TO WS-VEHICLE-FOUND
READ VEHICLE-MASTER
    INVALID KEY
    MOVE "N" TO WS-VEHICLE-FOUND
    MOVE 0 TO VEH-ODOMETER
END-READ

IF NOT VEHICLE-FOUND
    ADD 1 TO WS-NO-VEHICLE-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "VEH-ID " AST-VEH-ID
        " ATIVO SEM VEICULO NO MESTRE VEHMAST.IDX *EXCECAO*"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

MOVE SPACES TO WS-REPLACE-REASON
EVALUATE TRUE
WHEN WS-AGE-MONTHS > AST-LIFE-MONTHS
        AND AST-REPLACE-ODOMETER > 0
        AND VEH-ODOMETER >= AST-REPLACE-ODOMETER
    MOVE "IDADE E KM" TO WS-REPLACE-REASON
WHEN WS-AGE-MONTHS > AST-LIFE-MONTHS
    MOVE "IDADE" TO WS-REPLACE-REASON
WHEN AST-REPLACE-ODOMETER > 0
        AND VEH-ODOMETER >= AST-REPLACE-ODOMETER
    MOVE "KM" TO WS-REPLACE-REASON
END-EVALUATE

IF WS-REPLACE-REASON NOT = SPACES
    IF WS-REPL-COUNT >= WS-REPL-MAX
        DISPLAY "ERRO: tabela de substituicao cheia - aumente o limite"
        CLOSE ASSET-MASTER
        CLOSE VEHICLE-MASTER
        CLOSE DEPR-HISTORY-FILE
        CLOSE DEPR-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-REPL-COUNT
    MOVE AST-VEH-ID TO WS-REPL-VEH-ID(WS-REPL-COUNT)
    MOVE WS-AGE-MONTHS TO WS-REPL-AGE(WS-REPL-COUNT)
    MOVE AST-LIFE-MONTHS TO WS-REPL-LIFE(WS-REPL-COUNT)
    MOVE VEH-ODOMETER TO WS-REPL-ODOMETER(WS-REPL-COUNT)
    MOVE AST-REPLACE-ODOMETER TO WS-REPL-LIMIT(WS-REPL-COUNT)
    MOVE WS-REPLACE-REASON TO WS-REPL-REASON(WS-REPL-COUNT)
END-IF.

WRITE-REPLACEMENT-LIST.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE "UNIDADES ALEM DA IDADE OU QUILOMETRAGEM DE SUBSTITUICAO:"
    TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

IF WS-REPL-COUNT = 0
    MOVE "  NENHUMA" TO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-IF

PERFORM VARYING WS-REPL-IX FROM 1 BY 1
        UNTIL WS-REPL-IX > WS-REPL-COUNT
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "  VEH-ID " WS-REPL-VEH-ID(WS-REPL-IX)
        " IDADE " WS-REPL-AGE(WS-REPL-IX)
        "/" WS-REPL-LIFE(WS-REPL-IX) " MESES"
        " KM " WS-REPL-ODOMETER(WS-REPL-IX)
        "/" WS-REPL-LIMIT(WS-REPL-IX)
        " MOTIVO: " WS-REPL-REASON(WS-REPL-IX)
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
END-PERFORM.

WRITE-DEPRECIATION-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "BENS LIDOS:               " WS-ASSET-READ-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "BENS DEPRECIADOS:         " WS-POSTED-COUNT
    "  BAIXADOS " WS-DISPOSED-COUNT
    "  NAO ADQUIRIDOS " WS-NOT-ACQUIRED-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-TOTAL-CHARGE TO WS-TOTAL-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "DEPRECIACAO DO MES:       " WS-TOTAL-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-TOTAL-ACCUMULATED TO WS-TOTAL-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "DEPRECIACAO ACUMULADA:    " WS-TOTAL-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE WS-TOTAL-BOOK-VALUE TO WS-TOTAL-EDIT
MOVE SPACES TO WS-REPORT-DETAIL
STRING "VALOR CONTABIL LIQUIDO:   " WS-TOTAL-EDIT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "UNIDADES P/ SUBSTITUICAO: " WS-REPL-COUNT
    "  ATIVOS SEM VEICULO " WS-NO-VEHICLE-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "DEPRECIACAO MENSAL DA FROTA " WS-DEPR-MONTH " - PAGINA "
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

END PROGRAM DEPRRUN.
