IDENTIFICATION DIVISION.
PROGRAM-ID. SNAPSHOT.
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
    SELECT OPTIONAL SNAP-PARM-FILE ASSIGN TO "SNAPPARM.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SNAP-PARM-STATUS.
    SELECT OPTIONAL SNAP-CATALOG-FILE ASSIGN TO "SNAPCAT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATALOG-STATUS.
    SELECT OPTIONAL SOURCE-FILE ASSIGN USING WS-SOURCE-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SOURCE-STATUS.
    SELECT GENERATION-FILE ASSIGN USING WS-SNAP-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GENERATION-STATUS.
    SELECT MANIFEST-FILE ASSIGN USING WS-MANIFEST-NAME
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MANIFEST-STATUS.
    SELECT SNAPSHOT-REPORT ASSIGN TO "SNAPSHOT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REPORT-STATUS.
DATA DIVISION.
FILE SECTION.
FD  VEHICLE-MASTER.
COPY VEHREC.
FD  PARM-FILE.
COPY PARMREC.
FD  SNAP-PARM-FILE.
COPY SNAPPARM.
FD  SNAP-CATALOG-FILE.
COPY SNAPCAT.
FD  SOURCE-FILE.
01  SOURCE-REC PIC X(200).
FD  GENERATION-FILE.
01  GENERATION-REC PIC X(200).
FD  MANIFEST-FILE.
COPY SNAPMAN.
FD  SNAPSHOT-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-PARM-STATUS PIC XX VALUE "00".
    01 WS-SNAP-PARM-STATUS PIC XX VALUE "00".
    01 WS-CATALOG-STATUS PIC XX VALUE "00".
    01 WS-SOURCE-STATUS PIC XX VALUE "00".
    01 WS-GENERATION-STATUS PIC XX VALUE "00".
    01 WS-MANIFEST-STATUS PIC XX VALUE "00".
    01 WS-REPORT-STATUS PIC XX VALUE "00".
    01 WS-EOF-VEHICLE PIC X VALUE "N".
        88 EOF-VEHICLE VALUE "Y".
    01 WS-EOF-SOURCE PIC X VALUE "N".
        88 EOF-SOURCE VALUE "Y".
    01 WS-EOF-CATALOG PIC X VALUE "N".
        88 EOF-CATALOG VALUE "Y".

    COPY SNAPLIST.

    01 WS-SOURCE-NAME PIC X(40).
    01 WS-SNAP-NAME PIC X(40).
    01 WS-MANIFEST-NAME PIC X(40).
    01 WS-GEN-DATE PIC 9(8) VALUE 0.
    01 WS-FILE-IX PIC 9(2) VALUE 0.
    01 WS-FILE-PRESENT PIC X VALUE "N".
        88 FILE-PRESENT VALUE "Y".
    01 WS-FILE-RECORD-COUNT PIC 9(9) VALUE 0.
    01 WS-GENERATION-RECORD-TOTAL PIC 9(9) VALUE 0.
    01 WS-DELETE-RC PIC S9(9) COMP-5 VALUE 0.

    01 WS-DEFAULT-RETENTION PIC 9(3) VALUE 14.
    01 WS-RETENTION-DAYS PIC 9(3) VALUE 0.
    01 WS-CUTOFF-DATE PIC 9(8) VALUE 0.

    01 WS-GEN-MAX PIC 9(3) VALUE 400.
    01 WS-GEN-COUNT PIC 9(3) VALUE 0.
    01 WS-GEN-IX PIC 9(3) VALUE 0.
    01 WS-GEN-FOUND PIC X VALUE "N".
        88 GEN-FOUND VALUE "Y".
    01 WS-GEN-TABLE.
        05 WS-GEN-ENTRY OCCURS 400 TIMES.
            10 WS-GEN-ENTRY-DATE PIC 9(8).
            10 WS-GEN-TIMESTAMP PIC X(26).
            10 WS-GEN-FILE-COUNT PIC 9(2).
            10 WS-GEN-RECORD-TOTAL PIC 9(9).
            10 WS-GEN-KEEP PIC X.

    01 WS-GENERATION-KEPT PIC X VALUE "N".
        88 GENERATION-KEPT VALUE "Y".
    01 WS-FILES-COPIED PIC 9(2) VALUE 0.
    01 WS-FILES-ABSENT PIC 9(2) VALUE 0.
    01 WS-AGED-OFF-COUNT PIC 9(3) VALUE 0.

    01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
    01 WS-RUN-ID PIC X(8).
    01 WS-CURRENT-DATETIME PIC X(21).
    01 WS-TIMESTAMP.
        05 WS-TS-DATE PIC X(8).
        05 WS-TS-TIME PIC X(18).

    01 WS-REPORT-LINE-COUNT PIC 9(3) VALUE 0.
    01 WS-REPORT-PAGE-NO PIC 9(3) VALUE 0.
    01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.

    01 WS-REPORT-HEADING-1 PIC X(80).
    01 WS-REPORT-HEADING-2 PIC X(80).
    01 WS-REPORT-DETAIL PIC X(80).

PROCEDURE DIVISION.
MAIN-PROCEDURE.

PERFORM INIT-RUN-ID

OPEN OUTPUT SNAPSHOT-REPORT
IF WS-REPORT-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o relatorio de snapshot"
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DAILY-PARM

PERFORM READ-SNAP-PARM

PERFORM WRITE-REPORT-HEADING

PERFORM LOAD-GENERATION-CATALOG

MOVE WS-BUSINESS-DATE TO WS-GEN-DATE
PERFORM FIND-GENERATION-ENTRY

IF GEN-FOUND
    SET GENERATION-KEPT TO TRUE
    MOVE SPACES TO WS-REPORT-DETAIL
    STRING "GERACAO " WS-BUSINESS-DATE
        " JA EXISTE - MANTIDA A IMAGEM DO INICIO DO DIA"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
    PERFORM WRITE-REPORT-DETAIL-LINE
ELSE
    PERFORM TAKE-GENERATION
END-IF

PERFORM AGE-OFF-GENERATIONS

PERFORM REWRITE-GENERATION-CATALOG

PERFORM WRITE-SNAPSHOT-TOTALS

CLOSE SNAPSHOT-REPORT

IF GENERATION-KEPT
    MOVE 2 TO RETURN-CODE
ELSE
    MOVE 0 TO RETURN-CODE
END-IF

GOBACK.

INIT-RUN-ID.

ACCEPT WS-CURRENT-DATETIME FROM DATE YYYYMMDD
MOVE WS-CURRENT-DATETIME(1:8) TO WS-RUN-ID.

READ-DAILY-PARM.

OPEN INPUT PARM-FILE
IF WS-PARM-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo de parametros diarios"
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

READ PARM-FILE
    AT END
    DISPLAY "ERRO: arquivo de parametros diarios esta vazio"
    CLOSE PARM-FILE
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-READ

CLOSE PARM-FILE

IF PARM-RUN-DATE NOT NUMERIC
        OR FUNCTION TEST-DATE-YYYYMMDD(PARM-RUN-DATE) NOT = 0
    DISPLAY "ERRO: data de negocio invalida no arquivo de parametros"
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE PARM-RUN-DATE TO WS-BUSINESS-DATE
MOVE WS-BUSINESS-DATE TO WS-RUN-ID.

READ-SNAP-PARM.

MOVE WS-DEFAULT-RETENTION TO WS-RETENTION-DAYS

OPEN INPUT SNAP-PARM-FILE
IF WS-SNAP-PARM-STATUS = "00"
    READ SNAP-PARM-FILE
        AT END
        CONTINUE
        NOT AT END
        IF SNP-RETENTION-DAYS NUMERIC AND SNP-RETENTION-DAYS > 0
            MOVE SNP-RETENTION-DAYS TO WS-RETENTION-DAYS
        END-IF
    END-READ
END-IF
IF WS-SNAP-PARM-STATUS = "00" OR WS-SNAP-PARM-STATUS = "05"
    CLOSE SNAP-PARM-FILE
END-IF

COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
    FUNCTION INTEGER-OF-DATE(WS-BUSINESS-DATE) - WS-RETENTION-DAYS).

LOAD-GENERATION-CATALOG.

OPEN INPUT SNAP-CATALOG-FILE
IF WS-CATALOG-STATUS NOT = "00" AND WS-CATALOG-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o catalogo SNAPCAT.DAT"
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-CATALOG-RECORD

PERFORM UNTIL EOF-CATALOG
    IF WS-GEN-COUNT >= WS-GEN-MAX
        DISPLAY "ERRO: catalogo de geracoes cheio - aumente o limite"
        CLOSE SNAP-CATALOG-FILE
        CLOSE SNAPSHOT-REPORT
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-GEN-COUNT
    MOVE SCT-BUSINESS-DATE TO WS-GEN-ENTRY-DATE(WS-GEN-COUNT)
    MOVE SCT-TIMESTAMP TO WS-GEN-TIMESTAMP(WS-GEN-COUNT)
    MOVE SCT-FILE-COUNT TO WS-GEN-FILE-COUNT(WS-GEN-COUNT)
    MOVE SCT-RECORD-TOTAL TO WS-GEN-RECORD-TOTAL(WS-GEN-COUNT)
    MOVE "Y" TO WS-GEN-KEEP(WS-GEN-COUNT)
    PERFORM READ-CATALOG-RECORD
END-PERFORM

CLOSE SNAP-CATALOG-FILE.

READ-CATALOG-RECORD.

READ SNAP-CATALOG-FILE
    AT END
    SET EOF-CATALOG TO TRUE
    NOT AT END
    CONTINUE
END-READ.

FIND-GENERATION-ENTRY.

MOVE "N" TO WS-GEN-FOUND

PERFORM VARYING WS-GEN-IX FROM 1 BY 1
        UNTIL WS-GEN-IX > WS-GEN-COUNT
           OR GEN-FOUND
    IF WS-GEN-ENTRY-DATE(WS-GEN-IX) = WS-GEN-DATE
        MOVE "Y" TO WS-GEN-FOUND
    END-IF
END-PERFORM

IF GEN-FOUND
    SUBTRACT 1 FROM WS-GEN-IX
END-IF.

TAKE-GENERATION.

MOVE SPACES TO WS-MANIFEST-NAME
STRING "SNAP." WS-BUSINESS-DATE ".MAN"
    DELIMITED BY SIZE INTO WS-MANIFEST-NAME

OPEN OUTPUT MANIFEST-FILE
IF WS-MANIFEST-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o manifesto " WS-MANIFEST-NAME
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

MOVE 0 TO WS-GENERATION-RECORD-TOTAL

PERFORM VARYING WS-FILE-IX FROM 1 BY 1
        UNTIL WS-FILE-IX > SNAP-FILE-COUNT
    PERFORM COPY-ONE-FILE
END-PERFORM

CLOSE MANIFEST-FILE

IF WS-GEN-COUNT >= WS-GEN-MAX
    DISPLAY "ERRO: catalogo de geracoes cheio - aumente o limite"
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

ACCEPT WS-TS-DATE FROM DATE YYYYMMDD
ACCEPT WS-CURRENT-DATETIME FROM TIME
MOVE WS-CURRENT-DATETIME(1:18) TO WS-TS-TIME

ADD 1 TO WS-GEN-COUNT
MOVE WS-BUSINESS-DATE TO WS-GEN-ENTRY-DATE(WS-GEN-COUNT)
MOVE WS-TIMESTAMP TO WS-GEN-TIMESTAMP(WS-GEN-COUNT)
MOVE SNAP-FILE-COUNT TO WS-GEN-FILE-COUNT(WS-GEN-COUNT)
MOVE WS-GENERATION-RECORD-TOTAL TO WS-GEN-RECORD-TOTAL(WS-GEN-COUNT)
MOVE "Y" TO WS-GEN-KEEP(WS-GEN-COUNT).

COPY-ONE-FILE.

MOVE WS-BUSINESS-DATE TO WS-GEN-DATE
PERFORM BUILD-GENERATION-NAME

MOVE 0 TO WS-FILE-RECORD-COUNT
MOVE "N" TO WS-FILE-PRESENT

IF SNAP-FILE-NAME(WS-FILE-IX) = "VEHMAST.IDX"
    PERFORM UNLOAD-VEHICLE-MASTER
ELSE
    PERFORM COPY-SEQUENTIAL-FILE
END-IF

MOVE WS-BUSINESS-DATE TO MAN-BUSINESS-DATE
MOVE SNAP-FILE-NAME(WS-FILE-IX) TO MAN-FILE-NAME
MOVE WS-FILE-PRESENT TO MAN-PRESENT
MOVE WS-FILE-RECORD-COUNT TO MAN-RECORD-COUNT
WRITE SNAP-MANIFEST-REC

ADD WS-FILE-RECORD-COUNT TO WS-GENERATION-RECORD-TOTAL

MOVE SPACES TO WS-REPORT-DETAIL
IF FILE-PRESENT
    ADD 1 TO WS-FILES-COPIED
    STRING "ARQUIVO " SNAP-FILE-NAME(WS-FILE-IX)
        " REGISTROS " WS-FILE-RECORD-COUNT
        " -> " WS-SNAP-NAME
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
ELSE
    ADD 1 TO WS-FILES-ABSENT
    STRING "ARQUIVO " SNAP-FILE-NAME(WS-FILE-IX)
        " AUSENTE - REGISTRADO NO MANIFESTO"
        DELIMITED BY SIZE INTO WS-REPORT-DETAIL
END-IF
PERFORM WRITE-REPORT-DETAIL-LINE.

BUILD-GENERATION-NAME.

MOVE SPACES TO WS-SNAP-NAME
IF SNAP-FILE-NAME(WS-FILE-IX) = "VEHMAST.IDX"
    STRING "SNAP." WS-GEN-DATE ".VEHMAST.SEQ"
        DELIMITED BY SIZE INTO WS-SNAP-NAME
ELSE
    STRING "SNAP." DELIMITED BY SIZE
        WS-GEN-DATE DELIMITED BY SIZE
        "." DELIMITED BY SIZE
        SNAP-FILE-NAME(WS-FILE-IX) DELIMITED BY SPACE
        INTO WS-SNAP-NAME
END-IF.

UNLOAD-VEHICLE-MASTER.

MOVE "N" TO WS-EOF-VEHICLE

OPEN INPUT VEHICLE-MASTER
IF WS-VEHICLE-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo VEHMAST.IDX"
    PERFORM CLOSE-FILES-FOR-COPY-ERROR
    GOBACK
END-IF

OPEN OUTPUT GENERATION-FILE
IF WS-GENERATION-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel criar " WS-SNAP-NAME
    CLOSE VEHICLE-MASTER
    PERFORM CLOSE-FILES-FOR-COPY-ERROR
    GOBACK
END-IF

MOVE "Y" TO WS-FILE-PRESENT

PERFORM READ-VEHICLE-RECORD

PERFORM UNTIL EOF-VEHICLE
    MOVE VEHICLE-REC TO GENERATION-REC
    WRITE GENERATION-REC
    ADD 1 TO WS-FILE-RECORD-COUNT
    PERFORM READ-VEHICLE-RECORD
END-PERFORM

CLOSE VEHICLE-MASTER
CLOSE GENERATION-FILE.

READ-VEHICLE-RECORD.

READ VEHICLE-MASTER
    AT END
    SET EOF-VEHICLE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

COPY-SEQUENTIAL-FILE.

MOVE "N" TO WS-EOF-SOURCE
MOVE SNAP-FILE-NAME(WS-FILE-IX) TO WS-SOURCE-NAME

OPEN INPUT SOURCE-FILE
IF WS-SOURCE-STATUS = "05"
    CLOSE SOURCE-FILE
ELSE
    IF WS-SOURCE-STATUS NOT = "00"
        DISPLAY "ERRO: nao foi possivel ler " WS-SOURCE-NAME
        PERFORM CLOSE-FILES-FOR-COPY-ERROR
        GOBACK
    END-IF

    OPEN OUTPUT GENERATION-FILE
    IF WS-GENERATION-STATUS NOT = "00"
        DISPLAY "ERRO: nao foi possivel criar " WS-SNAP-NAME
        CLOSE SOURCE-FILE
        PERFORM CLOSE-FILES-FOR-COPY-ERROR
        GOBACK
    END-IF

    MOVE "Y" TO WS-FILE-PRESENT

    PERFORM READ-SOURCE-RECORD

    PERFORM UNTIL EOF-SOURCE
        MOVE SOURCE-REC TO GENERATION-REC
        WRITE GENERATION-REC
        ADD 1 TO WS-FILE-RECORD-COUNT
        PERFORM READ-SOURCE-RECORD
    END-PERFORM

    CLOSE SOURCE-FILE
    CLOSE GENERATION-FILE
END-IF.

READ-SOURCE-RECORD.

READ SOURCE-FILE
    AT END
    SET EOF-SOURCE TO TRUE
    NOT AT END
    CONTINUE
END-READ.

CLOSE-FILES-FOR-COPY-ERROR.

CLOSE MANIFEST-FILE
CLOSE SNAPSHOT-REPORT
MOVE 1 TO RETURN-CODE.

AGE-OFF-GENERATIONS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "RETENCAO: " WS-RETENTION-DAYS
    " DIAS - GERACOES ANTERIORES A " WS-CUTOFF-DATE
    " SAO ELIMINADAS"
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

PERFORM VARYING WS-GEN-IX FROM 1 BY 1
        UNTIL WS-GEN-IX > WS-GEN-COUNT
    IF WS-GEN-ENTRY-DATE(WS-GEN-IX) < WS-CUTOFF-DATE
        PERFORM DELETE-ONE-GENERATION
    END-IF
END-PERFORM.

DELETE-ONE-GENERATION.

MOVE WS-GEN-ENTRY-DATE(WS-GEN-IX) TO WS-GEN-DATE

PERFORM VARYING WS-FILE-IX FROM 1 BY 1
        UNTIL WS-FILE-IX > SNAP-FILE-COUNT
    PERFORM BUILD-GENERATION-NAME
    CALL "CBL_DELETE_FILE" USING WS-SNAP-NAME
        RETURNING WS-DELETE-RC
END-PERFORM

MOVE SPACES TO WS-MANIFEST-NAME
STRING "SNAP." WS-GEN-DATE ".MAN"
    DELIMITED BY SIZE INTO WS-MANIFEST-NAME
CALL "CBL_DELETE_FILE" USING WS-MANIFEST-NAME
    RETURNING WS-DELETE-RC

MOVE "N" TO WS-GEN-KEEP(WS-GEN-IX)
ADD 1 TO WS-AGED-OFF-COUNT

MOVE SPACES TO WS-REPORT-DETAIL
STRING "GERACAO " WS-GEN-DATE " ELIMINADA POR RETENCAO"
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

REWRITE-GENERATION-CATALOG.

OPEN OUTPUT SNAP-CATALOG-FILE
IF WS-CATALOG-STATUS NOT = "00"
    DISPLAY "ERRO: nao foi possivel regravar o catalogo SNAPCAT.DAT"
    CLOSE SNAPSHOT-REPORT
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM VARYING WS-GEN-IX FROM 1 BY 1
        UNTIL WS-GEN-IX > WS-GEN-COUNT
    IF WS-GEN-KEEP(WS-GEN-IX) = "Y"
        MOVE WS-GEN-ENTRY-DATE(WS-GEN-IX) TO SCT-BUSINESS-DATE
        MOVE WS-GEN-TIMESTAMP(WS-GEN-IX) TO SCT-TIMESTAMP
        MOVE WS-GEN-FILE-COUNT(WS-GEN-IX) TO SCT-FILE-COUNT
        MOVE WS-GEN-RECORD-TOTAL(WS-GEN-IX) TO SCT-RECORD-TOTAL
        WRITE SNAP-CATALOG-REC
    END-IF
END-PERFORM

CLOSE SNAP-CATALOG-FILE.

WRITE-SNAPSHOT-TOTALS.

MOVE SPACES TO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "ARQUIVOS COPIADOS:     " WS-FILES-COPIED
    "  AUSENTES " WS-FILES-ABSENT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "REGISTROS COPIADOS:    " WS-GENERATION-RECORD-TOTAL
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE

MOVE SPACES TO WS-REPORT-DETAIL
STRING "GERACOES ELIMINADAS:   " WS-AGED-OFF-COUNT
    DELIMITED BY SIZE INTO WS-REPORT-DETAIL
PERFORM WRITE-REPORT-DETAIL-LINE.

WRITE-REPORT-HEADING.

ADD 1 TO WS-REPORT-PAGE-NO
MOVE 0 TO WS-REPORT-LINE-COUNT

MOVE SPACES TO WS-REPORT-HEADING-1
STRING "SNAPSHOT DA DATA DE NEGOCIO - PAGINA "
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

END PROGRAM SNAPSHOT.
