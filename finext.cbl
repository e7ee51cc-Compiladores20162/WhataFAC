    SELECT REGISTER-TOTAL-FILE ASSIGN TO "REGTOTAL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-REGTOT-STATUS.
    SELECT OPTIONAL DEPR-HISTORY-FILE ASSIGN TO "DEPRHIST.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPRHST-STATUS.
    SELECT EXTRACT-FILE ASSIGN TO "FINEXT.DAT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-EXTRACT-STATUS.
COPY AUDITREC.
FD  REGISTER-TOTAL-FILE.
COPY REGTOTRC.
FD  DEPR-HISTORY-FILE.
COPY DEPRHST.
FD  EXTRACT-FILE.
01  EXTRACT-REC PIC X(80).
FD  EXTRACT-STATUS-FILE.
    01 WS-VEHICLE-STATUS PIC XX VALUE "00".
    01 WS-AUDIT-STATUS PIC XX VALUE "00".
    01 WS-REGTOT-STATUS PIC XX VALUE "00".
    01 WS-DEPRHST-STATUS PIC XX VALUE "00".
    01 WS-EXTRACT-STATUS PIC XX VALUE "00".
    01 WS-EXTSTAT-STATUS PIC XX VALUE "00".
    01 WS-EXTSTAT-WORK-STATUS PIC XX VALUE "00".
        88 EOF-AUDIT VALUE "Y".
    01 WS-EOF-REGTOT PIC X VALUE "N".
        88 EOF-REGTOT VALUE "Y".
    01 WS-EOF-DEPRHST PIC X VALUE "N".
        88 EOF-DEPRHST VALUE "Y".

    01 WS-EXTRACT-RUN-ID PIC X(8).
    01 WS-COMMAND-LINE PIC X(80).
    01 WS-FUEL-HASH PIC 9(12)V99999 VALUE 0.
    01 WS-CONTADOR-HASH PIC 9(12) VALUE 0.

    01 WS-DEPR-MAX PIC 9(2) VALUE 24.
    01 WS-DEPR-COUNT PIC 9(2) VALUE 0.
    01 WS-DEPR-IX PIC 9(2) VALUE 0.
    01 WS-DEPR-FOUND PIC X VALUE "N".
        88 DEPR-FOUND VALUE "Y".
    01 WS-DEPR-TABLE.
        05 WS-DEPR-ENTRY OCCURS 24 TIMES.
            10 WS-DPM-MONTH PIC 9(6).
            10 WS-DPM-UNIT-COUNT PIC 9(7).
            10 WS-DPM-CHARGE-TOTAL PIC 9(11)V99.
            10 WS-DPM-ACCUM-TOTAL PIC 9(11)V99.
            10 WS-DPM-BOOK-TOTAL PIC 9(11)V99.
            10 WS-DPM-VEH-ID-HASH PIC 9(12).

PROCEDURE DIVISION.
MAIN-PROCEDURE.


PERFORM WRITE-REGISTER-RECORD

PERFORM LOAD-DEPRECIATION-POSTINGS

PERFORM VARYING WS-DEPR-IX FROM 1 BY 1
        UNTIL WS-DEPR-IX > WS-DEPR-COUNT
    PERFORM WRITE-DEPRECIATION-RECORD
END-PERFORM

PERFORM WRITE-TRAILER-RECORD

CLOSE EXTRACT-FILE
    DELIMITED BY SIZE INTO EXTRACT-REC
WRITE EXTRACT-REC.

LOAD-DEPRECIATION-POSTINGS.

OPEN INPUT DEPR-HISTORY-FILE
IF WS-DEPRHST-STATUS NOT = "00" AND WS-DEPRHST-STATUS NOT = "05"
    DISPLAY "ERRO: nao foi possivel abrir o arquivo DEPRHIST.DAT"
    CLOSE EXTRACT-FILE
    MOVE 1 TO RETURN-CODE
    GOBACK
END-IF

PERFORM READ-DEPR-HISTORY-RECORD

PERFORM UNTIL EOF-DEPRHST
    IF DEPR-POST-DATE = WS-EXTRACT-RUN-ID
        PERFORM ADD-DEPRECIATION-POSTING
    END-IF
    PERFORM READ-DEPR-HISTORY-RECORD
END-PERFORM

CLOSE DEPR-HISTORY-FILE.

READ-DEPR-HISTORY-RECORD.

READ DEPR-HISTORY-FILE
    AT END
    SET EOF-DEPRHST TO TRUE
    NOT AT END
    CONTINUE
END-READ.

ADD-DEPRECIATION-POSTING.

MOVE "N" TO WS-DEPR-FOUND

PERFORM VARYING WS-DEPR-IX FROM 1 BY 1
        UNTIL WS-DEPR-IX > WS-DEPR-COUNT
           OR DEPR-FOUND
    IF WS-DPM-MONTH(WS-DEPR-IX) = DEPR-MONTH
        MOVE "Y" TO WS-DEPR-FOUND
    END-IF
END-PERFORM

IF DEPR-FOUND
    SUBTRACT 1 FROM WS-DEPR-IX
ELSE
    IF WS-DEPR-COUNT >= WS-DEPR-MAX
        DISPLAY "ERRO: tabela de meses de depreciacao cheia"
        CLOSE DEPR-HISTORY-FILE
        CLOSE EXTRACT-FILE
        MOVE 1 TO RETURN-CODE
        GOBACK
    END-IF
    ADD 1 TO WS-DEPR-COUNT
    MOVE WS-DEPR-COUNT TO WS-DEPR-IX
    MOVE DEPR-MONTH TO WS-DPM-MONTH(WS-DEPR-IX)
    MOVE 0 TO WS-DPM-UNIT-COUNT(WS-DEPR-IX)
    MOVE 0 TO WS-DPM-CHARGE-TOTAL(WS-DEPR-IX)
    MOVE 0 TO WS-DPM-ACCUM-TOTAL(WS-DEPR-IX)
    MOVE 0 TO WS-DPM-BOOK-TOTAL(WS-DEPR-IX)
    MOVE 0 TO WS-DPM-VEH-ID-HASH(WS-DEPR-IX)
END-IF

ADD 1 TO WS-DPM-UNIT-COUNT(WS-DEPR-IX)
ADD DEPR-CHARGE TO WS-DPM-CHARGE-TOTAL(WS-DEPR-IX)
ADD DEPR-ACCUMULATED TO WS-DPM-ACCUM-TOTAL(WS-DEPR-IX)
ADD DEPR-BOOK-VALUE TO WS-DPM-BOOK-TOTAL(WS-DEPR-IX)
ADD DEPR-VEH-ID TO WS-DPM-VEH-ID-HASH(WS-DEPR-IX).

WRITE-DEPRECIATION-RECORD.

MOVE SPACES TO EXTRACT-REC
STRING "P;" WS-DPM-MONTH(WS-DEPR-IX)
    ";" WS-DPM-UNIT-COUNT(WS-DEPR-IX)
    ";" WS-DPM-CHARGE-TOTAL(WS-DEPR-IX)
    ";" WS-DPM-ACCUM-TOTAL(WS-DEPR-IX)
    ";" WS-DPM-BOOK-TOTAL(WS-DEPR-IX)
    ";" WS-DPM-VEH-ID-HASH(WS-DEPR-IX)
    DELIMITED BY SIZE INTO EXTRACT-REC
WRITE EXTRACT-REC.

WRITE-TRAILER-RECORD.

MOVE SPACES TO EXTRACT-REC
