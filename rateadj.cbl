FD  INVOICE-FILE.
COPY INVREC.
FD  INVOICE-WORK-FILE.
01  INVOICE-WORK-REC PIC X(31).
FD  ADJUSTMENT-REPORT.
01  REPORT-LINE PIC X(80).
WORKING-STORAGE SECTION.

PERFORM UNTIL EOF-INVOICE-PURGE
    IF INV-TYPE-ADJUSTMENT
            AND NOT INV-SOURCE-DISPUTE
            AND INV-RUN-ID NUMERIC
            AND INV-RUN-ID >= WS-ADJ-START-DATE
            AND INV-RUN-ID <= WS-ADJ-END-DATE
        MOVE WS-ADJ-VEHICLE-COUNT(WS-ADJ-IX) TO
            INV-VEHICLE-COUNT
        MOVE "A" TO INV-RECORD-TYPE
        MOVE SPACE TO INV-ADJUST-SOURCE
        IF WS-ADJ-DIFF-TOTAL(WS-ADJ-IX) > 0
            MOVE "+" TO INV-ADJUST-SIGN
            MOVE WS-ADJ-DIFF-TOTAL(WS-ADJ-IX) TO
