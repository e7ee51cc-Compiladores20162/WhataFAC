FD  INVOICE-FILE.
COPY INVREC.
FD  INVOICE-WORK-FILE.
01  INVOICE-WORK-REC PIC X(31).
FD  VEHICLE-CHARGE-FILE.
COPY VCHGREC.
FD  VEHCHG-WORK-FILE.
    MOVE WS-DPT-CHARGE-TOTAL(WS-DEPT-IX) TO INV-CHARGE-AMOUNT
    MOVE SPACE TO INV-RECORD-TYPE
    MOVE SPACE TO INV-ADJUST-SIGN
    MOVE SPACE TO INV-ADJUST-SOURCE
    WRITE INVOICE-REC
END-PERFORM

PERFORM READ-INVOICE-FOR-PURGE

PERFORM UNTIL EOF-INVOICE-PURGE
    IF INV-RUN-ID NOT = WS-RUN-ID OR INV-SOURCE-DISPUTE
        MOVE INVOICE-REC TO INVOICE-WORK-REC
        WRITE INVOICE-WORK-REC
    END-IF
