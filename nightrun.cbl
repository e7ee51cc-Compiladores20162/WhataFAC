WORKING-STORAGE SECTION.
    01 WS-CHAIN-LOG-STATUS PIC XX VALUE "00".

    01 WS-STEP-COUNT PIC 9(2) VALUE 13.
    01 WS-STEP-IX PIC 9(2) VALUE 0.
    01 WS-STEP-NAMES.
        05 FILLER PIC X(12) VALUE "SNAPSHOT".
        05 FILLER PIC X(12) VALUE "TRANRCYL".
        05 FILLER PIC X(12) VALUE "TRANEDIT".
        05 FILLER PIC X(12) VALUE "REJAGE".
        05 FILLER PIC X(12) VALUE "HELLO".
        05 FILLER PIC X(12) VALUE "MEUPROGRAMA".
        05 FILLER PIC X(12) VALUE "ODODELTA".
        05 FILLER PIC X(12) VALUE "FUELEDIT".
        05 FILLER PIC X(12) VALUE "FUELCHG".
        05 FILLER PIC X(12) VALUE "BUDALERT".
        05 FILLER PIC X(12) VALUE "AUDRECON".
        05 FILLER PIC X(12) VALUE "FINEXT".
        05 FILLER PIC X(12) VALUE "KPISNAP".
    01 WS-STEP-TABLE REDEFINES WS-STEP-NAMES.
        05 WS-STEP-NAME OCCURS 13 TIMES PIC X(12).

    01 WS-STEP-RC PIC 9(4) VALUE 0.
    01 WS-STEP-STATUS-TEXT PIC X(30).
