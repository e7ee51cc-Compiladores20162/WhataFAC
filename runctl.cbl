    MOVE "C" TO WS-LOG-EVENT
    MOVE RUNCTL-JOB-RC TO WS-LOG-RC
    PERFORM LOG-RUN-EVENT
WHEN RUNCTL-FUNC-ROLLBACK
    MOVE "B" TO WS-LOG-EVENT
    MOVE 0 TO WS-LOG-RC
    PERFORM LOG-RUN-EVENT
WHEN OTHER
    MOVE "30" TO RUNCTL-STATUS
END-EVALUATE
                AND RC-RETURN-CODE = ZERO
            MOVE "Y" TO WS-COMPLETED-FOUND
        END-IF
        IF RC-EVENT-ROLLBACK
                AND RC-BUSINESS-DATE = RUNCTL-BUSINESS-DATE
            MOVE "N" TO WS-COMPLETED-FOUND
        END-IF
        PERFORM READ-RUN-CONTROL-RECORD
    END-PERFORM
    CLOSE RUN-CONTROL-FILE
