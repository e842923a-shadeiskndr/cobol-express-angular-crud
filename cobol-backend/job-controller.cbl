       RUN-JOB-CHAIN.
           MOVE 0 TO WS-CHAIN-STOPPED-FLAG

           *> Steps that work on a business date pick the chain's run
           *> date up from JOB_RUN_DATE, so a rerun for an earlier
           *> date works that date rather than today's
           DISPLAY "JOB_RUN_DATE" UPON ENVIRONMENT-NAME
           DISPLAY WS-RUN-DATE UPON ENVIRONMENT-VALUE

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-TABLE-COUNT
               OR WS-CHAIN-STOPPED-FLAG = 1
