            PERFORM Z000-INIT-PARA.

            SORT SRTWK ON ASCENDING KEY SRT-RUN-DATE
                 WITH DUPLICATES IN ORDER
                 INPUT PROCEDURE IS S100-RELEASE-INPUTS-PARA
                 OUTPUT PROCEDURE IS S200-WRITE-MASTER-PARA.

             MOVE WS-WRITTEN-CT    TO RLG-OUT-CT
             MOVE ZERO             TO RLG-REJECT-CT
             MOVE ZERO             TO RLG-ERROR-CT
             MOVE WS-BATCH-CT      TO RLG-CTL-CT
             MOVE WS-RETURN-CODE   TO RLG-RETURN-CODE

             WRITE RLG-REC
