           MOVE 0 TO TL-CARD.
           MOVE WS-TERMINAL-ID TO TL-TERMINAL.
           MOVE WS-BRANCH-ID TO TL-BRANCH.
           CALL "SetValueDate" USING BY REFERENCE TRANLOG-RECORD.
           WRITE TRANLOG-RECORD.
           CALL "PostDeltaFeed" USING BY REFERENCE TRANLOG-RECORD.
           CLOSE TRANLOG-RECORDS.
