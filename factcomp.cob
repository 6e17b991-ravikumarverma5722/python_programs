    PERFORM ReadCandidateReport
    PERFORM UNTIL ws-eof-input
        IF FACTRPTC-REC (1:3) = "REQ"
                OR (FACTRPTC-REC (1:1) = "S" AND FACTRPTC-REC (2:5) NUMERIC)
            PERFORM MatchReportLine
        END-IF
        PERFORM ReadCandidateReport
    PERFORM ReadBaselineReport
    PERFORM UNTIL ws-eof-input
        IF FACTRPTB-REC (1:3) = "REQ"
                OR (FACTRPTB-REC (1:1) = "S" AND FACTRPTB-REC (2:5) NUMERIC)
            PERFORM AddBaselineReportLine
        END-IF
        PERFORM ReadBaselineReport
