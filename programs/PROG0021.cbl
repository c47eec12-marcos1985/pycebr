                       SET END-OF-XREFD TO TRUE
                   NOT AT END
                       IF XREFD-DATE = WS-EXTRACT-DATE
                               AND NOT XREFD-JOURNAL-ONLY
                           MOVE 'C' TO DW-CTRY-TYPE
                           MOVE XREFD-ACTION TO DW-CTRY-ACTION
                           MOVE XREFD-ID TO DW-CTRY-ID
