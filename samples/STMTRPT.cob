                   MOVE "CLS " TO WS-TYPE-LABEL
               WHEN "E"
                   MOVE "ROP " TO WS-TYPE-LABEL
               WHEN "N"
                   ADD SRT-AMOUNT TO WS-RUNNING-BALANCE
                   MOVE "ADV " TO WS-TYPE-LABEL
               WHEN "P"
                   SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BALANCE
                   MOVE "LNP " TO WS-TYPE-LABEL
               WHEN "R"
                   MOVE "LNI " TO WS-TYPE-LABEL
               WHEN "L"
                   MOVE "LTF " TO WS-TYPE-LABEL
               WHEN "G"
                   ADD SRT-AMOUNT TO WS-RUNNING-BALANCE
                   MOVE "CHO " TO WS-TYPE-LABEL
               WHEN "K"
                   SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BALANCE
                   MOVE "RCV " TO WS-TYPE-LABEL
               WHEN OTHER
                   SUBTRACT SRT-AMOUNT FROM WS-RUNNING-BALANCE
                   MOVE "FEE " TO WS-TYPE-LABEL
