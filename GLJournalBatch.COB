                   MOVE "60800" TO WS-ContraType
               WHEN "CLEARING"
                   MOVE "58200" TO WS-ContraType
               WHEN "VIREXT"
                   MOVE "58200" TO WS-ContraType
               WHEN "PRET"
                   MOVE "20300" TO WS-ContraType
               WHEN "PRETCAP"
                   MOVE "20300" TO WS-ContraType
               WHEN "PRETINT"
                   MOVE "70200" TO WS-ContraType
               WHEN "AGIOS"
                   MOVE "70200" TO WS-ContraType
               WHEN OTHER
                   MOVE "58900" TO WS-ContraType
           END-EVALUATE.
