                 MOVE "PAYMENT     " TO WS-ACTION-DESC
              WHEN "V"
                 MOVE "PMT REVERSED" TO WS-ACTION-DESC
              WHEN "K"
                 MOVE "PRIN CURTAIL" TO WS-ACTION-DESC
              WHEN "E"
                 MOVE "ESCROW MAINT" TO WS-ACTION-DESC
              WHEN "M"
                 MOVE "PLAN MAINT  " TO WS-ACTION-DESC
              WHEN "O"
                 MOVE "ONLINE CORR " TO WS-ACTION-DESC
              WHEN OTHER
                 MOVE "ACTIVITY    " TO WS-ACTION-DESC
           END-EVALUATE
