               WHEN 40
                   MOVE "TRANSACTION FILE REJECTED UP FRONT" TO
                       WS-RC-MEANING
               WHEN 48
                   MOVE "BATCH(ES) REFUSED - REST COUNTED" TO
                       WS-RC-MEANING
               WHEN 52
                   MOVE "REGISTER/SUSPENSE UPDATE FAILED" TO
                       WS-RC-MEANING
               WHEN OTHER
                   MOVE "UNKNOWN RETURN CODE" TO WS-RC-MEANING
           END-EVALUATE.
