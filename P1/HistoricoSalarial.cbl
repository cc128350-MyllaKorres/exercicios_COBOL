               WHEN "I" MOVE "INICIAL"     TO MOTIVO-DESC
               WHEN "C" MOVE "CONTRATACAO" TO MOTIVO-DESC
               WHEN "A" MOVE "AJUSTE"      TO MOTIVO-DESC
               WHEN "D" MOVE "DISSIDIO"    TO MOTIVO-DESC
               WHEN OTHER MOVE "OUTRO"     TO MOTIVO-DESC
           END-EVALUATE.
           MOVE HS-ID             TO ID-E.
