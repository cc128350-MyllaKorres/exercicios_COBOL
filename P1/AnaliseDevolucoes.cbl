                   AT END MOVE "S" TO FIM-VENDAS
                   NOT AT END
                       IF VENDA-TIPO = "D"
                          AND VENDA-MOTIVO NOT = "CN"
                          AND VENDA-DATA(1:4) = ANO-ANALISE
                          AND VENDA-DATA(5:2) = MES-ANALISE
                           PERFORM ACUMULA-GRUPO
