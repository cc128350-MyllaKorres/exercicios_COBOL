           01 TOTAL-RECEITA    PIC 9(13)V99 VALUE ZEROS.
           01 TOTAL-CUSTO      PIC 9(13)V99 VALUE ZEROS.
           01 TOTAL-MARGEM     PIC S9(13)V99 VALUE ZEROS.
           01 TOTAL-FRETE      PIC 9(13)V99 VALUE ZEROS.
           01 MERCADORIA       PIC X(20) VALUE SPACES.
           01 QTDE-E           PIC ZZZZZ9.
           01 RECEITA-E        PIC ZZZ.ZZZ.ZZ9,99.
                          AND VENDA-CODIGO > ZEROS
                           PERFORM ACUMULA-GRUPO
                       END-IF
                       IF VENDA-TIPO = "F"
                           ADD VENDA-PRECOVENDA TO TOTAL-FRETE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-VENDAS.
                  MARGEM-E                DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-FRETE TO RECEITA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FRETE COBRADO......: " DELIMITED BY SIZE
                  RECEITA-E               DELIMITED BY SIZE
                  "  (FORA DA MARGEM)"    DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       FIM.
           EXIT.
