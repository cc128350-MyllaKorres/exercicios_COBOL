                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELCURVAABC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CLASSES ASSIGN TO "CLASSEABC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-VENDAS.
               02 PPD-QTDE-PEDIDO PIC 9(06).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-CLASSES.
           01  REG-CLASSE.
               02 CLA-CODIGO    PIC 9(05).
               02 CLA-CLASSE    PIC X(01).
               02 CLA-DATA      PIC 9(08).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 DEPOSITO-PADRAO  PIC 9(02) VALUE 01.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-INICIAL     PIC 9(08) VALUE ZEROS.
           01 DATA-FINAL       PIC 9(08) VALUE 99999999.
           01 DIA-AUX          PIC 9(02) VALUE ZEROS.
           PERFORM ACUMULA-VENDAS.
           PERFORM ORDENA-POR-RECEITA.
           PERFORM CLASSIFICA-ABC.
           PERFORM GRAVA-CLASSES.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE "CURVA ABC DE VENDAS - RANKING POR RECEITA"
               TO LINHA-RELATORIO.
               WHEN OTHER
                   MOVE "C" TO RNK-CLASSE(IDX)
           END-EVALUATE.
       GRAVA-CLASSES.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           OPEN OUTPUT ARQ-CLASSES.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-PRODS
               MOVE RNK-CODIGO(IDX) TO CLA-CODIGO
               MOVE RNK-CLASSE(IDX) TO CLA-CLASSE
               MOVE DATA-HOJE       TO CLA-DATA
               WRITE REG-CLASSE
           END-PERFORM.
           CLOSE ARQ-CLASSES.
       GRAVA-LINHA-RANKING.
           PERFORM BUSCA-NOME-PRODUTO.
           MOVE SPACES TO ALERTA-COMPRA.
