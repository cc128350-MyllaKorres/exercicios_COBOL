                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CARTAS ASSIGN TO "CARTACOB.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-CONTAS-TMP.
           01  REG-CONTA-TMP    PIC X(53).
           FD  ARQ-CLIENTES.
           01  REG-CLIENTE.
               02 CLI-CODIGO    PIC 9(04).
               02 CLI-NOME      PIC X(30).
               02 CLI-CPF       PIC 9(11).
               02 CLI-LIMITE    PIC 9(07)V99.
               02 CLI-CEP       PIC 9(08).
               02 CLI-MUNICIPIO PIC 9(07).
           FD  ARQ-CARTAS.
           01  LINHA-CARTA      PIC X(80).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 TAXA-MULTA       PIC 9(02)V99 VALUE 2,00.
           01 TAXA-JUROS-DIA   PIC 9(01)V9999 VALUE 0,0333.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 CLIENTE-ATUAL    PIC 9(04) VALUE ZEROS.
           01 TEM-ATRASO       PIC X(01) VALUE "N".
           01 DIAS-ATRASO      PIC 9(05) VALUE ZEROS.
           01 JUROS-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 TOTAL-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 TEXTO-NIVEL      PIC X(14) VALUE SPACES.
           01 CAMPOS-CARTA.
               02 QTDE-CAMPOS-CARTA PIC 9(02) VALUE 09.
               02 FILLER        PIC X(12) VALUE "NOME".
               02 CARTA-NOME    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "TITULO".
               02 CARTA-TITULO  PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "PARCELA".
               02 CARTA-PARCELA PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "VALOR".
               02 CARTA-VALOR   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "DIAS".
               02 CARTA-DIAS    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "MULTA".
               02 CARTA-MULTA   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "JUROS".
               02 CARTA-JUROS   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "TOTAL".
               02 CARTA-TOTAL   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "AVISO".
               02 CARTA-AVISO   PIC X(40) VALUE SPACES.
           01 TEXTO-CARTA.
               02 QTDE-LINHAS-CARTA PIC 9(02) VALUE ZEROS.
               02 LINHA-MODELO  PIC X(80) OCCURS 40 TIMES.
           01 PARTE-CARTA      PIC X(02) VALUE SPACES.
           01 MODELO-ACHADO    PIC X(01) VALUE SPACE.
           01 IDX-LINHA-CARTA  PIC 9(02) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
           DISPLAY "TITULOS EM ATRASO: " TITULOS-ATRASO.
           STOP RUN.
       CARREGA-PARAMETROS.
           MOVE "COBRANCA"       TO PRM-MODULO.
           MOVE DATA-HOJE        TO PRM-DATA.
           MOVE "TAXA-MULTA"     TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TAXA-MULTA
           END-IF.
           MOVE "TAXA-JUROS-DIA" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TAXA-JUROS-DIA
           END-IF.
       PROCESSA-CLIENTES.
           MOVE "N" TO FIM-CLIENTES.
               SALDO-TITULO + VALOR-MULTA + VALOR-JUROS.
           ADD VALOR-TOTAL TO TOTAL-CLIENTE.
       CABECALHO-CARTA.
           MOVE CLI-NOME TO CARTA-NOME.
           MOVE "CB" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-CARTA.
       LINHA-TITULO-CARTA.
           MOVE CR-NUMERO    TO NUMERO-E.
           MOVE CR-PARCELA   TO PARCELA-E.
           MOVE DIAS-ATRASO  TO DIAS-E.
           MOVE VALOR-MULTA  TO MULTA-E.
           MOVE VALOR-JUROS  TO JUROS-E.
           MOVE NUMERO-E  TO CARTA-TITULO.
           MOVE PARCELA-E TO CARTA-PARCELA.
           MOVE VALOR-E   TO CARTA-VALOR.
           MOVE DIAS-E    TO CARTA-DIAS.
           MOVE MULTA-E   TO CARTA-MULTA.
           MOVE JUROS-E   TO CARTA-JUROS.
           MOVE "DT" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-CARTA.
       RODAPE-CARTA.
           EVALUATE NIVEL-CARTA
               WHEN 1
                   MOVE "AVISO FINAL   " TO TEXTO-NIVEL
           END-EVALUATE.
           MOVE TOTAL-CLIENTE TO TOTAL-E.
           MOVE TOTAL-E     TO CARTA-TOTAL.
           MOVE TEXTO-NIVEL TO CARTA-AVISO.
           MOVE "RD" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-CARTA.
       IMPRIME-PARTE-CARTA.
           CALL "MONTA-CARTA" USING "COBRANCA" PARTE-CARTA DATA-HOJE
               CAMPOS-CARTA TEXTO-CARTA MODELO-ACHADO.
           PERFORM GRAVA-LINHA-MODELO
               VARYING IDX-LINHA-CARTA FROM 1 BY 1
               UNTIL IDX-LINHA-CARTA > QTDE-LINHAS-CARTA.
       GRAVA-LINHA-MODELO.
           MOVE LINHA-MODELO(IDX-LINHA-CARTA) TO LINHA-CARTA.
           WRITE LINHA-CARTA.
       ATUALIZA-NIVEIS.
           MOVE "N" TO FIM-CONTAS.
