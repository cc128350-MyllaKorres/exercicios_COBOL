                   RECORD KEY IS PROD-CODIGO.
               SELECT ARQ-RELATORIO ASSIGN TO "RELINVENT.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ULTIMAS ASSIGN TO "ULTCONTAGEM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ULTIMAS-TMP ASSIGN TO "ULTCONTAGEMTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CONTAGEM.
           01  REG-CONTAGEM.
               02 CNT-CODIGO    PIC 9(05).
               02 CNT-QTDE      PIC 9(06).
               02 CNT-BARRAS    PIC X(14).
               02 CNT-UNIDADE   PIC X(06).
           FD  ARQ-ESTOQUE.
           01  REG-ESTOQUE.
               02 ESTOQUE-CHAVE.
               02 PROD-ATIVO       PIC X(01).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-ULTIMAS.
           01  REG-ULTIMA.
               02 ULT-CODIGO    PIC 9(05).
               02 ULT-DATA      PIC 9(08).
           FD  ARQ-ULTIMAS-TMP.
           01  REG-ULTIMA-TMP   PIC X(13).
       WORKING-STORAGE SECTION.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 FIM-ARQUIVO      PIC X(01) VALUE "N".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 QTDE-CONTADOS    PIC 9(03) VALUE ZEROS.
           01 TABELA-CONTAGEM.
               02 CONT-T OCCURS 1 TO 500 TIMES
           01 FLAG-NA-CONTAGEM PIC X(01) VALUE "N".
           01 QTDE-AJUSTE      PIC 9(06) VALUE ZEROS.
           01 DEPOSITO-PADRAO  PIC 9(02) VALUE 01.
           01 DADOS-UNIDADE.
               02 CODIGO-CONTADO   PIC 9(05) VALUE ZEROS.
               02 UNIDADE-CONTADA  PIC X(06) VALUE SPACES.
               02 FATOR-UNIDADE    PIC 9(05) VALUE ZEROS.
               02 UNIDADE-RES      PIC X(01) VALUE SPACE.
               02 QTDE-BASE        PIC 9(11) VALUE ZEROS.
               02 CONTAGEM-ACHADA  PIC X(01) VALUE "N".
               02 QTDE-REJEITADAS  PIC 9(02) VALUE ZEROS.
               02 REJ-T OCCURS 50 TIMES.
                   03 REJ-CODIGO   PIC 9(05).
                   03 REJ-BARRAS   PIC X(14).
                   03 REJ-UNIDADE  PIC X(06).
                   03 REJ-QTDE     PIC 9(06).
               02 REJ-QTDE-E       PIC ZZZZZ9.
               02 MENSA-LOG        PIC X(40) VALUE
                   "CONTAGEM COM CODIGO OU UNIDADE INVALIDA".
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "PROCESSAMENTO DE INVENTARIO FISICO".
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF QTDE-REJEITADAS > ZEROS
               PERFORM LISTA-REJEITADAS
           END-IF.
           PERFORM COMPARA-ESTOQUE.
           PERFORM REGISTRA-ULTIMA-CONTAGEM.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-DIVERGENTES TO CONT-E.
               READ ARQ-CONTAGEM
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       PERFORM REGISTRA-CONTAGEM
                           THRU REGISTRA-CONTAGEM-SAIDA
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAGEM.
       REGISTRA-CONTAGEM.
           MOVE CNT-CODIGO TO CODIGO-CONTADO.
           MOVE "UN" TO UNIDADE-CONTADA.
           MOVE 1    TO FATOR-UNIDADE.
           MOVE "S"  TO UNIDADE-RES.
           IF CNT-BARRAS NOT = SPACES
               CALL "CONVERTE-UNIDADE" USING "B" CNT-BARRAS
                   CODIGO-CONTADO UNIDADE-CONTADA FATOR-UNIDADE
                   UNIDADE-RES
           ELSE
               IF CNT-UNIDADE NOT = SPACES
                   MOVE CNT-UNIDADE TO UNIDADE-CONTADA
                   CALL "CONVERTE-UNIDADE" USING "U" CNT-BARRAS
                       CODIGO-CONTADO UNIDADE-CONTADA FATOR-UNIDADE
                       UNIDADE-RES
               END-IF
           END-IF.
           IF UNIDADE-RES = "S" AND FATOR-UNIDADE > ZEROS
               COMPUTE QTDE-BASE = CNT-QTDE * FATOR-UNIDADE
           END-IF.
           IF UNIDADE-RES = "N" OR FATOR-UNIDADE = ZEROS
              OR QTDE-BASE > 999999
               PERFORM REJEITA-CONTAGEM
               GO TO REGISTRA-CONTAGEM-SAIDA
           END-IF.
           MOVE "N" TO CONTAGEM-ACHADA.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-CONTADOS OR CONTAGEM-ACHADA = "S"
               IF CONT-T-CODIGO(IDX) = CODIGO-CONTADO
                   MOVE "S" TO CONTAGEM-ACHADA
               END-IF
           END-PERFORM.
           IF CONTAGEM-ACHADA = "S"
               SUBTRACT 1 FROM IDX
               ADD QTDE-BASE TO CONT-T-QTDE(IDX)
           ELSE
               IF QTDE-CONTADOS < 500
                   ADD 1 TO QTDE-CONTADOS
                   MOVE CODIGO-CONTADO
                       TO CONT-T-CODIGO(QTDE-CONTADOS)
                   MOVE QTDE-BASE TO CONT-T-QTDE(QTDE-CONTADOS)
                   MOVE "N" TO CONT-T-APLICADO(QTDE-CONTADOS)
               END-IF
           END-IF.
       REGISTRA-CONTAGEM-SAIDA.
           EXIT.
       REGISTRA-ULTIMA-CONTAGEM.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "N" TO FIM-ARQUIVO.
           OPEN EXTEND ARQ-ULTIMAS.
           CLOSE ARQ-ULTIMAS.
           OPEN INPUT  ARQ-ULTIMAS.
           OPEN OUTPUT ARQ-ULTIMAS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ULTIMAS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE "N" TO CONTAGEM-ACHADA
                       PERFORM VARYING IDX FROM 1 BY 1
                               UNTIL IDX > QTDE-CONTADOS
                           IF CONT-T-CODIGO(IDX) = ULT-CODIGO
                               MOVE "S" TO CONTAGEM-ACHADA
                           END-IF
                       END-PERFORM
                       IF CONTAGEM-ACHADA = "N"
                           MOVE REG-ULTIMA TO REG-ULTIMA-TMP
                           WRITE REG-ULTIMA-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ULTIMAS.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-CONTADOS
               MOVE CONT-T-CODIGO(IDX) TO ULT-CODIGO
               MOVE DATA-HOJE          TO ULT-DATA
               MOVE REG-ULTIMA TO REG-ULTIMA-TMP
               WRITE REG-ULTIMA-TMP
           END-PERFORM.
           CLOSE ARQ-ULTIMAS-TMP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-ULTIMAS.
           OPEN INPUT  ARQ-ULTIMAS-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-ULTIMAS-TMP
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-ULTIMA-TMP TO REG-ULTIMA
                       WRITE REG-ULTIMA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ULTIMAS.
           CLOSE ARQ-ULTIMAS-TMP.
       REJEITA-CONTAGEM.
           CALL "GRAVA-EXCECAO" USING "PROCESSA-INVENTARIO "
               "CONTAGEM       " CNT-BARRAS MENSA-LOG.
           IF QTDE-REJEITADAS < 50
               ADD 1 TO QTDE-REJEITADAS
               MOVE CNT-CODIGO  TO REJ-CODIGO(QTDE-REJEITADAS)
               MOVE CNT-BARRAS  TO REJ-BARRAS(QTDE-REJEITADAS)
               MOVE CNT-UNIDADE TO REJ-UNIDADE(QTDE-REJEITADAS)
               MOVE CNT-QTDE    TO REJ-QTDE(QTDE-REJEITADAS)
           END-IF.
       LISTA-REJEITADAS.
           MOVE "LINHAS DA CONTAGEM NAO CONVERTIDAS (IGNORADAS)"
               TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-REJEITADAS
               MOVE REJ-QTDE(IDX) TO REJ-QTDE-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING "CODIGO " DELIMITED BY SIZE
                      REJ-CODIGO(IDX) DELIMITED BY SIZE
                      " BARRAS " DELIMITED BY SIZE
                      REJ-BARRAS(IDX) DELIMITED BY SIZE
                      " UNIDADE " DELIMITED BY SIZE
                      REJ-UNIDADE(IDX) DELIMITED BY SIZE
                      " QTDE:" DELIMITED BY SIZE
                      REJ-QTDE-E DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       COMPARA-ESTOQUE.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-ESTOQUE.
