       IDENTIFICATION DIVISION.
       PROGRAM-ID. DESEMPENHO-FORNECEDORES.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PEDIDOS
                   ASSIGN TO "PEDIDOSCOMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RECEBIMENTOS
                   ASSIGN TO "RECEBIMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FORNECEDORES
                   ASSIGN TO "FORNECEDORES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PEDIDOS.
           01  REG-PEDIDO.
               02 PED-NUMERO     PIC 9(06).
               02 PED-FORNECEDOR PIC 9(04).
               02 PED-CODIGO     PIC 9(05).
               02 PED-QTDE       PIC 9(06).
               02 PED-CUSTO-UNIT PIC 9(4)V99.
               02 PED-DATA       PIC 9(08).
               02 PED-DATA-PREV  PIC 9(08).
               02 PED-STATUS     PIC X(01).
               02 PED-QTDE-RECEB PIC 9(06).
           FD  ARQ-RECEBIMENTOS.
           01  REG-RECEBIMENTO.
               02 RCB-DATA       PIC 9(08).
               02 RCB-FORNECEDOR PIC X(20).
               02 RCB-CODIGO     PIC 9(05).
               02 RCB-QTDE       PIC 9(06).
               02 RCB-CUSTO-UNIT PIC 9(4)V99.
               02 RCB-CUSTO-TOT  PIC 9(09)V99.
               02 RCB-PEDIDO     PIC 9(06).
               02 RCB-FORN-COD   PIC 9(04).
           FD  ARQ-FORNECEDORES.
           01  REG-FORNECEDOR.
               02 FOR-CODIGO    PIC 9(04).
               02 FOR-RAZAO     PIC X(30).
               02 FOR-CNPJ      PIC 9(14).
               02 FOR-CONTATO   PIC X(20).
               02 FOR-PRAZO     PIC 9(03).
               02 FOR-UF        PIC X(02).
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELDESEMPFOR.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "DESEMPENHO DE FORNECEDORES NO MES".
           01 MES-ANALISE      PIC 9(02) VALUE ZEROS.
           01 MES-ANALISE-E    PIC Z9.
           01 ANO-ANALISE      PIC 9(04) VALUE ZEROS.
           01 ANO-ANALISE-E    PIC ZZZ9.
           01 FIM-PEDIDOS      PIC X(01) VALUE "N".
           01 FIM-RECEB        PIC X(01) VALUE "N".
           01 FIM-FORNEC       PIC X(01) VALUE "N".
           01 PEDIDO-ACHADO    PIC X(01) VALUE "N".
           01 GRUPO-ACHADO     PIC X(01) VALUE "N".
           01 FORNEC-BUSCA     PIC 9(04) VALUE ZEROS.
           01 RAZAO-FORNEC     PIC X(20) VALUE SPACES.
           01 DADOS-PEDIDOS.
               02 QTDE-PEDIDOS PIC 9(04) VALUE ZEROS.
               02 IDP          PIC 9(04) VALUE ZEROS.
               02 PEDIDO-T OCCURS 500 TIMES.
                   03 PDT-NUMERO     PIC 9(06).
                   03 PDT-FORNECEDOR PIC 9(04).
                   03 PDT-CUSTO-UNIT PIC 9(4)V99.
                   03 PDT-DATA       PIC 9(08).
                   03 PDT-DATA-PREV  PIC 9(08).
           01 DADOS-GRUPOS.
               02 QTDE-GRUPOS  PIC 9(03) VALUE ZEROS.
               02 IDX          PIC 9(03) VALUE ZEROS.
               02 GRUPO-T OCCURS 200 TIMES.
                   03 GRP-FORNECEDOR  PIC 9(04).
                   03 GRP-ENTREGAS    PIC 9(05).
                   03 GRP-NO-PRAZO    PIC 9(05).
                   03 GRP-DIAS-REAL   PIC 9(07).
                   03 GRP-DIAS-PREV   PIC 9(07).
                   03 GRP-QTDE-PED    PIC 9(09).
                   03 GRP-QTDE-REC    PIC 9(09).
                   03 GRP-VALOR-PED   PIC 9(11)V99.
                   03 GRP-VALOR-REAL  PIC 9(11)V99.
           01 DIAS-REAL        PIC S9(05) VALUE ZEROS.
           01 DIAS-PREV        PIC S9(05) VALUE ZEROS.
           01 MEDIA-REAL       PIC 9(03)V9 VALUE ZEROS.
           01 MEDIA-PREV       PIC 9(03)V9 VALUE ZEROS.
           01 PCT-PRAZO        PIC 9(03)V9 VALUE ZEROS.
           01 PCT-ATENDIDO     PIC 9(03)V9 VALUE ZEROS.
           01 PCT-VARIACAO     PIC S9(03)V99 VALUE ZEROS.
           01 VALOR-VARIACAO   PIC S9(11)V99 VALUE ZEROS.
           01 FORNEC-E         PIC ZZZ9.
           01 ENTREGAS-E       PIC ZZZ9.
           01 MEDIA-REAL-E     PIC ZZ9,9.
           01 MEDIA-PREV-E     PIC ZZ9,9.
           01 PCT-PRAZO-E      PIC ZZ9,9.
           01 PCT-ATENDIDO-E   PIC ZZ9,9.
           01 PCT-VARIACAO-E   PIC -ZZ9,99.
           01 VALOR-VARIACAO-E PIC -ZZZ.ZZ9,99.
           01 CONT-E           PIC ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DESEMPENHO MENSAL DE FORNECEDORES".
           DISPLAY "MES DA ANALISE (MM): ".
           ACCEPT MES-ANALISE-E.
           MOVE MES-ANALISE-E TO MES-ANALISE.
           DISPLAY "ANO DA ANALISE (AAAA): ".
           ACCEPT ANO-ANALISE-E.
           MOVE ANO-ANALISE-E TO ANO-ANALISE.
           PERFORM CARREGA-PEDIDOS.
           PERFORM ACUMULA-RECEBIMENTOS.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COMPETENCIA " DELIMITED BY SIZE
                  MES-ANALISE    DELIMITED BY SIZE
                  "/"            DELIMITED BY SIZE
                  ANO-ANALISE    DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FORN RAZAO SOCIAL          ENTR LEAD  PREV"
                                                   DELIMITED BY SIZE
                  " %PRAZ %ATEND  VAR%  VARIACAO R$"
                                                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-FORNEC
               VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-GRUPOS.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE QTDE-GRUPOS TO CONT-E.
           DISPLAY "FORNECEDORES AVALIADOS: " CONT-E.
           DISPLAY "RELATORIO GERADO EM RELDESEMPFOR.TXT".
           STOP RUN.
       CARREGA-PEDIDOS.
           MOVE "N" TO FIM-PEDIDOS.
           OPEN EXTEND ARQ-PEDIDOS.
           CLOSE ARQ-PEDIDOS.
           OPEN INPUT ARQ-PEDIDOS.
           PERFORM UNTIL FIM-PEDIDOS = "S"
               READ ARQ-PEDIDOS
                   AT END MOVE "S" TO FIM-PEDIDOS
                   NOT AT END
                       IF QTDE-PEDIDOS < 500
                           ADD 1 TO QTDE-PEDIDOS
                           MOVE PED-NUMERO
                               TO PDT-NUMERO(QTDE-PEDIDOS)
                           MOVE PED-FORNECEDOR
                               TO PDT-FORNECEDOR(QTDE-PEDIDOS)
                           MOVE PED-CUSTO-UNIT
                               TO PDT-CUSTO-UNIT(QTDE-PEDIDOS)
                           MOVE PED-DATA
                               TO PDT-DATA(QTDE-PEDIDOS)
                           MOVE PED-DATA-PREV
                               TO PDT-DATA-PREV(QTDE-PEDIDOS)
                       END-IF
                       IF PED-DATA-PREV(1:4) = ANO-ANALISE
                          AND PED-DATA-PREV(5:2) = MES-ANALISE
                           MOVE PED-FORNECEDOR TO FORNEC-BUSCA
                           PERFORM LOCALIZA-GRUPO
                           IF IDX > ZEROS
                               ADD PED-QTDE TO GRP-QTDE-PED(IDX)
                               ADD PED-QTDE-RECEB
                                   TO GRP-QTDE-REC(IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PEDIDOS.
       ACUMULA-RECEBIMENTOS.
           MOVE "N" TO FIM-RECEB.
           OPEN EXTEND ARQ-RECEBIMENTOS.
           CLOSE ARQ-RECEBIMENTOS.
           OPEN INPUT ARQ-RECEBIMENTOS.
           PERFORM UNTIL FIM-RECEB = "S"
               READ ARQ-RECEBIMENTOS
                   AT END MOVE "S" TO FIM-RECEB
                   NOT AT END
                       IF RCB-DATA(1:4) = ANO-ANALISE
                          AND RCB-DATA(5:2) = MES-ANALISE
                          AND RCB-PEDIDO IS NUMERIC
                          AND RCB-PEDIDO > ZEROS
                           PERFORM ACUMULA-ENTREGA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RECEBIMENTOS.
       ACUMULA-ENTREGA.
           MOVE "N" TO PEDIDO-ACHADO.
           PERFORM VARYING IDP FROM 1 BY 1
                   UNTIL IDP > QTDE-PEDIDOS
                      OR PEDIDO-ACHADO = "S"
               IF PDT-NUMERO(IDP) = RCB-PEDIDO
                   MOVE "S" TO PEDIDO-ACHADO
               END-IF
           END-PERFORM.
           IF PEDIDO-ACHADO = "S"
               SUBTRACT 1 FROM IDP
               MOVE PDT-FORNECEDOR(IDP) TO FORNEC-BUSCA
               PERFORM LOCALIZA-GRUPO
               IF IDX > ZEROS
                   COMPUTE DIAS-REAL =
                       FUNCTION INTEGER-OF-DATE(RCB-DATA)
                       - FUNCTION INTEGER-OF-DATE(PDT-DATA(IDP))
                   COMPUTE DIAS-PREV =
                       FUNCTION INTEGER-OF-DATE(PDT-DATA-PREV(IDP))
                       - FUNCTION INTEGER-OF-DATE(PDT-DATA(IDP))
                   ADD 1 TO GRP-ENTREGAS(IDX)
                   IF RCB-DATA <= PDT-DATA-PREV(IDP)
                       ADD 1 TO GRP-NO-PRAZO(IDX)
                   END-IF
                   IF DIAS-REAL > ZEROS
                       ADD DIAS-REAL TO GRP-DIAS-REAL(IDX)
                   END-IF
                   IF DIAS-PREV > ZEROS
                       ADD DIAS-PREV TO GRP-DIAS-PREV(IDX)
                   END-IF
                   COMPUTE GRP-VALOR-PED(IDX) = GRP-VALOR-PED(IDX)
                       + RCB-QTDE * PDT-CUSTO-UNIT(IDP)
                   ADD RCB-CUSTO-TOT TO GRP-VALOR-REAL(IDX)
               END-IF
           END-IF.
       LOCALIZA-GRUPO.
           MOVE "N" TO GRUPO-ACHADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-GRUPOS
                      OR GRUPO-ACHADO = "S"
               IF GRP-FORNECEDOR(IDX) = FORNEC-BUSCA
                   MOVE "S" TO GRUPO-ACHADO
               END-IF
           END-PERFORM.
           IF GRUPO-ACHADO = "S"
               SUBTRACT 1 FROM IDX
           ELSE
               IF QTDE-GRUPOS < 200
                   ADD 1 TO QTDE-GRUPOS
                   MOVE QTDE-GRUPOS  TO IDX
                   MOVE FORNEC-BUSCA TO GRP-FORNECEDOR(IDX)
                   MOVE ZEROS TO GRP-ENTREGAS(IDX)
                   MOVE ZEROS TO GRP-NO-PRAZO(IDX)
                   MOVE ZEROS TO GRP-DIAS-REAL(IDX)
                   MOVE ZEROS TO GRP-DIAS-PREV(IDX)
                   MOVE ZEROS TO GRP-QTDE-PED(IDX)
                   MOVE ZEROS TO GRP-QTDE-REC(IDX)
                   MOVE ZEROS TO GRP-VALOR-PED(IDX)
                   MOVE ZEROS TO GRP-VALOR-REAL(IDX)
               ELSE
                   MOVE ZEROS TO IDX
               END-IF
           END-IF.
       GRAVA-LINHA-FORNEC.
           MOVE GRP-FORNECEDOR(IDX) TO FORNEC-BUSCA.
           PERFORM BUSCA-RAZAO-FORNECEDOR.
           MOVE ZEROS TO MEDIA-REAL MEDIA-PREV PCT-PRAZO.
           MOVE ZEROS TO PCT-ATENDIDO PCT-VARIACAO.
           IF GRP-ENTREGAS(IDX) > ZEROS
               COMPUTE MEDIA-REAL ROUNDED =
                   GRP-DIAS-REAL(IDX) / GRP-ENTREGAS(IDX)
               COMPUTE MEDIA-PREV ROUNDED =
                   GRP-DIAS-PREV(IDX) / GRP-ENTREGAS(IDX)
               COMPUTE PCT-PRAZO ROUNDED =
                   GRP-NO-PRAZO(IDX) * 100 / GRP-ENTREGAS(IDX)
           END-IF.
           IF GRP-QTDE-PED(IDX) > ZEROS
               COMPUTE PCT-ATENDIDO ROUNDED =
                   GRP-QTDE-REC(IDX) * 100 / GRP-QTDE-PED(IDX)
           END-IF.
           COMPUTE VALOR-VARIACAO =
               GRP-VALOR-REAL(IDX) - GRP-VALOR-PED(IDX).
           IF GRP-VALOR-PED(IDX) > ZEROS
               COMPUTE PCT-VARIACAO ROUNDED =
                   VALOR-VARIACAO * 100 / GRP-VALOR-PED(IDX)
           END-IF.
           MOVE GRP-FORNECEDOR(IDX) TO FORNEC-E.
           MOVE GRP-ENTREGAS(IDX)   TO ENTREGAS-E.
           MOVE MEDIA-REAL          TO MEDIA-REAL-E.
           MOVE MEDIA-PREV          TO MEDIA-PREV-E.
           MOVE PCT-PRAZO           TO PCT-PRAZO-E.
           MOVE PCT-ATENDIDO        TO PCT-ATENDIDO-E.
           MOVE PCT-VARIACAO        TO PCT-VARIACAO-E.
           MOVE VALOR-VARIACAO      TO VALOR-VARIACAO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING FORNEC-E         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  RAZAO-FORNEC     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  ENTREGAS-E       DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MEDIA-REAL-E     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  MEDIA-PREV-E     DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PCT-PRAZO-E      DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PCT-ATENDIDO-E   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  PCT-VARIACAO-E   DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  VALOR-VARIACAO-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       BUSCA-RAZAO-FORNECEDOR.
           MOVE "FORNECEDOR SEM CADASTRO" TO RAZAO-FORNEC.
           MOVE "N" TO FIM-FORNEC.
           OPEN INPUT ARQ-FORNECEDORES.
           PERFORM UNTIL FIM-FORNEC = "S"
               READ ARQ-FORNECEDORES
                   AT END MOVE "S" TO FIM-FORNEC
                   NOT AT END
                       IF FOR-CODIGO = FORNEC-BUSCA
                           MOVE FOR-RAZAO(1:20) TO RAZAO-FORNEC
                           MOVE "S" TO FIM-FORNEC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FORNECEDORES.
