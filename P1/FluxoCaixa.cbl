       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLUXO-CAIXA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTAS-PAG
                   ASSIGN TO "CONTASPAG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CONTAS-REC.
           01  REG-CONTA-REC.
               02 CR-NUMERO     PIC 9(06).
               02 CR-CLIENTE    PIC 9(04).
               02 CR-DATA       PIC 9(08).
               02 CR-VALOR      PIC 9(09)V99.
               02 CR-STATUS     PIC X(01).
               02 CR-VALOR-PAGO PIC 9(09)V99.
               02 CR-PARCELA    PIC 9(02).
               02 CR-VENCIMENTO PIC 9(08).
               02 CR-NIVEL-COB  PIC 9(01).
               02 CR-ORIGEM     PIC X(01).
           FD  ARQ-CONTAS-PAG.
           01  REG-CONTA-PAG.
               02 CP-NUMERO     PIC 9(06).
               02 CP-FORNECEDOR PIC 9(04).
               02 CP-RAZAO      PIC X(20).
               02 CP-NOTA       PIC X(10).
               02 CP-DATA       PIC 9(08).
               02 CP-VALOR      PIC 9(09)V99.
               02 CP-STATUS     PIC X(01).
               02 CP-VALOR-PAGO PIC 9(09)V99.
               02 CP-VENCIMENTO PIC 9(08).
               02 CP-TIPO       PIC X(01).
               02 CP-PEDIDO     PIC 9(06).
           FD  ARQ-FOLHA.
           01  REG-FOLHA.
               02 FOL-ID          PIC 9(05).
               02 FOL-COMPETENCIA PIC 9(06).
               02 FOL-BRUTO       PIC 9(09)V99.
               02 FOL-INSS        PIC 9(07)V99.
               02 FOL-IRRF        PIC 9(07)V99.
               02 FOL-LIQUIDO     PIC 9(09)V99.
               02 FOL-VT          PIC 9(07)V99.
               02 FOL-VR          PIC 9(07)V99.
               02 FOL-DESC-VT     PIC 9(07)V99.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
       WORKING-STORAGE SECTION.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELFLUXO.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "FLUXO DE CAIXA PROJETADO - 90 DIAS".
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-PRIMEIRO-UTIL PIC 9(08) VALUE ZEROS.
           01 DADOS-DIA-UTIL.
               02 DIA-UTIL-DATA2  PIC 9(08) VALUE ZEROS.
               02 DIA-UTIL-DIAS   PIC 9(05) VALUE ZEROS.
               02 DIA-UTIL-RES    PIC X(01) VALUE SPACE.
           01 DATA-LANCAMENTO  PIC 9(08) VALUE ZEROS.
           01 VALOR-LANCAMENTO PIC S9(11)V99 VALUE ZEROS.
           01 TIPO-LANCAMENTO  PIC X(01) VALUE SPACE.
           01 IDX              PIC 9(03) VALUE ZEROS.
           01 DESLOCAMENTO-DIA PIC S9(05) VALUE ZEROS.
           01 IDX-SEMANA       PIC 9(03) VALUE ZEROS.
           01 DIAS-HORIZONTE   PIC 9(03) VALUE 90.
           01 TABELA-DIAS.
               02 DIA-T OCCURS 90 TIMES.
                   03 DIA-DATA      PIC 9(08).
                   03 DIA-ENTRADAS  PIC S9(11)V99.
                   03 DIA-SAIDAS    PIC S9(11)V99.
                   03 DIA-FOLHA     PIC S9(11)V99.
           01 TABELA-SEMANAS.
               02 SEMANA-T OCCURS 13 TIMES.
                   03 SEM-INICIO    PIC 9(08).
                   03 SEM-FIM       PIC 9(08).
                   03 SEM-ENTRADAS  PIC S9(11)V99.
                   03 SEM-SAIDAS    PIC S9(11)V99.
                   03 SEM-SALDO     PIC S9(11)V99.
           01 QTDE-COMPETENCIAS PIC 9(03) VALUE ZEROS.
           01 IDX-COMP          PIC 9(03) VALUE ZEROS.
           01 COMP-ACHADA       PIC X(01) VALUE "N".
           01 TABELA-COMPETENCIAS.
               02 COMP-T OCCURS 120 TIMES.
                   03 CMP-COMPETENCIA PIC 9(06).
                   03 CMP-LIQUIDO     PIC S9(11)V99.
           01 ULTIMA-COMPETENCIA PIC 9(06) VALUE ZEROS.
           01 LIQUIDO-ESTIMADO  PIC S9(11)V99 VALUE ZEROS.
           01 COMPETENCIA-PROJ  PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA-PROJ-R REDEFINES COMPETENCIA-PROJ.
               02 PROJ-ANO      PIC 9(04).
               02 PROJ-MES      PIC 9(02).
           01 CONT-MESES        PIC 9(02) VALUE ZEROS.
           01 ORIGEM-FOLHA      PIC X(09) VALUE SPACES.
           01 SALDO-INICIAL     PIC S9(11)V99 VALUE ZEROS.
           01 SALDO-INICIAL-E   PIC -ZZZ.ZZZ.ZZ9,99.
           01 SALDO-CORRENTE    PIC S9(11)V99 VALUE ZEROS.
           01 SEMANA-NEGATIVA   PIC 9(03) VALUE ZEROS.
           01 VENCIDO-RECEBER   PIC S9(11)V99 VALUE ZEROS.
           01 VENCIDO-PAGAR     PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-ENTRADAS    PIC S9(11)V99 VALUE ZEROS.
           01 TOTAL-SAIDAS      PIC S9(11)V99 VALUE ZEROS.
           01 SALDO-TITULO      PIC S9(11)V99 VALUE ZEROS.
           01 DATA-E            PIC 99/99/9999.
           01 DATA-E2           PIC 99/99/9999.
           01 DATA-DMA          PIC 9(08) VALUE ZEROS.
           01 DATA-EDICAO       PIC 9(08) VALUE ZEROS.
           01 COMP-E            PIC 9999/99.
           01 SEMANA-E          PIC Z9.
           01 VALOR1-E          PIC -ZZZ.ZZZ.ZZ9,99.
           01 VALOR2-E          PIC -ZZZ.ZZZ.ZZ9,99.
           01 VALOR3-E          PIC -ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FLUXO DE CAIXA PROJETADO".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "SALDO ATUAL EM CONTA: ".
           ACCEPT SALDO-INICIAL-E.
           MOVE SALDO-INICIAL-E TO SALDO-INICIAL.
           PERFORM MONTA-CALENDARIO.
           PERFORM CARREGA-RECEBER.
           PERFORM CARREGA-PAGAR.
           PERFORM CARREGA-FOLHA.
           PERFORM PROJETA-FOLHA.
           PERFORM TOTALIZA-SEMANAS.
           PERFORM IMPRIME-FLUXO.
           IF SEMANA-NEGATIVA > ZEROS
               MOVE SEM-INICIO(SEMANA-NEGATIVA) TO DATA-EDICAO
               PERFORM EDITA-DATA
               DISPLAY "SALDO NEGATIVO A PARTIR DA SEMANA DE " DATA-E
           ELSE
               DISPLAY "SALDO POSITIVO EM TODO O PERIODO"
           END-IF.
           DISPLAY "RELATORIO EM RELFLUXO.TXT".
           STOP RUN.
       MONTA-CALENDARIO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > DIAS-HORIZONTE
               COMPUTE DIA-DATA(IDX) = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(DATA-HOJE) + IDX - 1)
               MOVE ZEROS TO DIA-ENTRADAS(IDX)
               MOVE ZEROS TO DIA-SAIDAS(IDX)
               MOVE ZEROS TO DIA-FOLHA(IDX)
           END-PERFORM.
           MOVE DATA-HOJE TO DATA-PRIMEIRO-UTIL.
           CALL "DIA-UTIL" USING "U" DATA-PRIMEIRO-UTIL
               DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
           IF DIA-UTIL-RES = "N"
               CALL "DIA-UTIL" USING "P" DATA-PRIMEIRO-UTIL
                   DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
       CARREGA-RECEBER.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-STATUS = "A"
                           COMPUTE SALDO-TITULO =
                               CR-VALOR - CR-VALOR-PAGO
                           IF CR-VENCIMENTO < DATA-HOJE
                               ADD SALDO-TITULO TO VENCIDO-RECEBER
                           ELSE
                               MOVE CR-VENCIMENTO TO DATA-LANCAMENTO
                               MOVE SALDO-TITULO  TO VALOR-LANCAMENTO
                               MOVE "E" TO TIPO-LANCAMENTO
                               PERFORM LANCA-NO-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
       CARREGA-PAGAR.
           MOVE "N" TO FIM-CONTAS.
           OPEN INPUT ARQ-CONTAS-PAG.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-PAG
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CP-STATUS = "A"
                           PERFORM LANCA-PAGAR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-PAG.
       LANCA-PAGAR.
           IF CP-TIPO = "D"
               COMPUTE SALDO-TITULO = CP-VALOR-PAGO - CP-VALOR
           ELSE
               COMPUTE SALDO-TITULO = CP-VALOR - CP-VALOR-PAGO
           END-IF.
           IF CP-VENCIMENTO < DATA-HOJE
               ADD SALDO-TITULO TO VENCIDO-PAGAR
               MOVE DATA-PRIMEIRO-UTIL TO DATA-LANCAMENTO
           ELSE
               MOVE CP-VENCIMENTO TO DATA-LANCAMENTO
           END-IF.
           MOVE SALDO-TITULO TO VALOR-LANCAMENTO.
           MOVE "S" TO TIPO-LANCAMENTO.
           PERFORM LANCA-NO-DIA.
       CARREGA-FOLHA.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM UNTIL FIM-FOLHA = "S"
               READ ARQ-FOLHA
                   AT END MOVE "S" TO FIM-FOLHA
                   NOT AT END
                       PERFORM ACUMULA-COMPETENCIA
               END-READ
           END-PERFORM.
           CLOSE ARQ-FOLHA.
           MOVE ZEROS TO LIQUIDO-ESTIMADO.
           PERFORM VARYING IDX-COMP FROM 1 BY 1
                   UNTIL IDX-COMP > QTDE-COMPETENCIAS
               IF CMP-COMPETENCIA(IDX-COMP) = ULTIMA-COMPETENCIA
                   MOVE CMP-LIQUIDO(IDX-COMP) TO LIQUIDO-ESTIMADO
               END-IF
           END-PERFORM.
       ACUMULA-COMPETENCIA.
           IF FOL-TIPO = "M"
              AND FOL-COMPETENCIA > ULTIMA-COMPETENCIA
               MOVE FOL-COMPETENCIA TO ULTIMA-COMPETENCIA
           END-IF.
           MOVE "N" TO COMP-ACHADA.
           PERFORM VARYING IDX-COMP FROM 1 BY 1
                   UNTIL IDX-COMP > QTDE-COMPETENCIAS
                      OR COMP-ACHADA = "S"
               IF CMP-COMPETENCIA(IDX-COMP) = FOL-COMPETENCIA
                   MOVE "S" TO COMP-ACHADA
               END-IF
           END-PERFORM.
           IF COMP-ACHADA = "N"
               IF QTDE-COMPETENCIAS < 120
                   ADD 1 TO QTDE-COMPETENCIAS
                   MOVE QTDE-COMPETENCIAS TO IDX-COMP
                   MOVE FOL-COMPETENCIA TO CMP-COMPETENCIA(IDX-COMP)
                   MOVE ZEROS TO CMP-LIQUIDO(IDX-COMP)
               ELSE
                   MOVE ZEROS TO IDX-COMP
               END-IF
           ELSE
               SUBTRACT 1 FROM IDX-COMP
           END-IF.
           IF IDX-COMP > ZEROS
               ADD FOL-LIQUIDO TO CMP-LIQUIDO(IDX-COMP)
           END-IF.
       PROJETA-FOLHA.
           MOVE ANO TO PROJ-ANO.
           MOVE MES TO PROJ-MES.
           IF PROJ-MES = 1
               MOVE 12 TO PROJ-MES
               SUBTRACT 1 FROM PROJ-ANO
           ELSE
               SUBTRACT 1 FROM PROJ-MES
           END-IF.
           PERFORM VARYING CONT-MESES FROM 1 BY 1 UNTIL CONT-MESES > 4
               PERFORM LANCA-FOLHA-COMPETENCIA
               IF PROJ-MES = 12
                   MOVE 1 TO PROJ-MES
                   ADD 1 TO PROJ-ANO
               ELSE
                   ADD 1 TO PROJ-MES
               END-IF
           END-PERFORM.
       LANCA-FOLHA-COMPETENCIA.
           IF PROJ-MES = 12
               COMPUTE DATA-LANCAMENTO = (PROJ-ANO + 1) * 10000
                   + 105
           ELSE
               COMPUTE DATA-LANCAMENTO = PROJ-ANO * 10000
                   + (PROJ-MES + 1) * 100 + 5
           END-IF.
           MOVE "N" TO COMP-ACHADA.
           PERFORM VARYING IDX-COMP FROM 1 BY 1
                   UNTIL IDX-COMP > QTDE-COMPETENCIAS
                      OR COMP-ACHADA = "S"
               IF CMP-COMPETENCIA(IDX-COMP) = COMPETENCIA-PROJ
                   MOVE "S" TO COMP-ACHADA
               END-IF
           END-PERFORM.
           IF COMP-ACHADA = "S"
               SUBTRACT 1 FROM IDX-COMP
               MOVE CMP-LIQUIDO(IDX-COMP) TO VALOR-LANCAMENTO
           ELSE
               MOVE LIQUIDO-ESTIMADO TO VALOR-LANCAMENTO
           END-IF.
           MOVE "F" TO TIPO-LANCAMENTO.
           IF DATA-LANCAMENTO >= DATA-HOJE
               PERFORM LANCA-NO-DIA
           END-IF.
       LANCA-NO-DIA.
           CALL "DIA-UTIL" USING "U" DATA-LANCAMENTO
               DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
           IF DIA-UTIL-RES = "N"
               CALL "DIA-UTIL" USING "P" DATA-LANCAMENTO
                   DIA-UTIL-DATA2 DIA-UTIL-DIAS DIA-UTIL-RES.
           COMPUTE DESLOCAMENTO-DIA =
               FUNCTION INTEGER-OF-DATE(DATA-LANCAMENTO)
               - FUNCTION INTEGER-OF-DATE(DATA-HOJE) + 1.
           IF DESLOCAMENTO-DIA < 1
               IF TIPO-LANCAMENTO = "E"
                   ADD VALOR-LANCAMENTO TO VENCIDO-RECEBER
               ELSE
                   ADD VALOR-LANCAMENTO TO VENCIDO-PAGAR
               END-IF
           END-IF.
           IF DESLOCAMENTO-DIA >= 1
               AND DESLOCAMENTO-DIA <= DIAS-HORIZONTE
               MOVE DESLOCAMENTO-DIA TO IDX
               EVALUATE TIPO-LANCAMENTO
                   WHEN "E"
                       ADD VALOR-LANCAMENTO TO DIA-ENTRADAS(IDX)
                   WHEN "S"
                       ADD VALOR-LANCAMENTO TO DIA-SAIDAS(IDX)
                   WHEN "F"
                       ADD VALOR-LANCAMENTO TO DIA-SAIDAS(IDX)
                       ADD VALOR-LANCAMENTO TO DIA-FOLHA(IDX)
               END-EVALUATE
           END-IF.
       TOTALIZA-SEMANAS.
           MOVE SALDO-INICIAL TO SALDO-CORRENTE.
           MOVE ZEROS TO SEMANA-NEGATIVA.
           PERFORM VARYING IDX-SEMANA FROM 1 BY 1
                   UNTIL IDX-SEMANA > 13
               MOVE ZEROS TO SEM-INICIO(IDX-SEMANA)
               MOVE ZEROS TO SEM-FIM(IDX-SEMANA)
               MOVE ZEROS TO SEM-ENTRADAS(IDX-SEMANA)
               MOVE ZEROS TO SEM-SAIDAS(IDX-SEMANA)
               MOVE ZEROS TO SEM-SALDO(IDX-SEMANA)
           END-PERFORM.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > DIAS-HORIZONTE
               COMPUTE IDX-SEMANA = (IDX - 1) / 7 + 1
               IF SEM-INICIO(IDX-SEMANA) = ZEROS
                   MOVE DIA-DATA(IDX) TO SEM-INICIO(IDX-SEMANA)
               END-IF
               MOVE DIA-DATA(IDX) TO SEM-FIM(IDX-SEMANA)
               ADD DIA-ENTRADAS(IDX) TO SEM-ENTRADAS(IDX-SEMANA)
               ADD DIA-SAIDAS(IDX)   TO SEM-SAIDAS(IDX-SEMANA)
               ADD DIA-ENTRADAS(IDX) TO TOTAL-ENTRADAS
               ADD DIA-SAIDAS(IDX)   TO TOTAL-SAIDAS
               COMPUTE SALDO-CORRENTE = SALDO-CORRENTE
                   + DIA-ENTRADAS(IDX) - DIA-SAIDAS(IDX)
               MOVE SALDO-CORRENTE TO SEM-SALDO(IDX-SEMANA)
               IF SALDO-CORRENTE < ZEROS AND SEMANA-NEGATIVA = ZEROS
                   MOVE IDX-SEMANA TO SEMANA-NEGATIVA
               END-IF
           END-PERFORM.
       IMPRIME-FLUXO.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SALDO-INICIAL TO VALOR1-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SALDO INICIAL......: " DELIMITED BY SIZE
                  VALOR1-E                DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE "PROJECAO DIARIA" TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA              ENTRADAS          SAIDAS"
                                                   DELIMITED BY SIZE
                  "           SALDO  FOLHA"        DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SALDO-INICIAL TO SALDO-CORRENTE.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > DIAS-HORIZONTE
               COMPUTE SALDO-CORRENTE = SALDO-CORRENTE
                   + DIA-ENTRADAS(IDX) - DIA-SAIDAS(IDX)
               IF DIA-ENTRADAS(IDX) NOT = ZEROS
                  OR DIA-SAIDAS(IDX) NOT = ZEROS
                   PERFORM IMPRIME-DIA
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE "PROJECAO SEMANAL" TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEM INICIO     FIM              ENTRADAS"
                                                   DELIMITED BY SIZE
                  "          SAIDAS           SALDO"
                                                   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-SEMANA
               VARYING IDX-SEMANA FROM 1 BY 1 UNTIL IDX-SEMANA > 13.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
       IMPRIME-DIA.
           MOVE DIA-DATA(IDX) TO DATA-EDICAO.
           PERFORM EDITA-DATA.
           MOVE DIA-ENTRADAS(IDX) TO VALOR1-E.
           MOVE DIA-SAIDAS(IDX)   TO VALOR2-E.
           MOVE SALDO-CORRENTE    TO VALOR3-E.
           IF DIA-FOLHA(IDX) NOT = ZEROS
               MOVE "FOLHA" TO ORIGEM-FOLHA
           ELSE
               MOVE SPACES TO ORIGEM-FOLHA
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING DATA-E       DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALOR1-E     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALOR2-E     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALOR3-E     DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  ORIGEM-FOLHA DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       IMPRIME-SEMANA.
           MOVE IDX-SEMANA TO SEMANA-E.
           MOVE SEM-FIM(IDX-SEMANA) TO DATA-EDICAO.
           PERFORM EDITA-DATA.
           MOVE DATA-E TO DATA-E2.
           MOVE SEM-INICIO(IDX-SEMANA) TO DATA-EDICAO.
           PERFORM EDITA-DATA.
           MOVE SEM-ENTRADAS(IDX-SEMANA) TO VALOR1-E.
           MOVE SEM-SAIDAS(IDX-SEMANA)   TO VALOR2-E.
           MOVE SEM-SALDO(IDX-SEMANA)    TO VALOR3-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING SEMANA-E     DELIMITED BY SIZE
                  "  "         DELIMITED BY SIZE
                  DATA-E(1:5)  DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  DATA-E2(1:5) DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALOR1-E     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALOR2-E     DELIMITED BY SIZE
                  " "          DELIMITED BY SIZE
                  VALOR3-E     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           IF SEM-SALDO(IDX-SEMANA) < ZEROS
               MOVE "NEG" TO LINHA-RELATORIO(76:3)
           END-IF.
           PERFORM IMPRIME-LINHA.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE TOTAL-ENTRADAS TO VALOR1-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE ENTRADAS..: " DELIMITED BY SIZE
                  VALOR1-E                DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE TOTAL-SAIDAS TO VALOR1-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE SAIDAS....: " DELIMITED BY SIZE
                  VALOR1-E                DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE VENCIDO-PAGAR TO VALOR1-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PAGAR VENCIDO......: " DELIMITED BY SIZE
                  VALOR1-E                DELIMITED BY SIZE
                  " (LANCADO NO 1O DIA UTIL)" DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE VENCIDO-RECEBER TO VALOR1-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RECEBER VENCIDO....: " DELIMITED BY SIZE
                  VALOR1-E                DELIMITED BY SIZE
                  " (FORA DA PROJECAO)"   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE ULTIMA-COMPETENCIA TO COMP-E.
           MOVE LIQUIDO-ESTIMADO TO VALOR1-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FOLHA ESTIMADA.....: " DELIMITED BY SIZE
                  VALOR1-E                DELIMITED BY SIZE
                  " (BASE "               DELIMITED BY SIZE
                  COMP-E                  DELIMITED BY SIZE
                  ")"                     DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF SEMANA-NEGATIVA > ZEROS
               MOVE SEM-INICIO(SEMANA-NEGATIVA) TO DATA-EDICAO
               PERFORM EDITA-DATA
               MOVE SEMANA-NEGATIVA TO SEMANA-E
               STRING "SALDO NEGATIVO NA SEMANA " DELIMITED BY SIZE
                      SEMANA-E                    DELIMITED BY SIZE
                      " INICIADA EM "             DELIMITED BY SIZE
                      DATA-E                      DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           ELSE
               MOVE "SALDO POSITIVO EM TODO O PERIODO"
                   TO LINHA-RELATORIO
           END-IF.
           PERFORM IMPRIME-LINHA.
       EDITA-DATA.
           MOVE DATA-EDICAO(7:2) TO DATA-DMA(1:2).
           MOVE DATA-EDICAO(5:2) TO DATA-DMA(3:2).
           MOVE DATA-EDICAO(1:4) TO DATA-DMA(5:4).
           MOVE DATA-DMA TO DATA-E.
       IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
