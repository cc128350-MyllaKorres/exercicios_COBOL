       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALCULADORA-FINANCEIRA.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-LOG ASSIGN TO "FINANCEIRA.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.

       FILE SECTION.
           FD  ARQ-LOG.
           01  LINHA-LOG       PIC X(80).

       WORKING-STORAGE SECTION.
           01 DADOS.
               02 OPCAO        PIC 9(01) VALUE ZERO.
               02 CONTINUAR    PIC X(01) VALUE SPACE.
               02 TAXA-E       PIC ZZ9,999999.
               02 PRAZO-E      PIC ZZ9.
               02 VALOR-E      PIC -ZZZZZZZZZZ9,99.
               02 RESULT-E     PIC -ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
               02 TIR-E        PIC -ZZZ9,999999.
               02 IDX-FLUXO    PIC 9(03) VALUE ZEROS.
               02 IDX-E        PIC ZZ9.
               02 IDX-PARCELA  PIC 9(03) VALUE ZEROS.
               02 MENSA10      PIC X(01) VALUE SPACE.

           01 ENTRADA-FINANCEIRA.
               02 FIN-OPERACAO    PIC X(01).
               02 FIN-TAXA        PIC 9(03)V9(06).
               02 FIN-PRAZO       PIC 9(03).
               02 FIN-VALOR       PIC S9(11)V99.
               02 FIN-QTDE-FLUXOS PIC 9(03).
               02 FIN-FLUXO       PIC S9(11)V99 OCCURS 121 TIMES.
           01 SAIDA-FINANCEIRA.
               02 FIN-RETORNO     PIC X(01).
               02 FIN-RESULTADO   PIC S9(13)V99.
               02 FIN-TOTAL-JUROS PIC S9(13)V99.
               02 FIN-TIR         PIC S9(04)V9(06).
               02 FIN-PARCELA OCCURS 360 TIMES.
                   03 FIN-PRESTACAO    PIC S9(11)V99.
                   03 FIN-JUROS        PIC S9(11)V99.
                   03 FIN-AMORTIZACAO  PIC S9(11)V99.
                   03 FIN-SALDO        PIC S9(11)V99.

           01 TABELA-OPERACOES.
               02 FILLER PIC X(06) VALUE "JVF   ".
               02 FILLER PIC X(06) VALUE "VVP   ".
               02 FILLER PIC X(06) VALUE "PPRICE".
               02 FILLER PIC X(06) VALUE "SSAC  ".
               02 FILLER PIC X(06) VALUE "NVPL  ".
               02 FILLER PIC X(06) VALUE "TTIR  ".
           01 FILLER REDEFINES TABELA-OPERACOES.
               02 OPERACAO-T OCCURS 6 TIMES.
                   03 OPE-T-CODIGO PIC X(01).
                   03 OPE-T-NOME   PIC X(05).

           01 DADOS-RELATORIO.
               02 NOME-RELATORIO   PIC X(16) VALUE "TABAMORT.TXT".
               02 TITULO-RELATORIO PIC X(40) VALUE SPACES.
               02 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
               02 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
               02 PARC-E           PIC ZZ9.
               02 PREST-E          PIC -ZZZ.ZZZ.ZZ9,99.
               02 JUROS-E          PIC -ZZZ.ZZZ.ZZ9,99.
               02 AMORT-E          PIC -ZZZ.ZZZ.ZZ9,99.
               02 SALDO-E          PIC -ZZZ.ZZZ.ZZ9,99.

           01 MENSAGENS-DE-TELA.
               02 MENSA1   PIC X(40) VALUE
                   "ESCOLHA A OPERACAO (1 A 6)".
               02 MENSA2   PIC X(40) VALUE
                   "DADOS INVALIDOS PARA O CALCULO".
               02 MENSA3   PIC X(40) VALUE "FIM DO PROGRAMA".
               02 MENSA4   PIC X(40) VALUE SPACE.
               02 MENSA5   PIC X(40) VALUE "SEM SOLUCAO PARA OS FLUXOS".
               02 MENSA6   PIC X(40) VALUE
                   "RESULTADO EXCEDE A CAPACIDADE".
               02 MENSA7   PIC X(40) VALUE
                   "TABELA IMPRESSA EM TABAMORT.TXT".
               02 MENSA8   PIC X(40) VALUE "CONTINUA (S/N)? < >".

           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.

           01 IDIOMA       PIC X(01) VALUE "P".

           01 AREA-DE-LOG.
               02 LOG-RESULT-E PIC X(15) VALUE SPACES.

           01 ROTULOS-DE-TELA.
               02 ROT-TITULO PIC X(25) VALUE "Calculadora Financeira".
               02 ROT-OP1    PIC X(40) VALUE
                   "1 - VALOR FUTURO (JUROS COMPOSTOS)".
               02 ROT-OP2    PIC X(40) VALUE "2 - VALOR PRESENTE".
               02 ROT-OP3    PIC X(40) VALUE "3 - TABELA PRICE".
               02 ROT-OP4    PIC X(40) VALUE "4 - TABELA SAC".
               02 ROT-OP5    PIC X(40) VALUE
                   "5 - VALOR PRESENTE LIQUIDO (VPL)".
               02 ROT-OP6    PIC X(40) VALUE
                   "6 - TAXA INTERNA DE RETORNO (TIR)".
               02 ROT-OPCAO  PIC X(20) VALUE "OPERACAO:".
               02 ROT-TAXA   PIC X(20) VALUE "TAXA % PERIODO:".
               02 ROT-PRAZO  PIC X(20) VALUE "PERIODOS:".
               02 ROT-VALOR  PIC X(20) VALUE "VALOR:".
               02 ROT-FLUXOS PIC X(20) VALUE "FLUXOS (2 A 121):".
               02 ROT-FLUXO  PIC X(20) VALUE "FLUXO NO PERIODO".
               02 ROT-RESULT PIC X(20) VALUE "RESULTADO:".
               02 ROT-JUROS  PIC X(20) VALUE "TOTAL DE JUROS:".
               02 ROT-PREST  PIC X(20) VALUE "1a PRESTACAO:".
               02 ROT-TOTAL  PIC X(20) VALUE "TOTAL PAGO:".

       SCREEN SECTION.
           01 TELA01.
               02 BLANK SCREEN.
               02 LINE 02 COLUMN 05 PIC 9(02)/ USING DIA.
               02 LINE 02 COLUMN 08 PIC 9(02)/ USING MES.
               02 LINE 02 COLUMN 11 PIC 9(04)  USING ANO.
               02 LINE 02 COLUMN 28 PIC X(25) FROM ROT-TITULO.
               02 LINE 04 COLUMN 10 PIC X(40) FROM ROT-OP1.
               02 LINE 05 COLUMN 10 PIC X(40) FROM ROT-OP2.
               02 LINE 06 COLUMN 10 PIC X(40) FROM ROT-OP3.
               02 LINE 07 COLUMN 10 PIC X(40) FROM ROT-OP4.
               02 LINE 08 COLUMN 10 PIC X(40) FROM ROT-OP5.
               02 LINE 09 COLUMN 10 PIC X(40) FROM ROT-OP6.
               02 LINE 11 COLUMN 10 PIC X(20) FROM ROT-OPCAO.

       PROCEDURE DIVISION.
       INICIO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           CALL "LE-IDIOMA"    USING IDIOMA.
           PERFORM AJUSTA-IDIOMA.
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR = "N".
           DISPLAY MENSA3   AT 2230.
           CALL "C$SLEEP" USING 2.
           GOBACK.
       AJUSTA-IDIOMA.
           IF IDIOMA = "E"
               MOVE "Financial Calculator"     TO ROT-TITULO
               MOVE "1 - FUTURE VALUE (COMPOUND INTEREST)"
                                                TO ROT-OP1
               MOVE "2 - PRESENT VALUE"        TO ROT-OP2
               MOVE "3 - PRICE TABLE"          TO ROT-OP3
               MOVE "4 - SAC TABLE"            TO ROT-OP4
               MOVE "5 - NET PRESENT VALUE (NPV)"
                                                TO ROT-OP5
               MOVE "6 - INTERNAL RATE OF RETURN (IRR)"
                                                TO ROT-OP6
               MOVE "OPERATION:"               TO ROT-OPCAO
               MOVE "RATE % PER PERIOD:"       TO ROT-TAXA
               MOVE "PERIODS:"                 TO ROT-PRAZO
               MOVE "AMOUNT:"                  TO ROT-VALOR
               MOVE "FLOWS (2 TO 121):"        TO ROT-FLUXOS
               MOVE "CASH FLOW AT PERIOD"      TO ROT-FLUXO
               MOVE "RESULT:"                  TO ROT-RESULT
               MOVE "TOTAL INTEREST:"          TO ROT-JUROS
               MOVE "1st INSTALLMENT:"         TO ROT-PREST
               MOVE "TOTAL PAID:"              TO ROT-TOTAL
               MOVE "CHOOSE THE OPERATION (1 TO 6)" TO MENSA1
               MOVE "INVALID DATA FOR THE CALCULATION" TO MENSA2
               MOVE "END OF PROGRAM"           TO MENSA3
               MOVE "NO SOLUTION FOR THE CASH FLOWS" TO MENSA5
               MOVE "RESULT EXCEEDS CAPACITY"  TO MENSA6
               MOVE "TABLE PRINTED TO TABAMORT.TXT" TO MENSA7
               MOVE "CONTINUE (S/N)? < >"      TO MENSA8
           END-IF.
       PROCESSO.
           DISPLAY TELA01 AT 0101.
           PERFORM PEDE-OPCAO.
           INITIALIZE ENTRADA-FINANCEIRA.
           MOVE OPE-T-CODIGO(OPCAO) TO FIN-OPERACAO.
           IF OPCAO < 5
               PERFORM PEDE-TAXA
               PERFORM PEDE-PRAZO
               PERFORM PEDE-VALOR
           ELSE
               IF OPCAO = 5
                   PERFORM PEDE-TAXA
               END-IF
               PERFORM PEDE-FLUXOS
           END-IF.
           CALL "CALCULA-FINANCEIRO" USING ENTRADA-FINANCEIRA
               SAIDA-FINANCEIRA.
           PERFORM MOSTRA-RESULTADO.
           PERFORM GRAVA-LOG.
           DISPLAY MENSA8 AT 2330.
           CALL "CONFIRMA-CONTINUA" USING 2347 CONTINUAR.
       PEDE-OPCAO.
           DISPLAY MENSA1 AT 2230.
           ACCEPT  OPCAO  AT 1121.
           IF OPCAO < 1 OR OPCAO > 6
               PERFORM PEDE-OPCAO
           ELSE
               DISPLAY MENSA4 AT 2230.
       PEDE-TAXA.
           DISPLAY ROT-TAXA AT 1210.
           ACCEPT  TAXA-E   AT 1231.
           MOVE    TAXA-E   TO FIN-TAXA.
       PEDE-PRAZO.
           DISPLAY ROT-PRAZO AT 1310.
           ACCEPT  PRAZO-E   AT 1331.
           MOVE    PRAZO-E   TO FIN-PRAZO.
       PEDE-VALOR.
           DISPLAY ROT-VALOR AT 1410.
           ACCEPT  VALOR-E   AT 1431.
           MOVE    VALOR-E   TO FIN-VALOR.
       PEDE-FLUXOS.
           DISPLAY ROT-FLUXOS AT 1310.
           ACCEPT  PRAZO-E    AT 1331.
           MOVE    PRAZO-E    TO FIN-QTDE-FLUXOS.
           IF FIN-QTDE-FLUXOS < 2 OR FIN-QTDE-FLUXOS > 121
               DISPLAY MENSA2 AT 2230
               PERFORM PEDE-FLUXOS
           ELSE
               DISPLAY MENSA4 AT 2230
               MOVE 1 TO IDX-FLUXO
               PERFORM PEDE-UM-FLUXO
                   UNTIL IDX-FLUXO > FIN-QTDE-FLUXOS
               MOVE FIN-FLUXO(1) TO FIN-VALOR
           END-IF.
       PEDE-UM-FLUXO.
           MOVE SPACE TO MENSA10.
           SUBTRACT 1 FROM IDX-FLUXO GIVING IDX-E.
           DISPLAY ROT-FLUXO AT 1410.
           DISPLAY IDX-E     AT 1427.
           ACCEPT  VALOR-E   AT 1431.
           DISPLAY "CONFIRMA (S/N)?" AT 1510.
           CALL "CONFIRMA-CONTINUA" USING 1527 MENSA10.
           DISPLAY SPACES            AT 1510.
           IF MENSA10 NOT = "N"
               MOVE VALOR-E TO FIN-FLUXO(IDX-FLUXO)
               ADD 1 TO IDX-FLUXO
           END-IF.
       MOSTRA-RESULTADO.
           MOVE SPACES TO LOG-RESULT-E.
           EVALUATE FIN-RETORNO
               WHEN "I"
                   DISPLAY MENSA2 AT 2230
                   MOVE "INVALIDO" TO LOG-RESULT-E
               WHEN "N"
                   DISPLAY MENSA5 AT 2230
                   MOVE "SEM SOLUCAO" TO LOG-RESULT-E
               WHEN "E"
                   DISPLAY MENSA6 AT 2230
                   MOVE "ESTOURO" TO LOG-RESULT-E
               WHEN OTHER
                   PERFORM MOSTRA-VALORES
           END-EVALUATE.
       MOSTRA-VALORES.
           IF FIN-OPERACAO = "T"
               MOVE FIN-TIR TO TIR-E
               DISPLAY ROT-RESULT AT 1710
               DISPLAY TIR-E      AT 1731
               DISPLAY "%"        AT 1744
               MOVE TIR-E TO LOG-RESULT-E
           ELSE
               MOVE FIN-RESULTADO TO RESULT-E
               IF FIN-OPERACAO = "P" OR FIN-OPERACAO = "S"
                   MOVE FIN-PRESTACAO(1) TO PREST-E
                   DISPLAY ROT-PREST AT 1710
                   DISPLAY PREST-E   AT 1731
                   DISPLAY ROT-TOTAL AT 1810
                   DISPLAY RESULT-E  AT 1831
                   MOVE FIN-TOTAL-JUROS TO RESULT-E
                   DISPLAY ROT-JUROS AT 1910
                   DISPLAY RESULT-E  AT 1931
                   PERFORM IMPRIME-TABELA
                   DISPLAY MENSA7    AT 2230
                   MOVE PREST-E TO LOG-RESULT-E
               ELSE
                   DISPLAY ROT-RESULT AT 1710
                   DISPLAY RESULT-E   AT 1731
                   IF FIN-OPERACAO NOT = "N"
                       MOVE FIN-TOTAL-JUROS TO RESULT-E
                       DISPLAY ROT-JUROS AT 1810
                       DISPLAY RESULT-E  AT 1831
                   END-IF
                   MOVE FIN-RESULTADO TO VALOR-E
                   MOVE VALOR-E TO LOG-RESULT-E
               END-IF
           END-IF.
       IMPRIME-TABELA.
           MOVE ZEROS  TO REGISTROS-SPOOL.
           MOVE SPACES TO TITULO-RELATORIO.
           IF FIN-OPERACAO = "P"
               MOVE "TABELA DE AMORTIZACAO - SISTEMA PRICE"
                   TO TITULO-RELATORIO
           ELSE
               MOVE "TABELA DE AMORTIZACAO - SISTEMA SAC"
                   TO TITULO-RELATORIO
           END-IF.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE FIN-VALOR TO PREST-E.
           MOVE FIN-TAXA  TO TAXA-E.
           MOVE FIN-PRAZO TO PRAZO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR: " DELIMITED BY SIZE
                  PREST-E DELIMITED BY SIZE
                  "  TAXA %: " DELIMITED BY SIZE
                  TAXA-E DELIMITED BY SIZE
                  "  PERIODOS: " DELIMITED BY SIZE
                  PRAZO-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PARC      PRESTACAO           JUROS"
                      DELIMITED BY SIZE
                  "     AMORTIZACAO           SALDO"
                      DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM IMPRIME-PARCELA
               VARYING IDX-PARCELA FROM 1 BY 1
               UNTIL IDX-PARCELA > FIN-PRAZO.
           MOVE FIN-RESULTADO   TO RESULT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL PAGO: " DELIMITED BY SIZE
                  RESULT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE FIN-TOTAL-JUROS TO RESULT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE JUROS: " DELIMITED BY SIZE
                  RESULT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           CALL "GUARDA-RELATORIO" USING "TABAMORT  "
               NOME-RELATORIO REGISTROS-SPOOL.
       IMPRIME-PARCELA.
           MOVE IDX-PARCELA                  TO PARC-E.
           MOVE FIN-PRESTACAO(IDX-PARCELA)   TO PREST-E.
           MOVE FIN-JUROS(IDX-PARCELA)       TO JUROS-E.
           MOVE FIN-AMORTIZACAO(IDX-PARCELA) TO AMORT-E.
           MOVE FIN-SALDO(IDX-PARCELA)       TO SALDO-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING " " DELIMITED BY SIZE
                  PARC-E  DELIMITED BY SIZE
                  PREST-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JUROS-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  AMORT-E DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SALDO-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           ADD 1 TO REGISTROS-SPOOL.
       GRAVA-LOG.
           MOVE FIN-TAXA  TO TAXA-E.
           IF FIN-OPERACAO = "N" OR FIN-OPERACAO = "T"
               MOVE FIN-QTDE-FLUXOS TO PRAZO-E
           ELSE
               MOVE FIN-PRAZO TO PRAZO-E
           END-IF.
           MOVE FIN-VALOR TO VALOR-E.
           MOVE SPACES TO LINHA-LOG.
           OPEN EXTEND ARQ-LOG.
           STRING DIA        DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  MES        DELIMITED BY SIZE
                  "/"        DELIMITED BY SIZE
                  ANO        DELIMITED BY SIZE
                  " TELA "   DELIMITED BY SIZE
                  OPE-T-NOME(OPCAO) DELIMITED BY SIZE
                  " TX="     DELIMITED BY SIZE
                  TAXA-E     DELIMITED BY SIZE
                  " N="      DELIMITED BY SIZE
                  PRAZO-E    DELIMITED BY SIZE
                  " VL="     DELIMITED BY SIZE
                  VALOR-E    DELIMITED BY SIZE
                  " R="      DELIMITED BY SIZE
                  LOG-RESULT-E DELIMITED BY SIZE
             INTO LINHA-LOG.
           WRITE LINHA-LOG.
           CLOSE ARQ-LOG.
