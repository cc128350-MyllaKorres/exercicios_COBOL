       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRANCA-BANCARIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CONTAS-REC
                   ASSIGN TO "CONTASREC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTAS-TMP ASSIGN TO "CONTASRECTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CLIENTES ASSIGN TO "CLIENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-BOLETOS ASSIGN TO "BOLETOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-BOLETOS-TMP ASSIGN TO "BOLETOSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REMESSA ASSIGN TO "REMCOBR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONFERENCIA ASSIGN TO "REMCOBR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RETORNO ASSIGN TO "RETCOBR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-REL-RETORNO ASSIGN TO "RETCOBR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RECEB-CAIXA
                   ASSIGN TO "RECEBCAIXA.DAT"
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
           FD  ARQ-BOLETOS.
           01  REG-BOLETO.
               02 BOL-NOSSO-NUM   PIC 9(10).
               02 BOL-NUMERO      PIC 9(06).
               02 BOL-PARCELA     PIC 9(02).
               02 BOL-CLIENTE     PIC 9(04).
               02 BOL-VENCIMENTO  PIC 9(08).
               02 BOL-VALOR       PIC 9(09)V99.
               02 BOL-DATA-REM    PIC 9(08).
               02 BOL-STATUS      PIC X(01).
               02 BOL-DATA-PGTO   PIC 9(08).
               02 BOL-VALOR-PAGO  PIC 9(09)V99.
               02 BOL-JUROS       PIC 9(07)V99.
               02 BOL-MOTIVO      PIC X(20).
           FD  ARQ-BOLETOS-TMP.
           01  REG-BOLETO-TMP   PIC X(98).
           FD  ARQ-REMESSA.
           01  REG-REMESSA      PIC X(80).
           01  REG-REM-HEADER REDEFINES REG-REMESSA.
               02 HDR-TIPO        PIC X(01).
               02 HDR-DATA-GER    PIC 9(08).
               02 HDR-SERVICO     PIC X(08).
               02 FILLER          PIC X(63).
           01  REG-REM-DETALHE REDEFINES REG-REMESSA.
               02 DET-TIPO        PIC X(01).
               02 DET-NOSSO-NUM   PIC 9(10).
               02 DET-NUMERO      PIC 9(06).
               02 DET-PARCELA     PIC 9(02).
               02 DET-CLIENTE     PIC 9(04).
               02 DET-CPF         PIC 9(11).
               02 DET-NOME        PIC X(25).
               02 DET-VENCIMENTO  PIC 9(08).
               02 DET-VALOR       PIC 9(09)V99.
               02 FILLER          PIC X(02).
           01  REG-REM-TRAILER REDEFINES REG-REMESSA.
               02 TRL-TIPO        PIC X(01).
               02 TRL-QTDE        PIC 9(06).
               02 TRL-VALOR       PIC 9(11)V99.
               02 FILLER          PIC X(60).
           FD  ARQ-CONFERENCIA.
           01  LINHA-CONFERENCIA PIC X(80).
           FD  ARQ-RETORNO.
           01  REG-RETORNO.
               02 RTC-NOSSO-NUM   PIC 9(10).
               02 RTC-OCORRENCIA  PIC X(02).
               02 RTC-DATA        PIC 9(08).
               02 RTC-VALOR-PAGO  PIC 9(09)V99.
               02 RTC-JUROS       PIC 9(07)V99.
               02 RTC-MOTIVO      PIC X(20).
           FD  ARQ-REL-RETORNO.
           01  LINHA-RETORNO    PIC X(80).
           FD  ARQ-RECEB-CAIXA.
           01  REG-RECEB-CAIXA.
               02 RCX-DATA      PIC 9(08).
               02 RCX-HORA      PIC 9(06).
               02 RCX-OPERADOR  PIC X(08).
               02 RCX-CLIENTE   PIC 9(04).
               02 RCX-NUMERO    PIC 9(06).
               02 RCX-PARCELA   PIC 9(02).
               02 RCX-VALOR     PIC 9(09)V99.
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-TRAVA.
               02 DONO-TRAVA       PIC X(08) VALUE SPACES.
               02 RESULTADO-TRAVA  PIC X(01) VALUE SPACE.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 FIM-CONTAS       PIC X(01) VALUE "N".
           01 FIM-CLIENTES     PIC X(01) VALUE "N".
           01 FIM-BOLETOS      PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 FIM-RETORNO      PIC X(01) VALUE "N".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 HORA-AGORA       PIC 9(08) VALUE ZEROS.
           01 DADOS-CLIENTE.
               02 NOME-CLIENTE  PIC X(30) VALUE SPACES.
               02 CPF-CLIENTE   PIC 9(11) VALUE ZEROS.
               02 CLIENTE-ACHADO PIC X(01) VALUE "N".
           01 ULTIMO-NOSSO-NUM PIC 9(10) VALUE ZEROS.
           01 SALDO-TITULO     PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-PRINCIPAL  PIC 9(09)V99 VALUE ZEROS.
           01 TITULO-REGISTRADO PIC X(01) VALUE "N".
           01 QTDE-REGISTRADOS PIC 9(04) VALUE ZEROS.
           01 TABELA-REGISTRADOS.
               02 REGISTRADO OCCURS 2000 TIMES.
                   03 RGT-NUMERO   PIC 9(06).
                   03 RGT-PARCELA  PIC 9(02).
                   03 RGT-CLIENTE  PIC 9(04).
           01 QTDE-RETORNOS    PIC 9(04) VALUE ZEROS.
           01 TABELA-RETORNO.
               02 RETORNO-T OCCURS 2000 TIMES.
                   03 RT-NOSSO-NUM  PIC 9(10).
                   03 RT-OCORRENCIA PIC X(02).
                   03 RT-DATA       PIC 9(08).
                   03 RT-VALOR-PAGO PIC 9(09)V99.
                   03 RT-JUROS      PIC 9(07)V99.
                   03 RT-PRINCIPAL  PIC 9(09)V99.
                   03 RT-MOTIVO     PIC X(20).
                   03 RT-NUMERO     PIC 9(06).
                   03 RT-PARCELA    PIC 9(02).
                   03 RT-CLIENTE    PIC 9(04).
                   03 RT-SITUACAO   PIC X(01).
           01 IDX              PIC 9(04) VALUE ZEROS.
           01 CONT-BOLETOS     PIC 9(06) VALUE ZEROS.
           01 CONT-VENCIDOS    PIC 9(04) VALUE ZEROS.
           01 CONT-JA-ENVIADOS PIC 9(04) VALUE ZEROS.
           01 CONT-LIQUIDADOS  PIC 9(04) VALUE ZEROS.
           01 CONT-CONFIRMADOS PIC 9(04) VALUE ZEROS.
           01 CONT-REJEITADOS  PIC 9(04) VALUE ZEROS.
           01 CONT-NAO-CONCIL  PIC 9(04) VALUE ZEROS.
           01 TOTAL-REMESSA    PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-PRINCIPAL  PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-JUROS      PIC 9(09)V99 VALUE ZEROS.
           01 CONT-E           PIC ZZZZZ9.
           01 NUMERO-E         PIC ZZZZZ9.
           01 PARCELA-E        PIC Z9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 JUROS-E          PIC Z.ZZZ.ZZ9,99.
           01 TOTAL-E          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           01 VENCIMENTO-E     PIC 99/99/9999.
           01 VENCIMENTO-DMA   PIC 9(08) VALUE ZEROS.
           01 VALOR-EXCECAO    PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "COBRANCA BANCARIA DE CONTAS A RECEBER".
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "1-GERAR REMESSA  2-PROCESSAR RETORNO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM GERA-REMESSA
               WHEN "2"
                   PERFORM PROCESSA-RETORNO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       GERA-REMESSA.
           PERFORM CARREGA-REGISTRADOS.
           OPEN OUTPUT ARQ-REMESSA.
           OPEN OUTPUT ARQ-CONFERENCIA.
           PERFORM GRAVA-HEADER.
           PERFORM CABECALHO-CONFERENCIA.
           OPEN EXTEND ARQ-BOLETOS.
           MOVE "N" TO FIM-CONTAS.
           OPEN EXTEND ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-REC.
           OPEN INPUT ARQ-CONTAS-REC.
           PERFORM PROCESSA-TITULO UNTIL FIM-CONTAS = "S".
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-BOLETOS.
           PERFORM GRAVA-TRAILER.
           PERFORM RODAPE-CONFERENCIA.
           CLOSE ARQ-REMESSA.
           CLOSE ARQ-CONFERENCIA.
           MOVE CONT-BOLETOS TO CONT-E.
           DISPLAY "BOLETOS GERADOS: " CONT-E.
           DISPLAY "REMESSA EM REMCOBR.DAT - CONF EM REMCOBR.TXT".
       CARREGA-REGISTRADOS.
           MOVE ZEROS TO QTDE-REGISTRADOS.
           MOVE ZEROS TO ULTIMO-NOSSO-NUM.
           MOVE "N" TO FIM-BOLETOS.
           OPEN EXTEND ARQ-BOLETOS.
           CLOSE ARQ-BOLETOS.
           OPEN INPUT ARQ-BOLETOS.
           PERFORM UNTIL FIM-BOLETOS = "S"
               READ ARQ-BOLETOS
                   AT END MOVE "S" TO FIM-BOLETOS
                   NOT AT END
                       IF BOL-NOSSO-NUM > ULTIMO-NOSSO-NUM
                           MOVE BOL-NOSSO-NUM TO ULTIMO-NOSSO-NUM
                       END-IF
                       IF BOL-STATUS NOT = "J"
                          AND QTDE-REGISTRADOS < 2000
                           ADD 1 TO QTDE-REGISTRADOS
                           MOVE BOL-NUMERO
                               TO RGT-NUMERO(QTDE-REGISTRADOS)
                           MOVE BOL-PARCELA
                               TO RGT-PARCELA(QTDE-REGISTRADOS)
                           MOVE BOL-CLIENTE
                               TO RGT-CLIENTE(QTDE-REGISTRADOS)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-BOLETOS.
       PROCESSA-TITULO.
           READ ARQ-CONTAS-REC
               AT END MOVE "S" TO FIM-CONTAS
               NOT AT END
                   COMPUTE SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                   IF CR-STATUS = "A" AND SALDO-TITULO > ZEROS
                       PERFORM VERIFICA-REGISTRADO
                       IF TITULO-REGISTRADO = "S"
                           ADD 1 TO CONT-JA-ENVIADOS
                       ELSE
                           IF CR-VENCIMENTO < DATA-HOJE
                               ADD 1 TO CONT-VENCIDOS
                               PERFORM GRAVA-LINHA-VENCIDO
                           ELSE
                               PERFORM BUSCA-CLIENTE
                               PERFORM GRAVA-BOLETO
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       VERIFICA-REGISTRADO.
           MOVE "N" TO TITULO-REGISTRADO.
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL IDX > QTDE-REGISTRADOS
                      OR TITULO-REGISTRADO = "S"
               IF RGT-NUMERO(IDX) = CR-NUMERO
                  AND RGT-PARCELA(IDX) = CR-PARCELA
                  AND RGT-CLIENTE(IDX) = CR-CLIENTE
                   MOVE "S" TO TITULO-REGISTRADO
               END-IF
           END-PERFORM.
       BUSCA-CLIENTE.
           MOVE "N"    TO CLIENTE-ACHADO.
           MOVE SPACES TO NOME-CLIENTE.
           MOVE ZEROS  TO CPF-CLIENTE.
           MOVE "N"    TO FIM-CLIENTES.
           OPEN INPUT ARQ-CLIENTES.
           PERFORM UNTIL FIM-CLIENTES = "S"
               READ ARQ-CLIENTES
                   AT END MOVE "S" TO FIM-CLIENTES
                   NOT AT END
                       IF CLI-CODIGO = CR-CLIENTE
                           MOVE CLI-NOME TO NOME-CLIENTE
                           MOVE CLI-CPF  TO CPF-CLIENTE
                           MOVE "S" TO CLIENTE-ACHADO
                           MOVE "S" TO FIM-CLIENTES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CLIENTES.
           IF CLIENTE-ACHADO = "N"
               CALL "GRAVA-EXCECAO" USING
                   "COBRANCA-BANCARIA   "
                   "CR-CLIENTE     "
                   "NAO-CADASTRADO      "
                   "TITULO DE CLIENTE NAO CADASTRADO        "
           END-IF.
       GRAVA-HEADER.
           MOVE SPACES TO REG-REMESSA.
           MOVE "H"         TO HDR-TIPO.
           MOVE DATA-HOJE   TO HDR-DATA-GER.
           MOVE "COBRANCA"  TO HDR-SERVICO.
           WRITE REG-REMESSA.
       GRAVA-BOLETO.
           ADD 1 TO ULTIMO-NOSSO-NUM.
           ADD 1 TO CONT-BOLETOS.
           ADD SALDO-TITULO TO TOTAL-REMESSA.
           MOVE SPACES TO REG-REMESSA.
           MOVE "D"              TO DET-TIPO.
           MOVE ULTIMO-NOSSO-NUM TO DET-NOSSO-NUM.
           MOVE CR-NUMERO        TO DET-NUMERO.
           MOVE CR-PARCELA       TO DET-PARCELA.
           MOVE CR-CLIENTE       TO DET-CLIENTE.
           MOVE CPF-CLIENTE      TO DET-CPF.
           MOVE NOME-CLIENTE     TO DET-NOME.
           MOVE CR-VENCIMENTO    TO DET-VENCIMENTO.
           MOVE SALDO-TITULO     TO DET-VALOR.
           WRITE REG-REMESSA.
           MOVE ULTIMO-NOSSO-NUM TO BOL-NOSSO-NUM.
           MOVE CR-NUMERO        TO BOL-NUMERO.
           MOVE CR-PARCELA       TO BOL-PARCELA.
           MOVE CR-CLIENTE       TO BOL-CLIENTE.
           MOVE CR-VENCIMENTO    TO BOL-VENCIMENTO.
           MOVE SALDO-TITULO     TO BOL-VALOR.
           MOVE DATA-HOJE        TO BOL-DATA-REM.
           MOVE "R"              TO BOL-STATUS.
           MOVE ZEROS            TO BOL-DATA-PGTO.
           MOVE ZEROS            TO BOL-VALOR-PAGO.
           MOVE ZEROS            TO BOL-JUROS.
           MOVE SPACES           TO BOL-MOTIVO.
           WRITE REG-BOLETO.
           PERFORM GRAVA-LINHA-CONFERENCIA.
       GRAVA-TRAILER.
           MOVE SPACES TO REG-REMESSA.
           MOVE "T"             TO TRL-TIPO.
           MOVE CONT-BOLETOS    TO TRL-QTDE.
           MOVE TOTAL-REMESSA   TO TRL-VALOR.
           WRITE REG-REMESSA.
       CABECALHO-CONFERENCIA.
           MOVE DIA TO VENCIMENTO-DMA(1:2).
           MOVE MES TO VENCIMENTO-DMA(3:2).
           MOVE ANO TO VENCIMENTO-DMA(5:4).
           MOVE VENCIMENTO-DMA TO VENCIMENTO-E.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "CONFERENCIA DA REMESSA DE COBRANCA - "
                      DELIMITED BY SIZE
                  VENCIMENTO-E DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       GRAVA-LINHA-CONFERENCIA.
           MOVE CR-NUMERO  TO NUMERO-E.
           MOVE CR-PARCELA TO PARCELA-E.
           PERFORM EDITA-VENCIMENTO.
           MOVE SALDO-TITULO TO VALOR-E.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING ULTIMO-NOSSO-NUM   DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NUMERO-E           DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  PARCELA-E          DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  NOME-CLIENTE(1:25) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  VENCIMENTO-E       DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  VALOR-E            DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       GRAVA-LINHA-VENCIDO.
           MOVE CR-NUMERO  TO NUMERO-E.
           MOVE CR-PARCELA TO PARCELA-E.
           PERFORM EDITA-VENCIMENTO.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "VENCIDO, NAO ENVIADO: TITULO " DELIMITED BY SIZE
                  NUMERO-E           DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  PARCELA-E          DELIMITED BY SIZE
                  " VENC "           DELIMITED BY SIZE
                  VENCIMENTO-E       DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       EDITA-VENCIMENTO.
           MOVE CR-VENCIMENTO(7:2) TO VENCIMENTO-DMA(1:2).
           MOVE CR-VENCIMENTO(5:2) TO VENCIMENTO-DMA(3:2).
           MOVE CR-VENCIMENTO(1:4) TO VENCIMENTO-DMA(5:4).
           MOVE VENCIMENTO-DMA TO VENCIMENTO-E.
       RODAPE-CONFERENCIA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE CONT-BOLETOS TO CONT-E.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "BOLETOS GERADOS.....: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE CONT-JA-ENVIADOS TO CONT-E.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "JA EM COBRANCA......: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE CONT-VENCIDOS TO CONT-E.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "VENCIDOS NAO ENVIADOS: " DELIMITED BY SIZE
                  CONT-E                    DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE TOTAL-REMESSA TO TOTAL-E.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "VALOR DA REMESSA....: " DELIMITED BY SIZE
                  TOTAL-E                  DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       PROCESSA-RETORNO.
           PERFORM CARREGA-RETORNO.
           IF QTDE-RETORNOS = ZEROS
               DISPLAY "ARQUIVO RETCOBR.DAT VAZIO OU AUSENTE"
           ELSE
               MOVE OPERADOR-SESSAO TO DONO-TRAVA
               CALL "TRAVA-ARQUIVO" USING "T" "CONTASREC.DAT   "
                   DONO-TRAVA RESULTADO-TRAVA
               IF RESULTADO-TRAVA = "N"
                   DISPLAY "ARQUIVO EM USO PELO OPERADOR " DONO-TRAVA
                   DISPLAY "RETORNO NAO PROCESSADO"
               ELSE
                   PERFORM ATUALIZA-BOLETOS
                   PERFORM BAIXA-TITULOS
                   PERFORM GRAVA-RECEBIMENTOS
                   CALL "TRAVA-ARQUIVO" USING "D" "CONTASREC.DAT   "
                       DONO-TRAVA RESULTADO-TRAVA
                   PERFORM IMPRIME-RETORNO
               END-IF
           END-IF.
       CARREGA-RETORNO.
           MOVE ZEROS TO QTDE-RETORNOS.
           MOVE "N" TO FIM-RETORNO.
           OPEN INPUT ARQ-RETORNO.
           PERFORM UNTIL FIM-RETORNO = "S"
               READ ARQ-RETORNO
                   AT END MOVE "S" TO FIM-RETORNO
                   NOT AT END
                       IF QTDE-RETORNOS < 2000
                           ADD 1 TO QTDE-RETORNOS
                           PERFORM GUARDA-RETORNO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-RETORNO.
       GUARDA-RETORNO.
           MOVE RTC-NOSSO-NUM  TO RT-NOSSO-NUM(QTDE-RETORNOS).
           MOVE RTC-OCORRENCIA TO RT-OCORRENCIA(QTDE-RETORNOS).
           MOVE RTC-DATA       TO RT-DATA(QTDE-RETORNOS).
           MOVE RTC-VALOR-PAGO TO RT-VALOR-PAGO(QTDE-RETORNOS).
           MOVE RTC-JUROS      TO RT-JUROS(QTDE-RETORNOS).
           MOVE ZEROS          TO RT-PRINCIPAL(QTDE-RETORNOS).
           MOVE RTC-MOTIVO     TO RT-MOTIVO(QTDE-RETORNOS).
           MOVE ZEROS          TO RT-NUMERO(QTDE-RETORNOS).
           MOVE ZEROS          TO RT-PARCELA(QTDE-RETORNOS).
           MOVE ZEROS          TO RT-CLIENTE(QTDE-RETORNOS).
           MOVE "N"            TO RT-SITUACAO(QTDE-RETORNOS).
       ATUALIZA-BOLETOS.
           MOVE "N" TO FIM-BOLETOS.
           OPEN EXTEND ARQ-BOLETOS.
           CLOSE ARQ-BOLETOS.
           OPEN INPUT  ARQ-BOLETOS.
           OPEN OUTPUT ARQ-BOLETOS-TMP.
           PERFORM UNTIL FIM-BOLETOS = "S"
               READ ARQ-BOLETOS
                   AT END MOVE "S" TO FIM-BOLETOS
                   NOT AT END
                       PERFORM CONCILIA-BOLETO
                       MOVE REG-BOLETO TO REG-BOLETO-TMP
                       WRITE REG-BOLETO-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-BOLETOS.
           CLOSE ARQ-BOLETOS-TMP.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-BOLETOS.
           OPEN INPUT  ARQ-BOLETOS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-BOLETOS-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-BOLETO-TMP TO REG-BOLETO
                       WRITE REG-BOLETO
               END-READ
           END-PERFORM.
           CLOSE ARQ-BOLETOS.
           CLOSE ARQ-BOLETOS-TMP.
       CONCILIA-BOLETO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-RETORNOS
               IF RT-NOSSO-NUM(IDX) = BOL-NOSSO-NUM
                  AND RT-SITUACAO(IDX) = "N"
                   MOVE BOL-NUMERO  TO RT-NUMERO(IDX)
                   MOVE BOL-PARCELA TO RT-PARCELA(IDX)
                   MOVE BOL-CLIENTE TO RT-CLIENTE(IDX)
                   PERFORM APLICA-OCORRENCIA
               END-IF
           END-PERFORM.
       APLICA-OCORRENCIA.
           EVALUATE TRUE
               WHEN BOL-STATUS = "L" OR BOL-STATUS = "J"
                   MOVE "D" TO RT-SITUACAO(IDX)
               WHEN RT-OCORRENCIA(IDX) = "02"
                   MOVE "C" TO BOL-STATUS
                   MOVE "C" TO RT-SITUACAO(IDX)
                   ADD 1 TO CONT-CONFIRMADOS
               WHEN RT-OCORRENCIA(IDX) = "03"
                   MOVE "J" TO BOL-STATUS
                   MOVE RT-MOTIVO(IDX) TO BOL-MOTIVO
                   MOVE "J" TO RT-SITUACAO(IDX)
                   ADD 1 TO CONT-REJEITADOS
               WHEN RT-OCORRENCIA(IDX) = "06"
                   MOVE "L" TO BOL-STATUS
                   MOVE RT-DATA(IDX)       TO BOL-DATA-PGTO
                   MOVE RT-VALOR-PAGO(IDX) TO BOL-VALOR-PAGO
                   MOVE RT-JUROS(IDX)      TO BOL-JUROS
                   MOVE "B" TO RT-SITUACAO(IDX)
               WHEN OTHER
                   MOVE "O" TO RT-SITUACAO(IDX)
           END-EVALUATE.
       BAIXA-TITULOS.
           MOVE "N" TO FIM-CONTAS.
           OPEN EXTEND ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-REC.
           OPEN INPUT  ARQ-CONTAS-REC.
           OPEN OUTPUT ARQ-CONTAS-TMP.
           PERFORM UNTIL FIM-CONTAS = "S"
               READ ARQ-CONTAS-REC
                   AT END MOVE "S" TO FIM-CONTAS
                   NOT AT END
                       IF CR-STATUS = "A"
                           PERFORM LIQUIDA-TITULO
                       END-IF
                       MOVE REG-CONTA-REC TO REG-CONTA-TMP
                       WRITE REG-CONTA-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-TMP.
           MOVE "N" TO FIM-TMP.
           OPEN OUTPUT ARQ-CONTAS-REC.
           OPEN INPUT  ARQ-CONTAS-TMP.
           PERFORM UNTIL FIM-TMP = "S"
               READ ARQ-CONTAS-TMP
                   AT END MOVE "S" TO FIM-TMP
                   NOT AT END
                       MOVE REG-CONTA-TMP TO REG-CONTA-REC
                       WRITE REG-CONTA-REC
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTAS-REC.
           CLOSE ARQ-CONTAS-TMP.
       LIQUIDA-TITULO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-RETORNOS
               IF RT-SITUACAO(IDX) = "B"
                  AND RT-NUMERO(IDX)  = CR-NUMERO
                  AND RT-PARCELA(IDX) = CR-PARCELA
                  AND RT-CLIENTE(IDX) = CR-CLIENTE
                  AND CR-STATUS = "A"
                   COMPUTE SALDO-TITULO = CR-VALOR - CR-VALOR-PAGO
                   IF RT-VALOR-PAGO(IDX) > RT-JUROS(IDX)
                       COMPUTE VALOR-PRINCIPAL =
                           RT-VALOR-PAGO(IDX) - RT-JUROS(IDX)
                   ELSE
                       MOVE ZEROS TO VALOR-PRINCIPAL
                   END-IF
                   IF VALOR-PRINCIPAL > SALDO-TITULO
                       COMPUTE RT-JUROS(IDX) = RT-JUROS(IDX)
                           + VALOR-PRINCIPAL - SALDO-TITULO
                       MOVE SALDO-TITULO TO VALOR-PRINCIPAL
                   END-IF
                   ADD VALOR-PRINCIPAL TO CR-VALOR-PAGO
                   IF CR-VALOR-PAGO >= CR-VALOR
                       MOVE "P" TO CR-STATUS
                   END-IF
                   MOVE VALOR-PRINCIPAL TO RT-PRINCIPAL(IDX)
                   MOVE "P" TO RT-SITUACAO(IDX)
               END-IF
           END-PERFORM.
       GRAVA-RECEBIMENTOS.
           ACCEPT HORA-AGORA FROM TIME.
           OPEN EXTEND ARQ-RECEB-CAIXA.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-RETORNOS
               IF RT-SITUACAO(IDX) = "P"
                   MOVE RT-DATA(IDX)      TO RCX-DATA
                   MOVE HORA-AGORA(1:6)   TO RCX-HORA
                   MOVE "BANCO"           TO RCX-OPERADOR
                   MOVE RT-CLIENTE(IDX)   TO RCX-CLIENTE
                   MOVE RT-NUMERO(IDX)    TO RCX-NUMERO
                   MOVE RT-PARCELA(IDX)   TO RCX-PARCELA
                   MOVE RT-PRINCIPAL(IDX) TO RCX-VALOR
                   WRITE REG-RECEB-CAIXA
                   ADD 1 TO CONT-LIQUIDADOS
                   ADD RT-PRINCIPAL(IDX) TO TOTAL-PRINCIPAL
                   ADD RT-JUROS(IDX)     TO TOTAL-JUROS
               END-IF
           END-PERFORM.
           CLOSE ARQ-RECEB-CAIXA.
       IMPRIME-RETORNO.
           OPEN OUTPUT ARQ-REL-RETORNO.
           MOVE "RETORNO DA COBRANCA BANCARIA" TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE SPACES TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE "TITULOS LIQUIDADOS" TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-RETORNOS
               IF RT-SITUACAO(IDX) = "P"
                   PERFORM GRAVA-LINHA-LIQUIDADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE "BOLETOS REJEITADOS PELO BANCO" TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-RETORNOS
               IF RT-SITUACAO(IDX) = "J"
                   PERFORM GRAVA-LINHA-REJEITADO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE "OCORRENCIAS NAO CONCILIADAS" TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-RETORNOS
               IF RT-SITUACAO(IDX) = "N" OR RT-SITUACAO(IDX) = "B"
                  OR RT-SITUACAO(IDX) = "D" OR RT-SITUACAO(IDX) = "O"
                   PERFORM GRAVA-LINHA-NAO-CONCILIADO
               END-IF
           END-PERFORM.
           PERFORM RODAPE-RETORNO.
           CLOSE ARQ-REL-RETORNO.
           MOVE CONT-LIQUIDADOS TO CONT-E.
           DISPLAY "TITULOS LIQUIDADOS: " CONT-E.
           MOVE CONT-NAO-CONCIL TO CONT-E.
           DISPLAY "NAO CONCILIADOS...: " CONT-E.
           DISPLAY "RELATORIO EM RETCOBR.TXT".
       GRAVA-LINHA-LIQUIDADO.
           MOVE RT-NUMERO(IDX)    TO NUMERO-E.
           MOVE RT-PARCELA(IDX)   TO PARCELA-E.
           MOVE RT-PRINCIPAL(IDX) TO VALOR-E.
           MOVE RT-JUROS(IDX)     TO JUROS-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING RT-NOSSO-NUM(IDX) DELIMITED BY SIZE
                  " TITULO "        DELIMITED BY SIZE
                  NUMERO-E          DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  PARCELA-E         DELIMITED BY SIZE
                  " CLI "           DELIMITED BY SIZE
                  RT-CLIENTE(IDX)   DELIMITED BY SIZE
                  " PRINC "         DELIMITED BY SIZE
                  VALOR-E           DELIMITED BY SIZE
                  " JUROS "         DELIMITED BY SIZE
                  JUROS-E           DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
       GRAVA-LINHA-REJEITADO.
           MOVE RT-NUMERO(IDX)  TO NUMERO-E.
           MOVE RT-PARCELA(IDX) TO PARCELA-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING RT-NOSSO-NUM(IDX) DELIMITED BY SIZE
                  " TITULO "        DELIMITED BY SIZE
                  NUMERO-E          DELIMITED BY SIZE
                  "/"               DELIMITED BY SIZE
                  PARCELA-E         DELIMITED BY SIZE
                  " MOTIVO "        DELIMITED BY SIZE
                  RT-MOTIVO(IDX)    DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           CALL "GRAVA-EXCECAO-SEV" USING
               "COBRANCA-BANCARIA   "
               "BOL-STATUS     " RT-MOTIVO(IDX)
               "BOLETO REJEITADO PELO BANCO             "
               "A".
       GRAVA-LINHA-NAO-CONCILIADO.
           ADD 1 TO CONT-NAO-CONCIL.
           MOVE SPACES TO LINHA-RETORNO.
           EVALUATE RT-SITUACAO(IDX)
               WHEN "N"
                   STRING RT-NOSSO-NUM(IDX) DELIMITED BY SIZE
                          " NOSSO NUMERO NAO ENCONTRADO"
                              DELIMITED BY SIZE
                     INTO LINHA-RETORNO
               WHEN "B"
                   MOVE RT-NUMERO(IDX)     TO NUMERO-E
                   MOVE RT-PARCELA(IDX)    TO PARCELA-E
                   MOVE RT-VALOR-PAGO(IDX) TO VALOR-E
                   STRING RT-NOSSO-NUM(IDX) DELIMITED BY SIZE
                          " TITULO "        DELIMITED BY SIZE
                          NUMERO-E          DELIMITED BY SIZE
                          "/"               DELIMITED BY SIZE
                          PARCELA-E         DELIMITED BY SIZE
                          " NAO ESTA EM ABERTO - PAGO "
                              DELIMITED BY SIZE
                          VALOR-E           DELIMITED BY SIZE
                     INTO LINHA-RETORNO
               WHEN "D"
                   STRING RT-NOSSO-NUM(IDX) DELIMITED BY SIZE
                          " OCORRENCIA " DELIMITED BY SIZE
                          RT-OCORRENCIA(IDX) DELIMITED BY SIZE
                          " EM BOLETO JA BAIXADO/REJEITADO"
                              DELIMITED BY SIZE
                     INTO LINHA-RETORNO
               WHEN OTHER
                   STRING RT-NOSSO-NUM(IDX) DELIMITED BY SIZE
                          " OCORRENCIA " DELIMITED BY SIZE
                          RT-OCORRENCIA(IDX) DELIMITED BY SIZE
                          " NAO TRATADA" DELIMITED BY SIZE
                     INTO LINHA-RETORNO
           END-EVALUATE.
           WRITE LINHA-RETORNO.
           MOVE RT-NOSSO-NUM(IDX) TO VALOR-EXCECAO.
           CALL "GRAVA-EXCECAO-SEV" USING
               "COBRANCA-BANCARIA   "
               "RTC-NOSSO-NUM  " VALOR-EXCECAO
               "RETORNO DE COBRANCA NAO CONCILIADO      "
               "A".
       RODAPE-RETORNO.
           MOVE SPACES TO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE CONT-LIQUIDADOS TO CONT-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING "TITULOS LIQUIDADOS..: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE TOTAL-PRINCIPAL TO TOTAL-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING "PRINCIPAL RECEBIDO..: " DELIMITED BY SIZE
                  TOTAL-E                  DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE TOTAL-JUROS TO TOTAL-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING "JUROS RECEBIDOS.....: " DELIMITED BY SIZE
                  TOTAL-E                  DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE CONT-CONFIRMADOS TO CONT-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING "ENTRADAS CONFIRMADAS: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE CONT-REJEITADOS TO CONT-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING "BOLETOS REJEITADOS..: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
           MOVE CONT-NAO-CONCIL TO CONT-E.
           MOVE SPACES TO LINHA-RETORNO.
           STRING "NAO CONCILIADOS.....: " DELIMITED BY SIZE
                  CONT-E                   DELIMITED BY SIZE
             INTO LINHA-RETORNO.
           WRITE LINHA-RETORNO.
