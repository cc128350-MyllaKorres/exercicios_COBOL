       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-MODELOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-MODELOS ASSIGN TO "MODELOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-MODELOS-TMP ASSIGN TO "MODELOTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "MODELOHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-MODELOS.
           01  REG-MODELO.
               02 MOD-CHAVE.
                   03 MOD-MODELO    PIC X(08).
                   03 MOD-PARTE     PIC X(02).
                   03 MOD-VIGENCIA  PIC 9(08).
                   03 MOD-LINHA     PIC 9(02).
               02 MOD-TEXTO     PIC X(80).
           FD  ARQ-MODELOS-TMP.
           01  REG-MODELO-TMP   PIC X(100).
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HIS-DATA       PIC 9(08).
               02 HIS-HORA       PIC 9(06).
               02 HIS-ACAO       PIC X(01).
               02 HIS-MODELO     PIC X(08).
               02 HIS-PARTE      PIC X(02).
               02 HIS-VIGENCIA   PIC 9(08).
               02 HIS-LINHA      PIC 9(02).
               02 HIS-TEXTO-ANT  PIC X(80).
               02 HIS-TEXTO-NOVO PIC X(80).
               02 HIS-OPERADOR   PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-ACESSO.
               02 PROGRAMA-ACESSO PIC X(20) VALUE "CADASTRO-MODELOS".
               02 ACESSO-OK       PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 HORA-AGORA       PIC 9(08) VALUE ZEROS.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONFIRMA         PIC X(01) VALUE SPACE.
           01 FIM-MODELOS      PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 MODELO-INFORMADO.
               02 CHAVE-INFORMADA.
                   03 MODELO-INF   PIC X(08) VALUE SPACES.
                   03 PARTE-INF    PIC X(02) VALUE SPACES.
                   03 VIGENCIA-INF PIC 9(08) VALUE ZEROS.
                   03 LINHA-INF    PIC 9(02) VALUE ZEROS.
               02 TEXTO-INF        PIC X(80) VALUE SPACES.
           01 TEXTO-ANTERIOR   PIC X(80) VALUE SPACES.
           01 VIGENCIA-ANT     PIC 9(08) VALUE ZEROS.
           01 VERSAO-EXISTE    PIC X(01) VALUE "N".
           01 LINHA-ACHADA     PIC X(01) VALUE "N".
           01 ACAO-REGRAVA     PIC X(01) VALUE SPACE.
           01 NOVAS-GRAVADAS   PIC X(01) VALUE "N".
           01 LINHAS-VERSAO.
               02 QTDE-LINHAS-VERSAO PIC 9(02) VALUE ZEROS.
               02 LINHA-VERSAO-T OCCURS 40 TIMES.
                   03 NUM-LINHA-T   PIC 9(02).
                   03 TEXTO-LINHA-T PIC X(80).
           01 NOVO-MODELO.
               02 NOVO-MODELO-CHAVE PIC X(18).
               02 NOVO-LINHA        PIC 9(02).
               02 NOVO-TEXTO        PIC X(80).
           01 IDX-LINHA        PIC 9(02) VALUE ZEROS.
           01 CONT-LISTADOS    PIC 9(04) VALUE ZEROS.
           01 CONT-LINHAS      PIC 9(02) VALUE ZEROS.
           01 QUEBRA-ANTERIOR.
               02 QBR-MODELO    PIC X(08) VALUE SPACES.
               02 QBR-PARTE     PIC X(02) VALUE SPACES.
               02 QBR-VIGENCIA  PIC 9(08) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 DATA-E       PIC 9999/99/99.
               02 CONT-E       PIC ZZZ9.
               02 LINHA-E      PIC Z9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE MODELOS DE CARTAS".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "VERIFICA-ACESSO" USING PERFIL-SESSAO
               PROGRAMA-ACESSO ACESSO-OK.
           IF ACESSO-OK = "N"
               DISPLAY "ACESSO NEGADO AO PROGRAMA"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-MODELOS    "
                   "OPE-PERFIL     " "ACESSO-NEGADO       "
                   "PERFIL SEM DIREITO AO PROGRAMA          "
               STOP RUN
           END-IF.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO THRU PROCESSO-FIM
               UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY " ".
           DISPLAY "V-VISUALIZA  N-NOVA VERSAO  A-ALTERA LINHA  "
                   "E-EXCLUI LINHA".
           DISPLAY "L-LISTA  H-HISTORICO  F-FIM".
           DISPLAY "OPCAO: ".
           MOVE SPACE TO OPCAO.
           ACCEPT OPCAO.
           MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO.
           EVALUATE OPCAO
               WHEN "V"
                   PERFORM VISUALIZA-MODELO THRU VISUALIZA-MODELO-FIM
               WHEN "N"
                   PERFORM NOVA-VERSAO THRU NOVA-VERSAO-FIM
               WHEN "A"
                   PERFORM ALTERA-LINHA THRU ALTERA-LINHA-FIM
               WHEN "E"
                   PERFORM EXCLUI-LINHA THRU EXCLUI-LINHA-FIM
               WHEN "L"
                   PERFORM LISTA-MODELOS
               WHEN "H"
                   PERFORM LISTA-HISTORICO
               WHEN "F"
                   MOVE "N" TO CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       PROCESSO-FIM.
           EXIT.
       VISUALIZA-MODELO.
           DISPLAY "DATA DA CARTA - ".
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODELO-INF = SPACES
               GO TO VISUALIZA-MODELO-FIM
           END-IF.
           ADD 1 TO VIGENCIA-INF.
           PERFORM LOCALIZA-VERSAO.
           SUBTRACT 1 FROM VIGENCIA-INF.
           IF VIGENCIA-ANT = ZEROS
               DISPLAY "NENHUMA VERSAO EM VIGOR NA DATA"
               GO TO VISUALIZA-MODELO-FIM
           END-IF.
           MOVE VIGENCIA-ANT TO DATA-E.
           DISPLAY MODELO-INF "/" PARTE-INF " - VERSAO EM VIGOR DESDE "
               DATA-E.
           PERFORM MOSTRA-LINHA-VERSAO
               VARYING IDX-LINHA FROM 1 BY 1
               UNTIL IDX-LINHA > QTDE-LINHAS-VERSAO.
       VISUALIZA-MODELO-FIM.
           EXIT.
       MOSTRA-LINHA-VERSAO.
           MOVE NUM-LINHA-T(IDX-LINHA) TO LINHA-E.
           DISPLAY LINHA-E "|" TEXTO-LINHA-T(IDX-LINHA).
       NOVA-VERSAO.
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODELO-INF = SPACES
               GO TO NOVA-VERSAO-FIM
           END-IF.
           IF VIGENCIA-INF < DATA-HOJE
               DISPLAY "NOVA VERSAO SO COM VIGENCIA A PARTIR DE HOJE"
               GO TO NOVA-VERSAO-FIM
           END-IF.
           PERFORM LOCALIZA-VERSAO.
           IF VERSAO-EXISTE = "S"
               DISPLAY "VERSAO JA CADASTRADA - USE A OPCAO ALTERA"
               GO TO NOVA-VERSAO-FIM
           END-IF.
           IF VIGENCIA-ANT = ZEROS
               DISPLAY "MODELO NOVO - INCLUA AS LINHAS PELA OPCAO A"
               GO TO NOVA-VERSAO-FIM
           END-IF.
           MOVE VIGENCIA-ANT TO DATA-E.
           MOVE QTDE-LINHAS-VERSAO TO LINHA-E.
           DISPLAY "COPIA DAS " LINHA-E " LINHAS DA VERSAO DE " DATA-E.
           DISPLAY "CONFIRMA (S/N)? ".
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "NOVA VERSAO CANCELADA"
               GO TO NOVA-VERSAO-FIM
           END-IF.
           MOVE ZEROS TO LINHA-INF.
           MOVE "N" TO ACAO-REGRAVA.
           PERFORM REGRAVA-MODELOS.
           MOVE SPACES TO TEXTO-ANTERIOR.
           MOVE SPACES TO TEXTO-INF.
           STRING "COPIA DA VERSAO DE " DELIMITED BY SIZE
                  DATA-E                DELIMITED BY SIZE
             INTO TEXTO-INF.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "VERSAO CRIADA - AJUSTE O TEXTO PELA OPCAO ALTERA".
       NOVA-VERSAO-FIM.
           EXIT.
       ALTERA-LINHA.
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODELO-INF = SPACES
               GO TO ALTERA-LINHA-FIM
           END-IF.
           PERFORM RECEBE-LINHA THRU RECEBE-LINHA-FIM.
           IF LINHA-INF = ZEROS
               GO TO ALTERA-LINHA-FIM
           END-IF.
           PERFORM LOCALIZA-VERSAO.
           IF LINHA-ACHADA = "S"
               DISPLAY "TEXTO ATUAL:"
               DISPLAY TEXTO-ANTERIOR
           ELSE
               DISPLAY "LINHA NOVA"
           END-IF.
           DISPLAY "CAMPOS ENTRE < > SAO PREENCHIDOS PELO PROGRAMA".
           DISPLAY "NOVO TEXTO (BRANCO = MANTER, * = LINHA EM BRANCO):".
           MOVE SPACES TO TEXTO-INF.
           ACCEPT TEXTO-INF.
           IF TEXTO-INF = SPACES
               DISPLAY "NENHUMA ALTERACAO INFORMADA"
               GO TO ALTERA-LINHA-FIM
           END-IF.
           IF TEXTO-INF = "*"
               MOVE SPACES TO TEXTO-INF
           END-IF.
           IF LINHA-ACHADA = "S" AND TEXTO-INF = TEXTO-ANTERIOR
               DISPLAY "NENHUMA ALTERACAO INFORMADA"
               GO TO ALTERA-LINHA-FIM
           END-IF.
           DISPLAY TEXTO-INF.
           DISPLAY "CONFIRMA (S/N)? ".
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "ALTERACAO CANCELADA"
               GO TO ALTERA-LINHA-FIM
           END-IF.
           IF LINHA-ACHADA = "S"
               MOVE "A" TO ACAO-REGRAVA
           ELSE
               MOVE "I" TO ACAO-REGRAVA
               MOVE 1 TO QTDE-LINHAS-VERSAO
               MOVE LINHA-INF TO NUM-LINHA-T(1)
               MOVE TEXTO-INF TO TEXTO-LINHA-T(1)
           END-IF.
           PERFORM REGRAVA-MODELOS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "LINHA GRAVADA".
       ALTERA-LINHA-FIM.
           EXIT.
       EXCLUI-LINHA.
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODELO-INF = SPACES
               GO TO EXCLUI-LINHA-FIM
           END-IF.
           PERFORM RECEBE-LINHA THRU RECEBE-LINHA-FIM.
           IF LINHA-INF = ZEROS
               GO TO EXCLUI-LINHA-FIM
           END-IF.
           PERFORM LOCALIZA-VERSAO.
           IF LINHA-ACHADA = "N"
               DISPLAY "LINHA NAO CADASTRADA NA VERSAO"
               GO TO EXCLUI-LINHA-FIM
           END-IF.
           DISPLAY "LINHA A EXCLUIR:".
           DISPLAY TEXTO-ANTERIOR.
           DISPLAY "CONFIRMA (S/N)? ".
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO EXCLUI-LINHA-FIM
           END-IF.
           MOVE SPACES TO TEXTO-INF.
           MOVE "E" TO ACAO-REGRAVA.
           PERFORM REGRAVA-MODELOS.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "LINHA EXCLUIDA".
       EXCLUI-LINHA-FIM.
           EXIT.
       RECEBE-CHAVE.
           MOVE SPACES TO MODELO-INF.
           MOVE SPACES TO PARTE-INF.
           MOVE ZEROS  TO VIGENCIA-INF.
           MOVE ZEROS  TO LINHA-INF.
           DISPLAY "MODELO (BRANCO = VOLTAR): ".
           ACCEPT MODELO-INF.
           MOVE FUNCTION UPPER-CASE(MODELO-INF) TO MODELO-INF.
           IF MODELO-INF = SPACES
               GO TO RECEBE-CHAVE-FIM
           END-IF.
           DISPLAY "PARTE DA CARTA: ".
           ACCEPT PARTE-INF.
           MOVE FUNCTION UPPER-CASE(PARTE-INF) TO PARTE-INF.
           IF PARTE-INF = SPACES
               DISPLAY "PARTE DA CARTA OBRIGATORIA"
               MOVE SPACES TO MODELO-INF
               GO TO RECEBE-CHAVE-FIM
           END-IF.
           DISPLAY "VIGENCIA AAAAMMDD (ZERO = HOJE): ".
           ACCEPT VIGENCIA-INF.
           IF VIGENCIA-INF = ZEROS
               MOVE DATA-HOJE TO VIGENCIA-INF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(VIGENCIA-INF) NOT = ZEROS
               DISPLAY "DATA DE VIGENCIA INVALIDA"
               MOVE SPACES TO MODELO-INF
           END-IF.
       RECEBE-CHAVE-FIM.
           EXIT.
       RECEBE-LINHA.
           IF VIGENCIA-INF < DATA-HOJE
               DISPLAY "VERSAO JA EM VIGOR NAO PODE SER ALTERADA"
               DISPLAY "CRIE UMA NOVA VERSAO PELA OPCAO N"
               MOVE ZEROS TO LINHA-INF
               GO TO RECEBE-LINHA-FIM
           END-IF.
           DISPLAY "NUMERO DA LINHA (01 A 40): ".
           MOVE ZEROS TO LINHA-INF.
           ACCEPT LINHA-INF.
           IF LINHA-INF > 40
               DISPLAY "NUMERO DE LINHA INVALIDO"
               MOVE ZEROS TO LINHA-INF
           END-IF.
       RECEBE-LINHA-FIM.
           EXIT.
       PEDE-CONFIRMACAO.
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA.
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA.
       LOCALIZA-VERSAO.
           MOVE "N"    TO VERSAO-EXISTE.
           MOVE "N"    TO LINHA-ACHADA.
           MOVE SPACES TO TEXTO-ANTERIOR.
           MOVE ZEROS  TO QTDE-LINHAS-VERSAO.
           MOVE ZEROS  TO VIGENCIA-ANT.
           MOVE "N"    TO FIM-MODELOS.
           OPEN INPUT ARQ-MODELOS.
           PERFORM PROCURA-MODELO UNTIL FIM-MODELOS = "S".
           CLOSE ARQ-MODELOS.
       PROCURA-MODELO.
           READ ARQ-MODELOS
               AT END MOVE "S" TO FIM-MODELOS
               NOT AT END
                   IF MOD-MODELO = MODELO-INF
                      AND MOD-PARTE = PARTE-INF
                       PERFORM CLASSIFICA-LINHA
                   END-IF
           END-READ.
       CLASSIFICA-LINHA.
           IF MOD-VIGENCIA = VIGENCIA-INF
               MOVE "S" TO VERSAO-EXISTE
               IF MOD-LINHA = LINHA-INF
                   MOVE "S"       TO LINHA-ACHADA
                   MOVE MOD-TEXTO TO TEXTO-ANTERIOR
               END-IF
           END-IF.
           IF MOD-VIGENCIA < VIGENCIA-INF
               IF MOD-VIGENCIA > VIGENCIA-ANT
                   MOVE MOD-VIGENCIA TO VIGENCIA-ANT
                   MOVE ZEROS TO QTDE-LINHAS-VERSAO
               END-IF
               IF MOD-VIGENCIA = VIGENCIA-ANT
                  AND QTDE-LINHAS-VERSAO < 40
                   ADD 1 TO QTDE-LINHAS-VERSAO
                   MOVE MOD-LINHA TO NUM-LINHA-T(QTDE-LINHAS-VERSAO)
                   MOVE MOD-TEXTO TO TEXTO-LINHA-T(QTDE-LINHAS-VERSAO)
               END-IF
           END-IF.
       REGRAVA-MODELOS.
           MOVE "N" TO NOVAS-GRAVADAS.
           MOVE "N" TO FIM-MODELOS.
           OPEN INPUT  ARQ-MODELOS.
           OPEN OUTPUT ARQ-MODELOS-TMP.
           PERFORM COPIA-MODELO UNTIL FIM-MODELOS = "S".
           IF (ACAO-REGRAVA = "I" OR ACAO-REGRAVA = "N")
              AND NOVAS-GRAVADAS = "N"
               PERFORM GRAVA-NOVAS-TMP
           END-IF.
           CLOSE ARQ-MODELOS.
           CLOSE ARQ-MODELOS-TMP.
           MOVE "N" TO FIM-MODELOS.
           OPEN INPUT  ARQ-MODELOS-TMP.
           OPEN OUTPUT ARQ-MODELOS.
           PERFORM DEVOLVE-MODELO UNTIL FIM-MODELOS = "S".
           CLOSE ARQ-MODELOS-TMP.
           CLOSE ARQ-MODELOS.
       COPIA-MODELO.
           READ ARQ-MODELOS
               AT END MOVE "S" TO FIM-MODELOS
               NOT AT END
                   IF MOD-CHAVE = CHAVE-INFORMADA
                      AND ACAO-REGRAVA NOT = "N"
                       IF ACAO-REGRAVA = "A"
                           MOVE TEXTO-INF  TO MOD-TEXTO
                           MOVE REG-MODELO TO REG-MODELO-TMP
                           WRITE REG-MODELO-TMP
                       END-IF
                   ELSE
                       IF (ACAO-REGRAVA = "I" OR ACAO-REGRAVA = "N")
                          AND NOVAS-GRAVADAS = "N"
                          AND MOD-CHAVE > CHAVE-INFORMADA
                           PERFORM GRAVA-NOVAS-TMP
                       END-IF
                       MOVE REG-MODELO TO REG-MODELO-TMP
                       WRITE REG-MODELO-TMP
                   END-IF
           END-READ.
       GRAVA-NOVAS-TMP.
           PERFORM GRAVA-UMA-NOVA-TMP
               VARYING IDX-LINHA FROM 1 BY 1
               UNTIL IDX-LINHA > QTDE-LINHAS-VERSAO.
           MOVE "S" TO NOVAS-GRAVADAS.
       GRAVA-UMA-NOVA-TMP.
           MOVE CHAVE-INFORMADA(1:18)    TO NOVO-MODELO-CHAVE.
           MOVE NUM-LINHA-T(IDX-LINHA)   TO NOVO-LINHA.
           MOVE TEXTO-LINHA-T(IDX-LINHA) TO NOVO-TEXTO.
           MOVE NOVO-MODELO TO REG-MODELO-TMP.
           WRITE REG-MODELO-TMP.
       DEVOLVE-MODELO.
           READ ARQ-MODELOS-TMP
               AT END MOVE "S" TO FIM-MODELOS
               NOT AT END
                   MOVE REG-MODELO-TMP TO REG-MODELO
                   WRITE REG-MODELO
           END-READ.
       GRAVA-HISTORICO.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE DATA-HOJE       TO HIS-DATA.
           MOVE HORA-AGORA(1:6) TO HIS-HORA.
           MOVE ACAO-REGRAVA    TO HIS-ACAO.
           MOVE MODELO-INF      TO HIS-MODELO.
           MOVE PARTE-INF       TO HIS-PARTE.
           MOVE VIGENCIA-INF    TO HIS-VIGENCIA.
           MOVE LINHA-INF       TO HIS-LINHA.
           MOVE TEXTO-ANTERIOR  TO HIS-TEXTO-ANT.
           MOVE TEXTO-INF       TO HIS-TEXTO-NOVO.
           MOVE OPERADOR-SESSAO TO HIS-OPERADOR.
           OPEN EXTEND ARQ-HISTORICO.
           WRITE REG-HISTORICO.
           CLOSE ARQ-HISTORICO.
       LISTA-MODELOS.
           DISPLAY "MODELO (BRANCO = TODOS): ".
           MOVE SPACES TO MODELO-INF.
           ACCEPT MODELO-INF.
           MOVE FUNCTION UPPER-CASE(MODELO-INF) TO MODELO-INF.
           MOVE ZEROS  TO CONT-LISTADOS.
           MOVE ZEROS  TO CONT-LINHAS.
           MOVE SPACES TO QBR-MODELO.
           MOVE SPACES TO QBR-PARTE.
           MOVE ZEROS  TO QBR-VIGENCIA.
           MOVE "N" TO FIM-MODELOS.
           OPEN INPUT ARQ-MODELOS.
           PERFORM MOSTRA-MODELO UNTIL FIM-MODELOS = "S".
           CLOSE ARQ-MODELOS.
           IF CONT-LINHAS > ZEROS
               PERFORM MOSTRA-VERSAO
           END-IF.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "VERSOES LISTADAS: " CONT-E.
       MOSTRA-MODELO.
           READ ARQ-MODELOS
               AT END MOVE "S" TO FIM-MODELOS
               NOT AT END
                   IF MODELO-INF = SPACES OR MOD-MODELO = MODELO-INF
                       IF MOD-MODELO NOT = QBR-MODELO
                          OR MOD-PARTE NOT = QBR-PARTE
                          OR MOD-VIGENCIA NOT = QBR-VIGENCIA
                           IF CONT-LINHAS > ZEROS
                               PERFORM MOSTRA-VERSAO
                           END-IF
                           MOVE MOD-MODELO   TO QBR-MODELO
                           MOVE MOD-PARTE    TO QBR-PARTE
                           MOVE MOD-VIGENCIA TO QBR-VIGENCIA
                           MOVE ZEROS TO CONT-LINHAS
                       END-IF
                       ADD 1 TO CONT-LINHAS
                   END-IF
           END-READ.
       MOSTRA-VERSAO.
           ADD 1 TO CONT-LISTADOS.
           MOVE QBR-VIGENCIA TO DATA-E.
           MOVE CONT-LINHAS  TO LINHA-E.
           DISPLAY QBR-MODELO " " QBR-PARTE " VIGENCIA " DATA-E
               " LINHAS " LINHA-E.
       LISTA-HISTORICO.
           DISPLAY "MODELO (BRANCO = TODOS): ".
           MOVE SPACES TO MODELO-INF.
           ACCEPT MODELO-INF.
           MOVE FUNCTION UPPER-CASE(MODELO-INF) TO MODELO-INF.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "N" TO FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM MOSTRA-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "ALTERACOES LISTADAS: " CONT-E.
       MOSTRA-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   IF MODELO-INF = SPACES OR HIS-MODELO = MODELO-INF
                       ADD 1 TO CONT-LISTADOS
                       MOVE HIS-DATA  TO DATA-E
                       MOVE HIS-LINHA TO LINHA-E
                       DISPLAY DATA-E " " HIS-OPERADOR " " HIS-ACAO
                           " " HIS-MODELO " " HIS-PARTE
                           " LINHA " LINHA-E
                       MOVE HIS-VIGENCIA TO DATA-E
                       DISPLAY "    VIG " DATA-E " DE: " HIS-TEXTO-ANT
                       DISPLAY "    PARA: " HIS-TEXTO-NOVO
                   END-IF
           END-READ.
