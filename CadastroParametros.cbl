       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADASTRO-PARAMETROS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PARAMETROS ASSIGN TO "PARAMETROS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PARAMETROS-TMP ASSIGN TO "PARAMTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "PARAMHIST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PARAMETROS.
           01  REG-PARAMETRO.
               02 PAR-CHAVE.
                   03 PAR-MODULO    PIC X(08).
                   03 PAR-NOME      PIC X(15).
                   03 PAR-VIGENCIA  PIC 9(08).
               02 PAR-VALOR     PIC 9(09)V9(06).
               02 PAR-DESCRICAO PIC X(30).
           FD  ARQ-PARAMETROS-TMP.
           01  REG-PARAMETRO-TMP PIC X(76).
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HIS-DATA       PIC 9(08).
               02 HIS-HORA       PIC 9(06).
               02 HIS-ACAO       PIC X(01).
               02 HIS-MODULO     PIC X(08).
               02 HIS-NOME       PIC X(15).
               02 HIS-VIGENCIA   PIC 9(08).
               02 HIS-VALOR-ANT  PIC 9(09)V9(06).
               02 HIS-VALOR-NOVO PIC 9(09)V9(06).
               02 HIS-OPERADOR   PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DADOS-ACESSO.
               02 PROGRAMA-ACESSO PIC X(20) VALUE "CADASTRO-PARAMETROS".
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
           01 FIM-PARAMETROS   PIC X(01) VALUE "N".
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 PARAMETRO-INFORMADO.
               02 CHAVE-INFORMADA.
                   03 MODULO-INF   PIC X(08) VALUE SPACES.
                   03 NOME-INF     PIC X(15) VALUE SPACES.
                   03 VIGENCIA-INF PIC 9(08) VALUE ZEROS.
               02 VALOR-INF        PIC 9(09)V9(06) VALUE ZEROS.
               02 DESCRICAO-INF    PIC X(30) VALUE SPACES.
           01 VALOR-ANTERIOR   PIC 9(09)V9(06) VALUE ZEROS.
           01 DESCRICAO-ANT    PIC X(30) VALUE SPACES.
           01 VIGENCIA-ANT     PIC 9(08) VALUE ZEROS.
           01 CHAVE-ACHADA     PIC X(01) VALUE "N".
           01 NOVO-GRAVADO     PIC X(01) VALUE "N".
           01 ACAO-REGRAVA     PIC X(01) VALUE SPACE.
           01 CONT-LISTADOS    PIC 9(04) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 VALOR-E      PIC ZZZ.ZZZ.ZZ9,999999.
               02 VALOR-ANT-E  PIC ZZZ.ZZZ.ZZ9,999999.
               02 VALOR-ENT-E  PIC ZZZZZZZZ9,999999.
               02 DATA-E       PIC 9999/99/99.
               02 CONT-E       PIC ZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CADASTRO DE PARAMETROS DO SISTEMA".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "VERIFICA-ACESSO" USING PERFIL-SESSAO
               PROGRAMA-ACESSO ACESSO-OK.
           IF ACESSO-OK = "N"
               DISPLAY "ACESSO NEGADO AO PROGRAMA"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-PARAMETROS "
                   "OPE-PERFIL     " "ACESSO-NEGADO       "
                   "PERFIL SEM DIREITO AO PROGRAMA          "
               STOP RUN
           END-IF.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "SOMENTE SUPERVISOR ALTERA PARAMETROS"
               CALL "GRAVA-EXCECAO" USING "CADASTRO-PARAMETROS "
                   "OPE-PERFIL     " "SEM-PERMISSAO       "
                   "ACESSO A PARAMETROS SEM PERFIL          "
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
           DISPLAY "I-INCLUI  A-ALTERA  E-EXCLUI  L-LISTA  "
                   "H-HISTORICO  F-FIM".
           DISPLAY "OPCAO: ".
           MOVE SPACE TO OPCAO.
           ACCEPT OPCAO.
           MOVE FUNCTION UPPER-CASE(OPCAO) TO OPCAO.
           EVALUATE OPCAO
               WHEN "I"
                   PERFORM INCLUI-PARAMETRO THRU INCLUI-PARAMETRO-FIM
               WHEN "A"
                   PERFORM ALTERA-PARAMETRO THRU ALTERA-PARAMETRO-FIM
               WHEN "E"
                   PERFORM EXCLUI-PARAMETRO THRU EXCLUI-PARAMETRO-FIM
               WHEN "L"
                   PERFORM LISTA-PARAMETROS
               WHEN "H"
                   PERFORM LISTA-HISTORICO
               WHEN "F"
                   MOVE "N" TO CONTINUAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
       PROCESSO-FIM.
           EXIT.
       INCLUI-PARAMETRO.
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODULO-INF = SPACES
               GO TO INCLUI-PARAMETRO-FIM
           END-IF.
           PERFORM LOCALIZA-PARAMETRO.
           IF CHAVE-ACHADA = "S"
               DISPLAY "VIGENCIA JA CADASTRADA - USE A OPCAO ALTERA"
               GO TO INCLUI-PARAMETRO-FIM
           END-IF.
           IF VIGENCIA-ANT NOT = ZEROS
               MOVE VALOR-ANTERIOR TO VALOR-ANT-E
               MOVE VIGENCIA-ANT   TO DATA-E
               DISPLAY "VALOR EM VIGOR DESDE " DATA-E ": "
                   VALOR-ANT-E
           ELSE
               DISPLAY "PARAMETRO NOVO"
           END-IF.
           PERFORM RECEBE-VALOR.
           DISPLAY "DESCRICAO (BRANCO = MANTER A ANTERIOR): ".
           MOVE SPACES TO DESCRICAO-INF.
           ACCEPT DESCRICAO-INF.
           IF DESCRICAO-INF = SPACES
               MOVE DESCRICAO-ANT TO DESCRICAO-INF
           END-IF.
           IF DESCRICAO-INF = SPACES
               DISPLAY "DESCRICAO OBRIGATORIA - INCLUSAO CANCELADA"
               GO TO INCLUI-PARAMETRO-FIM
           END-IF.
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "INCLUSAO CANCELADA"
               GO TO INCLUI-PARAMETRO-FIM
           END-IF.
           MOVE "I" TO ACAO-REGRAVA.
           PERFORM REGRAVA-PARAMETROS.
           MOVE VALOR-ANTERIOR TO HIS-VALOR-ANT.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "PARAMETRO INCLUIDO".
       INCLUI-PARAMETRO-FIM.
           EXIT.
       ALTERA-PARAMETRO.
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODULO-INF = SPACES
               GO TO ALTERA-PARAMETRO-FIM
           END-IF.
           PERFORM LOCALIZA-PARAMETRO.
           IF CHAVE-ACHADA = "N"
               DISPLAY "VIGENCIA NAO CADASTRADA PARA O PARAMETRO"
               GO TO ALTERA-PARAMETRO-FIM
           END-IF.
           MOVE VALOR-ANTERIOR TO VALOR-ANT-E.
           DISPLAY "VALOR ATUAL: " VALOR-ANT-E "  " DESCRICAO-ANT.
           PERFORM RECEBE-VALOR.
           DISPLAY "DESCRICAO (BRANCO = MANTER): ".
           MOVE SPACES TO DESCRICAO-INF.
           ACCEPT DESCRICAO-INF.
           IF DESCRICAO-INF = SPACES
               MOVE DESCRICAO-ANT TO DESCRICAO-INF
           END-IF.
           IF VALOR-INF = VALOR-ANTERIOR
              AND DESCRICAO-INF = DESCRICAO-ANT
               DISPLAY "NENHUMA ALTERACAO INFORMADA"
               GO TO ALTERA-PARAMETRO-FIM
           END-IF.
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "ALTERACAO CANCELADA"
               GO TO ALTERA-PARAMETRO-FIM
           END-IF.
           MOVE "A" TO ACAO-REGRAVA.
           PERFORM REGRAVA-PARAMETROS.
           MOVE VALOR-ANTERIOR TO HIS-VALOR-ANT.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "PARAMETRO ALTERADO".
       ALTERA-PARAMETRO-FIM.
           EXIT.
       EXCLUI-PARAMETRO.
           PERFORM RECEBE-CHAVE THRU RECEBE-CHAVE-FIM.
           IF MODULO-INF = SPACES
               GO TO EXCLUI-PARAMETRO-FIM
           END-IF.
           PERFORM LOCALIZA-PARAMETRO.
           IF CHAVE-ACHADA = "N"
               DISPLAY "VIGENCIA NAO CADASTRADA PARA O PARAMETRO"
               GO TO EXCLUI-PARAMETRO-FIM
           END-IF.
           MOVE VALOR-ANTERIOR TO VALOR-ANT-E.
           DISPLAY "VALOR A EXCLUIR: " VALOR-ANT-E "  "
               DESCRICAO-ANT.
           MOVE VALOR-ANTERIOR TO VALOR-INF.
           PERFORM PEDE-CONFIRMACAO.
           IF CONFIRMA NOT = "S"
               DISPLAY "EXCLUSAO CANCELADA"
               GO TO EXCLUI-PARAMETRO-FIM
           END-IF.
           MOVE ZEROS TO VALOR-INF.
           MOVE "E" TO ACAO-REGRAVA.
           PERFORM REGRAVA-PARAMETROS.
           MOVE VALOR-ANTERIOR TO HIS-VALOR-ANT.
           PERFORM GRAVA-HISTORICO.
           DISPLAY "VIGENCIA EXCLUIDA".
       EXCLUI-PARAMETRO-FIM.
           EXIT.
       RECEBE-CHAVE.
           MOVE SPACES TO MODULO-INF.
           MOVE SPACES TO NOME-INF.
           MOVE ZEROS  TO VIGENCIA-INF.
           DISPLAY "MODULO (BRANCO = VOLTAR): ".
           ACCEPT MODULO-INF.
           MOVE FUNCTION UPPER-CASE(MODULO-INF) TO MODULO-INF.
           IF MODULO-INF = SPACES
               GO TO RECEBE-CHAVE-FIM
           END-IF.
           DISPLAY "PARAMETRO: ".
           ACCEPT NOME-INF.
           MOVE FUNCTION UPPER-CASE(NOME-INF) TO NOME-INF.
           IF NOME-INF = SPACES
               DISPLAY "NOME DO PARAMETRO OBRIGATORIO"
               MOVE SPACES TO MODULO-INF
               GO TO RECEBE-CHAVE-FIM
           END-IF.
           DISPLAY "INICIO DA VIGENCIA AAAAMMDD (ZERO = HOJE): ".
           ACCEPT VIGENCIA-INF.
           IF VIGENCIA-INF = ZEROS
               MOVE DATA-HOJE TO VIGENCIA-INF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(VIGENCIA-INF) NOT = ZEROS
               DISPLAY "DATA DE VIGENCIA INVALIDA"
               MOVE SPACES TO MODULO-INF
           END-IF.
       RECEBE-CHAVE-FIM.
           EXIT.
       RECEBE-VALOR.
           DISPLAY "NOVO VALOR: ".
           MOVE ZEROS TO VALOR-ENT-E.
           ACCEPT VALOR-ENT-E.
           MOVE VALOR-ENT-E TO VALOR-INF.
       PEDE-CONFIRMACAO.
           MOVE VALOR-INF    TO VALOR-E.
           MOVE VIGENCIA-INF TO DATA-E.
           DISPLAY MODULO-INF " " NOME-INF " VIGENCIA " DATA-E
               " VALOR " VALOR-E.
           DISPLAY "CONFIRMA (S/N)? ".
           MOVE SPACE TO CONFIRMA.
           ACCEPT CONFIRMA.
           MOVE FUNCTION UPPER-CASE(CONFIRMA) TO CONFIRMA.
       LOCALIZA-PARAMETRO.
           MOVE "N"    TO CHAVE-ACHADA.
           MOVE ZEROS  TO VALOR-ANTERIOR.
           MOVE ZEROS  TO VIGENCIA-ANT.
           MOVE SPACES TO DESCRICAO-ANT.
           MOVE "N"    TO FIM-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
           PERFORM PROCURA-PARAMETRO UNTIL FIM-PARAMETROS = "S".
           CLOSE ARQ-PARAMETROS.
       PROCURA-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO FIM-PARAMETROS
               NOT AT END
                   IF PAR-MODULO = MODULO-INF
                      AND PAR-NOME = NOME-INF
                       IF PAR-VIGENCIA = VIGENCIA-INF
                           MOVE "S"           TO CHAVE-ACHADA
                           MOVE PAR-VALOR     TO VALOR-ANTERIOR
                           MOVE PAR-DESCRICAO TO DESCRICAO-ANT
                           MOVE PAR-VIGENCIA  TO VIGENCIA-ANT
                       ELSE
                           IF CHAVE-ACHADA = "N"
                              AND PAR-VIGENCIA < VIGENCIA-INF
                              AND PAR-VIGENCIA NOT < VIGENCIA-ANT
                               MOVE PAR-VALOR     TO VALOR-ANTERIOR
                               MOVE PAR-DESCRICAO TO DESCRICAO-ANT
                               MOVE PAR-VIGENCIA  TO VIGENCIA-ANT
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       REGRAVA-PARAMETROS.
           MOVE "N" TO NOVO-GRAVADO.
           MOVE "N" TO FIM-PARAMETROS.
           OPEN INPUT  ARQ-PARAMETROS.
           OPEN OUTPUT ARQ-PARAMETROS-TMP.
           PERFORM COPIA-PARAMETRO UNTIL FIM-PARAMETROS = "S".
           IF ACAO-REGRAVA = "I" AND NOVO-GRAVADO = "N"
               PERFORM GRAVA-NOVO-TMP
           END-IF.
           CLOSE ARQ-PARAMETROS.
           CLOSE ARQ-PARAMETROS-TMP.
           MOVE "N" TO FIM-PARAMETROS.
           OPEN INPUT  ARQ-PARAMETROS-TMP.
           OPEN OUTPUT ARQ-PARAMETROS.
           PERFORM DEVOLVE-PARAMETRO UNTIL FIM-PARAMETROS = "S".
           CLOSE ARQ-PARAMETROS-TMP.
           CLOSE ARQ-PARAMETROS.
       COPIA-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO FIM-PARAMETROS
               NOT AT END
                   IF PAR-CHAVE = CHAVE-INFORMADA
                       IF ACAO-REGRAVA = "A"
                           MOVE VALOR-INF     TO PAR-VALOR
                           MOVE DESCRICAO-INF TO PAR-DESCRICAO
                           MOVE REG-PARAMETRO TO REG-PARAMETRO-TMP
                           WRITE REG-PARAMETRO-TMP
                       END-IF
                   ELSE
                       IF ACAO-REGRAVA = "I" AND NOVO-GRAVADO = "N"
                          AND PAR-CHAVE > CHAVE-INFORMADA
                           PERFORM GRAVA-NOVO-TMP
                       END-IF
                       MOVE REG-PARAMETRO TO REG-PARAMETRO-TMP
                       WRITE REG-PARAMETRO-TMP
                   END-IF
           END-READ.
       GRAVA-NOVO-TMP.
           MOVE PARAMETRO-INFORMADO TO REG-PARAMETRO-TMP.
           WRITE REG-PARAMETRO-TMP.
           MOVE "S" TO NOVO-GRAVADO.
       DEVOLVE-PARAMETRO.
           READ ARQ-PARAMETROS-TMP
               AT END MOVE "S" TO FIM-PARAMETROS
               NOT AT END
                   MOVE REG-PARAMETRO-TMP TO REG-PARAMETRO
                   WRITE REG-PARAMETRO
           END-READ.
       GRAVA-HISTORICO.
           ACCEPT HORA-AGORA FROM TIME.
           MOVE DATA-HOJE       TO HIS-DATA.
           MOVE HORA-AGORA(1:6) TO HIS-HORA.
           MOVE ACAO-REGRAVA    TO HIS-ACAO.
           MOVE MODULO-INF      TO HIS-MODULO.
           MOVE NOME-INF        TO HIS-NOME.
           MOVE VIGENCIA-INF    TO HIS-VIGENCIA.
           MOVE VALOR-INF       TO HIS-VALOR-NOVO.
           MOVE OPERADOR-SESSAO TO HIS-OPERADOR.
           OPEN EXTEND ARQ-HISTORICO.
           WRITE REG-HISTORICO.
           CLOSE ARQ-HISTORICO.
       LISTA-PARAMETROS.
           DISPLAY "MODULO (BRANCO = TODOS): ".
           MOVE SPACES TO MODULO-INF.
           ACCEPT MODULO-INF.
           MOVE FUNCTION UPPER-CASE(MODULO-INF) TO MODULO-INF.
           MOVE ZEROS TO CONT-LISTADOS.
           MOVE "N" TO FIM-PARAMETROS.
           OPEN INPUT ARQ-PARAMETROS.
           PERFORM MOSTRA-PARAMETRO UNTIL FIM-PARAMETROS = "S".
           CLOSE ARQ-PARAMETROS.
           MOVE CONT-LISTADOS TO CONT-E.
           DISPLAY "PARAMETROS LISTADOS: " CONT-E.
       MOSTRA-PARAMETRO.
           READ ARQ-PARAMETROS
               AT END MOVE "S" TO FIM-PARAMETROS
               NOT AT END
                   IF MODULO-INF = SPACES OR PAR-MODULO = MODULO-INF
                       ADD 1 TO CONT-LISTADOS
                       MOVE PAR-VIGENCIA TO DATA-E
                       MOVE PAR-VALOR    TO VALOR-E
                       DISPLAY PAR-MODULO " " PAR-NOME " " DATA-E
                           " " VALOR-E
                       DISPLAY "    " PAR-DESCRICAO
                   END-IF
           END-READ.
       LISTA-HISTORICO.
           DISPLAY "MODULO (BRANCO = TODOS): ".
           MOVE SPACES TO MODULO-INF.
           ACCEPT MODULO-INF.
           MOVE FUNCTION UPPER-CASE(MODULO-INF) TO MODULO-INF.
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
                   IF MODULO-INF = SPACES OR HIS-MODULO = MODULO-INF
                       ADD 1 TO CONT-LISTADOS
                       MOVE HIS-DATA       TO DATA-E
                       MOVE HIS-VALOR-ANT  TO VALOR-ANT-E
                       MOVE HIS-VALOR-NOVO TO VALOR-E
                       DISPLAY DATA-E " " HIS-OPERADOR " " HIS-ACAO
                           " " HIS-MODULO " " HIS-NOME
                       MOVE HIS-VIGENCIA   TO DATA-E
                       DISPLAY "    VIG " DATA-E " DE " VALOR-ANT-E
                           " PARA " VALOR-E
                   END-IF
           END-READ.
