               02 CAMPO-LOG    PIC X(10) VALUE SPACES.
               02 VALOR-DE     PIC X(30) VALUE SPACES.
               02 VALOR-PARA   PIC X(30) VALUE SPACES.
           01 DADOS-AUDITORIA.
               02 CHAVE-AUDITORIA PIC X(15) VALUE SPACES.
               02 IMAGEM-ANTES    PIC X(150) VALUE SPACES.
               02 IMAGEM-DEPOIS   PIC X(150) VALUE SPACES.
           01 MENSAGENS-DE-CRITICA.
               02 MENSA1       PIC X(30) VALUE
                   "NOME INVALIDO <REDIGITE>".
               CALL "PROTEGE-ARQUIVO" USING "F" "FUNCIONARIOS.DAT"
                   CONT-GRAVADOS-TMP RESULTADO-PROTECAO
               CALL "ATUALIZA-CONTROLE" USING "FUNCIONARIOS.DAT"
               MOVE ID-CONSULTA TO CHAVE-AUDITORIA
               CALL "GRAVA-AUDITORIA" USING "FUNCIONARIOS.DAT"
                   CHAVE-AUDITORIA "A" OPERADOR-SESSAO IMAGEM-ANTES
                   IMAGEM-DEPOIS
           END-IF.
           CALL "TRAVA-ARQUIVO" USING "D" "FUNCIONARIOS.DAT"
               DONO-TRAVA RESULTADO-TRAVA.
               AT END MOVE "S" TO FIM-FUNC
               NOT AT END
                   IF REG-ID = ID-CONSULTA
                       MOVE REG-FUNCIONARIO TO IMAGEM-ANTES
                       MOVE NOME-NOVO  TO REG-NOME
                       MOVE IDADE-NOVA TO REG-IDADE
                       MOVE SEXO-NOVO  TO REG-SEXO
                       MOVE OPERADOR-SESSAO TO REG-OPERADOR
                       MOVE REG-FUNCIONARIO TO IMAGEM-DEPOIS
                   END-IF
                   MOVE REG-ID          TO TMP-ID
                   MOVE REG-NOME        TO TMP-NOME
