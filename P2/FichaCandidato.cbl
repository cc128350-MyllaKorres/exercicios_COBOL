               02 STATUS-DESC   PIC X(12) VALUE SPACES.
               02 RESULT-DESC   PIC X(12) VALUE SPACES.
           01 DESCR-SEXO       PIC X(09) VALUE SPACES.
           01 CAMPOS-CARTA.
               02 QTDE-CAMPOS-CARTA PIC 9(02) VALUE 19.
               02 FILLER        PIC X(12) VALUE "NOME".
               02 CARTA-NOME    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "CPF".
               02 CARTA-CPF     PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "IDADE".
               02 CARTA-IDADE   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "SEXO".
               02 CARTA-SEXO    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "PROFISSAO".
               02 CARTA-PROFISSAO PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "PRETENSAO".
               02 CARTA-PRETENSAO PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "ENDERECO".
               02 CARTA-ENDERECO PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "CIDADE".
               02 CARTA-CIDADE  PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "UF".
               02 CARTA-UF      PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "CADASTRO".
               02 CARTA-CADASTRO PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "ESCOL".
               02 CARTA-ESCOL   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "EXPER".
               02 CARTA-EXPER   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "IDIOMA".
               02 CARTA-IDIOMA  PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "HABIL".
               02 CARTA-HABIL   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "VAGA".
               02 CARTA-VAGA    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "EMPRESA".
               02 CARTA-EMPRESA PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "DATA".
               02 CARTA-DATA    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "HORA".
               02 CARTA-HORA    PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "SITUACAO".
               02 CARTA-SITUACAO PIC X(40) VALUE SPACES.
           01 TEXTO-CARTA.
               02 QTDE-LINHAS-CARTA PIC 9(02) VALUE ZEROS.
               02 LINHA-MODELO  PIC X(80) OCCURS 40 TIMES.
           01 PARTE-CARTA      PIC X(02) VALUE SPACES.
           01 MODELO-ACHADO    PIC X(01) VALUE SPACE.
           01 IDX-LINHA-CARTA  PIC 9(02) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FICHA DO CANDIDATO".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PROFISSOES.
           MOVE "S" TO CONTINUAR.
           PERFORM GERA-FICHA UNTIL CONTINUAR NOT = "S".
           WRITE LINHA-FICHA.
           ADD 1 TO CONT-LINHAS.
       GRAVA-DADOS-PESSOAIS.
           MOVE IDADE-CAND TO IDADE-E.
           EVALUATE SEXO-CAND
               WHEN 1 MOVE "FEMININO " TO DESCR-SEXO
               WHEN 2 MOVE "MASCULINO" TO DESCR-SEXO
               WHEN OTHER MOVE "OUTRO    " TO DESCR-SEXO
           END-EVALUATE.
           IF PROF-CAND > ZERO AND PROF-CAND <= QTDE-PROFISSOES
               MOVE PROF-T(PROF-CAND) TO CARTA-PROFISSAO
           ELSE
               MOVE "NAO INFORMADA" TO CARTA-PROFISSAO
           END-IF.
           MOVE PRT-SAL-CAND TO SALARIO-E.
           MOVE NOME-CAND     TO CARTA-NOME.
           MOVE CPF           TO CARTA-CPF.
           MOVE IDADE-E       TO CARTA-IDADE.
           MOVE DESCR-SEXO    TO CARTA-SEXO.
           MOVE SALARIO-E     TO CARTA-PRETENSAO.
           MOVE ENDERECO-CAND TO CARTA-ENDERECO.
           MOVE CIDADE-CAND   TO CARTA-CIDADE.
           MOVE UF-CAND       TO CARTA-UF.
           MOVE DATA-CAD-CAND TO CARTA-CADASTRO.
           MOVE "DP" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
       IMPRIME-PARTE-FICHA.
           CALL "MONTA-CARTA" USING "FICHACAN" PARTE-CARTA DATA-HOJE
               CAMPOS-CARTA TEXTO-CARTA MODELO-ACHADO.
           PERFORM GRAVA-LINHA-MODELO
               VARYING IDX-LINHA-CARTA FROM 1 BY 1
               UNTIL IDX-LINHA-CARTA > QTDE-LINHAS-CARTA.
       GRAVA-LINHA-MODELO.
           MOVE LINHA-MODELO(IDX-LINHA-CARTA) TO LINHA-FICHA.
           PERFORM GRAVA-LINHA.
       GRAVA-QUALIFICACOES.
           MOVE "QT" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
           MOVE "N" TO FIM-QUALIFIC.
           OPEN INPUT ARQ-QUALIFIC.
           PERFORM LE-QUALIFICACAO UNTIL FIM-QUALIFIC = "S".
           END-READ.
       GRAVA-LINHA-QUALIFICACAO.
           MOVE QUAL-EXPERIENCIA TO EXPER-E.
           MOVE QUAL-ESCOLARIDADE TO CARTA-ESCOL.
           MOVE EXPER-E           TO CARTA-EXPER.
           MOVE QUAL-IDIOMA       TO CARTA-IDIOMA.
           MOVE QUAL-HABILIDADE   TO CARTA-HABIL.
           MOVE "QL" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
       GRAVA-ENCAMINHAMENTOS.
           MOVE "ET" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
           MOVE "N" TO FIM-ENCAMINH.
           OPEN INPUT ARQ-ENCAMINHAMENTOS.
           PERFORM LE-ENCAMINHAMENTO UNTIL FIM-ENCAMINH = "S".
               WHEN "R" MOVE "RECUSADO    " TO STATUS-DESC
               WHEN OTHER MOVE "OUTRO       " TO STATUS-DESC
           END-EVALUATE.
           MOVE ENC-VAGA     TO CARTA-VAGA.
           MOVE EMPRESA-VAGA TO CARTA-EMPRESA.
           MOVE ENC-DATA     TO CARTA-DATA.
           MOVE STATUS-DESC  TO CARTA-SITUACAO.
           MOVE "EL" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
       BUSCA-EMPRESA-VAGA.
           MOVE SPACES TO EMPRESA-VAGA.
           MOVE "N"    TO FIM-VAGAS.
                   END-IF
           END-READ.
       GRAVA-ENTREVISTAS.
           MOVE "NT" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
           MOVE "N" TO FIM-AGENDA.
           OPEN INPUT ARQ-AGENDA.
           PERFORM LE-AGENDA UNTIL FIM-AGENDA = "S".
               WHEN "C" MOVE "CANCELADA   " TO RESULT-DESC
               WHEN OTHER MOVE "AGENDADA    " TO RESULT-DESC
           END-EVALUATE.
           MOVE AGE-VAGA    TO CARTA-VAGA.
           MOVE AGE-DATA    TO CARTA-DATA.
           MOVE AGE-HORA    TO CARTA-HORA.
           MOVE RESULT-DESC TO CARTA-SITUACAO.
           MOVE "NL" TO PARTE-CARTA.
           PERFORM IMPRIME-PARTE-FICHA.
       CARREGA-PROFISSOES.
           MOVE "N" TO FIM-PROFISSOES.
           OPEN INPUT ARQ-PROFISSOES.
