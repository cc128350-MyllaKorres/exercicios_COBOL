               02 RSP-NOME      PIC X(30).
               02 RSP-ENDERECO  PIC X(30).
               02 RSP-TELEFONE  PIC X(11).
               02 RSP-CLIENTE   PIC 9(04).
               02 RSP-BOLSA     PIC 9(03)V99.
               02 RSP-NASCIMENTO PIC 9(08).
               02 RSP-SEXO      PIC X(01).
               02 RSP-MUNICIPIO PIC 9(07).
           FD  ARQ-CARTAS.
           01  LINHA-CARTA      PIC X(80).
           FD  ARQ-CONTROLE.
               02 ENDERECO-RESP PIC X(30) VALUE SPACES.
               02 RESP-ACHADO   PIC X(01) VALUE "N".
           01 CONT-CARTAS      PIC 9(03) VALUE ZEROS.
           01 CAMPOS-CARTA.
               02 QTDE-CAMPOS-CARTA PIC 9(02) VALUE 05.
               02 FILLER        PIC X(12) VALUE "RESPONSAVEL".
               02 CARTA-RESPONSAVEL PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "ENDERECO".
               02 CARTA-ENDERECO PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "ALUNO".
               02 CARTA-ALUNO   PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "FREQUENCIA".
               02 CARTA-FREQUENCIA PIC X(40) VALUE SPACES.
               02 FILLER        PIC X(12) VALUE "FALTAS".
               02 CARTA-FALTAS  PIC X(40) VALUE SPACES.
           01 TEXTO-CARTA.
               02 QTDE-LINHAS-CARTA PIC 9(02) VALUE ZEROS.
               02 LINHA-MODELO  PIC X(80) OCCURS 40 TIMES.
           01 MODELO-ACHADO    PIC X(01) VALUE SPACE.
           01 IDX-LINHA-CARTA  PIC 9(02) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 CONT-E           PIC ZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CARTAS DE FREQUENCIA AOS RESPONSAVEIS".
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT ANOMES-REL.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM COLETA-ALUNOS-DO-MES.
           OPEN OUTPUT ARQ-CARTAS.
           OPEN OUTPUT ARQ-CONTROLE.
       GERA-CARTA.
           ADD 1 TO CONT-CARTAS.
           PERFORM BUSCA-RESPONSAVEL.
           MOVE PCT-FREQ   TO PCT-FREQ-E.
           MOVE MAX-FALTAS TO MAX-FALTAS-E.
           MOVE NOME-RESP          TO CARTA-RESPONSAVEL.
           MOVE ENDERECO-RESP      TO CARTA-ENDERECO.
           MOVE ALUNO-T(IDX-ALUNO) TO CARTA-ALUNO.
           MOVE PCT-FREQ-E         TO CARTA-FREQUENCIA.
           MOVE MAX-FALTAS-E       TO CARTA-FALTAS.
           CALL "MONTA-CARTA" USING "FREQUENC" "CT" DATA-HOJE
               CAMPOS-CARTA TEXTO-CARTA MODELO-ACHADO.
           PERFORM GRAVA-LINHA-MODELO
               VARYING IDX-LINHA-CARTA FROM 1 BY 1
               UNTIL IDX-LINHA-CARTA > QTDE-LINHAS-CARTA.
           PERFORM GRAVA-LINHA-CONTROLE.
       GRAVA-LINHA-MODELO.
           MOVE LINHA-MODELO(IDX-LINHA-CARTA) TO LINHA-CARTA.
           WRITE LINHA-CARTA.
       BUSCA-RESPONSAVEL.
           MOVE "RESPONSAVEL NAO CADASTRADO" TO NOME-RESP.
           MOVE SPACES TO ENDERECO-RESP.
