                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-VENDAS ASSIGN TO "VENDAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-SESSOES.
               02 VENDA-CLIENTE     PIC 9(04).
               02 VENDA-UF          PIC X(02).
               02 VENDA-MOTIVO      PIC X(02).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 TOLERANCIA       PIC 9(05)V99 VALUE 5,00.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 FIM-SESSOES      PIC X(01) VALUE "N".
           01 FIM-VENDAS       PIC X(01) VALUE "N".
           01 FIM-TMP          PIC X(01) VALUE "N".
           01 SESSAO-ABERTA    PIC X(01) VALUE "N".
           01 DATA-SESSAO      PIC 9(08) VALUE ZEROS.
           01 FUNDO-TROCO      PIC 9(07)V99 VALUE ZEROS.
           END-EVALUATE.
           STOP RUN.
       CARREGA-PARAMETROS.
           MOVE "CAIXA"      TO PRM-MODULO.
           MOVE "TOLERANCIA" TO PRM-NOME.
           MOVE DATA-HOJE    TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO TOLERANCIA
           END-IF.
       VERIFICA-SESSAO-ABERTA.
           MOVE "N" TO SESSAO-ABERTA.
