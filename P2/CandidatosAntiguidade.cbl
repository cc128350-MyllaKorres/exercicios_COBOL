           FILE-CONTROL.
               SELECT ARQ-CANDIDATOS ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELANTIG.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-PROFISSOES ASSIGN TO "PROFISSOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTATOS ASSIGN TO "CONTATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CANDIDATOS.
               02 REG-CIDADE    PIC X(20).
               02 REG-UF        PIC X(02).
               02 REG-OPERADOR  PIC X(08).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-PROFISSOES.
               02 CTT-CANAL     PIC X(01).
               02 CTT-RESULTADO PIC X(01).
               02 CTT-NOTA      PIC X(40).
       WORKING-STORAGE SECTION.
           01 QTDE-PROFISSOES PIC 9(02) VALUE ZEROS.
           01 FIM-PROFISSOES  PIC X(01) VALUE "N".
               02 PISO-T    PIC 9(04)V9(02) OCCURS 1 TO 9 TIMES
                                       DEPENDING ON QTDE-PROFISSOES.
           01 FIM-CANDIDATOS  PIC X(01) VALUE "N".
           01 DIAS-PURGA      PIC 9(04) VALUE 0365.
           01 DIAS-CADASTRO   PIC S9(05) VALUE ZEROS.
           01 DIAS-E          PIC ZZZZ9.
           01 PURGA-MARCA     PIC X(07) VALUE SPACES.
           01 PASSO-RELATORIO PIC 9(01) VALUE ZERO.
           01 DADOS-CONTATO.
               02 FIM-CONTATOS       PIC X(01) VALUE "N".
               02 DIAS-SEM-CONTATO   PIC 9(04) VALUE 0030.
               02 CONTATO-RECENTE    PIC X(01) VALUE "N".
               02 MES         PIC 9(02) VALUE ZEROS.
               02 DIA         PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE       PIC 9(08) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RELATORIO DE TEMPO DE CADASTRO".
           DISPLAY "CANDIDATOS A EXPURGAR : " CONT-E.
           STOP RUN.
       LE-PARAMETROS.
           MOVE "AGENCIA"          TO PRM-MODULO.
           MOVE "DIAS-PURGA"       TO PRM-NOME.
           MOVE DATA-HOJE          TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO DIAS-PURGA
           END-IF.
       LE-PARAMETRO-CONTATO.
           MOVE "AGENCIA"          TO PRM-MODULO.
           MOVE "DIAS-CONTATO"     TO PRM-NOME.
           MOVE DATA-HOJE          TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO DIAS-SEM-CONTATO
           END-IF.
       VERIFICA-CONTATO-RECENTE.
           MOVE "N" TO CONTATO-RECENTE.
           MOVE "N" TO FIM-CONTATOS.
