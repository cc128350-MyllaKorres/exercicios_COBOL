       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSENTIMENTO-CANDIDATO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-CONSENTIMENTOS
                   ASSIGN TO "CONSENTIM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONSENTIMENTOS-TMP ASSIGN TO "CONSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CONSENTIMENTOS.
           01  REG-CONSENTIMENTO.
               02 CNS-CPF        PIC 9(11).
               02 CNS-ESCOPO     PIC X(01).
               02 CNS-CANAL      PIC X(01).
               02 CNS-DATA       PIC 9(08).
               02 CNS-SITUACAO   PIC X(01).
               02 CNS-DATA-REVOG PIC 9(08).
               02 CNS-OPERADOR   PIC X(08).
           FD  ARQ-CONSENTIMENTOS-TMP.
           01  REG-CONSENTIMENTO-TMP PIC X(38).
           FD  ARQ-CANDIDATOS.
           01  REG-CANDIDATO.
               02 REG-NOME      PIC X(35).
               02 REG-CPF       PIC 9(11).
               02 REG-IDADE     PIC 9(02).
               02 REG-APRENDIZ  PIC X(01).
               02 REG-SEXO      PIC 9(01).
               02 REG-PRT-SAL   PIC 9(04)V9(02).
               02 REG-PROF      PIC 9(01).
               02 REG-DATA-CAD  PIC 9(08).
               02 REG-HORA-CAD  PIC 9(08).
               02 REG-ENDERECO  PIC X(30).
               02 REG-CIDADE    PIC X(20).
               02 REG-UF        PIC X(02).
               02 REG-OPERADOR  PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 CPF              PIC 9(11) VALUE ZEROS.
           01 NOME-CAND        PIC X(35) VALUE SPACES.
           01 CANDIDATO-ACHADO PIC X(01) VALUE "N".
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-CONSENTIM    PIC X(01) VALUE "N".
           01 ESCOPO           PIC X(01) VALUE SPACE.
           01 CANAL            PIC X(01) VALUE SPACE.
           01 CONSENTIMENTO-ATIVO PIC X(01) VALUE "N".
           01 CONT-REVOGADOS   PIC 9(03) VALUE ZEROS.
           01 CONT-CONSULTA    PIC 9(03) VALUE ZEROS.
           01 CONT-PENDENTES   PIC 9(05) VALUE ZEROS.
           01 CONT-E           PIC ZZZZ9.
           01 DATA-E           PIC 9999/99/99.
           01 REVOG-E          PIC 9999/99/99.
           01 ESCOPO-DESC      PIC X(13) VALUE SPACES.
           01 CANAL-DESC       PIC X(10) VALUE SPACES.
           01 SITUACAO-DESC    PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONSENTIMENTO DO CANDIDATO (LGPD)".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-REGISTRAR  2-REVOGAR  3-CONSULTAR  "
                   "4-SEM CONSENTIMENTO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM REGISTRA-CONSENTIMENTO
                       THRU REGISTRA-CONSENTIMENTO-FIM
               WHEN "2"
                   PERFORM REVOGA-CONSENTIMENTO
                       THRU REVOGA-CONSENTIMENTO-FIM
               WHEN "3"
                   PERFORM CONSULTA-CONSENTIMENTOS
               WHEN "4"
                   PERFORM LISTA-SEM-CONSENTIMENTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       REGISTRA-CONSENTIMENTO.
           PERFORM PEDE-CANDIDATO.
           IF CANDIDATO-ACHADO = "N"
               GO TO REGISTRA-CONSENTIMENTO-FIM
           END-IF.
           MOVE SPACE TO ESCOPO.
           PERFORM RECEBE-ESCOPO UNTIL ESCOPO = "I" OR ESCOPO = "C".
           PERFORM VERIFICA-CONSENTIMENTO.
           IF CONSENTIMENTO-ATIVO = "S"
               DISPLAY "JA EXISTE CONSENTIMENTO ATIVO NESTE ESCOPO"
               GO TO REGISTRA-CONSENTIMENTO-FIM
           END-IF.
           MOVE SPACE TO CANAL.
           PERFORM RECEBE-CANAL
               UNTIL CANAL = "T" OR CANAL = "E"
                  OR CANAL = "P" OR CANAL = "W".
           MOVE CPF             TO CNS-CPF.
           MOVE ESCOPO          TO CNS-ESCOPO.
           MOVE CANAL           TO CNS-CANAL.
           MOVE DATA-HOJE       TO CNS-DATA.
           MOVE "A"             TO CNS-SITUACAO.
           MOVE ZEROS           TO CNS-DATA-REVOG.
           MOVE OPERADOR-SESSAO TO CNS-OPERADOR.
           OPEN EXTEND ARQ-CONSENTIMENTOS.
           WRITE REG-CONSENTIMENTO.
           CLOSE ARQ-CONSENTIMENTOS.
           DISPLAY "CONSENTIMENTO REGISTRADO".
       REGISTRA-CONSENTIMENTO-FIM.
           EXIT.
       REVOGA-CONSENTIMENTO.
           DISPLAY "CPF DO TITULAR: ".
           ACCEPT CPF.
           MOVE SPACE TO ESCOPO.
           PERFORM RECEBE-ESCOPO UNTIL ESCOPO = "I" OR ESCOPO = "C".
           PERFORM VERIFICA-CONSENTIMENTO.
           IF CONSENTIMENTO-ATIVO = "N"
               DISPLAY "NAO HA CONSENTIMENTO ATIVO NESTE ESCOPO"
               CALL "GRAVA-EXCECAO" USING "CONSENTIMENTO-CAND  "
                   "CPF            " "NAO-ENCONTRADO      "
                   "CONSENTIMENTO ATIVO NAO ENCONTRADO      "
               GO TO REVOGA-CONSENTIMENTO-FIM
           END-IF.
           MOVE ZEROS TO CONT-REVOGADOS.
           MOVE "N"   TO FIM-CONSENTIM.
           OPEN INPUT  ARQ-CONSENTIMENTOS.
           OPEN OUTPUT ARQ-CONSENTIMENTOS-TMP.
           PERFORM COPIA-REVOGANDO UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS.
           CLOSE ARQ-CONSENTIMENTOS-TMP.
           MOVE "N" TO FIM-CONSENTIM.
           OPEN INPUT  ARQ-CONSENTIMENTOS-TMP.
           OPEN OUTPUT ARQ-CONSENTIMENTOS.
           PERFORM DEVOLVE-CONSENTIMENTO UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS-TMP.
           CLOSE ARQ-CONSENTIMENTOS.
           DISPLAY "CONSENTIMENTO REVOGADO".
           IF ESCOPO = "I"
               DISPLAY "OS DADOS SERAO ANONIMIZADOS NA PROXIMA RETENCAO"
               DISPLAY "APOS A SAIDA DO CANDIDATO DO CADASTRO ATIVO"
           END-IF.
       REVOGA-CONSENTIMENTO-FIM.
           EXIT.
       COPIA-REVOGANDO.
           READ ARQ-CONSENTIMENTOS
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   IF CNS-CPF = CPF AND CNS-ESCOPO = ESCOPO
                      AND CNS-SITUACAO = "A"
                       MOVE "R"             TO CNS-SITUACAO
                       MOVE DATA-HOJE       TO CNS-DATA-REVOG
                       MOVE OPERADOR-SESSAO TO CNS-OPERADOR
                       ADD 1 TO CONT-REVOGADOS
                   END-IF
                   MOVE REG-CONSENTIMENTO TO REG-CONSENTIMENTO-TMP
                   WRITE REG-CONSENTIMENTO-TMP
           END-READ.
       DEVOLVE-CONSENTIMENTO.
           READ ARQ-CONSENTIMENTOS-TMP
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   MOVE REG-CONSENTIMENTO-TMP TO REG-CONSENTIMENTO
                   WRITE REG-CONSENTIMENTO
           END-READ.
       VERIFICA-CONSENTIMENTO.
           MOVE "N" TO CONSENTIMENTO-ATIVO.
           MOVE "N" TO FIM-CONSENTIM.
           OPEN INPUT ARQ-CONSENTIMENTOS.
           PERFORM LE-CONSENTIMENTO-ATIVO UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS.
       LE-CONSENTIMENTO-ATIVO.
           READ ARQ-CONSENTIMENTOS
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   IF CNS-CPF = CPF AND CNS-ESCOPO = ESCOPO
                      AND CNS-SITUACAO = "A"
                       MOVE "S" TO CONSENTIMENTO-ATIVO
                       MOVE "S" TO FIM-CONSENTIM
                   END-IF
           END-READ.
       CONSULTA-CONSENTIMENTOS.
           DISPLAY "CPF DO TITULAR: ".
           ACCEPT CPF.
           MOVE ZEROS TO CONT-CONSULTA.
           MOVE "N"   TO FIM-CONSENTIM.
           OPEN INPUT ARQ-CONSENTIMENTOS.
           PERFORM LE-CONSENTIMENTO-CPF UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS.
           MOVE CONT-CONSULTA TO CONT-E.
           DISPLAY "CONSENTIMENTOS REGISTRADOS: " CONT-E.
       LE-CONSENTIMENTO-CPF.
           READ ARQ-CONSENTIMENTOS
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   IF CNS-CPF = CPF
                       ADD 1 TO CONT-CONSULTA
                       PERFORM MOSTRA-CONSENTIMENTO
                   END-IF
           END-READ.
       MOSTRA-CONSENTIMENTO.
           EVALUATE CNS-ESCOPO
               WHEN "I" MOVE "INTERMEDIACAO" TO ESCOPO-DESC
               WHEN "C" MOVE "COMUNICACAO  " TO ESCOPO-DESC
               WHEN OTHER MOVE "OUTRO        " TO ESCOPO-DESC
           END-EVALUATE.
           EVALUATE CNS-CANAL
               WHEN "T" MOVE "TELEFONE  " TO CANAL-DESC
               WHEN "E" MOVE "EMAIL     " TO CANAL-DESC
               WHEN "P" MOVE "PRESENCIAL" TO CANAL-DESC
               WHEN "W" MOVE "WHATSAPP  " TO CANAL-DESC
               WHEN OTHER MOVE "OUTRO     " TO CANAL-DESC
           END-EVALUATE.
           MOVE CNS-DATA TO DATA-E.
           IF CNS-SITUACAO = "R"
               MOVE "REVOGADO" TO SITUACAO-DESC
               MOVE CNS-DATA-REVOG TO REVOG-E
               DISPLAY DATA-E " " ESCOPO-DESC " " CANAL-DESC " "
                   SITUACAO-DESC " EM " REVOG-E " " CNS-OPERADOR
           ELSE
               MOVE "ATIVO   " TO SITUACAO-DESC
               DISPLAY DATA-E " " ESCOPO-DESC " " CANAL-DESC " "
                   SITUACAO-DESC " " CNS-OPERADOR
           END-IF.
       LISTA-SEM-CONSENTIMENTO.
           MOVE "I"   TO ESCOPO.
           MOVE ZEROS TO CONT-PENDENTES.
           MOVE "N"   TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM CONFERE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
           MOVE CONT-PENDENTES TO CONT-E.
           DISPLAY "CANDIDATOS SEM CONSENTIMENTO: " CONT-E.
       CONFERE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   MOVE REG-CPF TO CPF
                   PERFORM VERIFICA-CONSENTIMENTO
                   IF CONSENTIMENTO-ATIVO = "N"
                       ADD 1 TO CONT-PENDENTES
                       DISPLAY REG-CPF " " REG-NOME
                   END-IF
           END-READ.
       PEDE-CANDIDATO.
           DISPLAY "CPF DO CANDIDATO: ".
           ACCEPT CPF.
           PERFORM LOCALIZA-CANDIDATO.
           IF CANDIDATO-ACHADO = "N"
               DISPLAY "CANDIDATO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "CONSENTIMENTO-CAND  "
                   "CPF            " "NAO-ENCONTRADO      "
                   "CANDIDATO NAO ENCONTRADO P/ CONSENTIR   "
           ELSE
               DISPLAY "CANDIDATO: " NOME-CAND
           END-IF.
       LOCALIZA-CANDIDATO.
           MOVE "N" TO CANDIDATO-ACHADO.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF REG-CPF = CPF
                       MOVE REG-NOME TO NOME-CAND
                       MOVE "S" TO CANDIDATO-ACHADO
                       MOVE "S" TO FIM-CANDIDATOS
                   END-IF
           END-READ.
       RECEBE-ESCOPO.
           DISPLAY "ESCOPO (I-INTERMEDIACAO C-COMUNICACAO): ".
           ACCEPT ESCOPO.
           MOVE FUNCTION UPPER-CASE(ESCOPO) TO ESCOPO.
           IF ESCOPO NOT = "I" AND NOT = "C"
               DISPLAY "ESCOPO INVALIDO"
           END-IF.
       RECEBE-CANAL.
           DISPLAY "CANAL (T-TELEFONE E-EMAIL P-PRESENCIAL W-WHATS): ".
           ACCEPT CANAL.
           MOVE FUNCTION UPPER-CASE(CANAL) TO CANAL.
           IF CANAL NOT = "T" AND NOT = "E"
              AND NOT = "P" AND NOT = "W"
               DISPLAY "CANAL INVALIDO"
           END-IF.
