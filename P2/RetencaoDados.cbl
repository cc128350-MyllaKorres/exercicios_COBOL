       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENCAO-DADOS.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTCAND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONSENTIMENTOS
                   ASSIGN TO "CONSENTIM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-QUALIFIC ASSIGN TO "QUALIFIC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTATOS ASSIGN TO "CONTATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCAMINHAMENTOS
                   ASSIGN TO "ENCAMINH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-MATRICULAS
                   ASSIGN TO "MATRICUL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-TRABALHO ASSIGN TO "LGPDTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-LOG ASSIGN TO "ANONLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PENDENTES ASSIGN TO "LGPDPEND.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "ANONIMIZ.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HIST-NOME       PIC X(35).
               02 HIST-CPF        PIC 9(11).
               02 HIST-IDADE      PIC 9(02).
               02 HIST-APRENDIZ   PIC X(01).
               02 HIST-SEXO       PIC 9(01).
               02 HIST-PRT-SAL    PIC 9(04)V9(02).
               02 HIST-PROF       PIC 9(01).
               02 HIST-DATA-CAD   PIC 9(08).
               02 HIST-HORA-CAD   PIC 9(08).
               02 HIST-ENDERECO   PIC X(30).
               02 HIST-CIDADE     PIC X(20).
               02 HIST-UF         PIC X(02).
               02 HIST-MOTIVO     PIC X(01).
               02 HIST-DATA-SAIDA PIC 9(08).
               02 HIST-ORIGEM     PIC X(20).
               02 HIST-OPERADOR   PIC X(08).
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
           FD  ARQ-CONSENTIMENTOS.
           01  REG-CONSENTIMENTO.
               02 CNS-CPF        PIC 9(11).
               02 CNS-ESCOPO     PIC X(01).
               02 CNS-CANAL      PIC X(01).
               02 CNS-DATA       PIC 9(08).
               02 CNS-SITUACAO   PIC X(01).
               02 CNS-DATA-REVOG PIC 9(08).
               02 CNS-OPERADOR   PIC X(08).
           FD  ARQ-QUALIFIC.
           01  REG-QUALIFIC.
               02 QUAL-CPF          PIC 9(11).
               02 QUAL-ESCOLARIDADE PIC 9(01).
               02 QUAL-EXPERIENCIA  PIC 9(02).
               02 QUAL-IDIOMA       PIC X(10).
               02 QUAL-HABILIDADE   PIC X(20).
           FD  ARQ-CONTATOS.
           01  REG-CONTATO.
               02 CTT-CPF       PIC 9(11).
               02 CTT-DATA      PIC 9(08).
               02 CTT-HORA      PIC 9(06).
               02 CTT-OPERADOR  PIC X(08).
               02 CTT-CANAL     PIC X(01).
               02 CTT-RESULTADO PIC X(01).
               02 CTT-NOTA      PIC X(40).
           FD  ARQ-AGENDA.
           01  REG-AGENDA.
               02 AGE-CPF       PIC 9(11).
               02 AGE-VAGA      PIC 9(03).
               02 AGE-DATA      PIC 9(08).
               02 AGE-HORA      PIC 9(04).
               02 AGE-RESULTADO PIC X(01).
               02 AGE-RECURSO   PIC 9(02).
           FD  ARQ-ENCAMINHAMENTOS.
           01  REG-ENCAMINHAMENTO.
               02 ENC-CPF       PIC 9(11).
               02 ENC-VAGA      PIC 9(03).
               02 ENC-DATA      PIC 9(08).
               02 ENC-STATUS    PIC X(01).
           FD  ARQ-MATRICULAS.
           01  REG-MATRICULA.
               02 MAT-TURMA      PIC 9(04).
               02 MAT-CPF        PIC 9(11).
               02 MAT-DATA       PIC 9(08).
               02 MAT-PRESENCAS  PIC 9(02).
               02 MAT-SITUACAO   PIC X(01).
               02 MAT-DATA-CONCL PIC 9(08).
               02 MAT-OPERADOR   PIC X(08).
           FD  ARQ-TRABALHO.
           01  REG-TRABALHO     PIC X(162).
           FD  ARQ-LOG.
           01  REG-LOG.
               02 LOG-PSEUDONIMO PIC 9(11).
               02 LOG-DATA       PIC 9(08).
               02 LOG-DATA-SAIDA PIC 9(08).
               02 LOG-MOTIVO     PIC X(01).
               02 LOG-OPERADOR   PIC X(08).
           FD  ARQ-PENDENTES.
           01  REG-PENDENTE.
               02 PEN-CPF        PIC 9(11).
               02 PEN-SAIDA      PIC 9(08).
               02 PEN-REVOGOU    PIC X(01).
               02 PEN-PSEUDONIMO PIC 9(11).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-CONTROLE-LOTE.
               02 STEP-LOTE          PIC X(08) VALUE "RETENCAO".
               02 STATUS-CONTROLE    PIC X(01) VALUE SPACE.
               02 REGISTROS-CONTROLE PIC 9(06) VALUE ZEROS.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 ANOS-RETENCAO    PIC 9(02) VALUE 5.
           01 NOME-ANONIMO     PIC X(35) VALUE
               "*** DADOS ANONIMIZADOS ***".
           01 BASE-PSEUDONIMO  PIC 9(11) VALUE 99000000000.
           01 ULTIMO-PSEUDONIMO PIC 9(11) VALUE ZEROS.
           01 PSEUDONIMO-LOGADO PIC 9(11) VALUE ZEROS.
           01 FIM-HISTORICO    PIC X(01) VALUE "N".
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-CONSENTIM    PIC X(01) VALUE "N".
           01 FIM-QUALIFIC     PIC X(01) VALUE "N".
           01 FIM-CONTATOS     PIC X(01) VALUE "N".
           01 FIM-AGENDA       PIC X(01) VALUE "N".
           01 FIM-ENCAMINH     PIC X(01) VALUE "N".
           01 FIM-MATRICULAS   PIC X(01) VALUE "N".
           01 FIM-TRABALHO     PIC X(01) VALUE "N".
           01 FIM-LOG          PIC X(01) VALUE "N".
           01 FIM-PENDENTES    PIC X(01) VALUE "N".
           01 QTDE-TITULARES   PIC 9(03) VALUE ZEROS.
           01 TABELA-TITULARES.
               02 TIT-T OCCURS 1 TO 500 TIMES
                         DEPENDING ON QTDE-TITULARES.
                   03 TIT-CPF        PIC 9(11).
                   03 TIT-SAIDA      PIC 9(08).
                   03 TIT-ATIVO      PIC X(01).
                   03 TIT-REVOGOU    PIC X(01).
                   03 TIT-ANONIMIZA  PIC X(01).
                   03 TIT-PSEUDONIMO PIC 9(11).
           01 IDX-TIT          PIC 9(03) VALUE ZEROS.
           01 ACHOU-TIT        PIC X(01) VALUE "N".
           01 CPF-BUSCA        PIC 9(11) VALUE ZEROS.
           01 PSEUDONIMO       PIC 9(11) VALUE ZEROS.
           01 DATA-LIMITE      PIC 9(08) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CONTADORES.
               02 CONT-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
               02 CONT-ADIADOS      PIC 9(05) VALUE ZEROS.
               02 CONT-HISTORICO    PIC 9(06) VALUE ZEROS.
               02 CONT-QUALIFIC     PIC 9(06) VALUE ZEROS.
               02 CONT-CONTATOS     PIC 9(06) VALUE ZEROS.
               02 CONT-AGENDA       PIC 9(06) VALUE ZEROS.
               02 CONT-ENCAMINH     PIC 9(06) VALUE ZEROS.
               02 CONT-CONSENTIM    PIC 9(06) VALUE ZEROS.
               02 CONT-MATRICULAS   PIC 9(06) VALUE ZEROS.
           01 CONT-E           PIC ZZZZZ9.
           01 ANOS-E           PIC Z9.
           01 DATA-E           PIC 9999/99/99.
           01 MOTIVO-DESC      PIC X(20) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "RETENCAO E ANONIMIZACAO DE DADOS DE CANDIDATOS".
           CALL "CONTROLE-LOTE" USING "L" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           IF STATUS-CONTROLE = "C"
               DISPLAY "STEP JA CONCLUIDO - NADA A FAZER"
               GOBACK
           END-IF.
           MOVE "I" TO STATUS-CONTROLE.
           MOVE ZEROS TO REGISTROS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           CALL "LE-OPERADOR" USING OPERADOR-SESSAO PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           PERFORM CARREGA-PARAMETRO.
           PERFORM CARREGA-ULTIMO-PSEUDONIMO.
           MOVE ULTIMO-PSEUDONIMO TO PSEUDONIMO-LOGADO.
           PERFORM CARREGA-PENDENTES.
           IF QTDE-TITULARES > ZEROS
               DISPLAY "RETOMANDO ANONIMIZACAO INTERROMPIDA"
           ELSE
               PERFORM CARREGA-HISTORICO
               PERFORM MARCA-ATIVOS
               PERFORM MARCA-REVOGADOS
               PERFORM SELECIONA-TITULAR
                   VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > QTDE-TITULARES
               IF CONT-ANONIMIZADOS > ZEROS
                   PERFORM GRAVA-PENDENTES
               END-IF
           END-IF.
           IF CONT-ANONIMIZADOS > ZEROS
               PERFORM ANONIMIZA-QUALIFIC
               PERFORM ANONIMIZA-CONTATOS
               PERFORM ANONIMIZA-AGENDA
               PERFORM ANONIMIZA-ENCAMINHAMENTOS
               PERFORM ANONIMIZA-CONSENTIMENTOS
               PERFORM ANONIMIZA-MATRICULAS
               PERFORM ANONIMIZA-HISTORICO
               PERFORM GRAVA-LOG
               PERFORM LIMPA-PENDENTES
           END-IF.
           PERFORM EMITE-RELATORIO.
           MOVE CONT-ANONIMIZADOS TO REGISTROS-CONTROLE.
           MOVE "C" TO STATUS-CONTROLE.
           CALL "CONTROLE-LOTE" USING "G" STEP-LOTE
               STATUS-CONTROLE REGISTROS-CONTROLE.
           MOVE CONT-ANONIMIZADOS TO CONT-E.
           DISPLAY "TITULARES ANONIMIZADOS: " CONT-E.
           GOBACK.
       CARREGA-PARAMETRO.
           MOVE "LGPD"          TO PRM-MODULO.
           MOVE "ANOS-RETENCAO" TO PRM-NOME.
           MOVE DATA-HOJE       TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO ANOS-RETENCAO
           END-IF.
       CARREGA-PENDENTES.
           MOVE "N" TO FIM-PENDENTES.
           OPEN INPUT ARQ-PENDENTES.
           PERFORM LE-PENDENTE UNTIL FIM-PENDENTES = "S".
           CLOSE ARQ-PENDENTES.
       LE-PENDENTE.
           READ ARQ-PENDENTES
               AT END MOVE "S" TO FIM-PENDENTES
               NOT AT END
                   IF QTDE-TITULARES < 500
                       ADD 1 TO QTDE-TITULARES
                       MOVE QTDE-TITULARES TO IDX-TIT
                       MOVE PEN-CPF        TO TIT-CPF(IDX-TIT)
                       MOVE PEN-SAIDA      TO TIT-SAIDA(IDX-TIT)
                       MOVE "N"            TO TIT-ATIVO(IDX-TIT)
                       MOVE PEN-REVOGOU    TO TIT-REVOGOU(IDX-TIT)
                       MOVE "S"            TO TIT-ANONIMIZA(IDX-TIT)
                       MOVE PEN-PSEUDONIMO TO TIT-PSEUDONIMO(IDX-TIT)
                       ADD 1 TO CONT-ANONIMIZADOS
                   END-IF
           END-READ.
       GRAVA-PENDENTES.
           OPEN OUTPUT ARQ-PENDENTES.
           PERFORM GRAVA-PENDENTE
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > QTDE-TITULARES.
           CLOSE ARQ-PENDENTES.
       GRAVA-PENDENTE.
           IF TIT-ANONIMIZA(IDX-TIT) = "S"
               MOVE TIT-CPF(IDX-TIT)        TO PEN-CPF
               MOVE TIT-SAIDA(IDX-TIT)      TO PEN-SAIDA
               MOVE TIT-REVOGOU(IDX-TIT)    TO PEN-REVOGOU
               MOVE TIT-PSEUDONIMO(IDX-TIT) TO PEN-PSEUDONIMO
               WRITE REG-PENDENTE
           END-IF.
       LIMPA-PENDENTES.
           OPEN OUTPUT ARQ-PENDENTES.
           CLOSE ARQ-PENDENTES.
       CARREGA-ULTIMO-PSEUDONIMO.
           MOVE BASE-PSEUDONIMO TO ULTIMO-PSEUDONIMO.
           MOVE "N" TO FIM-LOG.
           OPEN INPUT ARQ-LOG.
           PERFORM LE-LOG UNTIL FIM-LOG = "S".
           CLOSE ARQ-LOG.
       LE-LOG.
           READ ARQ-LOG
               AT END MOVE "S" TO FIM-LOG
               NOT AT END
                   IF LOG-PSEUDONIMO > ULTIMO-PSEUDONIMO
                       MOVE LOG-PSEUDONIMO TO ULTIMO-PSEUDONIMO
                   END-IF
           END-READ.
       CARREGA-HISTORICO.
           MOVE "N" TO FIM-HISTORICO.
           OPEN INPUT ARQ-HISTORICO.
           PERFORM LE-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
       LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   IF HIST-NOME NOT = NOME-ANONIMO
                      AND HIST-DATA-SAIDA > ZEROS
                       PERFORM INCLUI-TITULAR
                   END-IF
           END-READ.
       INCLUI-TITULAR.
           MOVE HIST-CPF TO CPF-BUSCA.
           PERFORM LOCALIZA-TITULAR.
           IF ACHOU-TIT = "S"
               IF HIST-DATA-SAIDA > TIT-SAIDA(IDX-TIT)
                   MOVE HIST-DATA-SAIDA TO TIT-SAIDA(IDX-TIT)
               END-IF
           ELSE
               IF QTDE-TITULARES < 500
                   ADD 1 TO QTDE-TITULARES
                   MOVE QTDE-TITULARES  TO IDX-TIT
                   MOVE HIST-CPF        TO TIT-CPF(IDX-TIT)
                   MOVE HIST-DATA-SAIDA TO TIT-SAIDA(IDX-TIT)
                   MOVE "N"             TO TIT-ATIVO(IDX-TIT)
                   MOVE "N"             TO TIT-REVOGOU(IDX-TIT)
                   MOVE "N"             TO TIT-ANONIMIZA(IDX-TIT)
                   MOVE ZEROS           TO TIT-PSEUDONIMO(IDX-TIT)
               ELSE
                   ADD 1 TO CONT-ADIADOS
               END-IF
           END-IF.
       LOCALIZA-TITULAR.
           MOVE "N" TO ACHOU-TIT.
           PERFORM VARYING IDX-TIT FROM 1 BY 1
                   UNTIL IDX-TIT > QTDE-TITULARES OR ACHOU-TIT = "S"
               IF TIT-CPF(IDX-TIT) = CPF-BUSCA
                   MOVE "S" TO ACHOU-TIT
               END-IF
           END-PERFORM.
           IF ACHOU-TIT = "S"
               SUBTRACT 1 FROM IDX-TIT
           END-IF.
       MARCA-ATIVOS.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
       LE-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   MOVE REG-CPF TO CPF-BUSCA
                   PERFORM LOCALIZA-TITULAR
                   IF ACHOU-TIT = "S"
                       MOVE "S" TO TIT-ATIVO(IDX-TIT)
                   END-IF
           END-READ.
       MARCA-REVOGADOS.
           MOVE "N" TO FIM-CONSENTIM.
           OPEN INPUT ARQ-CONSENTIMENTOS.
           PERFORM LE-CONSENTIMENTO UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS.
       LE-CONSENTIMENTO.
           READ ARQ-CONSENTIMENTOS
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   IF CNS-ESCOPO = "I" AND CNS-SITUACAO = "R"
                       MOVE CNS-CPF TO CPF-BUSCA
                       PERFORM LOCALIZA-TITULAR
                       IF ACHOU-TIT = "S"
                           MOVE "S" TO TIT-REVOGOU(IDX-TIT)
                       END-IF
                   END-IF
           END-READ.
       SELECIONA-TITULAR.
           IF TIT-ATIVO(IDX-TIT) = "N"
               COMPUTE DATA-LIMITE =
                   TIT-SAIDA(IDX-TIT) + ANOS-RETENCAO * 10000
               IF TIT-REVOGOU(IDX-TIT) = "S"
                  OR DATA-LIMITE <= DATA-HOJE
                   ADD 1 TO ULTIMO-PSEUDONIMO
                   MOVE ULTIMO-PSEUDONIMO TO TIT-PSEUDONIMO(IDX-TIT)
                   MOVE "S" TO TIT-ANONIMIZA(IDX-TIT)
                   ADD 1 TO CONT-ANONIMIZADOS
               END-IF
           END-IF.
       BUSCA-PSEUDONIMO.
           MOVE ZEROS TO PSEUDONIMO.
           PERFORM LOCALIZA-TITULAR.
           IF ACHOU-TIT = "S"
               IF TIT-ANONIMIZA(IDX-TIT) = "S"
                   MOVE TIT-PSEUDONIMO(IDX-TIT) TO PSEUDONIMO
               END-IF
           END-IF.
       ANONIMIZA-HISTORICO.
           MOVE "N" TO FIM-HISTORICO.
           OPEN INPUT  ARQ-HISTORICO.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-HISTORICO UNTIL FIM-HISTORICO = "S".
           CLOSE ARQ-HISTORICO.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-HISTORICO.
           PERFORM DEVOLVE-HISTORICO UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-HISTORICO.
       TRATA-HISTORICO.
           READ ARQ-HISTORICO
               AT END MOVE "S" TO FIM-HISTORICO
               NOT AT END
                   MOVE HIST-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE NOME-ANONIMO TO HIST-NOME
                       MOVE PSEUDONIMO   TO HIST-CPF
                       MOVE SPACES       TO HIST-ENDERECO
                       ADD 1 TO CONT-HISTORICO
                   END-IF
                   MOVE REG-HISTORICO TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-HISTORICO.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-HISTORICO
                   WRITE REG-HISTORICO
           END-READ.
       ANONIMIZA-QUALIFIC.
           MOVE "N" TO FIM-QUALIFIC.
           OPEN INPUT  ARQ-QUALIFIC.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-QUALIFIC UNTIL FIM-QUALIFIC = "S".
           CLOSE ARQ-QUALIFIC.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-QUALIFIC.
           PERFORM DEVOLVE-QUALIFIC UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-QUALIFIC.
       TRATA-QUALIFIC.
           READ ARQ-QUALIFIC
               AT END MOVE "S" TO FIM-QUALIFIC
               NOT AT END
                   MOVE QUAL-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE PSEUDONIMO TO QUAL-CPF
                       ADD 1 TO CONT-QUALIFIC
                   END-IF
                   MOVE REG-QUALIFIC TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-QUALIFIC.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-QUALIFIC
                   WRITE REG-QUALIFIC
           END-READ.
       ANONIMIZA-CONTATOS.
           MOVE "N" TO FIM-CONTATOS.
           OPEN INPUT  ARQ-CONTATOS.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-CONTATO UNTIL FIM-CONTATOS = "S".
           CLOSE ARQ-CONTATOS.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-CONTATOS.
           PERFORM DEVOLVE-CONTATO UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-CONTATOS.
       TRATA-CONTATO.
           READ ARQ-CONTATOS
               AT END MOVE "S" TO FIM-CONTATOS
               NOT AT END
                   MOVE CTT-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE PSEUDONIMO TO CTT-CPF
                       MOVE SPACES     TO CTT-NOTA
                       ADD 1 TO CONT-CONTATOS
                   END-IF
                   MOVE REG-CONTATO TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-CONTATO.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-CONTATO
                   WRITE REG-CONTATO
           END-READ.
       ANONIMIZA-AGENDA.
           MOVE "N" TO FIM-AGENDA.
           OPEN INPUT  ARQ-AGENDA.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-AGENDA UNTIL FIM-AGENDA = "S".
           CLOSE ARQ-AGENDA.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-AGENDA.
           PERFORM DEVOLVE-AGENDA UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-AGENDA.
       TRATA-AGENDA.
           READ ARQ-AGENDA
               AT END MOVE "S" TO FIM-AGENDA
               NOT AT END
                   MOVE AGE-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE PSEUDONIMO TO AGE-CPF
                       ADD 1 TO CONT-AGENDA
                   END-IF
                   MOVE REG-AGENDA TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-AGENDA.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-AGENDA
                   WRITE REG-AGENDA
           END-READ.
       ANONIMIZA-MATRICULAS.
           MOVE "N" TO FIM-MATRICULAS.
           OPEN INPUT  ARQ-MATRICULAS.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-MATRICULA UNTIL FIM-MATRICULAS = "S".
           CLOSE ARQ-MATRICULAS.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-MATRICULAS.
           PERFORM DEVOLVE-MATRICULA UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-MATRICULAS.
       TRATA-MATRICULA.
           READ ARQ-MATRICULAS
               AT END MOVE "S" TO FIM-MATRICULAS
               NOT AT END
                   MOVE MAT-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE PSEUDONIMO TO MAT-CPF
                       ADD 1 TO CONT-MATRICULAS
                   END-IF
                   MOVE REG-MATRICULA TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-MATRICULA.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-MATRICULA
                   WRITE REG-MATRICULA
           END-READ.
       ANONIMIZA-ENCAMINHAMENTOS.
           MOVE "N" TO FIM-ENCAMINH.
           OPEN INPUT  ARQ-ENCAMINHAMENTOS.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-ENCAMINHAMENTO UNTIL FIM-ENCAMINH = "S".
           CLOSE ARQ-ENCAMINHAMENTOS.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-ENCAMINHAMENTOS.
           PERFORM DEVOLVE-ENCAMINHAMENTO UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-ENCAMINHAMENTOS.
       TRATA-ENCAMINHAMENTO.
           READ ARQ-ENCAMINHAMENTOS
               AT END MOVE "S" TO FIM-ENCAMINH
               NOT AT END
                   MOVE ENC-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE PSEUDONIMO TO ENC-CPF
                       ADD 1 TO CONT-ENCAMINH
                   END-IF
                   MOVE REG-ENCAMINHAMENTO TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-ENCAMINHAMENTO.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-ENCAMINHAMENTO
                   WRITE REG-ENCAMINHAMENTO
           END-READ.
       ANONIMIZA-CONSENTIMENTOS.
           MOVE "N" TO FIM-CONSENTIM.
           OPEN INPUT  ARQ-CONSENTIMENTOS.
           OPEN OUTPUT ARQ-TRABALHO.
           PERFORM TRATA-CONSENTIMENTO UNTIL FIM-CONSENTIM = "S".
           CLOSE ARQ-CONSENTIMENTOS.
           CLOSE ARQ-TRABALHO.
           MOVE "N" TO FIM-TRABALHO.
           OPEN INPUT  ARQ-TRABALHO.
           OPEN OUTPUT ARQ-CONSENTIMENTOS.
           PERFORM DEVOLVE-CONSENTIMENTO UNTIL FIM-TRABALHO = "S".
           CLOSE ARQ-TRABALHO.
           CLOSE ARQ-CONSENTIMENTOS.
       TRATA-CONSENTIMENTO.
           READ ARQ-CONSENTIMENTOS
               AT END MOVE "S" TO FIM-CONSENTIM
               NOT AT END
                   MOVE CNS-CPF TO CPF-BUSCA
                   PERFORM BUSCA-PSEUDONIMO
                   IF PSEUDONIMO > ZEROS
                       MOVE PSEUDONIMO TO CNS-CPF
                       ADD 1 TO CONT-CONSENTIM
                   END-IF
                   MOVE REG-CONSENTIMENTO TO REG-TRABALHO
                   WRITE REG-TRABALHO
           END-READ.
       DEVOLVE-CONSENTIMENTO.
           READ ARQ-TRABALHO
               AT END MOVE "S" TO FIM-TRABALHO
               NOT AT END
                   MOVE REG-TRABALHO TO REG-CONSENTIMENTO
                   WRITE REG-CONSENTIMENTO
           END-READ.
       GRAVA-LOG.
           OPEN EXTEND ARQ-LOG.
           PERFORM GRAVA-LOG-TITULAR
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > QTDE-TITULARES.
           CLOSE ARQ-LOG.
       GRAVA-LOG-TITULAR.
           IF TIT-ANONIMIZA(IDX-TIT) = "S"
              AND TIT-PSEUDONIMO(IDX-TIT) > PSEUDONIMO-LOGADO
               MOVE TIT-PSEUDONIMO(IDX-TIT) TO LOG-PSEUDONIMO
               MOVE DATA-HOJE               TO LOG-DATA
               MOVE TIT-SAIDA(IDX-TIT)      TO LOG-DATA-SAIDA
               IF TIT-REVOGOU(IDX-TIT) = "S"
                   MOVE "R" TO LOG-MOTIVO
               ELSE
                   MOVE "P" TO LOG-MOTIVO
               END-IF
               MOVE OPERADOR-SESSAO TO LOG-OPERADOR
               WRITE REG-LOG
           END-IF.
       EMITE-RELATORIO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE DATA-HOJE TO DATA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ANONIMIZACAO DE DADOS DE CANDIDATOS - "
                      DELIMITED BY SIZE
                  DATA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ANOS-RETENCAO TO ANOS-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRAZO DE RETENCAO APOS A SAIDA: " DELIMITED BY SIZE
                  ANOS-E   DELIMITED BY SIZE
                  " ANOS"  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "PSEUDONIMO  SAIDA       MOTIVO" TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           PERFORM GRAVA-LINHA-TITULAR
               VARYING IDX-TIT FROM 1 BY 1
               UNTIL IDX-TIT > QTDE-TITULARES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-ANONIMIZADOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TITULARES ANONIMIZADOS.....: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-HISTORICO TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM HISTCAND......: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-QUALIFIC TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM QUALIFIC......: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-CONTATOS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM CONTATOS......: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-AGENDA TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM AGENDA........: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-ENCAMINH TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM ENCAMINH......: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-CONSENTIM TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM CONSENTIM.....: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-MATRICULAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REGISTROS EM MATRICUL......: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           IF CONT-ADIADOS > ZEROS
               MOVE CONT-ADIADOS TO CONT-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REGISTROS ADIADOS (TABELA).: " DELIMITED BY SIZE
                      CONT-E DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-ANONIMIZADOS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "ANONIMIZ  "
               "ANONIMIZ.TXT    " REGISTROS-SPOOL.
       GRAVA-LINHA-TITULAR.
           IF TIT-ANONIMIZA(IDX-TIT) = "S"
               IF TIT-REVOGOU(IDX-TIT) = "S"
                   MOVE "CONSENTIMENTO REVOG." TO MOTIVO-DESC
               ELSE
                   MOVE "PRAZO DE RETENCAO   " TO MOTIVO-DESC
               END-IF
               MOVE TIT-SAIDA(IDX-TIT) TO DATA-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING TIT-PSEUDONIMO(IDX-TIT) DELIMITED BY SIZE
                      " "         DELIMITED BY SIZE
                      DATA-E      DELIMITED BY SIZE
                      "  "        DELIMITED BY SIZE
                      MOTIVO-DESC DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
               WRITE LINHA-RELATORIO
           END-IF.
