       IDENTIFICATION DIVISION.
       PROGRAM-ID. TEMPO-PREENCHIMENTO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-VAGAS ASSIGN TO "VAGAS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ABERTURAS ASSIGN TO "ABERTVAGA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ENCAMINHAMENTOS
                   ASSIGN TO "ENCAMINH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AGENDA ASSIGN TO "AGENDA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FATURAS ASSIGN TO "FATCOLOC.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CANDIDATOS
                   ASSIGN TO "CANDIDATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTATOS ASSIGN TO "CONTATOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "TEMPOVAGA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-VAGAS.
           01  REG-VAGA.
               02 VAGA-CODIGO   PIC 9(03).
               02 VAGA-EMPRESA  PIC X(20).
               02 VAGA-PROF     PIC 9(01).
               02 VAGA-SALARIO  PIC 9(04)V9(02).
               02 VAGA-QTDE     PIC 9(02).
               02 VAGA-STATUS   PIC X(01).
               02 VAGA-VALIDADE PIC 9(08).
               02 VAGA-UF       PIC X(02).
               02 VAGA-MUDANCA  PIC X(01).
               02 VAGA-EMP-COD  PIC 9(04).
           FD  ARQ-ABERTURAS.
           01  REG-ABERTURA.
               02 ABV-VAGA      PIC 9(03).
               02 ABV-DATA      PIC 9(08).
               02 ABV-ORIGEM    PIC X(01).
           FD  ARQ-ENCAMINHAMENTOS.
           01  REG-ENCAMINHAMENTO.
               02 ENC-CPF       PIC 9(11).
               02 ENC-VAGA      PIC 9(03).
               02 ENC-DATA      PIC 9(08).
               02 ENC-STATUS    PIC X(01).
           FD  ARQ-AGENDA.
           01  REG-AGENDA.
               02 AGE-CPF       PIC 9(11).
               02 AGE-VAGA      PIC 9(03).
               02 AGE-DATA      PIC 9(08).
               02 AGE-HORA      PIC 9(04).
               02 AGE-RESULTADO PIC X(01).
               02 AGE-RECURSO   PIC 9(02).
           FD  ARQ-FATURAS.
           01  REG-FATURA.
               02 FAT-EMPRESA   PIC 9(04).
               02 FAT-CPF       PIC 9(11).
               02 FAT-VAGA      PIC 9(03).
               02 FAT-DATA      PIC 9(08).
               02 FAT-SALARIO   PIC 9(04)V9(02).
               02 FAT-TAXA      PIC 9(02)V9(02).
               02 FAT-VALOR     PIC 9(09)V9(02).
               02 FAT-TITULO    PIC 9(06).
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
           FD  ARQ-CONTATOS.
           01  REG-CONTATO.
               02 CTT-CPF       PIC 9(11).
               02 CTT-DATA      PIC 9(08).
               02 CTT-HORA      PIC 9(06).
               02 CTT-OPERADOR  PIC X(08).
               02 CTT-CANAL     PIC X(01).
               02 CTT-RESULTADO PIC X(01).
               02 CTT-NOTA      PIC X(40).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 FIM-VAGAS        PIC X(01) VALUE "N".
           01 FIM-ABERTURAS    PIC X(01) VALUE "N".
           01 FIM-ENCAMINH     PIC X(01) VALUE "N".
           01 FIM-AGENDA       PIC X(01) VALUE "N".
           01 FIM-FATURAS      PIC X(01) VALUE "N".
           01 FIM-CANDIDATOS   PIC X(01) VALUE "N".
           01 FIM-CONTATOS     PIC X(01) VALUE "N".
           01 ANOMES-REL       PIC 9(06) VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 TABELA-VAGAS.
               02 TV-VAGA OCCURS 999 TIMES.
                   03 TV-EXISTE       PIC X(01).
                   03 TV-EMPRESA      PIC X(20).
                   03 TV-ABERTURA     PIC 9(08).
                   03 TV-PRIM-ENC     PIC 9(08).
                   03 TV-PRIM-ENT     PIC 9(08).
                   03 TV-PRIM-CONTR   PIC 9(08).
                   03 TV-QTDE-ENC     PIC 9(04).
                   03 TV-QTDE-ENT     PIC 9(04).
                   03 TV-QTDE-CONTR   PIC 9(04).
           01 IDX-VAGA         PIC 9(04) VALUE ZEROS.
           01 QTDE-OPER        PIC 9(02) VALUE ZEROS.
           01 TABELA-OPERADORES.
               02 TOP-OPERADOR OCCURS 50 TIMES.
                   03 TOP-CODIGO      PIC X(08).
                   03 TOP-CADASTROS   PIC 9(05).
                   03 TOP-CONTATOS    PIC 9(05).
                   03 TOP-ENCAMINH    PIC 9(05).
                   03 TOP-ENTREV      PIC 9(05).
                   03 TOP-COLOCACOES  PIC 9(05).
           01 IDX-OPER         PIC 9(02) VALUE ZEROS.
           01 ACHOU-OPER       PIC X(01) VALUE "N".
           01 OPERADOR-EVENTO  PIC X(08) VALUE SPACES.
           01 CPF-EVENTO       PIC 9(11) VALUE ZEROS.
           01 DADOS-PRAZO.
               02 DATA-INICIAL  PIC 9(08) VALUE ZEROS.
               02 DATA-FINAL    PIC 9(08) VALUE ZEROS.
               02 DIAS-PRAZO    PIC S9(05) VALUE ZEROS.
               02 PRAZO-TXT     PIC X(05) VALUE SPACES.
               02 PRAZO-OK      PIC X(01) VALUE "N".
           01 PRAZO-ENC-TXT    PIC X(05) VALUE SPACES.
           01 PRAZO-ENT-TXT    PIC X(05) VALUE SPACES.
           01 PRAZO-CONTR-TXT  PIC X(05) VALUE SPACES.
           01 MEDIAS.
               02 SOMA-DIAS-ENC    PIC 9(07) VALUE ZEROS.
               02 QTDE-DIAS-ENC    PIC 9(04) VALUE ZEROS.
               02 SOMA-DIAS-ENT    PIC 9(07) VALUE ZEROS.
               02 QTDE-DIAS-ENT    PIC 9(04) VALUE ZEROS.
               02 SOMA-DIAS-CONTR  PIC 9(07) VALUE ZEROS.
               02 QTDE-DIAS-CONTR  PIC 9(04) VALUE ZEROS.
               02 MEDIA-DIAS       PIC 9(04)V9 VALUE ZEROS.
           01 TOTAIS-OPERADORES.
               02 TOT-CADASTROS    PIC 9(06) VALUE ZEROS.
               02 TOT-CONTATOS     PIC 9(06) VALUE ZEROS.
               02 TOT-ENCAMINH     PIC 9(06) VALUE ZEROS.
               02 TOT-ENTREV       PIC 9(06) VALUE ZEROS.
               02 TOT-COLOCACOES   PIC 9(06) VALUE ZEROS.
           01 DADOS-CONVERSAO.
               02 CONV-BASE        PIC 9(06) VALUE ZEROS.
               02 CONV-ETAPA       PIC 9(06) VALUE ZEROS.
               02 CONV-TAXA        PIC 9(05)V9 VALUE ZEROS.
           01 CONV-ENC-CAD     PIC 9(05)V9 VALUE ZEROS.
           01 CONV-ENT-ENC     PIC 9(05)V9 VALUE ZEROS.
           01 CONV-COL-ENT     PIC 9(05)V9 VALUE ZEROS.
           01 CONT-VAGAS-REL   PIC 9(05) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 VAGA-E          PIC ZZ9.
               02 DATA-E          PIC 9999/99/99.
               02 DATA-TXT        PIC X(10).
               02 QTDE-E          PIC ZZ9.
               02 QTDE-ENC-E      PIC ZZ9.
               02 QTDE-ENT-E      PIC ZZ9.
               02 QTDE-CONTR-E    PIC ZZ9.
               02 DIAS-E          PIC ZZZZ9.
               02 MEDIA-E         PIC ZZZ9,9.
               02 OPER-TXT        PIC X(08).
               02 CAD-E           PIC ZZZZ9.
               02 CTT-E           PIC ZZZZ9.
               02 ENC-E           PIC ZZZZ9.
               02 ENT-E           PIC ZZZZ9.
               02 COL-E           PIC ZZZZ9.
               02 CONV1-E         PIC ZZZZ9,9.
               02 CONV2-E         PIC ZZZZ9,9.
               02 CONV3-E         PIC ZZZZ9,9.
               02 CONT-E          PIC ZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "TEMPO DE PREENCHIMENTO E PRODUTIVIDADE".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "COMPETENCIA (AAAAMM, 0 = MES ATUAL): ".
           ACCEPT ANOMES-REL.
           IF ANOMES-REL = ZEROS
               MOVE ANO TO ANOMES-REL(1:4)
               MOVE MES TO ANOMES-REL(5:2)
           END-IF.
           INITIALIZE TABELA-VAGAS.
           INITIALIZE TABELA-OPERADORES.
           PERFORM CARREGA-VAGAS.
           PERFORM CARREGA-ABERTURAS.
           PERFORM ACUMULA-ENCAMINHAMENTOS.
           PERFORM ACUMULA-ENTREVISTAS.
           PERFORM ACUMULA-COLOCACOES.
           PERFORM ACUMULA-CADASTROS.
           PERFORM ACUMULA-CONTATOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO-VAGAS.
           PERFORM GRAVA-LINHA-VAGA THRU GRAVA-LINHA-VAGA-FIM
               VARYING IDX-VAGA FROM 1 BY 1 UNTIL IDX-VAGA > 999.
           PERFORM RODAPE-VAGAS.
           PERFORM CABECALHO-OPERADORES.
           PERFORM GRAVA-LINHA-OPERADOR
               VARYING IDX-OPER FROM 1 BY 1 UNTIL IDX-OPER > QTDE-OPER.
           PERFORM RODAPE-OPERADORES.
           CLOSE ARQ-RELATORIO.
           COMPUTE REGISTROS-SPOOL = CONT-VAGAS-REL + QTDE-OPER.
           CALL "GUARDA-RELATORIO" USING "TEMPOVAGA "
               "TEMPOVAGA.TXT   " REGISTROS-SPOOL.
           MOVE CONT-VAGAS-REL TO CONT-E.
           DISPLAY "VAGAS LISTADAS....: " CONT-E.
           MOVE QTDE-OPER TO CONT-E.
           DISPLAY "OPERADORES LISTADOS: " CONT-E.
           DISPLAY "RELATORIO GERADO EM TEMPOVAGA.TXT".
           STOP RUN.
       CARREGA-VAGAS.
           MOVE "N" TO FIM-VAGAS.
           OPEN INPUT ARQ-VAGAS.
           PERFORM LE-VAGA UNTIL FIM-VAGAS = "S".
           CLOSE ARQ-VAGAS.
       LE-VAGA.
           READ ARQ-VAGAS
               AT END MOVE "S" TO FIM-VAGAS
               NOT AT END
                   IF VAGA-CODIGO > ZEROS
                       MOVE "S"          TO TV-EXISTE(VAGA-CODIGO)
                       MOVE VAGA-EMPRESA TO TV-EMPRESA(VAGA-CODIGO)
                   END-IF
           END-READ.
       CARREGA-ABERTURAS.
           MOVE "N" TO FIM-ABERTURAS.
           OPEN INPUT ARQ-ABERTURAS.
           PERFORM LE-ABERTURA UNTIL FIM-ABERTURAS = "S".
           CLOSE ARQ-ABERTURAS.
       LE-ABERTURA.
           READ ARQ-ABERTURAS
               AT END MOVE "S" TO FIM-ABERTURAS
               NOT AT END
                   IF ABV-VAGA > ZEROS
                       MOVE ABV-DATA TO TV-ABERTURA(ABV-VAGA)
                   END-IF
           END-READ.
       ACUMULA-ENCAMINHAMENTOS.
           MOVE "N" TO FIM-ENCAMINH.
           OPEN INPUT ARQ-ENCAMINHAMENTOS.
           PERFORM LE-ENCAMINHAMENTO UNTIL FIM-ENCAMINH = "S".
           CLOSE ARQ-ENCAMINHAMENTOS.
       LE-ENCAMINHAMENTO.
           READ ARQ-ENCAMINHAMENTOS
               AT END MOVE "S" TO FIM-ENCAMINH
               NOT AT END
                   IF ENC-VAGA > ZEROS
                       ADD 1 TO TV-QTDE-ENC(ENC-VAGA)
                       IF TV-PRIM-ENC(ENC-VAGA) = ZEROS
                          OR ENC-DATA < TV-PRIM-ENC(ENC-VAGA)
                           MOVE ENC-DATA TO TV-PRIM-ENC(ENC-VAGA)
                       END-IF
                   END-IF
                   IF ENC-DATA(1:6) = ANOMES-REL
                       MOVE ENC-CPF TO CPF-EVENTO
                       PERFORM BUSCA-OPERADOR-CPF
                       PERFORM LOCALIZA-OPERADOR
                       ADD 1 TO TOP-ENCAMINH(IDX-OPER)
                   END-IF
           END-READ.
       ACUMULA-ENTREVISTAS.
           MOVE "N" TO FIM-AGENDA.
           OPEN INPUT ARQ-AGENDA.
           PERFORM LE-ENTREVISTA UNTIL FIM-AGENDA = "S".
           CLOSE ARQ-AGENDA.
       LE-ENTREVISTA.
           READ ARQ-AGENDA
               AT END MOVE "S" TO FIM-AGENDA
               NOT AT END
                   IF AGE-VAGA > ZEROS
                       ADD 1 TO TV-QTDE-ENT(AGE-VAGA)
                       IF TV-PRIM-ENT(AGE-VAGA) = ZEROS
                          OR AGE-DATA < TV-PRIM-ENT(AGE-VAGA)
                           MOVE AGE-DATA TO TV-PRIM-ENT(AGE-VAGA)
                       END-IF
                   END-IF
                   IF AGE-DATA(1:6) = ANOMES-REL
                       MOVE AGE-CPF TO CPF-EVENTO
                       PERFORM BUSCA-OPERADOR-CPF
                       PERFORM LOCALIZA-OPERADOR
                       ADD 1 TO TOP-ENTREV(IDX-OPER)
                   END-IF
           END-READ.
       ACUMULA-COLOCACOES.
           MOVE "N" TO FIM-FATURAS.
           OPEN INPUT ARQ-FATURAS.
           PERFORM LE-COLOCACAO UNTIL FIM-FATURAS = "S".
           CLOSE ARQ-FATURAS.
       LE-COLOCACAO.
           READ ARQ-FATURAS
               AT END MOVE "S" TO FIM-FATURAS
               NOT AT END
                   IF FAT-VAGA > ZEROS
                       ADD 1 TO TV-QTDE-CONTR(FAT-VAGA)
                       IF TV-PRIM-CONTR(FAT-VAGA) = ZEROS
                          OR FAT-DATA < TV-PRIM-CONTR(FAT-VAGA)
                           MOVE FAT-DATA TO TV-PRIM-CONTR(FAT-VAGA)
                       END-IF
                   END-IF
                   IF FAT-DATA(1:6) = ANOMES-REL
                       MOVE FAT-CPF TO CPF-EVENTO
                       PERFORM BUSCA-OPERADOR-CPF
                       PERFORM LOCALIZA-OPERADOR
                       ADD 1 TO TOP-COLOCACOES(IDX-OPER)
                   END-IF
           END-READ.
       ACUMULA-CADASTROS.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CADASTRO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
       LE-CADASTRO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF REG-DATA-CAD(1:6) = ANOMES-REL
                       MOVE REG-OPERADOR TO OPERADOR-EVENTO
                       PERFORM LOCALIZA-OPERADOR
                       ADD 1 TO TOP-CADASTROS(IDX-OPER)
                   END-IF
           END-READ.
       ACUMULA-CONTATOS.
           MOVE "N" TO FIM-CONTATOS.
           OPEN INPUT ARQ-CONTATOS.
           PERFORM LE-CONTATO UNTIL FIM-CONTATOS = "S".
           CLOSE ARQ-CONTATOS.
       LE-CONTATO.
           READ ARQ-CONTATOS
               AT END MOVE "S" TO FIM-CONTATOS
               NOT AT END
                   IF CTT-DATA(1:6) = ANOMES-REL
                       MOVE CTT-OPERADOR TO OPERADOR-EVENTO
                       PERFORM LOCALIZA-OPERADOR
                       ADD 1 TO TOP-CONTATOS(IDX-OPER)
                   END-IF
           END-READ.
       BUSCA-OPERADOR-CPF.
           MOVE SPACES TO OPERADOR-EVENTO.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CPF-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
           CLOSE ARQ-CANDIDATOS.
       LE-CPF-CANDIDATO.
           READ ARQ-CANDIDATOS
               AT END MOVE "S" TO FIM-CANDIDATOS
               NOT AT END
                   IF REG-CPF = CPF-EVENTO
                       MOVE REG-OPERADOR TO OPERADOR-EVENTO
                       MOVE "S" TO FIM-CANDIDATOS
                   END-IF
           END-READ.
       LOCALIZA-OPERADOR.
           MOVE "N" TO ACHOU-OPER.
           PERFORM VARYING IDX-OPER FROM 1 BY 1
                   UNTIL IDX-OPER > QTDE-OPER OR ACHOU-OPER = "S"
               IF TOP-CODIGO(IDX-OPER) = OPERADOR-EVENTO
                   MOVE "S" TO ACHOU-OPER
               END-IF
           END-PERFORM.
           IF ACHOU-OPER = "S"
               SUBTRACT 1 FROM IDX-OPER
           ELSE
               IF QTDE-OPER < 50
                   ADD 1 TO QTDE-OPER
                   MOVE QTDE-OPER TO IDX-OPER
                   MOVE OPERADOR-EVENTO TO TOP-CODIGO(IDX-OPER)
               ELSE
                   MOVE 50 TO IDX-OPER
               END-IF
           END-IF.
       CABECALHO-VAGAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TEMPO DE PREENCHIMENTO DAS VAGAS - COMPETENCIA "
                      DELIMITED BY SIZE
                  ANOMES-REL DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "DIAS DA ABERTURA" TO LINHA-RELATORIO(39:).
           MOVE "QUANTIDADES"      TO LINHA-RELATORIO(59:).
           WRITE LINHA-RELATORIO.
           MOVE "VAG  EMPRESA              ABERTURA    ENCAM ENTRE"
               TO LINHA-RELATORIO.
           MOVE "CONTR" TO LINHA-RELATORIO(51:).
           MOVE "ENC ENT CON" TO LINHA-RELATORIO(59:).
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-VAGA.
           IF TV-EXISTE(IDX-VAGA) NOT = "S"
              AND TV-ABERTURA(IDX-VAGA) = ZEROS
               GO TO GRAVA-LINHA-VAGA-FIM
           END-IF.
           IF TV-ABERTURA(IDX-VAGA)(1:6) NOT = ANOMES-REL
              AND TV-PRIM-ENC(IDX-VAGA)(1:6) NOT = ANOMES-REL
              AND TV-PRIM-ENT(IDX-VAGA)(1:6) NOT = ANOMES-REL
              AND TV-PRIM-CONTR(IDX-VAGA)(1:6) NOT = ANOMES-REL
               GO TO GRAVA-LINHA-VAGA-FIM
           END-IF.
           MOVE TV-ABERTURA(IDX-VAGA) TO DATA-INICIAL.
           MOVE TV-PRIM-ENC(IDX-VAGA) TO DATA-FINAL.
           PERFORM CALCULA-PRAZO.
           MOVE PRAZO-TXT TO PRAZO-ENC-TXT.
           IF PRAZO-OK = "S"
               ADD DIAS-PRAZO TO SOMA-DIAS-ENC
               ADD 1 TO QTDE-DIAS-ENC
           END-IF.
           MOVE TV-PRIM-ENT(IDX-VAGA) TO DATA-FINAL.
           PERFORM CALCULA-PRAZO.
           MOVE PRAZO-TXT TO PRAZO-ENT-TXT.
           IF PRAZO-OK = "S"
               ADD DIAS-PRAZO TO SOMA-DIAS-ENT
               ADD 1 TO QTDE-DIAS-ENT
           END-IF.
           MOVE TV-PRIM-CONTR(IDX-VAGA) TO DATA-FINAL.
           PERFORM CALCULA-PRAZO.
           MOVE PRAZO-TXT TO PRAZO-CONTR-TXT.
           IF PRAZO-OK = "S"
               ADD DIAS-PRAZO TO SOMA-DIAS-CONTR
               ADD 1 TO QTDE-DIAS-CONTR
           END-IF.
           IF TV-ABERTURA(IDX-VAGA) = ZEROS
               MOVE "N/D" TO DATA-TXT
           ELSE
               MOVE TV-ABERTURA(IDX-VAGA) TO DATA-E
               MOVE DATA-E TO DATA-TXT
           END-IF.
           MOVE IDX-VAGA               TO VAGA-E.
           MOVE TV-QTDE-ENC(IDX-VAGA)   TO QTDE-ENC-E.
           MOVE TV-QTDE-ENT(IDX-VAGA)   TO QTDE-ENT-E.
           MOVE TV-QTDE-CONTR(IDX-VAGA) TO QTDE-CONTR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING VAGA-E               DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  TV-EMPRESA(IDX-VAGA) DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DATA-TXT             DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  PRAZO-ENC-TXT        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PRAZO-ENT-TXT        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  PRAZO-CONTR-TXT      DELIMITED BY SIZE
                  "   "                DELIMITED BY SIZE
                  QTDE-ENC-E           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QTDE-ENT-E           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  QTDE-CONTR-E         DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           ADD 1 TO CONT-VAGAS-REL.
       GRAVA-LINHA-VAGA-FIM.
           EXIT.
       CALCULA-PRAZO.
           MOVE "N"    TO PRAZO-OK.
           MOVE ZEROS  TO DIAS-PRAZO.
           EVALUATE TRUE
               WHEN DATA-FINAL = ZEROS
                   MOVE "    -" TO PRAZO-TXT
               WHEN DATA-INICIAL = ZEROS
                   MOVE "  N/D" TO PRAZO-TXT
               WHEN DATA-FINAL < DATA-INICIAL
                   MOVE "  N/D" TO PRAZO-TXT
               WHEN OTHER
                   COMPUTE DIAS-PRAZO =
                       FUNCTION INTEGER-OF-DATE(DATA-FINAL) -
                       FUNCTION INTEGER-OF-DATE(DATA-INICIAL)
                   MOVE DIAS-PRAZO TO DIAS-E
                   MOVE DIAS-E TO PRAZO-TXT
                   MOVE "S" TO PRAZO-OK
           END-EVALUATE.
       RODAPE-VAGAS.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-VAGAS-REL TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VAGAS LISTADAS...................: "
                      DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO MEDIA-DIAS.
           IF QTDE-DIAS-ENC > ZEROS
               COMPUTE MEDIA-DIAS ROUNDED =
                   SOMA-DIAS-ENC / QTDE-DIAS-ENC
           END-IF.
           MOVE MEDIA-DIAS TO MEDIA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MEDIA DE DIAS ATE 1O. ENCAMINHAM.: "
                      DELIMITED BY SIZE
                  MEDIA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO MEDIA-DIAS.
           IF QTDE-DIAS-ENT > ZEROS
               COMPUTE MEDIA-DIAS ROUNDED =
                   SOMA-DIAS-ENT / QTDE-DIAS-ENT
           END-IF.
           MOVE MEDIA-DIAS TO MEDIA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MEDIA DE DIAS ATE 1A. ENTREVISTA.: "
                      DELIMITED BY SIZE
                  MEDIA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE ZEROS TO MEDIA-DIAS.
           IF QTDE-DIAS-CONTR > ZEROS
               COMPUTE MEDIA-DIAS ROUNDED =
                   SOMA-DIAS-CONTR / QTDE-DIAS-CONTR
           END-IF.
           MOVE MEDIA-DIAS TO MEDIA-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "MEDIA DE DIAS ATE 1A. CONTRATACAO: "
                      DELIMITED BY SIZE
                  MEDIA-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       CABECALHO-OPERADORES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PRODUTIVIDADE POR OPERADOR - COMPETENCIA "
                      DELIMITED BY SIZE
                  ANOMES-REL DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "OPERADOR CADAST CONTAT ENCAMI ENTREV COLOCA"
               TO LINHA-RELATORIO.
           MOVE "%ENC/CAD %ENT/ENC %COL/ENT" TO LINHA-RELATORIO(45:).
           WRITE LINHA-RELATORIO.
       GRAVA-LINHA-OPERADOR.
           IF TOP-CODIGO(IDX-OPER) = SPACES
               MOVE "N/D" TO OPER-TXT
           ELSE
               MOVE TOP-CODIGO(IDX-OPER) TO OPER-TXT
           END-IF.
           ADD TOP-CADASTROS(IDX-OPER)  TO TOT-CADASTROS.
           ADD TOP-CONTATOS(IDX-OPER)   TO TOT-CONTATOS.
           ADD TOP-ENCAMINH(IDX-OPER)   TO TOT-ENCAMINH.
           ADD TOP-ENTREV(IDX-OPER)     TO TOT-ENTREV.
           ADD TOP-COLOCACOES(IDX-OPER) TO TOT-COLOCACOES.
           MOVE TOP-CADASTROS(IDX-OPER)  TO CAD-E.
           MOVE TOP-CONTATOS(IDX-OPER)   TO CTT-E.
           MOVE TOP-ENCAMINH(IDX-OPER)   TO ENC-E.
           MOVE TOP-ENTREV(IDX-OPER)     TO ENT-E.
           MOVE TOP-COLOCACOES(IDX-OPER) TO COL-E.
           MOVE TOP-CADASTROS(IDX-OPER)  TO CONV-BASE.
           MOVE TOP-ENCAMINH(IDX-OPER)   TO CONV-ETAPA.
           PERFORM CALCULA-CONVERSAO.
           MOVE CONV-TAXA TO CONV-ENC-CAD.
           MOVE TOP-ENCAMINH(IDX-OPER)   TO CONV-BASE.
           MOVE TOP-ENTREV(IDX-OPER)     TO CONV-ETAPA.
           PERFORM CALCULA-CONVERSAO.
           MOVE CONV-TAXA TO CONV-ENT-ENC.
           MOVE TOP-ENTREV(IDX-OPER)     TO CONV-BASE.
           MOVE TOP-COLOCACOES(IDX-OPER) TO CONV-ETAPA.
           PERFORM CALCULA-CONVERSAO.
           MOVE CONV-TAXA TO CONV-COL-ENT.
           PERFORM MONTA-LINHA-OPERADOR.
       CALCULA-CONVERSAO.
           MOVE ZEROS TO CONV-TAXA.
           IF CONV-BASE > ZEROS
               COMPUTE CONV-TAXA ROUNDED =
                   CONV-ETAPA * 100 / CONV-BASE
                   ON SIZE ERROR MOVE 99999,9 TO CONV-TAXA
               END-COMPUTE
           END-IF.
       MONTA-LINHA-OPERADOR.
           MOVE CONV-ENC-CAD TO CONV1-E.
           MOVE CONV-ENT-ENC TO CONV2-E.
           MOVE CONV-COL-ENT TO CONV3-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING OPER-TXT DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  CAD-E    DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  CTT-E    DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  ENC-E    DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  ENT-E    DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  COL-E    DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  CONV1-E  DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  CONV2-E  DELIMITED BY SIZE
                  "  "     DELIMITED BY SIZE
                  CONV3-E  DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       RODAPE-OPERADORES.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TOTAL" TO OPER-TXT.
           MOVE TOT-CADASTROS  TO CAD-E.
           MOVE TOT-CONTATOS   TO CTT-E.
           MOVE TOT-ENCAMINH   TO ENC-E.
           MOVE TOT-ENTREV     TO ENT-E.
           MOVE TOT-COLOCACOES TO COL-E.
           MOVE TOT-CADASTROS  TO CONV-BASE.
           MOVE TOT-ENCAMINH   TO CONV-ETAPA.
           PERFORM CALCULA-CONVERSAO.
           MOVE CONV-TAXA TO CONV-ENC-CAD.
           MOVE TOT-ENCAMINH   TO CONV-BASE.
           MOVE TOT-ENTREV     TO CONV-ETAPA.
           PERFORM CALCULA-CONVERSAO.
           MOVE CONV-TAXA TO CONV-ENT-ENC.
           MOVE TOT-ENTREV     TO CONV-BASE.
           MOVE TOT-COLOCACOES TO CONV-ETAPA.
           PERFORM CALCULA-CONVERSAO.
           MOVE CONV-TAXA TO CONV-COL-ENT.
           PERFORM MONTA-LINHA-OPERADOR.
