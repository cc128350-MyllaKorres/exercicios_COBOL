       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHA-FOLHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FECHA-FOLHA
                   ASSIGN TO "FECHAFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTRACHEQUES
                   ASSIGN TO "CONTRACH.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELFECHAFOL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FOLHA.
           01  REG-FOLHA.
               02 FOL-ID          PIC 9(05).
               02 FOL-COMPETENCIA PIC 9(06).
               02 FOL-BRUTO       PIC 9(09)V99.
               02 FOL-INSS        PIC 9(07)V99.
               02 FOL-IRRF        PIC 9(07)V99.
               02 FOL-LIQUIDO     PIC 9(09)V99.
               02 FOL-VT          PIC 9(07)V99.
               02 FOL-VR          PIC 9(07)V99.
               02 FOL-DESC-VT     PIC 9(07)V99.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-FECHA-FOLHA.
           01  REG-FECHA-FOLHA.
               02 FFC-COMPETENCIA PIC 9(06).
               02 FFC-STATUS      PIC X(01).
               02 FFC-DATA        PIC 9(08).
               02 FFC-LINHAS      PIC 9(06).
               02 FFC-BRUTO       PIC 9(11)V99.
               02 FFC-LIQUIDO     PIC 9(11)V99.
               02 FFC-OPERADOR    PIC X(08).
           FD  ARQ-CONTRACHEQUES.
           01  LINHA-CONTRACHEQUE PIC X(80).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO          PIC 9(04) VALUE ZEROS.
               02 MES          PIC 9(02) VALUE ZEROS.
               02 DIA          PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA-E    PIC 9(06).
           01 SITUACAO-COMPET  PIC X(01) VALUE "A".
           01 FIM-FECHA        PIC X(01) VALUE "N".
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-CONTRACHEQUE PIC X(01) VALUE "N".
           01 CONTRACHEQUE-MES PIC X(01) VALUE "N".
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 LINHAS-MENSAL    PIC 9(06) VALUE ZEROS.
           01 LINHAS-FOLHA     PIC 9(06) VALUE ZEROS.
           01 LINHAS-CONTRACH  PIC 9(06) VALUE ZEROS.
           01 TOTAL-BRUTO      PIC 9(11)V99 VALUE ZEROS.
           01 TOTAL-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
           01 TOTAIS-TIPO.
               02 TOT-T OCCURS 5 TIMES.
                   03 TOT-T-TIPO    PIC X(01).
                   03 TOT-T-DESC    PIC X(20).
                   03 TOT-T-LINHAS  PIC 9(06).
                   03 TOT-T-BRUTO   PIC 9(11)V99.
                   03 TOT-T-LIQUIDO PIC 9(11)V99.
           01 IND-TIPO         PIC 9(01) VALUE ZERO.
           01 LINHAS-E         PIC ZZZ.ZZ9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "FECHAMENTO DA FOLHA".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           MOVE ANO TO COMPETENCIA(1:4).
           MOVE MES TO COMPETENCIA(5:2).
           DISPLAY "COMPETENCIA (AAAAMM, 0 = ATUAL): ".
           ACCEPT COMPETENCIA-E.
           IF COMPETENCIA-E > ZEROS
               MOVE COMPETENCIA-E TO COMPETENCIA
           END-IF.
           PERFORM VERIFICA-SITUACAO.
           IF SITUACAO-COMPET = "F"
               DISPLAY "COMPETENCIA JA FECHADA"
               PERFORM PEDE-REABERTURA THRU PEDE-REABERTURA-FIM
           ELSE
               PERFORM TOTALIZA-FOLHA
               IF LINHAS-MENSAL = ZEROS
                   DISPLAY "FOLHA MENSAL NAO GERADA PARA A COMPETENCIA"
                   STOP RUN
               END-IF
               DISPLAY "CONFIRMA O FECHAMENTO (S/N)? "
               ACCEPT OPCAO
               IF OPCAO = "S" OR OPCAO = "s"
                   PERFORM EXECUTA-FECHAMENTO
               ELSE
                   DISPLAY "FECHAMENTO NAO EFETUADO"
               END-IF
           END-IF.
           STOP RUN.
       VERIFICA-SITUACAO.
           MOVE "A" TO SITUACAO-COMPET.
           MOVE "N" TO FIM-FECHA.
           OPEN INPUT ARQ-FECHA-FOLHA.
           PERFORM LE-FECHA-FOLHA UNTIL FIM-FECHA = "S".
           CLOSE ARQ-FECHA-FOLHA.
       LE-FECHA-FOLHA.
           READ ARQ-FECHA-FOLHA
               AT END MOVE "S" TO FIM-FECHA
               NOT AT END
                   IF FFC-COMPETENCIA = COMPETENCIA
                       MOVE FFC-STATUS TO SITUACAO-COMPET
                   END-IF
           END-READ.
       TOTALIZA-FOLHA.
           MOVE "M" TO TOT-T-TIPO(1).
           MOVE "FOLHA MENSAL"      TO TOT-T-DESC(1).
           MOVE "A" TO TOT-T-TIPO(2).
           MOVE "ADIANTAMENTO"      TO TOT-T-DESC(2).
           MOVE "F" TO TOT-T-TIPO(3).
           MOVE "FERIAS"            TO TOT-T-DESC(3).
           MOVE "1" TO TOT-T-TIPO(4).
           MOVE "13o 1a PARCELA"    TO TOT-T-DESC(4).
           MOVE "2" TO TOT-T-TIPO(5).
           MOVE "13o 2a PARCELA"    TO TOT-T-DESC(5).
           PERFORM VARYING IND-TIPO FROM 1 BY 1 UNTIL IND-TIPO > 5
               MOVE ZEROS TO TOT-T-LINHAS(IND-TIPO)
               MOVE ZEROS TO TOT-T-BRUTO(IND-TIPO)
               MOVE ZEROS TO TOT-T-LIQUIDO(IND-TIPO)
           END-PERFORM.
           MOVE ZEROS TO LINHAS-MENSAL.
           MOVE ZEROS TO LINHAS-FOLHA.
           MOVE ZEROS TO TOTAL-BRUTO.
           MOVE ZEROS TO TOTAL-LIQUIDO.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM LE-FOLHA UNTIL FIM-FOLHA = "S".
           CLOSE ARQ-FOLHA.
       LE-FOLHA.
           READ ARQ-FOLHA
               AT END MOVE "S" TO FIM-FOLHA
               NOT AT END
                   IF FOL-COMPETENCIA = COMPETENCIA
                       PERFORM ACUMULA-FOLHA
                   END-IF
           END-READ.
       ACUMULA-FOLHA.
           ADD 1 TO LINHAS-FOLHA.
           ADD FOL-BRUTO   TO TOTAL-BRUTO.
           ADD FOL-LIQUIDO TO TOTAL-LIQUIDO.
           IF FOL-TIPO = "M"
               ADD 1 TO LINHAS-MENSAL
           END-IF.
           PERFORM VARYING IND-TIPO FROM 1 BY 1 UNTIL IND-TIPO > 5
               IF TOT-T-TIPO(IND-TIPO) = FOL-TIPO
                   ADD 1           TO TOT-T-LINHAS(IND-TIPO)
                   ADD FOL-BRUTO   TO TOT-T-BRUTO(IND-TIPO)
                   ADD FOL-LIQUIDO TO TOT-T-LIQUIDO(IND-TIPO)
               END-IF
           END-PERFORM.
       EXECUTA-FECHAMENTO.
           PERFORM VERIFICA-CONTRACHEQUES.
           PERFORM GRAVA-RELATORIO-FECHAMENTO.
           MOVE COMPETENCIA     TO FFC-COMPETENCIA.
           MOVE "F"             TO FFC-STATUS.
           MOVE DATA-HOJE       TO FFC-DATA.
           MOVE LINHAS-FOLHA    TO FFC-LINHAS.
           MOVE TOTAL-BRUTO     TO FFC-BRUTO.
           MOVE TOTAL-LIQUIDO   TO FFC-LIQUIDO.
           MOVE OPERADOR-SESSAO TO FFC-OPERADOR.
           OPEN EXTEND ARQ-FECHA-FOLHA.
           WRITE REG-FECHA-FOLHA.
           CLOSE ARQ-FECHA-FOLHA.
           IF CONTRACHEQUE-MES = "S"
               CALL "GUARDA-RELATORIO" USING "CONTRACHEQ"
                   "CONTRACH.TXT    " LINHAS-CONTRACH
           ELSE
               DISPLAY "CONTRACH.TXT NAO E DA COMPETENCIA - "
                   "CONTRACHEQUES NAO ARQUIVADOS"
               MOVE "CONTRACHEQUES NAO ARQUIVADOS" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "FECHA-FOLHA         "
                   "CONTRACH.TXT   " "OUTRA-COMPETENCIA   "
                   MENSA-LOG
           END-IF.
           MOVE LINHAS-FOLHA TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "FECHAFOLHA"
               "RELFECHAFOL.TXT " REGISTROS-SPOOL.
           DISPLAY "COMPETENCIA FECHADA - RELATORIO EM RELFECHAFOL.TXT".
       VERIFICA-CONTRACHEQUES.
           MOVE "N" TO CONTRACHEQUE-MES.
           MOVE ZEROS TO LINHAS-CONTRACH.
           MOVE "N" TO FIM-CONTRACHEQUE.
           OPEN INPUT ARQ-CONTRACHEQUES.
           PERFORM UNTIL FIM-CONTRACHEQUE = "S"
               READ ARQ-CONTRACHEQUES
                   AT END MOVE "S" TO FIM-CONTRACHEQUE
                   NOT AT END
                       ADD 1 TO LINHAS-CONTRACH
                       IF LINHA-CONTRACHEQUE(1:27) =
                              "CONTRACHEQUE - COMPETENCIA"
                          AND LINHA-CONTRACHEQUE(28:4) =
                              COMPETENCIA(1:4)
                          AND LINHA-CONTRACHEQUE(33:2) =
                              COMPETENCIA(5:2)
                           MOVE "S" TO CONTRACHEQUE-MES
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTRACHEQUES.
       GRAVA-RELATORIO-FECHAMENTO.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "FECHAMENTO DA FOLHA - COMPETENCIA "
                      DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "OPERADOR: " DELIMITED BY SIZE
                  OPERADOR-SESSAO DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "TIPO                  LINHAS"   TO LINHA-RELATORIO.
           MOVE "BRUTO"   TO LINHA-RELATORIO(45:5).
           MOVE "LIQUIDO" TO LINHA-RELATORIO(67:7).
           WRITE LINHA-RELATORIO.
           PERFORM VARYING IND-TIPO FROM 1 BY 1 UNTIL IND-TIPO > 5
               IF TOT-T-LINHAS(IND-TIPO) > ZEROS
                   MOVE SPACES TO LINHA-RELATORIO
                   MOVE TOT-T-DESC(IND-TIPO) TO LINHA-RELATORIO(1:20)
                   MOVE TOT-T-LINHAS(IND-TIPO) TO LINHAS-E
                   MOVE LINHAS-E TO LINHA-RELATORIO(21:7)
                   MOVE TOT-T-BRUTO(IND-TIPO) TO VALOR-E
                   MOVE VALOR-E TO LINHA-RELATORIO(30:20)
                   MOVE TOT-T-LIQUIDO(IND-TIPO) TO VALOR-E
                   MOVE VALOR-E TO LINHA-RELATORIO(54:20)
                   WRITE LINHA-RELATORIO
               END-IF
           END-PERFORM.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "TOTAL DA COMPETENCIA" TO LINHA-RELATORIO(1:20).
           MOVE LINHAS-FOLHA TO LINHAS-E.
           MOVE LINHAS-E TO LINHA-RELATORIO(21:7).
           MOVE TOTAL-BRUTO TO VALOR-E.
           MOVE VALOR-E TO LINHA-RELATORIO(30:20).
           MOVE TOTAL-LIQUIDO TO VALOR-E.
           MOVE VALOR-E TO LINHA-RELATORIO(54:20).
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
       PEDE-REABERTURA.
           DISPLAY "REABRE A COMPETENCIA (S/N)? ".
           ACCEPT OPCAO.
           IF OPCAO NOT = "S" AND OPCAO NOT = "s"
               GO TO PEDE-REABERTURA-FIM
           END-IF.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "SOMENTE SUPERVISOR REABRE A COMPETENCIA"
               MOVE "REABERTURA NEGADA - SEM PERFIL" TO MENSA-LOG
               CALL "GRAVA-EXCECAO" USING "FECHA-FOLHA         "
                   "FFC-STATUS     " "REABERTURA          "
                   MENSA-LOG
               GO TO PEDE-REABERTURA-FIM
           END-IF.
           PERFORM TOTALIZA-FOLHA.
           MOVE COMPETENCIA     TO FFC-COMPETENCIA.
           MOVE "A"             TO FFC-STATUS.
           MOVE DATA-HOJE       TO FFC-DATA.
           MOVE LINHAS-FOLHA    TO FFC-LINHAS.
           MOVE TOTAL-BRUTO     TO FFC-BRUTO.
           MOVE TOTAL-LIQUIDO   TO FFC-LIQUIDO.
           MOVE OPERADOR-SESSAO TO FFC-OPERADOR.
           OPEN EXTEND ARQ-FECHA-FOLHA.
           WRITE REG-FECHA-FOLHA.
           CLOSE ARQ-FECHA-FOLHA.
           MOVE SPACES TO MENSA-LOG.
           STRING "COMPETENCIA " DELIMITED BY SIZE
                  COMPETENCIA    DELIMITED BY SIZE
                  " REABERTA PELO SUPERVISOR" DELIMITED BY SIZE
             INTO MENSA-LOG.
           CALL "GRAVA-EXCECAO-SEV" USING "FECHA-FOLHA         "
               "FFC-STATUS     " "REABERTURA          " MENSA-LOG
               "A".
           DISPLAY "COMPETENCIA REABERTA".
       PEDE-REABERTURA-FIM.
           EXIT.
