       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFERENCIA-FOLHA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONTROLE ASSIGN TO "CONFFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTROLE-TMP ASSIGN TO "CONFFOLHATMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-RELATORIO ASSIGN TO "CONFFOLHA.TXT"
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
           FD  ARQ-FUNCIONARIOS.
           01  REG-FUNCIONARIO.
               02 REG-ID        PIC 9(05).
               02 REG-NOME      PIC X(30).
               02 REG-IDADE     PIC 9(02).
               02 REG-SEXO      PIC X(01).
               02 REG-SALARIO   PIC 9(15).
               02 REG-SAL-ATUAL PIC 9(09)V99.
               02 REG-STATUS    PIC X(01).
               02 REG-DATA-STATUS PIC 9(08).
               02 REG-DEPTO     PIC 9(03).
               02 REG-DATA-ADMISSAO PIC 9(08).
               02 REG-OPERADOR  PIC X(08).
               02 REG-BANCO     PIC 9(03).
               02 REG-AGENCIA   PIC 9(04).
               02 REG-CONTA     PIC 9(10).
           FD  ARQ-CONTROLE.
           01  REG-CONTROLE.
               02 CFF-COMPETENCIA   PIC 9(06).
               02 CFF-DATA-GERACAO  PIC 9(08).
               02 CFF-ALERTAS       PIC 9(04).
               02 CFF-TOTAL-LIQUIDO PIC 9(11)V99.
               02 CFF-STATUS        PIC X(01).
               02 CFF-OPERADOR      PIC X(08).
               02 CFF-APROVADOR     PIC X(08).
               02 CFF-DATA-APROV    PIC 9(08).
           FD  ARQ-CONTROLE-TMP.
           01  REG-CONTROLE-TMP     PIC X(56).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO    PIC X(80).
       WORKING-STORAGE SECTION.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 DECISAO          PIC X(01) VALUE SPACE.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 PERC-LIMITE      PIC 9(02)V99 VALUE 20,00.
           01 COMPETENCIA      PIC 9(06) VALUE ZEROS.
           01 COMPETENCIA-ANT  PIC 9(06) VALUE ZEROS.
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-CONTROLE     PIC X(01) VALUE "N".
           01 FIM-RELATORIO    PIC X(01) VALUE "N".
           01 CONTROLE-ACHADO  PIC X(01) VALUE "N".
           01 QTDE-FUNC        PIC 9(04) VALUE ZEROS.
           01 IDX-FUNC         PIC 9(04) VALUE ZEROS.
           01 IDX-OUTRO        PIC 9(04) VALUE ZEROS.
           01 TABELA-FOLHA.
               02 FUNC-T OCCURS 2000 TIMES.
                   03 FT-ID         PIC 9(05).
                   03 FT-NOME       PIC X(30).
                   03 FT-BANCO      PIC 9(03).
                   03 FT-AGENCIA    PIC 9(04).
                   03 FT-CONTA      PIC 9(10).
                   03 FT-TEM-ATU    PIC X(01).
                   03 FT-TEM-ANT    PIC X(01).
                   03 FT-BRUTO-ATU  PIC 9(09)V99.
                   03 FT-LIQ-ATU    PIC 9(09)V99.
                   03 FT-BRUTO-ANT  PIC 9(09)V99.
                   03 FT-LIQ-ANT    PIC 9(09)V99.
           01 VARIACAO         PIC S9(05)V99 VALUE ZEROS.
           01 TOTAL-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
           01 CONT-ALERTAS     PIC 9(04) VALUE ZEROS.
           01 DESC-ALERTA      PIC X(18) VALUE SPACES.
           01 VALOR-ALERTA     PIC 9(09)V99 VALUE ZEROS.
           01 VALOR-ALERTA-ANT PIC 9(09)V99 VALUE ZEROS.
           01 CONT-E           PIC ZZZ9.
           01 ID-E             PIC ZZZZ9.
           01 VALOR-E          PIC ZZZ.ZZZ.ZZ9,99.
           01 VALOR2-E         PIC ZZZ.ZZZ.ZZ9,99.
           01 PERC-E           PIC Z9,99.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "CONFERENCIA DA FOLHA ANTES DA REMESSA".
           CALL "IDENTIFICA-OPERADOR" USING OPERADOR-SESSAO
               PERFIL-SESSAO.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA(5:2) < "01" OR COMPETENCIA(5:2) > "12"
               DISPLAY "COMPETENCIA INVALIDA"
               STOP RUN
           END-IF.
           DISPLAY "1-GERAR CONFERENCIA  2-LIBERAR REMESSA: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM GERA-CONFERENCIA
               WHEN "2"
                   PERFORM LIBERA-REMESSA THRU LIBERA-REMESSA-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           STOP RUN.
       GERA-CONFERENCIA.
           PERFORM CARREGA-PARAMETROS.
           IF COMPETENCIA(5:2) = "01"
               COMPUTE COMPETENCIA-ANT = COMPETENCIA - 89
           ELSE
               COMPUTE COMPETENCIA-ANT = COMPETENCIA - 1
           END-IF.
           PERFORM CARREGA-FOLHA.
           PERFORM CARREGA-DADOS-FUNCIONARIOS.
           OPEN OUTPUT ARQ-RELATORIO.
           PERFORM CABECALHO.
           PERFORM AVALIA-FUNCIONARIO
               VARYING IDX-FUNC FROM 1 BY 1
               UNTIL IDX-FUNC > QTDE-FUNC.
           PERFORM RODAPE.
           CLOSE ARQ-RELATORIO.
           PERFORM GRAVA-CONTROLE.
           MOVE CONT-ALERTAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "CONFFOLHA "
               "CONFFOLHA.TXT   " REGISTROS-SPOOL.
           MOVE CONT-ALERTAS TO CONT-E.
           DISPLAY "ALERTAS ENCONTRADOS: " CONT-E.
           IF CONT-ALERTAS > ZEROS
               DISPLAY "REMESSA BLOQUEADA ATE LIBERACAO DO SUPERVISOR"
           ELSE
               DISPLAY "SEM ALERTAS - REMESSA LIBERADA"
           END-IF.
           DISPLAY "RELATORIO GERADO EM CONFFOLHA.TXT".
       CARREGA-PARAMETROS.
           MOVE "FOLHA"          TO PRM-MODULO.
           MOVE "PERC-VARIACAO"  TO PRM-NOME.
           MOVE DATA-HOJE        TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO PERC-LIMITE
           END-IF.
       CARREGA-FOLHA.
           MOVE ZEROS TO QTDE-FUNC.
           MOVE ZEROS TO TOTAL-LIQUIDO.
           MOVE "N" TO FIM-FOLHA.
           OPEN INPUT ARQ-FOLHA.
           PERFORM LE-FOLHA UNTIL FIM-FOLHA = "S".
           CLOSE ARQ-FOLHA.
       LE-FOLHA.
           READ ARQ-FOLHA
               AT END MOVE "S" TO FIM-FOLHA
               NOT AT END
                   IF FOL-TIPO NOT = "A"
                      AND (FOL-COMPETENCIA = COMPETENCIA
                       OR FOL-COMPETENCIA = COMPETENCIA-ANT)
                       PERFORM ACUMULA-FOLHA
                   END-IF
           END-READ.
       ACUMULA-FOLHA.
           PERFORM LOCALIZA-FUNCIONARIO.
           IF IDX-FUNC > QTDE-FUNC
               IF QTDE-FUNC < 2000
                   ADD 1 TO QTDE-FUNC
                   MOVE QTDE-FUNC TO IDX-FUNC
                   INITIALIZE FUNC-T(IDX-FUNC)
                   MOVE FOL-ID TO FT-ID(IDX-FUNC)
                   MOVE "N"    TO FT-TEM-ATU(IDX-FUNC)
                   MOVE "N"    TO FT-TEM-ANT(IDX-FUNC)
               ELSE
                   CALL "GRAVA-EXCECAO" USING "CONFERENCIA-FOLHA   "
                       "FOL-ID         " "TABELA-CHEIA        "
                       "LIMITE DE FUNCIONARIOS NA CONFERENCIA   "
               END-IF
           END-IF.
           IF IDX-FUNC NOT > QTDE-FUNC
               IF FOL-COMPETENCIA = COMPETENCIA
                   MOVE "S" TO FT-TEM-ATU(IDX-FUNC)
                   ADD FOL-BRUTO   TO FT-BRUTO-ATU(IDX-FUNC)
                   ADD FOL-LIQUIDO TO FT-LIQ-ATU(IDX-FUNC)
                   ADD FOL-LIQUIDO TO TOTAL-LIQUIDO
               ELSE
                   MOVE "S" TO FT-TEM-ANT(IDX-FUNC)
                   ADD FOL-BRUTO   TO FT-BRUTO-ANT(IDX-FUNC)
                   ADD FOL-LIQUIDO TO FT-LIQ-ANT(IDX-FUNC)
               END-IF
           END-IF.
       LOCALIZA-FUNCIONARIO.
           MOVE 1 TO IDX-FUNC.
           PERFORM UNTIL IDX-FUNC > QTDE-FUNC
                      OR FT-ID(IDX-FUNC) = FOL-ID
               ADD 1 TO IDX-FUNC
           END-PERFORM.
       CARREGA-DADOS-FUNCIONARIOS.
           MOVE "N" TO FIM-FUNCIONARIOS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNCIONARIOS = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNCIONARIOS
                   NOT AT END
                       MOVE REG-ID TO FOL-ID
                       PERFORM LOCALIZA-FUNCIONARIO
                       IF IDX-FUNC NOT > QTDE-FUNC
                           MOVE REG-NOME    TO FT-NOME(IDX-FUNC)
                           MOVE REG-BANCO   TO FT-BANCO(IDX-FUNC)
                           MOVE REG-AGENCIA TO FT-AGENCIA(IDX-FUNC)
                           MOVE REG-CONTA   TO FT-CONTA(IDX-FUNC)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
       AVALIA-FUNCIONARIO.
           IF FT-TEM-ATU(IDX-FUNC) = "S"
              AND FT-TEM-ANT(IDX-FUNC) = "N"
               MOVE "NOVO NA FOLHA"    TO DESC-ALERTA
               MOVE FT-LIQ-ATU(IDX-FUNC) TO VALOR-ALERTA
               MOVE ZEROS               TO VALOR-ALERTA-ANT
               PERFORM GRAVA-ALERTA
           END-IF.
           IF FT-TEM-ATU(IDX-FUNC) = "N"
              AND FT-TEM-ANT(IDX-FUNC) = "S"
               MOVE "AUSENTE NO MES"   TO DESC-ALERTA
               MOVE ZEROS               TO VALOR-ALERTA
               MOVE FT-LIQ-ANT(IDX-FUNC) TO VALOR-ALERTA-ANT
               PERFORM GRAVA-ALERTA
           END-IF.
           IF FT-TEM-ATU(IDX-FUNC) = "S"
               IF FT-LIQ-ATU(IDX-FUNC) = ZEROS
                   MOVE "LIQUIDO ZERADO"   TO DESC-ALERTA
                   MOVE ZEROS               TO VALOR-ALERTA
                   MOVE FT-LIQ-ANT(IDX-FUNC) TO VALOR-ALERTA-ANT
                   PERFORM GRAVA-ALERTA
               END-IF
               IF FT-TEM-ANT(IDX-FUNC) = "S"
                   PERFORM COMPARA-VALORES
               END-IF
               PERFORM VERIFICA-CONTA-DUPLICADA
           END-IF.
       COMPARA-VALORES.
           IF FT-BRUTO-ANT(IDX-FUNC) > ZEROS
               COMPUTE VARIACAO ROUNDED =
                   (FT-BRUTO-ATU(IDX-FUNC) - FT-BRUTO-ANT(IDX-FUNC))
                   * 100 / FT-BRUTO-ANT(IDX-FUNC)
               IF VARIACAO > PERC-LIMITE
                  OR VARIACAO < (PERC-LIMITE * -1)
                   MOVE "VARIACAO BRUTO"     TO DESC-ALERTA
                   MOVE FT-BRUTO-ATU(IDX-FUNC) TO VALOR-ALERTA
                   MOVE FT-BRUTO-ANT(IDX-FUNC) TO VALOR-ALERTA-ANT
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF.
           IF FT-LIQ-ANT(IDX-FUNC) > ZEROS
               COMPUTE VARIACAO ROUNDED =
                   (FT-LIQ-ATU(IDX-FUNC) - FT-LIQ-ANT(IDX-FUNC))
                   * 100 / FT-LIQ-ANT(IDX-FUNC)
               IF VARIACAO > PERC-LIMITE
                  OR VARIACAO < (PERC-LIMITE * -1)
                   MOVE "VARIACAO LIQUIDO"   TO DESC-ALERTA
                   MOVE FT-LIQ-ATU(IDX-FUNC) TO VALOR-ALERTA
                   MOVE FT-LIQ-ANT(IDX-FUNC) TO VALOR-ALERTA-ANT
                   PERFORM GRAVA-ALERTA
               END-IF
           END-IF.
       VERIFICA-CONTA-DUPLICADA.
           IF FT-CONTA(IDX-FUNC) IS NUMERIC
              AND FT-CONTA(IDX-FUNC) > ZEROS
               PERFORM VARYING IDX-OUTRO FROM 1 BY 1
                       UNTIL IDX-OUTRO > QTDE-FUNC
                   IF IDX-OUTRO NOT = IDX-FUNC
                      AND FT-TEM-ATU(IDX-OUTRO) = "S"
                      AND FT-BANCO(IDX-OUTRO) = FT-BANCO(IDX-FUNC)
                      AND FT-AGENCIA(IDX-OUTRO) = FT-AGENCIA(IDX-FUNC)
                      AND FT-CONTA(IDX-OUTRO) = FT-CONTA(IDX-FUNC)
                       MOVE "CONTA DUPLICADA"    TO DESC-ALERTA
                       MOVE FT-LIQ-ATU(IDX-FUNC) TO VALOR-ALERTA
                       MOVE FT-LIQ-ANT(IDX-FUNC) TO VALOR-ALERTA-ANT
                       PERFORM GRAVA-ALERTA
                       MOVE QTDE-FUNC TO IDX-OUTRO
                   END-IF
               END-PERFORM
           END-IF.
       GRAVA-ALERTA.
           ADD 1 TO CONT-ALERTAS.
           MOVE FT-ID(IDX-FUNC) TO ID-E.
           MOVE VALOR-ALERTA     TO VALOR-E.
           MOVE VALOR-ALERTA-ANT TO VALOR2-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING ID-E                  DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  FT-NOME(IDX-FUNC)(1:20) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  DESC-ALERTA           DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  VALOR2-E              DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
       CABECALHO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONFERENCIA DA FOLHA - COMPETENCIA "
                      DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
                  " X "            DELIMITED BY SIZE
                  COMPETENCIA-ANT(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA-ANT(1:4) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE PERC-LIMITE TO PERC-E.
           STRING "LIMITE DE VARIACAO (%): " DELIMITED BY SIZE
                  PERC-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "ID    NOME"     TO LINHA-RELATORIO(1:10).
           MOVE "ALERTA"         TO LINHA-RELATORIO(28:6).
           MOVE "ATUAL"          TO LINHA-RELATORIO(56:5).
           MOVE "ANTERIOR"       TO LINHA-RELATORIO(69:8).
           WRITE LINHA-RELATORIO.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-ALERTAS TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAL DE ALERTAS....: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE TOTAL-LIQUIDO TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LIQUIDO CONFERIDO...: " DELIMITED BY SIZE
                  VALOR-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           IF CONT-ALERTAS > ZEROS
               MOVE "SITUACAO: AGUARDANDO LIBERACAO DO SUPERVISOR"
                   TO LINHA-RELATORIO
           ELSE
               MOVE "SITUACAO: LIBERADA - SEM ALERTAS"
                   TO LINHA-RELATORIO
           END-IF.
           WRITE LINHA-RELATORIO.
       GRAVA-CONTROLE.
           PERFORM RETIRA-CONTROLE.
           MOVE COMPETENCIA     TO CFF-COMPETENCIA.
           MOVE DATA-HOJE       TO CFF-DATA-GERACAO.
           MOVE CONT-ALERTAS    TO CFF-ALERTAS.
           MOVE TOTAL-LIQUIDO   TO CFF-TOTAL-LIQUIDO.
           MOVE OPERADOR-SESSAO TO CFF-OPERADOR.
           IF CONT-ALERTAS > ZEROS
               MOVE "P"     TO CFF-STATUS
               MOVE SPACES  TO CFF-APROVADOR
               MOVE ZEROS   TO CFF-DATA-APROV
           ELSE
               MOVE "A"             TO CFF-STATUS
               MOVE OPERADOR-SESSAO TO CFF-APROVADOR
               MOVE DATA-HOJE       TO CFF-DATA-APROV
           END-IF.
           OPEN EXTEND ARQ-CONTROLE.
           WRITE REG-CONTROLE.
           CLOSE ARQ-CONTROLE.
       RETIRA-CONTROLE.
           MOVE "N" TO FIM-CONTROLE.
           OPEN INPUT  ARQ-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-TMP.
           PERFORM UNTIL FIM-CONTROLE = "S"
               READ ARQ-CONTROLE
                   AT END MOVE "S" TO FIM-CONTROLE
                   NOT AT END
                       IF CFF-COMPETENCIA NOT = COMPETENCIA
                           WRITE REG-CONTROLE-TMP FROM REG-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
           CLOSE ARQ-CONTROLE-TMP.
           PERFORM DEVOLVE-CONTROLE.
       DEVOLVE-CONTROLE.
           MOVE "N" TO FIM-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE.
           OPEN INPUT  ARQ-CONTROLE-TMP.
           PERFORM UNTIL FIM-CONTROLE = "S"
               READ ARQ-CONTROLE-TMP
                   AT END MOVE "S" TO FIM-CONTROLE
                   NOT AT END
                       WRITE REG-CONTROLE FROM REG-CONTROLE-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
           CLOSE ARQ-CONTROLE-TMP.
       LIBERA-REMESSA.
           IF PERFIL-SESSAO NOT = "S"
               DISPLAY "SOMENTE SUPERVISOR LIBERA A REMESSA"
               CALL "GRAVA-EXCECAO-SEV" USING "CONFERENCIA-FOLHA   "
                   "OPE-PERFIL     " "SEM-PERMISSAO       "
                   "TENTATIVA DE LIBERACAO SEM PERFIL       "
                   "A"
               GO TO LIBERA-REMESSA-FIM
           END-IF.
           PERFORM BUSCA-CONTROLE.
           IF CONTROLE-ACHADO = "N"
               DISPLAY "CONFERENCIA NAO GERADA PARA A COMPETENCIA"
               GO TO LIBERA-REMESSA-FIM
           END-IF.
           IF CFF-STATUS = "A"
               DISPLAY "REMESSA JA LIBERADA POR " CFF-APROVADOR
               GO TO LIBERA-REMESSA-FIM
           END-IF.
           PERFORM MOSTRA-RELATORIO.
           DISPLAY "CONFIRMA A LIBERACAO DOS ALERTAS (S/N)? ".
           ACCEPT DECISAO.
           MOVE FUNCTION UPPER-CASE(DECISAO) TO DECISAO.
           IF DECISAO NOT = "S"
               DISPLAY "REMESSA CONTINUA BLOQUEADA"
               GO TO LIBERA-REMESSA-FIM
           END-IF.
           MOVE "N" TO FIM-CONTROLE.
           OPEN INPUT  ARQ-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-TMP.
           PERFORM UNTIL FIM-CONTROLE = "S"
               READ ARQ-CONTROLE
                   AT END MOVE "S" TO FIM-CONTROLE
                   NOT AT END
                       IF CFF-COMPETENCIA = COMPETENCIA
                           MOVE "A"             TO CFF-STATUS
                           MOVE OPERADOR-SESSAO TO CFF-APROVADOR
                           MOVE DATA-HOJE       TO CFF-DATA-APROV
                       END-IF
                       WRITE REG-CONTROLE-TMP FROM REG-CONTROLE
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
           CLOSE ARQ-CONTROLE-TMP.
           PERFORM DEVOLVE-CONTROLE.
           DISPLAY "REMESSA LIBERADA POR " OPERADOR-SESSAO.
       LIBERA-REMESSA-FIM.
           EXIT.
       BUSCA-CONTROLE.
           MOVE "N" TO CONTROLE-ACHADO.
           MOVE "N" TO FIM-CONTROLE.
           OPEN INPUT ARQ-CONTROLE.
           PERFORM UNTIL FIM-CONTROLE = "S"
               READ ARQ-CONTROLE
                   AT END MOVE "S" TO FIM-CONTROLE
                   NOT AT END
                       IF CFF-COMPETENCIA = COMPETENCIA
                           MOVE "S" TO CONTROLE-ACHADO
                           MOVE "S" TO FIM-CONTROLE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-CONTROLE.
       MOSTRA-RELATORIO.
           MOVE "N" TO FIM-RELATORIO.
           OPEN INPUT ARQ-RELATORIO.
           PERFORM UNTIL FIM-RELATORIO = "S"
               READ ARQ-RELATORIO
                   AT END MOVE "S" TO FIM-RELATORIO
                   NOT AT END
                       DISPLAY LINHA-RELATORIO
               END-READ
           END-PERFORM.
           CLOSE ARQ-RELATORIO.
