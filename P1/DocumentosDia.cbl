       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCUMENTOS-DIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-DOCFISCAIS ASSIGN TO "DOCFISCAIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-SERIES ASSIGN TO
                   "SERIESFISCAIS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-DOCFISCAIS.
           01  REG-DOCFISCAL.
               02 DOC-SERIE      PIC X(03).
               02 DOC-NUMERO     PIC 9(06).
               02 DOC-VENDA      PIC 9(06).
               02 DOC-DATA       PIC 9(08).
               02 DOC-HORA       PIC 9(06).
               02 DOC-VALOR      PIC 9(09)V99.
               02 DOC-CLIENTE    PIC 9(04).
               02 DOC-OPERADOR   PIC X(08).
               02 DOC-STATUS     PIC X(01).
               02 DOC-DATA-CANC  PIC 9(08).
               02 DOC-SUPERVISOR PIC X(08).
               02 DOC-MOTIVO     PIC X(30).
           FD  ARQ-SERIES.
           01  REG-SERIE.
               02 SER-SERIE      PIC X(03).
               02 SER-DESCRICAO  PIC X(20).
               02 SER-ULTIMO     PIC 9(06).
               02 SER-ATIVA      PIC X(01).
       WORKING-STORAGE SECTION.
           01 REGISTROS-SPOOL  PIC 9(06) VALUE ZEROS.
           01 LINHA-RELATORIO  PIC X(80) VALUE SPACES.
           01 NOME-RELATORIO   PIC X(16) VALUE "RELDOCFISCAL.TXT".
           01 TITULO-RELATORIO PIC X(40) VALUE
               "DOCUMENTOS FISCAIS DO DIA".
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 DATA-REF         PIC 9(08) VALUE ZEROS.
           01 DATA-REF-E       PIC 9(08) VALUE ZEROS.
           01 DATA-REF-F       PIC X(10) VALUE SPACES.
           01 FIM-DOCS         PIC X(01) VALUE "N".
           01 FIM-SERIES       PIC X(01) VALUE "N".
           01 MENSA-LOG        PIC X(40) VALUE SPACES.
           01 VALOR-LOG        PIC X(20) VALUE SPACES.
           01 DADOS-SERIES.
               02 QTDE-SERIES     PIC 9(02) VALUE ZEROS.
               02 IDX-SER         PIC 9(02) VALUE ZEROS.
               02 SERIE-ACHADA    PIC X(01) VALUE "N".
               02 SER-T OCCURS 20 TIMES.
                   03 ST-SERIE       PIC X(03).
                   03 ST-DESCRICAO   PIC X(20).
                   03 ST-ULTIMO      PIC 9(06).
                   03 ST-ANTERIOR    PIC 9(06).
                   03 ST-POSTERIOR   PIC 9(06).
                   03 ST-EMITIDOS    PIC 9(05).
                   03 ST-CANCELADOS  PIC 9(05).
                   03 ST-FALTANTES   PIC 9(05).
                   03 ST-DUPLICADOS  PIC 9(05).
                   03 ST-VALOR       PIC 9(11)V99.
                   03 ST-VALOR-CANC  PIC 9(11)V99.
           01 DADOS-DIA.
               02 QTDE-DOCS       PIC 9(04) VALUE ZEROS.
               02 IDX             PIC 9(04) VALUE ZEROS.
               02 IDX2            PIC 9(04) VALUE ZEROS.
               02 TROCOU          PIC X(01) VALUE "N".
               02 DIA-T OCCURS 3000 TIMES.
                   03 DT-CHAVE.
                       04 DT-SERIE      PIC X(03).
                       04 DT-NUMERO     PIC 9(06).
                   03 DT-VENDA       PIC 9(06).
                   03 DT-HORA        PIC 9(06).
                   03 DT-VALOR       PIC 9(09)V99.
                   03 DT-OPERADOR    PIC X(08).
                   03 DT-STATUS      PIC X(01).
                   03 DT-SUPERVISOR  PIC X(08).
                   03 DT-MOTIVO      PIC X(30).
               02 DIA-AUX         PIC X(79).
           01 DADOS-LACUNA.
               02 PROXIMO-ESPERADO PIC 9(07) VALUE ZEROS.
               02 FIM-FAIXA        PIC 9(07) VALUE ZEROS.
               02 LACUNA-INICIO    PIC 9(07) VALUE ZEROS.
               02 LACUNA-FIM       PIC 9(07) VALUE ZEROS.
               02 LACUNA-QTDE      PIC 9(07) VALUE ZEROS.
               02 NUMERO-REPETIDO  PIC X(01) VALUE "N".
           01 TOTAIS-GERAIS.
               02 TOT-EMITIDOS    PIC 9(06) VALUE ZEROS.
               02 TOT-CANCELADOS  PIC 9(06) VALUE ZEROS.
               02 TOT-FALTANTES   PIC 9(06) VALUE ZEROS.
               02 TOT-VALOR       PIC 9(13)V99 VALUE ZEROS.
           01 CAMPOS-EDITADOS.
               02 NUMERO-E        PIC ZZZZZ9.
               02 NUMERO2-E       PIC ZZZZZ9.
               02 VENDA-E         PIC ZZZZZ9.
               02 HORA-E          PIC X(08).
               02 VALOR-E         PIC ZZZ.ZZZ.ZZ9,99.
               02 VALOR-TOTAL-E   PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               02 CONT-E          PIC ZZZZ9.
               02 CONT2-E         PIC ZZZZ9.
               02 CONT3-E         PIC ZZZZ9.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "DOCUMENTOS FISCAIS DO DIA".
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO DATA-HOJE(1:4).
           MOVE MES TO DATA-HOJE(5:2).
           MOVE DIA TO DATA-HOJE(7:2).
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-REF-E.
           MOVE DATA-REF-E TO DATA-REF.
           IF DATA-REF = ZEROS
               MOVE DATA-HOJE TO DATA-REF
           END-IF.
           STRING DATA-REF(7:2) "/" DATA-REF(5:2) "/" DATA-REF(1:4)
               DELIMITED BY SIZE INTO DATA-REF-F.
           PERFORM CARREGA-SERIES.
           PERFORM CARREGA-DOCUMENTOS.
           PERFORM ORDENA-DOCUMENTOS.
           PERFORM EMITE-RELATORIO.
           MOVE TOT-EMITIDOS TO CONT-E.
           MOVE TOT-CANCELADOS TO CONT2-E.
           MOVE TOT-FALTANTES TO CONT3-E.
           DISPLAY "DOCUMENTOS EMITIDOS...: " CONT-E.
           DISPLAY "DOCUMENTOS CANCELADOS.: " CONT2-E.
           DISPLAY "NUMEROS FALTANTES.....: " CONT3-E.
           IF TOT-FALTANTES > ZEROS
               MOVE "NUMERACAO FISCAL COM FALTANTES" TO MENSA-LOG
               MOVE DATA-REF TO VALOR-LOG
               CALL "GRAVA-EXCECAO" USING "DOCUMENTOS-DIA      "
                   "DATA           " VALOR-LOG MENSA-LOG
           END-IF.
           DISPLAY "RELATORIO EM RELDOCFISCAL.TXT".
           STOP RUN.
       CARREGA-SERIES.
           MOVE ZEROS TO QTDE-SERIES.
           MOVE "N" TO FIM-SERIES.
           OPEN INPUT ARQ-SERIES.
           PERFORM UNTIL FIM-SERIES = "S"
               READ ARQ-SERIES
                   AT END MOVE "S" TO FIM-SERIES
                   NOT AT END
                       IF QTDE-SERIES < 20
                           ADD 1 TO QTDE-SERIES
                           MOVE QTDE-SERIES TO IDX-SER
                           PERFORM INICIA-SERIE
                           MOVE SER-SERIE     TO ST-SERIE(IDX-SER)
                           MOVE SER-DESCRICAO TO ST-DESCRICAO(IDX-SER)
                           MOVE SER-ULTIMO    TO ST-ULTIMO(IDX-SER)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-SERIES.
       INICIA-SERIE.
           MOVE SPACES TO ST-SERIE(IDX-SER).
           MOVE SPACES TO ST-DESCRICAO(IDX-SER).
           MOVE ZEROS  TO ST-ULTIMO(IDX-SER).
           MOVE ZEROS  TO ST-ANTERIOR(IDX-SER).
           MOVE ZEROS  TO ST-POSTERIOR(IDX-SER).
           MOVE ZEROS  TO ST-EMITIDOS(IDX-SER).
           MOVE ZEROS  TO ST-CANCELADOS(IDX-SER).
           MOVE ZEROS  TO ST-FALTANTES(IDX-SER).
           MOVE ZEROS  TO ST-DUPLICADOS(IDX-SER).
           MOVE ZEROS  TO ST-VALOR(IDX-SER).
           MOVE ZEROS  TO ST-VALOR-CANC(IDX-SER).
       LOCALIZA-SERIE.
           MOVE "N" TO SERIE-ACHADA.
           PERFORM VARYING IDX-SER FROM 1 BY 1
                   UNTIL IDX-SER > QTDE-SERIES
                      OR SERIE-ACHADA = "S"
               IF ST-SERIE(IDX-SER) = DOC-SERIE
                   MOVE "S" TO SERIE-ACHADA
               END-IF
           END-PERFORM.
           IF SERIE-ACHADA = "S"
               SUBTRACT 1 FROM IDX-SER
           ELSE
               IF QTDE-SERIES < 20
                   ADD 1 TO QTDE-SERIES
                   MOVE QTDE-SERIES TO IDX-SER
                   PERFORM INICIA-SERIE
                   MOVE DOC-SERIE TO ST-SERIE(IDX-SER)
                   MOVE "SERIE SEM CADASTRO" TO ST-DESCRICAO(IDX-SER)
                   MOVE "S" TO SERIE-ACHADA
               END-IF
           END-IF.
       CARREGA-DOCUMENTOS.
           MOVE ZEROS TO QTDE-DOCS.
           MOVE "N" TO FIM-DOCS.
           OPEN INPUT ARQ-DOCFISCAIS.
           PERFORM UNTIL FIM-DOCS = "S"
               READ ARQ-DOCFISCAIS
                   AT END MOVE "S" TO FIM-DOCS
                   NOT AT END
                       PERFORM LOCALIZA-SERIE
                       IF SERIE-ACHADA = "S"
                           PERFORM CLASSIFICA-DOCUMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DOCFISCAIS.
       CLASSIFICA-DOCUMENTO.
           EVALUATE TRUE
               WHEN DOC-DATA < DATA-REF
                   IF DOC-NUMERO > ST-ANTERIOR(IDX-SER)
                       MOVE DOC-NUMERO TO ST-ANTERIOR(IDX-SER)
                   END-IF
               WHEN DOC-DATA > DATA-REF
                   IF ST-POSTERIOR(IDX-SER) = ZEROS
                      OR DOC-NUMERO < ST-POSTERIOR(IDX-SER)
                       MOVE DOC-NUMERO TO ST-POSTERIOR(IDX-SER)
                   END-IF
               WHEN OTHER
                   IF QTDE-DOCS < 3000
                       ADD 1 TO QTDE-DOCS
                       MOVE DOC-SERIE      TO DT-SERIE(QTDE-DOCS)
                       MOVE DOC-NUMERO     TO DT-NUMERO(QTDE-DOCS)
                       MOVE DOC-VENDA      TO DT-VENDA(QTDE-DOCS)
                       MOVE DOC-HORA       TO DT-HORA(QTDE-DOCS)
                       MOVE DOC-VALOR      TO DT-VALOR(QTDE-DOCS)
                       MOVE DOC-OPERADOR   TO DT-OPERADOR(QTDE-DOCS)
                       MOVE DOC-STATUS     TO DT-STATUS(QTDE-DOCS)
                       MOVE DOC-SUPERVISOR TO DT-SUPERVISOR(QTDE-DOCS)
                       MOVE DOC-MOTIVO     TO DT-MOTIVO(QTDE-DOCS)
                   END-IF
                   IF DOC-STATUS = "C"
                       ADD 1 TO ST-CANCELADOS(IDX-SER)
                       ADD DOC-VALOR TO ST-VALOR-CANC(IDX-SER)
                   ELSE
                       ADD 1 TO ST-EMITIDOS(IDX-SER)
                       ADD DOC-VALOR TO ST-VALOR(IDX-SER)
                   END-IF
           END-EVALUATE.
       ORDENA-DOCUMENTOS.
           MOVE "S" TO TROCOU.
           PERFORM UNTIL TROCOU = "N"
               MOVE "N" TO TROCOU
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL IDX >= QTDE-DOCS
                   COMPUTE IDX2 = IDX + 1
                   IF DT-CHAVE(IDX) > DT-CHAVE(IDX2)
                       MOVE DIA-T(IDX)  TO DIA-AUX
                       MOVE DIA-T(IDX2) TO DIA-T(IDX)
                       MOVE DIA-AUX     TO DIA-T(IDX2)
                       MOVE "S" TO TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
       EMITE-RELATORIO.
           CALL "IMPRIME-RELATORIO" USING "A"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA DE REFERENCIA: " DELIMITED BY SIZE
                  DATA-REF-F             DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           PERFORM EMITE-SERIE
               VARYING IDX-SER FROM 1 BY 1
               UNTIL IDX-SER > QTDE-SERIES.
           PERFORM RODAPE.
           CALL "IMPRIME-RELATORIO" USING "F"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
           COMPUTE REGISTROS-SPOOL = TOT-EMITIDOS + TOT-CANCELADOS.
           CALL "GUARDA-RELATORIO" USING "DOCFISCAL "
               "RELDOCFISCAL.TXT" REGISTROS-SPOOL.
       EMITE-SERIE.
           IF ST-EMITIDOS(IDX-SER) + ST-CANCELADOS(IDX-SER) > ZEROS
               PERFORM CABECALHO-SERIE
               COMPUTE PROXIMO-ESPERADO = ST-ANTERIOR(IDX-SER) + 1
               PERFORM EMITE-DOCUMENTO
                   VARYING IDX FROM 1 BY 1 UNTIL IDX > QTDE-DOCS
               IF ST-POSTERIOR(IDX-SER) > ZEROS
                   COMPUTE FIM-FAIXA = ST-POSTERIOR(IDX-SER) - 1
               ELSE
                   MOVE ST-ULTIMO(IDX-SER) TO FIM-FAIXA
               END-IF
               IF FIM-FAIXA >= PROXIMO-ESPERADO
                   MOVE PROXIMO-ESPERADO TO LACUNA-INICIO
                   MOVE FIM-FAIXA        TO LACUNA-FIM
                   PERFORM IMPRIME-LACUNA
               END-IF
               PERFORM TOTAIS-SERIE
           END-IF.
       CABECALHO-SERIE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           STRING "SERIE " DELIMITED BY SIZE
                  ST-SERIE(IDX-SER)     DELIMITED BY SIZE
                  " - "                 DELIMITED BY SIZE
                  ST-DESCRICAO(IDX-SER) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NUMERO     HORA   VENDA OPERADOR"
                                               DELIMITED BY SIZE
                  "          VALOR SITUACAO"   DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       EMITE-DOCUMENTO.
           IF DT-SERIE(IDX) = ST-SERIE(IDX-SER)
               MOVE "N" TO NUMERO-REPETIDO
               IF DT-NUMERO(IDX) < PROXIMO-ESPERADO
                   ADD 1 TO ST-DUPLICADOS(IDX-SER)
                   MOVE "S" TO NUMERO-REPETIDO
               END-IF
               IF DT-NUMERO(IDX) > PROXIMO-ESPERADO
                   MOVE PROXIMO-ESPERADO TO LACUNA-INICIO
                   COMPUTE LACUNA-FIM = DT-NUMERO(IDX) - 1
                   PERFORM IMPRIME-LACUNA
               END-IF
               IF DT-NUMERO(IDX) >= PROXIMO-ESPERADO
                   COMPUTE PROXIMO-ESPERADO = DT-NUMERO(IDX) + 1
               END-IF
               PERFORM MONTA-LINHA-DOCUMENTO
               PERFORM IMPRIME-LINHA
               IF DT-STATUS(IDX) = "C"
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "       CANCELADO POR " DELIMITED BY SIZE
                          DT-SUPERVISOR(IDX)      DELIMITED BY SIZE
                          " MOTIVO: "             DELIMITED BY SIZE
                          DT-MOTIVO(IDX)          DELIMITED BY SIZE
                     INTO LINHA-RELATORIO
                   PERFORM IMPRIME-LINHA
               END-IF
           END-IF.
       MONTA-LINHA-DOCUMENTO.
           MOVE DT-NUMERO(IDX) TO NUMERO-E.
           MOVE SPACES TO HORA-E.
           STRING DT-HORA(IDX)(1:2) ":" DT-HORA(IDX)(3:2) ":"
                  DT-HORA(IDX)(5:2)
               DELIMITED BY SIZE INTO HORA-E.
           MOVE DT-VENDA(IDX)  TO VENDA-E.
           MOVE DT-VALOR(IDX)  TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING NUMERO-E         DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  HORA-E           DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  VENDA-E          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  DT-OPERADOR(IDX) DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
                  VALOR-E          DELIMITED BY SIZE
                  " "              DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           IF DT-STATUS(IDX) = "C"
               MOVE "CANCELADO" TO LINHA-RELATORIO(48:9)
           ELSE
               MOVE "EMITIDO"   TO LINHA-RELATORIO(48:7)
           END-IF.
           IF NUMERO-REPETIDO = "S"
               MOVE "NUMERO REPETIDO" TO LINHA-RELATORIO(58:15)
           END-IF.
       IMPRIME-LACUNA.
           COMPUTE LACUNA-QTDE = LACUNA-FIM - LACUNA-INICIO + 1.
           ADD LACUNA-QTDE TO ST-FALTANTES(IDX-SER).
           MOVE LACUNA-INICIO TO NUMERO-E.
           MOVE LACUNA-FIM    TO NUMERO2-E.
           MOVE LACUNA-QTDE   TO CONT-E.
           MOVE SPACES TO LINHA-RELATORIO.
           IF LACUNA-QTDE = 1
               STRING NUMERO-E                 DELIMITED BY SIZE
                      " *** NUMERO NAO UTILIZADO ***"
                                               DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           ELSE
               STRING NUMERO-E                 DELIMITED BY SIZE
                      " *** NUMEROS NAO UTILIZADOS ATE "
                                               DELIMITED BY SIZE
                      NUMERO2-E                DELIMITED BY SIZE
                      " ("                     DELIMITED BY SIZE
                      CONT-E                   DELIMITED BY SIZE
                      ") ***"                  DELIMITED BY SIZE
                 INTO LINHA-RELATORIO
           END-IF.
           PERFORM IMPRIME-LINHA.
       TOTAIS-SERIE.
           MOVE ST-EMITIDOS(IDX-SER)   TO CONT-E.
           MOVE ST-CANCELADOS(IDX-SER) TO CONT2-E.
           MOVE ST-FALTANTES(IDX-SER)  TO CONT3-E.
           MOVE ST-VALOR(IDX-SER)      TO VALOR-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EMITIDOS: " CONT-E " CANCELADOS: " CONT2-E
                  " FALTANTES: " CONT3-E " VALOR: " VALOR-E
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           IF ST-DUPLICADOS(IDX-SER) > ZEROS
               MOVE ST-DUPLICADOS(IDX-SER) TO CONT-E
               MOVE SPACES TO LINHA-RELATORIO
               STRING "NUMEROS REPETIDOS NA SERIE: " CONT-E
                   DELIMITED BY SIZE INTO LINHA-RELATORIO
               PERFORM IMPRIME-LINHA
           END-IF.
           ADD ST-EMITIDOS(IDX-SER)   TO TOT-EMITIDOS.
           ADD ST-CANCELADOS(IDX-SER) TO TOT-CANCELADOS.
           ADD ST-FALTANTES(IDX-SER)  TO TOT-FALTANTES.
           ADD ST-VALOR(IDX-SER)      TO TOT-VALOR.
       RODAPE.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE TOT-EMITIDOS   TO CONT-E.
           MOVE TOT-CANCELADOS TO CONT2-E.
           MOVE TOT-FALTANTES  TO CONT3-E.
           STRING "TOTAL GERAL - EMITIDOS: " CONT-E
                  " CANCELADOS: " CONT2-E " FALTANTES: " CONT3-E
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
           MOVE TOT-VALOR TO VALOR-TOTAL-E.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR DOS DOCUMENTOS VALIDOS: " VALOR-TOTAL-E
               DELIMITED BY SIZE INTO LINHA-RELATORIO.
           PERFORM IMPRIME-LINHA.
       IMPRIME-LINHA.
           CALL "IMPRIME-RELATORIO" USING "L"
               NOME-RELATORIO TITULO-RELATORIO
               LINHA-RELATORIO.
