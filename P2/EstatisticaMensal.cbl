               02 HDR-TIPO        PIC X(01).
               02 HDR-COMPETENCIA PIC 9(06).
               02 HDR-DATA-GER    PIC 9(08).
               02 HDR-MUNICIPIO   PIC 9(07).
               02 FILLER          PIC X(38).
           01  REG-EST-DETALHE REDEFINES REG-ESTATISTICA.
               02 DET-TIPO        PIC X(01).
               02 DET-PROF        PIC 9(01).
               02 DET-ENTREV      PIC 9(05).
               02 DET-CONTRAT     PIC 9(05).
               02 FILLER          PIC X(36).
           01  REG-EST-MUNICIPIO REDEFINES REG-ESTATISTICA.
               02 MUN-TIPO        PIC X(01).
               02 MUN-CODIGO      PIC 9(07).
               02 MUN-CADASTROS   PIC 9(05).
               02 MUN-ENCAMINH    PIC 9(05).
               02 MUN-ENTREV      PIC 9(05).
               02 MUN-CONTRAT     PIC 9(05).
               02 FILLER          PIC X(32).
           01  REG-EST-TRAILER REDEFINES REG-ESTATISTICA.
               02 TRL-TIPO        PIC X(01).
               02 TRL-CADASTROS   PIC 9(06).
               02 SEXO-EVENTO   PIC 9(01) VALUE ZERO.
               02 IDADE-EVENTO  PIC 9(02) VALUE ZEROS.
               02 FAIXA-EVENTO  PIC 9(01) VALUE ZERO.
               02 CIDADE-EVENTO PIC X(20) VALUE SPACES.
               02 UF-EVENTO     PIC X(02) VALUE SPACES.
               02 EVENTO-OK     PIC X(01) VALUE "N".
           01 TABELA-ACUMULADORES.
               02 ACUM-PROF OCCURS 9 TIMES.
               02 TOT-ENCAMINH  PIC 9(06) VALUE ZEROS.
               02 TOT-ENTREV    PIC 9(06) VALUE ZEROS.
               02 TOT-CONTRAT   PIC 9(06) VALUE ZEROS.
           01 DADOS-MUNICIPIO.
               02 CEP-VALIDA       PIC 9(08) VALUE ZEROS.
               02 MUNICIPIO-EVENTO PIC 9(07) VALUE ZEROS.
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
               02 MUNICIPIO-SEDE   PIC 9(07) VALUE ZEROS.
               02 VALOR-PARAMETRO  PIC 9(09)V9(06) VALUE ZEROS.
               02 PARAMETRO-ACHADO PIC X(01) VALUE "N".
               02 DATA-PARAMETRO   PIC 9(08) VALUE ZEROS.
           01 QTDE-MUNICIPIOS  PIC 9(03) VALUE ZEROS.
           01 TABELA-MUNICIPIOS.
               02 MUNICIPIO-T OCCURS 1 TO 500 TIMES
                              DEPENDING ON QTDE-MUNICIPIOS.
                   03 MUN-T-CODIGO    PIC 9(07).
                   03 MUN-T-CADASTROS PIC 9(05).
                   03 MUN-T-ENCAMINH  PIC 9(05).
                   03 MUN-T-ENTREV    PIC 9(05).
                   03 MUN-T-CONTRAT   PIC 9(05).
           01 IDX-MUN          PIC 9(03) VALUE ZEROS.
           01 IDX-MUN-ACHADO   PIC 9(03) VALUE ZEROS.
           01 CONT-DETALHES    PIC 9(05) VALUE ZEROS.
           01 CONT-E           PIC ZZZZ9.
           01 TOT-E            PIC ZZZZZ9.
               MOVE MES TO ANOMES-REL(5:2)
           END-IF.
           INITIALIZE TABELA-ACUMULADORES.
           MOVE ZEROS TO QTDE-MUNICIPIOS.
           MOVE ZEROS TO DATA-PARAMETRO.
           CALL "BUSCA-PARAMETRO" USING "AGENCIA " "MUNICIPIO-IBGE "
               DATA-PARAMETRO VALOR-PARAMETRO PARAMETRO-ACHADO.
           IF PARAMETRO-ACHADO = "S"
               MOVE VALOR-PARAMETRO TO MUNICIPIO-SEDE
           ELSE
               MOVE ZEROS TO MUNICIPIO-SEDE
               DISPLAY "PARAMETRO AGENCIA/MUNICIPIO-IBGE NAO CADASTRADO"
               CALL "GRAVA-EXCECAO" USING "ESTATISTICA-MENSAL  "
                   "MUNICIPIO-IBGE " "NAO CADASTRADO      "
                   "MUNICIPIO SEDE AUSENTE NO CABECALHO     "
           END-IF.
           PERFORM ACUMULA-CADASTROS.
           PERFORM ACUMULA-ENCAMINHAMENTOS.
           PERFORM ACUMULA-ENTREVISTAS.
           PERFORM GRAVA-HEADER.
           PERFORM CABECALHO-CONFERENCIA.
           PERFORM GRAVA-DETALHES.
           PERFORM CABECALHO-MUNICIPIOS.
           PERFORM GRAVA-MUNICIPIO
               VARYING IDX-MUN FROM 1 BY 1
               UNTIL IDX-MUN > QTDE-MUNICIPIOS.
           PERFORM GRAVA-TRAILER.
           PERFORM RODAPE-CONFERENCIA.
           CLOSE ARQ-ESTATISTICA.
                       MOVE REG-PROF  TO PROF-EVENTO
                       MOVE REG-SEXO  TO SEXO-EVENTO
                       MOVE REG-IDADE TO IDADE-EVENTO
                       MOVE REG-CIDADE TO CIDADE-EVENTO
                       MOVE REG-UF    TO UF-EVENTO
                       PERFORM CLASSIFICA-EVENTO
                           THRU CLASSIFICA-EVENTO-FIM
                       IF EVENTO-OK = "S"
                           ADD 1 TO ACUM-CADASTROS(IDX-PROF,
                               IDX-SEXO, IDX-FAIXA)
                           ADD 1 TO MUN-T-CADASTROS(IDX-MUN-ACHADO)
                       END-IF
                   END-IF
           END-READ.
                       IF EVENTO-OK = "S"
                           ADD 1 TO ACUM-ENCAMINH(IDX-PROF,
                               IDX-SEXO, IDX-FAIXA)
                           ADD 1 TO MUN-T-ENCAMINH(IDX-MUN-ACHADO)
                           IF ENC-STATUS = "C"
                               ADD 1 TO ACUM-CONTRAT(IDX-PROF,
                                   IDX-SEXO, IDX-FAIXA)
                               ADD 1 TO MUN-T-CONTRAT(IDX-MUN-ACHADO)
                           END-IF
                       END-IF
                   END-IF
                       IF EVENTO-OK = "S"
                           ADD 1 TO ACUM-ENTREV(IDX-PROF,
                               IDX-SEXO, IDX-FAIXA)
                           ADD 1 TO MUN-T-ENTREV(IDX-MUN-ACHADO)
                       END-IF
                   END-IF
           END-READ.
           MOVE ZERO  TO PROF-EVENTO.
           MOVE ZERO  TO SEXO-EVENTO.
           MOVE ZEROS TO IDADE-EVENTO.
           MOVE SPACES TO CIDADE-EVENTO.
           MOVE SPACES TO UF-EVENTO.
           MOVE "N" TO FIM-CANDIDATOS.
           OPEN INPUT ARQ-CANDIDATOS.
           PERFORM LE-CPF-CANDIDATO UNTIL FIM-CANDIDATOS = "S".
                       MOVE REG-PROF  TO PROF-EVENTO
                       MOVE REG-SEXO  TO SEXO-EVENTO
                       MOVE REG-IDADE TO IDADE-EVENTO
                       MOVE REG-CIDADE TO CIDADE-EVENTO
                       MOVE REG-UF    TO UF-EVENTO
                       MOVE "S" TO FIM-CANDIDATOS
                   END-IF
           END-READ.
                       MOVE HIST-PROF  TO PROF-EVENTO
                       MOVE HIST-SEXO  TO SEXO-EVENTO
                       MOVE HIST-IDADE TO IDADE-EVENTO
                       MOVE HIST-CIDADE TO CIDADE-EVENTO
                       MOVE HIST-UF    TO UF-EVENTO
                       MOVE "S" TO FIM-HISTORICO
                   END-IF
           END-READ.
               WHEN OTHER
                   MOVE 5 TO IDX-FAIXA
           END-EVALUATE.
           PERFORM LOCALIZA-MUNICIPIO.
           MOVE "S" TO EVENTO-OK.
       CLASSIFICA-EVENTO-FIM.
           EXIT.
       LOCALIZA-MUNICIPIO.
           MOVE ZEROS TO CEP-VALIDA.
           MOVE ZEROS TO MUNICIPIO-EVENTO.
           IF CIDADE-EVENTO NOT = SPACES
               CALL "VALIDA-MUNICIPIO" USING CEP-VALIDA CIDADE-EVENTO
                   UF-EVENTO MUNICIPIO-EVENTO RETORNO-MUNICIPIO
               IF RETORNO-MUNICIPIO NOT = "S"
                   MOVE ZEROS TO MUNICIPIO-EVENTO
               END-IF
           END-IF.
           MOVE ZEROS TO IDX-MUN-ACHADO.
           PERFORM COMPARA-MUNICIPIO
               VARYING IDX-MUN FROM 1 BY 1
               UNTIL IDX-MUN > QTDE-MUNICIPIOS
                  OR IDX-MUN-ACHADO > ZEROS.
           IF IDX-MUN-ACHADO = ZEROS
               IF QTDE-MUNICIPIOS < 500
                   ADD 1 TO QTDE-MUNICIPIOS
                   MOVE QTDE-MUNICIPIOS TO IDX-MUN-ACHADO
                   MOVE MUNICIPIO-EVENTO TO MUN-T-CODIGO(IDX-MUN-ACHADO)
                   MOVE ZEROS TO MUN-T-CADASTROS(IDX-MUN-ACHADO)
                   MOVE ZEROS TO MUN-T-ENCAMINH(IDX-MUN-ACHADO)
                   MOVE ZEROS TO MUN-T-ENTREV(IDX-MUN-ACHADO)
                   MOVE ZEROS TO MUN-T-CONTRAT(IDX-MUN-ACHADO)
               ELSE
                   MOVE ZEROS TO MUNICIPIO-EVENTO
                   PERFORM COMPARA-MUNICIPIO
                       VARYING IDX-MUN FROM 1 BY 1
                       UNTIL IDX-MUN > QTDE-MUNICIPIOS
                          OR IDX-MUN-ACHADO > ZEROS
                   IF IDX-MUN-ACHADO = ZEROS
                       MOVE QTDE-MUNICIPIOS TO IDX-MUN-ACHADO
                   END-IF
               END-IF
           END-IF.
       COMPARA-MUNICIPIO.
           IF MUN-T-CODIGO(IDX-MUN) = MUNICIPIO-EVENTO
               MOVE IDX-MUN TO IDX-MUN-ACHADO
           END-IF.
       GRAVA-HEADER.
           MOVE SPACES TO REG-ESTATISTICA.
           MOVE "H"        TO HDR-TIPO.
           MOVE ANOMES-REL TO HDR-COMPETENCIA.
           MOVE DATA-HOJE  TO HDR-DATA-GER.
           MOVE MUNICIPIO-SEDE TO HDR-MUNICIPIO.
           WRITE REG-ESTATISTICA.
       GRAVA-DETALHES.
           PERFORM VARRE-PROF
           PERFORM GRAVA-LINHA-CONFERENCIA.
       GRAVA-UM-DETALHE-FIM.
           EXIT.
       GRAVA-MUNICIPIO.
           MOVE SPACES TO REG-ESTATISTICA.
           MOVE "M" TO MUN-TIPO.
           MOVE MUN-T-CODIGO(IDX-MUN)    TO MUN-CODIGO.
           MOVE MUN-T-CADASTROS(IDX-MUN) TO MUN-CADASTROS.
           MOVE MUN-T-ENCAMINH(IDX-MUN)  TO MUN-ENCAMINH.
           MOVE MUN-T-ENTREV(IDX-MUN)    TO MUN-ENTREV.
           MOVE MUN-T-CONTRAT(IDX-MUN)   TO MUN-CONTRAT.
           WRITE REG-ESTATISTICA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "  "          DELIMITED BY SIZE
                  MUN-CODIGO    DELIMITED BY SIZE
                  "      "      DELIMITED BY SIZE
                  MUN-CADASTROS DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  MUN-ENCAMINH  DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  MUN-ENTREV    DELIMITED BY SIZE
                  "  "          DELIMITED BY SIZE
                  MUN-CONTRAT   DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       GRAVA-TRAILER.
           MOVE SPACES TO REG-ESTATISTICA.
           MOVE "T"           TO TRL-TIPO.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "CONFERENCIA DA ESTATISTICA DE " DELIMITED BY SIZE
                  ANOMES-REL DELIMITED BY SIZE
                  " - MUNICIPIO SEDE " DELIMITED BY SIZE
                  MUNICIPIO-SEDE DELIMITED BY SIZE
             INTO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           MOVE "PROF SEXO FAIXA  CADAST ENCAMI ENTREV CONTRA"
               TO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       CABECALHO-MUNICIPIOS.
           MOVE SPACES TO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE "MUNICIPIO DE RESIDENCIA (IBGE, 0 = NAO IDENTIFICADO)"
               TO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
           MOVE "MUNICIPIO      CADAST ENCAMI ENTREV CONTRA"
               TO LINHA-CONFERENCIA.
           WRITE LINHA-CONFERENCIA.
       GRAVA-LINHA-CONFERENCIA.
           MOVE SPACES TO LINHA-CONFERENCIA.
           STRING "  "      DELIMITED BY SIZE
