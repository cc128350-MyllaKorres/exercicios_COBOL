                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ESTADOS ASSIGN TO "ESTADOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CONSENTIMENTOS
                   ASSIGN TO "CONSENTIM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-CANDIDATOS.
           01  REG-ESTADO.
               02 REG-ESTADO-NOME   PIC X(19).
               02 REG-ESTADO-SIGLA  PIC X(02).
           FD  ARQ-CONSENTIMENTOS.
           01  REG-CONSENTIMENTO.
               02 CNS-CPF        PIC 9(11).
               02 CNS-ESCOPO     PIC X(01).
               02 CNS-CANAL      PIC X(01).
               02 CNS-DATA       PIC 9(08).
               02 CNS-SITUACAO   PIC X(01).
               02 CNS-DATA-REVOG PIC 9(08).
               02 CNS-OPERADOR   PIC X(08).
       WORKING-STORAGE SECTION.
           01 DADOS-DICIONARIO.
               02 CAMPO-VALIDA PIC X(15) VALUE SPACES.
               02 IDADE     PIC Z9.
               02 IDADE-OK  PIC X(01)     VALUE "N".
               02 APRENDIZ  PIC X(01)     VALUE "N".
               02 CONSENTE  PIC X(01)     VALUE "N".
               02 SEXO      PIC 9(01).
               02 SEXO-E    PIC Z.
               02 AUX       PIC 9(01).
               "ABAIXO DO PISO DA PROFISSAO - MANTER? < >".
               02 MENSA16   PIC X(45) VALUE
               "UF INVALIDA - USE UMA SIGLA DE ESTADOS.DAT".
               02 MENSA17   PIC X(50) VALUE
               "AUTORIZA O USO DOS DADOS (LGPD)? (S/N)".
               02 MENSA18   PIC X(45) VALUE
               "SEM CONSENTIMENTO - CADASTRO NAO GRAVADO".
               02 MENSA19   PIC X(45) VALUE
               "CEP FORA DAS FAIXAS DE CEPFAIXAS.DAT".
               02 MENSA20   PIC X(45) VALUE
               "CIDADE/UF NAO CONFERE COM MUNICIPIOS.DAT".
           01 QTDE-PROFISSOES PIC 9(02) VALUE ZEROS.
           01 FIM-PROFISSOES  PIC X(01) VALUE "N".
           01 TABELA-PROFISSOES.
               02 UF        PIC X(02) VALUE SPACES.
               02 UF-OK     PIC X(01) VALUE "N".
               02 LOOP-UF   PIC 9(02) VALUE ZEROS.
               02 CEP       PIC 9(08) VALUE ZEROS.
               02 MUNICIPIO PIC 9(07) VALUE ZEROS.
               02 MUNICIPIO-OK PIC X(01) VALUE "N".
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
           01 CODIGO-SEXO.
               02 FILLER    PIC X(09) VALUE "FEMININO".
               02 FILLER    PIC X(09) VALUE "MASCULINO".
                                                            TO MENSA12
                   MOVE "REGISTER AS A MINOR APPRENTICE (14-17)? (S/N)"
                                                            TO MENSA13
                   MOVE "DOES THE CANDIDATE CONSENT TO DATA USE? (S/N)"
                                                            TO MENSA17
                   MOVE "NO CONSENT - CANDIDATE NOT REGISTERED"
                                                            TO MENSA18
                   MOVE "POSTAL CODE OUT OF CEPFAIXAS.DAT RANGES"
                                                            TO MENSA19
                   MOVE "CITY/STATE DOES NOT MATCH MUNICIPIOS.DAT"
                                                            TO MENSA20
                   MOVE "FEMALE"                TO SEXO-T(1)
                   MOVE "MALE"                  TO SEXO-T(2)
                   MOVE "OTHER"                 TO SEXO-T(3)
                                                            TO MENSA12
                   MOVE "CADASTRAR COMO MENOR APRENDIZ (14 A 17)? (S/N)"
                                                            TO MENSA13
                   MOVE "AUTORIZA O USO DOS DADOS (LGPD)? (S/N)"
                                                            TO MENSA17
                   MOVE "SEM CONSENTIMENTO - CADASTRO NAO GRAVADO"
                                                            TO MENSA18
                   MOVE "CEP FORA DAS FAIXAS DE CEPFAIXAS.DAT"
                                                            TO MENSA19
                   MOVE "CIDADE/UF NAO CONFERE COM MUNICIPIOS.DAT"
                                                            TO MENSA20
                   MOVE "FEMININO"             TO SEXO-T(1)
                   MOVE "MASCULINO"            TO SEXO-T(2)
                   MOVE "OUTRO"                TO SEXO-T(3)
                   UNTIL AUX > 0 AND <= QTDE-PROFISSOES.
               PERFORM RECEBE-PRET-SAL UNTIL PRT-SAL > 0.
               PERFORM RECEBE-ENDERECO UNTIL ENDERECO <> SPACES.
               MOVE "N" TO MUNICIPIO-OK.
               PERFORM RECEBE-MUNICIPIO UNTIL MUNICIPIO-OK = "S".
               PERFORM RECEBE-CONSENTIMENTO.
               MOVE 0580 TO AUX2.
               PERFORM LIMPA-TAB-PROF 7 TIMES.
               IF CONSENTE = "S"
                   PERFORM GRAVA-CANDIDATO
                   PERFORM GRAVA-CONSENTIMENTO
                   PERFORM RECEBE-QUALIFICACOES
               END-IF.
               DISPLAY MENSA9 AT 2030.
               ACCEPT AUX3 AT 2065.
               MOVE SPACE TO OPCAO.
               WRITE REG-CANDIDATO.
               CLOSE ARQ-CANDIDATOS.
               CALL "ATUALIZA-CONTROLE" USING "CANDIDATOS.DAT  ".
           RECEBE-CONSENTIMENTO.
               DISPLAY MENSA17 AT 2030.
               CALL "CONFIRMA-CONTINUA" USING 2081 CONSENTE.
               DISPLAY SPACES AT 2030.
               IF CONSENTE = "N"
                   DISPLAY MENSA18 AT 2030
                   CALL "GRAVA-EXCECAO" USING "AGENCIA-EMPREGO     "
                       "CONSENTIMENTO  " "SEM-CONSENTIMENTO   "
                       MENSA18
                   CALL "C$SLEEP" USING 3
               END-IF.
           GRAVA-CONSENTIMENTO.
               MOVE CPF             TO CNS-CPF.
               MOVE "I"             TO CNS-ESCOPO.
               MOVE "P"             TO CNS-CANAL.
               MOVE REG-DATA-CAD    TO CNS-DATA.
               MOVE "A"             TO CNS-SITUACAO.
               MOVE ZEROS           TO CNS-DATA-REVOG.
               MOVE OPERADOR-SESSAO TO CNS-OPERADOR.
               OPEN EXTEND ARQ-CONSENTIMENTOS.
               WRITE REG-CONSENTIMENTO.
               CLOSE ARQ-CONSENTIMENTOS.
           PESQUISAR.
               DISPLAY TELA2.
               MOVE 1 TO AUX.
           RECEBE-ENDERECO.
               DISPLAY "ENDERECO: " AT 1820.
               ACCEPT ENDERECO AT 1831.
           RECEBE-MUNICIPIO.
               DISPLAY "CEP: " AT 1863.
               ACCEPT CEP AT 1868.
               MOVE SPACES TO CIDADE.
               MOVE SPACES TO UF.
               MOVE "N" TO UF-OK.
               IF CEP = ZEROS
                   PERFORM RECEBE-CIDADE UNTIL CIDADE <> SPACES
                   PERFORM RECEBE-UF UNTIL UF-OK = "S"
               END-IF.
               MOVE ZEROS TO MUNICIPIO.
               CALL "VALIDA-MUNICIPIO" USING CEP CIDADE UF MUNICIPIO
                   RETORNO-MUNICIPIO.
               IF RETORNO-MUNICIPIO = "S"
                   MOVE "S" TO MUNICIPIO-OK
                   DISPLAY "CIDADE: " AT 1920
                   DISPLAY CIDADE AT 1929
                   DISPLAY "UF: " AT 1955
                   DISPLAY UF AT 1960
               ELSE
                   IF RETORNO-MUNICIPIO = "C"
                       DISPLAY MENSA19 AT 2030
                       CALL "GRAVA-EXCECAO" USING "AGENCIA-EMPREGO     "
                           "CEP            " "FORA DAS FAIXAS     "
                           MENSA19
                   ELSE
                       DISPLAY MENSA20 AT 2030
                       CALL "GRAVA-EXCECAO" USING "AGENCIA-EMPREGO     "
                           "CIDADE         " "NAO CADASTRADA      "
                           MENSA20
                   END-IF
                   CALL "C$SLEEP" USING 2
                   DISPLAY SPACES AT 2030
               END-IF.
           RECEBE-CIDADE.
               DISPLAY "CIDADE: " AT 1920.
               ACCEPT CIDADE AT 1929.
               MOVE SPACES TO CIDADE.
               MOVE SPACES TO UF.
               MOVE "N" TO UF-OK.
               MOVE ZEROS TO CEP.
               MOVE SPACES TO NOME.
               MOVE 0 TO CPF.
               MOVE "N" TO CPF-OK.
               MOVE 0 TO IDADE.
               MOVE "N" TO IDADE-OK.
               MOVE "N" TO APRENDIZ.
               MOVE "N" TO CONSENTE.
               MOVE 0 TO SEXO.
               MOVE 0 TO PRT-SAL.
               MOVE 0 TO AUX.
