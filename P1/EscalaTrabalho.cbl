       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCALA-TRABALHO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-TURNOS ASSIGN TO "TURNOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-ESCALA ASSIGN TO "ESCALA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-ESCALA-TMP ASSIGN TO "ESCALATMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PONTO ASSIGN TO "PONTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AFASTAMENTOS
                   ASSIGN TO "AFASTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FUNCIONARIOS ASSIGN TO "FUNCIONARIOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-APURACAO-ESCALA
                   ASSIGN TO "ESCAPUR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-APURACAO-TMP ASSIGN TO "ESCAPURTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELESCALA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FECHA-FOLHA
                   ASSIGN TO "FECHAFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-TURNOS.
           01  REG-TURNO.
               02 TUR-CODIGO     PIC X(02).
               02 TUR-DESCRICAO  PIC X(20).
               02 TUR-ENTRADA    PIC 9(04).
               02 TUR-SAIDA      PIC 9(04).
               02 TUR-TOLERANCIA PIC 9(02).
           FD  ARQ-ESCALA.
           01  REG-ESCALA.
               02 ESC-ID         PIC 9(05).
               02 ESC-DATA       PIC 9(08).
               02 ESC-TURNO      PIC X(02).
           FD  ARQ-ESCALA-TMP.
           01  REG-ESCALA-TMP    PIC X(15).
           FD  ARQ-PONTO.
           01  REG-PONTO.
               02 PON-ID        PIC 9(05).
               02 PON-DATA      PIC 9(08).
               02 PON-ENTRADA   PIC 9(04).
               02 PON-SAIDA     PIC 9(04).
           FD  ARQ-AFASTAMENTOS.
           01  REG-AFASTAMENTO.
               02 AFA-ID         PIC 9(05).
               02 AFA-TIPO       PIC X(01).
               02 AFA-INICIO     PIC 9(08).
               02 AFA-FIM        PIC 9(08).
               02 AFA-DOCUMENTO  PIC X(20).
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
           FD  ARQ-APURACAO-ESCALA.
           01  REG-APURACAO-ESCALA.
               02 EAP-ID          PIC 9(05).
               02 EAP-COMPETENCIA PIC 9(06).
               02 EAP-FALTAS      PIC 9(02).
               02 EAP-MIN-ATRASO  PIC 9(05).
               02 EAP-MIN-ANTECIPADA PIC 9(05).
               02 EAP-FOLGAS-TRAB PIC 9(02).
               02 EAP-MIN-NOTURNO PIC 9(05).
           FD  ARQ-APURACAO-TMP.
           01  REG-APURACAO-TMP  PIC X(30).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-FECHA-FOLHA.
           01  REG-FECHA-FOLHA.
               02 FFC-COMPETENCIA PIC 9(06).
               02 FFC-STATUS      PIC X(01).
               02 FFC-DATA        PIC 9(08).
               02 FFC-LINHAS      PIC 9(06).
               02 FFC-BRUTO       PIC 9(11)V99.
               02 FFC-LIQUIDO     PIC 9(11)V99.
               02 FFC-OPERADOR    PIC X(08).
       WORKING-STORAGE SECTION.
           01 COMPETENCIA-FECHADA PIC X(01) VALUE "N".
           01 FIM-FECHA-FOLHA  PIC X(01) VALUE "N".
           01 DADOS.
               02 OPCAO         PIC X(01) VALUE SPACE.
               02 CONTINUAR     PIC X(01) VALUE SPACE.
               02 ID-FUNC       PIC 9(05) VALUE ZEROS.
               02 ID-FUNC-E     PIC ZZZZ9.
               02 NOME-FUNC     PIC X(30) VALUE SPACES.
               02 FUNC-ACHADO   PIC X(01) VALUE "N".
               02 FIM-FUNC      PIC X(01) VALUE "N".
               02 FIM-ARQUIVO   PIC X(01) VALUE "N".
               02 FIM-ESCALA    PIC X(01) VALUE "N".
               02 COMPETENCIA   PIC 9(06) VALUE ZEROS.
               02 ANO-COMPETENCIA PIC 9(04) VALUE ZEROS.
               02 INICIO-MES    PIC 9(08) VALUE ZEROS.
               02 FIM-MES       PIC 9(08) VALUE ZEROS.
               02 PROXIMO-MES   PIC 9(08) VALUE ZEROS.
           01 DADOS-TURNO.
               02 CODIGO-TURNO  PIC X(02) VALUE SPACES.
               02 DESCRICAO-TURNO PIC X(20) VALUE SPACES.
               02 HORA-ENTRADA  PIC 9(04) VALUE ZEROS.
               02 HORA-SAIDA    PIC 9(04) VALUE ZEROS.
               02 TOLERANCIA    PIC 9(02) VALUE ZEROS.
               02 TURNO-ACHADO  PIC X(01) VALUE "N".
           01 DADOS-ESCALA.
               02 CICLO         PIC X(28) VALUE SPACES.
               02 CICLO-T REDEFINES CICLO.
                   03 CICLO-CODIGO PIC X(02) OCCURS 14 TIMES.
               02 QTDE-CICLO    PIC 9(02) VALUE ZEROS.
               02 IND-CICLO     PIC 9(02) VALUE ZEROS.
               02 CICLO-VALIDO  PIC X(01) VALUE "S".
               02 DATA-CICLO    PIC 9(08) VALUE ZEROS.
               02 POSICAO-CICLO PIC 9(02) VALUE ZEROS.
               02 DATA-DIA      PIC 9(08) VALUE ZEROS.
               02 DATA-SEGUINTE PIC 9(08) VALUE ZEROS.
               02 DIA-INTEIRO   PIC 9(07) VALUE ZEROS.
               02 FIM-INTEIRO   PIC 9(07) VALUE ZEROS.
               02 DIAS-GERADOS  PIC 9(02) VALUE ZEROS.
               02 ESCALA-ACHADA PIC X(01) VALUE "N".
           01 DADOS-CONCILIACAO.
               02 IGNORA-MEIA-NOITE PIC X(01) VALUE "N".
               02 QTDE-BATIDAS  PIC 9(02) VALUE ZEROS.
               02 MENOR-ENTRADA PIC 9(04) VALUE ZEROS.
               02 MAIOR-SAIDA   PIC 9(04) VALUE ZEROS.
               02 SAIDA-SEGUINTE PIC 9(04) VALUE ZEROS.
               02 CONTINUACAO-ACHADA PIC X(01) VALUE "N".
               02 HORA-CONVERTER PIC 9(04) VALUE ZEROS.
               02 HORA-CONVERTER-R REDEFINES HORA-CONVERTER.
                   03 HH-CONVERTER PIC 9(02).
                   03 MM-CONVERTER PIC 9(02).
               02 MINUTOS-HORA  PIC 9(05) VALUE ZEROS.
               02 MIN-PREVISTO-ENT PIC 9(05) VALUE ZEROS.
               02 MIN-PREVISTO-SAI PIC 9(05) VALUE ZEROS.
               02 MIN-REAL-ENT  PIC 9(05) VALUE ZEROS.
               02 MIN-REAL-SAI  PIC 9(05) VALUE ZEROS.
               02 DIFERENCA     PIC 9(05) VALUE ZEROS.
               02 MIN-NOTURNO-BATIDA PIC 9(05) VALUE ZEROS.
               02 DIA-AFASTADO  PIC X(01) VALUE "N".
               02 DIAS-ESCALADOS PIC 9(02) VALUE ZEROS.
               02 FALTAS        PIC 9(02) VALUE ZEROS.
               02 MIN-ATRASO    PIC 9(05) VALUE ZEROS.
               02 MIN-ANTECIPADA PIC 9(05) VALUE ZEROS.
               02 FOLGAS-TRAB   PIC 9(02) VALUE ZEROS.
               02 MIN-NOTURNO   PIC 9(05) VALUE ZEROS.
               02 OCORRENCIA    PIC X(20) VALUE SPACES.
               02 DETALHE       PIC X(20) VALUE SPACES.
               02 CONT-OCORRENCIAS PIC 9(05) VALUE ZEROS.
               02 CONT-CONCILIADOS PIC 9(04) VALUE ZEROS.
               02 CONT-E        PIC ZZZZ9.
               02 MIN-E         PIC ZZZZ9.
               02 QTDE-E        PIC Z9.
               02 ID-E          PIC ZZZZ9.
               02 DATA-E        PIC X(10) VALUE SPACES.
               02 DATA-EDITAR   PIC 9(08) VALUE ZEROS.
               02 REGISTROS-SPOOL PIC 9(06) VALUE ZEROS.
           01 QTDE-TUR         PIC 9(02) VALUE ZEROS.
           01 IND-TUR          PIC 9(02) VALUE ZEROS.
           01 TABELA-TURNOS.
               02 TUR-T OCCURS 50 TIMES.
                   03 TUR-T-CODIGO     PIC X(02).
                   03 TUR-T-ENTRADA    PIC 9(04).
                   03 TUR-T-SAIDA      PIC 9(04).
                   03 TUR-T-TOLERANCIA PIC 9(02).
           01 QTDE-PON         PIC 9(04) VALUE ZEROS.
           01 IND-PON          PIC 9(04) VALUE ZEROS.
           01 TABELA-PONTO.
               02 PON-T OCCURS 5000 TIMES.
                   03 PON-T-ID      PIC 9(05).
                   03 PON-T-DATA    PIC 9(08).
                   03 PON-T-ENTRADA PIC 9(04).
                   03 PON-T-SAIDA   PIC 9(04).
           01 QTDE-AFA         PIC 9(03) VALUE ZEROS.
           01 IND-AFA          PIC 9(03) VALUE ZEROS.
           01 TABELA-AFASTAMENTOS.
               02 AFA-T OCCURS 500 TIMES.
                   03 AFA-T-ID      PIC 9(05).
                   03 AFA-T-INICIO  PIC 9(08).
                   03 AFA-T-FIM     PIC 9(08).
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ESCALAS DE TRABALHO".
           MOVE "S" TO CONTINUAR.
           PERFORM PROCESSO UNTIL CONTINUAR NOT = "S".
           DISPLAY "FIM DO PROGRAMA".
           STOP RUN.
       PROCESSO.
           DISPLAY "1-INCLUIR TURNO  2-GERAR ESCALA DO MES  "
               "3-ALTERAR DIA DA ESCALA".
           DISPLAY "4-CONCILIAR ESCALA X PONTO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "1"
                   PERFORM INCLUIR-TURNO
                       THRU INCLUIR-TURNO-FIM
               WHEN "2"
                   PERFORM GERA-ESCALA
                       THRU GERA-ESCALA-FIM
               WHEN "3"
                   PERFORM ALTERA-DIA
                       THRU ALTERA-DIA-FIM
               WHEN "4"
                   PERFORM CONCILIA-PONTO
                       THRU CONCILIA-PONTO-FIM
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
           END-EVALUATE.
           DISPLAY "CONTINUA (S/N)? ".
           ACCEPT CONTINUAR.
           IF CONTINUAR = "s"
               MOVE "S" TO CONTINUAR
           END-IF.
       INCLUIR-TURNO.
           DISPLAY "CODIGO DO TURNO (2 POSICOES): ".
           ACCEPT CODIGO-TURNO.
           MOVE FUNCTION UPPER-CASE(CODIGO-TURNO) TO CODIGO-TURNO.
           IF CODIGO-TURNO = SPACES OR CODIGO-TURNO = "FG"
               DISPLAY "CODIGO INVALIDO (FG E RESERVADO PARA FOLGA)"
               GO TO INCLUIR-TURNO-FIM
           END-IF.
           PERFORM CARREGA-TURNOS.
           PERFORM LOCALIZA-TURNO.
           IF TURNO-ACHADO = "S"
               DISPLAY "TURNO JA CADASTRADO"
               GO TO INCLUIR-TURNO-FIM
           END-IF.
           DISPLAY "DESCRICAO: ".
           ACCEPT DESCRICAO-TURNO.
           MOVE FUNCTION UPPER-CASE(DESCRICAO-TURNO)
               TO DESCRICAO-TURNO.
           DISPLAY "ENTRADA (HHMM): ".
           ACCEPT HORA-ENTRADA.
           DISPLAY "SAIDA (HHMM, MENOR QUE A ENTRADA SE NOTURNO): ".
           ACCEPT HORA-SAIDA.
           IF HORA-ENTRADA(1:2) > "23" OR HORA-ENTRADA(3:2) > "59"
              OR HORA-SAIDA(1:2) > "23" OR HORA-SAIDA(3:2) > "59"
              OR HORA-ENTRADA = HORA-SAIDA
               DISPLAY "HORARIO INVALIDO"
               GO TO INCLUIR-TURNO-FIM
           END-IF.
           DISPLAY "TOLERANCIA EM MINUTOS: ".
           ACCEPT TOLERANCIA.
           MOVE CODIGO-TURNO    TO TUR-CODIGO.
           MOVE DESCRICAO-TURNO TO TUR-DESCRICAO.
           MOVE HORA-ENTRADA    TO TUR-ENTRADA.
           MOVE HORA-SAIDA      TO TUR-SAIDA.
           MOVE TOLERANCIA      TO TUR-TOLERANCIA.
           OPEN EXTEND ARQ-TURNOS.
           WRITE REG-TURNO.
           CLOSE ARQ-TURNOS.
           DISPLAY "TURNO INCLUIDO".
       INCLUIR-TURNO-FIM.
           EXIT.
       CARREGA-TURNOS.
           MOVE ZEROS TO QTDE-TUR.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-TURNOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-TURNOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF QTDE-TUR < 50
                           ADD 1 TO QTDE-TUR
                           MOVE TUR-CODIGO  TO TUR-T-CODIGO(QTDE-TUR)
                           MOVE TUR-ENTRADA TO TUR-T-ENTRADA(QTDE-TUR)
                           MOVE TUR-SAIDA   TO TUR-T-SAIDA(QTDE-TUR)
                           MOVE TUR-TOLERANCIA
                               TO TUR-T-TOLERANCIA(QTDE-TUR)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-TURNOS.
       LOCALIZA-TURNO.
           MOVE "N" TO TURNO-ACHADO.
           PERFORM VARYING IND-TUR FROM 1 BY 1
                   UNTIL IND-TUR > QTDE-TUR OR TURNO-ACHADO = "S"
               IF TUR-T-CODIGO(IND-TUR) = CODIGO-TURNO
                   MOVE "S" TO TURNO-ACHADO
               END-IF
           END-PERFORM.
           IF TURNO-ACHADO = "S"
               SUBTRACT 1 FROM IND-TUR
           END-IF.
       PEDE-FUNCIONARIO.
           DISPLAY "ID DO FUNCIONARIO: ".
           ACCEPT ID-FUNC-E.
           MOVE ID-FUNC-E TO ID-FUNC.
           MOVE "N" TO FUNC-ACHADO.
           MOVE "N" TO FIM-FUNC.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNC = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNC
                   NOT AT END
                       IF REG-ID = ID-FUNC AND REG-STATUS = "A"
                           MOVE REG-NOME TO NOME-FUNC
                           MOVE "S" TO FUNC-ACHADO
                           MOVE "S" TO FIM-FUNC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           IF FUNC-ACHADO = "N"
               DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               CALL "GRAVA-EXCECAO" USING "ESCALA-TRABALHO     "
                   "REG-ID         " "NAO-ENCONTRADO      "
                   "FUNCIONARIO NAO ENCONTRADO NA ESCALA    "
           ELSE
               DISPLAY "FUNCIONARIO: " NOME-FUNC
           END-IF.
       PEDE-COMPETENCIA.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           IF COMPETENCIA(5:2) < "01" OR COMPETENCIA(5:2) > "12"
              OR COMPETENCIA(1:4) = "0000"
               DISPLAY "COMPETENCIA INVALIDA"
               MOVE ZEROS TO COMPETENCIA
           ELSE
               COMPUTE INICIO-MES = COMPETENCIA * 100 + 1
               IF COMPETENCIA(5:2) = "12"
                   MOVE COMPETENCIA(1:4) TO ANO-COMPETENCIA
                   COMPUTE PROXIMO-MES =
                       (ANO-COMPETENCIA + 1) * 10000 + 101
               ELSE
                   COMPUTE PROXIMO-MES = INICIO-MES + 100
               END-IF
               COMPUTE FIM-MES = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(PROXIMO-MES) - 1)
           END-IF.
       GERA-ESCALA.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO GERA-ESCALA-FIM
           END-IF.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA = ZEROS
               GO TO GERA-ESCALA-FIM
           END-IF.
           DISPLAY "CICLO DE TURNOS, 2 POSICOES POR DIA, ATE 14 DIAS".
           DISPLAY "(EX: M1M1M1M1M1FGFG  OU  N1N1FGFGT1T1FGFG): ".
           ACCEPT CICLO.
           MOVE FUNCTION UPPER-CASE(CICLO) TO CICLO.
           PERFORM CARREGA-TURNOS.
           MOVE ZEROS TO QTDE-CICLO.
           MOVE "S" TO CICLO-VALIDO.
           PERFORM VARYING IND-CICLO FROM 1 BY 1
                   UNTIL IND-CICLO > 14
                      OR CICLO-CODIGO(IND-CICLO) = SPACES
               ADD 1 TO QTDE-CICLO
               IF CICLO-CODIGO(IND-CICLO) NOT = "FG"
                   MOVE CICLO-CODIGO(IND-CICLO) TO CODIGO-TURNO
                   PERFORM LOCALIZA-TURNO
                   IF TURNO-ACHADO = "N"
                       DISPLAY "TURNO NAO CADASTRADO: " CODIGO-TURNO
                       MOVE "N" TO CICLO-VALIDO
                   END-IF
               END-IF
           END-PERFORM.
           IF QTDE-CICLO = ZEROS OR CICLO-VALIDO = "N"
               DISPLAY "CICLO INVALIDO"
               GO TO GERA-ESCALA-FIM
           END-IF.
           DISPLAY "DATA DO PRIMEIRO DIA DO CICLO (AAAAMMDD): ".
           ACCEPT DATA-CICLO.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-CICLO) NOT = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO GERA-ESCALA-FIM
           END-IF.
           PERFORM RETIRA-ESCALA-MES.
           MOVE ZEROS TO DIAS-GERADOS.
           COMPUTE DIA-INTEIRO = FUNCTION INTEGER-OF-DATE(INICIO-MES).
           COMPUTE FIM-INTEIRO = FUNCTION INTEGER-OF-DATE(FIM-MES).
           OPEN EXTEND ARQ-ESCALA.
           PERFORM UNTIL DIA-INTEIRO > FIM-INTEIRO
               COMPUTE POSICAO-CICLO = FUNCTION MOD(DIA-INTEIRO
                   - FUNCTION INTEGER-OF-DATE(DATA-CICLO), QTDE-CICLO)
                   + 1
               MOVE ID-FUNC TO ESC-ID
               COMPUTE ESC-DATA = FUNCTION DATE-OF-INTEGER(DIA-INTEIRO)
               MOVE CICLO-CODIGO(POSICAO-CICLO) TO ESC-TURNO
               WRITE REG-ESCALA
               ADD 1 TO DIAS-GERADOS
               ADD 1 TO DIA-INTEIRO
           END-PERFORM.
           CLOSE ARQ-ESCALA.
           MOVE DIAS-GERADOS TO QTDE-E.
           DISPLAY "ESCALA GERADA: " QTDE-E " DIAS".
       GERA-ESCALA-FIM.
           EXIT.
       RETIRA-ESCALA-MES.
           MOVE "N" TO FIM-ESCALA.
           OPEN INPUT  ARQ-ESCALA.
           OPEN OUTPUT ARQ-ESCALA-TMP.
           PERFORM UNTIL FIM-ESCALA = "S"
               READ ARQ-ESCALA
                   AT END MOVE "S" TO FIM-ESCALA
                   NOT AT END
                       IF ESC-ID = ID-FUNC
                          AND ESC-DATA(1:6) = COMPETENCIA
                           CONTINUE
                       ELSE
                           MOVE REG-ESCALA TO REG-ESCALA-TMP
                           WRITE REG-ESCALA-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ESCALA.
           CLOSE ARQ-ESCALA-TMP.
           PERFORM DEVOLVE-ESCALA.
       DEVOLVE-ESCALA.
           MOVE "N" TO FIM-ESCALA.
           OPEN OUTPUT ARQ-ESCALA.
           OPEN INPUT  ARQ-ESCALA-TMP.
           PERFORM UNTIL FIM-ESCALA = "S"
               READ ARQ-ESCALA-TMP
                   AT END MOVE "S" TO FIM-ESCALA
                   NOT AT END
                       MOVE REG-ESCALA-TMP TO REG-ESCALA
                       WRITE REG-ESCALA
               END-READ
           END-PERFORM.
           CLOSE ARQ-ESCALA.
           CLOSE ARQ-ESCALA-TMP.
       ALTERA-DIA.
           PERFORM PEDE-FUNCIONARIO.
           IF FUNC-ACHADO = "N"
               GO TO ALTERA-DIA-FIM
           END-IF.
           DISPLAY "DATA (AAAAMMDD): ".
           ACCEPT DATA-DIA.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATA-DIA) NOT = ZEROS
               DISPLAY "DATA INVALIDA"
               GO TO ALTERA-DIA-FIM
           END-IF.
           DISPLAY "NOVO TURNO (FG=FOLGA): ".
           ACCEPT CODIGO-TURNO.
           MOVE FUNCTION UPPER-CASE(CODIGO-TURNO) TO CODIGO-TURNO.
           IF CODIGO-TURNO NOT = "FG"
               PERFORM CARREGA-TURNOS
               PERFORM LOCALIZA-TURNO
               IF TURNO-ACHADO = "N"
                   DISPLAY "TURNO NAO CADASTRADO"
                   GO TO ALTERA-DIA-FIM
               END-IF
           END-IF.
           MOVE "N" TO ESCALA-ACHADA.
           MOVE "N" TO FIM-ESCALA.
           OPEN INPUT  ARQ-ESCALA.
           OPEN OUTPUT ARQ-ESCALA-TMP.
           PERFORM UNTIL FIM-ESCALA = "S"
               READ ARQ-ESCALA
                   AT END MOVE "S" TO FIM-ESCALA
                   NOT AT END
                       IF ESC-ID = ID-FUNC AND ESC-DATA = DATA-DIA
                           MOVE CODIGO-TURNO TO ESC-TURNO
                           MOVE "S" TO ESCALA-ACHADA
                       END-IF
                       MOVE REG-ESCALA TO REG-ESCALA-TMP
                       WRITE REG-ESCALA-TMP
               END-READ
           END-PERFORM.
           IF ESCALA-ACHADA = "N"
               MOVE ID-FUNC      TO ESC-ID
               MOVE DATA-DIA     TO ESC-DATA
               MOVE CODIGO-TURNO TO ESC-TURNO
               MOVE REG-ESCALA TO REG-ESCALA-TMP
               WRITE REG-ESCALA-TMP
           END-IF.
           CLOSE ARQ-ESCALA.
           CLOSE ARQ-ESCALA-TMP.
           PERFORM DEVOLVE-ESCALA.
           DISPLAY "ESCALA ALTERADA".
       ALTERA-DIA-FIM.
           EXIT.
       CONCILIA-PONTO.
           PERFORM PEDE-COMPETENCIA.
           IF COMPETENCIA = ZEROS
               GO TO CONCILIA-PONTO-FIM
           END-IF.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA = "S"
               DISPLAY "COMPETENCIA FECHADA - CONCILIACAO RECUSADA"
               CALL "GRAVA-EXCECAO" USING "ESCALA-TRABALHO     "
                   "EAP-COMPETENCIA" "COMPETENCIA-FECHADA "
                   "PROCESSAMENTO RECUSADO - MES FECHADO    "
               GO TO CONCILIA-PONTO-FIM
           END-IF.
           PERFORM CARREGA-TURNOS.
           PERFORM CARREGA-PONTO.
           PERFORM CARREGA-AFASTAMENTOS.
           PERFORM RETIRA-APURACAO-MES.
           MOVE ZEROS TO CONT-OCORRENCIAS.
           MOVE ZEROS TO CONT-CONCILIADOS.
           OPEN OUTPUT ARQ-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONCILIACAO ESCALA X PONTO - " DELIMITED BY SIZE
                  COMPETENCIA(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  COMPETENCIA(1:4) DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE "N" TO FIM-FUNC.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNC = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNC
                   NOT AT END
                       IF REG-STATUS = "A"
                           PERFORM CONCILIA-FUNCIONARIO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-APURACAO-ESCALA.
           MOVE SPACES TO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE CONT-CONCILIADOS TO CONT-E.
           STRING "FUNCIONARIOS CONCILIADOS.: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE CONT-OCORRENCIAS TO CONT-E.
           STRING "OCORRENCIAS..............: " DELIMITED BY SIZE
                  CONT-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           WRITE LINHA-RELATORIO.
           CLOSE ARQ-RELATORIO.
           MOVE CONT-OCORRENCIAS TO REGISTROS-SPOOL.
           CALL "GUARDA-RELATORIO" USING "ESCALA    "
               "RELESCALA.TXT   " REGISTROS-SPOOL.
           DISPLAY "RELATORIO GERADO EM RELESCALA.TXT".
       CONCILIA-PONTO-FIM.
           EXIT.
       CARREGA-PONTO.
           MOVE ZEROS TO QTDE-PON.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-PONTO.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-PONTO
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF (PON-DATA(1:6) = COMPETENCIA
                           OR PON-DATA = PROXIMO-MES)
                          AND QTDE-PON < 5000
                           ADD 1 TO QTDE-PON
                           MOVE PON-ID      TO PON-T-ID(QTDE-PON)
                           MOVE PON-DATA    TO PON-T-DATA(QTDE-PON)
                           MOVE PON-ENTRADA TO PON-T-ENTRADA(QTDE-PON)
                           MOVE PON-SAIDA   TO PON-T-SAIDA(QTDE-PON)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-PONTO.
       CARREGA-AFASTAMENTOS.
           MOVE ZEROS TO QTDE-AFA.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT ARQ-AFASTAMENTOS.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-AFASTAMENTOS
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF AFA-INICIO NOT > FIM-MES
                          AND (AFA-FIM = ZEROS
                               OR AFA-FIM NOT < INICIO-MES)
                          AND QTDE-AFA < 500
                           ADD 1 TO QTDE-AFA
                           MOVE AFA-ID     TO AFA-T-ID(QTDE-AFA)
                           MOVE AFA-INICIO TO AFA-T-INICIO(QTDE-AFA)
                           MOVE AFA-FIM    TO AFA-T-FIM(QTDE-AFA)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
       RETIRA-APURACAO-MES.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN INPUT  ARQ-APURACAO-ESCALA.
           OPEN OUTPUT ARQ-APURACAO-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-APURACAO-ESCALA
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       IF EAP-COMPETENCIA NOT = COMPETENCIA
                           MOVE REG-APURACAO-ESCALA
                               TO REG-APURACAO-TMP
                           WRITE REG-APURACAO-TMP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-APURACAO-ESCALA.
           CLOSE ARQ-APURACAO-TMP.
           MOVE "N" TO FIM-ARQUIVO.
           OPEN OUTPUT ARQ-APURACAO-ESCALA.
           OPEN INPUT  ARQ-APURACAO-TMP.
           PERFORM UNTIL FIM-ARQUIVO = "S"
               READ ARQ-APURACAO-TMP
                   AT END MOVE "S" TO FIM-ARQUIVO
                   NOT AT END
                       MOVE REG-APURACAO-TMP TO REG-APURACAO-ESCALA
                       WRITE REG-APURACAO-ESCALA
               END-READ
           END-PERFORM.
           CLOSE ARQ-APURACAO-TMP.
       CONCILIA-FUNCIONARIO.
           MOVE ZEROS TO DIAS-ESCALADOS.
           MOVE ZEROS TO FALTAS.
           MOVE ZEROS TO MIN-ATRASO.
           MOVE ZEROS TO MIN-ANTECIPADA.
           MOVE ZEROS TO FOLGAS-TRAB.
           MOVE ZEROS TO MIN-NOTURNO.
           MOVE "N" TO FIM-ESCALA.
           OPEN INPUT ARQ-ESCALA.
           PERFORM UNTIL FIM-ESCALA = "S"
               READ ARQ-ESCALA
                   AT END MOVE "S" TO FIM-ESCALA
                   NOT AT END
                       IF ESC-ID = REG-ID
                          AND ESC-DATA(1:6) = COMPETENCIA
                           PERFORM AVALIA-DIA THRU AVALIA-DIA-FIM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-ESCALA.
           PERFORM VARYING IND-PON FROM 1 BY 1
                   UNTIL IND-PON > QTDE-PON
               IF PON-T-ID(IND-PON) = REG-ID
                  AND PON-T-DATA(IND-PON)(1:6) = COMPETENCIA
                   PERFORM APURA-NOTURNO
               END-IF
           END-PERFORM.
           IF DIAS-ESCALADOS = ZEROS AND MIN-NOTURNO = ZEROS
               CONTINUE
           ELSE
               ADD 1 TO CONT-CONCILIADOS
               MOVE REG-ID         TO EAP-ID
               MOVE COMPETENCIA    TO EAP-COMPETENCIA
               MOVE FALTAS         TO EAP-FALTAS
               MOVE MIN-ATRASO     TO EAP-MIN-ATRASO
               MOVE MIN-ANTECIPADA TO EAP-MIN-ANTECIPADA
               MOVE FOLGAS-TRAB    TO EAP-FOLGAS-TRAB
               MOVE MIN-NOTURNO    TO EAP-MIN-NOTURNO
               WRITE REG-APURACAO-ESCALA
               PERFORM LINHA-TOTAL-FUNCIONARIO
                   THRU LINHA-TOTAL-FUNCIONARIO-FIM
           END-IF.
       AVALIA-DIA.
           MOVE ESC-DATA TO DATA-DIA.
           MOVE "N" TO DIA-AFASTADO.
           PERFORM VARYING IND-AFA FROM 1 BY 1
                   UNTIL IND-AFA > QTDE-AFA
               IF AFA-T-ID(IND-AFA) = REG-ID
                  AND AFA-T-INICIO(IND-AFA) NOT > DATA-DIA
                  AND (AFA-T-FIM(IND-AFA) = ZEROS
                       OR AFA-T-FIM(IND-AFA) NOT < DATA-DIA)
                   MOVE "S" TO DIA-AFASTADO
               END-IF
           END-PERFORM.
           IF DIA-AFASTADO = "S"
               GO TO AVALIA-DIA-FIM
           END-IF.
           ADD 1 TO DIAS-ESCALADOS.
           IF ESC-TURNO = "FG"
               MOVE "S" TO IGNORA-MEIA-NOITE
               PERFORM PROCURA-BATIDAS
               IF QTDE-BATIDAS > ZEROS
                   ADD 1 TO FOLGAS-TRAB
                   MOVE "TRABALHO EM FOLGA" TO OCORRENCIA
                   MOVE SPACES TO DETALHE
                   STRING "PONTO " DELIMITED BY SIZE
                          MENOR-ENTRADA DELIMITED BY SIZE
                          "-"     DELIMITED BY SIZE
                          MAIOR-SAIDA DELIMITED BY SIZE
                     INTO DETALHE
                   PERFORM LINHA-OCORRENCIA
               END-IF
               GO TO AVALIA-DIA-FIM
           END-IF.
           MOVE ESC-TURNO TO CODIGO-TURNO.
           PERFORM LOCALIZA-TURNO.
           IF TURNO-ACHADO = "N"
               GO TO AVALIA-DIA-FIM
           END-IF.
           IF TUR-T-ENTRADA(IND-TUR) = ZEROS
               MOVE "N" TO IGNORA-MEIA-NOITE
           ELSE
               MOVE "S" TO IGNORA-MEIA-NOITE
           END-IF.
           PERFORM PROCURA-BATIDAS.
           IF QTDE-BATIDAS = ZEROS
               ADD 1 TO FALTAS
               MOVE "FALTA" TO OCORRENCIA
               MOVE SPACES TO DETALHE
               STRING "TURNO " DELIMITED BY SIZE
                      ESC-TURNO DELIMITED BY SIZE
                 INTO DETALHE
               PERFORM LINHA-OCORRENCIA
               GO TO AVALIA-DIA-FIM
           END-IF.
           MOVE TUR-T-ENTRADA(IND-TUR) TO HORA-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE MINUTOS-HORA TO MIN-PREVISTO-ENT.
           MOVE MENOR-ENTRADA TO HORA-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE MINUTOS-HORA TO MIN-REAL-ENT.
           IF MIN-REAL-ENT > MIN-PREVISTO-ENT
                             + TUR-T-TOLERANCIA(IND-TUR)
               COMPUTE DIFERENCA = MIN-REAL-ENT - MIN-PREVISTO-ENT
               ADD DIFERENCA TO MIN-ATRASO
               MOVE "ATRASO" TO OCORRENCIA
               PERFORM DETALHE-MINUTOS
               PERFORM LINHA-OCORRENCIA
           END-IF.
           MOVE TUR-T-SAIDA(IND-TUR) TO HORA-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE MINUTOS-HORA TO MIN-PREVISTO-SAI.
           MOVE MAIOR-SAIDA TO HORA-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE MINUTOS-HORA TO MIN-REAL-SAI.
           IF TUR-T-SAIDA(IND-TUR) < TUR-T-ENTRADA(IND-TUR)
               ADD 1440 TO MIN-PREVISTO-SAI
               PERFORM PROCURA-CONTINUACAO
               IF CONTINUACAO-ACHADA = "S"
                   MOVE SAIDA-SEGUINTE TO HORA-CONVERTER
                   PERFORM CONVERTE-MINUTOS
                   COMPUTE MIN-REAL-SAI = MINUTOS-HORA + 1440
               END-IF
           END-IF.
           IF MIN-REAL-SAI + TUR-T-TOLERANCIA(IND-TUR)
                < MIN-PREVISTO-SAI
               COMPUTE DIFERENCA = MIN-PREVISTO-SAI - MIN-REAL-SAI
               ADD DIFERENCA TO MIN-ANTECIPADA
               MOVE "SAIDA ANTECIPADA" TO OCORRENCIA
               PERFORM DETALHE-MINUTOS
               PERFORM LINHA-OCORRENCIA
           END-IF.
       AVALIA-DIA-FIM.
           EXIT.
       PROCURA-BATIDAS.
           MOVE ZEROS TO QTDE-BATIDAS.
           MOVE 9999  TO MENOR-ENTRADA.
           MOVE ZEROS TO MAIOR-SAIDA.
           PERFORM VARYING IND-PON FROM 1 BY 1
                   UNTIL IND-PON > QTDE-PON
               IF PON-T-ID(IND-PON) = REG-ID
                  AND PON-T-DATA(IND-PON) = DATA-DIA
                  AND (PON-T-ENTRADA(IND-PON) NOT = ZEROS
                       OR IGNORA-MEIA-NOITE = "N")
                   ADD 1 TO QTDE-BATIDAS
                   IF PON-T-ENTRADA(IND-PON) < MENOR-ENTRADA
                       MOVE PON-T-ENTRADA(IND-PON) TO MENOR-ENTRADA
                   END-IF
                   IF PON-T-SAIDA(IND-PON) > MAIOR-SAIDA
                       MOVE PON-T-SAIDA(IND-PON) TO MAIOR-SAIDA
                   END-IF
               END-IF
           END-PERFORM.
       PROCURA-CONTINUACAO.
           MOVE "N" TO CONTINUACAO-ACHADA.
           COMPUTE DATA-SEGUINTE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(DATA-DIA) + 1).
           PERFORM VARYING IND-PON FROM 1 BY 1
                   UNTIL IND-PON > QTDE-PON
               IF PON-T-ID(IND-PON) = REG-ID
                  AND PON-T-DATA(IND-PON) = DATA-SEGUINTE
                  AND PON-T-ENTRADA(IND-PON) = ZEROS
                   MOVE PON-T-SAIDA(IND-PON) TO SAIDA-SEGUINTE
                   MOVE "S" TO CONTINUACAO-ACHADA
               END-IF
           END-PERFORM.
       CONVERTE-MINUTOS.
           COMPUTE MINUTOS-HORA = HH-CONVERTER * 60 + MM-CONVERTER.
       APURA-NOTURNO.
           MOVE PON-T-ENTRADA(IND-PON) TO HORA-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE MINUTOS-HORA TO MIN-REAL-ENT.
           MOVE PON-T-SAIDA(IND-PON) TO HORA-CONVERTER.
           PERFORM CONVERTE-MINUTOS.
           MOVE MINUTOS-HORA TO MIN-REAL-SAI.
           MOVE ZEROS TO MIN-NOTURNO-BATIDA.
           IF MIN-REAL-ENT < 300
               IF MIN-REAL-SAI < 300
                   COMPUTE MIN-NOTURNO-BATIDA =
                       MIN-REAL-SAI - MIN-REAL-ENT
               ELSE
                   COMPUTE MIN-NOTURNO-BATIDA = 300 - MIN-REAL-ENT
               END-IF
           END-IF.
           IF MIN-REAL-SAI > 1320
               IF MIN-REAL-ENT > 1320
                   COMPUTE MIN-NOTURNO-BATIDA = MIN-NOTURNO-BATIDA
                       + MIN-REAL-SAI - MIN-REAL-ENT
               ELSE
                   COMPUTE MIN-NOTURNO-BATIDA = MIN-NOTURNO-BATIDA
                       + MIN-REAL-SAI - 1320
               END-IF
           END-IF.
           IF PON-T-SAIDA(IND-PON) = 2359
               ADD 1 TO MIN-NOTURNO-BATIDA
           END-IF.
           ADD MIN-NOTURNO-BATIDA TO MIN-NOTURNO.
       DETALHE-MINUTOS.
           MOVE DIFERENCA TO MIN-E.
           MOVE SPACES TO DETALHE.
           STRING MIN-E DELIMITED BY SIZE
                  " MINUTOS" DELIMITED BY SIZE
             INTO DETALHE.
       LINHA-OCORRENCIA.
           ADD 1 TO CONT-OCORRENCIAS.
           MOVE REG-ID TO ID-E.
           MOVE DATA-DIA TO DATA-EDITAR.
           PERFORM EDITA-DATA.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE ID-E       TO LINHA-RELATORIO(1:5).
           MOVE REG-NOME   TO LINHA-RELATORIO(7:20).
           MOVE DATA-E     TO LINHA-RELATORIO(28:10).
           MOVE OCORRENCIA TO LINHA-RELATORIO(39:20).
           MOVE DETALHE    TO LINHA-RELATORIO(60:20).
           WRITE LINHA-RELATORIO.
       LINHA-TOTAL-FUNCIONARIO.
           IF FALTAS = ZEROS AND MIN-ATRASO = ZEROS
              AND MIN-ANTECIPADA = ZEROS AND FOLGAS-TRAB = ZEROS
              AND MIN-NOTURNO = ZEROS
               GO TO LINHA-TOTAL-FUNCIONARIO-FIM
           END-IF.
           MOVE SPACES TO LINHA-RELATORIO.
           MOVE FALTAS TO QTDE-E.
           STRING "      TOTAL: FALTAS " DELIMITED BY SIZE
                  QTDE-E DELIMITED BY SIZE
             INTO LINHA-RELATORIO.
           MOVE MIN-ATRASO TO MIN-E.
           MOVE " ATRASO "   TO LINHA-RELATORIO(24:8).
           MOVE MIN-E        TO LINHA-RELATORIO(32:5).
           MOVE MIN-ANTECIPADA TO MIN-E.
           MOVE " ANTEC. "   TO LINHA-RELATORIO(37:8).
           MOVE MIN-E        TO LINHA-RELATORIO(45:5).
           MOVE FOLGAS-TRAB TO QTDE-E.
           MOVE " FOLGAS "   TO LINHA-RELATORIO(50:8).
           MOVE QTDE-E       TO LINHA-RELATORIO(58:2).
           MOVE MIN-NOTURNO TO MIN-E.
           MOVE " NOTURNO "  TO LINHA-RELATORIO(60:9).
           MOVE MIN-E        TO LINHA-RELATORIO(69:5).
           MOVE " MIN"       TO LINHA-RELATORIO(74:4).
           WRITE LINHA-RELATORIO.
       LINHA-TOTAL-FUNCIONARIO-FIM.
           EXIT.
       EDITA-DATA.
           MOVE SPACES TO DATA-E.
           STRING DATA-EDITAR(7:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DATA-EDITAR(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  DATA-EDITAR(1:4) DELIMITED BY SIZE
             INTO DATA-E.
       VERIFICA-COMPETENCIA-FECHADA.
           MOVE "N" TO COMPETENCIA-FECHADA.
           MOVE "N" TO FIM-FECHA-FOLHA.
           OPEN INPUT ARQ-FECHA-FOLHA.
           PERFORM UNTIL FIM-FECHA-FOLHA = "S"
               READ ARQ-FECHA-FOLHA
                   AT END MOVE "S" TO FIM-FECHA-FOLHA
                   NOT AT END
                       IF FFC-COMPETENCIA = COMPETENCIA
                           IF FFC-STATUS = "F"
                               MOVE "S" TO COMPETENCIA-FECHADA
                           ELSE
                               MOVE "N" TO COMPETENCIA-FECHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FECHA-FOLHA.
