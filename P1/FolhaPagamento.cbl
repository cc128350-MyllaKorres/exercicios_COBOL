               SELECT OPTIONAL ARQ-DEPENDENTES
                   ASSIGN TO "DEPENDENTES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-APURACAO-PONTO
                   ASSIGN TO "APURPONTO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-COMISSOES ASSIGN TO "COMISSOES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FGTS-DEPOSITOS
                   ASSIGN TO "FGTSDEP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FGTS-SALDOS
                   ASSIGN TO "FGTSSALDO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-FGTS-TMP ASSIGN TO "FGTSSALDOTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-EMPRESTIMOS
                   ASSIGN TO "EMPRESTIMOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EMPREST-TMP ASSIGN TO "EMPRESTIMOSTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-AFASTAMENTOS
                   ASSIGN TO "AFASTAMENTOS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-DISSIDIO ASSIGN TO "DISSIDIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-DISSIDIO-TMP ASSIGN TO "DISSIDIOTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-APURACAO-ESCALA
                   ASSIGN TO "ESCAPUR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FECHA-FOLHA
                   ASSIGN TO "FECHAFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-FUNCIONARIOS.
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-CONTRACHEQUES.
           01  LINHA-CONTRACHEQUE PIC X(80).
           FD  ARQ-DEPENDENTES.
               02 DEP-NASCIMENTO PIC 9(08).
               02 DEP-PARENTESCO PIC X(01).
               02 DEP-IRRF       PIC X(01).
           FD  ARQ-APURACAO-PONTO.
           01  REG-APURACAO-PONTO.
               02 APU-ID          PIC 9(05).
               02 APU-HORAS-NORM  PIC 9(03)V99.
               02 APU-HE50        PIC 9(03)V99.
               02 APU-HE100       PIC 9(03)V99.
           FD  ARQ-COMISSOES.
           01  REG-COMISSAO.
               02 CMS-ID          PIC 9(05).
               02 CMS-COMPETENCIA PIC 9(06).
               02 CMS-OPERADOR    PIC X(08).
               02 CMS-VENDAS      PIC 9(09)V99.
               02 CMS-DEVOLUCOES  PIC 9(09)V99.
               02 CMS-VALOR       PIC 9(07)V99.
           FD  ARQ-FGTS-DEPOSITOS.
           01  REG-FGTS-DEPOSITO.
               02 FGD-COMPETENCIA PIC 9(06).
               02 FGD-ID          PIC 9(05).
               02 FGD-BASE        PIC 9(09)V99.
               02 FGD-VALOR       PIC 9(07)V99.
           FD  ARQ-FGTS-SALDOS.
           01  REG-FGTS-SALDO.
               02 FGS-ID          PIC 9(05).
               02 FGS-SALDO       PIC 9(09)V99.
               02 FGS-COMPETENCIA PIC 9(06).
           FD  ARQ-FGTS-TMP.
           01  REG-FGTS-TMP.
               02 FGT-ID          PIC 9(05).
               02 FGT-SALDO       PIC 9(09)V99.
               02 FGT-COMPETENCIA PIC 9(06).
           FD  ARQ-EMPRESTIMOS.
           01  REG-EMPRESTIMO.
               02 EMP-ID            PIC 9(05).
               02 EMP-NUMERO        PIC 9(04).
               02 EMP-TIPO          PIC X(01).
               02 EMP-DATA          PIC 9(08).
               02 EMP-PRINCIPAL     PIC 9(07)V99.
               02 EMP-PARCELAS      PIC 9(03).
               02 EMP-RESTANTES     PIC 9(03).
               02 EMP-VALOR-PARCELA PIC 9(07)V99.
               02 EMP-SALDO         PIC 9(07)V99.
               02 EMP-COMPETENCIA   PIC 9(06).
               02 EMP-STATUS        PIC X(01).
           FD  ARQ-EMPREST-TMP.
           01  REG-EMPREST-TMP      PIC X(58).
           FD  ARQ-AFASTAMENTOS.
           01  REG-AFASTAMENTO.
               02 AFA-ID         PIC 9(05).
               02 AFA-TIPO       PIC X(01).
               02 AFA-INICIO     PIC 9(08).
               02 AFA-FIM        PIC 9(08).
               02 AFA-DOCUMENTO  PIC X(20).
           FD  ARQ-DISSIDIO.
           01  REG-DISSIDIO.
               02 DIS-VIGENCIA     PIC 9(06).
               02 DIS-ID           PIC 9(05).
               02 DIS-COMPETENCIA  PIC 9(06).
               02 DIS-TIPO         PIC X(01).
               02 DIS-ORIGINAL     PIC 9(09)V99.
               02 DIS-DIF-SALARIO  PIC 9(07)V99.
               02 DIS-DIF-HEXTRA   PIC 9(07)V99.
               02 DIS-STATUS       PIC X(01).
               02 DIS-COMPET-PAGTO PIC 9(06).
           FD  ARQ-DISSIDIO-TMP.
           01  REG-DISSIDIO-TMP    PIC X(54).
           FD  ARQ-APURACAO-ESCALA.
           01  REG-APURACAO-ESCALA.
               02 EAP-ID          PIC 9(05).
               02 EAP-COMPETENCIA PIC 9(06).
               02 EAP-FALTAS      PIC 9(02).
               02 EAP-MIN-ATRASO  PIC 9(05).
               02 EAP-MIN-ANTECIPADA PIC 9(05).
               02 EAP-FOLGAS-TRAB PIC 9(02).
               02 EAP-MIN-NOTURNO PIC 9(05).
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
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 CONT-PAGOS       PIC 9(04) VALUE ZERO.
           01 CONT-E           PIC ZZZ9.
               02 QTDE-DEP-IRRF   PIC 9(02) VALUE ZEROS.
               02 DEDUCAO-DEP     PIC 9(05)V99 VALUE 189,59.
               02 VALOR-DEDUCAO   PIC 9(07)V99 VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
           01 DADOS-BENEFICIOS.
               02 VT-DIA            PIC 9(04)V99 VALUE 8,80.
               02 VR-DIA            PIC 9(04)V99 VALUE 25,00.
               02 DIAS-BENEFICIO    PIC 9(02) VALUE 22.
               02 HORAS-HE100       PIC 9(03)V99 VALUE ZEROS.
               02 VALOR-HORA        PIC 9(07)V99 VALUE ZEROS.
               02 VALOR-HEXTRA      PIC 9(07)V99 VALUE ZEROS.
           01 DADOS-COMISSAO.
               02 FIM-COMISSOES     PIC X(01) VALUE "N".
               02 VALOR-COMISSAO    PIC 9(07)V99 VALUE ZEROS.
           01 DADOS-FGTS.
               02 ALIQ-FGTS         PIC 9(02)V99 VALUE 08,00.
               02 VALOR-FGTS        PIC 9(07)V99 VALUE ZEROS.
               02 TOTAL-FGTS        PIC 9(09)V99 VALUE ZEROS.
               02 FIM-FGTS-SALDOS   PIC X(01) VALUE "N".
               02 FIM-FGTS-DEP      PIC X(01) VALUE "N".
               02 FGTS-ACHADO       PIC X(01) VALUE "N".
           01 DADOS-EMPRESTIMOS.
               02 MARGEM-CONSIG     PIC 9(02)V99 VALUE 35,00.
               02 FIM-EMPRESTIMOS   PIC X(01) VALUE "N".
               02 LIMITE-CONSIGNADO PIC 9(09)V99 VALUE ZEROS.
               02 MARGEM-RESTANTE   PIC 9(09)V99 VALUE ZEROS.
               02 LIQUIDO-DISPONIVEL PIC 9(09)V99 VALUE ZEROS.
               02 PARCELA-DEVIDA    PIC 9(07)V99 VALUE ZEROS.
               02 VALOR-DESCONTO    PIC 9(07)V99 VALUE ZEROS.
               02 DESCONTO-ADIANT   PIC 9(07)V99 VALUE ZEROS.
               02 DESCONTO-CONSIG   PIC 9(07)V99 VALUE ZEROS.
               02 TOTAL-ADIANT      PIC 9(09)V99 VALUE ZEROS.
               02 TOTAL-CONSIG      PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-AFASTAMENTOS.
               02 FIM-AFASTAMENTOS  PIC X(01) VALUE "N".
               02 INICIO-COMPETENCIA PIC 9(08) VALUE ZEROS.
               02 FIM-COMPETENCIA   PIC 9(08) VALUE ZEROS.
               02 PROX-COMPETENCIA  PIC 9(08) VALUE ZEROS.
               02 DIAS-DO-MES       PIC 9(02) VALUE ZEROS.
               02 INICIO-PERIODO    PIC 9(08) VALUE ZEROS.
               02 FIM-PERIODO       PIC 9(08) VALUE ZEROS.
               02 INICIO-DESCONTO   PIC 9(08) VALUE ZEROS.
               02 DIAS-PERIODO      PIC 9(03) VALUE ZEROS.
               02 DIAS-DESCONTO     PIC 9(03) VALUE ZEROS.
               02 DESCONTO-AFAST    PIC 9(09)V99 VALUE ZEROS.
           01 DADOS-DISSIDIO.
               02 FIM-DISSIDIO      PIC X(01) VALUE "N".
               02 FIM-FUNC-DIS      PIC X(01) VALUE "N".
               02 DISSIDIO-ATIVO    PIC X(01) VALUE "N".
               02 VALOR-RETROATIVO  PIC 9(09)V99 VALUE ZEROS.
               02 TOTAL-RETROATIVO  PIC 9(11)V99 VALUE ZEROS.
           01 DADOS-ESCALA.
               02 FIM-APURACAO-ESCALA PIC X(01) VALUE "N".
               02 ADIC-NOTURNO-PCT  PIC 9(02)V99 VALUE 20,00.
               02 DIAS-FALTA        PIC 9(02) VALUE ZEROS.
               02 MINUTOS-DESCONTO  PIC 9(05) VALUE ZEROS.
               02 MINUTOS-NOTURNOS  PIC 9(05) VALUE ZEROS.
               02 VALOR-HORA-ESCALA PIC 9(07)V99 VALUE ZEROS.
               02 DESCONTO-ESCALA   PIC 9(09)V99 VALUE ZEROS.
               02 ADICIONAL-NOTURNO PIC 9(07)V99 VALUE ZEROS.
           01 DATA-DO-SISTEMA.
               02 ANO      PIC 9(04) VALUE ZEROS.
               02 MES      PIC 9(02) VALUE ZEROS.
           CALL "DATA-SISTEMA" USING DATA-DO-SISTEMA.
           MOVE ANO TO COMPETENCIA(1:4).
           MOVE MES TO COMPETENCIA(5:2).
           PERFORM DEFINE-PERIODO-COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA = "S"
               DISPLAY "COMPETENCIA FECHADA - USE A FOLHA COMPLEMENTAR"
               CALL "GRAVA-EXCECAO" USING "FOLHA-PAGAMENTO     "
                   "FOL-COMPETENCIA" "COMPETENCIA-FECHADA "
                   "PROCESSAMENTO RECUSADO - MES FECHADO    "
               STOP RUN
           END-IF.
           PERFORM CARREGA-BENEFICIOS.
           PERFORM VERIFICA-FOLHA-GERADA.
           IF FOLHA-JA-GERADA = "S"
           OPEN INPUT  ARQ-FUNCIONARIOS.
           OPEN EXTEND ARQ-FOLHA.
           OPEN OUTPUT ARQ-CONTRACHEQUES.
           OPEN EXTEND ARQ-FGTS-DEPOSITOS.
           PERFORM PROCESSA-FUNCIONARIO UNTIL FIM-FUNCIONARIOS = "S".
           CLOSE ARQ-FUNCIONARIOS.
           CLOSE ARQ-FOLHA.
           CLOSE ARQ-FGTS-DEPOSITOS.
           PERFORM ATUALIZA-SALDOS-FGTS.
           IF TOTAL-RETROATIVO > ZEROS
               PERFORM BAIXA-RETROATIVOS
           END-IF.
           PERFORM GRAVA-TOTAIS.
           CLOSE ARQ-CONTRACHEQUES.
           MOVE CONT-PAGOS TO CONT-E.
                   IF REG-STATUS = "A"
                       ADD 1 TO CONT-PAGOS
                       MOVE REG-SAL-ATUAL TO SALARIO-BRUTO
                       PERFORM CALCULA-AFASTAMENTOS
                       SUBTRACT DESCONTO-AFAST FROM SALARIO-BRUTO
                       PERFORM CALCULA-ESCALA
                       SUBTRACT DESCONTO-ESCALA FROM SALARIO-BRUTO
                       ADD ADICIONAL-NOTURNO TO SALARIO-BRUTO
                       PERFORM CALCULA-HORAS-EXTRAS
                       ADD VALOR-HEXTRA TO SALARIO-BRUTO
                       PERFORM CALCULA-COMISSAO
                       ADD VALOR-COMISSAO TO SALARIO-BRUTO
                       PERFORM CALCULA-RETROATIVO
                       ADD VALOR-RETROATIVO TO SALARIO-BRUTO
                       PERFORM CONTA-DEPENDENTES
                       PERFORM CALCULA-INSS
                       PERFORM CALCULA-IRRF
                           + VALOR-VT + VALOR-VR
                           - VALOR-INSS - VALOR-IRRF
                           - DESCONTO-VT - DESCONTO-VR
                       PERFORM DESCONTA-EMPRESTIMOS
                       PERFORM CALCULA-FGTS
                       PERFORM GRAVA-FOLHA
                       PERFORM GRAVA-DEPOSITO-FGTS
                       PERFORM GRAVA-CONTRACHEQUE
                       ADD SALARIO-BRUTO   TO TOTAL-BRUTO
                       ADD VALOR-INSS      TO TOTAL-INSS
                       ADD VALOR-IRRF      TO TOTAL-IRRF
                       ADD SALARIO-LIQUIDO TO TOTAL-LIQUIDO
                       ADD VALOR-FGTS      TO TOTAL-FGTS
                       ADD DESCONTO-ADIANT TO TOTAL-ADIANT
                       ADD DESCONTO-CONSIG TO TOTAL-CONSIG
                       ADD VALOR-RETROATIVO TO TOTAL-RETROATIVO
                   END-IF
           END-READ.
       DEFINE-PERIODO-COMPETENCIA.
           COMPUTE INICIO-COMPETENCIA = COMPETENCIA * 100 + 1.
           IF COMPETENCIA(5:2) = "12"
               COMPUTE PROX-COMPETENCIA =
                   (ANO + 1) * 10000 + 101
           ELSE
               COMPUTE PROX-COMPETENCIA = INICIO-COMPETENCIA + 100
           END-IF.
           COMPUTE FIM-COMPETENCIA = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PROX-COMPETENCIA) - 1).
           MOVE FIM-COMPETENCIA(7:2) TO DIAS-DO-MES.
       CALCULA-AFASTAMENTOS.
           MOVE ZEROS TO DIAS-DESCONTO.
           MOVE ZEROS TO DESCONTO-AFAST.
           MOVE "N" TO FIM-AFASTAMENTOS.
           OPEN INPUT ARQ-AFASTAMENTOS.
           PERFORM UNTIL FIM-AFASTAMENTOS = "S"
               READ ARQ-AFASTAMENTOS
                   AT END MOVE "S" TO FIM-AFASTAMENTOS
                   NOT AT END
                       IF AFA-ID = REG-ID
                          AND AFA-INICIO NOT > FIM-COMPETENCIA
                          AND (AFA-FIM = ZEROS
                               OR AFA-FIM NOT < INICIO-COMPETENCIA)
                           PERFORM APURA-DIAS-AFASTAMENTO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-AFASTAMENTOS.
           IF DIAS-DESCONTO NOT < DIAS-DO-MES OR DIAS-DESCONTO > 30
               MOVE 30 TO DIAS-DESCONTO
           END-IF.
           IF DIAS-DESCONTO > ZEROS
               COMPUTE DESCONTO-AFAST ROUNDED =
                   REG-SAL-ATUAL / 30 * DIAS-DESCONTO
               IF DESCONTO-AFAST > SALARIO-BRUTO
                   MOVE SALARIO-BRUTO TO DESCONTO-AFAST
               END-IF
           END-IF.
       APURA-DIAS-AFASTAMENTO.
           IF AFA-INICIO > INICIO-COMPETENCIA
               MOVE AFA-INICIO TO INICIO-PERIODO
           ELSE
               MOVE INICIO-COMPETENCIA TO INICIO-PERIODO
           END-IF.
           IF AFA-FIM = ZEROS OR AFA-FIM > FIM-COMPETENCIA
               MOVE FIM-COMPETENCIA TO FIM-PERIODO
           ELSE
               MOVE AFA-FIM TO FIM-PERIODO
           END-IF.
           EVALUATE AFA-TIPO
               WHEN "N"
                   COMPUTE DIAS-PERIODO =
                       FUNCTION INTEGER-OF-DATE(FIM-PERIODO)
                       - FUNCTION INTEGER-OF-DATE(INICIO-PERIODO) + 1
                   ADD DIAS-PERIODO TO DIAS-DESCONTO
               WHEN "D"
                   COMPUTE INICIO-DESCONTO = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(AFA-INICIO) + 15)
                   IF INICIO-DESCONTO < INICIO-PERIODO
                       MOVE INICIO-PERIODO TO INICIO-DESCONTO
                   END-IF
                   IF INICIO-DESCONTO NOT > FIM-PERIODO
                       COMPUTE DIAS-PERIODO =
                           FUNCTION INTEGER-OF-DATE(FIM-PERIODO)
                           - FUNCTION INTEGER-OF-DATE(INICIO-DESCONTO)
                           + 1
                       ADD DIAS-PERIODO TO DIAS-DESCONTO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       CALCULA-INSS.
           MOVE ZEROS TO VALOR-INSS.
           MOVE ZEROS TO FAIXA-ANTERIOR.
                   END-IF
           END-READ.
       CARREGA-BENEFICIOS.
           MOVE "FOLHA"          TO PRM-MODULO.
           MOVE COMPETENCIA      TO PRM-DATA(1:6).
           MOVE "01"             TO PRM-DATA(7:2).
           MOVE "VT-DIA"         TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO VT-DIA
           END-IF.
           MOVE "VR-DIA"         TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO VR-DIA
           END-IF.
           MOVE "DIAS-BENEFICIO" TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO DIAS-BENEFICIO
           END-IF.
           MOVE "VT-DESC-PCT"    TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO VT-DESC-PCT
           END-IF.
           MOVE "VR-DESC-PCT"    TO PRM-NOME.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S"
               MOVE PRM-VALOR TO VR-DESC-PCT
           END-IF.
       CALCULA-HORAS-EXTRAS.
           MOVE ZEROS TO HORAS-HE50.
           MOVE ZEROS TO HORAS-HE100.
                       MOVE "S" TO FIM-APURACAO-PONTO
                   END-IF
           END-READ.
       CALCULA-ESCALA.
           MOVE ZEROS TO DIAS-FALTA.
           MOVE ZEROS TO MINUTOS-DESCONTO.
           MOVE ZEROS TO MINUTOS-NOTURNOS.
           MOVE ZEROS TO DESCONTO-ESCALA.
           MOVE ZEROS TO ADICIONAL-NOTURNO.
           MOVE "N"   TO FIM-APURACAO-ESCALA.
           OPEN INPUT ARQ-APURACAO-ESCALA.
           PERFORM UNTIL FIM-APURACAO-ESCALA = "S"
               READ ARQ-APURACAO-ESCALA
                   AT END MOVE "S" TO FIM-APURACAO-ESCALA
                   NOT AT END
                       IF EAP-ID = REG-ID
                          AND EAP-COMPETENCIA = COMPETENCIA
                           MOVE EAP-FALTAS TO DIAS-FALTA
                           COMPUTE MINUTOS-DESCONTO = EAP-MIN-ATRASO
                               + EAP-MIN-ANTECIPADA
                           MOVE EAP-MIN-NOTURNO TO MINUTOS-NOTURNOS
                           MOVE "S" TO FIM-APURACAO-ESCALA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-APURACAO-ESCALA.
           COMPUTE VALOR-HORA-ESCALA ROUNDED = REG-SAL-ATUAL / 220.
           IF DIAS-FALTA > ZEROS OR MINUTOS-DESCONTO > ZEROS
               COMPUTE DESCONTO-ESCALA ROUNDED =
                   (REG-SAL-ATUAL / 30 * DIAS-FALTA)
                   + (VALOR-HORA-ESCALA * MINUTOS-DESCONTO / 60)
               IF DESCONTO-ESCALA > SALARIO-BRUTO
                   MOVE SALARIO-BRUTO TO DESCONTO-ESCALA
               END-IF
           END-IF.
           IF MINUTOS-NOTURNOS > ZEROS
               COMPUTE ADICIONAL-NOTURNO ROUNDED =
                   VALOR-HORA-ESCALA * ADIC-NOTURNO-PCT / 100
                   * MINUTOS-NOTURNOS / 52,5
           END-IF.
       CALCULA-COMISSAO.
           MOVE ZEROS TO VALOR-COMISSAO.
           MOVE "N"   TO FIM-COMISSOES.
           OPEN INPUT ARQ-COMISSOES.
           PERFORM LE-COMISSAO UNTIL FIM-COMISSOES = "S".
           CLOSE ARQ-COMISSOES.
       LE-COMISSAO.
           READ ARQ-COMISSOES
               AT END MOVE "S" TO FIM-COMISSOES
               NOT AT END
                   IF CMS-ID = REG-ID
                      AND CMS-COMPETENCIA = COMPETENCIA
                       ADD CMS-VALOR TO VALOR-COMISSAO
                   END-IF
           END-READ.
       CALCULA-RETROATIVO.
           MOVE ZEROS TO VALOR-RETROATIVO.
           MOVE "N"   TO FIM-DISSIDIO.
           OPEN INPUT ARQ-DISSIDIO.
           PERFORM UNTIL FIM-DISSIDIO = "S"
               READ ARQ-DISSIDIO
                   AT END MOVE "S" TO FIM-DISSIDIO
                   NOT AT END
                       IF DIS-ID = REG-ID AND DIS-STATUS = "P"
                           ADD DIS-DIF-SALARIO TO VALOR-RETROATIVO
                           ADD DIS-DIF-HEXTRA  TO VALOR-RETROATIVO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISSIDIO.
       BAIXA-RETROATIVOS.
           MOVE "N" TO FIM-DISSIDIO.
           OPEN INPUT  ARQ-DISSIDIO.
           OPEN OUTPUT ARQ-DISSIDIO-TMP.
           PERFORM UNTIL FIM-DISSIDIO = "S"
               READ ARQ-DISSIDIO
                   AT END MOVE "S" TO FIM-DISSIDIO
                   NOT AT END
                       IF DIS-STATUS = "P"
                           PERFORM VERIFICA-FUNCIONARIO-ATIVO
                           IF DISSIDIO-ATIVO = "S"
                               MOVE "G"         TO DIS-STATUS
                               MOVE COMPETENCIA TO DIS-COMPET-PAGTO
                           END-IF
                       END-IF
                       WRITE REG-DISSIDIO-TMP FROM REG-DISSIDIO
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISSIDIO.
           CLOSE ARQ-DISSIDIO-TMP.
           MOVE "N" TO FIM-DISSIDIO.
           OPEN OUTPUT ARQ-DISSIDIO.
           OPEN INPUT  ARQ-DISSIDIO-TMP.
           PERFORM UNTIL FIM-DISSIDIO = "S"
               READ ARQ-DISSIDIO-TMP
                   AT END MOVE "S" TO FIM-DISSIDIO
                   NOT AT END
                       WRITE REG-DISSIDIO FROM REG-DISSIDIO-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-DISSIDIO.
           CLOSE ARQ-DISSIDIO-TMP.
       VERIFICA-FUNCIONARIO-ATIVO.
           MOVE "N" TO DISSIDIO-ATIVO.
           MOVE "N" TO FIM-FUNC-DIS.
           OPEN INPUT ARQ-FUNCIONARIOS.
           PERFORM UNTIL FIM-FUNC-DIS = "S"
               READ ARQ-FUNCIONARIOS
                   AT END MOVE "S" TO FIM-FUNC-DIS
                   NOT AT END
                       IF REG-ID = DIS-ID
                           IF REG-STATUS = "A"
                               MOVE "S" TO DISSIDIO-ATIVO
                           END-IF
                           MOVE "S" TO FIM-FUNC-DIS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FUNCIONARIOS.
       CONTA-DEPENDENTES.
           MOVE ZEROS TO QTDE-DEP-IRRF.
           MOVE "N"   TO FIM-DEPENDENTES.
           IF VALOR-IRRF < ZEROS
               MOVE ZEROS TO VALOR-IRRF
           END-IF.
       DESCONTA-EMPRESTIMOS.
           MOVE ZEROS TO DESCONTO-ADIANT.
           MOVE ZEROS TO DESCONTO-CONSIG.
           COMPUTE LIMITE-CONSIGNADO ROUNDED =
               SALARIO-LIQUIDO * MARGEM-CONSIG / 100.
           MOVE LIMITE-CONSIGNADO TO MARGEM-RESTANTE.
           MOVE SALARIO-LIQUIDO   TO LIQUIDO-DISPONIVEL.
           MOVE "N" TO FIM-EMPRESTIMOS.
           OPEN INPUT  ARQ-EMPRESTIMOS.
           OPEN OUTPUT ARQ-EMPREST-TMP.
           PERFORM UNTIL FIM-EMPRESTIMOS = "S"
               READ ARQ-EMPRESTIMOS
                   AT END MOVE "S" TO FIM-EMPRESTIMOS
                   NOT AT END
                       IF EMP-ID = REG-ID AND EMP-STATUS = "A"
                          AND EMP-TIPO = "A"
                          AND EMP-COMPETENCIA NOT > COMPETENCIA
                           PERFORM DESCONTA-ADIANTAMENTO
                       END-IF
                       MOVE REG-EMPRESTIMO TO REG-EMPREST-TMP
                       WRITE REG-EMPREST-TMP
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPREST-TMP.
           MOVE "N" TO FIM-EMPRESTIMOS.
           OPEN OUTPUT ARQ-EMPRESTIMOS.
           OPEN INPUT  ARQ-EMPREST-TMP.
           PERFORM UNTIL FIM-EMPRESTIMOS = "S"
               READ ARQ-EMPREST-TMP
                   AT END MOVE "S" TO FIM-EMPRESTIMOS
                   NOT AT END
                       MOVE REG-EMPREST-TMP TO REG-EMPRESTIMO
                       IF EMP-ID = REG-ID AND EMP-STATUS = "A"
                          AND EMP-TIPO = "C"
                          AND EMP-COMPETENCIA < COMPETENCIA
                           PERFORM DESCONTA-CONSIGNADO
                       END-IF
                       WRITE REG-EMPRESTIMO
               END-READ
           END-PERFORM.
           CLOSE ARQ-EMPRESTIMOS.
           CLOSE ARQ-EMPREST-TMP.
           SUBTRACT DESCONTO-ADIANT FROM SALARIO-LIQUIDO.
           SUBTRACT DESCONTO-CONSIG FROM SALARIO-LIQUIDO.
       DESCONTA-ADIANTAMENTO.
           IF EMP-SALDO > LIQUIDO-DISPONIVEL
               MOVE LIQUIDO-DISPONIVEL TO VALOR-DESCONTO
           ELSE
               MOVE EMP-SALDO TO VALOR-DESCONTO
           END-IF.
           SUBTRACT VALOR-DESCONTO FROM LIQUIDO-DISPONIVEL.
           ADD VALOR-DESCONTO TO DESCONTO-ADIANT.
           SUBTRACT VALOR-DESCONTO FROM EMP-SALDO.
           IF EMP-SALDO = ZEROS
               MOVE ZEROS TO EMP-RESTANTES
               MOVE "Q"   TO EMP-STATUS
           END-IF.
       DESCONTA-CONSIGNADO.
           IF EMP-VALOR-PARCELA > EMP-SALDO
               MOVE EMP-SALDO TO PARCELA-DEVIDA
           ELSE
               MOVE EMP-VALOR-PARCELA TO PARCELA-DEVIDA
           END-IF.
           MOVE PARCELA-DEVIDA TO VALOR-DESCONTO.
           IF VALOR-DESCONTO > MARGEM-RESTANTE
               MOVE MARGEM-RESTANTE TO VALOR-DESCONTO
           END-IF.
           IF VALOR-DESCONTO > LIQUIDO-DISPONIVEL
               MOVE LIQUIDO-DISPONIVEL TO VALOR-DESCONTO
           END-IF.
           IF VALOR-DESCONTO < PARCELA-DEVIDA
               CALL "GRAVA-EXCECAO" USING "FOLHA-PAGAMENTO     "
                   "EMP-VALOR-PARC " "MARGEM-EXCEDIDA     "
                   "PARCELA LIMITADA A 35% DO LIQUIDO       "
           END-IF.
           SUBTRACT VALOR-DESCONTO FROM MARGEM-RESTANTE.
           SUBTRACT VALOR-DESCONTO FROM LIQUIDO-DISPONIVEL.
           ADD VALOR-DESCONTO TO DESCONTO-CONSIG.
           SUBTRACT VALOR-DESCONTO FROM EMP-SALDO.
           MOVE COMPETENCIA TO EMP-COMPETENCIA.
           IF EMP-SALDO = ZEROS
               MOVE ZEROS TO EMP-RESTANTES
               MOVE "Q"   TO EMP-STATUS
           ELSE
               IF VALOR-DESCONTO = PARCELA-DEVIDA
                  AND EMP-RESTANTES > 1
                   SUBTRACT 1 FROM EMP-RESTANTES
               END-IF
           END-IF.
       CALCULA-FGTS.
           COMPUTE VALOR-FGTS ROUNDED =
               SALARIO-BRUTO * ALIQ-FGTS / 100.
       GRAVA-DEPOSITO-FGTS.
           MOVE COMPETENCIA   TO FGD-COMPETENCIA.
           MOVE REG-ID        TO FGD-ID.
           MOVE SALARIO-BRUTO TO FGD-BASE.
           MOVE VALOR-FGTS    TO FGD-VALOR.
           WRITE REG-FGTS-DEPOSITO.
       ATUALIZA-SALDOS-FGTS.
           MOVE "N" TO FIM-FGTS-SALDOS.
           OPEN INPUT  ARQ-FGTS-SALDOS.
           OPEN OUTPUT ARQ-FGTS-TMP.
           PERFORM COPIA-SALDO-FGTS UNTIL FIM-FGTS-SALDOS = "S".
           CLOSE ARQ-FGTS-SALDOS.
           MOVE "N" TO FIM-FGTS-DEP.
           OPEN INPUT ARQ-FGTS-DEPOSITOS.
           PERFORM INCLUI-SALDO-FGTS UNTIL FIM-FGTS-DEP = "S".
           CLOSE ARQ-FGTS-DEPOSITOS.
           CLOSE ARQ-FGTS-TMP.
           MOVE "N" TO FIM-FGTS-SALDOS.
           OPEN OUTPUT ARQ-FGTS-SALDOS.
           OPEN INPUT  ARQ-FGTS-TMP.
           PERFORM DEVOLVE-SALDO-FGTS UNTIL FIM-FGTS-SALDOS = "S".
           CLOSE ARQ-FGTS-SALDOS.
           CLOSE ARQ-FGTS-TMP.
       COPIA-SALDO-FGTS.
           READ ARQ-FGTS-SALDOS
               AT END MOVE "S" TO FIM-FGTS-SALDOS
               NOT AT END
                   MOVE REG-FGTS-SALDO TO REG-FGTS-TMP
                   IF FGT-COMPETENCIA < COMPETENCIA
                       PERFORM SOMA-DEPOSITO-FGTS
                   END-IF
                   WRITE REG-FGTS-TMP
           END-READ.
       SOMA-DEPOSITO-FGTS.
           MOVE "N" TO FIM-FGTS-DEP.
           OPEN INPUT ARQ-FGTS-DEPOSITOS.
           PERFORM UNTIL FIM-FGTS-DEP = "S"
               READ ARQ-FGTS-DEPOSITOS
                   AT END MOVE "S" TO FIM-FGTS-DEP
                   NOT AT END
                       IF FGD-ID = FGT-ID
                          AND FGD-COMPETENCIA = COMPETENCIA
                           ADD FGD-VALOR TO FGT-SALDO
                           MOVE COMPETENCIA TO FGT-COMPETENCIA
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FGTS-DEPOSITOS.
       INCLUI-SALDO-FGTS.
           READ ARQ-FGTS-DEPOSITOS
               AT END MOVE "S" TO FIM-FGTS-DEP
               NOT AT END
                   IF FGD-COMPETENCIA = COMPETENCIA
                       PERFORM PROCURA-SALDO-FGTS
                       IF FGTS-ACHADO = "N"
                           MOVE FGD-ID      TO FGT-ID
                           MOVE FGD-VALOR   TO FGT-SALDO
                           MOVE COMPETENCIA TO FGT-COMPETENCIA
                           WRITE REG-FGTS-TMP
                       END-IF
                   END-IF
           END-READ.
       PROCURA-SALDO-FGTS.
           MOVE "N" TO FGTS-ACHADO.
           MOVE "N" TO FIM-FGTS-SALDOS.
           OPEN INPUT ARQ-FGTS-SALDOS.
           PERFORM UNTIL FIM-FGTS-SALDOS = "S"
               READ ARQ-FGTS-SALDOS
                   AT END MOVE "S" TO FIM-FGTS-SALDOS
                   NOT AT END
                       IF FGS-ID = FGD-ID
                           MOVE "S" TO FGTS-ACHADO
                           MOVE "S" TO FIM-FGTS-SALDOS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FGTS-SALDOS.
       DEVOLVE-SALDO-FGTS.
           READ ARQ-FGTS-TMP
               AT END MOVE "S" TO FIM-FGTS-SALDOS
               NOT AT END
                   MOVE REG-FGTS-TMP TO REG-FGTS-SALDO
                   WRITE REG-FGTS-SALDO
           END-READ.
       GRAVA-FOLHA.
           MOVE REG-ID          TO FOL-ID.
           MOVE COMPETENCIA     TO FOL-COMPETENCIA.
           MOVE DESCONTO-VR     TO FOL-DESC-VR.
           MOVE VALOR-HEXTRA    TO FOL-HEXTRA.
           MOVE "M"             TO FOL-TIPO.
           MOVE VALOR-COMISSAO  TO FOL-COMISSAO.
           WRITE REG-FOLHA.
       GRAVA-CONTRACHEQUE.
           MOVE ALL "-" TO LINHA-CONTRACHEQUE.
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE DESCONTO-AFAST TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "DIAS AFASTADO....: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
                  " ("                  DELIMITED BY SIZE
                  DIAS-DESCONTO         DELIMITED BY SIZE
                  " DIAS)"              DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           IF DESCONTO-ESCALA > ZEROS
               MOVE DESCONTO-ESCALA TO VALOR-E
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "FALTAS E ATRASOS.: " DELIMITED BY SIZE
                      VALOR-E               DELIMITED BY SIZE
                 INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF.
           IF ADICIONAL-NOTURNO > ZEROS
               MOVE ADICIONAL-NOTURNO TO VALOR-E
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "ADICIONAL NOTURNO: " DELIMITED BY SIZE
                      VALOR-E               DELIMITED BY SIZE
                 INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF.
           MOVE VALOR-HEXTRA TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "HORAS EXTRAS.....: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE VALOR-COMISSAO TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "COMISSOES........: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           IF VALOR-RETROATIVO > ZEROS
               MOVE VALOR-RETROATIVO TO VALOR-E
               MOVE SPACES TO LINHA-CONTRACHEQUE
               STRING "RETROATIVO DISSID: " DELIMITED BY SIZE
                      VALOR-E               DELIMITED BY SIZE
                 INTO LINHA-CONTRACHEQUE
               WRITE LINHA-CONTRACHEQUE
           END-IF.
           MOVE VALOR-VT TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "VALE TRANSPORTE..: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE DESCONTO-ADIANT TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "ADIANTAMENTO.....: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE DESCONTO-CONSIG TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "EMPRESTIMO CONSIG: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE SALARIO-LIQUIDO TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "SALARIO LIQUIDO..: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE VALOR-FGTS TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "FGTS DO MES......: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
       GRAVA-TOTAIS.
           MOVE ALL "=" TO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE TOTAL-FGTS TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "TOTAL FGTS.......: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE TOTAL-ADIANT TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "TOTAL ADIANTADO..: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE TOTAL-CONSIG TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "TOTAL CONSIGNADO.: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
           MOVE TOTAL-RETROATIVO TO VALOR-E.
           MOVE SPACES TO LINHA-CONTRACHEQUE.
           STRING "TOTAL RETROATIVO.: " DELIMITED BY SIZE
                  VALOR-E               DELIMITED BY SIZE
             INTO LINHA-CONTRACHEQUE.
           WRITE LINHA-CONTRACHEQUE.
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
