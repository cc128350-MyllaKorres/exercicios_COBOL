               02 TRN-CIDADE    PIC X(20).
               02 TRN-UF        PIC X(02).
               02 TRN-OPERADOR  PIC X(08).
               02 TRN-CEP       PIC 9(08).
           FD  ARQ-CANDIDATOS.
           01  REG-CANDIDATO.
               02 REG-NOME      PIC X(35).
           01  REG-REJEITADO.
               02 REJ-MOTIVO    PIC X(20).
               02 REJ-LINHA     PIC 9(05).
               02 REJ-REGISTRO  PIC X(141).
           FD  ARQ-RELATORIO.
           01  LINHA-RELATORIO  PIC X(80).
           FD  ARQ-PROFISSOES.
                                         DEPENDING ON QTDE-ESTADOS.
           01 UF-OK           PIC X(01) VALUE "N".
           01 LOOP-UF         PIC 9(02) VALUE ZEROS.
           01 DADOS-MUNICIPIO.
               02 CEP-VALIDA      PIC 9(08) VALUE ZEROS.
               02 MUNICIPIO       PIC 9(07) VALUE ZEROS.
               02 RETORNO-MUNICIPIO PIC X(01) VALUE SPACE.
           01 DADOS-OPERADOR.
               02 OPERADOR-SESSAO PIC X(08) VALUE SPACES.
               02 PERFIL-SESSAO   PIC X(01) VALUE SPACE.
                   MOVE "UF-INVALIDA" TO MOTIVO-REJEICAO
               END-IF
           END-IF.
           IF MOTIVO-REJEICAO = SPACES
               PERFORM VALIDA-CIDADE-CEP
           END-IF.
       VALIDA-CIDADE-CEP.
           MOVE ZEROS TO CEP-VALIDA.
           IF TRN-CEP IS NUMERIC
               MOVE TRN-CEP TO CEP-VALIDA
           END-IF.
           MOVE ZEROS TO MUNICIPIO.
           CALL "VALIDA-MUNICIPIO" USING CEP-VALIDA TRN-CIDADE TRN-UF
               MUNICIPIO RETORNO-MUNICIPIO.
           EVALUATE RETORNO-MUNICIPIO
               WHEN "S"
                   CONTINUE
               WHEN "C"
                   MOVE "CEP-INVALIDO" TO MOTIVO-REJEICAO
               WHEN "D"
                   MOVE "CEP-OUTRA-CIDADE" TO MOTIVO-REJEICAO
               WHEN OTHER
                   MOVE "CIDADE-INVALIDA" TO MOTIVO-REJEICAO
           END-EVALUATE.
       VALIDA-UF.
           MOVE "N" TO UF-OK.
           PERFORM TEST AFTER VARYING LOOP-UF FROM 1 BY 1
