                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FOLHA ASSIGN TO "FOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-PROVISAO ASSIGN TO "PROVMES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-EXTRATO ASSIGN TO NOME-EXTRATO
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTROLE ASSIGN TO "RELEXPORT.TXT"
               02 FOL-DESC-VR     PIC 9(07)V99.
               02 FOL-HEXTRA      PIC 9(07)V99.
               02 FOL-TIPO        PIC X(01).
               02 FOL-COMISSAO    PIC 9(07)V99.
           FD  ARQ-PROVISAO.
           01  REG-PROVISAO.
               02 PVM-COMPETENCIA PIC 9(06).
               02 PVM-ID          PIC 9(05).
               02 PVM-DEPTO       PIC 9(03).
               02 PVM-PROV-13     PIC 9(07)V99.
               02 PVM-PROV-FERIAS PIC 9(07)V99.
               02 PVM-ENCARGOS    PIC 9(07)V99.
               02 PVM-REVERSAO    PIC 9(09)V99.
           FD  ARQ-EXTRATO.
           01  LINHA-EXTRATO    PIC X(200).
           FD  ARQ-CONTROLE.
                   PERFORM EXPORTA-APURACAO
               WHEN "F"
                   PERFORM EXPORTA-FOLHA
               WHEN "P"
                   PERFORM EXPORTA-PROVISAO
               WHEN OTHER
                   CALL "GRAVA-EXCECAO" USING "EXPORTA-CONTABIL    "
                       "LAY-FONTE      " "INVALIDA            "
           PERFORM ANEXA-CAMPO.
       MONTA-CAMPO-FOLHA-FIM.
           EXIT.
       EXPORTA-PROVISAO.
           MOVE "N" TO FIM-FONTE.
           OPEN INPUT ARQ-PROVISAO.
           PERFORM EXPORTA-UMA-PROVISAO UNTIL FIM-FONTE = "S".
           CLOSE ARQ-PROVISAO.
       EXPORTA-UMA-PROVISAO.
           READ ARQ-PROVISAO
               AT END MOVE "S" TO FIM-FONTE
               NOT AT END
                   MOVE "S" TO DENTRO-PERIODO
                   IF LAY-FILTRO = "S"
                      AND PVM-COMPETENCIA NOT = COMPETENCIA
                       MOVE "N" TO DENTRO-PERIODO
                   END-IF
                   IF DENTRO-PERIODO = "S"
                       PERFORM MONTA-LINHA-PROVISAO
                       ADD 1 TO CONT-REGISTROS
                       ADD PVM-PROV-13     TO TOTAL-VALOR
                       ADD PVM-PROV-FERIAS TO TOTAL-VALOR
                       ADD PVM-ENCARGOS    TO TOTAL-VALOR
                   END-IF
           END-READ.
       MONTA-LINHA-PROVISAO.
           MOVE SPACES TO LINHA-EXTRATO.
           MOVE 1 TO POS-SAIDA.
           PERFORM MONTA-CAMPO-PROVISAO
               THRU MONTA-CAMPO-PROVISAO-FIM
               VARYING IDX-CAMPO FROM 1 BY 1 UNTIL IDX-CAMPO > 10.
           WRITE LINHA-EXTRATO.
       MONTA-CAMPO-PROVISAO.
           IF LAY-CAMPOS(IDX-CAMPO:1) = SPACE
               GO TO MONTA-CAMPO-PROVISAO-FIM
           END-IF.
           MOVE LAY-CAMPOS(IDX-CAMPO:1) TO NUM-CAMPO.
           MOVE SPACES TO TEXTO-CAMPO.
           EVALUATE NUM-CAMPO
               WHEN 1 MOVE PVM-COMPETENCIA TO TEXTO-CAMPO
               WHEN 2 MOVE PVM-ID          TO TEXTO-CAMPO
               WHEN 3 MOVE PVM-DEPTO       TO TEXTO-CAMPO
               WHEN 4
                   MOVE PVM-PROV-13     TO VALOR-TEXTO
                   MOVE VALOR-TEXTO     TO TEXTO-CAMPO
               WHEN 5
                   MOVE PVM-PROV-FERIAS TO VALOR-TEXTO
                   MOVE VALOR-TEXTO     TO TEXTO-CAMPO
               WHEN 6
                   MOVE PVM-ENCARGOS    TO VALOR-TEXTO
                   MOVE VALOR-TEXTO     TO TEXTO-CAMPO
               WHEN 7
                   MOVE PVM-REVERSAO    TO VALOR-TEXTO
                   MOVE VALOR-TEXTO     TO TEXTO-CAMPO
           END-EVALUATE.
           PERFORM ANEXA-CAMPO.
       MONTA-CAMPO-PROVISAO-FIM.
           EXIT.
       ANEXA-CAMPO.
           IF POS-SAIDA > 1
               MOVE LAY-DELIM TO LINHA-EXTRATO(POS-SAIDA:1)
