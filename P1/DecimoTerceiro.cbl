                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTRACHEQUES ASSIGN TO "CONTRACH13.TXT"
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
           01 FIM-FOLHA        PIC X(01) VALUE "N".
           01 PARCELA-RUN      PIC 9(01) VALUE ZERO.
           ELSE
               MOVE 12 TO COMPETENCIA(5:2)
           END-IF.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA = "S"
               DISPLAY "COMPETENCIA FECHADA - PARCELA RECUSADA"
               CALL "GRAVA-EXCECAO" USING "DECIMO-TERCEIRO     "
                   "FOL-COMPETENCIA" "COMPETENCIA-FECHADA "
                   "PROCESSAMENTO RECUSADO - MES FECHADO    "
               STOP RUN
           END-IF.
           PERFORM VERIFICA-JA-GERADO.
           IF JA-GERADO = "S"
               DISPLAY "PARCELA JA GERADA PARA O ANO"
           MOVE ZEROS           TO FOL-DESC-VR.
           MOVE ZEROS           TO FOL-HEXTRA.
           MOVE PARCELA-RUN     TO FOL-TIPO.
           MOVE ZEROS           TO FOL-COMISSAO.
           WRITE REG-FOLHA.
       GRAVA-CONTRACHEQUE-13.
           MOVE ALL "-" TO LINHA-CONTRACHEQUE.
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
