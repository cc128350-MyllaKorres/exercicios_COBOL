                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-CONTRACHEQUES ASSIGN TO "CONTRACHFER.TXT"
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
           01 COMPETENCIA-FERIAS PIC 9(06) VALUE ZEROS.
           01 FIM-FECHA-FOLHA  PIC X(01) VALUE "N".
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 FIM-FUNCIONARIOS PIC X(01) VALUE "N".
           01 FIM-PROGRAMACAO  PIC X(01) VALUE "N".
               AT END MOVE "S" TO FIM-PROGRAMACAO
               NOT AT END
                   IF PRF-STATUS = "P"
                       MOVE PRF-INICIO(1:6) TO COMPETENCIA-FERIAS
                       PERFORM VERIFICA-COMPETENCIA-FECHADA
                       MOVE PRF-ID TO ID-FUNC
                       PERFORM LOCALIZA-FUNCIONARIO
                       IF COMPETENCIA-FECHADA = "S"
                           DISPLAY "COMPETENCIA FECHADA - FERIAS DE "
                               PRF-ID " NAO PAGAS"
                           MOVE "N" TO FUNC-ACHADO
                       END-IF
                       IF FUNC-ACHADO = "S"
                           PERFORM PAGA-FERIAS
                           MOVE "G" TO PRF-STATUS
           MOVE ZEROS            TO FOL-DESC-VR.
           MOVE ZEROS            TO FOL-HEXTRA.
           MOVE "F"              TO FOL-TIPO.
           MOVE ZEROS            TO FOL-COMISSAO.
           WRITE REG-FOLHA.
       GRAVA-CONTRACHEQUE-FERIAS.
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
                       IF FFC-COMPETENCIA = COMPETENCIA-FERIAS
                           IF FFC-STATUS = "F"
                               MOVE "S" TO COMPETENCIA-FECHADA
                           ELSE
                               MOVE "N" TO COMPETENCIA-FECHADA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ARQ-FECHA-FOLHA.
