                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-APURACAO-TMP ASSIGN TO "APURPONTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-FECHA-FOLHA
                   ASSIGN TO "FECHAFOLHA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-PONTO.
               02 APU-HE100       PIC 9(03)V99.
           FD  ARQ-APURACAO-TMP.
           01  REG-APURACAO-TMP PIC X(26).
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
           01 OPCAO            PIC X(01) VALUE SPACE.
           01 CONTINUAR        PIC X(01) VALUE SPACE.
           01 FIM-PONTO        PIC X(01) VALUE "N".
               IF HORA-SAIDA <= HORA-ENTRADA
                   DISPLAY "SAIDA DEVE SER APOS A ENTRADA"
               ELSE
                   MOVE DATA-PONTO(1:6) TO COMPETENCIA
                   PERFORM VERIFICA-COMPETENCIA-FECHADA
                   IF COMPETENCIA-FECHADA = "S"
                       DISPLAY "COMPETENCIA FECHADA - PONTO RECUSADO"
                   ELSE
                       PERFORM GRAVA-PONTO
                       DISPLAY "PONTO REGISTRADO"
                   END-IF
               END-IF
           END-IF.
           DISPLAY "OUTRO REGISTRO (S/N)? ".
                       MOVE REG-PONTO-LOTE TO REJ-REGISTRO
                       WRITE REG-REJEITADO
                   ELSE
                       PERFORM VALIDA-PONTO-LOTE
                   END-IF
           END-READ.
       VALIDA-PONTO-LOTE.
           MOVE PLT-DATA(1:6) TO COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF PLT-SAIDA <= PLT-ENTRADA
               ADD 1 TO CONT-REJEITADOS
               MOVE "HORARIO INVALIDO    " TO REJ-MOTIVO
               MOVE REG-PONTO-LOTE TO REJ-REGISTRO
               WRITE REG-REJEITADO
           ELSE
               IF COMPETENCIA-FECHADA = "S"
                   ADD 1 TO CONT-REJEITADOS
                   MOVE "COMPETENCIA FECHADA " TO REJ-MOTIVO
                   MOVE REG-PONTO-LOTE TO REJ-REGISTRO
                   WRITE REG-REJEITADO
               ELSE
                   ADD 1 TO CONT-IMPORTADOS
                   MOVE PLT-ID      TO PON-ID
                   MOVE PLT-DATA    TO PON-DATA
                   MOVE PLT-ENTRADA TO PON-ENTRADA
                   MOVE PLT-SAIDA   TO PON-SAIDA
                   WRITE REG-PONTO
               END-IF
           END-IF.
       FECHA-COMPETENCIA.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA.
           PERFORM VERIFICA-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA = "S"
               DISPLAY "COMPETENCIA FECHADA - APURACAO RECUSADA"
               CALL "GRAVA-EXCECAO" USING "REGISTRO-PONTO      "
                   "APU-COMPETENCIA" "COMPETENCIA-FECHADA "
                   "PROCESSAMENTO RECUSADO - MES FECHADO    "
               STOP RUN
           END-IF.
           MOVE ZEROS TO QTDE-APURADOS.
           MOVE "N"   TO FIM-PONTO.
           OPEN INPUT ARQ-PONTO.
           MOVE APUR-T-HE50(IDX-APU)  TO APU-HE50.
           MOVE APUR-T-HE100(IDX-APU) TO APU-HE100.
           WRITE REG-APURACAO.
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
