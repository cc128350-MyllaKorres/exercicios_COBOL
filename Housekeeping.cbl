               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-PARAMETROS ASSIGN TO "PARAMETROS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-CATALOGO
                   ASSIGN TO "ARQUIVAMENTOS.DAT"
       FILE SECTION.
           FD  ARQ-PARAMETROS.
           01  REG-PARAMETRO.
               02 PAR-CHAVE.
                   03 PAR-MODULO    PIC X(08).
                   03 PAR-ARQUIVO   PIC X(15).
                   03 PAR-VIGENCIA  PIC 9(08).
               02 PAR-VALOR     PIC 9(09)V9(06).
               02 PAR-DESCRICAO PIC X(30).
           FD  ARQ-CATALOGO.
           01  REG-CATALOGO.
               02 CAT-DATA      PIC 9(08).
               AT END
                   MOVE "S" TO FIM-ARQUIVO
               NOT AT END
                   IF PAR-MODULO = "RETARQ"
                      AND PAR-ARQUIVO NOT = SPACES
                      AND PAR-VIGENCIA NOT > DATA-HOJE
                       PERFORM GUARDA-PARAMETRO
                   END-IF
           END-READ.
       GUARDA-PARAMETRO.
           IF QTDE-PARAMETROS > ZEROS
              AND PARM-ARQUIVO(QTDE-PARAMETROS) = PAR-ARQUIVO
               MOVE PAR-VALOR TO PARM-DIAS(QTDE-PARAMETROS)
           ELSE
               IF QTDE-PARAMETROS < 20
                   ADD 1 TO QTDE-PARAMETROS
                   MOVE PAR-ARQUIVO
                       TO PARM-ARQUIVO(QTDE-PARAMETROS)
                   MOVE PAR-VALOR
                       TO PARM-DIAS(QTDE-PARAMETROS)
               END-IF
           END-IF.
       ARQUIVA-UM-ARQUIVO.
           MOVE PARM-ARQUIVO(IDX) TO NOME-ORIGINAL.
           CALL "CBL_CHECK_FILE_EXIST" USING NOME-ORIGINAL
