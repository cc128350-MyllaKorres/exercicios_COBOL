                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-MOEDAS-TMP ASSIGN TO "MOEDTMP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT OPTIONAL ARQ-HISTORICO ASSIGN TO "HISTCAMBIO.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
               SELECT ARQ-RELATORIO ASSIGN TO "RELCAMBIO.TXT"
           01  REG-MOEDA-TMP.
               02 TMP-CODIGO    PIC X(03).
               02 TMP-TAXA      PIC 9(03)V9999.
           FD  ARQ-HISTORICO.
           01  REG-HISTORICO.
               02 HSC-DATA          PIC 9(08).
               02 MES      PIC 9(02) VALUE ZEROS.
               02 DIA      PIC 9(02) VALUE ZEROS.
           01 DATA-HOJE        PIC 9(08) VALUE ZEROS.
           01 CONSULTA-PARAMETRO.
               02 PRM-MODULO    PIC X(08) VALUE SPACES.
               02 PRM-NOME      PIC X(15) VALUE SPACES.
               02 PRM-DATA      PIC 9(08) VALUE ZEROS.
               02 PRM-VALOR     PIC 9(09)V9(06) VALUE ZEROS.
               02 PRM-ACHOU     PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY "ATUALIZACAO DE TAXAS DE CAMBIO".
           DISPLAY "TAXAS REJEITADAS: " CONT-E.
           STOP RUN.
       LE-PARAMETROS.
           MOVE "CAMBIO"     TO PRM-MODULO.
           MOVE "PCT-MAXIMO" TO PRM-NOME.
           MOVE DATA-HOJE    TO PRM-DATA.
           CALL "BUSCA-PARAMETRO" USING PRM-MODULO PRM-NOME PRM-DATA
               PRM-VALOR PRM-ACHOU.
           IF PRM-ACHOU = "S" AND PRM-VALOR > ZEROS
               MOVE PRM-VALOR TO PCT-MAXIMO
           END-IF.
       PROCESSA-TRANSACAO.
           READ ARQ-TRANSACOES
               AT END MOVE "S" TO FIM-TRANSACOES
