       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVA-AUDITORIA.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPTIONAL ARQ-AUDITORIA ASSIGN TO "AUDITORIA.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
           FD  ARQ-AUDITORIA.
           01  REG-AUDITORIA.
               02 AUD-DATA      PIC 9(08).
               02 AUD-HORA      PIC 9(06).
               02 AUD-ARQUIVO   PIC X(16).
               02 AUD-CHAVE     PIC X(15).
               02 AUD-ACAO      PIC X(01).
               02 AUD-OPERADOR  PIC X(08).
               02 AUD-ANTES     PIC X(150).
               02 AUD-DEPOIS    PIC X(150).
       WORKING-STORAGE SECTION.
           01 WS-DATA-HOJE     PIC 9(08).
           01 WS-HORA-AGORA    PIC 9(08).
       LINKAGE SECTION.
           01 LK-ARQUIVO       PIC X(16).
           01 LK-CHAVE         PIC X(15).
           01 LK-ACAO          PIC X(01).
           01 LK-OPERADOR      PIC X(08).
           01 LK-ANTES         PIC X(150).
           01 LK-DEPOIS        PIC X(150).
       PROCEDURE DIVISION USING LK-ARQUIVO LK-CHAVE LK-ACAO
                                 LK-OPERADOR LK-ANTES LK-DEPOIS.
       INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-AGORA FROM TIME.
           MOVE WS-DATA-HOJE       TO AUD-DATA.
           MOVE WS-HORA-AGORA(1:6) TO AUD-HORA.
           MOVE LK-ARQUIVO         TO AUD-ARQUIVO.
           MOVE LK-CHAVE           TO AUD-CHAVE.
           MOVE LK-ACAO            TO AUD-ACAO.
           MOVE LK-OPERADOR        TO AUD-OPERADOR.
           MOVE LK-ANTES           TO AUD-ANTES.
           MOVE LK-DEPOIS          TO AUD-DEPOIS.
           OPEN EXTEND ARQ-AUDITORIA.
           WRITE REG-AUDITORIA.
           CLOSE ARQ-AUDITORIA.
           GOBACK.
