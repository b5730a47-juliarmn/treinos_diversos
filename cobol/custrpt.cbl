      * 02/09/2026 RM  GOBACK NO LUGAR DE STOP RUN: O PROGRAMA
      * 02/09/2026 RM  PASSOU A SER CHAMADO PELA ESTEIRA DE FIM DE
      * 02/09/2026 RM  DIA (SOMAFIM), ALEM DE RODAR SOZINHO.
      * 15/10/2026 RM  IMAGENS ANTES/DEPOIS COM O LIMITE DE CREDITO DO
      * 15/10/2026 RM  CLIENTE (TRILHA COM 243 POSICOES).
      * 15/10/2026 RM  OPERADOR DE CADA TRANSACAO NA LINHA DE DETALHE
      * 15/10/2026 RM  (TRILHA COM 251 POSICOES).
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        DATA DIVISION.
        FILE SECTION.
        FD  MAINT-AUDIT-IN.
        01  MAINT-AUDIT-IN-REC PIC X(251).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        SD  SORT-WORK.
            05  DET-FUNCAO   PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-RESULTADO PIC X(40).
            05  FILLER       PIC X(06) VALUE " OPER=".
            05  DET-OPERADOR PIC X(08).
        01 LINHA-IMAGEM.
            05  FILLER       PIC X(04) VALUE SPACES.
            05  IMG-ROTULO   PIC X(08).
            05  IMG-ENDERECO PIC X(40).
            05  FILLER       PIC X(05) VALUE " SIT=".
            05  IMG-SITUACAO PIC X(01).
            05  FILLER       PIC X(05) VALUE " LIM=".
            05  IMG-LIMITE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE.
            05  FILLER       PIC X(26) VALUE
                "TOTAL DE TRANSACOES.....:".
           MOVE MAUD-HORA      TO DET-HORA
           MOVE MAUD-FUNCAO    TO DET-FUNCAO
           MOVE MAUD-RESULTADO TO DET-RESULTADO
           MOVE MAUD-OPERADOR  TO DET-OPERADOR
           WRITE REPORT-LINE FROM LINHA-DETALHE
           IF MAUD-ANTES NOT = SPACES
               MOVE "ANTES : " TO IMG-ROTULO
               MOVE MAUD-ANT-NOME     TO IMG-NOME
               MOVE MAUD-ANT-ENDERECO TO IMG-ENDERECO
               MOVE MAUD-ANT-SITUACAO TO IMG-SITUACAO
               MOVE MAUD-ANT-LIMITE   TO IMG-LIMITE
               WRITE REPORT-LINE FROM LINHA-IMAGEM
           END-IF
           IF MAUD-DEPOIS NOT = SPACES
               MOVE MAUD-DEP-NOME     TO IMG-NOME
               MOVE MAUD-DEP-ENDERECO TO IMG-ENDERECO
               MOVE MAUD-DEP-SITUACAO TO IMG-SITUACAO
               MOVE MAUD-DEP-LIMITE   TO IMG-LIMITE
               WRITE REPORT-LINE FROM LINHA-IMAGEM
           END-IF
           ADD 1 TO TOTAL-TRANSACOES
