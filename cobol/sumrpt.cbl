      * 02/09/2026 RM  GOBACK NO LUGAR DE STOP RUN: O PROGRAMA
      * 02/09/2026 RM  PASSOU A SER CHAMADO PELA ESTEIRA DE FIM DE
      * 02/09/2026 RM  DIA (SOMAFIM), ALEM DE RODAR SOZINHO.
      * 15/10/2026 RM  COLUNA DO TIPO DA TRANSACAO (C/D/E) E NUM3
      * 15/10/2026 RM  COM SINAL: DEBITOS E ESTORNOS SAEM NEGATIVOS
      * 15/10/2026 RM  E O TOTAL GERAL PASSA A SER O LIQUIDO DO DIA.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: COLUNAS E TOTAL
      * 15/10/2026 RM  ALARGADOS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        01  RESULTS-IN-REC.
            05  IN-TRANS-KEY           PIC 9(06).
            05  FILLER                 PIC X(01).
            05  IN-NUM1                PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  IN-NUM2                PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  IN-NUM3                PIC S9(08)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(01).
            05  IN-TIPO                PIC X(01).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(80).
        WORKING-STORAGE SECTION.
        77 LINHAS-NA-PAGINA    PIC 9(02) VALUE ZEROS.
        77 NUMERO-DA-PAGINA    PIC 9(04) VALUE ZEROS.
        77 TOTAL-TRANSACOES    PIC 9(06) VALUE ZEROS.
        77 TOTAL-GERAL         PIC S9(11)V99 VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-RESULTS-IN VALUE "S".
        01 CABECALHO-1.
            05  CAB-PAGINA   PIC ZZZ9.
        01 CABECALHO-2.
            05  FILLER       PIC X(10) VALUE "TRANSACAO".
            05  FILLER       PIC X(14) VALUE "NUM1".
            05  FILLER       PIC X(14) VALUE "NUM2".
            05  FILLER       PIC X(16) VALUE "NUM3".
            05  FILLER       PIC X(04) VALUE "TIPO".
        01 LINHA-DETALHE.
            05  DET-TRANS-KEY PIC ZZZZZ9.
            05  FILLER        PIC X(04) VALUE SPACES.
            05  DET-NUM1      PIC Z,ZZZ,ZZ9.99.
            05  FILLER        PIC X(02) VALUE SPACES.
            05  DET-NUM2      PIC Z,ZZZ,ZZ9.99.
            05  FILLER        PIC X(02) VALUE SPACES.
            05  DET-NUM3      PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER        PIC X(02) VALUE SPACES.
            05  DET-TIPO      PIC X(01).
        01 LINHA-RODAPE-1.
            05  FILLER        PIC X(26) VALUE
                "TOTAL DE TRANSACOES.....:".
        01 LINHA-RODAPE-2.
            05  FILLER        PIC X(26) VALUE
                "TOTAL GERAL.............:".
            05  ROD-TOTAL-GERAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           OPEN INPUT  RESULTS-IN
           MOVE IN-NUM1      TO DET-NUM1
           MOVE IN-NUM2      TO DET-NUM2
           MOVE IN-NUM3      TO DET-NUM3
           MOVE IN-TIPO      TO DET-TIPO
           WRITE REPORT-LINE FROM LINHA-DETALHE
           ADD 1 TO LINHAS-NA-PAGINA
           ADD 1 TO TOTAL-TRANSACOES
