      * 22/08/2026 RM  DATAS COM ANO DE QUATRO DIGITOS, ACOMPANHANDO
      * 22/08/2026 RM  O CONTROLE DE DATA DE MOVIMENTO: O MES PEDIDO
      * 22/08/2026 RM  NA LINHA DE COMANDO PASSA A SER AAAAMM.
      * 15/10/2026 RM  NUM3 DO HISTORICO E O TOTAL DE SOMADLY COM
      * 15/10/2026 RM  SINAL: DEBITOS E ESTORNOS ENTRAM NEGATIVOS E
      * 15/10/2026 RM  OS TOTAIS DO RESUMO SAO LIQUIDOS.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: TOTAIS E CAMPOS
      * 15/10/2026 RM  DO RESUMO AMPLIADOS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        WORKING-STORAGE SECTION.
        77 CLIENTES-NO-MES     PIC 9(06) VALUE ZEROS.
        77 TRANSACOES-CLIENTE  PIC 9(06) VALUE ZEROS.
        77 TOTAL-CLIENTE       PIC S9(11)V99 VALUE ZEROS.
        77 TRANSACOES-NO-MES   PIC 9(08) VALUE ZEROS.
        77 TOTAL-DO-MES        PIC S9(13)V99 VALUE ZEROS.
        77 TOTAL-DIARIOS       PIC S9(13)V99 VALUE ZEROS.
        77 CLIENTE-ANTERIOR    PIC 9(06) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
            05  FILLER       PIC X(04) VALUE SPACES.
            05  DET-TRANSACOES PIC ZZZ,ZZ9.
            05  FILLER       PIC X(03) VALUE SPACES.
            05  DET-TOTAL    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES NO MES.........:".
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "TOTAL GERAL DO MES......:".
            05  ROD-TOTAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "SOMA DOS DIARIOS SOMADLY:".
            05  ROD-DIARIOS  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "CONFERENCIA COM DIARIOS.:".
