      * 02/09/2026 RM  ITEM MAIS ANTIGO E QUANTOS ENTRARAM NA DATA
      * 02/09/2026 RM  DO MOVIMENTO). EMITE SOMAOPSR. RODA NO FIM DA
      * 02/09/2026 RM  ESTEIRA, DEPOIS DOS RELATORIOS DO DIA.
      * 15/10/2026 RM  TOTAL DO SOMACTL COM SINAL (LIQUIDO DE
      * 15/10/2026 RM  CREDITOS, DEBITOS E ESTORNOS).
      * 15/10/2026 RM  TOTAL DO SOMACTL EM MOEDA COM CENTAVOS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            05 CTRL-DATA             PIC 9(08).
            05 CTRL-TRANS-COUNT      PIC 9(06).
            05 CTRL-TRANS-REJEITADAS PIC 9(06).
            05 CTRL-GRAND-TOTAL      PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
        01 TABELA-DE-PASSOS.
            05  PASSO-ENT OCCURS 30 TIMES.
                10  PAS-NOME           PIC X(08).
        01 LINHA-CONTROLE-3.
            05  FILLER       PIC X(26) VALUE
                "  TOTAL GERAL...........:".
            05  CTL-TOTAL    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        01 CABECALHO-4.
            05  FILLER       PIC X(30) VALUE
                "SUSPENSOS (SOMASUSP):".
