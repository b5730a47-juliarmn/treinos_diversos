      * 22/08/2026 RM  CRIACAO DO COPYBOOK.
      * 22/08/2026 RM  DATA COM ANO DE QUATRO DIGITOS (AAAAMMDD),
      * 22/08/2026 RM  VINDA DO CONTROLE DE DATA DE MOVIMENTO.
      * 15/10/2026 RM  TOTAL GERAL COM SINAL (LIQUIDO DE CREDITOS,
      * 15/10/2026 RM  DEBITOS E ESTORNOS): O REGISTRO PASSA DE 29
      * 15/10/2026 RM  PARA 30 POSICOES.
      * 15/10/2026 RM  TOTAL GERAL EM MOEDA COM CENTAVOS: O REGISTRO
      * 15/10/2026 RM  PASSA A 34 POSICOES.
      ******************************************************
       01  POSTING-CONTROL-REC.
           05  CTL-DATA                    PIC 9(08).
           05  CTL-TRANS-COUNT             PIC 9(06).
           05  CTL-TRANS-REJEITADAS        PIC 9(06).
           05  CTL-GRAND-TOTAL             PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
