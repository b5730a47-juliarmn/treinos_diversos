      * EXTRATO COM O SALDO DO CLIENTE, PARA A AGENCIA PODER
      * RESPONDER A POSICAO DO CLIENTE NO PROPRIO DIA.
      * 02/09/2026 RM  CRIACAO DO COPYBOOK.
      * 15/10/2026 RM  SALDOS E VALOR DO DIA PASSAM A TER SINAL:
      * 15/10/2026 RM  DEBITOS E ESTORNOS REDUZEM A POSICAO E O
      * 15/10/2026 RM  SALDO PODE FICAR NEGATIVO.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS, ACOMPANHANDO A
      * 15/10/2026 RM  AMPLIACAO DOS VALORES DA POSTAGEM.
      ******************************************************
       01  BALANCE-RECORD.
           05  SLD-CUSTOMER-ID             PIC 9(06).
           05  SLD-DATA-ATUALIZACAO        PIC 9(08).
           05  SLD-SALDO-ANTERIOR          PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
           05  SLD-VALOR-DO-DIA            PIC S9(11)V99
                                           SIGN IS LEADING SEPARATE.
           05  SLD-SALDO-ATUAL             PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
