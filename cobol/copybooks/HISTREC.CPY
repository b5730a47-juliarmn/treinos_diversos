      * DA POSTAGEM + SEQUENCIA DENTRO DO DIA, ENTAO O ARQUIVO
      * JA SAI EM ORDEM DE CLIENTE PARA OS RELATORIOS MENSAIS.
      * GRAVADO POR SOMAHST (CONSOLIDACAO DIARIA DO SOMAOUT)
      * E LIDO POR SOMAMES. SOMA MARCA A POSTAGEM QUE ESTORNA.
      * 22/08/2026 RM  CRIACAO DO COPYBOOK.
      * 22/08/2026 RM  DATA COM ANO DE QUATRO DIGITOS (AAAAMMDD),
      * 22/08/2026 RM  VINDA DO CONTROLE DE DATA DE MOVIMENTO.
      * 15/10/2026 RM  INCLUIDO O TIPO DA TRANSACAO (C=CREDITO,
      * 15/10/2026 RM  D=DEBITO, E=ESTORNO) E NUM3 PASSA A TER
      * 15/10/2026 RM  SINAL: DEBITO E ESTORNO ENTRAM NEGATIVOS.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: NUM1/NUM2 ATE
      * 15/10/2026 RM  9.999.999,99 E NUM3 ATE 99.999.999,99.
      * 15/10/2026 RM  POSTAGEM ESTORNADA FICA MARCADA COM A DATA DE
      * 15/10/2026 RM  MOVIMENTO DO ESTORNO E A POSICAO DELE NO SOMAIN
      * 15/10/2026 RM  DAQUELE DIA (ZEROS = NAO ESTORNADA), PARA UM
      * 15/10/2026 RM  SEGUNDO ESTORNO DA MESMA POSTAGEM SER BARRADO.
      * 15/10/2026 RM  O REGISTRO PASSA A 64 POSICOES.
      ******************************************************
       01  HISTORY-RECORD.
           05  HIST-KEY.
               10  HIST-CUSTOMER-ID        PIC 9(06).
               10  HIST-DATA-POSTAGEM      PIC 9(08).
               10  HIST-SEQUENCIA          PIC 9(04).
           05  HIST-TIPO                   PIC X(01).
               88  HIST-CREDITO            VALUE "C".
               88  HIST-DEBITO             VALUE "D".
               88  HIST-ESTORNO            VALUE "E".
           05  HIST-NUM1                   PIC 9(07)V99.
           05  HIST-NUM2                   PIC 9(07)V99.
           05  HIST-NUM3                   PIC S9(08)V99
                                           SIGN IS LEADING SEPARATE.
           05  HIST-MARCA-ESTORNO.
               10  HIST-DATA-ESTORNO       PIC 9(08).
                   88  HIST-NAO-ESTORNADA  VALUE ZEROS.
               10  HIST-REGISTRO-ESTORNO   PIC 9(08).
