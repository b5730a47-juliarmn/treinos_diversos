      * 22/08/2026 RM  CRIACAO DO COPYBOOK.
      * 22/08/2026 RM  DATA COM ANO DE QUATRO DIGITOS (AAAAMMDD),
      * 22/08/2026 RM  VINDA DO CONTROLE DE DATA DE MOVIMENTO.
      * 15/10/2026 RM  INCLUIDO O TIPO DA TRANSACAO, COMO NO
      * 15/10/2026 RM  TRANS-IN-REC: O REGISTRO PASSA A 55 POSICOES.
      * 15/10/2026 RM  NUM1 E NUM2 COM NOVE POSICOES (VALOR COM
      * 15/10/2026 RM  CENTAVOS): O REGISTRO PASSA A 69 POSICOES.
      * 15/10/2026 RM  INCLUIDA A REFERENCIA DA POSTAGEM ORIGINAL DO
      * 15/10/2026 RM  ESTORNO (CHAVE DO SOMAHIST: CLIENTE, DATA DA
      * 15/10/2026 RM  POSTAGEM E SEQUENCIA), COMO NO TRANS-IN-REC:
      * 15/10/2026 RM  O REGISTRO PASSA A 87 POSICOES.
      ******************************************************
       01  SUSPENSE-RECORD.
           05  SUSP-SEQUENCIA              PIC 9(06).
           05  SUSP-TRANS-KEY              PIC X(06).
           05  SUSP-NUM1                   PIC X(09).
           05  SUSP-NUM2                   PIC X(09).
           05  SUSP-TIPO                   PIC X(01).
           05  SUSP-MOTIVO                 PIC X(30).
           05  SUSP-DATA-REJEICAO          PIC 9(08).
           05  SUSP-REF-ESTORNO            PIC X(18).
