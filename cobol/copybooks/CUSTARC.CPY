      * 22/08/2026 RM  CRIACAO DO COPYBOOK.
      * 22/08/2026 RM  DATA COM ANO DE QUATRO DIGITOS (AAAAMMDD),
      * 22/08/2026 RM  VINDA DO CONTROLE DE DATA DE MOVIMENTO.
      * 15/10/2026 RM  INCLUIDO NO FIM O LIMITE DE CREDITO, PARA O
      * 15/10/2026 RM  RESTAURO DEVOLVER O CLIENTE COM O LIMITE QUE
      * 15/10/2026 RM  TINHA.
      ******************************************************
       01  ARCHIVE-RECORD.
           05  ARC-CUSTOMER-ID             PIC 9(06).
           05  ARC-ADDRESS-LINE            PIC X(40).
           05  ARC-STATUS-CODE             PIC X(01).
           05  ARC-DATA-EXPURGO            PIC 9(08).
           05  ARC-LIMITE-CREDITO          PIC 9(11)V99.
