      * USADO POR TESTE E POR QUALQUER PROGRAMA QUE PRECISE
      * LER OU GRAVAR UM CLIENTE.
      * 08/08/2026 RM  CRIACAO DO COPYBOOK.
      * 15/10/2026 RM  INCLUIDO O LIMITE DE CREDITO DO CLIENTE (ZERO =
      * 15/10/2026 RM  SEM LIMITE DEFINIDO): O REGISTRO PASSA A 90
      * 15/10/2026 RM  POSICOES.
      * 15/10/2026 RM  CUSTOMER-NAME PASSA A SER CHAVE ALTERNADA DO
      * 15/10/2026 RM  CUSTMSTR (COM DUPLICATAS), PARA A BUSCA POR NOME.
      ******************************************************
       01  CUSTOMER-RECORD.
           05  CUSTOMER-ID                 PIC 9(06).
           05  STATUS-CODE                  PIC X(01).
               88  CUSTOMER-ATIVO           VALUE "A".
               88  CUSTOMER-INATIVO         VALUE "I".
           05  CUSTOMER-LIMITE-CREDITO      PIC 9(11)V99.
