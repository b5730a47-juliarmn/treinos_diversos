      * 22/08/2026 RM  DATA DE MOVIMENTO BIZDATE (COPY BIZDATE), COM
      * 22/08/2026 RM  ANO DE QUATRO DIGITOS; SEM O BIZDATE O
      * 22/08/2026 RM  EXPURGO CANCELA COM RC=12.
      * 15/10/2026 RM  O ARQUIVO MORTO GUARDA TAMBEM O LIMITE DE
      * 15/10/2026 RM  CREDITO.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
                ORGANIZATION IS LINE SEQUENTIAL
           MOVE ADDRESS-LINE    TO ARC-ADDRESS-LINE
           MOVE STATUS-CODE     TO ARC-STATUS-CODE
           MOVE DATA-DO-MOVIMENTO TO ARC-DATA-EXPURGO
           MOVE CUSTOMER-LIMITE-CREDITO TO ARC-LIMITE-CREDITO
           WRITE ARCHIVE-RECORD
           DELETE CUSTOMER-MASTER
           ADD 1 TO CLIENTES-EXPURGADOS
