      * 22/08/2026 RM  RESTAURA TODOS OS ARQUIVADOS QUE AINDA NAO
      * 22/08/2026 RM  EXISTEM NO MESTRE. EMITE O REGISTRO CUSTRSTR
      * 22/08/2026 RM  COM O RESULTADO DE CADA REGISTRO DO MORTO.
      * 15/10/2026 RM  O CLIENTE VOLTA COM O LIMITE DE CREDITO GUARDADO
      * 15/10/2026 RM  NO MORTO; REGISTRO ARQUIVADO ANTES DO LIMITE
      * 15/10/2026 RM  VOLTA SEM LIMITE DEFINIDO (ZERO).
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
            SELECT REPORT-OUT ASSIGN TO "CUSTRSTR"
                ORGANIZATION IS LINE SEQUENTIAL.
           MOVE ARC-CUSTOMER-ID   TO CUSTOMER-ID
           MOVE ARC-CUSTOMER-NAME TO CUSTOMER-NAME
           MOVE ARC-ADDRESS-LINE  TO ADDRESS-LINE
           IF ARC-LIMITE-CREDITO IS NUMERIC
               MOVE ARC-LIMITE-CREDITO TO CUSTOMER-LIMITE-CREDITO
           ELSE
               MOVE ZEROS TO CUSTOMER-LIMITE-CREDITO
           END-IF
      * O CLIENTE VOLTA ATIVO: RESTAURAR UM INATIVO SO O DEIXARIA
      * NA FILA DO PROXIMO EXPURGO.
           MOVE "A" TO STATUS-CODE
