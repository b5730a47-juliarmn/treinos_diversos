      * 02/09/2026 RM  (AAAAMMDD); SEM PARAMETRO VALE A MAIS
      * 02/09/2026 RM  RECENTE. A CONFERENCIA DE CONTAGEM PASSA A
      * 02/09/2026 RM  USAR O REGISTRO DA PROPRIA GERACAO ESCOLHIDA.
      * 15/10/2026 RM  BACKUP COM O LIMITE DE CREDITO DO CLIENTE (90
      * 15/10/2026 RM  POSICOES).
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
            SELECT REPORT-OUT ASSIGN TO "CUSTRELR"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  BACKUP-IN.
        01  BACKUP-RECORD PIC X(90).
        FD  BACKUP-CONTROL.
           COPY CUSTBKC.
        FD  CUSTOMER-MASTER.
