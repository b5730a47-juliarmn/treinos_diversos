      * 02/09/2026 RM  MES DO BACKUP OU DEPOIS DELE, MANDANDO O
      * 02/09/2026 RM  OPERADOR RECOMPOR O CUSTMAUD COM OS ARQUIVOS
      * 02/09/2026 RM  MENSAIS DO PERIODO ANTES DE RODAR DE NOVO.
      * 15/10/2026 RM  BACKUP E TRILHA COM O LIMITE DE CREDITO DO
      * 15/10/2026 RM  CLIENTE: REGISTRO DO MESTRE COM 90 E DA TRILHA
      * 15/10/2026 RM  COM 243 POSICOES.
      * 15/10/2026 RM  TRILHA COM O OPERADOR (251 POSICOES). A
      * 15/10/2026 RM  ALTERACAO RETIDA PARA APROVACAO NAO TEM IMAGEM
      * 15/10/2026 RM  DEPOIS E E IGNORADA; QUEM MUDA O MESTRE E A
      * 15/10/2026 RM  LINHA DA APROVACAO (FUNCAO P), REAPLICADA COMO
      * 15/10/2026 RM  QUALQUER OUTRA.
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
            SELECT MAINT-AUDIT-IN ASSIGN TO "CUSTMAUD"
                ORGANIZATION IS LINE SEQUENTIAL
        DATA DIVISION.
        FILE SECTION.
        FD  BACKUP-IN.
        01  BACKUP-RECORD PIC X(90).
        FD  BACKUP-CONTROL.
           COPY CUSTBKC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  MAINT-AUDIT-IN.
        01  MAINT-AUDIT-IN-REC PIC X(251).
        FD  CLOSED-MONTHS.
           COPY MESFEC.
        FD  REPORT-OUT.
