      * 02/09/2026 RM  MES JA FECHADO TERMINA COM RC=4 SEM REFAZER
      * 02/09/2026 RM  NADA; PRE-REQUISITO FALTANDO OU RESUMO FORA
      * 02/09/2026 RM  DE BALANCO TERMINA COM RC=8 SEM FECHAR.
      * 15/10/2026 RM  LARGURAS ACOMPANHAM O TIPO DA TRANSACAO E O
      * 15/10/2026 RM  SINAL DOS VALORES: LINHA DE SOMADLY COM 30 E
      * 15/10/2026 RM  LINHA DE SOMAAUD COM 90 POSICOES.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: LINHA DE SOMADLY
      * 15/10/2026 RM  COM 34 E LINHA DE SOMAAUD COM 111 POSICOES.
      * 15/10/2026 RM  TRILHA DE MANUTENCAO DO CADASTRO COM O LIMITE DE
      * 15/10/2026 RM  CREDITO NAS IMAGENS: 243 POSICOES.
      * 15/10/2026 RM  TRILHA DE MANUTENCAO COM O OPERADOR: 251
      * 15/10/2026 RM  POSICOES.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        FD  POSTING-CONTROL.
           COPY SOMACTL.
        FD  DAILY-TOTALS.
        01  DAILY-TOTALS-REC PIC X(34).
        FD  CLOSED-MONTHS.
           COPY MESFEC.
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  AUDIT-LOG.
        01  AUDIT-LOG-REC PIC X(111).
        FD  AUDIT-WORK.
        01  AUDIT-WORK-REC PIC X(111).
        FD  AUDIT-ARCHIVE.
        01  AUDIT-ARCHIVE-REC PIC X(111).
        FD  MAINT-AUDIT.
        01  MAINT-AUDIT-REC PIC X(251).
        FD  MAINT-WORK.
        01  MAINT-WORK-REC PIC X(251).
        FD  MAINT-ARCHIVE.
        01  MAINT-ARCHIVE-REC PIC X(251).
        FD  ERROR-REPORT.
        01  ERROR-REPORT-REC PIC X(80).
        FD  ERROR-ARCHIVE.
