      * 02/09/2026 RM  REEXECUCAO ATRASADA NAO ENTRA MAIS, EM
      * 02/09/2026 RM  SILENCIO, NUM MES QUE A CONTABILIDADE JA
      * 02/09/2026 RM  ASSINOU.
      * 15/10/2026 RM  O HISTORICO PASSA A GUARDAR O TIPO DA
      * 15/10/2026 RM  TRANSACAO E NUM3 COM SINAL, COMO VEM DE
      * 15/10/2026 RM  SOMAOUT, E A LINHA DE SOMADLY ACOMPANHA O
      * 15/10/2026 RM  SOMACTL COM O TOTAL LIQUIDO COM SINAL (30
      * 15/10/2026 RM  POSICOES).
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: SOMAOUT E O
      * 15/10/2026 RM  HISTORICO AMPLIADOS E LINHA DE SOMADLY COM 34
      * 15/10/2026 RM  POSICOES.
      * 15/10/2026 RM  A POSTAGEM ENTRA NO HISTORICO COM A MARCA DE
      * 15/10/2026 RM  ESTORNO ZERADA (NAO ESTORNADA); QUEM A GRAVA E
      * 15/10/2026 RM  SOMA, AO POSTAR O ESTORNO DELA.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        01  RESULTS-IN-REC.
            05  RES-TRANS-KEY          PIC 9(06).
            05  FILLER                 PIC X(01).
            05  RES-NUM1               PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  RES-NUM2               PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  RES-NUM3               PIC S9(08)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(01).
            05  RES-TIPO               PIC X(01).
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  DAILY-TOTALS.
        01  DAILY-TOTALS-REC PIC X(34).
        FD  CLOSED-MONTHS.
           COPY MESFEC.
        WORKING-STORAGE SECTION.
      * COPIA DO REGISTRO DE CONTROLE, JA QUE O ARQUIVO E FECHADO
      * LOGO APOS A LEITURA E A AREA DO FD DEIXA DE VALER.
        01 DATA-DO-FECHAMENTO  PIC 9(08).
        01 CONTROLE-DO-DIA     PIC X(34).
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           OPEN INPUT POSTING-CONTROL
           MOVE RES-TRANS-KEY TO HIST-CUSTOMER-ID
           MOVE DATA-DO-FECHAMENTO TO HIST-DATA-POSTAGEM
           MOVE ZEROS         TO HIST-SEQUENCIA
           MOVE RES-TIPO      TO HIST-TIPO
           MOVE RES-NUM1      TO HIST-NUM1
           MOVE RES-NUM2      TO HIST-NUM2
           MOVE RES-NUM3      TO HIST-NUM3
           MOVE ZEROS         TO HIST-MARCA-ESTORNO
           MOVE "S" TO GRAVACAO-PENDENTE
           PERFORM GRAVAR-NO-HISTORICO
               UNTIL REGISTRO-GRAVADO
