      * 02/09/2026 RM  ESTA MESMA DATA (RESTART OU REEXECUCAO), O
      * 02/09/2026 RM  VALOR DO DIA E RECALCULADO SOBRE O SALDO
      * 02/09/2026 RM  ANTERIOR GUARDADO, EM VEZ DE SOMAR EM DOBRO.
      * 15/10/2026 RM  SOMAOUT PASSA A TRAZER NUM3 COM SINAL E O
      * 15/10/2026 RM  TIPO DA TRANSACAO: DEBITOS E ESTORNOS DO DIA
      * 15/10/2026 RM  ENTRAM NEGATIVOS NO VALOR DO CLIENTE E
      * 15/10/2026 RM  REDUZEM O SALDO ATUAL, QUE PODE FICAR NEGATIVO.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS EM SOMAOUT E NO
      * 15/10/2026 RM  SALDO (CUSTSLD).
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
        FD  BALANCE-MASTER.
           COPY SLDREC.
        WORKING-STORAGE SECTION.
        77 CLIENTES-ATUALIZADOS PIC 9(06) VALUE ZEROS.
        77 CLIENTES-NOVOS      PIC 9(06) VALUE ZEROS.
        77 VALOR-DO-CLIENTE    PIC S9(11)V99 VALUE ZEROS.
        77 CLIENTE-ANTERIOR    PIC 9(06) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
