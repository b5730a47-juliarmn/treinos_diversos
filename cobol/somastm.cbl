      * 02/09/2026 RM  REGISTRO AUSENTE, COM AVISO NO CONSOLE; SEM
      * 02/09/2026 RM  O SOMACTL OS SALDOS TODOS SAEM NO MODO DE
      * 02/09/2026 RM  INDISPONIVEL, COMO SEM O PROPRIO CUSTSLD.
      * 15/10/2026 RM  SOMAOUT PASSA A TRAZER O TIPO DA TRANSACAO E
      * 15/10/2026 RM  NUM3 COM SINAL: O DETALHE MOSTRA CREDITO,
      * 15/10/2026 RM  DEBITO OU ESTORNO, E SUBTOTAL, TOTAL E SALDOS
      * 15/10/2026 RM  SAEM COM SINAL, JA QUE O DEBITO REDUZ A
      * 15/10/2026 RM  POSICAO DO CLIENTE.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: SOMAOUT COM 40
      * 15/10/2026 RM  POSICOES, SALDOS DO CUSTSLD AMPLIADOS E
      * 15/10/2026 RM  COLUNAS DO EXTRATO ALARGADAS.
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
            SELECT POSTING-CONTROL ASSIGN TO "SOMACTL"
                ORGANIZATION IS LINE SEQUENTIAL
        DATA DIVISION.
        FILE SECTION.
        FD  RESULTS-IN.
        01  RESULTS-IN-REC PIC X(40).
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  POSTING-CONTROL.
        01  SORT-WORK-REC.
            05  SW-TRANS-KEY           PIC 9(06).
            05  FILLER                 PIC X(01).
            05  SW-NUM1                PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  SW-NUM2                PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  SW-NUM3                PIC S9(08)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(01).
            05  SW-TIPO                PIC X(01).
                88  SW-DEBITO          VALUE "D".
                88  SW-ESTORNO         VALUE "E".
        WORKING-STORAGE SECTION.
        77 TOTAL-TRANSACOES    PIC 9(06) VALUE ZEROS.
        77 TOTAL-GERAL         PIC S9(11)V99 VALUE ZEROS.
        77 SUBTOTAL-CLIENTE    PIC S9(11)V99 VALUE ZEROS.
        77 CLIENTE-ANTERIOR    PIC 9(06) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-SORT VALUE "S".
        77 SALDOS-DESATUALIZADOS PIC 9(06) VALUE ZEROS.
        01 SALDO-NO-MESTRE     PIC X(01) VALUE "N".
            88 SALDO-ACHADO    VALUE "S".
        01 SALDO-DE-ABERTURA   PIC S9(13)V99 VALUE ZEROS.
        01 SALDO-DE-FECHAMENTO PIC S9(13)V99 VALUE ZEROS.
        01 CLIENTE-ABERTO      PIC X(01) VALUE "N".
            88 HA-CLIENTE-ABERTO VALUE "S".
        01 CABECALHO-1.
            05  CLI-ENDERECO PIC X(40).
        01 LINHA-DETALHE.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-NUM1     PIC Z,ZZZ,ZZ9.99.
            05  FILLER       PIC X(03) VALUE " + ".
            05  DET-NUM2     PIC Z,ZZZ,ZZ9.99.
            05  FILLER       PIC X(03) VALUE " = ".
            05  DET-NUM3     PIC -ZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-TIPO     PIC X(07).
        01 LINHA-SALDO-ABERTURA.
            05  FILLER       PIC X(26) VALUE
                "  SALDO DE ABERTURA.....:".
            05  SAB-VALOR    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-SUBTOTAL.
            05  FILLER       PIC X(26) VALUE
                "  SUBTOTAL DO CLIENTE...:".
            05  SUB-TOTAL    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-SALDO-FECHAMENTO.
            05  FILLER       PIC X(26) VALUE
                "  SALDO DE FECHAMENTO...:".
            05  SFE-VALOR    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "TOTAL DE TRANSACOES.....:".
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "TOTAL GERAL.............:".
            05  ROD-TOTAL-GERAL PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM ABRIR-MESTRE-CLIENTES
           MOVE SW-NUM1 TO DET-NUM1
           MOVE SW-NUM2 TO DET-NUM2
           MOVE SW-NUM3 TO DET-NUM3
           EVALUATE TRUE
               WHEN SW-DEBITO
                   MOVE "DEBITO"  TO DET-TIPO
               WHEN SW-ESTORNO
                   MOVE "ESTORNO" TO DET-TIPO
               WHEN OTHER
                   MOVE "CREDITO" TO DET-TIPO
           END-EVALUATE
           WRITE REPORT-LINE FROM LINHA-DETALHE
           ADD 1 TO TOTAL-TRANSACOES
           ADD SW-NUM3 TO SUBTOTAL-CLIENTE
