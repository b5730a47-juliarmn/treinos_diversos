        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOMACON.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. PROVA DOS SALDOS POR
      * 15/10/2026 RM  CLIENTE: REFAZ O SALDO DE CADA CLIENTE SOMANDO
      * 15/10/2026 RM  TUDO O QUE ELE POSTOU, NO HISTORICO SOMAHIST E
      * 15/10/2026 RM  NOS ARQUIVOS ANUAIS DO FECHAMENTO DO ANO
      * 15/10/2026 RM  (SOMAHIST + AAAA, ANOS DO CONTROLE SOMAANOC), E
      * 15/10/2026 RM  COMPARA COM O SALDO ATUAL DO CUSTSLD. O SOMABAL
      * 15/10/2026 RM  PROVA QUE OS ARQUIVOS DO DIA FECHAM ENTRE SI;
      * 15/10/2026 RM  ESTE PROVA QUE O SALDO CARREGADO FECHA COM O
      * 15/10/2026 RM  QUE FOI POSTADO (UM SOMASLD NO DIA ERRADO OU
      * 15/10/2026 RM  UMA RECARGA MANUAL DEIXAM O SALDO ERRADO EM
      * 15/10/2026 RM  SILENCIO). LISTA EM SOMACONR O CLIENTE COM
      * 15/10/2026 RM  SALDO DIVERGENTE, O SALDO SEM CLIENTE NO
      * 15/10/2026 RM  CUSTMSTR E O CLIENTE COM HISTORICO E SEM SALDO.
      * 15/10/2026 RM  QUALQUER DIFERENCA TERMINA COM RC=8 PARA A
      * 15/10/2026 RM  ESTEIRA DE FIM DE DIA (SOMAFIM) APONTAR. RODA
      * 15/10/2026 RM  DEPOIS DO SOMAHST: ANTES DELE O CUSTSLD JA TEM
      * 15/10/2026 RM  O DIA E O HISTORICO AINDA NAO.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
      * 15/10/2026 RM  ARQUIVO ANUAL COM 64 POSICOES, COMO O HISTORICO
      * 15/10/2026 RM  COM A MARCA DE ESTORNO; A PROVA SO USA CHAVE E
      * 15/10/2026 RM  NUM3, QUE NAO MUDARAM DE LUGAR.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN TO "SOMAHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HIST-STATUS.
            SELECT HISTORY-ARCHIVE ASSIGN TO DYNAMIC ARQUIVO-ANUAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARC-STATUS.
            SELECT CLOSED-YEARS ASSIGN TO "SOMAANOC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ANOC-STATUS.
            SELECT BALANCE-MASTER ASSIGN TO "CUSTSLD"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SLD-CUSTOMER-ID
                FILE STATUS IS SLD-STATUS.
            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT SORT-WORK ASSIGN TO "SOMACONW".
            SELECT REPORT-OUT ASSIGN TO "SOMACONR"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  HISTORY-ARCHIVE.
        01  HISTORY-ARCHIVE-REC PIC X(64).
        FD  CLOSED-YEARS.
        01  CLOSED-YEAR-REC.
            05  ANOC-ANO              PIC 9(04).
            05  ANOC-DATA-FECHAMENTO  PIC 9(08).
            05  ANOC-ARQUIVADOS       PIC 9(08).
            05  ANOC-EXPURGADOS       PIC 9(08).
        FD  BALANCE-MASTER.
           COPY SLDREC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
      * CADA POSTAGEM (ORIGEM "H") E CADA SALDO DO CUSTSLD (ORIGEM
      * "S") VIRAM UM REGISTRO DE ORDENACAO; EM ORDEM DE CLIENTE, O
      * SALDO DE CADA UM FICA JUNTO DAS POSTAGENS QUE O EXPLICAM.
        SD  SORT-WORK.
        01  SORT-WORK-REC.
            05  SW-CUSTOMER-ID        PIC 9(06).
            05  SW-ORIGEM             PIC X(01).
                88  SW-POSTAGEM       VALUE "H".
                88  SW-SALDO          VALUE "S".
            05  SW-VALOR              PIC S9(13)V99
                                      SIGN IS LEADING SEPARATE.
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        77 CLIENTES-CONFERIDOS PIC 9(06) VALUE ZEROS.
        77 SALDOS-DIVERGENTES  PIC 9(06) VALUE ZEROS.
        77 SALDOS-SEM-CLIENTE  PIC 9(06) VALUE ZEROS.
        77 HISTORICO-SEM-SALDO PIC 9(06) VALUE ZEROS.
        77 POSTAGENS-LIDAS     PIC 9(08) VALUE ZEROS.
        77 ARQUIVOS-LIDOS      PIC 9(02) VALUE ZEROS.
        77 ARQUIVOS-AUSENTES   PIC 9(02) VALUE ZEROS.
        77 TOTAL-CUSTSLD       PIC S9(15)V99 VALUE ZEROS.
        77 TOTAL-HISTORICO     PIC S9(15)V99 VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 HIST-STATUS         PIC X(02).
        01 ARC-STATUS          PIC X(02).
        01 ANOC-STATUS         PIC X(02).
        01 SLD-STATUS          PIC X(02).
        01 MSTR-STATUS         PIC X(02).
        01 ARQUIVO-ANUAL       PIC X(20).
      * ANOS COM ARQUIVO ANUAL, DO CONTROLE DO FECHAMENTO DO ANO.
        77 LIMITE-ANOS         PIC 9(02) VALUE 50.
        01 QTD-ANOS-ARQUIVADOS PIC 9(02) VALUE ZEROS.
        01 TABELA-ANOS-ARQUIVADOS.
            05  ANO-ARQUIVADO OCCURS 50 TIMES PIC 9(04).
        01 IND-ANO             PIC 9(02) VALUE ZEROS.
      * A POSTAGEM ARQUIVADA NO LAYOUT DO HISTREC, SO COM O QUE A
      * PROVA USA: A CHAVE E O NUM3 COM SINAL.
        01 POSTAGEM-ARQUIVADA.
            05  ARQ-KEY.
                10  ARQ-CUSTOMER-ID   PIC 9(06).
                10  ARQ-DATA-POSTAGEM PIC 9(08).
                10  ARQ-SEQUENCIA     PIC 9(04).
            05  FILLER                PIC X(19).
            05  ARQ-NUM3              PIC S9(08)V99
                                      SIGN IS LEADING SEPARATE.
        01 FIM-DA-ORDENACAO    PIC X(01) VALUE "N".
            88 ORDENACAO-ESGOTADA VALUE "S".
        01 CLIENTE-DA-VEZ      PIC 9(06) VALUE ZEROS.
        01 SALDO-REFEITO       PIC S9(13)V99 VALUE ZEROS.
        01 SALDO-CARREGADO     PIC S9(13)V99 VALUE ZEROS.
        01 POSTAGENS-CLIENTE   PIC 9(06) VALUE ZEROS.
        01 CLIENTE-TEM-SALDO   PIC X(01) VALUE "N".
            88 TEM-SALDO       VALUE "S".
        01 CABECALHO-1.
            05  FILLER       PIC X(50) VALUE
                "PROVA DOS SALDOS CUSTSLD CONTRA O HISTORICO".
        01 CABECALHO-2.
            05  FILLER       PIC X(30) VALUE "CLIENTE OCORRENCIA".
            05  FILLER       PIC X(23) VALUE
                "        SALDO CUSTSLD".
            05  FILLER       PIC X(23) VALUE
                "    SALDO DO HISTORICO".
            05  FILLER       PIC X(21) VALUE
                "            DIFERENCA".
        01 LINHA-DETALHE.
            05  DET-CLIENTE  PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-OCORRENCIA PIC X(22).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-SALDO    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-HISTORICO PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-DIFERENCA PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 DIFERENCA-DO-CLIENTE PIC S9(13)V99.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES CONFERIDOS.....:".
            05  ROD-CONFERIDOS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "SALDOS DIVERGENTES......:".
            05  ROD-DIVERGENTES PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "SALDO SEM CLIENTE.......:".
            05  ROD-SEM-CLIENTE PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "HISTORICO SEM SALDO.....:".
            05  ROD-SEM-SALDO PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "POSTAGENS SOMADAS.......:".
            05  ROD-POSTAGENS PIC ZZ,ZZZ,ZZ9.
        01 LINHA-RODAPE-6.
            05  FILLER       PIC X(26) VALUE
                "ARQUIVOS ANUAIS LIDOS...:".
            05  ROD-ARQUIVOS PIC Z9.
            05  FILLER       PIC X(12) VALUE "  AUSENTES: ".
            05  ROD-AUSENTES PIC Z9.
        01 LINHA-RODAPE-7.
            05  FILLER       PIC X(26) VALUE
                "TOTAL DO CUSTSLD........:".
            05  ROD-TOTAL-SLD PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-8.
            05  FILLER       PIC X(26) VALUE
                "TOTAL DO HISTORICO......:".
            05  ROD-TOTAL-HIST PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           OPEN INPUT HISTORY-FILE
           IF HIST-STATUS NOT = "00"
               DISPLAY "HISTORICO SOMAHIST INDISPONIVEL (STATUS "
                   HIST-STATUS "): PROVA DOS SALDOS CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-MASTER
           IF SLD-STATUS NOT = "00"
               DISPLAY "MESTRE DE SALDOS (CUSTSLD) INDISPONIVEL"
                   " (STATUS " SLD-STATUS "): PROVA DOS SALDOS"
                   " CANCELADA"
               CLOSE HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF MSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL (STATUS "
                   MSTR-STATUS "): PROVA DOS SALDOS CANCELADA"
               CLOSE HISTORY-FILE
               CLOSE BALANCE-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CARREGAR-ANOS-ARQUIVADOS
           OPEN OUTPUT REPORT-OUT
           WRITE REPORT-LINE FROM CABECALHO-1
           WRITE REPORT-LINE FROM CABECALHO-2
           SORT SORT-WORK
               ON ASCENDING KEY SW-CUSTOMER-ID
               INPUT PROCEDURE IS SEPARAR-VALORES
               OUTPUT PROCEDURE IS CONFERIR-SALDOS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY "ORDENACAO DA PROVA FALHOU (SORT-RETURN "
                   SORT-RETURN "): PROVA DOS SALDOS CANCELADA"
               CLOSE HISTORY-FILE
               CLOSE BALANCE-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE REPORT-OUT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-RODAPE
           CLOSE HISTORY-FILE
           CLOSE BALANCE-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-OUT
           IF SALDOS-DIVERGENTES > ZEROS
                   OR SALDOS-SEM-CLIENTE > ZEROS
                   OR HISTORICO-SEM-SALDO > ZEROS
                   OR ARQUIVOS-AUSENTES > ZEROS
               DISPLAY "PROVA DOS SALDOS COM DIFERENCAS: "
                   SALDOS-DIVERGENTES " DIVERGENTES, "
                   SALDOS-SEM-CLIENTE " SEM CLIENTE, "
                   HISTORICO-SEM-SALDO " SEM SALDO (VER SOMACONR)"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PROVA DOS SALDOS CONCLUIDA: "
                   CLIENTES-CONFERIDOS " CLIENTES FECHAM COM O"
                   " HISTORICO"
           END-IF
           GOBACK.

        CARREGAR-ANOS-ARQUIVADOS.
           OPEN INPUT CLOSED-YEARS
           IF ANOC-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-ANO-FECHADO
               PERFORM GUARDAR-ANO-FECHADO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE CLOSED-YEARS
           END-IF.

        GUARDAR-ANO-FECHADO.
           IF QTD-ANOS-ARQUIVADOS < LIMITE-ANOS
               ADD 1 TO QTD-ANOS-ARQUIVADOS
               MOVE ANOC-ANO TO ANO-ARQUIVADO(QTD-ANOS-ARQUIVADOS)
           END-IF
           PERFORM LER-ANO-FECHADO.

        LER-ANO-FECHADO.
           READ CLOSED-YEARS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      ******************************************************
      * ENTRADA DA ORDENACAO: O HISTORICO VIVO INTEIRO, AS
      * POSTAGENS DOS ARQUIVOS ANUAIS QUE JA SAIRAM DO SOMAHIST
      * E O SALDO ATUAL DE CADA CLIENTE DO CUSTSLD.
      ******************************************************
        SEPARAR-VALORES.
           PERFORM LIBERAR-HISTORICO-VIVO
           PERFORM LIBERAR-ARQUIVO-ANUAL
               VARYING IND-ANO FROM 1 BY 1
               UNTIL IND-ANO > QTD-ANOS-ARQUIVADOS
           PERFORM LIBERAR-SALDOS.

        LIBERAR-HISTORICO-VIVO.
           MOVE "N" TO FIM-DE-ARQUIVO
           MOVE ZEROS TO HIST-KEY
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY SET FIM-ARQUIVO-ATUAL TO TRUE
           END-START
           IF NOT FIM-ARQUIVO-ATUAL
               PERFORM LER-HISTORICO
           END-IF
           PERFORM LIBERAR-POSTAGEM
               UNTIL FIM-ARQUIVO-ATUAL.

        LIBERAR-POSTAGEM.
           MOVE HIST-CUSTOMER-ID TO SW-CUSTOMER-ID
           MOVE "H"              TO SW-ORIGEM
           MOVE HIST-NUM3        TO SW-VALOR
           RELEASE SORT-WORK-REC
           ADD 1 TO POSTAGENS-LIDAS
           PERFORM LER-HISTORICO.

        LER-HISTORICO.
           READ HISTORY-FILE NEXT RECORD
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O ANO FECHADO CONTINUA NO SOMAHIST DURANTE O PERIODO DE
      * RETENCAO, ENTAO A POSTAGEM ARQUIVADA SO ENTRA NA SOMA SE A
      * CHAVE DELA NAO ESTA MAIS NO HISTORICO VIVO. ARQUIVO ANUAL
      * QUE SUMIU E DIFERENCA: O SALDO NAO PODE SER REFEITO.
        LIBERAR-ARQUIVO-ANUAL.
           MOVE SPACES TO ARQUIVO-ANUAL
           STRING "SOMAHIST" ANO-ARQUIVADO(IND-ANO)
               DELIMITED BY SIZE INTO ARQUIVO-ANUAL
           END-STRING
           OPEN INPUT HISTORY-ARCHIVE
           IF ARC-STATUS NOT = "00"
               DISPLAY "ARQUIVO ANUAL " ARQUIVO-ANUAL
                   " INDISPONIVEL (STATUS " ARC-STATUS ")"
               ADD 1 TO ARQUIVOS-AUSENTES
           ELSE
               ADD 1 TO ARQUIVOS-LIDOS
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-POSTAGEM-ARQUIVADA
               PERFORM LIBERAR-POSTAGEM-ARQUIVADA
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE HISTORY-ARCHIVE
           END-IF.

        LIBERAR-POSTAGEM-ARQUIVADA.
           MOVE ARQ-KEY TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY
                   MOVE ARQ-CUSTOMER-ID TO SW-CUSTOMER-ID
                   MOVE "H"             TO SW-ORIGEM
                   MOVE ARQ-NUM3        TO SW-VALOR
                   RELEASE SORT-WORK-REC
                   ADD 1 TO POSTAGENS-LIDAS
           END-READ
           PERFORM LER-POSTAGEM-ARQUIVADA.

        LER-POSTAGEM-ARQUIVADA.
           READ HISTORY-ARCHIVE INTO POSTAGEM-ARQUIVADA
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        LIBERAR-SALDOS.
           MOVE "N" TO FIM-DE-ARQUIVO
           MOVE ZEROS TO SLD-CUSTOMER-ID
           START BALANCE-MASTER KEY NOT < SLD-CUSTOMER-ID
               INVALID KEY SET FIM-ARQUIVO-ATUAL TO TRUE
           END-START
           IF NOT FIM-ARQUIVO-ATUAL
               PERFORM LER-SALDO
           END-IF
           PERFORM LIBERAR-SALDO
               UNTIL FIM-ARQUIVO-ATUAL.

        LIBERAR-SALDO.
           MOVE SLD-CUSTOMER-ID TO SW-CUSTOMER-ID
           MOVE "S"             TO SW-ORIGEM
           MOVE SLD-SALDO-ATUAL TO SW-VALOR
           RELEASE SORT-WORK-REC
           PERFORM LER-SALDO.

        LER-SALDO.
           READ BALANCE-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      ******************************************************
      * SAIDA DA ORDENACAO: UM CLIENTE POR VEZ, SOMA AS
      * POSTAGENS, GUARDA O SALDO E CONFERE.
      ******************************************************
        CONFERIR-SALDOS.
           PERFORM RETORNAR-VALOR
           PERFORM CONFERIR-CLIENTE
               UNTIL ORDENACAO-ESGOTADA.

        RETORNAR-VALOR.
           RETURN SORT-WORK
               AT END SET ORDENACAO-ESGOTADA TO TRUE
           END-RETURN.

        CONFERIR-CLIENTE.
           MOVE SW-CUSTOMER-ID TO CLIENTE-DA-VEZ
           MOVE ZEROS TO SALDO-REFEITO
           MOVE ZEROS TO SALDO-CARREGADO
           MOVE ZEROS TO POSTAGENS-CLIENTE
           MOVE "N" TO CLIENTE-TEM-SALDO
           PERFORM ACUMULAR-VALOR
               UNTIL ORDENACAO-ESGOTADA
                  OR SW-CUSTOMER-ID NOT = CLIENTE-DA-VEZ
           ADD 1 TO CLIENTES-CONFERIDOS
           ADD SALDO-REFEITO TO TOTAL-HISTORICO
           COMPUTE DIFERENCA-DO-CLIENTE =
               SALDO-CARREGADO - SALDO-REFEITO
           IF TEM-SALDO
               ADD SALDO-CARREGADO TO TOTAL-CUSTSLD
               PERFORM CONFERIR-CADASTRO
               IF DIFERENCA-DO-CLIENTE NOT = ZEROS
                   ADD 1 TO SALDOS-DIVERGENTES
                   MOVE "SALDO DIVERGENTE" TO DET-OCORRENCIA
                   PERFORM IMPRIMIR-OCORRENCIA
               END-IF
           ELSE
               ADD 1 TO HISTORICO-SEM-SALDO
               MOVE "HISTORICO SEM SALDO" TO DET-OCORRENCIA
               PERFORM IMPRIMIR-OCORRENCIA
           END-IF.

        ACUMULAR-VALOR.
           IF SW-SALDO
               SET TEM-SALDO TO TRUE
               MOVE SW-VALOR TO SALDO-CARREGADO
           ELSE
               ADD SW-VALOR TO SALDO-REFEITO
               ADD 1 TO POSTAGENS-CLIENTE
           END-IF
           PERFORM RETORNAR-VALOR.

        CONFERIR-CADASTRO.
           MOVE CLIENTE-DA-VEZ TO CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO SALDOS-SEM-CLIENTE
                   MOVE "SALDO SEM CLIENTE" TO DET-OCORRENCIA
                   PERFORM IMPRIMIR-OCORRENCIA
           END-READ.

        IMPRIMIR-OCORRENCIA.
           MOVE CLIENTE-DA-VEZ       TO DET-CLIENTE
           MOVE SALDO-CARREGADO      TO DET-SALDO
           MOVE SALDO-REFEITO        TO DET-HISTORICO
           MOVE DIFERENCA-DO-CLIENTE TO DET-DIFERENCA
           WRITE REPORT-LINE FROM LINHA-DETALHE.

        IMPRIMIR-RODAPE.
           MOVE CLIENTES-CONFERIDOS TO ROD-CONFERIDOS
           MOVE SALDOS-DIVERGENTES  TO ROD-DIVERGENTES
           MOVE SALDOS-SEM-CLIENTE  TO ROD-SEM-CLIENTE
           MOVE HISTORICO-SEM-SALDO TO ROD-SEM-SALDO
           MOVE POSTAGENS-LIDAS     TO ROD-POSTAGENS
           MOVE ARQUIVOS-LIDOS      TO ROD-ARQUIVOS
           MOVE ARQUIVOS-AUSENTES   TO ROD-AUSENTES
           MOVE TOTAL-CUSTSLD       TO ROD-TOTAL-SLD
           MOVE TOTAL-HISTORICO     TO ROD-TOTAL-HIST
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4
           WRITE REPORT-LINE FROM LINHA-RODAPE-5
           WRITE REPORT-LINE FROM LINHA-RODAPE-6
           WRITE REPORT-LINE FROM LINHA-RODAPE-7
           WRITE REPORT-LINE FROM LINHA-RODAPE-8.

        END PROGRAM SOMACON.
