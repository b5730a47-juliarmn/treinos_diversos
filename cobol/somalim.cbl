        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOMALIM.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. LISTAGEM DIARIA DE EXCECOES
      * 15/10/2026 RM  DE LIMITE DE CREDITO PARA A MESA DE CREDITO: LE
      * 15/10/2026 RM  SOMASUSP E, PARA CADA ITEM RETIDO POR SOMA COM
      * 15/10/2026 RM  O MOTIVO DE LIMITE EXCEDIDO, EMITE EM SOMALIMR
      * 15/10/2026 RM  O CLIENTE (CUSTMSTR), O LIMITE, O SALDO ATUAL
      * 15/10/2026 RM  (CUSTSLD), O ITEM RETIDO E QUANTO ELE PASSA DO
      * 15/10/2026 RM  LIMITE. A APROVACAO E FEITA LIBERANDO O ITEM
      * 15/10/2026 RM  PELA CORRECAO (SOMACOR); O DESCARTE TAMBEM.
      * 15/10/2026 RM  RODA NA ESTEIRA DE FIM DE DIA (SOMAFIM), COM O
      * 15/10/2026 RM  CUSTSLD JA ATUALIZADO PELO SOMASLD DO DRIVER.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
      * 15/10/2026 RM  O ESTORNO RETIDO PASSA A SER VALORIZADO COMO
      * 15/10/2026 RM  SOMA O POSTA: O CONTRARIO DO NUM3 DA POSTAGEM
      * 15/10/2026 RM  ORIGINAL, LIDA NO SOMAHIST PELA REFERENCIA DO
      * 15/10/2026 RM  SUSPENSO. SEM A ORIGINAL A LINHA SAI SEM VALOR,
      * 15/10/2026 RM  FORA DO TOTAL, E CONTADA NO RODAPE. VALOR DO
      * 15/10/2026 RM  ITEM E TOTAL RETIDO COM SINAL.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUSPENSE-FILE ASSIGN TO "SOMASUSP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSP-STATUS.
            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT BALANCE-MASTER ASSIGN TO "CUSTSLD"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SLD-CUSTOMER-ID
                FILE STATUS IS SLD-STATUS.
            SELECT HISTORY-FILE ASSIGN TO "SOMAHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HIST-STATUS.
            SELECT REPORT-OUT ASSIGN TO "SOMALIMR"
                ORGANIZATION IS LINE SEQUENTIAL.
        DATA DIVISION.
        FILE SECTION.
        FD  SUSPENSE-FILE.
           COPY SUSPREC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  BALANCE-MASTER.
           COPY SLDREC.
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        WORKING-STORAGE SECTION.
        77 ITENS-PENDENTES     PIC 9(06) VALUE ZEROS.
        77 ITENS-LISTADOS      PIC 9(06) VALUE ZEROS.
        77 ITENS-SEM-ORIGINAL  PIC 9(06) VALUE ZEROS.
        77 TOTAL-RETIDO        PIC S9(13)V99 VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-SUSPENSO VALUE "S".
        01 SUSP-STATUS         PIC X(02).
        01 MSTR-STATUS         PIC X(02).
        01 SLD-STATUS          PIC X(02).
        01 SALDOS-DISPONIVEL   PIC X(01) VALUE "N".
            88 SALDOS-OK       VALUE "S".
        01 HIST-STATUS         PIC X(02).
        01 HISTORICO-DISPONIVEL PIC X(01) VALUE "N".
            88 HISTORICO-OK    VALUE "S".
        01 ORIGINAL-DO-ESTORNO PIC X(01) VALUE "N".
            88 ORIGINAL-ENCONTRADA VALUE "S".
      * O MESMO MOTIVO QUE SOMA GRAVA NO ITEM RETIDO.
        01 MOTIVO-LIMITE       PIC X(30) VALUE
               "LIMITE DE CREDITO EXCEDIDO".
        01 VALOR-NUM1          PIC X(09).
        01 VALOR-NUM1-R REDEFINES VALOR-NUM1 PIC 9(07)V99.
        01 VALOR-NUM2          PIC X(09).
        01 VALOR-NUM2-R REDEFINES VALOR-NUM2 PIC 9(07)V99.
        01 VALOR-DO-ITEM       PIC S9(08)V99.
        01 SALDO-DO-CLIENTE    PIC S9(13)V99.
        01 EXCESSO-NO-LIMITE   PIC S9(13)V99.
        01 CABECALHO-1.
            05  FILLER       PIC X(44) VALUE
                "EXCECOES DE LIMITE DE CREDITO (SOMASUSP)".
        01 CABECALHO-2.
            05  FILLER       PIC X(38) VALUE "CLIENTE NOME".
            05  FILLER       PIC X(18) VALUE "           LIMITE".
            05  FILLER       PIC X(22) VALUE
                "          SALDO ATUAL".
            05  FILLER       PIC X(18) VALUE "SEQUEN RETIDO   T".
            05  FILLER       PIC X(15) VALUE "    VALOR ITEM".
            05  FILLER       PIC X(21) VALUE
                "    EXCESSO NO LIMITE".
        01 LINHA-DETALHE.
            05  DET-CLIENTE  PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-NOME     PIC X(30).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-LIMITE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-SALDO    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-SEQUENCIA PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-DATA     PIC 9(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-TIPO     PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-VALORES.
                10  DET-VALOR    PIC -ZZ,ZZZ,ZZ9.99.
                10  FILLER       PIC X(01) VALUE SPACE.
                10  DET-EXCESSO  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
      * ESTORNO SEM A POSTAGEM ORIGINAL NO SOMAHIST: NO LUGAR DO
      * VALOR E DO EXCESSO SAI O AVISO.
            05  DET-VALORES-TEXTO REDEFINES DET-VALORES PIC X(36).
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "ITENS EM SUSPENSO.......:".
            05  ROD-PENDENTES PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "RETIDOS POR LIMITE......:".
            05  ROD-LISTADOS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "VALOR TOTAL RETIDO......:".
            05  ROD-TOTAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "ESTORNOS SEM ORIGINAL...:".
            05  ROD-SEM-ORIGINAL PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-STATUS NOT = "00"
               DISPLAY "SUSPENSOS (SOMASUSP) INDISPONIVEIS (STATUS "
                   SUSP-STATUS "): LISTAGEM DE LIMITE CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF MSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL (STATUS "
                   MSTR-STATUS "): LISTAGEM DE LIMITE CANCELADA"
               CLOSE SUSPENSE-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-MESTRE-DE-SALDOS
           PERFORM ABRIR-HISTORICO
           OPEN OUTPUT REPORT-OUT
           WRITE REPORT-LINE FROM CABECALHO-1
           WRITE REPORT-LINE FROM CABECALHO-2
           PERFORM LER-SUSPENSO
           PERFORM AVALIAR-SUSPENSO
               UNTIL FIM-ARQUIVO-SUSPENSO
           PERFORM IMPRIMIR-RODAPE
           CLOSE SUSPENSE-FILE
           CLOSE CUSTOMER-MASTER
           IF SALDOS-OK
               CLOSE BALANCE-MASTER
           END-IF
           IF HISTORICO-OK
               CLOSE HISTORY-FILE
           END-IF
           CLOSE REPORT-OUT
           DISPLAY "LISTAGEM DE LIMITE CONCLUIDA: " ITENS-LISTADOS
               " ITENS RETIDOS POR LIMITE DE CREDITO"
           GOBACK.

      * SEM O CUSTSLD (NENHUM SOMASLD RODOU AINDA) A LISTAGEM SAI
      * COM SALDO ZERO, COMO SOMA CONFERIU.
        ABRIR-MESTRE-DE-SALDOS.
           OPEN INPUT BALANCE-MASTER
           IF SLD-STATUS = "00"
               SET SALDOS-OK TO TRUE
           ELSE
               DISPLAY "MESTRE DE SALDOS (CUSTSLD) INDISPONIVEL"
                   " (STATUS " SLD-STATUS "): SALDOS SAEM ZERADOS"
           END-IF.

      * SEM O SOMAHIST NAO HA COMO VALORIZAR O ESTORNO RETIDO: A
      * LINHA SAI SEM VALOR, COMO SE A ORIGINAL NAO EXISTISSE.
        ABRIR-HISTORICO.
           OPEN INPUT HISTORY-FILE
           IF HIST-STATUS = "00"
               SET HISTORICO-OK TO TRUE
           ELSE
               DISPLAY "HISTORICO (SOMAHIST) INDISPONIVEL (STATUS "
                   HIST-STATUS "): ESTORNOS SAEM SEM VALOR"
           END-IF.

        AVALIAR-SUSPENSO.
           ADD 1 TO ITENS-PENDENTES
           IF SUSP-MOTIVO = MOTIVO-LIMITE
               PERFORM IMPRIMIR-EXCECAO
           END-IF
           PERFORM LER-SUSPENSO.

      * O EXCESSO E QUANTO O SALDO DE HOJE MAIS O ITEM PASSA DO
      * LIMITE ATUAL DO MESTRE: SE O LIMITE FOI AUMENTADO DEPOIS DA
      * RETENCAO, SAI NEGATIVO E O ITEM JA CABE. O ITEM VALE O QUE
      * SOMA POSTARIA: NUM1 + NUM2, OU NO ESTORNO O CONTRARIO DO
      * NUM3 DA POSTAGEM ORIGINAL.
        IMPRIMIR-EXCECAO.
           ADD 1 TO ITENS-LISTADOS
           MOVE ZEROS TO VALOR-DO-ITEM
           SET ORIGINAL-ENCONTRADA TO TRUE
           IF SUSP-TIPO = "E"
               PERFORM VALORIZAR-ESTORNO
           ELSE
               MOVE SUSP-NUM1 TO VALOR-NUM1
               MOVE SUSP-NUM2 TO VALOR-NUM2
               IF VALOR-NUM1 IS NUMERIC AND VALOR-NUM2 IS NUMERIC
                   ADD VALOR-NUM1-R, VALOR-NUM2-R GIVING VALOR-DO-ITEM
               END-IF
           END-IF
           IF ORIGINAL-ENCONTRADA
               ADD VALOR-DO-ITEM TO TOTAL-RETIDO
           ELSE
               ADD 1 TO ITENS-SEM-ORIGINAL
           END-IF
           MOVE SPACES TO DET-NOME
           MOVE ZEROS TO DET-CLIENTE
           MOVE ZEROS TO CUSTOMER-LIMITE-CREDITO
           IF SUSP-TRANS-KEY IS NUMERIC
               MOVE SUSP-TRANS-KEY TO DET-CLIENTE
               MOVE SUSP-TRANS-KEY TO CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CLIENTE NAO ENCONTRADO" TO DET-NOME
                       MOVE ZEROS TO CUSTOMER-LIMITE-CREDITO
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO DET-NOME
               END-READ
           END-IF
           PERFORM OBTER-SALDO-DO-CLIENTE
           COMPUTE EXCESSO-NO-LIMITE = SALDO-DO-CLIENTE
               + VALOR-DO-ITEM - CUSTOMER-LIMITE-CREDITO
           MOVE CUSTOMER-LIMITE-CREDITO TO DET-LIMITE
           MOVE SALDO-DO-CLIENTE   TO DET-SALDO
           MOVE SUSP-SEQUENCIA     TO DET-SEQUENCIA
           MOVE SUSP-DATA-REJEICAO TO DET-DATA
           MOVE SUSP-TIPO          TO DET-TIPO
           IF ORIGINAL-ENCONTRADA
               MOVE SPACES TO DET-VALORES-TEXTO
               MOVE VALOR-DO-ITEM      TO DET-VALOR
               MOVE EXCESSO-NO-LIMITE  TO DET-EXCESSO
           ELSE
               MOVE "ORIGINAL NAO ENCONTRADA" TO DET-VALORES-TEXTO
           END-IF
           WRITE REPORT-LINE FROM LINHA-DETALHE.

      * A MESMA CRITICA DE SOMA: A REFERENCIA TEM DE SER UMA CHAVE
      * DO SOMAHIST DO PROPRIO CLIENTE DO ITEM.
        VALORIZAR-ESTORNO.
           MOVE "N" TO ORIGINAL-DO-ESTORNO
           IF HISTORICO-OK
                   AND SUSP-REF-ESTORNO IS NUMERIC
                   AND SUSP-REF-ESTORNO(1:6) = SUSP-TRANS-KEY
               MOVE SUSP-REF-ESTORNO TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE VALOR-DO-ITEM = ZERO - HIST-NUM3
                       SET ORIGINAL-ENCONTRADA TO TRUE
               END-READ
           END-IF.

        OBTER-SALDO-DO-CLIENTE.
           MOVE ZEROS TO SALDO-DO-CLIENTE
           IF SALDOS-OK AND SUSP-TRANS-KEY IS NUMERIC
               MOVE SUSP-TRANS-KEY TO SLD-CUSTOMER-ID
               READ BALANCE-MASTER
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE SLD-SALDO-ATUAL TO SALDO-DO-CLIENTE
               END-READ
           END-IF.

        LER-SUSPENSO.
           READ SUSPENSE-FILE
               AT END SET FIM-ARQUIVO-SUSPENSO TO TRUE
           END-READ.

        IMPRIMIR-RODAPE.
           MOVE ITENS-PENDENTES TO ROD-PENDENTES
           MOVE ITENS-LISTADOS  TO ROD-LISTADOS
           MOVE TOTAL-RETIDO    TO ROD-TOTAL
           MOVE ITENS-SEM-ORIGINAL TO ROD-SEM-ORIGINAL
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4.

        END PROGRAM SOMALIM.
