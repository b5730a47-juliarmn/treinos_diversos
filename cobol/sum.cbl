      * 22/08/2026 RM  REPROCESSAMENTO OS REGRAVA -- SENAO A MESMA
      * 22/08/2026 RM  TRANSACAO FICARIA PENDENTE DUAS VEZES E
      * 22/08/2026 RM  SOMACOR SOLTARIA O DINHEIRO EM DOBRO.
      * 15/10/2026 RM  INCLUIDO O TIPO DA TRANSACAO NO FIM DO
      * 15/10/2026 RM  REGISTRO DE ENTRADA: C=CREDITO (TAMBEM O
      * 15/10/2026 RM  BRANCO, PARA OS ARQUIVOS DE ANTES VALEREM),
      * 15/10/2026 RM  D=DEBITO E E=ESTORNO DE POSTAGEM ANTERIOR.
      * 15/10/2026 RM  TIPO DIFERENTE DESSES VAI PARA O SUSPENSO.
      * 15/10/2026 RM  NUM3 CONTINUA SENDO NUM1+NUM2, MAS DEBITO E
      * 15/10/2026 RM  ESTORNO SAEM NEGATIVOS (VALOR-LIQUIDO) EM
      * 15/10/2026 RM  SOMAOUT, SOMAGL, SOMAAUD E NO TOTAL GERAL,
      * 15/10/2026 RM  E O TIPO VAI JUNTO EM SOMAOUT, SOMAGL,
      * 15/10/2026 RM  SOMAAUD E SOMASUSP: O SAQUE OU A CORRECAO
      * 15/10/2026 RM  REDUZ A POSICAO DO CLIENTE EM VEZ DE
      * 15/10/2026 RM  DEPENDER DE AJUSTE MANUAL NO GL. O RESUMO
      * 15/10/2026 RM  FINAL E O CHECKPOINT CONTAM DEBITOS E
      * 15/10/2026 RM  ESTORNOS EM SEPARADO.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: NUM1 E NUM2
      * 15/10/2026 RM  PASSAM A NOVE POSICOES NA ENTRADA (7 INTEIRAS
      * 15/10/2026 RM  E 2 DECIMAIS, SEM VIRGULA) E NUM3 A 9(08)V99.
      * 15/10/2026 RM  A FAIXA DEIXA DE SER O TAMANHO DO CAMPO: O
      * 15/10/2026 RM  VALOR DA TRANSACAO (NUM3) TEM DE FICAR ENTRE
      * 15/10/2026 RM  VALOR-MINIMO E VALOR-MAXIMO, SENAO VAI PARA O
      * 15/10/2026 RM  SUSPENSO. SOMAOUT, SOMAAUD, SOMASUSP, SOMACTL
      * 15/10/2026 RM  E O CHECKPOINT AMPLIADOS; SOMAGL INALTERADO.
      * 15/10/2026 RM  LIMITE DE CREDITO: CREDITO QUE LEVARIA O SALDO
      * 15/10/2026 RM  DO CLIENTE (CUSTSLD, MAIS O JA POSTADO HOJE
      * 15/10/2026 RM  NESTA RODADA) ACIMA DO LIMITE DO MESTRE VAI
      * 15/10/2026 RM  PARA O SUSPENSO COM MOTIVO PROPRIO, EM VEZ DE
      * 15/10/2026 RM  POSTAR; A MESA DE CREDITO APROVA PELA
      * 15/10/2026 RM  LIBERACAO DE SOMACOR, QUE DEVOLVE O ITEM COM A
      * 15/10/2026 RM  MARCA DE LIMITE APROVADO NO FIM DO REGISTRO DE
      * 15/10/2026 RM  ENTRADA. LIMITE ZERO E CLIENTE SEM LIMITE
      * 15/10/2026 RM  DEFINIDO. O CHECKPOINT GUARDA O ACUMULADO DO
      * 15/10/2026 RM  CLIENTE CORRENTE E OS RETIDOS POR LIMITE.
      * 15/10/2026 RM  INTERVALO-CHECKPOINT, VALOR-MINIMO E
      * 15/10/2026 RM  VALOR-MAXIMO PASSAM A VIR DOS PARAMETROS DO
      * 15/10/2026 RM  SISTEMA (SOMAPARM, COPY PARMREC) EM VIGOR NA
      * 15/10/2026 RM  DATA DE MOVIMENTO; OS VALORES COMPILADOS FICAM
      * 15/10/2026 RM  COMO PADRAO QUANDO O ARQUIVO NAO TRAZ O CODIGO.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
      * 15/10/2026 RM  O ESTORNO PASSA A APONTAR A POSTAGEM QUE ESTORNA:
      * 15/10/2026 RM  O REGISTRO DE ENTRADA GANHA NO FIM A CHAVE DELA
      * 15/10/2026 RM  NO HISTORICO SOMAHIST (CLIENTE, DATA DA POSTAGEM
      * 15/10/2026 RM  E SEQUENCIA). SOMA LE A ORIGINAL E POSTA O
      * 15/10/2026 RM  CONTRARIO DO NUM3 DELA (ESTORNO DE DEBITO VOLTA
      * 15/10/2026 RM  POSITIVO), COM NUM1 E NUM2 DA ORIGINAL, E MARCA
      * 15/10/2026 RM  A ORIGINAL COMO ESTORNADA. ORIGINAL INEXISTENTE,
      * 15/10/2026 RM  DE OUTRO CLIENTE, JA ESTORNADA OU QUE SEJA ELA
      * 15/10/2026 RM  MESMA UM ESTORNO VAI PARA O SUSPENSO COM MOTIVO
      * 15/10/2026 RM  PROPRIO, E A REFERENCIA VAI JUNTO NO SOMASUSP.
      * 15/10/2026 RM  O LIMITE DE CREDITO PASSA A SER CONFERIDO PARA
      * 15/10/2026 RM  TODO ITEM QUE AUMENTA O SALDO, E NAO SO PARA O
      * 15/10/2026 RM  CREDITO.
      * 15/10/2026 RM  A MARCA DE LIMITE APROVADO SO E ACEITA COM UMA
      * 15/10/2026 RM  LINHA DE APROVACAO AINDA NAO USADA PARA O MESMO
      * 15/10/2026 RM  ITEM NO SOMAAPRV (COPY APRVREC), GRAVADA POR
      * 15/10/2026 RM  SOMACOR OU SOMAJUR; A LINHA E GASTA NA POSTAGEM
      * 15/10/2026 RM  (DATA DE MOVIMENTO E POSICAO NO SOMAIN). MARCA
      * 15/10/2026 RM  SEM LINHA E IGNORADA E O LIMITE E CONFERIDO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUSPENSE-WORK  ASSIGN TO "SOMASUSPW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSPW-STATUS.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
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
            SELECT APPROVAL-FILE ASSIGN TO "SOMAAPRV"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APRV-KEY
                FILE STATUS IS APRV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  TRANSACTION-IN.
        01  TRANS-IN-REC.
            05  TRANS-KEY-IN           PIC X(06).
            05  TRANS-NUM1-IN          PIC X(09).
            05  TRANS-NUM2-IN          PIC X(09).
            05  TRANS-TIPO-IN          PIC X(01).
                88  TRANS-TIPO-VALIDO  VALUE "C" "D" "E" " ".
            05  TRANS-APROVACAO-IN     PIC X(01).
                88  TRANS-LIMITE-APROVADO VALUE "S".
            05  TRANS-REF-IN.
                10  TRANS-REF-CLIENTE-IN PIC X(06).
                10  FILLER             PIC X(12).
        FD  RESULTS-OUT.
        01  RESULTS-OUT-REC.
            05  OUT-TRANS-KEY          PIC 9(06).
            05  FILLER                 PIC X(01) VALUE SPACE.
            05  OUT-NUM1               PIC 9(07)V99.
            05  FILLER                 PIC X(01) VALUE SPACE.
            05  OUT-NUM2               PIC 9(07)V99.
            05  FILLER                 PIC X(01) VALUE SPACE.
            05  OUT-NUM3               PIC S9(08)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(01) VALUE SPACE.
            05  OUT-TIPO               PIC X(01).
        FD  ERROR-REPORT.
        01  ERROR-REPORT-REC PIC X(80).
        FD  AUDIT-LOG.
      * A LINHA CRESCEU DOIS BYTES COM O ANO DE QUATRO DIGITOS,
      * E MAIS OITO COM O SINAL DE NUM3 E O TIPO DA TRANSACAO,
      * E MAIS VINTE E UM COM OS VALORES EM CENTAVOS;
      * SOMABAL LE OS CAMPOS POR POSICAO NESTA MESMA LARGURA.
        01  AUDIT-LOG-REC PIC X(111).
        FD  CHECKPOINT-FILE.
        01  CHECKPOINT-REC.
            05  CKPT-KEY               PIC 9(06).
            05  CKPT-REGISTROS-LIDOS   PIC 9(08).
            05  CKPT-GRAND-TOTAL       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
            05  CKPT-TRANS-COUNT       PIC 9(06).
            05  CKPT-TRANS-REJEITADAS  PIC 9(06).
            05  CKPT-REJ-INEXISTENTE   PIC 9(06).
            05  CKPT-REJ-INATIVO       PIC 9(06).
            05  CKPT-PROXIMA-SEQUENCIA PIC 9(06).
            05  CKPT-TRANS-DEBITOS     PIC 9(06).
            05  CKPT-TRANS-ESTORNOS    PIC 9(06).
            05  CKPT-REJ-LIMITE        PIC 9(06).
            05  CKPT-CLIENTE-DO-DIA    PIC 9(06).
            05  CKPT-VALOR-CLIENTE     PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
        FD  GL-EXTRACT.
        01  GL-EXTRACT-REC.
            05  GL-TRANS-DATE          PIC 9(08).
            05  GL-TRANS-KEY           PIC 9(06).
            05  GL-AMOUNT              PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
            05  GL-TIPO                PIC X(01).
        FD  POSTING-CONTROL.
           COPY SOMACTL.
        FD  SUSPENSE-FILE.
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SUSPENSE-WORK.
        01  SUSPENSE-WORK-REC PIC X(87).
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  BALANCE-MASTER.
           COPY SLDREC.
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  APPROVAL-FILE.
           COPY APRVREC.
        WORKING-STORAGE SECTION.
      * Área de trabalho do código:
      * Declaração de variáveis
        01 Num1 PIC 9(7)V99.
        01 Num2 PIC 9(7)V99.
        01 Num3 PIC 9(8)V99.
      * NUM3 COM O SINAL DO TIPO: NEGATIVO EM DEBITO E ESTORNO.
        01 VALOR-LIQUIDO       PIC S9(08)V99
                               SIGN IS LEADING SEPARATE.
      * NUM3 DA POSTAGEM QUE O ESTORNO DESFAZ, COM O SINAL DELA.
        01 VALOR-ORIGINAL      PIC S9(08)V99 VALUE ZEROS.
      * FAIXA ACEITA PARA O VALOR DA TRANSACAO (NUM1 + NUM2).
        01 VALOR-MINIMO        PIC 9(08)V99 VALUE 0.01.
        01 VALOR-MAXIMO        PIC 9(08)V99 VALUE 5000000.00.
        01 TIPO-TRANSACAO      PIC X(01).
            88 TIPO-CREDITO    VALUE "C".
            88 TIPO-DEBITO     VALUE "D".
            88 TIPO-ESTORNO    VALUE "E".
      * o 01, 02, 03 é o tamanho do número.
      * VALUE ZEROS. -> inicia como 0.
      * 99 = 9(2).
        01 TRANS-KEY           PIC 9(06).
        01 TRANS-VALIDA        PIC X(01).
            88 TRANS-OK        VALUE "S".
        01 GRAND-TOTAL         PIC S9(11)V99 VALUE ZEROS.
        01 TRANS-COUNT         PIC 9(06) VALUE ZEROS.
        01 TRANS-DEBITOS       PIC 9(06) VALUE ZEROS.
        01 TRANS-ESTORNOS      PIC 9(06) VALUE ZEROS.
        01 TRANS-REJEITADAS    PIC 9(06) VALUE ZEROS.
        01 REJ-INEXISTENTE     PIC 9(06) VALUE ZEROS.
        01 REJ-INATIVO         PIC 9(06) VALUE ZEROS.
        01 REJ-LIMITE          PIC 9(06) VALUE ZEROS.
      * CONTROLE DO LIMITE DE CREDITO: SALDO DO CUSTSLD DO CLIENTE
      * DA TRANSACAO E O QUE JA FOI POSTADO PARA ELE NESTA RODADA
      * (A ENTRADA VEM ORDENADA POR CLIENTE).
        01 SLD-STATUS          PIC X(02).
        01 SALDOS-DISPONIVEL   PIC X(01) VALUE "N".
            88 SALDOS-OK       VALUE "S".
        01 CLIENTE-DO-SALDO    PIC 9(06) VALUE ZEROS.
        01 SALDO-DO-CLIENTE    PIC S9(13)V99 VALUE ZEROS.
        01 CLIENTE-DO-DIA      PIC 9(06) VALUE ZEROS.
        01 VALOR-CLIENTE-DIA   PIC S9(11)V99 VALUE ZEROS.
        01 SALDO-PROJETADO     PIC S9(13)V99 VALUE ZEROS.
        01 HIST-STATUS         PIC X(02).
        01 HISTORICO-DISPONIVEL PIC X(01) VALUE "N".
            88 HISTORICO-OK    VALUE "S".
      * APROVACAO DE LIMITE: A MARCA DA ENTRADA SO VALE COM A LINHA
      * DO SOMAAPRV PARA O MESMO ITEM (CHAVE, VALORES, TIPO E
      * REFERENCIA, COMO VIERAM NA ENTRADA).
        01 APRV-STATUS         PIC X(02).
        01 APROVACOES-DISPONIVEL PIC X(01) VALUE "N".
            88 APROVACOES-OK   VALUE "S".
        01 APROVACAO-DO-ITEM   PIC X(01) VALUE "N".
            88 APROVACAO-CONFERIDA VALUE "S".
        01 FIM-APROVACOES-SW   PIC X(01) VALUE "N".
            88 FIM-APROVACOES  VALUE "S".
        01 ITEM-A-APROVAR      PIC X(43).
        01 ERRO-CAMPO          PIC X(10).
        01 ERRO-VALOR          PIC X(09).
        01 ERRO-MOTIVO         PIC X(30).
        01 MSTR-STATUS         PIC X(02).
        01 AUD-STATUS          PIC X(09).
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 HORA-DO-SISTEMA     PIC 9(08).
        01 CKPT-STATUS         PIC X(02).
        01 PARM-ENTRADA        PIC X(10).
        PROCEDURE DIVISION.
        DIS.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           ACCEPT HORA-DO-SISTEMA FROM TIME
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           IF PARM-ENTRADA(1:7) = "RESTART"
           PERFORM ABRIR-ERRO-REPORT
           PERFORM ABRIR-SUSPENSOS
           PERFORM ABRIR-MESTRE-CLIENTES
           PERFORM ABRIR-MESTRE-DE-SALDOS
           PERFORM ABRIR-HISTORICO
           PERFORM ABRIR-APROVACOES
           PERFORM LER-TRANSACAO
           PERFORM PROCESSAR-TRANSACOES
               UNTIL FIM-ARQUIVO-TRANSACTION-IN
           CLOSE ERROR-REPORT
           CLOSE SUSPENSE-FILE
           CLOSE CUSTOMER-MASTER
           IF SALDOS-OK
               CLOSE BALANCE-MASTER
           END-IF
           IF HISTORICO-OK
               CLOSE HISTORY-FILE
           END-IF
           IF APROVACOES-OK
               CLOSE APPROVAL-FILE
           END-IF
           PERFORM GRAVAR-CONTROLE-FECHAMENTO
           DISPLAY "Transações processadas: " TRANS-COUNT
           DISPLAY "  - DEBITOS            : " TRANS-DEBITOS
           DISPLAY "  - ESTORNOS           : " TRANS-ESTORNOS
           DISPLAY "Transações rejeitadas : " TRANS-REJEITADAS
           DISPLAY "  - CLIENTE INEXISTENTE: " REJ-INEXISTENTE
           DISPLAY "  - CLIENTE INATIVO    : " REJ-INATIVO
           DISPLAY "  - LIMITE DE CREDITO  : " REJ-LIMITE
           DISPLAY "Total geral da soma   : " GRAND-TOTAL
           GOBACK.

           IF NOT PULAR-TRANSACAO
               PERFORM VALIDAR-TRANSACAO
               IF TRANS-OK
                   PERFORM CONTAR-TIPO-DA-TRANSACAO
                   IF TIPO-ESTORNO
                       PERFORM MARCAR-POSTAGEM-ESTORNADA
                   END-IF
                   PERFORM ACUMULAR-VALOR-DO-CLIENTE
                   ADD VALOR-LIQUIDO TO GRAND-TOTAL
                   ADD 1 TO TRANS-COUNT
                   MOVE SPACES TO RESULTS-OUT-REC
                   MOVE TRANS-KEY TO OUT-TRANS-KEY
                   MOVE Num1 TO OUT-NUM1
                   MOVE Num2 TO OUT-NUM2
                   MOVE VALOR-LIQUIDO TO OUT-NUM3
                   MOVE TIPO-TRANSACAO TO OUT-TIPO
                   WRITE RESULTS-OUT-REC
                   MOVE DATA-DO-MOVIMENTO TO GL-TRANS-DATE
                   MOVE TRANS-KEY       TO GL-TRANS-KEY
                   MOVE VALOR-LIQUIDO   TO GL-AMOUNT
                   MOVE TIPO-TRANSACAO  TO GL-TIPO
                   WRITE GL-EXTRACT-REC
                   DISPLAY "O total da soma ", Num1, " com ", Num2,
                       " é ", Num3
           END-IF
           PERFORM LER-TRANSACAO.

      * DEBITO TIRA DINHEIRO DO CLIENTE: O VALOR SAI NEGATIVO PARA
      * TODO O RESTO DA ESTEIRA (SALDO, GL, HISTORICO) JA SOMAR COM
      * O SINAL CERTO, SEM CADA UM OLHAR O TIPO. O ESTORNO DESFAZ A
      * POSTAGEM ORIGINAL: SAI COM O SINAL CONTRARIO AO DELA.
        APURAR-VALOR-LIQUIDO.
           EVALUATE TRUE
               WHEN TIPO-DEBITO
                   COMPUTE VALOR-LIQUIDO = ZERO - Num3
               WHEN TIPO-ESTORNO
                   COMPUTE VALOR-LIQUIDO = ZERO - VALOR-ORIGINAL
               WHEN OTHER
                   MOVE Num3 TO VALOR-LIQUIDO
           END-EVALUATE.

        CONTAR-TIPO-DA-TRANSACAO.
           EVALUATE TRUE
               WHEN TIPO-DEBITO
                   ADD 1 TO TRANS-DEBITOS
               WHEN TIPO-ESTORNO
                   ADD 1 TO TRANS-ESTORNOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A MARCA SO E GRAVADA COM O ESTORNO JA APROVADO EM TODA A
      * CRITICA: ESTORNO QUE CAI NO SUSPENSO NAO PRENDE A ORIGINAL.
        MARCAR-POSTAGEM-ESTORNADA.
           MOVE TRANS-REF-IN TO HIST-KEY
           READ HISTORY-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE DATA-DO-MOVIMENTO TO HIST-DATA-ESTORNO
                   MOVE REGISTROS-LIDOS   TO HIST-REGISTRO-ESTORNO
                   REWRITE HISTORY-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
           END-READ.

        ACUMULAR-VALOR-DO-CLIENTE.
           IF TRANS-KEY NOT = CLIENTE-DO-DIA
               MOVE TRANS-KEY TO CLIENTE-DO-DIA
               MOVE ZEROS TO VALOR-CLIENTE-DIA
           END-IF
           ADD VALOR-LIQUIDO TO VALOR-CLIENTE-DIA.

        DETERMINAR-PULAR-TRANSACAO.
           MOVE "N" TO PULAR-TRANSACAO-SW
           IF MODO-RESTART
           IF TRANS-KEY-IN IS NUMERIC
                   AND TRANS-NUM1-IN IS NUMERIC
                   AND TRANS-NUM2-IN IS NUMERIC
                   AND TRANS-TIPO-VALIDO
               MOVE TRANS-KEY-IN  TO TRANS-KEY
               MOVE TRANS-NUM1-IN TO Num1
               MOVE TRANS-NUM2-IN TO Num2
               MOVE TRANS-TIPO-IN TO TIPO-TRANSACAO
               IF TIPO-TRANSACAO = SPACE
                   SET TIPO-CREDITO TO TRUE
               END-IF
               SET TRANS-OK TO TRUE
               IF TIPO-ESTORNO
                   PERFORM VALIDAR-ESTORNO
               ELSE
                   PERFORM VALIDAR-FAIXA-DE-VALOR
               END-IF
               IF TRANS-OK
                   PERFORM APURAR-VALOR-LIQUIDO
                   PERFORM VALIDAR-CLIENTE
               END-IF
           ELSE
               PERFORM IDENTIFICAR-CAMPO-INVALIDO
               PERFORM REJEITAR-TRANSACAO
           END-IF.

      * COM CENTAVOS O TAMANHO DO CAMPO NAO LIMITA MAIS NADA: A
      * FAIXA E CRITICADA SOBRE O VALOR DA TRANSACAO (NUM1 + NUM2),
      * QUE E O QUE VAI PARA O GL. VALOR ZERADO TAMBEM CAI AQUI.
        VALIDAR-FAIXA-DE-VALOR.
           ADD Num1, Num2 GIVING Num3
           IF Num3 < VALOR-MINIMO OR Num3 > VALOR-MAXIMO
               MOVE "N" TO TRANS-VALIDA
               MOVE "NUM3" TO ERRO-CAMPO
               MOVE TRANS-KEY-IN TO ERRO-VALOR
               MOVE "VALOR FORA DA FAIXA" TO ERRO-MOTIVO
               PERFORM REJEITAR-TRANSACAO
           END-IF.

      * O ESTORNO TEM DE APONTAR UMA POSTAGEM DO PROPRIO CLIENTE JA
      * CONSOLIDADA NO SOMAHIST. O VALOR VEM DELA, E NAO DA ENTRADA,
      * ENTAO A FAIXA DE VALOR NAO SE APLICA. A MARCA GRAVADA POR
      * ESTE MESMO REGISTRO DE ENTRADA NESTE MESMO DIA (RESTART OU
      * REEXECUCAO DO DIA) NAO CONTA COMO ESTORNO ANTERIOR.
        VALIDAR-ESTORNO.
           IF HISTORICO-OK
                   AND TRANS-REF-IN IS NUMERIC
                   AND TRANS-REF-CLIENTE-IN = TRANS-KEY-IN
               MOVE TRANS-REF-IN TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE "ESTORNO SEM POSTAGEM ORIGINAL"
                           TO ERRO-MOTIVO
                       PERFORM REJEITAR-ESTORNO
                   NOT INVALID KEY
                       PERFORM CONFERIR-POSTAGEM-ORIGINAL
               END-READ
           ELSE
               MOVE "ESTORNO SEM POSTAGEM ORIGINAL" TO ERRO-MOTIVO
               PERFORM REJEITAR-ESTORNO
           END-IF.

        CONFERIR-POSTAGEM-ORIGINAL.
           EVALUATE TRUE
               WHEN HIST-ESTORNO
                   MOVE "POSTAGEM ORIGINAL E ESTORNO" TO ERRO-MOTIVO
                   PERFORM REJEITAR-ESTORNO
               WHEN HIST-NAO-ESTORNADA
                   PERFORM ASSUMIR-POSTAGEM-ORIGINAL
               WHEN HIST-DATA-ESTORNO = DATA-DO-MOVIMENTO
                       AND HIST-REGISTRO-ESTORNO = REGISTROS-LIDOS
                   PERFORM ASSUMIR-POSTAGEM-ORIGINAL
               WHEN OTHER
                   MOVE "POSTAGEM JA ESTORNADA" TO ERRO-MOTIVO
                   PERFORM REJEITAR-ESTORNO
           END-EVALUATE.

        ASSUMIR-POSTAGEM-ORIGINAL.
           MOVE HIST-NUM1 TO Num1
           MOVE HIST-NUM2 TO Num2
           ADD Num1, Num2 GIVING Num3
           MOVE HIST-NUM3 TO VALOR-ORIGINAL.

        REJEITAR-ESTORNO.
           MOVE "N" TO TRANS-VALIDA
           MOVE "ESTORNO" TO ERRO-CAMPO
           MOVE TRANS-KEY-IN TO ERRO-VALOR
           PERFORM REJEITAR-TRANSACAO.

      * CRITICA DA CHAVE CONTRA O MESTRE DE CLIENTES: SO POSTA PARA
      * CLIENTE CADASTRADO E ATIVO. O MESTRE JA FOI ATUALIZADO POR
      * TESTE ANTES DESTE JOB, ENTAO A CRITICA VALE PARA O DIA.
                       MOVE "CLIENTE INATIVO" TO ERRO-MOTIVO
                       ADD 1 TO REJ-INATIVO
                       PERFORM REJEITAR-CLIENTE
                   ELSE
                       PERFORM VALIDAR-LIMITE-DE-CREDITO
                   END-IF
           END-READ.

      * SO O ITEM QUE AUMENTA O SALDO PODE ESTOURAR O LIMITE: O
      * CREDITO E O ESTORNO DE UM DEBITO. O DEBITO E O ESTORNO DE UM
      * CREDITO SEMPRE PASSAM. O SALDO PROJETADO E O DO CUSTSLD (ATE
      * A VESPERA, JA QUE SOMASLD RODA DEPOIS) MAIS O POSTADO HOJE
      * PARA O CLIENTE E O VALOR DESTE ITEM.
      * ITEM LIBERADO PELA MESA DE CREDITO JA VEM APROVADO, MAS A
      * MARCA DA ENTRADA SO VALE COM A APROVACAO NO SOMAAPRV.
        VALIDAR-LIMITE-DE-CREDITO.
           MOVE "N" TO APROVACAO-DO-ITEM
           IF TRANS-LIMITE-APROVADO
               PERFORM CONFERIR-APROVACAO
           END-IF
           IF VALOR-LIQUIDO > ZEROS
                   AND CUSTOMER-LIMITE-CREDITO > ZEROS
                   AND NOT APROVACAO-CONFERIDA
               PERFORM OBTER-SALDO-DO-CLIENTE
               COMPUTE SALDO-PROJETADO =
                   SALDO-DO-CLIENTE + VALOR-LIQUIDO
               IF TRANS-KEY = CLIENTE-DO-DIA
                   ADD VALOR-CLIENTE-DIA TO SALDO-PROJETADO
               END-IF
               IF SALDO-PROJETADO > CUSTOMER-LIMITE-CREDITO
                   MOVE "LIMITE DE CREDITO EXCEDIDO" TO ERRO-MOTIVO
                   ADD 1 TO REJ-LIMITE
                   MOVE "N" TO TRANS-VALIDA
                   MOVE "LIMITE" TO ERRO-CAMPO
                   MOVE TRANS-KEY-IN TO ERRO-VALOR
                   PERFORM REJEITAR-TRANSACAO
               END-IF
           END-IF.

      * PROCURA, ENTRE AS LINHAS DO SOMAAPRV PARA O ITEM, UMA AINDA
      * NAO USADA E A GASTA. A LINHA GASTA POR ESTE MESMO REGISTRO
      * DE ENTRADA NESTE MESMO DIA (RESTART OU REEXECUCAO DO DIA)
      * VALE DE NOVO, COMO A MARCA DE ESTORNO DO SOMAHIST.
        CONFERIR-APROVACAO.
           IF APROVACOES-OK
               MOVE "N" TO FIM-APROVACOES-SW
               MOVE TRANS-KEY-IN   TO APRV-TRANS-KEY
               MOVE TRANS-NUM1-IN  TO APRV-NUM1
               MOVE TRANS-NUM2-IN  TO APRV-NUM2
               MOVE TRANS-TIPO-IN  TO APRV-TIPO
               MOVE TRANS-REF-IN   TO APRV-REF-ESTORNO
               MOVE APRV-ITEM      TO ITEM-A-APROVAR
               MOVE ZEROS          TO APRV-DATA
               MOVE LOW-VALUES     TO APRV-ORIGEM
               MOVE ZEROS          TO APRV-SEQUENCIA
               START APPROVAL-FILE KEY NOT < APRV-KEY
                   INVALID KEY SET FIM-APROVACOES TO TRUE
               END-START
               IF NOT FIM-APROVACOES
                   PERFORM LER-APROVACAO
               END-IF
               PERFORM PROCURAR-APROVACAO
                   UNTIL FIM-APROVACOES OR APROVACAO-CONFERIDA
           END-IF
           IF NOT APROVACAO-CONFERIDA
               DISPLAY "MARCA DE LIMITE APROVADO SEM APROVACAO EM"
                   " SOMAAPRV (REGISTRO " REGISTROS-LIDOS
                   "): LIMITE CONFERIDO"
           END-IF.

        PROCURAR-APROVACAO.
           EVALUATE TRUE
               WHEN APRV-NAO-USADA
                   PERFORM GASTAR-APROVACAO
               WHEN APRV-DATA-USO = DATA-DO-MOVIMENTO
                       AND APRV-REGISTRO-USO = REGISTROS-LIDOS
                   PERFORM GASTAR-APROVACAO
               WHEN OTHER
                   PERFORM LER-APROVACAO
           END-EVALUATE.

        GASTAR-APROVACAO.
           MOVE DATA-DO-MOVIMENTO TO APRV-DATA-USO
           MOVE REGISTROS-LIDOS   TO APRV-REGISTRO-USO
           REWRITE APPROVAL-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           SET APROVACAO-CONFERIDA TO TRUE.

        LER-APROVACAO.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET FIM-APROVACOES TO TRUE
               NOT AT END
                   IF APRV-ITEM NOT = ITEM-A-APROVAR
                       SET FIM-APROVACOES TO TRUE
                   END-IF
           END-READ.

        OBTER-SALDO-DO-CLIENTE.
           IF TRANS-KEY NOT = CLIENTE-DO-SALDO
               MOVE TRANS-KEY TO CLIENTE-DO-SALDO
               MOVE ZEROS TO SALDO-DO-CLIENTE
               IF SALDOS-OK
                   MOVE TRANS-KEY TO SLD-CUSTOMER-ID
                   READ BALANCE-MASTER
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SLD-SALDO-ATUAL TO SALDO-DO-CLIENTE
                   END-READ
               END-IF
           END-IF.

        REJEITAR-CLIENTE.
           MOVE "N" TO TRANS-VALIDA
           MOVE "CLIENTE" TO ERRO-CAMPO
           MOVE TRANS-KEY-IN      TO SUSP-TRANS-KEY
           MOVE TRANS-NUM1-IN     TO SUSP-NUM1
           MOVE TRANS-NUM2-IN     TO SUSP-NUM2
           MOVE TRANS-TIPO-IN     TO SUSP-TIPO
           MOVE ERRO-MOTIVO       TO SUSP-MOTIVO
           MOVE DATA-DO-MOVIMENTO TO SUSP-DATA-REJEICAO
           MOVE TRANS-REF-IN      TO SUSP-REF-ESTORNO
           WRITE SUSPENSE-RECORD.

        IDENTIFICAR-CAMPO-INVALIDO.
           MOVE "NAO NUMERICO OU FORA DA FAIXA" TO ERRO-MOTIVO
           IF TRANS-KEY-IN IS NOT NUMERIC
               MOVE "CHAVE" TO ERRO-CAMPO
               MOVE TRANS-KEY-IN TO ERRO-VALOR
                   MOVE "NUM1" TO ERRO-CAMPO
                   MOVE TRANS-NUM1-IN TO ERRO-VALOR
               ELSE
                   IF TRANS-NUM2-IN IS NOT NUMERIC
                       MOVE "NUM2" TO ERRO-CAMPO
                       MOVE TRANS-NUM2-IN TO ERRO-VALOR
                   ELSE
                       MOVE "TIPO" TO ERRO-CAMPO
                       MOVE TRANS-TIPO-IN TO ERRO-VALOR
                       MOVE "TIPO DE TRANSACAO INVALIDO"
                           TO ERRO-MOTIVO
                   END-IF
               END-IF
           END-IF.

           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * PARAMETROS DO SISTEMA EM VIGOR NA DATA DE MOVIMENTO: O
      * ARQUIVO VEM ORDENADO POR CODIGO E VIGENCIA, ENTAO A ULTIMA
      * LINHA EM VIGOR DE CADA CODIGO E A QUE FICA. SEM O ARQUIVO
      * A POSTAGEM RODA COM OS PADROES COMPILADOS.
        CARREGAR-PARAMETROS.
           OPEN INPUT SYSTEM-PARAMETERS
           IF PRM-STATUS = "00"
               PERFORM LER-PARAMETRO
               PERFORM APLICAR-PARAMETRO
                   UNTIL FIM-PARAMETROS
               CLOSE SYSTEM-PARAMETERS
           ELSE
               DISPLAY "PARAMETROS DO SISTEMA (SOMAPARM) INDISPONIVEIS"
                   " (STATUS " PRM-STATUS "): VALEM OS PADROES"
           END-IF
           IF VALOR-MINIMO > VALOR-MAXIMO
               DISPLAY "FAIXA DE VALOR INVERTIDA EM SOMAPARM ("
                   VALOR-MINIMO " A " VALOR-MAXIMO "): POSTAGEM"
                   " CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

        APLICAR-PARAMETRO.
           IF PRM-VIGENCIA NOT > DATA-DO-MOVIMENTO
                   AND PRM-VALOR IS NUMERIC
               EVALUATE TRUE
                   WHEN PRM-INTERVALO-CHECKPOINT
                       IF PRM-VALOR > ZEROS
                           MOVE PRM-VALOR TO INTERVALO-CHECKPOINT
                       END-IF
                   WHEN PRM-VALOR-MINIMO
                       MOVE PRM-VALOR TO VALOR-MINIMO
                   WHEN PRM-VALOR-MAXIMO
                       MOVE PRM-VALOR TO VALOR-MAXIMO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

        INICIALIZAR-CHECKPOINT.
           MOVE ZEROS TO CHECKPOINT-CHAVE-INICIAL
           MOVE ZEROS TO CKPT-REGISTROS-INICIAL
                           MOVE CKPT-REJ-INATIVO TO REJ-INATIVO
                           MOVE CKPT-PROXIMA-SEQUENCIA
                               TO CKPT-SEQUENCIA-INICIAL
                           MOVE CKPT-TRANS-DEBITOS TO TRANS-DEBITOS
                           MOVE CKPT-TRANS-ESTORNOS
                               TO TRANS-ESTORNOS
                           MOVE CKPT-REJ-LIMITE TO REJ-LIMITE
                           MOVE CKPT-CLIENTE-DO-DIA TO CLIENTE-DO-DIA
                           MOVE CKPT-VALOR-CLIENTE
                               TO VALOR-CLIENTE-DIA
                           SET CHECKPOINT-CARREGADO TO TRUE
                   END-READ
                   CLOSE CHECKPOINT-FILE
           MOVE REJ-INEXISTENTE         TO CKPT-REJ-INEXISTENTE
           MOVE REJ-INATIVO             TO CKPT-REJ-INATIVO
           MOVE PROXIMA-SEQUENCIA       TO CKPT-PROXIMA-SEQUENCIA
           MOVE TRANS-DEBITOS           TO CKPT-TRANS-DEBITOS
           MOVE TRANS-ESTORNOS          TO CKPT-TRANS-ESTORNOS
           MOVE REJ-LIMITE              TO CKPT-REJ-LIMITE
           MOVE CLIENTE-DO-DIA          TO CKPT-CLIENTE-DO-DIA
           MOVE VALOR-CLIENTE-DIA       TO CKPT-VALOR-CLIENTE
           WRITE CHECKPOINT-REC
           CLOSE CHECKPOINT-FILE.

                   " CHAVE=" TRANS-KEY-IN
                   " NUM1=" TRANS-NUM1-IN
                   " NUM2=" TRANS-NUM2-IN
                   " NUM3=" VALOR-LIQUIDO
                   " TIPO=" TIPO-TRANSACAO
                   " STATUS=" AUD-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-REC
               END-STRING
                   " CHAVE=" TRANS-KEY-IN
                   " NUM1=" TRANS-NUM1-IN
                   " NUM2=" TRANS-NUM2-IN
                   " NUM3=N/A        "
                   " TIPO=" TRANS-TIPO-IN
                   " STATUS=" AUD-STATUS
                   DELIMITED BY SIZE INTO AUDIT-LOG-REC
           END-IF
               GOBACK
           END-IF.

      * SEM O CUSTSLD AINDA CRIADO (NENHUM SOMASLD RODOU) TODO
      * CLIENTE COMECA COM SALDO ZERO; QUALQUER OUTRA FALHA CANCELA,
      * PARA O LIMITE NAO SER CONFERIDO CONTRA SALDO ERRADO.
        ABRIR-MESTRE-DE-SALDOS.
           OPEN INPUT BALANCE-MASTER
           EVALUATE SLD-STATUS
               WHEN "00"
                   SET SALDOS-OK TO TRUE
               WHEN "35"
                   DISPLAY "MESTRE DE SALDOS (CUSTSLD) AINDA NAO"
                       " EXISTE: LIMITE CONFERIDO COM SALDO ZERO"
               WHEN OTHER
                   DISPLAY "MESTRE DE SALDOS INDISPONIVEL (STATUS "
                       SLD-STATUS "): POSTAGEM CANCELADA"
                   CLOSE TRANSACTION-IN
                   CLOSE RESULTS-OUT
                   CLOSE GL-EXTRACT
                   CLOSE AUDIT-LOG
                   CLOSE ERROR-REPORT
                   CLOSE SUSPENSE-FILE
                   CLOSE CUSTOMER-MASTER
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      * O HISTORICO E ONDE O ESTORNO ACHA A POSTAGEM ORIGINAL E A
      * MARCA. SEM O SOMAHIST AINDA CRIADO NAO HA O QUE ESTORNAR:
      * TODO ESTORNO VAI PARA O SUSPENSO. QUALQUER OUTRA FALHA
      * CANCELA, PARA NAO REJEITAR ESTORNO BOM POR MOTIVO FALSO.
        ABRIR-HISTORICO.
           OPEN I-O HISTORY-FILE
           EVALUATE HIST-STATUS
               WHEN "00"
                   SET HISTORICO-OK TO TRUE
               WHEN "35"
                   DISPLAY "HISTORICO (SOMAHIST) AINDA NAO EXISTE:"
                       " ESTORNOS VAO PARA O SUSPENSO"
               WHEN OTHER
                   DISPLAY "HISTORICO SOMAHIST INDISPONIVEL (STATUS "
                       HIST-STATUS "): POSTAGEM CANCELADA"
                   CLOSE TRANSACTION-IN
                   CLOSE RESULTS-OUT
                   CLOSE GL-EXTRACT
                   CLOSE AUDIT-LOG
                   CLOSE ERROR-REPORT
                   CLOSE SUSPENSE-FILE
                   CLOSE CUSTOMER-MASTER
                   IF SALDOS-OK
                       CLOSE BALANCE-MASTER
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      * SEM O SOMAAPRV AINDA CRIADO NENHUMA MARCA DE LIMITE APROVADO
      * TEM APROVACAO: TODO ITEM PASSA PELO LIMITE. QUALQUER OUTRA
      * FALHA CANCELA, PARA NAO RETER ITEM APROVADO POR ENGANO.
        ABRIR-APROVACOES.
           OPEN I-O APPROVAL-FILE
           EVALUATE APRV-STATUS
               WHEN "00"
                   SET APROVACOES-OK TO TRUE
               WHEN "35"
                   DISPLAY "APROVACOES (SOMAAPRV) AINDA NAO EXISTEM:"
                       " MARCAS DE LIMITE APROVADO IGNORADAS"
               WHEN OTHER
                   DISPLAY "APROVACOES SOMAAPRV INDISPONIVEIS (STATUS "
                       APRV-STATUS "): POSTAGEM CANCELADA"
                   CLOSE TRANSACTION-IN
                   CLOSE RESULTS-OUT
                   CLOSE GL-EXTRACT
                   CLOSE AUDIT-LOG
                   CLOSE ERROR-REPORT
                   CLOSE SUSPENSE-FILE
                   CLOSE CUSTOMER-MASTER
                   IF SALDOS-OK
                       CLOSE BALANCE-MASTER
                   END-IF
                   IF HISTORICO-OK
                       CLOSE HISTORY-FILE
                   END-IF
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

        ABRIR-ERRO-REPORT.
           OPEN EXTEND ERROR-REPORT
           IF ERR-FILE-STATUS = "35"
