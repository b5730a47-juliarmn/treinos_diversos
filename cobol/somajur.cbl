        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOMAJUR.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. APROPRIACAO MENSAL DE JUROS
      * 15/10/2026 RM  E TARIFAS: NO ULTIMO DIA UTIL DO MES, ANTES DO
      * 15/10/2026 RM  FECHAMENTO (SOMAFECH), PERCORRE O MESTRE DE
      * 15/10/2026 RM  SALDOS CUSTSLD E APLICA A CADA CLIENTE A TABELA
      * 15/10/2026 RM  DE TAXAS DA SUA SITUACAO NO CADASTRO: JUROS
      * 15/10/2026 RM  SOBRE SALDO CREDOR (CREDITO), JUROS SOBRE SALDO
      * 15/10/2026 RM  DEVEDOR (DEBITO) E TARIFA MENSAL (DEBITO). OS
      * 15/10/2026 RM  LANCAMENTOS SAEM COMO TRANSACOES COMUNS NO
      * 15/10/2026 RM  SOMAINRAW DO PROXIMO DIA, COMO NA LIBERACAO DE
      * 15/10/2026 RM  SOMACOR, E PASSAM POR SOMA, GL E SOMAHIST COMO
      * 15/10/2026 RM  TUDO O MAIS. O REGISTRO DA APROPRIACAO SAI EM
      * 15/10/2026 RM  SOMAJURR COM SALDO, TAXA E VALORES POR CLIENTE
      * 15/10/2026 RM  E OS TOTAIS PARA A CONTABILIDADE CONFERIR COM
      * 15/10/2026 RM  O GL. O MES APROPRIADO ENTRA NO CONTROLE
      * 15/10/2026 RM  SOMAJURC E NAO E APROPRIADO DUAS VEZES (RC=4).
      * 15/10/2026 RM  RECUSA COM RC=8 MES JA FECHADO EM SOMAMFEC OU
      * 15/10/2026 RM  SALDOS QUE NAO SAO MAIS OS DO FIM DO MES (O
      * 15/10/2026 RM  ULTIMO DIA POSTADO EM SOMACTL JA E DE OUTRO MES).
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
      * 15/10/2026 RM  COLUNA DO NOME COM AS 30 POSICOES DO CADASTRO.
      * 15/10/2026 RM  TAXAS E TARIFA DO CLIENTE ATIVO VEM DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (SOMAPARM, CODIGOS
      * 15/10/2026 RM  JUROS-CREDOR-A, JUROS-DEVEDOR-A EM % AO MES E
      * 15/10/2026 RM  TARIFA-MENSAL-A) EM VIGOR NA DATA DE MOVIMENTO
      * 15/10/2026 RM  (BIZDATE); A TABELA COMPILADA FICA COMO PADRAO.
      * 15/10/2026 RM  SOMAINRAW COM A REFERENCIA DE ESTORNO NO FIM,
      * 15/10/2026 RM  EM BRANCO NOS LANCAMENTOS DE JUROS E TARIFA.
      * 15/10/2026 RM  CADA CREDITO DE JUROS GRAVA TAMBEM A SUA LINHA
      * 15/10/2026 RM  DE APROVACAO NO SOMAAPRV (COPY APRVREC), SEM A
      * 15/10/2026 RM  QUAL SOMA NAO ACEITA A MARCA DE LIMITE APROVADO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT POSTING-CONTROL ASSIGN TO "SOMACTL"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CTL-STATUS.
            SELECT CLOSED-MONTHS ASSIGN TO "SOMAMFEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MFEC-STATUS.
            SELECT ACCRUAL-CONTROL ASSIGN TO "SOMAJURC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS JURC-STATUS.
            SELECT TRANSACTION-RAW ASSIGN TO "SOMAINRAW"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RAW-STATUS.
            SELECT REPORT-OUT ASSIGN TO "SOMAJURR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
            SELECT APPROVAL-FILE ASSIGN TO "SOMAAPRV"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APRV-KEY
                FILE STATUS IS APRV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  BALANCE-MASTER.
           COPY SLDREC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  POSTING-CONTROL.
           COPY SOMACTL.
        FD  CLOSED-MONTHS.
           COPY MESFEC.
        FD  ACCRUAL-CONTROL.
        01  ACCRUAL-CONTROL-REC.
            05  JURC-MES              PIC 9(06).
            05  JURC-DATA             PIC 9(08).
            05  JURC-LANCAMENTOS      PIC 9(06).
            05  JURC-TOTAL            PIC S9(11)V99
                                      SIGN IS LEADING SEPARATE.
        FD  TRANSACTION-RAW.
        01  RAW-TRANS-REC.
            05  RAW-TRANS-KEY          PIC X(06).
            05  RAW-NUM1               PIC X(09).
            05  RAW-NUM1-R REDEFINES RAW-NUM1 PIC 9(07)V99.
            05  RAW-NUM2               PIC X(09).
            05  RAW-TIPO               PIC X(01).
            05  RAW-APROVACAO          PIC X(01).
            05  RAW-REF-ESTORNO        PIC X(18).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        FD  APPROVAL-FILE.
           COPY APRVREC.
        WORKING-STORAGE SECTION.
        77 CLIENTES-LIDOS      PIC 9(06) VALUE ZEROS.
        77 LANCAMENTOS-GERADOS PIC 9(06) VALUE ZEROS.
        77 CLIENTES-SEM-TAXA   PIC 9(06) VALUE ZEROS.
        77 TOTAL-SALDOS        PIC S9(15)V99 VALUE ZEROS.
        77 TOTAL-JUROS-CREDOR  PIC S9(13)V99 VALUE ZEROS.
        77 TOTAL-JUROS-DEVEDOR PIC S9(13)V99 VALUE ZEROS.
        77 TOTAL-TARIFAS       PIC S9(13)V99 VALUE ZEROS.
        77 TOTAL-LIQUIDO       PIC S9(13)V99 VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 SLD-STATUS          PIC X(02).
        01 MSTR-STATUS         PIC X(02).
        01 CTL-STATUS          PIC X(02).
        01 MFEC-STATUS         PIC X(02).
        01 JURC-STATUS         PIC X(02).
        01 RAW-STATUS          PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 APRV-STATUS         PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 PARM-ENTRADA        PIC X(20).
        01 MES-DA-APROPRIACAO  PIC 9(06) VALUE ZEROS.
        01 DATA-DO-FECHAMENTO  PIC 9(08) VALUE ZEROS.
        01 CONTROLE-LIDO       PIC X(01) VALUE "N".
            88 CONTROLE-DISPONIVEL VALUE "S".
        01 MES-JA-FECHADO      PIC X(01) VALUE "N".
            88 JA-FECHADO      VALUE "S".
        01 MES-JA-APROPRIADO   PIC X(01) VALUE "N".
            88 JA-APROPRIADO   VALUE "S".
      * TABELA DE TAXAS POR SITUACAO DO CLIENTE: JUROS AO MES SOBRE
      * O SALDO CREDOR E SOBRE O SALDO DEVEDOR (FRACAO, 0.005000 =
      * 0,5%) E TARIFA MENSAL FIXA. CLIENTE INATIVO NAO E COBRADO
      * NEM REMUNERADO: SOMA REJEITARIA QUALQUER LANCAMENTO DELE.
      * OS VALORES DO ATIVO (PRIMEIRA LINHA) SAO O PADRAO: VALEM OS
      * DO SOMAPARM EM VIGOR, ONDE OS JUROS VEM EM PERCENTUAL.
        01 TABELA-DE-TAXAS-VALORES.
            05  FILLER       PIC X(01) VALUE "A".
            05  FILLER       PIC 9(01)V9(06) VALUE 0.005000.
            05  FILLER       PIC 9(01)V9(06) VALUE 0.080000.
            05  FILLER       PIC 9(05)V99 VALUE 12.50.
            05  FILLER       PIC X(01) VALUE "I".
            05  FILLER       PIC 9(01)V9(06) VALUE ZEROS.
            05  FILLER       PIC 9(01)V9(06) VALUE ZEROS.
            05  FILLER       PIC 9(05)V99 VALUE ZEROS.
        01 TABELA-DE-TAXAS REDEFINES TABELA-DE-TAXAS-VALORES.
            05  TAXA-ENTRADA OCCURS 2 TIMES.
                10  TAXA-SITUACAO       PIC X(01).
                10  TAXA-JUROS-CREDOR   PIC 9(01)V9(06).
                10  TAXA-JUROS-DEVEDOR  PIC 9(01)V9(06).
                10  TAXA-TARIFA         PIC 9(05)V99.
        77 QTD-TAXAS           PIC 9(02) VALUE 2.
        01 IND-TAXA            PIC 9(02) VALUE ZEROS.
        01 IND-ACHADO          PIC 9(02) VALUE ZEROS.
        01 TAXA-APLICADA       PIC 9(01)V9(06).
        01 JUROS-DO-CLIENTE    PIC S9(11)V99.
        01 TARIFA-DO-CLIENTE   PIC S9(11)V99.
        01 LIQUIDO-DO-CLIENTE  PIC S9(11)V99.
      * O LANCAMENTO VAI INTEIRO EM NUM1 (NOVE POSICOES, CENTAVOS
      * IMPLICITOS) COM NUM2 ZERADO; VALOR QUE NAO CABE EM NUM1 NAO
      * E LANCADO E FICA APONTADO NO REGISTRO PARA LANCAMENTO MANUAL.
        77 MAIOR-LANCAMENTO    PIC 9(07)V99 VALUE 9999999.99.
        01 VALOR-DO-LANCAMENTO PIC 9(11)V99.
        01 TIPO-DO-LANCAMENTO  PIC X(01).
        01 LANCAMENTO-RECUSADO PIC X(01) VALUE "N".
            88 HA-LANCAMENTO-RECUSADO VALUE "S".
        01 CABECALHO-1.
            05  FILLER       PIC X(41) VALUE
                "APROPRIACAO DE JUROS E TARIFAS - MES    ".
            05  CAB-MES      PIC 9(06).
        01 CABECALHO-2.
            05  FILLER       PIC X(41) VALUE "CLIENTE SIT NOME".
            05  FILLER       PIC X(23) VALUE "        SALDO FIM MES".
            05  FILLER       PIC X(09) VALUE "  TAXA %".
            05  FILLER       PIC X(19) VALUE "             JUROS".
            05  FILLER       PIC X(14) VALUE "       TARIFA".
            05  FILLER       PIC X(18) VALUE "           LIQUIDO".
        01 LINHA-DETALHE.
            05  DET-CLIENTE  PIC 9(06).
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-SITUACAO PIC X(01).
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-OBSERVACAO PIC X(30).
            05  DET-SALDO    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  DET-TAXA     PIC ZZ9.9999.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-JUROS    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-TARIFA   PIC ZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-LIQUIDO  PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-MARCA    PIC X(01).
        01 TAXA-EM-PERCENTUAL  PIC 9(03)V9(04).
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES NO CUSTSLD.....:".
            05  ROD-CLIENTES PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "SEM TABELA / CADASTRO...:".
            05  ROD-SEM-TAXA PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "LANCAMENTOS GERADOS.....:".
            05  ROD-LANCAMENTOS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "TOTAL DOS SALDOS........:".
            05  ROD-SALDOS   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "JUROS CREDITADOS........:".
            05  ROD-JUROS-CREDOR PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-6.
            05  FILLER       PIC X(26) VALUE
                "JUROS DEBITADOS.........:".
            05  ROD-JUROS-DEVEDOR PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-7.
            05  FILLER       PIC X(26) VALUE
                "TARIFAS DEBITADAS.......:".
            05  ROD-TARIFAS  PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-8.
            05  FILLER       PIC X(26) VALUE
                "LIQUIDO LANCADO (GL)....:".
            05  ROD-LIQUIDO  PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-9.
            05  FILLER       PIC X(50) VALUE
                "* VALOR NAO LANCADO (ACIMA DE NUM1): LANCAR A MAO".
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           PERFORM LER-CONTROLE-DO-DIA
           PERFORM DEFINIR-MES-DA-APROPRIACAO
           PERFORM CONFERIR-MES-JA-FECHADO
           IF JA-FECHADO
               DISPLAY "MES " MES-DA-APROPRIACAO " JA FECHADO EM"
                   " SOMAMFEC: APROPRIACAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONFERIR-MES-JA-APROPRIADO
           IF JA-APROPRIADO
               DISPLAY "MES " MES-DA-APROPRIACAO " JA APROPRIADO EM"
                   " SOMAJURC: NADA A FAZER"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT CONTROLE-DISPONIVEL
                   OR DATA-DO-FECHAMENTO(1:6) NOT = MES-DA-APROPRIACAO
               DISPLAY "ULTIMO DIA POSTADO (SOMACTL) NAO E DO MES "
                   MES-DA-APROPRIACAO ": CUSTSLD NAO TEM O SALDO DE"
                   " FIM DE MES. APROPRIACAO RECUSADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-ARQUIVOS
           PERFORM POSICIONAR-SALDOS
           PERFORM LER-SALDO
           PERFORM APROPRIAR-CLIENTE
               UNTIL FIM-ARQUIVO-ATUAL
           PERFORM IMPRIMIR-RODAPE
           CLOSE BALANCE-MASTER
           CLOSE CUSTOMER-MASTER
           CLOSE TRANSACTION-RAW
           CLOSE APPROVAL-FILE
           CLOSE REPORT-OUT
           PERFORM MARCAR-MES-APROPRIADO
           DISPLAY "APROPRIACAO DO MES " MES-DA-APROPRIACAO
               " CONCLUIDA: " LANCAMENTOS-GERADOS
               " LANCAMENTOS EM SOMAINRAW"
           IF HA-LANCAMENTO-RECUSADO
               DISPLAY "HA VALOR NAO LANCADO: VER SOMAJURR"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS NOT = "00"
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL"
                   " (STATUS " BIZ-STATUS "): APROPRIACAO CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           READ BUSINESS-DATE
               AT END
                   DISPLAY "CONTROLE DE DATA (BIZDATE) VAZIO:"
                       " APROPRIACAO CANCELADA"
                   CLOSE BUSINESS-DATE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * PARAMETROS DO SISTEMA EM VIGOR NA DATA DE MOVIMENTO (A
      * ULTIMA LINHA EM VIGOR DE CADA CODIGO, NO ARQUIVO ORDENADO).
      * JUROS EM PERCENTUAL AO MES VIRAM FRACAO NA TABELA; VALOR QUE
      * NAO CABE NA TABELA E IGNORADO E FICA O ANTERIOR.
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
           END-IF.

        APLICAR-PARAMETRO.
           IF PRM-VIGENCIA NOT > DATA-DO-MOVIMENTO
                   AND PRM-VALOR IS NUMERIC
               EVALUATE TRUE
                   WHEN PRM-JUROS-CREDOR-A
                       IF PRM-VALOR < 100
                           COMPUTE TAXA-JUROS-CREDOR(1) =
                               PRM-VALOR / 100
                       ELSE
                           PERFORM APONTAR-PARAMETRO-IGNORADO
                       END-IF
                   WHEN PRM-JUROS-DEVEDOR-A
                       IF PRM-VALOR < 100
                           COMPUTE TAXA-JUROS-DEVEDOR(1) =
                               PRM-VALOR / 100
                       ELSE
                           PERFORM APONTAR-PARAMETRO-IGNORADO
                       END-IF
                   WHEN PRM-TARIFA-MENSAL-A
                       IF PRM-VALOR < 100000
                           MOVE PRM-VALOR TO TAXA-TARIFA(1)
                       ELSE
                           PERFORM APONTAR-PARAMETRO-IGNORADO
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM LER-PARAMETRO.

        APONTAR-PARAMETRO-IGNORADO.
           DISPLAY PRM-CODIGO " " PRM-VALOR " ACIMA DA CAPACIDADE"
               " DA TABELA DE TAXAS: IGNORADO".

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

        LER-CONTROLE-DO-DIA.
           OPEN INPUT POSTING-CONTROL
           IF CTL-STATUS = "00"
               READ POSTING-CONTROL
                   AT END CONTINUE
                   NOT AT END
                       MOVE CTL-DATA TO DATA-DO-FECHAMENTO
                       SET CONTROLE-DISPONIVEL TO TRUE
               END-READ
               CLOSE POSTING-CONTROL
           END-IF.

      * O MES VEM DA LINHA DE COMANDO (AAAAMM) OU, SEM PARAMETRO
      * NUMERICO, DO ULTIMO FECHAMENTO DIARIO, COMO EM SOMAFECH.
        DEFINIR-MES-DA-APROPRIACAO.
           IF PARM-ENTRADA(1:6) IS NUMERIC
               MOVE PARM-ENTRADA(1:6) TO MES-DA-APROPRIACAO
           ELSE
               IF CONTROLE-DISPONIVEL
                   MOVE DATA-DO-FECHAMENTO(1:6) TO MES-DA-APROPRIACAO
               ELSE
                   DISPLAY "SEM MES NA LINHA DE COMANDO E SEM"
                       " CONTROLE SOMACTL: APROPRIACAO CANCELADA"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

        CONFERIR-MES-JA-FECHADO.
           OPEN INPUT CLOSED-MONTHS
           IF MFEC-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-MES-FECHADO
               PERFORM PROCURAR-MES-FECHADO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE CLOSED-MONTHS
           END-IF.

        PROCURAR-MES-FECHADO.
           IF FEC-MES = MES-DA-APROPRIACAO
               SET JA-FECHADO TO TRUE
           END-IF
           PERFORM LER-MES-FECHADO.

        LER-MES-FECHADO.
           READ CLOSED-MONTHS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        CONFERIR-MES-JA-APROPRIADO.
           OPEN INPUT ACCRUAL-CONTROL
           IF JURC-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-MES-APROPRIADO
               PERFORM PROCURAR-MES-APROPRIADO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE ACCRUAL-CONTROL
           END-IF.

        PROCURAR-MES-APROPRIADO.
           IF JURC-MES = MES-DA-APROPRIACAO
               SET JA-APROPRIADO TO TRUE
           END-IF
           PERFORM LER-MES-APROPRIADO.

        LER-MES-APROPRIADO.
           READ ACCRUAL-CONTROL
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        ABRIR-ARQUIVOS.
           OPEN INPUT BALANCE-MASTER
           IF SLD-STATUS NOT = "00"
               DISPLAY "MESTRE DE SALDOS (CUSTSLD) INDISPONIVEL"
                   " (STATUS " SLD-STATUS "): APROPRIACAO CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF MSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL (STATUS "
                   MSTR-STATUS "): APROPRIACAO CANCELADA"
               CLOSE BALANCE-MASTER
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND TRANSACTION-RAW
           IF RAW-STATUS = "35"
               OPEN OUTPUT TRANSACTION-RAW
               CLOSE TRANSACTION-RAW
               OPEN EXTEND TRANSACTION-RAW
           END-IF
           OPEN I-O APPROVAL-FILE
           IF APRV-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF APRV-STATUS NOT = "00"
               DISPLAY "APROVACOES (SOMAAPRV) INDISPONIVEIS (STATUS "
                   APRV-STATUS "): APROPRIACAO CANCELADA"
               CLOSE BALANCE-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE TRANSACTION-RAW
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-OUT
           MOVE MES-DA-APROPRIACAO TO CAB-MES
           WRITE REPORT-LINE FROM CABECALHO-1
           WRITE REPORT-LINE FROM CABECALHO-2.

        POSICIONAR-SALDOS.
           MOVE "N" TO FIM-DE-ARQUIVO
           MOVE ZEROS TO SLD-CUSTOMER-ID
           START BALANCE-MASTER KEY NOT < SLD-CUSTOMER-ID
               INVALID KEY SET FIM-ARQUIVO-ATUAL TO TRUE
           END-START.

        LER-SALDO.
           READ BALANCE-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O JUROS E CALCULADO SOBRE O SALDO DE FIM DE MES, CREDOR OU
      * DEVEDOR CONFORME O SINAL, E A TARIFA VALE PARA TODO CLIENTE
      * COM SALDO NO MESTRE, MESMO ZERADO. CLIENTE SEM CADASTRO OU
      * COM SITUACAO FORA DA TABELA SAI NO REGISTRO SEM LANCAMENTO.
        APROPRIAR-CLIENTE.
           ADD 1 TO CLIENTES-LIDOS
           ADD SLD-SALDO-ATUAL TO TOTAL-SALDOS
           MOVE ZEROS TO JUROS-DO-CLIENTE
           MOVE ZEROS TO TARIFA-DO-CLIENTE
           MOVE ZEROS TO TAXA-APLICADA
           MOVE SPACES TO DET-OBSERVACAO
           MOVE SPACE TO DET-MARCA
           MOVE SPACE TO DET-SITUACAO
           MOVE SLD-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CLIENTE NAO CADASTRADO" TO DET-OBSERVACAO
                   ADD 1 TO CLIENTES-SEM-TAXA
               NOT INVALID KEY
                   MOVE STATUS-CODE TO DET-SITUACAO
                   MOVE CUSTOMER-NAME TO DET-OBSERVACAO
                   PERFORM PROCURAR-TAXA-DA-SITUACAO
                   IF IND-ACHADO = ZEROS
                       MOVE "SITUACAO SEM TABELA" TO DET-OBSERVACAO
                       ADD 1 TO CLIENTES-SEM-TAXA
                   ELSE
                       PERFORM CALCULAR-ENCARGOS
                   END-IF
           END-READ
           COMPUTE LIQUIDO-DO-CLIENTE =
               JUROS-DO-CLIENTE - TARIFA-DO-CLIENTE
           MOVE SLD-CUSTOMER-ID    TO DET-CLIENTE
           MOVE SLD-SALDO-ATUAL    TO DET-SALDO
           COMPUTE TAXA-EM-PERCENTUAL = TAXA-APLICADA * 100
           MOVE TAXA-EM-PERCENTUAL TO DET-TAXA
           MOVE JUROS-DO-CLIENTE   TO DET-JUROS
           MOVE TARIFA-DO-CLIENTE  TO DET-TARIFA
           MOVE LIQUIDO-DO-CLIENTE TO DET-LIQUIDO
           WRITE REPORT-LINE FROM LINHA-DETALHE
           PERFORM LER-SALDO.

        PROCURAR-TAXA-DA-SITUACAO.
           MOVE ZEROS TO IND-ACHADO
           PERFORM CONFERIR-TAXA
               VARYING IND-TAXA FROM 1 BY 1
               UNTIL IND-TAXA > QTD-TAXAS OR IND-ACHADO > ZEROS.

        CONFERIR-TAXA.
           IF TAXA-SITUACAO(IND-TAXA) = STATUS-CODE
               MOVE IND-TAXA TO IND-ACHADO
           END-IF.

        CALCULAR-ENCARGOS.
           EVALUATE TRUE
               WHEN SLD-SALDO-ATUAL > ZEROS
                   MOVE TAXA-JUROS-CREDOR(IND-ACHADO) TO TAXA-APLICADA
               WHEN SLD-SALDO-ATUAL < ZEROS
                   MOVE TAXA-JUROS-DEVEDOR(IND-ACHADO) TO TAXA-APLICADA
               WHEN OTHER
                   MOVE ZEROS TO TAXA-APLICADA
           END-EVALUATE
           COMPUTE JUROS-DO-CLIENTE ROUNDED =
               SLD-SALDO-ATUAL * TAXA-APLICADA
           MOVE TAXA-TARIFA(IND-ACHADO) TO TARIFA-DO-CLIENTE
           IF JUROS-DO-CLIENTE > ZEROS
               MOVE JUROS-DO-CLIENTE TO VALOR-DO-LANCAMENTO
               MOVE "C" TO TIPO-DO-LANCAMENTO
               PERFORM GRAVAR-LANCAMENTO
               ADD JUROS-DO-CLIENTE TO TOTAL-JUROS-CREDOR
           END-IF
           IF JUROS-DO-CLIENTE < ZEROS
               COMPUTE VALOR-DO-LANCAMENTO = ZEROS - JUROS-DO-CLIENTE
               MOVE "D" TO TIPO-DO-LANCAMENTO
               PERFORM GRAVAR-LANCAMENTO
               ADD JUROS-DO-CLIENTE TO TOTAL-JUROS-DEVEDOR
           END-IF
           IF TARIFA-DO-CLIENTE > ZEROS
               MOVE TARIFA-DO-CLIENTE TO VALOR-DO-LANCAMENTO
               MOVE "D" TO TIPO-DO-LANCAMENTO
               PERFORM GRAVAR-LANCAMENTO
               ADD TARIFA-DO-CLIENTE TO TOTAL-TARIFAS
           END-IF.

      * O CREDITO DE JUROS E LANCAMENTO DO PROPRIO SISTEMA E SAI
      * COM A MARCA DE LIMITE APROVADO: NAO VAI PARA A MESA DE
      * CREDITO COMO UM DEPOSITO ACIMA DO LIMITE. A MARCA VAI
      * ACOMPANHADA DA LINHA DE APROVACAO NO SOMAAPRV, COMO NA
      * LIBERACAO DE SOMACOR.
        GRAVAR-LANCAMENTO.
           IF VALOR-DO-LANCAMENTO > MAIOR-LANCAMENTO
               MOVE "*" TO DET-MARCA
               SET HA-LANCAMENTO-RECUSADO TO TRUE
           ELSE
               MOVE SLD-CUSTOMER-ID     TO RAW-TRANS-KEY
               MOVE VALOR-DO-LANCAMENTO TO RAW-NUM1-R
               MOVE ZEROS               TO RAW-NUM2
               MOVE TIPO-DO-LANCAMENTO  TO RAW-TIPO
               MOVE SPACES              TO RAW-REF-ESTORNO
               IF TIPO-DO-LANCAMENTO = "C"
                   MOVE "S" TO RAW-APROVACAO
               ELSE
                   MOVE SPACE TO RAW-APROVACAO
               END-IF
               WRITE RAW-TRANS-REC
               ADD 1 TO LANCAMENTOS-GERADOS
               IF TIPO-DO-LANCAMENTO = "C"
                   PERFORM REGISTRAR-APROVACAO
                   ADD VALOR-DO-LANCAMENTO TO TOTAL-LIQUIDO
               ELSE
                   SUBTRACT VALOR-DO-LANCAMENTO FROM TOTAL-LIQUIDO
               END-IF
           END-IF.

      * A ORDEM DO LANCAMENTO NA RODADA DISTINGUE OS CREDITOS; A
      * APROPRIACAO DO MES SO RODA UMA VEZ (SOMAJURC).
        REGISTRAR-APROVACAO.
           MOVE RAW-TRANS-KEY   TO APRV-TRANS-KEY
           MOVE RAW-NUM1        TO APRV-NUM1
           MOVE RAW-NUM2        TO APRV-NUM2
           MOVE RAW-TIPO        TO APRV-TIPO
           MOVE RAW-REF-ESTORNO TO APRV-REF-ESTORNO
           MOVE DATA-DO-MOVIMENTO TO APRV-DATA
           MOVE "SOMAJUR"       TO APRV-ORIGEM
           MOVE LANCAMENTOS-GERADOS TO APRV-SEQUENCIA
           MOVE ZEROS           TO APRV-USO
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "APROVACAO DO LANCAMENTO "
                       LANCAMENTOS-GERADOS " JA CONSTA EM SOMAAPRV"
           END-WRITE.

        MARCAR-MES-APROPRIADO.
           OPEN EXTEND ACCRUAL-CONTROL
           IF JURC-STATUS = "35"
               OPEN OUTPUT ACCRUAL-CONTROL
               CLOSE ACCRUAL-CONTROL
               OPEN EXTEND ACCRUAL-CONTROL
           END-IF
           MOVE MES-DA-APROPRIACAO  TO JURC-MES
           MOVE DATA-DO-FECHAMENTO  TO JURC-DATA
           MOVE LANCAMENTOS-GERADOS TO JURC-LANCAMENTOS
           MOVE TOTAL-LIQUIDO       TO JURC-TOTAL
           WRITE ACCRUAL-CONTROL-REC
           CLOSE ACCRUAL-CONTROL.

        IMPRIMIR-RODAPE.
           MOVE CLIENTES-LIDOS      TO ROD-CLIENTES
           MOVE CLIENTES-SEM-TAXA   TO ROD-SEM-TAXA
           MOVE LANCAMENTOS-GERADOS TO ROD-LANCAMENTOS
           MOVE TOTAL-SALDOS        TO ROD-SALDOS
           MOVE TOTAL-JUROS-CREDOR  TO ROD-JUROS-CREDOR
           MOVE TOTAL-JUROS-DEVEDOR TO ROD-JUROS-DEVEDOR
           COMPUTE ROD-TARIFAS = ZEROS - TOTAL-TARIFAS
           MOVE TOTAL-LIQUIDO       TO ROD-LIQUIDO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4
           WRITE REPORT-LINE FROM LINHA-RODAPE-5
           WRITE REPORT-LINE FROM LINHA-RODAPE-6
           WRITE REPORT-LINE FROM LINHA-RODAPE-7
           WRITE REPORT-LINE FROM LINHA-RODAPE-8
           IF HA-LANCAMENTO-RECUSADO
               WRITE REPORT-LINE FROM LINHA-RODAPE-9
           END-IF.

        END PROGRAM SOMAJUR.
