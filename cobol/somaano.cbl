        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOMAANO.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. FECHAMENTO ANUAL: RECEBE O
      * 15/10/2026 RM  ANO (AAAA) NA LINHA DE COMANDO OU, SEM
      * 15/10/2026 RM  PARAMETRO NUMERICO, FECHA O ANO ANTERIOR AO DA
      * 15/10/2026 RM  DATA DE MOVIMENTO. SO RODA COM OS DOZE MESES DO
      * 15/10/2026 RM  ANO FECHADOS EM SOMAMFEC (MES ABERTO TERMINA
      * 15/10/2026 RM  COM RC=8 SEM TOCAR EM NADA). NUMA PASSADA SO
      * 15/10/2026 RM  PELO HISTORICO SOMAHIST: AS POSTAGENS DO ANO
      * 15/10/2026 RM  VAO PARA O ARQUIVO ANUAL DATADO (SOMAHIST +
      * 15/10/2026 RM  AAAA, LAYOUT HISTREC); AS DE ANOS ANTERIORES AO
      * 15/10/2026 RM  PERIODO DE RETENCAO SAEM DO SOMAHIST, DESDE QUE
      * 15/10/2026 RM  O ANO DELAS JA TENHA ARQUIVO ANUAL; E SAI EM
      * 15/10/2026 RM  SOMAANOR O RESUMO ANUAL POR CLIENTE PARA OS
      * 15/10/2026 RM  EXTRATOS DO ANO: QUANTIDADE, TOTAL POSTADO E
      * 15/10/2026 RM  SALDOS DE ABERTURA E DE FECHAMENTO. O ANO
      * 15/10/2026 RM  FECHADO ENTRA NO CONTROLE SOMAANOC; ANO JA
      * 15/10/2026 RM  FECHADO TERMINA COM RC=4 SEM REFAZER NADA.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
      * 15/10/2026 RM  PERIODO DE RETENCAO DO SOMAHIST VEM DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (SOMAPARM, CODIGO
      * 15/10/2026 RM  ANOS-RETENCAO-HIST, PADRAO 2) EM VIGOR NA DATA
      * 15/10/2026 RM  DE MOVIMENTO.
      * 15/10/2026 RM  O ARQUIVO ANUAL ACOMPANHA O HISTORICO, QUE
      * 15/10/2026 RM  GANHOU A MARCA DE ESTORNO (64 POSICOES).
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
            SELECT CLOSED-MONTHS ASSIGN TO "SOMAMFEC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MFEC-STATUS.
            SELECT CLOSED-YEARS ASSIGN TO "SOMAANOC"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ANOC-STATUS.
            SELECT DAILY-TOTALS ASSIGN TO "SOMADLY"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DLY-STATUS.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT REPORT-OUT ASSIGN TO "SOMAANOR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  HISTORY-ARCHIVE.
        01  HISTORY-ARCHIVE-REC PIC X(64).
        FD  BALANCE-MASTER.
           COPY SLDREC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  CLOSED-MONTHS.
           COPY MESFEC.
        FD  CLOSED-YEARS.
        01  CLOSED-YEAR-REC.
            05  ANOC-ANO              PIC 9(04).
            05  ANOC-DATA-FECHAMENTO  PIC 9(08).
            05  ANOC-ARQUIVADOS       PIC 9(08).
            05  ANOC-EXPURGADOS       PIC 9(08).
        FD  DAILY-TOTALS.
           COPY SOMACTL.
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
        77 REGISTROS-ARQUIVADOS PIC 9(08) VALUE ZEROS.
        77 REGISTROS-EXPURGADOS PIC 9(08) VALUE ZEROS.
        77 REGISTROS-SEM-ARQUIVO PIC 9(08) VALUE ZEROS.
        77 CLIENTES-NO-RESUMO  PIC 9(06) VALUE ZEROS.
        77 TOTAL-DO-ANO        PIC S9(13)V99 VALUE ZEROS.
        77 TOTAL-DIARIOS       PIC S9(13)V99 VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
      * PERIODO DE RETENCAO DO SOMAHIST, EM ANOS, CONTANDO O ANO
      * QUE ESTA SENDO FECHADO: COM 2, FECHANDO 2026 FICAM 2025 E
      * 2026 (E O ANO CORRENTE) E SAI O QUE FOR DE 2024 PARA TRAS.
      * O VALOR COMPILADO E O PADRAO; VALE O DO SOMAPARM EM VIGOR.
        77 ANOS-DE-RETENCAO    PIC 9(02) VALUE 2.
        01 HIST-STATUS         PIC X(02).
        01 ARC-STATUS          PIC X(02).
        01 SLD-STATUS          PIC X(02).
        01 MSTR-STATUS         PIC X(02).
        01 MFEC-STATUS         PIC X(02).
        01 ANOC-STATUS         PIC X(02).
        01 DLY-STATUS          PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 ARQUIVO-ANUAL       PIC X(20).
        01 PARM-ENTRADA        PIC X(20).
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 ANO-A-FECHAR        PIC 9(04) VALUE ZEROS.
        01 ANO-DE-CORTE        PIC 9(04) VALUE ZEROS.
        01 ANO-DO-REGISTRO     PIC 9(04).
        01 SALDOS-DISPONIVEL   PIC X(01) VALUE "N".
            88 SALDOS-OK       VALUE "S".
        01 CADASTRO-DISPONIVEL PIC X(01) VALUE "N".
            88 CADASTRO-OK     VALUE "S".
        01 ANO-JA-FECHADO      PIC X(01) VALUE "N".
            88 JA-FECHADO      VALUE "S".
      * MESES DO ANO ACHADOS EM SOMAMFEC: O FECHAMENTO ANUAL SO
      * RODA COM OS DOZE MARCADOS.
        01 TABELA-MESES-FECHADOS.
            05  MES-FECHADO OCCURS 12 TIMES PIC X(01).
        01 IND-MES             PIC 9(02) VALUE ZEROS.
        01 MESES-ABERTOS       PIC 9(02) VALUE ZEROS.
        01 MES-EM-ABERTO       PIC 9(06).
      * ANOS QUE JA TEM ARQUIVO ANUAL (SOMAANOC): SO ESSES PODEM
      * SAIR DO SOMAHIST.
        77 LIMITE-ANOS         PIC 9(02) VALUE 50.
        01 QTD-ANOS-ARQUIVADOS PIC 9(02) VALUE ZEROS.
        01 TABELA-ANOS-ARQUIVADOS.
            05  ANO-ARQUIVADO OCCURS 50 TIMES PIC 9(04).
        01 IND-ANO             PIC 9(02) VALUE ZEROS.
        01 ANO-COM-ARQUIVO     PIC X(01).
            88 TEM-ARQUIVO-ANUAL VALUE "S".
      * O HISTORICO E O MESTRE DE SALDOS SAO LIDOS JUNTOS, EM
      * ORDEM DE CLIENTE, PARA O RESUMO SAIR TAMBEM PARA O CLIENTE
      * COM SALDO E SEM NENHUMA POSTAGEM. FIM DE ARQUIVO VIRA A
      * CHAVE 9999999, MAIOR QUE QUALQUER CLIENTE.
        01 CHAVE-HISTORICO     PIC 9(07) VALUE ZEROS.
        01 CHAVE-SALDO         PIC 9(07) VALUE ZEROS.
        01 CLIENTE-DA-VEZ      PIC 9(07) VALUE ZEROS.
        01 TRANSACOES-CLIENTE  PIC 9(06) VALUE ZEROS.
        01 TOTAL-CLIENTE       PIC S9(11)V99 VALUE ZEROS.
        01 POSTADO-DEPOIS      PIC S9(13)V99 VALUE ZEROS.
        01 SALDO-ATUAL-CLIENTE PIC S9(13)V99 VALUE ZEROS.
        01 SALDO-DE-ABERTURA   PIC S9(13)V99 VALUE ZEROS.
        01 SALDO-DE-FECHAMENTO PIC S9(13)V99 VALUE ZEROS.
        01 CABECALHO-1.
            05  FILLER       PIC X(34) VALUE
                "RESUMO ANUAL POR CLIENTE - ANO ".
            05  CAB-ANO      PIC 9(04).
        01 CABECALHO-2.
            05  FILLER       PIC X(38) VALUE "CLIENTE NOME".
            05  FILLER       PIC X(08) VALUE " TRANS.".
            05  FILLER       PIC X(19) VALUE
                "      TOTAL POSTADO".
            05  FILLER       PIC X(22) VALUE
                "     SALDO DE ABERTURA".
            05  FILLER       PIC X(22) VALUE
                "   SALDO DE FECHAMENTO".
        01 LINHA-CLIENTE.
            05  DET-CLIENTE  PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-NOME     PIC X(30).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-TRANSACOES PIC ZZZ,ZZ9.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-TOTAL    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-ABERTURA PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-FECHAMENTO PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES NO RESUMO......:".
            05  ROD-CLIENTES PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "TRANSACOES ARQUIVADAS...:".
            05  ROD-ARQUIVADOS PIC ZZ,ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "TOTAL POSTADO NO ANO....:".
            05  ROD-TOTAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "SOMA DOS DIARIOS SOMADLY:".
            05  ROD-DIARIOS  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "CONFERENCIA COM DIARIOS.:".
            05  ROD-CONFERENCIA PIC X(30).
        01 LINHA-RODAPE-6.
            05  FILLER       PIC X(26) VALUE
                "EXPURGADOS DO SOMAHIST..:".
            05  ROD-EXPURGADOS PIC ZZ,ZZZ,ZZ9.
            05  FILLER       PIC X(22) VALUE
                "  (ANOS ANTERIORES A ".
            05  ROD-CORTE    PIC 9(04).
            05  FILLER       PIC X(01) VALUE ")".
        01 LINHA-RODAPE-7.
            05  FILLER       PIC X(26) VALUE
                "MANTIDOS SEM ARQ. ANUAL.:".
            05  ROD-SEM-ARQUIVO PIC ZZ,ZZZ,ZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           PERFORM DEFINIR-ANO-A-FECHAR
           PERFORM CARREGAR-ANOS-ARQUIVADOS
           IF JA-FECHADO
               DISPLAY "ANO " ANO-A-FECHAR " JA FECHADO EM SOMAANOC:"
                   " NADA A FAZER"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONFERIR-MESES-FECHADOS
           IF MESES-ABERTOS > ZEROS
               DISPLAY "ANO " ANO-A-FECHAR " COM " MESES-ABERTOS
                   " MES(ES) AINDA ABERTO(S) EM SOMAMFEC:"
                   " FECHAMENTO ANUAL RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ABRIR-ARQUIVOS
           PERFORM POSICIONAR-HISTORICO
           PERFORM LER-HISTORICO
           PERFORM POSICIONAR-SALDOS
           PERFORM LER-SALDO
           PERFORM PROCESSAR-CLIENTE
               UNTIL CHAVE-HISTORICO = 9999999
                 AND CHAVE-SALDO = 9999999
           CLOSE HISTORY-FILE
           CLOSE HISTORY-ARCHIVE
           IF SALDOS-OK
               CLOSE BALANCE-MASTER
           END-IF
           IF CADASTRO-OK
               CLOSE CUSTOMER-MASTER
           END-IF
           PERFORM SOMAR-TOTAIS-DIARIOS
           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-OUT
           PERFORM MARCAR-ANO-FECHADO
           DISPLAY "FECHAMENTO DO ANO " ANO-A-FECHAR " CONCLUIDO: "
               REGISTROS-ARQUIVADOS " ARQUIVADOS EM " ARQUIVO-ANUAL
               ", " REGISTROS-EXPURGADOS " EXPURGADOS DO SOMAHIST"
           IF TOTAL-DO-ANO NOT = TOTAL-DIARIOS
               DISPLAY "TOTAL DO ANO NO HISTORICO DIFERE DOS DIARIOS"
                   " SOMADLY: VER SOMAANOR"
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS NOT = "00"
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL"
                   " (STATUS " BIZ-STATUS "): FECHAMENTO ANUAL"
                   " CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           READ BUSINESS-DATE
               AT END
                   DISPLAY "CONTROLE DE DATA (BIZDATE) VAZIO:"
                       " FECHAMENTO ANUAL CANCELADO"
                   CLOSE BUSINESS-DATE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * PARAMETROS DO SISTEMA EM VIGOR NA DATA DE MOVIMENTO (A
      * ULTIMA LINHA EM VIGOR DE CADA CODIGO, NO ARQUIVO ORDENADO).
      * RETENCAO ZERO EXPURGARIA O PROPRIO ANO FECHADO: UMA LINHA
      * ASSIM E IGNORADA E FICA O VALOR ANTERIOR.
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
                   AND PRM-ANOS-RETENCAO-HIST
               IF PRM-VALOR > 99
                   MOVE 99 TO ANOS-DE-RETENCAO
               ELSE
                   IF PRM-VALOR NOT < 1
                       MOVE PRM-VALOR TO ANOS-DE-RETENCAO
                   END-IF
               END-IF
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

      * SEM ANO NA LINHA DE COMANDO VALE O ANO ANTERIOR AO DA DATA
      * DE MOVIMENTO: O FECHAMENTO ANUAL RODA NO COMECO DO ANO
      * SEGUINTE, DEPOIS DO FECHAMENTO DE DEZEMBRO.
        DEFINIR-ANO-A-FECHAR.
           IF PARM-ENTRADA(1:4) IS NUMERIC
               MOVE PARM-ENTRADA(1:4) TO ANO-A-FECHAR
           ELSE
               MOVE DATA-DO-MOVIMENTO(1:4) TO ANO-A-FECHAR
               SUBTRACT 1 FROM ANO-A-FECHAR
           END-IF
           COMPUTE ANO-DE-CORTE = ANO-A-FECHAR - ANOS-DE-RETENCAO + 1
           MOVE SPACES TO ARQUIVO-ANUAL
           STRING "SOMAHIST" ANO-A-FECHAR DELIMITED BY SIZE
               INTO ARQUIVO-ANUAL
           END-STRING.

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
           IF ANOC-ANO = ANO-A-FECHAR
               SET JA-FECHADO TO TRUE
           END-IF
           IF QTD-ANOS-ARQUIVADOS < LIMITE-ANOS
               ADD 1 TO QTD-ANOS-ARQUIVADOS
               MOVE ANOC-ANO TO ANO-ARQUIVADO(QTD-ANOS-ARQUIVADOS)
           END-IF
           PERFORM LER-ANO-FECHADO.

        LER-ANO-FECHADO.
           READ CLOSED-YEARS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        CONFERIR-MESES-FECHADOS.
           MOVE ALL "N" TO TABELA-MESES-FECHADOS
           OPEN INPUT CLOSED-MONTHS
           IF MFEC-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-MES-FECHADO
               PERFORM MARCAR-MES-DO-ANO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE CLOSED-MONTHS
           END-IF
           MOVE ZEROS TO MESES-ABERTOS
           PERFORM APONTAR-MES-ABERTO
               VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > 12.

        MARCAR-MES-DO-ANO.
           IF FEC-MES(1:4) = ANO-A-FECHAR
                   AND FEC-MES(5:2) > ZEROS
                   AND FEC-MES(5:2) NOT > 12
               MOVE FEC-MES(5:2) TO IND-MES
               MOVE "S" TO MES-FECHADO(IND-MES)
           END-IF
           PERFORM LER-MES-FECHADO.

        APONTAR-MES-ABERTO.
           IF MES-FECHADO(IND-MES) NOT = "S"
               ADD 1 TO MESES-ABERTOS
               COMPUTE MES-EM-ABERTO = ANO-A-FECHAR * 100 + IND-MES
               DISPLAY "MES " MES-EM-ABERTO " NAO FECHADO EM SOMAMFEC"
           END-IF.

        LER-MES-FECHADO.
           READ CLOSED-MONTHS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O SOMAHIST E ABERTO PARA ATUALIZACAO (O EXPURGO APAGA NELE
      * MESMO). SEM CUSTSLD OS SALDOS SAEM ZERADOS; SEM CUSTMSTR O
      * RESUMO SAI SEM O NOME.
        ABRIR-ARQUIVOS.
           OPEN I-O HISTORY-FILE
           IF HIST-STATUS NOT = "00"
               DISPLAY "HISTORICO SOMAHIST INDISPONIVEL (STATUS "
                   HIST-STATUS "): FECHAMENTO ANUAL CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HISTORY-ARCHIVE
           IF ARC-STATUS NOT = "00"
               DISPLAY "ARQUIVO ANUAL " ARQUIVO-ANUAL
                   " NAO PODE SER CRIADO (STATUS " ARC-STATUS
                   "): FECHAMENTO ANUAL CANCELADO"
               CLOSE HISTORY-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BALANCE-MASTER
           IF SLD-STATUS = "00"
               SET SALDOS-OK TO TRUE
           ELSE
               DISPLAY "MESTRE DE SALDOS (CUSTSLD) INDISPONIVEL"
                   " (STATUS " SLD-STATUS "): SALDOS SAEM ZERADOS"
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF MSTR-STATUS = "00"
               SET CADASTRO-OK TO TRUE
           END-IF
           OPEN OUTPUT REPORT-OUT
           MOVE ANO-A-FECHAR TO CAB-ANO
           WRITE REPORT-LINE FROM CABECALHO-1
           WRITE REPORT-LINE FROM CABECALHO-2.

        POSICIONAR-HISTORICO.
           MOVE ZEROS TO HIST-KEY
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY MOVE 9999999 TO CHAVE-HISTORICO
           END-START.

        LER-HISTORICO.
           IF CHAVE-HISTORICO NOT = 9999999
               READ HISTORY-FILE NEXT RECORD
                   AT END MOVE 9999999 TO CHAVE-HISTORICO
                   NOT AT END MOVE HIST-CUSTOMER-ID TO CHAVE-HISTORICO
               END-READ
           END-IF.

        POSICIONAR-SALDOS.
           IF SALDOS-OK
               MOVE ZEROS TO SLD-CUSTOMER-ID
               START BALANCE-MASTER KEY NOT < SLD-CUSTOMER-ID
                   INVALID KEY MOVE 9999999 TO CHAVE-SALDO
               END-START
           ELSE
               MOVE 9999999 TO CHAVE-SALDO
           END-IF.

        LER-SALDO.
           IF CHAVE-SALDO NOT = 9999999
               READ BALANCE-MASTER NEXT RECORD
                   AT END MOVE 9999999 TO CHAVE-SALDO
                   NOT AT END MOVE SLD-CUSTOMER-ID TO CHAVE-SALDO
               END-READ
           END-IF.

      * UM CLIENTE POR VEZ, O MENOR DOS DOIS ARQUIVOS: PRIMEIRO
      * TODO O HISTORICO DELE, DEPOIS O SALDO. O SALDO DE FECHAMENTO
      * DO ANO E O SALDO ATUAL MENOS O QUE FOI POSTADO DEPOIS DO
      * ANO (AINDA TODO NO SOMAHIST); O DE ABERTURA E O DE
      * FECHAMENTO MENOS O POSTADO NO ANO.
        PROCESSAR-CLIENTE.
           IF CHAVE-HISTORICO < CHAVE-SALDO
               MOVE CHAVE-HISTORICO TO CLIENTE-DA-VEZ
           ELSE
               MOVE CHAVE-SALDO TO CLIENTE-DA-VEZ
           END-IF
           MOVE ZEROS TO TRANSACOES-CLIENTE
           MOVE ZEROS TO TOTAL-CLIENTE
           MOVE ZEROS TO POSTADO-DEPOIS
           MOVE ZEROS TO SALDO-ATUAL-CLIENTE
           PERFORM TRATAR-POSTAGEM
               UNTIL CHAVE-HISTORICO NOT = CLIENTE-DA-VEZ
           IF CHAVE-SALDO = CLIENTE-DA-VEZ
               MOVE SLD-SALDO-ATUAL TO SALDO-ATUAL-CLIENTE
               PERFORM LER-SALDO
           END-IF
           COMPUTE SALDO-DE-FECHAMENTO =
               SALDO-ATUAL-CLIENTE - POSTADO-DEPOIS
           COMPUTE SALDO-DE-ABERTURA =
               SALDO-DE-FECHAMENTO - TOTAL-CLIENTE
           IF TRANSACOES-CLIENTE > ZEROS
                   OR SALDO-DE-FECHAMENTO NOT = ZEROS
               PERFORM IMPRIMIR-CLIENTE
           END-IF.

        TRATAR-POSTAGEM.
           MOVE HIST-DATA-POSTAGEM(1:4) TO ANO-DO-REGISTRO
           EVALUATE TRUE
               WHEN ANO-DO-REGISTRO = ANO-A-FECHAR
                   PERFORM ARQUIVAR-POSTAGEM
               WHEN ANO-DO-REGISTRO > ANO-A-FECHAR
                   ADD HIST-NUM3 TO POSTADO-DEPOIS
               WHEN ANO-DO-REGISTRO < ANO-DE-CORTE
                   PERFORM EXPURGAR-POSTAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM LER-HISTORICO.

        ARQUIVAR-POSTAGEM.
           WRITE HISTORY-ARCHIVE-REC FROM HISTORY-RECORD
           ADD 1 TO REGISTROS-ARQUIVADOS
           ADD 1 TO TRANSACOES-CLIENTE
           ADD HIST-NUM3 TO TOTAL-CLIENTE
           ADD HIST-NUM3 TO TOTAL-DO-ANO.

      * SO SAI DO SOMAHIST O ANO QUE JA TEM ARQUIVO ANUAL; ANO
      * ANTIGO SEM ARQUIVO (ANTERIOR A ESTE PROCESSO) FICA NO
      * HISTORICO E E CONTADO NO RODAPE.
        EXPURGAR-POSTAGEM.
           MOVE "N" TO ANO-COM-ARQUIVO
           PERFORM PROCURAR-ANO-ARQUIVADO
               VARYING IND-ANO FROM 1 BY 1
               UNTIL IND-ANO > QTD-ANOS-ARQUIVADOS
                  OR TEM-ARQUIVO-ANUAL
           IF TEM-ARQUIVO-ANUAL
               DELETE HISTORY-FILE RECORD
                   INVALID KEY ADD 1 TO REGISTROS-SEM-ARQUIVO
                   NOT INVALID KEY ADD 1 TO REGISTROS-EXPURGADOS
               END-DELETE
           ELSE
               ADD 1 TO REGISTROS-SEM-ARQUIVO
           END-IF.

        PROCURAR-ANO-ARQUIVADO.
           IF ANO-ARQUIVADO(IND-ANO) = ANO-DO-REGISTRO
               SET TEM-ARQUIVO-ANUAL TO TRUE
           END-IF.

        IMPRIMIR-CLIENTE.
           ADD 1 TO CLIENTES-NO-RESUMO
           MOVE CLIENTE-DA-VEZ TO DET-CLIENTE
           MOVE SPACES TO DET-NOME
           IF CADASTRO-OK
               MOVE CLIENTE-DA-VEZ TO CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE "CLIENTE NAO CADASTRADO" TO DET-NOME
                   NOT INVALID KEY
                       MOVE CUSTOMER-NAME TO DET-NOME
               END-READ
           END-IF
           MOVE TRANSACOES-CLIENTE  TO DET-TRANSACOES
           MOVE TOTAL-CLIENTE       TO DET-TOTAL
           MOVE SALDO-DE-ABERTURA   TO DET-ABERTURA
           MOVE SALDO-DE-FECHAMENTO TO DET-FECHAMENTO
           WRITE REPORT-LINE FROM LINHA-CLIENTE.

      * O TOTAL ARQUIVADO E CONFERIDO COM A SOMA DOS TOTAIS
      * DIARIOS DO ANO, COMO O RESUMO MENSAL FAZ COM O MES.
        SOMAR-TOTAIS-DIARIOS.
           OPEN INPUT DAILY-TOTALS
           IF DLY-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-TOTAL-DIARIO
               PERFORM ACUMULAR-TOTAL-DIARIO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE DAILY-TOTALS
           END-IF.

        ACUMULAR-TOTAL-DIARIO.
           IF CTL-DATA(1:4) = ANO-A-FECHAR
               ADD CTL-GRAND-TOTAL TO TOTAL-DIARIOS
           END-IF
           PERFORM LER-TOTAL-DIARIO.

        LER-TOTAL-DIARIO.
           READ DAILY-TOTALS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        IMPRIMIR-RODAPE.
           MOVE CLIENTES-NO-RESUMO    TO ROD-CLIENTES
           MOVE REGISTROS-ARQUIVADOS  TO ROD-ARQUIVADOS
           MOVE TOTAL-DO-ANO          TO ROD-TOTAL
           MOVE TOTAL-DIARIOS         TO ROD-DIARIOS
           IF TOTAL-DO-ANO = TOTAL-DIARIOS
               MOVE "OK" TO ROD-CONFERENCIA
           ELSE
               MOVE "DIVERGENTE - INVESTIGAR" TO ROD-CONFERENCIA
           END-IF
           MOVE REGISTROS-EXPURGADOS  TO ROD-EXPURGADOS
           MOVE ANO-DE-CORTE          TO ROD-CORTE
           MOVE REGISTROS-SEM-ARQUIVO TO ROD-SEM-ARQUIVO
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4
           WRITE REPORT-LINE FROM LINHA-RODAPE-5
           WRITE REPORT-LINE FROM LINHA-RODAPE-6
           WRITE REPORT-LINE FROM LINHA-RODAPE-7.

        MARCAR-ANO-FECHADO.
           OPEN EXTEND CLOSED-YEARS
           IF ANOC-STATUS = "35"
               OPEN OUTPUT CLOSED-YEARS
               CLOSE CLOSED-YEARS
               OPEN EXTEND CLOSED-YEARS
           END-IF
           MOVE ANO-A-FECHAR         TO ANOC-ANO
           MOVE DATA-DO-MOVIMENTO    TO ANOC-DATA-FECHAMENTO
           MOVE REGISTROS-ARQUIVADOS TO ANOC-ARQUIVADOS
           MOVE REGISTROS-EXPURGADOS TO ANOC-EXPURGADOS
           WRITE CLOSED-YEAR-REC
           CLOSE CLOSED-YEARS.

        END PROGRAM SOMAANO.
