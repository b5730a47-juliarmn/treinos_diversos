        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTINQ.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. CONSULTA DE CLIENTE: PARA
      * 15/10/2026 RM  CADA NUMERO DE CLIENTE INFORMADO NA LINHA DE
      * 15/10/2026 RM  COMANDO (UM OU MAIS, SEPARADOS POR BRANCO) OU,
      * 15/10/2026 RM  SEM ELES, NO ARQUIVO DE PEDIDOS CUSTINQP (UM
      * 15/10/2026 RM  POR LINHA), EMITE EM CUSTINQR UM PERFIL UNICO
      * 15/10/2026 RM  COM TUDO O QUE A AGENCIA PRECISA QUANDO LIGA:
      * 15/10/2026 RM  NOME, ENDERECO, SITUACAO E LIMITE (CUSTMSTR),
      * 15/10/2026 RM  SALDO (CUSTSLD), AS ULTIMAS POSTAGENS
      * 15/10/2026 RM  (SOMAHIST), OS SUSPENSOS PENDENTES COM A IDADE
      * 15/10/2026 RM  (SOMASUSP) E O HISTORICO DE MANUTENCAO
      * 15/10/2026 RM  (CUSTMAUD E OS ARQUIVOS MENSAIS CUSTMAUD+AAAAMM).
      * 15/10/2026 RM  A SITUACAO DIZ CLARAMENTE SE O CLIENTE FOI
      * 15/10/2026 RM  EXPURGADO (ARQUIVO MORTO CUSTARCH), SE ESTA
      * 15/10/2026 RM  INATIVO OU SE O ULTIMO CUSTDRM O APONTOU COMO
      * 15/10/2026 RM  DORMENTE (TRANSACAO DE INATIVACAO EM CUSTDRMT).
      * 15/10/2026 RM  QUANTAS POSTAGENS E QUANTOS MESES DE ARQUIVO
      * 15/10/2026 RM  DE AUDITORIA VEM DOS PARAMETROS DO SISTEMA
      * 15/10/2026 RM  (SOMAPARM, CODIGOS ULTIMAS-POSTAGENS, PADRAO
      * 15/10/2026 RM  10, E MESES-AUDITORIA, PADRAO 12). RC=4 COM
      * 15/10/2026 RM  CLIENTE NAO ENCONTRADO, NUMERO INVALIDO OU
      * 15/10/2026 RM  ARQUIVO DE CONSULTA INDISPONIVEL; RC=12 SEM
      * 15/10/2026 RM  BIZDATE, SEM MESTRE OU SEM NENHUM NUMERO.
      * 15/10/2026 RM  OPERADOR EM CADA LINHA DA MANUTENCAO (CUSTMAUD
      * 15/10/2026 RM  COM 251 POSICOES) E NOVA SECAO COM A ALTERACAO
      * 15/10/2026 RM  RETIDA PARA APROVACAO (CUSTPEND), SE HOUVER.
      * 15/10/2026 RM  CUSTDRMT NO LAYOUT NOVO DO CUSTIN.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT SUSPENSE-FILE ASSIGN TO "SOMASUSP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSP-STATUS.
            SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCH-STATUS.
            SELECT DORMANT-FEED ASSIGN TO "CUSTDRMT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DRM-STATUS.
            SELECT MAINT-AUDIT-IN ASSIGN TO DYNAMIC ARQUIVO-MAUD
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MAUD-STATUS.
            SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PEND-STATUS.
            SELECT INQUIRY-REQUESTS ASSIGN TO "CUSTINQP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PED-STATUS.
            SELECT REPORT-OUT ASSIGN TO "CUSTINQR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  BALANCE-MASTER.
           COPY SLDREC.
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  SUSPENSE-FILE.
           COPY SUSPREC.
        FD  CUSTOMER-ARCHIVE.
           COPY CUSTARC.
      * TRANSACOES DE INATIVACAO DO ULTIMO CUSTDRM (LAYOUT DO
      * CUSTIN): CLIENTE QUE CONSTA AQUI FOI APONTADO DORMENTE.
        FD  DORMANT-FEED.
        01  DORMANT-FEED-REC.
            05  DRM-FUNCAO            PIC X(01).
            05  DRM-CUSTOMER-ID       PIC 9(06).
            05  DRM-CUSTOMER-NAME     PIC X(30).
            05  DRM-ADDRESS-LINE      PIC X(40).
            05  DRM-STATUS-CODE       PIC X(01).
            05  DRM-LIMITE-CREDITO    PIC X(13).
            05  DRM-OPERADOR          PIC X(08).
        FD  MAINT-AUDIT-IN.
           COPY MNTAUD.
        FD  PENDING-FILE.
           COPY PENDREC.
        FD  INQUIRY-REQUESTS.
        01  INQUIRY-REQUEST-REC.
            05  PED-CUSTOMER-ID       PIC X(10).
            05  FILLER                PIC X(70).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
        77 CLIENTES-CONSULTADOS PIC 9(06) VALUE ZEROS.
        77 CLIENTES-NAO-ACHADOS PIC 9(06) VALUE ZEROS.
        77 NUMEROS-INVALIDOS   PIC 9(06) VALUE ZEROS.
        77 ARQUIVOS-FALTANDO   PIC 9(06) VALUE ZEROS.
        77 ULTIMAS-POSTAGENS   PIC 9(02) VALUE 10.
        77 MESES-AUDITORIA     PIC 9(02) VALUE 12.
        77 LIMITE-DA-TABELA    PIC 9(02) VALUE 99.
        77 QTD-GUARDADAS       PIC 9(02) VALUE ZEROS.
        77 IND-POSTAGEM        PIC 9(02) VALUE ZEROS.
        77 POSTAGENS-NO-HISTORICO PIC 9(06) VALUE ZEROS.
        77 ITENS-SUSPENSOS     PIC 9(04) VALUE ZEROS.
        77 LINHAS-DE-MANUTENCAO PIC 9(04) VALUE ZEROS.
        77 ITENS-PENDENTES     PIC 9(04) VALUE ZEROS.
        77 MES-CONSULTADO      PIC 9(02) VALUE ZEROS.
        77 PONTEIRO-PARM       PIC 9(03) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 MSTR-STATUS         PIC X(02).
        01 SLD-STATUS          PIC X(02).
        01 HIST-STATUS         PIC X(02).
        01 SUSP-STATUS         PIC X(02).
        01 ARCH-STATUS         PIC X(02).
        01 DRM-STATUS          PIC X(02).
        01 MAUD-STATUS         PIC X(02).
        01 PED-STATUS          PIC X(02).
        01 PEND-STATUS         PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 SALDOS-DISPONIVEIS  PIC X(01) VALUE "N".
            88 SALDOS-ABERTOS  VALUE "S".
        01 HISTORICO-DISPONIVEL PIC X(01) VALUE "N".
            88 HISTORICO-ABERTO VALUE "S".
        01 SALDO-ENCONTRADO    PIC X(01).
        01 FIM-DO-HISTORICO    PIC X(01).
            88 HISTORICO-ESGOTADO VALUE "S".
        01 CLIENTE-NO-MESTRE   PIC X(01).
            88 ESTA-NO-MESTRE  VALUE "S".
        01 CLIENTE-NO-MORTO    PIC X(01).
            88 ESTA-NO-MORTO   VALUE "S".
        01 CLIENTE-DORMENTE    PIC X(01).
            88 APONTADO-DORMENTE VALUE "S".
        01 PARM-ENTRADA        PIC X(80).
        01 NUMERO-INFORMADO    PIC X(10).
        01 CLIENTE-CONSULTADO  PIC 9(06).
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 DATA-DO-MOVIMENTO-R REDEFINES DATA-DO-MOVIMENTO.
            05 MOV-ANO         PIC 9(04).
            05 MOV-MES         PIC 9(02).
            05 MOV-DIA         PIC 9(02).
        01 ARQUIVO-MAUD        PIC X(20).
        01 TOTAL-DE-MESES      PIC S9(07).
        01 ANOS-DO-ARQUIVO     PIC 9(05).
        01 MES-DO-ARQUIVO.
            05 ARQ-ANO         PIC 9(04).
            05 ARQ-MES         PIC 9(02).
        01 ULTIMA-POSTAGEM     PIC 9(08) VALUE ZEROS.
        01 DATA-DO-EXPURGO     PIC 9(08) VALUE ZEROS.
        01 REGISTRO-DO-MORTO   PIC X(98).
      * AS ULTIMAS POSTAGENS DO CLIENTE: O HISTORICO VEM EM ORDEM
      * DE DATA, ENTAO COM A TABELA CHEIA A MAIS ANTIGA SAI PARA
      * A NOVA ENTRAR NO FIM.
        01 TABELA-POSTAGENS.
            05  POSTAGEM-ENT OCCURS 99 TIMES.
                10  PST-DATA           PIC 9(08).
                10  PST-SEQUENCIA      PIC 9(04).
                10  PST-TIPO           PIC X(01).
                10  PST-NUM1           PIC 9(07)V99.
                10  PST-NUM2           PIC 9(07)V99.
                10  PST-NUM3           PIC S9(08)V99.
      * CONVERSAO DE DATA (AAAAMMDD) EM DIAS CORRIDOS PARA A
      * IDADE DO SUSPENSO, A MESMA CONTA DO AGING (SOMAAGE).
        01 DATA-TRABALHO       PIC 9(08).
        01 DATA-TRABALHO-R REDEFINES DATA-TRABALHO.
            05 DT-ANO          PIC 9(04).
            05 DT-MES          PIC 9(02).
            05 DT-DIA          PIC 9(02).
        01 AJUSTE-BISSEXTO     PIC 9(06).
        01 QUOCIENTE-BISSEXTO  PIC 9(06).
        01 RESTO-BISSEXTO      PIC 9(01).
        01 DIAS-CORRIDOS       PIC 9(08).
        01 DIAS-DE-HOJE        PIC 9(08).
        01 IDADE-EM-DIAS       PIC S9(05).
        01 CABECALHO-1.
            05  FILLER       PIC X(35) VALUE
                "CONSULTA DE CLIENTES - MOVIMENTO ".
            05  CAB-DATA     PIC 9(08).
        01 LINHA-SEPARADORA.
            05  FILLER       PIC X(60) VALUE ALL "=".
        01 LINHA-CLIENTE.
            05  FILLER       PIC X(08) VALUE "CLIENTE ".
            05  CLI-NUMERO   PIC X(10).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  CLI-TEXTO    PIC X(60).
        01 LINHA-CAMPO.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  CMP-ROTULO   PIC X(11).
            05  CMP-TEXTO    PIC X(100).
        01 LINHA-SALDO.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  FILLER       PIC X(11) VALUE "SALDO....: ".
            05  SAL-ATUAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(12) VALUE "  ANTERIOR: ".
            05  SAL-ANTERIOR PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(10) VALUE "  DO DIA: ".
            05  SAL-DO-DIA   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(04) VALUE "  EM".
            05  FILLER       PIC X(01) VALUE SPACE.
            05  SAL-DATA     PIC 9(08).
        01 LINHA-SECAO.
            05  SEC-TEXTO    PIC X(80).
        01 LINHA-POSTAGEM.
            05  FILLER       PIC X(04) VALUE SPACES.
            05  PDT-DATA     PIC 9(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PDT-SEQUENCIA PIC 9(04).
            05  FILLER       PIC X(06) VALUE " TIPO=".
            05  PDT-TIPO     PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PDT-NUM1     PIC Z,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PDT-NUM2     PIC Z,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PDT-NUM3     PIC -ZZ,ZZZ,ZZ9.99.
        01 LINHA-SUSPENSO.
            05  FILLER       PIC X(04) VALUE SPACES.
            05  SDT-SEQUENCIA PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  SDT-MOTIVO   PIC X(30).
            05  FILLER       PIC X(06) VALUE " DATA=".
            05  SDT-DATA     PIC 9(08).
            05  FILLER       PIC X(07) VALUE " IDADE=".
            05  SDT-IDADE    PIC ZZZZ9.
            05  FILLER       PIC X(06) VALUE " TIPO=".
            05  SDT-TIPO     PIC X(01).
            05  FILLER       PIC X(06) VALUE " NUM1=".
            05  SDT-NUM1     PIC X(09).
            05  FILLER       PIC X(06) VALUE " NUM2=".
            05  SDT-NUM2     PIC X(09).
        01 LINHA-MANUTENCAO.
            05  FILLER       PIC X(04) VALUE SPACES.
            05  MDT-DATA     PIC 9(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  MDT-HORA     PIC 9(08).
            05  FILLER       PIC X(08) VALUE " FUNCAO=".
            05  MDT-FUNCAO   PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  MDT-RESULTADO PIC X(40).
            05  FILLER       PIC X(06) VALUE " OPER=".
            05  MDT-OPERADOR PIC X(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  MDT-ARQUIVO  PIC X(20).
        01 LINHA-IMAGEM.
            05  FILLER       PIC X(06) VALUE SPACES.
            05  IMG-ROTULO   PIC X(08).
            05  IMG-NOME     PIC X(30).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  IMG-ENDERECO PIC X(40).
            05  FILLER       PIC X(05) VALUE " SIT=".
            05  IMG-SITUACAO PIC X(01).
            05  FILLER       PIC X(05) VALUE " LIM=".
            05  IMG-LIMITE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 VALOR-EDITADO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES CONSULTADOS....:".
            05  ROD-CONSULTADOS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "NAO ENCONTRADOS.........:".
            05  ROD-NAO-ACHADOS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "NUMEROS INVALIDOS.......:".
            05  ROD-INVALIDOS PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           OPEN INPUT CUSTOMER-MASTER
           IF MSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL (STATUS "
                   MSTR-STATUS "): CONSULTA CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           IF PARM-ENTRADA = SPACES
               OPEN INPUT INQUIRY-REQUESTS
               IF PED-STATUS NOT = "00"
                   DISPLAY "SEM NUMERO DE CLIENTE NA LINHA DE COMANDO"
                       " E SEM PEDIDOS (CUSTINQP): CONSULTA"
                       " CANCELADA"
                   CLOSE CUSTOMER-MASTER
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           PERFORM ABRIR-ARQUIVOS-DE-CONSULTA
           OPEN OUTPUT REPORT-OUT
           MOVE DATA-DO-MOVIMENTO TO CAB-DATA
           WRITE REPORT-LINE FROM CABECALHO-1
           MOVE DATA-DO-MOVIMENTO TO DATA-TRABALHO
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIAS-CORRIDOS TO DIAS-DE-HOJE
           IF PARM-ENTRADA = SPACES
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-PEDIDO
               PERFORM ATENDER-PEDIDO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE INQUIRY-REQUESTS
           ELSE
               MOVE 1 TO PONTEIRO-PARM
               PERFORM ATENDER-NUMERO-DA-LINHA-DE-COMANDO
                   UNTIL PONTEIRO-PARM > 80
                       OR PARM-ENTRADA(PONTEIRO-PARM:) = SPACES
           END-IF
           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-OUT
           CLOSE CUSTOMER-MASTER
           IF SALDOS-ABERTOS
               CLOSE BALANCE-MASTER
           END-IF
           IF HISTORICO-ABERTO
               CLOSE HISTORY-FILE
           END-IF
           DISPLAY "CONSULTA CONCLUIDA: " CLIENTES-CONSULTADOS
               " CLIENTE(S), " CLIENTES-NAO-ACHADOS
               " NAO ENCONTRADO(S), " NUMEROS-INVALIDOS
               " NUMERO(S) INVALIDO(S)"
           IF CLIENTES-CONSULTADOS = ZEROS
                   AND NUMEROS-INVALIDOS = ZEROS
               DISPLAY "NENHUM NUMERO DE CLIENTE A CONSULTAR"
               MOVE 12 TO RETURN-CODE
           ELSE
               IF CLIENTES-NAO-ACHADOS > ZEROS
                       OR NUMEROS-INVALIDOS > ZEROS
                       OR ARQUIVOS-FALTANDO > ZEROS
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZEROS TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS NOT = "00"
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL"
                   " (STATUS " BIZ-STATUS "): CONSULTA CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           READ BUSINESS-DATE
               AT END
                   DISPLAY "CONTROLE DE DATA (BIZDATE) VAZIO:"
                       " CONSULTA CANCELADA"
                   CLOSE BUSINESS-DATE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * PARAMETROS DO SISTEMA EM VIGOR NA DATA DE MOVIMENTO (A
      * ULTIMA LINHA EM VIGOR DE CADA CODIGO, NO ARQUIVO ORDENADO).
      * UM LIMITE ACIMA DA CAPACIDADE DA TABELA FICA NA CAPACIDADE.
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
                   WHEN PRM-ULTIMAS-POSTAGENS
                       IF PRM-VALOR > LIMITE-DA-TABELA
                           MOVE LIMITE-DA-TABELA TO ULTIMAS-POSTAGENS
                       ELSE
                           MOVE PRM-VALOR TO ULTIMAS-POSTAGENS
                       END-IF
                   WHEN PRM-MESES-AUDITORIA
                       IF PRM-VALOR > 60
                           MOVE 60 TO MESES-AUDITORIA
                       ELSE
                           MOVE PRM-VALOR TO MESES-AUDITORIA
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

      * SALDO E HISTORICO SAO INDEXADOS E FICAM ABERTOS A RODADA
      * TODA; SEM UM DELES A CONSULTA SAI ASSIM MESMO, COM A
      * SECAO AVISANDO QUE O ARQUIVO NAO ESTAVA DISPONIVEL.
        ABRIR-ARQUIVOS-DE-CONSULTA.
           OPEN INPUT BALANCE-MASTER
           IF SLD-STATUS = "00"
               SET SALDOS-ABERTOS TO TRUE
           ELSE
               ADD 1 TO ARQUIVOS-FALTANDO
           END-IF
           OPEN INPUT HISTORY-FILE
           IF HIST-STATUS = "00"
               SET HISTORICO-ABERTO TO TRUE
           ELSE
               ADD 1 TO ARQUIVOS-FALTANDO
           END-IF.

      * A LINHA DE COMANDO TRAZ UM OU MAIS NUMEROS SEPARADOS POR
      * BRANCOS; CADA UM E CONSULTADO NA ORDEM EM QUE VEIO.
        ATENDER-NUMERO-DA-LINHA-DE-COMANDO.
           MOVE SPACES TO NUMERO-INFORMADO
           UNSTRING PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO NUMERO-INFORMADO
               WITH POINTER PONTEIRO-PARM
           END-UNSTRING
           IF NUMERO-INFORMADO NOT = SPACES
               PERFORM CONSULTAR-NUMERO
           END-IF.

        ATENDER-PEDIDO.
           MOVE PED-CUSTOMER-ID TO NUMERO-INFORMADO
           IF NUMERO-INFORMADO NOT = SPACES
               PERFORM CONSULTAR-NUMERO
           END-IF
           PERFORM LER-PEDIDO.

        LER-PEDIDO.
           READ INQUIRY-REQUESTS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O NUMERO DO CLIENTE TEM SEIS DIGITOS, COMO NO CUSTIN.
        CONSULTAR-NUMERO.
           WRITE REPORT-LINE FROM LINHA-SEPARADORA
           MOVE NUMERO-INFORMADO TO CLI-NUMERO
           IF NUMERO-INFORMADO(1:6) IS NUMERIC
                   AND NUMERO-INFORMADO(7:4) = SPACES
               MOVE NUMERO-INFORMADO(1:6) TO CLIENTE-CONSULTADO
               MOVE SPACES TO CLI-TEXTO
               WRITE REPORT-LINE FROM LINHA-CLIENTE
               ADD 1 TO CLIENTES-CONSULTADOS
               PERFORM EMITIR-PERFIL
           ELSE
               MOVE "NUMERO INVALIDO: INFORMAR OS SEIS DIGITOS"
                   TO CLI-TEXTO
               WRITE REPORT-LINE FROM LINHA-CLIENTE
               ADD 1 TO NUMEROS-INVALIDOS
           END-IF.

        EMITIR-PERFIL.
           PERFORM PROCURAR-NO-MESTRE
           PERFORM PROCURAR-NO-ARQUIVO-MORTO
           PERFORM PROCURAR-APONTAMENTO-DORMENTE
           PERFORM IMPRIMIR-CADASTRO
           PERFORM IMPRIMIR-SALDO
           PERFORM IMPRIMIR-POSTAGENS
           PERFORM IMPRIMIR-SUSPENSOS
           PERFORM IMPRIMIR-PENDENCIA
           PERFORM IMPRIMIR-MANUTENCAO.

        PROCURAR-NO-MESTRE.
           MOVE "N" TO CLIENTE-NO-MESTRE
           MOVE CLIENTE-CONSULTADO TO CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY CONTINUE
               NOT INVALID KEY SET ESTA-NO-MESTRE TO TRUE
           END-READ.

      * O MESMO CLIENTE PODE TER SIDO EXPURGADO, RESTAURADO E
      * EXPURGADO DE NOVO: VALE O ULTIMO REGISTRO DO MORTO.
        PROCURAR-NO-ARQUIVO-MORTO.
           MOVE "N" TO CLIENTE-NO-MORTO
           OPEN INPUT CUSTOMER-ARCHIVE
           IF ARCH-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-ARQUIVO-MORTO
               PERFORM CONFERIR-ARQUIVO-MORTO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE CUSTOMER-ARCHIVE
               MOVE "N" TO FIM-DE-ARQUIVO
           END-IF.

        CONFERIR-ARQUIVO-MORTO.
           IF ARC-CUSTOMER-ID = CLIENTE-CONSULTADO
               SET ESTA-NO-MORTO TO TRUE
               MOVE ARCHIVE-RECORD TO REGISTRO-DO-MORTO
               MOVE ARC-DATA-EXPURGO TO DATA-DO-EXPURGO
           END-IF
           PERFORM LER-ARQUIVO-MORTO.

        LER-ARQUIVO-MORTO.
           READ CUSTOMER-ARCHIVE
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O CUSTDRM NAO MARCA O MESTRE: ELE GERA EM CUSTDRMT A
      * TRANSACAO DE INATIVACAO QUE O OPERADOR PASSA PELA
      * MANUTENCAO. CLIENTE AINDA ATIVO QUE CONSTA NELA ESTA
      * APONTADO COMO DORMENTE, COM A INATIVACAO PENDENTE.
        PROCURAR-APONTAMENTO-DORMENTE.
           MOVE "N" TO CLIENTE-DORMENTE
           OPEN INPUT DORMANT-FEED
           IF DRM-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-APONTAMENTO-DORMENTE
               PERFORM CONFERIR-APONTAMENTO-DORMENTE
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE DORMANT-FEED
               MOVE "N" TO FIM-DE-ARQUIVO
           END-IF.

        CONFERIR-APONTAMENTO-DORMENTE.
           IF DRM-CUSTOMER-ID = CLIENTE-CONSULTADO
                   AND DRM-STATUS-CODE = "I"
               SET APONTADO-DORMENTE TO TRUE
           END-IF
           PERFORM LER-APONTAMENTO-DORMENTE.

        LER-APONTAMENTO-DORMENTE.
           READ DORMANT-FEED
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        IMPRIMIR-CADASTRO.
           EVALUATE TRUE
               WHEN ESTA-NO-MESTRE
                   MOVE "NOME.....: "   TO CMP-ROTULO
                   MOVE CUSTOMER-NAME   TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
                   MOVE "ENDERECO.: "   TO CMP-ROTULO
                   MOVE ADDRESS-LINE    TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
                   PERFORM IMPRIMIR-SITUACAO-DO-MESTRE
                   MOVE "LIMITE...: "   TO CMP-ROTULO
                   IF CUSTOMER-LIMITE-CREDITO = ZEROS
                       MOVE "SEM LIMITE DEFINIDO" TO CMP-TEXTO
                   ELSE
                       MOVE CUSTOMER-LIMITE-CREDITO TO VALOR-EDITADO
                       MOVE VALOR-EDITADO TO CMP-TEXTO
                   END-IF
                   WRITE REPORT-LINE FROM LINHA-CAMPO
               WHEN ESTA-NO-MORTO
                   MOVE REGISTRO-DO-MORTO TO ARCHIVE-RECORD
                   MOVE "NOME.....: "     TO CMP-ROTULO
                   MOVE ARC-CUSTOMER-NAME TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
                   MOVE "ENDERECO.: "     TO CMP-ROTULO
                   MOVE ARC-ADDRESS-LINE  TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
                   MOVE "SITUACAO.: "     TO CMP-ROTULO
                   MOVE SPACES TO CMP-TEXTO
                   STRING "EXPURGADO EM " DATA-DO-EXPURGO
                       " -- SO NO ARQUIVO MORTO (CUSTARCH),"
                       " FORA DO MESTRE"
                       DELIMITED BY SIZE INTO CMP-TEXTO
                   END-STRING
                   WRITE REPORT-LINE FROM LINHA-CAMPO
                   MOVE "LIMITE...: "      TO CMP-ROTULO
                   MOVE ARC-LIMITE-CREDITO TO VALOR-EDITADO
                   MOVE VALOR-EDITADO      TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
               WHEN OTHER
                   MOVE "SITUACAO.: " TO CMP-ROTULO
                   MOVE "NAO CADASTRADO: FORA DO MESTRE E DO MORTO"
                       TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
                   ADD 1 TO CLIENTES-NAO-ACHADOS
           END-EVALUATE.

        IMPRIMIR-SITUACAO-DO-MESTRE.
           MOVE "SITUACAO.: " TO CMP-ROTULO
           MOVE SPACES TO CMP-TEXTO
           EVALUATE TRUE
               WHEN CUSTOMER-ATIVO AND APONTADO-DORMENTE
                   STRING "ATIVO, MAS APONTADO COMO DORMENTE PELO"
                       " CUSTDRM (INATIVACAO PENDENTE EM CUSTDRMT)"
                       DELIMITED BY SIZE INTO CMP-TEXTO
                   END-STRING
               WHEN CUSTOMER-ATIVO
                   MOVE "ATIVO" TO CMP-TEXTO
               WHEN CUSTOMER-INATIVO
                   MOVE "INATIVO (SERA EXPURGADO PELO CUSTPRG)"
                       TO CMP-TEXTO
               WHEN OTHER
                   STRING "SITUACAO DESCONHECIDA (" STATUS-CODE ")"
                       DELIMITED BY SIZE INTO CMP-TEXTO
                   END-STRING
           END-EVALUATE
           WRITE REPORT-LINE FROM LINHA-CAMPO
           IF ESTA-NO-MORTO
               MOVE SPACES TO CMP-ROTULO
               MOVE SPACES TO CMP-TEXTO
               STRING "CONSTA NO ARQUIVO MORTO: EXPURGADO EM "
                   DATA-DO-EXPURGO " E DEPOIS RESTAURADO"
                   DELIMITED BY SIZE INTO CMP-TEXTO
               END-STRING
               WRITE REPORT-LINE FROM LINHA-CAMPO
           END-IF.

        IMPRIMIR-SALDO.
           IF NOT SALDOS-ABERTOS
               MOVE "SALDO....: "  TO CMP-ROTULO
               MOVE "SALDOS (CUSTSLD) INDISPONIVEIS" TO CMP-TEXTO
               WRITE REPORT-LINE FROM LINHA-CAMPO
           ELSE
               MOVE "S" TO SALDO-ENCONTRADO
               MOVE CLIENTE-CONSULTADO TO SLD-CUSTOMER-ID
               READ BALANCE-MASTER
                   INVALID KEY MOVE "N" TO SALDO-ENCONTRADO
               END-READ
               IF SALDO-ENCONTRADO = "S"
                   MOVE SLD-SALDO-ATUAL      TO SAL-ATUAL
                   MOVE SLD-SALDO-ANTERIOR   TO SAL-ANTERIOR
                   MOVE SLD-VALOR-DO-DIA     TO SAL-DO-DIA
                   MOVE SLD-DATA-ATUALIZACAO TO SAL-DATA
                   WRITE REPORT-LINE FROM LINHA-SALDO
               ELSE
                   MOVE "SALDO....: " TO CMP-ROTULO
                   MOVE "SEM SALDO NO CUSTSLD" TO CMP-TEXTO
                   WRITE REPORT-LINE FROM LINHA-CAMPO
               END-IF
           END-IF.

      * O HISTORICO E INDEXADO POR CLIENTE+DATA+SEQUENCIA, ENTAO
      * AS POSTAGENS DO CLIENTE SAO UMA FAIXA DE CHAVES, COMO NO
      * CUSTDRM: POSICIONA NO INICIO E LE ATE MUDAR O CLIENTE.
        IMPRIMIR-POSTAGENS.
           MOVE SPACES TO SEC-TEXTO
           IF NOT HISTORICO-ABERTO
               MOVE "POSTAGENS: HISTORICO (SOMAHIST) INDISPONIVEL"
                   TO SEC-TEXTO
               WRITE REPORT-LINE FROM LINHA-SECAO
           ELSE
               PERFORM CARREGAR-POSTAGENS
               STRING "ULTIMAS " ULTIMAS-POSTAGENS " POSTAGENS ("
                   POSTAGENS-NO-HISTORICO " NO HISTORICO, ULTIMA EM "
                   ULTIMA-POSTAGEM ")"
                   DELIMITED BY SIZE INTO SEC-TEXTO
               END-STRING
               WRITE REPORT-LINE FROM LINHA-SECAO
               IF QTD-GUARDADAS = ZEROS
                   MOVE "    NENHUMA POSTAGEM NO HISTORICO"
                       TO SEC-TEXTO
                   WRITE REPORT-LINE FROM LINHA-SECAO
               ELSE
                   PERFORM IMPRIMIR-POSTAGEM
                       VARYING IND-POSTAGEM FROM 1 BY 1
                       UNTIL IND-POSTAGEM > QTD-GUARDADAS
               END-IF
           END-IF.

        CARREGAR-POSTAGENS.
           MOVE ZEROS TO QTD-GUARDADAS
           MOVE ZEROS TO POSTAGENS-NO-HISTORICO
           MOVE ZEROS TO ULTIMA-POSTAGEM
           MOVE "N" TO FIM-DO-HISTORICO
           MOVE CLIENTE-CONSULTADO TO HIST-CUSTOMER-ID
           MOVE ZEROS TO HIST-DATA-POSTAGEM
           MOVE ZEROS TO HIST-SEQUENCIA
           START HISTORY-FILE KEY NOT < HIST-KEY
               INVALID KEY SET HISTORICO-ESGOTADO TO TRUE
           END-START
           IF NOT HISTORICO-ESGOTADO
               PERFORM LER-HISTORICO
           END-IF
           PERFORM GUARDAR-POSTAGEM
               UNTIL HISTORICO-ESGOTADO.

        GUARDAR-POSTAGEM.
           IF HIST-CUSTOMER-ID = CLIENTE-CONSULTADO
               ADD 1 TO POSTAGENS-NO-HISTORICO
               MOVE HIST-DATA-POSTAGEM TO ULTIMA-POSTAGEM
               IF QTD-GUARDADAS >= ULTIMAS-POSTAGENS
                   PERFORM DESCARTAR-MAIS-ANTIGA
                       VARYING IND-POSTAGEM FROM 1 BY 1
                       UNTIL IND-POSTAGEM >= QTD-GUARDADAS
               ELSE
                   ADD 1 TO QTD-GUARDADAS
               END-IF
               MOVE HIST-DATA-POSTAGEM TO PST-DATA(QTD-GUARDADAS)
               MOVE HIST-SEQUENCIA     TO PST-SEQUENCIA(QTD-GUARDADAS)
               MOVE HIST-TIPO          TO PST-TIPO(QTD-GUARDADAS)
               MOVE HIST-NUM1          TO PST-NUM1(QTD-GUARDADAS)
               MOVE HIST-NUM2          TO PST-NUM2(QTD-GUARDADAS)
               MOVE HIST-NUM3          TO PST-NUM3(QTD-GUARDADAS)
               PERFORM LER-HISTORICO
           ELSE
               SET HISTORICO-ESGOTADO TO TRUE
           END-IF.

        DESCARTAR-MAIS-ANTIGA.
           MOVE POSTAGEM-ENT(IND-POSTAGEM + 1)
               TO POSTAGEM-ENT(IND-POSTAGEM).

        LER-HISTORICO.
           READ HISTORY-FILE NEXT RECORD
               AT END SET HISTORICO-ESGOTADO TO TRUE
           END-READ.

        IMPRIMIR-POSTAGEM.
           MOVE PST-DATA(IND-POSTAGEM)      TO PDT-DATA
           MOVE PST-SEQUENCIA(IND-POSTAGEM) TO PDT-SEQUENCIA
           MOVE PST-TIPO(IND-POSTAGEM)      TO PDT-TIPO
           MOVE PST-NUM1(IND-POSTAGEM)      TO PDT-NUM1
           MOVE PST-NUM2(IND-POSTAGEM)      TO PDT-NUM2
           MOVE PST-NUM3(IND-POSTAGEM)      TO PDT-NUM3
           WRITE REPORT-LINE FROM LINHA-POSTAGEM.

      * O SUSPENSO GUARDA A CHAVE DA TRANSACAO COMO VEIO NA
      * ENTRADA; A IDADE CONTA COMO NO AGING (SOMAAGE).
        IMPRIMIR-SUSPENSOS.
           MOVE ZEROS TO ITENS-SUSPENSOS
           MOVE "SUSPENSOS PENDENTES (SOMASUSP)" TO SEC-TEXTO
           WRITE REPORT-LINE FROM LINHA-SECAO
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-SUSPENSO
               PERFORM CONFERIR-SUSPENSO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE SUSPENSE-FILE
               MOVE "N" TO FIM-DE-ARQUIVO
           END-IF
           IF ITENS-SUSPENSOS = ZEROS
               MOVE "    NENHUM ITEM EM SUSPENSO" TO SEC-TEXTO
               WRITE REPORT-LINE FROM LINHA-SECAO
           END-IF.

        CONFERIR-SUSPENSO.
           IF SUSP-TRANS-KEY = NUMERO-INFORMADO(1:6)
               ADD 1 TO ITENS-SUSPENSOS
               MOVE SUSP-DATA-REJEICAO TO DATA-TRABALHO
               PERFORM CALCULAR-DIAS-CORRIDOS
               COMPUTE IDADE-EM-DIAS = DIAS-DE-HOJE - DIAS-CORRIDOS
               IF IDADE-EM-DIAS < ZEROS
                   MOVE ZEROS TO IDADE-EM-DIAS
               END-IF
               MOVE SUSP-SEQUENCIA     TO SDT-SEQUENCIA
               MOVE SUSP-MOTIVO        TO SDT-MOTIVO
               MOVE SUSP-DATA-REJEICAO TO SDT-DATA
               MOVE IDADE-EM-DIAS      TO SDT-IDADE
               MOVE SUSP-TIPO          TO SDT-TIPO
               MOVE SUSP-NUM1          TO SDT-NUM1
               MOVE SUSP-NUM2          TO SDT-NUM2
               WRITE REPORT-LINE FROM LINHA-SUSPENSO
           END-IF
           PERFORM LER-SUSPENSO.

        LER-SUSPENSO.
           READ SUSPENSE-FILE
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * ALTERACAO DE NOME, ENDERECO OU VOLTA PARA ATIVO RETIDA
      * PELA MANUTENCAO (TESTE) A ESPERA DO SEGUNDO OPERADOR.
        IMPRIMIR-PENDENCIA.
           MOVE ZEROS TO ITENS-PENDENTES
           MOVE "ALTERACAO PENDENTE DE APROVACAO (CUSTPEND)"
               TO SEC-TEXTO
           WRITE REPORT-LINE FROM LINHA-SECAO
           OPEN INPUT PENDING-FILE
           IF PEND-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-PENDENCIA
               PERFORM CONFERIR-PENDENCIA
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE PENDING-FILE
               MOVE "N" TO FIM-DE-ARQUIVO
           END-IF
           IF ITENS-PENDENTES = ZEROS
               MOVE "    NENHUMA ALTERACAO PENDENTE" TO SEC-TEXTO
               WRITE REPORT-LINE FROM LINHA-SECAO
           END-IF.

        CONFERIR-PENDENCIA.
           IF PEND-CUSTOMER-ID = CLIENTE-CONSULTADO
               ADD 1 TO ITENS-PENDENTES
               MOVE SPACES TO SEC-TEXTO
               STRING "    SOLICITADA EM " PEND-DATA " " PEND-HORA
                   " POR " PEND-OPERADOR
                   DELIMITED BY SIZE INTO SEC-TEXTO
               END-STRING
               WRITE REPORT-LINE FROM LINHA-SECAO
               MOVE "ANTES : "        TO IMG-ROTULO
               MOVE PEND-ANT-NOME     TO IMG-NOME
               MOVE PEND-ANT-ENDERECO TO IMG-ENDERECO
               MOVE PEND-ANT-SITUACAO TO IMG-SITUACAO
               MOVE PEND-ANT-LIMITE   TO IMG-LIMITE
               WRITE REPORT-LINE FROM LINHA-IMAGEM
               MOVE "DEPOIS: "        TO IMG-ROTULO
               MOVE PEND-DEP-NOME     TO IMG-NOME
               MOVE PEND-DEP-ENDERECO TO IMG-ENDERECO
               MOVE PEND-DEP-SITUACAO TO IMG-SITUACAO
               MOVE PEND-DEP-LIMITE   TO IMG-LIMITE
               WRITE REPORT-LINE FROM LINHA-IMAGEM
           END-IF
           PERFORM LER-PENDENCIA.

        LER-PENDENCIA.
           READ PENDING-FILE
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O FECHAMENTO MENSAL (SOMAFECH) TIRA DO CUSTMAUD AS LINHAS
      * DO MES FECHADO PARA CUSTMAUD+AAAAMM. A CONSULTA LE OS
      * ARQUIVOS MENSAIS DOS ULTIMOS MESES-AUDITORIA MESES, DO
      * MAIS ANTIGO PARA O MAIS NOVO, E POR ULTIMO O CUSTMAUD
      * VIVO, PARA A MANUTENCAO SAIR EM ORDEM DE DATA. MES SEM
      * ARQUIVO E PULADO. CONSULTAS (FUNCAO I) NAO MUDAM O
      * CADASTRO E NAO ENTRAM.
        IMPRIMIR-MANUTENCAO.
           MOVE ZEROS TO LINHAS-DE-MANUTENCAO
           MOVE SPACES TO SEC-TEXTO
           STRING "MANUTENCAO DO CADASTRO (CUSTMAUD E ULTIMOS "
               MESES-AUDITORIA " MESES ARQUIVADOS)"
               DELIMITED BY SIZE INTO SEC-TEXTO
           END-STRING
           WRITE REPORT-LINE FROM LINHA-SECAO
           PERFORM LER-MES-ARQUIVADO
               VARYING MES-CONSULTADO FROM MESES-AUDITORIA BY -1
               UNTIL MES-CONSULTADO = ZEROS
           MOVE "CUSTMAUD" TO ARQUIVO-MAUD
           PERFORM LER-ARQUIVO-DE-MANUTENCAO
           IF LINHAS-DE-MANUTENCAO = ZEROS
               MOVE "    NENHUMA MANUTENCAO NO PERIODO" TO SEC-TEXTO
               WRITE REPORT-LINE FROM LINHA-SECAO
           END-IF.

      * O MES DO ARQUIVO E O MES DE MOVIMENTO MENOS N MESES, EM
      * MESES CORRIDOS (ANO*12+MES), COMO O CORTE DO CUSTDRM.
        LER-MES-ARQUIVADO.
           COMPUTE TOTAL-DE-MESES =
               MOV-ANO * 12 + MOV-MES - MES-CONSULTADO
           COMPUTE ANOS-DO-ARQUIVO = (TOTAL-DE-MESES - 1) / 12
           MOVE ANOS-DO-ARQUIVO TO ARQ-ANO
           COMPUTE ARQ-MES = TOTAL-DE-MESES - ANOS-DO-ARQUIVO * 12
           MOVE SPACES TO ARQUIVO-MAUD
           STRING "CUSTMAUD" MES-DO-ARQUIVO DELIMITED BY SIZE
               INTO ARQUIVO-MAUD
           END-STRING
           PERFORM LER-ARQUIVO-DE-MANUTENCAO.

        LER-ARQUIVO-DE-MANUTENCAO.
           OPEN INPUT MAINT-AUDIT-IN
           IF MAUD-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-MANUTENCAO
               PERFORM CONFERIR-MANUTENCAO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE MAINT-AUDIT-IN
               MOVE "N" TO FIM-DE-ARQUIVO
           END-IF.

        CONFERIR-MANUTENCAO.
           IF MAUD-CUSTOMER-ID = CLIENTE-CONSULTADO
                   AND MAUD-FUNCAO NOT = "I"
               ADD 1 TO LINHAS-DE-MANUTENCAO
               MOVE MAUD-DATA      TO MDT-DATA
               MOVE MAUD-HORA      TO MDT-HORA
               MOVE MAUD-FUNCAO    TO MDT-FUNCAO
               MOVE MAUD-RESULTADO TO MDT-RESULTADO
               MOVE MAUD-OPERADOR  TO MDT-OPERADOR
               MOVE ARQUIVO-MAUD   TO MDT-ARQUIVO
               WRITE REPORT-LINE FROM LINHA-MANUTENCAO
               IF MAUD-ANTES NOT = SPACES
                   MOVE "ANTES : "        TO IMG-ROTULO
                   MOVE MAUD-ANT-NOME     TO IMG-NOME
                   MOVE MAUD-ANT-ENDERECO TO IMG-ENDERECO
                   MOVE MAUD-ANT-SITUACAO TO IMG-SITUACAO
                   MOVE MAUD-ANT-LIMITE   TO IMG-LIMITE
                   WRITE REPORT-LINE FROM LINHA-IMAGEM
               END-IF
               IF MAUD-DEPOIS NOT = SPACES
                   MOVE "DEPOIS: "        TO IMG-ROTULO
                   MOVE MAUD-DEP-NOME     TO IMG-NOME
                   MOVE MAUD-DEP-ENDERECO TO IMG-ENDERECO
                   MOVE MAUD-DEP-SITUACAO TO IMG-SITUACAO
                   MOVE MAUD-DEP-LIMITE   TO IMG-LIMITE
                   WRITE REPORT-LINE FROM LINHA-IMAGEM
               END-IF
           END-IF
           PERFORM LER-MANUTENCAO.

        LER-MANUTENCAO.
           READ MAINT-AUDIT-IN
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        CALCULAR-DIAS-CORRIDOS.
           COMPUTE AJUSTE-BISSEXTO = DT-ANO / 4
           COMPUTE DIAS-CORRIDOS =
               DT-ANO * 365 + AJUSTE-BISSEXTO + DT-DIA
           EVALUATE DT-MES
               WHEN 02 ADD 31  TO DIAS-CORRIDOS
               WHEN 03 ADD 59  TO DIAS-CORRIDOS
               WHEN 04 ADD 90  TO DIAS-CORRIDOS
               WHEN 05 ADD 120 TO DIAS-CORRIDOS
               WHEN 06 ADD 151 TO DIAS-CORRIDOS
               WHEN 07 ADD 181 TO DIAS-CORRIDOS
               WHEN 08 ADD 212 TO DIAS-CORRIDOS
               WHEN 09 ADD 243 TO DIAS-CORRIDOS
               WHEN 10 ADD 273 TO DIAS-CORRIDOS
               WHEN 11 ADD 304 TO DIAS-CORRIDOS
               WHEN 12 ADD 334 TO DIAS-CORRIDOS
               WHEN OTHER CONTINUE
           END-EVALUATE
      * NO PROPRIO ANO BISSEXTO O AJUSTE ACIMA JA CONTOU 29/02,
      * ENTAO SO VALE DESCONTAR ATE FEVEREIRO.
           DIVIDE DT-ANO BY 4 GIVING QUOCIENTE-BISSEXTO
               REMAINDER RESTO-BISSEXTO
           IF RESTO-BISSEXTO = ZEROS AND DT-MES < 03
               SUBTRACT 1 FROM DIAS-CORRIDOS
           END-IF.

        IMPRIMIR-RODAPE.
           WRITE REPORT-LINE FROM LINHA-SEPARADORA
           MOVE CLIENTES-CONSULTADOS TO ROD-CONSULTADOS
           MOVE CLIENTES-NAO-ACHADOS TO ROD-NAO-ACHADOS
           MOVE NUMEROS-INVALIDOS    TO ROD-INVALIDOS
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3.

        END PROGRAM CUSTINQ.
