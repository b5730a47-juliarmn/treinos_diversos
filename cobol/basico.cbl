      * 22/08/2026 RM  BIZDATE), COM ANO DE QUATRO DIGITOS, EM VEZ
      * 22/08/2026 RM  DO ACCEPT FROM DATE; SEM O BIZDATE A
      * 22/08/2026 RM  MANUTENCAO CANCELA COM RC=12.
      * 15/10/2026 RM  CUSTOMER-IN GANHA NO FIM O LIMITE DE CREDITO
      * 15/10/2026 RM  DO CLIENTE (13 POSICOES, 11 INTEIRAS E 2
      * 15/10/2026 RM  DECIMAIS). NA INCLUSAO, EM BRANCO GRAVA ZERO
      * 15/10/2026 RM  (SEM LIMITE DEFINIDO); NA ALTERACAO, EM BRANCO
      * 15/10/2026 RM  MANTEM O LIMITE ATUAL. LIMITE NAO NUMERICO
      * 15/10/2026 RM  REJEITA A TRANSACAO. A MUDANCA SAI NA TRILHA
      * 15/10/2026 RM  CUSTMAUD PELAS IMAGENS ANTES/DEPOIS.
      * 15/10/2026 RM  CUSTOMER-IN GANHA NO FIM O OPERADOR (8
      * 15/10/2026 RM  POSICOES), OBRIGATORIO EM TODA TRANSACAO E
      * 15/10/2026 RM  GRAVADO NO CUSTOUT E NO CUSTMAUD. TROCA DE
      * 15/10/2026 RM  NOME, TROCA DE ENDERECO E VOLTA DA SITUACAO
      * 15/10/2026 RM  PARA ATIVO NAO SAO MAIS APLICADAS NA HORA: A
      * 15/10/2026 RM  TRANSACAO INTEIRA FICA RETIDA NO ARQUIVO DE
      * 15/10/2026 RM  PENDENCIAS CUSTPEND (COPY PENDREC) ATE OUTRO
      * 15/10/2026 RM  OPERADOR APROVAR EM UMA RODADA POSTERIOR
      * 15/10/2026 RM  (FUNCAO P) OU ALGUEM RECUSAR (FUNCAO R).
      * 15/10/2026 RM  PENDENCIA SEM APROVACAO EXPIRA DEPOIS DO PRAZO
      * 15/10/2026 RM  PRAZO-PENDENCIA DO SOMAPARM (PADRAO 5 DIAS).
      * 15/10/2026 RM  APROVACAO, RECUSA E EXPIRACAO (FUNCAO X) SAEM
      * 15/10/2026 RM  NO CUSTOUT E NO CUSTMAUD COMO AS DEMAIS; A
      * 15/10/2026 RM  LISTAGEM CUSTPENR TRAZ AS PENDENCIAS EM ABERTO
      * 15/10/2026 RM  E O MOVIMENTO DELAS NA RODADA.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS). NOVA FUNCAO N (BUSCA POR
      * 15/10/2026 RM  NOME): O NOME DA TRANSACAO E O COMECO DO NOME
      * 15/10/2026 RM  PROCURADO E O CUSTOUT LISTA CADA CLIENTE QUE
      * 15/10/2026 RM  COMECA ASSIM, COM NUMERO, ENDERECO E SITUACAO.
      * 15/10/2026 RM  A INCLUSAO PROCURA POSSIVEIS DUPLICADOS NO
      * 15/10/2026 RM  MESTRE E NO ARQUIVO MORTO (CUSTARCH) -- MESMO
      * 15/10/2026 RM  NOME, OU NOME PARECIDO NO MESMO ENDERECO, SEM
      * 15/10/2026 RM  CONTAR BRANCOS E PONTUACAO -- E AVISA NO
      * 15/10/2026 RM  CUSTOUT E NO RESULTADO DO CUSTMAUD, SEM
      * 15/10/2026 RM  IMPEDIR A INCLUSAO. CUSTOUT COM 132 POSICOES.
      * 15/10/2026 RM  A PROCURA DE DUPLICADOS LE O MESTRE INTEIRO E
      * 15/10/2026 RM  COMPARA NOME E ENDERECO NORMALIZADOS, COMO O
      * 15/10/2026 RM  CUSTDUP, EM VEZ DE PARTIR DO PREFIXO CRU DO NOME.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ARCH-STATUS.
            SELECT MAINT-AUDIT ASSIGN TO "CUSTMAUD"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS MAUD-FILE-STATUS.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT PENDING-FILE ASSIGN TO "CUSTPEND"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PEND-STATUS.
            SELECT PENDING-REPORT ASSIGN TO "CUSTPENR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-IN.
            05  TRANS-CUSTOMER-NAME   PIC X(30).
            05  TRANS-ADDRESS-LINE    PIC X(40).
            05  TRANS-STATUS-CODE     PIC X(01).
            05  TRANS-LIMITE-CREDITO  PIC X(13).
            05  TRANS-LIMITE-CREDITO-R REDEFINES TRANS-LIMITE-CREDITO
                                      PIC 9(11)V99.
            05  TRANS-OPERADOR        PIC X(08).
        FD  CUSTOMER-OUT.
        01  CUSTOMER-OUT-REC PIC X(132).
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  MAINT-AUDIT.
           COPY MNTAUD.
        FD  CUSTOMER-ARCHIVE.
           COPY CUSTARC.
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  PENDING-FILE.
        01  PENDING-FILE-REC PIC X(214).
        FD  PENDING-REPORT.
        01  REPORT-LINE PIC X(132).
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
      * PIC Z suprime os zeros a esquerda.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-CUSTOMER-IN VALUE "S".
        77 LIMITE-PENDENCIAS   PIC 9(04) VALUE 500.
        77 QTD-PENDENCIAS      PIC 9(04) VALUE ZEROS.
        77 IND-PENDENCIA       PIC 9(04) VALUE ZEROS.
        77 PENDENCIA-ACHADA    PIC 9(04) VALUE ZEROS.
        77 PENDENCIAS-RETIDAS  PIC 9(04) VALUE ZEROS.
        77 PENDENCIAS-APROVADAS PIC 9(04) VALUE ZEROS.
        77 PENDENCIAS-RECUSADAS PIC 9(04) VALUE ZEROS.
        77 PENDENCIAS-EXPIRADAS PIC 9(04) VALUE ZEROS.
        77 PENDENCIAS-EM-ABERTO PIC 9(04) VALUE ZEROS.
        77 PRAZO-PENDENCIA     PIC 9(02) VALUE 5.
        77 LIMITE-BUSCA        PIC 9(03) VALUE 100.
        77 CLIENTES-ACHADOS    PIC 9(03) VALUE ZEROS.
        77 TAMANHO-DO-NOME     PIC 9(02) VALUE ZEROS.
        77 LIMITE-DUPLICADOS   PIC 9(02) VALUE 20.
        77 DUPLICADOS-ACHADOS  PIC 9(03) VALUE ZEROS.
        77 IND-DUPLICADO       PIC 9(02) VALUE ZEROS.
        77 IND-ORIGEM          PIC 9(02) VALUE ZEROS.
        77 IND-DESTINO         PIC 9(02) VALUE ZEROS.
        01 IN-STATUS           PIC X(02).
        01 MSTR-STATUS         PIC X(02).
        01 MAUD-FILE-STATUS    PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 HORA-DO-SISTEMA     PIC 9(08).
        01 LIMITE-INFORMADO    PIC X(01).
            88 LIMITE-EM-BRANCO VALUE "B".
            88 LIMITE-VALIDO   VALUE "B" "S".
        01 PEND-STATUS         PIC X(02).
        01 ARCH-STATUS         PIC X(02).
        01 FIM-BUSCA-SW        PIC X(01).
            88 FIM-BUSCA       VALUE "S".
        01 ACHADOS-EDITADO     PIC ZZ9.
      * CLIENTE RECEM-INCLUIDO: A PROCURA DE DUPLICADOS LE O
      * MESTRE POR NOME E PASSA POR CIMA DO CUSTOMER-RECORD.
        01 REGISTRO-INCLUIDO.
            05 INC-ID          PIC 9(06).
            05 INC-NOME        PIC X(30).
            05 INC-ENDERECO    PIC X(40).
            05 INC-SITUACAO    PIC X(01).
            05 INC-LIMITE      PIC 9(11)V99.
      * NOME E ENDERECO SEM BRANCOS E SEM PONTUACAO, PARA "J. DA
      * SILVA" E "J DA SILVA" SEREM O MESMO NOME. SAO SUSPEITOS
      * O MESMO NOME E, NO MESMO ENDERECO, O NOME COM AS MESMAS
      * OITO PRIMEIRAS LETRAS -- O MESMO CRITERIO DO CUSTDUP.
        01 TEXTO-ORIGEM        PIC X(40).
        01 TEXTO-NORMALIZADO   PIC X(40).
        01 CARACTERE           PIC X(01).
            88 CARACTERE-IGNORADO VALUE SPACE "." "," "-" "/" "'".
        01 NOME-NOVO-CHAVE     PIC X(30).
        01 ENDERECO-NOVO-CHAVE PIC X(40).
        01 NOME-CHAVE          PIC X(30).
        01 ENDERECO-CHAVE      PIC X(40).
        01 CANDIDATO-DUPLICADO.
            05 CAND-ID         PIC 9(06).
            05 CAND-NOME       PIC X(30).
            05 CAND-ENDERECO   PIC X(40).
            05 CAND-SITUACAO   PIC X(01).
            05 CAND-ORIGEM     PIC X(06).
            05 CAND-MOTIVO     PIC X(29).
        01 TABELA-DUPLICADOS.
            05 DUPLICADO-ENT OCCURS 20 TIMES PIC X(112).
        01 LINHA-DUPLICADO.
            05  FILLER       PIC X(11) VALUE "DUPLICADO? ".
            05  LDP-ID       PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  LDP-NOME     PIC X(30).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  LDP-ENDERECO PIC X(40).
            05  FILLER       PIC X(05) VALUE " SIT=".
            05  LDP-SITUACAO PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  LDP-ORIGEM   PIC X(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  LDP-MOTIVO   PIC X(29).
        01 LINHA-BUSCA.
            05  FILLER       PIC X(05) VALUE "  ID=".
            05  LBS-ID       PIC 9(06).
            05  FILLER       PIC X(06) VALUE " NOME=".
            05  LBS-NOME     PIC X(30).
            05  FILLER       PIC X(05) VALUE " END=".
            05  LBS-ENDERECO PIC X(40).
            05  FILLER       PIC X(05) VALUE " SIT=".
            05  LBS-SITUACAO PIC X(01).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 FIM-PENDENCIAS-SW   PIC X(01) VALUE "N".
            88 FIM-PENDENCIAS  VALUE "S".
        01 ALTERACAO-SENSIVEL-SW PIC X(01).
            88 ALTERACAO-SENSIVEL VALUE "S".
        01 CLIENTE-LIDO-SW     PIC X(01).
            88 CLIENTE-LIDO    VALUE "S".
      * FUNCAO E OPERADOR QUE VAO PARA O CUSTOUT E O CUSTMAUD: OS
      * DA TRANSACAO OU, NA EXPIRACAO, "X" E "SISTEMA".
        01 FUNCAO-AUDITADA     PIC X(01).
        01 OPERADOR-AUDITADO   PIC X(08).
           COPY PENDREC.
      * PENDENCIAS EM ABERTO, CARREGADAS DO CUSTPEND E ACRESCIDAS
      * DAS RETIDAS NA RODADA (QUE SO PODEM SER APROVADAS EM UMA
      * RODADA POSTERIOR). AS ENCERRADAS NAO VOLTAM PARA O ARQUIVO.
        01 TABELA-PENDENCIAS.
            05  PENDENCIA-ENT OCCURS 500 TIMES.
                10  TPD-SITUACAO       PIC X(01).
                    88  TPD-ABERTA     VALUE "A".
                    88  TPD-DA-RODADA  VALUE "N".
                    88  TPD-ENCERRADA  VALUE "E".
                10  TPD-REGISTRO.
                    15  TPD-CUSTOMER-ID PIC 9(06).
                    15  FILLER         PIC X(208).
      * CONVERSAO DE DATA (AAAAMMDD) EM DIAS CORRIDOS PARA A
      * IDADE DA PENDENCIA, A MESMA CONTA DO AGING (SOMAAGE).
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
            05  FILLER       PIC X(48) VALUE
                "PENDENCIAS DE APROVACAO DO CADASTRO - MOVIMENTO".
            05  CAB-DATA     PIC 9(08).
            05  FILLER       PIC X(09) VALUE " - PRAZO ".
            05  CAB-PRAZO    PIC Z9.
            05  FILLER       PIC X(05) VALUE " DIAS".
        01 LINHA-PENDENCIA.
            05  FILLER       PIC X(08) VALUE "CLIENTE ".
            05  PND-ID       PIC 9(06).
            05  FILLER       PIC X(15) VALUE " SOLICITADA EM ".
            05  PND-DATA     PIC 9(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PND-HORA     PIC 9(08).
            05  FILLER       PIC X(05) VALUE " POR ".
            05  PND-OPERADOR PIC X(08).
            05  FILLER       PIC X(07) VALUE " IDADE ".
            05  PND-IDADE    PIC ZZZZ9.
            05  FILLER       PIC X(06) VALUE " DIAS ".
            05  PND-SITUACAO PIC X(45).
        01 LINHA-IMAGEM.
            05  FILLER       PIC X(04) VALUE SPACES.
            05  IMG-ROTULO   PIC X(08).
            05  IMG-NOME     PIC X(30).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  IMG-ENDERECO PIC X(40).
            05  FILLER       PIC X(05) VALUE " SIT=".
            05  IMG-SITUACAO PIC X(01).
            05  FILLER       PIC X(05) VALUE " LIM=".
            05  IMG-LIMITE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "RETIDAS NA RODADA.......:".
            05  ROD-RETIDAS  PIC Z,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "APROVADAS...............:".
            05  ROD-APROVADAS PIC Z,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "RECUSADAS OU ANULADAS...:".
            05  ROD-RECUSADAS PIC Z,ZZ9.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "EXPIRADAS...............:".
            05  ROD-EXPIRADAS PIC Z,ZZ9.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "EM ABERTO...............:".
            05  ROD-EM-ABERTO PIC Z,ZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-PENDENCIAS
           ACCEPT HORA-DO-SISTEMA FROM TIME
           OPEN INPUT CUSTOMER-IN
           IF IN-STATUS NOT = "00"
               GOBACK
           END-IF
           PERFORM ABRIR-AUDITORIA-MANUTENCAO
           MOVE DATA-DO-MOVIMENTO TO DATA-TRABALHO
           PERFORM CALCULAR-DIAS-CORRIDOS
           MOVE DIAS-CORRIDOS TO DIAS-DE-HOJE
           PERFORM EXPIRAR-PENDENCIA
               VARYING IND-PENDENCIA FROM 1 BY 1
               UNTIL IND-PENDENCIA > QTD-PENDENCIAS
           PERFORM LER-CUSTOMER-IN
           PERFORM PROCESSAR-CLIENTES
               UNTIL FIM-ARQUIVO-CUSTOMER-IN
           PERFORM REGRAVAR-PENDENCIAS
           PERFORM LISTAR-PENDENCIAS
           CLOSE CUSTOMER-IN
           CLOSE CUSTOMER-OUT
           CLOSE CUSTOMER-MASTER
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * PARAMETROS DO SISTEMA EM VIGOR NA DATA DE MOVIMENTO (A
      * ULTIMA LINHA EM VIGOR DE CADA CODIGO, NO ARQUIVO ORDENADO).
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
                   WHEN PRM-PRAZO-PENDENCIA
                       IF PRM-VALOR > 99
                           MOVE 99 TO PRAZO-PENDENCIA
                       ELSE
                           MOVE PRM-VALOR TO PRAZO-PENDENCIA
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

      * AS PENDENCIAS EM ABERTO VEM TODAS PARA A TABELA, PORQUE O
      * CUSTPEND E REGRAVADO NO FIM. SEM O ARQUIVO (PRIMEIRA VEZ)
      * NAO HA PENDENCIA; ARQUIVO ILEGIVEL OU MAIOR QUE A TABELA
      * CANCELA A MANUTENCAO, PARA NENHUMA PENDENCIA SE PERDER.
        CARREGAR-PENDENCIAS.
           OPEN INPUT PENDING-FILE
           EVALUATE PEND-STATUS
               WHEN "00"
                   PERFORM LER-PENDENCIA
                   PERFORM GUARDAR-PENDENCIA
                       UNTIL FIM-PENDENCIAS
                           OR QTD-PENDENCIAS = LIMITE-PENDENCIAS
                   CLOSE PENDING-FILE
                   IF NOT FIM-PENDENCIAS
                       DISPLAY "PENDENCIAS (CUSTPEND) ACIMA DE "
                           LIMITE-PENDENCIAS ": MANUTENCAO CANCELADA"
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "PENDENCIAS (CUSTPEND) INDISPONIVEIS"
                       " (STATUS " PEND-STATUS "): MANUTENCAO"
                       " CANCELADA"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

        GUARDAR-PENDENCIA.
           ADD 1 TO QTD-PENDENCIAS
           MOVE PENDING-FILE-REC TO TPD-REGISTRO(QTD-PENDENCIAS)
           SET TPD-ABERTA(QTD-PENDENCIAS) TO TRUE
           PERFORM LER-PENDENCIA.

        LER-PENDENCIA.
           READ PENDING-FILE
               AT END SET FIM-PENDENCIAS TO TRUE
           END-READ.

        ABRIR-ARQUIVO-MESTRE.
           OPEN I-O CUSTOMER-MASTER
           IF MSTR-STATUS = "35"
               OPEN EXTEND MAINT-AUDIT
           END-IF.

      * SEM OPERADOR NAO HA COMO DIZER QUEM FEZ: A TRANSACAO E
      * REJEITADA, QUALQUER QUE SEJA A FUNCAO.
        PROCESSAR-CLIENTES.
           MOVE SPACES TO MAUD-ANTES
           MOVE SPACES TO MAUD-DEPOIS
           MOVE FUNCAO-TRANSACAO TO FUNCAO-AUDITADA
           MOVE TRANS-OPERADOR   TO OPERADOR-AUDITADO
           IF TRANS-OPERADOR = SPACES
               PERFORM REJEITAR-OPERADOR-AUSENTE
           ELSE
               EVALUATE FUNCAO-TRANSACAO
                   WHEN "A" PERFORM INCLUIR-CLIENTE
                   WHEN "C" PERFORM ALTERAR-CLIENTE
                   WHEN "I" PERFORM CONSULTAR-CLIENTE
                   WHEN "P" PERFORM APROVAR-PENDENCIA
                   WHEN "R" PERFORM RECUSAR-PENDENCIA
                   WHEN "N" PERFORM PESQUISAR-NOME
                   WHEN OTHER PERFORM REJEITAR-FUNCAO-INVALIDA
               END-EVALUATE
           END-IF
           PERFORM LER-CUSTOMER-IN.

        INCLUIR-CLIENTE.
           MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
           MOVE TRANS-ADDRESS-LINE  TO ADDRESS-LINE
           MOVE TRANS-STATUS-CODE   TO STATUS-CODE
           PERFORM CRITICAR-LIMITE-DE-CREDITO
           EVALUATE TRUE
               WHEN NOT LIMITE-VALIDO
                   MOVE "LIMITE DE CREDITO INVALIDO"
                       TO MENSAGEM-SAIDA
               WHEN OTHER
                   IF LIMITE-EM-BRANCO
                       MOVE ZEROS TO CUSTOMER-LIMITE-CREDITO
                   ELSE
                       MOVE TRANS-LIMITE-CREDITO-R
                           TO CUSTOMER-LIMITE-CREDITO
                   END-IF
                   WRITE CUSTOMER-RECORD
                       INVALID KEY
                           MOVE "CLIENTE JA EXISTE" TO MENSAGEM-SAIDA
                       NOT INVALID KEY
                           MOVE "CLIENTE INCLUIDO" TO MENSAGEM-SAIDA
                           MOVE CUSTOMER-RECORD TO MAUD-DEPOIS
                   END-WRITE
           END-EVALUATE
           MOVE ZEROS TO DUPLICADOS-ACHADOS
           IF MAUD-DEPOIS NOT = SPACES
               PERFORM PROCURAR-DUPLICADOS
           END-IF
           PERFORM GRAVAR-SAIDA
           PERFORM LISTAR-DUPLICADO
               VARYING IND-DUPLICADO FROM 1 BY 1
               UNTIL IND-DUPLICADO > DUPLICADOS-ACHADOS
                   OR IND-DUPLICADO > LIMITE-DUPLICADOS.

      * O AVISO NAO IMPEDE A INCLUSAO: HOMONIMOS EXISTEM, E QUEM
      * DECIDE E A AGENCIA, COM A LISTA NO CUSTOUT. O MESTRE E O
      * ARQUIVO MORTO SAO LIDOS INTEIROS E CADA CLIENTE E COMPARADO
      * JA NORMALIZADO: A CHAVE ALTERNADA GUARDA O NOME CRU E NAO
      * ACHARIA "J. DA SILVA" A PARTIR DE "J DA SILVA", NEM O NOME
      * PARECIDO NO MESMO ENDERECO QUE O CUSTDUP APONTA.
        PROCURAR-DUPLICADOS.
           MOVE CUSTOMER-RECORD TO REGISTRO-INCLUIDO
           MOVE INC-NOME TO TEXTO-ORIGEM
           PERFORM NORMALIZAR-TEXTO
           MOVE TEXTO-NORMALIZADO TO NOME-NOVO-CHAVE
           MOVE INC-ENDERECO TO TEXTO-ORIGEM
           PERFORM NORMALIZAR-TEXTO
           MOVE TEXTO-NORMALIZADO TO ENDERECO-NOVO-CHAVE
           PERFORM PROCURAR-DUPLICADOS-NO-MESTRE
           PERFORM PROCURAR-DUPLICADOS-NO-MORTO
           MOVE REGISTRO-INCLUIDO TO CUSTOMER-RECORD
           IF DUPLICADOS-ACHADOS > ZEROS
               MOVE DUPLICADOS-ACHADOS TO ACHADOS-EDITADO
               MOVE SPACES TO MENSAGEM-SAIDA
               STRING "INCLUIDO; POSSIVEIS DUPLICADOS: "
                   ACHADOS-EDITADO
                   DELIMITED BY SIZE INTO MENSAGEM-SAIDA
               END-STRING
           END-IF.

        PROCURAR-DUPLICADOS-NO-MESTRE.
           MOVE "N" TO FIM-BUSCA-SW
           MOVE ZEROS TO CUSTOMER-ID
           START CUSTOMER-MASTER KEY NOT < CUSTOMER-ID
               INVALID KEY SET FIM-BUSCA TO TRUE
           END-START
           IF NOT FIM-BUSCA
               PERFORM LER-PROXIMO-CANDIDATO
           END-IF
           PERFORM CONFERIR-CANDIDATO-DO-MESTRE
               UNTIL FIM-BUSCA.

        LER-PROXIMO-CANDIDATO.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIM-BUSCA TO TRUE
           END-READ.

        CONFERIR-CANDIDATO-DO-MESTRE.
           IF CUSTOMER-ID NOT = INC-ID
               MOVE CUSTOMER-ID   TO CAND-ID
               MOVE CUSTOMER-NAME TO CAND-NOME
               MOVE ADDRESS-LINE  TO CAND-ENDERECO
               MOVE STATUS-CODE   TO CAND-SITUACAO
               MOVE "MESTRE"      TO CAND-ORIGEM
               PERFORM CONFERIR-CANDIDATO
           END-IF
           PERFORM LER-PROXIMO-CANDIDATO.

        PROCURAR-DUPLICADOS-NO-MORTO.
           OPEN INPUT CUSTOMER-ARCHIVE
           IF ARCH-STATUS = "00"
               MOVE "N" TO FIM-BUSCA-SW
               PERFORM LER-ARQUIVO-MORTO
               PERFORM CONFERIR-CANDIDATO-DO-MORTO
                   UNTIL FIM-BUSCA
               CLOSE CUSTOMER-ARCHIVE
           END-IF.

        CONFERIR-CANDIDATO-DO-MORTO.
           MOVE ARC-CUSTOMER-ID   TO CAND-ID
           MOVE ARC-CUSTOMER-NAME TO CAND-NOME
           MOVE ARC-ADDRESS-LINE  TO CAND-ENDERECO
           MOVE ARC-STATUS-CODE   TO CAND-SITUACAO
           MOVE "MORTO"           TO CAND-ORIGEM
           PERFORM CONFERIR-CANDIDATO
           PERFORM LER-ARQUIVO-MORTO.

        LER-ARQUIVO-MORTO.
           READ CUSTOMER-ARCHIVE
               AT END SET FIM-BUSCA TO TRUE
           END-READ.

        CONFERIR-CANDIDATO.
           MOVE CAND-NOME TO TEXTO-ORIGEM
           PERFORM NORMALIZAR-TEXTO
           MOVE TEXTO-NORMALIZADO TO NOME-CHAVE
           MOVE CAND-ENDERECO TO TEXTO-ORIGEM
           PERFORM NORMALIZAR-TEXTO
           MOVE TEXTO-NORMALIZADO TO ENDERECO-CHAVE
           MOVE SPACES TO CAND-MOTIVO
           EVALUATE TRUE
               WHEN NOME-NOVO-CHAVE = SPACES
                   CONTINUE
               WHEN NOME-CHAVE = NOME-NOVO-CHAVE
                       AND ENDERECO-CHAVE = ENDERECO-NOVO-CHAVE
                   MOVE "MESMO NOME E ENDERECO" TO CAND-MOTIVO
               WHEN NOME-CHAVE = NOME-NOVO-CHAVE
                   MOVE "MESMO NOME" TO CAND-MOTIVO
               WHEN ENDERECO-NOVO-CHAVE NOT = SPACES
                       AND ENDERECO-CHAVE = ENDERECO-NOVO-CHAVE
                       AND NOME-CHAVE(1:8) = NOME-NOVO-CHAVE(1:8)
                   MOVE "NOME PARECIDO, MESMO ENDERECO"
                       TO CAND-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF CAND-MOTIVO NOT = SPACES
               ADD 1 TO DUPLICADOS-ACHADOS
               IF DUPLICADOS-ACHADOS NOT > LIMITE-DUPLICADOS
                   MOVE CANDIDATO-DUPLICADO
                       TO DUPLICADO-ENT(DUPLICADOS-ACHADOS)
               END-IF
           END-IF.

        NORMALIZAR-TEXTO.
           MOVE SPACES TO TEXTO-NORMALIZADO
           MOVE ZEROS TO IND-DESTINO
           PERFORM COPIAR-CARACTERE
               VARYING IND-ORIGEM FROM 1 BY 1
               UNTIL IND-ORIGEM > 40.

        COPIAR-CARACTERE.
           MOVE TEXTO-ORIGEM(IND-ORIGEM:1) TO CARACTERE
           IF NOT CARACTERE-IGNORADO
               ADD 1 TO IND-DESTINO
               MOVE CARACTERE TO TEXTO-NORMALIZADO(IND-DESTINO:1)
           END-IF.

        LISTAR-DUPLICADO.
           MOVE DUPLICADO-ENT(IND-DUPLICADO) TO CANDIDATO-DUPLICADO
           MOVE CAND-ID       TO LDP-ID
           MOVE CAND-NOME     TO LDP-NOME
           MOVE CAND-ENDERECO TO LDP-ENDERECO
           MOVE CAND-SITUACAO TO LDP-SITUACAO
           MOVE CAND-ORIGEM   TO LDP-ORIGEM
           MOVE CAND-MOTIVO   TO LDP-MOTIVO
           WRITE CUSTOMER-OUT-REC FROM LINHA-DUPLICADO
           DISPLAY CUSTOMER-OUT-REC.

      * BUSCA PELO COMECO DO NOME NA CHAVE ALTERNADA. CADA
      * CLIENTE ACHADO SAI NO CUSTOUT ANTES DA LINHA DE RESULTADO;
      * A TRILHA GUARDA SO QUE A BUSCA FOI FEITA, E POR QUEM,
      * COM O CLIENTE ZERO.
        PESQUISAR-NOME.
           MOVE ZEROS TO CLIENTES-ACHADOS
           IF TRANS-CUSTOMER-NAME = SPACES
               MOVE "NOME PARA BUSCA NAO INFORMADO"
                   TO MENSAGEM-SAIDA
           ELSE
               MOVE 30 TO TAMANHO-DO-NOME
               PERFORM RECUAR-TAMANHO-DO-NOME
                   UNTIL TRANS-CUSTOMER-NAME(TAMANHO-DO-NOME:1)
                       NOT = SPACE
               MOVE "N" TO FIM-BUSCA-SW
               MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
               START CUSTOMER-MASTER KEY NOT < CUSTOMER-NAME
                   INVALID KEY SET FIM-BUSCA TO TRUE
               END-START
               IF NOT FIM-BUSCA
                   PERFORM LER-PROXIMO-POR-NOME
               END-IF
               PERFORM LISTAR-CLIENTE-DO-NOME
                   UNTIL FIM-BUSCA
                       OR CLIENTES-ACHADOS = LIMITE-BUSCA
               MOVE CLIENTES-ACHADOS TO ACHADOS-EDITADO
               MOVE SPACES TO MENSAGEM-SAIDA
               IF FIM-BUSCA
                   STRING "BUSCA POR NOME: " ACHADOS-EDITADO
                       " ENCONTRADO(S)"
                       DELIMITED BY SIZE INTO MENSAGEM-SAIDA
                   END-STRING
               ELSE
                   STRING "BUSCA POR NOME: LISTA CORTADA EM "
                       ACHADOS-EDITADO
                       DELIMITED BY SIZE INTO MENSAGEM-SAIDA
                   END-STRING
               END-IF
           END-IF
           MOVE ZEROS TO CUSTOMER-ID
           MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
           PERFORM GRAVAR-SAIDA.

        RECUAR-TAMANHO-DO-NOME.
           SUBTRACT 1 FROM TAMANHO-DO-NOME.

        LISTAR-CLIENTE-DO-NOME.
           ADD 1 TO CLIENTES-ACHADOS
           MOVE CUSTOMER-ID   TO LBS-ID
           MOVE CUSTOMER-NAME TO LBS-NOME
           MOVE ADDRESS-LINE  TO LBS-ENDERECO
           MOVE STATUS-CODE   TO LBS-SITUACAO
           WRITE CUSTOMER-OUT-REC FROM LINHA-BUSCA
           DISPLAY CUSTOMER-OUT-REC
           PERFORM LER-PROXIMO-POR-NOME.

        LER-PROXIMO-POR-NOME.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIM-BUSCA TO TRUE
           END-READ
           IF NOT FIM-BUSCA
                   AND CUSTOMER-NAME(1:TAMANHO-DO-NOME)
                       NOT = TRANS-CUSTOMER-NAME(1:TAMANHO-DO-NOME)
               SET FIM-BUSCA TO TRUE
           END-IF.

      * CLIENTE COM ALTERACAO PENDENTE NAO ACEITA OUTRA ATE A
      * PENDENCIA SER APROVADA, RECUSADA OU EXPIRAR: A APROVACAO
      * TEM DE VALER SOBRE O REGISTRO QUE O SOLICITANTE VIU.
        ALTERAR-CLIENTE.
           MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID
           PERFORM PROCURAR-PENDENCIA
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
                   MOVE "CLIENTE NAO ENCONTRADO" TO MENSAGEM-SAIDA
               NOT INVALID KEY
                   PERFORM CRITICAR-LIMITE-DE-CREDITO
                   EVALUATE TRUE
                       WHEN NOT LIMITE-VALIDO
                           MOVE "LIMITE DE CREDITO INVALIDO"
                               TO MENSAGEM-SAIDA
                       WHEN PENDENCIA-ACHADA > ZEROS
                           MOVE CUSTOMER-RECORD TO MAUD-ANTES
                           MOVE "CLIENTE COM ALTERACAO PENDENTE"
                               TO MENSAGEM-SAIDA
                       WHEN OTHER
                           PERFORM APLICAR-ALTERACAO
                   END-EVALUATE
           END-READ
           PERFORM GRAVAR-SAIDA.

        APLICAR-ALTERACAO.
           MOVE CUSTOMER-RECORD TO MAUD-ANTES
           MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
           MOVE TRANS-ADDRESS-LINE  TO ADDRESS-LINE
           MOVE TRANS-STATUS-CODE   TO STATUS-CODE
           IF NOT LIMITE-EM-BRANCO
               MOVE TRANS-LIMITE-CREDITO-R
                   TO CUSTOMER-LIMITE-CREDITO
           END-IF
           PERFORM CONFERIR-ALTERACAO-SENSIVEL
           IF ALTERACAO-SENSIVEL
               PERFORM RETER-ALTERACAO
           ELSE
               REWRITE CUSTOMER-RECORD
               MOVE CUSTOMER-RECORD TO MAUD-DEPOIS
               MOVE "CLIENTE ALTERADO" TO MENSAGEM-SAIDA
           END-IF.

      * PEDEM SEGUNDO OPERADOR A TROCA DE NOME, A TROCA DE
      * ENDERECO E A VOLTA PARA ATIVO DE QUEM NAO ESTAVA ATIVO.
      * INATIVAR (INCLUSIVE PELO CUSTDRMT) E MUDAR SO O LIMITE
      * CONTINUAM VALENDO NA HORA.
        CONFERIR-ALTERACAO-SENSIVEL.
           MOVE "N" TO ALTERACAO-SENSIVEL-SW
           IF CUSTOMER-NAME NOT = MAUD-ANT-NOME
                   OR ADDRESS-LINE NOT = MAUD-ANT-ENDERECO
               SET ALTERACAO-SENSIVEL TO TRUE
           END-IF
           IF CUSTOMER-ATIVO AND MAUD-ANT-SITUACAO NOT = "A"
               SET ALTERACAO-SENSIVEL TO TRUE
           END-IF.

      * A TRANSACAO INTEIRA FICA RETIDA (INCLUSIVE UM LIMITE QUE
      * VENHA JUNTO) E O MESTRE NAO E TOCADO. A LINHA DO CUSTMAUD
      * SAI SEM IMAGEM DEPOIS, PARA O CUSTFWD NAO REAPLICAR O QUE
      * AINDA NAO FOI APROVADO.
        RETER-ALTERACAO.
           IF QTD-PENDENCIAS NOT < LIMITE-PENDENCIAS
               MOVE "TABELA DE PENDENCIAS CHEIA: REJEITADA"
                   TO MENSAGEM-SAIDA
           ELSE
               ADD 1 TO QTD-PENDENCIAS
               MOVE SPACES TO PENDING-CHANGE-REC
               MOVE CUSTOMER-ID       TO PEND-CUSTOMER-ID
               MOVE DATA-DO-MOVIMENTO TO PEND-DATA
               ACCEPT HORA-DO-SISTEMA FROM TIME
               MOVE HORA-DO-SISTEMA   TO PEND-HORA
               MOVE TRANS-OPERADOR    TO PEND-OPERADOR
               MOVE MAUD-ANTES        TO PEND-ANTES
               MOVE CUSTOMER-RECORD   TO PEND-DEPOIS
               MOVE PENDING-CHANGE-REC TO TPD-REGISTRO(QTD-PENDENCIAS)
               SET TPD-DA-RODADA(QTD-PENDENCIAS) TO TRUE
               ADD 1 TO PENDENCIAS-RETIDAS
               MOVE "ALTERACAO RETIDA P/ APROVACAO"
                   TO MENSAGEM-SAIDA
           END-IF.

        PROCURAR-PENDENCIA.
           MOVE ZEROS TO PENDENCIA-ACHADA
           PERFORM CONFERIR-PENDENCIA
               VARYING IND-PENDENCIA FROM 1 BY 1
               UNTIL IND-PENDENCIA > QTD-PENDENCIAS.

        CONFERIR-PENDENCIA.
           IF TPD-CUSTOMER-ID(IND-PENDENCIA) = TRANS-CUSTOMER-ID
                   AND NOT TPD-ENCERRADA(IND-PENDENCIA)
               MOVE IND-PENDENCIA TO PENDENCIA-ACHADA
           END-IF.

      * A APROVACAO E DE OUTRO OPERADOR E DE OUTRA RODADA: QUEM
      * PEDIU NAO APROVA O PROPRIO PEDIDO, NEM NO MESMO CUSTIN.
        APROVAR-PENDENCIA.
           MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID
           MOVE SPACES TO CUSTOMER-NAME
           PERFORM PROCURAR-PENDENCIA
           IF PENDENCIA-ACHADA = ZEROS
               MOVE "PENDENCIA NAO ENCONTRADA" TO MENSAGEM-SAIDA
           ELSE
               MOVE TPD-REGISTRO(PENDENCIA-ACHADA)
                   TO PENDING-CHANGE-REC
               MOVE PEND-DEP-NOME TO CUSTOMER-NAME
               EVALUATE TRUE
                   WHEN TPD-DA-RODADA(PENDENCIA-ACHADA)
                       MOVE "APROVACAO SO EM RODADA POSTERIOR"
                           TO MENSAGEM-SAIDA
                   WHEN TRANS-OPERADOR = PEND-OPERADOR
                       MOVE "APROVADOR IGUAL AO SOLICITANTE"
                           TO MENSAGEM-SAIDA
                   WHEN OTHER
                       PERFORM EFETIVAR-PENDENCIA
               END-EVALUATE
           END-IF
           PERFORM GRAVAR-SAIDA.

      * O MESTRE TEM DE ESTAR COMO O SOLICITANTE O VIU (IMAGEM
      * ANTES); SE MUDOU POR OUTRO CAMINHO (RESTAURACAO, CUSTFWD)
      * OU O CLIENTE SUMIU, A PENDENCIA E ANULADA SEM APLICAR.
        EFETIVAR-PENDENCIA.
           SET TPD-ENCERRADA(PENDENCIA-ACHADA) TO TRUE
           MOVE "S" TO CLIENTE-LIDO-SW
           MOVE PEND-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY MOVE "N" TO CLIENTE-LIDO-SW
           END-READ
           MOVE SPACES TO MENSAGEM-SAIDA
           EVALUATE TRUE
               WHEN NOT CLIENTE-LIDO
                   MOVE PEND-ANTES TO MAUD-ANTES
                   MOVE PEND-DEP-NOME TO CUSTOMER-NAME
                   ADD 1 TO PENDENCIAS-RECUSADAS
                   MOVE "CLIENTE NAO ENCONTRADO: PEND. ANULADA"
                       TO MENSAGEM-SAIDA
               WHEN CUSTOMER-RECORD NOT = PEND-ANTES
                   MOVE CUSTOMER-RECORD TO MAUD-ANTES
                   ADD 1 TO PENDENCIAS-RECUSADAS
                   MOVE "CADASTRO MUDOU: PENDENCIA ANULADA"
                       TO MENSAGEM-SAIDA
               WHEN OTHER
                   MOVE PEND-ANTES  TO MAUD-ANTES
                   MOVE PEND-DEPOIS TO CUSTOMER-RECORD
                   REWRITE CUSTOMER-RECORD
                   MOVE CUSTOMER-RECORD TO MAUD-DEPOIS
                   ADD 1 TO PENDENCIAS-APROVADAS
                   STRING "APROVADA; SOLICITADA POR " PEND-OPERADOR
                       DELIMITED BY SIZE INTO MENSAGEM-SAIDA
                   END-STRING
           END-EVALUATE.

      * A RECUSA PODE SER DE QUALQUER OPERADOR, INCLUSIVE DE QUEM
      * PEDIU (DESISTENCIA), E EM QUALQUER RODADA.
        RECUSAR-PENDENCIA.
           MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID
           MOVE SPACES TO CUSTOMER-NAME
           PERFORM PROCURAR-PENDENCIA
           IF PENDENCIA-ACHADA = ZEROS
               MOVE "PENDENCIA NAO ENCONTRADA" TO MENSAGEM-SAIDA
           ELSE
               MOVE TPD-REGISTRO(PENDENCIA-ACHADA)
                   TO PENDING-CHANGE-REC
               SET TPD-ENCERRADA(PENDENCIA-ACHADA) TO TRUE
               MOVE PEND-DEP-NOME TO CUSTOMER-NAME
               MOVE PEND-ANTES    TO MAUD-ANTES
               ADD 1 TO PENDENCIAS-RECUSADAS
               MOVE SPACES TO MENSAGEM-SAIDA
               STRING "RECUSADA; SOLICITADA POR " PEND-OPERADOR
                   DELIMITED BY SIZE INTO MENSAGEM-SAIDA
               END-STRING
           END-IF
           PERFORM GRAVAR-SAIDA.

      * PENDENCIA COM MAIS DIAS CORRIDOS QUE O PRAZO EXPIRA ANTES
      * DE A RODADA LER O CUSTIN, E SAI NO CUSTOUT E NO CUSTMAUD
      * COMO FUNCAO X DO OPERADOR "SISTEMA".
        EXPIRAR-PENDENCIA.
           MOVE TPD-REGISTRO(IND-PENDENCIA) TO PENDING-CHANGE-REC
           MOVE PEND-DATA TO DATA-TRABALHO
           PERFORM CALCULAR-DIAS-CORRIDOS
           COMPUTE IDADE-EM-DIAS = DIAS-DE-HOJE - DIAS-CORRIDOS
           IF IDADE-EM-DIAS > PRAZO-PENDENCIA
               SET TPD-ENCERRADA(IND-PENDENCIA) TO TRUE
               ADD 1 TO PENDENCIAS-EXPIRADAS
               MOVE "X"       TO FUNCAO-AUDITADA
               MOVE "SISTEMA" TO OPERADOR-AUDITADO
               MOVE PEND-CUSTOMER-ID TO CUSTOMER-ID
               MOVE PEND-DEP-NOME    TO CUSTOMER-NAME
               MOVE PEND-ANTES       TO MAUD-ANTES
               MOVE SPACES           TO MAUD-DEPOIS
               MOVE SPACES TO MENSAGEM-SAIDA
               STRING "EXPIRADA; SOLICITADA POR " PEND-OPERADOR
                   DELIMITED BY SIZE INTO MENSAGEM-SAIDA
               END-STRING
               PERFORM GRAVAR-SAIDA
           END-IF.

      * O LIMITE EM BRANCO NAO E ERRO: NA INCLUSAO VALE ZERO (SEM
      * LIMITE DEFINIDO) E NA ALTERACAO MANTEM O DO MESTRE, PARA
      * AS TRANSACOES DE ANTES DO CAMPO CONTINUAREM VALENDO.
        CRITICAR-LIMITE-DE-CREDITO.
           EVALUATE TRUE
               WHEN TRANS-LIMITE-CREDITO = SPACES
                   MOVE "B" TO LIMITE-INFORMADO
               WHEN TRANS-LIMITE-CREDITO IS NUMERIC
                   MOVE "S" TO LIMITE-INFORMADO
               WHEN OTHER
                   MOVE "N" TO LIMITE-INFORMADO
           END-EVALUATE.

        CONSULTAR-CLIENTE.
           MOVE TRANS-CUSTOMER-ID TO CUSTOMER-ID
           READ CUSTOMER-MASTER
           END-READ
           PERFORM GRAVAR-SAIDA.

        REJEITAR-OPERADOR-AUSENTE.
           MOVE TRANS-CUSTOMER-ID   TO CUSTOMER-ID
           MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
           MOVE "OPERADOR NAO INFORMADO" TO MENSAGEM-SAIDA
           PERFORM GRAVAR-SAIDA.

        REJEITAR-FUNCAO-INVALIDA.
           MOVE TRANS-CUSTOMER-ID   TO CUSTOMER-ID
           MOVE TRANS-CUSTOMER-NAME TO CUSTOMER-NAME
        GRAVAR-SAIDA.
           MOVE SPACES TO CUSTOMER-OUT-REC
           STRING "ID=" CUSTOMER-ID
               " FUNCAO=" FUNCAO-AUDITADA
               " NOME=" CUSTOMER-NAME
               " " MENSAGEM-SAIDA
               " OPER=" OPERADOR-AUDITADO
               DELIMITED BY SIZE INTO CUSTOMER-OUT-REC
           END-STRING
           WRITE CUSTOMER-OUT-REC
           MOVE DATA-DO-MOVIMENTO TO MAUD-DATA
           ACCEPT HORA-DO-SISTEMA FROM TIME
           MOVE HORA-DO-SISTEMA  TO MAUD-HORA
           MOVE FUNCAO-AUDITADA  TO MAUD-FUNCAO
           MOVE CUSTOMER-ID      TO MAUD-CUSTOMER-ID
           MOVE MENSAGEM-SAIDA   TO MAUD-RESULTADO
           MOVE OPERADOR-AUDITADO TO MAUD-OPERADOR
           WRITE MAINT-AUDIT-REC.

        LER-CUSTOMER-IN.
               AT END SET FIM-ARQUIVO-CUSTOMER-IN TO TRUE
           END-READ.

      * O CUSTPEND VOLTA SO COM AS PENDENCIAS AINDA EM ABERTO,
      * AS QUE JA VIERAM E AS RETIDAS NESTA RODADA.
        REGRAVAR-PENDENCIAS.
           OPEN OUTPUT PENDING-FILE
           PERFORM GRAVAR-PENDENCIA
               VARYING IND-PENDENCIA FROM 1 BY 1
               UNTIL IND-PENDENCIA > QTD-PENDENCIAS
           CLOSE PENDING-FILE.

        GRAVAR-PENDENCIA.
           IF NOT TPD-ENCERRADA(IND-PENDENCIA)
               WRITE PENDING-FILE-REC FROM TPD-REGISTRO(IND-PENDENCIA)
               ADD 1 TO PENDENCIAS-EM-ABERTO
           END-IF.

        LISTAR-PENDENCIAS.
           OPEN OUTPUT PENDING-REPORT
           MOVE DATA-DO-MOVIMENTO TO CAB-DATA
           MOVE PRAZO-PENDENCIA   TO CAB-PRAZO
           WRITE REPORT-LINE FROM CABECALHO-1
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM LISTAR-PENDENCIA
               VARYING IND-PENDENCIA FROM 1 BY 1
               UNTIL IND-PENDENCIA > QTD-PENDENCIAS
           MOVE PENDENCIAS-RETIDAS   TO ROD-RETIDAS
           MOVE PENDENCIAS-APROVADAS TO ROD-APROVADAS
           MOVE PENDENCIAS-RECUSADAS TO ROD-RECUSADAS
           MOVE PENDENCIAS-EXPIRADAS TO ROD-EXPIRADAS
           MOVE PENDENCIAS-EM-ABERTO TO ROD-EM-ABERTO
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4
           WRITE REPORT-LINE FROM LINHA-RODAPE-5
           CLOSE PENDING-REPORT.

        LISTAR-PENDENCIA.
           IF NOT TPD-ENCERRADA(IND-PENDENCIA)
               MOVE TPD-REGISTRO(IND-PENDENCIA) TO PENDING-CHANGE-REC
               MOVE PEND-DATA TO DATA-TRABALHO
               PERFORM CALCULAR-DIAS-CORRIDOS
               COMPUTE IDADE-EM-DIAS = DIAS-DE-HOJE - DIAS-CORRIDOS
               MOVE PEND-CUSTOMER-ID TO PND-ID
               MOVE PEND-DATA        TO PND-DATA
               MOVE PEND-HORA        TO PND-HORA
               MOVE PEND-OPERADOR    TO PND-OPERADOR
               MOVE IDADE-EM-DIAS    TO PND-IDADE
               IF TPD-DA-RODADA(IND-PENDENCIA)
                   MOVE "RETIDA HOJE: APROVACAO NA PROXIMA RODADA"
                       TO PND-SITUACAO
               ELSE
                   MOVE "AGUARDA APROVACAO DE OUTRO OPERADOR"
                       TO PND-SITUACAO
               END-IF
               WRITE REPORT-LINE FROM LINHA-PENDENCIA
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
           END-IF.

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

        END PROGRAM TESTE.
