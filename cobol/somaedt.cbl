      * 02/09/2026 RM  SURPRESA QUE A CRITICA EXISTE PARA EVITAR, E
      * 02/09/2026 RM  A TABELA DE SEQUENCIAS VISTAS PARAVA DE
      * 02/09/2026 RM  APONTAR DUPLICATA DA 201A LINHA EM DIANTE.
      * 15/10/2026 RM  A CORRECAO GANHA O CAMPO FIX-TIPO NO FIM (EM
      * 15/10/2026 RM  BRANCO MANTEM O TIPO DO SUSPENSO) E O TIPO
      * 15/10/2026 RM  RESULTANTE DA LIBERACAO PASSA PELA MESMA
      * 15/10/2026 RM  CRITICA DE SOMA (C, D, E OU BRANCO).
      * 15/10/2026 RM  NUM1 E NUM2 COM NOVE POSICOES (VALOR COM
      * 15/10/2026 RM  CENTAVOS), E O VALOR RESULTANTE (NUM1 + NUM2)
      * 15/10/2026 RM  PASSA PELA MESMA FAIXA DE VALOR DE SOMA.
      * 15/10/2026 RM  O LIMITE DE CORRECOES E A FAIXA DE VALOR VEM
      * 15/10/2026 RM  DOS PARAMETROS DO SISTEMA (SOMAPARM) EM VIGOR
      * 15/10/2026 RM  NA DATA DE MOVIMENTO, OS MESMOS QUE SOMACOR E
      * 15/10/2026 RM  SOMA LEEM; AS TABELAS SOBEM PARA 999.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
      * 15/10/2026 RM  A CORRECAO GANHA O CAMPO FIX-REF-ESTORNO NO FIM
      * 15/10/2026 RM  (EM BRANCO MANTEM A REFERENCIA DO SUSPENSO). NA
      * 15/10/2026 RM  LIBERACAO DE UM ESTORNO A REFERENCIA RESULTANTE
      * 15/10/2026 RM  PASSA PELA MESMA CRITICA DE SOMA CONTRA O
      * 15/10/2026 RM  HISTORICO SOMAHIST (POSTAGEM DO PROPRIO CLIENTE,
      * 15/10/2026 RM  QUE NAO SEJA ESTORNO NEM JA ESTEJA ESTORNADA),
      * 15/10/2026 RM  NO LUGAR DA FAIXA DE VALOR.
      * 15/10/2026 RM  LIMITE-CORRECOES ACIMA DA TABELA PASSA A SER
      * 15/10/2026 RM  AVISADO NO CONSOLE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT HISTORY-FILE ASSIGN TO "SOMAHIST"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-KEY
                FILE STATUS IS HIST-STATUS.
            SELECT REPORT-OUT ASSIGN TO "SOMAEDTR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CORRECTION-IN.
            05  FIX-SEQUENCIA          PIC X(06).
            05  FIX-ACAO               PIC X(01).
            05  FIX-TRANS-KEY          PIC X(06).
            05  FIX-NUM1               PIC X(09).
            05  FIX-NUM2               PIC X(09).
            05  FIX-TIPO               PIC X(01).
            05  FIX-REF-ESTORNO        PIC X(18).
        FD  SUSPENSE-FILE.
           COPY SUSPREC.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
        FD  HISTORY-FILE.
           COPY HISTREC.
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(100).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
        77 LIMITE-CORRECOES    PIC 9(04) VALUE 200.
        77 LIMITE-DA-TABELA    PIC 9(04) VALUE 999.
        77 LIMITE-SUSPENSOS    PIC 9(04) VALUE 500.
        77 QTD-SUSPENSOS       PIC 9(04) VALUE ZEROS.
        77 QTD-CORRECOES       PIC 9(04) VALUE ZEROS.
        01 FIX-STATUS          PIC X(02).
        01 SUSP-STATUS         PIC X(02).
        01 MSTR-STATUS         PIC X(02).
        01 HIST-STATUS         PIC X(02).
        01 HISTORICO-DISPONIVEL PIC X(01) VALUE "N".
            88 HISTORICO-OK    VALUE "S".
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 DATA-DO-MOVIMENTO   PIC 9(08) VALUE ZEROS.
        01 DATA-DISPONIVEL     PIC X(01) VALUE "N".
            88 BIZDATE-OK      VALUE "S".
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 MOTIVO-REPROVACAO   PIC X(30).
        01 CORRECAO-VALIDA     PIC X(01).
            88 CORRECAO-OK     VALUE "S".
      * CORRECAO MANTEM O VALOR ORIGINAL DO SUSPENSO), CRITICADOS
      * COM AS MESMAS REGRAS DE SOMA.
        01 CHAVE-RESULTANTE    PIC X(06).
        01 NUM1-RESULTANTE     PIC X(09).
        01 NUM1-RESULTANTE-R REDEFINES NUM1-RESULTANTE
                               PIC 9(07)V99.
        01 NUM2-RESULTANTE     PIC X(09).
        01 NUM2-RESULTANTE-R REDEFINES NUM2-RESULTANTE
                               PIC 9(07)V99.
        01 VALOR-RESULTANTE    PIC 9(08)V99.
      * FAIXA ACEITA PARA O VALOR DA TRANSACAO, A MESMA DE SOMA.
        01 VALOR-MINIMO        PIC 9(08)V99 VALUE 0.01.
        01 VALOR-MAXIMO        PIC 9(08)V99 VALUE 5000000.00.
        01 TIPO-RESULTANTE     PIC X(01).
            88 TIPO-RESULTANTE-VALIDO VALUE "C" "D" "E" " ".
            88 TIPO-RESULTANTE-ESTORNO VALUE "E".
        01 REF-RESULTANTE.
            05  REF-CLIENTE-RESULTANTE PIC X(06).
            05  FILLER             PIC X(12).
        01 TABELA-SUSPENSOS.
            05  SUSPENSO-ENT OCCURS 500 TIMES.
                10  SUS-SEQUENCIA      PIC 9(06).
                10  SUS-TRANS-KEY      PIC X(06).
                10  SUS-NUM1           PIC X(09).
                10  SUS-NUM2           PIC X(09).
                10  SUS-TIPO           PIC X(01).
                10  SUS-REF-ESTORNO    PIC X(18).
      * SEQUENCIAS JA CRITICADAS NESTA RODADA, PARA APONTAR UMA
      * SEGUNDA CORRECAO CONTRA O MESMO SUSPENSO.
        01 TABELA-SEQUENCIAS-VISTAS.
            05  SEQUENCIA-VISTA OCCURS 999 TIMES PIC 9(06).
        01 CABECALHO-1.
            05  FILLER       PIC X(44) VALUE
                "CRITICA PREVIA DAS CORRECOES DE SUSPENSOS".
            05  ROD-REPROVADAS PIC ZZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-SUSPENSOS
           PERFORM ABRIR-MESTRE-CLIENTES
           PERFORM ABRIR-HISTORICO
           OPEN INPUT CORRECTION-IN
           IF FIX-STATUS NOT = "00"
               DISPLAY "CORRECOES (SOMAFIX) INDISPONIVEIS (STATUS "
                   FIX-STATUS "): CRITICA CANCELADA"
               CLOSE CUSTOMER-MASTER
               IF HISTORICO-OK
                   CLOSE HISTORY-FILE
               END-IF
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM IMPRIMIR-RODAPE
           CLOSE CORRECTION-IN
           CLOSE CUSTOMER-MASTER
           IF HISTORICO-OK
               CLOSE HISTORY-FILE
           END-IF
           CLOSE REPORT-OUT
           DISPLAY "CRITICA CONCLUIDA: " CORRECOES-APROVADAS
               " APROVADAS, " CORRECOES-REPROVADAS " REPROVADAS"
           END-IF
           GOBACK.

      * A DATA DE MOVIMENTO SO SERVE PARA ESCOLHER OS PARAMETROS
      * EM VIGOR: SEM O BIZDATE O JOB RODA COM OS PADROES.
        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS = "00"
               READ BUSINESS-DATE
                   AT END CONTINUE
                   NOT AT END
                       MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
                       SET BIZDATE-OK TO TRUE
               END-READ
               CLOSE BUSINESS-DATE
           END-IF.

      * PARAMETROS DO SISTEMA EM VIGOR NA DATA DE MOVIMENTO (A
      * ULTIMA LINHA EM VIGOR DE CADA CODIGO, NO ARQUIVO ORDENADO).
      * UM LIMITE ACIMA DA CAPACIDADE DA TABELA FICA NA CAPACIDADE.
        CARREGAR-PARAMETROS.
           IF NOT BIZDATE-OK
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL:"
                   " VALEM OS PARAMETROS PADRAO"
           ELSE
               OPEN INPUT SYSTEM-PARAMETERS
               IF PRM-STATUS = "00"
                   PERFORM LER-PARAMETRO
                   PERFORM APLICAR-PARAMETRO
                       UNTIL FIM-PARAMETROS
                   CLOSE SYSTEM-PARAMETERS
               ELSE
                   DISPLAY "PARAMETROS DO SISTEMA (SOMAPARM)"
                       " INDISPONIVEIS (STATUS " PRM-STATUS
                       "): VALEM OS PADROES"
               END-IF
           END-IF
           IF VALOR-MINIMO > VALOR-MAXIMO
               DISPLAY "FAIXA DE VALOR INVERTIDA EM SOMAPARM ("
                   VALOR-MINIMO " A " VALOR-MAXIMO "): CRITICA"
                   " CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

        APLICAR-PARAMETRO.
           IF PRM-VIGENCIA NOT > DATA-DO-MOVIMENTO
                   AND PRM-VALOR IS NUMERIC
               EVALUATE TRUE
                   WHEN PRM-LIMITE-CORRECOES
                       IF PRM-VALOR > LIMITE-DA-TABELA
                           DISPLAY "LIMITE-CORRECOES " PRM-VALOR
                               " ACIMA DA TABELA: CARREGANDO ATE "
                               LIMITE-DA-TABELA
                           MOVE LIMITE-DA-TABELA TO LIMITE-CORRECOES
                       ELSE
                           MOVE PRM-VALOR TO LIMITE-CORRECOES
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

      * O SUSPENSO SOBE INTEIRO PARA A TABELA, COMO EM SOMACOR,
      * PARA O CASAMENTO DAS SEQUENCIAS SER FEITO EM MEMORIA.
        CARREGAR-SUSPENSOS.
           MOVE SUSP-TRANS-KEY TO SUS-TRANS-KEY(QTD-SUSPENSOS)
           MOVE SUSP-NUM1      TO SUS-NUM1(QTD-SUSPENSOS)
           MOVE SUSP-NUM2      TO SUS-NUM2(QTD-SUSPENSOS)
           MOVE SUSP-TIPO      TO SUS-TIPO(QTD-SUSPENSOS)
           MOVE SUSP-REF-ESTORNO TO SUS-REF-ESTORNO(QTD-SUSPENSOS)
           PERFORM LER-SUSPENSO.

        LER-SUSPENSO.
               GOBACK
           END-IF.

      * SEM O SOMAHIST AINDA CRIADO SOMA MANDA TODO ESTORNO PARA O
      * SUSPENSO, E A CRITICA REPROVA DO MESMO JEITO; QUALQUER OUTRA
      * FALHA CANCELA, COMO COM O MESTRE.
        ABRIR-HISTORICO.
           OPEN INPUT HISTORY-FILE
           EVALUATE HIST-STATUS
               WHEN "00"
                   SET HISTORICO-OK TO TRUE
               WHEN "35"
                   DISPLAY "HISTORICO (SOMAHIST) AINDA NAO EXISTE:"
                       " ESTORNOS SERAO REPROVADOS"
               WHEN OTHER
                   DISPLAY "HISTORICO SOMAHIST INDISPONIVEL (STATUS "
                       HIST-STATUS "): CRITICA CANCELADA"
                   CLOSE CUSTOMER-MASTER
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

      * O MESMO TETO DE SOMACOR: PASSAR AQUI UM SOMAFIX QUE
      * SOMACOR VAI RECUSAR POR TAMANHO SERIA EXATAMENTE A
      * SURPRESA QUE ESTA CRITICA EXISTE PARA EVITAR.
           MOVE SUS-TRANS-KEY(IND-ACHADO) TO CHAVE-RESULTANTE
           MOVE SUS-NUM1(IND-ACHADO)      TO NUM1-RESULTANTE
           MOVE SUS-NUM2(IND-ACHADO)      TO NUM2-RESULTANTE
           MOVE SUS-TIPO(IND-ACHADO)      TO TIPO-RESULTANTE
           MOVE SUS-REF-ESTORNO(IND-ACHADO) TO REF-RESULTANTE
           IF FIX-TRANS-KEY NOT = SPACES
               MOVE FIX-TRANS-KEY TO CHAVE-RESULTANTE
           END-IF
           IF FIX-NUM2 NOT = SPACES
               MOVE FIX-NUM2 TO NUM2-RESULTANTE
           END-IF
           IF FIX-TIPO NOT = SPACES
               MOVE FIX-TIPO TO TIPO-RESULTANTE
           END-IF
           IF FIX-REF-ESTORNO NOT = SPACES
               MOVE FIX-REF-ESTORNO TO REF-RESULTANTE
           END-IF
           EVALUATE TRUE
               WHEN CHAVE-RESULTANTE IS NOT NUMERIC
                   MOVE "CHAVE RESULTANTE NAO NUMERICA"
                   MOVE "NUM2 RESULTANTE NAO NUMERICO"
                       TO MOTIVO-REPROVACAO
                   MOVE "N" TO CORRECAO-VALIDA
               WHEN NOT TIPO-RESULTANTE-VALIDO
                   MOVE "TIPO RESULTANTE INVALIDO"
                       TO MOTIVO-REPROVACAO
                   MOVE "N" TO CORRECAO-VALIDA
               WHEN TIPO-RESULTANTE-ESTORNO
                   PERFORM VALIDAR-ESTORNO
               WHEN OTHER
                   PERFORM VALIDAR-FAIXA-DE-VALOR
           END-EVALUATE
           IF CORRECAO-OK
               PERFORM VALIDAR-CLIENTE
           END-IF.

        VALIDAR-FAIXA-DE-VALOR.
           ADD NUM1-RESULTANTE-R, NUM2-RESULTANTE-R
               GIVING VALOR-RESULTANTE
           IF VALOR-RESULTANTE < VALOR-MINIMO
                   OR VALOR-RESULTANTE > VALOR-MAXIMO
               MOVE "VALOR RESULTANTE FORA DA FAIXA"
                   TO MOTIVO-REPROVACAO
               MOVE "N" TO CORRECAO-VALIDA
           END-IF.

      * O ESTORNO TEM DE APONTAR UMA POSTAGEM DO PROPRIO CLIENTE NO
      * SOMAHIST, QUE NAO SEJA ESTORNO NEM JA ESTEJA ESTORNADA: O
      * VALOR POSTADO VEM DELA, ENTAO A FAIXA DE VALOR NAO SE APLICA.
        VALIDAR-ESTORNO.
           IF HISTORICO-OK
                   AND REF-RESULTANTE IS NUMERIC
                   AND REF-CLIENTE-RESULTANTE = CHAVE-RESULTANTE
               MOVE REF-RESULTANTE TO HIST-KEY
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE "ESTORNO SEM POSTAGEM ORIGINAL"
                           TO MOTIVO-REPROVACAO
                       MOVE "N" TO CORRECAO-VALIDA
                   NOT INVALID KEY
                       PERFORM CONFERIR-POSTAGEM-ORIGINAL
               END-READ
           ELSE
               MOVE "ESTORNO SEM POSTAGEM ORIGINAL"
                   TO MOTIVO-REPROVACAO
               MOVE "N" TO CORRECAO-VALIDA
           END-IF.

        CONFERIR-POSTAGEM-ORIGINAL.
           EVALUATE TRUE
               WHEN HIST-ESTORNO
                   MOVE "POSTAGEM ORIGINAL E ESTORNO"
                       TO MOTIVO-REPROVACAO
                   MOVE "N" TO CORRECAO-VALIDA
               WHEN NOT HIST-NAO-ESTORNADA
                   MOVE "POSTAGEM JA ESTORNADA" TO MOTIVO-REPROVACAO
                   MOVE "N" TO CORRECAO-VALIDA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

        VALIDAR-CLIENTE.
