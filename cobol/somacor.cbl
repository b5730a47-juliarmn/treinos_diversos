      * 22/08/2026 RM  UMA QUEDA NO MEIO DA RODADA A DESTRUIA. SE A
      * 22/08/2026 RM  TROCA FINAL CAIR NO MEIO, O SOMASUSPN INTEIRO
      * 22/08/2026 RM  CONTINUA EM DISCO PARA RECUPERACAO.
      * 15/10/2026 RM  O SUSPENSO E O SOMAINRAW PASSAM A TER O TIPO
      * 15/10/2026 RM  DA TRANSACAO (C/D/E), E A CORRECAO GANHA O
      * 15/10/2026 RM  CAMPO FIX-TIPO NO FIM: EM BRANCO MANTEM O
      * 15/10/2026 RM  TIPO DO SUSPENSO, COMO OS DEMAIS CAMPOS.
      * 15/10/2026 RM  NUM1 E NUM2 COM NOVE POSICOES (VALOR COM
      * 15/10/2026 RM  CENTAVOS) NA CORRECAO, NO SUSPENSO (69
      * 15/10/2026 RM  POSICOES) E NO SOMAINRAW.
      * 15/10/2026 RM  LIBERAR UM ITEM RETIDO POR LIMITE DE CREDITO E A
      * 15/10/2026 RM  APROVACAO DA MESA DE CREDITO: O ITEM VOLTA AO
      * 15/10/2026 RM  SOMAINRAW COM A MARCA DE LIMITE APROVADO, PARA
      * 15/10/2026 RM  SOMA NAO O RETER DE NOVO. A LISTAGEM MOSTRA A
      * 15/10/2026 RM  LIBERACAO COMO APROVACAO DE LIMITE.
      * 15/10/2026 RM  O LIMITE DE CORRECOES POR RODADA VEM DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (SOMAPARM, CODIGO
      * 15/10/2026 RM  LIMITE-CORRECOES, PADRAO 200) EM VIGOR NA DATA
      * 15/10/2026 RM  DE MOVIMENTO; A TABELA SOBE PARA 999 CORRECOES.
      * 15/10/2026 RM  A MARCA DE LIMITE APROVADO SO VALE PARA O ITEM
      * 15/10/2026 RM  COMO FOI RETIDO: CORRECAO QUE MUDA CLIENTE,
      * 15/10/2026 RM  VALOR OU TIPO LIBERA SEM A MARCA, E SOMA CONFERE
      * 15/10/2026 RM  O LIMITE DE NOVO.
      * 15/10/2026 RM  O SUSPENSO (87 POSICOES) E O SOMAINRAW TRAZEM NO
      * 15/10/2026 RM  FIM A REFERENCIA DA POSTAGEM ORIGINAL DO
      * 15/10/2026 RM  ESTORNO, E A CORRECAO GANHA O CAMPO
      * 15/10/2026 RM  FIX-REF-ESTORNO PARA ACERTA-LA (EM BRANCO
      * 15/10/2026 RM  MANTEM A DO SUSPENSO). REFERENCIA CORRIGIDA
      * 15/10/2026 RM  TAMBEM LIBERA SEM A MARCA DE LIMITE APROVADO.
      * 15/10/2026 RM  A APROVACAO DE LIMITE PASSA A SER GRAVADA NO
      * 15/10/2026 RM  ARQUIVO SOMAAPRV (COPY APRVREC), COM O ITEM, A
      * 15/10/2026 RM  SEQUENCIA DO SUSPENSO E A DATA: SOMA SO ACEITA A
      * 15/10/2026 RM  MARCA DO SOMAINRAW COM A LINHA CORRESPONDENTE,
      * 15/10/2026 RM  E UMA AGENCIA NAO CONSEGUE MAIS APROVAR O
      * 15/10/2026 RM  PROPRIO ITEM SO PREENCHENDO O BYTE DA MARCA.
      * 15/10/2026 RM  LIMITE-CORRECOES ACIMA DA TABELA PASSA A SER
      * 15/10/2026 RM  AVISADO NO CONSOLE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SUSPENSE-NEW ASSIGN TO "SOMASUSPN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS SUSPN-STATUS.
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
        FD  CORRECTION-IN.
            05  FIX-SEQUENCIA          PIC 9(06).
            05  FIX-ACAO               PIC X(01).
            05  FIX-TRANS-KEY          PIC X(06).
            05  FIX-NUM1               PIC X(09).
            05  FIX-NUM2               PIC X(09).
            05  FIX-TIPO               PIC X(01).
            05  FIX-REF-ESTORNO        PIC X(18).
        FD  SUSPENSE-FILE.
           COPY SUSPREC.
        FD  TRANSACTION-RAW.
        01  RAW-TRANS-REC.
            05  RAW-TRANS-KEY          PIC X(06).
            05  RAW-NUM1               PIC X(09).
            05  RAW-NUM2               PIC X(09).
            05  RAW-TIPO               PIC X(01).
            05  RAW-APROVACAO          PIC X(01).
            05  RAW-REF-ESTORNO        PIC X(18).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(100).
        FD  SUSPENSE-NEW.
        01  SUSPENSE-NEW-REC PIC X(87).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        FD  APPROVAL-FILE.
           COPY APRVREC.
        WORKING-STORAGE SECTION.
        77 LIMITE-CORRECOES    PIC 9(04) VALUE 200.
        77 LIMITE-DA-TABELA    PIC 9(04) VALUE 999.
        77 LIMITE-SUSPENSOS    PIC 9(04) VALUE 500.
        77 QTD-CORRECOES       PIC 9(04) VALUE ZEROS.
        77 QTD-SUSPENSOS       PIC 9(04) VALUE ZEROS.
        77 ITENS-MANTIDOS      PIC 9(04) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
      * MOTIVO GRAVADO POR SOMA NO ITEM RETIDO POR LIMITE DE CREDITO.
        01 MOTIVO-LIMITE       PIC X(30) VALUE
               "LIMITE DE CREDITO EXCEDIDO".
        01 FIX-STATUS          PIC X(02).
        01 SUSP-STATUS         PIC X(02).
        01 SUSPN-STATUS        PIC X(02).
        01 RAW-STATUS          PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 APRV-STATUS         PIC X(02).
        01 DATA-DO-MOVIMENTO   PIC 9(08) VALUE ZEROS.
        01 DATA-DISPONIVEL     PIC X(01) VALUE "N".
            88 BIZDATE-OK      VALUE "S".
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
      * IMAGEM DE SUSPENSO MONTADA NA WORKING-STORAGE: NA FASE DE
      * APLICACAO O SOMASUSP ESTA FECHADO E A AREA DO SEU FD NAO
      * PODE SER USADA PARA MONTAR O REGISTRO.
        01 SUSPENSO-DE-SAIDA.
            05 SAI-SEQUENCIA       PIC 9(06).
            05 SAI-TRANS-KEY       PIC X(06).
            05 SAI-NUM1            PIC X(09).
            05 SAI-NUM2            PIC X(09).
            05 SAI-TIPO            PIC X(01).
            05 SAI-MOTIVO          PIC X(30).
            05 SAI-DATA            PIC 9(08).
            05 SAI-REF-ESTORNO     PIC X(18).
        01 TABELA-CORRECOES.
            05  CORRECAO-ENT OCCURS 999 TIMES.
                10  COR-SEQUENCIA      PIC 9(06).
                10  COR-ACAO           PIC X(01).
                10  COR-TRANS-KEY      PIC X(06).
                10  COR-NUM1           PIC X(09).
                10  COR-NUM2           PIC X(09).
                10  COR-TIPO           PIC X(01).
                10  COR-REF-ESTORNO    PIC X(18).
                10  COR-APLICADA       PIC X(01).
        01 TABELA-SUSPENSOS.
            05  SUSPENSO-ENT OCCURS 500 TIMES.
                10  SUS-SEQUENCIA      PIC 9(06).
                10  SUS-TRANS-KEY      PIC X(06).
                10  SUS-NUM1           PIC X(09).
                10  SUS-NUM2           PIC X(09).
                10  SUS-TIPO           PIC X(01).
                10  SUS-MOTIVO         PIC X(30).
                10  SUS-DATA           PIC 9(08).
                10  SUS-REF-ESTORNO    PIC X(18).
        01 LINHA-DETALHE.
            05  DET-SEQUENCIA PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  ROD-MANTIDOS PIC ZZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CORRECOES
           PERFORM CARREGAR-SUSPENSOS
           OPEN OUTPUT REPORT-OUT
           WRITE REPORT-LINE FROM CABECALHO-1
           PERFORM ABRIR-ENTRADA-BRUTA
           PERFORM ABRIR-APROVACOES
           OPEN OUTPUT SUSPENSE-NEW
           PERFORM APLICAR-NOS-SUSPENSOS
               VARYING IND-SUSPENSO FROM 1 BY 1
           PERFORM IMPRIMIR-RODAPE
           CLOSE SUSPENSE-NEW
           CLOSE TRANSACTION-RAW
           CLOSE APPROVAL-FILE
           CLOSE REPORT-OUT
           PERFORM EFETIVAR-SUSPENSO
           DISPLAY "CORRECAO CONCLUIDA: " ITENS-LIBERADOS
               ITENS-MANTIDOS " MANTIDOS"
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
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

        CARREGAR-CORRECOES.
           OPEN INPUT CORRECTION-IN
           IF FIX-STATUS NOT = "00"
           MOVE FIX-TRANS-KEY TO COR-TRANS-KEY(QTD-CORRECOES)
           MOVE FIX-NUM1      TO COR-NUM1(QTD-CORRECOES)
           MOVE FIX-NUM2      TO COR-NUM2(QTD-CORRECOES)
           MOVE FIX-TIPO      TO COR-TIPO(QTD-CORRECOES)
           MOVE FIX-REF-ESTORNO TO COR-REF-ESTORNO(QTD-CORRECOES)
           MOVE "N"           TO COR-APLICADA(QTD-CORRECOES)
           PERFORM LER-CORRECAO.

           MOVE SUSP-TRANS-KEY     TO SUS-TRANS-KEY(QTD-SUSPENSOS)
           MOVE SUSP-NUM1          TO SUS-NUM1(QTD-SUSPENSOS)
           MOVE SUSP-NUM2          TO SUS-NUM2(QTD-SUSPENSOS)
           MOVE SUSP-TIPO          TO SUS-TIPO(QTD-SUSPENSOS)
           MOVE SUSP-MOTIVO        TO SUS-MOTIVO(QTD-SUSPENSOS)
           MOVE SUSP-DATA-REJEICAO TO SUS-DATA(QTD-SUSPENSOS)
           MOVE SUSP-REF-ESTORNO   TO SUS-REF-ESTORNO(QTD-SUSPENSOS)
           PERFORM LER-SUSPENSO.

        LER-SUSPENSO.
               OPEN EXTEND TRANSACTION-RAW
           END-IF.

      * SEM O SOMAAPRV A APROVACAO DA MESA DE CREDITO NAO TEM ONDE
      * FICAR, E O ITEM LIBERADO SERIA RETIDO DE NOVO: A CORRECAO
      * CANCELA ANTES DE DEVOLVER QUALQUER ITEM AO SOMAINRAW.
        ABRIR-APROVACOES.
           OPEN I-O APPROVAL-FILE
           IF APRV-STATUS = "35"
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
               OPEN I-O APPROVAL-FILE
           END-IF
           IF APRV-STATUS NOT = "00"
               DISPLAY "APROVACOES (SOMAAPRV) INDISPONIVEIS (STATUS "
                   APRV-STATUS "): CORRECAO CANCELADA"
               CLOSE TRANSACTION-RAW
               CLOSE REPORT-OUT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

        APLICAR-NOS-SUSPENSOS.
           PERFORM PROCURAR-CORRECAO
           MOVE SUS-SEQUENCIA(IND-SUSPENSO) TO DET-SEQUENCIA
           MOVE SUS-TRANS-KEY(IND-SUSPENSO) TO SAI-TRANS-KEY
           MOVE SUS-NUM1(IND-SUSPENSO)      TO SAI-NUM1
           MOVE SUS-NUM2(IND-SUSPENSO)      TO SAI-NUM2
           MOVE SUS-TIPO(IND-SUSPENSO)      TO SAI-TIPO
           MOVE SUS-MOTIVO(IND-SUSPENSO)    TO SAI-MOTIVO
           MOVE SUS-DATA(IND-SUSPENSO)      TO SAI-DATA
           MOVE SUS-REF-ESTORNO(IND-SUSPENSO) TO SAI-REF-ESTORNO
           WRITE SUSPENSE-NEW-REC FROM SUSPENSO-DE-SAIDA.

      * A TROCA FINAL: SO DEPOIS DE TODO O RESTO FEITO (LIBERADOS
           END-READ.

      * CAMPO DA CORRECAO EM BRANCO MANTEM O VALOR ORIGINAL DO
      * SUSPENSO; O QUE VIER PREENCHIDO SUBSTITUI. A MESA DE CREDITO
      * APROVOU O ITEM RETIDO, E NAO OUTRO: COM CLIENTE, VALOR, TIPO
      * OU REFERENCIA DE ESTORNO CORRIGIDOS, O ITEM SAI SEM A MARCA
      * E O LIMITE E CONFERIDO DE NOVO. A MARCA SO VALE COM A LINHA
      * DE APROVACAO GRAVADA NO SOMAAPRV.
        LIBERAR-SUSPENSO.
           ADD 1 TO ITENS-LIBERADOS
           MOVE "S" TO COR-APLICADA(IND-ACHADO)
           MOVE SUS-TRANS-KEY(IND-SUSPENSO) TO RAW-TRANS-KEY
           MOVE SUS-NUM1(IND-SUSPENSO)      TO RAW-NUM1
           MOVE SUS-NUM2(IND-SUSPENSO)      TO RAW-NUM2
           MOVE SUS-TIPO(IND-SUSPENSO)      TO RAW-TIPO
           MOVE SUS-REF-ESTORNO(IND-SUSPENSO) TO RAW-REF-ESTORNO
           IF COR-TRANS-KEY(IND-ACHADO) NOT = SPACES
               MOVE COR-TRANS-KEY(IND-ACHADO) TO RAW-TRANS-KEY
           END-IF
           IF COR-NUM2(IND-ACHADO) NOT = SPACES
               MOVE COR-NUM2(IND-ACHADO) TO RAW-NUM2
           END-IF
           IF COR-TIPO(IND-ACHADO) NOT = SPACES
               MOVE COR-TIPO(IND-ACHADO) TO RAW-TIPO
           END-IF
           IF COR-REF-ESTORNO(IND-ACHADO) NOT = SPACES
               MOVE COR-REF-ESTORNO(IND-ACHADO) TO RAW-REF-ESTORNO
           END-IF
           IF SUS-MOTIVO(IND-SUSPENSO) = MOTIVO-LIMITE
                   AND RAW-TRANS-KEY = SUS-TRANS-KEY(IND-SUSPENSO)
                   AND RAW-NUM1 = SUS-NUM1(IND-SUSPENSO)
                   AND RAW-NUM2 = SUS-NUM2(IND-SUSPENSO)
                   AND RAW-TIPO = SUS-TIPO(IND-SUSPENSO)
                   AND RAW-REF-ESTORNO = SUS-REF-ESTORNO(IND-SUSPENSO)
               MOVE "S" TO RAW-APROVACAO
               MOVE "LIMITE APROVADO, PROXIMO DIA" TO DET-DESTINO
               PERFORM REGISTRAR-APROVACAO
           ELSE
               MOVE SPACE TO RAW-APROVACAO
               MOVE "LIBERADO PARA O PROXIMO DIA" TO DET-DESTINO
           END-IF
           WRITE RAW-TRANS-REC.

      * A LINHA LEVA O ITEM EXATAMENTE COMO VAI PARA O SOMAINRAW;
      * A SEQUENCIA DO SUSPENSO E A DATA DISTINGUEM DUAS APROVACOES
      * DE ITENS IGUAIS.
        REGISTRAR-APROVACAO.
           MOVE RAW-TRANS-KEY   TO APRV-TRANS-KEY
           MOVE RAW-NUM1        TO APRV-NUM1
           MOVE RAW-NUM2        TO APRV-NUM2
           MOVE RAW-TIPO        TO APRV-TIPO
           MOVE RAW-REF-ESTORNO TO APRV-REF-ESTORNO
           MOVE DATA-DO-MOVIMENTO TO APRV-DATA
           MOVE "SOMACOR"       TO APRV-ORIGEM
           MOVE SUS-SEQUENCIA(IND-SUSPENSO) TO APRV-SEQUENCIA
           MOVE ZEROS           TO APRV-USO
           WRITE APPROVAL-RECORD
               INVALID KEY
                   DISPLAY "APROVACAO DO SUSPENSO "
                       SUS-SEQUENCIA(IND-SUSPENSO)
                       " JA CONSTA EM SOMAAPRV"
           END-WRITE.

        DESCARTAR-SUSPENSO.
           ADD 1 TO ITENS-DESCARTADOS
