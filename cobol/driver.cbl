      * 02/09/2026 RM  A ESTEIRA POSTAR EM CIMA DE FERIADO NACIONAL.
      * 02/09/2026 RM  A MANUTENCAO E A CRITICA DO ARQUIVO FICAM NO
      * 02/09/2026 RM  UTILITARIO CALMNT.
      * 15/10/2026 RM  O REGISTRO DE ENTRADA GANHA O TIPO DA
      * 15/10/2026 RM  TRANSACAO (C/D/E) NO FIM, ORDENADO JUNTO. O
      * 15/10/2026 RM  CONTROLE SOMARUN PASSA A GUARDAR TAMBEM A
      * 15/10/2026 RM  QUANTIDADE DE DEBITOS E DE ESTORNOS, JA QUE O
      * 15/10/2026 RM  TOTAL DE CONTEUDO SO ENXERGA CHAVE E VALORES:
      * 15/10/2026 RM  UM ARQUIVO DE ESTORNOS DAS MESMAS CHAVES E
      * 15/10/2026 RM  VALORES DE UM DIA JA POSTADO NAO E REPETICAO.
      * 15/10/2026 RM  NUM1 E NUM2 PASSAM A NOVE POSICOES (VALOR COM
      * 15/10/2026 RM  CENTAVOS). A LINHA NAO CABE MAIS NUM NUMERO SO:
      * 15/10/2026 RM  O TOTAL DE CONTEUDO DO SOMARUN PASSA A SOMAR
      * 15/10/2026 RM  CHAVE+NUM1 (9(18)) E GANHA UM TOTAL A PARTE
      * 15/10/2026 RM  PARA NUM2.
      * 15/10/2026 RM  O REGISTRO DE ENTRADA GANHA NO FIM A MARCA DE
      * 15/10/2026 RM  LIMITE DE CREDITO APROVADO (GRAVADA POR SOMACOR
      * 15/10/2026 RM  NA LIBERACAO), ORDENADA JUNTO COM O RESTO.
      * 15/10/2026 RM  O LIMITE DE FERIADOS CARREGADOS PASSA A VIR DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (SOMAPARM, CODIGO
      * 15/10/2026 RM  LIMITE-FERIADOS, PADRAO 100); A TABELA SOBE
      * 15/10/2026 RM  PARA 200 DATAS, A MESMA CAPACIDADE DO CALMNT.
      * 15/10/2026 RM  O REGISTRO DE ENTRADA GANHA NO FIM A REFERENCIA
      * 15/10/2026 RM  DA POSTAGEM ORIGINAL DO ESTORNO (CHAVE DO
      * 15/10/2026 RM  SOMAHIST), ORDENADA JUNTO COM O RESTO.
      * 15/10/2026 RM  O SORT PASSA A RECEBER A ENTRADA POR INPUT
      * 15/10/2026 RM  PROCEDURE: MARCA DE LIMITE APROVADO SEM LINHA
      * 15/10/2026 RM  DE APROVACAO NO SOMAAPRV (COPY APRVREC) PARA O
      * 15/10/2026 RM  MESMO ITEM E ANULADA ANTES DE CHEGAR A SOMA, E A
      * 15/10/2026 RM  QUANTIDADE ANULADA VAI PARA O CONSOLE E O LOG.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PROCESSING-CALENDAR ASSIGN TO "CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAL-STATUS.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
            SELECT RUN-CONTROL        ASSIGN TO "SOMARUN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUN-STATUS.
            SELECT APPROVAL-FILE      ASSIGN TO "SOMAAPRV"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS APRV-KEY
                FILE STATUS IS APRV-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  TRANSACTION-RAW.
        01  RAW-TRANS-REC.
            05  RAW-TRANS-KEY         PIC X(06).
            05  RAW-NUM1              PIC X(09).
            05  RAW-NUM2              PIC X(09).
            05  RAW-TIPO              PIC X(01).
                88  RAW-DEBITO        VALUE "D".
                88  RAW-ESTORNO       VALUE "E".
            05  RAW-APROVACAO         PIC X(01).
            05  RAW-REF-ESTORNO       PIC X(18).
        FD  TRANSACTION-SORTED.
        01  SORTED-TRANS-REC.
            05  SORTED-TRANS-KEY      PIC X(06).
            05  SORTED-NUM1           PIC X(09).
            05  SORTED-NUM2           PIC X(09).
            05  SORTED-TIPO           PIC X(01).
            05  SORTED-APROVACAO      PIC X(01).
            05  SORTED-REF-ESTORNO    PIC X(18).
        SD  SORT-WORK.
        01  SORT-WORK-REC.
            05  SW-TRANS-KEY          PIC X(06).
            05  SW-NUM1               PIC X(09).
            05  SW-NUM2               PIC X(09).
            05  SW-TIPO               PIC X(01).
            05  SW-APROVACAO          PIC X(01).
            05  SW-REF-ESTORNO        PIC X(18).
        FD  JOB-LOG.
        01  JOB-LOG-REC PIC X(80).
        FD  BUSINESS-DATE.
        FD  PROCESSING-CALENDAR.
        01  CALENDAR-REC.
            05  CAL-DATA              PIC 9(08).
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        FD  RUN-CONTROL.
        01  RUN-CONTROL-REC.
            05  RUN-DATA              PIC 9(08).
            05  RUN-REGISTROS         PIC 9(08).
            05  RUN-CONTEUDO          PIC 9(18).
            05  RUN-DEBITOS           PIC 9(08).
            05  RUN-ESTORNOS          PIC 9(08).
            05  RUN-CONTEUDO-NUM2     PIC 9(15).
        FD  APPROVAL-FILE.
           COPY APRVREC.
        WORKING-STORAGE SECTION.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-RAW VALUE "S".
            88 RODADA-FORCADA  VALUE "S".
        01 QTD-FERIADOS        PIC 9(03) VALUE ZEROS.
        77 LIMITE-FERIADOS     PIC 9(03) VALUE 100.
        77 LIMITE-DA-TABELA    PIC 9(03) VALUE 200.
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 CALENDARIO-DISPONIVEL PIC X(01) VALUE "N".
            88 CALENDARIO-OK   VALUE "S".
        01 MAIOR-FERIADO       PIC 9(08) VALUE ZEROS.
        01 TABELA-FERIADOS.
            05  FERIADO-DATA OCCURS 200 TIMES PIC 9(08).
        01 IND-FERIADO         PIC 9(03) VALUE ZEROS.
        01 IND-BUSCA-FERIADO   PIC 9(03) VALUE ZEROS.
        01 DIA-NAO-UTIL        PIC X(01).
            88 E-DIA-NAO-UTIL  VALUE "S".
        01 RUN-STATUS          PIC X(02).
        01 ENTRADA-REGISTROS   PIC 9(08) VALUE ZEROS.
        01 ENTRADA-CONTEUDO    PIC 9(18) VALUE ZEROS.
        01 ENTRADA-CONTEUDO-NUM2 PIC 9(15) VALUE ZEROS.
        01 ENTRADA-DEBITOS     PIC 9(08) VALUE ZEROS.
        01 ENTRADA-ESTORNOS    PIC 9(08) VALUE ZEROS.
        01 ENTRADA-SEM-ACESSO  PIC X(01) VALUE "N".
            88 ENTRADA-INDISPONIVEL VALUE "S".
        01 ENTRADA-REPETIDA    PIC X(01) VALUE "N".
            88 ENTRADA-JA-POSTADA VALUE "S".
        01 DATA-JA-POSTADA     PIC 9(08) VALUE ZEROS.
      * A MARCA DE LIMITE APROVADO DA ENTRADA SO SEGUE PARA A SOMA
      * COM A LINHA DO SOMAAPRV PARA O MESMO ITEM, AINDA NAO USADA
      * OU USADA HOJE (RESTART OU REEXECUCAO DO DIA).
        01 APRV-STATUS         PIC X(02).
        01 APROVACOES-DISPONIVEL PIC X(01) VALUE "N".
            88 APROVACOES-OK   VALUE "S".
        01 APROVACAO-DO-ITEM   PIC X(01) VALUE "N".
            88 APROVACAO-CONFERIDA VALUE "S".
        01 FIM-APROVACOES-SW   PIC X(01) VALUE "N".
            88 FIM-APROVACOES  VALUE "S".
        01 ITEM-A-APROVAR      PIC X(43).
        01 MARCAS-ANULADAS     PIC 9(06) VALUE ZEROS.
      * A LINHA DE ENTRADA (CHAVE+NUM1+NUM2, SEM O TIPO) LIDA COMO
      * DOIS NUMEROS, CHAVE+NUM1 E NUM2, PARA COMPOR OS TOTAIS DE
      * CONTEUDO DO CONTROLE DE RODADAS (AS 24 POSICOES NAO CABEM
      * NUM NUMERO SO); LINHA NAO NUMERICA SO CONTA NA QUANTIDADE.
      * O TIPO ENTRA NO CONTROLE PELAS CONTAGENS DE DEBITOS E
      * ESTORNOS.
        01 LINHA-DE-ENTRADA    PIC X(24).
        01 LINHA-DE-ENTRADA-R REDEFINES LINHA-DE-ENTRADA.
            05  LIN-CHAVE-NUM1        PIC 9(15).
            05  LIN-NUM2              PIC 9(09).
        01 MOTIVO-NAO-UTIL     PIC X(20).
      * CONVERSAO DE DATA (AAAAMMDD) EM DIAS CORRIDOS E DIA DA
      * SEMANA: VALE PARA OS ANOS 2000-2099, EM QUE TODO ANO
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           PERFORM DEFINIR-PASSO-INICIAL
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CALENDARIO
           PERFORM ABRIR-JOB-LOG
           MOVE "JOB" TO NOME-DO-PASSO
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
                   AND PRM-LIMITE-FERIADOS
               IF PRM-VALOR > LIMITE-DA-TABELA
                   DISPLAY "LIMITE-FERIADOS " PRM-VALOR " ACIMA DA"
                       " TABELA: CARREGANDO ATE " LIMITE-DA-TABELA
                   MOVE LIMITE-DA-TABELA TO LIMITE-FERIADOS
               ELSE
                   MOVE PRM-VALOR TO LIMITE-FERIADOS
               END-IF
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

        CARREGAR-CALENDARIO.
           MOVE ZEROS TO QTD-FERIADOS
           MOVE ZEROS TO MAIOR-FERIADO
           PERFORM REGISTRAR-INICIO-PASSO
           MOVE ZEROS TO RC-DO-PASSO
           PERFORM CONFERIR-ENTRADA-DO-SORT
           IF RC-DO-PASSO = ZEROS
               PERFORM ABRIR-APROVACOES
           END-IF
           IF RC-DO-PASSO = ZEROS
               DISPLAY "ORDENANDO AS TRANSACOES DO DIA POR CHAVE"
               SORT SORT-WORK
                   ON ASCENDING KEY SW-TRANS-KEY
                   INPUT PROCEDURE IS SEPARAR-TRANSACOES
                   GIVING TRANSACTION-SORTED
               IF APROVACOES-OK
                   CLOSE APPROVAL-FILE
               END-IF
               IF SORT-RETURN NOT = ZEROS
                   MOVE SORT-RETURN TO RC-DO-PASSO
               END-IF
               IF MARCAS-ANULADAS > ZEROS
                   PERFORM APONTAR-MARCAS-ANULADAS
               END-IF
           END-IF
           PERFORM REGISTRAR-FIM-PASSO
           IF RC-DO-PASSO NOT = ZEROS
           MOVE "N" TO ENTRADA-SEM-ACESSO
           MOVE ZEROS TO ENTRADA-REGISTROS
           MOVE ZEROS TO ENTRADA-CONTEUDO
           MOVE ZEROS TO ENTRADA-CONTEUDO-NUM2
           MOVE ZEROS TO ENTRADA-DEBITOS
           MOVE ZEROS TO ENTRADA-ESTORNOS
           MOVE "N" TO FIM-DE-ARQUIVO
           OPEN INPUT TRANSACTION-RAW
           IF RAW-STATUS NOT = "00"
           ADD 1 TO ENTRADA-REGISTROS
           MOVE RAW-TRANS-REC TO LINHA-DE-ENTRADA
           IF LINHA-DE-ENTRADA IS NUMERIC
               ADD LIN-CHAVE-NUM1 TO ENTRADA-CONTEUDO
               ADD LIN-NUM2 TO ENTRADA-CONTEUDO-NUM2
           END-IF
           IF RAW-DEBITO
               ADD 1 TO ENTRADA-DEBITOS
           END-IF
           IF RAW-ESTORNO
               ADD 1 TO ENTRADA-ESTORNOS
           END-IF
           PERFORM LER-ENTRADA-BRUTA.

               AT END SET FIM-ARQUIVO-RAW TO TRUE
           END-READ.

      * SEM O SOMAAPRV AINDA CRIADO NENHUMA MARCA TEM APROVACAO E
      * TODAS SAO ANULADAS; QUALQUER OUTRA FALHA DERRUBA O PASSO,
      * PARA NAO ANULAR MARCA APROVADA POR ENGANO.
        ABRIR-APROVACOES.
           MOVE "N" TO APROVACOES-DISPONIVEL
           OPEN INPUT APPROVAL-FILE
           EVALUATE APRV-STATUS
               WHEN "00"
                   SET APROVACOES-OK TO TRUE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "APROVACOES SOMAAPRV INDISPONIVEIS (STATUS "
                       APRV-STATUS ")"
                   MOVE 12 TO RC-DO-PASSO
           END-EVALUATE.

      * ENTRADA DO SORT: O SOMAINRAW LINHA A LINHA, COM A MARCA DE
      * LIMITE APROVADO CONFERIDA CONTRA O SOMAAPRV. SO SOMACOR E
      * SOMAJUR GRAVAM APROVACAO; A MARCA DIGITADA NA AGENCIA NAO
      * TEM LINHA E E ANULADA AQUI.
        SEPARAR-TRANSACOES.
           MOVE ZEROS TO MARCAS-ANULADAS
           MOVE "N" TO FIM-DE-ARQUIVO
           OPEN INPUT TRANSACTION-RAW
           PERFORM LER-ENTRADA-BRUTA
           PERFORM ENTREGAR-TRANSACAO
               UNTIL FIM-ARQUIVO-RAW
           CLOSE TRANSACTION-RAW.

        ENTREGAR-TRANSACAO.
           IF RAW-APROVACAO NOT = SPACE
               PERFORM CONFERIR-APROVACAO
               IF NOT APROVACAO-CONFERIDA
                   MOVE SPACE TO RAW-APROVACAO
                   ADD 1 TO MARCAS-ANULADAS
               END-IF
           END-IF
           RELEASE SORT-WORK-REC FROM RAW-TRANS-REC
           PERFORM LER-ENTRADA-BRUTA.

        CONFERIR-APROVACAO.
           MOVE "N" TO APROVACAO-DO-ITEM
           IF APROVACOES-OK
               MOVE "N" TO FIM-APROVACOES-SW
               MOVE RAW-TRANS-KEY   TO APRV-TRANS-KEY
               MOVE RAW-NUM1        TO APRV-NUM1
               MOVE RAW-NUM2        TO APRV-NUM2
               MOVE RAW-TIPO        TO APRV-TIPO
               MOVE RAW-REF-ESTORNO TO APRV-REF-ESTORNO
               MOVE APRV-ITEM       TO ITEM-A-APROVAR
               MOVE ZEROS           TO APRV-DATA
               MOVE LOW-VALUES      TO APRV-ORIGEM
               MOVE ZEROS           TO APRV-SEQUENCIA
               START APPROVAL-FILE KEY NOT < APRV-KEY
                   INVALID KEY SET FIM-APROVACOES TO TRUE
               END-START
               IF NOT FIM-APROVACOES
                   PERFORM LER-APROVACAO
               END-IF
               PERFORM PROCURAR-APROVACAO
                   UNTIL FIM-APROVACOES OR APROVACAO-CONFERIDA
           END-IF.

        PROCURAR-APROVACAO.
           EVALUATE TRUE
               WHEN APRV-NAO-USADA
                   SET APROVACAO-CONFERIDA TO TRUE
               WHEN APRV-DATA-USO = DATA-DO-MOVIMENTO
                   SET APROVACAO-CONFERIDA TO TRUE
               WHEN OTHER
                   PERFORM LER-APROVACAO
           END-EVALUATE.

        LER-APROVACAO.
           READ APPROVAL-FILE NEXT RECORD
               AT END SET FIM-APROVACOES TO TRUE
               NOT AT END
                   IF APRV-ITEM NOT = ITEM-A-APROVAR
                       SET FIM-APROVACOES TO TRUE
                   END-IF
           END-READ.

        APONTAR-MARCAS-ANULADAS.
           DISPLAY MARCAS-ANULADAS " MARCAS DE LIMITE APROVADO SEM"
               " APROVACAO EM SOMAAPRV: ANULADAS"
           MOVE SPACES TO LINHA-DE-LOG
           STRING MARCAS-ANULADAS " MARCAS DE LIMITE APROVADO"
               " SEM APROVACAO: ANULADAS"
               DELIMITED BY SIZE INTO LINHA-DE-LOG
           END-STRING
           PERFORM GRAVAR-LOG.

        CONFERIR-CONTROLE-DE-RODADAS.
           MOVE "N" TO ENTRADA-REPETIDA
           OPEN INPUT RUN-CONTROL
               END-IF
           END-IF.

      * A COMPARACAO E POR QUANTIDADE, TOTAL DE CONTEUDO E
      * CONTAGEM POR TIPO, E NAO PELA DATA: A REEXECUCAO POR ENGANO
      * ACONTECE JUSTAMENTE SOB UMA DATA DE MOVIMENTO NOVA, COM O
      * ARQUIVO VELHO.
        PROCURAR-RODADA-IGUAL.
           IF RUN-REGISTROS = ENTRADA-REGISTROS
                   AND RUN-CONTEUDO = ENTRADA-CONTEUDO
                   AND RUN-CONTEUDO-NUM2 = ENTRADA-CONTEUDO-NUM2
                   AND RUN-DEBITOS = ENTRADA-DEBITOS
                   AND RUN-ESTORNOS = ENTRADA-ESTORNOS
               SET ENTRADA-JA-POSTADA TO TRUE
               MOVE RUN-DATA TO DATA-JA-POSTADA
           END-IF
               MOVE DATA-DO-MOVIMENTO TO RUN-DATA
               MOVE ENTRADA-REGISTROS TO RUN-REGISTROS
               MOVE ENTRADA-CONTEUDO  TO RUN-CONTEUDO
               MOVE ENTRADA-DEBITOS   TO RUN-DEBITOS
               MOVE ENTRADA-ESTORNOS  TO RUN-ESTORNOS
               MOVE ENTRADA-CONTEUDO-NUM2 TO RUN-CONTEUDO-NUM2
               WRITE RUN-CONTROL-REC
               CLOSE RUN-CONTROL
           END-IF.
