      * 02/09/2026 RM  CARREGADO ANTES DA DESCARGA, PARA ESSES
      * 02/09/2026 RM  CANCELAMENTOS SAIREM ANTES DE GRAVAR
      * 02/09/2026 RM  QUALQUER COISA.
      * 15/10/2026 RM  BACKUP COM O LIMITE DE CREDITO DO CLIENTE (90
      * 15/10/2026 RM  POSICOES).
      * 15/10/2026 RM  LIMITE DA TABELA DE GERACOES E RETENCAO PADRAO
      * 15/10/2026 RM  PASSAM A VIR DOS PARAMETROS DO SISTEMA (SOMAPARM,
      * 15/10/2026 RM  CODIGOS LIMITE-GERACOES, PADRAO 50, E
      * 15/10/2026 RM  GERACOES-A-MANTER, PADRAO 5); A LINHA DE COMANDO
      * 15/10/2026 RM  CONTINUA MANDANDO NA RETENCAO. A TABELA SOBE PARA
      * 15/10/2026 RM  99 GERACOES.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT BACKUP-OUT ASSIGN TO DYNAMIC ARQUIVO-GERACAO
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
        FD  BACKUP-OUT.
        01  BACKUP-RECORD PIC X(90).
        FD  BACKUP-CONTROL.
           COPY CUSTBKC.
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(100).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
        77 REGISTROS-DESCARREGADOS PIC 9(08) VALUE ZEROS.
        77 LIMITE-GERACOES     PIC 9(02) VALUE 50.
        77 LIMITE-DA-TABELA    PIC 9(02) VALUE 99.
        77 MAXIMO-RETENCAO     PIC 9(02) VALUE ZEROS.
        77 QTD-GERACOES        PIC 9(02) VALUE ZEROS.
        77 IND-GERACAO         PIC 9(02) VALUE ZEROS.
        77 IND-ACHADO          PIC 9(02) VALUE ZEROS.
        01 MSTR-STATUS         PIC X(02).
        01 CTL-STATUS          PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 PARM-ENTRADA        PIC X(10).
        01 GERACOES-A-MANTER   PIC 9(02) VALUE ZEROS.
        01 RETENCAO-PADRAO     PIC 9(02) VALUE 5.
        01 ARQUIVO-GERACAO     PIC X(20).
        01 ARQUIVO-EXPURGADO   PIC X(20).
        01 TABELA-GERACOES.
            05  GERACAO-ENT OCCURS 99 TIMES.
                10  GER-DATA           PIC 9(08).
                10  GER-REGISTROS      PIC 9(08).
        01 CABECALHO-1.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           PERFORM DEFINIR-GERACOES-A-MANTER
           PERFORM MONTAR-NOME-DA-GERACAO
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
                   WHEN PRM-LIMITE-GERACOES
                       IF PRM-VALOR > LIMITE-DA-TABELA
                           DISPLAY "LIMITE-GERACOES " PRM-VALOR
                               " ACIMA DA TABELA: CARREGANDO ATE "
                               LIMITE-DA-TABELA
                           MOVE LIMITE-DA-TABELA TO LIMITE-GERACOES
                       ELSE
                           MOVE PRM-VALOR TO LIMITE-GERACOES
                       END-IF
                   WHEN PRM-GERACOES-A-MANTER
                       IF PRM-VALOR > LIMITE-DA-TABELA
                           MOVE LIMITE-DA-TABELA TO RETENCAO-PADRAO
                       ELSE
                           MOVE PRM-VALOR TO RETENCAO-PADRAO
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

      * O OPERADOR PODE DIZER QUANTAS GERACOES FICAM (1 OU 2
      * DIGITOS); SEM PARAMETRO VALE A RETENCAO PADRAO DOS
      * PARAMETROS DO SISTEMA (GERACOES-A-MANTER). A RETENCAO
      * PRECISA CABER NA TABELA COM FOLGA PARA A GERACAO NOVA
      * DESTA DESCARGA, ENTAO O MAXIMO E O LIMITE MENOS UM.
        DEFINIR-GERACOES-A-MANTER.
           EVALUATE TRUE
               WHEN PARM-ENTRADA(1:2) IS NUMERIC
                   CONTINUE
           END-EVALUATE
           IF GERACOES-A-MANTER = ZEROS
               MOVE RETENCAO-PADRAO TO GERACOES-A-MANTER
           END-IF
           IF GERACOES-A-MANTER >= LIMITE-GERACOES
               SUBTRACT 1 FROM LIMITE-GERACOES GIVING MAXIMO-RETENCAO
               DISPLAY "RETENCAO DE " GERACOES-A-MANTER
                   " GERACOES NAO CABE NA TABELA DE "
                   LIMITE-GERACOES " (MAXIMO " MAXIMO-RETENCAO
                   "): DESCARGA CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
