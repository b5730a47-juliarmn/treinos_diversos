      * 02/09/2026 RM  NUNCA REGRAVAR UM CALENDARIO SUSPEITO. EMITE
      * 02/09/2026 RM  A LISTAGEM CALMNTR; RC=8 COM ERRO DE CRITICA
      * 02/09/2026 RM  OU COBERTURA VENCIDA, RC=4 SO COM AVISOS.
      * 15/10/2026 RM  O LIMITE DE DATAS QUE O DRIVER CARREGA VEM DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (SOMAPARM, CODIGO
      * 15/10/2026 RM  LIMITE-FERIADOS) EM VIGOR NA DATA DE MOVIMENTO.
      * 15/10/2026 RM  LIMITE ACIMA DA TABELA FICA NA TABELA, COMO NO
      * 15/10/2026 RM  DRIVER; SOMAPARM INDISPONIVEL E AVISADO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  PROCESSING-CALENDAR.
        01  REPORT-LINE PIC X(100).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
        77 LIMITE-DA-TABELA    PIC 9(03) VALUE 200.
        77 LIMITE-DO-DRIVER    PIC 9(03) VALUE 100.
        01 CAL-STATUS          PIC X(02).
        01 TRANS-STATUS        PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 CALENDARIO-EXISTE   PIC X(01) VALUE "N".
            88 CALENDARIO-LIDO VALUE "S".
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           OPEN OUTPUT REPORT-OUT
           WRITE REPORT-LINE FROM CABECALHO-1
           PERFORM CARREGAR-CALENDARIO
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * O LIMITE DO DRIVER E O MESMO PARAMETRO QUE ELE LE, EM
      * VIGOR NA MESMA DATA DE MOVIMENTO. ACIMA DA CAPACIDADE DA
      * TABELA O DRIVER CARREGA SO A CAPACIDADE, E O AVISO TAMBEM.
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
                   MOVE LIMITE-DA-TABELA TO LIMITE-DO-DRIVER
               ELSE
                   MOVE PRM-VALOR TO LIMITE-DO-DRIVER
               END-IF
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-PARAMETROS TO TRUE
           END-READ.

      * LINHA QUE NAO PASSA NA CRITICA DE DATA NAO SOBE PARA A
      * TABELA E VIRA ERRO: ENQUANTO HOUVER ERRO O CALENDAR NAO E
      * REGRAVADO, ENTAO NADA SE PERDE EM SILENCIO. A ORDEM DO
        CRITICAR-TABELA.
           IF QTD-FERIADOS > LIMITE-DO-DRIVER
               MOVE SPACES TO OCO-DATA
               MOVE SPACES TO OCO-TEXTO
               STRING "MAIS DE " LIMITE-DO-DRIVER
                   " DATAS: DRIVER SO CARREGA " LIMITE-DO-DRIVER
                   DELIMITED BY SIZE INTO OCO-TEXTO
               END-STRING
               WRITE REPORT-LINE FROM LINHA-OCORRENCIA
               ADD 1 TO QTD-AVISOS
           END-IF
