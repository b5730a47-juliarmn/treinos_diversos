        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOMARET.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. RETORNO DO GL: CARREGA O
      * 15/10/2026 RM  ARQUIVO DE RETORNO DA CONTABILIDADE (SOMAGLA:
      * 15/10/2026 RM  DATA, ARQUIVO, CONTAGEM, HASH, ACEITO/REJEITADO
      * 15/10/2026 RM  E MOTIVO) E CASA CADA RETORNO PELO NOME DO
      * 15/10/2026 RM  ARQUIVO COM O REGISTRO DE TRANSMISSAO SOMAGLT,
      * 15/10/2026 RM  QUE E REGRAVADO (VIA SOMAGLTN) COM A SITUACAO
      * 15/10/2026 RM  DE CADA TRANSMISSAO: ACEITA, REJEITADA OU SEM
      * 15/10/2026 RM  RETORNO. A LISTAGEM SOMARETR TRAZ AS EXCECOES:
      * 15/10/2026 RM  REJEICAO (ATE O DIA SER REENVIADO POR SOMAGLI
      * 15/10/2026 RM  REENVIO=AAAAMMDD), CONTAGEM OU HASH DO RETORNO
      * 15/10/2026 RM  DIFERENTE DO ENVIADO, RETORNO DE ARQUIVO JA
      * 15/10/2026 RM  SUBSTITUIDO OU QUE NAO CONSTA NO SOMAGLT, E
      * 15/10/2026 RM  TRANSMISSAO SEM RETORNO HA MAIS DE
      * 15/10/2026 RM  PRAZO-DE-RETORNO DIAS UTEIS (CALENDAR E FINS
      * 15/10/2026 RM  DE SEMANA, COMO NO DRIVER). RC=8 COM REJEICAO
      * 15/10/2026 RM  OU DIVERGENCIA, RC=4 SO COM PRAZO VENCIDO.
      * 15/10/2026 RM  PRAZO DE RETORNO E LIMITE DE FERIADOS VEM DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (SOMAPARM, CODIGOS
      * 15/10/2026 RM  PRAZO-RETORNO-GL, PADRAO 2, E LIMITE-FERIADOS,
      * 15/10/2026 RM  PADRAO 100); A TABELA DE FERIADOS SOBE PARA 200.
      * 15/10/2026 RM  REJEICAO DE ARQUIVO JA REENVIADO E A QUE CAUSOU
      * 15/10/2026 RM  O REENVIO: IGNORADA SEM DIVERGENCIA. SO O ACEITE
      * 15/10/2026 RM  DE ARQUIVO JA REENVIADO (DIA EM DOBRO NO GL) DA
      * 15/10/2026 RM  RC=8.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT PROCESSING-CALENDAR ASSIGN TO "CALENDAR"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CAL-STATUS.
            SELECT ACKNOWLEDGMENT-IN ASSIGN TO "SOMAGLA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ACK-STATUS.
            SELECT TRANSMISSION-LOG ASSIGN TO "SOMAGLT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GLT-STATUS.
            SELECT TRANSMISSION-NEW ASSIGN TO "SOMAGLTN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GLTN-STATUS.
            SELECT REPORT-OUT ASSIGN TO "SOMARETR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        FD  PROCESSING-CALENDAR.
        01  CALENDAR-REC.
            05  CAL-DATA              PIC 9(08).
      * RETORNO DO GL: UMA LINHA POR ARQUIVO PROCESSADO DO LADO
      * DELES, COM A CONTAGEM E O HASH QUE ELES APURARAM E A
      * SITUACAO (A=ACEITO, R=REJEITADO) COM O MOTIVO.
        FD  ACKNOWLEDGMENT-IN.
        01  ACKNOWLEDGMENT-REC.
            05  ACK-DATA               PIC 9(08).
            05  FILLER                 PIC X(01).
            05  ACK-ARQUIVO            PIC X(20).
            05  FILLER                 PIC X(01).
            05  ACK-REGISTROS          PIC 9(08).
            05  FILLER                 PIC X(01).
            05  ACK-HASH               PIC S9(13)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(01).
            05  ACK-SITUACAO           PIC X(01).
            05  FILLER                 PIC X(01).
            05  ACK-MOTIVO             PIC X(40).
        FD  TRANSMISSION-LOG.
           COPY GLTREC.
        FD  TRANSMISSION-NEW.
        01  TRANSMISSION-NEW-REC PIC X(116).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
        WORKING-STORAGE SECTION.
        77 LIMITE-RETORNOS     PIC 9(04) VALUE 200.
        77 QTD-RETORNOS        PIC 9(04) VALUE ZEROS.
        77 IND-RETORNO         PIC 9(04) VALUE ZEROS.
        77 IND-ACHADO          PIC 9(04) VALUE ZEROS.
        77 TRANSMISSOES-LIDAS  PIC 9(06) VALUE ZEROS.
        77 TRANSMISSOES-ACEITAS PIC 9(06) VALUE ZEROS.
        77 TRANSMISSOES-REJEITADAS PIC 9(06) VALUE ZEROS.
        77 TRANSMISSOES-PENDENTES PIC 9(06) VALUE ZEROS.
        77 TRANSMISSOES-VENCIDAS PIC 9(06) VALUE ZEROS.
        77 TRANSMISSOES-REENVIADAS PIC 9(06) VALUE ZEROS.
        77 RETORNOS-DIVERGENTES PIC 9(06) VALUE ZEROS.
        77 RETORNOS-SEM-TRANSMISSAO PIC 9(06) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 BIZ-STATUS          PIC X(02).
        01 CAL-STATUS          PIC X(02).
        01 ACK-STATUS          PIC X(02).
        01 GLT-STATUS          PIC X(02).
        01 GLTN-STATUS         PIC X(02).
        01 PRM-STATUS          PIC X(02).
        01 FIM-PARAMETROS-SW   PIC X(01) VALUE "N".
            88 FIM-PARAMETROS  VALUE "S".
        01 DATA-DO-MOVIMENTO   PIC 9(08) VALUE ZEROS.
      * PRAZO, EM DIAS UTEIS INTEIROS DEPOIS DO DIA TRANSMITIDO,
      * PARA O GL DEVOLVER O RETORNO. CONTAM OS DIAS UTEIS ENTRE A
      * DATA DA TRANSMISSAO E A DATA DE MOVIMENTO (BIZDATE), SEM
      * CONTAR NENHUMA DAS DUAS.
        01 PRAZO-DE-RETORNO    PIC 9(02) VALUE 2.
        01 DIAS-SEM-RETORNO    PIC 9(02) VALUE ZEROS.
        01 QTD-FERIADOS        PIC 9(03) VALUE ZEROS.
        77 LIMITE-FERIADOS     PIC 9(03) VALUE 100.
        77 LIMITE-DA-TABELA    PIC 9(03) VALUE 200.
        01 TABELA-FERIADOS.
            05  FERIADO-DATA OCCURS 200 TIMES PIC 9(08).
        01 IND-FERIADO         PIC 9(03) VALUE ZEROS.
        01 IND-BUSCA-FERIADO   PIC 9(03) VALUE ZEROS.
        01 DIA-NAO-UTIL        PIC X(01).
            88 E-DIA-NAO-UTIL  VALUE "S".
        01 TABELA-RETORNOS.
            05  RETORNO-ENT OCCURS 200 TIMES.
                10  RET-DATA           PIC 9(08).
                10  RET-ARQUIVO        PIC X(20).
                10  RET-REGISTROS      PIC 9(08).
                10  RET-HASH           PIC S9(13)V99.
                10  RET-SITUACAO       PIC X(01).
                10  RET-MOTIVO         PIC X(40).
                10  RET-CASADO         PIC X(01).
      * LINHA DO SOMAGLT MONTADA NA WORKING-STORAGE PARA A
      * REGRAVACAO VIA SOMAGLTN.
        01 TRANSMISSAO-DE-SAIDA PIC X(116).
      * CONVERSAO DE DATA (AAAAMMDD) EM DIAS CORRIDOS E DIA DA
      * SEMANA, A MESMA DO DRIVER: VALE PARA OS ANOS 2000-2099
      * (1=SABADO, 2=DOMINGO).
        01 DATA-TRABALHO       PIC 9(08).
        01 DATA-TRABALHO-R REDEFINES DATA-TRABALHO.
            05 DT-ANO          PIC 9(04).
            05 DT-MES          PIC 9(02).
            05 DT-DIA          PIC 9(02).
        01 AJUSTE-BISSEXTO     PIC 9(06).
        01 QUOCIENTE-BISSEXTO  PIC 9(06).
        01 RESTO-BISSEXTO      PIC 9(01).
        01 DIAS-CORRIDOS       PIC 9(08).
        01 QUOCIENTE-SEMANA    PIC 9(08).
        01 DIA-DA-SEMANA       PIC 9(01).
            88 E-SABADO        VALUE 1.
            88 E-DOMINGO       VALUE 2.
        01 DIAS-NO-MES         PIC 9(02).
        01 CABECALHO-1.
            05  FILLER       PIC X(42) VALUE
                "EXCECOES DO RETORNO DO GL (SOMAGLT X GLA)".
            05  FILLER       PIC X(20) VALUE "DATA DE MOVIMENTO: ".
            05  CAB-DATA     PIC 9(08).
        01 CABECALHO-2.
            05  FILLER       PIC X(31) VALUE
                "DATA     ARQUIVO              S".
            05  FILLER       PIC X(31) VALUE
                " ENVIADOS            HASH ENV.".
            05  FILLER       PIC X(31) VALUE
                " RETORNO            HASH RET. ".
            05  FILLER       PIC X(10) VALUE "OCORRENCIA".
        01 LINHA-DETALHE.
            05  DET-DATA     PIC 9(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-ARQUIVO  PIC X(20).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-SITUACAO PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-REG-ENVIADOS PIC ZZZZZZZ9.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-HASH-ENVIADO PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-REG-RETORNO PIC ZZZZZZZ9.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-HASH-RETORNO PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-OCORRENCIA PIC X(36).
        01 LINHA-MOTIVO.
            05  FILLER       PIC X(11) VALUE SPACES.
            05  FILLER       PIC X(14) VALUE "MOTIVO DO GL: ".
            05  MOT-MOTIVO   PIC X(40).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  MOT-ACAO     PIC X(40).
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "TRANSMISSOES NO SOMAGLT.:".
            05  ROD-LIDAS    PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "ACEITAS PELO GL.........:".
            05  ROD-ACEITAS  PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "REJEITADAS A REENVIAR...:".
            05  ROD-REJEITADAS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "REJEITADAS E REENVIADAS.:".
            05  ROD-REENVIADAS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "SEM RETORNO.............:".
            05  ROD-PENDENTES PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-6.
            05  FILLER       PIC X(26) VALUE
                "SEM RETORNO, PRAZO VENC.:".
            05  ROD-VENCIDAS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-7.
            05  FILLER       PIC X(26) VALUE
                "RETORNOS LIDOS (SOMAGLA):".
            05  ROD-RETORNOS PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-8.
            05  FILLER       PIC X(26) VALUE
                "RETORNOS DIVERGENTES....:".
            05  ROD-DIVERGENTES PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-9.
            05  FILLER       PIC X(26) VALUE
                "RETORNOS SEM TRANSMISSAO:".
            05  ROD-SEM-TRANSMISSAO PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           PERFORM CARREGAR-PARAMETROS
           PERFORM CARREGAR-CALENDARIO
           PERFORM CARREGAR-RETORNOS
           OPEN INPUT TRANSMISSION-LOG
           IF GLT-STATUS NOT = "00"
               DISPLAY "REGISTRO DE TRANSMISSAO (SOMAGLT) INDISPONIVEL"
                   " (STATUS " GLT-STATUS "): RETORNO DO GL CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT TRANSMISSION-NEW
           OPEN OUTPUT REPORT-OUT
           MOVE DATA-DO-MOVIMENTO TO CAB-DATA
           WRITE REPORT-LINE FROM CABECALHO-1
           WRITE REPORT-LINE FROM CABECALHO-2
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM LER-TRANSMISSAO
           PERFORM CASAR-TRANSMISSAO
               UNTIL FIM-ARQUIVO-ATUAL
           CLOSE TRANSMISSION-LOG
           CLOSE TRANSMISSION-NEW
           PERFORM APONTAR-RETORNO-SEM-TRANSMISSAO
               VARYING IND-RETORNO FROM 1 BY 1
               UNTIL IND-RETORNO > QTD-RETORNOS
           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-OUT
           PERFORM EFETIVAR-REGISTRO-DE-TRANSMISSAO
           EVALUATE TRUE
               WHEN TRANSMISSOES-REJEITADAS > ZEROS
                       OR RETORNOS-DIVERGENTES > ZEROS
                       OR RETORNOS-SEM-TRANSMISSAO > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN TRANSMISSOES-VENCIDAS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE ZEROS TO RETURN-CODE
           END-EVALUATE
           DISPLAY "RETORNO DO GL CONCLUIDO: " TRANSMISSOES-ACEITAS
               " ACEITAS, " TRANSMISSOES-REJEITADAS " REJEITADAS, "
               TRANSMISSOES-PENDENTES " SEM RETORNO ("
               TRANSMISSOES-VENCIDAS " COM PRAZO VENCIDO)"
           GOBACK.

        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS NOT = "00"
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL"
                   " (STATUS " BIZ-STATUS "): RETORNO DO GL"
                   " CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           READ BUSINESS-DATE
               AT END
                   DISPLAY "CONTROLE DE DATA (BIZDATE) VAZIO:"
                       " RETORNO DO GL CANCELADO"
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
                   WHEN PRM-LIMITE-FERIADOS
                       IF PRM-VALOR > LIMITE-DA-TABELA
                           DISPLAY "LIMITE-FERIADOS " PRM-VALOR
                               " ACIMA DA TABELA: CARREGANDO ATE "
                               LIMITE-DA-TABELA
                           MOVE LIMITE-DA-TABELA TO LIMITE-FERIADOS
                       ELSE
                           MOVE PRM-VALOR TO LIMITE-FERIADOS
                       END-IF
                   WHEN PRM-PRAZO-RETORNO-GL
                       IF PRM-VALOR > 99
                           MOVE 99 TO PRAZO-DE-RETORNO
                       ELSE
                           MOVE PRM-VALOR TO PRAZO-DE-RETORNO
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

      * SEM O CALENDAR O PRAZO CONTA SO OS FINS DE SEMANA: UM
      * FERIADO NO MEIO ADIANTA O AVISO EM UM DIA, O QUE E MELHOR
      * DO QUE DEIXAR DE AVISAR.
        CARREGAR-CALENDARIO.
           MOVE ZEROS TO QTD-FERIADOS
           OPEN INPUT PROCESSING-CALENDAR
           IF CAL-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-FERIADO
               PERFORM GUARDAR-FERIADO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE PROCESSING-CALENDAR
           ELSE
               DISPLAY "CALENDARIO (CALENDAR) INDISPONIVEL (STATUS "
                   CAL-STATUS "): PRAZO CONTADO SEM FERIADOS"
           END-IF.

        GUARDAR-FERIADO.
           IF QTD-FERIADOS < LIMITE-FERIADOS
               ADD 1 TO QTD-FERIADOS
               MOVE CAL-DATA TO FERIADO-DATA(QTD-FERIADOS)
           END-IF
           PERFORM LER-FERIADO.

        LER-FERIADO.
           READ PROCESSING-CALENDAR
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * SEM ARQUIVO DE RETORNO (STATUS 35) O GL NAO DEVOLVEU NADA
      * DESDE A ULTIMA RODADA: O CASAMENTO RODA ASSIM MESMO, PARA
      * O PRAZO DAS TRANSMISSOES SEM RETORNO CONTINUAR CORRENDO.
        CARREGAR-RETORNOS.
           OPEN INPUT ACKNOWLEDGMENT-IN
           EVALUATE ACK-STATUS
               WHEN "00"
                   MOVE "N" TO FIM-DE-ARQUIVO
                   PERFORM LER-RETORNO
                   PERFORM GUARDAR-RETORNO
                       UNTIL FIM-ARQUIVO-ATUAL
                   CLOSE ACKNOWLEDGMENT-IN
               WHEN "35"
                   DISPLAY "SEM ARQUIVO DE RETORNO DO GL (SOMAGLA):"
                       " SO O PRAZO DAS TRANSMISSOES SERA AVALIADO"
               WHEN OTHER
                   DISPLAY "RETORNO DO GL (SOMAGLA) INDISPONIVEL"
                       " (STATUS " ACK-STATUS "): RETORNO DO GL"
                       " CANCELADO"
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-EVALUATE.

        GUARDAR-RETORNO.
           IF QTD-RETORNOS >= LIMITE-RETORNOS
               DISPLAY "MAIS DE " LIMITE-RETORNOS " RETORNOS EM"
                   " SOMAGLA: DIVIDIR O ARQUIVO E RODAR DE NOVO"
               CLOSE ACKNOWLEDGMENT-IN
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO QTD-RETORNOS
           MOVE ACK-DATA      TO RET-DATA(QTD-RETORNOS)
           MOVE ACK-ARQUIVO   TO RET-ARQUIVO(QTD-RETORNOS)
           MOVE ACK-REGISTROS TO RET-REGISTROS(QTD-RETORNOS)
           MOVE ACK-HASH      TO RET-HASH(QTD-RETORNOS)
           MOVE ACK-SITUACAO  TO RET-SITUACAO(QTD-RETORNOS)
           MOVE ACK-MOTIVO    TO RET-MOTIVO(QTD-RETORNOS)
           MOVE "N"           TO RET-CASADO(QTD-RETORNOS)
           PERFORM LER-RETORNO.

        LER-RETORNO.
           READ ACKNOWLEDGMENT-IN
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        LER-TRANSMISSAO.
           READ TRANSMISSION-LOG
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * CADA LINHA DO SOMAGLT RECEBE O RETORNO DO SEU ARQUIVO, SE
      * VEIO ALGUM (O ULTIMO DO SOMAGLA VALE, SE VIER REPETIDO), E
      * E AVALIADA PELA SITUACAO QUE FICOU. A LINHA REJEITADA
      * CONTINUA NA LISTAGEM TODO DIA ATE O REENVIO A SUBSTITUIR.
        CASAR-TRANSMISSAO.
           ADD 1 TO TRANSMISSOES-LIDAS
           PERFORM PROCURAR-RETORNO
           IF IND-ACHADO > ZEROS
               MOVE "S" TO RET-CASADO(IND-ACHADO)
               PERFORM APLICAR-RETORNO
           END-IF
           EVALUATE TRUE
               WHEN GLT-ACEITO
                   ADD 1 TO TRANSMISSOES-ACEITAS
               WHEN GLT-REJEITADO
                   ADD 1 TO TRANSMISSOES-REJEITADAS
                   PERFORM APONTAR-REJEICAO
               WHEN GLT-REENVIADO
                   ADD 1 TO TRANSMISSOES-REENVIADAS
               WHEN OTHER
                   ADD 1 TO TRANSMISSOES-PENDENTES
                   PERFORM AVALIAR-PRAZO-DE-RETORNO
           END-EVALUATE
           MOVE TRANSMISSION-LOG-REC TO TRANSMISSAO-DE-SAIDA
           WRITE TRANSMISSION-NEW-REC FROM TRANSMISSAO-DE-SAIDA
           PERFORM LER-TRANSMISSAO.

        PROCURAR-RETORNO.
           MOVE ZEROS TO IND-ACHADO
           PERFORM CONFERIR-RETORNO
               VARYING IND-RETORNO FROM 1 BY 1
               UNTIL IND-RETORNO > QTD-RETORNOS.

        CONFERIR-RETORNO.
           IF RET-ARQUIVO(IND-RETORNO) = GLT-ARQUIVO
               MOVE IND-RETORNO TO IND-ACHADO
           END-IF.

      * RETORNO DE UM ARQUIVO JA SUBSTITUIDO POR REENVIO NAO MUDA
      * A SITUACAO. A REJEICAO E A QUE CAUSOU O REENVIO E CONTINUA
      * NO SOMAGLA NAS NOITES SEGUINTES: JA FOI TRATADA E PASSA EM
      * SILENCIO. O ACEITE E QUE PREOCUPA: SE O GL ACEITOU O
      * ORIGINAL E O REENVIO, O DIA ENTROU DUAS VEZES NA
      * CONTABILIDADE, E ISSO TEM DE APARECER.
        APLICAR-RETORNO.
           IF GLT-REENVIADO
               IF RET-SITUACAO(IND-ACHADO) = "A"
                   ADD 1 TO RETORNOS-DIVERGENTES
                   MOVE "RETORNO DE ARQUIVO JA REENVIADO"
                       TO DET-OCORRENCIA
                   PERFORM IMPRIMIR-TRANSMISSAO
                   MOVE RET-MOTIVO(IND-ACHADO) TO MOT-MOTIVO
                   MOVE "ACEITO APOS O REENVIO: CONFERIR NO GL"
                       TO MOT-ACAO
                   WRITE REPORT-LINE FROM LINHA-MOTIVO
               END-IF
           ELSE
               IF RET-SITUACAO(IND-ACHADO) = "A"
                       OR RET-SITUACAO(IND-ACHADO) = "R"
                   MOVE RET-SITUACAO(IND-ACHADO) TO GLT-SITUACAO
                   MOVE RET-DATA(IND-ACHADO) TO GLT-DATA-RETORNO
                   MOVE RET-MOTIVO(IND-ACHADO) TO GLT-MOTIVO
               ELSE
                   ADD 1 TO RETORNOS-DIVERGENTES
                   MOVE "SITUACAO DO RETORNO INVALIDA"
                       TO DET-OCORRENCIA
                   PERFORM IMPRIMIR-TRANSMISSAO
               END-IF
               IF RET-REGISTROS(IND-ACHADO) NOT = GLT-REGISTROS
                       OR RET-HASH(IND-ACHADO) NOT = GLT-HASH
                   ADD 1 TO RETORNOS-DIVERGENTES
                   MOVE "CONTAGEM/HASH DIFERENTE DO ENVIADO"
                       TO DET-OCORRENCIA
                   PERFORM IMPRIMIR-TRANSMISSAO
               END-IF
           END-IF.

        APONTAR-REJEICAO.
           MOVE SPACES TO DET-OCORRENCIA
           STRING "REJEITADO PELO GL EM " GLT-DATA-RETORNO
               DELIMITED BY SIZE INTO DET-OCORRENCIA
           END-STRING
           PERFORM IMPRIMIR-TRANSMISSAO
           MOVE GLT-MOTIVO TO MOT-MOTIVO
           MOVE SPACES TO MOT-ACAO
           STRING "REENVIAR: SOMAGLI REENVIO=" GLT-DATA
               DELIMITED BY SIZE INTO MOT-ACAO
           END-STRING
           WRITE REPORT-LINE FROM LINHA-MOTIVO.

      * A CONTAGEM PARA AO ATINGIR O PRAZO: UMA TRANSMISSAO ANTIGA
      * SEM RETORNO NAO PRECISA TER TODOS OS DIAS CONTADOS.
        AVALIAR-PRAZO-DE-RETORNO.
           MOVE ZEROS TO DIAS-SEM-RETORNO
           IF GLT-DATA IS NUMERIC AND GLT-DATA > ZEROS
               MOVE GLT-DATA TO DATA-TRABALHO
               PERFORM CONTAR-DIA-SEM-RETORNO
                   UNTIL DATA-TRABALHO NOT < DATA-DO-MOVIMENTO
                       OR DIAS-SEM-RETORNO NOT < PRAZO-DE-RETORNO
           END-IF
           IF DIAS-SEM-RETORNO NOT < PRAZO-DE-RETORNO
               ADD 1 TO TRANSMISSOES-VENCIDAS
               MOVE SPACES TO DET-OCORRENCIA
               STRING "SEM RETORNO HA " PRAZO-DE-RETORNO
                   " OU MAIS DIAS UTEIS"
                   DELIMITED BY SIZE INTO DET-OCORRENCIA
               END-STRING
               PERFORM IMPRIMIR-TRANSMISSAO
           END-IF.

        CONTAR-DIA-SEM-RETORNO.
           PERFORM AVANCAR-UM-DIA
           IF DATA-TRABALHO < DATA-DO-MOVIMENTO
               PERFORM AVALIAR-DIA-UTIL
               IF NOT E-DIA-NAO-UTIL
                   ADD 1 TO DIAS-SEM-RETORNO
               END-IF
           END-IF.

        IMPRIMIR-TRANSMISSAO.
           MOVE GLT-DATA      TO DET-DATA
           MOVE GLT-ARQUIVO   TO DET-ARQUIVO
           MOVE GLT-SITUACAO  TO DET-SITUACAO
           MOVE GLT-REGISTROS TO DET-REG-ENVIADOS
           MOVE GLT-HASH      TO DET-HASH-ENVIADO
           IF IND-ACHADO > ZEROS
               MOVE RET-REGISTROS(IND-ACHADO) TO DET-REG-RETORNO
               MOVE RET-HASH(IND-ACHADO)      TO DET-HASH-RETORNO
           ELSE
               MOVE ZEROS TO DET-REG-RETORNO
               MOVE ZEROS TO DET-HASH-RETORNO
           END-IF
           WRITE REPORT-LINE FROM LINHA-DETALHE.

      * RETORNO DE UM ARQUIVO QUE NAO CONSTA NO SOMAGLT: NOME
      * TROCADO NO GL OU ARQUIVO ENVIADO POR FORA DA INTERFACE.
        APONTAR-RETORNO-SEM-TRANSMISSAO.
           IF RET-CASADO(IND-RETORNO) = "N"
               ADD 1 TO RETORNOS-SEM-TRANSMISSAO
               MOVE RET-DATA(IND-RETORNO)      TO DET-DATA
               MOVE RET-ARQUIVO(IND-RETORNO)   TO DET-ARQUIVO
               MOVE RET-SITUACAO(IND-RETORNO)  TO DET-SITUACAO
               MOVE ZEROS TO DET-REG-ENVIADOS
               MOVE ZEROS TO DET-HASH-ENVIADO
               MOVE RET-REGISTROS(IND-RETORNO) TO DET-REG-RETORNO
               MOVE RET-HASH(IND-RETORNO)      TO DET-HASH-RETORNO
               MOVE "RETORNO SEM TRANSMISSAO NO SOMAGLT"
                   TO DET-OCORRENCIA
               WRITE REPORT-LINE FROM LINHA-DETALHE
           END-IF.

      * AVALIA A DATA EM DATA-TRABALHO: FIM DE SEMANA OU FERIADO
      * DO CALENDARIO NAO CONTA NO PRAZO.
        AVALIAR-DIA-UTIL.
           MOVE "N" TO DIA-NAO-UTIL
           PERFORM CALCULAR-DIA-DA-SEMANA
           IF E-SABADO OR E-DOMINGO
               SET E-DIA-NAO-UTIL TO TRUE
           ELSE
               PERFORM PROCURAR-NO-CALENDARIO
               IF IND-FERIADO > ZEROS
                   SET E-DIA-NAO-UTIL TO TRUE
               END-IF
           END-IF.

        PROCURAR-NO-CALENDARIO.
           MOVE ZEROS TO IND-FERIADO
           IF QTD-FERIADOS > ZEROS
               PERFORM CONFERIR-FERIADO
                   VARYING IND-BUSCA-FERIADO FROM 1 BY 1
                   UNTIL IND-BUSCA-FERIADO > QTD-FERIADOS
                       OR IND-FERIADO > ZEROS
           END-IF.

        CONFERIR-FERIADO.
           IF FERIADO-DATA(IND-BUSCA-FERIADO) = DATA-TRABALHO
               MOVE IND-BUSCA-FERIADO TO IND-FERIADO
           END-IF.

        CALCULAR-DIA-DA-SEMANA.
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
           DIVIDE DT-ANO BY 4 GIVING QUOCIENTE-BISSEXTO
               REMAINDER RESTO-BISSEXTO
           IF RESTO-BISSEXTO = ZEROS AND DT-MES < 03
               SUBTRACT 1 FROM DIAS-CORRIDOS
           END-IF
           DIVIDE DIAS-CORRIDOS BY 7 GIVING QUOCIENTE-SEMANA
               REMAINDER DIA-DA-SEMANA.

        AVANCAR-UM-DIA.
           PERFORM DEFINIR-DIAS-NO-MES
           IF DT-DIA < DIAS-NO-MES
               ADD 1 TO DT-DIA
           ELSE
               MOVE 1 TO DT-DIA
               IF DT-MES < 12
                   ADD 1 TO DT-MES
               ELSE
                   MOVE 1 TO DT-MES
                   ADD 1 TO DT-ANO
               END-IF
           END-IF.

        DEFINIR-DIAS-NO-MES.
           EVALUATE DT-MES
               WHEN 01 MOVE 31 TO DIAS-NO-MES
               WHEN 02 PERFORM DEFINIR-DIAS-DE-FEVEREIRO
               WHEN 03 MOVE 31 TO DIAS-NO-MES
               WHEN 04 MOVE 30 TO DIAS-NO-MES
               WHEN 05 MOVE 31 TO DIAS-NO-MES
               WHEN 06 MOVE 30 TO DIAS-NO-MES
               WHEN 07 MOVE 31 TO DIAS-NO-MES
               WHEN 08 MOVE 31 TO DIAS-NO-MES
               WHEN 09 MOVE 30 TO DIAS-NO-MES
               WHEN 10 MOVE 31 TO DIAS-NO-MES
               WHEN 11 MOVE 30 TO DIAS-NO-MES
               WHEN 12 MOVE 31 TO DIAS-NO-MES
               WHEN OTHER MOVE 31 TO DIAS-NO-MES
           END-EVALUATE.

        DEFINIR-DIAS-DE-FEVEREIRO.
           DIVIDE DT-ANO BY 4 GIVING QUOCIENTE-BISSEXTO
               REMAINDER RESTO-BISSEXTO
           IF RESTO-BISSEXTO = ZEROS
               MOVE 29 TO DIAS-NO-MES
           ELSE
               MOVE 28 TO DIAS-NO-MES
           END-IF.

        IMPRIMIR-RODAPE.
           MOVE TRANSMISSOES-LIDAS       TO ROD-LIDAS
           MOVE TRANSMISSOES-ACEITAS     TO ROD-ACEITAS
           MOVE TRANSMISSOES-REJEITADAS  TO ROD-REJEITADAS
           MOVE TRANSMISSOES-REENVIADAS  TO ROD-REENVIADAS
           MOVE TRANSMISSOES-PENDENTES   TO ROD-PENDENTES
           MOVE TRANSMISSOES-VENCIDAS    TO ROD-VENCIDAS
           MOVE QTD-RETORNOS             TO ROD-RETORNOS
           MOVE RETORNOS-DIVERGENTES     TO ROD-DIVERGENTES
           MOVE RETORNOS-SEM-TRANSMISSAO TO ROD-SEM-TRANSMISSAO
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
           WRITE REPORT-LINE FROM LINHA-RODAPE-9.

      * A TROCA FINAL, COMO NA CORRECAO DE SUSPENSOS: O SOMAGLT SO
      * E REGRAVADO DEPOIS DO SOMAGLTN COMPLETO E DA LISTAGEM
      * EMITIDA; UMA QUEDA ANTES DAQUI DEIXA O ORIGINAL INTACTO.
        EFETIVAR-REGISTRO-DE-TRANSMISSAO.
           OPEN INPUT TRANSMISSION-NEW
           OPEN OUTPUT TRANSMISSION-LOG
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM LER-TRANSMISSAO-NOVA
           PERFORM DEVOLVER-TRANSMISSAO
               UNTIL FIM-ARQUIVO-ATUAL
           CLOSE TRANSMISSION-NEW
           CLOSE TRANSMISSION-LOG.

        DEVOLVER-TRANSMISSAO.
           MOVE TRANSMISSION-NEW-REC TO TRANSMISSAO-DE-SAIDA
           WRITE TRANSMISSION-LOG-REC FROM TRANSMISSAO-DE-SAIDA
           PERFORM LER-TRANSMISSAO-NOVA.

        LER-TRANSMISSAO-NOVA.
           READ TRANSMISSION-NEW
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        END PROGRAM SOMARET.
