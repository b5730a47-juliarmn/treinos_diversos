      * 02/09/2026 RM  QUANDO O DIA FECHOU EM BALANCO, EM VEZ DE O
      * 02/09/2026 RM  RC=8 SER SO UMA INSTRUCAO VERBAL DE "SEGURAR
      * 02/09/2026 RM  O GL".
      * 15/10/2026 RM  VALORES COM SINAL: SOMAOUT, SOMAGL E SOMAAUD
      * 15/10/2026 RM  TRAZEM DEBITOS E ESTORNOS NEGATIVOS E O TIPO
      * 15/10/2026 RM  DA TRANSACAO, E O TOTAL DO SOMACTL E LIQUIDO.
      * 15/10/2026 RM  OS TOTAIS PASSAM A SER SOMADOS COM SINAL E A
      * 15/10/2026 RM  LINHA DE SOMAAUD E LIDA NA NOVA POSICAO.
      * 15/10/2026 RM  VALORES EM MOEDA COM CENTAVOS: SOMAOUT, SOMAAUD
      * 15/10/2026 RM  E SOMACTL AMPLIADOS; TOTAIS E COMPARACOES COM
      * 15/10/2026 RM  CENTAVOS E COLUNAS DO RELATORIO ALARGADAS.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        01  RESULTS-IN-REC.
            05  RES-TRANS-KEY          PIC 9(06).
            05  FILLER                 PIC X(01).
            05  RES-NUM1               PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  RES-NUM2               PIC 9(07)V99.
            05  FILLER                 PIC X(01).
            05  RES-NUM3               PIC S9(08)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(01).
            05  RES-TIPO               PIC X(01).
        FD  GL-EXTRACT-IN.
        01  GL-EXTRACT-IN-REC.
            05  GLI-TRANS-DATE         PIC 9(08).
            05  GLI-TRANS-KEY          PIC 9(06).
            05  GLI-AMOUNT             PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
            05  GLI-TIPO               PIC X(01).
        FD  AUDIT-LOG-IN.
      * IMAGEM DA LINHA GRAVADA POR GRAVAR-AUDITORIA EM SOMA:
      * OS ROTULOS TEM LARGURA FIXA, ENTAO OS CAMPOS SAO LIDOS
            05  FILLER                 PIC X(07).
            05  AUD-CHAVE              PIC X(06).
            05  FILLER                 PIC X(06).
            05  AUD-NUM1               PIC X(09).
            05  FILLER                 PIC X(06).
            05  AUD-NUM2               PIC X(09).
            05  FILLER                 PIC X(06).
            05  AUD-NUM3               PIC X(11).
            05  AUD-NUM3-R REDEFINES AUD-NUM3
                                       PIC S9(08)V99
                                       SIGN IS LEADING SEPARATE.
            05  FILLER                 PIC X(06).
            05  AUD-TIPO               PIC X(01).
            05  FILLER                 PIC X(08).
            05  AUD-STATUS             PIC X(09).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(100).
        WORKING-STORAGE SECTION.
        77 RES-REGISTROS       PIC 9(08) VALUE ZEROS.
        77 RES-TOTAL           PIC S9(13)V99 VALUE ZEROS.
        77 GL-REGISTROS        PIC 9(08) VALUE ZEROS.
        77 GL-TOTAL            PIC S9(13)V99 VALUE ZEROS.
        77 AUD-POSTADAS        PIC 9(08) VALUE ZEROS.
        77 AUD-REJEITADAS      PIC 9(08) VALUE ZEROS.
        77 AUD-TOTAL           PIC S9(13)V99 VALUE ZEROS.
        77 DIVERGENCIAS        PIC 9(04) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 RES-STATUS          PIC X(02).
        01 GL-STATUS           PIC X(02).
        01 AUD-STATUS-ARQ      PIC X(02).
      * COPIA DO REGISTRO DE CONTROLE, JA QUE O ARQUIVO E FECHADO
      * LOGO APOS A LEITURA E A AREA DO FD DEIXA DE VALER.
        01 CONTROLE-DO-DIA.
            05 CTRL-DATA             PIC 9(08).
            05 CTRL-TRANS-COUNT      PIC 9(06).
            05 CTRL-TRANS-REJEITADAS PIC 9(06).
            05 CTRL-GRAND-TOTAL      PIC S9(11)V99
                                     SIGN IS LEADING SEPARATE.
        01 COMP-ESPERADO       PIC S9(13)V99.
        01 COMP-OBTIDO         PIC S9(13)V99.
        01 COMP-DESCRICAO      PIC X(40).
        01 CABECALHO-1.
            05  FILLER       PIC X(42) VALUE
            05  FILLER       PIC X(12) VALUE " REJEITADAS=".
            05  CAB-REJEITADAS PIC ZZZ,ZZ9.
            05  FILLER       PIC X(07) VALUE " TOTAL=".
            05  CAB-TOTAL    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
        01 LINHA-COMPARACAO.
            05  CMP-DESCRICAO PIC X(40).
            05  CMP-ESPERADO PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  CMP-OBTIDO   PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
            05  FILLER       PIC X(02) VALUE SPACES.
            05  CMP-RESULTADO PIC X(10).
        01 LINHA-RESULTADO.
           IF AUD-DATA = CTRL-DATA
               IF AUD-STATUS = "POSTADA  "
                   ADD 1 TO AUD-POSTADAS
                   IF AUD-NUM3-R IS NUMERIC
                       ADD AUD-NUM3-R TO AUD-TOTAL
                   END-IF
               ELSE
                   IF AUD-STATUS = "REJEITADA"
