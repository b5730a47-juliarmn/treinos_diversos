      ******************************************************
      * GLTREC.CPY
      * REGISTRO DE TRANSMISSAO DO FEED DO GL (ARQUIVO SOMAGLT):
      * UMA LINHA POR ARQUIVO DE INTERFACE ENVIADO, COM A DATA
      * DE MOVIMENTO, O NOME DO ARQUIVO, A CONTAGEM E O HASH DO
      * TRAILER E A HORA DA LIBERACAO. GRAVADO POR SOMAGLI A
      * CADA LIBERACAO E REGRAVADO POR SOMARET, QUE CASA O
      * RETORNO DO GL E MARCA A SITUACAO DA TRANSMISSAO:
      * BRANCO OU P = SEM RETORNO AINDA, A = ACEITO PELO GL,
      * R = REJEITADO PELO GL, S = REJEITADO E JA SUBSTITUIDO
      * POR UM REENVIO (SOMAGLI REENVIO=AAAAMMDD). O REENVIO E
      * UMA LINHA NOVA, COM O ARQUIVO SOMAGLI+AAAAMMDD+RNN.
      * LINHAS GRAVADAS ANTES DA SITUACAO EXISTIR SAO LIDAS COM
      * A SITUACAO EM BRANCO, ISTO E, SEM RETORNO.
      * O HASH TEM SINAL (LEADING SEPARATE) DESDE OS TIPOS DE
      * TRANSACAO C/D/E. LINHAS DE 63 POSICOES, DE ANTES DISSO,
      * TEM O HASH SEM SINAL E PRECISAM DE CONVERSAO UNICA ANTES
      * DA PRIMEIRA RODADA: INSERIR "+" NA POSICAO 40, ANTES DO
      * HASH; SEM ISSO HASH E HORA SAO LIDOS UMA POSICAO FORA.
      * 02/09/2026 RM  LAYOUT ORIGINAL (DENTRO DE SOMAGLI).
      * 15/10/2026 RM  CRIACAO DO COPYBOOK; SITUACAO, DATA E
      * 15/10/2026 RM  MOTIVO DO RETORNO DO GL.
      * 15/10/2026 RM  DOCUMENTADA A CONVERSAO DAS LINHAS DE HASH SEM
      * 15/10/2026 RM  SINAL.
      ******************************************************
       01  TRANSMISSION-LOG-REC.
           05  GLT-DATA                    PIC 9(08).
           05  FILLER                      PIC X(01).
           05  GLT-ARQUIVO                 PIC X(20).
           05  FILLER                      PIC X(01).
           05  GLT-REGISTROS               PIC 9(08).
           05  FILLER                      PIC X(01).
           05  GLT-HASH                    PIC S9(13)V99
                                           SIGN IS LEADING SEPARATE.
           05  FILLER                      PIC X(01).
           05  GLT-HORA                    PIC 9(08).
           05  FILLER                      PIC X(01).
           05  GLT-SITUACAO                PIC X(01).
               88  GLT-SEM-RETORNO         VALUE " " "P".
               88  GLT-ACEITO              VALUE "A".
               88  GLT-REJEITADO           VALUE "R".
               88  GLT-REENVIADO           VALUE "S".
           05  FILLER                      PIC X(01).
           05  GLT-DATA-RETORNO            PIC X(08).
           05  FILLER                      PIC X(01).
           05  GLT-MOTIVO                  PIC X(40).
