      * 02/09/2026 RM  ENVIADOS A CONTABILIDADE. DIA JA PRESENTE NO
      * 02/09/2026 RM  REGISTRO TERMINA COM RC=4 SEM GERAR DE NOVO,
      * 02/09/2026 RM  PARA REEXECUCAO NAO TRANSMITIR EM DOBRO.
      * 15/10/2026 RM  O SOMAGL PASSA A TRAZER O VALOR COM SINAL E O
      * 15/10/2026 RM  TIPO DA TRANSACAO (27 POSICOES): O DETALHE
      * 15/10/2026 RM  SEGUE INTEIRO PARA O GL, E O HASH DO TRAILER
      * 15/10/2026 RM  E DO REGISTRO SOMAGLT PASSA A SER A SOMA COM
      * 15/10/2026 RM  SINAL DOS VALORES (LIQUIDO DO DIA).
      * 15/10/2026 RM  LAYOUT DO SOMAGLT PASSA AO COPYBOOK GLTREC, COM
      * 15/10/2026 RM  A SITUACAO DO RETORNO DO GL (SOMARET). NOVO
      * 15/10/2026 RM  PARAMETRO REENVIO=AAAAMMDD: REENVIA UM DIA
      * 15/10/2026 RM  REJEITADO PELO GL A PARTIR DO ARQUIVO DE
      * 15/10/2026 RM  INTERFACE ORIGINAL, SO SE A ULTIMA TRANSMISSAO
      * 15/10/2026 RM  DO DIA ESTIVER REJEITADA E O ARQUIVO AINDA
      * 15/10/2026 RM  CONFERIR COM O QUE FOI REGISTRADO. O REENVIO
      * 15/10/2026 RM  GANHA NOME PROPRIO (SOMAGLI+AAAAMMDD+RNN) E
      * 15/10/2026 RM  LINHA NOVA NO SOMAGLT; A REJEITADA FICA "S".
      * 15/10/2026 RM  LINHA DO REENVIO MONTADA NA WORKING-STORAGE
      * 15/10/2026 RM  (REENVIO-DE-SAIDA), NAO NA AREA DO FD DO SOMAGLT
      * 15/10/2026 RM  JA FECHADO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT TRANSMISSION-LOG ASSIGN TO "SOMAGLT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GLT-STATUS.
            SELECT TRANSMISSION-NEW ASSIGN TO "SOMAGLTN"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS GLTN-STATUS.
            SELECT GL-INTERFACE-ORIGINAL
                ASSIGN TO DYNAMIC ARQUIVO-ORIGINAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS ORIG-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  BALANCE-CONTROL.
        01  GL-EXTRACT-IN-REC.
            05  GLI-TRANS-DATE         PIC 9(08).
            05  GLI-TRANS-KEY          PIC 9(06).
            05  GLI-AMOUNT             PIC S9(09)V99
                                       SIGN IS LEADING SEPARATE.
            05  GLI-TIPO               PIC X(01).
        FD  GL-INTERFACE.
        01  GL-INTERFACE-REC PIC X(40).
        FD  TRANSMISSION-LOG.
           COPY GLTREC.
        FD  TRANSMISSION-NEW.
        01  TRANSMISSION-NEW-REC PIC X(116).
        FD  GL-INTERFACE-ORIGINAL.
        01  GL-ORIGINAL-REC PIC X(40).
        WORKING-STORAGE SECTION.
        77 REGISTROS-DO-FEED   PIC 9(08) VALUE ZEROS.
        77 HASH-DOS-VALORES    PIC S9(13)V99 VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 BAL-STATUS          PIC X(02).
        01 GL-STATUS           PIC X(02).
        01 GLI-STATUS          PIC X(02).
        01 GLT-STATUS          PIC X(02).
        01 GLTN-STATUS         PIC X(02).
        01 ORIG-STATUS         PIC X(02).
        01 PARM-ENTRADA        PIC X(20).
        01 ARQUIVO-INTERFACE   PIC X(20).
        01 HORA-DO-SISTEMA     PIC 9(08).
        01 DIA-JA-LIBERADO     PIC X(01) VALUE "N".
            05  HDR-DATA     PIC 9(08).
        01 REGISTRO-DETALHE.
            05  FILLER       PIC X(01) VALUE "D".
            05  DET-CONTEUDO PIC X(27).
        01 REGISTRO-TRAILER.
            05  FILLER       PIC X(01) VALUE "T".
            05  TRL-REGISTROS PIC 9(08).
            05  TRL-HASH     PIC S9(13)V99
                                 SIGN IS LEADING SEPARATE.
      * REENVIO DE DIA REJEITADO PELO GL (REENVIO=AAAAMMDD): O
      * SOMAGL DAQUELE DIA JA FOI SUBSTITUIDO PELOS DIAS SEGUINTES,
      * ENTAO A FONTE E O ARQUIVO DE INTERFACE ORIGINAL, CONFERIDO
      * CONTRA O QUE O SOMAGLT DIZ QUE FOI ENVIADO ANTES DE GERAR
      * A COPIA COM O NOME DO REENVIO.
        01 DATA-DO-REENVIO     PIC 9(08) VALUE ZEROS.
        01 ENVIOS-DO-DIA       PIC 9(02) VALUE ZEROS.
        01 SEQUENCIA-REENVIO   PIC 9(02) VALUE ZEROS.
        01 ULTIMA-SITUACAO     PIC X(01) VALUE SPACE.
            88 ULTIMA-REJEITADA VALUE "R".
        01 ULTIMO-ARQUIVO      PIC X(20) VALUE SPACES.
        01 ARQUIVO-ORIGINAL    PIC X(20) VALUE SPACES.
        01 REGISTROS-ORIGINAIS PIC 9(08) VALUE ZEROS.
        01 HASH-ORIGINAL       PIC S9(13)V99 VALUE ZEROS.
        01 REGISTROS-DO-TRAILER PIC 9(08) VALUE ZEROS.
        01 HASH-DO-TRAILER     PIC S9(13)V99 VALUE ZEROS.
        01 DATA-DO-HEADER      PIC 9(08) VALUE ZEROS.
        01 ORIGINAL-CONFERE    PIC X(01) VALUE "S".
            88 ORIGINAL-OK     VALUE "S".
        01 REGISTRO-LIDO       PIC X(40).
        01 REGISTRO-LIDO-HEADER REDEFINES REGISTRO-LIDO.
            05  LID-TIPO-REGISTRO PIC X(01).
            05  LID-HDR-DATA      PIC 9(08).
            05  FILLER            PIC X(31).
        01 REGISTRO-LIDO-DETALHE REDEFINES REGISTRO-LIDO.
            05  FILLER            PIC X(01).
            05  LID-CONTEUDO.
                10  LID-TRANS-DATE PIC 9(08).
                10  LID-TRANS-KEY  PIC 9(06).
                10  LID-AMOUNT     PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
                10  LID-TIPO       PIC X(01).
            05  FILLER            PIC X(12).
        01 REGISTRO-LIDO-TRAILER REDEFINES REGISTRO-LIDO.
            05  FILLER            PIC X(01).
            05  LID-TRL-REGISTROS PIC 9(08).
            05  LID-TRL-HASH      PIC S9(13)V99
                                  SIGN IS LEADING SEPARATE.
            05  FILLER            PIC X(15).
      * LINHA DO SOMAGLT MONTADA NA WORKING-STORAGE PARA A
      * REGRAVACAO VIA SOMAGLTN.
        01 TRANSMISSAO-DE-SAIDA PIC X(116).
      * LINHA DO REENVIO NO LAYOUT DO GLTREC, MONTADA NA
      * WORKING-STORAGE: QUANDO ELA E GRAVADA NO SOMAGLTN O SOMAGLT
      * JA FOI FECHADO E A AREA DO SEU FD NAO PODE SER USADA.
        01 REENVIO-DE-SAIDA.
            05 REE-DATA            PIC 9(08).
            05 FILLER              PIC X(01).
            05 REE-ARQUIVO         PIC X(20).
            05 FILLER              PIC X(01).
            05 REE-REGISTROS       PIC 9(08).
            05 FILLER              PIC X(01).
            05 REE-HASH            PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
            05 FILLER              PIC X(01).
            05 REE-HORA            PIC 9(08).
            05 FILLER              PIC X(01).
            05 REE-SITUACAO        PIC X(01).
            05 FILLER              PIC X(01).
            05 REE-DATA-RETORNO    PIC X(08).
            05 FILLER              PIC X(01).
            05 REE-MOTIVO          PIC X(40).
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           ACCEPT PARM-ENTRADA FROM COMMAND-LINE
           IF PARM-ENTRADA(1:8) = "REENVIO="
               PERFORM REENVIAR-DIA-REJEITADO
               GOBACK
           END-IF
           OPEN INPUT BALANCE-CONTROL
           IF BAL-STATUS NOT = "00"
               DISPLAY "RESULTADO DO BALANCO (SOMABALC) INDISPONIVEL"
           WRITE TRANSMISSION-LOG-REC
           CLOSE TRANSMISSION-LOG.

      * O REENVIO SO SAI SOB CONTROLE: O DIA TEM DE CONSTAR NO
      * SOMAGLT, A ULTIMA TRANSMISSAO DELE TEM DE ESTAR REJEITADA
      * PELO GL (SOMARET) E O ARQUIVO ORIGINAL TEM DE FECHAR COM O
      * TRAILER E COM A CONTAGEM E O HASH REGISTRADOS NA PRIMEIRA
      * LIBERACAO. QUALQUER OUTRA SITUACAO E RECUSADA COM RC=8,
      * SEM GERAR NADA: NAO SE REENVIA O QUE O GL ACEITOU OU AINDA
      * NAO RESPONDEU.
        REENVIAR-DIA-REJEITADO.
           IF PARM-ENTRADA(9:8) IS NOT NUMERIC
               DISPLAY "REENVIO SEM DATA VALIDA (USAR"
                   " REENVIO=AAAAMMDD): REENVIO CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PARM-ENTRADA(9:8) TO DATA-DO-REENVIO
           PERFORM CONFERIR-DIA-REJEITADO
           IF ENVIOS-DO-DIA = ZEROS
               DISPLAY "DIA " DATA-DO-REENVIO " NAO CONSTA NO"
                   " REGISTRO DE TRANSMISSAO SOMAGLT: REENVIO"
                   " RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF NOT ULTIMA-REJEITADA
               DISPLAY "ULTIMA TRANSMISSAO DO DIA " DATA-DO-REENVIO
                   " (" ULTIMO-ARQUIVO ") NAO ESTA REJEITADA PELO"
                   " GL (SITUACAO '" ULTIMA-SITUACAO "'): REENVIO"
                   " RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF ENVIOS-DO-DIA > 98
               DISPLAY "DIA " DATA-DO-REENVIO " JA TEM " ENVIOS-DO-DIA
                   " TRANSMISSOES: REENVIO RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM CONFERIR-ARQUIVO-ORIGINAL
           IF NOT ORIGINAL-OK
               DISPLAY "ARQUIVO ORIGINAL " ARQUIVO-ORIGINAL
                   " NAO CONFERE COM O SOMAGLT (" REGISTROS-DO-FEED
                   " REGISTROS LIDOS, " REGISTROS-ORIGINAIS
                   " ENVIADOS): REENVIO RECUSADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ENVIOS-DO-DIA TO SEQUENCIA-REENVIO
           MOVE SPACES TO ARQUIVO-INTERFACE
           STRING "SOMAGLI" DATA-DO-REENVIO "R" SEQUENCIA-REENVIO
               DELIMITED BY SIZE INTO ARQUIVO-INTERFACE
           END-STRING
           PERFORM GERAR-ARQUIVO-DE-REENVIO
           PERFORM REGRAVAR-REGISTRO-DE-TRANSMISSAO
           DISPLAY "DIA " DATA-DO-REENVIO " REENVIADO AO GL: "
               ARQUIVO-INTERFACE " COM " REGISTROS-DO-FEED
               " REGISTROS (SUBSTITUI " ULTIMO-ARQUIVO ")".

      * A PRIMEIRA LINHA DO DIA E A LIBERACAO ORIGINAL: DELA VEM O
      * ARQUIVO FONTE E A CONTAGEM/HASH A CONFERIR. A ULTIMA DIZ A
      * SITUACAO ATUAL DO DIA NO GL.
        CONFERIR-DIA-REJEITADO.
           OPEN INPUT TRANSMISSION-LOG
           IF GLT-STATUS = "00"
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-TRANSMISSAO
               PERFORM AVALIAR-TRANSMISSAO-DO-DIA
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE TRANSMISSION-LOG
           END-IF.

        AVALIAR-TRANSMISSAO-DO-DIA.
           IF GLT-DATA = DATA-DO-REENVIO
               ADD 1 TO ENVIOS-DO-DIA
               IF ENVIOS-DO-DIA = 1
                   MOVE GLT-ARQUIVO   TO ARQUIVO-ORIGINAL
                   MOVE GLT-REGISTROS TO REGISTROS-ORIGINAIS
                   MOVE GLT-HASH      TO HASH-ORIGINAL
               END-IF
               MOVE GLT-ARQUIVO  TO ULTIMO-ARQUIVO
               MOVE GLT-SITUACAO TO ULTIMA-SITUACAO
           END-IF
           PERFORM LER-TRANSMISSAO.

        CONFERIR-ARQUIVO-ORIGINAL.
           OPEN INPUT GL-INTERFACE-ORIGINAL
           IF ORIG-STATUS NOT = "00"
               DISPLAY "ARQUIVO DE INTERFACE ORIGINAL "
                   ARQUIVO-ORIGINAL " INDISPONIVEL (STATUS "
                   ORIG-STATUS "): REENVIO CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROS TO REGISTROS-DO-FEED
           MOVE ZEROS TO HASH-DOS-VALORES
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM LER-ARQUIVO-ORIGINAL
           PERFORM SOMAR-REGISTRO-ORIGINAL
               UNTIL FIM-ARQUIVO-ATUAL
           CLOSE GL-INTERFACE-ORIGINAL
           IF DATA-DO-HEADER NOT = DATA-DO-REENVIO
                   OR REGISTROS-DO-FEED NOT = REGISTROS-DO-TRAILER
                   OR HASH-DOS-VALORES NOT = HASH-DO-TRAILER
                   OR REGISTROS-DO-FEED NOT = REGISTROS-ORIGINAIS
                   OR HASH-DOS-VALORES NOT = HASH-ORIGINAL
               MOVE "N" TO ORIGINAL-CONFERE
           END-IF.

        SOMAR-REGISTRO-ORIGINAL.
           EVALUATE LID-TIPO-REGISTRO
               WHEN "H"
                   MOVE LID-HDR-DATA TO DATA-DO-HEADER
               WHEN "D"
                   ADD 1 TO REGISTROS-DO-FEED
                   ADD LID-AMOUNT TO HASH-DOS-VALORES
               WHEN "T"
                   MOVE LID-TRL-REGISTROS TO REGISTROS-DO-TRAILER
                   MOVE LID-TRL-HASH      TO HASH-DO-TRAILER
               WHEN OTHER
                   MOVE "N" TO ORIGINAL-CONFERE
           END-EVALUATE
           PERFORM LER-ARQUIVO-ORIGINAL.

        LER-ARQUIVO-ORIGINAL.
           READ GL-INTERFACE-ORIGINAL INTO REGISTRO-LIDO
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * O REENVIO E COPIA FIEL DO ORIGINAL (HEADER, DETALHES E
      * TRAILER), SO COM OUTRO NOME DE ARQUIVO.
        GERAR-ARQUIVO-DE-REENVIO.
           OPEN INPUT GL-INTERFACE-ORIGINAL
           OPEN OUTPUT GL-INTERFACE
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM LER-ARQUIVO-ORIGINAL
           PERFORM COPIAR-REGISTRO-ORIGINAL
               UNTIL FIM-ARQUIVO-ATUAL
           CLOSE GL-INTERFACE-ORIGINAL
           CLOSE GL-INTERFACE.

        COPIAR-REGISTRO-ORIGINAL.
           WRITE GL-INTERFACE-REC FROM REGISTRO-LIDO
           PERFORM LER-ARQUIVO-ORIGINAL.

      * O SOMAGLT E REGRAVADO VIA SOMAGLTN, COMO O SOMASUSP NA
      * CORRECAO: A TRANSMISSAO REJEITADA PASSA A "S" (SUBSTITUIDA)
      * E O REENVIO ENTRA NO FIM, SEM RETORNO AINDA.
        REGRAVAR-REGISTRO-DE-TRANSMISSAO.
           OPEN INPUT TRANSMISSION-LOG
           OPEN OUTPUT TRANSMISSION-NEW
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM LER-TRANSMISSAO
           PERFORM COPIAR-TRANSMISSAO
               UNTIL FIM-ARQUIVO-ATUAL
           CLOSE TRANSMISSION-LOG
           ACCEPT HORA-DO-SISTEMA FROM TIME
           MOVE SPACES TO REENVIO-DE-SAIDA
           MOVE DATA-DO-REENVIO   TO REE-DATA
           MOVE ARQUIVO-INTERFACE TO REE-ARQUIVO
           MOVE REGISTROS-DO-FEED TO REE-REGISTROS
           MOVE HASH-DOS-VALORES  TO REE-HASH
           MOVE HORA-DO-SISTEMA   TO REE-HORA
           WRITE TRANSMISSION-NEW-REC FROM REENVIO-DE-SAIDA
           CLOSE TRANSMISSION-NEW
           OPEN INPUT TRANSMISSION-NEW
           OPEN OUTPUT TRANSMISSION-LOG
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM LER-TRANSMISSAO-NOVA
           PERFORM DEVOLVER-TRANSMISSAO
               UNTIL FIM-ARQUIVO-ATUAL
           CLOSE TRANSMISSION-NEW
           CLOSE TRANSMISSION-LOG.

        COPIAR-TRANSMISSAO.
           IF GLT-DATA = DATA-DO-REENVIO
                   AND GLT-ARQUIVO = ULTIMO-ARQUIVO
               SET GLT-REENVIADO TO TRUE
           END-IF
           MOVE TRANSMISSION-LOG-REC TO TRANSMISSAO-DE-SAIDA
           WRITE TRANSMISSION-NEW-REC FROM TRANSMISSAO-DE-SAIDA
           PERFORM LER-TRANSMISSAO.

        DEVOLVER-TRANSMISSAO.
           MOVE TRANSMISSION-NEW-REC TO TRANSMISSAO-DE-SAIDA
           WRITE TRANSMISSION-LOG-REC FROM TRANSMISSAO-DE-SAIDA
           PERFORM LER-TRANSMISSAO-NOVA.

        LER-TRANSMISSAO-NOVA.
           READ TRANSMISSION-NEW
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        END PROGRAM SOMAGLI.
