        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTDUP.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. JOB PERIODICO DE SUSPEITOS
      * 15/10/2026 RM  DE DUPLICIDADE NO MESTRE CUSTMSTR: LISTA EM
      * 15/10/2026 RM  CUSTDUPR OS GRUPOS DE CLIENTES COM O MESMO NOME
      * 15/10/2026 RM  E OS GRUPOS COM O MESMO ENDERECO E NOME
      * 15/10/2026 RM  PARECIDO (MESMAS OITO PRIMEIRAS LETRAS), SEM
      * 15/10/2026 RM  CONTAR BRANCOS E PONTUACAO -- O MESMO CRITERIO
      * 15/10/2026 RM  QUE A MANUTENCAO (TESTE) USA PARA AVISAR NA
      * 15/10/2026 RM  INCLUSAO. SO LISTA: A LIMPEZA E FEITA PELA
      * 15/10/2026 RM  AGENCIA, PELO CAMINHO NORMAL DA MANUTENCAO.
      * 15/10/2026 RM  TERMINA COM RC=4 QUANDO HA SUSPEITOS E RC=12
      * 15/10/2026 RM  SEM O MESTRE OU SEM A DATA DE MOVIMENTO.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT REPORT-OUT ASSIGN TO "CUSTDUPR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
            SELECT SORT-WORK ASSIGN TO "CUSTDUPW".
        DATA DIVISION.
        FILE SECTION.
        FD  CUSTOMER-MASTER.
           COPY CUSTREC.
      * CADA CLIENTE VIRA UM REGISTRO DE ORDENACAO COM A CHAVE DE
      * COMPARACAO DA PASSADA: NA PRIMEIRA, O NOME NORMALIZADO; NA
      * SEGUNDA, O ENDERECO NORMALIZADO SEGUIDO DAS OITO PRIMEIRAS
      * LETRAS DO NOME. EM ORDEM DE CHAVE, OS SUSPEITOS FICAM
      * JUNTOS.
        SD  SORT-WORK.
        01  SORT-WORK-REC.
            05  SRT-CHAVE             PIC X(48).
            05  SRT-CLIENTE.
                10  SRT-ID            PIC 9(06).
                10  SRT-NOME          PIC X(30).
                10  SRT-ENDERECO      PIC X(40).
                10  SRT-SITUACAO      PIC X(01).
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        WORKING-STORAGE SECTION.
        77 CLIENTES-LIDOS      PIC 9(06) VALUE ZEROS.
        77 GRUPOS-POR-NOME     PIC 9(06) VALUE ZEROS.
        77 GRUPOS-POR-ENDERECO PIC 9(06) VALUE ZEROS.
        77 CLIENTES-NOS-GRUPOS PIC 9(06) VALUE ZEROS.
        77 LIMITE-GRUPO        PIC 9(02) VALUE 50.
        77 QTD-NO-GRUPO        PIC 9(06) VALUE ZEROS.
        77 IND-GRUPO           PIC 9(02) VALUE ZEROS.
        77 IND-ORIGEM          PIC 9(02) VALUE ZEROS.
        77 IND-DESTINO         PIC 9(02) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-MESTRE VALUE "S".
        01 MSTR-STATUS         PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 PASSADA             PIC X(01).
            88 PASSADA-POR-NOME     VALUE "N".
            88 PASSADA-POR-ENDERECO VALUE "E".
        01 FIM-DA-ORDENACAO    PIC X(01).
            88 ORDENACAO-ESGOTADA VALUE "S".
        01 CHAVE-DA-VEZ        PIC X(48).
      * NOME E ENDERECO SEM BRANCOS E SEM PONTUACAO, PARA "J. DA
      * SILVA" E "J DA SILVA" SEREM O MESMO NOME.
        01 TEXTO-ORIGEM        PIC X(40).
        01 TEXTO-NORMALIZADO   PIC X(40).
        01 CARACTERE           PIC X(01).
            88 CARACTERE-IGNORADO VALUE SPACE "." "," "-" "/" "'".
        01 NOME-CHAVE          PIC X(30).
        01 ENDERECO-CHAVE      PIC X(40).
        01 TABELA-GRUPO.
            05 GRUPO-ENT OCCURS 50 TIMES PIC X(77).
        01 CLIENTE-DO-GRUPO.
            05 GRP-ID          PIC 9(06).
            05 GRP-NOME        PIC X(30).
            05 GRP-ENDERECO    PIC X(40).
            05 GRP-SITUACAO    PIC X(01).
        01 CABECALHO-1.
            05  FILLER       PIC X(50) VALUE
                "CLIENTES SUSPEITOS DE DUPLICIDADE - MOVIMENTO ".
            05  CAB-DATA     PIC 9(08).
        01 CABECALHO-NOME.
            05  FILLER       PIC X(40) VALUE
                "*** CLIENTES COM O MESMO NOME".
        01 CABECALHO-ENDERECO.
            05  FILLER       PIC X(50) VALUE
                "*** CLIENTES NO MESMO ENDERECO, NOME PARECIDO".
        01 LINHA-GRUPO.
            05  FILLER       PIC X(06) VALUE "GRUPO ".
            05  GRU-NUMERO   PIC ZZZZZ9.
            05  FILLER       PIC X(02) VALUE " -".
            05  GRU-QTD      PIC ZZZ,ZZ9.
            05  FILLER       PIC X(09) VALUE " CLIENTES".
        01 LINHA-DETALHE.
            05  FILLER       PIC X(04) VALUE SPACES.
            05  DET-ID       PIC 9(06).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-NOME     PIC X(30).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  DET-ENDERECO PIC X(40).
            05  FILLER       PIC X(05) VALUE " SIT=".
            05  DET-SITUACAO PIC X(01).
        01 LINHA-EXCEDENTE.
            05  FILLER       PIC X(10) VALUE "    MAIS ".
            05  EXC-QTD      PIC ZZZ,ZZ9.
            05  FILLER       PIC X(31) VALUE
                " CLIENTES DO GRUPO NAO LISTADOS".
        01 LINHA-EM-BRANCO     PIC X(01) VALUE SPACE.
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES LIDOS..........:".
            05  ROD-LIDOS    PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "GRUPOS POR NOME.........:".
            05  ROD-POR-NOME PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "GRUPOS POR ENDERECO.....:".
            05  ROD-POR-ENDERECO PIC ZZZ,ZZ9.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "CLIENTES NOS GRUPOS.....:".
            05  ROD-NOS-GRUPOS PIC ZZZ,ZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           OPEN INPUT CUSTOMER-MASTER
           IF MSTR-STATUS NOT = "00"
               DISPLAY "MESTRE DE CLIENTES INDISPONIVEL (STATUS "
                   MSTR-STATUS "): RELATORIO CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REPORT-OUT
           MOVE DATA-DO-MOVIMENTO TO CAB-DATA
           WRITE REPORT-LINE FROM CABECALHO-1
           SET PASSADA-POR-NOME TO TRUE
           WRITE REPORT-LINE FROM LINHA-EM-BRANCO
           WRITE REPORT-LINE FROM CABECALHO-NOME
           PERFORM ORDENAR-CLIENTES
           SET PASSADA-POR-ENDERECO TO TRUE
           WRITE REPORT-LINE FROM LINHA-EM-BRANCO
           WRITE REPORT-LINE FROM CABECALHO-ENDERECO
           PERFORM ORDENAR-CLIENTES
           PERFORM IMPRIMIR-RODAPE
           CLOSE CUSTOMER-MASTER
           CLOSE REPORT-OUT
           DISPLAY "SUSPEITOS DE DUPLICIDADE: " GRUPOS-POR-NOME
               " GRUPOS POR NOME, " GRUPOS-POR-ENDERECO
               " POR ENDERECO, EM " CLIENTES-LIDOS " CLIENTES"
           IF GRUPOS-POR-NOME > ZEROS
                   OR GRUPOS-POR-ENDERECO > ZEROS
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS NOT = "00"
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL"
                   " (STATUS " BIZ-STATUS "): RELATORIO CANCELADO"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           READ BUSINESS-DATE
               AT END
                   DISPLAY "CONTROLE DE DATA (BIZDATE) VAZIO:"
                       " RELATORIO CANCELADO"
                   CLOSE BUSINESS-DATE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * UMA ORDENACAO POR PASSADA; O MESTRE E LIDO INTEIRO NAS
      * DUAS, EM ORDEM DE CHAVE.
        ORDENAR-CLIENTES.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CHAVE SRT-ID
               INPUT PROCEDURE IS SEPARAR-CLIENTES
               OUTPUT PROCEDURE IS AGRUPAR-SUSPEITOS
           IF SORT-RETURN NOT = ZEROS
               DISPLAY "ORDENACAO DOS CLIENTES FALHOU (SORT-RETURN "
                   SORT-RETURN "): RELATORIO CANCELADO"
               CLOSE CUSTOMER-MASTER
               CLOSE REPORT-OUT
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

      ******************************************************
      * ENTRADA DA ORDENACAO: UM REGISTRO POR CLIENTE COM A
      * CHAVE DA PASSADA. NOME OU ENDERECO QUE FICA EM BRANCO
      * DEPOIS DE NORMALIZADO NAO SE COMPARA COM NADA.
      ******************************************************
        SEPARAR-CLIENTES.
           MOVE "N" TO FIM-DE-ARQUIVO
           PERFORM POSICIONAR-MESTRE
           IF NOT FIM-ARQUIVO-MESTRE
               PERFORM LER-PROXIMO-CLIENTE
           END-IF
           PERFORM SEPARAR-CLIENTE
               UNTIL FIM-ARQUIVO-MESTRE.

        POSICIONAR-MESTRE.
           MOVE ZEROS TO CUSTOMER-ID
           START CUSTOMER-MASTER KEY NOT < CUSTOMER-ID
               INVALID KEY SET FIM-ARQUIVO-MESTRE TO TRUE
           END-START.

        SEPARAR-CLIENTE.
           MOVE CUSTOMER-NAME TO TEXTO-ORIGEM
           PERFORM NORMALIZAR-TEXTO
           MOVE TEXTO-NORMALIZADO TO NOME-CHAVE
           MOVE ADDRESS-LINE TO TEXTO-ORIGEM
           PERFORM NORMALIZAR-TEXTO
           MOVE TEXTO-NORMALIZADO TO ENDERECO-CHAVE
           MOVE CUSTOMER-ID   TO SRT-ID
           MOVE CUSTOMER-NAME TO SRT-NOME
           MOVE ADDRESS-LINE  TO SRT-ENDERECO
           MOVE STATUS-CODE   TO SRT-SITUACAO
           MOVE SPACES TO SRT-CHAVE
           IF PASSADA-POR-NOME
               ADD 1 TO CLIENTES-LIDOS
               IF NOME-CHAVE NOT = SPACES
                   MOVE NOME-CHAVE TO SRT-CHAVE
                   RELEASE SORT-WORK-REC
               END-IF
           ELSE
               IF ENDERECO-CHAVE NOT = SPACES
                   MOVE ENDERECO-CHAVE  TO SRT-CHAVE(1:40)
                   MOVE NOME-CHAVE(1:8) TO SRT-CHAVE(41:8)
                   RELEASE SORT-WORK-REC
               END-IF
           END-IF
           PERFORM LER-PROXIMO-CLIENTE.

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

        LER-PROXIMO-CLIENTE.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END SET FIM-ARQUIVO-MESTRE TO TRUE
           END-READ.

      ******************************************************
      * SAIDA DA ORDENACAO: JUNTA OS CLIENTES DE MESMA CHAVE E
      * LISTA O GRUPO QUANDO TEM MAIS DE UM. GRUPO MAIOR QUE A
      * TABELA SAI COM OS PRIMEIROS E A CONTAGEM DO RESTO.
      ******************************************************
        AGRUPAR-SUSPEITOS.
           MOVE "N" TO FIM-DA-ORDENACAO
           PERFORM RETORNAR-CLIENTE
           PERFORM AGRUPAR-CHAVE
               UNTIL ORDENACAO-ESGOTADA.

        RETORNAR-CLIENTE.
           RETURN SORT-WORK
               AT END SET ORDENACAO-ESGOTADA TO TRUE
           END-RETURN.

        AGRUPAR-CHAVE.
           MOVE SRT-CHAVE TO CHAVE-DA-VEZ
           MOVE ZEROS TO QTD-NO-GRUPO
           PERFORM GUARDAR-CLIENTE-DO-GRUPO
               UNTIL ORDENACAO-ESGOTADA
                  OR SRT-CHAVE NOT = CHAVE-DA-VEZ
           IF QTD-NO-GRUPO > 1
               PERFORM IMPRIMIR-GRUPO
           END-IF.

        GUARDAR-CLIENTE-DO-GRUPO.
           ADD 1 TO QTD-NO-GRUPO
           IF QTD-NO-GRUPO NOT > LIMITE-GRUPO
               MOVE SRT-CLIENTE TO GRUPO-ENT(QTD-NO-GRUPO)
           END-IF
           PERFORM RETORNAR-CLIENTE.

        IMPRIMIR-GRUPO.
           IF PASSADA-POR-NOME
               ADD 1 TO GRUPOS-POR-NOME
               MOVE GRUPOS-POR-NOME TO GRU-NUMERO
           ELSE
               ADD 1 TO GRUPOS-POR-ENDERECO
               MOVE GRUPOS-POR-ENDERECO TO GRU-NUMERO
           END-IF
           ADD QTD-NO-GRUPO TO CLIENTES-NOS-GRUPOS
           MOVE QTD-NO-GRUPO TO GRU-QTD
           WRITE REPORT-LINE FROM LINHA-GRUPO
           PERFORM IMPRIMIR-CLIENTE-DO-GRUPO
               VARYING IND-GRUPO FROM 1 BY 1
               UNTIL IND-GRUPO > QTD-NO-GRUPO
                  OR IND-GRUPO > LIMITE-GRUPO
           IF QTD-NO-GRUPO > LIMITE-GRUPO
               COMPUTE EXC-QTD = QTD-NO-GRUPO - LIMITE-GRUPO
               WRITE REPORT-LINE FROM LINHA-EXCEDENTE
           END-IF.

        IMPRIMIR-CLIENTE-DO-GRUPO.
           MOVE GRUPO-ENT(IND-GRUPO) TO CLIENTE-DO-GRUPO
           MOVE GRP-ID       TO DET-ID
           MOVE GRP-NOME     TO DET-NOME
           MOVE GRP-ENDERECO TO DET-ENDERECO
           MOVE GRP-SITUACAO TO DET-SITUACAO
           WRITE REPORT-LINE FROM LINHA-DETALHE.

        IMPRIMIR-RODAPE.
           MOVE CLIENTES-LIDOS      TO ROD-LIDOS
           MOVE GRUPOS-POR-NOME     TO ROD-POR-NOME
           MOVE GRUPOS-POR-ENDERECO TO ROD-POR-ENDERECO
           MOVE CLIENTES-NOS-GRUPOS TO ROD-NOS-GRUPOS
           WRITE REPORT-LINE FROM LINHA-EM-BRANCO
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4.

        END PROGRAM CUSTDUP.
