        IDENTIFICATION DIVISION.
        PROGRAM-ID. PARMNT.
        AUTHOR. R. MARTINS.
        DATE-WRITTEN. 15/10/2026.
      * HISTORICO DE ALTERACOES:
      * 15/10/2026 RM  PROGRAMA ORIGINAL. MANUTENCAO E LISTAGEM DOS
      * 15/10/2026 RM  PARAMETROS DO SISTEMA (ARQUIVO SOMAPARM, COPY
      * 15/10/2026 RM  PARMREC), OS LIMITES DE OPERACAO QUE ATE AQUI
      * 15/10/2026 RM  ERAM COMPILADOS NOS PROGRAMAS E SO MUDAVAM COM
      * 15/10/2026 RM  PROGRAMADOR E RECOMPILACAO. CRITICA CADA LINHA
      * 15/10/2026 RM  DO ARQUIVO (CODIGO CONHECIDO, VIGENCIA VALIDA,
      * 15/10/2026 RM  VALOR NUMERICO DENTRO DA FAIXA DO CODIGO,
      * 15/10/2026 RM  ORDEM POR CODIGO E VIGENCIA). COM O ARQUIVO DE
      * 15/10/2026 RM  TRANSACOES PARTRANS (ACAO I=INCLUIR OU ALTERAR,
      * 15/10/2026 RM  E=EXCLUIR VIGENCIA FUTURA, CODIGO, VIGENCIA,
      * 15/10/2026 RM  VALOR E OPERADOR) APLICA AS MUDANCAS, CONFERE A
      * 15/10/2026 RM  COERENCIA ENTRE CODIGOS EM CADA VIGENCIA E SO
      * 15/10/2026 RM  ENTAO REGRAVA O SOMAPARM ORDENADO E GRAVA NA
      * 15/10/2026 RM  AUDITORIA SOMAPRMA O VALOR ANTIGO, O NOVO E
      * 15/10/2026 RM  QUEM ALTEROU -- COM QUALQUER ERRO NADA E
      * 15/10/2026 RM  GRAVADO. A LISTAGEM PARMNTR TRAZ AS
      * 15/10/2026 RM  TRANSACOES, OS PARAMETROS EM VIGOR NA DATA DE
      * 15/10/2026 RM  MOVIMENTO E AS ALTERACOES PROGRAMADAS; RC=8
      * 15/10/2026 RM  COM ERRO DE CRITICA, RC=4 SO COM AVISOS.
      * 15/10/2026 RM  CODIGOS ULTIMAS-POSTAGENS E MESES-AUDITORIA,
      * 15/10/2026 RM  DA CONSULTA DE CLIENTES (CUSTINQ).
      * 15/10/2026 RM  CODIGO PRAZO-PENDENCIA, DIAS QUE UMA ALTERACAO
      * 15/10/2026 RM  RETIDA NA MANUTENCAO (TESTE) AGUARDA APROVACAO.
      * 15/10/2026 RM  CODIGOS ANOS-RETENCAO-HIST (SOMAANO) E
      * 15/10/2026 RM  JUROS-CREDOR-A, JUROS-DEVEDOR-A E TARIFA-MENSAL-A
      * 15/10/2026 RM  (SOMAJUR).
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT SYSTEM-PARAMETERS ASSIGN TO "SOMAPARM"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PRM-STATUS.
            SELECT PARAMETER-TRANS ASSIGN TO "PARTRANS"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TRANS-STATUS.
            SELECT PARAMETER-AUDIT ASSIGN TO "SOMAPRMA"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUD-STATUS.
            SELECT REPORT-OUT ASSIGN TO "PARMNTR"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BUSINESS-DATE ASSIGN TO "BIZDATE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BIZ-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  SYSTEM-PARAMETERS.
           COPY PARMREC.
      * TRANSACAO DE MANUTENCAO, POSICIONAL COMO O CALTRANS: O
      * VALOR TEM 13 DIGITOS COM 2 DECIMAIS IMPLICITAS (10 VAI
      * COMO 0000000001000). NA EXCLUSAO O VALOR NAO E USADO.
        FD  PARAMETER-TRANS.
        01  PARAMETER-TRANS-REC.
            05  PTR-ACAO              PIC X(01).
            05  PTR-CODIGO            PIC X(20).
            05  PTR-VIGENCIA          PIC X(08).
            05  PTR-VALOR             PIC X(13).
            05  PTR-VALOR-N REDEFINES PTR-VALOR
                                      PIC 9(11)V99.
            05  PTR-OPERADOR          PIC X(08).
      * AUDITORIA DOS PARAMETROS: UMA LINHA POR MUDANCA GRAVADA,
      * COM O VALOR EM VIGOR NA VIGENCIA ANTES E DEPOIS DELA
      * (ACAO I=INCLUIDA, A=ALTERADA, E=EXCLUIDA).
        FD  PARAMETER-AUDIT.
        01  PARAMETER-AUDIT-REC.
            05  PRA-DATA              PIC 9(08).
            05  FILLER                PIC X(01).
            05  PRA-HORA              PIC 9(08).
            05  FILLER                PIC X(01).
            05  PRA-OPERADOR          PIC X(08).
            05  FILLER                PIC X(01).
            05  PRA-ACAO              PIC X(01).
            05  FILLER                PIC X(01).
            05  PRA-CODIGO            PIC X(20).
            05  FILLER                PIC X(01).
            05  PRA-VIGENCIA          PIC 9(08).
            05  FILLER                PIC X(01).
            05  PRA-VALOR-ANTERIOR    PIC 9(11)V99.
            05  FILLER                PIC X(01).
            05  PRA-VALOR-NOVO        PIC 9(11)V99.
        FD  REPORT-OUT.
        01  REPORT-LINE PIC X(132).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        WORKING-STORAGE SECTION.
        77 LIMITE-PARAMETROS   PIC 9(03) VALUE 500.
        77 LIMITE-ALTERACOES   PIC 9(03) VALUE 200.
        77 QTD-DEFINICOES      PIC 9(02) VALUE 15.
        77 QTD-PARAMETROS      PIC 9(03) VALUE ZEROS.
        77 QTD-ORIGINAL        PIC 9(03) VALUE ZEROS.
        77 QTD-ALTERACOES      PIC 9(03) VALUE ZEROS.
        77 QTD-ERROS           PIC 9(04) VALUE ZEROS.
        77 QTD-AVISOS          PIC 9(04) VALUE ZEROS.
        77 QTD-APLICADAS       PIC 9(04) VALUE ZEROS.
        77 QTD-GRAVADAS        PIC 9(04) VALUE ZEROS.
        77 QTD-PROGRAMADAS     PIC 9(04) VALUE ZEROS.
        77 IND-PARAMETRO       PIC 9(03) VALUE ZEROS.
        77 IND-BUSCA           PIC 9(03) VALUE ZEROS.
        77 IND-MENOR           PIC 9(03) VALUE ZEROS.
        77 IND-EM-VIGOR        PIC 9(03) VALUE ZEROS.
        77 IND-ALTERACAO       PIC 9(03) VALUE ZEROS.
        77 IND-DEFINICAO       PIC 9(02) VALUE ZEROS.
        77 IND-BUSCA-DEFINICAO PIC 9(02) VALUE ZEROS.
        77 FIM-DE-ARQUIVO      PIC X(01) VALUE "N".
            88 FIM-ARQUIVO-ATUAL VALUE "S".
        01 PRM-STATUS          PIC X(02).
        01 TRANS-STATUS        PIC X(02).
        01 AUD-STATUS          PIC X(02).
        01 BIZ-STATUS          PIC X(02).
        01 DATA-DO-MOVIMENTO   PIC 9(08).
        01 HORA-DO-SISTEMA     PIC 9(08).
        01 HOUVE-TRANSACAO     PIC X(01) VALUE "N".
            88 TRANSACOES-APLICADAS VALUE "S".
        01 DATA-JA-CONFERIDA-SW PIC X(01) VALUE "N".
            88 DATA-JA-CONFERIDA VALUE "S".
        01 DATA-VALIDA         PIC X(01).
            88 DATA-OK         VALUE "S".
        01 MENSAGEM-ERRO       PIC X(50).
        01 ACAO-AUDITADA       PIC X(01).
        01 CODIGO-PROCURADO    PIC X(20).
        01 CODIGO-TRABALHO     PIC X(20).
            88 CODIGO-COM-COERENCIA VALUE "VALOR-MINIMO"
                                    "VALOR-MAXIMO"
                                    "LIMITE-GERACOES"
                                    "GERACOES-A-MANTER".
        01 CHAVE-ANTERIOR      PIC X(28) VALUE LOW-VALUES.
        01 CHAVE-LIDA.
            05  CHL-CODIGO     PIC X(20).
            05  CHL-VIGENCIA   PIC X(08).
        01 BUSCA-DATA          PIC 9(08).
        01 DATA-CONFERIDA      PIC 9(08).
        01 VIGENCIA-EM-VIGOR   PIC 9(08).
        01 VALOR-EM-VIGOR      PIC 9(11)V99.
        01 VALOR-NOVO          PIC 9(11)V99.
        01 VALOR-ANTERIOR      PIC 9(11)V99.
        01 VALOR-INTEIRO       PIC 9(11).
        01 VALOR-CONFERIDO-1   PIC 9(11)V99.
        01 VALOR-CONFERIDO-2   PIC 9(11)V99.
        01 VALOR-EDITADO       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 DATA-TRABALHO       PIC 9(08).
        01 DATA-TRABALHO-R REDEFINES DATA-TRABALHO.
            05 DT-ANO          PIC 9(04).
            05 DT-MES          PIC 9(02).
            05 DT-DIA          PIC 9(02).
        01 QUOCIENTE-BISSEXTO  PIC 9(06).
        01 RESTO-BISSEXTO      PIC 9(01).
        01 DIAS-NO-MES         PIC 9(02).
      * CODIGOS CONHECIDOS, COM A FAIXA ACEITA, O PADRAO QUE OS
      * PROGRAMAS USAM SEM LINHA EM VIGOR E SE O VALOR PODE TER
      * DECIMAIS. AS FAIXAS RESPEITAM A CAPACIDADE COMPILADA DE
      * CADA PROGRAMA (DRIVER 200 FERIADOS, SOMACOR E SOMAEDT 999
      * CORRECOES, CUSTUNL 99 GERACOES, VALORES DE SOMA E SOMAEDT
      * EM 9(08)V99, CUSTINQ 99 POSTAGENS, SOMAANO 99 ANOS, TAXAS
      * DO SOMAJUR EM 9V9(6) COMO FRACAO E TARIFA EM 9(5)V99).
        01 DEFINICOES-DE-PARAMETROS.
            05  FILLER PIC X(20) VALUE "INTERVALO-CHECKPOINT".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 9999.
            05  FILLER PIC 9(11)V99 VALUE 10.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "REGISTROS ENTRE CHECKPOINTS".
            05  FILLER PIC X(20) VALUE "LIMITE-FERIADOS".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 200.
            05  FILLER PIC 9(11)V99 VALUE 100.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "FERIADOS CARREGADOS (CALENDAR)".
            05  FILLER PIC X(20) VALUE "LIMITE-CORRECOES".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 999.
            05  FILLER PIC 9(11)V99 VALUE 200.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "CORRECOES POR RODADA (SOMACOR)".
            05  FILLER PIC X(20) VALUE "LIMITE-GERACOES".
            05  FILLER PIC 9(11)V99 VALUE 2.
            05  FILLER PIC 9(11)V99 VALUE 99.
            05  FILLER PIC 9(11)V99 VALUE 50.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "GERACOES NO CATALOGO (CUSTUNL)".
            05  FILLER PIC X(20) VALUE "GERACOES-A-MANTER".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 98.
            05  FILLER PIC 9(11)V99 VALUE 5.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "RETENCAO PADRAO (CUSTUNL)".
            05  FILLER PIC X(20) VALUE "VALOR-MINIMO".
            05  FILLER PIC 9(11)V99 VALUE 0.01.
            05  FILLER PIC 9(11)V99 VALUE 99999999.99.
            05  FILLER PIC 9(11)V99 VALUE 0.01.
            05  FILLER PIC X(01) VALUE "S".
            05  FILLER PIC X(30) VALUE "MENOR VALOR DE LANCAMENTO".
            05  FILLER PIC X(20) VALUE "VALOR-MAXIMO".
            05  FILLER PIC 9(11)V99 VALUE 0.01.
            05  FILLER PIC 9(11)V99 VALUE 99999999.99.
            05  FILLER PIC 9(11)V99 VALUE 5000000.00.
            05  FILLER PIC X(01) VALUE "S".
            05  FILLER PIC X(30) VALUE "MAIOR VALOR DE LANCAMENTO".
            05  FILLER PIC X(20) VALUE "PRAZO-RETORNO-GL".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 30.
            05  FILLER PIC 9(11)V99 VALUE 2.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "DIAS UTEIS P/ RETORNO DO GL".
            05  FILLER PIC X(20) VALUE "ULTIMAS-POSTAGENS".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 99.
            05  FILLER PIC 9(11)V99 VALUE 10.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "POSTAGENS LISTADAS (CUSTINQ)".
            05  FILLER PIC X(20) VALUE "MESES-AUDITORIA".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 60.
            05  FILLER PIC 9(11)V99 VALUE 12.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "MESES DE CUSTMAUD (CUSTINQ)".
            05  FILLER PIC X(20) VALUE "PRAZO-PENDENCIA".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 90.
            05  FILLER PIC 9(11)V99 VALUE 5.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "DIAS DE PENDENCIA (TESTE)".
            05  FILLER PIC X(20) VALUE "ANOS-RETENCAO-HIST".
            05  FILLER PIC 9(11)V99 VALUE 1.
            05  FILLER PIC 9(11)V99 VALUE 99.
            05  FILLER PIC 9(11)V99 VALUE 2.
            05  FILLER PIC X(01) VALUE "N".
            05  FILLER PIC X(30) VALUE "ANOS NO SOMAHIST (SOMAANO)".
            05  FILLER PIC X(20) VALUE "JUROS-CREDOR-A".
            05  FILLER PIC 9(11)V99 VALUE ZEROS.
            05  FILLER PIC 9(11)V99 VALUE 99.99.
            05  FILLER PIC 9(11)V99 VALUE 0.50.
            05  FILLER PIC X(01) VALUE "S".
            05  FILLER PIC X(30) VALUE "% A.M. SALDO CREDOR (SOMAJUR)".
            05  FILLER PIC X(20) VALUE "JUROS-DEVEDOR-A".
            05  FILLER PIC 9(11)V99 VALUE ZEROS.
            05  FILLER PIC 9(11)V99 VALUE 99.99.
            05  FILLER PIC 9(11)V99 VALUE 8.00.
            05  FILLER PIC X(01) VALUE "S".
            05  FILLER PIC X(30) VALUE "% A.M. SALDO DEVEDOR (SOMAJUR)".
            05  FILLER PIC X(20) VALUE "TARIFA-MENSAL-A".
            05  FILLER PIC 9(11)V99 VALUE ZEROS.
            05  FILLER PIC 9(11)V99 VALUE 99999.99.
            05  FILLER PIC 9(11)V99 VALUE 12.50.
            05  FILLER PIC X(01) VALUE "S".
            05  FILLER PIC X(30) VALUE "TARIFA MENSAL (SOMAJUR)".
        01 TABELA-DEFINICOES REDEFINES DEFINICOES-DE-PARAMETROS.
            05  DEFINICAO-ENT OCCURS 15 TIMES.
                10  DEF-CODIGO         PIC X(20).
                10  DEF-MINIMO         PIC 9(11)V99.
                10  DEF-MAXIMO         PIC 9(11)V99.
                10  DEF-PADRAO         PIC 9(11)V99.
                10  DEF-DECIMAIS       PIC X(01).
                    88  DEF-ACEITA-DECIMAIS VALUE "S".
                10  DEF-DESCRICAO      PIC X(30).
        01 TABELA-PARAMETROS.
            05  PARAMETRO-ENT OCCURS 500 TIMES.
                10  TPR-CHAVE.
                    15  TPR-CODIGO     PIC X(20).
                    15  TPR-VIGENCIA   PIC 9(08).
                10  TPR-VALOR          PIC 9(11)V99.
                10  TPR-OPERADOR       PIC X(08).
                10  TPR-DATA-ALTERACAO PIC 9(08).
        01 PARAMETRO-TROCA     PIC X(57).
      * COPIA DA TABELA COMO VEIO DO ARQUIVO: COM ERRO DE CRITICA
      * NADA E GRAVADO E A LISTAGEM VOLTA A MOSTRAR O ARQUIVO.
        01 TABELA-ORIGINAL     PIC X(28500).
        01 TABELA-ALTERACOES.
            05  ALTERACAO-ENT OCCURS 200 TIMES.
                10  ALT-ACAO           PIC X(01).
                10  ALT-CODIGO         PIC X(20).
                10  ALT-VIGENCIA       PIC 9(08).
                10  ALT-VALOR-ANTERIOR PIC 9(11)V99.
                10  ALT-VALOR-NOVO     PIC 9(11)V99.
                10  ALT-OPERADOR       PIC X(08).
        01 CABECALHO-1.
            05  FILLER       PIC X(50) VALUE
                "MANUTENCAO DOS PARAMETROS DO SISTEMA - MOVIMENTO ".
            05  CAB-DATA     PIC 9(08).
        01 CABECALHO-TRANSACOES.
            05  FILLER       PIC X(40) VALUE
                "TRANSACOES (PARTRANS)".
        01 CABECALHO-VIGOR-1.
            05  FILLER       PIC X(40) VALUE
                "PARAMETROS EM VIGOR NA DATA DE MOVIMENTO".
        01 CABECALHO-VIGOR-2.
            05  FILLER       PIC X(21) VALUE "CODIGO".
            05  FILLER       PIC X(18) VALUE "            VALOR".
            05  FILLER       PIC X(09) VALUE "VIGENCIA".
            05  FILLER       PIC X(09) VALUE "OPERADOR".
            05  FILLER       PIC X(18) VALUE "           MINIMO".
            05  FILLER       PIC X(18) VALUE "           MAXIMO".
            05  FILLER       PIC X(09) VALUE "DESCRICAO".
        01 CABECALHO-PROGRAMADAS.
            05  FILLER       PIC X(40) VALUE
                "ALTERACOES PROGRAMADAS (VIGENCIA FUTURA)".
        01 LINHA-OCORRENCIA.
            05  OCO-CODIGO   PIC X(20).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  OCO-VIGENCIA PIC X(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  OCO-TEXTO    PIC X(60).
        01 LINHA-TRANSACAO.
            05  TRN-ACAO     PIC X(01).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  TRN-CODIGO   PIC X(20).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  TRN-VIGENCIA PIC X(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  TRN-VALOR    PIC X(17).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  TRN-OPERADOR PIC X(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  TRN-TEXTO    PIC X(50).
        01 LINHA-VIGOR.
            05  VIG-CODIGO   PIC X(20).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  VIG-VALOR    PIC X(17).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  VIG-VIGENCIA PIC X(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  VIG-OPERADOR PIC X(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  VIG-MINIMO   PIC X(17).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  VIG-MAXIMO   PIC X(17).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  VIG-DESCRICAO PIC X(30).
        01 LINHA-PROGRAMADA.
            05  PRG-CODIGO   PIC X(20).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PRG-VALOR    PIC X(17).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PRG-VIGENCIA PIC 9(08).
            05  FILLER       PIC X(01) VALUE SPACE.
            05  PRG-OPERADOR PIC X(08).
            05  FILLER       PIC X(13) VALUE " ALTERADO EM ".
            05  PRG-ALTERACAO PIC 9(08).
        01 LINHA-RODAPE-1.
            05  FILLER       PIC X(26) VALUE
                "LINHAS NO SOMAPARM......:".
            05  ROD-LINHAS   PIC ZZZ9.
        01 LINHA-RODAPE-2.
            05  FILLER       PIC X(26) VALUE
                "TRANSACOES ACEITAS......:".
            05  ROD-APLICADAS PIC ZZZ9.
        01 LINHA-RODAPE-3.
            05  FILLER       PIC X(26) VALUE
                "ALTERACOES GRAVADAS.....:".
            05  ROD-GRAVADAS PIC ZZZ9.
        01 LINHA-RODAPE-4.
            05  FILLER       PIC X(26) VALUE
                "ALTERACOES PROGRAMADAS..:".
            05  ROD-PROGRAMADAS PIC ZZZ9.
        01 LINHA-RODAPE-5.
            05  FILLER       PIC X(26) VALUE
                "ERROS DE CRITICA........:".
            05  ROD-ERROS    PIC ZZZ9.
        01 LINHA-RODAPE-6.
            05  FILLER       PIC X(26) VALUE
                "AVISOS..................:".
            05  ROD-AVISOS   PIC ZZZ9.
        PROCEDURE DIVISION.
        MAIN-PROCEDURE.
           PERFORM LER-DATA-DE-MOVIMENTO
           OPEN OUTPUT REPORT-OUT
           MOVE DATA-DO-MOVIMENTO TO CAB-DATA
           WRITE REPORT-LINE FROM CABECALHO-1
           PERFORM CARREGAR-PARAMETROS
           MOVE TABELA-PARAMETROS TO TABELA-ORIGINAL
           MOVE QTD-PARAMETROS    TO QTD-ORIGINAL
           PERFORM APLICAR-TRANSACOES
           PERFORM ORDENAR-TABELA
           PERFORM CRITICAR-COERENCIA
           IF TRANSACOES-APLICADAS
               IF QTD-ERROS = ZEROS
                   PERFORM REGRAVAR-PARAMETROS
                   PERFORM GRAVAR-AUDITORIA
               ELSE
                   PERFORM DESFAZER-TRANSACOES
               END-IF
           END-IF
           PERFORM LISTAR-PARAMETROS-EM-VIGOR
           PERFORM LISTAR-ALTERACOES-PROGRAMADAS
           PERFORM IMPRIMIR-RODAPE
           CLOSE REPORT-OUT
           DISPLAY "PARAMETROS DO SISTEMA: " QTD-ERROS " ERRO(S), "
               QTD-AVISOS " AVISO(S), " QTD-GRAVADAS
               " ALTERACAO(OES) GRAVADA(S)"
           EVALUATE TRUE
               WHEN QTD-ERROS > ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN QTD-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

        LER-DATA-DE-MOVIMENTO.
           OPEN INPUT BUSINESS-DATE
           IF BIZ-STATUS NOT = "00"
               DISPLAY "CONTROLE DE DATA (BIZDATE) INDISPONIVEL"
                   " (STATUS " BIZ-STATUS "): MANUTENCAO CANCELADA"
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           READ BUSINESS-DATE
               AT END
                   DISPLAY "CONTROLE DE DATA (BIZDATE) VAZIO:"
                       " MANUTENCAO CANCELADA"
                   CLOSE BUSINESS-DATE
                   MOVE 12 TO RETURN-CODE
                   GOBACK
           END-READ
           MOVE BIZ-DATA-MOVIMENTO TO DATA-DO-MOVIMENTO
           CLOSE BUSINESS-DATE.

      * SEM O SOMAPARM TODOS OS CODIGOS ESTAO NO PADRAO, O QUE E
      * NORMAL ATE A PRIMEIRA ALTERACAO. LINHA QUE NAO PASSA NA
      * CRITICA NAO SOBE PARA A TABELA E VIRA ERRO: ENQUANTO
      * HOUVER ERRO O ARQUIVO NAO E REGRAVADO.
        CARREGAR-PARAMETROS.
           MOVE ZEROS TO QTD-PARAMETROS
           OPEN INPUT SYSTEM-PARAMETERS
           EVALUATE PRM-STATUS
               WHEN "00"
                   MOVE "N" TO FIM-DE-ARQUIVO
                   PERFORM LER-PARAMETRO
                   PERFORM GUARDAR-PARAMETRO
                       UNTIL FIM-ARQUIVO-ATUAL
                   CLOSE SYSTEM-PARAMETERS
               WHEN "35"
                   MOVE SPACES TO OCO-CODIGO
                   MOVE SPACES TO OCO-VIGENCIA
                   MOVE "SOMAPARM AUSENTE: TODOS OS CODIGOS NO PADRAO"
                       TO OCO-TEXTO
                   WRITE REPORT-LINE FROM LINHA-OCORRENCIA
               WHEN OTHER
                   MOVE SPACES TO OCO-CODIGO
                   MOVE SPACES TO OCO-VIGENCIA
                   MOVE SPACES TO OCO-TEXTO
                   STRING "SOMAPARM ILEGIVEL (STATUS " PRM-STATUS ")"
                       DELIMITED BY SIZE INTO OCO-TEXTO
                   END-STRING
                   WRITE REPORT-LINE FROM LINHA-OCORRENCIA
                   ADD 1 TO QTD-ERROS
           END-EVALUATE.

        GUARDAR-PARAMETRO.
           MOVE SPACES TO MENSAGEM-ERRO
           MOVE PRM-CODIGO TO CODIGO-PROCURADO
           PERFORM PROCURAR-DEFINICAO
           MOVE PRM-VIGENCIA TO DATA-TRABALHO(1:8)
           PERFORM VALIDAR-DATA
           EVALUATE TRUE
               WHEN IND-DEFINICAO = ZEROS
                   MOVE "CODIGO DESCONHECIDO NO SOMAPARM"
                       TO MENSAGEM-ERRO
               WHEN NOT DATA-OK
                   MOVE "VIGENCIA INVALIDA NO SOMAPARM"
                       TO MENSAGEM-ERRO
               WHEN PRM-VALOR NOT NUMERIC
                   MOVE "VALOR NAO NUMERICO NO SOMAPARM"
                       TO MENSAGEM-ERRO
               WHEN OTHER
                   MOVE PRM-VALOR TO VALOR-NOVO
                   PERFORM VALIDAR-VALOR
           END-EVALUATE
           IF MENSAGEM-ERRO = SPACES
               MOVE PRM-CODIGO   TO CHL-CODIGO
               MOVE PRM-VIGENCIA TO CHL-VIGENCIA
               IF CHAVE-LIDA NOT > CHAVE-ANTERIOR
                   MOVE "FORA DE ORDEM OU REPETIDA NO SOMAPARM"
                       TO MENSAGEM-ERRO
               END-IF
               MOVE CHAVE-LIDA TO CHAVE-ANTERIOR
           END-IF
           IF MENSAGEM-ERRO = SPACES
               IF QTD-PARAMETROS < LIMITE-PARAMETROS
                   ADD 1 TO QTD-PARAMETROS
                   MOVE PRM-CODIGO   TO TPR-CODIGO(QTD-PARAMETROS)
                   MOVE PRM-VIGENCIA TO TPR-VIGENCIA(QTD-PARAMETROS)
                   MOVE PRM-VALOR    TO TPR-VALOR(QTD-PARAMETROS)
                   MOVE PRM-OPERADOR TO TPR-OPERADOR(QTD-PARAMETROS)
                   MOVE PRM-DATA-ALTERACAO
                       TO TPR-DATA-ALTERACAO(QTD-PARAMETROS)
               ELSE
                   MOVE "TABELA CHEIA: LINHA NAO CARREGADA"
                       TO MENSAGEM-ERRO
               END-IF
           END-IF
           IF MENSAGEM-ERRO NOT = SPACES
               MOVE PRM-CODIGO    TO OCO-CODIGO
               MOVE PRM-VIGENCIA  TO OCO-VIGENCIA
               MOVE MENSAGEM-ERRO TO OCO-TEXTO
               WRITE REPORT-LINE FROM LINHA-OCORRENCIA
               ADD 1 TO QTD-ERROS
           END-IF
           PERFORM LER-PARAMETRO.

        LER-PARAMETRO.
           READ SYSTEM-PARAMETERS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

        PROCURAR-DEFINICAO.
           MOVE ZEROS TO IND-DEFINICAO
           PERFORM CONFERIR-DEFINICAO
               VARYING IND-BUSCA-DEFINICAO FROM 1 BY 1
               UNTIL IND-BUSCA-DEFINICAO > QTD-DEFINICOES
                   OR IND-DEFINICAO > ZEROS.

        CONFERIR-DEFINICAO.
           IF DEF-CODIGO(IND-BUSCA-DEFINICAO) = CODIGO-PROCURADO
               MOVE IND-BUSCA-DEFINICAO TO IND-DEFINICAO
           END-IF.

      * O VALOR EM VALOR-NOVO PRECISA CABER NA FAIXA DO CODIGO EM
      * IND-DEFINICAO E, NOS CODIGOS DE CONTAGEM, SER INTEIRO.
        VALIDAR-VALOR.
           MOVE VALOR-NOVO TO VALOR-INTEIRO
           EVALUATE TRUE
               WHEN VALOR-NOVO < DEF-MINIMO(IND-DEFINICAO)
                       OR VALOR-NOVO > DEF-MAXIMO(IND-DEFINICAO)
                   MOVE "VALOR FORA DA FAIXA DO CODIGO"
                       TO MENSAGEM-ERRO
               WHEN NOT DEF-ACEITA-DECIMAIS(IND-DEFINICAO)
                       AND VALOR-INTEIRO NOT = VALOR-NOVO
                   MOVE "VALOR DO CODIGO DEVE SER INTEIRO"
                       TO MENSAGEM-ERRO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A DATA PRECISA SER NUMERICA, COM MES DE 01 A 12 E DIA
      * DENTRO DO MES (FEVEREIRO PELA MESMA REGRA DE BISSEXTO DO
      * DRIVER, VALIDA PARA 2000-2099).
        VALIDAR-DATA.
           MOVE "N" TO DATA-VALIDA
           IF DATA-TRABALHO(1:8) IS NUMERIC
               IF DT-MES > ZEROS AND DT-MES < 13
                   PERFORM DEFINIR-DIAS-NO-MES
                   IF DT-DIA > ZEROS AND DT-DIA NOT > DIAS-NO-MES
                       SET DATA-OK TO TRUE
                   END-IF
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
           END-EVALUATE.

        DEFINIR-DIAS-DE-FEVEREIRO.
           DIVIDE DT-ANO BY 4 GIVING QUOCIENTE-BISSEXTO
               REMAINDER RESTO-BISSEXTO
           IF RESTO-BISSEXTO = ZEROS
               MOVE 29 TO DIAS-NO-MES
           ELSE
               MOVE 28 TO DIAS-NO-MES
           END-IF.

      * SEM PARTRANS O JOB E SO CRITICA E LISTAGEM; COM ELE, CADA
      * TRANSACAO (I=INCLUIR OU ALTERAR, E=EXCLUIR) E CRITICADA,
      * APLICADA NA TABELA E LISTADA. VIGENCIA ANTERIOR A DATA DE
      * MOVIMENTO NAO SE ACEITA: MUDARIA UM VALOR COM O QUAL A
      * ESTEIRA JA RODOU.
        APLICAR-TRANSACOES.
           OPEN INPUT PARAMETER-TRANS
           IF TRANS-STATUS = "00"
               WRITE REPORT-LINE FROM CABECALHO-TRANSACOES
               MOVE "N" TO FIM-DE-ARQUIVO
               PERFORM LER-TRANSACAO
               PERFORM APLICAR-UMA-TRANSACAO
                   UNTIL FIM-ARQUIVO-ATUAL
               CLOSE PARAMETER-TRANS
           END-IF.

        APLICAR-UMA-TRANSACAO.
           MOVE SPACES TO MENSAGEM-ERRO
           MOVE PTR-ACAO      TO TRN-ACAO
           MOVE PTR-CODIGO    TO TRN-CODIGO
           MOVE PTR-VIGENCIA  TO TRN-VIGENCIA
           MOVE PTR-OPERADOR  TO TRN-OPERADOR
           MOVE PTR-VALOR     TO TRN-VALOR
           IF PTR-VALOR IS NUMERIC
               MOVE PTR-VALOR-N   TO VALOR-EDITADO
               MOVE VALOR-EDITADO TO TRN-VALOR
           END-IF
           MOVE PTR-CODIGO TO CODIGO-PROCURADO
           PERFORM PROCURAR-DEFINICAO
           MOVE PTR-VIGENCIA TO DATA-TRABALHO(1:8)
           PERFORM VALIDAR-DATA
           EVALUATE TRUE
               WHEN IND-DEFINICAO = ZEROS
                   MOVE "CODIGO DE PARAMETRO DESCONHECIDO"
                       TO MENSAGEM-ERRO
               WHEN PTR-OPERADOR = SPACES
                   MOVE "OPERADOR NAO INFORMADO" TO MENSAGEM-ERRO
               WHEN NOT DATA-OK
                   MOVE "VIGENCIA INVALIDA" TO MENSAGEM-ERRO
               WHEN DATA-TRABALHO < DATA-DO-MOVIMENTO
                   MOVE "VIGENCIA ANTERIOR A DATA DE MOVIMENTO"
                       TO MENSAGEM-ERRO
               WHEN QTD-ALTERACOES >= LIMITE-ALTERACOES
                   MOVE SPACES TO MENSAGEM-ERRO
                   STRING "MAIS DE " LIMITE-ALTERACOES
                       " ALTERACOES NA RODADA"
                       DELIMITED BY SIZE INTO MENSAGEM-ERRO
                   END-STRING
               WHEN PTR-ACAO = "I"
                   PERFORM INCLUIR-PARAMETRO
               WHEN PTR-ACAO = "E"
                   PERFORM EXCLUIR-PARAMETRO
               WHEN OTHER
                   STRING "ACAO INVALIDA (" PTR-ACAO ")"
                       DELIMITED BY SIZE INTO MENSAGEM-ERRO
                   END-STRING
           END-EVALUATE
           IF MENSAGEM-ERRO NOT = SPACES
               MOVE MENSAGEM-ERRO TO TRN-TEXTO
               ADD 1 TO QTD-ERROS
           END-IF
           WRITE REPORT-LINE FROM LINHA-TRANSACAO
           PERFORM LER-TRANSACAO.

      * A MESMA VIGENCIA JA CADASTRADA E ALTERACAO DO VALOR; UMA
      * VIGENCIA NOVA E INCLUSAO. O VALOR ANTERIOR AUDITADO E O
      * QUE ESTARIA EM VIGOR NAQUELA DATA SEM A TRANSACAO.
        INCLUIR-PARAMETRO.
           IF PTR-VALOR NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO MENSAGEM-ERRO
           ELSE
               MOVE PTR-VALOR-N TO VALOR-NOVO
               PERFORM VALIDAR-VALOR
           END-IF
           IF MENSAGEM-ERRO = SPACES
               MOVE DATA-TRABALHO TO BUSCA-DATA
               PERFORM BUSCAR-VALOR-EM-VIGOR
               MOVE VALOR-EM-VIGOR TO VALOR-ANTERIOR
               EVALUATE TRUE
                   WHEN VALOR-NOVO = VALOR-ANTERIOR
                       MOVE "IGUAL AO VALOR EM VIGOR: NADA A ALTERAR"
                           TO TRN-TEXTO
                       ADD 1 TO QTD-AVISOS
                   WHEN VIGENCIA-EM-VIGOR = DATA-TRABALHO
                       MOVE VALOR-NOVO
                           TO TPR-VALOR(IND-EM-VIGOR)
                       MOVE PTR-OPERADOR
                           TO TPR-OPERADOR(IND-EM-VIGOR)
                       MOVE DATA-DO-MOVIMENTO
                           TO TPR-DATA-ALTERACAO(IND-EM-VIGOR)
                       MOVE "A" TO ACAO-AUDITADA
                       PERFORM GUARDAR-ALTERACAO
                       MOVE "ALTERADO" TO TRN-TEXTO
                   WHEN QTD-PARAMETROS >= LIMITE-PARAMETROS
                       MOVE "TABELA CHEIA: NAO INCLUIDO"
                           TO MENSAGEM-ERRO
                   WHEN OTHER
                       ADD 1 TO QTD-PARAMETROS
                       MOVE PTR-CODIGO
                           TO TPR-CODIGO(QTD-PARAMETROS)
                       MOVE DATA-TRABALHO
                           TO TPR-VIGENCIA(QTD-PARAMETROS)
                       MOVE VALOR-NOVO
                           TO TPR-VALOR(QTD-PARAMETROS)
                       MOVE PTR-OPERADOR
                           TO TPR-OPERADOR(QTD-PARAMETROS)
                       MOVE DATA-DO-MOVIMENTO
                           TO TPR-DATA-ALTERACAO(QTD-PARAMETROS)
                       MOVE "I" TO ACAO-AUDITADA
                       PERFORM GUARDAR-ALTERACAO
                       MOVE "INCLUIDO" TO TRN-TEXTO
               END-EVALUATE
           END-IF.

      * SO SE EXCLUI VIGENCIA QUE AINDA NAO CHEGOU: O QUE JA
      * VIGOROU E HISTORICO DO QUE A ESTEIRA USOU. A EXCLUSAO
      * DESLOCA O RESTO DA TABELA PARA A REGRAVACAO SAIR SEM
      * BURACO; O VALOR NOVO AUDITADO E O QUE PASSA A VIGORAR
      * NAQUELA DATA.
        EXCLUIR-PARAMETRO.
           MOVE DATA-TRABALHO TO BUSCA-DATA
           PERFORM BUSCAR-VALOR-EM-VIGOR
           EVALUATE TRUE
               WHEN VIGENCIA-EM-VIGOR NOT = DATA-TRABALHO
                   MOVE "NAO HA LINHA NESTA VIGENCIA: NADA A EXCLUIR"
                       TO MENSAGEM-ERRO
               WHEN DATA-TRABALHO NOT > DATA-DO-MOVIMENTO
                   MOVE "VIGENCIA JA ALCANCADA: NAO SE EXCLUI"
                       TO MENSAGEM-ERRO
               WHEN OTHER
                   MOVE VALOR-EM-VIGOR TO VALOR-ANTERIOR
                   PERFORM DESLOCAR-TABELA
                       VARYING IND-BUSCA FROM IND-EM-VIGOR BY 1
                       UNTIL IND-BUSCA >= QTD-PARAMETROS
                   SUBTRACT 1 FROM QTD-PARAMETROS
                   PERFORM BUSCAR-VALOR-EM-VIGOR
                   MOVE VALOR-EM-VIGOR TO VALOR-NOVO
                   MOVE "E" TO ACAO-AUDITADA
                   PERFORM GUARDAR-ALTERACAO
                   MOVE "EXCLUIDO" TO TRN-TEXTO
           END-EVALUATE.

        DESLOCAR-TABELA.
           MOVE PARAMETRO-ENT(IND-BUSCA + 1)
               TO PARAMETRO-ENT(IND-BUSCA).

      * A AUDITORIA SO E GRAVADA JUNTO COM O ARQUIVO, NO FIM;
      * ATE LA CADA MUDANCA ACEITA FICA NESTA TABELA.
        GUARDAR-ALTERACAO.
           ADD 1 TO QTD-ALTERACOES
           MOVE ACAO-AUDITADA  TO ALT-ACAO(QTD-ALTERACOES)
           MOVE PTR-CODIGO     TO ALT-CODIGO(QTD-ALTERACOES)
           MOVE DATA-TRABALHO  TO ALT-VIGENCIA(QTD-ALTERACOES)
           MOVE VALOR-ANTERIOR TO ALT-VALOR-ANTERIOR(QTD-ALTERACOES)
           MOVE VALOR-NOVO     TO ALT-VALOR-NOVO(QTD-ALTERACOES)
           MOVE PTR-OPERADOR   TO ALT-OPERADOR(QTD-ALTERACOES)
           ADD 1 TO QTD-APLICADAS
           SET TRANSACOES-APLICADAS TO TRUE.

      * VALOR EM VIGOR NA BUSCA-DATA PARA O CODIGO EM
      * IND-DEFINICAO: A LINHA DE MAIOR VIGENCIA ATE A DATA OU,
      * SEM NENHUMA, O PADRAO (VIGENCIA-EM-VIGOR ZERADA). A
      * TABELA PODE ESTAR FORA DE ORDEM DURANTE AS TRANSACOES,
      * ENTAO A BUSCA PERCORRE TUDO.
        BUSCAR-VALOR-EM-VIGOR.
           MOVE DEF-PADRAO(IND-DEFINICAO) TO VALOR-EM-VIGOR
           MOVE ZEROS TO VIGENCIA-EM-VIGOR
           MOVE ZEROS TO IND-EM-VIGOR
           IF QTD-PARAMETROS > ZEROS
               PERFORM CONFERIR-VIGENCIA
                   VARYING IND-BUSCA FROM 1 BY 1
                   UNTIL IND-BUSCA > QTD-PARAMETROS
           END-IF.

        CONFERIR-VIGENCIA.
           IF TPR-CODIGO(IND-BUSCA) = DEF-CODIGO(IND-DEFINICAO)
                   AND TPR-VIGENCIA(IND-BUSCA) NOT > BUSCA-DATA
                   AND TPR-VIGENCIA(IND-BUSCA) > VIGENCIA-EM-VIGOR
               MOVE IND-BUSCA               TO IND-EM-VIGOR
               MOVE TPR-VIGENCIA(IND-BUSCA) TO VIGENCIA-EM-VIGOR
               MOVE TPR-VALOR(IND-BUSCA)    TO VALOR-EM-VIGOR
           END-IF.

        LER-TRANSACAO.
           READ PARAMETER-TRANS
               AT END SET FIM-ARQUIVO-ATUAL TO TRUE
           END-READ.

      * ORDENACAO POR SELECAO PELA CHAVE CODIGO + VIGENCIA, A
      * ORDEM EM QUE OS PROGRAMAS LEEM O ARQUIVO.
        ORDENAR-TABELA.
           IF QTD-PARAMETROS > 1
               PERFORM ORDENAR-UMA-POSICAO
                   VARYING IND-PARAMETRO FROM 1 BY 1
                   UNTIL IND-PARAMETRO >= QTD-PARAMETROS
           END-IF.

        ORDENAR-UMA-POSICAO.
           MOVE IND-PARAMETRO TO IND-MENOR
           PERFORM PROCURAR-MENOR-CHAVE
               VARYING IND-BUSCA FROM IND-PARAMETRO BY 1
               UNTIL IND-BUSCA > QTD-PARAMETROS
           IF IND-MENOR NOT = IND-PARAMETRO
               MOVE PARAMETRO-ENT(IND-PARAMETRO) TO PARAMETRO-TROCA
               MOVE PARAMETRO-ENT(IND-MENOR)
                   TO PARAMETRO-ENT(IND-PARAMETRO)
               MOVE PARAMETRO-TROCA TO PARAMETRO-ENT(IND-MENOR)
           END-IF.

        PROCURAR-MENOR-CHAVE.
           IF TPR-CHAVE(IND-BUSCA) < TPR-CHAVE(IND-MENOR)
               MOVE IND-BUSCA TO IND-MENOR
           END-IF.

      * OS CODIGOS QUE DEPENDEM UM DO OUTRO TEM DE FICAR COERENTES
      * EM TODA DATA EM QUE UM DELES MUDA, DA DATA DE MOVIMENTO EM
      * DIANTE: VALOR-MINIMO NAO ACIMA DO VALOR-MAXIMO (SOMA E
      * SOMAEDT CANCELARIAM) E GERACOES-A-MANTER ABAIXO DO
      * LIMITE-GERACOES (CUSTUNL CANCELARIA). CADA DATA E
      * CONFERIDA UMA VEZ SO.
        CRITICAR-COERENCIA.
           MOVE DATA-DO-MOVIMENTO TO DATA-CONFERIDA
           PERFORM CONFERIR-COERENCIA-NA-DATA
           IF QTD-PARAMETROS > ZEROS
               PERFORM CONFERIR-COERENCIA-DA-LINHA
                   VARYING IND-PARAMETRO FROM 1 BY 1
                   UNTIL IND-PARAMETRO > QTD-PARAMETROS
           END-IF.

        CONFERIR-COERENCIA-DA-LINHA.
           MOVE TPR-CODIGO(IND-PARAMETRO) TO CODIGO-TRABALHO
           IF CODIGO-COM-COERENCIA
                   AND TPR-VIGENCIA(IND-PARAMETRO) > DATA-DO-MOVIMENTO
               MOVE "N" TO DATA-JA-CONFERIDA-SW
               PERFORM PROCURAR-DATA-JA-CONFERIDA
                   VARYING IND-BUSCA FROM 1 BY 1
                   UNTIL IND-BUSCA >= IND-PARAMETRO
                       OR DATA-JA-CONFERIDA
               IF NOT DATA-JA-CONFERIDA
                   MOVE TPR-VIGENCIA(IND-PARAMETRO) TO DATA-CONFERIDA
                   PERFORM CONFERIR-COERENCIA-NA-DATA
               END-IF
           END-IF.

        PROCURAR-DATA-JA-CONFERIDA.
           MOVE TPR-CODIGO(IND-BUSCA) TO CODIGO-TRABALHO
           IF CODIGO-COM-COERENCIA
                   AND TPR-VIGENCIA(IND-BUSCA)
                       = TPR-VIGENCIA(IND-PARAMETRO)
               SET DATA-JA-CONFERIDA TO TRUE
           END-IF.

        CONFERIR-COERENCIA-NA-DATA.
           MOVE DATA-CONFERIDA TO BUSCA-DATA
           MOVE "VALOR-MINIMO" TO CODIGO-PROCURADO
           PERFORM PROCURAR-DEFINICAO
           PERFORM BUSCAR-VALOR-EM-VIGOR
           MOVE VALOR-EM-VIGOR TO VALOR-CONFERIDO-1
           MOVE "VALOR-MAXIMO" TO CODIGO-PROCURADO
           PERFORM PROCURAR-DEFINICAO
           PERFORM BUSCAR-VALOR-EM-VIGOR
           MOVE VALOR-EM-VIGOR TO VALOR-CONFERIDO-2
           IF VALOR-CONFERIDO-1 > VALOR-CONFERIDO-2
               MOVE "VALOR-MINIMO" TO OCO-CODIGO
               MOVE DATA-CONFERIDA TO OCO-VIGENCIA
               MOVE "ACIMA DO VALOR-MAXIMO EM VIGOR NA MESMA DATA"
                   TO OCO-TEXTO
               WRITE REPORT-LINE FROM LINHA-OCORRENCIA
               ADD 1 TO QTD-ERROS
           END-IF
           MOVE "GERACOES-A-MANTER" TO CODIGO-PROCURADO
           PERFORM PROCURAR-DEFINICAO
           PERFORM BUSCAR-VALOR-EM-VIGOR
           MOVE VALOR-EM-VIGOR TO VALOR-CONFERIDO-1
           MOVE "LIMITE-GERACOES" TO CODIGO-PROCURADO
           PERFORM PROCURAR-DEFINICAO
           PERFORM BUSCAR-VALOR-EM-VIGOR
           MOVE VALOR-EM-VIGOR TO VALOR-CONFERIDO-2
           IF VALOR-CONFERIDO-1 NOT < VALOR-CONFERIDO-2
               MOVE "GERACOES-A-MANTER" TO OCO-CODIGO
               MOVE DATA-CONFERIDA TO OCO-VIGENCIA
               MOVE "NAO CABE NO LIMITE-GERACOES DA MESMA DATA"
                   TO OCO-TEXTO
               WRITE REPORT-LINE FROM LINHA-OCORRENCIA
               ADD 1 TO QTD-ERROS
           END-IF.

        REGRAVAR-PARAMETROS.
           OPEN OUTPUT SYSTEM-PARAMETERS
           IF QTD-PARAMETROS > ZEROS
               PERFORM GRAVAR-PARAMETRO
                   VARYING IND-PARAMETRO FROM 1 BY 1
                   UNTIL IND-PARAMETRO > QTD-PARAMETROS
           END-IF
           CLOSE SYSTEM-PARAMETERS
           MOVE QTD-ALTERACOES TO QTD-GRAVADAS
           MOVE SPACES TO OCO-CODIGO
           MOVE SPACES TO OCO-VIGENCIA
           MOVE "SOMAPARM REGRAVADO EM ORDEM DE CODIGO E VIGENCIA"
               TO OCO-TEXTO
           WRITE REPORT-LINE FROM LINHA-OCORRENCIA.

        GRAVAR-PARAMETRO.
           MOVE SPACES TO SYSTEM-PARAMETER-REC
           MOVE TPR-CODIGO(IND-PARAMETRO)   TO PRM-CODIGO
           MOVE TPR-VIGENCIA(IND-PARAMETRO) TO PRM-VIGENCIA
           MOVE TPR-VALOR(IND-PARAMETRO)    TO PRM-VALOR
           MOVE TPR-OPERADOR(IND-PARAMETRO) TO PRM-OPERADOR
           MOVE TPR-DATA-ALTERACAO(IND-PARAMETRO)
               TO PRM-DATA-ALTERACAO
           WRITE SYSTEM-PARAMETER-REC.

        GRAVAR-AUDITORIA.
           OPEN EXTEND PARAMETER-AUDIT
           IF AUD-STATUS = "35"
               OPEN OUTPUT PARAMETER-AUDIT
               CLOSE PARAMETER-AUDIT
               OPEN EXTEND PARAMETER-AUDIT
           END-IF
           ACCEPT HORA-DO-SISTEMA FROM TIME
           PERFORM GRAVAR-ALTERACAO-AUDITADA
               VARYING IND-ALTERACAO FROM 1 BY 1
               UNTIL IND-ALTERACAO > QTD-ALTERACOES
           CLOSE PARAMETER-AUDIT.

        GRAVAR-ALTERACAO-AUDITADA.
           MOVE SPACES TO PARAMETER-AUDIT-REC
           MOVE DATA-DO-MOVIMENTO TO PRA-DATA
           MOVE HORA-DO-SISTEMA   TO PRA-HORA
           MOVE ALT-OPERADOR(IND-ALTERACAO)   TO PRA-OPERADOR
           MOVE ALT-ACAO(IND-ALTERACAO)       TO PRA-ACAO
           MOVE ALT-CODIGO(IND-ALTERACAO)     TO PRA-CODIGO
           MOVE ALT-VIGENCIA(IND-ALTERACAO)   TO PRA-VIGENCIA
           MOVE ALT-VALOR-ANTERIOR(IND-ALTERACAO)
               TO PRA-VALOR-ANTERIOR
           MOVE ALT-VALOR-NOVO(IND-ALTERACAO) TO PRA-VALOR-NOVO
           WRITE PARAMETER-AUDIT-REC.

      * COM ERRO NADA E GRAVADO: A TABELA VOLTA A SER A DO
      * ARQUIVO, PARA A LISTAGEM MOSTRAR O QUE DE FATO VIGORA.
        DESFAZER-TRANSACOES.
           MOVE TABELA-ORIGINAL TO TABELA-PARAMETROS
           MOVE QTD-ORIGINAL    TO QTD-PARAMETROS
           PERFORM ORDENAR-TABELA
           MOVE SPACES TO OCO-CODIGO
           MOVE SPACES TO OCO-VIGENCIA
           MOVE "COM ERRO: SOMAPARM NAO REGRAVADO, NADA APLICADO"
               TO OCO-TEXTO
           WRITE REPORT-LINE FROM LINHA-OCORRENCIA.

        LISTAR-PARAMETROS-EM-VIGOR.
           WRITE REPORT-LINE FROM CABECALHO-VIGOR-1
           WRITE REPORT-LINE FROM CABECALHO-VIGOR-2
           MOVE DATA-DO-MOVIMENTO TO BUSCA-DATA
           PERFORM LISTAR-DEFINICAO
               VARYING IND-DEFINICAO FROM 1 BY 1
               UNTIL IND-DEFINICAO > QTD-DEFINICOES.

        LISTAR-DEFINICAO.
           PERFORM BUSCAR-VALOR-EM-VIGOR
           MOVE DEF-CODIGO(IND-DEFINICAO)    TO VIG-CODIGO
           MOVE VALOR-EM-VIGOR               TO VALOR-EDITADO
           MOVE VALOR-EDITADO                TO VIG-VALOR
           IF IND-EM-VIGOR = ZEROS
               MOVE "PADRAO" TO VIG-VIGENCIA
               MOVE SPACES   TO VIG-OPERADOR
           ELSE
               MOVE VIGENCIA-EM-VIGOR TO VIG-VIGENCIA
               MOVE TPR-OPERADOR(IND-EM-VIGOR) TO VIG-OPERADOR
           END-IF
           MOVE DEF-MINIMO(IND-DEFINICAO)    TO VALOR-EDITADO
           MOVE VALOR-EDITADO                TO VIG-MINIMO
           MOVE DEF-MAXIMO(IND-DEFINICAO)    TO VALOR-EDITADO
           MOVE VALOR-EDITADO                TO VIG-MAXIMO
           MOVE DEF-DESCRICAO(IND-DEFINICAO) TO VIG-DESCRICAO
           WRITE REPORT-LINE FROM LINHA-VIGOR.

        LISTAR-ALTERACOES-PROGRAMADAS.
           WRITE REPORT-LINE FROM CABECALHO-PROGRAMADAS
           IF QTD-PARAMETROS > ZEROS
               PERFORM LISTAR-PROGRAMADA
                   VARYING IND-PARAMETRO FROM 1 BY 1
                   UNTIL IND-PARAMETRO > QTD-PARAMETROS
           END-IF.

        LISTAR-PROGRAMADA.
           IF TPR-VIGENCIA(IND-PARAMETRO) > DATA-DO-MOVIMENTO
               MOVE TPR-CODIGO(IND-PARAMETRO)   TO PRG-CODIGO
               MOVE TPR-VALOR(IND-PARAMETRO)    TO VALOR-EDITADO
               MOVE VALOR-EDITADO               TO PRG-VALOR
               MOVE TPR-VIGENCIA(IND-PARAMETRO) TO PRG-VIGENCIA
               MOVE TPR-OPERADOR(IND-PARAMETRO) TO PRG-OPERADOR
               MOVE TPR-DATA-ALTERACAO(IND-PARAMETRO)
                   TO PRG-ALTERACAO
               WRITE REPORT-LINE FROM LINHA-PROGRAMADA
               ADD 1 TO QTD-PROGRAMADAS
           END-IF.

        IMPRIMIR-RODAPE.
           MOVE QTD-PARAMETROS  TO ROD-LINHAS
           MOVE QTD-APLICADAS   TO ROD-APLICADAS
           MOVE QTD-GRAVADAS    TO ROD-GRAVADAS
           MOVE QTD-PROGRAMADAS TO ROD-PROGRAMADAS
           MOVE QTD-ERROS       TO ROD-ERROS
           MOVE QTD-AVISOS      TO ROD-AVISOS
           WRITE REPORT-LINE FROM LINHA-RODAPE-1
           WRITE REPORT-LINE FROM LINHA-RODAPE-2
           WRITE REPORT-LINE FROM LINHA-RODAPE-3
           WRITE REPORT-LINE FROM LINHA-RODAPE-4
           WRITE REPORT-LINE FROM LINHA-RODAPE-5
           WRITE REPORT-LINE FROM LINHA-RODAPE-6.

        END PROGRAM PARMNT.
