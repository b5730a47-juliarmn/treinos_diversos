      ******************************************************
      * PENDREC.CPY
      * ALTERACAO DE CADASTRO RETIDA PARA APROVACAO (ARQUIVO
      * CUSTPEND). A MANUTENCAO (TESTE) NAO APLICA NA HORA A
      * TROCA DE NOME, A TROCA DE ENDERECO NEM A VOLTA DA
      * SITUACAO PARA ATIVO: GUARDA AQUI QUEM PEDIU, QUANDO, O
      * REGISTRO COMO ESTAVA (ANTES) E COMO FICARIA (DEPOIS). UM
      * SEGUNDO OPERADOR, DIFERENTE DO SOLICITANTE, APROVA EM UMA
      * RODADA POSTERIOR (FUNCAO P DO CUSTIN) OU RECUSA (FUNCAO
      * R); SEM APROVACAO A PENDENCIA EXPIRA DEPOIS DO PRAZO DO
      * PARAMETRO PRAZO-PENDENCIA (SOMAPARM). O ARQUIVO TEM SO AS
      * PENDENCIAS EM ABERTO, UMA POR CLIENTE, E E REGRAVADO PELO
      * TESTE A CADA RODADA; O QUE SAI DELE VAI PARA O CUSTMAUD.
      * 15/10/2026 RM  CRIACAO DO COPYBOOK.
      ******************************************************
       01  PENDING-CHANGE-REC.
           05  PEND-CUSTOMER-ID            PIC 9(06).
           05  FILLER                      PIC X(01).
           05  PEND-DATA                   PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PEND-HORA                   PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PEND-OPERADOR               PIC X(08).
           05  FILLER                      PIC X(01).
           05  PEND-ANTES.
               10  PEND-ANT-ID             PIC 9(06).
               10  PEND-ANT-NOME           PIC X(30).
               10  PEND-ANT-ENDERECO       PIC X(40).
               10  PEND-ANT-SITUACAO       PIC X(01).
               10  PEND-ANT-LIMITE         PIC 9(11)V99.
           05  PEND-DEPOIS.
               10  PEND-DEP-ID             PIC 9(06).
               10  PEND-DEP-NOME           PIC X(30).
               10  PEND-DEP-ENDERECO       PIC X(40).
               10  PEND-DEP-SITUACAO       PIC X(01).
               10  PEND-DEP-LIMITE         PIC 9(11)V99.
