      * 22/08/2026 RM  CRIACAO DO COPYBOOK.
      * 22/08/2026 RM  DATA COM ANO DE QUATRO DIGITOS (AAAAMMDD),
      * 22/08/2026 RM  VINDA DO CONTROLE DE DATA DE MOVIMENTO.
      * 15/10/2026 RM  IMAGENS COM O LIMITE DE CREDITO, ACOMPANHANDO O
      * 15/10/2026 RM  CUSTREC: O REGISTRO PASSA A 243 POSICOES.
      * 15/10/2026 RM  OPERADOR QUE FEZ A TRANSACAO (NA APROVACAO, O
      * 15/10/2026 RM  APROVADOR; NA EXPIRACAO, "SISTEMA") NO FIM DO
      * 15/10/2026 RM  REGISTRO, QUE PASSA A 251 POSICOES. LINHAS
      * 15/10/2026 RM  ANTIGAS SAO LIDAS COM O OPERADOR EM BRANCO.
      * 15/10/2026 RM  FUNCOES ALEM DE A/C/I: P = PENDENCIA APROVADA,
      * 15/10/2026 RM  R = PENDENCIA RECUSADA, X = PENDENCIA EXPIRADA.
      * 15/10/2026 RM  ALTERACAO RETIDA PARA APROVACAO SAI COMO "C"
      * 15/10/2026 RM  SEM IMAGEM DEPOIS: SO A APROVACAO MUDA O MESTRE.
      * 15/10/2026 RM  N = BUSCA POR NOME, COM CLIENTE ZERO E SEM
      * 15/10/2026 RM  IMAGENS: SO REGISTRA QUEM CONSULTOU.
      ******************************************************
       01  MAINT-AUDIT-REC.
           05  MAUD-DATA                   PIC 9(08).
               10  MAUD-ANT-NOME           PIC X(30).
               10  MAUD-ANT-ENDERECO       PIC X(40).
               10  MAUD-ANT-SITUACAO       PIC X(01).
               10  MAUD-ANT-LIMITE         PIC 9(11)V99.
           05  MAUD-DEPOIS.
               10  MAUD-DEP-ID             PIC 9(06).
               10  MAUD-DEP-NOME           PIC X(30).
               10  MAUD-DEP-ENDERECO       PIC X(40).
               10  MAUD-DEP-SITUACAO       PIC X(01).
               10  MAUD-DEP-LIMITE         PIC 9(11)V99.
           05  MAUD-OPERADOR               PIC X(08).
