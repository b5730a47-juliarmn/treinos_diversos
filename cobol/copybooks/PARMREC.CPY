      ******************************************************
      * PARMREC.CPY
      * PARAMETROS DO SISTEMA (ARQUIVO SOMAPARM): OS LIMITES DE
      * OPERACAO QUE ATE AQUI ERAM COMPILADOS NOS PROGRAMAS. UMA
      * LINHA POR VALOR, COM A DATA A PARTIR DA QUAL VALE
      * (VIGENCIA), QUEM FEZ A ALTERACAO E QUANDO. O ARQUIVO E
      * MANTIDO SO PELO PARMNT, QUE CRITICA CADA MUDANCA, AUDITA
      * O VALOR ANTIGO E O NOVO EM SOMAPRMA E REGRAVA O ARQUIVO
      * ORDENADO POR CODIGO E VIGENCIA.
      * CADA PROGRAMA LE O ARQUIVO NO INICIO E, PARA CADA CODIGO
      * QUE USA, FICA COM A ULTIMA LINHA DE VIGENCIA ATE A DATA
      * DE MOVIMENTO (BIZDATE); COMO O ARQUIVO VEM ORDENADO,
      * BASTA A ULTIMA QUE SE QUALIFICA. SEM O ARQUIVO, OU SEM
      * LINHA EM VIGOR PARA O CODIGO, VALE O PADRAO COMPILADO.
      * CODIGOS (PADRAO, QUEM USA):
      *   INTERVALO-CHECKPOINT 10         SOMA
      *   LIMITE-FERIADOS      100        DRIVER, CALMNT, SOMARET
      *   LIMITE-CORRECOES     200        SOMACOR, SOMAEDT
      *   LIMITE-GERACOES      50         CUSTUNL
      *   GERACOES-A-MANTER    5          CUSTUNL
      *   VALOR-MINIMO         0,01       SOMA, SOMAEDT
      *   VALOR-MAXIMO         5000000,00 SOMA, SOMAEDT
      *   PRAZO-RETORNO-GL     2          SOMARET
      *   ULTIMAS-POSTAGENS    10         CUSTINQ
      *   MESES-AUDITORIA      12         CUSTINQ
      *   PRAZO-PENDENCIA      5          TESTE
      *   ANOS-RETENCAO-HIST   2          SOMAANO
      *   JUROS-CREDOR-A       0,50       SOMAJUR
      *   JUROS-DEVEDOR-A      8,00       SOMAJUR
      *   TARIFA-MENSAL-A      12,50      SOMAJUR
      * OS JUROS SAO EM PERCENTUAL AO MES (0,50 = 0,5%), A TARIFA EM
      * REAIS; O SUFIXO E A SITUACAO DO CLIENTE NO CADASTRO.
      * 15/10/2026 RM  CRIACAO DO COPYBOOK.
      * 15/10/2026 RM  CODIGOS DA CONSULTA DE CLIENTES (CUSTINQ).
      * 15/10/2026 RM  PRAZO EM DIAS DAS PENDENCIAS DE APROVACAO DA
      * 15/10/2026 RM  MANUTENCAO DE CLIENTES (TESTE).
      * 15/10/2026 RM  RETENCAO DO SOMAHIST (SOMAANO) E TAXAS E TARIFA
      * 15/10/2026 RM  DO CLIENTE ATIVO NA APROPRIACAO MENSAL (SOMAJUR).
      ******************************************************
       01  SYSTEM-PARAMETER-REC.
           05  PRM-CODIGO                  PIC X(20).
               88  PRM-INTERVALO-CHECKPOINT
                                   VALUE "INTERVALO-CHECKPOINT".
               88  PRM-LIMITE-FERIADOS
                                   VALUE "LIMITE-FERIADOS".
               88  PRM-LIMITE-CORRECOES
                                   VALUE "LIMITE-CORRECOES".
               88  PRM-LIMITE-GERACOES
                                   VALUE "LIMITE-GERACOES".
               88  PRM-GERACOES-A-MANTER
                                   VALUE "GERACOES-A-MANTER".
               88  PRM-VALOR-MINIMO
                                   VALUE "VALOR-MINIMO".
               88  PRM-VALOR-MAXIMO
                                   VALUE "VALOR-MAXIMO".
               88  PRM-PRAZO-RETORNO-GL
                                   VALUE "PRAZO-RETORNO-GL".
               88  PRM-ULTIMAS-POSTAGENS
                                   VALUE "ULTIMAS-POSTAGENS".
               88  PRM-MESES-AUDITORIA
                                   VALUE "MESES-AUDITORIA".
               88  PRM-PRAZO-PENDENCIA
                                   VALUE "PRAZO-PENDENCIA".
               88  PRM-ANOS-RETENCAO-HIST
                                   VALUE "ANOS-RETENCAO-HIST".
               88  PRM-JUROS-CREDOR-A
                                   VALUE "JUROS-CREDOR-A".
               88  PRM-JUROS-DEVEDOR-A
                                   VALUE "JUROS-DEVEDOR-A".
               88  PRM-TARIFA-MENSAL-A
                                   VALUE "TARIFA-MENSAL-A".
           05  FILLER                      PIC X(01).
           05  PRM-VIGENCIA                PIC 9(08).
           05  FILLER                      PIC X(01).
           05  PRM-VALOR                   PIC 9(11)V99.
           05  FILLER                      PIC X(01).
           05  PRM-OPERADOR                PIC X(08).
           05  FILLER                      PIC X(01).
           05  PRM-DATA-ALTERACAO          PIC 9(08).
