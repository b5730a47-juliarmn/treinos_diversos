      * 02/09/2026 RM  FECHAMENTO RODA COM A CONSOLIDACAO PRONTA,
      * 02/09/2026 RM  SEM O AVISO DE PENDENCIA QUE O DISPARO NO
      * 02/09/2026 RM  DRIVER (ANTES DO SOMAHST DA NOITE) GERAVA.
      * 15/10/2026 RM  NOVO PASSO SOMALIM DEPOIS DO CUSTRPT: LISTAGEM
      * 15/10/2026 RM  DOS ITENS RETIDOS POR LIMITE DE CREDITO PARA A
      * 15/10/2026 RM  MESA DE CREDITO. RODA TAMBEM COM O DIA FORA DE
      * 15/10/2026 RM  BALANCO, COMO AS DEMAIS LISTAGENS.
      * 15/10/2026 RM  NA VIRADA DO MES A APROPRIACAO DE JUROS E
      * 15/10/2026 RM  TARIFAS (SOMAJUR) RODA ANTES DO FECHAMENTO, COM
      * 15/10/2026 RM  OS SALDOS DE FIM DE MES; FALHANDO, O MES NAO E
      * 15/10/2026 RM  FECHADO.
      * 15/10/2026 RM  FECHADO DEZEMBRO, O FECHAMENTO ANUAL (SOMAANO)
      * 15/10/2026 RM  RODA EM SEGUIDA: ARQUIVO DO ANO, EXPURGO DO
      * 15/10/2026 RM  SOMAHIST E RESUMO ANUAL POR CLIENTE.
      * 15/10/2026 RM  NOVO PASSO SOMACON NO DIA QUE FECHOU, DEPOIS DO
      * 15/10/2026 RM  SOMAHIST: PROVA DOS SALDOS DO CUSTSLD CONTRA O
      * 15/10/2026 RM  HISTORICO. RC=8 (SALDOS COM DIFERENCA) E
      * 15/10/2026 RM  APONTADO NO JOBLOG E NO RC FINAL, MAS NAO PARA A
      * 15/10/2026 RM  ESTEIRA, COMO O DIA FORA DE BALANCO.
      * 15/10/2026 RM  NOVO PASSO SOMARET (RETORNO DO GL CONTRA O
      * 15/10/2026 RM  SOMAGLT) TODA NOITE, DENTRO OU FORA DE BALANCO,
      * 15/10/2026 RM  ANTES DO RESUMO DE OPERACAO. RC=8 (REJEICAO OU
      * 15/10/2026 RM  DIVERGENCIA NO RETORNO) E APONTADO SEM PARAR A
      * 15/10/2026 RM  ESTEIRA. A LINHA DE COMANDO E LIMPA ANTES DO
      * 15/10/2026 RM  SOMAGLI, QUE AGORA ACEITA REENVIO=AAAAMMDD.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                   IF NOT JOB-COM-ERRO
                       PERFORM EXECUTAR-PASSO-CUSTRPT
                   END-IF
                   IF NOT JOB-COM-ERRO
                       PERFORM EXECUTAR-PASSO-SOMALIM
                   END-IF
               WHEN OTHER
                   PERFORM EXECUTAR-PASSO-SOMAGLI
                   IF NOT JOB-COM-ERRO
                   IF NOT JOB-COM-ERRO
                       PERFORM EXECUTAR-PASSO-CUSTRPT
                   END-IF
                   IF NOT JOB-COM-ERRO
                       PERFORM EXECUTAR-PASSO-SOMALIM
                   END-IF
                   IF NOT JOB-COM-ERRO
                       PERFORM EXECUTAR-PASSO-SOMACON
                   END-IF
           END-EVALUATE
           IF NOT JOB-COM-ERRO
               PERFORM EXECUTAR-PASSO-SOMARET
           END-IF
           PERFORM EXECUTAR-PASSO-SOMAOPS
      * O FECHAMENTO MENSAL FICA PARA DEPOIS DO RESUMO DE
      * OPERACAO: ELE ARQUIVA AS LINHAS DO MES NO JOBLOG,
      * INCLUSIVE AS DESTA NOITE, E O RESUMO PRECISA LE-LAS ANTES.
           IF NOT JOB-COM-ERRO AND RC-DO-BALANCO NOT = 8
                   AND VIROU-O-MES
               PERFORM EXECUTAR-PASSO-SOMAJUR
               IF NOT JOB-COM-ERRO
                   PERFORM EXECUTAR-PASSO-FECHAMES
               END-IF
               IF NOT JOB-COM-ERRO
                       AND DATA-DO-FECHAMENTO(5:2) = "12"
                   PERFORM EXECUTAR-PASSO-SOMAANO
               END-IF
           END-IF
           MOVE "JOB" TO NOME-DO-PASSO
           IF JOB-COM-ERRO
           MOVE "SOMAGLI" TO NOME-DO-PASSO
           PERFORM REGISTRAR-INICIO-PASSO
           DISPLAY "LIBERANDO O FEED DO GL (SOMAGLI)"
           DISPLAY " " UPON COMMAND-LINE
           MOVE ZEROS TO RETURN-CODE
           CALL "SOMAGLI"
           MOVE RETURN-CODE TO RC-DO-PASSO
           PERFORM REGISTRAR-FIM-PASSO
           PERFORM AVALIAR-RC-DO-PASSO.

        EXECUTAR-PASSO-SOMALIM.
           MOVE "SOMALIM" TO NOME-DO-PASSO
           PERFORM REGISTRAR-INICIO-PASSO
           DISPLAY "EMITINDO AS EXCECOES DE LIMITE (SOMALIM)"
           MOVE ZEROS TO RETURN-CODE
           CALL "SOMALIM"
           MOVE RETURN-CODE TO RC-DO-PASSO
           PERFORM REGISTRAR-FIM-PASSO
           PERFORM AVALIAR-RC-DO-PASSO.

      * A PROVA DOS SALDOS SO FAZ SENTIDO COM O DIA JA NO
      * HISTORICO, ENTAO SO RODA QUANDO O SOMAHST RODOU. SALDO
      * DIVERGENTE (RC=8) E APONTADO SEM PARAR A ESTEIRA: O DIA
      * FECHOU E O QUE FALTA E INVESTIGAR O CLIENTE NO SOMACONR.
        EXECUTAR-PASSO-SOMACON.
           MOVE "SOMACON" TO NOME-DO-PASSO
           PERFORM REGISTRAR-INICIO-PASSO
           DISPLAY "PROVANDO OS SALDOS CONTRA O HISTORICO (SOMACON)"
           MOVE ZEROS TO RETURN-CODE
           CALL "SOMACON"
           MOVE RETURN-CODE TO RC-DO-PASSO
           PERFORM REGISTRAR-FIM-PASSO
           IF RC-DO-PASSO = 8
               PERFORM APONTAR-SALDOS-DIVERGENTES
           ELSE
               PERFORM AVALIAR-RC-DO-PASSO
           END-IF.

        APONTAR-SALDOS-DIVERGENTES.
           MOVE "SALDOS DO CUSTSLD NAO FECHAM COM O HISTORICO"
               TO LINHA-DE-LOG
           PERFORM GRAVAR-LOG
           MOVE "(VER SOMACONR)" TO LINHA-DE-LOG
           PERFORM GRAVAR-LOG
           DISPLAY "SALDOS DIVERGENTES DO HISTORICO: VER SOMACONR"
           IF RC-FINAL < 8
               MOVE 8 TO RC-FINAL
           END-IF.

      * O RETORNO DO GL RODA TODA NOITE, MESMO FORA DE BALANCO:
      * O QUE O GL DEVOLVEU DOS DIAS ANTERIORES NAO DEPENDE DO DIA
      * DE HOJE, E O PRAZO DAS TRANSMISSOES SEM RETORNO CORRE.
      * REJEICAO OU DIVERGENCIA (RC=8) E APONTADA SEM PARAR A
      * ESTEIRA: O REENVIO E DECISAO DO OPERADOR (SOMAGLI
      * REENVIO=AAAAMMDD), DEPOIS DE VER O SOMARETR.
        EXECUTAR-PASSO-SOMARET.
           MOVE "SOMARET" TO NOME-DO-PASSO
           PERFORM REGISTRAR-INICIO-PASSO
           DISPLAY "CASANDO O RETORNO DO GL (SOMARET)"
           MOVE ZEROS TO RETURN-CODE
           CALL "SOMARET"
           MOVE RETURN-CODE TO RC-DO-PASSO
           PERFORM REGISTRAR-FIM-PASSO
           IF RC-DO-PASSO = 8
               PERFORM APONTAR-RETORNO-DO-GL
           ELSE
               PERFORM AVALIAR-RC-DO-PASSO
           END-IF.

        APONTAR-RETORNO-DO-GL.
           MOVE "GL REJEITOU OU DIVERGIU DE TRANSMISSAO DO FEED"
               TO LINHA-DE-LOG
           PERFORM GRAVAR-LOG
           MOVE "(VER SOMARETR; REENVIO PELO SOMAGLI)" TO LINHA-DE-LOG
           PERFORM GRAVAR-LOG
           DISPLAY "RETORNO DO GL COM REJEICAO/DIVERGENCIA: VER"
               " SOMARETR"
           IF RC-FINAL < 8
               MOVE 8 TO RC-FINAL
           END-IF.

      * A APROPRIACAO LE O MES NA LINHA DE COMANDO, REGRAVADA COM
      * O MES DO DIA FECHADO ANTES DA CHAMADA, COMO SOMAFECH FAZ
      * PARA O SOMAMES. OS LANCAMENTOS VAO PARA O SOMAINRAW E SAO
      * POSTADOS PELO DRIVER DO PRIMEIRO DIA DO MES SEGUINTE.
        EXECUTAR-PASSO-SOMAJUR.
           MOVE "SOMAJUR" TO NOME-DO-PASSO
           PERFORM REGISTRAR-INICIO-PASSO
           DISPLAY "ULTIMO DIA UTIL DO MES: APROPRIANDO JUROS E"
               " TARIFAS (SOMAJUR)"
           DISPLAY DATA-DO-FECHAMENTO(1:6) UPON COMMAND-LINE
           MOVE ZEROS TO RETURN-CODE
           CALL "SOMAJUR"
           MOVE RETURN-CODE TO RC-DO-PASSO
           PERFORM REGISTRAR-FIM-PASSO
           PERFORM AVALIAR-RC-DO-PASSO.

      * O BIZDATE AVANCADO CAIU EM OUTRO MES: O DIA FECHADO ERA O
      * ULTIMO DIA UTIL DO MES E O FECHAMENTO MENSAL RODA AQUI,
      * COM A CONSOLIDACAO DO SOMAHST JA FEITA. O JOBLOG E FECHADO
           PERFORM REGISTRAR-FIM-PASSO
           PERFORM AVALIAR-RC-DO-PASSO.

      * O ANO VAI NA LINHA DE COMANDO, COMO O MES DA APROPRIACAO.
      * SOMAANO SO FECHA COM OS DOZE MESES EM SOMAMFEC, ENTAO UM
      * DEZEMBRO QUE NAO FECHOU NAO CHEGA A ESTE PASSO.
        EXECUTAR-PASSO-SOMAANO.
           MOVE "SOMAANO" TO NOME-DO-PASSO
           PERFORM REGISTRAR-INICIO-PASSO
           DISPLAY "DEZEMBRO FECHADO: DISPARANDO O FECHAMENTO"
               " ANUAL (SOMAANO)"
           DISPLAY DATA-DO-FECHAMENTO(1:4) UPON COMMAND-LINE
           MOVE ZEROS TO RETURN-CODE
           CALL "SOMAANO"
           MOVE RETURN-CODE TO RC-DO-PASSO
           PERFORM REGISTRAR-FIM-PASSO
           PERFORM AVALIAR-RC-DO-PASSO.

      * O RESUMO DE OPERACAO RODA SEMPRE, MESMO COM A ESTEIRA
      * INTERROMPIDA: E ELE QUE CONTA PARA O TURNO DA MANHA COMO
      * A NOITE TERMINOU.
