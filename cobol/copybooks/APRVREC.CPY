      ******************************************************
      * APRVREC.CPY
      * APROVACAO DE LIMITE DE CREDITO (ARQUIVO INDEXADO
      * SOMAAPRV). A MARCA DE LIMITE APROVADO DO SOMAINRAW SO
      * VALE COM UMA LINHA AQUI PARA O MESMO ITEM (CLIENTE, NUM1,
      * NUM2, TIPO E REFERENCIA DE ESTORNO, BYTE A BYTE COMO NA
      * ENTRADA). QUEM GRAVA E SO QUEM PODE APROVAR: SOMACOR, NA
      * LIBERACAO DE UM ITEM RETIDO POR LIMITE (COM A SEQUENCIA
      * DO SUSPENSO), E SOMAJUR, NOS CREDITOS DE JUROS (COM A
      * ORDEM DO LANCAMENTO NA RODADA). DRIVER ANULA A MARCA SEM
      * LINHA ANTES DO SORT, E SOMA GASTA A LINHA AO POSTAR O
      * ITEM, GRAVANDO A DATA DE MOVIMENTO E A POSICAO DO ITEM NO
      * SOMAIN: A LINHA GASTA SO VOLTA A VALER PARA O MESMO ITEM
      * NA MESMA DATA (RESTART OU REEXECUCAO DO DIA).
      * 15/10/2026 RM  CRIACAO DO COPYBOOK.
      ******************************************************
       01  APPROVAL-RECORD.
           05  APRV-KEY.
               10  APRV-ITEM.
                   15  APRV-TRANS-KEY      PIC X(06).
                   15  APRV-NUM1           PIC X(09).
                   15  APRV-NUM2           PIC X(09).
                   15  APRV-TIPO           PIC X(01).
                   15  APRV-REF-ESTORNO    PIC X(18).
               10  APRV-DATA               PIC 9(08).
               10  APRV-ORIGEM             PIC X(08).
               10  APRV-SEQUENCIA          PIC 9(06).
           05  APRV-USO.
               10  APRV-DATA-USO           PIC 9(08).
                   88  APRV-NAO-USADA      VALUE ZEROS.
               10  APRV-REGISTRO-USO       PIC 9(08).
