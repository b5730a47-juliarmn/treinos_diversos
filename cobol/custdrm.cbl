      * 02/09/2026 RM  MANUTENCAO (TESTE), EM VEZ DE ALGUEM DIGITAR
      * 02/09/2026 RM  NA MAO, E O EXPURGO (CUSTPRG) PASSA A TER
      * 02/09/2026 RM  QUEM O ABASTECA DE FORMA SISTEMATICA.
      * 15/10/2026 RM  CUSTDRMT NO LAYOUT NOVO DO CUSTIN: LIMITE DE
      * 15/10/2026 RM  CREDITO EM BRANCO (MANTEM O DO MESTRE) E
      * 15/10/2026 RM  OPERADOR "CUSTDRM". INATIVAR NAO PEDE SEGUNDO
      * 15/10/2026 RM  OPERADOR, ENTAO A TRANSACAO E APLICADA NA HORA.
      * 15/10/2026 RM  CUSTMSTR COM A CHAVE ALTERNADA CUSTOMER-NAME
      * 15/10/2026 RM  (COM DUPLICATAS), DECLARADA IGUAL EM TODOS OS
      * 15/10/2026 RM  PROGRAMAS QUE ABREM O MESTRE.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CUSTOMER-ID
                ALTERNATE RECORD KEY IS CUSTOMER-NAME
                    WITH DUPLICATES
                FILE STATUS IS MSTR-STATUS.
            SELECT HISTORY-FILE ASSIGN TO "SOMAHIST"
                ORGANIZATION IS INDEXED
            05  FEED-CUSTOMER-NAME    PIC X(30).
            05  FEED-ADDRESS-LINE     PIC X(40).
            05  FEED-STATUS-CODE      PIC X(01).
            05  FEED-LIMITE-CREDITO   PIC X(13).
            05  FEED-OPERADOR         PIC X(08).
        FD  BUSINESS-DATE.
           COPY BIZDATE.
        WORKING-STORAGE SECTION.
           MOVE CUSTOMER-NAME TO FEED-CUSTOMER-NAME
           MOVE ADDRESS-LINE  TO FEED-ADDRESS-LINE
           MOVE "I"           TO FEED-STATUS-CODE
           MOVE "CUSTDRM"     TO FEED-OPERADOR
           WRITE FEED-OUT-REC.

        IMPRIMIR-RODAPE.
