                      MOVE "00" TO ST-ERRO.
      *
      ***************************************
      * GARANTIA DO PASSO DE NOTAS NAO       *
      * AUTORIZADAS DA NF-E (NFEPEND) NAS    *
      * CADEIAS CRIADAS ANTES DO CONTROLE    *
      ***************************************
      *
       GARANTIR-NFEPEND.
                MOVE 09 TO RUN-SEQ
                READ ARQRUN
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE 09        TO RUN-SEQ
                   MOVE "NFEPEND" TO RUN-PROGRAMA
                   MOVE ZEROS     TO RUN-DATA
                   MOVE "P"       TO RUN-STATUS
                   WRITE REGRUN
                   IF ST-ERRO NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-ERRO.
      *
      ***************************************
      * GARANTIA DO PASSO DE ETIQUETAS DE    *
      * PRECO PENDENTES DO DIA (ETQDIA) NAS  *
      * CADEIAS CRIADAS ANTES DO PASSO       *
      ***************************************
      *
       GARANTIR-ETQDIA.
                MOVE 10 TO RUN-SEQ
                READ ARQRUN
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE 10       TO RUN-SEQ
                   MOVE "ETQDIA" TO RUN-PROGRAMA
                   MOVE ZEROS    TO RUN-DATA
                   MOVE "P"      TO RUN-STATUS
                   WRITE REGRUN
                   IF ST-ERRO NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-ERRO.
      *
      ***************************************
      * O FECHAMENTO NAO RODA COM SESSAO DE  *
      * CAIXA AINDA ABERTA (ARQCXS)          *
      ***************************************
                MOVE 08          TO RUN-SEQ
                MOVE "ESTMES"    TO RUN-PROGRAMA
                WRITE REGRUN
                MOVE 09          TO RUN-SEQ
                MOVE "NFEPEND"   TO RUN-PROGRAMA
                WRITE REGRUN
                MOVE 10          TO RUN-SEQ
                MOVE "ETQDIA"    TO RUN-PROGRAMA
                WRITE REGRUN
                CLOSE ARQRUN
                DISPLAY "*** CADEIA PADRAO DE FECHAMENTO CRIADA ***".
       CRIAR-CADEIA-FIM.
