       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE PEDIDOS DE COMPRA               *
      * LISTA OS PEDIDOS (TODOS, SO OS EM ABERTO OU  *
      * SO OS AGUARDANDO APROVACAO) COM FORNECEDOR,  *
      * DATAS, STATUS, VALOR, EMITENTE E APROVADOR   *
      * E OS ITENS PEDIDOS X RECEBIDOS COM A         *
      * DIVERGENCIA                                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                03 PED-DATA-EMISSAO   PIC 9(08).
                03 PED-DATA-PREV      PIC 9(08).
                03 PED-STATUS         PIC X(01).
                03 PED-VALOR          PIC 9(12).
                03 PED-EMITENTE       PIC X(08).
                03 PED-APROVADOR      PIC X(08).
                03 PED-DATA-APROV     PIC 9(08).
                03 PED-OBS-APROV      PIC X(40).
      *
       FD ARQPEDI
               LABEL RECORD IS STANDARD
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-IMPRESSOS    PIC 9(08) VALUE ZEROS.
       77 W-DIVERG       PIC S9(07) VALUE ZEROS.
       77 W-DESC-ST      PIC X(20) VALUE SPACES.
       77 W-VALOR-ED     PIC ZZZZZZZZZZZ9.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-FILTRO.
                DISPLAY "T=TODOS  A=SO EM ABERTO/PARCIAL"
                DISPLAY "E=SO AGUARDANDO APROVACAO"
                DISPLAY "LISTAR                                    : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "t"
                   MOVE "T" TO W-OPCAO.
                IF W-OPCAO = "a"
                   MOVE "A" TO W-OPCAO.
                IF W-OPCAO = "e"
                   MOVE "E" TO W-OPCAO.
                IF W-OPCAO NOT = "T" AND "A" AND "E"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** DIGITE APENAS T, A OU E ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO PEDIR-FILTRO.
                ADD 1 TO W-LIDOS.
                IF W-OPCAO = "A" AND PED-STATUS NOT = "A" AND "P"
                   GO TO PROC-LOOP.
                IF W-OPCAO = "E" AND PED-STATUS NOT = "E"
                   GO TO PROC-LOOP.
      *
       IMPRIMIR-PED.
                ADD 1 TO W-IMPRESSOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                EVALUATE PED-STATUS
                   WHEN "A" MOVE "EM ABERTO"           TO W-DESC-ST
                   WHEN "P" MOVE "RECEBIDO PARCIAL"    TO W-DESC-ST
                   WHEN "T" MOVE "RECEBIDO TOTAL"      TO W-DESC-ST
                   WHEN "E" MOVE "AGUARD. APROVACAO"   TO W-DESC-ST
                   WHEN "X" MOVE "REPROVADO"           TO W-DESC-ST
                   WHEN OTHER MOVE SPACES              TO W-DESC-ST
                END-EVALUATE
                STRING "   EMISSAO " PED-DATA-EMISSAO
                       "  PREVISTA " PED-DATA-PREV
                       "  STATUS " PED-STATUS " - " W-DESC-ST
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE PED-VALOR TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   VALOR " W-VALOR-ED
                       "  EMITENTE " PED-EMITENTE
                       "  APROVADOR " PED-APROVADOR
                       " EM " PED-DATA-APROV
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF PED-OBS-APROV NOT = SPACES
                   MOVE SPACES TO SPL-LINHA
                   STRING "   OBS. APROVACAO: " PED-OBS-APROV
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "   ITEM  PRODUTO    PEDIDO  RECEBIDO"
                       "  DIVERGENCIA"
