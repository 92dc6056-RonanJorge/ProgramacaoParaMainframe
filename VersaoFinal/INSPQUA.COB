      *    PARA VENDA)                               *
      * 2) LIBERA PARA O ESTOQUE LIVRE: GERA O PAR   *
      *    DE MOVIMENTO (TRANSFERENCIA T DE QR PARA  *
      *    O LOCAL DESTINO) E MOVE O SALDO; AS       *
      *    ENCOMENDAS DE CLIENTES DO PRODUTO SAO     *
      *    ALOCADAS COM O ESTOQUE LIBERADO (ENCDRV)  *
      * 3) REJEITA: TRANSFERE DE QR PARA O LOCAL 01  *
      *    (AREA DE EXPEDICAO); A SAIDA F DO ESTOQUE *
      *    E GRAVADA EM SEGUIDA PELO DEVFORN, QUE    *
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
       77 W-MOV-PROX     PIC 9(08) VALUE ZEROS.
       77 W-AUD-OP       PIC X(01) VALUE SPACES.
       77 W-LISTADOS     PIC 9(05) VALUE ZEROS.
       01 ENL-COMUNIC.
                03 ENL-FUNCAO     PIC X(01).
                03 ENL-PRO-COD    PIC 9(08).
                03 ENL-CLI-CPF    PIC 9(14).
                03 ENL-QTDE       PIC 9(06).
                03 ENL-PRECO      PIC 9(08).
                03 ENL-ORIGEM     PIC X(08).
                03 ENL-LIVRE      PIC 9(08).
                03 ENL-ALOCADAS   PIC 9(04).
                03 ENL-RETORNO    PIC X(02).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       LISTAR2.
                READ ARQSLD NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY " ITENS EM QUARENTENA : " W-LISTADOS
                DISPLAY "LOCAL DESTINO                             : "
                        WITH NO ADVANCING
                ACCEPT W-LOC-DEST
                IF W-LOC-DEST = "QR" OR "TT" OR W-LOC-DEST = SPACES
                   OR W-LOC-DEST (1:1) = "K"
                   DISPLAY "*** LOCAL DESTINO INVALIDO ***"
                   GO TO LIBERAR-FIM.
                MOVE W-LOC-DEST TO LOC-COD
                MOVE ZEROS       TO MOV-CPF-FORC
                MOVE "QR"        TO MOV-LOC
                MOVE W-LOC-DEST  TO MOV-LOC-DEST
                MOVE SPACES      TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "*** MOVIMENTO NAO GRAVADO ***"
                MOVE "I" TO W-AUD-OP
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                DISPLAY "*** MERCADORIA LIBERADA PARA O LOCAL "
                        W-LOC-DEST " ***"
                PERFORM ALOCAR-ENCOMENDAS THRU ALOCAR-ENCOMENDAS-FIM.
       LIBERAR-FIM.
                EXIT.
      *
      ***************************************
      * ENCOMENDAS DO PRODUTO: COM O NOVO    *
      * ESTOQUE LIVRE (FORA DE QR E TT), O   *
      * ENCDRV TRANSFORMA AS ENCOMENDAS EM   *
      * ESPERA EM PEDIDOS COM RESERVA, NA    *
      * ORDEM DE DATA                        *
      ***************************************
      *
       ALOCAR-ENCOMENDAS.
                MOVE ZEROS  TO ENL-LIVRE
                MOVE W-PRO  TO SLD-PRO-COD
                MOVE SPACES TO SLD-LOC
                START ARQSLD KEY IS NOT LESS SLD-CHAVE INVALID KEY
                      MOVE "10" TO ST-ERRO.
       ALOCAR-ENCOMENDAS-1.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO ALOCAR-ENCOMENDAS-2.
                READ ARQSLD NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-ERRO NOT = "00" OR SLD-PRO-COD NOT = W-PRO
                   MOVE "10" TO ST-ERRO
                   GO TO ALOCAR-ENCOMENDAS-1.
                IF SLD-LOC NOT = "QR" AND NOT = "TT"
                   AND SLD-LOC (1:1) NOT = "K"
                   ADD SLD-QTDE TO ENL-LIVRE.
                GO TO ALOCAR-ENCOMENDAS-1.
       ALOCAR-ENCOMENDAS-2.
                MOVE "A"       TO ENL-FUNCAO
                MOVE W-PRO     TO ENL-PRO-COD
                MOVE ZEROS     TO ENL-CLI-CPF ENL-QTDE ENL-PRECO
                MOVE "INSPQUA" TO ENL-ORIGEM
                CALL "ENCDRV" USING ENL-COMUNIC
                IF ENL-RETORNO NOT = "00"
                   DISPLAY "*** ERRO " ENL-RETORNO
                           " NA ALOCACAO DAS ENCOMENDAS ***".
                IF ENL-ALOCADAS NOT = ZEROS
                   DISPLAY "*** " ENL-ALOCADAS " ENCOMENDA(S) DO "
                           "PRODUTO " W-PRO " EM PEDIDO ***"
                   DISPLAY "    AVISAR OS CLIENTES (RELATORIO RELENC)".
       ALOCAR-ENCOMENDAS-FIM.
                EXIT.
      *
      ***** FASE 3 - REJEICAO (SAI DA QUARENTENA PARA O LOCAL 01, *****
      ***** DE ONDE O DEVFORN GRAVA A SAIDA F E BAIXA O ESTOQUE)  *****
      *
                MOVE ZEROS       TO MOV-CPF-FORC
                MOVE "QR"        TO MOV-LOC
                MOVE "01"        TO MOV-LOC-DEST
                MOVE SPACES      TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "*** MOVIMENTO NAO GRAVADO ***"
                MOVE W-PRO TO SLD-PRO-COD
                MOVE "QR"  TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** PRODUTO SEM SALDO EM QUARENTENA ***"
                MOVE W-PRO TO SLD-PRO-COD
                MOVE "QR"  TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO BAIXAR-QR-FIM.
                ELSE
                   SUBTRACT W-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SALDO DA QUARENTENA NAO BAIXADO ***".
                MOVE W-PRO      TO SLD-PRO-COD
                MOVE W-LOC-DEST TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE W-PRO      TO SLD-PRO-COD
                   MOVE W-LOC-DEST TO SLD-LOC
                   MOVE ZEROS      TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-ERRO NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-ERRO
                      DISPLAY "*** SALDO DO DESTINO NAO ATUALIZADO"
                      GO TO SOMAR-DEST-FIM.
                ADD W-QTDE TO SLD-QTDE
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** SALDO DO DESTINO NAO ATUALIZADO ***".
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   PERFORM SEED-MOV THRU SEED-MOV-FIM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE W-MOV-PROX TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE NUM-PROXIMO TO MOV-NUM
                   ADD 1 TO NUM-PROXIMO
                   REWRITE REGNUM
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   GO TO OBTER-NUM-MOV-FIM.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
       GRAVAR-ERRO-FIM.
                EXIT.
      *
      ***************************************
      * REGISTRO DAS ATUALIZACOES NO DIARIO  *
      * (ARQJRN), USADO NA RECUPERACAO DOS   *
      * ARQUIVOS A PARTIR DA COPIA DE        *
      * SEGURANCA                            *
      ***************************************
      *
       GRAVAR-DIARIO.
                MOVE "INSPQUA"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-SLD.
                MOVE "ARQSLD"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SLD TO JRN-ANTES
                ELSE
                   MOVE REGSLD TO JRN-ANTES.
                MOVE REGSLD TO JRN-DEPOIS JRN-ANT-SLD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SLD-FIM.
                EXIT.
       DIARIO-NUM.
                MOVE "ARQNUM"     TO JRN-ARQUIVO
                MOVE ST-NUM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NUM TO JRN-ANTES
                ELSE
                   MOVE REGNUM TO JRN-ANTES.
                MOVE REGNUM TO JRN-DEPOIS JRN-ANT-NUM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NUM-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
