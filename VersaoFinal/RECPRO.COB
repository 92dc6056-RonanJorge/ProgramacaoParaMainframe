      * A MERCADORIA RECEBIDA ENTRA BLOQUEADA NO    *
      * LOCAL DE QUARENTENA (QR) E SO VAI PARA O    *
      * ESTOQUE VENDAVEL APOS A LIBERACAO DA        *
      * INSPECAO (PROGRAMA INSPQUA). O ICMS E O IPI *
      * DA NOTA DO FORNECEDOR FICAM NO ARQRCI COMO  *
      * CREDITO PARA A APURACAO MENSAL (APURIMP)    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-SER
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
       SELECT ARQRCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS RCI-REC-NUM
                    FILE STATUS  IS ST-RCI.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQPED
               LABEL RECORD IS STANDARD
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
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
      *
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-15.
       01 REGSER.
                03 SER-CHAVE.
                   05 SER-PRO-COD    PIC 9(08).
                   05 SER-NUMERO     PIC X(20).
                03 SER-SIT           PIC X(01).
                03 SER-NOTA          PIC 9(08).
                03 SER-ITEM          PIC 9(03).
                03 SER-CLI-CPF       PIC 9(14).
                03 SER-DATA-VENDA    PIC 9(08).
                03 SER-FOR-CPF       PIC 9(14).
                03 SER-DATA-ENT      PIC 9(08).
                03 SER-REC-NUM       PIC 9(08).
      *
       FD ARQRCI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-16.
       01 REGRCI.
                03 RCI-REC-NUM       PIC 9(08).
                03 RCI-FOR-CPF       PIC 9(14).
                03 RCI-PRO-COD       PIC 9(08).
                03 RCI-DATA          PIC 9(08).
                03 RCI-BASE          PIC 9(14).
                03 RCI-ICMS          PIC 9(10)V99.
                03 RCI-IPI           PIC 9(10)V99.
      *
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 PRC-PRO-COD       PIC 9(08).
                03 PRC-MIN-FIXO      PIC X(01).
                03 PRC-SERIE         PIC X(01).
                03 PRC-GARANTIA      PIC 9(03).
                03 PRC-CATEGORIA     PIC 9(06).
                03 PRC-PESO          PIC 9(05)V999.
                03 PRC-VOLUME        PIC 9(03)V999.
      *
       FD ARQTRN
               LABEL RECORD IS STANDARD
       77 W-ARQ-12       PIC X(17) VALUE "ARQPER.DAT".
       77 W-ARQ-13       PIC X(17) VALUE "ARQNUM.DAT".
       77 W-ARQ-14       PIC X(17) VALUE "ARQERRO.DAT".
       77 W-ARQ-15       PIC X(17) VALUE "ARQSER.DAT".
       77 W-ARQ-16       PIC X(17) VALUE "ARQRCI.DAT".
       77 W-SEL         PIC 9(01) VALUE ZEROS.
       77 W-CONT       	PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    	PIC X(01) VALUE SPACES.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 ST-SER         PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-CTL-SERIE    PIC 9(01) VALUE ZEROS.
       77 W-SER-NUM      PIC X(20) VALUE SPACES.
       77 W-SER-QTDE     PIC 9(03) VALUE ZEROS.
       77 W-SER-IDX      PIC 9(03) VALUE ZEROS.
       77 W-SER-DUP      PIC 9(01) VALUE ZEROS.
       77 ST-RCI         PIC X(02) VALUE "00".
       77 W-ICMS-REC     PIC 9(10)V99 VALUE ZEROS.
       77 W-IPI-REC      PIC 9(10)V99 VALUE ZEROS.
       01 W-TAB-SERIES.
                03 W-SER-TAB      PIC X(20) OCCURS 50 TIMES.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CUS          PIC X(32).
       01 JRN-ANT-LOTE         PIC X(32).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PED          PIC X(115).
       01 JRN-ANT-PEDI         PIC X(39).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAREC.
               VALUE  "                PRECO DE COMPRA :".
           05  LINE 14  COLUMN 01
               VALUE  "                DATA DA COMPRA :".
           05  LINE 15  COLUMN 01
               VALUE  "   ICMS DA NOTA FORNEC. (ITEM) :".
           05  LINE 16  COLUMN 01
               VALUE  "    IPI DA NOTA FORNEC. (ITEM) :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-LOC
           05  TPRO-DATA
               LINE 14  COLUMN 34  PIC 9(08)
               USING  PRO-DATA.
           05  TW-ICMS-REC
               LINE 15  COLUMN 34  PIC 9(10)V99
               USING  W-ICMS-REC.
           05  TW-IPI-REC
               LINE 16  COLUMN 34  PIC 9(10)V99
               USING  W-IPI-REC.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE W-ARQ-14 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-14
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-14
                MOVE W-ARQ-15 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-15
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-15
                MOVE W-ARQ-16 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-16
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-16.
       INC-OP0.
           OPEN I-O ARQFOR
           IF ST-FOR NOT = "00"
       GARANTIR-SERIE.
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
                   IF ST-NUM NOT = "00" AND NOT = "02"
                      MOVE "ERRO NA CRIACAO DA SERIE DE NUMERACAO"
                                                             TO MENS
                      MOVE "01"   TO LOC-COD
                      MOVE "LOJA" TO LOC-NOME
                      WRITE REGLOC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                      MOVE "QR"         TO LOC-COD
                      MOVE "QUARENTENA" TO LOC-NOME
                      WRITE REGLOC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                      CLOSE ARQLOC
                      GO TO ABRIR-LOC
               ELSE
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      ***** NUMEROS DE SERIE DAS UNIDADES RECEBIDAS *****
      *
       ABRIR-SER.
           OPEN I-O ARQSER
           IF ST-SER NOT = "00"
               IF ST-SER = "30" OR "35"
                      OPEN OUTPUT ARQSER
                      CLOSE ARQSER
                      GO TO ABRIR-SER
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ NUMEROS DE SERIE"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQFOR ARQPRO ARQMOV ARQPED ARQPEDI ARQNUM
                            ARQREC ARQLOC ARQSLD ARQLOTE
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      ***** IMPOSTOS DA NOTA DO FORNECEDOR (CREDITO) *****
      *
       ABRIR-RCI.
           OPEN I-O ARQRCI
           IF ST-RCI NOT = "00"
               IF ST-RCI = "30" OR "35"
                      OPEN OUTPUT ARQRCI
                      CLOSE ARQRCI
                      GO TO ABRIR-RCI
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ IMPOSTOS ENTRADA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQFOR ARQPRO ARQMOV ARQPED ARQPEDI ARQNUM
                            ARQREC ARQLOC ARQSLD ARQLOTE ARQSER
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-PRC.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC.
       ABRIR-PER.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
                MOVE SPACES TO FOR-NOME PRO-DESC W-LOTE.
                MOVE ZEROS  TO MOV-NUM FOR-CPF MOV-PRO-COD MOV-QTDE.
                MOVE ZEROS  TO PRO-PRECO PRO-DATA W-PED-NUM W-CUSTO.
                MOVE ZEROS  TO W-LOT-VALID W-ICMS-REC W-IPI-REC.
                DISPLAY TELAREC.
                IF W-TREINO = 1
                   DISPLAY (01, 25) "*** MODO TREINAMENTO ***".
                IF W-ACT = 02
                   CLOSE ARQFOR ARQPRO ARQMOV ARQPED ARQPEDI ARQNUM
                         ARQREC ARQLOC ARQSLD ARQPROFOR ARQCUS
                         ARQLOTE ARQSER ARQRCI ARQERRO
                   IF W-TEM-PER = 1
                      CLOSE ARQPER
                   END-IF
                   IF W-TEM-PRC = 1
                      CLOSE ARQPROC
                   END-IF
                   GO TO ROT-FIM.
                MOVE W-LOC TO LOC-COD
                READ ARQLOC
                   MOVE "*** LOCAL NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2L.
                IF W-LOC (1:1) = "K"
                   MOVE "*** LOCAL K E RESERVADO A CONSIGNACAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2L.
      *
      ***** RECEBIMENTO CONTRA PEDIDO DE COMPRA (OPCIONAL) *****
      *
       LER-PED01.
                MOVE W-PED-NUM TO PED-NUM.
                READ ARQPED
                MOVE REGPED TO JRN-ANT-PED
                IF ST-PED NOT = "00"
                   MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2P.
                IF PED-STATUS = "E"
                   MOVE "*** PEDIDO AGUARDANDO APROVACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2P.
                IF PED-STATUS = "X"
                   MOVE "*** PEDIDO REPROVADO - NAO RECEBER ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2P.
                IF PED-STATUS NOT = "A" AND "P"
                   MOVE "*** PEDIDO JA ATENDIDO OU CANCELADO ***"
                                                             TO MENS
                MOVE MOV-PRO-COD TO PRO-COD.
       R4B.
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO = "99"
                   MOVE "00" TO ST-PRO
                   MOVE "ARQPRO" TO W-ARQ-LOCK
                   GO TO R4
                ELSE
                   DISPLAY TPRO-DESC.
                PERFORM LER-PROC THRU LER-PROC-FIM.
       R4C.
                IF W-PED-NUM NOT = ZEROS
                   PERFORM BUSCAR-ITEM-PED THRU BUSCAR-ITEM-PED-FIM
                   MOVE "QUANTIDADE DEVE SER DIFERENTE DE ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF W-CTL-SERIE = 1 AND MOV-QTDE > 50
                   MOVE "*** COM SERIE: ATE 50 UNIDADES POR VEZ ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
                IF W-PED-NUM NOT = ZEROS AND MOV-QTDE > W-PED-RESTA
                   MOVE "* ATENCAO: QTDE MAIOR QUE O SALDO DO PEDIDO *"
                                                             TO MENS
                   MOVE "CUSTO DEVE SER DIFERENTE DE ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6B.
      *
      ***************************************
      * ICMS E IPI DESTACADOS NA NOTA DO     *
      * FORNECEDOR PARA ESTE ITEM; ZEROS     *
      * QUANDO A NOTA NAO DA CREDITO         *
      ***************************************
      *
       R6I.
                ACCEPT TW-ICMS-REC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6B.
       R6J.
                ACCEPT TW-IPI-REC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6I.
       R7.
                ACCEPT TPRO-DATA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6J.
                IF PRO-DATA = ZEROS
                   MOVE "DATA DEVE SER DIFERENTE DE ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "*** PERIODO CONTABIL FECHADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7.
      *
      ***************************************
      * PRODUTO COM CONTROLE DE SERIE        *
      * (ARQPROC): UM NUMERO DE SERIE POR    *
      * UNIDADE RECEBIDA, SEM REPETIR NO     *
      * LANCAMENTO NEM NO ARQSER DO PRODUTO  *
      ***************************************
      *
       R8.
                MOVE ZEROS TO W-SER-QTDE
                IF W-CTL-SERIE = 0
                   GO TO INC-OPC.
       R8-PROX.
                IF W-SER-QTDE NOT < MOV-QTDE
                   DISPLAY (20, 01) LIMPA
                   GO TO INC-OPC.
                COMPUTE W-SER-IDX = W-SER-QTDE + 1
                MOVE SPACES TO W-SER-NUM
                DISPLAY (20, 01) LIMPA
                DISPLAY (20, 01) " NUMERO DE SERIE DA UNIDADE "
                DISPLAY (20, 29) W-SER-IDX
                DISPLAY (20, 33) ":"
                ACCEPT  (20, 35) W-SER-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   DISPLAY (20, 01) LIMPA
                   GO TO R7.
                IF W-SER-NUM = SPACES
                   MOVE "*** NUMERO DE SERIE DEVE SER INFORMADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8-PROX.
                PERFORM VERIF-SER-DUP THRU VERIF-SER-DUP-FIM
                IF W-SER-DUP = 1
                   MOVE "*** SERIE JA DIGITADA NESTE RECEBIMENTO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8-PROX.
                MOVE PRO-COD   TO SER-PRO-COD
                MOVE W-SER-NUM TO SER-NUMERO
                READ ARQSER
                IF ST-SER = "00"
                   MOVE "*** SERIE JA CADASTRADA PARA O PRODUTO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8-PROX.
                MOVE "00" TO ST-SER
                ADD 1 TO W-SER-QTDE
                MOVE W-SER-NUM TO W-SER-TAB (W-SER-QTDE)
                GO TO R8-PROX.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                MOVE "E"      TO MOV-TIPO.
                MOVE PRO-DATA TO MOV-DATA.
                MOVE FOR-CPF  TO MOV-CPF-FORC.
                MOVE SPACES   TO MOV-MOTIVO.
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO DE MOVIMENTO"
                                                       TO MENS
                   MOVE ZEROS         TO REC-DATA-PREV.
                MOVE W-CUSTO TO REC-CUSTO.
                WRITE REGREC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-REC THRU DIARIO-REC-FIM
                IF ST-REC NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-REC
                   DISPLAY (22, 12)
                        "*** HISTORICO DE RECEBIMENTO NAO GRAVADO ***".
                IF W-ICMS-REC NOT = ZEROS OR W-IPI-REC NOT = ZEROS
                   PERFORM GRAVAR-RCI THRU GRAVAR-RCI-FIM.
       ATU-PRO.
                PERFORM ATU-CUSTO THRU ATU-CUSTO-FIM.
                COMPUTE W-QTDE-NOVA = PRO-QTDE + MOV-QTDE.
                MOVE FOR-TIPO    TO PRO-TIPO-FORC.
                ADD 1 TO PRO-VERSAO.
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO = "00" OR "02"
                   MOVE "QR"  TO W-LOC-ATU
                   MOVE 1     TO W-SLD-SOMA
                   IF W-PED-NUM NOT = ZEROS
                      PERFORM ATU-PEDIDO THRU ATU-PEDIDO-FIM
                   END-IF
                   IF W-SER-QTDE NOT = ZEROS
                      PERFORM GRAVAR-SERIES THRU GRAVAR-SERIES-FIM
                   END-IF
                   MOVE "*** RECEBIMENTO GRAVADO EM QUARENTENA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * CREDITO DE ICMS/IPI DO RECEBIMENTO   *
      * (ARQRCI) PELO NUMERO DO LANCAMENTO,  *
      * PARA A APURACAO MENSAL (APURIMP)     *
      ***************************************
      *
       GRAVAR-RCI.
                MOVE MOV-NUM    TO RCI-REC-NUM
                MOVE FOR-CPF    TO RCI-FOR-CPF
                MOVE PRO-COD    TO RCI-PRO-COD
                MOVE PRO-DATA   TO RCI-DATA
                COMPUTE RCI-BASE = MOV-QTDE * W-CUSTO
                MOVE W-ICMS-REC TO RCI-ICMS
                MOVE W-IPI-REC  TO RCI-IPI
                WRITE REGRCI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-RCI THRU DIARIO-RCI-FIM
                IF ST-RCI NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-RCI
                   DISPLAY (22, 12)
                        "*** CREDITO DE ICMS/IPI NAO GRAVADO ***".
       GRAVAR-RCI-FIM.
                EXIT.
      *
      ***************************************
      * SALDO POR LOTE DO PRODUTO (ARQLOTE): *
      * SOMA A ENTRADA NO LOTE INFORMADO E   *
      * GUARDA A VALIDADE EM AAAAMMDD PARA   *
                MOVE PRO-COD TO LOT-PRO-COD
                MOVE W-LOTE  TO LOT-NUMERO
                READ ARQLOTE
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   MOVE PRO-COD TO LOT-PRO-COD
                   MOVE W-LOTE  TO LOT-NUMERO
                   MOVE ZEROS   TO LOT-QTDE LOT-VALIDADE
                   WRITE REGLOTE
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                   IF ST-LOT NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-LOT
                      DISPLAY (22, 12)
                MOVE W-LOT-VALID (3:2) TO LOT-VALIDADE (5:2)
                MOVE W-LOT-VALID (1:2) TO LOT-VALIDADE (7:2)
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY (22, 12)
                EXIT.
      *
      ***************************************
      * CONTROLE DE SERIE DO PRODUTO PELO    *
      * COMPLEMENTO (ARQPROC); SEM REGISTRO  *
      * O PRODUTO NAO TEM CONTROLE DE SERIE  *
      ***************************************
      *
       LER-PROC.
                MOVE 0 TO W-CTL-SERIE
                IF W-TEM-PRC = 0
                   GO TO LER-PROC-FIM.
                MOVE PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   GO TO LER-PROC-FIM.
                IF PRC-SERIE = "S"
                   MOVE 1 TO W-CTL-SERIE.
       LER-PROC-FIM.
                EXIT.
      *
       VERIF-SER-DUP.
                MOVE 0 TO W-SER-DUP
                MOVE ZEROS TO W-SER-IDX.
       VERIF-SER-DUP2.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTDE
                   GO TO VERIF-SER-DUP-FIM.
                IF W-SER-TAB (W-SER-IDX) = W-SER-NUM
                   MOVE 1 TO W-SER-DUP
                   GO TO VERIF-SER-DUP-FIM.
                GO TO VERIF-SER-DUP2.
       VERIF-SER-DUP-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DAS SERIES RECEBIDAS NO     *
      * ARQSER: EM ESTOQUE (E), COM O        *
      * FORNECEDOR, A DATA E O NUMERO DO     *
      * LANCAMENTO DO RECEBIMENTO            *
      ***************************************
      *
       GRAVAR-SERIES.
                MOVE ZEROS TO W-SER-IDX.
       GRAVAR-SERIES2.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTDE
                   GO TO GRAVAR-SERIES-FIM.
                MOVE PRO-COD                TO SER-PRO-COD
                MOVE W-SER-TAB (W-SER-IDX)  TO SER-NUMERO
                MOVE "E"                    TO SER-SIT
                MOVE ZEROS                  TO SER-NOTA SER-ITEM
                MOVE ZEROS                  TO SER-CLI-CPF
                MOVE ZEROS                  TO SER-DATA-VENDA
                MOVE FOR-CPF                TO SER-FOR-CPF
                MOVE PRO-DATA               TO SER-DATA-ENT
                MOVE MOV-NUM                TO SER-REC-NUM
                WRITE REGSER
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-SER THRU DIARIO-SER-FIM
                IF ST-SER NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SER
                   DISPLAY (22, 12)
                        "*** NUMERO DE SERIE NAO GRAVADO ***".
                GO TO GRAVAR-SERIES2.
       GRAVAR-SERIES-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DE CALENDARIO (VALIDADE DO *
      * LOTE, FORMATO DDMMAAAA)              *
      ***************************************
       BUSCAR-ITEM-LOOP.
                READ ARQPEDI NEXT
                   AT END MOVE "10" TO ST-PDI.
                MOVE REGPEDI TO JRN-ANT-PEDI
                IF ST-PDI NOT = "00" OR PDI-PED-NUM NOT = W-PED-NUM
                   MOVE "00" TO ST-PDI
                   GO TO BUSCAR-ITEM-PED-FIM.
                MOVE W-PED-NUM  TO PDI-PED-NUM
                MOVE W-PED-ITEM TO PDI-ITEM
                READ ARQPEDI
                MOVE REGPEDI TO JRN-ANT-PEDI
                IF ST-PDI NOT = "00"
                   MOVE "00" TO ST-PDI
                   DISPLAY (22, 12)
                   GO TO ATU-PEDIDO-FIM.
                ADD MOV-QTDE TO PDI-QTDE-RECEBIDA
                REWRITE REGPEDI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PEDI THRU DIARIO-PEDI-FIM
                IF ST-PDI NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PDI
                   DISPLAY (22, 12)
       ATU-PEDIDO-STLOOP.
                READ ARQPEDI NEXT
                   AT END MOVE "10" TO ST-PDI.
                MOVE REGPEDI TO JRN-ANT-PEDI
                IF ST-PDI NOT = "00" OR PDI-PED-NUM NOT = W-PED-NUM
                   MOVE "00" TO ST-PDI
                   GO TO ATU-PEDIDO-GRAVA.
       ATU-PEDIDO-GRAVA.
                MOVE W-PED-NUM TO PED-NUM
                READ ARQPED
                MOVE REGPED TO JRN-ANT-PED
                IF ST-PED NOT = "00"
                   MOVE "00" TO ST-PED
                   GO TO ATU-PEDIDO-FIM.
                MOVE W-PED-ST TO PED-STATUS
                REWRITE REGPED
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PED THRU DIARIO-PED-FIM
                IF ST-PED NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PED
                   DISPLAY (22, 12)
                MOVE MOV-PRO-COD TO SLD-PRO-COD
                MOVE W-LOC-ATU   TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   MOVE MOV-PRO-COD TO SLD-PRO-COD
                   MOVE W-LOC-ATU   TO SLD-LOC
                   MOVE ZEROS       TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-SLD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-SLD
                      DISPLAY (22, 12)
                   ELSE
                      SUBTRACT MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY (22, 12)
       ATU-CUSTO.
                MOVE PRO-COD TO CUS-PRO-COD
                READ ARQCUS
                MOVE REGCUS TO JRN-ANT-CUS
                IF ST-CUS NOT = "00"
                   MOVE "00" TO ST-CUS
                   MOVE PRO-COD   TO CUS-PRO-COD
                   MOVE W-CUSTO   TO CUS-ULT-CUSTO
                   MOVE PRO-DATA  TO CUS-ULT-DATA
                   WRITE REGCUS
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CUS THRU DIARIO-CUS-FIM
                   IF ST-CUS NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-CUS
                      DISPLAY (22, 12)
                MOVE W-CUSTO      TO CUS-ULT-CUSTO
                MOVE PRO-DATA     TO CUS-ULT-DATA
                REWRITE REGCUS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CUS THRU DIARIO-CUS-FIM
                IF ST-CUS NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CUS
                   DISPLAY (22, 12)
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE 1    TO NUM-PROXIMO.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY (22, 12)
       VALIDAR-DATA-FIM.
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
                IF W-TREINO = 1
                   GO TO GRAVAR-DIARIO-FIM.
                MOVE "RECPRO"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
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
       DIARIO-LOC.
                MOVE "ARQLOC"     TO JRN-ARQUIVO
                MOVE ST-LOC       TO JRN-STATUS
                MOVE REGLOC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOC-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-REC.
                MOVE "ARQREC"     TO JRN-ARQUIVO
                MOVE ST-REC       TO JRN-STATUS
                MOVE REGREC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-REC-FIM.
                EXIT.
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-PRO       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PRO TO JRN-ANTES
                ELSE
                   MOVE REGPRO TO JRN-ANTES.
                MOVE REGPRO TO JRN-DEPOIS JRN-ANT-PRO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PRO-FIM.
                EXIT.
       DIARIO-RCI.
                MOVE "ARQRCI"     TO JRN-ARQUIVO
                MOVE ST-RCI       TO JRN-STATUS
                MOVE REGRCI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RCI-FIM.
                EXIT.
       DIARIO-LOTE.
                MOVE "ARQLOTE"    TO JRN-ARQUIVO
                MOVE ST-LOT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LOTE TO JRN-ANTES
                ELSE
                   MOVE REGLOTE TO JRN-ANTES.
                MOVE REGLOTE TO JRN-DEPOIS JRN-ANT-LOTE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOTE-FIM.
                EXIT.
       DIARIO-SER.
                MOVE "ARQSER"     TO JRN-ARQUIVO
                MOVE ST-SER       TO JRN-STATUS
                MOVE REGSER TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SER-FIM.
                EXIT.
       DIARIO-PEDI.
                MOVE "ARQPEDI"    TO JRN-ARQUIVO
                MOVE ST-PDI       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PEDI TO JRN-ANTES
                ELSE
                   MOVE REGPEDI TO JRN-ANTES.
                MOVE REGPEDI TO JRN-DEPOIS JRN-ANT-PEDI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PEDI-FIM.
                EXIT.
       DIARIO-PED.
                MOVE "ARQPED"     TO JRN-ARQUIVO
                MOVE ST-PED       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PED TO JRN-ANTES
                ELSE
                   MOVE REGPED TO JRN-ANTES.
                MOVE REGPED TO JRN-DEPOIS JRN-ANT-PED
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PED-FIM.
                EXIT.
       DIARIO-SLD.
                MOVE "ARQSLD"     TO JRN-ARQUIVO
                MOVE ST-SLD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SLD TO JRN-ANTES
                ELSE
                   MOVE REGSLD TO JRN-ANTES.
                MOVE REGSLD TO JRN-DEPOIS JRN-ANT-SLD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SLD-FIM.
                EXIT.
       DIARIO-CUS.
                MOVE "ARQCUS"     TO JRN-ARQUIVO
                MOVE ST-CUS       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CUS TO JRN-ANTES
                ELSE
                   MOVE REGCUS TO JRN-ANTES.
                MOVE REGCUS TO JRN-DEPOIS JRN-ANT-CUS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CUS-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
