      * QUANTIDADES POR ITEM (LIMITADAS AO VENDIDO   *
      * MENOS O JA DEVOLVIDO), RETORNA A MERCADORIA  *
      * AO ESTOQUE COM MOVIMENTO TIPO D NO ARQMOV    *
      * (ITEM DE KIT VOLTA COMO SAIU NA VENDA: A     *
      * PARTE QUE SAIU DE KITS MONTADOS VOLTA AO     *
      * KIT E O RESTO PELOS COMPONENTES), GRAVA O    *
      * HISTORICO NO ARQDEV E                        *
      * REDUZ OU QUITA AS PARCELAS EM ABERTO DO      *
      * ARQCR; ITENS DE NOTA ESTORNADA SAO PULADOS.  *
      * PRODUTO COM CONTROLE DE SERIE PEDE A SERIE   *
      * DE CADA UNIDADE, QUE VOLTA AO ESTOQUE NO     *
      * ARQSER                                       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDM-CHAVE
                    FILE STATUS  IS ST-CDM.
       SELECT ARQPTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTS-CLI-CPF
                    FILE STATUS  IS ST-PTS.
       SELECT ARQPTSM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTM-CHAVE
                    FILE STATUS  IS ST-PTM.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQKIT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KIT-CHAVE
                    FILE STATUS  IS ST-KIT.
       SELECT ARQVKT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VKT-CHAVE
                    FILE STATUS  IS ST-VKT.
       SELECT ARQLOTE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOT-CHAVE
                    FILE STATUS  IS ST-LOT.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-SER
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQPRO
               LABEL RECORD IS STANDARD
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQDEV
               LABEL RECORD IS STANDARD
                03 CDM-TIPO          PIC X(01).
                03 CDM-ORIGEM        PIC X(14).
                03 CDM-VALOR         PIC 9(10).
      *
       FD ARQPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-16.
       01 REGPTS.
                03 PTS-CLI-CPF    PIC 9(14).
                03 PTS-SALDO      PIC 9(10).
      *
       FD ARQPTSM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-17.
       01 REGPTM.
                03 PTM-CHAVE.
                   05 PTM-CLI-CPF    PIC 9(14).
                   05 PTM-SEQ        PIC 9(05).
                03 PTM-DATA          PIC 9(08).
                03 PTM-TIPO          PIC X(01).
                03 PTM-NOTA          PIC 9(08).
                03 PTM-PONTOS        PIC 9(10).
                03 PTM-RESTO         PIC 9(10).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-18.
       01 REGPARAM.
                03 PAR-COD        PIC X(08).
                03 PAR-DESC       PIC X(30).
                03 PAR-VALOR      PIC 9(08).
      *
       FD ARQKIT
               LABEL RECORD IS STANDARD
                   05 KIT-PRO-COD     PIC 9(08).
                   05 KIT-COMP-COD    PIC 9(08).
                03 KIT-QTDE        PIC 9(04).
      *
       FD ARQVKT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-19.
       01 REGVKT.
                03 VKT-CHAVE.
                   05 VKT-NUM-NOTA   PIC 9(08).
                   05 VKT-ITEM       PIC 9(03).
                03 VKT-PRO-COD       PIC 9(08).
                03 VKT-PRONTO        PIC 9(06).
                03 VKT-RESTO         PIC 9(06).
                03 VKT-DEV-PRONTO    PIC 9(06).
                03 FILLER            PIC X(03).
      *
       FD ARQLOTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-20.
       01 REGLOTE.
                03 LOT-CHAVE.
                   05 LOT-PRO-COD    PIC 9(08).
                   05 LOT-NUMERO     PIC X(10).
                03 LOT-VALIDADE      PIC 9(08).
                03 LOT-QTDE          PIC 9(06).
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
       77 W-ARQ-12       PIC X(17) VALUE "ARQCRDM.DAT".
       77 W-ARQ-13       PIC X(17) VALUE "ARQERRO.DAT".
       77 W-ARQ-14       PIC X(17) VALUE "ARQKIT.DAT".
       77 W-ARQ-15       PIC X(17) VALUE "ARQSER.DAT".
       77 W-ARQ-16       PIC X(17) VALUE "ARQPTS.DAT".
       77 W-ARQ-17       PIC X(17) VALUE "ARQPTSM.DAT".
       77 W-ARQ-18       PIC X(17) VALUE "ARQPARAM.DAT".
       77 W-ARQ-19       PIC X(17) VALUE "ARQVKT.DAT".
       77 W-ARQ-20       PIC X(17) VALUE "ARQLOTE.DAT".
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-CDM         PIC X(02) VALUE "00".
       77 W-CLI-CPF      PIC 9(14) VALUE ZEROS.
       77 W-CDM-SEQ      PIC 9(05) VALUE ZEROS.
       77 ST-PTS         PIC X(02) VALUE "00".
       77 ST-PTM         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 W-TEM-PTS      PIC 9(01) VALUE ZEROS.
       77 W-PTS-REAL     PIC 9(08) VALUE ZEROS.
       77 W-PTS-EXCL     PIC X(40) VALUE SPACES.
       77 W-PTS-QTD-EXC  PIC 9(02) VALUE ZEROS.
       77 W-PTS-TIPO     PIC X(01) VALUE SPACES.
       77 W-PTS-ACHOU    PIC 9(02) VALUE ZEROS.
       77 W-PTS-BASE     PIC 9(14) VALUE ZEROS.
       77 W-PTS-ESTORNO  PIC 9(10) VALUE ZEROS.
       77 W-PTS-ACUM     PIC 9(10) VALUE ZEROS.
       77 W-PTS-JA-EST   PIC 9(10) VALUE ZEROS.
       77 W-PTS-LIMITE   PIC 9(10) VALUE ZEROS.
       77 W-PTS-FALTA    PIC 9(10) VALUE ZEROS.
       77 W-PTS-TIRA     PIC 9(10) VALUE ZEROS.
       77 W-PTS-SEQ-NOTA PIC 9(05) VALUE ZEROS.
       77 W-PTM-SEQ      PIC 9(05) VALUE ZEROS.
       77 ST-KIT         PIC X(02) VALUE "00".
       77 W-TEM-KIT      PIC 9(01) VALUE ZEROS.
       77 ST-VKT         PIC X(02) VALUE "00".
       77 W-TEM-VKT      PIC 9(01) VALUE ZEROS.
       77 W-KIT-PAI      PIC 9(06) VALUE ZEROS.
       77 W-KIT-EXPL     PIC 9(06) VALUE ZEROS.
       77 ST-LOT         PIC X(02) VALUE "00".
       77 W-TEM-LOT      PIC 9(01) VALUE ZEROS.
       77 W-LOT-ACHOU    PIC 9(01) VALUE ZEROS.
       77 W-LOT-VENC     PIC 9(08) VALUE ZEROS.
       77 W-LOT-ESC      PIC X(10) VALUE SPACES.
       77 W-LOT-MAIOR    PIC 9(08) VALUE ZEROS.
       77 W-LOT-ULT      PIC X(10) VALUE SPACES.
       77 W-LOT-DATA     PIC 9(08) VALUE ZEROS.
       77 W-EH-KIT       PIC 9(01) VALUE ZEROS.
       77 W-QTDE-COMP    PIC 9(06) VALUE ZEROS.
       77 W-DATA-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 ST-SER         PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 W-TEM-SER      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-SER-NUM      PIC X(20) VALUE SPACES.
       77 W-SER-VEND     PIC 9(06) VALUE ZEROS.
       77 W-SER-QTDE     PIC 9(03) VALUE ZEROS.
       77 W-SER-IDX      PIC 9(03) VALUE ZEROS.
       77 W-SER-DUP      PIC 9(01) VALUE ZEROS.
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
       01 JRN-ANT-CR           PIC X(53).
       01 JRN-ANT-CRD          PIC X(24).
       01 JRN-ANT-LOTE         PIC X(32).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PTS          PIC X(24).
       01 JRN-ANT-PTM          PIC X(56).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SER          PIC X(92).
       01 JRN-ANT-SLD          PIC X(16).
       01 JRN-ANT-VKT          PIC X(40).
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
                       INTO W-ARQ-16
                MOVE W-ARQ-17 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-17
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-17
                MOVE W-ARQ-18 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-18
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-18
                MOVE W-ARQ-19 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-19
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-19
                MOVE W-ARQ-20 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-20
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-20.
       PEDIR-OPERADOR.
                IF W-TREINO = 1
                   DISPLAY "*** MODO TREINAMENTO - ARQUIVOS TRN ***".
                      MOVE "01"   TO LOC-COD
                      MOVE "LOJA" TO LOC-NOME
                      WRITE REGLOC
                      MOVE "I" TO JRN-OPERACAO
                      PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                      CLOSE ARQLOC
                      GO TO ABRIR-LOC
               ELSE
                              ST-CDM
           ELSE
                    NEXT SENTENCE.
      *
      ***** PONTOS DO CLIENTE: SO ESTORNA SE OS ARQUIVOS EXISTIREM *****
      *
       ABRIR-PTS.
                MOVE 0 TO W-TEM-PTS
                OPEN I-O ARQPTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO ABRIR-KIT.
                OPEN I-O ARQPTSM
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   CLOSE ARQPTS
                   GO TO ABRIR-KIT.
                MOVE 1 TO W-TEM-PTS
                PERFORM LER-PARAM-PTS THRU LER-PARAM-PTS-FIM.
       ABRIR-KIT.
                OPEN INPUT ARQKIT
                IF ST-KIT = "00"
                ELSE
                   MOVE 0 TO W-TEM-KIT
                   MOVE "00" TO ST-KIT.
                OPEN I-O ARQVKT
                IF ST-VKT = "00"
                   MOVE 1 TO W-TEM-VKT
                ELSE
                   MOVE 0 TO W-TEM-VKT
                   MOVE "00" TO ST-VKT.
                OPEN I-O ARQLOTE
                IF ST-LOT = "00"
                   MOVE 1 TO W-TEM-LOT
                ELSE
                   MOVE 0 TO W-TEM-LOT
                   MOVE "00" TO ST-LOT.
      *
      ***** NUMEROS DE SERIE: SO HA O QUE CONFERIR SE EXISTIREM *****
      *
       ABRIR-SER.
                MOVE 0 TO W-TEM-SER
                OPEN INPUT ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC
                   GO TO POSICIONAR.
                MOVE 1 TO W-TEM-PRC
                OPEN I-O ARQSER
                IF ST-SER = "00"
                   MOVE 1 TO W-TEM-SER
                ELSE
                   MOVE "00" TO ST-SER.
      *
      ***** ITENS DA NOTA, UM A UM *****
      *
                   DISPLAY "   *** MAIOR QUE O SALDO DEVOLVIVEL ("
                           W-MAX-DEV ") ***"
                   GO TO PEDIR-QTDE.
      *
      ***************************************
      * PRODUTO COM CONTROLE DE SERIE: CADA  *
      * UNIDADE DEVOLVIDA INFORMA A SERIE    *
      * VENDIDA NESTE ITEM DA NOTA. VENDA    *
      * ANTERIOR AO CONTROLE (SEM SERIE      *
      * GRAVADA NO ITEM) NAO PEDE SERIE      *
      ***************************************
      *
       PEDIR-SERIES.
                MOVE ZEROS TO W-SER-QTDE
                PERFORM CONTAR-SER-ITEM THRU CONTAR-SER-ITEM-FIM
                IF W-SER-VEND = ZEROS
                   GO TO CONFIRMAR-ITEM.
                IF W-QTDE-DEV > 50
                   DISPLAY "   *** COM SERIE: ATE 50 UNIDADES POR VEZ"
                           " ***"
                   GO TO PEDIR-QTDE.
       PEDIR-SERIES2.
                IF W-SER-QTDE NOT < W-QTDE-DEV
                   GO TO CONFIRMAR-ITEM.
                COMPUTE W-SER-IDX = W-SER-QTDE + 1
                MOVE SPACES TO W-SER-NUM
                DISPLAY "   SERIE DA UNIDADE " W-SER-IDX
                        " (BRANCO = DESISTE)   : "
                        WITH NO ADVANCING
                ACCEPT W-SER-NUM
                IF W-SER-NUM = SPACES
                   DISPLAY "   *** ITEM NAO DEVOLVIDO ***"
                   GO TO ITENS-LOOP.
                PERFORM VERIF-SER-DUP THRU VERIF-SER-DUP-FIM
                IF W-SER-DUP = 1
                   DISPLAY "   *** SERIE JA INFORMADA NESTE ITEM ***"
                   GO TO PEDIR-SERIES2.
                MOVE VDA-PRO-COD TO SER-PRO-COD
                MOVE W-SER-NUM   TO SER-NUMERO
                READ ARQSER
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   DISPLAY "   *** SERIE NAO CADASTRADA PARA O"
                           " PRODUTO ***"
                   GO TO PEDIR-SERIES2.
                IF SER-SIT NOT = "V" OR SER-NOTA NOT = W-NOTA
                   OR SER-ITEM NOT = VDA-ITEM
                   DISPLAY "   *** SERIE NAO FOI VENDIDA NESTE ITEM"
                           " DA NOTA ***"
                   GO TO PEDIR-SERIES2.
                ADD 1 TO W-SER-QTDE
                MOVE W-SER-NUM TO W-SER-TAB (W-SER-QTDE)
                GO TO PEDIR-SERIES2.
       CONFIRMAR-ITEM.
                DISPLAY "   CONFIRMA A DEVOLUCAO DO ITEM (S/N)     : "
                        WITH NO ADVANCING
       POSTAR-ITEM.
                MOVE VDA-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "   *** PRODUTO NAO ENCONTRADO - ITEM"
                           " IGNORADO ***"
                   GO TO ITENS-LOOP.
                MOVE PRO-TIPO TO W-PTS-TIPO
                PERFORM VERIF-KIT THRU VERIF-KIT-FIM
                IF W-EH-KIT = 1
                   PERFORM DEVOLVER-KIT THRU DEVOLVER-KIT-FIM
                MOVE ZEROS       TO MOV-CPF-FORC
                MOVE W-LOC       TO MOV-LOC
                MOVE SPACES      TO MOV-LOC-DEST
                MOVE SPACES      TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "   *** MOVIMENTO NAO GRAVADO - ITEM"
                ADD W-QTDE-DEV TO PRO-QTDE
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PRO
                   DISPLAY "   *** ESTOQUE NAO ATUALIZADO P/ "
                MOVE 1     TO W-SLD-SOMA.
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM.
       GRAVAR-DEV.
                IF W-SER-QTDE NOT = ZEROS
                   PERFORM VOLTAR-SERIES THRU VOLTAR-SERIES-FIM.
       GRAVAR-DEV2.
                MOVE W-NOTA      TO DEV-NUM-NOTA
                MOVE VDA-ITEM    TO DEV-ITEM
                COMPUTE W-SEQ = W-SEQ + 1
                MOVE W-VALOR-ITEM TO DEV-VALOR
                MOVE W-DATA-DEV  TO DEV-DATA
                WRITE REGDEV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-DEV THRU DIARIO-DEV-FIM
                IF ST-DEV = "22"
                   MOVE "00" TO ST-DEV
                   GO TO GRAVAR-DEV2.
                IF ST-DEV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-DEV
                   DISPLAY "   *** HISTORICO DE DEVOLUCAO NAO"
                           " GRAVADO ***".
                ADD W-VALOR-ITEM TO W-VALOR-TOTAL
                PERFORM SOMAR-BASE-PTS THRU SOMAR-BASE-PTS-FIM
                ADD 1 TO W-ITENS-DEV
                DISPLAY "   *** ITEM DEVOLVIDO ***"
                GO TO ITENS-LOOP.
                IF W-ITENS-DEV = ZEROS
                   DISPLAY "*** NENHUM ITEM DEVOLVIDO ***"
                   GO TO FIM-LOTE.
                PERFORM ESTORNAR-PTS THRU ESTORNAR-PTS-FIM
                MOVE W-VALOR-TOTAL TO W-RESTA
                MOVE W-NOTA TO CR-NUM-NOTA
                MOVE ZEROS  TO CR-PARCELA
       ABATER-LOOP.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00" OR CR-NUM-NOTA NOT = W-NOTA
                   MOVE "00" TO ST-CR
                   GO TO ABATER-FIM.
                IF CR-VALOR NOT > CR-VALOR-PAGO
                   MOVE "P" TO CR-STATUS.
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CR
                   DISPLAY "*** PARCELA " CR-PARCELA
                   CLOSE ARQPER.
                IF W-TEM-KIT = 1
                   CLOSE ARQKIT.
                IF W-TEM-VKT = 1
                   CLOSE ARQVKT.
                IF W-TEM-LOT = 1
                   CLOSE ARQLOTE.
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-SER = 1
                   CLOSE ARQSER.
                IF W-TEM-PTS = 1
                   CLOSE ARQPTS ARQPTSM.
                DISPLAY "*** DEVOLUCAO CONCLUIDA ***"
                DISPLAY "ITENS DEVOLVIDOS     : " W-ITENS-DEV
                DISPLAY "VALOR TOTAL DEVOLVIDO: " W-VALOR-TOTAL
                GO TO ROT-FIM.
      *
      ***************************************
      * QUANTAS SERIES VENDIDAS NO ITEM DA   *
      * NOTA AINDA ESTAO COM O CLIENTE (SO   *
      * PARA PRODUTO COM CONTROLE DE SERIE)  *
      ***************************************
      *
       CONTAR-SER-ITEM.
                MOVE ZEROS TO W-SER-VEND
                IF W-TEM-SER = 0
                   GO TO CONTAR-SER-ITEM-FIM.
                MOVE VDA-PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   GO TO CONTAR-SER-ITEM-FIM.
                IF PRC-SERIE NOT = "S"
                   GO TO CONTAR-SER-ITEM-FIM.
                MOVE W-NOTA TO SER-NOTA
                START ARQSER KEY IS EQUAL SER-NOTA INVALID KEY
                      MOVE "10" TO ST-SER.
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   GO TO CONTAR-SER-ITEM-FIM.
       CONTAR-SER-ITEM2.
                READ ARQSER NEXT
                   AT END MOVE "10" TO ST-SER.
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER NOT = "00" OR SER-NOTA NOT = W-NOTA
                   MOVE "00" TO ST-SER
                   GO TO CONTAR-SER-ITEM-FIM.
                IF SER-ITEM = VDA-ITEM AND SER-SIT = "V"
                   ADD 1 TO W-SER-VEND.
                GO TO CONTAR-SER-ITEM2.
       CONTAR-SER-ITEM-FIM.
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
      * SERIES DEVOLVIDAS VOLTAM AO ESTOQUE  *
      * (E), LIVRES DA NOTA E DO CLIENTE     *
      ***************************************
      *
       VOLTAR-SERIES.
                MOVE ZEROS TO W-SER-IDX.
       VOLTAR-SERIES2.
                ADD 1 TO W-SER-IDX
                IF W-SER-IDX > W-SER-QTDE
                   GO TO VOLTAR-SERIES-FIM.
                MOVE VDA-PRO-COD            TO SER-PRO-COD
                MOVE W-SER-TAB (W-SER-IDX)  TO SER-NUMERO
                READ ARQSER
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   DISPLAY "   *** SERIE NAO RETORNADA : "
                           W-SER-TAB (W-SER-IDX)
                   GO TO VOLTAR-SERIES2.
                MOVE "E"   TO SER-SIT
                MOVE ZEROS TO SER-NOTA SER-ITEM SER-CLI-CPF
                MOVE ZEROS TO SER-DATA-VENDA
                REWRITE REGSER
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SER THRU DIARIO-SER-FIM
                IF ST-SER NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SER
                   DISPLAY "   *** SERIE NAO RETORNADA : "
                           W-SER-TAB (W-SER-IDX).
                GO TO VOLTAR-SERIES2.
       VOLTAR-SERIES-FIM.
                EXIT.
      *
      ***************************************
      * CREDITO DO CLIENTE (ARQCRD/ARQCRDM): *
      * O VALOR DEVOLVIDO SEM TITULO EM      *
      * ABERTO (W-RESTA) VIRA SALDO DE       *
                   GO TO CREDITAR-CLI-FIM.
                MOVE W-CLI-CPF TO CRD-CLI-CPF
                READ ARQCRD
                MOVE REGCRD TO JRN-ANT-CRD
                IF ST-CRD NOT = "00"
                   MOVE "00" TO ST-CRD
                   MOVE W-CLI-CPF TO CRD-CLI-CPF
                   MOVE ZEROS     TO CRD-SALDO
                   WRITE REGCRD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                   IF ST-CRD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-CRD
                      DISPLAY "*** CREDITO DO CLIENTE NAO GRAVADO ***"
                      GO TO CREDITAR-CLI-FIM.
                ADD W-RESTA TO CRD-SALDO
                REWRITE REGCRD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                IF ST-CRD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CRD
                   DISPLAY "*** CREDITO DO CLIENTE NAO GRAVADO ***"
                       INTO CDM-ORIGEM
                MOVE W-RESTA    TO CDM-VALOR
                WRITE REGCDM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CDM
                   DISPLAY "*** EXTRATO DE CREDITO NAO GRAVADO ***".
                EXIT.
      *
      ***************************************
      * ESTORNO DOS PONTOS DA NOTA           *
      * (ARQPTS/ARQPTSM): O VALOR DEVOLVIDO  *
      * DOS ITENS DE TIPO NAO EXCLUIDO       *
      * (PTSEXC-) VEZES PTSREAL, LIMITADO AO *
      * QUE A NOTA ACUMULOU E AINDA NAO FOI  *
      * ESTORNADO E AO SALDO DO CLIENTE (O   *
      * QUE JA FOI RESGATADO NAO VOLTA); SAI *
      * PRIMEIRO DO LOTE DA PROPRIA NOTA     *
      ***************************************
      *
       ESTORNAR-PTS.
                IF W-TEM-PTS = 0 OR W-PTS-REAL = ZEROS
                   OR W-PTS-BASE = ZEROS OR W-CLI-CPF = ZEROS
                   GO TO ESTORNAR-PTS-FIM.
                COMPUTE W-PTS-ESTORNO = W-PTS-BASE * W-PTS-REAL
                PERFORM SOMAR-PTS-NOTA THRU SOMAR-PTS-NOTA-FIM
                IF W-PTS-JA-EST NOT < W-PTS-ACUM
                   GO TO ESTORNAR-PTS-FIM.
                COMPUTE W-PTS-LIMITE = W-PTS-ACUM - W-PTS-JA-EST
                IF W-PTS-ESTORNO > W-PTS-LIMITE
                   MOVE W-PTS-LIMITE TO W-PTS-ESTORNO.
                MOVE W-CLI-CPF TO PTS-CLI-CPF
                READ ARQPTS
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO ESTORNAR-PTS-FIM.
                IF W-PTS-ESTORNO > PTS-SALDO
                   DISPLAY "*** PONTOS JA RESGATADOS NAO ESTORNADOS: "
                           W-PTS-ESTORNO
                   MOVE PTS-SALDO TO W-PTS-ESTORNO.
                IF W-PTS-ESTORNO = ZEROS
                   GO TO ESTORNAR-PTS-FIM.
                SUBTRACT W-PTS-ESTORNO FROM PTS-SALDO
                REWRITE REGPTS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                IF ST-PTS NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTS
                   DISPLAY "*** PONTOS DO CLIENTE NAO ESTORNADOS ***"
                   GO TO ESTORNAR-PTS-FIM.
                MOVE W-PTS-ESTORNO TO W-PTS-FALTA
                PERFORM CONSUMIR-PTS THRU CONSUMIR-PTS-FIM
                ADD 1 TO W-PTM-SEQ
                MOVE W-CLI-CPF     TO PTM-CLI-CPF
                MOVE W-PTM-SEQ     TO PTM-SEQ
                MOVE W-DATA-DEV    TO PTM-DATA
                MOVE "E"           TO PTM-TIPO
                MOVE W-NOTA        TO PTM-NOTA
                MOVE W-PTS-ESTORNO TO PTM-PONTOS
                MOVE ZEROS         TO PTM-RESTO
                WRITE REGPTM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTM
                   DISPLAY "*** EXTRATO DE PONTOS NAO GRAVADO ***".
                MOVE "ARQPTS"  TO AUD-ARQUIVO
                MOVE "D"       TO AUD-OPERACAO
                MOVE W-CLI-CPF TO AUD-CHAVE-REG
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE W-OPERADOR TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
                DISPLAY "*** PONTOS ESTORNADOS DO CLIENTE: "
                        W-PTS-ESTORNO " ***".
       ESTORNAR-PTS-FIM.
                EXIT.
      *
      ***************************************
      * PONTOS DA NOTA NO EXTRATO DO         *
      * CLIENTE: ACUMULADO (A), JA ESTORNADO *
      * (E), SEQUENCIA DO LOTE DA NOTA E     *
      * ULTIMA SEQUENCIA DO CLIENTE          *
      ***************************************
      *
       SOMAR-PTS-NOTA.
                MOVE ZEROS TO W-PTS-ACUM W-PTS-JA-EST W-PTM-SEQ
                              W-PTS-SEQ-NOTA
                MOVE W-CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS     TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       SOMAR-PTS-NOTA2.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO SOMAR-PTS-NOTA-FIM.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                IF ST-PTM NOT = "00"
                   GO TO SOMAR-PTS-NOTA2.
                IF PTM-CLI-CPF NOT = W-CLI-CPF
                   MOVE "10" TO ST-PTM
                   GO TO SOMAR-PTS-NOTA2.
                MOVE PTM-SEQ TO W-PTM-SEQ
                IF PTM-NOTA = W-NOTA AND PTM-TIPO = "A"
                   ADD PTM-PONTOS TO W-PTS-ACUM
                   MOVE PTM-SEQ TO W-PTS-SEQ-NOTA.
                IF PTM-NOTA = W-NOTA AND PTM-TIPO = "E"
                   ADD PTM-PONTOS TO W-PTS-JA-EST.
                GO TO SOMAR-PTS-NOTA2.
       SOMAR-PTS-NOTA-FIM.
                EXIT.
      *
      ***************************************
      * CONSUMO DE W-PTS-FALTA PONTOS: ANTES *
      * DO LOTE DA PROPRIA NOTA E DEPOIS DOS *
      * DEMAIS LOTES DO CLIENTE, DO MAIS     *
      * ANTIGO PARA O MAIS NOVO              *
      ***************************************
      *
       CONSUMIR-PTS.
                IF W-PTS-SEQ-NOTA = ZEROS
                   GO TO CONSUMIR-PTS1.
                MOVE W-CLI-CPF      TO PTM-CLI-CPF
                MOVE W-PTS-SEQ-NOTA TO PTM-SEQ
                READ ARQPTSM
                MOVE REGPTM TO JRN-ANT-PTM
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO CONSUMIR-PTS1.
                PERFORM TIRAR-DO-LOTE THRU TIRAR-DO-LOTE-FIM.
       CONSUMIR-PTS1.
                MOVE W-CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS     TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       CONSUMIR-PTS2.
                IF ST-PTM NOT = "00" OR W-PTS-FALTA = ZEROS
                   MOVE "00" TO ST-PTM
                   GO TO CONSUMIR-PTS-FIM.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                MOVE REGPTM TO JRN-ANT-PTM
                IF ST-PTM NOT = "00"
                   GO TO CONSUMIR-PTS2.
                IF PTM-CLI-CPF NOT = W-CLI-CPF
                   MOVE "10" TO ST-PTM
                   GO TO CONSUMIR-PTS2.
                PERFORM TIRAR-DO-LOTE THRU TIRAR-DO-LOTE-FIM
                GO TO CONSUMIR-PTS2.
       CONSUMIR-PTS-FIM.
                EXIT.
      *
       TIRAR-DO-LOTE.
                IF PTM-RESTO = ZEROS OR W-PTS-FALTA = ZEROS
                   GO TO TIRAR-DO-LOTE-FIM.
                IF PTM-RESTO > W-PTS-FALTA
                   MOVE W-PTS-FALTA TO W-PTS-TIRA
                ELSE
                   MOVE PTM-RESTO TO W-PTS-TIRA.
                SUBTRACT W-PTS-TIRA FROM PTM-RESTO W-PTS-FALTA
                REWRITE REGPTM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTM.
       TIRAR-DO-LOTE-FIM.
                EXIT.
      *
      ***************************************
      * BASE DE PONTOS DA DEVOLUCAO: SOMA O  *
      * VALOR DO ITEM SE O TIPO DO PRODUTO   *
      * NAO ESTA NA LISTA DE EXCLUIDOS       *
      ***************************************
      *
       SOMAR-BASE-PTS.
                MOVE ZEROS TO W-PTS-ACHOU
                IF W-PTS-TIPO NOT = SPACE
                   INSPECT W-PTS-EXCL TALLYING W-PTS-ACHOU
                           FOR ALL W-PTS-TIPO.
                IF W-PTS-ACHOU = ZEROS
                   ADD W-VALOR-ITEM TO W-PTS-BASE.
       SOMAR-BASE-PTS-FIM.
                EXIT.
      *
      ***************************************
      * PARAMETROS DO PROGRAMA DE PONTOS     *
      * (PTSREAL E TIPOS EXCLUIDOS PTSEXC-T) *
      ***************************************
      *
       LER-PARAM-PTS.
                MOVE ZEROS  TO W-PTS-REAL W-PTS-QTD-EXC
                MOVE SPACES TO W-PTS-EXCL
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO LER-PARAM-PTS-FIM.
                MOVE "PTSREAL" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PTS-REAL
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PTSEXC-" TO PAR-COD
                START ARQPARAM KEY IS NOT LESS PAR-COD INVALID KEY
                      MOVE "10" TO ST-PAR.
       LER-PARAM-PTS2.
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   CLOSE ARQPARAM
                   GO TO LER-PARAM-PTS-FIM.
                READ ARQPARAM NEXT
                   AT END MOVE "10" TO ST-PAR.
                IF ST-PAR NOT = "00"
                   GO TO LER-PARAM-PTS2.
                IF PAR-COD (1:7) NOT = "PTSEXC-"
                   MOVE "10" TO ST-PAR
                   GO TO LER-PARAM-PTS2.
                IF PAR-VALOR NOT = ZEROS AND W-PTS-QTD-EXC < 40
                   ADD 1 TO W-PTS-QTD-EXC
                   MOVE PAR-COD (8:1) TO W-PTS-EXCL (W-PTS-QTD-EXC:1).
                GO TO LER-PARAM-PTS2.
       LER-PARAM-PTS-FIM.
                EXIT.
      *
      ***************************************
      * O PRODUTO DEVOLVIDO E UM KIT?        *
      * (TEM COMPONENTES NO ARQKIT)          *
      ***************************************
                EXIT.
      *
      ***************************************
      * DEVOLUCAO DE ITEM DE KIT: A PARTE    *
      * QUE NA VENDA SAIU DE KITS MONTADOS   *
      * (ARQVKT) VOLTA AO PROPRIO KIT; SO O  *
      * RESTO (W-KIT-EXPL) VOLTA PELOS       *
      * COMPONENTES (MOVIMENTO D E SALDO DO  *
      * LOCAL POR COMPONENTE), COMO NA       *
      * EXPLOSAO FEITA NA VENDA              *
      ***************************************
      *
       DEVOLVER-KIT.
                MOVE W-QTDE-DEV TO W-KIT-EXPL
                IF W-TEM-VKT = 1
                   PERFORM DEVOLVER-PRONTO THRU DEVOLVER-PRONTO-FIM.
                IF W-KIT-EXPL = ZEROS
                   GO TO DEVOLVER-KIT-FIM.
                MOVE VDA-PRO-COD TO KIT-PRO-COD
                MOVE ZEROS       TO KIT-COMP-COD
                START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                   KIT-PRO-COD NOT = VDA-PRO-COD
                   MOVE "00" TO ST-KIT
                   GO TO DEVOLVER-KIT-FIM.
                COMPUTE W-QTDE-COMP = W-KIT-EXPL * KIT-QTDE
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM
                MOVE KIT-COMP-COD TO MOV-PRO-COD
                MOVE "D"          TO MOV-TIPO
                MOVE ZEROS        TO MOV-CPF-FORC
                MOVE W-LOC        TO MOV-LOC
                MOVE SPACES       TO MOV-LOC-DEST
                MOVE SPACES       TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "   *** MOVIMENTO NAO GRAVADO P/ "
                   GO TO DEVOLVER-KIT2.
                MOVE KIT-COMP-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "   *** COMPONENTE " KIT-COMP-COD
                ADD W-QTDE-COMP TO PRO-QTDE
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PRO
                   DISPLAY "   *** ESTOQUE NAO ATUALIZADO P/ "
                EXIT.
      *
      ***************************************
      * PARTE DA DEVOLUCAO DO KIT QUE VOLTA  *
      * AO ESTOQUE DE KITS MONTADOS: ATE O   *
      * QUE SAIU MONTADO NA VENDA MENOS O JA *
      * DEVOLVIDO ASSIM (VKT-DEV-PRONTO);    *
      * MOVIMENTO D, ESTOQUE, SALDO DO LOCAL *
      * E LOTE DO KIT; W-KIT-EXPL FICA COM   *
      * O QUE VOLTA PELOS COMPONENTES. VENDA *
      * SEM REGISTRO NO ARQVKT (ANTERIOR A   *
      * ELE) VOLTA TODA PELOS COMPONENTES    *
      ***************************************
      *
       DEVOLVER-PRONTO.
                MOVE W-NOTA   TO VKT-NUM-NOTA
                MOVE VDA-ITEM TO VKT-ITEM
                READ ARQVKT
                MOVE REGVKT TO JRN-ANT-VKT
                IF ST-VKT NOT = "00"
                   MOVE "00" TO ST-VKT
                   GO TO DEVOLVER-PRONTO-FIM.
                COMPUTE W-KIT-PAI = VKT-PRONTO - VKT-DEV-PRONTO
                IF W-KIT-PAI > W-QTDE-DEV
                   MOVE W-QTDE-DEV TO W-KIT-PAI.
                IF W-KIT-PAI = ZEROS
                   GO TO DEVOLVER-PRONTO-FIM.
                COMPUTE W-KIT-EXPL = W-QTDE-DEV - W-KIT-PAI
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM
                MOVE PRO-COD      TO MOV-PRO-COD
                MOVE "D"          TO MOV-TIPO
                MOVE W-KIT-PAI    TO MOV-QTDE
                MOVE W-DATA-DEV   TO MOV-DATA
                MOVE ZEROS        TO MOV-CPF-FORC
                MOVE W-LOC        TO MOV-LOC
                MOVE SPACES       TO MOV-LOC-DEST
                MOVE SPACES       TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "   *** MOVIMENTO NAO GRAVADO P/ "
                           PRO-COD " ***"
                   GO TO DEVOLVER-PRONTO-FIM.
                ADD W-KIT-PAI TO PRO-QTDE
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PRO
                   DISPLAY "   *** ESTOQUE NAO ATUALIZADO P/ "
                           PRO-COD " ***".
                MOVE W-LOC TO W-LOC-ATU
                MOVE 1     TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                IF W-TEM-LOT = 1
                   PERFORM DEVOLVER-LOTE THRU DEVOLVER-LOTE-FIM.
                ADD W-KIT-PAI TO VKT-DEV-PRONTO
                REWRITE REGVKT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-VKT THRU DIARIO-VKT-FIM
                IF ST-VKT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-VKT
                   DISPLAY "   *** COMPOSICAO DO KIT NAO ATUALIZADA"
                           " ***".
       DEVOLVER-PRONTO-FIM.
                EXIT.
      *
      ***************************************
      * DEVOLUCAO DE MOV-QTDE AO LOTE DO     *
      * PRODUTO MOV-PRO-COD: O DE MENOR      *
      * VALIDADE NAO VENCIDO NA DATA DA      *
      * DEVOLUCAO (ESPELHO DA BAIXA FEFO DA  *
      * VENDA) OU, SE TODOS VENCIDOS, O DE   *
      * MAIOR VALIDADE; PRODUTO SEM LOTE NAO *
      * E AFETADO                            *
      ***************************************
      *
       DEVOLVER-LOTE.
                MOVE W-DATA-DEV (5:4) TO W-LOT-DATA (1:4)
                MOVE W-DATA-DEV (3:2) TO W-LOT-DATA (5:2)
                MOVE W-DATA-DEV (1:2) TO W-LOT-DATA (7:2)
                MOVE 0 TO W-LOT-ACHOU
                MOVE 99999999 TO W-LOT-VENC
                MOVE ZEROS    TO W-LOT-MAIOR
                MOVE SPACES   TO W-LOT-ULT
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE SPACES      TO LOT-NUMERO
                START ARQLOTE KEY IS NOT LESS LOT-CHAVE INVALID KEY
                      MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO DEVOLVER-LOTE-FIM.
       DEVOLVER-LOTE2.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00" OR
                   LOT-PRO-COD NOT = MOV-PRO-COD
                   MOVE "00" TO ST-LOT
                   GO TO DEVOLVER-LOTE3.
                IF LOT-VALIDADE NOT < W-LOT-MAIOR
                   MOVE LOT-VALIDADE TO W-LOT-MAIOR
                   MOVE LOT-NUMERO   TO W-LOT-ULT.
                IF LOT-VALIDADE < W-LOT-DATA
                   GO TO DEVOLVER-LOTE2.
                IF W-LOT-ACHOU = 0 OR LOT-VALIDADE < W-LOT-VENC
                   MOVE 1 TO W-LOT-ACHOU
                   MOVE LOT-VALIDADE TO W-LOT-VENC
                   MOVE LOT-NUMERO   TO W-LOT-ESC.
                GO TO DEVOLVER-LOTE2.
       DEVOLVER-LOTE3.
                IF W-LOT-ACHOU = 0
                   IF W-LOT-ULT = SPACES
                      GO TO DEVOLVER-LOTE-FIM
                   ELSE
                      MOVE W-LOT-ULT TO W-LOT-ESC.
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE W-LOT-ESC   TO LOT-NUMERO
                READ ARQLOTE
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO DEVOLVER-LOTE-FIM.
                ADD MOV-QTDE TO LOT-QTDE
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY "*** SALDO DO LOTE NAO ATUALIZADO ***".
       DEVOLVER-LOTE-FIM.
                EXIT.
      *
      ***************************************
      * SOMA DO JA DEVOLVIDO DO ITEM NO      *
      * ARQDEV (NOTA + ITEM)                 *
      ***************************************
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
                      DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***"
                   ELSE
                      SUBTRACT MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***".
                    NEXT SENTENCE.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   PERFORM ACHAR-PROX-MOV THRU ACHAR-PROX-MOV-FIM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE W-MOV-PROX TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   IF ST-NUM NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-NUM
                      DISPLAY "*** SERIE DE NUMERACAO NAO CRIADA ***".
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
                IF W-TREINO = 1
                   GO TO GRAVAR-DIARIO-FIM.
                MOVE "DEVVENDA"   TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
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
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
                EXIT.
       DIARIO-VKT.
                MOVE "ARQVKT"     TO JRN-ARQUIVO
                MOVE ST-VKT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-VKT TO JRN-ANTES
                ELSE
                   MOVE REGVKT TO JRN-ANTES.
                MOVE REGVKT TO JRN-DEPOIS JRN-ANT-VKT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VKT-FIM.
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
       DIARIO-DEV.
                MOVE "ARQDEV"     TO JRN-ARQUIVO
                MOVE ST-DEV       TO JRN-STATUS
                MOVE REGDEV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-DEV-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-CR        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CR TO JRN-ANTES
                ELSE
                   MOVE REGCR TO JRN-ANTES.
                MOVE REGCR TO JRN-DEPOIS JRN-ANT-CR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
                EXIT.
       DIARIO-SER.
                MOVE "ARQSER"     TO JRN-ARQUIVO
                MOVE ST-SER       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-SER TO JRN-ANTES
                ELSE
                   MOVE REGSER TO JRN-ANTES.
                MOVE REGSER TO JRN-DEPOIS JRN-ANT-SER
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-SER-FIM.
                EXIT.
       DIARIO-CRD.
                MOVE "ARQCRD"     TO JRN-ARQUIVO
                MOVE ST-CRD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CRD TO JRN-ANTES
                ELSE
                   MOVE REGCRD TO JRN-ANTES.
                MOVE REGCRD TO JRN-DEPOIS JRN-ANT-CRD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CRD-FIM.
                EXIT.
       DIARIO-CRDM.
                MOVE "ARQCRDM"    TO JRN-ARQUIVO
                MOVE ST-CDM       TO JRN-STATUS
                MOVE REGCDM TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CRDM-FIM.
                EXIT.
       DIARIO-PTS.
                MOVE "ARQPTS"     TO JRN-ARQUIVO
                MOVE ST-PTS       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PTS TO JRN-ANTES
                ELSE
                   MOVE REGPTS TO JRN-ANTES.
                MOVE REGPTS TO JRN-DEPOIS JRN-ANT-PTS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTS-FIM.
                EXIT.
       DIARIO-PTSM.
                MOVE "ARQPTSM"    TO JRN-ARQUIVO
                MOVE ST-PTM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PTM TO JRN-ANTES
                ELSE
                   MOVE REGPTM TO JRN-ANTES.
                MOVE REGPTM TO JRN-DEPOIS JRN-ANT-PTM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTSM-FIM.
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
