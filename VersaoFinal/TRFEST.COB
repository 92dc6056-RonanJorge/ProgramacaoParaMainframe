       PROGRAM-ID. TRFEST.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * TRANSFERENCIA DE ESTOQUE ENTRE LOCAIS EM     *
      * DUAS ETAPAS, COM DOCUMENTO (ARQTRF/ARQTRFI)  *
      * 1) EXPEDICAO: PARA CADA ITEM GRAVA UM        *
      *    MOVIMENTO TIPO T DO LOCAL DE ORIGEM PARA  *
      *    O LOCAL TT (EM TRANSITO) E MOVE O SALDO   *
      *    NO ARQSLD; O DESTINO AINDA NAO RECEBE     *
      * 2) RECEBIMENTO: O DESTINO CONFIRMA A QTDE    *
      *    FISICAMENTE RECEBIDA DE CADA ITEM; GRAVA  *
      *    O MOVIMENTO T DE TT PARA O DESTINO E A    *
      *    FALTA VIRA SAIDA S COM MOTIVO DE PERDA    *
      *    (PADRAO TRF), BAIXANDO O PRO-QTDE. O      *
      *    ESTOQUE QUE CHEGA ALOCA AS ENCOMENDAS DE  *
      *    CLIENTES DO PRODUTO (ENCDRV)              *
      * O LOCAL TT NAO E CADASTRADO NO ARQLOC E NAO  *
      * PODE SER USADO NA VENDA NEM NA MOVIMENTACAO  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-ANOMES
                    FILE STATUS  IS ST-PER.
       SELECT ARQTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-NUM
                    FILE STATUS  IS ST-TRF.
       SELECT ARQTRFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRI-CHAVE
                    FILE STATUS  IS ST-TRI.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-MOT.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
       01 REGPER.
                03 PER-ANOMES     PIC 9(06).
                03 PER-STATUS     PIC X(01).
      *
      * DOCUMENTO DE TRANSFERENCIA: SIT T = EM TRANSITO,
      * R = RECEBIDO (DATAS DDMMAAAA)
      *
       FD ARQTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRF.DAT".
       01 REGTRF.
                03 TRF-NUM           PIC 9(08).
                03 TRF-LOC-ORIG      PIC X(02).
                03 TRF-LOC-DEST      PIC X(02).
                03 TRF-DATA-EXP      PIC 9(08).
                03 TRF-OPER-EXP      PIC X(20).
                03 TRF-DATA-REC      PIC 9(08).
                03 TRF-OPER-REC      PIC X(20).
                03 TRF-MOTIVO        PIC X(03).
                03 TRF-SIT           PIC X(01).
      *
       FD ARQTRFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRFI.DAT".
       01 REGTRI.
                03 TRI-CHAVE.
                   05 TRI-NUM        PIC 9(08).
                   05 TRI-PRO-COD    PIC 9(08).
                03 TRI-QTDE-ENV      PIC 9(06).
                03 TRI-QTDE-REC      PIC 9(06).
      *
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 MOT-COD        PIC X(03).
                03 MOT-DESC       PIC X(30).
                03 MOT-PERDA      PIC X(01).
                03 MOT-SIT        PIC X(01).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-NUM         PIC X(02) VALUE "00".
       77 ST-PER         PIC X(02) VALUE "00".
       77 ST-TRF         PIC X(02) VALUE "00".
       77 ST-TRI         PIC X(02) VALUE "00".
       77 ST-MOT         PIC X(02) VALUE "00".
       77 W-TEM-PER      PIC 9(01) VALUE ZEROS.
       77 W-PER-OK       PIC 9(01) VALUE ZEROS.
       77 W-DATA-PER     PIC 9(08) VALUE ZEROS.
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-FUNCAO       PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-PRODUTO      PIC 9(08) VALUE ZEROS.
       77 W-LOC-ORIG     PIC X(02) VALUE SPACES.
       77 W-LOC-DEST     PIC X(02) VALUE SPACES.
       77 W-LOC-TRANS    PIC X(02) VALUE "TT".
       77 W-MOT-FALTA    PIC X(03) VALUE "TRF".
       77 W-QTDE-TRF     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-REC     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-FALTA   PIC 9(06) VALUE ZEROS.
       77 W-DATA-TRF     PIC 9(08) VALUE ZEROS.
       77 W-DATA-EXP-AMD PIC 9(08) VALUE ZEROS.
       77 W-DATA-REC-AMD PIC 9(08) VALUE ZEROS.
       77 W-SALDO-ORIG   PIC 9(06) VALUE ZEROS.
       77 W-TRF-NUM      PIC 9(08) VALUE ZEROS.
       77 W-ITENS        PIC 9(04) VALUE ZEROS.
       77 W-TOT-FALTA    PIC 9(09) VALUE ZEROS.
       77 W-MOV-TIPO     PIC X(01) VALUE SPACES.
       77 W-MOV-QTDE     PIC 9(06) VALUE ZEROS.
       77 W-MOV-LOC      PIC X(02) VALUE SPACES.
       77 W-MOV-DEST     PIC X(02) VALUE SPACES.
       77 W-MOV-MOTIVO   PIC X(03) VALUE SPACES.
       77 W-LOC-ATU      PIC X(02) VALUE SPACES.
       77 W-SLD-SOMA     PIC 9(01) VALUE ZEROS.
       77 W-DATA-DIA     PIC 9(02) VALUE ZEROS.
       77 W-DATA-MES     PIC 9(02) VALUE ZEROS.
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
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
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-SLD          PIC X(16).
       01 JRN-ANT-TRF          PIC X(72).
       01 JRN-ANT-TRFI         PIC X(28).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** TRFEST - TRANSFERENCIA ENTRE LOCAIS ***".
      *
       ABRIR-ARQ.
                OPEN I-O ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-PRO
                              ST-NUM
                      CLOSE ARQPRO ARQLOC ARQSLD ARQMOV
                      GO TO ROT-FIM2.
       ABRIR-TRF.
                OPEN I-O ARQTRF
                IF ST-TRF NOT = "00"
                   IF ST-TRF = "30" OR "35"
                      OPEN OUTPUT ARQTRF
                      CLOSE ARQTRF
                      GO TO ABRIR-TRF
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ TRANSFERENCIA: "
                              ST-TRF
                      CLOSE ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM
                      GO TO ROT-FIM2.
       ABRIR-TRI.
                OPEN I-O ARQTRFI
                IF ST-TRI NOT = "00"
                   IF ST-TRI = "30" OR "35"
                      OPEN OUTPUT ARQTRFI
                      CLOSE ARQTRFI
                      GO TO ABRIR-TRI
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ ITENS TRANSF.: "
                              ST-TRI
                      CLOSE ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM ARQTRF
                      GO TO ROT-FIM2.
       ABRIR-MOT.
                OPEN I-O ARQMOT
                IF ST-MOT NOT = "00"
                   IF ST-MOT = "30" OR "35"
                      OPEN OUTPUT ARQMOT
                      CLOSE ARQMOT
                      GO TO ABRIR-MOT
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOT: "
                              ST-MOT
                      CLOSE ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM ARQTRF
                            ARQTRFI
                      GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   MOVE 0 TO W-TEM-PER
                   MOVE "00" TO ST-PER.
      *
      ***************************************
      * MOTIVO PADRAO DA FALTA NO TRANSPORTE *
      * (TRF), CRIADO COMO PERDA SE AINDA    *
      * NAO CADASTRADO NO ARQMOT             *
      ***************************************
      *
       GARANTIR-MOTIVO.
                MOVE W-MOT-FALTA TO MOT-COD
                READ ARQMOT
                IF ST-MOT = "00"
                   GO TO PEDIR-OPERADOR.
                MOVE "00" TO ST-MOT
                MOVE W-MOT-FALTA    TO MOT-COD
                MOVE "FALTA NA TRANSFERENCIA" TO MOT-DESC
                MOVE "S"            TO MOT-PERDA
                MOVE "A"            TO MOT-SIT
                WRITE REGMOT
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOT THRU DIARIO-MOT-FIM
                IF ST-MOT NOT = "00" AND NOT = "02"
                   DISPLAY "*** MOTIVO " W-MOT-FALTA
                           " NAO CRIADO NO ARQMOT ***"
                   MOVE "00" TO ST-MOT.
      *
       PEDIR-OPERADOR.
                DISPLAY "OPERADOR RESPONSAVEL                      : "
                        WITH NO ADVANCING
                ACCEPT W-OPERADOR
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR DEVE SER INFORMADO ***"
                   GO TO PEDIR-OPERADOR.
      *
       PEDIR-FUNCAO.
                DISPLAY "1=EXPEDICAO  2=RECEBIMENTO  0=ENCERRAR    : "
                        WITH NO ADVANCING
                ACCEPT W-FUNCAO
                IF W-FUNCAO = 0
                   GO TO FIM-LOTE.
                IF W-FUNCAO = 2
                   GO TO PEDIR-DOC.
                IF W-FUNCAO NOT = 1
                   DISPLAY "*** DIGITE 1, 2 OU 0 ***"
                   GO TO PEDIR-FUNCAO.
      *
      ***************************************
      * EXPEDICAO: ORIGEM, DESTINO E DATA DO *
      * DOCUMENTO; O DOCUMENTO E NUMERADO NO *
      * PRIMEIRO ITEM (SERIE TRANSFER)       *
      ***************************************
      *
       PEDIR-ORIGEM.
                MOVE ZEROS TO W-TRF-NUM W-ITENS
                DISPLAY "LOCAL DE ORIGEM                           : "
                        WITH NO ADVANCING
                ACCEPT W-LOC-ORIG
                IF W-LOC-ORIG = W-LOC-TRANS
                   DISPLAY "*** LOCAL TT E RESERVADO AO TRANSITO ***"
                   GO TO PEDIR-ORIGEM.
                IF W-LOC-ORIG (1:1) = "K"
                   DISPLAY "*** LOCAL K E RESERVADO A CONSIGNACAO ***"
                   GO TO PEDIR-ORIGEM.
                MOVE W-LOC-ORIG TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   DISPLAY "*** LOCAL NAO CADASTRADO ***"
                   GO TO PEDIR-ORIGEM.
      *
       PEDIR-DESTINO.
                DISPLAY "LOCAL DE DESTINO                          : "
                IF W-LOC-DEST = W-LOC-ORIG
                   DISPLAY "*** DESTINO IGUAL A ORIGEM ***"
                   GO TO PEDIR-DESTINO.
                IF W-LOC-DEST = W-LOC-TRANS
                   DISPLAY "*** LOCAL TT E RESERVADO AO TRANSITO ***"
                   GO TO PEDIR-DESTINO.
                IF W-LOC-DEST (1:1) = "K"
                   DISPLAY "*** LOCAL K E RESERVADO A CONSIGNACAO ***"
                   GO TO PEDIR-DESTINO.
                MOVE W-LOC-DEST TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   DISPLAY "*** LOCAL NAO CADASTRADO ***"
                   GO TO PEDIR-DESTINO.
      *
       PEDIR-DATA.
                DISPLAY "DATA DA EXPEDICAO (DDMMAAAA)              : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-TRF
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK NOT = 1
                   DISPLAY "*** DATA INVALIDA - USE DDMMAAAA ***"
                   GO TO PEDIR-DATA.
                MOVE W-DATA-TRF TO W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                   GO TO PEDIR-DATA.
      *
       PEDIR-PRODUTO.
                DISPLAY "CODIGO DO PRODUTO (0 = FECHAR DOCUMENTO)  : "
                        WITH NO ADVANCING
                ACCEPT W-PRODUTO
                IF W-PRODUTO = ZEROS
                   GO TO FECHAR-EXPEDICAO.
                MOVE W-PRODUTO TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO NAO CADASTRADO ***"
                   GO TO PEDIR-PRODUTO.
                DISPLAY "PRODUTO: " PRO-DESC.
                MOVE W-PRODUTO  TO SLD-PRO-COD
                MOVE W-LOC-ORIG TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00"  TO ST-SLD
                   MOVE ZEROS TO W-SALDO-ORIG
                ELSE
                   MOVE SLD-QTDE TO W-SALDO-ORIG.
                DISPLAY "SALDO NO LOCAL DE ORIGEM : " W-SALDO-ORIG
                IF W-SALDO-ORIG = ZEROS
                   DISPLAY "*** SEM SALDO NO LOCAL DE ORIGEM ***"
                   GO TO PEDIR-PRODUTO.
      *
       PEDIR-QTDE.
                DISPLAY "QUANTIDADE A TRANSFERIR                   : "
                   DISPLAY "*** QTDE MAIOR QUE O SALDO DA ORIGEM ***"
                   GO TO PEDIR-QTDE.
      *
       CONFIRMAR.
                DISPLAY "CONFIRMA A EXPEDICAO DO ITEM (S/N)        : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** ITEM CANCELADO ***"
                   GO TO PEDIR-PRODUTO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CONFIRMAR.
                IF W-TRF-NUM = ZEROS
                   PERFORM ABRIR-DOCUMENTO THRU ABRIR-DOCUMENTO-FIM
                   IF W-TRF-NUM = ZEROS
                      GO TO PEDIR-FUNCAO.
      *
      ***** ITEM DO DOCUMENTO, MOVIMENTO E SALDOS (ORIGEM -> TT) *****
      *
       POSTAR.
                MOVE W-TRF-NUM TO TRI-NUM
                MOVE W-PRODUTO TO TRI-PRO-COD
                READ ARQTRFI
                MOVE REGTRI TO JRN-ANT-TRFI
                IF ST-TRI = "00"
                   ADD W-QTDE-TRF TO TRI-QTDE-ENV
                   REWRITE REGTRI
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-TRFI THRU DIARIO-TRFI-FIM
                ELSE
                   MOVE "00" TO ST-TRI
                   MOVE W-QTDE-TRF TO TRI-QTDE-ENV
                   MOVE ZEROS      TO TRI-QTDE-REC
                   WRITE REGTRI
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-TRFI THRU DIARIO-TRFI-FIM.
                IF ST-TRI NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO ITEM: " ST-TRI
                   MOVE "ARQTRFI" TO ERR-ARQUIVO
                   MOVE ST-TRI    TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO ITEM DA TRANSFERENCIA"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-TRI
                   GO TO PEDIR-PRODUTO.
                MOVE "T"          TO W-MOV-TIPO
                MOVE W-QTDE-TRF   TO W-MOV-QTDE
                MOVE W-LOC-ORIG   TO W-MOV-LOC
                MOVE W-LOC-TRANS  TO W-MOV-DEST
                MOVE SPACES       TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE W-LOC-ORIG   TO W-LOC-ATU
                MOVE 0            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                MOVE W-LOC-TRANS  TO W-LOC-ATU
                MOVE 1            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                ADD 1 TO W-ITENS
                DISPLAY "*** ITEM EXPEDIDO (MOVIMENTO " MOV-NUM ") ***"
                GO TO PEDIR-PRODUTO.
      *
       FECHAR-EXPEDICAO.
                IF W-TRF-NUM = ZEROS
                   DISPLAY "*** NENHUM ITEM EXPEDIDO ***"
                   GO TO PEDIR-FUNCAO.
                DISPLAY "*** DOCUMENTO " W-TRF-NUM " EM TRANSITO - "
                        W-ITENS " ITEM(NS) ***"
                GO TO PEDIR-FUNCAO.
      *
       ABRIR-DOCUMENTO.
                MOVE "TRANSFER" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE "TRANSFER" TO NUM-SERIE
                   MOVE 1 TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE "00" TO ST-NUM.
                MOVE NUM-PROXIMO TO TRF-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
                MOVE W-LOC-ORIG  TO TRF-LOC-ORIG
                MOVE W-LOC-DEST  TO TRF-LOC-DEST
                MOVE W-DATA-TRF  TO TRF-DATA-EXP
                MOVE W-OPERADOR  TO TRF-OPER-EXP
                MOVE ZEROS       TO TRF-DATA-REC
                MOVE SPACES      TO TRF-OPER-REC TRF-MOTIVO
                MOVE "T"         TO TRF-SIT
                WRITE REGTRF
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-TRF THRU DIARIO-TRF-FIM
                IF ST-TRF NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO DOCUMENTO: " ST-TRF
                   MOVE "ARQTRF" TO ERR-ARQUIVO
                   MOVE ST-TRF   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO DOCUMENTO DE TRANSFERENCIA"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-TRF
                   GO TO ABRIR-DOCUMENTO-FIM.
                MOVE TRF-NUM TO W-TRF-NUM
                DISPLAY "*** DOCUMENTO DE TRANSFERENCIA " W-TRF-NUM
                        " ***".
       ABRIR-DOCUMENTO-FIM.
                EXIT.
      *
      ***************************************
      * RECEBIMENTO NO DESTINO: QTDE         *
      * FISICAMENTE RECEBIDA POR ITEM; A     *
      * FALTA E BAIXADA DO TRANSITO COMO     *
      * PERDA (SAIDA S COM MOTIVO)           *
      ***************************************
      *
       PEDIR-DOC.
                DISPLAY "NUMERO DO DOCUMENTO (0 = VOLTAR)          : "
                        WITH NO ADVANCING
                ACCEPT W-TRF-NUM
                IF W-TRF-NUM = ZEROS
                   GO TO PEDIR-FUNCAO.
                MOVE W-TRF-NUM TO TRF-NUM
                READ ARQTRF
                MOVE REGTRF TO JRN-ANT-TRF
                IF ST-TRF NOT = "00"
                   MOVE "00" TO ST-TRF
                   DISPLAY "*** DOCUMENTO NAO CADASTRADO ***"
                   GO TO PEDIR-DOC.
                IF TRF-SIT NOT = "T"
                   DISPLAY "*** DOCUMENTO JA RECEBIDO EM "
                           TRF-DATA-REC " ***"
                   GO TO PEDIR-DOC.
                DISPLAY "ORIGEM " TRF-LOC-ORIG "  DESTINO " TRF-LOC-DEST
                        "  EXPEDIDO EM " TRF-DATA-EXP " POR "
                        TRF-OPER-EXP
                MOVE TRF-DATA-EXP (5:4) TO W-DATA-EXP-AMD (1:4)
                MOVE TRF-DATA-EXP (3:2) TO W-DATA-EXP-AMD (5:2)
                MOVE TRF-DATA-EXP (1:2) TO W-DATA-EXP-AMD (7:2).
      *
       PEDIR-DATA-REC.
                DISPLAY "DATA DO RECEBIMENTO (DDMMAAAA)            : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-TRF
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK NOT = 1
                   DISPLAY "*** DATA INVALIDA - USE DDMMAAAA ***"
                   GO TO PEDIR-DATA-REC.
                MOVE W-DATA-TRF (5:4) TO W-DATA-REC-AMD (1:4)
                MOVE W-DATA-TRF (3:2) TO W-DATA-REC-AMD (5:2)
                MOVE W-DATA-TRF (1:2) TO W-DATA-REC-AMD (7:2)
                IF W-DATA-REC-AMD < W-DATA-EXP-AMD
                   DISPLAY "*** RECEBIMENTO ANTERIOR A EXPEDICAO ***"
                   GO TO PEDIR-DATA-REC.
                MOVE W-DATA-TRF TO W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                   GO TO PEDIR-DATA-REC.
      *
       CONFERIR.
                MOVE ZEROS TO W-TOT-FALTA W-ITENS
                MOVE W-TRF-NUM TO TRI-NUM
                MOVE ZEROS     TO TRI-PRO-COD
                START ARQTRFI KEY IS NOT LESS TRI-CHAVE INVALID KEY
                      MOVE "10" TO ST-TRI.
       CONFERIR-LOOP.
                IF ST-TRI NOT = "00"
                   MOVE "00" TO ST-TRI
                   GO TO CONFERIR-FIM.
                READ ARQTRFI NEXT
                   AT END MOVE "10" TO ST-TRI.
                MOVE REGTRI TO JRN-ANT-TRFI
                IF ST-TRI NOT = "00"
                   MOVE "00" TO ST-TRI
                   GO TO CONFERIR-FIM.
                IF TRI-NUM NOT = W-TRF-NUM
                   GO TO CONFERIR-FIM.
                MOVE TRI-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE SPACES TO PRO-DESC.
                DISPLAY "PRODUTO " TRI-PRO-COD " " PRO-DESC
                DISPLAY "QTDE EXPEDIDA " TRI-QTDE-ENV.
       CONFERIR-QTDE.
                DISPLAY "QUANTIDADE RECEBIDA                       : "
                        WITH NO ADVANCING
                ACCEPT W-QTDE-REC
                IF W-QTDE-REC > TRI-QTDE-ENV
                   DISPLAY "*** RECEBIDO MAIOR QUE O EXPEDIDO ***"
                   GO TO CONFERIR-QTDE.
                MOVE W-QTDE-REC TO TRI-QTDE-REC
                REWRITE REGTRI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-TRFI THRU DIARIO-TRFI-FIM
                IF ST-TRI NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA ATUALIZACAO DO ITEM: " ST-TRI
                   MOVE "00" TO ST-TRI
                   GO TO PEDIR-DOC.
                ADD 1 TO W-ITENS
                COMPUTE W-TOT-FALTA = W-TOT-FALTA
                                    + TRI-QTDE-ENV - TRI-QTDE-REC
                GO TO CONFERIR-LOOP.
       CONFERIR-FIM.
                IF W-ITENS = ZEROS
                   DISPLAY "*** DOCUMENTO SEM ITENS ***"
                   GO TO PEDIR-DOC.
                MOVE SPACES TO TRF-MOTIVO
                IF W-TOT-FALTA = ZEROS
                   GO TO CONFIRMAR-REC.
                DISPLAY "*** FALTA TOTAL NO TRANSPORTE: " W-TOT-FALTA
                        " ***".
      *
       PEDIR-MOTIVO.
                DISPLAY "MOTIVO DA FALTA (BRANCO = TRF)            : "
                        WITH NO ADVANCING
                MOVE SPACES TO W-MOV-MOTIVO
                ACCEPT W-MOV-MOTIVO
                IF W-MOV-MOTIVO = SPACES
                   MOVE W-MOT-FALTA TO W-MOV-MOTIVO.
                MOVE W-MOV-MOTIVO TO MOT-COD
                READ ARQMOT
                IF ST-MOT NOT = "00"
                   MOVE "00" TO ST-MOT
                   DISPLAY "*** MOTIVO NAO CADASTRADO ***"
                   GO TO PEDIR-MOTIVO.
                IF MOT-SIT = "I"
                   DISPLAY "*** MOTIVO INATIVO ***"
                   GO TO PEDIR-MOTIVO.
                DISPLAY "MOTIVO: " MOT-DESC
                MOVE W-MOV-MOTIVO TO TRF-MOTIVO.
      *
       CONFIRMAR-REC.
                DISPLAY "CONFIRMA O RECEBIMENTO (S/N)              : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** RECEBIMENTO CANCELADO ***"
                   GO TO PEDIR-DOC.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CONFIRMAR-REC.
      *
      ***** MOVIMENTOS DO RECEBIMENTO (TT -> DESTINO E FALTAS) *****
      *
       RECEBER.
                MOVE W-TRF-NUM TO TRI-NUM
                MOVE ZEROS     TO TRI-PRO-COD
                START ARQTRFI KEY IS NOT LESS TRI-CHAVE INVALID KEY
                      MOVE "10" TO ST-TRI.
       RECEBER-LOOP.
                IF ST-TRI NOT = "00"
                   MOVE "00" TO ST-TRI
                   GO TO RECEBER-FIM.
                READ ARQTRFI NEXT
                   AT END MOVE "10" TO ST-TRI.
                MOVE REGTRI TO JRN-ANT-TRFI
                IF ST-TRI NOT = "00"
                   MOVE "00" TO ST-TRI
                   GO TO RECEBER-FIM.
                IF TRI-NUM NOT = W-TRF-NUM
                   GO TO RECEBER-FIM.
                MOVE TRI-PRO-COD TO W-PRODUTO
                IF TRI-QTDE-REC NOT = ZEROS
                   MOVE "T"          TO W-MOV-TIPO
                   MOVE TRI-QTDE-REC TO W-MOV-QTDE
                   MOVE W-LOC-TRANS  TO W-MOV-LOC
                   MOVE TRF-LOC-DEST TO W-MOV-DEST
                   MOVE SPACES       TO W-MOV-MOTIVO
                   PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                   MOVE W-LOC-TRANS  TO W-LOC-ATU
                   MOVE 0            TO W-SLD-SOMA
                   PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                   MOVE TRF-LOC-DEST TO W-LOC-ATU
                   MOVE 1            TO W-SLD-SOMA
                   PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                   PERFORM ALOCAR-ENCOMENDAS THRU
                           ALOCAR-ENCOMENDAS-FIM.
                COMPUTE W-QTDE-FALTA = TRI-QTDE-ENV - TRI-QTDE-REC
                IF W-QTDE-FALTA NOT = ZEROS
                   PERFORM BAIXAR-FALTA THRU BAIXAR-FALTA-FIM.
                GO TO RECEBER-LOOP.
       RECEBER-FIM.
                MOVE W-DATA-TRF  TO TRF-DATA-REC
                MOVE W-OPERADOR  TO TRF-OPER-REC
                MOVE "R"         TO TRF-SIT
                REWRITE REGTRF
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-TRF THRU DIARIO-TRF-FIM
                IF ST-TRF NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA ATUALIZACAO DO DOCUMENTO: " ST-TRF
                   MOVE "ARQTRF" TO ERR-ARQUIVO
                   MOVE ST-TRF   TO ERR-STATUS
                   MOVE "ERRO NA BAIXA DO DOCUMENTO DE TRANSFERENCIA"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-TRF.
                DISPLAY "*** DOCUMENTO " W-TRF-NUM " RECEBIDO ***"
                GO TO PEDIR-DOC.
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
                MOVE W-PRODUTO TO SLD-PRO-COD
                MOVE SPACES TO SLD-LOC
                START ARQSLD KEY IS NOT LESS SLD-CHAVE INVALID KEY
                      MOVE "10" TO ST-SLD.
       ALOCAR-ENCOMENDAS-1.
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   GO TO ALOCAR-ENCOMENDAS-2.
                READ ARQSLD NEXT
                   AT END MOVE "10" TO ST-SLD.
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00" OR SLD-PRO-COD NOT = W-PRODUTO
                   MOVE "10" TO ST-SLD
                   GO TO ALOCAR-ENCOMENDAS-1.
                IF SLD-LOC NOT = "QR" AND NOT = "TT"
                   AND SLD-LOC (1:1) NOT = "K"
                   ADD SLD-QTDE TO ENL-LIVRE.
                GO TO ALOCAR-ENCOMENDAS-1.
       ALOCAR-ENCOMENDAS-2.
                MOVE "A"       TO ENL-FUNCAO
                MOVE W-PRODUTO TO ENL-PRO-COD
                MOVE ZEROS     TO ENL-CLI-CPF ENL-QTDE ENL-PRECO
                MOVE "TRFEST" TO ENL-ORIGEM
                CALL "ENCDRV" USING ENL-COMUNIC
                IF ENL-RETORNO NOT = "00"
                   DISPLAY "*** ERRO " ENL-RETORNO
                           " NA ALOCACAO DAS ENCOMENDAS ***".
                IF ENL-ALOCADAS NOT = ZEROS
                   DISPLAY "*** " ENL-ALOCADAS " ENCOMENDA(S) DO "
                           "PRODUTO " W-PRODUTO " EM PEDIDO ***"
                   DISPLAY "    AVISAR OS CLIENTES (RELATORIO RELENC)".
       ALOCAR-ENCOMENDAS-FIM.
                EXIT.
      *
      ***************************************
      * FALTA DO ITEM: SAIDA S NO LOCAL TT   *
      * COM O MOTIVO DO RECEBIMENTO E BAIXA  *
      * DO ESTOQUE TOTAL DO PRODUTO          *
      ***************************************
      *
       BAIXAR-FALTA.
                MOVE "S"          TO W-MOV-TIPO
                MOVE W-QTDE-FALTA TO W-MOV-QTDE
                MOVE W-LOC-TRANS  TO W-MOV-LOC
                MOVE SPACES       TO W-MOV-DEST
                MOVE TRF-MOTIVO   TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE W-LOC-TRANS  TO W-LOC-ATU
                MOVE 0            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                MOVE W-PRODUTO TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO " W-PRODUTO
                           " NAO ENCONTRADO PARA BAIXA ***"
                   GO TO BAIXAR-FALTA-FIM.
                IF W-QTDE-FALTA > PRO-QTDE
                   MOVE ZEROS TO PRO-QTDE
                ELSE
                   SUBTRACT W-QTDE-FALTA FROM PRO-QTDE.
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "ARQPRO" TO ERR-ARQUIVO
                   MOVE ST-PRO   TO ERR-STATUS
                   MOVE "ERRO NA BAIXA DA FALTA NO ESTOQUE DO PRODUTO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PRO.
                DISPLAY "*** FALTA DE " W-QTDE-FALTA " DO PRODUTO "
                        W-PRODUTO " BAIXADA COMO PERDA ***".
       BAIXAR-FALTA-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DE UM MOVIMENTO DO PRODUTO  *
      * W-PRODUTO NA DATA W-DATA-TRF         *
      ***************************************
      *
       GRAVAR-MOV.
                PERFORM OBTER-NUM-MOV THRU OBTER-NUM-MOV-FIM
                MOVE W-PRODUTO    TO MOV-PRO-COD
                MOVE W-MOV-TIPO   TO MOV-TIPO
                MOVE W-MOV-QTDE   TO MOV-QTDE
                MOVE W-DATA-TRF   TO MOV-DATA
                MOVE ZEROS        TO MOV-CPF-FORC
                MOVE W-MOV-LOC    TO MOV-LOC
                MOVE W-MOV-DEST   TO MOV-LOC-DEST
                MOVE W-MOV-MOTIVO TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO: " ST-MOV
                   MOVE "ARQMOV" TO ERR-ARQUIVO
                   MOVE ST-MOV   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO MOVIMENTO" TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-MOV.
       GRAVAR-MOV-FIM.
                EXIT.
      *
      ***************************************
      * ATUALIZACAO DO SALDO DO PRODUTO NO   *
      * LOCAL W-LOC-ATU; W-SLD-SOMA 1=SOMA,  *
      * 0=SUBTRAI A QTDE W-MOV-QTDE          *
      ***************************************
      *
       ATU-SALDO-LOC.
                MOVE W-PRODUTO TO SLD-PRO-COD
                MOVE W-LOC-ATU TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   MOVE W-PRODUTO TO SLD-PRO-COD
                   MOVE W-LOC-ATU TO SLD-LOC
                   MOVE ZEROS     TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-SLD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-SLD
                      DISPLAY "*** SALDO DO LOCAL " W-LOC-ATU
                              " NAO GRAVADO ***"
                      GO TO ATU-SALDO-LOC-FIM.
                IF W-SLD-SOMA = 1
                   ADD W-MOV-QTDE TO SLD-QTDE
                ELSE
                   IF W-MOV-QTDE > SLD-QTDE
                      MOVE ZEROS TO SLD-QTDE
                   ELSE
                      SUBTRACT W-MOV-QTDE FROM SLD-QTDE.
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY "*** SALDO DO LOCAL " W-LOC-ATU
                           " NAO ATUALIZADO ***".
       ATU-SALDO-LOC-FIM.
                EXIT.
      *
      ***************************************
      * NUMERACAO AUTOMATICA DO MOVIMENTO    *
       OBTER-NUM-MOV.
                MOVE "MOVIMENT" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE "MOVIMENT" TO NUM-SERIE
                   MOVE 1 TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE "00" TO ST-NUM.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
      *
      ***************************************
      * VALIDACAO DE CALENDARIO (DATA DA     *
      * EXPEDICAO/RECEBIMENTO, DDMMAAAA)     *
      ***************************************
      *
       VALIDAR-DATA.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM ARQTRF ARQTRFI
                      ARQMOT
                IF W-TEM-PER = 1
                   CLOSE ARQPER.
                DISPLAY "*** TRANSFERENCIAS ENCERRADAS ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * REGISTRO DAS ATUALIZACOES NO DIARIO  *
      * (ARQJRN), USADO NA RECUPERACAO DOS   *
      * ARQUIVOS A PARTIR DA COPIA DE        *
      * SEGURANCA                            *
      ***************************************
      *
       GRAVAR-DIARIO.
                MOVE "TRFEST"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-MOT.
                MOVE "ARQMOT"     TO JRN-ARQUIVO
                MOVE ST-MOT       TO JRN-STATUS
                MOVE REGMOT TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOT-FIM.
                EXIT.
       DIARIO-TRFI.
                MOVE "ARQTRFI"    TO JRN-ARQUIVO
                MOVE ST-TRI       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-TRFI TO JRN-ANTES
                ELSE
                   MOVE REGTRI TO JRN-ANTES.
                MOVE REGTRI TO JRN-DEPOIS JRN-ANT-TRFI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-TRFI-FIM.
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
       DIARIO-TRF.
                MOVE "ARQTRF"     TO JRN-ARQUIVO
                MOVE ST-TRF       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-TRF TO JRN-ANTES
                ELSE
                   MOVE REGTRF TO JRN-ANTES.
                MOVE REGTRF TO JRN-DEPOIS JRN-ANT-TRF
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-TRF-FIM.
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
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
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
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
