       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSIG.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * CONSIGNACAO DE MERCADORIA EM CLIENTES, COM   *
      * DOCUMENTO (ARQCSG/ARQCSI)                    *
      * 1) REMESSA: A MERCADORIA SAI DE UM LOCAL DA  *
      *    LOJA PARA O LOCAL DE CONSIGNACAO DO       *
      *    CLIENTE (KN), POR MOVIMENTO TIPO T E      *
      *    SALDOS NO ARQSLD. CONTINUA NO ESTOQUE     *
      *    TOTAL (PRO-QTDE) E NAO GERA TITULO        *
      * 2) ACERTO: PARA CADA ITEM EM ABERTO O        *
      *    CLIENTE INFORMA O VENDIDO E O DEVOLVIDO.  *
      *    O DEVOLVIDO VOLTA DO LOCAL KN PARA O      *
      *    DESTINO ESCOLHIDO (ALOCANDO ENCOMENDAS);  *
      *    O VENDIDO VOLTA AO LOCAL DE ORIGEM        *
      *    RESERVADO (ARQRSV) PARA UM PEDIDO DE      *
      *    VENDA (ARQPDV/ARQPDVI) PELO PRECO DA      *
      *    REMESSA, FATURADO NO VENDPRO (NOTA E      *
      *    TITULO A RECEBER). O DOCUMENTO FECHA      *
      *    QUANDO NAO RESTA SALDO EM CONSIGNACAO     *
      * O LOCAL KN (K + 0-9/A-Z) E CRIADO NO ARQLOC  *
      * NA PRIMEIRA REMESSA DO CLIENTE E LIBERADO    *
      * QUANDO ELE NAO TEM DOCUMENTO EM ABERTO; NAO  *
      * PODE SER USADO NA VENDA NEM NA MOVIMENTACAO  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQLOC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LOC-COD
                    FILE STATUS  IS ST-LOC.
       SELECT ARQSLD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SLD-CHAVE
                    FILE STATUS  IS ST-SLD.
       SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-NUM
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQPER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PER-ANOMES
                    FILE STATUS  IS ST-PER.
       SELECT ARQCSG ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSG-NUM
                    FILE STATUS  IS ST-CSG
                    ALTERNATE RECORD KEY IS CSG-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCSI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CSI-CHAVE
                    FILE STATUS  IS ST-CSI.
       SELECT ARQPDV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDV-NUM
                    FILE STATUS  IS ST-PDV
                    ALTERNATE RECORD KEY IS PDV-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQPDVI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PVI-CHAVE
                    FILE STATUS  IS ST-PVI
                    ALTERNATE RECORD KEY IS PVI-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQRSV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RSV-PRO-COD
                    FILE STATUS  IS ST-RSV.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 CLI-TIPO     PIC X(1).
                03 CLI-CPF      PIC 9(14).
                03 CLI-CPF-TAB REDEFINES CLI-CPF.
                    05 CLI-CPF-DIG      PIC 9 OCCURS 14 TIMES.
                03 CLI-NOME     PIC X(30).
                03 CLI-FANTASIA     PIC X(12).
                03 CLI-DDD      PIC 9(2).
                03 CLI-NUMTEL      PIC 9(9).
                03 CLI-DDD2     PIC 9(2).
                03 CLI-NUMTEL2  PIC 9(9).
                03 CLI-DDD3     PIC 9(2).
                03 CLI-NUMTEL3  PIC 9(9).
                03 CLI-EMAIL      PIC X(30).
                03 CLI-CEP      PIC X(8).
                03 CLI-CONTATO      PIC X(30).
                03 CLI-NUM-LOGR      PIC 9(5).
                03 CLI-COMPL-LOGR      PIC X(12).
                03 CLI-LOGRADOURO      PIC X(30).
                03 CLI-BAIRRO      PIC X(20).
                03 CLI-CIDADE      PIC X(20).
                03 CLI-UF      PIC X(02).
                03 CLI-LIMITE-CREDITO PIC 9(10).
                03 CLI-SIT                PIC X(01).
                03 CLI-VERSAO             PIC 9(08).
                03 CLI-COND-PAG           PIC X(04).
      *
       FD ARQPRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPRO.DAT".
       01 REGPRO.
                03 PRO-COD          PIC 9(8).
                03 PRO-DESC         PIC X(30).
                03 PRO-UNID         PIC X(02).
                03 PRO-TIPO         PIC X(01).
                03 PRO-TIPO-FORC    PIC X(01).
                03 PRO-CPF-FORC     PIC 9(14).
                03 PRO-DATA         PIC 9(08).
                03 PRO-PRECO        PIC 9(08).
                03 PRO-QTDE         PIC 9(06).
                03 PRO-QTDE-MIN     PIC 9(06).
                03 PRO-BARRAS       PIC 9(13).
                03 PRO-SIT                PIC X(01).
                03 PRO-VERSAO             PIC 9(08).
      *
       FD ARQLOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOC.DAT".
       01 REGLOC.
                03 LOC-COD        PIC X(02).
                03 LOC-NOME       PIC X(20).
      *
       FD ARQSLD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSLD.DAT".
       01 REGSLD.
                03 SLD-CHAVE.
                   05 SLD-PRO-COD    PIC 9(08).
                   05 SLD-LOC        PIC X(02).
                03 SLD-QTDE          PIC 9(06).
      *
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
                03 MOV-NUM         PIC 9(08).
                03 MOV-PRO-COD     PIC 9(08).
                03 MOV-TIPO        PIC X(01).
                03 MOV-QTDE        PIC 9(06).
                03 MOV-DATA        PIC 9(08).
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
      *
       FD ARQPER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPER.DAT".
       01 REGPER.
                03 PER-ANOMES     PIC 9(06).
                03 PER-STATUS     PIC X(01).
      *
      * DOCUMENTO DE CONSIGNACAO: SIT A = EM ABERTO, F = ACERTADO
      * (DATAS DDMMAAAA; CSG-DATA-ACERTO = ULTIMO ACERTO)
      *
       FD ARQCSG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSG.DAT".
       01 REGCSG.
                03 CSG-NUM           PIC 9(08).
                03 CSG-CLI-CPF       PIC 9(14).
                03 CSG-LOC           PIC X(02).
                03 CSG-LOC-ORIG      PIC X(02).
                03 CSG-DATA          PIC 9(08).
                03 CSG-OPER          PIC X(20).
                03 CSG-SIT           PIC X(01).
                03 CSG-DATA-ACERTO   PIC 9(08).
      *
      * ITEM DA CONSIGNACAO: SALDO EM ABERTO = ENV - VEN - DEV
      *
       FD ARQCSI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCSI.DAT".
       01 REGCSI.
                03 CSI-CHAVE.
                   05 CSI-NUM        PIC 9(08).
                   05 CSI-PRO-COD    PIC 9(08).
                03 CSI-QTDE-ENV      PIC 9(06).
                03 CSI-QTDE-VEN      PIC 9(06).
                03 CSI-QTDE-DEV      PIC 9(06).
                03 CSI-PRECO         PIC 9(08).
      *
       FD ARQPDV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDV.DAT".
       01 REGPDV.
                03 PDV-NUM            PIC 9(08).
                03 PDV-CLI-CPF        PIC 9(14).
                03 PDV-DATA-EMISSAO   PIC 9(08).
                03 PDV-STATUS         PIC X(01).
                03 PDV-ENTREGA        PIC X(01).
                03 PDV-END-SEQ        PIC 9(02).
      *
       FD ARQPDVI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDVI.DAT".
       01 REGPDVI.
                03 PVI-CHAVE.
                   05 PVI-PDV-NUM     PIC 9(08).
                   05 PVI-ITEM        PIC 9(03).
                03 PVI-PRO-COD        PIC 9(08).
                03 PVI-QTDE           PIC 9(06).
                03 PVI-PRECO          PIC 9(08).
                03 PVI-STATUS         PIC X(01).
      *
       FD ARQRSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRSV.DAT".
       01 REGRSV.
                03 RSV-PRO-COD        PIC 9(08).
                03 RSV-QTDE           PIC 9(06).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQERRO.DAT".
       01 REGERRO.
                03 ERR-DATA          PIC 9(08).
                03 ERR-HORA          PIC 9(08).
                03 ERR-PROGRAMA      PIC X(08).
                03 ERR-ARQUIVO       PIC X(08).
                03 ERR-STATUS        PIC X(02).
                03 ERR-MENSAGEM      PIC X(50).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-LOC         PIC X(02) VALUE "00".
       77 ST-SLD         PIC X(02) VALUE "00".
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-NUM         PIC X(02) VALUE "00".
       77 ST-PER         PIC X(02) VALUE "00".
       77 ST-CSG         PIC X(02) VALUE "00".
       77 ST-CSI         PIC X(02) VALUE "00".
       77 ST-PDV         PIC X(02) VALUE "00".
       77 ST-PVI         PIC X(02) VALUE "00".
       77 ST-RSV         PIC X(02) VALUE "00".
       77 W-TEM-PER      PIC 9(01) VALUE ZEROS.
       77 W-PER-OK       PIC 9(01) VALUE ZEROS.
       77 W-DATA-PER     PIC 9(08) VALUE ZEROS.
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-FUNCAO       PIC 9(01) VALUE ZEROS.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-CLI-CPF      PIC 9(14) VALUE ZEROS.
       77 W-PRODUTO      PIC 9(08) VALUE ZEROS.
       77 W-LOC-ORIG     PIC X(02) VALUE SPACES.
       77 W-LOC-DEST     PIC X(02) VALUE SPACES.
       77 W-LOC-CSG      PIC X(02) VALUE SPACES.
       77 W-LOC-CAND     PIC X(02) VALUE SPACES.
       77 W-LOC-USO      PIC 9(01) VALUE ZEROS.
       77 W-LOC-IND      PIC 9(02) VALUE ZEROS.
       77 W-LOC-SUFIXOS  PIC X(36) VALUE
                "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       77 W-QTDE-ENV     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-VEN     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-DEV     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ABERTA  PIC 9(06) VALUE ZEROS.
       77 W-TOT-ABERTO   PIC 9(09) VALUE ZEROS.
       77 W-DATA-TRF     PIC 9(08) VALUE ZEROS.
       77 W-DATA-REM-AMD PIC 9(08) VALUE ZEROS.
       77 W-DATA-ACE-AMD PIC 9(08) VALUE ZEROS.
       77 W-SALDO-ORIG   PIC 9(06) VALUE ZEROS.
       77 W-CSG-NUM      PIC 9(08) VALUE ZEROS.
       77 W-ITENS        PIC 9(04) VALUE ZEROS.
       77 W-PDV-NUM      PIC 9(08) VALUE ZEROS.
       77 W-PDV-PROX     PIC 9(08) VALUE ZEROS.
       77 W-PVI-ITEM     PIC 9(03) VALUE ZEROS.
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
       01 JRN-ANT-LOC          PIC X(22).
       01 JRN-ANT-SLD          PIC X(16).
       01 JRN-ANT-CSG          PIC X(63).
       01 JRN-ANT-CSI          PIC X(42).
       01 JRN-ANT-RSV          PIC X(14).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** CONSIG - CONSIGNACAO EM CLIENTES ***".
      *
       ABRIR-ARQ.
                OPEN INPUT ARQCLI
                IF ST-CLI NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCLI: "
                           ST-CLI
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-PRO
                   CLOSE ARQCLI
                   GO TO ROT-FIM2.
                OPEN I-O ARQLOC
                IF ST-LOC NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ DE LOCAIS: "
                           ST-LOC
                   CLOSE ARQCLI ARQPRO
                   GO TO ROT-FIM2.
       ABRIR-SLD.
                OPEN I-O ARQSLD
                IF ST-SLD NOT = "00"
                   IF ST-SLD = "30"
                      OPEN OUTPUT ARQSLD
                      CLOSE ARQSLD
                      GO TO ABRIR-SLD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ SALDO LOCAL: "
                              ST-SLD
                      CLOSE ARQCLI ARQPRO ARQLOC
                      GO TO ROT-FIM2.
       ABRIR-MOV.
                OPEN I-O ARQMOV
                IF ST-MOV NOT = "00"
                   IF ST-MOV = "30"
                      OPEN OUTPUT ARQMOV
                      CLOSE ARQMOV
                      GO TO ABRIR-MOV
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQMOV: "
                              ST-MOV
                      CLOSE ARQCLI ARQPRO ARQLOC ARQSLD
                      GO TO ROT-FIM2.
       ABRIR-NUM.
                OPEN I-O ARQNUM
                IF ST-NUM NOT = "00"
                   IF ST-NUM = "30"
                      OPEN OUTPUT ARQNUM
                      CLOSE ARQNUM
                      GO TO ABRIR-NUM
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ NUMERACAO: "
                              ST-NUM
                      CLOSE ARQCLI ARQPRO ARQLOC ARQSLD ARQMOV
                      GO TO ROT-FIM2.
       ABRIR-CSG.
                OPEN I-O ARQCSG
                IF ST-CSG NOT = "00"
                   IF ST-CSG = "30" OR "35"
                      OPEN OUTPUT ARQCSG
                      CLOSE ARQCSG
                      GO TO ABRIR-CSG
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ CONSIGNACAO: "
                              ST-CSG
                      CLOSE ARQCLI ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM
                      GO TO ROT-FIM2.
       ABRIR-CSI.
                OPEN I-O ARQCSI
                IF ST-CSI NOT = "00"
                   IF ST-CSI = "30" OR "35"
                      OPEN OUTPUT ARQCSI
                      CLOSE ARQCSI
                      GO TO ABRIR-CSI
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ ITENS CONSIG.: "
                              ST-CSI
                      CLOSE ARQCLI ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM
                            ARQCSG
                      GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       ABRIR-PER.
                OPEN INPUT ARQPER
                IF ST-PER = "00"
                   MOVE 1 TO W-TEM-PER
                ELSE
                   MOVE 0 TO W-TEM-PER
                   MOVE "00" TO ST-PER.
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
                DISPLAY "1=REMESSA  2=ACERTO  0=ENCERRAR           : "
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
      * REMESSA: CLIENTE, LOCAL DE ORIGEM E  *
      * DATA; O DOCUMENTO E NUMERADO NO      *
      * PRIMEIRO ITEM (SERIE CONSIGNA)       *
      ***************************************
      *
       PEDIR-CLIENTE.
                MOVE ZEROS TO W-CSG-NUM W-ITENS
                DISPLAY "CPF/CNPJ DO CLIENTE (0 = VOLTAR)          : "
                        WITH NO ADVANCING
                ACCEPT W-CLI-CPF
                IF W-CLI-CPF = ZEROS
                   GO TO PEDIR-FUNCAO.
                MOVE W-CLI-CPF TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   DISPLAY "*** CLIENTE NAO CADASTRADO ***"
                   GO TO PEDIR-CLIENTE.
                IF CLI-SIT = "E"
                   DISPLAY "*** CLIENTE EXCLUIDO ***"
                   GO TO PEDIR-CLIENTE.
                DISPLAY "CLIENTE: " CLI-NOME.
                PERFORM LOCAL-DO-CLIENTE THRU LOCAL-DO-CLIENTE-FIM
                IF W-LOC-CSG = SPACES
                   DISPLAY "*** NAO HA LOCAL DE CONSIGNACAO LIVRE ***"
                   GO TO PEDIR-CLIENTE.
                DISPLAY "LOCAL DE CONSIGNACAO DO CLIENTE: " W-LOC-CSG.
      *
       PEDIR-ORIGEM.
                DISPLAY "LOCAL DE ORIGEM                           : "
                        WITH NO ADVANCING
                ACCEPT W-LOC-ORIG
                IF W-LOC-ORIG = "QR" OR "TT"
                   DISPLAY "*** LOCAL RESERVADO - NAO PODE SER ORIGEM"
                   GO TO PEDIR-ORIGEM.
                IF W-LOC-ORIG (1:1) = "K"
                   DISPLAY "*** LOCAL DE CONSIGNACAO NAO PODE SER "
                           "ORIGEM ***"
                   GO TO PEDIR-ORIGEM.
                MOVE W-LOC-ORIG TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   DISPLAY "*** LOCAL NAO CADASTRADO ***"
                   GO TO PEDIR-ORIGEM.
      *
       PEDIR-DATA.
                DISPLAY "DATA DA REMESSA (DDMMAAAA)                : "
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
                   GO TO FECHAR-REMESSA.
                MOVE W-PRODUTO TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO NAO CADASTRADO ***"
                   GO TO PEDIR-PRODUTO.
                IF PRO-SIT = "E"
                   DISPLAY "*** PRODUTO EXCLUIDO ***"
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
                DISPLAY "QUANTIDADE CONSIGNADA                     : "
                        WITH NO ADVANCING
                ACCEPT W-QTDE-ENV
                IF W-QTDE-ENV = ZEROS
                   DISPLAY "*** QTDE DEVE SER DIFERENTE DE ZEROS ***"
                   GO TO PEDIR-QTDE.
                IF W-QTDE-ENV > W-SALDO-ORIG
                   DISPLAY "*** QTDE MAIOR QUE O SALDO DA ORIGEM ***"
                   GO TO PEDIR-QTDE.
      *
       CONFIRMAR.
                DISPLAY "CONFIRMA A REMESSA DO ITEM (S/N)          : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** ITEM CANCELADO ***"
                   GO TO PEDIR-PRODUTO.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO CONFIRMAR.
                IF W-CSG-NUM = ZEROS
                   PERFORM ABRIR-DOCUMENTO THRU ABRIR-DOCUMENTO-FIM
                   IF W-CSG-NUM = ZEROS
                      GO TO PEDIR-FUNCAO.
      *
      ***** ITEM DO DOCUMENTO, MOVIMENTO E SALDOS (ORIGEM -> KN) *****
      *
       POSTAR.
                MOVE W-CSG-NUM TO CSI-NUM
                MOVE W-PRODUTO TO CSI-PRO-COD
                READ ARQCSI
                MOVE REGCSI TO JRN-ANT-CSI
                IF ST-CSI = "00"
                   ADD W-QTDE-ENV TO CSI-QTDE-ENV
                   REWRITE REGCSI
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-CSI THRU DIARIO-CSI-FIM
                ELSE
                   MOVE "00" TO ST-CSI
                   MOVE W-QTDE-ENV TO CSI-QTDE-ENV
                   MOVE ZEROS      TO CSI-QTDE-VEN CSI-QTDE-DEV
                   MOVE PRO-PRECO  TO CSI-PRECO
                   WRITE REGCSI
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CSI THRU DIARIO-CSI-FIM.
                IF ST-CSI NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO ITEM: " ST-CSI
                   MOVE "ARQCSI" TO ERR-ARQUIVO
                   MOVE ST-CSI   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO ITEM DA CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CSI
                   GO TO PEDIR-PRODUTO.
                MOVE "T"          TO W-MOV-TIPO
                MOVE W-QTDE-ENV   TO W-MOV-QTDE
                MOVE W-LOC-ORIG   TO W-MOV-LOC
                MOVE W-LOC-CSG    TO W-MOV-DEST
                MOVE SPACES       TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE W-LOC-ORIG   TO W-LOC-ATU
                MOVE 0            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                MOVE W-LOC-CSG    TO W-LOC-ATU
                MOVE 1            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                ADD 1 TO W-ITENS
                DISPLAY "*** ITEM CONSIGNADO (MOVIMENTO " MOV-NUM
                        ") ***"
                GO TO PEDIR-PRODUTO.
      *
       FECHAR-REMESSA.
                IF W-CSG-NUM = ZEROS
                   DISPLAY "*** NENHUM ITEM CONSIGNADO ***"
                   GO TO PEDIR-FUNCAO.
                DISPLAY "*** DOCUMENTO " W-CSG-NUM " EM CONSIGNACAO - "
                        W-ITENS " ITEM(NS) ***"
                GO TO PEDIR-FUNCAO.
      *
       ABRIR-DOCUMENTO.
                MOVE "CONSIGNA" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM NOT = "00"
                   MOVE "00" TO ST-NUM
                   MOVE "CONSIGNA" TO NUM-SERIE
                   MOVE 1 TO NUM-PROXIMO
                   WRITE REGNUM
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   MOVE "00" TO ST-NUM.
                MOVE NUM-PROXIMO TO CSG-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
                MOVE W-CLI-CPF   TO CSG-CLI-CPF
                MOVE W-LOC-CSG   TO CSG-LOC
                MOVE W-LOC-ORIG  TO CSG-LOC-ORIG
                MOVE W-DATA-TRF  TO CSG-DATA
                MOVE W-OPERADOR  TO CSG-OPER
                MOVE "A"         TO CSG-SIT
                MOVE ZEROS       TO CSG-DATA-ACERTO
                WRITE REGCSG
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CSG THRU DIARIO-CSG-FIM
                IF ST-CSG NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO DOCUMENTO: " ST-CSG
                   MOVE "ARQCSG" TO ERR-ARQUIVO
                   MOVE ST-CSG   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO DOCUMENTO DE CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CSG
                   GO TO ABRIR-DOCUMENTO-FIM.
                MOVE CSG-NUM TO W-CSG-NUM
                DISPLAY "*** DOCUMENTO DE CONSIGNACAO " W-CSG-NUM
                        " ***".
       ABRIR-DOCUMENTO-FIM.
                EXIT.
      *
      ***************************************
      * LOCAL DE CONSIGNACAO DO CLIENTE: O   *
      * DE UM DOCUMENTO SEU AINDA EM ABERTO  *
      * OU O PRIMEIRO KN SEM DOCUMENTO EM    *
      * ABERTO DE NINGUEM, CRIADO OU         *
      * RENOMEADO NO ARQLOC COM O CLIENTE    *
      * (W-LOC-CSG = BRANCOS SE NAO HOUVER)  *
      ***************************************
      *
       LOCAL-DO-CLIENTE.
                MOVE SPACES    TO W-LOC-CSG
                MOVE W-CLI-CPF TO CSG-CLI-CPF
                START ARQCSG KEY IS NOT LESS CSG-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CSG.
       LOCAL-DO-CLIENTE-1.
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   GO TO LOCAL-DO-CLIENTE-2.
                READ ARQCSG NEXT
                   AT END MOVE "10" TO ST-CSG.
                IF ST-CSG NOT = "00" OR CSG-CLI-CPF NOT = W-CLI-CPF
                   MOVE "10" TO ST-CSG
                   GO TO LOCAL-DO-CLIENTE-1.
                IF CSG-SIT = "A"
                   MOVE CSG-LOC TO W-LOC-CSG
                   GO TO LOCAL-DO-CLIENTE-FIM.
                GO TO LOCAL-DO-CLIENTE-1.
       LOCAL-DO-CLIENTE-2.
                MOVE ZEROS TO W-LOC-IND.
       LOCAL-DO-CLIENTE-3.
                ADD 1 TO W-LOC-IND
                IF W-LOC-IND > 36
                   GO TO LOCAL-DO-CLIENTE-FIM.
                MOVE "K" TO W-LOC-CAND (1:1)
                MOVE W-LOC-SUFIXOS (W-LOC-IND:1) TO W-LOC-CAND (2:1)
                PERFORM LOCAL-EM-USO THRU LOCAL-EM-USO-FIM
                IF W-LOC-USO = 1
                   GO TO LOCAL-DO-CLIENTE-3.
                MOVE W-LOC-CAND TO LOC-COD
                READ ARQLOC
                MOVE REGLOC TO JRN-ANT-LOC
                MOVE W-LOC-CAND TO LOC-COD
                MOVE SPACES TO LOC-NOME
                STRING "CONSIG " DELIMITED BY SIZE
                       CLI-NOME (1:13) DELIMITED BY SIZE
                       INTO LOC-NOME
                IF ST-LOC = "00"
                   REWRITE REGLOC
                   MOVE "A" TO JRN-OPERACAO
                ELSE
                   MOVE "00" TO ST-LOC
                   WRITE REGLOC
                   MOVE "I" TO JRN-OPERACAO.
                PERFORM DIARIO-LOC THRU DIARIO-LOC-FIM
                IF ST-LOC NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO LOCAL: " ST-LOC
                   MOVE "ARQLOC" TO ERR-ARQUIVO
                   MOVE ST-LOC   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO LOCAL DE CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-LOC
                   GO TO LOCAL-DO-CLIENTE-FIM.
                MOVE W-LOC-CAND TO W-LOC-CSG.
       LOCAL-DO-CLIENTE-FIM.
                EXIT.
      *
       LOCAL-EM-USO.
                MOVE 0     TO W-LOC-USO
                MOVE ZEROS TO CSG-NUM
                START ARQCSG KEY IS NOT LESS CSG-NUM INVALID KEY
                      MOVE "10" TO ST-CSG.
       LOCAL-EM-USO-1.
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   GO TO LOCAL-EM-USO-FIM.
                READ ARQCSG NEXT
                   AT END MOVE "10" TO ST-CSG.
                IF ST-CSG NOT = "00"
                   GO TO LOCAL-EM-USO-1.
                IF CSG-SIT = "A" AND CSG-LOC = W-LOC-CAND
                   MOVE 1 TO W-LOC-USO
                   GO TO LOCAL-EM-USO-FIM.
                GO TO LOCAL-EM-USO-1.
       LOCAL-EM-USO-FIM.
                EXIT.
      *
      ***************************************
      * ACERTO: PARA CADA ITEM COM SALDO EM  *
      * CONSIGNACAO, QTDE VENDIDA PELO       *
      * CLIENTE E QTDE DEVOLVIDA; O QUE      *
      * SOBRA CONTINUA CONSIGNADO            *
      ***************************************
      *
       PEDIR-DOC.
                MOVE ZEROS TO W-PDV-NUM W-PVI-ITEM W-PDV-PROX
                DISPLAY "NUMERO DO DOCUMENTO (0 = VOLTAR)          : "
                        WITH NO ADVANCING
                ACCEPT W-CSG-NUM
                IF W-CSG-NUM = ZEROS
                   GO TO PEDIR-FUNCAO.
                MOVE W-CSG-NUM TO CSG-NUM
                READ ARQCSG
                MOVE REGCSG TO JRN-ANT-CSG
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   DISPLAY "*** DOCUMENTO NAO CADASTRADO ***"
                   GO TO PEDIR-DOC.
                IF CSG-SIT NOT = "A"
                   DISPLAY "*** DOCUMENTO JA ACERTADO EM "
                           CSG-DATA-ACERTO " ***"
                   GO TO PEDIR-DOC.
                MOVE CSG-CLI-CPF TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   MOVE SPACES TO CLI-NOME.
                DISPLAY "CLIENTE " CSG-CLI-CPF " " CLI-NOME
                DISPLAY "LOCAL " CSG-LOC "  ORIGEM " CSG-LOC-ORIG
                        "  REMETIDO EM " CSG-DATA " POR " CSG-OPER
                MOVE CSG-DATA (5:4) TO W-DATA-REM-AMD (1:4)
                MOVE CSG-DATA (3:2) TO W-DATA-REM-AMD (5:2)
                MOVE CSG-DATA (1:2) TO W-DATA-REM-AMD (7:2).
      *
       PEDIR-DATA-ACE.
                DISPLAY "DATA DO ACERTO (DDMMAAAA)                 : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-TRF
                PERFORM VALIDAR-DATA THRU VALIDAR-DATA-FIM
                IF W-DATA-OK NOT = 1
                   DISPLAY "*** DATA INVALIDA - USE DDMMAAAA ***"
                   GO TO PEDIR-DATA-ACE.
                MOVE W-DATA-TRF (5:4) TO W-DATA-ACE-AMD (1:4)
                MOVE W-DATA-TRF (3:2) TO W-DATA-ACE-AMD (5:2)
                MOVE W-DATA-TRF (1:2) TO W-DATA-ACE-AMD (7:2)
                IF W-DATA-ACE-AMD < W-DATA-REM-AMD
                   DISPLAY "*** ACERTO ANTERIOR A REMESSA ***"
                   GO TO PEDIR-DATA-ACE.
                MOVE W-DATA-TRF TO W-DATA-PER
                PERFORM VERIF-PERIODO THRU VERIF-PERIODO-FIM
                IF W-PER-OK = 0
                   DISPLAY "*** PERIODO CONTABIL FECHADO ***"
                   GO TO PEDIR-DATA-ACE.
      *
       PEDIR-DESTINO.
                DISPLAY "LOCAL DA DEVOLUCAO (BRANCO = ORIGEM)      : "
                        WITH NO ADVANCING
                MOVE SPACES TO W-LOC-DEST
                ACCEPT W-LOC-DEST
                IF W-LOC-DEST = SPACES
                   MOVE CSG-LOC-ORIG TO W-LOC-DEST.
                IF W-LOC-DEST = "QR" OR "TT" OR W-LOC-DEST (1:1) = "K"
                   DISPLAY "*** LOCAL RESERVADO - NAO RECEBE DEVOLUCAO "
                           "***"
                   GO TO PEDIR-DESTINO.
                MOVE W-LOC-DEST TO LOC-COD
                READ ARQLOC
                IF ST-LOC NOT = "00"
                   MOVE "00" TO ST-LOC
                   DISPLAY "*** LOCAL NAO CADASTRADO ***"
                   GO TO PEDIR-DESTINO.
      *
       ACERTAR.
                MOVE ZEROS TO W-TOT-ABERTO W-ITENS
                MOVE W-CSG-NUM TO CSI-NUM
                MOVE ZEROS     TO CSI-PRO-COD
                START ARQCSI KEY IS NOT LESS CSI-CHAVE INVALID KEY
                      MOVE "10" TO ST-CSI.
       ACERTAR-LOOP.
                IF ST-CSI NOT = "00"
                   MOVE "00" TO ST-CSI
                   GO TO ACERTAR-FIM.
                READ ARQCSI NEXT
                   AT END MOVE "10" TO ST-CSI.
                MOVE REGCSI TO JRN-ANT-CSI
                IF ST-CSI NOT = "00"
                   MOVE "00" TO ST-CSI
                   GO TO ACERTAR-FIM.
                IF CSI-NUM NOT = W-CSG-NUM
                   GO TO ACERTAR-FIM.
                COMPUTE W-QTDE-ABERTA = CSI-QTDE-ENV - CSI-QTDE-VEN
                                      - CSI-QTDE-DEV
                IF W-QTDE-ABERTA = ZEROS
                   GO TO ACERTAR-LOOP.
                MOVE CSI-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE SPACES TO PRO-DESC.
                DISPLAY "PRODUTO " CSI-PRO-COD " " PRO-DESC
                DISPLAY "EM CONSIGNACAO " W-QTDE-ABERTA
                        "  PRECO " CSI-PRECO.
       ACERTAR-VEN.
                DISPLAY "QUANTIDADE VENDIDA PELO CLIENTE           : "
                        WITH NO ADVANCING
                ACCEPT W-QTDE-VEN
                IF W-QTDE-VEN > W-QTDE-ABERTA
                   DISPLAY "*** VENDIDO MAIOR QUE O CONSIGNADO ***"
                   GO TO ACERTAR-VEN.
       ACERTAR-DEV.
                DISPLAY "QUANTIDADE DEVOLVIDA                      : "
                        WITH NO ADVANCING
                ACCEPT W-QTDE-DEV
                IF W-QTDE-VEN + W-QTDE-DEV > W-QTDE-ABERTA
                   DISPLAY "*** VENDIDO + DEVOLVIDO MAIOR QUE O "
                           "CONSIGNADO ***"
                   GO TO ACERTAR-VEN.
                IF W-QTDE-VEN = ZEROS AND W-QTDE-DEV = ZEROS
                   ADD W-QTDE-ABERTA TO W-TOT-ABERTO
                   GO TO ACERTAR-LOOP.
       ACERTAR-CONF.
                DISPLAY "CONFIRMA O ACERTO DO ITEM (S/N)           : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   DISPLAY "*** ITEM MANTIDO EM CONSIGNACAO ***"
                   ADD W-QTDE-ABERTA TO W-TOT-ABERTO
                   GO TO ACERTAR-LOOP.
                IF W-OPCAO NOT = "S" AND "s"
                   GO TO ACERTAR-CONF.
                ADD W-QTDE-VEN TO CSI-QTDE-VEN
                ADD W-QTDE-DEV TO CSI-QTDE-DEV
                REWRITE REGCSI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CSI THRU DIARIO-CSI-FIM
                IF ST-CSI NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA ATUALIZACAO DO ITEM: " ST-CSI
                   MOVE "ARQCSI" TO ERR-ARQUIVO
                   MOVE ST-CSI   TO ERR-STATUS
                   MOVE "ERRO NO ACERTO DO ITEM DA CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CSI
                   ADD W-QTDE-ABERTA TO W-TOT-ABERTO
                   GO TO ACERTAR-LOOP.
                COMPUTE W-TOT-ABERTO = W-TOT-ABERTO + W-QTDE-ABERTA
                                     - W-QTDE-VEN - W-QTDE-DEV
                MOVE CSI-PRO-COD TO W-PRODUTO
                ADD 1 TO W-ITENS
                IF W-QTDE-DEV NOT = ZEROS
                   PERFORM DEVOLVER THRU DEVOLVER-FIM.
                IF W-QTDE-VEN NOT = ZEROS
                   PERFORM VENDER THRU VENDER-FIM.
                GO TO ACERTAR-LOOP.
       ACERTAR-FIM.
                IF W-ITENS = ZEROS
                   DISPLAY "*** NENHUM ITEM ACERTADO ***"
                   GO TO PEDIR-DOC.
                MOVE W-CSG-NUM TO CSG-NUM
                READ ARQCSG
                MOVE REGCSG TO JRN-ANT-CSG
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   GO TO ACERTAR-MENS.
                MOVE W-DATA-TRF TO CSG-DATA-ACERTO
                IF W-TOT-ABERTO = ZEROS
                   MOVE "F" TO CSG-SIT.
                REWRITE REGCSG
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CSG THRU DIARIO-CSG-FIM
                IF ST-CSG NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA ATUALIZACAO DO DOCUMENTO: " ST-CSG
                   MOVE "ARQCSG" TO ERR-ARQUIVO
                   MOVE ST-CSG   TO ERR-STATUS
                   MOVE "ERRO NO ACERTO DO DOCUMENTO DE CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CSG.
       ACERTAR-MENS.
                IF W-TOT-ABERTO = ZEROS
                   DISPLAY "*** DOCUMENTO " W-CSG-NUM " ENCERRADO ***"
                ELSE
                   DISPLAY "*** DOCUMENTO " W-CSG-NUM " CONTINUA COM "
                           W-TOT-ABERTO " EM CONSIGNACAO ***".
                IF W-PDV-NUM NOT = ZEROS
                   DISPLAY "*** PEDIDO DE VENDA " W-PDV-NUM
                           " GERADO - FATURAR NO VENDPRO PELO LOCAL "
                           CSG-LOC-ORIG " ***".
                GO TO PEDIR-DOC.
      *
      ***************************************
      * DEVOLUCAO: MOVIMENTO T DO LOCAL KN   *
      * PARA O LOCAL DA DEVOLUCAO; O ESTOQUE *
      * QUE VOLTA ALOCA AS ENCOMENDAS        *
      ***************************************
      *
       DEVOLVER.
                MOVE "T"          TO W-MOV-TIPO
                MOVE W-QTDE-DEV   TO W-MOV-QTDE
                MOVE CSG-LOC      TO W-MOV-LOC
                MOVE W-LOC-DEST   TO W-MOV-DEST
                MOVE SPACES       TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE CSG-LOC      TO W-LOC-ATU
                MOVE 0            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                MOVE W-LOC-DEST   TO W-LOC-ATU
                MOVE 1            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                PERFORM ALOCAR-ENCOMENDAS THRU ALOCAR-ENCOMENDAS-FIM.
       DEVOLVER-FIM.
                EXIT.
      *
      ***************************************
      * VENDA DO CONSIGNADO: MOVIMENTO T DO  *
      * LOCAL KN PARA O LOCAL DE ORIGEM,     *
      * ITEM NO PEDIDO DE VENDA DO ACERTO    *
      * (CRIADO NO PRIMEIRO ITEM VENDIDO)    *
      * PELO PRECO DA REMESSA E RESERVA DA   *
      * QUANTIDADE ATE O FATURAMENTO         *
      ***************************************
      *
       VENDER.
                MOVE "T"          TO W-MOV-TIPO
                MOVE W-QTDE-VEN   TO W-MOV-QTDE
                MOVE CSG-LOC      TO W-MOV-LOC
                MOVE CSG-LOC-ORIG TO W-MOV-DEST
                MOVE SPACES       TO W-MOV-MOTIVO
                PERFORM GRAVAR-MOV THRU GRAVAR-MOV-FIM
                MOVE CSG-LOC      TO W-LOC-ATU
                MOVE 0            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM
                MOVE CSG-LOC-ORIG TO W-LOC-ATU
                MOVE 1            TO W-SLD-SOMA
                PERFORM ATU-SALDO-LOC THRU ATU-SALDO-LOC-FIM.
       VENDER-PDV.
                OPEN I-O ARQPDV
                IF ST-PDV NOT = "00"
                   IF ST-PDV = "30" OR "35"
                      OPEN OUTPUT ARQPDV
                      CLOSE ARQPDV
                      GO TO VENDER-PDV
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPDV: "
                              ST-PDV
                      MOVE "00" TO ST-PDV
                      GO TO VENDER-FIM.
                OPEN I-O ARQPDVI
                IF ST-PVI = "30" OR "35"
                   OPEN OUTPUT ARQPDVI
                   CLOSE ARQPDVI
                   OPEN I-O ARQPDVI.
                IF ST-PVI NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPDVI: "
                           ST-PVI
                   MOVE "00" TO ST-PVI
                   CLOSE ARQPDV
                   GO TO VENDER-FIM.
                IF W-PDV-NUM = ZEROS
                   PERFORM CRIAR-PEDIDO THRU CRIAR-PEDIDO-FIM
                   IF W-PDV-NUM = ZEROS
                      CLOSE ARQPDV ARQPDVI
                      GO TO VENDER-FIM.
                ADD 1 TO W-PVI-ITEM
                MOVE W-PDV-NUM   TO PVI-PDV-NUM
                MOVE W-PVI-ITEM  TO PVI-ITEM
                MOVE W-PRODUTO   TO PVI-PRO-COD
                MOVE W-QTDE-VEN  TO PVI-QTDE
                MOVE CSI-PRECO   TO PVI-PRECO
                MOVE "A"         TO PVI-STATUS
                WRITE REGPDVI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDVI THRU DIARIO-PDVI-FIM
                IF ST-PVI NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO ITEM DO PEDIDO: "
                           ST-PVI
                   MOVE "ARQPDVI" TO ERR-ARQUIVO
                   MOVE ST-PVI    TO ERR-STATUS
                   MOVE "ERRO NO ITEM DO PEDIDO DA CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PVI
                   CLOSE ARQPDV ARQPDVI
                   GO TO VENDER-FIM.
                CLOSE ARQPDV ARQPDVI
                PERFORM RESERVAR THRU RESERVAR-FIM.
       VENDER-FIM.
                EXIT.
      *
      ***************************************
      * PEDIDO DE VENDA DO ACERTO: NUMERO    *
      * SEGUINTE AO MAIOR DO ARQPDV, PARA O  *
      * CLIENTE DO DOCUMENTO, SEM ENTREGA    *
      ***************************************
      *
       CRIAR-PEDIDO.
                IF W-PDV-PROX = ZEROS
                   PERFORM ULTIMO-PDV THRU ULTIMO-PDV-FIM.
       CRIAR-PEDIDO-GRAVA.
                MOVE W-PDV-PROX    TO PDV-NUM
                MOVE CSG-CLI-CPF   TO PDV-CLI-CPF
                MOVE W-DATA-TRF    TO PDV-DATA-EMISSAO
                MOVE "A"           TO PDV-STATUS
                MOVE "N"           TO PDV-ENTREGA
                MOVE ZEROS         TO PDV-END-SEQ
                WRITE REGPDV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDV THRU DIARIO-PDV-FIM
                IF ST-PDV = "22"
                   MOVE "00" TO ST-PDV
                   ADD 1 TO W-PDV-PROX
                   GO TO CRIAR-PEDIDO-GRAVA.
                IF ST-PDV NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA GRAVACAO DO PEDIDO: " ST-PDV
                   MOVE "ARQPDV" TO ERR-ARQUIVO
                   MOVE ST-PDV   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO PEDIDO DA CONSIGNACAO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PDV
                   GO TO CRIAR-PEDIDO-FIM.
                MOVE PDV-NUM TO W-PDV-NUM
                MOVE ZEROS   TO W-PVI-ITEM.
       CRIAR-PEDIDO-FIM.
                EXIT.
      *
       ULTIMO-PDV.
                MOVE 1     TO W-PDV-PROX
                MOVE ZEROS TO PDV-NUM
                START ARQPDV KEY IS NOT LESS PDV-NUM INVALID KEY
                      MOVE "10" TO ST-PDV.
       ULTIMO-PDV-LOOP.
                IF ST-PDV NOT = "00"
                   MOVE "00" TO ST-PDV
                   GO TO ULTIMO-PDV-FIM.
                READ ARQPDV NEXT
                   AT END MOVE "10" TO ST-PDV.
                IF ST-PDV = "00"
                   COMPUTE W-PDV-PROX = PDV-NUM + 1.
                GO TO ULTIMO-PDV-LOOP.
       ULTIMO-PDV-FIM.
                EXIT.
      *
      ***************************************
      * RESERVA DA QUANTIDADE VENDIDA NO     *
      * ARQRSV (LIBERADA NO FATURAMENTO)     *
      ***************************************
      *
       RESERVAR.
                OPEN I-O ARQRSV
                IF ST-RSV = "30" OR "35"
                   OPEN OUTPUT ARQRSV
                   CLOSE ARQRSV
                   OPEN I-O ARQRSV.
                IF ST-RSV NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRSV: "
                           ST-RSV
                   MOVE "00" TO ST-RSV
                   GO TO RESERVAR-FIM.
                MOVE W-PRODUTO TO RSV-PRO-COD
                READ ARQRSV
                MOVE REGRSV TO JRN-ANT-RSV
                IF ST-RSV NOT = "00"
                   MOVE "00" TO ST-RSV
                   MOVE W-PRODUTO  TO RSV-PRO-COD
                   MOVE W-QTDE-VEN TO RSV-QTDE
                   WRITE REGRSV
                   MOVE "I" TO JRN-OPERACAO
                ELSE
                   ADD W-QTDE-VEN TO RSV-QTDE
                   REWRITE REGRSV
                   MOVE "A" TO JRN-OPERACAO.
                PERFORM DIARIO-RSV THRU DIARIO-RSV-FIM
                IF ST-RSV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-RSV
                   DISPLAY "*** RESERVA DO PRODUTO " W-PRODUTO
                           " NAO GRAVADA ***".
                CLOSE ARQRSV.
       RESERVAR-FIM.
                EXIT.
      *
      ***************************************
      * ENCOMENDAS DO PRODUTO: COM O NOVO    *
      * ESTOQUE LIVRE (FORA DE QR, TT E DOS  *
      * LOCAIS KN), O ENCDRV TRANSFORMA AS   *
      * ENCOMENDAS EM ESPERA EM PEDIDOS COM  *
      * RESERVA, NA ORDEM DE DATA            *
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
                MOVE "CONSIG"  TO ENL-ORIGEM
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
      * (SERIE MOVIMENT NO ARQNUM)           *
      ***************************************
      *
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
       OBTER-NUM-MOV-FIM.
                EXIT.
      *
      ***************************************
      * BLOQUEIO DE LANCAMENTO EM PERIODO    *
      * CONTABIL FECHADO (ARQPER); A DATA    *
      * DDMMAAAA CHEGA EM W-DATA-PER         *
      ***************************************
      *
       VERIF-PERIODO.
                MOVE 1 TO W-PER-OK
                IF W-TEM-PER = 0
                   GO TO VERIF-PERIODO-FIM.
                MOVE W-DATA-PER (5:4) TO PER-ANOMES (1:4)
                MOVE W-DATA-PER (3:2) TO PER-ANOMES (5:2)
                READ ARQPER
                IF ST-PER NOT = "00"
                   MOVE "00" TO ST-PER
                   GO TO VERIF-PERIODO-FIM.
                IF PER-STATUS = "F"
                   MOVE 0 TO W-PER-OK.
       VERIF-PERIODO-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DE CALENDARIO (DATA DA     *
      * REMESSA/ACERTO, DDMMAAAA)            *
      ***************************************
      *
       VALIDAR-DATA.
                MOVE 1 TO W-DATA-OK
                IF W-DATA-TRF = ZEROS
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                MOVE W-DATA-TRF (1:2) TO W-DATA-DIA
                MOVE W-DATA-TRF (3:2) TO W-DATA-MES
                MOVE W-DATA-TRF (5:4) TO W-DATA-ANO
                IF W-DATA-MES < 1 OR W-DATA-MES > 12
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                IF W-DATA-ANO < 1900 OR W-DATA-ANO > 2099
                   MOVE 0 TO W-DATA-OK
                   GO TO VALIDAR-DATA-FIM.
                EVALUATE W-DATA-MES
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                      MOVE 30 TO W-DIA-MAX
                   WHEN 02
                      IF (FUNCTION MOD (W-DATA-ANO, 4) = 0 AND
                          FUNCTION MOD (W-DATA-ANO, 100) NOT = 0)
                          OR FUNCTION MOD (W-DATA-ANO, 400) = 0
                         MOVE 29 TO W-DIA-MAX
                      ELSE
                         MOVE 28 TO W-DIA-MAX
                      END-IF
                   WHEN OTHER
                      MOVE 31 TO W-DIA-MAX
                END-EVALUATE
                IF W-DATA-DIA < 1 OR W-DATA-DIA > W-DIA-MAX
                   MOVE 0 TO W-DATA-OK.
       VALIDAR-DATA-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "CONSIG" TO ERR-PROGRAMA
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQCLI ARQPRO ARQLOC ARQSLD ARQMOV ARQNUM ARQCSG
                      ARQCSI
                IF W-TEM-PER = 1
                   CLOSE ARQPER.
                DISPLAY "*** CONSIGNACOES ENCERRADAS ***"
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
                MOVE "CONSIG"     TO JRN-PROGRAMA
                MOVE W-OPERADOR   TO JRN-OPERADOR
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
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-LOC TO JRN-ANTES
                ELSE
                   MOVE REGLOC TO JRN-ANTES.
                MOVE REGLOC TO JRN-DEPOIS JRN-ANT-LOC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-LOC-FIM.
                EXIT.
       DIARIO-CSG.
                MOVE "ARQCSG"     TO JRN-ARQUIVO
                MOVE ST-CSG       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CSG TO JRN-ANTES
                ELSE
                   MOVE REGCSG TO JRN-ANTES.
                MOVE REGCSG TO JRN-DEPOIS JRN-ANT-CSG
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CSG-FIM.
                EXIT.
       DIARIO-CSI.
                MOVE "ARQCSI"     TO JRN-ARQUIVO
                MOVE ST-CSI       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CSI TO JRN-ANTES
                ELSE
                   MOVE REGCSI TO JRN-ANTES.
                MOVE REGCSI TO JRN-DEPOIS JRN-ANT-CSI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CSI-FIM.
                EXIT.
       DIARIO-PDV.
                MOVE "ARQPDV"     TO JRN-ARQUIVO
                MOVE ST-PDV       TO JRN-STATUS
                MOVE REGPDV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDV-FIM.
                EXIT.
       DIARIO-PDVI.
                MOVE "ARQPDVI"    TO JRN-ARQUIVO
                MOVE ST-PVI       TO JRN-STATUS
                MOVE REGPDVI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDVI-FIM.
                EXIT.
       DIARIO-RSV.
                MOVE "ARQRSV"     TO JRN-ARQUIVO
                MOVE ST-RSV       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-RSV TO JRN-ANTES
                ELSE
                   MOVE REGRSV TO JRN-ANTES.
                MOVE REGRSV TO JRN-DEPOIS JRN-ANT-RSV
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RSV-FIM.
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
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
