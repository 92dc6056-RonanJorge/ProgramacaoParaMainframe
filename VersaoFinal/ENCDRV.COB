       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCDRV.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * DRIVER DAS ENCOMENDAS DE CLIENTES (ARQENC)   *
      * CHAMADO COM A AREA ENL-COMUNIC:              *
      *   FUNCAO R = REGISTRA A ENCOMENDA DE         *
      *              ENL-QTDE DO PRODUTO ENL-PRO-COD *
      *              PARA O CLIENTE ENL-CLI-CPF,     *
      *              QUANDO A VENDA (VENDPRO) OU O   *
      *              PEDIDO (PEDVENDA) NAO ENCONTRA  *
      *              ESTOQUE DISPONIVEL              *
      *   FUNCAO A = ALOCA AS ENCOMENDAS AGUARDANDO  *
      *              DO PRODUTO NA ORDEM DE DATA,    *
      *              ENQUANTO O ESTOQUE LIVRE        *
      *              (ENL-LIVRE, FORA DA QUARENTENA  *
      *              E DO TRANSITO) MENOS A RESERVA  *
      *              DO ARQRSV COMPORTAR: CADA UMA   *
      *              VIRA UM PEDIDO DE VENDA EM      *
      *              ABERTO (ARQPDV/ARQPDVI) COM A   *
      *              QUANTIDADE RESERVADA. A PRIMEIRA*
      *              QUE NAO CABE INTERROMPE A FILA  *
      *              (CHAMADA PELO INSPQUA E TRFEST) *
      * RETORNO EM ENL-RETORNO: 00 = OK OU O FILE    *
      * STATUS DO ERRO; ENL-ALOCADAS = ENCOMENDAS    *
      * ALOCADAS NA CHAMADA. EM MODO TREINAMENTO     *
      * (TREINO.DAT = S) USA AS COPIAS TRN...        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQENC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENC-CHAVE
                    FILE STATUS  IS ST-ENC
                    ALTERNATE RECORD KEY IS ENC-CLI-CPF
                                   WITH DUPLICATES.
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
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-01.
       01 REGENC.
                03 ENC-CHAVE.
                   05 ENC-PRO-COD     PIC 9(08).
                   05 ENC-DATA        PIC 9(08).
                   05 ENC-SEQ         PIC 9(04).
                03 ENC-CLI-CPF        PIC 9(14).
                03 ENC-QTDE           PIC 9(06).
                03 ENC-PRECO          PIC 9(08).
                03 ENC-ORIGEM         PIC X(08).
                03 ENC-STATUS         PIC X(01).
                03 ENC-PDV-NUM        PIC 9(08).
                03 ENC-DATA-ALOC      PIC 9(08).
      *
       FD ARQPDV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-02.
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
               VALUE OF FILE-ID IS W-ARQ-03.
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
               VALUE OF FILE-ID IS W-ARQ-04.
       01 REGRSV.
                03 RSV-PRO-COD        PIC 9(08).
                03 RSV-QTDE           PIC 9(06).
      *
       FD ARQTRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TREINO.DAT".
       01 REGTRN            PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ENC         PIC X(02) VALUE "00".
       77 ST-PDV         PIC X(02) VALUE "00".
       77 ST-PVI         PIC X(02) VALUE "00".
       77 ST-RSV         PIC X(02) VALUE "00".
       77 ST-TRN         PIC X(02) VALUE "00".
       77 W-TREINO       PIC 9(01) VALUE ZEROS.
       77 W-NOME-TRAB    PIC X(17) VALUE SPACES.
       77 W-ARQ-01       PIC X(17) VALUE "ARQENC.DAT".
       77 W-ARQ-02       PIC X(17) VALUE "ARQPDV.DAT".
       77 W-ARQ-03       PIC X(17) VALUE "ARQPDVI.DAT".
       77 W-ARQ-04       PIC X(17) VALUE "ARQRSV.DAT".
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-HOJE-DMA     PIC 9(08) VALUE ZEROS.
       77 W-DISPONIVEL   PIC S9(09) VALUE ZEROS.
       77 W-PDV-PROX     PIC 9(08) VALUE ZEROS.
       77 W-PDV-OK       PIC 9(01) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-ENC          PIC X(73).
       01 JRN-ANT-RSV          PIC X(14).
      *-----------------------------------------------------------------
       LINKAGE SECTION.
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
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ENL-COMUNIC.
       INICIO.
                MOVE "00"  TO ENL-RETORNO
                MOVE ZEROS TO ENL-ALOCADAS
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (7:2) TO W-HOJE-DMA (1:2)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE-DMA (3:2)
                MOVE W-HOJE-AMD (1:4) TO W-HOJE-DMA (5:4)
                PERFORM VERIF-TREINO THRU VERIF-TREINO-FIM
                EVALUATE ENL-FUNCAO
                   WHEN "R" PERFORM REGISTRAR THRU REGISTRAR-FIM
                   WHEN "A" PERFORM ALOCAR THRU ALOCAR-FIM
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                GO TO ROT-FIM.
      *
      ***************************************
      * MODO TREINAMENTO: NA PRIMEIRA        *
      * CHAMADA TROCA OS NOMES DOS ARQUIVOS  *
      * PELAS COPIAS TRN...                  *
      ***************************************
      *
       VERIF-TREINO.
                IF W-ARQ-01 (1:3) = "TRN"
                   GO TO VERIF-TREINO-FIM.
                MOVE 0 TO W-TREINO
                OPEN INPUT ARQTRN
                IF ST-TRN NOT = "00"
                   MOVE "00" TO ST-TRN
                   GO TO VERIF-TREINO-FIM.
                READ ARQTRN
                   AT END MOVE "10" TO ST-TRN.
                IF ST-TRN = "00" AND REGTRN = "S"
                   MOVE 1 TO W-TREINO.
                MOVE "00" TO ST-TRN
                CLOSE ARQTRN
                IF W-TREINO = 0
                   GO TO VERIF-TREINO-FIM.
                MOVE W-ARQ-01 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-01
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-01
                MOVE W-ARQ-02 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-02
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-02
                MOVE W-ARQ-03 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-03
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-03
                MOVE W-ARQ-04 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-04
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-04.
       VERIF-TREINO-FIM.
                EXIT.
      *
      ***** FUNCAO R - REGISTRO DA ENCOMENDA *****
      *
       REGISTRAR.
                IF ENL-QTDE = ZEROS
                   GO TO REGISTRAR-FIM.
                OPEN I-O ARQENC
                IF ST-ENC NOT = "00"
                   IF ST-ENC = "30" OR "35"
                      OPEN OUTPUT ARQENC
                      CLOSE ARQENC
                      OPEN I-O ARQENC
                   ELSE
                      MOVE ST-ENC TO ENL-RETORNO
                      MOVE "00"   TO ST-ENC
                      GO TO REGISTRAR-FIM.
                MOVE ENL-PRO-COD TO ENC-PRO-COD
                MOVE W-HOJE-AMD  TO ENC-DATA
                MOVE 1           TO ENC-SEQ
                MOVE ENL-CLI-CPF TO ENC-CLI-CPF
                MOVE ENL-QTDE    TO ENC-QTDE
                MOVE ENL-PRECO   TO ENC-PRECO
                MOVE ENL-ORIGEM  TO ENC-ORIGEM
                MOVE "A"         TO ENC-STATUS
                MOVE ZEROS       TO ENC-PDV-NUM ENC-DATA-ALOC.
      *   VARIAS ENCOMENDAS DO PRODUTO NO MESMO DIA: PROXIMA SEQUENCIA
       REGISTRAR-GRAVA.
                WRITE REGENC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-ENC THRU DIARIO-ENC-FIM
                IF ST-ENC = "22" AND ENC-SEQ < 9999
                   MOVE "00" TO ST-ENC
                   ADD 1 TO ENC-SEQ
                   GO TO REGISTRAR-GRAVA.
                IF ST-ENC NOT = "00" AND NOT = "02"
                   MOVE ST-ENC TO ENL-RETORNO
                   MOVE "00"   TO ST-ENC.
                CLOSE ARQENC.
       REGISTRAR-FIM.
                EXIT.
      *
      ***** FUNCAO A - ALOCACAO DAS ENCOMENDAS DO PRODUTO *****
      *
       ALOCAR.
                OPEN I-O ARQENC
                IF ST-ENC NOT = "00"
      *   SEM ARQUIVO DE ENCOMENDAS NAO HA O QUE ALOCAR
                   MOVE "00" TO ST-ENC
                   GO TO ALOCAR-FIM.
                OPEN I-O ARQRSV
                IF ST-RSV NOT = "00"
                   IF ST-RSV = "30" OR "35"
                      OPEN OUTPUT ARQRSV
                      CLOSE ARQRSV
                      OPEN I-O ARQRSV
                   ELSE
                      MOVE ST-RSV TO ENL-RETORNO
                      MOVE "00"   TO ST-RSV
                      CLOSE ARQENC
                      GO TO ALOCAR-FIM.
                OPEN I-O ARQPDV
                IF ST-PDV NOT = "00"
                   IF ST-PDV = "30" OR "35"
                      OPEN OUTPUT ARQPDV
                      CLOSE ARQPDV
                      OPEN I-O ARQPDV
                   ELSE
                      MOVE ST-PDV TO ENL-RETORNO
                      MOVE "00"   TO ST-PDV
                      CLOSE ARQENC ARQRSV
                      GO TO ALOCAR-FIM.
                OPEN I-O ARQPDVI
                IF ST-PVI NOT = "00"
                   IF ST-PVI = "30" OR "35"
                      OPEN OUTPUT ARQPDVI
                      CLOSE ARQPDVI
                      OPEN I-O ARQPDVI
                   ELSE
                      MOVE ST-PVI TO ENL-RETORNO
                      MOVE "00"   TO ST-PVI
                      CLOSE ARQENC ARQRSV ARQPDV
                      GO TO ALOCAR-FIM.
      *   ESTOQUE LIVRE QUE AINDA NAO ESTA RESERVADO
                MOVE ENL-LIVRE TO W-DISPONIVEL
                MOVE ENL-PRO-COD TO RSV-PRO-COD
                READ ARQRSV
                IF ST-RSV = "00"
                   SUBTRACT RSV-QTDE FROM W-DISPONIVEL
                ELSE
                   MOVE "00" TO ST-RSV.
                IF W-DISPONIVEL NOT > ZEROS
                   GO TO ALOCAR-FECHA.
                MOVE ENL-PRO-COD TO ENC-PRO-COD
                MOVE ZEROS       TO ENC-DATA ENC-SEQ
                START ARQENC KEY IS NOT LESS ENC-CHAVE INVALID KEY
                      MOVE "10" TO ST-ENC.
       ALOCAR-LOOP.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO ALOCAR-FECHA.
                READ ARQENC NEXT
                   AT END MOVE "10" TO ST-ENC.
                MOVE REGENC TO JRN-ANT-ENC
                IF ST-ENC NOT = "00"
                   GO TO ALOCAR-LOOP.
                IF ENC-PRO-COD NOT = ENL-PRO-COD
                   GO TO ALOCAR-FECHA.
                IF ENC-STATUS NOT = "A"
                   GO TO ALOCAR-LOOP.
                IF ENC-QTDE > W-DISPONIVEL
                   GO TO ALOCAR-FECHA.
                PERFORM CRIAR-PEDIDO THRU CRIAR-PEDIDO-FIM
                IF W-PDV-OK = 0
                   GO TO ALOCAR-FECHA.
                PERFORM RESERVAR THRU RESERVAR-FIM
                MOVE "R"        TO ENC-STATUS
                MOVE PDV-NUM    TO ENC-PDV-NUM
                MOVE W-HOJE-AMD TO ENC-DATA-ALOC
                REWRITE REGENC
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-ENC THRU DIARIO-ENC-FIM
                IF ST-ENC NOT = "00" AND NOT = "02"
                   MOVE ST-ENC TO ENL-RETORNO
                   MOVE "00"   TO ST-ENC
                   GO TO ALOCAR-FECHA.
                SUBTRACT ENC-QTDE FROM W-DISPONIVEL
                ADD 1 TO ENL-ALOCADAS
                GO TO ALOCAR-LOOP.
       ALOCAR-FECHA.
                CLOSE ARQENC ARQRSV ARQPDV ARQPDVI.
       ALOCAR-FIM.
                EXIT.
      *
      ***************************************
      * PEDIDO DE VENDA DA ENCOMENDA: NUMERO *
      * SEGUINTE AO MAIOR DO ARQPDV (PULANDO *
      * OS JA DIGITADOS NO PEDVENDA), UM     *
      * ITEM COM O PRECO DA ENCOMENDA E A    *
      * ENTREGA NO ENDERECO DO CLIENTE       *
      ***************************************
      *
       CRIAR-PEDIDO.
                MOVE 0 TO W-PDV-OK
                IF W-PDV-PROX = ZEROS
                   PERFORM ULTIMO-PDV THRU ULTIMO-PDV-FIM.
       CRIAR-PEDIDO-GRAVA.
                MOVE W-PDV-PROX    TO PDV-NUM
                MOVE ENC-CLI-CPF   TO PDV-CLI-CPF
                MOVE W-HOJE-DMA    TO PDV-DATA-EMISSAO
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
                   MOVE ST-PDV TO ENL-RETORNO
                   MOVE "00"   TO ST-PDV
                   GO TO CRIAR-PEDIDO-FIM.
                ADD 1 TO W-PDV-PROX
                MOVE PDV-NUM     TO PVI-PDV-NUM
                MOVE 001         TO PVI-ITEM
                MOVE ENC-PRO-COD TO PVI-PRO-COD
                MOVE ENC-QTDE    TO PVI-QTDE
                MOVE ENC-PRECO   TO PVI-PRECO
                MOVE "A"         TO PVI-STATUS
                WRITE REGPDVI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDVI THRU DIARIO-PDVI-FIM
                IF ST-PVI NOT = "00" AND NOT = "02"
                   MOVE ST-PVI TO ENL-RETORNO
                   MOVE "00"   TO ST-PVI
                   GO TO CRIAR-PEDIDO-FIM.
                MOVE 1 TO W-PDV-OK.
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
      * RESERVA DA QUANTIDADE DA ENCOMENDA   *
      * NO ARQRSV                            *
      ***************************************
      *
       RESERVAR.
                MOVE ENC-PRO-COD TO RSV-PRO-COD
                READ ARQRSV
                MOVE REGRSV TO JRN-ANT-RSV
                IF ST-RSV NOT = "00"
                   MOVE "00" TO ST-RSV
                   MOVE ENC-PRO-COD TO RSV-PRO-COD
                   MOVE ENC-QTDE    TO RSV-QTDE
                   WRITE REGRSV
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-RSV THRU DIARIO-RSV-FIM
                   IF ST-RSV NOT = "00" AND NOT = "02"
                      MOVE ST-RSV TO ENL-RETORNO
                      MOVE "00"   TO ST-RSV
                   END-IF
                   GO TO RESERVAR-FIM.
                ADD ENC-QTDE TO RSV-QTDE
                REWRITE REGRSV
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-RSV THRU DIARIO-RSV-FIM
                IF ST-RSV NOT = "00" AND NOT = "02"
                   MOVE ST-RSV TO ENL-RETORNO
                   MOVE "00"   TO ST-RSV.
       RESERVAR-FIM.
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
                MOVE "ENCDRV"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-ENC.
                MOVE "ARQENC"     TO JRN-ARQUIVO
                MOVE ST-ENC       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ENC TO JRN-ANTES
                ELSE
                   MOVE REGENC TO JRN-ANTES.
                MOVE REGENC TO JRN-DEPOIS JRN-ANT-ENC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ENC-FIM.
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
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                EXIT PROGRAM.
