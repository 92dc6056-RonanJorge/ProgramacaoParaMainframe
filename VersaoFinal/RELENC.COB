       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELENC.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE ENCOMENDAS DE CLIENTES          *
      * PARTE 1 - ENCOMENDAS JA ALOCADAS EM PEDIDO   *
      *   (SIT R) CUJO PEDIDO AINDA ESTA ABERTO, COM *
      *   NOME E TELEFONE PARA AVISAR O CLIENTE      *
      * PARTE 2 - ENCOMENDAS AGUARDANDO ESTOQUE      *
      *   (SIT A) COM A IDADE EM DIAS, NA ORDEM DE   *
      *   ATENDIMENTO (PRODUTO / DATA)               *
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
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQENC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENC.DAT".
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
               VALUE OF FILE-ID IS "ARQPDV.DAT".
       01 REGPDV.
                03 PDV-NUM            PIC 9(08).
                03 PDV-CLI-CPF        PIC 9(14).
                03 PDV-DATA-EMISSAO   PIC 9(08).
                03 PDV-STATUS         PIC X(01).
                03 PDV-ENTREGA        PIC X(01).
                03 PDV-END-SEQ        PIC 9(02).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 CLI-TIPO     PIC X(1).
                03 CLI-CPF      PIC 9(14).
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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-ENC         PIC X(02) VALUE "00".
       77 ST-PDV         PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 W-TEM-PDV      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CLI      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PRO      PIC 9(01) VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-ALOCADAS     PIC 9(06) VALUE ZEROS.
       77 W-QTDE-ALOC    PIC 9(09) VALUE ZEROS.
       77 W-AGUARDANDO   PIC 9(06) VALUE ZEROS.
       77 W-QTDE-AGU     PIC 9(09) VALUE ZEROS.
       77 W-MAIS-30      PIC 9(06) VALUE ZEROS.
       77 W-DIAS-MAX     PIC 9(05) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELENC" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELENC - ENCOMENDAS DE CLIENTES ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQENC
                IF ST-ENC NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUMA ENCOMENDA REGISTRADA ("
                          ST-ENC ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM.
                OPEN INPUT ARQPDV
                IF ST-PDV = "00"
                   MOVE 1 TO W-TEM-PDV
                ELSE
                   MOVE 0 TO W-TEM-PDV
                   MOVE "00" TO ST-PDV.
                OPEN INPUT ARQCLI
                IF ST-CLI = "00"
                   MOVE 1 TO W-TEM-CLI
                ELSE
                   MOVE 0 TO W-TEM-CLI
                   MOVE "00" TO ST-CLI.
                OPEN INPUT ARQPRO
                IF ST-ERRO = "00"
                   MOVE 1 TO W-TEM-PRO
                ELSE
                   MOVE 0 TO W-TEM-PRO
                   MOVE "00" TO ST-ERRO.
      *
      ***************************************
      * PARTE 1 - ALOCADAS EM PEDIDO ABERTO  *
      ***************************************
      *
       CAB-ALOCADAS.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== ENCOMENDAS ALOCADAS - AVISAR O CLIENTE "
                       "EM " W-HOJE-AMD (7:2) "/" W-HOJE-AMD (5:2)
                       "/" W-HOJE-AMD (1:4) " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " PEDIDO   PRODUTO               QTDE   "
                       "CLIENTE                   TELEFONE"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE LOW-VALUES TO ENC-CHAVE
                START ARQENC KEY IS NOT LESS ENC-CHAVE INVALID KEY
                      MOVE "10" TO ST-ENC.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO TOT-ALOCADAS.
      *
       LER-ALOCADA.
                READ ARQENC NEXT
                   AT END MOVE "10" TO ST-ENC.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO TOT-ALOCADAS.
                ADD 1 TO W-LIDOS
                IF ENC-STATUS NOT = "R"
                   GO TO LER-ALOCADA.
                IF W-TEM-PDV = 0
                   GO TO LER-ALOCADA.
                MOVE ENC-PDV-NUM TO PDV-NUM
                READ ARQPDV
                IF ST-PDV NOT = "00"
                   MOVE "00" TO ST-PDV
                   GO TO LER-ALOCADA.
                IF PDV-STATUS NOT = "A"
                   GO TO LER-ALOCADA.
                PERFORM LER-DESCRICOES THRU LER-DESCRICOES-FIM
                ADD 1 TO W-ALOCADAS
                ADD ENC-QTDE TO W-QTDE-ALOC
                MOVE SPACES TO SPL-LINHA
                STRING " " ENC-PDV-NUM " " PRO-DESC (1:20) " "
                       ENC-QTDE " " CLI-NOME (1:25) " " CLI-DDD " "
                       CLI-NUMTEL
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LER-ALOCADA.
      *
       TOT-ALOCADAS.
                MOVE SPACES TO SPL-LINHA
                STRING " ENCOMENDAS A AVISAR    : " W-ALOCADAS
                       "   QUANTIDADE : " W-QTDE-ALOC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * PARTE 2 - AGUARDANDO ESTOQUE         *
      ***************************************
      *
       CAB-AGUARDANDO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== ENCOMENDAS AGUARDANDO ESTOQUE ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " DATA        DIAS PRODUTO               QTDE "
                       "  CLIENTE"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE LOW-VALUES TO ENC-CHAVE
                START ARQENC KEY IS NOT LESS ENC-CHAVE INVALID KEY
                      MOVE "10" TO ST-ENC.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO FIM-LOTE.
      *
       LER-AGUARDANDO.
                READ ARQENC NEXT
                   AT END MOVE "10" TO ST-ENC.
                IF ST-ENC NOT = "00"
                   MOVE "00" TO ST-ENC
                   GO TO FIM-LOTE.
                IF ENC-STATUS NOT = "A"
                   GO TO LER-AGUARDANDO.
                IF ENC-DATA > W-HOJE-AMD
                   MOVE ZEROS TO W-DIAS
                ELSE
                   COMPUTE W-DIAS =
                           FUNCTION INTEGER-OF-DATE (W-HOJE-AMD)
                         - FUNCTION INTEGER-OF-DATE (ENC-DATA).
                IF W-DIAS > 30
                   ADD 1 TO W-MAIS-30.
                IF W-DIAS > W-DIAS-MAX
                   MOVE W-DIAS TO W-DIAS-MAX.
                PERFORM LER-DESCRICOES THRU LER-DESCRICOES-FIM
                ADD 1 TO W-AGUARDANDO
                ADD ENC-QTDE TO W-QTDE-AGU
                MOVE SPACES TO SPL-LINHA
                STRING " " ENC-DATA (7:2) "/" ENC-DATA (5:2) "/"
                       ENC-DATA (1:4) " " W-DIAS " "
                       PRO-DESC (1:20) " " ENC-QTDE " "
                       CLI-NOME (1:25)
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LER-AGUARDANDO.
      *
      ***************************************
      * DESCRICAO DO PRODUTO E DO CLIENTE    *
      ***************************************
      *
       LER-DESCRICOES.
                MOVE SPACES TO PRO-DESC
                IF W-TEM-PRO = 1
                   MOVE ENC-PRO-COD TO PRO-COD
                   READ ARQPRO
                   IF ST-ERRO NOT = "00"
                      MOVE "00" TO ST-ERRO
                      MOVE SPACES TO PRO-DESC.
                MOVE SPACES TO CLI-NOME
                MOVE ZEROS  TO CLI-DDD CLI-NUMTEL
                IF W-TEM-CLI = 1
                   MOVE ENC-CLI-CPF TO CLI-CPF
                   READ ARQCLI
                   IF ST-CLI NOT = "00"
                      MOVE "00" TO ST-CLI
                      MOVE SPACES TO CLI-NOME
                      MOVE ZEROS  TO CLI-DDD CLI-NUMTEL.
       LER-DESCRICOES-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQENC
                IF W-TEM-PDV = 1
                   CLOSE ARQPDV.
                IF W-TEM-CLI = 1
                   CLOSE ARQCLI.
                IF W-TEM-PRO = 1
                   CLOSE ARQPRO.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ENCOMENDAS LIDAS        : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ALOCADAS A AVISAR       : " W-ALOCADAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "AGUARDANDO ESTOQUE      : " W-AGUARDANDO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "QUANTIDADE AGUARDANDO   : " W-QTDE-AGU
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "AGUARDANDO HA MAIS DE 30: " W-MAIS-30
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "MAIOR ESPERA EM DIAS    : " W-DIAS-MAX
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * IMPRESSAO DE UMA LINHA DO RELATORIO  *
      * NA TELA E NO SPOOL (SPLDRV)          *
      ***************************************
      *
       GRAVAR-SPOOL.
                DISPLAY SPL-LINHA
                MOVE "L" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
       GRAVAR-SPOOL-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
