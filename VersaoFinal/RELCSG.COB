       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCSG.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE SALDOS EM CONSIGNACAO           *
      * DOCUMENTOS EM ABERTO (ARQCSG SIT A) NA ORDEM *
      * DE CLIENTE, COM O SALDO DE CADA ITEM         *
      * (ENVIADO - VENDIDO - DEVOLVIDO), O VALOR PELO *
      * PRECO DA REMESSA E A IDADE EM DIAS DESDE A   *
      * REMESSA; SUBTOTAL POR CLIENTE E TOTAIS POR   *
      * FAIXA DE IDADE (ATE 30, 31-60, 61-90, +90)   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       77 ST-CSG         PIC X(02) VALUE "00".
       77 ST-CSI         PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 W-TEM-CLI      PIC 9(01) VALUE ZEROS.
       77 W-TEM-PRO      PIC 9(01) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-SALDO        PIC 9(06) VALUE ZEROS.
       77 W-VALOR        PIC 9(14) VALUE ZEROS.
       77 W-CPF-ANT      PIC 9(14) VALUE ZEROS.
       77 W-PRIM-CLI     PIC 9(01) VALUE ZEROS.
       77 W-SUB-QTDE     PIC 9(09) VALUE ZEROS.
       77 W-SUB-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-DOCS         PIC 9(06) VALUE ZEROS.
       77 W-CLIENTES     PIC 9(06) VALUE ZEROS.
       77 W-ITENS        PIC 9(06) VALUE ZEROS.
       77 W-TOT-QTDE     PIC 9(09) VALUE ZEROS.
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-FX-30        PIC 9(14) VALUE ZEROS.
       77 W-FX-60        PIC 9(14) VALUE ZEROS.
       77 W-FX-90        PIC 9(14) VALUE ZEROS.
       77 W-FX-MAIS      PIC 9(14) VALUE ZEROS.
       77 W-DIAS-MAX     PIC 9(05) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELCSG" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELCSG - SALDOS EM CONSIGNACAO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQCSG
                IF ST-CSG NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUMA CONSIGNACAO REGISTRADA ("
                          ST-CSG ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM.
                OPEN INPUT ARQCSI
                IF ST-CSI NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** ARQUIVO DE ITENS INDISPONIVEL ("
                          ST-CSI ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCSG
                   GO TO ROT-FIM.
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
       CAB-CONSIG.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== SALDOS EM CONSIGNACAO EM "
                       W-HOJE-AMD (7:2) "/" W-HOJE-AMD (5:2)
                       "/" W-HOJE-AMD (1:4) " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " DOCUMENTO REMESSA     DIAS PRODUTO       "
                       "         SALDO          VALOR"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO CSG-CLI-CPF
                START ARQCSG KEY IS NOT LESS CSG-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CSG.
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   GO TO FIM-LOTE.
      *
       LER-DOC.
                READ ARQCSG NEXT
                   AT END MOVE "10" TO ST-CSG.
                IF ST-CSG NOT = "00"
                   MOVE "00" TO ST-CSG
                   PERFORM TOT-CLIENTE THRU TOT-CLIENTE-FIM
                   GO TO FIM-LOTE.
                IF CSG-SIT NOT = "A"
                   GO TO LER-DOC.
                IF W-PRIM-CLI = 0 OR CSG-CLI-CPF NOT = W-CPF-ANT
                   PERFORM TOT-CLIENTE THRU TOT-CLIENTE-FIM
                   PERFORM CAB-CLIENTE THRU CAB-CLIENTE-FIM.
                ADD 1 TO W-DOCS
                MOVE CSG-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE CSG-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE CSG-DATA (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD > W-HOJE-AMD OR W-DATA-AMD < 16010101
                   MOVE ZEROS TO W-DIAS
                ELSE
                   COMPUTE W-DIAS =
                           FUNCTION INTEGER-OF-DATE (W-HOJE-AMD)
                         - FUNCTION INTEGER-OF-DATE (W-DATA-AMD).
                IF W-DIAS > W-DIAS-MAX
                   MOVE W-DIAS TO W-DIAS-MAX.
                MOVE CSG-NUM TO CSI-NUM
                MOVE ZEROS   TO CSI-PRO-COD
                START ARQCSI KEY IS NOT LESS CSI-CHAVE INVALID KEY
                      MOVE "10" TO ST-CSI.
      *
       LER-ITEM.
                IF ST-CSI NOT = "00"
                   MOVE "00" TO ST-CSI
                   GO TO LER-DOC.
                READ ARQCSI NEXT
                   AT END MOVE "10" TO ST-CSI.
                IF ST-CSI NOT = "00"
                   GO TO LER-ITEM.
                IF CSI-NUM NOT = CSG-NUM
                   MOVE "10" TO ST-CSI
                   GO TO LER-ITEM.
                COMPUTE W-SALDO = CSI-QTDE-ENV - CSI-QTDE-VEN
                                - CSI-QTDE-DEV
                IF W-SALDO = ZEROS
                   GO TO LER-ITEM.
                COMPUTE W-VALOR = W-SALDO * CSI-PRECO
                ADD 1 TO W-ITENS
                ADD W-SALDO TO W-SUB-QTDE W-TOT-QTDE
                ADD W-VALOR TO W-SUB-VALOR W-TOT-VALOR
                IF W-DIAS > 90
                   ADD W-VALOR TO W-FX-MAIS
                ELSE
                   IF W-DIAS > 60
                      ADD W-VALOR TO W-FX-90
                   ELSE
                      IF W-DIAS > 30
                         ADD W-VALOR TO W-FX-60
                      ELSE
                         ADD W-VALOR TO W-FX-30.
                MOVE SPACES TO PRO-DESC
                IF W-TEM-PRO = 1
                   MOVE CSI-PRO-COD TO PRO-COD
                   READ ARQPRO
                   IF ST-ERRO NOT = "00"
                      MOVE "00" TO ST-ERRO
                      MOVE SPACES TO PRO-DESC.
                MOVE SPACES TO SPL-LINHA
                STRING " " CSG-NUM "  " CSG-DATA (1:2) "/"
                       CSG-DATA (3:2) "/" CSG-DATA (5:4) " " W-DIAS
                       " " PRO-DESC (1:20) " " W-SALDO " " W-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LER-ITEM.
      *
      ***************************************
      * QUEBRA POR CLIENTE: CABECALHO COM O  *
      * NOME E O LOCAL DE CONSIGNACAO E      *
      * SUBTOTAL DO CLIENTE ANTERIOR         *
      ***************************************
      *
       CAB-CLIENTE.
                MOVE 1           TO W-PRIM-CLI
                MOVE CSG-CLI-CPF TO W-CPF-ANT
                MOVE ZEROS       TO W-SUB-QTDE W-SUB-VALOR
                ADD 1 TO W-CLIENTES
                MOVE SPACES TO CLI-NOME
                IF W-TEM-CLI = 1
                   MOVE CSG-CLI-CPF TO CLI-CPF
                   READ ARQCLI
                   IF ST-CLI NOT = "00"
                      MOVE "00" TO ST-CLI
                      MOVE SPACES TO CLI-NOME.
                MOVE SPACES TO SPL-LINHA
                STRING " CLIENTE " CSG-CLI-CPF " " CLI-NOME
                       " LOCAL " CSG-LOC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       CAB-CLIENTE-FIM.
                EXIT.
      *
       TOT-CLIENTE.
                IF W-PRIM-CLI = 0
                   GO TO TOT-CLIENTE-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "   TOTAL DO CLIENTE  QTDE " W-SUB-QTDE
                       "   VALOR " W-SUB-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       TOT-CLIENTE-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQCSG ARQCSI
                IF W-TEM-CLI = 1
                   CLOSE ARQCLI.
                IF W-TEM-PRO = 1
                   CLOSE ARQPRO.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CLIENTES COM CONSIGNACAO: " W-CLIENTES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "DOCUMENTOS EM ABERTO    : " W-DOCS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ITENS COM SALDO         : " W-ITENS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "QUANTIDADE CONSIGNADA   : " W-TOT-QTDE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR CONSIGNADO        : " W-TOT-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  ATE 30 DIAS           : " W-FX-30
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  31 A 60 DIAS          : " W-FX-60
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  61 A 90 DIAS          : " W-FX-90
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  MAIS DE 90 DIAS       : " W-FX-MAIS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "MAIOR IDADE EM DIAS     : " W-DIAS-MAX
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
