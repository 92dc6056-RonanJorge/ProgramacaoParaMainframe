       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELRPC.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE CHEQUES DE TERCEIROS REPASSADOS *
      * A FORNECEDORES (ARQRPC, GRAVADO PELO PAGCP)  *
      * POR FORNECEDOR: CHEQUE, TITULO PAGO, DATA DO *
      * REPASSE, BOM PARA, VALOR E SITUACAO          *
      * (REPASSADO OU DEVOLVIDO PELO FORNECEDOR, COM *
      * O TITULO A PAGAR REABERTO), SUBTOTAIS POR    *
      * FORNECEDOR E TOTAL GERAL                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQRPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPC-CHAVE
                    FILE STATUS  IS ST-RPC
                    ALTERNATE RECORD KEY IS RPC-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-CHQ.
       SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPF
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQRPC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRPC.DAT".
       01 REGRPC.
                03 RPC-CHAVE.
                   05 RPC-NUM-NOTA   PIC 9(08).
                   05 RPC-PARCELA    PIC 9(02).
                   05 RPC-SEQ        PIC 9(03).
                03 RPC-FOR-CPF       PIC 9(14).
                03 RPC-CP-NUM        PIC 9(08).
                03 RPC-DATA          PIC 9(08).
                03 RPC-VALOR         PIC 9(10).
                03 RPC-STATUS        PIC X(01).
                03 RPC-DATA-DEV      PIC 9(08).
                03 RPC-CP-NOVO       PIC 9(08).
                03 RPC-OPERADOR      PIC X(20).
      *
       FD ARQCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                   05 CHQ-NUM-NOTA   PIC 9(08).
                   05 CHQ-PARCELA    PIC 9(02).
                   05 CHQ-SEQ        PIC 9(03).
                03 CHQ-BANCO         PIC 9(03).
                03 CHQ-NUMERO        PIC 9(10).
                03 CHQ-VALOR         PIC 9(10).
                03 CHQ-BOM-PARA      PIC 9(08).
                03 CHQ-CPF-EMIT      PIC 9(14).
                03 CHQ-STATUS        PIC X(01).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
                03 FOR-TIPO     PIC X(1).
                03 FOR-CPF      PIC 9(14).
                03 FOR-CPF-TAB REDEFINES FOR-CPF.
                    05 FOR-CPF-DIG      PIC 9 OCCURS 14 TIMES.
                03 FOR-NOME      PIC X(30).
                03 FOR-FANTASIA  PIC X(12).
                03 FOR-DDD       PIC 9(2).
                03 FOR-NUMTEL      PIC 9(9).
                03 FOR-DDD2     PIC 9(2).
                03 FOR-NUMTEL2  PIC 9(9).
                03 FOR-DDD3     PIC 9(2).
                03 FOR-NUMTEL3  PIC 9(9).
                03 FOR-EMAIL      PIC X(30).
                03 FOR-CEP      PIC X(8).
                03 FOR-CONTATO      PIC X(30).
                03 FOR-NUM-LOGR      PIC 9(5).
                03 FOR-COMP-LOGR      PIC X(12).
                03 FOR-LOGRADOURO      PIC X(30).
                03 FOR-BAIRRO          PIC X(20).
                03 FOR-CIDADE          PIC X(20).
                03 FOR-UF              PIC X(02).
                03 FOR-SIT                PIC X(01).
                03 FOR-VERSAO             PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-RPC         PIC X(02) VALUE "00".
       77 ST-CHQ         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 W-TEM-CHQ      PIC 9(01) VALUE ZEROS.
       77 W-TEM-FOR      PIC 9(01) VALUE ZEROS.
       77 W-CPF          PIC 9(14) VALUE ZEROS.
       77 W-CPF-ANT      PIC 9(14) VALUE ZEROS.
       77 W-SITUACAO     PIC X(01) VALUE SPACES.
       77 W-DESC-SIT     PIC X(10) VALUE SPACES.
       77 W-BOM-PARA     PIC 9(08) VALUE ZEROS.
       77 W-CHQ-NUMERO   PIC 9(10) VALUE ZEROS.
       77 W-FORNECEDORES PIC 9(06) VALUE ZEROS.
       77 W-QTD-FORN     PIC 9(06) VALUE ZEROS.
       77 W-TOT-FORN     PIC 9(12) VALUE ZEROS.
       77 W-DEV-FORN     PIC 9(12) VALUE ZEROS.
       77 W-QTD-REP      PIC 9(06) VALUE ZEROS.
       77 W-QTD-DEV      PIC 9(06) VALUE ZEROS.
       77 W-TOT-REP      PIC 9(14) VALUE ZEROS.
       77 W-TOT-DEV      PIC 9(14) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** RELRPC - CHEQUES REPASSADOS ***".
       PEDIR-FORN.
                DISPLAY "CPF/CNPJ DO FORNECEDOR (ZERO = TODOS)     : "
                        WITH NO ADVANCING
                ACCEPT W-CPF.
       PEDIR-SIT.
                DISPLAY "SITUACAO (R=REPASSADOS V=DEVOLVIDOS "
                        "T=TODOS): " WITH NO ADVANCING
                ACCEPT W-SITUACAO
                IF W-SITUACAO = "r"
                   MOVE "R" TO W-SITUACAO.
                IF W-SITUACAO = "v"
                   MOVE "V" TO W-SITUACAO.
                IF W-SITUACAO = "t" OR SPACES
                   MOVE "T" TO W-SITUACAO.
                IF W-SITUACAO NOT = "R" AND NOT = "V" AND NOT = "T"
                   DISPLAY "*** DIGITE APENAS R, V OU T ***"
                   GO TO PEDIR-SIT.
      *
       INICIO-SPOOL.
                MOVE "RELRPC" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELRPC - CHEQUES DE TERCEIROS REPASSADOS "
                       "A FORNECEDORES ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQRPC
                IF ST-RPC NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUM CHEQUE REPASSADO ("
                          ST-RPC ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM.
                OPEN INPUT ARQCHQ
                IF ST-CHQ = "00"
                   MOVE 1 TO W-TEM-CHQ
                ELSE
                   MOVE 0 TO W-TEM-CHQ
                   MOVE "00" TO ST-CHQ.
                OPEN INPUT ARQFOR
                IF ST-FOR = "00"
                   MOVE 1 TO W-TEM-FOR
                ELSE
                   MOVE 0 TO W-TEM-FOR
                   MOVE "00" TO ST-FOR.
      *
       POSICIONAR.
                MOVE W-CPF TO RPC-FOR-CPF
                START ARQRPC KEY IS NOT LESS RPC-FOR-CPF INVALID KEY
                      MOVE "10" TO ST-RPC.
       LER-LOOP.
                IF ST-RPC NOT = "00"
                   MOVE "00" TO ST-RPC
                   GO TO RESUMO.
                READ ARQRPC NEXT
                   AT END MOVE "10" TO ST-RPC.
                IF ST-RPC NOT = "00"
                   GO TO LER-LOOP.
                IF W-CPF NOT = ZEROS AND RPC-FOR-CPF NOT = W-CPF
                   MOVE "10" TO ST-RPC
                   GO TO LER-LOOP.
                IF W-SITUACAO NOT = "T" AND RPC-STATUS NOT = W-SITUACAO
                   GO TO LER-LOOP.
                IF RPC-FOR-CPF NOT = W-CPF-ANT
                   PERFORM SUBTOTAL-FORN THRU SUBTOTAL-FORN-FIM
                   PERFORM CAB-FORN THRU CAB-FORN-FIM.
                PERFORM LER-CHEQUE THRU LER-CHEQUE-FIM
                ADD 1         TO W-QTD-FORN
                ADD RPC-VALOR TO W-TOT-FORN
                IF RPC-STATUS = "V"
                   MOVE "DEVOLVIDO" TO W-DESC-SIT
                   ADD 1         TO W-QTD-DEV
                   ADD RPC-VALOR TO W-DEV-FORN W-TOT-DEV
                ELSE
                   MOVE "REPASSADO" TO W-DESC-SIT
                   ADD 1         TO W-QTD-REP
                   ADD RPC-VALOR TO W-TOT-REP.
                MOVE SPACES TO SPL-LINHA
                STRING " " RPC-NUM-NOTA "/" RPC-PARCELA "/" RPC-SEQ
                       " " W-CHQ-NUMERO " " RPC-CP-NUM " "
                       RPC-DATA (1:2) "/" RPC-DATA (3:2) "/"
                       RPC-DATA (7:2) " " W-BOM-PARA (1:2) "/"
                       W-BOM-PARA (3:2) "/" W-BOM-PARA (7:2) " "
                       RPC-VALOR " " W-DESC-SIT
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF RPC-STATUS = "V"
                   MOVE SPACES TO SPL-LINHA
                   STRING "    DEVOLVIDO EM " RPC-DATA-DEV (1:2) "/"
                          RPC-DATA-DEV (3:2) "/" RPC-DATA-DEV (5:4)
                          " - TITULO A PAGAR REABERTO " RPC-CP-NOVO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                GO TO LER-LOOP.
      *
       RESUMO.
                PERFORM SUBTOTAL-FORN THRU SUBTOTAL-FORN-FIM
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-FORNECEDORES = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUM CHEQUE REPASSADO NA SELECAO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-LOTE.
                MOVE SPACES TO SPL-LINHA
                STRING "FORNECEDORES LISTADOS    : " W-FORNECEDORES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CHEQUES COM FORNECEDOR   : " W-QTD-REP
                       "  VALOR " W-TOT-REP
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CHEQUES DEVOLVIDOS       : " W-QTD-DEV
                       "  VALOR " W-TOT-DEV
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQRPC
                IF W-TEM-CHQ = 1
                   CLOSE ARQCHQ.
                IF W-TEM-FOR = 1
                   CLOSE ARQFOR.
                GO TO ROT-FIM.
      *
      ***************************************
      * CABECALHO DO FORNECEDOR              *
      ***************************************
      *
       CAB-FORN.
                MOVE RPC-FOR-CPF TO W-CPF-ANT
                ADD 1 TO W-FORNECEDORES
                MOVE SPACES TO FOR-NOME
                IF W-TEM-FOR = 1
                   MOVE RPC-FOR-CPF TO FOR-CPF
                   READ ARQFOR
                   IF ST-FOR NOT = "00"
                      MOVE "00" TO ST-FOR
                      MOVE "(NAO CADASTRADO)" TO FOR-NOME.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " FORNECEDOR " RPC-FOR-CPF " " FOR-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " NOTA/PC/SEQ     CHEQUE     TITULO   REPASSE"
                       "  BOM PARA      VALOR SITUACAO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       CAB-FORN-FIM.
                EXIT.
      *
       SUBTOTAL-FORN.
                IF W-QTD-FORN = ZEROS
                   GO TO SUBTOTAL-FORN-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING " TOTAL DO FORNECEDOR: " W-QTD-FORN
                       " CHEQUES  VALOR " W-TOT-FORN
                       "  DEVOLVIDO " W-DEV-FORN
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-QTD-FORN W-TOT-FORN W-DEV-FORN.
       SUBTOTAL-FORN-FIM.
                EXIT.
      *
      ***************************************
      * NUMERO E BOM PARA DO CHEQUE (ARQCHQ) *
      ***************************************
      *
       LER-CHEQUE.
                MOVE ZEROS TO W-CHQ-NUMERO W-BOM-PARA
                IF W-TEM-CHQ NOT = 1
                   GO TO LER-CHEQUE-FIM.
                MOVE RPC-CHAVE TO CHQ-CHAVE
                READ ARQCHQ
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO LER-CHEQUE-FIM.
                MOVE CHQ-NUMERO   TO W-CHQ-NUMERO
                MOVE CHQ-BOM-PARA TO W-BOM-PARA.
       LER-CHEQUE-FIM.
                EXIT.
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
