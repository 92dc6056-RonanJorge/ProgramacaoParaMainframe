       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQCART.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * LIQUIDACAO DAS OPERADORAS DE CARTAO          *
      * LE O ARQUIVO DE REPASSES ENVIADO PELA        *
      * OPERADORA (LAYOUT FIXO), LIQUIDA OS          *
      * RECEBIVEIS CORRESPONDENTES NO ARQRCT,        *
      * CREDITA O VALOR REPASSADO NO RAZAO BANCARIO  *
      * (BCODRV) E IMPRIME AS DIFERENCAS DE TAXA, OS *
      * REPASSES SEM CORRESPONDENCIA E OS RECEBIVEIS *
      * COM PREVISAO VENCIDA AINDA NAO PAGOS         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQRCT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCT-CHAVE
                    FILE STATUS  IS ST-RCT.
       SELECT ARQLIQ ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LIQ.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQRCT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCT.DAT".
       01 REGRCT.
                03 RCT-CHAVE.
                   05 RCT-NUM-NOTA    PIC 9(08).
                   05 RCT-PARCELA     PIC 9(02).
                   05 RCT-SEQ         PIC 9(03).
                   05 RCT-PCART       PIC 9(02).
                03 RCT-OPC-COD        PIC 9(03).
                03 RCT-MODAL          PIC X(01).
                03 RCT-DATA-VDA       PIC 9(08).
                03 RCT-VALOR          PIC 9(10).
                03 RCT-TAXA           PIC 9(03)V99.
                03 RCT-VALOR-TAXA     PIC 9(10).
                03 RCT-VALOR-LIQ      PIC 9(10).
                03 RCT-DATA-PREV      PIC 9(08).
                03 RCT-STATUS         PIC X(01).
                03 RCT-DATA-LIQ       PIC 9(08).
                03 RCT-VALOR-REC      PIC 9(10).
      *
       FD ARQLIQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LIQCART.DAT".
       01 REGLIQ.
                03 LIQ-OPC-COD        PIC 9(03).
                03 LIQ-NUM-NOTA       PIC 9(08).
                03 LIQ-PARCELA        PIC 9(02).
                03 LIQ-SEQ            PIC 9(03).
                03 LIQ-PCART          PIC 9(02).
                03 LIQ-DATA           PIC 9(08).
                03 LIQ-VALOR-BRUTO    PIC 9(10).
                03 LIQ-VALOR-LIQ      PIC 9(10).
      *
       FD ARQAUD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAUD.DAT".
       01 REGAUD.
                03 AUD-CHAVE.
                   05 AUD-DATA       PIC 9(08).
                   05 AUD-HORA       PIC 9(08).
                03 AUD-ARQUIVO       PIC X(08).
                03 AUD-OPERACAO      PIC X(01).
                03 AUD-CHAVE-REG     PIC X(14).
                03 AUD-OPERADOR      PIC X(20).
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
       77 ST-RCT         PIC X(02) VALUE "00".
       77 ST-LIQ         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-LIQUIDADOS   PIC 9(08) VALUE ZEROS.
       77 W-COM-DIF      PIC 9(08) VALUE ZEROS.
       77 W-SEM-PAR      PIC 9(08) VALUE ZEROS.
       77 W-NAO-PAGOS    PIC 9(08) VALUE ZEROS.
       77 W-BCO-LANC     PIC 9(08) VALUE ZEROS.
       77 W-TOT-REPASSE  PIC 9(12) VALUE ZEROS.
       77 W-TOT-PENDENTE PIC 9(12) VALUE ZEROS.
       77 W-DIF          PIC S9(10) VALUE ZEROS.
       77 W-TOT-DIF      PIC S9(12) VALUE ZEROS.
       77 W-CASOU        PIC 9(01) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-CORTE-AMD    PIC 9(08) VALUE ZEROS.
       77 W-CORTE-DDMM   PIC 9(08) VALUE ZEROS.
       77 W-PREV-ED      PIC ZZZZZZZZZ9.
       77 W-REC-ED       PIC ZZZZZZZZZ9.
       77 W-DIF-ED       PIC -ZZZZZZZZ9.
       77 W-TOT-DIF-ED   PIC -ZZZZZZZZZZ9.
       01 BCL-COMUNIC.
                03 BCL-FUNCAO     PIC X(01).
                03 BCL-CONTA      PIC 9(04).
                03 BCL-DATA       PIC 9(08).
                03 BCL-TIPO       PIC X(01).
                03 BCL-VALOR      PIC 9(10).
                03 BCL-ORIGEM     PIC X(08).
                03 BCL-DOCUMENTO  PIC X(14).
                03 BCL-HIST       PIC X(30).
                03 BCL-RETORNO    PIC X(02).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-RCT          PIC X(89).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** LIQCART - LIQUIDACAO DAS OPERADORAS ***".
      *
       ABRIR-ARQ.
                OPEN INPUT ARQLIQ
                IF ST-LIQ NOT = "00"
                   DISPLAY "ARQUIVO DE REPASSES (LIQCART.DAT) NAO"
                           " ENCONTRADO: " ST-LIQ
                   GO TO ROT-FIM2.
                OPEN I-O ARQRCT
                IF ST-RCT NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQRCT: "
                           ST-RCT
                   CLOSE ARQLIQ
                   GO TO ROT-FIM2.
                OPEN I-O ARQAUD
                IF ST-AUD NOT = "00"
                   IF ST-AUD = "30" OR "35"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ AUDITORIA: "
                              ST-AUD
                      CLOSE ARQLIQ ARQRCT
                      GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       ABRIR-SPOOL.
                MOVE "LIQCART" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** LIQCART - CONCILIACAO DOS REPASSES DE"
                       " CARTAO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " OPE NOTA     PA SEQ PC   PREVISTO  REPASSADO"
                       "  DIFERENCA OCORRENCIA"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PROC-LOOP.
                READ ARQLIQ
                   AT END GO TO PENDENTES.
                ADD 1 TO W-LIDOS
                MOVE LIQ-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE LIQ-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE LIQ-DATA (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD > W-CORTE-AMD
                   MOVE W-DATA-AMD TO W-CORTE-AMD.
       LOCALIZAR.
                MOVE 0 TO W-CASOU
                MOVE SPACES TO SPL-LINHA
                MOVE LIQ-NUM-NOTA TO RCT-NUM-NOTA
                MOVE LIQ-PARCELA  TO RCT-PARCELA
                MOVE LIQ-SEQ      TO RCT-SEQ
                MOVE LIQ-PCART    TO RCT-PCART
                READ ARQRCT
                MOVE REGRCT TO JRN-ANT-RCT
                IF ST-RCT NOT = "00"
                   MOVE "00" TO ST-RCT
                   ADD 1 TO W-SEM-PAR
                   MOVE ZEROS TO W-PREV-ED
                   MOVE "SEM CORRESPONDENCIA" TO SPL-LINHA (58:23)
                   PERFORM IMPRIMIR-OCORR THRU IMPRIMIR-OCORR-FIM
                   GO TO PROC-LOOP.
                IF RCT-OPC-COD NOT = LIQ-OPC-COD
                   ADD 1 TO W-SEM-PAR
                   MOVE RCT-VALOR-LIQ TO W-PREV-ED
                   MOVE "OUTRA OPERADORA" TO SPL-LINHA (58:23)
                   PERFORM IMPRIMIR-OCORR THRU IMPRIMIR-OCORR-FIM
                   GO TO PROC-LOOP.
                IF RCT-STATUS NOT = "A"
                   ADD 1 TO W-SEM-PAR
                   MOVE RCT-VALOR-LIQ TO W-PREV-ED
                   MOVE "JA LIQUIDADO" TO SPL-LINHA (58:23)
                   PERFORM IMPRIMIR-OCORR THRU IMPRIMIR-OCORR-FIM
                   GO TO PROC-LOOP.
       LIQUIDAR.
                MOVE "L"           TO RCT-STATUS
                MOVE LIQ-DATA      TO RCT-DATA-LIQ
                MOVE LIQ-VALOR-LIQ TO RCT-VALOR-REC
                REWRITE REGRCT
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-RCT THRU DIARIO-RCT-FIM
                IF ST-RCT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-RCT
                   DISPLAY " *** RECEBIVEL " LIQ-NUM-NOTA "/"
                           LIQ-PARCELA " NAO ATUALIZADO ***"
                   GO TO PROC-LOOP.
                ADD 1 TO W-LIQUIDADOS
                ADD LIQ-VALOR-LIQ TO W-TOT-REPASSE
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM
                IF LIQ-VALOR-LIQ = RCT-VALOR-LIQ
                   GO TO PROC-LOOP.
                ADD 1 TO W-COM-DIF
                MOVE 1 TO W-CASOU
                MOVE RCT-VALOR-LIQ TO W-PREV-ED
                MOVE SPACES TO SPL-LINHA
                IF LIQ-VALOR-BRUTO NOT = RCT-VALOR
                   MOVE "BRUTO DIFERENTE" TO SPL-LINHA (58:23)
                ELSE
                   MOVE "DIFERENCA TAXA" TO SPL-LINHA (58:23).
                PERFORM IMPRIMIR-OCORR THRU IMPRIMIR-OCORR-FIM
                GO TO PROC-LOOP.
      *
      ***************************************
      * LINHA DE OCORRENCIA DO REPASSE: A    *
      * DESCRICAO JA ESTA NA POSICAO 58 DA   *
      * SPL-LINHA E O PREVISTO EM W-PREV-ED  *
      ***************************************
      *
       IMPRIMIR-OCORR.
                MOVE LIQ-VALOR-LIQ TO W-REC-ED
                COMPUTE W-DIF = LIQ-VALOR-LIQ - RCT-VALOR-LIQ
                IF W-CASOU = 1
                   ADD W-DIF TO W-TOT-DIF
                ELSE
                   MOVE ZEROS TO W-DIF.
                MOVE W-DIF TO W-DIF-ED
                STRING " " LIQ-OPC-COD " " LIQ-NUM-NOTA " "
                       LIQ-PARCELA " " LIQ-SEQ " " LIQ-PCART " "
                       W-PREV-ED " " W-REC-ED " " W-DIF-ED " "
                       DELIMITED BY SIZE INTO SPL-LINHA (1:57)
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA.
       IMPRIMIR-OCORR-FIM.
                EXIT.
      *
      ***************************************
      * RECEBIVEIS EM ABERTO COM PREVISAO    *
      * ATE A ULTIMA DATA DE REPASSE DO      *
      * ARQUIVO (SEM REPASSES, ATE HOJE):    *
      * REPASSES QUE A OPERADORA NAO FEZ     *
      ***************************************
      *
       PENDENTES.
                IF W-CORTE-AMD = ZEROS
                   ACCEPT W-CORTE-AMD FROM DATE YYYYMMDD.
                MOVE W-CORTE-AMD (1:4) TO W-CORTE-DDMM (5:4)
                MOVE W-CORTE-AMD (5:2) TO W-CORTE-DDMM (3:2)
                MOVE W-CORTE-AMD (7:2) TO W-CORTE-DDMM (1:2)
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " ===== REPASSES NAO RECEBIDOS COM PREVISAO ATE "
                       W-CORTE-DDMM " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " OPE M NOTA     PA SEQ PC VENDA    PREVISAO"
                       "      BRUTO    LIQUIDO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO RCT-CHAVE
                START ARQRCT KEY IS NOT LESS RCT-CHAVE INVALID KEY
                      MOVE "10" TO ST-RCT.
                IF ST-RCT NOT = "00"
                   MOVE "00" TO ST-RCT
                   GO TO FIM-LOTE.
       PENDENTES-LOOP.
                READ ARQRCT NEXT
                   AT END GO TO FIM-LOTE.
                IF RCT-STATUS NOT = "A"
                   GO TO PENDENTES-LOOP.
                MOVE RCT-DATA-PREV (5:4) TO W-DATA-AMD (1:4)
                MOVE RCT-DATA-PREV (3:2) TO W-DATA-AMD (5:2)
                MOVE RCT-DATA-PREV (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD > W-CORTE-AMD
                   GO TO PENDENTES-LOOP.
                ADD 1 TO W-NAO-PAGOS
                ADD RCT-VALOR-LIQ TO W-TOT-PENDENTE
                MOVE RCT-VALOR     TO W-PREV-ED
                MOVE RCT-VALOR-LIQ TO W-REC-ED
                MOVE SPACES TO SPL-LINHA
                STRING " " RCT-OPC-COD " " RCT-MODAL " " RCT-NUM-NOTA
                       " " RCT-PARCELA " " RCT-SEQ " " RCT-PCART " "
                       RCT-DATA-VDA " " RCT-DATA-PREV " " W-PREV-ED
                       " " W-REC-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO PENDENTES-LOOP.
      *
      ***************************************
      * CREDITO DO REPASSE NO RAZAO          *
      * BANCARIO (BCODRV)                    *
      ***************************************
      *
       LANCAR-BANCO.
                MOVE "L"            TO BCL-FUNCAO
                MOVE ZEROS          TO BCL-CONTA
                MOVE LIQ-DATA       TO BCL-DATA
                MOVE "C"            TO BCL-TIPO
                MOVE LIQ-VALOR-LIQ  TO BCL-VALOR
                MOVE "LIQCART"      TO BCL-ORIGEM
                MOVE RCT-CHAVE      TO BCL-DOCUMENTO
                MOVE "REPASSE OPERADORA DE CARTAO" TO BCL-HIST
                CALL "BCODRV" USING BCL-COMUNIC
                IF BCL-RETORNO = "00"
                   ADD 1 TO W-BCO-LANC.
       LANCAR-BANCO-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQRCT"    TO AUD-ARQUIVO
                MOVE "L"         TO AUD-OPERACAO
                MOVE RCT-CHAVE   TO AUD-CHAVE-REG
                MOVE "REPASSE DE CARTAO" TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY " *** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUDITORIA-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQLIQ ARQRCT ARQAUD
                MOVE W-TOT-DIF TO W-TOT-DIF-ED
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "*** REPASSES PROCESSADOS ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "REGISTROS LIDOS        : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "RECEBIVEIS LIQUIDADOS  : " W-LIQUIDADOS
                       "   TOTAL REPASSADO : " W-TOT-REPASSE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "COM DIFERENCA DE VALOR : " W-COM-DIF
                       "   DIFERENCA TOTAL : " W-TOT-DIF-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "SEM CORRESPONDENCIA    : " W-SEM-PAR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "REPASSES NAO RECEBIDOS : " W-NAO-PAGOS
                       "   TOTAL PENDENTE  : " W-TOT-PENDENTE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LANCADOS NO BANCO      : " W-BCO-LANC
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
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "LIQCART" TO ERR-PROGRAMA
                WRITE REGERRO.
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
                MOVE "LIQCART"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-RCT.
                MOVE "ARQRCT"     TO JRN-ARQUIVO
                MOVE ST-RCT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-RCT TO JRN-ANTES
                ELSE
                   MOVE REGRCT TO JRN-ANTES.
                MOVE REGRCT TO JRN-DEPOIS JRN-ANT-RCT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RCT-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
