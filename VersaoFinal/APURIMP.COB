       IDENTIFICATION DIVISION.
       PROGRAM-ID. APURIMP.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * APURACAO MENSAL DE ICMS E IPI (LIVRO DE      *
      * APURACAO): DEBITOS DAS NOTAS DE VENDA DO MES *
      * (ARQNFI, DATA PELO ARQVDA), MENOS O IMPOSTO  *
      * DAS DEVOLUCOES DO MES (ARQDEV, PROPORCIONAL  *
      * AO VALOR DEVOLVIDO SOBRE A BASE DA NOTA), OS *
      * ESTORNOS DE NOTA DO MES (ARQNFC, GRAVADO     *
      * PELO CANNOTA), OS CREDITOS DOS RECEBIMENTOS  *
      * DO MES (ARQRCI, GRAVADO PELO RECPRO) E O     *
      * SALDO CREDOR DO MES ANTERIOR (ARQAPU).       *
      * IMPRIME POR IMPOSTO O VALOR A RECOLHER OU O  *
      * SALDO CREDOR A TRANSPORTAR; NA APURACAO      *
      * DEFINITIVA GRAVA O RESULTADO NO ARQAPU PARA  *
      * O MES SEGUINTE                               *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-NUM-NOTA
                    FILE STATUS  IS ST-NFI.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-DEV.
       SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFC-NUM-NOTA
                    FILE STATUS  IS ST-NFC.
       SELECT ARQRCI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RCI-REC-NUM
                    FILE STATUS  IS ST-RCI.
       SELECT ARQAPU ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS APU-ANOMES
                    FILE STATUS  IS ST-APU.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".
       01 REGNFI.
                03 NFI-NUM-NOTA   PIC 9(08).
                03 NFI-BASE       PIC 9(14).
                03 NFI-ICMS-VALOR PIC 9(12)V99.
                03 NFI-IPI-VALOR  PIC 9(12)V99.
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDA.DAT".
       01 REGVDA.
                03 VDA-CHAVE.
                    05 VDA-NUM-NOTA    PIC 9(08).
                    05 VDA-ITEM        PIC 9(03).
                03 VDA-CLI-CPF     PIC 9(14).
                03 VDA-PRO-COD     PIC 9(08).
                03 VDA-QTDE        PIC 9(06).
                03 VDA-PRECO       PIC 9(08).
                03 VDA-DATA        PIC 9(08).
                03 VDA-OPE-COD     PIC X(08).
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQDEV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEV.DAT".
       01 REGDEV.
                03 DEV-CHAVE.
                   05 DEV-NUM-NOTA   PIC 9(08).
                   05 DEV-ITEM       PIC 9(03).
                   05 DEV-SEQ        PIC 9(02).
                03 DEV-PRO-COD       PIC 9(08).
                03 DEV-QTDE          PIC 9(06).
                03 DEV-VALOR         PIC 9(10).
                03 DEV-DATA          PIC 9(08).
      *
       FD ARQNFC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFC.DAT".
       01 REGNFC.
                03 NFC-NUM-NOTA      PIC 9(08).
                03 NFC-DATA          PIC 9(08).
                03 NFC-BASE          PIC 9(14).
                03 NFC-ICMS          PIC 9(12)V99.
                03 NFC-IPI           PIC 9(12)V99.
                03 NFC-OPERADOR      PIC X(20).
      *
       FD ARQRCI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRCI.DAT".
       01 REGRCI.
                03 RCI-REC-NUM       PIC 9(08).
                03 RCI-FOR-CPF       PIC 9(14).
                03 RCI-PRO-COD       PIC 9(08).
                03 RCI-DATA          PIC 9(08).
                03 RCI-BASE          PIC 9(14).
                03 RCI-ICMS          PIC 9(10)V99.
                03 RCI-IPI           PIC 9(10)V99.
      *
       FD ARQAPU
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQAPU.DAT".
       01 REGAPU.
                03 APU-ANOMES        PIC 9(06).
                03 APU-ICMS-DEB      PIC 9(12)V99.
                03 APU-ICMS-DED      PIC 9(12)V99.
                03 APU-ICMS-CRED     PIC 9(12)V99.
                03 APU-ICMS-ANT      PIC 9(12)V99.
                03 APU-ICMS-REC      PIC 9(12)V99.
                03 APU-ICMS-TRANSP   PIC 9(12)V99.
                03 APU-IPI-DEB       PIC 9(12)V99.
                03 APU-IPI-DED       PIC 9(12)V99.
                03 APU-IPI-CRED      PIC 9(12)V99.
                03 APU-IPI-ANT       PIC 9(12)V99.
                03 APU-IPI-REC       PIC 9(12)V99.
                03 APU-IPI-TRANSP    PIC 9(12)V99.
                03 APU-DATA          PIC 9(08).
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
       77 ST-NFI         PIC X(02) VALUE "00".
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-DEV         PIC X(02) VALUE "00".
       77 ST-NFC         PIC X(02) VALUE "00".
       77 ST-RCI         PIC X(02) VALUE "00".
       77 ST-APU         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-NFI      PIC 9(01) VALUE ZEROS.
       77 W-TEM-VDA      PIC 9(01) VALUE ZEROS.
       77 W-TEM-DEV      PIC 9(01) VALUE ZEROS.
       77 W-TEM-NFC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-RCI      PIC 9(01) VALUE ZEROS.
       77 W-TEM-APU      PIC 9(01) VALUE ZEROS.
       77 W-TEM-ANT      PIC 9(01) VALUE ZEROS.
       77 W-MES-ANO      PIC 9(06) VALUE ZEROS.
       77 W-MES          PIC 9(02) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-ANOMES       PIC 9(06) VALUE ZEROS.
       77 W-ANOMES-ANT   PIC 9(06) VALUE ZEROS.
       77 W-DEFINITIVA   PIC X(01) VALUE SPACES.
       77 W-DATA-NOTA    PIC 9(08) VALUE ZEROS.
       77 W-ICMS-IT      PIC 9(12)V99 VALUE ZEROS.
       77 W-IPI-IT       PIC 9(12)V99 VALUE ZEROS.
       77 W-QTD          PIC 9(06) VALUE ZEROS.
       77 W-SUB-BASE     PIC 9(14) VALUE ZEROS.
       77 W-SUB-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-SUB-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-DEB-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-DEB-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-DEV-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-DEV-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-EST-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-EST-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-CRE-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-CRE-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-ANT-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-ANT-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-SALDO-ICMS   PIC S9(13)V99 VALUE ZEROS.
       77 W-SALDO-IPI    PIC S9(13)V99 VALUE ZEROS.
       77 W-REC-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-REC-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-TRA-ICMS     PIC 9(12)V99 VALUE ZEROS.
       77 W-TRA-IPI      PIC 9(12)V99 VALUE ZEROS.
       77 W-DATA-ED      PIC 99/99/9999.
       77 W-BASE-ED      PIC ZZZZZZZZZZZ9.
       77 W-ICMS-ED      PIC ZZZZZZZZ9,99.
       77 W-IPI-ED       PIC ZZZZZZZZ9,99.
       77 W-VALOR-ED     PIC ZZZZZZZZZZZ9,99.
       77 W-VALOR2-ED    PIC ZZZZZZZZZZZ9,99.
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
       01 JRN-ANT-APU          PIC X(182).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "APURIMP" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** APURIMP - APURACAO MENSAL DE ICMS E IPI ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-MES.
                DISPLAY "MES/ANO DE REFERENCIA (MMAAAA)            : "
                        WITH NO ADVANCING
                ACCEPT W-MES-ANO
                MOVE W-MES-ANO (1:2) TO W-MES
                MOVE W-MES-ANO (3:4) TO W-ANO
                IF W-MES < 1 OR W-MES > 12 OR W-ANO = ZEROS
                   DISPLAY "*** MES INVALIDO - USE MMAAAA ***"
                   GO TO PEDIR-MES.
                COMPUTE W-ANOMES = W-ANO * 100 + W-MES
                IF W-MES = 1
                   COMPUTE W-ANOMES-ANT = (W-ANO - 1) * 100 + 12
                ELSE
                   COMPUTE W-ANOMES-ANT = W-ANOMES - 1.
       PEDIR-DEFIN.
                DISPLAY "APURACAO DEFINITIVA - GRAVA O SALDO (S/N) : "
                        WITH NO ADVANCING
                ACCEPT W-DEFINITIVA
                IF W-DEFINITIVA = "s"
                   MOVE "S" TO W-DEFINITIVA.
                IF W-DEFINITIVA = "n"
                   MOVE "N" TO W-DEFINITIVA.
                IF W-DEFINITIVA NOT = "S" AND NOT = "N"
                   GO TO PEDIR-DEFIN.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQNFI
                IF ST-NFI = "00"
                   MOVE 1 TO W-TEM-NFI
                ELSE
                   MOVE 0 TO W-TEM-NFI
                   MOVE "00" TO ST-NFI.
                OPEN INPUT ARQVDA
                IF ST-VDA = "00"
                   MOVE 1 TO W-TEM-VDA
                ELSE
                   MOVE 0 TO W-TEM-VDA
                   MOVE "00" TO ST-VDA.
                OPEN INPUT ARQDEV
                IF ST-DEV = "00"
                   MOVE 1 TO W-TEM-DEV
                ELSE
                   MOVE 0 TO W-TEM-DEV
                   MOVE "00" TO ST-DEV.
                OPEN INPUT ARQNFC
                IF ST-NFC = "00"
                   MOVE 1 TO W-TEM-NFC
                ELSE
                   MOVE 0 TO W-TEM-NFC
                   MOVE "00" TO ST-NFC.
                OPEN INPUT ARQRCI
                IF ST-RCI = "00"
                   MOVE 1 TO W-TEM-RCI
                ELSE
                   MOVE 0 TO W-TEM-RCI
                   MOVE "00" TO ST-RCI.
                OPEN I-O ARQAPU
                IF ST-APU = "30" OR "35"
                   OPEN OUTPUT ARQAPU
                   CLOSE ARQAPU
                   OPEN I-O ARQAPU.
                IF ST-APU = "00"
                   MOVE 1 TO W-TEM-APU
                ELSE
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQAPU: "
                          ST-APU
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   MOVE 0 TO W-TEM-APU
                   MOVE "00" TO ST-APU.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== APURACAO DE ICMS E IPI - "
                       W-MES-ANO (1:2) "/" W-MES-ANO (3:4) " ===== "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-DEFINITIVA = "N"
                   MOVE SPACES TO SPL-LINHA
                   STRING " (CONFERENCIA - SALDO NAO GRAVADO)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * 1. SAIDAS: NOTAS DE VENDA DO MES     *
      * (DEBITO); A DATA DA NOTA E A DO      *
      * PRIMEIRO ITEM NO ARQVDA              *
      ***************************************
      *
       SAIDAS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " 1. SAIDAS - DEBITO DAS NOTAS DE VENDA"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   NOTA      DATA               BASE"
                       "         ICMS          IPI"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-QTD W-SUB-BASE W-SUB-ICMS W-SUB-IPI
                IF W-TEM-NFI = 0 OR W-TEM-VDA = 0
                   GO TO SAIDAS-FIM.
                MOVE ZEROS TO NFI-NUM-NOTA
                START ARQNFI KEY IS NOT LESS NFI-NUM-NOTA INVALID KEY
                      MOVE "10" TO ST-NFI.
                IF ST-NFI NOT = "00"
                   MOVE "00" TO ST-NFI
                   GO TO SAIDAS-FIM.
       SAIDAS-LOOP.
                READ ARQNFI NEXT
                   AT END MOVE "10" TO ST-NFI.
                IF ST-NFI NOT = "00"
                   MOVE "00" TO ST-NFI
                   GO TO SAIDAS-FIM.
                PERFORM DATA-NOTA THRU DATA-NOTA-FIM
                IF W-DATA-NOTA (3:6) NOT = W-MES-ANO
                   GO TO SAIDAS-LOOP.
                ADD 1 TO W-QTD
                ADD NFI-BASE       TO W-SUB-BASE
                ADD NFI-ICMS-VALOR TO W-SUB-ICMS
                ADD NFI-IPI-VALOR  TO W-SUB-IPI
                MOVE W-DATA-NOTA    TO W-DATA-ED
                MOVE NFI-BASE       TO W-BASE-ED
                MOVE NFI-ICMS-VALOR TO W-ICMS-ED
                MOVE NFI-IPI-VALOR  TO W-IPI-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   " NFI-NUM-NOTA "  " W-DATA-ED " " W-BASE-ED
                       " " W-ICMS-ED " " W-IPI-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO SAIDAS-LOOP.
       SAIDAS-FIM.
                MOVE W-SUB-ICMS TO W-DEB-ICMS
                MOVE W-SUB-IPI  TO W-DEB-IPI
                PERFORM SUBTOTAL THRU SUBTOTAL-FIM.
      *
      ***************************************
      * 2. DEVOLUCOES DO MES: IMPOSTO DA     *
      * NOTA PROPORCIONAL AO VALOR DEVOLVIDO *
      ***************************************
      *
       DEVOLUCOES.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " 2. DEVOLUCOES DE VENDA - ESTORNO DE DEBITO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   NOTA      DATA    VALOR DEVOLVIDO"
                       "         ICMS          IPI"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-QTD W-SUB-BASE W-SUB-ICMS W-SUB-IPI
                IF W-TEM-DEV = 0 OR W-TEM-NFI = 0
                   GO TO DEVOLUCOES-FIM.
                MOVE ZEROS TO DEV-NUM-NOTA DEV-ITEM DEV-SEQ
                START ARQDEV KEY IS NOT LESS DEV-CHAVE INVALID KEY
                      MOVE "10" TO ST-DEV.
                IF ST-DEV NOT = "00"
                   MOVE "00" TO ST-DEV
                   GO TO DEVOLUCOES-FIM.
       DEVOLUCOES-LOOP.
                READ ARQDEV NEXT
                   AT END MOVE "10" TO ST-DEV.
                IF ST-DEV NOT = "00"
                   MOVE "00" TO ST-DEV
                   GO TO DEVOLUCOES-FIM.
                IF DEV-DATA (3:6) NOT = W-MES-ANO
                   GO TO DEVOLUCOES-LOOP.
                MOVE DEV-NUM-NOTA TO NFI-NUM-NOTA
                READ ARQNFI
                IF ST-NFI NOT = "00"
                   MOVE "00" TO ST-NFI
                   GO TO DEVOLUCOES-LOOP.
                IF NFI-BASE = ZEROS
                   GO TO DEVOLUCOES-LOOP.
                COMPUTE W-ICMS-IT ROUNDED =
                        NFI-ICMS-VALOR * DEV-VALOR / NFI-BASE
                COMPUTE W-IPI-IT ROUNDED =
                        NFI-IPI-VALOR * DEV-VALOR / NFI-BASE
                IF W-ICMS-IT > NFI-ICMS-VALOR
                   MOVE NFI-ICMS-VALOR TO W-ICMS-IT.
                IF W-IPI-IT > NFI-IPI-VALOR
                   MOVE NFI-IPI-VALOR TO W-IPI-IT.
                ADD 1 TO W-QTD
                ADD DEV-VALOR TO W-SUB-BASE
                ADD W-ICMS-IT TO W-SUB-ICMS
                ADD W-IPI-IT  TO W-SUB-IPI
                MOVE DEV-DATA  TO W-DATA-ED
                MOVE DEV-VALOR TO W-BASE-ED
                MOVE W-ICMS-IT TO W-ICMS-ED
                MOVE W-IPI-IT  TO W-IPI-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   " DEV-NUM-NOTA "  " W-DATA-ED " " W-BASE-ED
                       " " W-ICMS-ED " " W-IPI-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO DEVOLUCOES-LOOP.
       DEVOLUCOES-FIM.
                MOVE W-SUB-ICMS TO W-DEV-ICMS
                MOVE W-SUB-IPI  TO W-DEV-IPI
                PERFORM SUBTOTAL THRU SUBTOTAL-FIM.
      *
      ***** 3. ESTORNOS DE NOTA DO MES (CANNOTA) *****
      *
       ESTORNOS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " 3. NOTAS ESTORNADAS - ESTORNO DE DEBITO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   NOTA      ESTORNO            BASE"
                       "         ICMS          IPI"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-QTD W-SUB-BASE W-SUB-ICMS W-SUB-IPI
                IF W-TEM-NFC = 0
                   GO TO ESTORNOS-FIM.
                MOVE ZEROS TO NFC-NUM-NOTA
                START ARQNFC KEY IS NOT LESS NFC-NUM-NOTA INVALID KEY
                      MOVE "10" TO ST-NFC.
                IF ST-NFC NOT = "00"
                   MOVE "00" TO ST-NFC
                   GO TO ESTORNOS-FIM.
       ESTORNOS-LOOP.
                READ ARQNFC NEXT
                   AT END MOVE "10" TO ST-NFC.
                IF ST-NFC NOT = "00"
                   MOVE "00" TO ST-NFC
                   GO TO ESTORNOS-FIM.
                IF NFC-DATA (3:6) NOT = W-MES-ANO
                   GO TO ESTORNOS-LOOP.
                ADD 1 TO W-QTD
                ADD NFC-BASE TO W-SUB-BASE
                ADD NFC-ICMS TO W-SUB-ICMS
                ADD NFC-IPI  TO W-SUB-IPI
                MOVE NFC-DATA TO W-DATA-ED
                MOVE NFC-BASE TO W-BASE-ED
                MOVE NFC-ICMS TO W-ICMS-ED
                MOVE NFC-IPI  TO W-IPI-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   " NFC-NUM-NOTA "  " W-DATA-ED " " W-BASE-ED
                       " " W-ICMS-ED " " W-IPI-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ESTORNOS-LOOP.
       ESTORNOS-FIM.
                MOVE W-SUB-ICMS TO W-EST-ICMS
                MOVE W-SUB-IPI  TO W-EST-IPI
                PERFORM SUBTOTAL THRU SUBTOTAL-FIM.
      *
      ***** 4. ENTRADAS DO MES (CREDITO - RECPRO) *****
      *
       ENTRADAS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " 4. ENTRADAS - CREDITO DOS RECEBIMENTOS"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   LANCTO    DATA               BASE"
                       "         ICMS          IPI FORNECEDOR"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-QTD W-SUB-BASE W-SUB-ICMS W-SUB-IPI
                IF W-TEM-RCI = 0
                   GO TO ENTRADAS-FIM.
                MOVE ZEROS TO RCI-REC-NUM
                START ARQRCI KEY IS NOT LESS RCI-REC-NUM INVALID KEY
                      MOVE "10" TO ST-RCI.
                IF ST-RCI NOT = "00"
                   MOVE "00" TO ST-RCI
                   GO TO ENTRADAS-FIM.
       ENTRADAS-LOOP.
                READ ARQRCI NEXT
                   AT END MOVE "10" TO ST-RCI.
                IF ST-RCI NOT = "00"
                   MOVE "00" TO ST-RCI
                   GO TO ENTRADAS-FIM.
                IF RCI-DATA (3:6) NOT = W-MES-ANO
                   GO TO ENTRADAS-LOOP.
                ADD 1 TO W-QTD
                ADD RCI-BASE TO W-SUB-BASE
                ADD RCI-ICMS TO W-SUB-ICMS
                ADD RCI-IPI  TO W-SUB-IPI
                MOVE RCI-DATA TO W-DATA-ED
                MOVE RCI-BASE TO W-BASE-ED
                MOVE RCI-ICMS TO W-ICMS-ED
                MOVE RCI-IPI  TO W-IPI-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   " RCI-REC-NUM "  " W-DATA-ED " " W-BASE-ED
                       " " W-ICMS-ED " " W-IPI-ED " " RCI-FOR-CPF
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ENTRADAS-LOOP.
       ENTRADAS-FIM.
                MOVE W-SUB-ICMS TO W-CRE-ICMS
                MOVE W-SUB-IPI  TO W-CRE-IPI
                PERFORM SUBTOTAL THRU SUBTOTAL-FIM.
      *
      ***************************************
      * 5. RESUMO POR IMPOSTO: SALDO CREDOR  *
      * ANTERIOR VEM DA APURACAO GRAVADA DO  *
      * MES ANTERIOR NO ARQAPU               *
      ***************************************
      *
       SALDO-ANT.
                MOVE 0 TO W-TEM-ANT
                MOVE ZEROS TO W-ANT-ICMS W-ANT-IPI
                IF W-TEM-APU = 0
                   GO TO RESUMO.
                MOVE W-ANOMES-ANT TO APU-ANOMES
                READ ARQAPU
                MOVE REGAPU TO JRN-ANT-APU
                IF ST-APU NOT = "00"
                   MOVE "00" TO ST-APU
                   GO TO RESUMO.
                MOVE 1 TO W-TEM-ANT
                MOVE APU-ICMS-TRANSP TO W-ANT-ICMS
                MOVE APU-IPI-TRANSP  TO W-ANT-IPI.
       RESUMO.
                COMPUTE W-SALDO-ICMS = W-DEB-ICMS - W-DEV-ICMS
                        - W-EST-ICMS - W-CRE-ICMS - W-ANT-ICMS
                COMPUTE W-SALDO-IPI  = W-DEB-IPI  - W-DEV-IPI
                        - W-EST-IPI  - W-CRE-IPI  - W-ANT-IPI
                MOVE ZEROS TO W-REC-ICMS W-TRA-ICMS W-REC-IPI W-TRA-IPI
                IF W-SALDO-ICMS > ZEROS
                   MOVE W-SALDO-ICMS TO W-REC-ICMS
                ELSE
                   COMPUTE W-TRA-ICMS = ZEROS - W-SALDO-ICMS.
                IF W-SALDO-IPI > ZEROS
                   MOVE W-SALDO-IPI TO W-REC-IPI
                ELSE
                   COMPUTE W-TRA-IPI = ZEROS - W-SALDO-IPI.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " 5. RESUMO DA APURACAO               "
                       "           ICMS             IPI"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-DEB-ICMS TO W-VALOR-ED
                MOVE W-DEB-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   DEBITOS DAS SAIDAS                "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-DEV-ICMS TO W-VALOR-ED
                MOVE W-DEV-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   (-) DEVOLUCOES DE VENDA           "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-EST-ICMS TO W-VALOR-ED
                MOVE W-EST-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   (-) NOTAS ESTORNADAS              "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-CRE-ICMS TO W-VALOR-ED
                MOVE W-CRE-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   (-) CREDITOS DAS ENTRADAS         "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-ANT-ICMS TO W-VALOR-ED
                MOVE W-ANT-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   (-) SALDO CREDOR DO MES ANTERIOR  "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-TEM-ANT = 0
                   MOVE SPACES TO SPL-LINHA
                   STRING "       (SEM APURACAO GRAVADA EM "
                          W-ANOMES-ANT (5:2) "/" W-ANOMES-ANT (1:4)
                          " - SALDO ANTERIOR ZERO)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE W-REC-ICMS TO W-VALOR-ED
                MOVE W-REC-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   (=) IMPOSTO A RECOLHER            "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-TRA-ICMS TO W-VALOR-ED
                MOVE W-TRA-IPI  TO W-VALOR2-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   (=) SALDO CREDOR A TRANSPORTAR    "
                       W-VALOR-ED " " W-VALOR2-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***** APURACAO DEFINITIVA: GRAVA O MES NO ARQAPU *****
      *
       GRAVAR-APU.
                IF W-DEFINITIVA NOT = "S" OR W-TEM-APU = 0
                   GO TO FIM-LOTE.
                MOVE W-ANOMES TO APU-ANOMES
                READ ARQAPU
                MOVE REGAPU TO JRN-ANT-APU
                IF ST-APU = "00"
                   MOVE 1 TO W-TEM-ANT
                ELSE
                   MOVE 0 TO W-TEM-ANT
                   MOVE "00" TO ST-APU.
                MOVE W-ANOMES   TO APU-ANOMES
                MOVE W-DEB-ICMS TO APU-ICMS-DEB
                ADD W-DEV-ICMS W-EST-ICMS GIVING APU-ICMS-DED
                MOVE W-CRE-ICMS TO APU-ICMS-CRED
                MOVE W-ANT-ICMS TO APU-ICMS-ANT
                MOVE W-REC-ICMS TO APU-ICMS-REC
                MOVE W-TRA-ICMS TO APU-ICMS-TRANSP
                MOVE W-DEB-IPI  TO APU-IPI-DEB
                ADD W-DEV-IPI W-EST-IPI GIVING APU-IPI-DED
                MOVE W-CRE-IPI  TO APU-IPI-CRED
                MOVE W-ANT-IPI  TO APU-IPI-ANT
                MOVE W-REC-IPI  TO APU-IPI-REC
                MOVE W-TRA-IPI  TO APU-IPI-TRANSP
                ACCEPT APU-DATA FROM DATE YYYYMMDD
                IF W-TEM-ANT = 1
                   REWRITE REGAPU
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-APU THRU DIARIO-APU-FIM
                ELSE
                   WRITE REGAPU
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-APU THRU DIARIO-APU-FIM.
                MOVE SPACES TO SPL-LINHA
                IF ST-APU = "00" OR "02"
                   STRING " *** APURACAO GRAVADA - O SALDO CREDOR"
                          " SEGUE PARA O MES SEGUINTE ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING " *** ERRO NA GRAVACAO DA APURACAO: "
                          ST-APU " ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   MOVE "ARQAPU" TO ERR-ARQUIVO
                   MOVE ST-APU   TO ERR-STATUS
                   MOVE "APURACAO MENSAL NAO GRAVADA" TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-APU.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                IF W-TEM-NFI = 1
                   CLOSE ARQNFI.
                IF W-TEM-VDA = 1
                   CLOSE ARQVDA.
                IF W-TEM-DEV = 1
                   CLOSE ARQDEV.
                IF W-TEM-NFC = 1
                   CLOSE ARQNFC.
                IF W-TEM-RCI = 1
                   CLOSE ARQRCI.
                IF W-TEM-APU = 1
                   CLOSE ARQAPU.
                MOVE SPACES TO SPL-LINHA
                STRING "*** APURACAO CONCLUIDA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * DATA DA NOTA NFI-NUM-NOTA: DATA DO   *
      * PRIMEIRO ITEM NO ARQVDA (ZEROS SE A  *
      * NOTA NAO TEM ITENS)                  *
      ***************************************
      *
       DATA-NOTA.
                MOVE ZEROS TO W-DATA-NOTA
                MOVE NFI-NUM-NOTA TO VDA-NUM-NOTA
                MOVE ZEROS        TO VDA-ITEM
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   GO TO DATA-NOTA-FIM.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF ST-VDA = "00" AND VDA-NUM-NOTA = NFI-NUM-NOTA
                   MOVE VDA-DATA TO W-DATA-NOTA.
                MOVE "00" TO ST-VDA.
       DATA-NOTA-FIM.
                EXIT.
      *
       SUBTOTAL.
                MOVE W-SUB-BASE TO W-BASE-ED
                MOVE W-SUB-ICMS TO W-ICMS-ED
                MOVE W-SUB-IPI  TO W-IPI-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   TOTAL (" W-QTD ")       " W-BASE-ED
                       " " W-ICMS-ED " " W-IPI-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       SUBTOTAL-FIM.
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
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "APURIMP" TO ERR-PROGRAMA
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
                MOVE "APURIMP"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-APU.
                MOVE "ARQAPU"     TO JRN-ARQUIVO
                MOVE ST-APU       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-APU TO JRN-ANTES
                ELSE
                   MOVE REGAPU TO JRN-ANTES.
                MOVE REGAPU TO JRN-DEPOIS JRN-ANT-APU
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-APU-FIM.
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
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
