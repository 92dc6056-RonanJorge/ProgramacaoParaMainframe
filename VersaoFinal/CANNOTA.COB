      * ESTORNO TOTAL DE NOTA DE VENDA               *
      * SOB LIBERACAO DE SUPERVISOR (PERM-ADM):      *
      * DEVOLVE O ESTOQUE DE CADA ITEM COM MOVIMENTO *
      * TIPO E (KIT: A PARTE QUE SAIU DE KITS        *
      * MONTADOS VOLTA AO KIT, COM SALDO E LOTE, E   *
      * SO O RESTANTE VOLTA AOS COMPONENTES),        *
      * NO LOCAL DE ESTOQUE DO PROPRIO ITEM,         *
      * MARCA OS ITENS DO ARQVDA E AS PARCELAS NAO   *
      * PAGAS DO ARQCR COMO CANCELADOS, CANCELA A    *
      * ENTREGA PENDENTE NO ARQENT, DEVOLVE AO       *
      * ESTOQUE AS SERIES VENDIDAS (ARQSER), GRAVA   *
      * O ESTORNO DO ICMS/IPI DA NOTA (ARQNFC) PARA  *
      * A APURACAO MENSAL, GERA O EVENTO DE          *
      * CANCELAMENTO DA NF-E JA AUTORIZADA           *
      * (NFCNNNNNNNN.TXT, ARQNFE NA SITUACAO X) E    *
      * REGISTRA O ESTORNO NO ARQAUD. A NOTA E       *
      * RECUSADA SE ALGUMA PARCELA JA TEM PAGAMENTO  *
      * OU CHEQUE EM CUSTODIA, SE JA HOUVE DEVOLUCAO *
      * PARCIAL (NESSES CASOS USAR DEVVENDA) OU SE A *
      * NF-E FOI ENVIADA E AINDA NAO TEVE RETORNO    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-DEV.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-SER
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
       SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-NUM-NOTA
                    FILE STATUS  IS ST-NFI.
       SELECT ARQNFC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFC-NUM-NOTA
                    FILE STATUS  IS ST-NFC.
       SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUM-NOTA
                    FILE STATUS  IS ST-NFE.
       SELECT ARQNFX ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-NFX.
       SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
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
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
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
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".
       01 REGNFI.
                03 NFI-NUM-NOTA   PIC 9(08).
                03 NFI-BASE       PIC 9(14).
                03 NFI-ICMS-VALOR PIC 9(12)V99.
                03 NFI-IPI-VALOR  PIC 9(12)V99.
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
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
                03 NFE-NUM-NOTA      PIC 9(08).
                03 NFE-SIT           PIC X(01).
                03 NFE-DATA-EMIS     PIC 9(08).
                03 NFE-DATA-ENVIO    PIC 9(08).
                03 NFE-ARQUIVO       PIC X(16).
                03 NFE-PROTOCOLO     PIC X(15).
                03 NFE-DATA-AUT      PIC 9(08).
                03 NFE-MOTIVO        PIC X(40).
                03 NFE-DATA-CANC     PIC 9(08).
                03 NFE-PROT-CANC     PIC X(15).
                03 NFE-OPERADOR      PIC X(20).
      *
      ***************************************
      * EVENTO DE CANCELAMENTO DA NF-E NO    *
      * LAYOUT FIXO DE 200 POSICOES DO       *
      * NFEEXP: 05 = EVENTO, 99 = FECHAMENTO *
      ***************************************
      *
       FD ARQNFX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-NFX.
       01 REGNFX-EVT.
                03 NFV-TIPO          PIC X(02).
                03 NFV-NUM-NOTA      PIC 9(08).
                03 NFV-EVENTO        PIC X(06).
                03 NFV-PROTOCOLO     PIC X(15).
                03 NFV-DATA          PIC 9(08).
                03 NFV-JUSTIF        PIC X(40).
                03 NFV-OPERADOR      PIC X(20).
                03 FILLER            PIC X(101).
       01 REGNFX-TRL.
                03 NFR-TIPO          PIC X(02).
                03 NFR-NOTAS         PIC 9(06).
                03 NFR-REGISTROS     PIC 9(08).
                03 NFR-DATA-GER      PIC 9(08).
                03 FILLER            PIC X(176).
      *
       FD ARQCR
               LABEL RECORD IS STANDARD
                03 ENT-MOTORISTA     PIC X(20).
                03 ENT-DATA-ENTREGA  PIC 9(08).
                03 ENT-RECEBEDOR     PIC X(30).
                03 ENT-END-SEQ       PIC 9(02).
                03 ENT-PLACA         PIC X(07).
                03 ENT-DATA-ROT      PIC 9(08).
                03 ENT-PESO          PIC 9(06)V999.
                03 ENT-VOLUME        PIC 9(04)V999.
      *
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".
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
       FD ARQPRO
               LABEL RECORD IS STANDARD
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQSLD
               LABEL RECORD IS STANDARD
                   05 KIT-PRO-COD     PIC 9(08).
                   05 KIT-COMP-COD    PIC 9(08).
                03 KIT-QTDE        PIC 9(04).
      *
       FD ARQVKT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVKT.DAT".
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
               VALUE OF FILE-ID IS "ARQLOTE.DAT".
       01 REGLOTE.
                03 LOT-CHAVE.
                   05 LOT-PRO-COD    PIC 9(08).
                   05 LOT-NUMERO     PIC X(10).
                03 LOT-VALIDADE      PIC 9(08).
                03 LOT-QTDE          PIC 9(06).
      *
       FD ARQOPE
               LABEL RECORD IS STANDARD
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
      *
       FD ARQNUM
               LABEL RECORD IS STANDARD
                03 AUD-OPERACAO      PIC X(01).
                03 AUD-CHAVE-REG     PIC X(14).
                03 AUD-OPERADOR      PIC X(20).
      *
       FD ARQPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTS.DAT".
       01 REGPTS.
                03 PTS-CLI-CPF    PIC 9(14).
                03 PTS-SALDO      PIC 9(10).
      *
       FD ARQPTSM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTSM.DAT".
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
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-ENT         PIC X(02) VALUE "00".
       77 W-TEM-DEV      PIC 9(01) VALUE ZEROS.
       77 W-TEM-KIT      PIC 9(01) VALUE ZEROS.
       77 ST-VKT         PIC X(02) VALUE "00".
       77 W-TEM-VKT      PIC 9(01) VALUE ZEROS.
       77 W-KIT-EXPL     PIC 9(06) VALUE ZEROS.
       77 ST-LOT         PIC X(02) VALUE "00".
       77 W-TEM-LOT      PIC 9(01) VALUE ZEROS.
       77 W-LOT-ACHOU    PIC 9(01) VALUE ZEROS.
       77 W-LOT-VENC     PIC 9(08) VALUE ZEROS.
       77 W-LOT-ESC      PIC X(10) VALUE SPACES.
       77 W-LOT-MAIOR    PIC 9(08) VALUE ZEROS.
       77 W-LOT-ULT      PIC X(10) VALUE SPACES.
       77 W-LOT-DATA     PIC 9(08) VALUE ZEROS.
       77 W-TEM-ENT      PIC 9(01) VALUE ZEROS.
       77 ST-SER         PIC X(02) VALUE "00".
       77 W-TEM-SER      PIC 9(01) VALUE ZEROS.
       77 W-SERIES       PIC 9(05) VALUE ZEROS.
       77 ST-NFI         PIC X(02) VALUE "00".
       77 ST-NFC         PIC X(02) VALUE "00".
       77 W-TEM-NFI      PIC 9(01) VALUE ZEROS.
       77 W-TEM-NFC      PIC 9(01) VALUE ZEROS.
       77 W-IMP-EST      PIC 9(01) VALUE ZEROS.
       77 ST-NFE         PIC X(02) VALUE "00".
       77 ST-NFX         PIC X(02) VALUE "00".
       77 W-TEM-NFE      PIC 9(01) VALUE ZEROS.
       77 W-EVT-NFE      PIC 9(01) VALUE ZEROS.
       77 W-ARQ-NFX      PIC X(16) VALUE SPACES.
       77 W-LOC-EST      PIC X(02) VALUE SPACES.
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-EH-KIT       PIC 9(01) VALUE ZEROS.
       77 W-QTDE-COMP    PIC 9(06) VALUE ZEROS.
       77 W-MOV-PROX     PIC 9(08) VALUE ZEROS.
       77 ST-PTS         PIC X(02) VALUE "00".
       77 ST-PTM         PIC X(02) VALUE "00".
       77 W-TEM-PTS      PIC 9(01) VALUE ZEROS.
       77 W-CLI-CPF      PIC 9(14) VALUE ZEROS.
       77 W-PTS-ACUM     PIC 9(10) VALUE ZEROS.
       77 W-PTS-JA-EST   PIC 9(10) VALUE ZEROS.
       77 W-PTS-RESG     PIC 9(10) VALUE ZEROS.
       77 W-PTS-JA-DEV   PIC 9(10) VALUE ZEROS.
       77 W-PTS-DEVOLV   PIC 9(10) VALUE ZEROS.
       77 W-PTS-ESTORNO  PIC 9(10) VALUE ZEROS.
       77 W-PTS-FALTA    PIC 9(10) VALUE ZEROS.
       77 W-PTS-TIRA     PIC 9(10) VALUE ZEROS.
       77 W-PTS-SEQ-NOTA PIC 9(05) VALUE ZEROS.
       77 W-PTM-SEQ      PIC 9(05) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CR           PIC X(53).
       01 JRN-ANT-ENT          PIC X(100).
       01 JRN-ANT-LOTE         PIC X(32).
       01 JRN-ANT-NFE          PIC X(147).
       01 JRN-ANT-NUM          PIC X(16).
       01 JRN-ANT-PRO          PIC X(106).
       01 JRN-ANT-PTS          PIC X(24).
       01 JRN-ANT-PTM          PIC X(56).
       01 JRN-ANT-SER          PIC X(92).
       01 JRN-ANT-SLD          PIC X(16).
       01 JRN-ANT-VDA          PIC X(74).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ELSE
                   MOVE 0 TO W-TEM-KIT
                   MOVE "00" TO ST-KIT.
                OPEN INPUT ARQVKT
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
                OPEN I-O ARQENT
                IF ST-ENT = "00"
                   MOVE 1 TO W-TEM-ENT
                ELSE
                   MOVE 0 TO W-TEM-ENT
                   MOVE "00" TO ST-ENT.
                OPEN I-O ARQSER
                IF ST-SER = "00"
                   MOVE 1 TO W-TEM-SER
                ELSE
                   MOVE 0 TO W-TEM-SER
                   MOVE "00" TO ST-SER.
                OPEN INPUT ARQNFI
                IF ST-NFI = "00"
                   MOVE 1 TO W-TEM-NFI
                ELSE
                   MOVE 0 TO W-TEM-NFI
                   MOVE "00" TO ST-NFI.
                OPEN I-O ARQNFC
                IF ST-NFC = "30" OR "35"
                   OPEN OUTPUT ARQNFC
                   CLOSE ARQNFC
                   OPEN I-O ARQNFC.
                IF ST-NFC = "00"
                   MOVE 1 TO W-TEM-NFC
                ELSE
                   MOVE 0 TO W-TEM-NFC
                   MOVE "00" TO ST-NFC.
                OPEN I-O ARQNFE
                IF ST-NFE = "00"
                   MOVE 1 TO W-TEM-NFE
                ELSE
                   MOVE 0 TO W-TEM-NFE
                   MOVE "00" TO ST-NFE.
       ABRIR-PTS.
                MOVE 0 TO W-TEM-PTS
                OPEN I-O ARQPTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO ABRIR-LOG.
                OPEN I-O ARQPTSM
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   CLOSE ARQPTS
                   GO TO ABRIR-LOG.
                MOVE 1 TO W-TEM-PTS.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
       CRIT-CR2.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00" OR CR-NUM-NOTA NOT = W-NOTA
                   MOVE "00" TO ST-CR
                   GO TO CRIT-DEV.
                IF CR-VALOR-PAGO NOT = ZEROS OR CR-STATUS = "P"
                   OR CR-STATUS = "H" OR CR-STATUS = "L"
                   DISPLAY "*** PARCELA " CR-PARCELA " JA TEM"
                           " PAGAMENTO, CHEQUE OU BAIXA POR PERDA -"
                           " ESTORNO RECUSADO,"
                   DISPLAY "*** USE A DEVOLUCAO (DEVVENDA) ***"
                   GO TO FIM-LOTE.
                GO TO CRIT-CR2.
       CRIT-DEV.
                IF W-TEM-DEV = 0
                   GO TO CRIT-NFE.
                MOVE W-NOTA TO DEV-NUM-NOTA
                MOVE ZEROS  TO DEV-ITEM DEV-SEQ
                START ARQDEV KEY IS NOT LESS DEV-CHAVE INVALID KEY
                      MOVE "10" TO ST-DEV.
                IF ST-DEV NOT = "00"
                   MOVE "00" TO ST-DEV
                   GO TO CRIT-NFE.
                READ ARQDEV NEXT
                   AT END MOVE "10" TO ST-DEV.
                IF ST-DEV = "00" AND DEV-NUM-NOTA = W-NOTA
                           " ESTORNO RECUSADO ***"
                   GO TO FIM-LOTE.
                MOVE "00" TO ST-DEV.
       CRIT-NFE.
                IF W-TEM-NFE = 0
                   GO TO LOCALIZAR.
                MOVE W-NOTA TO NFE-NUM-NOTA
                READ ARQNFE
                MOVE REGNFE TO JRN-ANT-NFE
                IF ST-NFE NOT = "00"
                   MOVE "00" TO ST-NFE
                   GO TO LOCALIZAR.
                IF NFE-SIT = "E"
                   DISPLAY "*** NF-E ENVIADA SEM RETORNO - PROCESSE O"
                           " RETORNO (NFERET) ANTES DO ESTORNO ***"
                   GO TO FIM-LOTE.
      *
      ***** LOCALIZACAO E CONFIRMACAO *****
      *
                IF ST-VDA = "00"
                   READ ARQVDA NEXT
                      AT END MOVE "10" TO ST-VDA.
                MOVE REGVDA TO JRN-ANT-VDA
                IF ST-VDA NOT = "00" OR VDA-NUM-NOTA NOT = W-NOTA
                   DISPLAY "*** NOTA NAO ENCONTRADA ***"
                   GO TO FIM-LOTE.
                   GO TO FIM-LOTE.
                DISPLAY "NOTA " W-NOTA "  CLIENTE " VDA-CLI-CPF
                        "  DATA " VDA-DATA.
                MOVE VDA-CLI-CPF TO W-CLI-CPF.
       CONFIRMAR.
                DISPLAY "CONFIRMA O ESTORNO TOTAL DA NOTA (S/N)    : "
                        WITH NO ADVANCING
                   PERFORM ESTORNAR-ITEM THRU ESTORNAR-ITEM-FIM.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                MOVE REGVDA TO JRN-ANT-VDA
                IF ST-VDA = "00" AND VDA-NUM-NOTA = W-NOTA
                   GO TO ITENS-LOOP.
                MOVE "00" TO ST-VDA.
      *
      ***** SERIES VENDIDAS NA NOTA VOLTAM AO ESTOQUE *****
      *
       SERIES.
                IF W-TEM-SER = 0
                   GO TO PARCELAS.
                MOVE W-NOTA TO SER-NOTA
                START ARQSER KEY IS EQUAL SER-NOTA INVALID KEY
                      MOVE "10" TO ST-SER.
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   GO TO PARCELAS.
       SERIES2.
                READ ARQSER NEXT
                   AT END MOVE "10" TO ST-SER.
                MOVE REGSER TO JRN-ANT-SER
                IF ST-SER NOT = "00" OR SER-NOTA NOT = W-NOTA
                   MOVE "00" TO ST-SER
                   GO TO PARCELAS.
                IF SER-SIT NOT = "V"
                   GO TO SERIES2.
                MOVE "E"   TO SER-SIT
                MOVE ZEROS TO SER-NOTA SER-ITEM SER-CLI-CPF
                MOVE ZEROS TO SER-DATA-VENDA
                REWRITE REGSER
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SER THRU DIARIO-SER-FIM
                IF ST-SER NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SER
                   DISPLAY "*** SERIE " SER-NUMERO " NAO RETORNADA ***"
                ELSE
                   ADD 1 TO W-SERIES.
      *   A CHAVE ALTERNATIVA MUDOU: REPOSICIONA NA NOTA
                MOVE W-NOTA TO SER-NOTA
                START ARQSER KEY IS EQUAL SER-NOTA INVALID KEY
                      MOVE "10" TO ST-SER.
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   GO TO PARCELAS.
                GO TO SERIES2.
      *
      ***** CANCELAMENTO DAS PARCELAS EM ABERTO *****
      *
       PARCELAS.
       PARCELAS2.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00" OR CR-NUM-NOTA NOT = W-NOTA
                   MOVE "00" TO ST-CR
                   GO TO CANC-ENTREGA.
                IF CR-STATUS = "A"
                   MOVE "C" TO CR-STATUS
                   REWRITE REGCR
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                   IF ST-CR NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-CR
                      DISPLAY "*** PARCELA " CR-PARCELA
      *
       CANC-ENTREGA.
                IF W-TEM-ENT = 0
                   GO TO ESTORNAR-IMP.
                MOVE W-NOTA TO ENT-NUM-NOTA
                READ ARQENT
                MOVE REGENT TO JRN-ANT-ENT
                IF ST-ENT NOT = "00"
                   MOVE "00" TO ST-ENT
                   GO TO ESTORNAR-IMP.
                IF ENT-STATUS = "P"
                   MOVE "C" TO ENT-STATUS
                   REWRITE REGENT
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-ENT THRU DIARIO-ENT-FIM
                   IF ST-ENT NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-ENT
                      DISPLAY "*** ENTREGA PENDENTE NAO CANCELADA ***"
                   ELSE
                      DISPLAY "*** ENTREGA PENDENTE CANCELADA ***".
      *
      ***************************************
      * ESTORNO DO ICMS/IPI DA NOTA: COPIA   *
      * OS IMPOSTOS DO ARQNFI PARA O ARQNFC  *
      * NA DATA DO ESTORNO, ABATIDOS NA      *
      * APURACAO DO MES DO ESTORNO (APURIMP) *
      ***************************************
      *
       ESTORNAR-IMP.
                MOVE 0 TO W-IMP-EST
                IF W-TEM-NFI = 0 OR W-TEM-NFC = 0
                   GO TO EVENTO-NFE.
                MOVE W-NOTA TO NFI-NUM-NOTA
                READ ARQNFI
                IF ST-NFI NOT = "00"
                   MOVE "00" TO ST-NFI
                   GO TO EVENTO-NFE.
                MOVE W-NOTA         TO NFC-NUM-NOTA
                MOVE W-DATA-EST     TO NFC-DATA
                MOVE NFI-BASE       TO NFC-BASE
                MOVE NFI-ICMS-VALOR TO NFC-ICMS
                MOVE NFI-IPI-VALOR  TO NFC-IPI
                MOVE W-SUP-NOME     TO NFC-OPERADOR
                WRITE REGNFC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NFC THRU DIARIO-NFC-FIM
                IF ST-NFC NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NFC
                   DISPLAY "*** ESTORNO DO ICMS/IPI NAO GRAVADO ***"
                ELSE
                   MOVE 1 TO W-IMP-EST.
      *
      ***************************************
      * EVENTO DE CANCELAMENTO DA NF-E: SO   *
      * PARA NOTA JA AUTORIZADA; GRAVA O     *
      * ARQUIVO NFCNNNNNNNN.TXT PARA ENVIO E *
      * DEIXA A NOTA NA SITUACAO X ATE O     *
      * RETORNO DA HOMOLOGACAO (NFERET)      *
      ***************************************
      *
       EVENTO-NFE.
                MOVE 0 TO W-EVT-NFE
                IF W-TEM-NFE = 0
                   GO TO GRAVAR-AUD.
                MOVE W-NOTA TO NFE-NUM-NOTA
                READ ARQNFE
                MOVE REGNFE TO JRN-ANT-NFE
                IF ST-NFE NOT = "00"
                   MOVE "00" TO ST-NFE
                   GO TO GRAVAR-AUD.
                IF NFE-SIT NOT = "A"
                   GO TO GRAVAR-AUD.
                MOVE SPACES TO W-ARQ-NFX
                STRING "NFC" W-NOTA ".TXT"
                       DELIMITED BY SIZE INTO W-ARQ-NFX
                OPEN OUTPUT ARQNFX
                IF ST-NFX NOT = "00"
                   DISPLAY "*** EVENTO DE CANCELAMENTO DA NF-E NAO"
                           " GERADO: " ST-NFX " ***"
                   MOVE "ARQNFX" TO ERR-ARQUIVO
                   MOVE ST-NFX   TO ERR-STATUS
                   MOVE "ERRO NA ABERTURA DO EVENTO DE CANCELAMENTO"
                        TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   GO TO GRAVAR-AUD.
                MOVE SPACES        TO REGNFX-EVT
                MOVE "05"          TO NFV-TIPO
                MOVE W-NOTA        TO NFV-NUM-NOTA
                MOVE "110111"      TO NFV-EVENTO
                MOVE NFE-PROTOCOLO TO NFV-PROTOCOLO
                MOVE W-DATA-EST    TO NFV-DATA
                MOVE "ESTORNO TOTAL DA NOTA DE VENDA" TO NFV-JUSTIF
                MOVE W-SUP-NOME    TO NFV-OPERADOR
                WRITE REGNFX-EVT
                MOVE SPACES        TO REGNFX-TRL
                MOVE "99"          TO NFR-TIPO
                MOVE 1             TO NFR-NOTAS
                MOVE 2             TO NFR-REGISTROS
                MOVE W-DATA-EST    TO NFR-DATA-GER
                WRITE REGNFX-TRL
                CLOSE ARQNFX
                MOVE "X"           TO NFE-SIT
                MOVE W-DATA-EST    TO NFE-DATA-CANC
                MOVE W-SUP-NOME    TO NFE-OPERADOR
                MOVE SPACES        TO NFE-MOTIVO
                REWRITE REGNFE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NFE THRU DIARIO-NFE-FIM
                IF ST-NFE NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NFE
                   DISPLAY "*** SITUACAO DA NF-E NAO ATUALIZADA ***"
                ELSE
                   MOVE 1 TO W-EVT-NFE.
      *
       GRAVAR-AUD.
                PERFORM ESTORNAR-PTS THRU ESTORNAR-PTS-FIM
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQVDA"   TO AUD-ARQUIVO
                DISPLAY "*** NOTA ESTORNADA ***"
                DISPLAY "ITENS ESTORNADOS     : " W-ITENS
                DISPLAY "PARCELAS CANCELADAS  : " W-PARCELAS
                IF W-SERIES NOT = ZEROS
                   DISPLAY "SERIES DE VOLTA      : " W-SERIES.
                IF W-IMP-EST = 1
                   DISPLAY "ICMS ESTORNADO       : " NFC-ICMS
                   DISPLAY "IPI ESTORNADO        : " NFC-IPI.
                IF W-EVT-NFE = 1
                   DISPLAY "EVENTO DA NF-E       : " W-ARQ-NFX.
                IF W-PTS-DEVOLV NOT = ZEROS
                   DISPLAY "PONTOS DEVOLVIDOS    : " W-PTS-DEVOLV.
                IF W-PTS-ESTORNO NOT = ZEROS
                   DISPLAY "PONTOS ESTORNADOS    : " W-PTS-ESTORNO.
                GO TO FIM-LOTE.
      *
      ***************************************
      * ESTORNO DE UM ITEM: MOVIMENTO DE     *
      * ENTRADA (E) DEVOLVENDO O ESTOQUE E   *
      * SALDO POR LOCAL; ITEM DE KIT VOLTA   *
      * AO ESTOQUE DE KITS MONTADOS NA QTDE  *
      * QUE SAIU MONTADA (ARQVKT) E O RESTO  *
      * PELOS COMPONENTES; O ITEM DO ARQVDA  *
      * E MARCADO COMO CANCELADO             *
      ***************************************
                PERFORM CREDITAR-ESTOQUE THRU CREDITAR-ESTOQUE-FIM
                GO TO ESTORNAR-MARCA.
       ESTORNAR-KIT.
                MOVE VDA-QTDE TO W-KIT-EXPL
                IF W-TEM-VKT = 1
                   PERFORM ESTORNAR-PRONTO THRU ESTORNAR-PRONTO-FIM.
                IF W-KIT-EXPL = ZEROS
                   GO TO ESTORNAR-MARCA.
                MOVE VDA-PRO-COD TO KIT-PRO-COD
                MOVE ZEROS       TO KIT-COMP-COD
                START ARQKIT KEY IS NOT LESS KIT-CHAVE INVALID KEY
                   KIT-PRO-COD NOT = VDA-PRO-COD
                   MOVE "00" TO ST-KIT
                   GO TO ESTORNAR-MARCA.
                COMPUTE W-QTDE-COMP = W-KIT-EXPL * KIT-QTDE
                MOVE KIT-COMP-COD TO MOV-PRO-COD
                MOVE W-QTDE-COMP  TO MOV-QTDE
                PERFORM GRAVAR-MOV-E THRU GRAVAR-MOV-E-FIM
       ESTORNAR-MARCA.
                MOVE "C" TO VDA-SIT
                REWRITE REGVDA
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-VDA THRU DIARIO-VDA-FIM
                IF ST-VDA NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-VDA
                   DISPLAY "*** ITEM " VDA-ITEM " NAO MARCADO ***"
                EXIT.
      *
      ***************************************
      * PARTE DO ITEM DE KIT QUE SAIU DE     *
      * KITS MONTADOS (ARQVKT GRAVADO NA     *
      * VENDA): VOLTA AO ESTOQUE DO PROPRIO  *
      * KIT, AO SALDO POR LOCAL E AO LOTE, E *
      * W-KIT-EXPL FICA SO COM A QTDE QUE    *
      * FOI EXPLODIDA NOS COMPONENTES; SEM   *
      * REGISTRO (VENDA ANTERIOR AO ARQVKT)  *
      * O ITEM TODO VOLTA PELOS COMPONENTES  *
      ***************************************
      *
       ESTORNAR-PRONTO.
                MOVE VDA-NUM-NOTA TO VKT-NUM-NOTA
                MOVE VDA-ITEM     TO VKT-ITEM
                READ ARQVKT
                IF ST-VKT NOT = "00"
                   MOVE "00" TO ST-VKT
                   GO TO ESTORNAR-PRONTO-FIM.
                MOVE VKT-RESTO TO W-KIT-EXPL
                IF VKT-PRONTO = ZEROS
                   GO TO ESTORNAR-PRONTO-FIM.
                MOVE VDA-PRO-COD TO MOV-PRO-COD
                MOVE VKT-PRONTO  TO MOV-QTDE
                PERFORM GRAVAR-MOV-E THRU GRAVAR-MOV-E-FIM
                PERFORM CREDITAR-ESTOQUE THRU CREDITAR-ESTOQUE-FIM
                IF W-TEM-LOT = 1
                   PERFORM CREDITAR-LOTE THRU CREDITAR-LOTE-FIM.
       ESTORNAR-PRONTO-FIM.
                EXIT.
      *
      ***************************************
      * DEVOLUCAO DE MOV-QTDE AO LOTE DO     *
      * PRODUTO MOV-PRO-COD: O DE MENOR      *
      * VALIDADE NAO VENCIDO NA DATA DO      *
      * ESTORNO (ESPELHO DA BAIXA FEFO DA    *
      * VENDA) OU, SE TODOS VENCIDOS, O DE   *
      * MAIOR VALIDADE; PRODUTO SEM LOTE NAO *
      * E AFETADO                            *
      ***************************************
      *
       CREDITAR-LOTE.
                MOVE W-DATA-EST (5:4) TO W-LOT-DATA (1:4)
                MOVE W-DATA-EST (3:2) TO W-LOT-DATA (5:2)
                MOVE W-DATA-EST (1:2) TO W-LOT-DATA (7:2)
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
                   GO TO CREDITAR-LOTE-FIM.
       CREDITAR-LOTE2.
                READ ARQLOTE NEXT
                   AT END MOVE "10" TO ST-LOT.
                IF ST-LOT NOT = "00" OR
                   LOT-PRO-COD NOT = MOV-PRO-COD
                   MOVE "00" TO ST-LOT
                   GO TO CREDITAR-LOTE3.
                IF LOT-VALIDADE NOT < W-LOT-MAIOR
                   MOVE LOT-VALIDADE TO W-LOT-MAIOR
                   MOVE LOT-NUMERO   TO W-LOT-ULT.
                IF LOT-VALIDADE < W-LOT-DATA
                   GO TO CREDITAR-LOTE2.
                IF W-LOT-ACHOU = 0 OR LOT-VALIDADE < W-LOT-VENC
                   MOVE 1 TO W-LOT-ACHOU
                   MOVE LOT-VALIDADE TO W-LOT-VENC
                   MOVE LOT-NUMERO   TO W-LOT-ESC.
                GO TO CREDITAR-LOTE2.
       CREDITAR-LOTE3.
                IF W-LOT-ACHOU = 0
                   IF W-LOT-ULT = SPACES
                      GO TO CREDITAR-LOTE-FIM
                   ELSE
                      MOVE W-LOT-ULT TO W-LOT-ESC.
                MOVE MOV-PRO-COD TO LOT-PRO-COD
                MOVE W-LOT-ESC   TO LOT-NUMERO
                READ ARQLOTE
                MOVE REGLOTE TO JRN-ANT-LOTE
                IF ST-LOT NOT = "00"
                   MOVE "00" TO ST-LOT
                   GO TO CREDITAR-LOTE-FIM.
                ADD MOV-QTDE TO LOT-QTDE
                REWRITE REGLOTE
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-LOTE THRU DIARIO-LOTE-FIM
                IF ST-LOT NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-LOT
                   DISPLAY "*** SALDO DO LOTE NAO ATUALIZADO ***".
       CREDITAR-LOTE-FIM.
                EXIT.
      *
      ***************************************
      * MOVIMENTO DE ENTRADA (E) DO ESTORNO  *
      * PARA MOV-PRO-COD/MOV-QTDE            *
      ***************************************
                MOVE ZEROS      TO MOV-CPF-FORC
                MOVE W-LOC-EST  TO MOV-LOC
                MOVE SPACES     TO MOV-LOC-DEST
                MOVE SPACES     TO MOV-MOTIVO
                WRITE REGMOV
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-MOV THRU DIARIO-MOV-FIM
                IF ST-MOV NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-MOV
                   DISPLAY "*** MOVIMENTO DE ESTORNO NAO GRAVADO ***".
       CREDITAR-ESTOQUE.
                MOVE MOV-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** PRODUTO " MOV-PRO-COD
                ADD MOV-QTDE TO PRO-QTDE
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-PRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PRO
                   DISPLAY "*** ESTOQUE NAO DEVOLVIDO P/ "
                MOVE MOV-PRO-COD TO SLD-PRO-COD
                MOVE W-LOC-EST   TO SLD-LOC
                READ ARQSLD
                MOVE REGSLD TO JRN-ANT-SLD
                IF ST-SLD NOT = "00"
                   MOVE "00" TO ST-SLD
                   MOVE MOV-PRO-COD TO SLD-PRO-COD
                   MOVE W-LOC-EST   TO SLD-LOC
                   MOVE ZEROS       TO SLD-QTDE
                   WRITE REGSLD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                   IF ST-SLD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-SLD
                      DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***"
                      GO TO CREDITAR-ESTOQUE-FIM.
                ADD MOV-QTDE TO SLD-QTDE
                REWRITE REGSLD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-SLD THRU DIARIO-SLD-FIM
                IF ST-SLD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-SLD
                   DISPLAY "*** SALDO DO LOCAL NAO ATUALIZADO ***".
       OBTER-NUM-MOV.
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
                   MOVE NUM-PROXIMO TO MOV-NUM
                   ADD 1 TO NUM-PROXIMO
                   REWRITE REGNUM
                   MOVE "A" TO JRN-OPERACAO
                   PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                   GO TO OBTER-NUM-MOV-FIM.
                MOVE NUM-PROXIMO TO MOV-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
                   CLOSE ARQDEV.
                IF W-TEM-KIT = 1
                   CLOSE ARQKIT.
                IF W-TEM-VKT = 1
                   CLOSE ARQVKT.
                IF W-TEM-LOT = 1
                   CLOSE ARQLOTE.
                IF W-TEM-ENT = 1
                   CLOSE ARQENT.
                IF W-TEM-SER = 1
                   CLOSE ARQSER.
                IF W-TEM-NFI = 1
                   CLOSE ARQNFI.
                IF W-TEM-NFC = 1
                   CLOSE ARQNFC.
                IF W-TEM-NFE = 1
                   CLOSE ARQNFE.
                IF W-TEM-PTS = 1
                   CLOSE ARQPTS ARQPTSM.
                DISPLAY "*** ESTORNO ENCERRADO ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * PONTOS DO CLIENTE NA NOTA ESTORNADA: *
      * O QUE FOI RESGATADO (R) VOLTA COMO   *
      * UM NOVO LOTE (D); O QUE FOI GANHO    *
      * (A) E AINDA NAO ESTORNADO SAI DO     *
      * SALDO, LIMITADO AO QUE O CLIENTE     *
      * TEM, PRIMEIRO DO LOTE DA PROPRIA     *
      * NOTA                                 *
      ***************************************
      *
       ESTORNAR-PTS.
                MOVE ZEROS TO W-PTS-DEVOLV W-PTS-ESTORNO
                IF W-TEM-PTS = 0 OR W-CLI-CPF = ZEROS
                   GO TO ESTORNAR-PTS-FIM.
                PERFORM SOMAR-PTS-NOTA THRU SOMAR-PTS-NOTA-FIM
                IF W-PTS-RESG > W-PTS-JA-DEV
                   COMPUTE W-PTS-DEVOLV = W-PTS-RESG - W-PTS-JA-DEV.
                IF W-PTS-ACUM > W-PTS-JA-EST
                   COMPUTE W-PTS-ESTORNO = W-PTS-ACUM - W-PTS-JA-EST.
                IF W-PTS-DEVOLV = ZEROS AND W-PTS-ESTORNO = ZEROS
                   GO TO ESTORNAR-PTS-FIM.
                MOVE W-CLI-CPF TO PTS-CLI-CPF
                READ ARQPTS
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   MOVE ZEROS TO W-PTS-DEVOLV W-PTS-ESTORNO
                   GO TO ESTORNAR-PTS-FIM.
                ADD W-PTS-DEVOLV TO PTS-SALDO
                IF W-PTS-ESTORNO > PTS-SALDO
                   DISPLAY "*** PONTOS JA RESGATADOS NAO ESTORNADOS: "
                           W-PTS-ESTORNO
                   MOVE PTS-SALDO TO W-PTS-ESTORNO.
                SUBTRACT W-PTS-ESTORNO FROM PTS-SALDO
                REWRITE REGPTS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                IF ST-PTS NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTS
                   DISPLAY "*** PONTOS DO CLIENTE NAO ESTORNADOS ***"
                   MOVE ZEROS TO W-PTS-DEVOLV W-PTS-ESTORNO
                   GO TO ESTORNAR-PTS-FIM.
                IF W-PTS-DEVOLV NOT = ZEROS
                   MOVE "D"          TO PTM-TIPO
                   MOVE W-PTS-DEVOLV TO PTM-PONTOS PTM-RESTO
                   PERFORM GRAVAR-PTM THRU GRAVAR-PTM-FIM.
                IF W-PTS-ESTORNO NOT = ZEROS
                   MOVE W-PTS-ESTORNO TO W-PTS-FALTA
                   PERFORM CONSUMIR-PTS THRU CONSUMIR-PTS-FIM
                   MOVE "E"           TO PTM-TIPO
                   MOVE W-PTS-ESTORNO TO PTM-PONTOS
                   MOVE ZEROS         TO PTM-RESTO
                   PERFORM GRAVAR-PTM THRU GRAVAR-PTM-FIM.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQPTS"   TO AUD-ARQUIVO
                MOVE "E"        TO AUD-OPERACAO
                MOVE W-CLI-CPF  TO AUD-CHAVE-REG
                MOVE W-SUP-NOME TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       ESTORNAR-PTS-FIM.
                EXIT.
      *
      ***************************************
      * PONTOS DA NOTA NO EXTRATO DO         *
      * CLIENTE: GANHOS (A), JA ESTORNADOS   *
      * (E), RESGATADOS (R), JA DEVOLVIDOS   *
      * (D), SEQUENCIA DO LOTE DA NOTA E     *
      * ULTIMA SEQUENCIA DO CLIENTE          *
      ***************************************
      *
       SOMAR-PTS-NOTA.
                MOVE ZEROS TO W-PTS-ACUM W-PTS-JA-EST W-PTS-RESG
                              W-PTS-JA-DEV W-PTM-SEQ W-PTS-SEQ-NOTA
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
                IF PTM-NOTA NOT = W-NOTA
                   GO TO SOMAR-PTS-NOTA2.
                IF PTM-TIPO = "A"
                   ADD PTM-PONTOS TO W-PTS-ACUM
                   MOVE PTM-SEQ TO W-PTS-SEQ-NOTA.
                IF PTM-TIPO = "E"
                   ADD PTM-PONTOS TO W-PTS-JA-EST.
                IF PTM-TIPO = "R"
                   ADD PTM-PONTOS TO W-PTS-RESG.
                IF PTM-TIPO = "D"
                   ADD PTM-PONTOS TO W-PTS-JA-DEV.
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
      * GRAVACAO DE UM MOVIMENTO NO EXTRATO  *
      * DE PONTOS (TIPO, PONTOS E RESTO JA   *
      * PREENCHIDOS) NA PROXIMA SEQUENCIA    *
      ***************************************
      *
       GRAVAR-PTM.
                ADD 1 TO W-PTM-SEQ
                MOVE W-CLI-CPF  TO PTM-CLI-CPF
                MOVE W-PTM-SEQ  TO PTM-SEQ
                MOVE W-DATA-EST TO PTM-DATA
                MOVE W-NOTA     TO PTM-NOTA
                WRITE REGPTM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PTM
                   DISPLAY "*** EXTRATO DE PONTOS NAO GRAVADO ***".
       GRAVAR-PTM-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
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
                MOVE "CANNOTA"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
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
       DIARIO-ENT.
                MOVE "ARQENT"     TO JRN-ARQUIVO
                MOVE ST-ENT       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-ENT TO JRN-ANTES
                ELSE
                   MOVE REGENT TO JRN-ANTES.
                MOVE REGENT TO JRN-DEPOIS JRN-ANT-ENT
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-ENT-FIM.
                EXIT.
       DIARIO-NFC.
                MOVE "ARQNFC"     TO JRN-ARQUIVO
                MOVE ST-NFC       TO JRN-STATUS
                MOVE REGNFC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFC-FIM.
                EXIT.
       DIARIO-NFE.
                MOVE "ARQNFE"     TO JRN-ARQUIVO
                MOVE ST-NFE       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-NFE TO JRN-ANTES
                ELSE
                   MOVE REGNFE TO JRN-ANTES.
                MOVE REGNFE TO JRN-DEPOIS JRN-ANT-NFE
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-NFE-FIM.
                EXIT.
       DIARIO-VDA.
                MOVE "ARQVDA"     TO JRN-ARQUIVO
                MOVE ST-VDA       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-VDA TO JRN-ANTES
                ELSE
                   MOVE REGVDA TO JRN-ANTES.
                MOVE REGVDA TO JRN-DEPOIS JRN-ANT-VDA
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-VDA-FIM.
                EXIT.
       DIARIO-MOV.
                MOVE "ARQMOV"     TO JRN-ARQUIVO
                MOVE ST-MOV       TO JRN-STATUS
                MOVE REGMOV TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-MOV-FIM.
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
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
