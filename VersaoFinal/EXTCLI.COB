      * NOTA), TITULOS DO ARQCR COM STATUS, E        *
      * FECHAMENTO: TOTAL COMPRADO, TOTAL EM ABERTO  *
      * E CREDITO DISPONIVEL CONTRA O LIMITE         *
      * FAIXA DE DATAS OPCIONAL (NOTA PELA EMISSAO,  *
      * TITULO PELO VENCIMENTO); AS GERACOES VDA E   *
      * RCR DO CATALOGO ARQGER (FECHAANO) QUE COBREM *
      * A FAIXA SAO LIDAS ANTES DO ARQUIVO VIVO; O   *
      * EM ABERTO E O CREDITO CONSIDERAM TODOS OS    *
      * TITULOS EM ABERTO                            *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-COB.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GER-CHAVE
                    FILE STATUS  IS ST-GER.
       SELECT ARQARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ARC.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQCR
               LABEL RECORD IS STANDARD
                03 COB-ESTAGIO       PIC 9(01).
                03 COB-TITULOS       PIC 9(03).
                03 COB-VALOR         PIC 9(12).
      *
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGER.DAT".
       01 REGGER.
                03 GER-CHAVE.
                   05 GER-TIPO       PIC X(03).
                   05 GER-CORTE      PIC 9(08).
                03 GER-ARQUIVO       PIC X(15).
                03 GER-DATA-FECH     PIC 9(08).
                03 GER-DATA-INI      PIC 9(08).
                03 GER-DATA-FIM      PIC 9(08).
                03 GER-COPIADOS      PIC 9(08).
                03 GER-REMOVIDOS     PIC 9(08).
                03 GER-TOTAL         PIC 9(14).
                03 GER-ABE-INI       PIC 9(08).
                03 GER-ABE-FIM       PIC 9(08).
                03 GER-ABERTURAS     PIC 9(06).
                03 FILLER            PIC X(18).
      *
       FD ARQARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-ARC.
       01 REGARC            PIC X(80).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-TEM-CR       PIC 9(01) VALUE ZEROS.
       77 ST-COB         PIC X(02) VALUE "00".
       77 W-TEM-COB      PIC 9(01) VALUE ZEROS.
       77 ST-GER         PIC X(02) VALUE "00".
       77 ST-ARC         PIC X(02) VALUE "00".
       77 W-TEM-GER      PIC 9(01) VALUE ZEROS.
       77 W-NOME-ARC     PIC X(15) VALUE SPACES.
       77 W-GER-TIPO     PIC X(03) VALUE SPACES.
       77 W-LIDAS        PIC 9(03) VALUE ZEROS.
       77 W-ORIGEM       PIC X(11) VALUE SPACES.
       77 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 W-INI-ORD      PIC 9(08) VALUE ZEROS.
       77 W-FIM-ORD      PIC 9(08) VALUE 99999999.
       77 W-DATA-ORD     PIC 9(08) VALUE ZEROS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                IF W-CPF = ZEROS
                   DISPLAY "*** CPF/CNPJ DEVE SER INFORMADO ***"
                   GO TO PEDIR-CPF.
      *
       PEDIR-FAIXA.
                DISPLAY "DATA INICIAL DDMMAAAA (ZEROS = DO INICIO) : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-INI
                DISPLAY "DATA FINAL   DDMMAAAA (ZEROS = ATE O FIM) : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-FIM
                IF W-DATA-INI NOT = ZEROS
                   MOVE W-DATA-INI (5:4) TO W-INI-ORD (1:4)
                   MOVE W-DATA-INI (3:2) TO W-INI-ORD (5:2)
                   MOVE W-DATA-INI (1:2) TO W-INI-ORD (7:2)
                ELSE
                   MOVE ZEROS TO W-INI-ORD.
                IF W-DATA-FIM NOT = ZEROS
                   MOVE W-DATA-FIM (5:4) TO W-FIM-ORD (1:4)
                   MOVE W-DATA-FIM (3:2) TO W-FIM-ORD (5:2)
                   MOVE W-DATA-FIM (1:2) TO W-FIM-ORD (7:2)
                ELSE
                   MOVE 99999999 TO W-FIM-ORD.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQCLI
                ELSE
                   MOVE 0 TO W-TEM-COB
                   MOVE "00" TO ST-COB.
                OPEN INPUT ARQGER
                IF ST-GER = "00"
                   MOVE 1 TO W-TEM-GER
                ELSE
                   MOVE 0 TO W-TEM-GER
                   MOVE "00" TO ST-GER.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                IF CLI-SIT = "E"
                   DISPLAY " *** CLIENTE EXCLUIDO (SOMENTE HISTORICO)"
                           " ***".
                IF W-DATA-INI NOT = ZEROS OR W-DATA-FIM NOT = ZEROS
                   DISPLAY " PERIODO : " W-DATA-INI " A " W-DATA-FIM.
      *
      ***** NOTAS DE VENDA DO CLIENTE *****
      *
       NOTAS.
                DISPLAY " "
                DISPLAY " ----- NOTAS DE VENDA ----- "
                IF W-TEM-GER = 1
                   MOVE "VDA" TO W-GER-TIPO
                   PERFORM ARQUIVADOS THRU ARQUIVADOS-FIM.
                MOVE SPACES TO W-ORIGEM
                IF W-TEM-VDA = 0
                   PERFORM TOTAL-NOTA THRU TOTAL-NOTA-FIM
                   DISPLAY "   (SEM ARQUIVO DE VENDAS)"
                   GO TO TITULOS.
       NOTAS-LOOP.
                IF ST-VDA NOT = "00"
                   PERFORM TOTAL-NOTA THRU TOTAL-NOTA-FIM
                   GO TO TITULOS.
                PERFORM TRATAR-ITEM THRU TRATAR-ITEM-FIM
                GO TO NOTAS-LOOP.
      *
       TRATAR-ITEM.
                IF VDA-CLI-CPF NOT = W-CPF
                   GO TO TRATAR-ITEM-FIM.
                MOVE VDA-DATA (5:4) TO W-DATA-ORD (1:4)
                MOVE VDA-DATA (3:2) TO W-DATA-ORD (5:2)
                MOVE VDA-DATA (1:2) TO W-DATA-ORD (7:2)
                IF W-DATA-ORD < W-INI-ORD OR W-DATA-ORD > W-FIM-ORD
                   GO TO TRATAR-ITEM-FIM.
                IF VDA-NUM-NOTA NOT = W-NOTA-ANT
                   PERFORM TOTAL-NOTA THRU TOTAL-NOTA-FIM
                   MOVE VDA-NUM-NOTA TO W-NOTA-ANT
                   DISPLAY " NOTA " VDA-NUM-NOTA "  DATA " VDA-DATA
                           "  " W-ORIGEM.
                COMPUTE W-VALOR-ITEM = VDA-QTDE * VDA-PRECO
                ADD W-VALOR-ITEM TO W-TOT-NOTA W-TOT-COMPRADO
                DISPLAY "   ITEM " VDA-ITEM "  PRODUTO " VDA-PRO-COD
                        "  QTDE " VDA-QTDE "  PRECO " VDA-PRECO
                        "  TOTAL " W-VALOR-ITEM.
       TRATAR-ITEM-FIM.
                EXIT.
      *
       TOTAL-NOTA.
                IF W-NOTA-ANT NOT = ZEROS
       TITULOS.
                DISPLAY " "
                DISPLAY " ----- TITULOS A RECEBER ----- "
                IF W-TEM-GER = 1
                   MOVE "RCR" TO W-GER-TIPO
                   PERFORM ARQUIVADOS THRU ARQUIVADOS-FIM.
                MOVE SPACES TO W-ORIGEM
                IF W-TEM-CR = 0
                   DISPLAY "   (SEM ARQUIVO DE CONTAS A RECEBER)"
                   GO TO AVISOS.
                   AT END MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00" OR CR-CLI-CPF NOT = W-CPF
                   GO TO AVISOS.
                PERFORM TRATAR-TITULO THRU TRATAR-TITULO-FIM
                GO TO TITULOS-LOOP.
      *
       TRATAR-TITULO.
                IF CR-CLI-CPF NOT = W-CPF
                   GO TO TRATAR-TITULO-FIM.
                COMPUTE W-SALDO-TIT = CR-VALOR - CR-VALOR-PAGO
                IF CR-STATUS = "A"
                   ADD W-SALDO-TIT TO W-TOT-ABERTO.
                MOVE CR-DATA (5:4) TO W-DATA-ORD (1:4)
                MOVE CR-DATA (3:2) TO W-DATA-ORD (5:2)
                MOVE CR-DATA (1:2) TO W-DATA-ORD (7:2)
                IF W-DATA-ORD < W-INI-ORD OR W-DATA-ORD > W-FIM-ORD
                   GO TO TRATAR-TITULO-FIM.
                IF CR-STATUS = "A"
                   DISPLAY "   TITULO " CR-NUM-NOTA "/" CR-PARCELA
                           " VENC " CR-DATA
                           " VALOR " CR-VALOR " PAGO " CR-VALOR-PAGO
                           " SALDO " W-SALDO-TIT " (ABERTO)"
                ELSE
                   IF CR-STATUS = "L"
                      DISPLAY "   TITULO " CR-NUM-NOTA "/" CR-PARCELA
                              " VENC " CR-DATA
                              " VALOR " CR-VALOR " PAGO " CR-VALOR-PAGO
                              " SALDO " W-SALDO-TIT
                              " (BAIXADO P/ PERDA)"
                   ELSE
                      DISPLAY "   TITULO " CR-NUM-NOTA "/" CR-PARCELA
                              " VENC " CR-DATA
                              " VALOR " CR-VALOR " PAGO " CR-VALOR-PAGO
                              " (LIQUIDADO) " W-ORIGEM.
       TRATAR-TITULO-FIM.
                EXIT.
      *
      ***** FECHAMENTO DO EXTRATO *****
      *
                DISPLAY " TOTAL EM ABERTO     : " W-TOT-ABERTO
                DISPLAY " LIMITE DE CREDITO   : " CLI-LIMITE-CREDITO
                DISPLAY " CREDITO DISPONIVEL  : " W-CRED-DISP
                IF W-LIDAS NOT = ZEROS
                   DISPLAY " GERACOES ARQUIVADAS LIDAS : " W-LIDAS.
                IF W-CRED-DISP < ZEROS
                   DISPLAY " *** CLIENTE ACIMA DO LIMITE ***".
      *
                   CLOSE ARQCR.
                IF W-TEM-COB = 1
                   CLOSE ARQCOB.
                IF W-TEM-GER = 1
                   CLOSE ARQGER.
                DISPLAY "*** EXTRATO CONCLUIDO ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * GERACOES ARQUIVADAS DO TIPO PEDIDO   *
      * (VDA OU RCR), EM ORDEM DE CORTE,     *
      * CUJA FAIXA DE DATAS CRUZA A PEDIDA   *
      ***************************************
      *
       ARQUIVADOS.
                MOVE W-GER-TIPO TO GER-TIPO
                MOVE ZEROS TO GER-CORTE
                START ARQGER KEY IS NOT LESS GER-CHAVE INVALID KEY
                      MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00"
                   MOVE "00" TO ST-GER
                   GO TO ARQUIVADOS-FIM.
       ARQUIVADOS-LOOP.
                READ ARQGER NEXT
                   AT END MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00" OR GER-TIPO NOT = W-GER-TIPO
                   MOVE "00" TO ST-GER
                   GO TO ARQUIVADOS-FIM.
                IF GER-COPIADOS = ZEROS
                   OR GER-DATA-FIM < W-INI-ORD
                   OR GER-DATA-INI > W-FIM-ORD
                   GO TO ARQUIVADOS-LOOP.
                MOVE GER-ARQUIVO TO W-NOME-ARC
                OPEN INPUT ARQARC
                IF ST-ARC NOT = "00"
                   DISPLAY "   *** ARQUIVO " W-NOME-ARC
                           " AUSENTE - EXTRATO INCOMPLETO ***"
                   MOVE "00" TO ST-ARC
                   GO TO ARQUIVADOS-LOOP.
                ADD 1 TO W-LIDAS
                MOVE "(ARQUIVADA)" TO W-ORIGEM.
       ARQUIVADOS-LER.
                READ ARQARC
                   AT END GO TO ARQUIVADOS-FECHA.
                IF W-GER-TIPO = "VDA"
                   MOVE REGARC (1:74) TO REGVDA
                   PERFORM TRATAR-ITEM THRU TRATAR-ITEM-FIM
                ELSE
                   MOVE REGARC (1:53) TO REGCR
                   PERFORM TRATAR-TITULO THRU TRATAR-TITULO-FIM.
                GO TO ARQUIVADOS-LER.
       ARQUIVADOS-FECHA.
                CLOSE ARQARC
                GO TO ARQUIVADOS-LOOP.
       ARQUIVADOS-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
