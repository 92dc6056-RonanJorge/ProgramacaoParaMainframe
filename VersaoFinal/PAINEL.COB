       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAINEL.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * PAINEL GERENCIAL DO DIA                      *
      * REUNE NUMA SO TELA OS INDICADORES DE HOJE E  *
      * DO MES ATE HOJE:                             *
      *   01 VENDAS BRUTAS E QTDE DE NOTAS (ARQVDA)  *
      *   02 DEVOLUCOES (ARQDEV)                     *
      *   03 RECEBIMENTOS POR FORMA (ARQBXA)         *
      *   04 RECEBER VENCIDO E A VENCER EM 7 DIAS    *
      *      (ARQCR)                                 *
      *   05 PAGAR A VENCER EM 7 DIAS (ARQCP)        *
      *   06 SESSOES DE CAIXA ABERTAS (ARQCXS)       *
      *   07 PRODUTOS ABAIXO DO MINIMO (ARQPRO)      *
      *   08 ENTREGAS PENDENTES (ARQENT)             *
      *   09 META DO MES E REALIZADO (ARQMETA)       *
      * CADA NUMERO DETALHA NO PROGRAMA DE ORIGEM    *
      * (RELVENDA, CAIXA, RELAGING, RELFLUXO,        *
      * RELESTMIN, ROMANEIO, RELMETA); NA VOLTA OS   *
      * INDICADORES SAO RECALCULADOS                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-VDA.
       SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DEV-CHAVE
                    FILE STATUS  IS ST-DEV.
       SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXA-CHAVE
                    FILE STATUS  IS ST-BXA.
       SELECT ARQCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-CR
                    ALTERNATE RECORD KEY IS CR-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-NUM
                    FILE STATUS  IS ST-CP
                    ALTERNATE RECORD KEY IS CP-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCXS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CXS-CHAVE
                    FILE STATUS  IS ST-CXS.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO.
       SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-NUM-NOTA
                    FILE STATUS  IS ST-ENT.
       SELECT ARQMETA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MET-CHAVE
                    FILE STATUS  IS ST-MET.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBXA.DAT".
       01 REGBXA.
                03 BXA-CHAVE.
                   05 BXA-NUM-NOTA   PIC 9(08).
                   05 BXA-PARCELA    PIC 9(02).
                   05 BXA-SEQ        PIC 9(03).
                03 BXA-DATA-PGTO     PIC 9(08).
                03 BXA-VALOR         PIC 9(10).
                03 BXA-FORMA         PIC X(01).
                03 BXA-OPERADOR      PIC X(20).
                03 BXA-JUROS         PIC 9(10).
      *
       FD ARQCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCR.DAT".
       01 REGCR.
                03 CR-CHAVE.
                   05 CR-NUM-NOTA  PIC 9(08).
                   05 CR-PARCELA   PIC 9(02).
                03 CR-CLI-CPF      PIC 9(14).
                03 CR-VALOR        PIC 9(10).
                03 CR-DATA         PIC 9(08).
                03 CR-STATUS       PIC X(01).
                03 CR-VALOR-PAGO   PIC 9(10).
      *
       FD ARQCP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCP.DAT".
       01 REGCP.
                03 CP-NUM             PIC 9(08).
                03 CP-FOR-CPF         PIC 9(14).
                03 CP-VALOR           PIC 9(10).
                03 CP-DATA-EMISSAO    PIC 9(08).
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQCXS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCXS.DAT".
       01 REGCXS.
                03 CXS-CHAVE.
                   05 CXS-OPE-COD    PIC X(08).
                   05 CXS-DATA       PIC 9(08).
                03 CXS-STATUS        PIC X(01).
                03 CXS-FUNDO         PIC 9(10).
                03 CXS-CONTADO       PIC 9(10).
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
                03 PRO-SIT          PIC X(01).
                03 PRO-VERSAO       PIC 9(08).
      *
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
                03 ENT-NUM-NOTA      PIC 9(08).
                03 ENT-STATUS        PIC X(01).
                03 ENT-MOTORISTA     PIC X(20).
                03 ENT-DATA-ENTREGA  PIC 9(08).
                03 ENT-RECEBEDOR     PIC X(30).
                03 ENT-END-SEQ       PIC 9(02).
                03 ENT-PLACA         PIC X(07).
                03 ENT-DATA-ROT      PIC 9(08).
                03 ENT-PESO          PIC 9(06)V999.
                03 ENT-VOLUME        PIC 9(04)V999.
      *
       FD ARQMETA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMETA.DAT".
       01 REGMETA.
                03 MET-CHAVE.
                   05 MET-OPE-COD     PIC X(08).
                   05 MET-ANOMES      PIC 9(06).
                03 MET-VALOR       PIC 9(12).
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
       01 W-OPCAO      PIC 9(02) VALUE ZEROS.
       01 ST-VDA       PIC X(02) VALUE "00".
       01 ST-DEV       PIC X(02) VALUE "00".
       01 ST-BXA       PIC X(02) VALUE "00".
       01 ST-CR        PIC X(02) VALUE "00".
       01 ST-CP        PIC X(02) VALUE "00".
       01 ST-CXS       PIC X(02) VALUE "00".
       01 ST-PRO       PIC X(02) VALUE "00".
       01 ST-ENT       PIC X(02) VALUE "00".
       01 ST-MET       PIC X(02) VALUE "00".
       01 ST-LOG       PIC X(02) VALUE "00".
       01 W-ACT        PIC 9(02) VALUE ZEROS.
       01 MENS         PIC X(50) VALUE SPACES.
       01 LIMPA        PIC X(55) VALUE SPACES.
       01 W-CONT       PIC 9(04) VALUE ZEROS.
       01 W-HOJE-AMD   PIC 9(08) VALUE ZEROS.
       01 W-LIMITE-AMD PIC 9(08) VALUE ZEROS.
       01 W-DATA-AMD   PIC 9(08) VALUE ZEROS.
       01 W-DIAS       PIC 9(08) VALUE ZEROS.
       01 W-NOTA-ANT   PIC 9(08) VALUE ZEROS.
       01 W-VALOR      PIC 9(12) VALUE ZEROS.
      *
      *************************
      * INDICADORES DO PAINEL *
      *************************
      *
       01 W-IND.
          03 W-VDA-DIA      PIC 9(12).
          03 W-VDA-MES      PIC 9(12).
          03 W-NOTAS-DIA    PIC 9(06).
          03 W-NOTAS-MES    PIC 9(06).
          03 W-DEV-DIA      PIC 9(12).
          03 W-DEV-MES      PIC 9(12).
          03 W-DIN-DIA      PIC 9(12).
          03 W-DIN-MES      PIC 9(12).
          03 W-CAR-DIA      PIC 9(12).
          03 W-CAR-MES      PIC 9(12).
          03 W-CHQ-DIA      PIC 9(12).
          03 W-CHQ-MES      PIC 9(12).
          03 W-TRF-DIA      PIC 9(12).
          03 W-TRF-MES      PIC 9(12).
          03 W-PIX-DIA      PIC 9(12).
          03 W-PIX-MES      PIC 9(12).
          03 W-CRE-DIA      PIC 9(12).
          03 W-CRE-MES      PIC 9(12).
          03 W-REC-DIA      PIC 9(12).
          03 W-REC-MES      PIC 9(12).
          03 W-CR-VENC-QT   PIC 9(06).
          03 W-CR-VENC      PIC 9(12).
          03 W-CR-AVEN-QT   PIC 9(06).
          03 W-CR-AVEN      PIC 9(12).
          03 W-CP-AVEN-QT   PIC 9(06).
          03 W-CP-AVEN      PIC 9(12).
          03 W-CXS-ABERTAS  PIC 9(06).
          03 W-ABAIXO-MIN   PIC 9(06).
          03 W-ENT-PEND     PIC 9(06).
          03 W-META-MES     PIC 9(12).
          03 W-REAL-MES     PIC 9(12).
          03 W-PERC-META    PIC 9(05)V9.
      *
       01 W-VAL-ED     PIC ZZZ.ZZZ.ZZZ.ZZ9.
       01 W-QTD-ED     PIC ZZZ.ZZ9.
       01 W-PERC-ED    PIC ZZ.ZZ9,9.
       01 W-DATA-ED    PIC 99/99/9999.
       01 W-HOJE       PIC 9(08) VALUE ZEROS.
      *
      ******************
      * ROTINA DE TELA *
      ******************
      *
       SCREEN SECTION.
       01  TELAPAINEL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " ===================== PAINEL GERENCIAL".
           05  LINE 02  COLUMN 40
               VALUE  " DO DIA ================================".
           05  LINE 03  COLUMN 02
               VALUE  "DATA :".
           05  LINE 04  COLUMN 34
               VALUE  "           HOJE    MES ATE HOJE".
           05  LINE 05  COLUMN 02
               VALUE  "01 VENDAS BRUTAS".
           05  LINE 06  COLUMN 02
               VALUE  "   QTDE DE NOTAS".
           05  LINE 07  COLUMN 02
               VALUE  "02 DEVOLUCOES".
           05  LINE 08  COLUMN 02
               VALUE  "03 RECEBIDO EM DINHEIRO".
           05  LINE 09  COLUMN 02
               VALUE  "   RECEBIDO EM CARTAO".
           05  LINE 10  COLUMN 02
               VALUE  "   RECEBIDO EM CHEQUE".
           05  LINE 11  COLUMN 02
               VALUE  "   RECEBIDO TRANSF/BANCO".
           05  LINE 12  COLUMN 02
               VALUE  "   RECEBIDO EM PIX".
           05  LINE 13  COLUMN 02
               VALUE  "   CREDITO DE CLIENTE".
           05  LINE 14  COLUMN 02
               VALUE  "   TOTAL RECEBIDO".
           05  LINE 15  COLUMN 34
               VALUE  "         TITULOS           VALOR".
           05  LINE 16  COLUMN 02
               VALUE  "04 RECEBER VENCIDO".
           05  LINE 17  COLUMN 02
               VALUE  "   RECEBER A VENCER EM 7 DIAS".
           05  LINE 18  COLUMN 02
               VALUE  "05 PAGAR A VENCER EM 7 DIAS".
           05  LINE 19  COLUMN 02
               VALUE  "06 CAIXAS ABERTOS".
           05  LINE 19  COLUMN 42
               VALUE  "07 ABAIXO DO MINIMO".
           05  LINE 20  COLUMN 02
               VALUE  "08 ENTREGAS PENDENTES".
           05  LINE 20  COLUMN 42
               VALUE  "09 META DO MES".
           05  LINE 21  COLUMN 02
               VALUE  "   REALIZADO NO MES".
           05  LINE 21  COLUMN 42
               VALUE  "   % DA META".
           05  LINE 23  COLUMN 01
               VALUE  "  MENSAGEM :".
           05  TW-OPCAO
               LINE 22  COLUMN 50  PIC 9(02)
               USING  W-OPCAO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       INC-001.
                PERFORM CALCULAR THRU CALCULAR-FIM
                DISPLAY TELAPAINEL
                PERFORM EXIBIR THRU EXIBIR-FIM.
       INC-001A.
                MOVE ZEROS TO W-OPCAO
                DISPLAY (22, 02)
                 "DETALHAR (01 A 09)  00=SAIR  F1=ENCERRA  OPCAO :"
                ACCEPT TW-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 OR W-OPCAO = ZEROS
                   GO TO ROT-FIM.
                IF W-OPCAO > 09
                   MOVE "*** OPCAO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-001A.
      *
      ***************************************
      * DETALHE NO PROGRAMA DE ORIGEM DE     *
      * CADA INDICADOR                       *
      ***************************************
      *
       DETALHAR.
                DISPLAY (01, 01) ERASE
                CLOSE ARQERRO
                EVALUATE W-OPCAO
                   WHEN 01 CALL "RELVENDA"
                   WHEN 02 CALL "RELVENDA"
                   WHEN 03 CALL "CAIXA"
                   WHEN 04 CALL "RELAGING"
                   WHEN 05 CALL "RELFLUXO"
                   WHEN 06 CALL "CAIXA"
                   WHEN 07 CALL "RELESTMIN"
                   WHEN 08 CALL "ROMANEIO"
                   WHEN 09 CALL "RELMETA"
                END-EVALUATE.
                OPEN EXTEND ARQERRO
                GO TO INC-001.
      *
      ***************************************
      * APURACAO DOS INDICADORES             *
      ***************************************
      *
       CALCULAR.
                MOVE ZEROS TO W-IND W-NOTA-ANT
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (1:4) TO W-HOJE (5:4)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE (3:2)
                MOVE W-HOJE-AMD (7:2) TO W-HOJE (1:2)
                COMPUTE W-DIAS =
                        FUNCTION INTEGER-OF-DATE (W-HOJE-AMD) + 7
                COMPUTE W-LIMITE-AMD =
                        FUNCTION DATE-OF-INTEGER (W-DIAS)
                PERFORM CALC-VENDAS THRU CALC-VENDAS-FIM
                PERFORM CALC-DEVOL THRU CALC-DEVOL-FIM
                PERFORM CALC-RECEB THRU CALC-RECEB-FIM
                PERFORM CALC-CR THRU CALC-CR-FIM
                PERFORM CALC-CP THRU CALC-CP-FIM
                PERFORM CALC-CAIXA THRU CALC-CAIXA-FIM
                PERFORM CALC-MINIMO THRU CALC-MINIMO-FIM
                PERFORM CALC-ENTREGA THRU CALC-ENTREGA-FIM
                PERFORM CALC-META THRU CALC-META-FIM.
       CALCULAR-FIM.
                EXIT.
      *
      ***** 01 - VENDAS BRUTAS (SEM AS CANCELADAS) E NOTAS *****
      *
       CALC-VENDAS.
                OPEN INPUT ARQVDA
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   GO TO CALC-VENDAS-FIM.
       CALC-VENDAS2.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   CLOSE ARQVDA
                   GO TO CALC-VENDAS-FIM.
                IF VDA-SIT = "C"
                   GO TO CALC-VENDAS2.
                IF VDA-DATA (3:6) NOT = W-HOJE (3:6)
                   GO TO CALC-VENDAS2.
                COMPUTE W-VALOR = VDA-QTDE * VDA-PRECO
                ADD W-VALOR TO W-VDA-MES
                IF VDA-NUM-NOTA NOT = W-NOTA-ANT
                   ADD 1 TO W-NOTAS-MES.
                IF VDA-DATA = W-HOJE
                   ADD W-VALOR TO W-VDA-DIA
                   IF VDA-NUM-NOTA NOT = W-NOTA-ANT
                      ADD 1 TO W-NOTAS-DIA.
                MOVE VDA-NUM-NOTA TO W-NOTA-ANT
                GO TO CALC-VENDAS2.
       CALC-VENDAS-FIM.
                EXIT.
      *
      ***** 02 - DEVOLUCOES *****
      *
       CALC-DEVOL.
                OPEN INPUT ARQDEV
                IF ST-DEV NOT = "00"
                   MOVE "00" TO ST-DEV
                   GO TO CALC-DEVOL-FIM.
       CALC-DEVOL2.
                READ ARQDEV NEXT
                   AT END MOVE "10" TO ST-DEV.
                IF ST-DEV NOT = "00"
                   MOVE "00" TO ST-DEV
                   CLOSE ARQDEV
                   GO TO CALC-DEVOL-FIM.
                IF DEV-DATA (3:6) NOT = W-HOJE (3:6)
                   GO TO CALC-DEVOL2.
                ADD DEV-VALOR TO W-DEV-MES
                IF DEV-DATA = W-HOJE
                   ADD DEV-VALOR TO W-DEV-DIA.
                GO TO CALC-DEVOL2.
       CALC-DEVOL-FIM.
                EXIT.
      *
      ***************************************
      * 03 - RECEBIMENTOS POR FORMA, COM OS  *
      * ENCARGOS DE ATRASO, NAS MESMAS       *
      * FAIXAS DO FECHAMENTO DO CAIXA        *
      ***************************************
      *
       CALC-RECEB.
                OPEN INPUT ARQBXA
                IF ST-BXA NOT = "00"
                   MOVE "00" TO ST-BXA
                   GO TO CALC-RECEB-FIM.
       CALC-RECEB2.
                READ ARQBXA NEXT
                   AT END MOVE "10" TO ST-BXA.
                IF ST-BXA NOT = "00"
                   MOVE "00" TO ST-BXA
                   CLOSE ARQBXA
                   GO TO CALC-RECEB-FIM.
                IF BXA-DATA-PGTO (3:6) NOT = W-HOJE (3:6)
                   GO TO CALC-RECEB2.
                COMPUTE W-VALOR = BXA-VALOR + BXA-JUROS
                ADD W-VALOR TO W-REC-MES
                IF BXA-DATA-PGTO = W-HOJE
                   ADD W-VALOR TO W-REC-DIA.
                EVALUATE BXA-FORMA
                   WHEN "D" ADD W-VALOR TO W-DIN-MES
                   WHEN "C" ADD W-VALOR TO W-CAR-MES
                   WHEN "H" ADD W-VALOR TO W-CHQ-MES
                   WHEN "T" ADD W-VALOR TO W-TRF-MES
                   WHEN "B" ADD W-VALOR TO W-TRF-MES
                   WHEN "P" ADD W-VALOR TO W-PIX-MES
                   WHEN "R" ADD W-VALOR TO W-CRE-MES
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                IF BXA-DATA-PGTO NOT = W-HOJE
                   GO TO CALC-RECEB2.
                EVALUATE BXA-FORMA
                   WHEN "D" ADD W-VALOR TO W-DIN-DIA
                   WHEN "C" ADD W-VALOR TO W-CAR-DIA
                   WHEN "H" ADD W-VALOR TO W-CHQ-DIA
                   WHEN "T" ADD W-VALOR TO W-TRF-DIA
                   WHEN "B" ADD W-VALOR TO W-TRF-DIA
                   WHEN "P" ADD W-VALOR TO W-PIX-DIA
                   WHEN "R" ADD W-VALOR TO W-CRE-DIA
                   WHEN OTHER
                      CONTINUE
                END-EVALUATE
                GO TO CALC-RECEB2.
       CALC-RECEB-FIM.
                EXIT.
      *
      ***** 04 - TITULOS A RECEBER EM ABERTO (SALDO) *****
      *
       CALC-CR.
                OPEN INPUT ARQCR
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   GO TO CALC-CR-FIM.
       CALC-CR2.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   CLOSE ARQCR
                   GO TO CALC-CR-FIM.
                IF CR-STATUS NOT = "A"
                   GO TO CALC-CR2.
                COMPUTE W-VALOR = CR-VALOR - CR-VALOR-PAGO
                MOVE CR-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE CR-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE CR-DATA (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD < W-HOJE-AMD
                   ADD 1       TO W-CR-VENC-QT
                   ADD W-VALOR TO W-CR-VENC
                   GO TO CALC-CR2.
                IF W-DATA-AMD NOT > W-LIMITE-AMD
                   ADD 1       TO W-CR-AVEN-QT
                   ADD W-VALOR TO W-CR-AVEN.
                GO TO CALC-CR2.
       CALC-CR-FIM.
                EXIT.
      *
      ***** 05 - CONTAS A PAGAR A VENCER EM 7 DIAS *****
      *
       CALC-CP.
                OPEN INPUT ARQCP
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   GO TO CALC-CP-FIM.
       CALC-CP2.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CP.
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   CLOSE ARQCP
                   GO TO CALC-CP-FIM.
                IF CP-STATUS NOT = "A"
                   GO TO CALC-CP2.
                MOVE CP-DATA-VENC (5:4) TO W-DATA-AMD (1:4)
                MOVE CP-DATA-VENC (3:2) TO W-DATA-AMD (5:2)
                MOVE CP-DATA-VENC (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD < W-HOJE-AMD OR W-DATA-AMD > W-LIMITE-AMD
                   GO TO CALC-CP2.
                ADD 1        TO W-CP-AVEN-QT
                ADD CP-VALOR TO W-CP-AVEN
                GO TO CALC-CP2.
       CALC-CP-FIM.
                EXIT.
      *
      ***** 06 - SESSOES DE CAIXA ABERTAS *****
      *
       CALC-CAIXA.
                OPEN INPUT ARQCXS
                IF ST-CXS NOT = "00"
                   MOVE "00" TO ST-CXS
                   GO TO CALC-CAIXA-FIM.
       CALC-CAIXA2.
                READ ARQCXS NEXT
                   AT END MOVE "10" TO ST-CXS.
                IF ST-CXS NOT = "00"
                   MOVE "00" TO ST-CXS
                   CLOSE ARQCXS
                   GO TO CALC-CAIXA-FIM.
                IF CXS-STATUS = "A"
                   ADD 1 TO W-CXS-ABERTAS.
                GO TO CALC-CAIXA2.
       CALC-CAIXA-FIM.
                EXIT.
      *
      ***** 07 - PRODUTOS ATIVOS ABAIXO DO ESTOQUE MINIMO *****
      *
       CALC-MINIMO.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   GO TO CALC-MINIMO-FIM.
       CALC-MINIMO2.
                READ ARQPRO NEXT
                   AT END MOVE "10" TO ST-PRO.
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   CLOSE ARQPRO
                   GO TO CALC-MINIMO-FIM.
                IF PRO-SIT = "E"
                   GO TO CALC-MINIMO2.
                IF PRO-QTDE < PRO-QTDE-MIN
                   ADD 1 TO W-ABAIXO-MIN.
                GO TO CALC-MINIMO2.
       CALC-MINIMO-FIM.
                EXIT.
      *
      ***** 08 - ENTREGAS PENDENTES *****
      *
       CALC-ENTREGA.
                OPEN INPUT ARQENT
                IF ST-ENT NOT = "00"
                   MOVE "00" TO ST-ENT
                   GO TO CALC-ENTREGA-FIM.
       CALC-ENTREGA2.
                READ ARQENT NEXT
                   AT END MOVE "10" TO ST-ENT.
                IF ST-ENT NOT = "00"
                   MOVE "00" TO ST-ENT
                   CLOSE ARQENT
                   GO TO CALC-ENTREGA-FIM.
                IF ENT-STATUS = "P"
                   ADD 1 TO W-ENT-PEND.
                GO TO CALC-ENTREGA2.
       CALC-ENTREGA-FIM.
                EXIT.
      *
      ***************************************
      * 09 - META DO MES (SOMA DAS METAS DOS *
      * VENDEDORES) CONTRA AS VENDAS DO MES  *
      * MENOS AS DEVOLUCOES                  *
      ***************************************
      *
       CALC-META.
                IF W-VDA-MES > W-DEV-MES
                   COMPUTE W-REAL-MES = W-VDA-MES - W-DEV-MES.
                OPEN INPUT ARQMETA
                IF ST-MET NOT = "00"
                   MOVE "00" TO ST-MET
                   GO TO CALC-META-FIM.
       CALC-META2.
                READ ARQMETA NEXT
                   AT END MOVE "10" TO ST-MET.
                IF ST-MET NOT = "00"
                   MOVE "00" TO ST-MET
                   CLOSE ARQMETA
                   GO TO CALC-META3.
                IF MET-ANOMES = W-HOJE-AMD (1:6)
                   ADD MET-VALOR TO W-META-MES.
                GO TO CALC-META2.
       CALC-META3.
                IF W-META-MES NOT = ZEROS
                   COMPUTE W-PERC-META ROUNDED =
                           W-REAL-MES * 100 / W-META-MES.
       CALC-META-FIM.
                EXIT.
      *
      ***************************************
      * EXIBICAO DOS INDICADORES NA TELA     *
      ***************************************
      *
       EXIBIR.
                MOVE W-HOJE TO W-DATA-ED
                DISPLAY (03, 09) W-DATA-ED
                MOVE W-VDA-DIA   TO W-VAL-ED
                DISPLAY (05, 34) W-VAL-ED
                MOVE W-VDA-MES   TO W-VAL-ED
                DISPLAY (05, 51) W-VAL-ED
                MOVE W-NOTAS-DIA TO W-QTD-ED
                DISPLAY (06, 42) W-QTD-ED
                MOVE W-NOTAS-MES TO W-QTD-ED
                DISPLAY (06, 59) W-QTD-ED
                MOVE W-DEV-DIA   TO W-VAL-ED
                DISPLAY (07, 34) W-VAL-ED
                MOVE W-DEV-MES   TO W-VAL-ED
                DISPLAY (07, 51) W-VAL-ED
                MOVE W-DIN-DIA   TO W-VAL-ED
                DISPLAY (08, 34) W-VAL-ED
                MOVE W-DIN-MES   TO W-VAL-ED
                DISPLAY (08, 51) W-VAL-ED
                MOVE W-CAR-DIA   TO W-VAL-ED
                DISPLAY (09, 34) W-VAL-ED
                MOVE W-CAR-MES   TO W-VAL-ED
                DISPLAY (09, 51) W-VAL-ED
                MOVE W-CHQ-DIA   TO W-VAL-ED
                DISPLAY (10, 34) W-VAL-ED
                MOVE W-CHQ-MES   TO W-VAL-ED
                DISPLAY (10, 51) W-VAL-ED
                MOVE W-TRF-DIA   TO W-VAL-ED
                DISPLAY (11, 34) W-VAL-ED
                MOVE W-TRF-MES   TO W-VAL-ED
                DISPLAY (11, 51) W-VAL-ED
                MOVE W-PIX-DIA   TO W-VAL-ED
                DISPLAY (12, 34) W-VAL-ED
                MOVE W-PIX-MES   TO W-VAL-ED
                DISPLAY (12, 51) W-VAL-ED
                MOVE W-CRE-DIA   TO W-VAL-ED
                DISPLAY (13, 34) W-VAL-ED
                MOVE W-CRE-MES   TO W-VAL-ED
                DISPLAY (13, 51) W-VAL-ED
                MOVE W-REC-DIA   TO W-VAL-ED
                DISPLAY (14, 34) W-VAL-ED
                MOVE W-REC-MES   TO W-VAL-ED
                DISPLAY (14, 51) W-VAL-ED
                MOVE W-CR-VENC-QT TO W-QTD-ED
                DISPLAY (16, 42) W-QTD-ED
                MOVE W-CR-VENC    TO W-VAL-ED
                DISPLAY (16, 51) W-VAL-ED
                MOVE W-CR-AVEN-QT TO W-QTD-ED
                DISPLAY (17, 42) W-QTD-ED
                MOVE W-CR-AVEN    TO W-VAL-ED
                DISPLAY (17, 51) W-VAL-ED
                MOVE W-CP-AVEN-QT TO W-QTD-ED
                DISPLAY (18, 42) W-QTD-ED
                MOVE W-CP-AVEN    TO W-VAL-ED
                DISPLAY (18, 51) W-VAL-ED
                MOVE W-CXS-ABERTAS TO W-QTD-ED
                DISPLAY (19, 30) W-QTD-ED
                MOVE W-ABAIXO-MIN  TO W-QTD-ED
                DISPLAY (19, 66) W-QTD-ED
                MOVE W-ENT-PEND    TO W-QTD-ED
                DISPLAY (20, 30) W-QTD-ED
                MOVE W-META-MES    TO W-VAL-ED
                DISPLAY (20, 58) W-VAL-ED
                MOVE W-REAL-MES    TO W-VAL-ED
                DISPLAY (21, 22) W-VAL-ED
                MOVE W-PERC-META   TO W-PERC-ED
                DISPLAY (21, 65) W-PERC-ED.
       EXIBIR-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE FIM      *
      **********************
      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE.
                CLOSE ARQERRO.
       ROT-FIM2.
                EXIT PROGRAM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "PAINEL"   TO ERR-PROGRAMA
                MOVE MENS       TO ERR-MENSAGEM
                MOVE SPACES     TO ERR-ARQUIVO
                MOVE SPACES     TO ERR-STATUS
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
                EXIT.
      *
      **********************
      * ROTINA DE MENSAGEM *
      **********************
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT
                IF MENS(1:4) = "ERRO"
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       ROT-MENS1.
                DISPLAY (23, 14) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 14) LIMPA.
       ROT-MENS-FIM.
                EXIT.
