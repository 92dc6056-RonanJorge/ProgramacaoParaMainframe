      ***********************************************
      * EXPORTACAO DE LANCAMENTOS CONTABEIS DO MES   *
      * PARA O CONTADOR (LANCTO.DAT, LAYOUT FIXO):   *
      * VENDAS (ARQVDA), FRETE COBRADO NAS NOTAS     *
      * (ARQFRN), DEVOLUCOES (ARQDEV),               *
      * RECEBIMENTOS DE TITULOS (ARQBXA, PRINCIPAL   *
      * E JUROS EM EVENTOS SEPARADOS; O RECEBIDO DE  *
      * TITULO BAIXADO POR PERDA VAI AO EVENTO       *
      * RECUPCR), BAIXAS POR PERDA DE TITULOS        *
      * (ARQPDA, EVENTO PERDACR), PAGAMENTOS A       *
      * FORNECEDOR (ARQCP PAGOS NO MES, A DEBITO DA  *
      * CONTA DA CATEGORIA DE DESPESA DO TITULO      *
      * QUANDO ELA TEM CONTA NO ARQDSP) E ENTRADAS   *
      * DE MERCADORIA PELO CUSTO (ARQREC). AS CONTAS *
      * DEBITO/CREDITO VEM DA TABELA DE EVENTOS      *
      * (ARQCTA, CRIADA COM VALORES PADRAO NA        *
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQFRN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRN-NUM-NOTA
                    FILE STATUS  IS ST-FRN.
       SELECT ARQDEV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXA-CHAVE
                    FILE STATUS  IS ST-BXA.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDA-CHAVE
                    FILE STATUS  IS ST-PDA.
       SELECT ARQCP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTA-EVENTO
                    FILE STATUS  IS ST-CTA.
       SELECT ARQDSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DSP-COD
                    FILE STATUS  IS ST-DSP.
       SELECT ARQLAN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LAN.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQFRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRN.DAT".
       01 REGFRN.
                03 FRN-NUM-NOTA     PIC 9(08).
                03 FRN-DATA         PIC 9(08).
                03 FRN-CLI-CPF      PIC 9(14).
                03 FRN-FRT-COD      PIC X(04).
                03 FRN-VALOR-CALC   PIC 9(08).
                03 FRN-VALOR        PIC 9(08).
                03 FRN-SIT          PIC X(01).
                03 FRN-SUPERVISOR   PIC X(08).
      *
       FD ARQDEV
               LABEL RECORD IS STANDARD
                03 BXA-FORMA         PIC X(01).
                03 BXA-OPERADOR      PIC X(20).
                03 BXA-JUROS         PIC 9(10).
      *
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
                03 PDA-CHAVE.
                   05 PDA-NUM-NOTA   PIC 9(08).
                   05 PDA-PARCELA    PIC 9(02).
                   05 PDA-SEQ        PIC 9(03).
                03 PDA-TIPO          PIC X(01).
                03 PDA-DATA          PIC 9(08).
                03 PDA-CLI-CPF       PIC 9(14).
                03 PDA-VALOR         PIC 9(10).
                03 PDA-OPERADOR      PIC X(20).
      *
       FD ARQCP
               LABEL RECORD IS STANDARD
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQREC
               LABEL RECORD IS STANDARD
                03 CTA-EVENTO        PIC X(08).
                03 CTA-DEBITO        PIC 9(06).
                03 CTA-CREDITO       PIC 9(06).
      *
       FD ARQDSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDSP.DAT".
       01 REGDSP.
                03 DSP-COD       PIC 9(03).
                03 DSP-NOME      PIC X(30).
                03 DSP-CONTA     PIC 9(06).
      *
       FD ARQLAN
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-FRN         PIC X(02) VALUE "00".
       77 W-TEM-VDA      PIC 9(01) VALUE ZEROS.
       77 ST-DEV         PIC X(02) VALUE "00".
       77 ST-BXA         PIC X(02) VALUE "00".
       77 ST-PDA         PIC X(02) VALUE "00".
       77 W-TEM-PDA      PIC 9(01) VALUE ZEROS.
       77 ST-CP          PIC X(02) VALUE "00".
       77 ST-REC         PIC X(02) VALUE "00".
       77 ST-CTA         PIC X(02) VALUE "00".
       77 ST-LAN         PIC X(02) VALUE "00".
       77 ST-DSP         PIC X(02) VALUE "00".
       77 W-TEM-DSP      PIC 9(01) VALUE ZEROS.
       77 W-CONTA-DEB    PIC 9(06) VALUE ZEROS.
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-PERIODO      PIC 9(06) VALUE ZEROS.
       77 W-EVENTO       PIC X(08) VALUE SPACES.
       77 W-DATA-LAN     PIC 9(08) VALUE ZEROS.
       77 W-GERADOS      PIC 9(08) VALUE ZEROS.
       77 W-TOT-GERAL    PIC 9(14) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                      DISPLAY "ERRO NA ABERTURA DA TABELA DE EVENTOS: "
                              ST-CTA
                      GO TO ROT-FIM2.
                PERFORM GARANTIR-FRETE THRU GARANTIR-FRETE-FIM.
                PERFORM GARANTIR-PERDA THRU GARANTIR-PERDA-FIM.
       ABRIR-LAN.
                OPEN OUTPUT ARQLAN
                IF ST-LAN NOT = "00"
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   DISPLAY "(SEM ARQUIVO DE VENDAS)"
                   GO TO EXP-FRN.
       EXP-VDA2.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   CLOSE ARQVDA
                   GO TO EXP-FRN.
                IF VDA-SIT = "C"
                   GO TO EXP-VDA2.
                IF VDA-DATA (3:6) NOT = W-PERIODO
                PERFORM GRAVAR-LAN THRU GRAVAR-LAN-FIM
                GO TO EXP-VDA2.
      *
      ***************************************
      * PASSO 1B - FRETE COBRADO NAS NOTAS   *
      * DO MES (ARQFRN), EM EVENTO PROPRIO;  *
      * FRETE GRATIS OU DISPENSADO NAO GERA  *
      * LANCAMENTO E NOTA CANCELADA E        *
      * IGNORADA                             *
      ***************************************
      *
       EXP-FRN.
                OPEN INPUT ARQFRN
                IF ST-FRN NOT = "00"
                   MOVE "00" TO ST-FRN
                   DISPLAY "(SEM ARQUIVO DE FRETE DAS NOTAS)"
                   GO TO EXP-DEV.
                OPEN INPUT ARQVDA
                IF ST-VDA = "00"
                   MOVE 1 TO W-TEM-VDA
                ELSE
                   MOVE 0 TO W-TEM-VDA
                   MOVE "00" TO ST-VDA.
       EXP-FRN2.
                READ ARQFRN NEXT
                   AT END MOVE "10" TO ST-FRN.
                IF ST-FRN NOT = "00"
                   MOVE "00" TO ST-FRN
                   CLOSE ARQFRN
                   IF W-TEM-VDA = 1
                      CLOSE ARQVDA
                   END-IF
                   GO TO EXP-DEV.
                IF FRN-VALOR = ZEROS
                   GO TO EXP-FRN2.
                IF FRN-DATA (3:6) NOT = W-PERIODO
                   GO TO EXP-FRN2.
                IF W-TEM-VDA = 0
                   GO TO EXP-FRN3.
                MOVE FRN-NUM-NOTA TO VDA-NUM-NOTA
                START ARQVDA KEY IS = VDA-NUM-NOTA INVALID KEY
                      MOVE "23" TO ST-VDA.
                IF ST-VDA = "00"
                   READ ARQVDA NEXT
                      AT END MOVE "10" TO ST-VDA.
                IF ST-VDA = "00" AND VDA-SIT = "C"
                   GO TO EXP-FRN2.
                MOVE "00" TO ST-VDA.
       EXP-FRN3.
                MOVE "FRETE"      TO W-EVENTO
                MOVE FRN-VALOR    TO W-VALOR
                MOVE FRN-NUM-NOTA TO W-DOC
                MOVE FRN-DATA     TO W-DATA-LAN
                PERFORM GRAVAR-LAN THRU GRAVAR-LAN-FIM
                GO TO EXP-FRN2.
      *
      ***** PASSO 2 - DEVOLUCOES DO MES *****
      *
       EXP-DEV.
                IF ST-BXA NOT = "00"
                   MOVE "00" TO ST-BXA
                   DISPLAY "(SEM ARQUIVO DE BAIXAS)"
                   GO TO EXP-PDA.
                OPEN INPUT ARQPDA
                IF ST-PDA = "00"
                   MOVE 1 TO W-TEM-PDA
                ELSE
                   MOVE 0 TO W-TEM-PDA
                   MOVE "00" TO ST-PDA.
       EXP-BXA2.
                READ ARQBXA NEXT
                   AT END MOVE "10" TO ST-BXA.
                IF ST-BXA NOT = "00"
                   MOVE "00" TO ST-BXA
                   CLOSE ARQBXA
                   IF W-TEM-PDA = 1
                      CLOSE ARQPDA
                   END-IF
                   GO TO EXP-PDA.
                IF BXA-DATA-PGTO (3:6) NOT = W-PERIODO
                   GO TO EXP-BXA2.
                MOVE "BAIXACR" TO W-EVENTO
                IF W-TEM-PDA = 1
                   MOVE BXA-CHAVE TO PDA-CHAVE
                   READ ARQPDA
                   IF ST-PDA = "00" AND PDA-TIPO = "R"
                      MOVE "RECUPCR" TO W-EVENTO
                   ELSE
                      MOVE "00" TO ST-PDA.
                IF BXA-VALOR NOT = ZEROS
                   MOVE BXA-VALOR     TO W-VALOR
                   MOVE BXA-NUM-NOTA  TO W-DOC
                   MOVE BXA-DATA-PGTO TO W-DATA-LAN
                   PERFORM GRAVAR-LAN THRU GRAVAR-LAN-FIM.
                GO TO EXP-BXA2.
      *
      ***************************************
      * PASSO 3B - BAIXAS POR PERDA DE       *
      * TITULOS A RECEBER NO MES (ARQPDA     *
      * TIPO B, PROGRAMA BXPERDA)            *
      ***************************************
      *
       EXP-PDA.
                OPEN INPUT ARQPDA
                IF ST-PDA NOT = "00"
                   MOVE "00" TO ST-PDA
                   DISPLAY "(SEM HISTORICO DE PERDAS)"
                   GO TO EXP-CP.
       EXP-PDA2.
                READ ARQPDA NEXT
                   AT END MOVE "10" TO ST-PDA.
                IF ST-PDA NOT = "00"
                   MOVE "00" TO ST-PDA
                   CLOSE ARQPDA
                   GO TO EXP-CP.
                IF PDA-TIPO NOT = "B" OR PDA-VALOR = ZEROS
                   GO TO EXP-PDA2.
                IF PDA-DATA (3:6) NOT = W-PERIODO
                   GO TO EXP-PDA2.
                MOVE "PERDACR"    TO W-EVENTO
                MOVE PDA-VALOR    TO W-VALOR
                MOVE PDA-NUM-NOTA TO W-DOC
                MOVE PDA-DATA     TO W-DATA-LAN
                PERFORM GRAVAR-LAN THRU GRAVAR-LAN-FIM
                GO TO EXP-PDA2.
      *
      ***** PASSO 4 - PAGAMENTOS A FORNECEDOR DO MES *****
      *
       EXP-CP.
                   MOVE "00" TO ST-CP
                   DISPLAY "(SEM ARQUIVO DE CONTAS A PAGAR)"
                   GO TO EXP-REC.
                OPEN INPUT ARQDSP
                IF ST-DSP = "00"
                   MOVE 1 TO W-TEM-DSP
                ELSE
                   MOVE 0 TO W-TEM-DSP
                   MOVE "00" TO ST-DSP.
       EXP-CP2.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CP.
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   CLOSE ARQCP
                   IF W-TEM-DSP = 1
                      CLOSE ARQDSP
                   END-IF
                   GO TO EXP-REC.
                IF CP-STATUS NOT = "P"
                   GO TO EXP-CP2.
                MOVE CP-VALOR     TO W-VALOR
                MOVE CP-NUM       TO W-DOC
                MOVE CP-DATA-PGTO TO W-DATA-LAN
                PERFORM CONTA-DESPESA THRU CONTA-DESPESA-FIM
                PERFORM GRAVAR-LAN THRU GRAVAR-LAN-FIM
                MOVE ZEROS TO W-CONTA-DEB
                GO TO EXP-CP2.
      *
      ***************************************
      * CONTA DEBITO DA CATEGORIA DE DESPESA *
      * DO TITULO (W-CONTA-DEB); ZERO MANTEM *
      * A CONTA DO EVENTO PAGTOCP            *
      ***************************************
      *
       CONTA-DESPESA.
                MOVE ZEROS TO W-CONTA-DEB
                IF W-TEM-DSP = 0 OR CP-DESPESA = ZEROS
                   GO TO CONTA-DESPESA-FIM.
                MOVE CP-DESPESA TO DSP-COD
                READ ARQDSP
                IF ST-DSP NOT = "00"
                   MOVE "00" TO ST-DSP
                   DISPLAY " *** TITULO " CP-NUM " COM CATEGORIA "
                           CP-DESPESA " NAO CADASTRADA ***"
                   GO TO CONTA-DESPESA-FIM.
                MOVE DSP-CONTA TO W-CONTA-DEB.
       CONTA-DESPESA-FIM.
                EXIT.
      *
      ***** PASSO 5 - ENTRADAS DE MERCADORIA DO MES *****
      *
       EXP-REC.
                MOVE W-DATA-LAN  TO LAN-DATA
                MOVE W-EVENTO    TO LAN-EVENTO
                MOVE CTA-DEBITO  TO LAN-CONTA-DEB
                IF W-CONTA-DEB NOT = ZEROS
                   MOVE W-CONTA-DEB TO LAN-CONTA-DEB.
                MOVE CTA-CREDITO TO LAN-CONTA-CRD
                MOVE W-VALOR     TO LAN-VALOR
                MOVE W-DOC       TO LAN-DOC
                MOVE 111000     TO CTA-DEBITO
                MOVE 311000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "DEVVENDA" TO CTA-EVENTO
                MOVE 311000     TO CTA-DEBITO
                MOVE 111000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "BAIXACR"  TO CTA-EVENTO
                MOVE 110000     TO CTA-DEBITO
                MOVE 111000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "JUROSREC" TO CTA-EVENTO
                MOVE 110000     TO CTA-DEBITO
                MOVE 321000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "PAGTOCP"  TO CTA-EVENTO
                MOVE 211000     TO CTA-DEBITO
                MOVE 110000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "COMPRA"   TO CTA-EVENTO
                MOVE 121000     TO CTA-DEBITO
                MOVE 211000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "FRETE"    TO CTA-EVENTO
                MOVE 111000     TO CTA-DEBITO
                MOVE 312000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "PERDACR"  TO CTA-EVENTO
                MOVE 331000     TO CTA-DEBITO
                MOVE 111000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                MOVE "RECUPCR"  TO CTA-EVENTO
                MOVE 110000     TO CTA-DEBITO
                MOVE 322000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                CLOSE ARQCTA
                DISPLAY "*** TABELA DE EVENTOS CRIADA COM CONTAS"
                        " PADRAO ***".
                EXIT.
      *
      ***************************************
      * TABELA DE EVENTOS CRIADA ANTES DO    *
      * FRETE: INCLUI O EVENTO FRETE COM AS  *
      * CONTAS PADRAO                        *
      ***************************************
      *
       GARANTIR-FRETE.
                MOVE "FRETE" TO CTA-EVENTO
                READ ARQCTA
                IF ST-CTA = "00"
                   GO TO GARANTIR-FRETE-FIM.
                MOVE "00"       TO ST-CTA
                MOVE "FRETE"    TO CTA-EVENTO
                MOVE 111000     TO CTA-DEBITO
                MOVE 312000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                IF ST-CTA NOT = "00"
                   MOVE "00" TO ST-CTA
                   DISPLAY "*** EVENTO FRETE NAO INCLUIDO ***".
       GARANTIR-FRETE-FIM.
                EXIT.
      *
      ***************************************
      * TABELA DE EVENTOS CRIADA ANTES DA    *
      * BAIXA POR PERDA: INCLUI OS EVENTOS   *
      * PERDACR E RECUPCR COM AS CONTAS      *
      * PADRAO                               *
      ***************************************
      *
       GARANTIR-PERDA.
                MOVE "PERDACR" TO CTA-EVENTO
                READ ARQCTA
                IF ST-CTA = "00"
                   GO TO GARANTIR-PERDA2.
                MOVE "00"       TO ST-CTA
                MOVE "PERDACR"  TO CTA-EVENTO
                MOVE 331000     TO CTA-DEBITO
                MOVE 111000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                IF ST-CTA NOT = "00"
                   MOVE "00" TO ST-CTA
                   DISPLAY "*** EVENTO PERDACR NAO INCLUIDO ***".
       GARANTIR-PERDA2.
                MOVE "RECUPCR" TO CTA-EVENTO
                READ ARQCTA
                IF ST-CTA = "00"
                   GO TO GARANTIR-PERDA-FIM.
                MOVE "00"       TO ST-CTA
                MOVE "RECUPCR"  TO CTA-EVENTO
                MOVE 110000     TO CTA-DEBITO
                MOVE 322000     TO CTA-CREDITO
                WRITE REGCTA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CTA THRU DIARIO-CTA-FIM
                IF ST-CTA NOT = "00"
                   MOVE "00" TO ST-CTA
                   DISPLAY "*** EVENTO RECUPCR NAO INCLUIDO ***".
       GARANTIR-PERDA-FIM.
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
                MOVE "EXPCONT"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CTA.
                MOVE "ARQCTA"     TO JRN-ARQUIVO
                MOVE ST-CTA       TO JRN-STATUS
                MOVE REGCTA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CTA-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
