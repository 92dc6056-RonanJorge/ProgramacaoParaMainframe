      * GRAVA HISTORICO DE PAGAMENTO NO ARQBXA E    *
      * LIQUIDA O TITULO QUANDO O PAGO ATINGE O     *
      * VALOR DO TITULO                             *
      * TITULO BAIXADO POR PERDA (STATUS L, PROG    *
      * BXPERDA) AINDA ACEITA PAGAMENTO: O PRINCIPAL *
      * RECEBIDO E REGISTRADO COMO RECUPERACAO NO   *
      * HISTORICO DE PERDAS (ARQPDA TIPO R)         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-CHQ.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    LOCK MODE    IS AUTOMATIC
                    RECORD KEY   IS PDA-CHAVE
                    FILE STATUS  IS ST-PDA.
       SELECT ARQTRN ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-TRN.
                03 CHQ-BOM-PARA      PIC 9(08).
                03 CHQ-CPF-EMIT      PIC 9(14).
                03 CHQ-STATUS        PIC X(01).
      *
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQ-11.
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
       FD ARQTRN
               LABEL RECORD IS STANDARD
       77 W-ARQ-08       PIC X(17) VALUE "ARQCRDM.DAT".
       77 W-ARQ-09       PIC X(17) VALUE "ARQCHQ.DAT".
       77 W-ARQ-10       PIC X(17) VALUE "ARQERRO.DAT".
       77 W-ARQ-11       PIC X(17) VALUE "ARQPDA.DAT".
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-LOG        PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-ERRO-BCO    PIC 9(01) VALUE ZEROS.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-OPERADOR    PIC X(20) VALUE SPACES.
       77 W-AUD-OP      PIC X(01) VALUE SPACES.
       77 W-CHQ-NUMERO  PIC 9(10) VALUE ZEROS.
       77 W-CHQ-BOMPARA PIC 9(08) VALUE ZEROS.
       77 W-CHQ-SEQ     PIC 9(03) VALUE ZEROS.
       77 W-OPC-COD     PIC 9(03) VALUE ZEROS.
       77 W-OPC-MODAL   PIC X(01) VALUE SPACES.
       77 W-OPC-PARC    PIC 9(02) VALUE ZEROS.
       77 ST-PDA        PIC X(02) VALUE "00".
       77 W-STATUS-ANT  PIC X(01) VALUE SPACES.
       01 RCC-COMUNIC.
                03 RCC-FUNCAO     PIC X(01).
                03 RCC-OPC-COD    PIC 9(03).
                03 RCC-MODAL      PIC X(01).
                03 RCC-NUM-PARC   PIC 9(02).
                03 RCC-NUM-NOTA   PIC 9(08).
                03 RCC-PARCELA    PIC 9(02).
                03 RCC-SEQ        PIC 9(03).
                03 RCC-DATA       PIC 9(08).
                03 RCC-VALOR      PIC 9(10).
                03 RCC-NOME       PIC X(20).
                03 RCC-TAXA       PIC 9(03)V99.
                03 RCC-DIAS       PIC 9(03).
                03 RCC-RETORNO    PIC X(02).
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
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-CR           PIC X(53).
       01 JRN-ANT-CRD          PIC X(24).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELABXA.
                MOVE SPACES TO W-ARQ-10
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-10.
                MOVE W-ARQ-11 TO W-NOME-TRAB
                MOVE SPACES TO W-ARQ-11
                STRING "TRN" W-NOME-TRAB DELIMITED BY SIZE
                       INTO W-ARQ-11.
       INC-OP0.
           OPEN I-O ARQCR
           IF ST-ERRO NOT = "00"
                   CLOSE ARQCR ARQCLI ARQBXA ARQAUD ARQCXS
                   GO TO ROT-FIM.
                CLOSE ARQCXS.
       ABRIR-PDA.
           OPEN I-O ARQPDA
           IF ST-PDA NOT = "00"
               IF ST-PDA = "30" OR "35"
                      OPEN OUTPUT ARQPDA
                      CLOSE ARQPDA
                      GO TO ABRIR-PDA
               ELSE
                      MOVE "ERRO NA ABERTURA DO HISTORICO DE PERDAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCR ARQCLI ARQBXA ARQAUD
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
      *
      ***************************************
      * PARAMETROS DE MULTA E JUROS DE MORA  *
                      MOVE "ERRO NA ABERTURA DO ARQ DE CREDITO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCR ARQCLI ARQBXA ARQAUD ARQPDA
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
                      MOVE "ERRO NA ABERTURA DO EXTRATO DE CREDITO"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCR ARQCLI ARQBXA ARQAUD ARQCRD ARQPDA
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQCR ARQCLI ARQBXA ARQAUD ARQCRD ARQCRDM
                            ARQPDA
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQCR ARQCLI ARQBXA ARQAUD ARQCRD ARQCRDM
                         ARQCHQ ARQPDA ARQERRO
                   GO TO ROT-FIM.
                IF CR-NUM-NOTA = ZEROS
                   GO TO R10.
       R20.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGCR TO JRN-ANT-CR
                IF ST-ERRO = "99"
                   MOVE "00" TO ST-ERRO
                   MOVE "ARQCR" TO W-ARQ-LOCK
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF CR-STATUS NOT = "A" AND NOT = "L"
                   GO TO R20.
                PERFORM MOSTRAR-TITULO THRU MOSTRAR-TITULO-FIM.
       R21.
       R11.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGCR TO JRN-ANT-CR
                IF ST-ERRO = "99"
                   MOVE "00" TO ST-ERRO
                   MOVE "ARQCR" TO W-ARQ-LOCK
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF CR-STATUS NOT = "A" AND NOT = "L"
                   GO TO R11.
                PERFORM MOSTRAR-TITULO THRU MOSTRAR-TITULO-FIM.
       R12.
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF W-FORMA-PGTO = "H" AND W-STATUS-ANT = "L"
                   MOVE "*** TITULO EM PERDA NAO ACEITA CHEQUE ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF W-FORMA-PGTO = "R"
                   PERFORM LER-CREDITO THRU LER-CREDITO-FIM
                   IF W-CRD-DISP = ZEROS
                   DISPLAY (22, 02)
                        "EXCEDENTE VIRA CREDITO DO CLIENTE : "
                   DISPLAY (22, 38) W-EXCESSO.
       R8.
                IF W-FORMA-PGTO = "C"
                   PERFORM PEDIR-CARTAO THRU PEDIR-CARTAO-FIM.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                MOVE W-OPERADOR  TO BXA-OPERADOR.
                MOVE W-JUROS-PG  TO BXA-JUROS.
                WRITE REGBXA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-BXA THRU DIARIO-BXA-FIM
                IF ST-BXA NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO HISTORICO DE BAIXA"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      * TITULO BAIXADO POR PERDA CONTINUA COM STATUS L ATE SER
      * RECUPERADO POR INTEIRO
      *
       ATU-CR.
                ADD W-PRINCIPAL TO CR-VALOR-PAGO.
                IF CR-VALOR-PAGO NOT < CR-VALOR
                   MOVE "P" TO CR-STATUS.
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO TITULO A RECEBER"
                                                             TO MENS
                   GO TO ROT-FIM.
                MOVE "B" TO W-AUD-OP
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                IF W-STATUS-ANT = "L"
                   PERFORM GRAVAR-RECUP THRU GRAVAR-RECUP-FIM.
                IF W-FORMA-PGTO = "R"
                   MOVE W-VALOR-PGTO TO W-CRD-MOV
                   MOVE "U"          TO W-CRD-TIPO
                   MOVE W-EXCESSO TO W-CRD-MOV
                   MOVE "C"       TO W-CRD-TIPO
                   PERFORM MOVER-CREDITO THRU MOVER-CREDITO-FIM.
                IF W-FORMA-PGTO = "T" OR "P"
                   PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM.
                IF W-FORMA-PGTO = "C"
                   PERFORM GERAR-RCT THRU GERAR-RCT-FIM.
                IF CR-STATUS = "P"
                   MOVE "*** TITULO LIQUIDADO ***" TO MENS
                ELSE
                GO TO R1.
      *
      ***************************************
      * RECUPERACAO DE TITULO BAIXADO POR    *
      * PERDA: O PRINCIPAL RECEBIDO VAI AO   *
      * HISTORICO DE PERDAS (ARQPDA TIPO R)  *
      * COM O SEQUENCIAL DA BAIXA NO ARQBXA, *
      * PARA O EXPCONT E O RELINAD           *
      ***************************************
      *
       GRAVAR-RECUP.
                MOVE CR-NUM-NOTA  TO PDA-NUM-NOTA
                MOVE CR-PARCELA   TO PDA-PARCELA
                MOVE W-SEQ        TO PDA-SEQ
                MOVE "R"          TO PDA-TIPO
                MOVE W-DATA-PGTO  TO PDA-DATA
                MOVE CR-CLI-CPF   TO PDA-CLI-CPF
                MOVE W-PRINCIPAL  TO PDA-VALOR
                MOVE W-OPERADOR   TO PDA-OPERADOR
                WRITE REGPDA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDA THRU DIARIO-PDA-FIM
                IF ST-PDA NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-PDA
                   MOVE "*** RECUPERACAO NAO REGISTRADA NO ARQPDA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-RECUP-FIM.
                EXIT.
      *
      ***************************************
      * CHEQUE PRE-DATADO: EM VEZ DE BAIXAR  *
      * O TITULO, O CHEQUE ENTRA EM CUSTODIA *
      * (ARQCHQ STATUS C) E O TITULO FICA    *
                MOVE CR-CLI-CPF    TO CHQ-CPF-EMIT
                MOVE "C"           TO CHQ-STATUS
                WRITE REGCHQ
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CHQ THRU DIARIO-CHQ-FIM
                IF ST-CHQ NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO CHEQUE EM CUSTODIA"
                                                             TO MENS
                   GO TO ROT-FIM.
                MOVE "H" TO CR-STATUS
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA ATUALIZACAO DO TITULO A RECEBER"
                                                             TO MENS
                GO TO R1.
      *
      ***************************************
      * CARTAO: OPERADORA E MODALIDADE       *
      * (D=DEBITO C=CREDITO P=PARCELADO) DA  *
      * TABELA ARQOPC (MNTOPC); NO PARCELADO *
      * PEDE O NUMERO DE PARCELAS DO CARTAO  *
      ***************************************
      *
       PEDIR-CARTAO.
                MOVE SPACES TO W-OPC-MODAL
                MOVE 01     TO W-OPC-PARC
                DISPLAY (17, 02) "OPERADORA DO CARTAO: "
                ACCEPT  (17, 24) W-OPC-COD
                DISPLAY (18, 02) "MODALIDADE D/C/P   : "
                ACCEPT  (18, 24) W-OPC-MODAL
                IF W-OPC-MODAL = "d" MOVE "D" TO W-OPC-MODAL.
                IF W-OPC-MODAL = "c" MOVE "C" TO W-OPC-MODAL.
                IF W-OPC-MODAL = "p" MOVE "P" TO W-OPC-MODAL.
                MOVE "C"         TO RCC-FUNCAO
                MOVE W-OPC-COD   TO RCC-OPC-COD
                MOVE W-OPC-MODAL TO RCC-MODAL
                CALL "RCTDRV" USING RCC-COMUNIC
                IF RCC-RETORNO NOT = "00"
                   MOVE "*** OPERADORA/MODALIDADE NAO CADASTRADA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-CARTAO.
                DISPLAY (17, 28) RCC-NOME
                IF W-OPC-MODAL NOT = "P"
                   GO TO PEDIR-CARTAO-FIM.
       PEDIR-CARTAO2.
                DISPLAY (19, 02) "PARCELAS DO CARTAO : "
                ACCEPT  (19, 24) W-OPC-PARC
                IF W-OPC-PARC < 02 OR W-OPC-PARC > 12
                   MOVE "*** PARCELAS DO CARTAO DE 2 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO PEDIR-CARTAO2.
       PEDIR-CARTAO-FIM.
                EXIT.
      *
      ***************************************
      * RECEBIVEL CONTRA A OPERADORA DO      *
      * CARTAO (ARQRCT, VIA RCTDRV): O       *
      * TITULO JA FICA PAGO E O DINHEIRO     *
      * ENTRA NO BANCO SO NA LIQUIDACAO DA   *
      * OPERADORA (LIQCART)                  *
      ***************************************
      *
       GERAR-RCT.
                MOVE "G"          TO RCC-FUNCAO
                MOVE W-OPC-COD    TO RCC-OPC-COD
                MOVE W-OPC-MODAL  TO RCC-MODAL
                MOVE W-OPC-PARC   TO RCC-NUM-PARC
                MOVE CR-NUM-NOTA  TO RCC-NUM-NOTA
                MOVE CR-PARCELA   TO RCC-PARCELA
                MOVE W-SEQ        TO RCC-SEQ
                MOVE W-DATA-PGTO  TO RCC-DATA
                MOVE W-VALOR-PGTO TO RCC-VALOR
                CALL "RCTDRV" USING RCC-COMUNIC
                DISPLAY (17, 02) LIMPA
                DISPLAY (18, 02) LIMPA
                DISPLAY (19, 02) LIMPA
                IF RCC-RETORNO NOT = "00"
                   MOVE "ERRO NA GERACAO DO RECEBIVEL DO CARTAO"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERAR-RCT-FIM.
                EXIT.
      *
      ***************************************
      * SALDO DE CREDITO DO CLIENTE DO       *
      * TITULO (ARQCRD)                      *
      ***************************************
                MOVE ZEROS TO W-CRD-DISP
                MOVE CR-CLI-CPF TO CRD-CLI-CPF
                READ ARQCRD
                MOVE REGCRD TO JRN-ANT-CRD
                IF ST-CRD = "00"
                   MOVE CRD-SALDO TO W-CRD-DISP
                ELSE
                   GO TO MOVER-CREDITO-FIM.
                MOVE CR-CLI-CPF TO CRD-CLI-CPF
                READ ARQCRD
                MOVE REGCRD TO JRN-ANT-CRD
                IF ST-CRD NOT = "00"
                   MOVE "00" TO ST-CRD
                   MOVE CR-CLI-CPF TO CRD-CLI-CPF
                   MOVE ZEROS      TO CRD-SALDO
                   WRITE REGCRD
                   MOVE "I" TO JRN-OPERACAO
                   PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                   IF ST-CRD NOT = "00" AND NOT = "02"
                      MOVE "00" TO ST-CRD
                      DISPLAY (22, 12)
                   ELSE
                      SUBTRACT W-CRD-MOV FROM CRD-SALDO.
                REWRITE REGCRD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                IF ST-CRD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CRD
                   DISPLAY (22, 12)
                       INTO CDM-ORIGEM
                MOVE W-CRD-MOV   TO CDM-VALOR
                WRITE REGCDM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CDM
                   DISPLAY (22, 12)
                DISPLAY TCLI-NOME
                DISPLAY TCR-VALOR
                DISPLAY TCR-VALOR-PAGO
                DISPLAY TW-SALDO
                MOVE CR-STATUS TO W-STATUS-ANT
                IF CR-STATUS = "L"
                   MOVE "*** TITULO BAIXADO P/ PERDA - RECUPERACAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.
       MOSTRAR-TITULO-FIM.
                EXIT.
      *
                EXIT.
      *
      ***************************************
      * TRANSFERENCIA E PIX ENTRAM DIRETO NA *
      * CONTA BANCARIA: CREDITO DO VALOR     *
      * RECEBIDO NO RAZAO BANCARIO (BCODRV)  *
      ***************************************
      *
       LANCAR-BANCO.
                MOVE "L"          TO BCL-FUNCAO
                MOVE ZEROS        TO BCL-CONTA
                MOVE W-DATA-PGTO  TO BCL-DATA
                MOVE "C"          TO BCL-TIPO
                MOVE W-VALOR-PGTO TO BCL-VALOR
                MOVE "BAIXACR"    TO BCL-ORIGEM
                MOVE CR-CHAVE     TO BCL-DOCUMENTO
                IF W-FORMA-PGTO = "T"
                   MOVE "RECEBIMENTO POR TRANSFERENCIA" TO BCL-HIST
                ELSE
                   MOVE "RECEBIMENTO POR PIX" TO BCL-HIST.
                CALL "BCODRV" USING BCL-COMUNIC
                IF BCL-RETORNO NOT = "00" AND NOT = "SC"
                   MOVE 1 TO W-ERRO-BCO
                   MOVE "ERRO NO LANCAMENTO DO RAZAO BANCARIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 0 TO W-ERRO-BCO.
       LANCAR-BANCO-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
                      MOVE ST-ERRO TO ERR-STATUS
                   END-IF
                END-IF
                IF W-ERRO-BCO = 1
                   MOVE "ARQLCB"    TO ERR-ARQUIVO
                   MOVE BCL-RETORNO TO ERR-STATUS.
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
                IF W-TREINO = 1
                   GO TO GRAVAR-DIARIO-FIM.
                MOVE "BAIXACR"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-BXA.
                MOVE "ARQBXA"     TO JRN-ARQUIVO
                MOVE ST-BXA       TO JRN-STATUS
                MOVE REGBXA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BXA-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CR TO JRN-ANTES
                ELSE
                   MOVE REGCR TO JRN-ANTES.
                MOVE REGCR TO JRN-DEPOIS JRN-ANT-CR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
                EXIT.
       DIARIO-CHQ.
                MOVE "ARQCHQ"     TO JRN-ARQUIVO
                MOVE ST-CHQ       TO JRN-STATUS
                MOVE REGCHQ TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CHQ-FIM.
                EXIT.
       DIARIO-PDA.
                MOVE "ARQPDA"     TO JRN-ARQUIVO
                MOVE ST-PDA       TO JRN-STATUS
                MOVE REGPDA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDA-FIM.
                EXIT.
       DIARIO-CRD.
                MOVE "ARQCRD"     TO JRN-ARQUIVO
                MOVE ST-CRD       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CRD TO JRN-ANTES
                ELSE
                   MOVE REGCRD TO JRN-ANTES.
                MOVE REGCRD TO JRN-DEPOIS JRN-ANT-CRD
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CRD-FIM.
                EXIT.
       DIARIO-CRDM.
                MOVE "ARQCRDM"    TO JRN-ARQUIVO
                MOVE ST-CDM       TO JRN-STATUS
                MOVE REGCDM TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CRDM-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
