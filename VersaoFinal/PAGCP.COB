      * POR FORNECEDOR COM SUBTOTAIS, PEDE           *
      * CONFIRMACAO TITULO A TITULO, LIQUIDA OS      *
      * CONFIRMADOS E IMPRIME A LISTA DE PAGAMENTO   *
      * FORMA C = REPASSE DE CHEQUES DE TERCEIROS EM *
      * CUSTODIA (ARQCHQ) COM BOM PARA ATE A DATA    *
      * LIMITE: O CHEQUE FICA REPASSADO (STATUS R,   *
      * FORNECEDOR NO ARQRPC), O TITULO DO CLIENTE E *
      * BAIXADO NO ARQCR/ARQBXA COMO NO DEPOSITO DO  *
      * CHQDEP E SO A DIFERENCA SAI DO BANCO         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-CHQ.
       SELECT ARQRPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPC-CHAVE
                    FILE STATUS  IS ST-RPC
                    ALTERNATE RECORD KEY IS RPC-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-CR
                    ALTERNATE RECORD KEY IS CR-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXA-CHAVE
                    FILE STATUS  IS ST-BXA.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQCRD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CRD-CLI-CPF
                    FILE STATUS  IS ST-CRD.
       SELECT ARQCRDM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDM-CHAVE
                    FILE STATUS  IS ST-CDM.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 CP-DATA-VENC       PIC 9(08).
                03 CP-STATUS          PIC X(01).
                03 CP-DATA-PGTO       PIC 9(08).
                03 CP-DESPESA         PIC 9(03).
                03 CP-CCUSTO          PIC 9(03).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
                03 AUD-OPERACAO      PIC X(01).
                03 AUD-CHAVE-REG     PIC X(14).
                03 AUD-OPERADOR      PIC X(20).
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
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PAR-COD        PIC X(08).
                03 PAR-DESC       PIC X(30).
                03 PAR-VALOR      PIC 9(08).
      *
       FD ARQCRD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRD.DAT".
       01 REGCRD.
                03 CRD-CLI-CPF    PIC 9(14).
                03 CRD-SALDO      PIC 9(10).
      *
       FD ARQCRDM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRDM.DAT".
       01 REGCDM.
                03 CDM-CHAVE.
                   05 CDM-CLI-CPF    PIC 9(14).
                   05 CDM-SEQ        PIC 9(05).
                03 CDM-DATA          PIC 9(08).
                03 CDM-TIPO          PIC X(01).
                03 CDM-ORIGEM        PIC X(14).
                03 CDM-VALOR         PIC 9(10).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-DATA-ANO     PIC 9(04) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-OK      PIC 9(01) VALUE ZEROS.
       77 ST-CHQ         PIC X(02) VALUE "00".
       77 ST-RPC         PIC X(02) VALUE "00".
       77 ST-CR          PIC X(02) VALUE "00".
       77 ST-BXA         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-CRD         PIC X(02) VALUE "00".
       77 ST-CDM         PIC X(02) VALUE "00".
       77 W-TEM-CHQ      PIC 9(01) VALUE ZEROS.
       77 W-FORMA        PIC X(01) VALUE SPACES.
       77 W-DATA-LIM     PIC 9(08) VALUE ZEROS.
       77 W-LIM-ORD      PIC 9(08) VALUE ZEROS.
       77 W-CHQ-ORD      PIC 9(08) VALUE ZEROS.
       77 W-NOTA         PIC 9(08) VALUE ZEROS.
       77 W-PARC         PIC 9(02) VALUE ZEROS.
       77 W-SEQ          PIC 9(03) VALUE ZEROS.
       77 W-TOT-CHQ      PIC 9(10) VALUE ZEROS.
       77 W-SALDO-CP     PIC 9(10) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(05) VALUE ZEROS.
       77 W-REPASSADOS   PIC 9(08) VALUE ZEROS.
       77 W-TOT-REPASSE  PIC 9(12) VALUE ZEROS.
       77 W-CR-OK        PIC 9(01) VALUE ZEROS.
       77 W-BXA-SEQ      PIC 9(03) VALUE ZEROS.
       77 W-ABATE        PIC 9(10) VALUE ZEROS.
       77 W-SALDO-TIT    PIC 9(10) VALUE ZEROS.
       77 W-PERC-MULT    PIC 9(08) VALUE ZEROS.
       77 W-PERC-JURO    PIC 9(08) VALUE ZEROS.
       77 W-ATRASO       PIC S9(05) VALUE ZEROS.
       77 W-DIAS-VENC    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-PGTO    PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-ENCARGOS     PIC 9(10) VALUE ZEROS.
       77 W-TOT-DEVIDO   PIC 9(10) VALUE ZEROS.
       77 W-JUROS-PG     PIC 9(10) VALUE ZEROS.
       77 W-EXCESSO      PIC 9(10) VALUE ZEROS.
       77 W-CDM-SEQ      PIC 9(05) VALUE ZEROS.
       77 W-CRD-MOV      PIC 9(10) VALUE ZEROS.
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
       01 JRN-ANT-CP           PIC X(63).
       01 JRN-ANT-CHQ          PIC X(59).
       01 JRN-ANT-CR           PIC X(53).
       01 JRN-ANT-CRD          PIC X(24).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * CHEQUES DE TERCEIROS PARA REPASSE:   *
      * SO OS DE BOM PARA ATE A DATA LIMITE  *
      * (ZERO = PAGAMENTO SO PELO BANCO)     *
      ***************************************
      *
       PEDIR-LIMITE.
                MOVE 0 TO W-TEM-CHQ
                DISPLAY "CHEQUES DE TERCEIROS BOM PARA ATE (0=NAO) : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-LIM
                IF W-DATA-LIM = ZEROS
                   GO TO POSICIONAR.
                MOVE W-DATA-LIM (5:4) TO W-LIM-ORD (1:4)
                MOVE W-DATA-LIM (3:2) TO W-LIM-ORD (5:2)
                MOVE W-DATA-LIM (1:2) TO W-LIM-ORD (7:2).
       ABRIR-CHQ.
                OPEN I-O ARQCHQ
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   DISPLAY "*** NENHUM CHEQUE EM CUSTODIA ***"
                   GO TO POSICIONAR.
                OPEN I-O ARQCR
                IF ST-CR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCR: "
                           ST-CR
                   MOVE "ARQCR"  TO ERR-ARQUIVO
                   MOVE ST-CR    TO ERR-STATUS
                   MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCR"
                                                   TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CR
                   CLOSE ARQCHQ
                   GO TO POSICIONAR.
                OPEN I-O ARQBXA
                IF ST-BXA NOT = "00"
                   IF ST-BXA = "30" OR "35"
                      OPEN OUTPUT ARQBXA
                      CLOSE ARQBXA
                      OPEN I-O ARQBXA
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQBXA: "
                              ST-BXA
                      MOVE "00" TO ST-BXA
                      CLOSE ARQCHQ ARQCR
                      GO TO POSICIONAR.
                OPEN I-O ARQRPC
                IF ST-RPC NOT = "00"
                   IF ST-RPC = "30" OR "35"
                      OPEN OUTPUT ARQRPC
                      CLOSE ARQRPC
                      OPEN I-O ARQRPC
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ DE REPASSES: "
                              ST-RPC
                      MOVE "00" TO ST-RPC
                      CLOSE ARQCHQ ARQCR ARQBXA
                      GO TO POSICIONAR.
                MOVE 1 TO W-TEM-CHQ.
      *
      ***** PARAMETROS DE ENCARGOS E CREDITO DO CLIENTE (COMO NO *****
      ***** CHQDEP) PARA REPARTIR O VALOR DO CHEQUE REPASSADO    *****
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO ABRIR-CRD.
                MOVE "PERCMULT" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PERC-MULT
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PERCJURO" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PERC-JURO
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
       ABRIR-CRD.
           OPEN I-O ARQCRD
           IF ST-CRD NOT = "00"
               IF ST-CRD = "30"
                      OPEN OUTPUT ARQCRD
                      CLOSE ARQCRD
                      GO TO ABRIR-CRD
               ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQ DE CREDITO: "
                              ST-CRD
           ELSE
                    NEXT SENTENCE.
       ABRIR-CDM.
           OPEN I-O ARQCRDM
           IF ST-CDM NOT = "00"
               IF ST-CDM = "30"
                      OPEN OUTPUT ARQCRDM
                      CLOSE ARQCRDM
                      GO TO ABRIR-CDM
               ELSE
                      DISPLAY "ERRO NA ABERTURA DO EXTRATO DE CREDITO:"
                              ST-CDM
           ELSE
                    NEXT SENTENCE.
      *
       POSICIONAR.
                MOVE ZEROS TO CP-FOR-CPF
      *
       PROC-LOOP.
                READ ARQCP NEXT RECORD
                MOVE REGCP TO JRN-ANT-CP
                IF ST-ERRO = "10"
                   GO TO FIM-LOTE.
                IF ST-ERRO NOT = "00"
                              FOR-NOME.
       CONFIRMAR-TITULO.
                ADD 1 TO W-SELECIONADOS
                MOVE ZEROS TO W-TOT-CHQ
                DISPLAY "   " CP-NUM "     " CP-DATA-VENC
                        "   " CP-VALOR.
       CONFIRMAR-TITULO2.
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "   *** DIGITE APENAS S=SIM OU N=NAO ***"
                   GO TO CONFIRMAR-TITULO2.
                IF W-TEM-CHQ = 0
                   GO TO PAGAR-TITULO.
       PEDIR-FORMA.
                DISPLAY "   FORMA (B=BANCO C=CHEQUE DE TERCEIRO)  : "
                        WITH NO ADVANCING
                ACCEPT W-FORMA
                IF W-FORMA = "b"
                   MOVE "B" TO W-FORMA.
                IF W-FORMA = "c"
                   MOVE "C" TO W-FORMA.
                IF W-FORMA NOT = "B" AND NOT = "C"
                   DISPLAY "   *** DIGITE APENAS B OU C ***"
                   GO TO PEDIR-FORMA.
                IF W-FORMA = "C"
                   PERFORM REPASSAR THRU REPASSAR-FIM.
      *
       PAGAR-TITULO.
                MOVE "P"         TO CP-STATUS
                MOVE W-DATA-PGTO TO CP-DATA-PGTO
                REWRITE REGCP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   DISPLAY "ERRO NA LIQUIDACAO DO TITULO " CP-NUM
                           " STATUS " ST-ERRO
                ADD CP-VALOR TO W-TOT-GERAL
                MOVE "B" TO W-AUD-OP
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
      *   O QUE FOI PAGO COM CHEQUES DE TERCEIROS NAO SAI DO BANCO
                COMPUTE W-SALDO-CP = CP-VALOR - W-TOT-CHQ
                IF W-SALDO-CP NOT = ZEROS
                   PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM.
                DISPLAY "   *** TITULO " CP-NUM " LIQUIDADO ***"
                GO TO PROC-LOOP.
      *
       FIM-LOTE.
                PERFORM SUBTOTAL-FORN THRU SUBTOTAL-FORN-FIM
                CLOSE ARQCP ARQFOR ARQAUD
                IF W-TEM-CHQ = 1
                   CLOSE ARQCHQ ARQCR ARQBXA ARQRPC ARQCRD ARQCRDM.
                DISPLAY "*** ROMANEIO DE PAGAMENTO CONCLUIDO ***"
                DISPLAY "TITULOS LIDOS        : " W-LIDOS
                DISPLAY "TITULOS SELECIONADOS : " W-SELECIONADOS
                DISPLAY "TITULOS PAGOS        : " W-PAGOS
                DISPLAY "TOTAL GERAL PAGO     : " W-TOT-GERAL
                IF W-REPASSADOS NOT = ZEROS
                   DISPLAY "CHEQUES REPASSADOS   : " W-REPASSADOS
                   DISPLAY "VALOR EM CHEQUES     : " W-TOT-REPASSE.
                GO TO ROT-FIM.
      *
      ***************************************
      * REPASSE DE CHEQUES DE TERCEIROS AO   *
      * FORNECEDOR DO TITULO: LISTA OS       *
      * DISPONIVEIS E RECEBE OS ESCOLHIDOS   *
      * ATE COBRIR O VALOR DO TITULO         *
      ***************************************
      *
       REPASSAR.
                MOVE CP-VALOR TO W-SALDO-CP
                PERFORM LISTAR-CHQ THRU LISTAR-CHQ-FIM
                IF W-LISTADOS = ZEROS
                   DISPLAY "   *** NENHUM CHEQUE DISPONIVEL - PAGO "
                           "PELO BANCO ***"
                   GO TO REPASSAR-FIM.
       REPASSAR-CHQ.
                IF W-SALDO-CP = ZEROS
                   GO TO REPASSAR-FIM.
                DISPLAY "   SALDO A COBRIR                        : "
                        W-SALDO-CP
                DISPLAY "   NOTA DO CHEQUE (0 = FIM)              : "
                        WITH NO ADVANCING
                ACCEPT W-NOTA
                IF W-NOTA = ZEROS
                   GO TO REPASSAR-FIM.
                DISPLAY "   PARCELA                               : "
                        WITH NO ADVANCING
                ACCEPT W-PARC
                DISPLAY "   SEQUENCIA DO CHEQUE                   : "
                        WITH NO ADVANCING
                ACCEPT W-SEQ
                MOVE W-NOTA TO CHQ-NUM-NOTA
                MOVE W-PARC TO CHQ-PARCELA
                MOVE W-SEQ  TO CHQ-SEQ
                READ ARQCHQ
                MOVE REGCHQ TO JRN-ANT-CHQ
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   DISPLAY "   *** CHEQUE NAO ENCONTRADO ***"
                   GO TO REPASSAR-CHQ.
                IF CHQ-STATUS NOT = "C"
                   DISPLAY "   *** CHEQUE NAO ESTA EM CUSTODIA ***"
                   GO TO REPASSAR-CHQ.
                MOVE CHQ-BOM-PARA (5:4) TO W-CHQ-ORD (1:4)
                MOVE CHQ-BOM-PARA (3:2) TO W-CHQ-ORD (5:2)
                MOVE CHQ-BOM-PARA (1:2) TO W-CHQ-ORD (7:2)
                IF W-CHQ-ORD > W-LIM-ORD
                   DISPLAY "   *** CHEQUE COM BOM PARA APOS O LIMITE "
                           "***"
                   GO TO REPASSAR-CHQ.
                IF CHQ-VALOR > W-SALDO-CP
                   DISPLAY "   *** CHEQUE MAIOR QUE O SALDO DO TITULO "
                           "***"
                   GO TO REPASSAR-CHQ.
                PERFORM BAIXAR-CR THRU BAIXAR-CR-FIM
                IF W-CR-OK NOT = 1
                   GO TO REPASSAR-CHQ.
       REPASSAR-GRV.
                MOVE "R" TO CHQ-STATUS
                REWRITE REGCHQ
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CHQ THRU DIARIO-CHQ-FIM
                IF ST-CHQ NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CHQ
                   DISPLAY "   *** CHEQUE NAO ATUALIZADO ***".
                MOVE CHQ-CHAVE   TO RPC-CHAVE
                MOVE CP-FOR-CPF  TO RPC-FOR-CPF
                MOVE CP-NUM      TO RPC-CP-NUM
                MOVE W-DATA-PGTO TO RPC-DATA
                MOVE CHQ-VALOR   TO RPC-VALOR
                MOVE "R"         TO RPC-STATUS
                MOVE ZEROS       TO RPC-DATA-DEV RPC-CP-NOVO
                MOVE W-OPERADOR  TO RPC-OPERADOR
                WRITE REGRPC
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-RPC THRU DIARIO-RPC-FIM
                IF ST-RPC NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-RPC
                   DISPLAY "   *** REGISTRO DO REPASSE NAO GRAVADO ***".
                PERFORM GRAVAR-AUD-CHQ THRU GRAVAR-AUD-CHQ-FIM
                ADD CHQ-VALOR TO W-TOT-CHQ W-TOT-REPASSE
                SUBTRACT CHQ-VALOR FROM W-SALDO-CP
                ADD 1 TO W-REPASSADOS
                DISPLAY "   *** CHEQUE REPASSADO - TITULO DO CLIENTE "
                        CR-NUM-NOTA "/" CR-PARCELA " BAIXADO ***"
                GO TO REPASSAR-CHQ.
       REPASSAR-FIM.
                EXIT.
      *
      ***************************************
      * CHEQUES EM CUSTODIA COM BOM PARA ATE *
      * A DATA LIMITE QUE CABEM NO TITULO    *
      ***************************************
      *
       LISTAR-CHQ.
                MOVE ZEROS TO W-LISTADOS
                MOVE ZEROS TO CHQ-NUM-NOTA CHQ-PARCELA CHQ-SEQ
                START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                      MOVE "10" TO ST-CHQ.
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO LISTAR-CHQ-FIM.
                DISPLAY "   NOTA/PARC/SEQ  BANCO NUMERO      BOM PARA"
                        "   VALOR".
       LISTAR-CHQ2.
                READ ARQCHQ NEXT
                   AT END MOVE "10" TO ST-CHQ.
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO LISTAR-CHQ-FIM.
                IF CHQ-STATUS NOT = "C"
                   GO TO LISTAR-CHQ2.
                IF CHQ-VALOR > W-SALDO-CP
                   GO TO LISTAR-CHQ2.
                MOVE CHQ-BOM-PARA (5:4) TO W-CHQ-ORD (1:4)
                MOVE CHQ-BOM-PARA (3:2) TO W-CHQ-ORD (5:2)
                MOVE CHQ-BOM-PARA (1:2) TO W-CHQ-ORD (7:2)
                IF W-CHQ-ORD > W-LIM-ORD
                   GO TO LISTAR-CHQ2.
                ADD 1 TO W-LISTADOS
                DISPLAY "   " CHQ-NUM-NOTA "/" CHQ-PARCELA "/"
                        CHQ-SEQ "  " CHQ-BANCO "  " CHQ-NUMERO "  "
                        CHQ-BOM-PARA "  " CHQ-VALOR
                GO TO LISTAR-CHQ2.
       LISTAR-CHQ-FIM.
                EXIT.
      *
      ***************************************
      * BAIXA DO TITULO DO CLIENTE PELO      *
      * CHEQUE REPASSADO, COMO NO DEPOSITO   *
      * DO CHQDEP: PRINCIPAL ATE O SALDO,    *
      * ENCARGOS EM BXA-JUROS E EXCEDENTE    *
      * COMO CREDITO DO CLIENTE              *
      ***************************************
      *
       BAIXAR-CR.
                MOVE 0 TO W-CR-OK
                MOVE CHQ-NUM-NOTA TO CR-NUM-NOTA
                MOVE CHQ-PARCELA  TO CR-PARCELA
                READ ARQCR
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   DISPLAY "   *** TITULO DO CHEQUE NAO ENCONTRADO ***"
                   GO TO BAIXAR-CR-FIM.
                COMPUTE W-SALDO-TIT = CR-VALOR - CR-VALOR-PAGO
                PERFORM CALC-ENCARGOS THRU CALC-ENCARGOS-FIM
                IF CHQ-VALOR > W-TOT-DEVIDO
                   MOVE W-SALDO-TIT TO W-ABATE
                   COMPUTE W-JUROS-PG = W-TOT-DEVIDO - W-SALDO-TIT
                   COMPUTE W-EXCESSO  = CHQ-VALOR - W-TOT-DEVIDO
                ELSE
                   IF CHQ-VALOR > W-SALDO-TIT
                      MOVE W-SALDO-TIT TO W-ABATE
                      COMPUTE W-JUROS-PG = CHQ-VALOR - W-SALDO-TIT
                      MOVE ZEROS TO W-EXCESSO
                   ELSE
                      MOVE CHQ-VALOR TO W-ABATE
                      MOVE ZEROS     TO W-JUROS-PG W-EXCESSO.
                ADD W-ABATE TO CR-VALOR-PAGO
                IF CR-VALOR-PAGO NOT < CR-VALOR
                   MOVE "P" TO CR-STATUS
                ELSE
                   MOVE "A" TO CR-STATUS.
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CR
                   DISPLAY "   *** TITULO DO CLIENTE NAO ATUALIZADO ***"
                   GO TO BAIXAR-CR-FIM.
                MOVE 1 TO W-CR-OK
                PERFORM ACHAR-SEQ-BXA THRU ACHAR-SEQ-BXA-FIM
                MOVE CHQ-NUM-NOTA TO BXA-NUM-NOTA
                MOVE CHQ-PARCELA  TO BXA-PARCELA
                MOVE W-BXA-SEQ    TO BXA-SEQ
                MOVE W-DATA-PGTO  TO BXA-DATA-PGTO
                MOVE W-ABATE      TO BXA-VALOR
                MOVE "H"          TO BXA-FORMA
                MOVE W-OPERADOR   TO BXA-OPERADOR
                MOVE W-JUROS-PG   TO BXA-JUROS
                WRITE REGBXA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-BXA THRU DIARIO-BXA-FIM
                IF ST-BXA NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-BXA
                   DISPLAY "   *** HISTORICO DE BAIXA NAO GRAVADO ***".
                IF W-EXCESSO NOT = ZEROS
                   MOVE W-EXCESSO TO W-CRD-MOV
                   PERFORM MOVER-CREDITO THRU MOVER-CREDITO-FIM
                   DISPLAY "   EXCEDENTE CREDITADO AO CLIENTE : "
                           W-EXCESSO.
       BAIXAR-CR-FIM.
                EXIT.
      *
      ***************************************
      * PROXIMO SEQUENCIAL DE BAIXA DA NOTA  *
      ***************************************
      *
       ACHAR-SEQ-BXA.
                MOVE ZEROS TO W-BXA-SEQ
                MOVE CHQ-NUM-NOTA TO BXA-NUM-NOTA
                MOVE CHQ-PARCELA  TO BXA-PARCELA
                MOVE ZEROS        TO BXA-SEQ
                START ARQBXA KEY IS NOT LESS BXA-CHAVE INVALID KEY
                      MOVE "10" TO ST-BXA.
                IF ST-BXA NOT = "00"
                   GO TO ACHAR-SEQ-BXA-PROX.
       ACHAR-SEQ-BXA-LOOP.
                READ ARQBXA NEXT
                   AT END MOVE "10" TO ST-BXA.
                IF ST-BXA = "00" AND BXA-NUM-NOTA = CHQ-NUM-NOTA
                   AND BXA-PARCELA = CHQ-PARCELA
                   MOVE BXA-SEQ TO W-BXA-SEQ
                   GO TO ACHAR-SEQ-BXA-LOOP.
       ACHAR-SEQ-BXA-PROX.
                MOVE "00" TO ST-BXA
                ADD 1 TO W-BXA-SEQ.
       ACHAR-SEQ-BXA-FIM.
                EXIT.
      *
      ***************************************
      * ENCARGOS DE ATRASO NA DATA DO        *
      * PAGAMENTO - MESMA REGRA DO CHQDEP    *
      ***************************************
      *
       CALC-ENCARGOS.
                MOVE ZEROS TO W-ENCARGOS
                COMPUTE W-TOT-DEVIDO = W-SALDO-TIT
                IF W-PERC-MULT = ZEROS AND W-PERC-JURO = ZEROS
                   GO TO CALC-ENCARGOS-FIM.
                IF CR-DATA (5:4) < "1601" OR CR-DATA (5:4) > "2099"
                   GO TO CALC-ENCARGOS-FIM.
                MOVE CR-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE CR-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE CR-DATA (1:2) TO W-DATA-AMD (7:2)
                COMPUTE W-DIAS-VENC =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                COMPUTE W-DIAS-PGTO =
                        FUNCTION INTEGER-OF-DATE (W-PGTO-ORD)
                COMPUTE W-ATRASO = W-DIAS-PGTO - W-DIAS-VENC
                IF W-ATRASO NOT > ZEROS
                   GO TO CALC-ENCARGOS-FIM.
                COMPUTE W-ENCARGOS ROUNDED =
                        ((W-SALDO-TIT * W-PERC-MULT) / 100)
                      + ((W-SALDO-TIT * W-PERC-JURO * W-ATRASO)
                         / 3000)
                COMPUTE W-TOT-DEVIDO = W-SALDO-TIT + W-ENCARGOS.
       CALC-ENCARGOS-FIM.
                EXIT.
      *
      ***************************************
      * EXCEDENTE DO CHEQUE COMO CREDITO DO  *
      * CLIENTE (ARQCRD/ARQCRDM)             *
      ***************************************
      *
       MOVER-CREDITO.
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
                      DISPLAY "   *** CREDITO NAO ATUALIZADO ***"
                      GO TO MOVER-CREDITO-FIM.
                ADD W-CRD-MOV TO CRD-SALDO
                REWRITE REGCRD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                IF ST-CRD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CRD
                   DISPLAY "   *** CREDITO NAO ATUALIZADO ***"
                   GO TO MOVER-CREDITO-FIM.
       MOVER-CREDITO-SEQ.
                MOVE ZEROS TO W-CDM-SEQ
                MOVE CR-CLI-CPF TO CDM-CLI-CPF
                MOVE ZEROS      TO CDM-SEQ
                START ARQCRDM KEY IS NOT LESS CDM-CHAVE INVALID KEY
                      MOVE "10" TO ST-CDM.
                IF ST-CDM NOT = "00"
                   MOVE "00" TO ST-CDM
                   GO TO MOVER-CREDITO-GRV.
       MOVER-CREDITO-SEQ2.
                READ ARQCRDM NEXT
                   AT END MOVE "10" TO ST-CDM.
                IF ST-CDM = "00" AND CDM-CLI-CPF = CR-CLI-CPF
                   MOVE CDM-SEQ TO W-CDM-SEQ
                   GO TO MOVER-CREDITO-SEQ2.
                MOVE "00" TO ST-CDM.
       MOVER-CREDITO-GRV.
                ADD 1 TO W-CDM-SEQ
                MOVE CR-CLI-CPF  TO CDM-CLI-CPF
                MOVE W-CDM-SEQ   TO CDM-SEQ
                MOVE W-DATA-PGTO TO CDM-DATA
                MOVE "C"         TO CDM-TIPO
                MOVE SPACES      TO CDM-ORIGEM
                STRING "CHQ NT" CR-NUM-NOTA DELIMITED BY SIZE
                       INTO CDM-ORIGEM
                MOVE W-CRD-MOV   TO CDM-VALOR
                WRITE REGCDM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CDM
                   DISPLAY "   *** EXTRATO DE CREDITO NAO GRAVADO ***".
       MOVER-CREDITO-FIM.
                EXIT.
      *
      ***************************************
      * DEBITO DO PAGAMENTO NO RAZAO         *
      * BANCARIO (BCODRV)                    *
      ***************************************
      *
       LANCAR-BANCO.
                MOVE "L"          TO BCL-FUNCAO
                MOVE ZEROS        TO BCL-CONTA
                MOVE W-DATA-PGTO  TO BCL-DATA
                MOVE "D"          TO BCL-TIPO
                MOVE W-SALDO-CP   TO BCL-VALOR
                MOVE "PAGCP"      TO BCL-ORIGEM
                MOVE CP-NUM       TO BCL-DOCUMENTO
                MOVE "PAGAMENTO A FORNECEDOR" TO BCL-HIST
                CALL "BCODRV" USING BCL-COMUNIC
                IF BCL-RETORNO NOT = "00" AND NOT = "SC"
                   DISPLAY "ERRO NO LANCAMENTO BANCARIO: " BCL-RETORNO
                   MOVE "ARQLCB"    TO ERR-ARQUIVO
                   MOVE BCL-RETORNO TO ERR-STATUS
                   MOVE "ERRO NO LANCAMENTO DO RAZAO BANCARIO"
                                                   TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       LANCAR-BANCO-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      ***************************************
      *
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUDITORIA-FIM.
                EXIT.
       GRAVAR-AUD-CHQ.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQCHQ"    TO AUD-ARQUIVO
                MOVE "R"         TO AUD-OPERACAO
                MOVE CHQ-CHAVE (1:13) TO AUD-CHAVE-REG
                MOVE W-OPERADOR  TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUD-CHQ-FIM.
                EXIT.
      *
      ***************************************
      * VALIDACAO DE CALENDARIO (DATA DO     *
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
                MOVE "PAGCP"      TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CP.
                MOVE "ARQCP"      TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CP TO JRN-ANTES
                ELSE
                   MOVE REGCP TO JRN-ANTES.
                MOVE REGCP TO JRN-DEPOIS JRN-ANT-CP
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CP-FIM.
                EXIT.
       DIARIO-CHQ.
                MOVE "ARQCHQ"     TO JRN-ARQUIVO
                MOVE ST-CHQ       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CHQ TO JRN-ANTES
                ELSE
                   MOVE REGCHQ TO JRN-ANTES.
                MOVE REGCHQ TO JRN-DEPOIS JRN-ANT-CHQ
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CHQ-FIM.
                EXIT.
       DIARIO-RPC.
                MOVE "ARQRPC"     TO JRN-ARQUIVO
                MOVE ST-RPC       TO JRN-STATUS
                MOVE REGRPC TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RPC-FIM.
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
       DIARIO-BXA.
                MOVE "ARQBXA"     TO JRN-ARQUIVO
                MOVE ST-BXA       TO JRN-STATUS
                MOVE REGBXA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BXA-FIM.
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
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
