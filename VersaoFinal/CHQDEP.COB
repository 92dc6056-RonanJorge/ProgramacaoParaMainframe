      * 3) CHEQUE DEVOLVIDO: REABRE O TITULO E       *
      *    MARCA O CHEQUE COMO DEVOLVIDO, COM        *
      *    REGISTRO NA TRILHA DE AUDITORIA           *
      *    CHEQUE REPASSADO (PAGCP) DEVOLVIDO PELO   *
      *    FORNECEDOR: REABRE TAMBEM A CONTA A PAGAR *
      *    (O PROPRIO TITULO, SE O CHEQUE O PAGOU    *
      *    SOZINHO, OU UM NOVO TITULO DO FORNECEDOR  *
      *    PELO VALOR DO CHEQUE) E MARCA O REPASSE   *
      *    COMO DEVOLVIDO NO ARQRPC                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDM-CHAVE
                    FILE STATUS  IS ST-CDM.
       SELECT ARQRPC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS RPC-CHAVE
                    FILE STATUS  IS ST-RPC
                    ALTERNATE RECORD KEY IS RPC-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQCP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CP-NUM
                    FILE STATUS  IS ST-CP
                    ALTERNATE RECORD KEY IS CP-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQNUM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NUM-SERIE
                    FILE STATUS  IS ST-NUM.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 CDM-TIPO          PIC X(01).
                03 CDM-ORIGEM        PIC X(14).
                03 CDM-VALOR         PIC 9(10).
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
       FD ARQNUM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNUM.DAT".
       01 REGNUM.
                03 NUM-SERIE      PIC X(08).
                03 NUM-PROXIMO    PIC 9(08).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-CDM-SEQ      PIC 9(05) VALUE ZEROS.
       77 W-CRD-MOV      PIC 9(10) VALUE ZEROS.
       77 W-CRD-TIPO     PIC X(01) VALUE SPACES.
       77 W-DATA-DEV     PIC 9(08) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 ST-RPC         PIC X(02) VALUE "00".
       77 ST-CP          PIC X(02) VALUE "00".
       77 ST-NUM         PIC X(02) VALUE "00".
       77 W-TEM-RPC      PIC 9(01) VALUE ZEROS.
       77 W-STATUS-ANT   PIC X(01) VALUE SPACES.
       77 W-CP-PROX      PIC 9(08) VALUE ZEROS.
       77 W-CP-ORIG      PIC 9(08) VALUE ZEROS.
       77 W-CP-DESPESA   PIC 9(03) VALUE ZEROS.
       77 W-CP-CCUSTO    PIC 9(03) VALUE ZEROS.
       77 W-AUD-OP       PIC X(01) VALUE SPACES.
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
       01 JRN-ANT-CHQ          PIC X(59).
       01 JRN-ANT-CR           PIC X(53).
       01 JRN-ANT-CRD          PIC X(24).
       01 JRN-ANT-RPC          PIC X(90).
       01 JRN-ANT-CP           PIC X(63).
       01 JRN-ANT-NUM          PIC X(16).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                              ST-CDM
           ELSE
                    NEXT SENTENCE.
      *
      ***** CHEQUES REPASSADOS A FORNECEDORES (PAGCP): SEM O   *****
      ***** ARQRPC NAO HA REPASSE A DESFAZER NA DEVOLUCAO      *****
      *
       ABRIR-RPC.
                MOVE 0 TO W-TEM-RPC
                OPEN I-O ARQRPC
                IF ST-RPC NOT = "00"
                   MOVE "00" TO ST-RPC
                   GO TO MENU-FASE.
                OPEN I-O ARQCP
                IF ST-CP NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQCP: "
                           ST-CP
                   MOVE "00" TO ST-CP
                   CLOSE ARQRPC
                   GO TO MENU-FASE.
                OPEN I-O ARQNUM
                IF ST-NUM NOT = "00"
                   IF ST-NUM = "30" OR "35"
                      OPEN OUTPUT ARQNUM
                      CLOSE ARQNUM
                      OPEN I-O ARQNUM
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQNUM: "
                              ST-NUM
                      MOVE "00" TO ST-NUM
                      CLOSE ARQRPC ARQCP
                      GO TO MENU-FASE.
                MOVE 1 TO W-TEM-RPC.
      *
       MENU-FASE.
                DISPLAY " "
       LISTAR2.
                READ ARQCHQ NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGCHQ TO JRN-ANT-CHQ
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY " CHEQUES LISTADOS : " W-LISTADOS
                MOVE CHQ-NUM-NOTA TO CR-NUM-NOTA
                MOVE CHQ-PARCELA  TO CR-PARCELA
                READ ARQCR
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   DISPLAY "*** TITULO DO CHEQUE NAO ENCONTRADO ***"
                ELSE
                   MOVE "A" TO CR-STATUS.
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CR
                   DISPLAY "*** TITULO NAO ATUALIZADO ***"
                MOVE W-OPERADOR   TO BXA-OPERADOR
                MOVE W-JUROS-PG   TO BXA-JUROS
                WRITE REGBXA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-BXA THRU DIARIO-BXA-FIM
                IF ST-BXA NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-BXA
                   DISPLAY "*** HISTORICO DE BAIXA NAO GRAVADO ***".
       DEP-CHQ.
                MOVE "D" TO CHQ-STATUS
                REWRITE REGCHQ
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CHQ THRU DIARIO-CHQ-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** CHEQUE NAO ATUALIZADO ***".
                MOVE "B" TO AUD-OPERACAO
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE W-DATA-DEP TO BCL-DATA
                MOVE "C"        TO BCL-TIPO
                MOVE "DEPOSITO DE CHEQUE" TO BCL-HIST
                PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM
                IF W-JUROS-PG NOT = ZEROS
                   DISPLAY "ENCARGOS RECEBIDOS NO DEPOSITO : "
                           W-JUROS-PG.
      ***** FASE 3 - CHEQUE DEVOLVIDO *****
      *
       DEVOLVER.
                MOVE ZEROS TO W-DATA-DEV
                PERFORM PEDIR-CHEQUE THRU PEDIR-CHEQUE-FIM
                IF W-NOTA = ZEROS
                   GO TO DEVOLVER-FIM.
                IF CHQ-STATUS = "V"
                   DISPLAY "*** CHEQUE JA MARCADO COMO DEVOLVIDO ***"
                   GO TO DEVOLVER-FIM.
                MOVE CHQ-STATUS TO W-STATUS-ANT
                IF CHQ-STATUS = "R"
                   IF W-TEM-RPC NOT = 1
                      DISPLAY "*** CHEQUE REPASSADO - ARQ DE REPASSES "
                              "INDISPONIVEL ***"
                      GO TO DEVOLVER-FIM
                   ELSE
                      MOVE CHQ-CHAVE TO RPC-CHAVE
                      READ ARQRPC
                      MOVE REGRPC TO JRN-ANT-RPC
                      IF ST-RPC NOT = "00"
                         MOVE "00" TO ST-RPC
                         DISPLAY "*** REPASSE DO CHEQUE NAO ENCONTRADO "
                                 "***"
                         GO TO DEVOLVER-FIM
                      ELSE
                         DISPLAY "CHEQUE REPASSADO AO FORNECEDOR "
                                 RPC-FOR-CPF " TITULO " RPC-CP-NUM.
                IF CHQ-STATUS = "D" OR "R"
                   DISPLAY "DATA DA DEVOLUCAO (DDMMAAAA, 0=HOJE): "
                           WITH NO ADVANCING
                   ACCEPT W-DATA-DEV
                   IF W-DATA-DEV = ZEROS
                      ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                      MOVE W-HOJE-AMD (7:2) TO W-DATA-DEV (1:2)
                      MOVE W-HOJE-AMD (5:2) TO W-DATA-DEV (3:2)
                      MOVE W-HOJE-AMD (1:4) TO W-DATA-DEV (5:4).
       DEV-TITULO.
                MOVE CHQ-NUM-NOTA TO CR-NUM-NOTA
                MOVE CHQ-PARCELA  TO CR-PARCELA
                READ ARQCR
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   DISPLAY "*** TITULO DO CHEQUE NAO ENCONTRADO ***"
                   GO TO DEVOLVER-FIM.
                IF CHQ-STATUS = "D" OR "R"
                   IF CHQ-VALOR > CR-VALOR-PAGO
                      MOVE ZEROS TO CR-VALOR-PAGO
                   ELSE
                      SUBTRACT CHQ-VALOR FROM CR-VALOR-PAGO.
                MOVE "A" TO CR-STATUS
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CR
                   DISPLAY "*** TITULO NAO ATUALIZADO ***"
       DEV-CHQ.
                MOVE "V" TO CHQ-STATUS
                REWRITE REGCHQ
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CHQ THRU DIARIO-CHQ-FIM
                IF ST-ERRO NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** CHEQUE NAO ATUALIZADO ***".
                MOVE "V" TO AUD-OPERACAO
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
      *   O CHEQUE REPASSADO NUNCA ENTROU NO BANCO: NAO HA ESTORNO,
      *   A DIVIDA COM O FORNECEDOR E QUE VOLTA
                IF W-STATUS-ANT = "R"
                   PERFORM REABRIR-CP THRU REABRIR-CP-FIM
                   GO TO DEVOLVER-FIM.
                IF W-DATA-DEV NOT = ZEROS
                   MOVE W-DATA-DEV TO BCL-DATA
                   MOVE "D"        TO BCL-TIPO
                   MOVE "ESTORNO CHEQUE DEVOLVIDO" TO BCL-HIST
                   PERFORM LANCAR-BANCO THRU LANCAR-BANCO-FIM.
                DISPLAY "*** CHEQUE DEVOLVIDO - TITULO REABERTO ***".
       DEVOLVER-FIM.
                EXIT.
      *
      ***************************************
      * CONTA A PAGAR DE VOLTA NA DEVOLUCAO  *
      * DE CHEQUE REPASSADO: REABRE O TITULO *
      * PAGO SO COM ESTE CHEQUE; SENAO GERA  *
      * NOVO TITULO DO FORNECEDOR PELO VALOR *
      * DO CHEQUE, VENCENDO NA DEVOLUCAO     *
      ***************************************
      *
       REABRIR-CP.
                MOVE ZEROS TO W-CP-ORIG W-CP-DESPESA W-CP-CCUSTO
                MOVE RPC-CP-NUM TO CP-NUM
                READ ARQCP
                MOVE REGCP TO JRN-ANT-CP
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   GO TO REABRIR-CP-NOVO.
                MOVE CP-DESPESA TO W-CP-DESPESA
                MOVE CP-CCUSTO  TO W-CP-CCUSTO
                IF CP-STATUS NOT = "P" OR CP-VALOR NOT = RPC-VALOR
                   GO TO REABRIR-CP-NOVO.
                MOVE "A"   TO CP-STATUS
                MOVE ZEROS TO CP-DATA-PGTO
                REWRITE REGCP
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-CP NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CP
                   DISPLAY "*** TITULO A PAGAR NAO REABERTO ***"
                   GO TO REABRIR-CP-FIM.
                MOVE CP-NUM TO W-CP-ORIG
                MOVE "R" TO W-AUD-OP
                GO TO REABRIR-CP-RPC.
       REABRIR-CP-NOVO.
                PERFORM OBTER-NUM-CP THRU OBTER-NUM-CP-FIM
                MOVE RPC-FOR-CPF  TO CP-FOR-CPF
                MOVE CHQ-VALOR    TO CP-VALOR
                MOVE W-DATA-DEV   TO CP-DATA-EMISSAO CP-DATA-VENC
                MOVE "A"          TO CP-STATUS
                MOVE ZEROS        TO CP-DATA-PGTO
                MOVE W-CP-DESPESA TO CP-DESPESA
                MOVE W-CP-CCUSTO  TO CP-CCUSTO
                WRITE REGCP
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CP THRU DIARIO-CP-FIM
                IF ST-CP NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CP
                   DISPLAY "*** TITULO A PAGAR NAO GERADO ***"
                   GO TO REABRIR-CP-FIM.
                MOVE "I" TO W-AUD-OP.
       REABRIR-CP-RPC.
                PERFORM GRAVAR-AUD-CP THRU GRAVAR-AUD-CP-FIM
                MOVE "V"        TO RPC-STATUS
                MOVE W-DATA-DEV TO RPC-DATA-DEV
                MOVE CP-NUM     TO RPC-CP-NOVO
                REWRITE REGRPC
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-RPC THRU DIARIO-RPC-FIM
                IF ST-RPC NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-RPC
                   DISPLAY "*** REPASSE NAO ATUALIZADO ***".
                IF W-CP-ORIG NOT = ZEROS
                   DISPLAY "*** CHEQUE DEVOLVIDO PELO FORNECEDOR - "
                           "TITULO A PAGAR " CP-NUM " REABERTO ***"
                ELSE
                   DISPLAY "*** CHEQUE DEVOLVIDO PELO FORNECEDOR - "
                           "NOVO TITULO A PAGAR " CP-NUM " ***".
                DISPLAY "*** TITULO DO CLIENTE REABERTO ***".
       REABRIR-CP-FIM.
                EXIT.
      *
      ***************************************
      * NUMERACAO DO NOVO TITULO A PAGAR     *
      * (SERIE TITCP NO ARQNUM, COMO NO      *
      * CTAPAG; SEM A SERIE, SEGUE O MAIOR   *
      * NUMERO DO ARQCP)                     *
      ***************************************
      *
       OBTER-NUM-CP.
                MOVE "TITCP" TO NUM-SERIE
                READ ARQNUM
                MOVE REGNUM TO JRN-ANT-NUM
                IF ST-NUM = "00"
                   GO TO OBTER-NUM-CP-GRV.
                MOVE "00" TO ST-NUM
                MOVE 1 TO W-CP-PROX
                MOVE ZEROS TO CP-NUM
                START ARQCP KEY IS NOT LESS CP-NUM INVALID KEY
                      MOVE "10" TO ST-CP.
                IF ST-CP NOT = "00"
                   MOVE "00" TO ST-CP
                   GO TO OBTER-NUM-CP-SERIE.
       OBTER-NUM-CP-SCAN.
                READ ARQCP NEXT
                   AT END MOVE "10" TO ST-CP.
                IF ST-CP = "00"
                   COMPUTE W-CP-PROX = CP-NUM + 1
                   GO TO OBTER-NUM-CP-SCAN.
                MOVE "00" TO ST-CP.
       OBTER-NUM-CP-SERIE.
                MOVE "TITCP"   TO NUM-SERIE
                MOVE W-CP-PROX TO NUM-PROXIMO
                WRITE REGNUM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                MOVE "00" TO ST-NUM.
       OBTER-NUM-CP-GRV.
                MOVE NUM-PROXIMO TO CP-NUM
                ADD 1 TO NUM-PROXIMO
                REWRITE REGNUM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-NUM THRU DIARIO-NUM-FIM
                IF ST-NUM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-NUM
                   DISPLAY "*** SERIE DE NUMERACAO NAO ATUALIZADA ***".
       OBTER-NUM-CP-FIM.
                EXIT.
      *
      ***************************************
      * LOCALIZACAO DO CHEQUE PELA CHAVE     *
      * NOTA/PARCELA/SEQ (W-NOTA ZEROS =     *
      * CANCELADO)                           *
                MOVE W-PARC TO CHQ-PARCELA
                MOVE W-SEQ  TO CHQ-SEQ
                READ ARQCHQ
                MOVE REGCHQ TO JRN-ANT-CHQ
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   DISPLAY "*** CHEQUE NAO ENCONTRADO ***"
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
                      DISPLAY "*** CREDITO NAO ATUALIZADO ***"
                   ELSE
                      SUBTRACT W-CRD-MOV FROM CRD-SALDO.
                REWRITE REGCRD
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CRD THRU DIARIO-CRD-FIM
                IF ST-CRD NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CRD
                   DISPLAY "*** CREDITO NAO ATUALIZADO ***"
                       INTO CDM-ORIGEM
                MOVE W-CRD-MOV   TO CDM-VALOR
                WRITE REGCDM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-CRDM THRU DIARIO-CRDM-FIM
                IF ST-CDM NOT = "00" AND NOT = "02"
                   MOVE "00" TO ST-CDM
                   DISPLAY "*** EXTRATO DE CREDITO NAO GRAVADO ***".
                EXIT.
      *
      ***************************************
      * LANCAMENTO DO CHEQUE NO RAZAO        *
      * BANCARIO (BCODRV); DATA, TIPO E      *
      * HISTORICO JA CARREGADOS              *
      ***************************************
      *
       LANCAR-BANCO.
                MOVE "L"          TO BCL-FUNCAO
                MOVE ZEROS        TO BCL-CONTA
                MOVE CHQ-VALOR    TO BCL-VALOR
                MOVE "CHQDEP"     TO BCL-ORIGEM
                MOVE CHQ-CHAVE (1:13) TO BCL-DOCUMENTO
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
       GRAVAR-AUD-CP.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQCP"     TO AUD-ARQUIVO
                MOVE W-AUD-OP    TO AUD-OPERACAO
                MOVE CP-NUM      TO AUD-CHAVE-REG
                MOVE W-OPERADOR  TO AUD-OPERADOR
                WRITE REGAUD
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   ADD 1 TO AUD-HORA
                   WRITE REGAUD
                   IF ST-AUD NOT = "00"
                      MOVE "00" TO ST-AUD
                      DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUD-CP-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQCHQ ARQCR ARQBXA ARQAUD ARQCRD ARQCRDM
                IF W-TEM-RPC = 1
                   CLOSE ARQRPC ARQCP ARQNUM.
                DISPLAY "*** CUSTODIA ENCERRADA ***"
                GO TO ROT-FIM.
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
                MOVE "CHQDEP"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
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
       DIARIO-CHQ.
                MOVE "ARQCHQ"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CHQ TO JRN-ANTES
                ELSE
                   MOVE REGCHQ TO JRN-ANTES.
                MOVE REGCHQ TO JRN-DEPOIS JRN-ANT-CHQ
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CHQ-FIM.
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
       DIARIO-RPC.
                MOVE "ARQRPC"     TO JRN-ARQUIVO
                MOVE ST-RPC       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-RPC TO JRN-ANTES
                ELSE
                   MOVE REGRPC TO JRN-ANTES.
                MOVE REGRPC TO JRN-DEPOIS JRN-ANT-RPC
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-RPC-FIM.
                EXIT.
       DIARIO-CP.
                MOVE "ARQCP"      TO JRN-ARQUIVO
                MOVE ST-CP        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CP TO JRN-ANTES
                ELSE
                   MOVE REGCP TO JRN-ANTES.
                MOVE REGCP TO JRN-DEPOIS JRN-ANT-CP
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CP-FIM.
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
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
