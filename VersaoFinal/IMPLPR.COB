       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPLPR.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * IMPORTACAO DA TABELA DE PRECOS DO FORNECEDOR *
      * LE O ARQUIVO IMPLPR.DAT (LAYOUT FIXO) DE UM  *
      * FORNECEDOR, LOCALIZA CADA LINHA PELO NOSSO   *
      * PRO-COD OU PELO CODIGO DE BARRAS E CONFERE O *
      * VINCULO NO ARQPROFOR                         *
      * 1) RELATORIO DE VARIACAO: CUSTO ANTERIOR X   *
      *    NOVO, PERCENTUAL, ALERTA DE AUMENTO ACIMA *
      *    DO PARAMETRO VARCUSTO (ARQPARAM) E A      *
      *    MARGEM SOBRE O PRO-PRECO ANTES (CUS-MEDIO)*
      *    E DEPOIS (CUSTO NOVO)                     *
      * 2) APOS CONFIRMACAO ATUALIZA PF-PRECO E      *
      *    PF-PRAZO-ENTREGA NO ARQPROFOR, COM PONTO  *
      *    DE RESTART NO ESTILO DO IMPMEST           *
      * LINHAS NAO LOCALIZADAS OU INVALIDAS VAO PARA *
      * O LPRREJ.DAT COM O MOTIVO                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPROFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-PF
                    ALTERNATE RECORD KEY IS PF-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPF
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
       SELECT ARQCUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-PRO-COD
                    FILE STATUS  IS ST-CUS.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQLPR ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LPR.
       SELECT ARQLPJ ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LPJ.
       SELECT ARQCKPT ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-CKP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPROFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROFOR.DAT".
       01 REGPROFOR.
                03 PF-CHAVE.
                   05 PF-PRO-COD       PIC 9(08).
                   05 PF-FOR-CPF       PIC 9(14).
                03 PF-TIPO-FORC        PIC X(01).
                03 PF-PRECO            PIC 9(08).
                03 PF-PRAZO-ENTREGA    PIC 9(03).
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
                03 PRO-SIT                PIC X(01).
                03 PRO-VERSAO             PIC 9(08).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
                03 FOR-TIPO     PIC X(1).
                03 FOR-CPF      PIC 9(14).
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
      *
       FD ARQCUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUS.DAT".
       01 REGCUS.
                03 CUS-PRO-COD        PIC 9(08).
                03 CUS-MEDIO          PIC 9(08).
                03 CUS-ULT-CUSTO      PIC 9(08).
                03 CUS-ULT-DATA       PIC 9(08).
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PAR-COD        PIC X(08).
                03 PAR-DESC       PIC X(30).
                03 PAR-VALOR      PIC 9(08).
      *
      ***** LINHA DA TABELA DO FORNECEDOR (80 POSICOES) *****
      *
       FD ARQLPR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "IMPLPR.DAT".
       01 REGLPR.
                03 LPR-PRO-COD       PIC 9(08).
                03 LPR-BARRAS        PIC 9(13).
                03 LPR-PRECO         PIC 9(08).
                03 LPR-PRAZO         PIC 9(03).
                03 LPR-DESC          PIC X(30).
                03 FILLER            PIC X(18).
      *
       FD ARQLPJ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LPRREJ.DAT".
       01 REGLPJ.
                03 LPJ-MOTIVO        PIC X(30).
                03 LPJ-REG           PIC X(80).
      *
       FD ARQCKPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LPRCKPT.DAT".
       01 REGCKPT.
                03 CKPT-FOR-CPF     PIC 9(14).
                03 CKPT-CONTADOR    PIC 9(08).
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
       77 ST-PF          PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-CUS         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-LPR         PIC X(02) VALUE "00".
       77 ST-LPJ         PIC X(02) VALUE "00".
       77 ST-CKP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-FOR-CPF      PIC 9(14) VALUE ZEROS.
       77 W-RESP         PIC X(01) VALUE SPACES.
       77 W-FASE         PIC 9(01) VALUE ZEROS.
       77 W-TEM-CUS      PIC 9(01) VALUE ZEROS.
       77 W-VALIDO       PIC 9(01) VALUE ZEROS.
       77 W-MOTIVO       PIC X(30) VALUE SPACES.
       77 W-CONTADOR     PIC 9(08) VALUE ZEROS.
       77 W-SKIP         PIC 9(08) VALUE ZEROS.
       77 W-RESTO        PIC 9(08) VALUE ZEROS.
       77 W-INTERVALO    PIC 9(04) VALUE 0100.
       77 W-LIMITE-AUM   PIC 9(03) VALUE 010.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-ACEITOS      PIC 9(08) VALUE ZEROS.
       77 W-AUMENTOS     PIC 9(08) VALUE ZEROS.
       77 W-REDUCOES     PIC 9(08) VALUE ZEROS.
       77 W-IGUAIS       PIC 9(08) VALUE ZEROS.
       77 W-ALERTAS      PIC 9(08) VALUE ZEROS.
       77 W-REJEITADOS   PIC 9(08) VALUE ZEROS.
       77 W-ATUALIZADOS  PIC 9(08) VALUE ZEROS.
       77 W-CUSTO-BASE   PIC 9(08) VALUE ZEROS.
       77 W-VAR-PCT      PIC S9(05)V99 VALUE ZEROS.
       77 W-MRG-ATU      PIC S9(05)V99 VALUE ZEROS.
       77 W-MRG-NOVA     PIC S9(05)V99 VALUE ZEROS.
       77 W-FLAG         PIC X(01) VALUE SPACES.
       77 W-PRECO-ED     PIC ZZZZZZZ9.
       77 W-NOVO-ED      PIC ZZZZZZZ9.
       77 W-VAR-ED       PIC -ZZZ9,99.
       77 W-MRG-ATU-ED   PIC -ZZ9,99.
       77 W-MRG-NOVA-ED  PIC -ZZ9,99.
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
       01 JRN-ANT-PROFOR       PIC X(34).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** IMPLPR - TABELA DE PRECOS DO FORNECEDOR *".
      *
       PEDIR-FORNEC.
                DISPLAY "CPF/CNPJ DO FORNECEDOR (0 = SAIR)         : "
                        WITH NO ADVANCING
                ACCEPT W-FOR-CPF
                IF W-FOR-CPF = ZEROS
                   GO TO ROT-FIM2.
                OPEN INPUT ARQFOR
                IF ST-FOR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQFOR: " ST-FOR
                   GO TO ROT-FIM2.
                MOVE W-FOR-CPF TO FOR-CPF
                READ ARQFOR
                IF ST-FOR NOT = "00"
                   DISPLAY "*** FORNECEDOR NAO CADASTRADO ***"
                   CLOSE ARQFOR
                   GO TO PEDIR-FORNEC.
                CLOSE ARQFOR
                DISPLAY "FORNECEDOR : " FOR-NOME.
      *
       ABRIR-ARQS.
                OPEN INPUT ARQLPR
                IF ST-LPR NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO DE ENTRADA"
                           " IMPLPR.DAT: " ST-LPR
                   GO TO ROT-FIM2.
                OPEN I-O ARQPROFOR
                IF ST-PF NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQPROFOR: " ST-PF
                   CLOSE ARQLPR
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQPRO: " ST-PRO
                   CLOSE ARQLPR ARQPROFOR
                   GO TO ROT-FIM2.
                OPEN INPUT ARQCUS
                IF ST-CUS = "00"
                   MOVE 1 TO W-TEM-CUS
                ELSE
                   MOVE 0    TO W-TEM-CUS
                   MOVE "00" TO ST-CUS
                   DISPLAY "*** SEM ARQCUS - MARGEM PELO CUSTO ANTIGO".
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***** PERCENTUAL DE AUMENTO QUE GERA ALERTA *****
      ***** (VARCUSTO NO ARQPARAM; PADRAO 10%)    *****
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO LER-CKPT.
                MOVE "VARCUSTO" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-LIMITE-AUM
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
      *
      ***** PONTO DE RESTART (FORNECEDOR + CONTADOR) *****
      ***** SO E GRAVADO NA ATUALIZACAO, ENTAO UMA     *****
      ***** RETOMADA DISPENSA NOVA CONFERENCIA         *****
      *
       LER-CKPT.
                MOVE ZEROS TO W-SKIP
                OPEN INPUT ARQCKPT
                IF ST-CKP NOT = "00"
                   MOVE "00" TO ST-CKP
                   GO TO ABRIR-SPOOL.
                READ ARQCKPT
                IF ST-CKP NOT = "00" OR CKPT-CONTADOR = ZEROS
                   MOVE "00" TO ST-CKP
                   CLOSE ARQCKPT
                   GO TO ABRIR-SPOOL.
                CLOSE ARQCKPT
                IF CKPT-FOR-CPF NOT = W-FOR-CPF
                   GO TO ABRIR-SPOOL.
                DISPLAY "*** ATUALIZACAO INTERROMPIDA NO REGISTRO "
                        CKPT-CONTADOR " ***".
       LER-CKPT2.
                DISPLAY "RETOMAR DO CHECKPOINT (S) OU RECOMECAR DO"
                DISPLAY "ZERO (N)                                  : "
                        WITH NO ADVANCING
                ACCEPT W-RESP
                IF W-RESP = "S" OR "s"
                   MOVE CKPT-CONTADOR TO W-SKIP
                   GO TO ABRIR-SPOOL.
                IF W-RESP NOT = "N" AND "n"
                   GO TO LER-CKPT2.
      *
       ABRIR-SPOOL.
                MOVE "IMPLPR" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** IMPLPR - VARIACAO DA TABELA DE PRECOS ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " FORNECEDOR " W-FOR-CPF " " FOR-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-SKIP > ZEROS
                   GO TO ATUALIZAR.
      *
      ***************************************
      * FASE 1 - CONFERENCIA E RELATORIO DE  *
      * VARIACAO (NADA E GRAVADO)            *
      ***************************************
      *
       CONFERIR.
                MOVE 1 TO W-FASE
                OPEN OUTPUT ARQLPJ
                IF ST-LPJ NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ DE REJEITADOS: "
                           ST-LPJ
                   GO TO FIM-LOTE.
                MOVE SPACES TO SPL-LINHA
                STRING " ALERTA (A) PARA AUMENTO ACIMA DE "
                       W-LIMITE-AUM "%  -  MARGEM SOBRE O PRECO DE"
                       " VENDA"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " PRODUTO  DESCRICAO          CUSTO ANT "
                       "CUSTO NOVO   VAR%  F MG ATU MG NOVA"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       CONFERIR-LOOP.
                READ ARQLPR
                   AT END GO TO CONFERIR-TOT.
                ADD 1 TO W-LIDOS
                PERFORM LOCALIZAR THRU LOCALIZAR-FIM
                IF W-VALIDO NOT = 1
                   PERFORM REJEITAR THRU REJEITAR-FIM
                   GO TO CONFERIR-LOOP.
                ADD 1 TO W-ACEITOS
                PERFORM CALCULAR-VARIACAO THRU CALCULAR-VARIACAO-FIM
                MOVE PF-PRECO   TO W-PRECO-ED
                MOVE LPR-PRECO  TO W-NOVO-ED
                MOVE W-VAR-PCT  TO W-VAR-ED
                MOVE W-MRG-ATU  TO W-MRG-ATU-ED
                MOVE W-MRG-NOVA TO W-MRG-NOVA-ED
                MOVE SPACES TO SPL-LINHA
                STRING " " PRO-COD " " PRO-DESC (1:18) " " W-PRECO-ED
                       "  " W-NOVO-ED " " W-VAR-ED " " W-FLAG " "
                       W-MRG-ATU-ED " " W-MRG-NOVA-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO CONFERIR-LOOP.
      *
       CONFERIR-TOT.
                CLOSE ARQLPJ
                MOVE SPACES TO SPL-LINHA
                STRING "LINHAS LIDAS            : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LINHAS LOCALIZADAS      : " W-ACEITOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  COM AUMENTO           : " W-AUMENTOS
                       "   COM ALERTA : " W-ALERTAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  COM REDUCAO           : " W-REDUCOES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  SEM ALTERACAO         : " W-IGUAIS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LINHAS REJEITADAS       : " W-REJEITADOS
                       " (VER LPRREJ.DAT)"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-ACEITOS = ZEROS
                   DISPLAY "*** NENHUMA LINHA A ATUALIZAR ***"
                   GO TO FIM-LOTE.
       CONFIRMAR.
                DISPLAY "CONFIRMA A ATUALIZACAO DO ARQPROFOR (S/N) : "
                        WITH NO ADVANCING
                ACCEPT W-RESP
                IF W-RESP = "N" OR "n"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** ATUALIZACAO NAO CONFIRMADA ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-LOTE.
                IF W-RESP NOT = "S" AND "s"
                   GO TO CONFIRMAR.
                CLOSE ARQLPR
                OPEN INPUT ARQLPR
                IF ST-LPR NOT = "00"
                   DISPLAY "ERRO NA REABERTURA DO IMPLPR.DAT: " ST-LPR
                   GO TO FIM-LOTE.
      *
      ***************************************
      * FASE 2 - ATUALIZACAO DO ARQPROFOR    *
      ***************************************
      *
       ATUALIZAR.
                MOVE 2 TO W-FASE
                OPEN EXTEND ARQLPJ
                IF ST-LPJ NOT = "00"
                   MOVE "00" TO ST-LPJ
                   OPEN OUTPUT ARQLPJ.
                MOVE ZEROS TO W-CONTADOR
                IF W-SKIP = ZEROS
                   GO TO ATUALIZAR-LOOP.
       PULAR-LOOP.
                READ ARQLPR
                   AT END
                      DISPLAY "*** ENTRADA MENOR QUE O CHECKPOINT ***"
                      GO TO FIM-LOTE.
                ADD 1 TO W-CONTADOR
                IF W-CONTADOR < W-SKIP
                   GO TO PULAR-LOOP.
      *
       ATUALIZAR-LOOP.
                READ ARQLPR
                   AT END GO TO ATUALIZAR-TOT.
                ADD 1 TO W-CONTADOR
                PERFORM LOCALIZAR THRU LOCALIZAR-FIM
                IF W-VALIDO NOT = 1
                   GO TO ATUALIZAR-CKPT.
                MOVE LPR-PRECO TO PF-PRECO
                IF LPR-PRAZO > ZEROS
                   MOVE LPR-PRAZO TO PF-PRAZO-ENTREGA.
                REWRITE REGPROFOR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PROFOR THRU DIARIO-PROFOR-FIM
                IF ST-PF = "00" OR "02"
                   ADD 1 TO W-ATUALIZADOS
                ELSE
                   MOVE "ARQPROFOR" TO ERR-ARQUIVO
                   MOVE ST-PF TO ERR-STATUS
                   MOVE "ERRO NA ATUALIZACAO DO CUSTO DO FORNECEDOR"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "ERRO NA ATUALIZACAO" TO W-MOTIVO
                   PERFORM REJEITAR THRU REJEITAR-FIM
                   MOVE "00" TO ST-PF.
       ATUALIZAR-CKPT.
                DIVIDE W-CONTADOR BY W-INTERVALO
                       GIVING W-RESTO REMAINDER W-RESTO
                IF W-RESTO = ZEROS
                   PERFORM GRAVA-CKPT THRU GRAVA-CKPT-FIM.
                GO TO ATUALIZAR-LOOP.
      *
       ATUALIZAR-TOT.
                CLOSE ARQLPJ
                OPEN OUTPUT ARQCKPT
                MOVE ZEROS TO CKPT-FOR-CPF CKPT-CONTADOR
                WRITE REGCKPT
                CLOSE ARQCKPT
                MOVE SPACES TO SPL-LINHA
                STRING "CUSTOS ATUALIZADOS      : " W-ATUALIZADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO FIM-LOTE.
      *
      ***************************************
      * LOCALIZA O PRODUTO (PRO-COD OU       *
      * BARRAS) E O VINCULO NO ARQPROFOR     *
      ***************************************
      *
       LOCALIZAR.
                MOVE 0 TO W-VALIDO
                MOVE SPACES TO W-MOTIVO
                IF LPR-PRECO NOT NUMERIC OR LPR-PRO-COD NOT NUMERIC
                   OR LPR-BARRAS NOT NUMERIC OR LPR-PRAZO NOT NUMERIC
                   MOVE "LINHA COM CAMPO NAO NUMERICO" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
                IF LPR-PRECO = ZEROS
                   MOVE "PRECO ZERADO" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
                IF LPR-PRO-COD > ZEROS
                   GO TO LOCALIZAR-COD.
                IF LPR-BARRAS = ZEROS
                   MOVE "SEM CODIGO E SEM BARRAS" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
                MOVE LPR-BARRAS TO PRO-BARRAS
                READ ARQPRO KEY IS PRO-BARRAS
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE "BARRAS NAO CADASTRADO" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
                GO TO LOCALIZAR-PF.
       LOCALIZAR-COD.
                MOVE LPR-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE "PRODUTO NAO CADASTRADO" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
                IF LPR-BARRAS > ZEROS AND PRO-BARRAS > ZEROS
                   AND LPR-BARRAS NOT = PRO-BARRAS
                   MOVE "CODIGO E BARRAS DIVERGENTES" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
       LOCALIZAR-PF.
                MOVE PRO-COD   TO PF-PRO-COD
                MOVE W-FOR-CPF TO PF-FOR-CPF
                READ ARQPROFOR
                MOVE REGPROFOR TO JRN-ANT-PROFOR
                IF ST-PF NOT = "00"
                   MOVE "00" TO ST-PF
                   MOVE "PRODUTO SEM VINCULO C/ FORNEC" TO W-MOTIVO
                   GO TO LOCALIZAR-FIM.
                MOVE 1 TO W-VALIDO.
       LOCALIZAR-FIM.
                EXIT.
      *
      ***************************************
      * VARIACAO DO CUSTO E EFEITO NA MARGEM *
      * MARGEM ATUAL : PRO-PRECO X CUS-MEDIO *
      * (SEM ARQCUS, O CUSTO DO FORNECEDOR)  *
      * MARGEM NOVA  : PRO-PRECO X CUSTO NOVO*
      ***************************************
      *
       CALCULAR-VARIACAO.
                MOVE SPACE TO W-FLAG
                MOVE ZEROS TO W-VAR-PCT W-MRG-ATU W-MRG-NOVA
                IF LPR-PRECO > PF-PRECO
                   ADD 1 TO W-AUMENTOS
                ELSE
                   IF LPR-PRECO < PF-PRECO
                      ADD 1 TO W-REDUCOES
                   ELSE
                      ADD 1 TO W-IGUAIS.
                IF PF-PRECO = ZEROS
                   MOVE "N" TO W-FLAG
                ELSE
                   COMPUTE W-VAR-PCT ROUNDED =
                           (LPR-PRECO - PF-PRECO) * 100 / PF-PRECO
                      ON SIZE ERROR MOVE 99999,99 TO W-VAR-PCT.
                IF W-VAR-PCT > W-LIMITE-AUM
                   MOVE "A" TO W-FLAG
                   ADD 1 TO W-ALERTAS.
                MOVE PF-PRECO TO W-CUSTO-BASE
                IF W-TEM-CUS = 1
                   MOVE PRO-COD TO CUS-PRO-COD
                   READ ARQCUS
                   IF ST-CUS = "00"
                      IF CUS-MEDIO > ZEROS
                         MOVE CUS-MEDIO TO W-CUSTO-BASE
                      END-IF
                   ELSE
                      MOVE "00" TO ST-CUS.
                IF PRO-PRECO = ZEROS
                   GO TO CALCULAR-VARIACAO-FIM.
                COMPUTE W-MRG-ATU ROUNDED =
                        (PRO-PRECO - W-CUSTO-BASE) * 100 / PRO-PRECO
                   ON SIZE ERROR MOVE -999,99 TO W-MRG-ATU.
                COMPUTE W-MRG-NOVA ROUNDED =
                        (PRO-PRECO - LPR-PRECO) * 100 / PRO-PRECO
                   ON SIZE ERROR MOVE -999,99 TO W-MRG-NOVA.
                IF W-MRG-ATU < -999,99
                   MOVE -999,99 TO W-MRG-ATU.
                IF W-MRG-NOVA < -999,99
                   MOVE -999,99 TO W-MRG-NOVA.
       CALCULAR-VARIACAO-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DE UMA LINHA REJEITADA      *
      ***************************************
      *
       REJEITAR.
                ADD 1 TO W-REJEITADOS
                MOVE W-MOTIVO TO LPJ-MOTIVO
                MOVE REGLPR   TO LPJ-REG
                WRITE REGLPJ
                IF ST-LPJ NOT = "00"
                   MOVE "00" TO ST-LPJ
                   DISPLAY "*** REJEITADO NAO GRAVADO ***".
       REJEITAR-FIM.
                EXIT.
      *
      ***************************************
      * PONTO DE RESTART                     *
      ***************************************
      *
       GRAVA-CKPT.
                OPEN OUTPUT ARQCKPT
                MOVE W-FOR-CPF  TO CKPT-FOR-CPF
                MOVE W-CONTADOR TO CKPT-CONTADOR
                WRITE REGCKPT
                CLOSE ARQCKPT.
       GRAVA-CKPT-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQLPR ARQPROFOR ARQPRO
                IF W-TEM-CUS = 1
                   CLOSE ARQCUS.
                MOVE SPACES TO SPL-LINHA
                STRING "*** IMPORTACAO CONCLUIDA ***"
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
                MOVE "IMPLPR" TO ERR-PROGRAMA
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
                MOVE "IMPLPR"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PROFOR.
                MOVE "ARQPROFOR"  TO JRN-ARQUIVO
                MOVE ST-PF        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PROFOR TO JRN-ANTES
                ELSE
                   MOVE REGPROFOR TO JRN-ANTES.
                MOVE REGPROFOR TO JRN-DEPOIS JRN-ANT-PROFOR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PROFOR-FIM.
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
