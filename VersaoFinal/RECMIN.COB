       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECMIN.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RECALCULO DO ESTOQUE MINIMO PELO HISTORICO   *
      * DE VENDAS (ARQEST) DOS ULTIMOS N MESES E     *
      * PELO PRAZO DE ENTREGA DO FORNECEDOR          *
      * (PF-PRAZO-ENTREGA DO ARQPROFOR)              *
      *                                              *
      * MINIMO PROPOSTO = CONSUMO MEDIO DIARIO X     *
      * PRAZO DE ENTREGA + CONSUMO DIARIO DO MES DE  *
      * PICO X DIAS DE SEGURANCA (DIASSEG NO         *
      * ARQPARAM), ARREDONDADO PARA CIMA             *
      *                                              *
      * PRAZO: O DO FORNECEDOR PRINCIPAL DO PRODUTO  *
      * (PRO-CPF-FORC) OU O MAIOR ENTRE OS DEMAIS;   *
      * SEM PRAZO INFORMADO USA PRAZOPAD DO ARQPARAM *
      *                                              *
      * IMPRIME ATUAL X PROPOSTO E, APOS APROVACAO   *
      * (TODOS OU UM A UM), ATUALIZA PRO-QTDE-MIN    *
      * COM TRILHA NO ARQAUD. PRODUTOS COM MINIMO    *
      * FIXO NO ARQPROC E PRODUTOS SEM VENDAS NO     *
      * PERIODO NAO SAO ALTERADOS                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-EST.
       SELECT ARQPROFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PF-CHAVE
                    FILE STATUS  IS ST-PF
                    ALTERNATE RECORD KEY IS PF-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
       SELECT ARQAUD ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AUD-CHAVE
                    FILE STATUS  IS ST-AUD.
       SELECT ARQNTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MTP-PRO-COD
                    FILE STATUS  IS ST-TMP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQEST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEST.DAT".
       01 REGEST.
                03 EST-CHAVE.
                   05 EST-ANOMES     PIC 9(06).
                   05 EST-PRO-COD    PIC 9(08).
                03 EST-QTDE          PIC 9(09).
                03 EST-VALOR         PIC 9(14).
                03 EST-ITENS         PIC 9(06).
      *
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
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 PRC-PRO-COD       PIC 9(08).
                03 PRC-MIN-FIXO      PIC X(01).
                03 PRC-SERIE         PIC X(01).
                03 PRC-GARANTIA      PIC 9(03).
                03 PRC-CATEGORIA     PIC 9(06).
                03 PRC-PESO          PIC 9(05)V999.
                03 PRC-VOLUME        PIC 9(03)V999.
      *
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PAR-COD        PIC X(08).
                03 PAR-DESC       PIC X(30).
                03 PAR-VALOR      PIC 9(08).
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
       FD ARQNTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNTMP.DAT".
       01 REGMTP.
                03 MTP-PRO-COD        PIC 9(08).
                03 MTP-ATUAL          PIC 9(06).
                03 MTP-PROPOSTO       PIC 9(06).
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
       77 ST-ERRO        PIC X(02) VALUE "00".
       77 ST-EST         PIC X(02) VALUE "00".
       77 ST-PF          PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-PF       PIC 9(01) VALUE ZEROS.
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-APROVACAO    PIC X(01) VALUE SPACES.
       77 W-OPERADOR     PIC X(20) VALUE SPACES.
       77 W-MESES        PIC 9(02) VALUE ZEROS.
       77 W-MES-ANO      PIC 9(06) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-MES          PIC 9(02) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-ANOMES-REF   PIC 9(06) VALUE ZEROS.
       77 W-ANOMES-INI   PIC 9(06) VALUE ZEROS.
       77 W-IDX          PIC 9(02) VALUE ZEROS.
       77 W-DIAS-SEG     PIC 9(03) VALUE 7.
       77 W-PRAZO-PAD    PIC 9(03) VALUE 30.
       77 W-PRAZO        PIC 9(03) VALUE ZEROS.
       77 W-PRAZO-PRINC  PIC 9(03) VALUE ZEROS.
       77 W-PRAZO-MAIOR  PIC 9(03) VALUE ZEROS.
       77 W-TOTAL        PIC 9(09) VALUE ZEROS.
       77 W-MEDIA        PIC 9(09) VALUE ZEROS.
       77 W-PICO         PIC 9(09) VALUE ZEROS.
       77 W-NUMERADOR    PIC 9(15) VALUE ZEROS.
       77 W-DIVISOR      PIC 9(05) VALUE ZEROS.
       77 W-CALCULO      PIC 9(15) VALUE ZEROS.
       77 W-PROPOSTO     PIC 9(06) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-FIXOS        PIC 9(08) VALUE ZEROS.
       77 W-SEM-VENDA    PIC 9(08) VALUE ZEROS.
       77 W-IGUAIS       PIC 9(08) VALUE ZEROS.
       77 W-PROPOSTOS    PIC 9(08) VALUE ZEROS.
       77 W-APLICADOS    PIC 9(08) VALUE ZEROS.
       77 W-RECUSADOS    PIC 9(08) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(08) VALUE ZEROS.
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
       01 JRN-ANT-PRO          PIC X(106).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RECMIN" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RECMIN - RECALCULO DO ESTOQUE MINIMO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-MESES.
                DISPLAY "MESES DE HISTORICO (1 A 24, ZERO = 6)     : "
                        WITH NO ADVANCING
                ACCEPT W-MESES
                IF W-MESES = ZEROS
                   MOVE 6 TO W-MESES.
                IF W-MESES > 24
                   DISPLAY "*** INFORME NO MAXIMO 24 MESES ***"
                   GO TO PEDIR-MESES.
       PEDIR-MES.
                DISPLAY "ULTIMO MES DO PERIODO (MMAAAA, ZERO = MES"
                DISPLAY "ANTERIOR AO ATUAL)                        : "
                        WITH NO ADVANCING
                ACCEPT W-MES-ANO
                IF W-MES-ANO = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-HOJE (1:4) TO W-ANO
                   MOVE W-HOJE (5:2) TO W-MES
                   PERFORM MES-ANTERIOR THRU MES-ANTERIOR-FIM
                   GO TO PEDIR-OPERADOR.
                MOVE W-MES-ANO (1:2) TO W-MES
                MOVE W-MES-ANO (3:4) TO W-ANO
                IF W-MES < 1 OR W-MES > 12
                   DISPLAY "*** MES INVALIDO - USE MMAAAA ***"
                   GO TO PEDIR-MES.
       PEDIR-OPERADOR.
                MOVE W-ANO TO W-ANOMES-REF (1:4)
                MOVE W-MES TO W-ANOMES-REF (5:2)
                DISPLAY "OPERADOR RESPONSAVEL PELO RECALCULO       : "
                        WITH NO ADVANCING
                ACCEPT W-OPERADOR
                IF W-OPERADOR = SPACES
                   DISPLAY "*** OPERADOR DEVE SER INFORMADO ***"
                   GO TO PEDIR-OPERADOR.
                MOVE W-OPERADOR TO SPL-OPER.
      *
       ABRIR-ARQ.
                OPEN I-O ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ST-ERRO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQEST
                IF ST-EST NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQEST: "
                          ST-EST " - EXECUTE O ESTMES"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQPRO
                   GO TO ROT-FIM2.
                OPEN I-O ARQAUD
                IF ST-AUD NOT = "00"
                   IF ST-AUD = "30" OR "35"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO ARQ AUDITORIA: "
                             ST-AUD
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      CLOSE ARQPRO ARQEST
                      GO TO ROT-FIM2.
                OPEN OUTPUT ARQNTMP
                CLOSE ARQNTMP
                OPEN I-O ARQNTMP
                IF ST-TMP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO TEMPORARIO: "
                          ST-TMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQPRO ARQEST ARQAUD
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPROFOR
                IF ST-PF = "00"
                   MOVE 1 TO W-TEM-PF
                ELSE
                   MOVE 0 TO W-TEM-PF
                   MOVE "00" TO ST-PF.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * PARAMETROS DO CALCULO (DIASSEG =     *
      * DIAS DE SEGURANCA, PADRAO 7;         *
      * PRAZOPAD = PRAZO DE ENTREGA QUANDO   *
      * NAO HA PRAZO NO ARQPROFOR, PADRAO 30)*
      ***************************************
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO CABECALHO.
                MOVE "DIASSEG" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-DIAS-SEG
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PRAZOPAD" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00" AND PAR-VALOR NOT = ZEROS
                   MOVE PAR-VALOR TO W-PRAZO-PAD
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
      *
       CABECALHO.
                MOVE W-ANOMES-REF TO W-ANOMES-INI
                MOVE 1 TO W-IDX.
       CABECALHO-INI.
                IF W-IDX < W-MESES
                   MOVE W-ANOMES-INI (1:4) TO W-ANO
                   MOVE W-ANOMES-INI (5:2) TO W-MES
                   PERFORM MES-ANTERIOR THRU MES-ANTERIOR-FIM
                   MOVE W-ANO TO W-ANOMES-INI (1:4)
                   MOVE W-MES TO W-ANOMES-INI (5:2)
                   ADD 1 TO W-IDX
                   GO TO CABECALHO-INI.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== PERIODO " W-ANOMES-INI (5:2) "/"
                       W-ANOMES-INI (1:4) " A " W-ANOMES-REF (5:2)
                       "/" W-ANOMES-REF (1:4) " (" W-MESES
                       " MESES) - SEGURANCA " W-DIAS-SEG " DIAS ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "  PRODUTO DESCRICAO            MEDIA/MES"
                       "      PICO PRZ  ATUAL PROPOSTO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * 1A PASSADA: CALCULA O MINIMO DE CADA *
      * PRODUTO ATIVO E GUARDA OS QUE MUDAM  *
      ***************************************
      *
       CALCULAR.
                MOVE ZEROS TO PRO-COD
                START ARQPRO KEY IS NOT LESS PRO-COD INVALID KEY
                      MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO RESUMO.
       CALCULAR-LOOP.
                READ ARQPRO NEXT
                   AT END MOVE "10" TO ST-ERRO.
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO RESUMO.
                IF PRO-SIT = "E"
                   GO TO CALCULAR-LOOP.
                ADD 1 TO W-LIDOS
                IF W-TEM-PRC = 1
                   MOVE PRO-COD TO PRC-PRO-COD
                   READ ARQPROC
                   IF ST-PRC = "00" AND PRC-MIN-FIXO = "S"
                      ADD 1 TO W-FIXOS
                      GO TO CALCULAR-LOOP
                   ELSE
                      MOVE "00" TO ST-PRC.
                PERFORM SOMAR-VENDAS THRU SOMAR-VENDAS-FIM
                IF W-TOTAL = ZEROS
                   ADD 1 TO W-SEM-VENDA
                   GO TO CALCULAR-LOOP.
                PERFORM LER-PRAZO THRU LER-PRAZO-FIM
                COMPUTE W-NUMERADOR = W-TOTAL * W-PRAZO
                                    + W-PICO * W-DIAS-SEG * W-MESES
                COMPUTE W-DIVISOR = 30 * W-MESES
                COMPUTE W-CALCULO = (W-NUMERADOR + W-DIVISOR - 1)
                                    / W-DIVISOR
                IF W-CALCULO > 999999
                   MOVE 999999 TO W-CALCULO.
                MOVE W-CALCULO TO W-PROPOSTO
                IF W-PROPOSTO = PRO-QTDE-MIN
                   ADD 1 TO W-IGUAIS
                   GO TO CALCULAR-LOOP.
                ADD 1 TO W-PROPOSTOS
                MOVE PRO-COD      TO MTP-PRO-COD
                MOVE PRO-QTDE-MIN TO MTP-ATUAL
                MOVE W-PROPOSTO   TO MTP-PROPOSTO
                WRITE REGMTP
                COMPUTE W-MEDIA ROUNDED = W-TOTAL / W-MESES
                MOVE SPACES TO SPL-LINHA
                STRING PRO-COD " " PRO-DESC (1:20) " " W-MEDIA " "
                       W-PICO " " W-PRAZO " " PRO-QTDE-MIN " "
                       W-PROPOSTO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO CALCULAR-LOOP.
      *
      ***************************************
      * SOMA E PICO DAS VENDAS DO PRODUTO    *
      * NOS N MESES ATE O MES DE REFERENCIA; *
      * MES SEM REGISTRO NO ARQEST = ZERO    *
      ***************************************
      *
       SOMAR-VENDAS.
                MOVE ZEROS TO W-TOTAL W-PICO
                MOVE W-ANOMES-REF (1:4) TO W-ANO
                MOVE W-ANOMES-REF (5:2) TO W-MES
                MOVE 1 TO W-IDX.
       SOMAR-VENDAS-LOOP.
                MOVE W-ANO   TO EST-ANOMES (1:4)
                MOVE W-MES   TO EST-ANOMES (5:2)
                MOVE PRO-COD TO EST-PRO-COD
                READ ARQEST
                IF ST-EST = "00"
                   ADD EST-QTDE TO W-TOTAL
                   IF EST-QTDE > W-PICO
                      MOVE EST-QTDE TO W-PICO
                   END-IF
                ELSE
                   MOVE "00" TO ST-EST.
                IF W-IDX NOT < W-MESES
                   GO TO SOMAR-VENDAS-FIM.
                PERFORM MES-ANTERIOR THRU MES-ANTERIOR-FIM
                ADD 1 TO W-IDX
                GO TO SOMAR-VENDAS-LOOP.
       SOMAR-VENDAS-FIM.
                EXIT.
      *
      ***************************************
      * PRAZO DE ENTREGA DO PRODUTO: O DO    *
      * FORNECEDOR PRINCIPAL, SENAO O MAIOR  *
      * DOS DEMAIS, SENAO PRAZOPAD           *
      ***************************************
      *
       LER-PRAZO.
                MOVE ZEROS TO W-PRAZO-PRINC W-PRAZO-MAIOR
                MOVE W-PRAZO-PAD TO W-PRAZO
                IF W-TEM-PF = 0
                   GO TO LER-PRAZO-FIM.
                MOVE PRO-COD TO PF-PRO-COD
                MOVE ZEROS   TO PF-FOR-CPF
                START ARQPROFOR KEY IS NOT LESS PF-CHAVE INVALID KEY
                      MOVE "10" TO ST-PF.
       LER-PRAZO-LOOP.
                IF ST-PF NOT = "00"
                   MOVE "00" TO ST-PF
                   GO TO LER-PRAZO-ESCOLHA.
                READ ARQPROFOR NEXT
                   AT END MOVE "10" TO ST-PF.
                IF ST-PF NOT = "00"
                   MOVE "00" TO ST-PF
                   GO TO LER-PRAZO-ESCOLHA.
                IF PF-PRO-COD NOT = PRO-COD
                   GO TO LER-PRAZO-ESCOLHA.
                IF PF-FOR-CPF = PRO-CPF-FORC
                   MOVE PF-PRAZO-ENTREGA TO W-PRAZO-PRINC.
                IF PF-PRAZO-ENTREGA > W-PRAZO-MAIOR
                   MOVE PF-PRAZO-ENTREGA TO W-PRAZO-MAIOR.
                GO TO LER-PRAZO-LOOP.
       LER-PRAZO-ESCOLHA.
                IF W-PRAZO-PRINC NOT = ZEROS
                   MOVE W-PRAZO-PRINC TO W-PRAZO
                ELSE
                   IF W-PRAZO-MAIOR NOT = ZEROS
                      MOVE W-PRAZO-MAIOR TO W-PRAZO.
       LER-PRAZO-FIM.
                EXIT.
      *
       MES-ANTERIOR.
                IF W-MES = 1
                   MOVE 12 TO W-MES
                   SUBTRACT 1 FROM W-ANO
                ELSE
                   SUBTRACT 1 FROM W-MES.
       MES-ANTERIOR-FIM.
                EXIT.
      *
       RESUMO.
                MOVE SPACES TO SPL-LINHA
                STRING "PRODUTOS ATIVOS LIDOS    : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "COM MINIMO FIXO (IGNOR.) : " W-FIXOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "SEM VENDAS NO PERIODO    : " W-SEM-VENDA
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "MINIMO JA CORRETO        : " W-IGUAIS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ALTERACOES PROPOSTAS     : " W-PROPOSTOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-PROPOSTOS = ZEROS
                   GO TO FIM-LOTE.
      *
      ***************************************
      * APROVACAO: T=APLICA TODOS, U=UM A UM *
      * (CONFIRMA CADA PRODUTO), N=NENHUM    *
      ***************************************
      *
       APROVAR.
                DISPLAY "APLICAR MINIMOS PROPOSTOS (T=TODOS  U=UM A"
                DISPLAY "UM  N=NENHUM)                             : "
                        WITH NO ADVANCING
                ACCEPT W-APROVACAO
                IF W-APROVACAO = "t"
                   MOVE "T" TO W-APROVACAO.
                IF W-APROVACAO = "u"
                   MOVE "U" TO W-APROVACAO.
                IF W-APROVACAO = "n"
                   MOVE "N" TO W-APROVACAO.
                IF W-APROVACAO = "N"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUM MINIMO ALTERADO - NAO APROVADO"
                          " PELO OPERADOR ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-LOTE.
                IF W-APROVACAO NOT = "T" AND NOT = "U"
                   DISPLAY "*** DIGITE APENAS T, U OU N ***"
                   GO TO APROVAR.
      *
      ***************************************
      * 2A PASSADA: ATUALIZA PRO-QTDE-MIN    *
      * DOS APROVADOS; PRODUTO COM MINIMO    *
      * ALTERADO NO CADASTRO DEPOIS DO       *
      * CALCULO NAO E SOBREPOSTO             *
      ***************************************
      *
       APLICAR.
                MOVE ZEROS TO MTP-PRO-COD
                START ARQNTMP KEY IS NOT LESS MTP-PRO-COD INVALID KEY
                      MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO APLICAR-RESUMO.
       APLICAR-LOOP.
                READ ARQNTMP NEXT
                   AT END MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO APLICAR-RESUMO.
                MOVE MTP-PRO-COD TO PRO-COD
                READ ARQPRO
                MOVE REGPRO TO JRN-ANT-PRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   ADD 1 TO W-ALTERADOS
                   GO TO APLICAR-LOOP.
                IF PRO-QTDE-MIN NOT = MTP-ATUAL
                   ADD 1 TO W-ALTERADOS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** PRODUTO " PRO-COD " NAO ALTERADO - "
                          "MINIMO MUDOU NO CADASTRO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO APLICAR-LOOP.
                IF W-APROVACAO = "U"
                   PERFORM CONFIRMAR-ITEM THRU CONFIRMAR-ITEM-FIM
                   IF W-OPCAO NOT = "S"
                      ADD 1 TO W-RECUSADOS
                      GO TO APLICAR-LOOP.
                MOVE MTP-PROPOSTO TO PRO-QTDE-MIN
                ADD 1 TO PRO-VERSAO
                REWRITE REGPRO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PRO THRU DIARIO-PRO-FIM
                IF ST-ERRO NOT = "00"
                   MOVE "ARQPRO" TO ERR-ARQUIVO
                   MOVE ST-ERRO  TO ERR-STATUS
                   MOVE "ERRO NA ALTERACAO DO MINIMO DO PRODUTO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-ERRO
                   GO TO APLICAR-LOOP.
                ADD 1 TO W-APLICADOS
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                GO TO APLICAR-LOOP.
      *
       CONFIRMAR-ITEM.
                DISPLAY PRO-COD " " PRO-DESC (1:20) " ATUAL "
                        MTP-ATUAL " PROPOSTO " MTP-PROPOSTO
                DISPLAY "APLICAR (S/N)                             : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "s"
                   MOVE "S" TO W-OPCAO.
                IF W-OPCAO = "n"
                   MOVE "N" TO W-OPCAO.
                IF W-OPCAO NOT = "S" AND NOT = "N"
                   DISPLAY "*** DIGITE APENAS S=SIM OU N=NAO ***"
                   GO TO CONFIRMAR-ITEM.
       CONFIRMAR-ITEM-FIM.
                EXIT.
      *
       APLICAR-RESUMO.
                MOVE SPACES TO SPL-LINHA
                STRING "MINIMOS ATUALIZADOS      : " W-APLICADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "RECUSADOS PELO OPERADOR  : " W-RECUSADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ALTERADOS NO CADASTRO    : " W-ALTERADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQPRO ARQEST ARQAUD ARQNTMP
                IF W-TEM-PF = 1
                   CLOSE ARQPROFOR.
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RECALCULO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      * (HORA + 1 SE A CHAVE JA EXISTIR)     *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQPRO"    TO AUD-ARQUIVO
                MOVE "A"         TO AUD-OPERACAO
                MOVE PRO-COD     TO AUD-CHAVE-REG
                MOVE W-OPERADOR  TO AUD-OPERADOR.
       GRAVAR-AUDITORIA-WR.
                WRITE REGAUD
                IF ST-AUD = "22"
                   ADD 1 TO AUD-HORA
                   GO TO GRAVAR-AUDITORIA-WR.
                IF ST-AUD NOT = "00"
                   MOVE "00" TO ST-AUD
                   DISPLAY "*** TRILHA AUDITORIA NAO GRAVADA ***".
       GRAVAR-AUDITORIA-FIM.
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
                MOVE "RECMIN" TO ERR-PROGRAMA
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
                MOVE "RECMIN"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PRO.
                MOVE "ARQPRO"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PRO TO JRN-ANTES
                ELSE
                   MOVE REGPRO TO JRN-ANTES.
                MOVE REGPRO TO JRN-DEPOIS JRN-ANT-PRO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PRO-FIM.
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
