      * (ARQCUS), VALOR DO ESTOQUE E MARGEM ENTRE O  *
      * CUSTO MEDIO E O PRECO DE VENDA, MARCANDO OS  *
      * PRODUTOS VENDIDOS ABAIXO DO CUSTO            *
      * FILTRO OPCIONAL POR DEPARTAMENTO E GRUPO DA  *
      * CATEGORIA DO PRODUTO (ARQPROC/ARQCAT) E      *
      * SUBTOTAL POR DEPARTAMENTO OU POR GRUPO; OS   *
      * PRODUTOS SELECIONADOS PASSAM PELO ARQUIVO DE *
      * TRABALHO ARQETMP NA ORDEM DA CATEGORIA       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-PRO-COD
                    FILE STATUS  IS ST-CUS.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQCAT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CAT-COD
                    FILE STATUS  IS ST-CAT.
       SELECT ARQETMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ETP-CHAVE
                    FILE STATUS  IS ST-ETP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 CUS-MEDIO          PIC 9(08).
                03 CUS-ULT-CUSTO      PIC 9(08).
                03 CUS-ULT-DATA       PIC 9(08).
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
       FD ARQCAT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCAT.DAT".
       01 REGCAT.
                03 CAT-COD.
                   05 CAT-DEP        PIC 9(02).
                   05 CAT-GRP        PIC 9(02).
                   05 CAT-SUB        PIC 9(02).
                03 CAT-NOME          PIC X(30).
                03 CAT-COMPRADOR     PIC X(08).
      *
       FD ARQETMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQETMP.DAT".
       01 REGETP.
                03 ETP-CHAVE.
                   05 ETP-CAT         PIC 9(06).
                   05 ETP-PRO-COD     PIC 9(08).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-VALOR-EST    PIC 9(14) VALUE ZEROS.
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-MARGEM       PIC S9(09) VALUE ZEROS.
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-CAT         PIC X(02) VALUE "00".
       77 ST-ETP         PIC X(02) VALUE "00".
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAT      PIC 9(01) VALUE ZEROS.
       77 W-FIL-DEP      PIC 9(02) VALUE ZEROS.
       77 W-FIL-GRP      PIC 9(02) VALUE ZEROS.
       77 W-SUBTOT       PIC X(01) VALUE "N".
       77 W-PRIM-CAT     PIC 9(01) VALUE ZEROS.
       77 W-CAT-ANT      PIC 9(06) VALUE ZEROS.
       77 W-SUB-QTDE     PIC 9(09) VALUE ZEROS.
       77 W-SUB-VALOR    PIC 9(14) VALUE ZEROS.
       01 W-CAT-ITEM.
          03 W-CAT-ITEM-DEP  PIC 9(02).
          03 W-CAT-ITEM-GRP  PIC 9(02).
          03 W-CAT-ITEM-SUB  PIC 9(02).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                STRING "*** RELVALEST - VALORIZACAO DE ESTOQUE ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      * FILTRO E SUBTOTAL PELA CATEGORIA DO PRODUTO
      *
       PEDIR-FILTRO.
                DISPLAY "DEPARTAMENTO (00 = TODOS)                 : "
                        WITH NO ADVANCING
                ACCEPT W-FIL-DEP
                MOVE ZEROS TO W-FIL-GRP
                IF W-FIL-DEP NOT = ZEROS
                   DISPLAY
                       "GRUPO (00 = TODOS)                        : "
                           WITH NO ADVANCING
                   ACCEPT W-FIL-GRP.
       PEDIR-SUBTOT.
                DISPLAY "SUBTOTAL (N=NAO D=DEPARTAMENTO G=GRUPO)   : "
                        WITH NO ADVANCING
                ACCEPT W-SUBTOT
                IF W-SUBTOT = SPACES
                   MOVE "N" TO W-SUBTOT.
                IF W-SUBTOT = "n" MOVE "N" TO W-SUBTOT.
                IF W-SUBTOT = "d" MOVE "D" TO W-SUBTOT.
                IF W-SUBTOT = "g" MOVE "G" TO W-SUBTOT.
                IF W-SUBTOT NOT = "N" AND "D" AND "G"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** DIGITE N, D OU G ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO PEDIR-SUBTOT.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQPRO
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      CLOSE ARQPRO
                      GO TO ROT-FIM2.
       ABRIR-TMP.
                OPEN OUTPUT ARQETMP
                IF ST-ETP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO DE TRABALHO: "
                          ST-ETP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQPRO ARQCUS
                   GO TO ROT-FIM2.
       ABRIR-CAT.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE "00" TO ST-PRC
                   MOVE 0 TO W-TEM-PRC
                   IF W-FIL-DEP NOT = ZEROS OR W-SUBTOT NOT = "N"
                      MOVE SPACES TO SPL-LINHA
                      STRING "*** PRODUTOS SEM CATEGORIA INFORMADA ***"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                OPEN INPUT ARQCAT
                IF ST-CAT = "00"
                   MOVE 1 TO W-TEM-CAT
                ELSE
                   MOVE "00" TO ST-CAT
                   MOVE 0 TO W-TEM-CAT.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * SELECAO DOS PRODUTOS PELO FILTRO E   *
      * GRAVACAO NO ARQUIVO DE TRABALHO NA   *
      * ORDEM DO SUBTOTAL PEDIDO             *
      ***************************************
      *
       SELECIONAR.
                READ ARQPRO NEXT RECORD
                IF ST-ERRO = "10"
                   GO TO CABECALHO.
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA LEITURA DO ARQPRO: " ST-ERRO
                   MOVE ST-ERRO  TO ERR-STATUS
                   MOVE "ERRO NA LEITURA DO ARQPRO" TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   GO TO CABECALHO.
                ADD 1 TO W-LIDOS.
                IF PRO-SIT = "E"
                   GO TO SELECIONAR.
                PERFORM LER-CATEGORIA THRU LER-CATEGORIA-FIM
                IF W-FIL-DEP NOT = ZEROS
                   IF W-CAT-ITEM-DEP NOT = W-FIL-DEP
                      GO TO SELECIONAR
                   END-IF
                   IF W-FIL-GRP NOT = ZEROS AND
                      W-CAT-ITEM-GRP NOT = W-FIL-GRP
                      GO TO SELECIONAR
                   END-IF
                END-IF
                MOVE ZEROS TO ETP-CAT
                IF W-SUBTOT = "D"
                   COMPUTE ETP-CAT = W-CAT-ITEM-DEP * 10000.
                IF W-SUBTOT = "G"
                   COMPUTE ETP-CAT = W-CAT-ITEM-DEP * 10000
                                   + W-CAT-ITEM-GRP * 100.
                MOVE PRO-COD TO ETP-PRO-COD
                WRITE REGETP
                GO TO SELECIONAR.
      *
       CABECALHO.
                CLOSE ARQETMP
                OPEN INPUT ARQETMP
                MOVE SPACES TO SPL-LINHA
                STRING " ===== VALORIZACAO DE ESTOQUE E MARGEM ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-FIL-DEP NOT = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING " FILTRO: DEPARTAMENTO " W-FIL-DEP
                          "  GRUPO " W-FIL-GRP " (00 = TODOS)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "   PRODUTO      QTDE   CUSTO MEDIO"
                       "   VALOR ESTOQUE   PRECO VENDA   MARGEM"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE 1 TO W-PRIM-CAT.
      *
       PROC-LOOP.
                READ ARQETMP NEXT RECORD
                IF ST-ETP NOT = "00"
                   IF W-SUBTOT NOT = "N" AND W-PRIM-CAT = 0
                      PERFORM IMPRIMIR-SUBTOT THRU IMPRIMIR-SUBTOT-FIM
                   END-IF
                   GO TO FIM-LOTE.
                IF W-SUBTOT NOT = "N"
                   IF W-PRIM-CAT = 1 OR ETP-CAT NOT = W-CAT-ANT
                      PERFORM QUEBRA-CAT THRU QUEBRA-CAT-FIM.
                MOVE ETP-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO PROC-LOOP.
                ADD PRO-QTDE TO W-SUB-QTDE.
       VALORIZAR.
                MOVE PRO-COD TO CUS-PRO-COD
                READ ARQCUS
                   GO TO PROC-LOOP.
                COMPUTE W-VALOR-EST = PRO-QTDE * CUS-MEDIO
                ADD W-VALOR-EST TO W-TOT-VALOR
                ADD W-VALOR-EST TO W-SUB-VALOR
                COMPUTE W-MARGEM = PRO-PRECO - CUS-MEDIO
                MOVE SPACES TO SPL-LINHA
                STRING "   " PRO-COD "  " PRO-QTDE
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                GO TO PROC-LOOP.
      *
      *
      ***************************************
      * QUEBRA POR DEPARTAMENTO OU GRUPO:    *
      * SUBTOTAL DO ANTERIOR E CABECALHO DO  *
      * SEGUINTE COM O NOME DA CATEGORIA     *
      ***************************************
      *
       QUEBRA-CAT.
                IF W-PRIM-CAT = 0
                   PERFORM IMPRIMIR-SUBTOT THRU IMPRIMIR-SUBTOT-FIM.
                MOVE 0 TO W-PRIM-CAT
                MOVE ETP-CAT TO W-CAT-ANT
                MOVE ZEROS TO W-SUB-QTDE W-SUB-VALOR
                MOVE SPACES TO CAT-NOME
                IF ETP-CAT = ZEROS
                   MOVE "SEM CATEGORIA" TO CAT-NOME
                ELSE
                   IF W-TEM-CAT = 1
                      MOVE ETP-CAT TO CAT-COD
                      READ ARQCAT
                      IF ST-CAT NOT = "00"
                         MOVE "00" TO ST-CAT
                         MOVE SPACES TO CAT-NOME.
                MOVE ETP-CAT TO W-CAT-ITEM
                MOVE SPACES TO SPL-LINHA
                IF W-SUBTOT = "D"
                   STRING " DEPARTAMENTO " W-CAT-ITEM-DEP " - " CAT-NOME
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING " GRUPO " W-CAT-ITEM-DEP "." W-CAT-ITEM-GRP
                          " - " CAT-NOME
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       QUEBRA-CAT-FIM.
                EXIT.
      *
       IMPRIMIR-SUBTOT.
                MOVE SPACES TO SPL-LINHA
                STRING "   SUBTOTAL  QTDE " W-SUB-QTDE
                       "   VALOR ESTOQUE " W-SUB-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       IMPRIMIR-SUBTOT-FIM.
                EXIT.
      *
      ***************************************
      * CATEGORIA DO PRODUTO                 *
      * (ZEROS = SEM CATEGORIA)              *
      ***************************************
      *
       LER-CATEGORIA.
                MOVE ZEROS TO W-CAT-ITEM
                IF W-TEM-PRC = 0
                   GO TO LER-CATEGORIA-FIM.
                MOVE PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                ELSE
                   MOVE PRC-CATEGORIA TO W-CAT-ITEM.
       LER-CATEGORIA-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQPRO ARQCUS ARQETMP
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-CAT = 1
                   CLOSE ARQCAT.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
