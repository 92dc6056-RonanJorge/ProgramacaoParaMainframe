      * PARA UM DIA (DDMMAAAA) OU UM MES (00MMAAAA): *
      * TOTAIS DE QUANTIDADE E VALOR POR DIA E POR   *
      * PRODUTO, TOTAL GERAL E QUANTIDADE DE NOTAS   *
      * FILTRO OPCIONAL POR DEPARTAMENTO E GRUPO DA  *
      * CATEGORIA DO PRODUTO (ARQPROC/ARQCAT) E      *
      * SUBTOTAL DOS PRODUTOS POR DEPARTAMENTO OU    *
      * POR GRUPO                                    *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       SELECT ARQVTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VTP-CHAVE
                    FILE STATUS  IS ST-VTP.
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
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQPRO
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVTMP.DAT".
       01 REGVTP.
                03 VTP-CHAVE.
                   05 VTP-CAT         PIC 9(06).
                   05 VTP-PRO-COD     PIC 9(08).
                03 VTP-QTDE           PIC 9(09).
                03 VTP-VALOR          PIC 9(14).
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
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-DIA          PIC 9(02) VALUE ZEROS.
       77 W-IDX          PIC 9(02) VALUE ZEROS.
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-CAT         PIC X(02) VALUE "00".
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
       01 TB-DIAS.
          03 TB-DIA OCCURS 31 TIMES.
             05 TB-QTDE      PIC 9(09).
                   MOVE 1 TO W-MODO-MES
                ELSE
                   MOVE 0 TO W-MODO-MES.
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
       LIMPAR-TABELA.
                MOVE ZEROS TO W-IDX.
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQVDA ARQPRO
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
                      GO TO PROC-LOOP
                   END-IF
                END-IF
                PERFORM LER-CATEGORIA THRU LER-CATEGORIA-FIM
                IF W-FIL-DEP NOT = ZEROS
                   IF W-CAT-ITEM-DEP NOT = W-FIL-DEP
                      GO TO PROC-LOOP
                   END-IF
                   IF W-FIL-GRP NOT = ZEROS AND
                      W-CAT-ITEM-GRP NOT = W-FIL-GRP
                      GO TO PROC-LOOP
                   END-IF
                END-IF
                ADD 1 TO W-ITENS
                IF VDA-NUM-NOTA NOT = W-NOTA-ANT
                   ADD 1 TO W-NOTAS
                   ADD W-VALOR-ITEM TO TB-VALOR (W-DIA).
      *
       ACUM-PRODUTO.
                MOVE ZEROS TO VTP-CAT
                IF W-SUBTOT = "D"
                   COMPUTE VTP-CAT = W-CAT-ITEM-DEP * 10000.
                IF W-SUBTOT = "G"
                   COMPUTE VTP-CAT = W-CAT-ITEM-DEP * 10000
                                   + W-CAT-ITEM-GRP * 100.
                MOVE VDA-PRO-COD TO VTP-PRO-COD
                READ ARQVTMP
                IF ST-VTP = "00"
                       " ===== "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                IF W-FIL-DEP NOT = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING " FILTRO: DEPARTAMENTO " W-FIL-DEP
                          "  GRUPO " W-FIL-GRP " (00 = TODOS)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                IF W-MODO-MES = 1
                   MOVE SPACES TO SPL-LINHA
                   STRING "   DIA        QTDE           VALOR"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-LOTE.
                MOVE 1 TO W-PRIM-CAT.
       IMPRIMIR-PROD2.
                READ ARQVTMP NEXT RECORD
                IF ST-VTP NOT = "00"
                   IF W-SUBTOT NOT = "N" AND W-PRIM-CAT = 0
                      PERFORM IMPRIMIR-SUBTOT THRU IMPRIMIR-SUBTOT-FIM
                   END-IF
                   GO TO FIM-LOTE.
                IF W-SUBTOT NOT = "N"
                   IF W-PRIM-CAT = 1 OR VTP-CAT NOT = W-CAT-ANT
                      PERFORM QUEBRA-CAT THRU QUEBRA-CAT-FIM.
                ADD VTP-QTDE  TO W-SUB-QTDE
                ADD VTP-VALOR TO W-SUB-VALOR
                MOVE VTP-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO IMPRIMIR-PROD2.
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
                MOVE VTP-CAT TO W-CAT-ANT
                MOVE ZEROS TO W-SUB-QTDE W-SUB-VALOR
                MOVE SPACES TO CAT-NOME
                IF VTP-CAT = ZEROS
                   MOVE "SEM CATEGORIA" TO CAT-NOME
                ELSE
                   IF W-TEM-CAT = 1
                      MOVE VTP-CAT TO CAT-COD
                      READ ARQCAT
                      IF ST-CAT NOT = "00"
                         MOVE "00" TO ST-CAT
                         MOVE SPACES TO CAT-NOME.
                MOVE VTP-CAT TO W-CAT-ITEM
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
                STRING "   SUBTOTAL " W-SUB-QTDE "  " W-SUB-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       IMPRIMIR-SUBTOT-FIM.
                EXIT.
      *
      ***************************************
      * CATEGORIA DO PRODUTO DO ITEM         *
      * (ZEROS = SEM CATEGORIA)              *
      ***************************************
      *
       LER-CATEGORIA.
                MOVE ZEROS TO W-CAT-ITEM
                IF W-TEM-PRC = 0
                   GO TO LER-CATEGORIA-FIM.
                MOVE VDA-PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                ELSE
                   MOVE PRC-CATEGORIA TO W-CAT-ITEM.
       LER-CATEGORIA-FIM.
                EXIT.
      *
       IMPRIMIR-DIA.
                ADD 1 TO W-IDX
      *
       FIM-LOTE.
                CLOSE ARQVDA ARQPRO ARQVTMP
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-CAT = 1
                   CLOSE ARQCAT.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
