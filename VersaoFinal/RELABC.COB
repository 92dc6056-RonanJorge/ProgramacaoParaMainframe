      * PARTICIPACAO E A PARTICIPACAO ACUMULADA, E   *
      * CLASSIFICA A/B/C PELOS PONTOS DE CORTE       *
      * INFORMADOS (PADRAO 80 E 95 POR CENTO)        *
      * FILTRO OPCIONAL POR DEPARTAMENTO E GRUPO DA  *
      * CATEGORIA DO PRODUTO (ARQPROC/ARQCAT): A     *
      * CURVA PASSA A SER A DO DEPARTAMENTO/GRUPO.   *
      * COM SUBTOTAL, UM RESUMO POR DEPARTAMENTO OU  *
      * GRUPO MOSTRA O VALOR, A PARTICIPACAO E       *
      * QUANTOS PRODUTOS DE CADA CLASSE ELE TEM      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BTP-CLI-CPF
                    FILE STATUS  IS ST-BTP.
       SELECT ARQKTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS KTP-CAT
                    FILE STATUS  IS ST-KTP.
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
                03 ATP-PRO-COD        PIC 9(08).
                03 ATP-VALOR          PIC 9(14).
                03 ATP-IMPRESSO       PIC X(01).
                03 ATP-CAT            PIC 9(06).
      *
       FD ARQBTMP
               LABEL RECORD IS STANDARD
                03 BTP-CLI-CPF        PIC 9(14).
                03 BTP-VALOR          PIC 9(14).
                03 BTP-IMPRESSO       PIC X(01).
      *
       FD ARQKTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQKTMP.DAT".
       01 REGKTP.
                03 KTP-CAT            PIC 9(06).
                03 KTP-VALOR          PIC 9(14).
                03 KTP-PROD-A         PIC 9(05).
                03 KTP-PROD-B         PIC 9(05).
                03 KTP-PROD-C         PIC 9(05).
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
       77 W-POSICAO      PIC 9(05) VALUE ZEROS.
       77 W-PRO-MAIOR    PIC 9(08) VALUE ZEROS.
       77 W-CLI-MAIOR    PIC 9(14) VALUE ZEROS.
       77 ST-KTP         PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-CAT         PIC X(02) VALUE "00".
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAT      PIC 9(01) VALUE ZEROS.
       77 W-FIL-DEP      PIC 9(02) VALUE ZEROS.
       77 W-FIL-GRP      PIC 9(02) VALUE ZEROS.
       77 W-SUBTOT       PIC X(01) VALUE "N".
       01 W-CAT-ITEM.
          03 W-CAT-ITEM-DEP  PIC 9(02).
          03 W-CAT-ITEM-GRP  PIC 9(02).
          03 W-CAT-ITEM-SUB  PIC 9(02).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO PEDIR-CORTES.
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
                OPEN INPUT ARQVDA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQVDA ARQPRO ARQCLI ARQATMP
                   GO TO ROT-FIM2.
                OPEN OUTPUT ARQKTMP
                CLOSE ARQKTMP
                OPEN I-O ARQKTMP
                IF ST-KTP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQ DE TRABALHO: "
                          ST-KTP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQVDA ARQPRO ARQCLI ARQATMP ARQBTMP
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
                   GO TO ACUM-LOOP.
                IF VDA-DATA (3:6) NOT = W-PERIODO
                   GO TO ACUM-LOOP.
                PERFORM LER-CATEGORIA THRU LER-CATEGORIA-FIM
                IF W-FIL-DEP NOT = ZEROS
                   IF W-CAT-ITEM-DEP NOT = W-FIL-DEP
                      GO TO ACUM-LOOP
                   END-IF
                   IF W-FIL-GRP NOT = ZEROS AND
                      W-CAT-ITEM-GRP NOT = W-FIL-GRP
                      GO TO ACUM-LOOP
                   END-IF
                END-IF
                COMPUTE W-VALOR-ITEM = VDA-QTDE * VDA-PRECO
                ADD W-VALOR-ITEM TO W-TOT-GERAL.
       ACUM-PRO.
                   MOVE VDA-PRO-COD  TO ATP-PRO-COD
                   MOVE W-VALOR-ITEM TO ATP-VALOR
                   MOVE "N"          TO ATP-IMPRESSO
                   MOVE ZEROS        TO ATP-CAT
                   IF W-SUBTOT = "D"
                      COMPUTE ATP-CAT = W-CAT-ITEM-DEP * 10000
                   END-IF
                   IF W-SUBTOT = "G"
                      COMPUTE ATP-CAT = W-CAT-ITEM-DEP * 10000
                                      + W-CAT-ITEM-GRP * 100
                   END-IF
                   WRITE REGATP.
       ACUM-CLI.
                MOVE VDA-CLI-CPF TO BTP-CLI-CPF
                       W-PERIODO " ===== "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-FIL-DEP NOT = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING " FILTRO: DEPARTAMENTO " W-FIL-DEP
                          "  GRUPO " W-FIL-GRP " (00 = TODOS)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING " POS  PRODUTO       VALOR        PART"
                       "    ACUM  CLASSE"
                      MOVE "10" TO ST-ATP.
                IF ST-ATP NOT = "00"
                   MOVE "00" TO ST-ATP
                   GO TO SECAO-CATEGORIAS.
       PROD-SCAN.
                READ ARQATMP NEXT
                   AT END MOVE "10" TO ST-ATP.
                GO TO PROD-SCAN.
       PROD-IMPRIME.
                IF W-ACHOU = 0
                   GO TO SECAO-CATEGORIAS.
                ADD 1 TO W-POSICAO
                MOVE W-PRO-MAIOR TO ATP-PRO-COD
                READ ARQATMP
                IF ST-ATP NOT = "00"
                   MOVE "00" TO ST-ATP
                   GO TO SECAO-CATEGORIAS.
                MOVE "S" TO ATP-IMPRESSO
                REWRITE REGATP
                ADD ATP-VALOR TO W-ACUM
                COMPUTE W-PART-ACUM ROUNDED =
                        (W-ACUM * 100) / W-TOT-GERAL
                PERFORM CLASSIFICAR THRU CLASSIFICAR-FIM
                IF W-SUBTOT NOT = "N"
                   PERFORM ACUM-CATEGORIA THRU ACUM-CATEGORIA-FIM.
                MOVE ATP-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO PROD-PROX.
      *
      ***** RESUMO DA CURVA POR DEPARTAMENTO OU GRUPO *****
      *
       SECAO-CATEGORIAS.
                IF W-SUBTOT = "N"
                   GO TO SECAO-CLIENTES.
                MOVE SPACES TO SPL-LINHA
                STRING " "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                IF W-SUBTOT = "D"
                   STRING " ===== RESUMO POR DEPARTAMENTO - "
                          W-PERIODO " ===== "
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING " ===== RESUMO POR GRUPO - "
                          W-PERIODO " ===== "
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " CATEG.            VALOR    PART"
                       "  PROD.A  PROD.B  PROD.C"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO KTP-CAT
                START ARQKTMP KEY IS NOT LESS KTP-CAT INVALID KEY
                      MOVE "10" TO ST-KTP.
                IF ST-KTP NOT = "00"
                   MOVE "00" TO ST-KTP
                   GO TO SECAO-CLIENTES.
       CATEG-PROX.
                READ ARQKTMP NEXT
                   AT END MOVE "10" TO ST-KTP.
                IF ST-KTP NOT = "00"
                   MOVE "00" TO ST-KTP
                   GO TO SECAO-CLIENTES.
                COMPUTE W-PART ROUNDED =
                        (KTP-VALOR * 100) / W-TOT-GERAL
                MOVE SPACES TO CAT-NOME
                IF KTP-CAT = ZEROS
                   MOVE "SEM CATEGORIA" TO CAT-NOME
                ELSE
                   IF W-TEM-CAT = 1
                      MOVE KTP-CAT TO CAT-COD
                      READ ARQCAT
                      IF ST-CAT NOT = "00"
                         MOVE "00" TO ST-CAT
                         MOVE SPACES TO CAT-NOME.
                MOVE KTP-CAT TO W-CAT-ITEM
                MOVE SPACES TO SPL-LINHA
                STRING " " W-CAT-ITEM-DEP "." W-CAT-ITEM-GRP " "
                       KTP-VALOR " " W-PART "   " KTP-PROD-A
                       "   " KTP-PROD-B "   " KTP-PROD-C
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "       " CAT-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO CATEG-PROX.
      *
      ***** PASSO 3 - SECAO DE CLIENTES (MAIOR PARA MENOR) *****
      *
       SECAO-CLIENTES.
                      MOVE "C" TO W-CLASSE.
       CLASSIFICAR-FIM.
                EXIT.
      *
      ***************************************
      * VALOR E CLASSE DO PRODUTO SOMADOS NO *
      * DEPARTAMENTO/GRUPO DO SUBTOTAL       *
      ***************************************
      *
       ACUM-CATEGORIA.
                MOVE ATP-CAT TO KTP-CAT
                READ ARQKTMP
                IF ST-KTP NOT = "00"
                   MOVE "00" TO ST-KTP
                   MOVE ATP-CAT TO KTP-CAT
                   MOVE ZEROS TO KTP-VALOR KTP-PROD-A KTP-PROD-B
                                 KTP-PROD-C
                   WRITE REGKTP.
                ADD ATP-VALOR TO KTP-VALOR
                IF W-CLASSE = "A"
                   ADD 1 TO KTP-PROD-A.
                IF W-CLASSE = "B"
                   ADD 1 TO KTP-PROD-B.
                IF W-CLASSE = "C"
                   ADD 1 TO KTP-PROD-C.
                REWRITE REGKTP
                IF ST-KTP NOT = "00"
                   MOVE "00" TO ST-KTP.
       ACUM-CATEGORIA-FIM.
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
       FIM-LOTE.
                CLOSE ARQVDA ARQPRO ARQCLI ARQATMP ARQBTMP ARQKTMP
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-CAT = 1
                   CLOSE ARQCAT.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
