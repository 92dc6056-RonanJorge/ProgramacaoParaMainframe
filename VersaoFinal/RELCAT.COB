       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCAT.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * VENDAS POR CATEGORIA DE PRODUTO A PARTIR DOS *
      * AGREGADOS MENSAIS (ARQEST): PARA CADA        *
      * DEPARTAMENTO, GRUPO E SUBGRUPO (ARQCAT), O   *
      * VALOR DO MES, DO MES ANTERIOR E DO MESMO MES *
      * DO ANO ANTERIOR COM AS VARIACOES. O          *
      * DEPARTAMENTO E O GRUPO SOMAM OS NIVEIS       *
      * ABAIXO DELES. FILTRO OPCIONAL POR            *
      * DEPARTAMENTO OU PELO COMPRADOR RESPONSAVEL   *
      * PELO DEPARTAMENTO. PRODUTOS SEM CATEGORIA    *
      * (ARQPROC) SAEM EM 00.00.00                   *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQEST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EST-CHAVE
                    FILE STATUS  IS ST-ERRO.
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
       SELECT ARQGTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GTP-CAT
                    FILE STATUS  IS ST-GTP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQGTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGTMP.DAT".
       01 REGGTP.
                03 GTP-CAT            PIC 9(06).
                03 GTP-ATUAL          PIC 9(14).
                03 GTP-MES-ANT        PIC 9(14).
                03 GTP-ANO-ANT        PIC 9(14).
                03 GTP-QTDE           PIC 9(09).
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
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-CAT         PIC X(02) VALUE "00".
       77 ST-GTP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CAT      PIC 9(01) VALUE ZEROS.
       77 W-PERIODO      PIC 9(06) VALUE ZEROS.
       77 W-FIL-DEP      PIC 9(02) VALUE ZEROS.
       77 W-FIL-COMP     PIC X(08) VALUE SPACES.
       77 W-FASE         PIC 9(01) VALUE ZEROS.
       77 W-ANOMES-LIDO  PIC 9(06) VALUE ZEROS.
       77 W-ANOMES-MA    PIC 9(06) VALUE ZEROS.
       77 W-ANOMES-AA    PIC 9(06) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(05) VALUE ZEROS.
       77 W-TOT-ATUAL    PIC 9(14) VALUE ZEROS.
       77 W-TOT-MES-ANT  PIC 9(14) VALUE ZEROS.
       77 W-TOT-ANO-ANT  PIC 9(14) VALUE ZEROS.
       77 W-VALOR-BASE   PIC 9(14) VALUE ZEROS.
       77 W-VARIACAO     PIC S9(05)V9 VALUE ZEROS.
       77 W-ATUAL-ED     PIC ZZZZZZZZZZ9.
       77 W-MES-ANT-ED   PIC ZZZZZZZZZZ9.
       77 W-ANO-ANT-ED   PIC ZZZZZZZZZZ9.
       77 W-VAR-MA-ED    PIC -ZZZZ9,9.
       77 W-VAR-AA-ED    PIC -ZZZZ9,9.
       77 W-NOME-LINHA   PIC X(40) VALUE SPACES.
       01 W-ANOMES.
          03 W-AM-ANO       PIC 9(04).
          03 W-AM-MES       PIC 9(02).
       01 W-ANOMES-N REDEFINES W-ANOMES PIC 9(06).
       01 W-ANOMES-CALC.
          03 W-AC-ANO       PIC 9(04).
          03 W-AC-MES       PIC 9(02).
       01 W-ANOMES-CALC-N REDEFINES W-ANOMES-CALC PIC 9(06).
       01 W-CAT-ITEM.
          03 W-CAT-ITEM-DEP  PIC 9(02).
          03 W-CAT-ITEM-GRP  PIC 9(02).
          03 W-CAT-ITEM-SUB  PIC 9(02).
       01 W-CAT-ITEM-N REDEFINES W-CAT-ITEM PIC 9(06).
       01 W-CAT-CHAVE.
          03 W-CHV-DEP       PIC 9(02).
          03 W-CHV-GRP       PIC 9(02).
          03 W-CHV-SUB       PIC 9(02).
       01 W-CAT-CHAVE-N REDEFINES W-CAT-CHAVE PIC 9(06).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELCAT" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELCAT - VENDAS POR CATEGORIA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-PERIODO.
                DISPLAY "MES DE REFERENCIA (MMAAAA)                : "
                        WITH NO ADVANCING
                ACCEPT W-PERIODO
                IF W-PERIODO = ZEROS OR
                   W-PERIODO (1:2) < "01" OR W-PERIODO (1:2) > "12"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** MES INVALIDO - USE MMAAAA ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO PEDIR-PERIODO.
                MOVE W-PERIODO (3:4) TO W-AM-ANO
                MOVE W-PERIODO (1:2) TO W-AM-MES
      *
      * MES ANTERIOR E MESMO MES DO ANO ANTERIOR
      *
                MOVE W-ANOMES TO W-ANOMES-CALC
                IF W-AC-MES = 01
                   MOVE 12 TO W-AC-MES
                   SUBTRACT 1 FROM W-AC-ANO
                ELSE
                   SUBTRACT 1 FROM W-AC-MES.
                MOVE W-ANOMES-CALC-N TO W-ANOMES-MA
                MOVE W-ANOMES TO W-ANOMES-CALC
                SUBTRACT 1 FROM W-AC-ANO
                MOVE W-ANOMES-CALC-N TO W-ANOMES-AA.
       PEDIR-FILTRO.
                DISPLAY "DEPARTAMENTO (00 = TODOS)                 : "
                        WITH NO ADVANCING
                ACCEPT W-FIL-DEP
                MOVE SPACES TO W-FIL-COMP
                IF W-FIL-DEP = ZEROS
                   DISPLAY
                   "COMPRADOR (BRANCOS = TODOS)               : "
                           WITH NO ADVANCING
                   ACCEPT W-FIL-COMP.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQEST
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE SPACES TO SPL-LINHA
                   STRING "SEM AGREGADOS - RODE O ESTMES PRIMEIRO"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN OUTPUT ARQGTMP
                CLOSE ARQGTMP
                OPEN I-O ARQGTMP
                IF ST-GTP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQ DE TRABALHO: "
                          ST-GTP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQEST
                   GO TO ROT-FIM2.
       ABRIR-CAT.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE "00" TO ST-PRC
                   MOVE 0 TO W-TEM-PRC
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** PRODUTOS SEM CATEGORIA INFORMADA ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                OPEN INPUT ARQCAT
                IF ST-CAT = "00"
                   MOVE 1 TO W-TEM-CAT
                ELSE
                   MOVE "00" TO ST-CAT
                   MOVE 0 TO W-TEM-CAT
                   IF W-FIL-COMP NOT = SPACES
                      MOVE SPACES TO SPL-LINHA
                      STRING "*** SEM TABELA DE CATEGORIAS ***"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      CLOSE ARQEST ARQGTMP
                      IF W-TEM-PRC = 1
                         CLOSE ARQPROC
                      END-IF
                      GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***** ACUMULACAO DOS TRES MESES POR CATEGORIA *****
      *
       ACUMULAR.
                MOVE 1 TO W-FASE
                MOVE W-ANOMES-N TO W-ANOMES-LIDO
                PERFORM ACUM-MES THRU ACUM-MES-FIM
                MOVE 2 TO W-FASE
                MOVE W-ANOMES-MA TO W-ANOMES-LIDO
                PERFORM ACUM-MES THRU ACUM-MES-FIM
                MOVE 3 TO W-FASE
                MOVE W-ANOMES-AA TO W-ANOMES-LIDO
                PERFORM ACUM-MES THRU ACUM-MES-FIM
                GO TO IMPRIMIR.
      *
       ACUM-MES.
                MOVE W-ANOMES-LIDO TO EST-ANOMES
                MOVE ZEROS         TO EST-PRO-COD
                START ARQEST KEY IS NOT LESS EST-CHAVE INVALID KEY
                      MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO ACUM-MES-FIM.
       ACUM-MES2.
                READ ARQEST NEXT
                   AT END MOVE "10" TO ST-ERRO.
                IF ST-ERRO NOT = "00" OR EST-ANOMES NOT = W-ANOMES-LIDO
                   MOVE "00" TO ST-ERRO
                   GO TO ACUM-MES-FIM.
                ADD 1 TO W-LIDOS
                PERFORM LER-CATEGORIA THRU LER-CATEGORIA-FIM
                IF W-FIL-DEP NOT = ZEROS AND
                   W-CAT-ITEM-DEP NOT = W-FIL-DEP
                   GO TO ACUM-MES2.
                IF W-FIL-COMP NOT = SPACES
                   PERFORM VER-COMPRADOR THRU VER-COMPRADOR-FIM
                   IF CAT-COMPRADOR NOT = W-FIL-COMP
                      GO TO ACUM-MES2.
                EVALUATE W-FASE
                   WHEN 1 ADD EST-VALOR TO W-TOT-ATUAL
                   WHEN 2 ADD EST-VALOR TO W-TOT-MES-ANT
                   WHEN 3 ADD EST-VALOR TO W-TOT-ANO-ANT
                END-EVALUATE
      *
      * O VALOR DO PRODUTO ENTRA NO DEPARTAMENTO, NO GRUPO E NO
      * SUBGRUPO DA SUA CATEGORIA
      *
                MOVE ZEROS TO W-CAT-CHAVE-N
                MOVE W-CAT-ITEM-DEP TO W-CHV-DEP
                PERFORM ACUM-NIVEL THRU ACUM-NIVEL-FIM
                IF W-CAT-ITEM-GRP NOT = ZEROS
                   MOVE W-CAT-ITEM-GRP TO W-CHV-GRP
                   PERFORM ACUM-NIVEL THRU ACUM-NIVEL-FIM.
                IF W-CAT-ITEM-SUB NOT = ZEROS
                   MOVE W-CAT-ITEM-SUB TO W-CHV-SUB
                   PERFORM ACUM-NIVEL THRU ACUM-NIVEL-FIM.
                GO TO ACUM-MES2.
       ACUM-MES-FIM.
                EXIT.
      *
       ACUM-NIVEL.
                MOVE W-CAT-CHAVE-N TO GTP-CAT
                READ ARQGTMP
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP
                   MOVE W-CAT-CHAVE-N TO GTP-CAT
                   MOVE ZEROS TO GTP-ATUAL GTP-MES-ANT GTP-ANO-ANT
                                 GTP-QTDE
                   WRITE REGGTP.
                EVALUATE W-FASE
                   WHEN 1 ADD EST-VALOR TO GTP-ATUAL
                          ADD EST-QTDE  TO GTP-QTDE
                   WHEN 2 ADD EST-VALOR TO GTP-MES-ANT
                   WHEN 3 ADD EST-VALOR TO GTP-ANO-ANT
                END-EVALUATE
                REWRITE REGGTP
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP.
       ACUM-NIVEL-FIM.
                EXIT.
      *
      ***************************************
      * CATEGORIA DO PRODUTO DO AGREGADO     *
      * (ZEROS = SEM CATEGORIA)              *
      ***************************************
      *
       LER-CATEGORIA.
                MOVE ZEROS TO W-CAT-ITEM-N
                IF W-TEM-PRC = 0
                   GO TO LER-CATEGORIA-FIM.
                MOVE EST-PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                ELSE
                   MOVE PRC-CATEGORIA TO W-CAT-ITEM-N.
       LER-CATEGORIA-FIM.
                EXIT.
      *
      ***************************************
      * COMPRADOR RESPONSAVEL: O INFORMADO   *
      * NO DEPARTAMENTO DA CATEGORIA         *
      ***************************************
      *
       VER-COMPRADOR.
                MOVE SPACES TO CAT-COMPRADOR
                IF W-CAT-ITEM-DEP = ZEROS
                   GO TO VER-COMPRADOR-FIM.
                MOVE W-CAT-ITEM-DEP TO CAT-DEP
                MOVE ZEROS TO CAT-GRP CAT-SUB
                READ ARQCAT
                IF ST-CAT NOT = "00"
                   MOVE "00" TO ST-CAT
                   MOVE SPACES TO CAT-COMPRADOR.
       VER-COMPRADOR-FIM.
                EXIT.
      *
      ***** IMPRESSAO NA ORDEM DA CATEGORIA *****
      *
       IMPRIMIR.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== VENDAS POR CATEGORIA - " W-ANOMES-N
                       " X " W-ANOMES-MA " X " W-ANOMES-AA " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-FIL-DEP NOT = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING " FILTRO: DEPARTAMENTO " W-FIL-DEP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                IF W-FIL-COMP NOT = SPACES
                   MOVE SPACES TO SPL-LINHA
                   STRING " FILTRO: COMPRADOR " W-FIL-COMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "   CATEGORIA"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "           MES ATUAL  MES ANTERIOR"
                       "   VAR PC     ANO ANTERIOR   VAR PC"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO GTP-CAT
                START ARQGTMP KEY IS NOT LESS GTP-CAT INVALID KEY
                      MOVE "10" TO ST-GTP.
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP
                   GO TO FIM-LOTE.
       IMPRIMIR2.
                READ ARQGTMP NEXT
                   AT END MOVE "10" TO ST-GTP.
                IF ST-GTP NOT = "00"
                   MOVE "00" TO ST-GTP
                   GO TO FIM-LOTE.
                ADD 1 TO W-LISTADOS
                PERFORM MONTAR-NOME THRU MONTAR-NOME-FIM
                MOVE SPACES TO SPL-LINHA
                IF W-CHV-GRP = ZEROS AND CAT-COMPRADOR NOT = SPACES
                   STRING " " W-NOME-LINHA " COMPRADOR " CAT-COMPRADOR
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING " " W-NOME-LINHA
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE GTP-ATUAL   TO W-ATUAL-ED
                MOVE GTP-MES-ANT TO W-MES-ANT-ED
                MOVE GTP-ANO-ANT TO W-ANO-ANT-ED
                MOVE GTP-MES-ANT TO W-VALOR-BASE
                PERFORM CALC-VARIACAO THRU CALC-VARIACAO-FIM
                MOVE W-VARIACAO TO W-VAR-MA-ED
                MOVE GTP-ANO-ANT TO W-VALOR-BASE
                PERFORM CALC-VARIACAO THRU CALC-VARIACAO-FIM
                MOVE W-VARIACAO TO W-VAR-AA-ED
                MOVE SPACES TO SPL-LINHA
                STRING "         " W-ATUAL-ED "   " W-MES-ANT-ED
                       " " W-VAR-MA-ED "      " W-ANO-ANT-ED
                       " " W-VAR-AA-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO IMPRIMIR2.
      *
      ***************************************
      * CODIGO E NOME DA CATEGORIA, RECUADOS *
      * PELO NIVEL (DEPARTAMENTO, GRUPO,     *
      * SUBGRUPO)                            *
      ***************************************
      *
       MONTAR-NOME.
                MOVE GTP-CAT TO W-CAT-CHAVE-N
                MOVE SPACES TO CAT-NOME CAT-COMPRADOR
                IF GTP-CAT = ZEROS
                   MOVE "SEM CATEGORIA" TO CAT-NOME
                ELSE
                   IF W-TEM-CAT = 1
                      MOVE GTP-CAT TO CAT-COD
                      READ ARQCAT
                      IF ST-CAT NOT = "00"
                         MOVE "00" TO ST-CAT
                         MOVE "(NAO CADASTRADA)" TO CAT-NOME
                         MOVE SPACES TO CAT-COMPRADOR.
                MOVE SPACES TO W-NOME-LINHA
                IF W-CHV-GRP = ZEROS
                   STRING W-CHV-DEP "." W-CHV-GRP "." W-CHV-SUB " "
                          CAT-NOME
                          DELIMITED BY SIZE INTO W-NOME-LINHA
                ELSE
                   IF W-CHV-SUB = ZEROS
                      STRING "  " W-CHV-DEP "." W-CHV-GRP "."
                             W-CHV-SUB " " CAT-NOME
                             DELIMITED BY SIZE INTO W-NOME-LINHA
                   ELSE
                      STRING "    " W-CHV-DEP "." W-CHV-GRP "."
                             W-CHV-SUB " " CAT-NOME
                             DELIMITED BY SIZE INTO W-NOME-LINHA.
       MONTAR-NOME-FIM.
                EXIT.
      *
      ***************************************
      * VARIACAO PERCENTUAL DO MES ATUAL     *
      * SOBRE A BASE (ZERO SEM BASE)         *
      ***************************************
      *
       CALC-VARIACAO.
                MOVE ZEROS TO W-VARIACAO
                IF W-VALOR-BASE = ZEROS
                   GO TO CALC-VARIACAO-FIM.
                COMPUTE W-VARIACAO ROUNDED =
                        ((GTP-ATUAL - W-VALOR-BASE) * 100)
                        / W-VALOR-BASE
                   ON SIZE ERROR
                      MOVE 99999,9 TO W-VARIACAO.
       CALC-VARIACAO-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQEST ARQGTMP
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-CAT = 1
                   CLOSE ARQCAT.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "AGREGADOS LIDOS        : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CATEGORIAS LISTADAS    : " W-LISTADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TOTAL MES ATUAL        : " W-TOT-ATUAL
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TOTAL MES ANTERIOR     : " W-TOT-MES-ANT
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TOTAL ANO ANTERIOR     : " W-TOT-ANO-ANT
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
                MOVE "RELCAT" TO ERR-PROGRAMA
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
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
