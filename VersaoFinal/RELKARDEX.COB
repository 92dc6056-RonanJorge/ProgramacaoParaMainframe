      * COLUNA DE SALDO ACUMULADO, FILTRO POR FAIXA  *
      * DE DATAS, E CONFERE O SALDO FINAL COM O      *
      * PRO-QTDE ATUAL DO ARQPRO                     *
      * FAIXA ANTERIOR AOS DADOS VIVOS: LE ANTES AS  *
      * GERACOES MOV DO CATALOGO ARQGER (FECHAANO)   *
      * QUE COBREM A FAIXA E TODAS AS SEGUINTES, E   *
      * DESCARTA OS SALDOS DE ABERTURA DAS GERACOES  *
      * LIDAS, PARA O SALDO SEGUIR CONTINUO          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQGER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS GER-CHAVE
                    FILE STATUS  IS ST-GER.
       SELECT ARQARC ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-ARC.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQGER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGER.DAT".
       01 REGGER.
                03 GER-CHAVE.
                   05 GER-TIPO       PIC X(03).
                   05 GER-CORTE      PIC 9(08).
                03 GER-ARQUIVO       PIC X(15).
                03 GER-DATA-FECH     PIC 9(08).
                03 GER-DATA-INI      PIC 9(08).
                03 GER-DATA-FIM      PIC 9(08).
                03 GER-COPIADOS      PIC 9(08).
                03 GER-REMOVIDOS     PIC 9(08).
                03 GER-TOTAL         PIC 9(14).
                03 GER-ABE-INI       PIC 9(08).
                03 GER-ABE-FIM       PIC 9(08).
                03 GER-ABERTURAS     PIC 9(06).
                03 FILLER            PIC X(18).
      *
       FD ARQARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOME-ARC.
       01 REGARC            PIC X(80).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 W-MOV-ORD      PIC 9(08) VALUE ZEROS.
       77 W-SALDO        PIC S9(09) VALUE ZEROS.
       77 W-IMPRESSOS    PIC 9(08) VALUE ZEROS.
       77 ST-GER         PIC X(02) VALUE "00".
       77 ST-ARC         PIC X(02) VALUE "00".
       77 W-TEM-GER      PIC 9(01) VALUE ZEROS.
       77 W-NOME-ARC     PIC X(15) VALUE SPACES.
       77 W-ORIGEM       PIC X(04) VALUE SPACES.
       77 W-LIDAS        PIC 9(03) VALUE ZEROS.
       77 W-IX           PIC 9(03) VALUE ZEROS.
       77 W-PULAR        PIC 9(01) VALUE ZEROS.
       01 W-TAB-ABE.
                03 W-ABE          OCCURS 100 TIMES.
                   05 W-ABE-CORTE    PIC 9(08).
                   05 W-ABE-INI      PIC 9(08).
                   05 W-ABE-FIM      PIC 9(08).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQPRO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQGER
                IF ST-GER = "00"
                   MOVE 1 TO W-TEM-GER
                ELSE
                   MOVE 0 TO W-TEM-GER
                   MOVE "00" TO ST-GER.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   MOVTO      DATA      TP    QTDE"
                       "    FORNECEDOR        SALDO    ORIG"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-TEM-GER = 1
                   PERFORM ARQUIVADOS THRU ARQUIVADOS-FIM.
      *
       POSICIONAR.
                MOVE W-PRO-COD TO MOV-PRO-COD
                   AT END MOVE "10" TO ST-MOV.
                IF ST-MOV NOT = "00" OR MOV-PRO-COD NOT = W-PRO-COD
                   GO TO CONFERIR.
                MOVE SPACES TO W-ORIGEM
                PERFORM TRATAR-MOV THRU TRATAR-MOV-FIM
                GO TO PROC-LOOP.
      *
       TRATAR-MOV.
                IF W-LIDAS NOT = ZEROS
                   PERFORM VER-ABERTURA THRU VER-ABERTURA-FIM
                   IF W-PULAR = 1
                      GO TO TRATAR-MOV-FIM.
                IF MOV-TIPO = "E" OR "A" OR "D"
                   ADD MOV-QTDE TO W-SALDO
                ELSE
                MOVE MOV-DATA (3:2) TO W-MOV-ORD (5:2)
                MOVE MOV-DATA (1:2) TO W-MOV-ORD (7:2)
                IF W-MOV-ORD < W-INI-ORD OR W-MOV-ORD > W-FIM-ORD
                   GO TO TRATAR-MOV-FIM.
                ADD 1 TO W-IMPRESSOS
                IF MOV-CPF-FORC = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING "   " MOV-NUM "  " MOV-DATA "  " MOV-TIPO
                          "  " MOV-QTDE "  --------------  "
                          W-SALDO "  " W-ORIGEM
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ELSE
                   MOVE SPACES TO SPL-LINHA
                   STRING "   " MOV-NUM "  " MOV-DATA "  " MOV-TIPO
                          "  " MOV-QTDE "  " MOV-CPF-FORC "  "
                          W-SALDO "  " W-ORIGEM
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       TRATAR-MOV-FIM.
                EXIT.
      *
       CONFERIR.
                MOVE SPACES TO SPL-LINHA
                STRING "MOVIMENTOS IMPRESSOS : " W-IMPRESSOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-LIDAS NOT = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING "GERACOES ARQUIVADAS  : " W-LIDAS
                          "  (ORIG ARQ = MOVTO DE ARQUIVO)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "SALDO PELOS MOVTOS   : " W-SALDO
                       DELIMITED BY SIZE INTO SPL-LINHA
      *
       FIM-LOTE.
                CLOSE ARQPRO ARQMOV
                IF W-TEM-GER = 1
                   CLOSE ARQGER.
                MOVE SPACES TO SPL-LINHA
                STRING "*** KARDEX CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                GO TO ROT-FIM.
      *
      ***************************************
      * GERACOES ARQUIVADAS DO ARQMOV, EM    *
      * ORDEM DE CORTE; A PRIMEIRA LIDA E A  *
      * QUE TEM MOVTO NA FAIXA OU APOS ELA   *
      * E A PARTIR DAI TODAS SAO LIDAS       *
      ***************************************
      *
       ARQUIVADOS.
                MOVE "MOV" TO GER-TIPO
                MOVE ZEROS TO GER-CORTE
                START ARQGER KEY IS NOT LESS GER-CHAVE INVALID KEY
                      MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00"
                   MOVE "00" TO ST-GER
                   GO TO ARQUIVADOS-FIM.
       ARQUIVADOS-LOOP.
                READ ARQGER NEXT
                   AT END MOVE "10" TO ST-GER.
                IF ST-GER NOT = "00" OR GER-TIPO NOT = "MOV"
                   MOVE "00" TO ST-GER
                   GO TO ARQUIVADOS-FIM.
                IF W-LIDAS = ZEROS AND GER-DATA-FIM < W-INI-ORD
                   GO TO ARQUIVADOS-LOOP.
                IF W-LIDAS = 100
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** LIMITE DE GERACOES ATINGIDO - KARDEX"
                          " INCOMPLETO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ARQUIVADOS-FIM.
                ADD 1 TO W-LIDAS
                MOVE GER-CORTE   TO W-ABE-CORTE (W-LIDAS)
                MOVE GER-ABE-INI TO W-ABE-INI (W-LIDAS)
                MOVE GER-ABE-FIM TO W-ABE-FIM (W-LIDAS)
                MOVE GER-ARQUIVO TO W-NOME-ARC
                OPEN INPUT ARQARC
                IF ST-ARC NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** ARQUIVO " W-NOME-ARC " AUSENTE -"
                          " KARDEX INCOMPLETO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   MOVE "00" TO ST-ARC
                   GO TO ARQUIVADOS-LOOP.
                MOVE "ARQ" TO W-ORIGEM.
       ARQUIVADOS-LER.
                READ ARQARC
                   AT END GO TO ARQUIVADOS-FECHA.
                MOVE REGARC (1:52) TO REGMOV
                IF MOV-PRO-COD NOT = W-PRO-COD
                   GO TO ARQUIVADOS-LER.
                PERFORM TRATAR-MOV THRU TRATAR-MOV-FIM
                GO TO ARQUIVADOS-LER.
       ARQUIVADOS-FECHA.
                CLOSE ARQARC
                GO TO ARQUIVADOS-LOOP.
       ARQUIVADOS-FIM.
                EXIT.
      *
      ***************************************
      * SALDO DE ABERTURA DE UMA GERACAO JA  *
      * LIDA (NUMERO NA FAIXA GRAVADA PELO   *
      * FECHAANO E DATA = DATA DE CORTE)     *
      ***************************************
      *
       VER-ABERTURA.
                MOVE 0 TO W-PULAR
                MOVE 1 TO W-IX
                MOVE MOV-DATA (5:4) TO W-MOV-ORD (1:4)
                MOVE MOV-DATA (3:2) TO W-MOV-ORD (5:2)
                MOVE MOV-DATA (1:2) TO W-MOV-ORD (7:2).
       VER-ABERTURA-LOOP.
                IF W-IX > W-LIDAS
                   GO TO VER-ABERTURA-FIM.
                IF W-ABE-INI (W-IX) NOT = ZEROS
                   AND W-MOV-ORD = W-ABE-CORTE (W-IX)
                   AND MOV-NUM NOT < W-ABE-INI (W-IX)
                   AND MOV-NUM NOT > W-ABE-FIM (W-IX)
                   MOVE 1 TO W-PULAR
                   GO TO VER-ABERTURA-FIM.
                ADD 1 TO W-IX
                GO TO VER-ABERTURA-LOOP.
       VER-ABERTURA-FIM.
                EXIT.
      *
      ***************************************
      * IMPRESSAO DE UMA LINHA DO RELATORIO  *
      * NA TELA E NO SPOOL (SPLDRV)          *
      ***************************************
