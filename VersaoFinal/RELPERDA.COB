       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPERDA.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO MENSAL DE PERDAS POR MOTIVO        *
      * SOMA AS SAIDAS DO MES COM MOTIVO INFORMADO   *
      * (MOVPRO TIPO S, AJUSTE J DO INVENT E BAIXA   *
      * DE LOTES VENCIDOS) POR MOTIVO, PRODUTO E     *
      * LOCAL (MOV-LOC), VALORIZADAS PELO CUSTO      *
      * MEDIO (ARQCUS), COM SUBTOTAL POR MOTIVO E    *
      * TOTAL GERAL; OPCIONALMENTE SO OS MOTIVOS     *
      * MARCADOS COMO PERDA NA TABELA ARQMOT         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQMOV ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOV-NUM
                    FILE STATUS  IS ST-MOV
                    ALTERNATE RECORD KEY IS MOV-PRO-COD
                                   WITH DUPLICATES.
       SELECT ARQMOT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS MOT-COD
                    FILE STATUS  IS ST-MOT.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQCUS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CUS-PRO-COD
                    FILE STATUS  IS ST-CUS.
       SELECT ARQPTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTP-CHAVE
                    FILE STATUS  IS ST-TMP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOV.DAT".
       01 REGMOV.
                03 MOV-NUM         PIC 9(08).
                03 MOV-PRO-COD     PIC 9(08).
                03 MOV-TIPO        PIC X(01).
                03 MOV-QTDE        PIC 9(06).
                03 MOV-DATA        PIC 9(08).
                03 MOV-CPF-FORC    PIC 9(14).
                03 MOV-LOC         PIC X(02).
                03 MOV-LOC-DEST    PIC X(02).
                03 MOV-MOTIVO      PIC X(03).
      *
       FD ARQMOT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMOT.DAT".
       01 REGMOT.
                03 MOT-COD        PIC X(03).
                03 MOT-DESC       PIC X(30).
                03 MOT-PERDA      PIC X(01).
                03 MOT-SIT        PIC X(01).
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
       FD ARQCUS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCUS.DAT".
       01 REGCUS.
                03 CUS-PRO-COD        PIC 9(08).
                03 CUS-MEDIO          PIC 9(08).
                03 CUS-ULT-CUSTO      PIC 9(08).
                03 CUS-ULT-DATA       PIC 9(08).
      *
       FD ARQPTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTMP.DAT".
       01 REGPTP.
                03 PTP-CHAVE.
                   05 PTP-MOTIVO      PIC X(03).
                   05 PTP-PRO-COD     PIC 9(08).
                   05 PTP-LOC         PIC X(02).
                03 PTP-QTDE           PIC 9(09).
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
       77 ST-MOV         PIC X(02) VALUE "00".
       77 ST-MOT         PIC X(02) VALUE "00".
       77 ST-CUS         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-MOT      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CUS      PIC 9(01) VALUE ZEROS.
       77 W-MES-ANO      PIC 9(06) VALUE ZEROS.
       77 W-MES          PIC 9(02) VALUE ZEROS.
       77 W-SO-PERDA     PIC X(01) VALUE SPACES.
       77 W-PERDA        PIC X(01) VALUE SPACES.
       77 W-MOT-ANT      PIC X(03) VALUE SPACES.
       77 W-CUSTO        PIC 9(08) VALUE ZEROS.
       77 W-VALOR        PIC 9(14) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-SELEC        PIC 9(08) VALUE ZEROS.
       77 W-SEM-CUSTO    PIC 9(06) VALUE ZEROS.
       77 W-SUB-QTDE     PIC 9(09) VALUE ZEROS.
       77 W-SUB-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-TOT-QTDE     PIC 9(09) VALUE ZEROS.
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-TOT-PERDA    PIC 9(14) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELPERDA" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELPERDA - PERDAS POR MOTIVO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-MES.
                DISPLAY "MES/ANO DE REFERENCIA (MMAAAA)            : "
                        WITH NO ADVANCING
                ACCEPT W-MES-ANO
                MOVE W-MES-ANO (1:2) TO W-MES
                IF W-MES < 1 OR W-MES > 12
                   DISPLAY "*** MES INVALIDO - USE MMAAAA ***"
                   GO TO PEDIR-MES.
       PEDIR-FILTRO.
                DISPLAY "SOMENTE MOTIVOS DE PERDA (S/N)            : "
                        WITH NO ADVANCING
                ACCEPT W-SO-PERDA
                IF W-SO-PERDA = "s"
                   MOVE "S" TO W-SO-PERDA.
                IF W-SO-PERDA NOT = "S"
                   MOVE "N" TO W-SO-PERDA.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQMOV
                IF ST-MOV NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQMOV: "
                          ST-MOV
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ST-ERRO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQMOV
                   GO TO ROT-FIM2.
                OPEN OUTPUT ARQPTMP
                CLOSE ARQPTMP
                OPEN I-O ARQPTMP
                IF ST-TMP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO TEMPORARIO: "
                          ST-TMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQMOV ARQPRO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQMOT
                IF ST-MOT = "00"
                   MOVE 1 TO W-TEM-MOT
                ELSE
                   MOVE 0 TO W-TEM-MOT
                   MOVE "00" TO ST-MOT.
                OPEN INPUT ARQCUS
                IF ST-CUS = "00"
                   MOVE 1 TO W-TEM-CUS
                ELSE
                   MOVE 0 TO W-TEM-CUS
                   MOVE "00" TO ST-CUS.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * 1A PASSADA: ACUMULA AS SAIDAS COM    *
      * MOTIVO DO MES NO TEMPORARIO POR      *
      * MOTIVO + PRODUTO + LOCAL             *
      ***************************************
      *
       ACUMULAR.
                MOVE ZEROS TO MOV-NUM
                START ARQMOV KEY IS NOT LESS MOV-NUM INVALID KEY
                      MOVE "10" TO ST-MOV.
                IF ST-MOV NOT = "00"
                   MOVE "00" TO ST-MOV
                   GO TO CABECALHO.
       ACUMULAR-LOOP.
                READ ARQMOV NEXT
                   AT END MOVE "10" TO ST-MOV.
                IF ST-MOV NOT = "00"
                   MOVE "00" TO ST-MOV
                   GO TO CABECALHO.
                ADD 1 TO W-LIDOS
                IF MOV-TIPO NOT = "S" AND NOT = "J"
                   GO TO ACUMULAR-LOOP.
                IF MOV-MOTIVO = SPACES
                   GO TO ACUMULAR-LOOP.
                IF MOV-DATA (3:6) NOT = W-MES-ANO
                   GO TO ACUMULAR-LOOP.
                IF W-SO-PERDA = "S"
                   PERFORM LER-MOTIVO THRU LER-MOTIVO-FIM
                   IF W-PERDA NOT = "S"
                      GO TO ACUMULAR-LOOP.
                ADD 1 TO W-SELEC
                MOVE MOV-MOTIVO  TO PTP-MOTIVO
                MOVE MOV-PRO-COD TO PTP-PRO-COD
                MOVE MOV-LOC     TO PTP-LOC
                READ ARQPTMP
                IF ST-TMP = "00"
                   ADD MOV-QTDE TO PTP-QTDE
                   REWRITE REGPTP
                ELSE
                   MOVE "00" TO ST-TMP
                   MOVE MOV-QTDE TO PTP-QTDE
                   WRITE REGPTP.
                GO TO ACUMULAR-LOOP.
      *
      ***** 2A PASSADA: IMPRESSAO POR MOTIVO *****
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== PERDAS DO MES " W-MES-ANO (1:2) "/"
                       W-MES-ANO (3:4) " POR MOTIVO, PRODUTO E"
                       " LOCAL ===== "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-SO-PERDA = "S"
                   MOVE SPACES TO SPL-LINHA
                   STRING " (SOMENTE MOTIVOS MARCADOS COMO PERDA)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "   PRODUTO   LC      QTDE  CUSTO MEDIO"
                       "           VALOR  DESCRICAO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO W-MOT-ANT
                MOVE LOW-VALUES TO PTP-CHAVE
                START ARQPTMP KEY IS NOT LESS PTP-CHAVE INVALID KEY
                      MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO FIM-LOTE.
       IMPRIMIR-LOOP.
                READ ARQPTMP NEXT
                   AT END MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   IF W-MOT-ANT NOT = SPACES
                      PERFORM SUBTOTAL THRU SUBTOTAL-FIM
                   END-IF
                   GO TO FIM-LOTE.
                IF PTP-MOTIVO NOT = W-MOT-ANT
                   IF W-MOT-ANT NOT = SPACES
                      PERFORM SUBTOTAL THRU SUBTOTAL-FIM
                   END-IF
                   PERFORM QUEBRA-MOTIVO THRU QUEBRA-MOTIVO-FIM.
                MOVE PTP-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE "00"   TO ST-ERRO
                   MOVE SPACES TO PRO-DESC.
                MOVE ZEROS TO W-CUSTO
                IF W-TEM-CUS = 1
                   MOVE PTP-PRO-COD TO CUS-PRO-COD
                   READ ARQCUS
                   IF ST-CUS = "00"
                      MOVE CUS-MEDIO TO W-CUSTO
                   ELSE
                      MOVE "00" TO ST-CUS.
                IF W-CUSTO = ZEROS
                   ADD 1 TO W-SEM-CUSTO.
                COMPUTE W-VALOR = PTP-QTDE * W-CUSTO
                ADD PTP-QTDE TO W-SUB-QTDE W-TOT-QTDE
                ADD W-VALOR  TO W-SUB-VALOR W-TOT-VALOR
                IF W-PERDA = "S"
                   ADD W-VALOR TO W-TOT-PERDA.
                MOVE SPACES TO SPL-LINHA
                STRING "   " PTP-PRO-COD "  " PTP-LOC "  " PTP-QTDE
                       "  " W-CUSTO "  " W-VALOR "  " PRO-DESC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO IMPRIMIR-LOOP.
      *
       QUEBRA-MOTIVO.
                MOVE PTP-MOTIVO TO W-MOT-ANT
                MOVE ZEROS TO W-SUB-QTDE W-SUB-VALOR
                MOVE PTP-MOTIVO TO MOV-MOTIVO
                PERFORM LER-MOTIVO THRU LER-MOTIVO-FIM
                MOVE SPACES TO SPL-LINHA
                IF W-PERDA = "S"
                   STRING " MOTIVO " PTP-MOTIVO " - " MOT-DESC
                          " (PERDA)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING " MOTIVO " PTP-MOTIVO " - " MOT-DESC
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       QUEBRA-MOTIVO-FIM.
                EXIT.
      *
       SUBTOTAL.
                MOVE SPACES TO SPL-LINHA
                STRING "   SUBTOTAL " W-MOT-ANT "  " W-SUB-QTDE
                       "               " W-SUB-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       SUBTOTAL-FIM.
                EXIT.
      *
      ***************************************
      * DESCRICAO E INDICADOR DE PERDA DO    *
      * MOTIVO EM MOV-MOTIVO; MOTIVO FORA DA *
      * TABELA CONTA COMO PERDA              *
      ***************************************
      *
       LER-MOTIVO.
                MOVE "S" TO W-PERDA
                MOVE "*** MOTIVO NAO CADASTRADO ***" TO MOT-DESC
                IF W-TEM-MOT = 0
                   GO TO LER-MOTIVO-FIM.
                MOVE MOV-MOTIVO TO MOT-COD
                READ ARQMOT
                IF ST-MOT NOT = "00"
                   MOVE "00" TO ST-MOT
                   MOVE "*** MOTIVO NAO CADASTRADO ***" TO MOT-DESC
                   GO TO LER-MOTIVO-FIM.
                MOVE MOT-PERDA TO W-PERDA.
       LER-MOTIVO-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQMOV ARQPRO ARQPTMP
                IF W-TEM-MOT = 1
                   CLOSE ARQMOT.
                IF W-TEM-CUS = 1
                   CLOSE ARQCUS.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "MOVIMENTOS LIDOS        : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "SAIDAS COM MOTIVO NO MES: " W-SELEC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LINHAS SEM CUSTO MEDIO  : " W-SEM-CUSTO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "QUANTIDADE TOTAL        : " W-TOT-QTDE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR TOTAL DAS SAIDAS  : " W-TOT-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR TOTAL DAS PERDAS  : " W-TOT-PERDA
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
                MOVE "RELPERDA" TO ERR-PROGRAMA
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
