       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEPEND.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE NOTAS NAO AUTORIZADAS (NF-E)    *
      * PASSO DO FECHAMENTO DO DIA (FIMDIA): LISTA   *
      * AS NOTAS DO ARQNFI QUE AINDA NAO TEM         *
      * AUTORIZACAO NO ARQNFE (NAO ENVIADAS,         *
      * PENDENTES, ENVIADAS SEM RETORNO OU           *
      * REJEITADAS) E OS EVENTOS DE CANCELAMENTO     *
      * AINDA NAO HOMOLOGADOS, COM TOTAIS POR        *
      * SITUACAO                                     *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQNFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-NUM-NOTA
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
       SELECT ARQNFE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFE-NUM-NOTA
                    FILE STATUS  IS ST-NFE.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQNFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFI.DAT".
       01 REGNFI.
                03 NFI-NUM-NOTA   PIC 9(08).
                03 NFI-BASE       PIC 9(14).
                03 NFI-ICMS-VALOR PIC 9(12)V99.
                03 NFI-IPI-VALOR  PIC 9(12)V99.
      *
       FD ARQVDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQVDA.DAT".
       01 REGVDA.
                03 VDA-CHAVE.
                    05 VDA-NUM-NOTA    PIC 9(08).
                    05 VDA-ITEM        PIC 9(03).
                03 VDA-CLI-CPF     PIC 9(14).
                03 VDA-PRO-COD     PIC 9(08).
                03 VDA-QTDE        PIC 9(06).
                03 VDA-PRECO       PIC 9(08).
                03 VDA-DATA        PIC 9(08).
                03 VDA-OPE-COD     PIC X(08).
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQNFE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQNFE.DAT".
       01 REGNFE.
                03 NFE-NUM-NOTA      PIC 9(08).
                03 NFE-SIT           PIC X(01).
                03 NFE-DATA-EMIS     PIC 9(08).
                03 NFE-DATA-ENVIO    PIC 9(08).
                03 NFE-ARQUIVO       PIC X(16).
                03 NFE-PROTOCOLO     PIC X(15).
                03 NFE-DATA-AUT      PIC 9(08).
                03 NFE-MOTIVO        PIC X(40).
                03 NFE-DATA-CANC     PIC 9(08).
                03 NFE-PROT-CANC     PIC X(15).
                03 NFE-OPERADOR      PIC X(20).
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
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-NFE         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-NFE      PIC 9(01) VALUE ZEROS.
       77 W-SIT          PIC X(01) VALUE SPACES.
       77 W-SIT-DESC     PIC X(22) VALUE SPACES.
       77 W-LIDAS        PIC 9(06) VALUE ZEROS.
       77 W-NAO-ENV      PIC 9(06) VALUE ZEROS.
       77 W-PENDENTES    PIC 9(06) VALUE ZEROS.
       77 W-ENVIADAS     PIC 9(06) VALUE ZEROS.
       77 W-REJEITADAS   PIC 9(06) VALUE ZEROS.
       77 W-CANC-PEND    PIC 9(06) VALUE ZEROS.
       77 W-TOT-LISTA    PIC 9(06) VALUE ZEROS.
       77 W-DATA-ED      PIC 99/99/9999.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "NFEPEND" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** NFEPEND - NOTAS NAO AUTORIZADAS (NF-E) ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQNFI
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "35"
                      MOVE SPACES TO SPL-LINHA
                      STRING "ARQUIVO DE QUADRO FISCAL (ARQNFI) NAO"
                             " EXISTE"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO ARQUIVO ARQNFI: "
                             ST-ERRO
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM.
                OPEN INPUT ARQVDA
                IF ST-VDA NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQVDA: "
                          ST-VDA
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQNFI
                   GO TO ROT-FIM.
                OPEN INPUT ARQNFE
                IF ST-NFE = "00"
                   MOVE 1 TO W-TEM-NFE
                ELSE
                   MOVE 0 TO W-TEM-NFE
                   MOVE "00" TO ST-NFE.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ============ NOTAS SEM AUTORIZACAO DA NF-E"
                       " ============"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   NOTA      EMISSAO     CLIENTE"
                       "         SITUACAO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PROC-LOOP.
                READ ARQNFI NEXT RECORD
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   GO TO FIM-LOTE.
                ADD 1 TO W-LIDAS.
       LER-NOTA.
                MOVE NFI-NUM-NOTA TO VDA-NUM-NOTA
                MOVE ZEROS        TO VDA-ITEM
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-VDA.
                IF ST-VDA = "00"
                   READ ARQVDA NEXT
                      AT END MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00" OR VDA-NUM-NOTA NOT = NFI-NUM-NOTA
                   MOVE "00"   TO ST-VDA
                   MOVE ZEROS  TO VDA-DATA VDA-CLI-CPF
                   MOVE SPACES TO VDA-SIT.
       LER-SITUACAO.
                MOVE SPACES TO W-SIT NFE-MOTIVO
                IF W-TEM-NFE = 1
                   MOVE NFI-NUM-NOTA TO NFE-NUM-NOTA
                   READ ARQNFE
                   IF ST-NFE = "00"
                      MOVE NFE-SIT TO W-SIT
                   ELSE
                      MOVE "00" TO ST-NFE
                      MOVE SPACES TO NFE-MOTIVO.
                IF W-SIT = "A" OR "C"
                   GO TO PROC-LOOP.
                IF VDA-SIT = "C" AND W-SIT NOT = "X"
                   GO TO PROC-LOOP.
                IF W-SIT = SPACES
                   MOVE "NAO ENVIADA"          TO W-SIT-DESC
                   ADD 1 TO W-NAO-ENV.
                IF W-SIT = "P"
                   MOVE "PENDENTE (CRITICA)"   TO W-SIT-DESC
                   ADD 1 TO W-PENDENTES.
                IF W-SIT = "E"
                   MOVE "ENVIADA SEM RETORNO"  TO W-SIT-DESC
                   ADD 1 TO W-ENVIADAS.
                IF W-SIT = "R"
                   MOVE "REJEITADA"            TO W-SIT-DESC
                   ADD 1 TO W-REJEITADAS.
                IF W-SIT = "X"
                   MOVE "CANCELAMENTO PENDENTE" TO W-SIT-DESC
                   ADD 1 TO W-CANC-PEND.
       LISTAR.
                ADD 1 TO W-TOT-LISTA
                MOVE VDA-DATA TO W-DATA-ED
                MOVE SPACES TO SPL-LINHA
                STRING "   " NFI-NUM-NOTA "  " W-DATA-ED "  "
                       VDA-CLI-CPF "  " W-SIT-DESC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-SIT = "E" AND NFE-DATA-ENVIO NOT = ZEROS
                   MOVE NFE-DATA-ENVIO TO W-DATA-ED
                   MOVE SPACES TO SPL-LINHA
                   STRING "             ENVIADA EM " W-DATA-ED
                          " NO ARQUIVO " NFE-ARQUIVO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                IF NFE-MOTIVO NOT = SPACES
                   MOVE SPACES TO SPL-LINHA
                   STRING "             MOTIVO: " NFE-MOTIVO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                GO TO PROC-LOOP.
      *
       FIM-LOTE.
                CLOSE ARQNFI ARQVDA
                IF W-TEM-NFE = 1
                   CLOSE ARQNFE.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "NOTAS LIDAS NO ARQNFI        : " W-LIDAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "NAO ENVIADAS                 : " W-NAO-ENV
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PENDENTES NA CRITICA         : " W-PENDENTES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ENVIADAS SEM RETORNO         : " W-ENVIADAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "REJEITADAS                   : " W-REJEITADAS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CANCELAMENTOS NAO HOMOLOGADOS: " W-CANC-PEND
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "TOTAL DE NOTAS LISTADAS      : " W-TOT-LISTA
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
                MOVE "NFEPEND" TO ERR-PROGRAMA
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
