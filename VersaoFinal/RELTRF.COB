       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTRF.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE TRANSFERENCIAS EM TRANSITO      *
      * LISTA OS DOCUMENTOS DO ARQTRF AINDA NAO      *
      * RECEBIDOS NO DESTINO (SIT T) EXPEDIDOS HA    *
      * MAIS DE N DIAS, COM OS ITENS E QUANTIDADES   *
      * EXPEDIDAS E O TOTAL GERAL EM TRANSITO        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQTRF ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRF-NUM
                    FILE STATUS  IS ST-TRF.
       SELECT ARQTRFI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS TRI-CHAVE
                    FILE STATUS  IS ST-TRI.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQTRF
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRF.DAT".
       01 REGTRF.
                03 TRF-NUM           PIC 9(08).
                03 TRF-LOC-ORIG      PIC X(02).
                03 TRF-LOC-DEST      PIC X(02).
                03 TRF-DATA-EXP      PIC 9(08).
                03 TRF-OPER-EXP      PIC X(20).
                03 TRF-DATA-REC      PIC 9(08).
                03 TRF-OPER-REC      PIC X(20).
                03 TRF-MOTIVO        PIC X(03).
                03 TRF-SIT           PIC X(01).
      *
       FD ARQTRFI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQTRFI.DAT".
       01 REGTRI.
                03 TRI-CHAVE.
                   05 TRI-NUM        PIC 9(08).
                   05 TRI-PRO-COD    PIC 9(08).
                03 TRI-QTDE-ENV      PIC 9(06).
                03 TRI-QTDE-REC      PIC 9(06).
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
       77 ST-TRF         PIC X(02) VALUE "00".
       77 ST-TRI         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-DIAS-MIN     PIC 9(04) VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-EXP-AMD      PIC 9(08) VALUE ZEROS.
       77 W-DOC-QTDE     PIC 9(09) VALUE ZEROS.
       77 W-LIDOS        PIC 9(06) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(06) VALUE ZEROS.
       77 W-TOT-QTDE     PIC 9(09) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELTRF" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELTRF - TRANSFERENCIAS EM TRANSITO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-DIAS.
                DISPLAY "EM TRANSITO HA MAIS DE QUANTOS DIAS       : "
                        WITH NO ADVANCING
                ACCEPT W-DIAS-MIN
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQTRF
                IF ST-TRF NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUMA TRANSFERENCIA REGISTRADA ("
                          ST-TRF ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQTRFI
                IF ST-TRI NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQTRFI: "
                          ST-TRI
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQTRF
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ST-ERRO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQTRF ARQTRFI
                   GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== DOCUMENTOS EM TRANSITO HA MAIS DE "
                       W-DIAS-MIN " DIAS EM " W-HOJE-AMD (7:2) "/"
                       W-HOJE-AMD (5:2) "/" W-HOJE-AMD (1:4) " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " DOCUMENTO OR DE EXPEDICAO   DIAS  OPERADOR"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO TRF-NUM
                START ARQTRF KEY IS NOT LESS TRF-NUM INVALID KEY
                      MOVE "10" TO ST-TRF.
                IF ST-TRF NOT = "00"
                   MOVE "00" TO ST-TRF
                   GO TO FIM-LOTE.
      *
       LER-DOC.
                READ ARQTRF NEXT
                   AT END MOVE "10" TO ST-TRF.
                IF ST-TRF NOT = "00"
                   MOVE "00" TO ST-TRF
                   GO TO FIM-LOTE.
                ADD 1 TO W-LIDOS
                IF TRF-SIT NOT = "T"
                   GO TO LER-DOC.
                MOVE TRF-DATA-EXP (5:4) TO W-EXP-AMD (1:4)
                MOVE TRF-DATA-EXP (3:2) TO W-EXP-AMD (5:2)
                MOVE TRF-DATA-EXP (1:2) TO W-EXP-AMD (7:2)
                IF W-EXP-AMD > W-HOJE-AMD
                   MOVE ZEROS TO W-DIAS
                ELSE
                   COMPUTE W-DIAS =
                           FUNCTION INTEGER-OF-DATE (W-HOJE-AMD)
                         - FUNCTION INTEGER-OF-DATE (W-EXP-AMD).
                IF W-DIAS NOT > W-DIAS-MIN
                   GO TO LER-DOC.
                ADD 1 TO W-LISTADOS
                MOVE SPACES TO SPL-LINHA
                STRING " " TRF-NUM "  " TRF-LOC-ORIG " " TRF-LOC-DEST
                       " " TRF-DATA-EXP (1:2) "/" TRF-DATA-EXP (3:2)
                       "/" TRF-DATA-EXP (5:4) " " W-DIAS "  "
                       TRF-OPER-EXP
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                PERFORM LISTAR-ITENS THRU LISTAR-ITENS-FIM
                GO TO LER-DOC.
      *
      ***************************************
      * ITENS DO DOCUMENTO (QTDE EXPEDIDA)   *
      ***************************************
      *
       LISTAR-ITENS.
                MOVE ZEROS TO W-DOC-QTDE
                MOVE TRF-NUM TO TRI-NUM
                MOVE ZEROS   TO TRI-PRO-COD
                START ARQTRFI KEY IS NOT LESS TRI-CHAVE INVALID KEY
                      MOVE "10" TO ST-TRI.
       LISTAR-ITENS-LOOP.
                IF ST-TRI NOT = "00"
                   MOVE "00" TO ST-TRI
                   GO TO LISTAR-ITENS-TOT.
                READ ARQTRFI NEXT
                   AT END MOVE "10" TO ST-TRI.
                IF ST-TRI NOT = "00"
                   MOVE "00" TO ST-TRI
                   GO TO LISTAR-ITENS-TOT.
                IF TRI-NUM NOT = TRF-NUM
                   GO TO LISTAR-ITENS-TOT.
                MOVE TRI-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE SPACES TO PRO-DESC.
                ADD TRI-QTDE-ENV TO W-DOC-QTDE W-TOT-QTDE
                MOVE SPACES TO SPL-LINHA
                STRING "            " TRI-PRO-COD "  " PRO-DESC "  "
                       TRI-QTDE-ENV
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LISTAR-ITENS-LOOP.
       LISTAR-ITENS-TOT.
                MOVE SPACES TO SPL-LINHA
                STRING "            TOTAL DO DOCUMENTO "
                       "                               " W-DOC-QTDE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       LISTAR-ITENS-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQTRF ARQTRFI ARQPRO
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "DOCUMENTOS LIDOS        : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "DOCUMENTOS LISTADOS     : " W-LISTADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "QUANTIDADE EM TRANSITO  : " W-TOT-QTDE
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
