       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCONC.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE CONCILIACAO BANCARIA            *
      * PARA A CONTA E O PERIODO INFORMADOS LISTA OS *
      * LANCAMENTOS DO RAZAO BANCARIO (ARQLCB) SEM   *
      * CORRESPONDENCIA NO EXTRATO E AS LINHAS DO    *
      * EXTRATO (ARQEXB) SEM CORRESPONDENCIA NO      *
      * RAZAO, COM TOTAIS A CREDITO E A DEBITO, O    *
      * SALDO DO SISTEMA E O SALDO AJUSTADO. OPCAO   *
      * DE IMPRIMIR O RAZAO DA CONTA NO PERIODO COM  *
      * O SALDO APOS CADA LANCAMENTO                 *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-CONTA
                    FILE STATUS  IS ST-BCO.
       SELECT ARQLCB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LCB-CHAVE
                    FILE STATUS  IS ST-LCB.
       SELECT ARQEXB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS EXB-CHAVE
                    ALTERNATE RECORD KEY IS EXB-IDENT
                    FILE STATUS  IS ST-EXB.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBCO.DAT".
       01 REGBCO.
                03 BCO-CONTA          PIC 9(04).
                03 BCO-BANCO          PIC 9(03).
                03 BCO-AGENCIA        PIC 9(05).
                03 BCO-NUM-CONTA      PIC X(12).
                03 BCO-DESC           PIC X(30).
                03 BCO-SALDO-INI      PIC S9(12).
                03 BCO-SALDO          PIC S9(12).
                03 BCO-ULT-SEQ        PIC 9(08).
                03 BCO-ULT-EXT        PIC 9(08).
                03 BCO-SIT            PIC X(01).
      *
       FD ARQLCB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLCB.DAT".
       01 REGLCB.
                03 LCB-CHAVE.
                   05 LCB-CONTA       PIC 9(04).
                   05 LCB-SEQ         PIC 9(08).
                03 LCB-DATA           PIC 9(08).
                03 LCB-TIPO           PIC X(01).
                03 LCB-VALOR          PIC 9(10).
                03 LCB-SALDO          PIC S9(12).
                03 LCB-ORIGEM         PIC X(08).
                03 LCB-DOCUMENTO      PIC X(14).
                03 LCB-HIST           PIC X(30).
                03 LCB-CONCIL         PIC X(01).
                03 LCB-EXT-SEQ        PIC 9(08).
      *
       FD ARQEXB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEXB.DAT".
       01 REGEXB.
                03 EXB-CHAVE.
                   05 EXB-CONTA       PIC 9(04).
                   05 EXB-SEQ         PIC 9(08).
                03 EXB-IDENT.
                   05 EXB-ID-CONTA    PIC 9(04).
                   05 EXB-DATA        PIC 9(08).
                   05 EXB-TIPO        PIC X(01).
                   05 EXB-VALOR       PIC 9(10).
                   05 EXB-DOCUMENTO   PIC X(14).
                03 EXB-HIST           PIC X(30).
                03 EXB-DATA-IMP       PIC 9(08).
                03 EXB-CONCIL         PIC X(01).
                03 EXB-LCB-SEQ        PIC 9(08).
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
       77 ST-BCO         PIC X(02) VALUE "00".
       77 ST-LCB         PIC X(02) VALUE "00".
       77 ST-EXB         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-EXB      PIC 9(01) VALUE 1.
       77 W-CONTA        PIC 9(04) VALUE ZEROS.
       77 W-RAZAO        PIC X(01) VALUE SPACES.
       77 W-DATA-INI     PIC 9(08) VALUE ZEROS.
       77 W-DATA-FIM     PIC 9(08) VALUE ZEROS.
       77 W-INI-ORD      PIC 9(08) VALUE ZEROS.
       77 W-FIM-ORD      PIC 9(08) VALUE 99999999.
       77 W-DATA-ORD     PIC 9(08) VALUE ZEROS.
       77 W-QTD-LCB      PIC 9(08) VALUE ZEROS.
       77 W-QTD-EXB      PIC 9(08) VALUE ZEROS.
       77 W-LCB-CRED     PIC 9(12) VALUE ZEROS.
       77 W-LCB-DEB      PIC 9(12) VALUE ZEROS.
       77 W-EXB-CRED     PIC 9(12) VALUE ZEROS.
       77 W-EXB-DEB      PIC 9(12) VALUE ZEROS.
       77 W-SALDO-AJUST  PIC S9(12) VALUE ZEROS.
       77 W-SALDO-ED     PIC -ZZZZZZZZZZZ9.
       77 W-VALOR-ED     PIC ZZZZZZZZZZZ9.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELCONC" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELCONC - CONCILIACAO BANCARIA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQBCO
                IF ST-BCO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQBCO: "
                          ST-BCO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQLCB
                IF ST-LCB NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQLCB: "
                          ST-LCB
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQBCO
                   GO TO ROT-FIM2.
                OPEN INPUT ARQEXB
                IF ST-EXB NOT = "00"
                   MOVE 0 TO W-TEM-EXB
                   MOVE "00" TO ST-EXB.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       PEDIR-CONTA.
                DISPLAY "CONTA BANCARIA (ZEROS = SAIR)             : "
                        WITH NO ADVANCING
                ACCEPT W-CONTA
                IF W-CONTA = ZEROS
                   GO TO FIM-LOTE.
                MOVE W-CONTA TO BCO-CONTA
                READ ARQBCO
                IF ST-BCO NOT = "00"
                   MOVE "00" TO ST-BCO
                   DISPLAY "*** CONTA NAO CADASTRADA ***"
                   GO TO PEDIR-CONTA.
      *
       PEDIR-FAIXA.
                DISPLAY "DATA INICIAL DDMMAAAA (ZEROS = DO INICIO) : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-INI
                DISPLAY "DATA FINAL   DDMMAAAA (ZEROS = ATE O FIM) : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-FIM
                IF W-DATA-INI NOT = ZEROS
                   MOVE W-DATA-INI (5:4) TO W-INI-ORD (1:4)
                   MOVE W-DATA-INI (3:2) TO W-INI-ORD (5:2)
                   MOVE W-DATA-INI (1:2) TO W-INI-ORD (7:2)
                ELSE
                   MOVE ZEROS TO W-INI-ORD.
                IF W-DATA-FIM NOT = ZEROS
                   MOVE W-DATA-FIM (5:4) TO W-FIM-ORD (1:4)
                   MOVE W-DATA-FIM (3:2) TO W-FIM-ORD (5:2)
                   MOVE W-DATA-FIM (1:2) TO W-FIM-ORD (7:2)
                ELSE
                   MOVE 99999999 TO W-FIM-ORD.
       PEDIR-RAZAO.
                DISPLAY "IMPRIMIR O RAZAO DA CONTA NO PERIODO (S/N): "
                        WITH NO ADVANCING
                ACCEPT W-RAZAO
                IF W-RAZAO = "s"
                   MOVE "S" TO W-RAZAO.
      *
                MOVE SPACES TO SPL-LINHA
                STRING " CONTA " BCO-CONTA " - " BCO-DESC
                       " BCO " BCO-BANCO " AG " BCO-AGENCIA
                       " C/C " BCO-NUM-CONTA
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " PERIODO DE " W-DATA-INI " ATE " W-DATA-FIM
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                IF W-RAZAO NOT = "S"
                   GO TO LCB-INICIO.
      *
      ***************************************
      * RAZAO DA CONTA NO PERIODO            *
      ***************************************
      *
       RAZAO-INICIO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== RAZAO BANCARIO ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "    SEQ     DATA    T        VALOR ORIGEM   "
                       "HISTORICO              C        SALDO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE BCO-CONTA TO LCB-CONTA
                MOVE ZEROS     TO LCB-SEQ
                START ARQLCB KEY IS NOT LESS LCB-CHAVE INVALID KEY
                      MOVE "10" TO ST-LCB.
                IF ST-LCB NOT = "00"
                   MOVE "00" TO ST-LCB
                   GO TO LCB-INICIO.
       RAZAO-LOOP.
                READ ARQLCB NEXT
                   AT END MOVE "10" TO ST-LCB.
                IF ST-LCB NOT = "00" OR LCB-CONTA NOT = BCO-CONTA
                   MOVE "00" TO ST-LCB
                   GO TO LCB-INICIO.
                MOVE LCB-DATA (5:4) TO W-DATA-ORD (1:4)
                MOVE LCB-DATA (3:2) TO W-DATA-ORD (5:2)
                MOVE LCB-DATA (1:2) TO W-DATA-ORD (7:2)
                IF W-DATA-ORD < W-INI-ORD OR W-DATA-ORD > W-FIM-ORD
                   GO TO RAZAO-LOOP.
                MOVE LCB-VALOR TO W-VALOR-ED
                MOVE LCB-SALDO TO W-SALDO-ED
                MOVE SPACES TO SPL-LINHA
                STRING LCB-SEQ " " LCB-DATA " " LCB-TIPO " "
                       W-VALOR-ED " " LCB-ORIGEM " " LCB-HIST (1:22)
                       " " LCB-CONCIL " " W-SALDO-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO RAZAO-LOOP.
      *
      ***************************************
      * LANCAMENTOS DO SISTEMA SEM           *
      * CORRESPONDENCIA NO EXTRATO           *
      ***************************************
      *
       LCB-INICIO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== LANCAMENTOS DO SISTEMA NAO CONCILIADOS"
                       " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "    SEQ     DATA    T        VALOR ORIGEM   "
                       "DOCUMENTO      HISTORICO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE BCO-CONTA TO LCB-CONTA
                MOVE ZEROS     TO LCB-SEQ
                START ARQLCB KEY IS NOT LESS LCB-CHAVE INVALID KEY
                      MOVE "10" TO ST-LCB.
                IF ST-LCB NOT = "00"
                   MOVE "00" TO ST-LCB
                   GO TO LCB-TOTAL.
       LCB-LOOP.
                READ ARQLCB NEXT
                   AT END MOVE "10" TO ST-LCB.
                IF ST-LCB NOT = "00" OR LCB-CONTA NOT = BCO-CONTA
                   MOVE "00" TO ST-LCB
                   GO TO LCB-TOTAL.
                IF LCB-CONCIL = "S"
                   GO TO LCB-LOOP.
                MOVE LCB-DATA (5:4) TO W-DATA-ORD (1:4)
                MOVE LCB-DATA (3:2) TO W-DATA-ORD (5:2)
                MOVE LCB-DATA (1:2) TO W-DATA-ORD (7:2)
                IF W-DATA-ORD < W-INI-ORD OR W-DATA-ORD > W-FIM-ORD
                   GO TO LCB-LOOP.
                ADD 1 TO W-QTD-LCB
                IF LCB-TIPO = "D"
                   ADD LCB-VALOR TO W-LCB-DEB
                ELSE
                   ADD LCB-VALOR TO W-LCB-CRED.
                MOVE LCB-VALOR TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING LCB-SEQ " " LCB-DATA " " LCB-TIPO " "
                       W-VALOR-ED " " LCB-ORIGEM " " LCB-DOCUMENTO
                       " " LCB-HIST (1:15)
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO LCB-LOOP.
       LCB-TOTAL.
                MOVE SPACES TO SPL-LINHA
                STRING " LANCAMENTOS PENDENTES: " W-QTD-LCB
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-LCB-CRED TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING " CREDITOS NAO VISTOS PELO BANCO : " W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-LCB-DEB TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING " DEBITOS NAO VISTOS PELO BANCO  : " W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * LINHAS DO EXTRATO SEM CORRESPONDENCIA*
      * NO RAZAO BANCARIO                    *
      ***************************************
      *
       EXB-INICIO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== LINHAS DO EXTRATO NAO CONCILIADAS ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-TEM-EXB = 0
                   MOVE SPACES TO SPL-LINHA
                   STRING " *** NENHUM EXTRATO IMPORTADO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO EXB-TOTAL.
                MOVE SPACES TO SPL-LINHA
                STRING "    SEQ     DATA    T        VALOR "
                       "DOCUMENTO      HISTORICO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE BCO-CONTA TO EXB-CONTA
                MOVE ZEROS     TO EXB-SEQ
                START ARQEXB KEY IS NOT LESS EXB-CHAVE INVALID KEY
                      MOVE "10" TO ST-EXB.
                IF ST-EXB NOT = "00"
                   MOVE "00" TO ST-EXB
                   GO TO EXB-TOTAL.
       EXB-LOOP.
                READ ARQEXB NEXT
                   AT END MOVE "10" TO ST-EXB.
                IF ST-EXB NOT = "00" OR EXB-CONTA NOT = BCO-CONTA
                   MOVE "00" TO ST-EXB
                   GO TO EXB-TOTAL.
                IF EXB-CONCIL = "S"
                   GO TO EXB-LOOP.
                MOVE EXB-DATA (5:4) TO W-DATA-ORD (1:4)
                MOVE EXB-DATA (3:2) TO W-DATA-ORD (5:2)
                MOVE EXB-DATA (1:2) TO W-DATA-ORD (7:2)
                IF W-DATA-ORD < W-INI-ORD OR W-DATA-ORD > W-FIM-ORD
                   GO TO EXB-LOOP.
                ADD 1 TO W-QTD-EXB
                IF EXB-TIPO = "D"
                   ADD EXB-VALOR TO W-EXB-DEB
                ELSE
                   ADD EXB-VALOR TO W-EXB-CRED.
                MOVE EXB-VALOR TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING EXB-SEQ " " EXB-DATA " " EXB-TIPO " "
                       W-VALOR-ED " " EXB-DOCUMENTO " " EXB-HIST
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO EXB-LOOP.
       EXB-TOTAL.
                MOVE SPACES TO SPL-LINHA
                STRING " LINHAS PENDENTES: " W-QTD-EXB
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-EXB-CRED TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING " CREDITOS SEM LANCAMENTO NO SISTEMA: "
                       W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-EXB-DEB TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING " DEBITOS SEM LANCAMENTO NO SISTEMA : "
                       W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * SALDO DO SISTEMA E SALDO AJUSTADO    *
      * (O QUE O BANCO DEVE MOSTRAR QUANDO   *
      * AS PENDENCIAS FOREM RESOLVIDAS)      *
      ***************************************
      *
       RESUMO.
                COMPUTE W-SALDO-AJUST = BCO-SALDO - W-LCB-CRED
                      + W-LCB-DEB + W-EXB-CRED - W-EXB-DEB
                MOVE BCO-SALDO TO W-SALDO-ED
                MOVE SPACES TO SPL-LINHA
                STRING " SALDO ATUAL DO SISTEMA           : " W-SALDO-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-SALDO-AJUST TO W-SALDO-ED
                MOVE SPACES TO SPL-LINHA
                STRING " SALDO AJUSTADO PELAS PENDENCIAS  : " W-SALDO-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-QTD-LCB = ZEROS AND W-QTD-EXB = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING " *** CONTA CONCILIADA NO PERIODO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQBCO ARQLCB
                IF W-TEM-EXB = 1
                   CLOSE ARQEXB.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO DE CONCILIACAO CONCLUIDO ***"
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
                MOVE "RELCONC" TO ERR-PROGRAMA
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
