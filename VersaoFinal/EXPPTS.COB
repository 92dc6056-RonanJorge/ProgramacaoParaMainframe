       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPPTS.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * EXPIRACAO MENSAL DOS PONTOS DE FIDELIDADE:   *
      * OS LOTES DE PONTOS (ARQPTSM TIPO A = GANHOS  *
      * NA VENDA, D = DEVOLVIDOS NO ESTORNO) COM     *
      * SALDO E DATA ANTERIOR A DATA BASE MENOS N    *
      * MESES (PTSMESES NO ARQPARAM; ZERO OU SEM     *
      * PARAMETRO = PONTOS NAO EXPIRAM) SAO ZERADOS, *
      * O SALDO DO CLIENTE (ARQPTS) E REDUZIDO E UM  *
      * MOVIMENTO TIPO X FICA NO EXTRATO             *
      *                                              *
      * VALOR DOS PONTOS EXPIRADOS = PONTOS X        *
      * PTSVALOR / 100. O SUPERVISOR (PERM-ADM)      *
      * LIBERA A EXECUCAO; CADA CLIENTE ALTERADO     *
      * TEM TRILHA NO ARQAUD                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPTS ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTS-CLI-CPF
                    FILE STATUS  IS ST-PTS.
       SELECT ARQPTSM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PTM-CHAVE
                    FILE STATUS  IS ST-PTM.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
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
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPTS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTS.DAT".
       01 REGPTS.
                03 PTS-CLI-CPF    PIC 9(14).
                03 PTS-SALDO      PIC 9(10).
      *
       FD ARQPTSM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPTSM.DAT".
       01 REGPTM.
                03 PTM-CHAVE.
                   05 PTM-CLI-CPF    PIC 9(14).
                   05 PTM-SEQ        PIC 9(05).
                03 PTM-DATA          PIC 9(08).
                03 PTM-TIPO          PIC X(01).
                03 PTM-NOTA          PIC 9(08).
                03 PTM-PONTOS        PIC 9(10).
                03 PTM-RESTO         PIC 9(10).
      *
       FD ARQOPE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOPE.DAT".
       01 REGOPE.
                03 OPE-COD                PIC X(08).
                03 OPE-SENHA              PIC X(08).
                03 OPE-NOME               PIC X(30).
                03 OPE-PERM-CAD           PIC X(01).
                03 OPE-PERM-MOV           PIC X(01).
                03 OPE-PERM-CON           PIC X(01).
                03 OPE-PERM-REL           PIC X(01).
                03 OPE-PERM-ADM           PIC X(01).
                03 OPE-SIT                PIC X(01).
                03 OPE-VERSAO             PIC 9(08).
                03 OPE-PERC-COM           PIC 9(02)V99.
                03 OPE-DATA-SENHA         PIC 9(08).
                03 OPE-FALHAS             PIC 9(02).
                03 OPE-BLOQ               PIC X(01).
                03 OPE-LIM-COMPRA         PIC 9(10).
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
       77 ST-PTS         PIC X(02) VALUE "00".
       77 ST-PTM         PIC X(02) VALUE "00".
       77 ST-OPE         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-CORTE-AMD    PIC 9(08) VALUE ZEROS.
       77 W-LOTE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-MESES        PIC 9(08) VALUE ZEROS.
       77 W-MESES-TOT    PIC 9(06) VALUE ZEROS.
       77 W-ANO-BASE     PIC 9(04) VALUE ZEROS.
       77 W-MES-BASE     PIC 9(02) VALUE ZEROS.
       77 W-ANO-CORTE    PIC 9(04) VALUE ZEROS.
       77 W-MES-CORTE    PIC 9(02) VALUE ZEROS.
       77 W-PTS-VALOR    PIC 9(08) VALUE ZEROS.
       77 W-PTM-SEQ      PIC 9(05) VALUE ZEROS.
       77 W-EXP-CLI      PIC 9(10) VALUE ZEROS.
       77 W-LOTES-CLI    PIC 9(05) VALUE ZEROS.
       77 W-VALOR-CLI    PIC 9(12) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-CLIENTES     PIC 9(08) VALUE ZEROS.
       77 W-TOT-LOTES    PIC 9(08) VALUE ZEROS.
       77 W-TOT-PONTOS   PIC 9(12) VALUE ZEROS.
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
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
       01 JRN-ANT-PTS          PIC X(24).
       01 JRN-ANT-PTM          PIC X(56).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY
                   "*** EXPPTS - EXPIRACAO DE PONTOS DE FIDELIDADE ***".
      *
      ***** LIBERACAO DO SUPERVISOR (PERM-ADM) *****
      *
       PEDIR-SUP.
                DISPLAY "SUPERVISOR (CODIGO)                       : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-COD
                IF W-SUP-COD = SPACES
                   DISPLAY "*** EXPIRACAO CANCELADA ***"
                   GO TO ROT-FIM3.
                DISPLAY "SENHA                                     : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-SENHA WITH NO ECHO.
       ABRIR-OPE.
                OPEN INPUT ARQOPE
                IF ST-OPE NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQ OPERADOR: "
                           ST-OPE
                   GO TO ROT-FIM3.
                MOVE W-SUP-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00" OR OPE-SIT = "E"
                   OR OPE-SENHA NOT = W-SUP-SENHA
                   OR OPE-PERM-ADM NOT = "S"
                   DISPLAY "*** LIBERACAO RECUSADA ***"
                   CLOSE ARQOPE
                   GO TO ROT-FIM3.
                MOVE OPE-NOME TO W-SUP-NOME
                CLOSE ARQOPE.
      *
       PEDIR-DATA.
                DISPLAY "DATA BASE (DDMMAAAA, ZERO = HOJE)         : "
                        WITH NO ADVANCING
                ACCEPT W-DATA-BASE
                IF W-DATA-BASE = ZEROS
                   ACCEPT W-HOJE FROM DATE YYYYMMDD
                   MOVE W-HOJE (7:2) TO W-DATA-BASE (1:2)
                   MOVE W-HOJE (5:2) TO W-DATA-BASE (3:2)
                   MOVE W-HOJE (1:4) TO W-DATA-BASE (5:4).
                MOVE W-DATA-BASE (5:4) TO W-DATA-AMD (1:4)
                MOVE W-DATA-BASE (3:2) TO W-DATA-AMD (5:2)
                MOVE W-DATA-BASE (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD (1:4) < 1601 OR W-DATA-AMD (1:4) > 2099
                   OR W-DATA-AMD (5:2) < 01 OR W-DATA-AMD (5:2) > 12
                   OR W-DATA-AMD (7:2) < 01 OR W-DATA-AMD (7:2) > 31
                   DISPLAY "*** DATA INVALIDA ***"
                   GO TO PEDIR-DATA.
       CONFIRMAR.
                DISPLAY "CONFIRMA A EXPIRACAO DOS PONTOS (S/N)     : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO NOT = "S" AND "s"
                   DISPLAY "*** EXPIRACAO CANCELADA ***"
                   GO TO ROT-FIM3.
      *
       INICIO-SPOOL.
                MOVE "EXPPTS" TO SPL-PROGRAMA
                MOVE W-SUP-NOME TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** EXPPTS - EXPIRACAO DE PONTOS DE "
                       "FIDELIDADE ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * VALIDADE DOS PONTOS (PTSMESES) E     *
      * VALOR DE 100 PONTOS (PTSVALOR)       *
      ***************************************
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO CRIT-PARAM.
                MOVE "PTSMESES" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-MESES
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PTSVALOR" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PTS-VALOR
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
       CRIT-PARAM.
                IF W-MESES = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** VALIDADE DOS PONTOS (PTSMESES) NAO "
                          "INFORMADA - NADA A EXPIRAR ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
      *
      ***** DATA DE CORTE = DATA BASE MENOS N MESES *****
      *
       CALC-CORTE.
                MOVE W-DATA-AMD (1:4) TO W-ANO-BASE
                MOVE W-DATA-AMD (5:2) TO W-MES-BASE
                COMPUTE W-MESES-TOT = W-ANO-BASE * 12 + W-MES-BASE - 1
                IF W-MESES > W-MESES-TOT
                   MOVE W-MESES-TOT TO W-MESES.
                SUBTRACT W-MESES FROM W-MESES-TOT
                DIVIDE W-MESES-TOT BY 12 GIVING W-ANO-CORTE
                       REMAINDER W-MES-CORTE
                ADD 1 TO W-MES-CORTE
                MOVE W-ANO-CORTE       TO W-CORTE-AMD (1:4)
                MOVE W-MES-CORTE       TO W-CORTE-AMD (5:2)
                MOVE W-DATA-AMD (7:2)  TO W-CORTE-AMD (7:2).
      *
       ABRIR-ARQ.
                OPEN I-O ARQPTS
                IF ST-PTS NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPTS: "
                          ST-PTS
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN I-O ARQPTSM
                IF ST-PTM NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPTSM: "
                          ST-PTM
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQPTS
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
                      CLOSE ARQPTS ARQPTSM
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
                STRING " ===== DATA BASE " W-DATA-BASE
                       " - EXPIRAM LOTES ANTERIORES A "
                       W-CORTE-AMD (7:2) "/" W-CORTE-AMD (5:2) "/"
                       W-CORTE-AMD (1:4) " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CPF/CNPJ        LOTES   PONTOS EXPIRADOS"
                       "           VALOR   SALDO RESTANTE"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * CADA CLIENTE COM SALDO DE PONTOS     *
      ***************************************
      *
       EXPIRAR.
                MOVE ZEROS TO PTS-CLI-CPF
                START ARQPTS KEY IS NOT LESS PTS-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-PTS.
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO RESUMO.
       EXPIRAR-LOOP.
                READ ARQPTS NEXT
                   AT END MOVE "10" TO ST-PTS.
                MOVE REGPTS TO JRN-ANT-PTS
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO RESUMO.
                ADD 1 TO W-LIDOS
                IF PTS-SALDO = ZEROS
                   GO TO EXPIRAR-LOOP.
                PERFORM VENCER-LOTES THRU VENCER-LOTES-FIM
                IF W-EXP-CLI = ZEROS
                   GO TO EXPIRAR-LOOP.
                IF W-EXP-CLI > PTS-SALDO
                   MOVE PTS-SALDO TO W-EXP-CLI.
                SUBTRACT W-EXP-CLI FROM PTS-SALDO
                REWRITE REGPTS
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTS THRU DIARIO-PTS-FIM
                IF ST-PTS NOT = "00"
                   MOVE "ARQPTS" TO ERR-ARQUIVO
                   MOVE ST-PTS   TO ERR-STATUS
                   MOVE "ERRO NA ATUALIZACAO DO SALDO DE PONTOS"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PTS
                   GO TO EXPIRAR-LOOP.
                ADD 1 TO W-PTM-SEQ
                MOVE PTS-CLI-CPF TO PTM-CLI-CPF
                MOVE W-PTM-SEQ   TO PTM-SEQ
                MOVE W-DATA-BASE TO PTM-DATA
                MOVE "X"         TO PTM-TIPO
                MOVE ZEROS       TO PTM-NOTA PTM-RESTO
                MOVE W-EXP-CLI   TO PTM-PONTOS
                WRITE REGPTM
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00"
                   MOVE "ARQPTSM" TO ERR-ARQUIVO
                   MOVE ST-PTM    TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO EXTRATO DE PONTOS"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PTM.
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                COMPUTE W-VALOR-CLI = W-EXP-CLI * W-PTS-VALOR / 100
                ADD 1           TO W-CLIENTES
                ADD W-LOTES-CLI TO W-TOT-LOTES
                ADD W-EXP-CLI   TO W-TOT-PONTOS
                ADD W-VALOR-CLI TO W-TOT-VALOR
                MOVE SPACES TO SPL-LINHA
                STRING PTS-CLI-CPF "  " W-LOTES-CLI "       "
                       W-EXP-CLI "    " W-VALOR-CLI "       "
                       PTS-SALDO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO EXPIRAR-LOOP.
      *
      ***************************************
      * LOTES DO CLIENTE (A/D) COM SALDO E   *
      * DATA ANTERIOR AO CORTE: ZERA O RESTO *
      * E GUARDA A ULTIMA SEQUENCIA          *
      ***************************************
      *
       VENCER-LOTES.
                MOVE ZEROS TO W-EXP-CLI W-LOTES-CLI W-PTM-SEQ
                MOVE PTS-CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS       TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       VENCER-LOTES2.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO VENCER-LOTES-FIM.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                MOVE REGPTM TO JRN-ANT-PTM
                IF ST-PTM NOT = "00"
                   GO TO VENCER-LOTES2.
                IF PTM-CLI-CPF NOT = PTS-CLI-CPF
                   MOVE "10" TO ST-PTM
                   GO TO VENCER-LOTES2.
                MOVE PTM-SEQ TO W-PTM-SEQ
                IF PTM-TIPO NOT = "A" AND NOT = "D"
                   GO TO VENCER-LOTES2.
                IF PTM-RESTO = ZEROS
                   GO TO VENCER-LOTES2.
                MOVE PTM-DATA (5:4) TO W-LOTE-AMD (1:4)
                MOVE PTM-DATA (3:2) TO W-LOTE-AMD (5:2)
                MOVE PTM-DATA (1:2) TO W-LOTE-AMD (7:2)
                IF W-LOTE-AMD NOT < W-CORTE-AMD
                   GO TO VENCER-LOTES2.
                ADD PTM-RESTO TO W-EXP-CLI
                ADD 1 TO W-LOTES-CLI
                MOVE ZEROS TO PTM-RESTO
                REWRITE REGPTM
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PTSM THRU DIARIO-PTSM-FIM
                IF ST-PTM NOT = "00"
                   MOVE "ARQPTSM" TO ERR-ARQUIVO
                   MOVE ST-PTM    TO ERR-STATUS
                   MOVE "ERRO NA BAIXA DO LOTE DE PONTOS"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PTM.
                GO TO VENCER-LOTES2.
       VENCER-LOTES-FIM.
                EXIT.
      *
       RESUMO.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CLIENTES LIDOS           : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CLIENTES COM EXPIRACAO   : " W-CLIENTES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LOTES EXPIRADOS          : " W-TOT-LOTES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PONTOS EXPIRADOS         : " W-TOT-PONTOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR DOS PONTOS EXPIRADO: " W-TOT-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQPTS ARQPTSM ARQAUD
                MOVE SPACES TO SPL-LINHA
                STRING "*** EXPIRACAO CONCLUIDA ***"
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
                MOVE "ARQPTS"    TO AUD-ARQUIVO
                MOVE "X"         TO AUD-OPERACAO
                MOVE PTS-CLI-CPF TO AUD-CHAVE-REG
                MOVE W-SUP-NOME  TO AUD-OPERADOR.
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
                MOVE "EXPPTS" TO ERR-PROGRAMA
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
                MOVE "EXPPTS"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PTS.
                MOVE "ARQPTS"     TO JRN-ARQUIVO
                MOVE ST-PTS       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PTS TO JRN-ANTES
                ELSE
                   MOVE REGPTS TO JRN-ANTES.
                MOVE REGPTS TO JRN-DEPOIS JRN-ANT-PTS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTS-FIM.
                EXIT.
       DIARIO-PTSM.
                MOVE "ARQPTSM"    TO JRN-ARQUIVO
                MOVE ST-PTM       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PTM TO JRN-ANTES
                ELSE
                   MOVE REGPTM TO JRN-ANTES.
                MOVE REGPTM TO JRN-DEPOIS JRN-ANT-PTM
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PTSM-FIM.
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
       ROT-FIM3.
                EXIT PROGRAM.
