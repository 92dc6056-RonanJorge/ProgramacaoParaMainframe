       IDENTIFICATION DIVISION.
       PROGRAM-ID. BXPERDA.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * BAIXA POR PERDA DE TITULOS A RECEBER         *
      * INCOBRAVEIS, SOB LIBERACAO DO SUPERVISOR     *
      * (PERM-ADM):                                  *
      *  - CANDIDATOS: TITULOS EM ABERTO (STATUS A)  *
      *    COM SALDO, VENCIDOS HA MAIS DE DIASPERD   *
      *    DIAS (ARQPARAM; SEM PARAMETRO = 365) NA   *
      *    DATA BASE, DE CLIENTE CUJO ULTIMO AVISO   *
      *    NO ARQCOB JA E O AVISO FINAL (ESTAGIO 3)  *
      *  - O SUPERVISOR APROVA TITULO A TITULO; O    *
      *    TITULO APROVADO PASSA AO STATUS L         *
      *    (BAIXADO POR PERDA) E SAI DO AGING E DO   *
      *    FLUXO, MAS CONTINUA BLOQUEANDO A VENDA AO *
      *    CLIENTE (LIBERACAO DO SUPERVISOR NO       *
      *    VENDPRO); O SALDO VAI PARA O HISTORICO DE *
      *    PERDAS (ARQPDA, TIPO B), COM TRILHA NO    *
      *    ARQAUD                                    *
      * O EXPCONT EXPORTA A PERDA (EVENTO PERDACR) E *
      * O BAIXACR REGISTRA NO ARQPDA (TIPO R) O QUE  *
      * O CLIENTE PAGAR DEPOIS COMO RECUPERACAO      *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-CR
                    ALTERNATE RECORD KEY IS CR-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-COB.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDA-CHAVE
                    FILE STATUS  IS ST-PDA.
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
       SELECT ARQITMP ASSIGN TO DISK
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
       FD ARQCR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCR.DAT".
       01 REGCR.
                03 CR-CHAVE.
                   05 CR-NUM-NOTA  PIC 9(08).
                   05 CR-PARCELA   PIC 9(02).
                03 CR-CLI-CPF      PIC 9(14).
                03 CR-VALOR        PIC 9(10).
                03 CR-DATA         PIC 9(08).
                03 CR-STATUS       PIC X(01).
                03 CR-VALOR-PAGO   PIC 9(10).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 CLI-TIPO     PIC X(1).
                03 CLI-CPF      PIC 9(14).
                03 CLI-CPF-TAB REDEFINES CLI-CPF.
                    05 CLI-CPF-DIG      PIC 9 OCCURS 14 TIMES.
                03 CLI-NOME     PIC X(30).
                03 CLI-FANTASIA     PIC X(12).
                03 CLI-DDD      PIC 9(2).
                03 CLI-NUMTEL      PIC 9(9).
                03 CLI-DDD2     PIC 9(2).
                03 CLI-NUMTEL2  PIC 9(9).
                03 CLI-DDD3     PIC 9(2).
                03 CLI-NUMTEL3  PIC 9(9).
                03 CLI-EMAIL      PIC X(30).
                03 CLI-CEP      PIC X(8).
                03 CLI-CONTATO      PIC X(30).
                03 CLI-NUM-LOGR      PIC 9(5).
                03 CLI-COMPL-LOGR      PIC X(12).
                03 CLI-LOGRADOURO      PIC X(30).
                03 CLI-BAIRRO      PIC X(20).
                03 CLI-CIDADE      PIC X(20).
                03 CLI-UF      PIC X(02).
                03 CLI-LIMITE-CREDITO PIC 9(10).
                03 CLI-SIT                PIC X(01).
                03 CLI-VERSAO             PIC 9(08).
                03 CLI-COND-PAG           PIC X(04).
      *
       FD ARQCOB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOB.DAT".
       01 REGCOB.
                03 COB-CHAVE.
                   05 COB-CLI-CPF    PIC 9(14).
                   05 COB-SEQ        PIC 9(05).
                03 COB-DATA          PIC 9(08).
                03 COB-ESTAGIO       PIC 9(01).
                03 COB-TITULOS       PIC 9(03).
                03 COB-VALOR         PIC 9(12).
      *
      * HISTORICO DE PERDAS COM CLIENTES: TIPO B = BAIXA POR PERDA
      * (SEQ 000, SALDO BAIXADO) E TIPO R = RECUPERACAO (SEQ DA
      * BAIXA NO ARQBXA, PRINCIPAL RECEBIDO); DATA DDMMAAAA
      *
       FD ARQPDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPDA.DAT".
       01 REGPDA.
                03 PDA-CHAVE.
                   05 PDA-NUM-NOTA   PIC 9(08).
                   05 PDA-PARCELA    PIC 9(02).
                   05 PDA-SEQ        PIC 9(03).
                03 PDA-TIPO          PIC X(01).
                03 PDA-DATA          PIC 9(08).
                03 PDA-CLI-CPF       PIC 9(14).
                03 PDA-VALOR         PIC 9(10).
                03 PDA-OPERADOR      PIC X(20).
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
       FD ARQITMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQITMP.DAT".
       01 REGPTP.
                03 PTP-CHAVE.
                   05 PTP-NUM-NOTA    PIC 9(08).
                   05 PTP-PARCELA     PIC 9(02).
                03 PTP-CLI-CPF        PIC 9(14).
                03 PTP-VENC           PIC 9(08).
                03 PTP-SALDO          PIC 9(10).
                03 PTP-ATRASO         PIC 9(05).
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
       77 ST-CR          PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-COB         PIC X(02) VALUE "00".
       77 ST-PDA         PIC X(02) VALUE "00".
       77 ST-OPE         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-DIAS-PERDA   PIC 9(05) VALUE 365.
       77 W-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-DIAS-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-VENC    PIC 9(08) VALUE ZEROS.
       77 W-ATRASO       PIC S9(08) VALUE ZEROS.
       77 W-SALDO-TIT    PIC 9(10) VALUE ZEROS.
       77 W-CPF-ANT      PIC 9(14) VALUE ZEROS.
       77 W-ESTAGIO      PIC 9(01) VALUE ZEROS.
       77 W-NOME-CLI     PIC X(30) VALUE SPACES.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-SEM-AVISO    PIC 9(08) VALUE ZEROS.
       77 W-PROPOSTOS    PIC 9(08) VALUE ZEROS.
       77 W-APLICADOS    PIC 9(08) VALUE ZEROS.
       77 W-MANTIDOS     PIC 9(08) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(08) VALUE ZEROS.
       77 W-NAO-REVIS    PIC 9(08) VALUE ZEROS.
       77 W-TOT-PROPOSTO PIC 9(12) VALUE ZEROS.
       77 W-TOT-BAIXADO  PIC 9(12) VALUE ZEROS.
       77 W-VALOR-ED     PIC Z.ZZZ.ZZZ.ZZ9.
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
       01 JRN-ANT-CR           PIC X(53).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY
                   "*** BXPERDA - BAIXA DE TITULOS POR PERDA ***".
      *
      ***** LIBERACAO DO SUPERVISOR (PERM-ADM) *****
      *
       PEDIR-SUP.
                DISPLAY "SUPERVISOR (CODIGO)                       : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-COD
                IF W-SUP-COD = SPACES
                   DISPLAY "*** BAIXA CANCELADA ***"
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
                COMPUTE W-DIAS-BASE =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD).
      *
       INICIO-SPOOL.
                MOVE "BXPERDA" TO SPL-PROGRAMA
                MOVE W-SUP-NOME TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** BXPERDA - BAIXA DE TITULOS POR PERDA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN I-O ARQCR
                IF ST-CR NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCR: "
                          ST-CR
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCLI: "
                          ST-CLI
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCR
                   GO TO ROT-FIM2.
                OPEN INPUT ARQCOB
                IF ST-COB NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   IF ST-COB = "30" OR "35"
                      STRING "SEM HISTORICO DE COBRANCA (ARQCOB) - "
                             "NENHUM TITULO NO AVISO FINAL"
                             DELIMITED BY SIZE INTO SPL-LINHA
                   ELSE
                      STRING "ERRO NA ABERTURA DO HIST DE COBRANCA: "
                             ST-COB
                             DELIMITED BY SIZE INTO SPL-LINHA
                   END-IF
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCR ARQCLI
                   GO TO ROT-FIM2.
       ABRIR-PDA.
                OPEN I-O ARQPDA
                IF ST-PDA NOT = "00"
                   IF ST-PDA = "30" OR "35"
                      OPEN OUTPUT ARQPDA
                      CLOSE ARQPDA
                      GO TO ABRIR-PDA
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO HIST DE PERDAS: "
                             ST-PDA
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      CLOSE ARQCR ARQCLI ARQCOB
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
                      CLOSE ARQCR ARQCLI ARQCOB ARQPDA
                      GO TO ROT-FIM2.
                OPEN OUTPUT ARQITMP
                CLOSE ARQITMP
                OPEN I-O ARQITMP
                IF ST-TMP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO TEMPORARIO: "
                          ST-TMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCR ARQCLI ARQCOB ARQPDA ARQAUD
                   GO TO ROT-FIM2.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * DIAS DE ATRASO PARA A BAIXA          *
      * (DIASPERD NO ARQPARAM; SEM           *
      * PARAMETRO OU ZERO = 365 DIAS)        *
      ***************************************
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO CABECALHO.
                MOVE "DIASPERD" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   IF PAR-VALOR NOT = ZEROS AND PAR-VALOR < 100000
                      MOVE PAR-VALOR TO W-DIAS-PERDA
                   END-IF
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== DATA BASE " W-DATA-BASE
                       " - ATRASO ACIMA DE " W-DIAS-PERDA " DIAS ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "NOTA     PC CPF/CNPJ       NOME"
                       "                  VENCTO  ATRASO      SALDO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * 1A PASSADA: TITULOS EM ABERTO POR    *
      * CLIENTE; GUARDA OS QUE PASSARAM DO   *
      * PRAZO E CUJO CLIENTE JA RECEBEU O    *
      * AVISO FINAL DE COBRANCA              *
      ***************************************
      *
       SELECIONAR.
                MOVE ZEROS TO CR-CLI-CPF
                START ARQCR KEY IS NOT LESS CR-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   GO TO RESUMO.
       SELECIONAR-LOOP.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   GO TO RESUMO.
                IF CR-STATUS NOT = "A"
                   GO TO SELECIONAR-LOOP.
                COMPUTE W-SALDO-TIT = CR-VALOR - CR-VALOR-PAGO
                IF W-SALDO-TIT = ZEROS
                   GO TO SELECIONAR-LOOP.
                IF CR-DATA (5:4) < "1601" OR CR-DATA (5:4) > "2099"
                   GO TO SELECIONAR-LOOP.
                MOVE CR-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE CR-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE CR-DATA (1:2) TO W-DATA-AMD (7:2)
                COMPUTE W-DIAS-VENC =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                COMPUTE W-ATRASO = W-DIAS-BASE - W-DIAS-VENC
                IF W-ATRASO NOT > W-DIAS-PERDA
                   GO TO SELECIONAR-LOOP.
                ADD 1 TO W-LIDOS
                IF CR-CLI-CPF NOT = W-CPF-ANT
                   PERFORM ACHAR-ESTAGIO THRU ACHAR-ESTAGIO-FIM.
                IF W-ESTAGIO < 3
                   ADD 1 TO W-SEM-AVISO
                   GO TO SELECIONAR-LOOP.
                MOVE CR-NUM-NOTA TO PTP-NUM-NOTA
                MOVE CR-PARCELA  TO PTP-PARCELA
                MOVE CR-CLI-CPF  TO PTP-CLI-CPF
                MOVE CR-DATA     TO PTP-VENC
                MOVE W-SALDO-TIT TO PTP-SALDO
                IF W-ATRASO > 99999
                   MOVE 99999 TO PTP-ATRASO
                ELSE
                   MOVE W-ATRASO TO PTP-ATRASO.
                WRITE REGPTP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO SELECIONAR-LOOP.
                ADD 1 TO W-PROPOSTOS
                ADD W-SALDO-TIT TO W-TOT-PROPOSTO
                PERFORM LINHA-TITULO THRU LINHA-TITULO-FIM
                GO TO SELECIONAR-LOOP.
      *
      ***************************************
      * ULTIMO AVISO EMITIDO PARA O CLIENTE  *
      * NO ARQCOB (ESTAGIO 3 = AVISO FINAL)  *
      * E NOME DO CLIENTE                    *
      ***************************************
      *
       ACHAR-ESTAGIO.
                MOVE CR-CLI-CPF TO W-CPF-ANT
                MOVE ZEROS TO W-ESTAGIO
                MOVE CR-CLI-CPF TO CLI-CPF
                READ ARQCLI
                IF ST-CLI = "00"
                   MOVE CLI-NOME TO W-NOME-CLI
                ELSE
                   MOVE "00" TO ST-CLI
                   MOVE "*** NAO CADASTRADO ***" TO W-NOME-CLI.
                MOVE CR-CLI-CPF TO COB-CLI-CPF
                MOVE ZEROS      TO COB-SEQ
                START ARQCOB KEY IS NOT LESS COB-CHAVE INVALID KEY
                      MOVE "10" TO ST-COB.
                IF ST-COB NOT = "00"
                   MOVE "00" TO ST-COB
                   GO TO ACHAR-ESTAGIO-FIM.
       ACHAR-ESTAGIO2.
                READ ARQCOB NEXT
                   AT END MOVE "10" TO ST-COB.
                IF ST-COB = "00" AND COB-CLI-CPF = CR-CLI-CPF
                   MOVE COB-ESTAGIO TO W-ESTAGIO
                   GO TO ACHAR-ESTAGIO2.
                MOVE "00" TO ST-COB.
       ACHAR-ESTAGIO-FIM.
                EXIT.
      *
       LINHA-TITULO.
                MOVE PTP-SALDO TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING PTP-NUM-NOTA " " PTP-PARCELA " " PTP-CLI-CPF
                       " " W-NOME-CLI (1:20) " " PTP-VENC " "
                       PTP-ATRASO " " W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       LINHA-TITULO-FIM.
                EXIT.
      *
       RESUMO.
                MOVE SPACES TO SPL-LINHA
                STRING "TITULOS ACIMA DO PRAZO   : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "SEM AVISO FINAL (ARQCOB) : " W-SEM-AVISO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-TOT-PROPOSTO TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING "CANDIDATOS A BAIXA       : " W-PROPOSTOS
                       "  SALDO " W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-PROPOSTOS = ZEROS
                   GO TO FIM-LOTE.
      *
      ***************************************
      * 2A PASSADA: O SUPERVISOR APROVA CADA *
      * TITULO (S=BAIXAR  N=MANTER  F=ENCERRA *
      * A BAIXA); TITULO PAGO OU ALTERADO    *
      * DEPOIS DA SELECAO NAO E BAIXADO      *
      ***************************************
      *
       APLICAR.
                MOVE ZEROS TO PTP-NUM-NOTA PTP-PARCELA
                START ARQITMP KEY IS NOT LESS PTP-CHAVE INVALID KEY
                      MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO APLICAR-RESUMO.
       APLICAR-LOOP.
                READ ARQITMP NEXT
                   AT END MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO APLICAR-RESUMO.
                IF W-OPCAO = "F"
                   ADD 1 TO W-NAO-REVIS
                   GO TO APLICAR-LOOP.
                MOVE PTP-NUM-NOTA TO CR-NUM-NOTA
                MOVE PTP-PARCELA  TO CR-PARCELA
                READ ARQCR
                MOVE REGCR TO JRN-ANT-CR
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   ADD 1 TO W-ALTERADOS
                   GO TO APLICAR-LOOP.
                COMPUTE W-SALDO-TIT = CR-VALOR - CR-VALOR-PAGO
                IF CR-STATUS NOT = "A" OR W-SALDO-TIT NOT = PTP-SALDO
                   ADD 1 TO W-ALTERADOS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** TITULO " CR-NUM-NOTA "/" CR-PARCELA
                          " NAO BAIXADO - ALTERADO APOS A SELECAO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO APLICAR-LOOP.
                PERFORM CONFIRMAR-ITEM THRU CONFIRMAR-ITEM-FIM
                IF W-OPCAO = "F"
                   ADD 1 TO W-NAO-REVIS
                   GO TO APLICAR-LOOP.
                IF W-OPCAO = "N"
                   ADD 1 TO W-MANTIDOS
                   GO TO APLICAR-LOOP.
                MOVE "L" TO CR-STATUS
                REWRITE REGCR
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CR THRU DIARIO-CR-FIM
                IF ST-CR NOT = "00" AND NOT = "02"
                   MOVE "ARQCR"  TO ERR-ARQUIVO
                   MOVE ST-CR    TO ERR-STATUS
                   MOVE "ERRO NA BAIXA POR PERDA DO TITULO"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CR
                   GO TO APLICAR-LOOP.
                PERFORM GRAVAR-PERDA THRU GRAVAR-PERDA-FIM
                ADD 1 TO W-APLICADOS
                ADD W-SALDO-TIT TO W-TOT-BAIXADO
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE W-SALDO-TIT TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING "    TITULO " CR-NUM-NOTA "/" CR-PARCELA
                       " BAIXADO POR PERDA - SALDO " W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO APLICAR-LOOP.
      *
       CONFIRMAR-ITEM.
                MOVE PTP-CLI-CPF TO CLI-CPF
                READ ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   MOVE "*** NAO CADASTRADO ***" TO CLI-NOME.
                MOVE PTP-SALDO TO W-VALOR-ED
                DISPLAY CR-NUM-NOTA "/" CR-PARCELA " " PTP-CLI-CPF " "
                        CLI-NOME (1:20)
                DISPLAY "   VENCIMENTO " PTP-VENC "  ATRASO " PTP-ATRASO
                        " DIAS  SALDO " W-VALOR-ED
                DISPLAY "BAIXAR POR PERDA (S=SIM N=MANTER F=FIM)   : "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "s"
                   MOVE "S" TO W-OPCAO.
                IF W-OPCAO = "n"
                   MOVE "N" TO W-OPCAO.
                IF W-OPCAO = "f"
                   MOVE "F" TO W-OPCAO.
                IF W-OPCAO NOT = "S" AND NOT = "N" AND NOT = "F"
                   DISPLAY "*** DIGITE APENAS S, N OU F ***"
                   GO TO CONFIRMAR-ITEM.
       CONFIRMAR-ITEM-FIM.
                EXIT.
      *
      ***************************************
      * REGISTRO DA PERDA NO HISTORICO       *
      * (ARQPDA TIPO B, SEQ 000)             *
      ***************************************
      *
       GRAVAR-PERDA.
                MOVE CR-NUM-NOTA  TO PDA-NUM-NOTA
                MOVE CR-PARCELA   TO PDA-PARCELA
                MOVE ZEROS        TO PDA-SEQ
                MOVE "B"          TO PDA-TIPO
                MOVE W-DATA-BASE  TO PDA-DATA
                MOVE CR-CLI-CPF   TO PDA-CLI-CPF
                MOVE W-SALDO-TIT  TO PDA-VALOR
                MOVE W-SUP-NOME   TO PDA-OPERADOR
                WRITE REGPDA
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PDA THRU DIARIO-PDA-FIM
                IF ST-PDA NOT = "00" AND NOT = "02"
                   MOVE "ARQPDA" TO ERR-ARQUIVO
                   MOVE ST-PDA   TO ERR-STATUS
                   MOVE "ERRO NA GRAVACAO DO HISTORICO DE PERDA"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-PDA
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** PERDA DO TITULO " CR-NUM-NOTA "/"
                          CR-PARCELA " NAO REGISTRADA NO ARQPDA ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       GRAVAR-PERDA-FIM.
                EXIT.
      *
       APLICAR-RESUMO.
                MOVE W-TOT-BAIXADO TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING "TITULOS BAIXADOS         : " W-APLICADOS
                       "  SALDO " W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "MANTIDOS PELO SUPERVISOR : " W-MANTIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "NAO REVISADOS (FIM)      : " W-NAO-REVIS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ALTERADOS APOS SELECAO   : " W-ALTERADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQCR ARQCLI ARQCOB ARQPDA ARQAUD ARQITMP
                MOVE SPACES TO SPL-LINHA
                STRING "*** BAIXA POR PERDA CONCLUIDA ***"
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
                MOVE "ARQCR"     TO AUD-ARQUIVO
                MOVE "L"         TO AUD-OPERACAO
                MOVE CR-CHAVE    TO AUD-CHAVE-REG
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
                MOVE "BXPERDA" TO ERR-PROGRAMA
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
                MOVE "BXPERDA"    TO JRN-PROGRAMA
                MOVE W-SUP-NOME   TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CR.
                MOVE "ARQCR"      TO JRN-ARQUIVO
                MOVE ST-CR        TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CR TO JRN-ANTES
                ELSE
                   MOVE REGCR TO JRN-ANTES.
                MOVE REGCR TO JRN-DEPOIS JRN-ANT-CR
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CR-FIM.
                EXIT.
       DIARIO-PDA.
                MOVE "ARQPDA"     TO JRN-ARQUIVO
                MOVE ST-PDA       TO JRN-STATUS
                MOVE REGPDA TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PDA-FIM.
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
