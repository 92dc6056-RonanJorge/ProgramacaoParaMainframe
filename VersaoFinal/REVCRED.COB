       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVCRED.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * REVISAO PERIODICA DO LIMITE DE CREDITO PELO  *
      * COMPORTAMENTO DE PAGAMENTO DO CLIENTE NOS    *
      * ULTIMOS N MESES:                             *
      *  - ATRASO MEDIO E % DE PARCELAS PAGAS EM     *
      *    ATRASO (ARQCR X ARQBXA; PARCELA VENCIDA   *
      *    EM ABERTO OU BAIXADA POR PERDA CONTA ATE  *
      *    A DATA BASE)                              *
      *  - CHEQUES DEVOLVIDOS (ARQCHQ STATUS V)      *
      *  - MAIOR ESTAGIO DE COBRANCA (ARQCOB)        *
      *  - VOLUME DE COMPRAS (PARCELAS DO ARQCR)     *
      *                                              *
      * RISCO DE 0 A 100 = ATRASO MEDIO (ATE 30) +   *
      * % EM ATRASO (ATE 30) + CHEQUES (10 CADA, ATE *
      * 20) + ESTAGIO X 5 (ATE 15) + 5 SE HA PARCELA *
      * ABERTA COM MAIS DE 30 DIAS DE ATRASO         *
      *                                              *
      * LIMITE SUGERIDO = COMPRA MEDIA MENSAL X      *
      * 3 (RISCO ATE 20), 2 (ATE 40), 1 (ATE 60),    *
      * 0,5 (ATE 80) OU ZERO (ACIMA DE 80), EM       *
      * MULTIPLOS DE 100 E LIMITADO A LIMMAXCR DO    *
      * ARQPARAM QUANDO INFORMADO                    *
      *                                              *
      * O SUPERVISOR (PERM-ADM) APROVA LINHA A LINHA *
      * (SUGERIDO, MANTER OU OUTRO VALOR); CADA      *
      * LIMITE ALTERADO VAI PARA O ARQCLI COM        *
      * TRILHA NO ARQAUD. CLIENTE SEM HISTORICO NO   *
      * PERIODO NAO E AVALIADO                       *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQCR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CR-CHAVE
                    FILE STATUS  IS ST-CR
                    ALTERNATE RECORD KEY IS CR-CLI-CPF
                                   WITH DUPLICATES.
       SELECT ARQBXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BXA-CHAVE
                    FILE STATUS  IS ST-BXA.
       SELECT ARQCOB ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS COB-CHAVE
                    FILE STATUS  IS ST-COB.
       SELECT ARQCHQ ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CHQ-CHAVE
                    FILE STATUS  IS ST-CHQ.
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
       SELECT ARQLTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS LTP-CLI-CPF
                    FILE STATUS  IS ST-TMP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQBXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBXA.DAT".
       01 REGBXA.
                03 BXA-CHAVE.
                   05 BXA-NUM-NOTA   PIC 9(08).
                   05 BXA-PARCELA    PIC 9(02).
                   05 BXA-SEQ        PIC 9(03).
                03 BXA-DATA-PGTO     PIC 9(08).
                03 BXA-VALOR         PIC 9(10).
                03 BXA-FORMA         PIC X(01).
                03 BXA-OPERADOR      PIC X(20).
                03 BXA-JUROS         PIC 9(10).
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
       FD ARQCHQ
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCHQ.DAT".
       01 REGCHQ.
                03 CHQ-CHAVE.
                   05 CHQ-NUM-NOTA   PIC 9(08).
                   05 CHQ-PARCELA    PIC 9(02).
                   05 CHQ-SEQ        PIC 9(03).
                03 CHQ-BANCO         PIC 9(03).
                03 CHQ-NUMERO        PIC 9(10).
                03 CHQ-VALOR         PIC 9(10).
                03 CHQ-BOM-PARA      PIC 9(08).
                03 CHQ-CPF-EMIT      PIC 9(14).
                03 CHQ-STATUS        PIC X(01).
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
       FD ARQLTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLTMP.DAT".
       01 REGLTP.
                03 LTP-CLI-CPF        PIC 9(14).
                03 LTP-ATUAL          PIC 9(10).
                03 LTP-SUGERIDO       PIC 9(10).
                03 LTP-RISCO          PIC 9(03).
                03 LTP-MEDIA          PIC 9(03).
                03 LTP-PERC           PIC 9(03).
                03 LTP-CHQ            PIC 9(02).
                03 LTP-ESTAGIO        PIC 9(01).
                03 LTP-VOLUME         PIC 9(12).
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
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-CR          PIC X(02) VALUE "00".
       77 ST-BXA         PIC X(02) VALUE "00".
       77 ST-COB         PIC X(02) VALUE "00".
       77 ST-CHQ         PIC X(02) VALUE "00".
       77 ST-OPE         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 ST-AUD         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-BXA      PIC 9(01) VALUE ZEROS.
       77 W-TEM-COB      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CHQ      PIC 9(01) VALUE ZEROS.
       77 W-SUP-COD      PIC X(08) VALUE SPACES.
       77 W-SUP-SENHA    PIC X(08) VALUE SPACES.
       77 W-SUP-NOME     PIC X(20) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       77 W-MESES        PIC 9(02) VALUE ZEROS.
       77 W-DATA-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DATA-AMD     PIC 9(08) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-DIAS-BASE    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-INI     PIC 9(08) VALUE ZEROS.
       77 W-DIAS-VENC    PIC 9(08) VALUE ZEROS.
       77 W-DIAS-PGTO    PIC 9(08) VALUE ZEROS.
       77 W-DATA-PGTO    PIC 9(08) VALUE ZEROS.
       77 W-ATRASO       PIC S9(08) VALUE ZEROS.
       77 W-LIM-MAX      PIC 9(10) VALUE ZEROS.
       77 W-TITULOS      PIC 9(06) VALUE ZEROS.
       77 W-TIT-ATRASO   PIC 9(06) VALUE ZEROS.
       77 W-SOMA-ATRASO  PIC 9(10) VALUE ZEROS.
       77 W-VENCIDO-30   PIC 9(01) VALUE ZEROS.
       77 W-CHQ-DEV      PIC 9(02) VALUE ZEROS.
       77 W-ESTAGIO      PIC 9(01) VALUE ZEROS.
       77 W-VOLUME       PIC 9(12) VALUE ZEROS.
       77 W-MEDIA        PIC 9(05) VALUE ZEROS.
       77 W-PERC         PIC 9(03) VALUE ZEROS.
       77 W-PONTOS       PIC 9(03) VALUE ZEROS.
       77 W-RISCO        PIC 9(03) VALUE ZEROS.
       77 W-MEDIA-MES    PIC 9(12) VALUE ZEROS.
       77 W-CALCULO      PIC 9(12) VALUE ZEROS.
       77 W-SUGERIDO     PIC 9(10) VALUE ZEROS.
       77 W-NOVO         PIC 9(10) VALUE ZEROS.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-SEM-HIST     PIC 9(08) VALUE ZEROS.
       77 W-IGUAIS       PIC 9(08) VALUE ZEROS.
       77 W-PROPOSTOS    PIC 9(08) VALUE ZEROS.
       77 W-APLICADOS    PIC 9(08) VALUE ZEROS.
       77 W-MANTIDOS     PIC 9(08) VALUE ZEROS.
       77 W-ALTERADOS    PIC 9(08) VALUE ZEROS.
       77 W-NAO-REVIS    PIC 9(08) VALUE ZEROS.
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
       01 JRN-ANT-CLI          PIC X(270).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY
                   "*** REVCRED - REVISAO DE LIMITES DE CREDITO ***".
      *
      ***** LIBERACAO DO SUPERVISOR (PERM-ADM) *****
      *
       PEDIR-SUP.
                DISPLAY "SUPERVISOR (CODIGO)                       : "
                        WITH NO ADVANCING
                ACCEPT W-SUP-COD
                IF W-SUP-COD = SPACES
                   DISPLAY "*** REVISAO CANCELADA ***"
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
       PEDIR-MESES.
                DISPLAY "MESES DE HISTORICO (1 A 36, ZERO = 12)    : "
                        WITH NO ADVANCING
                ACCEPT W-MESES
                IF W-MESES = ZEROS
                   MOVE 12 TO W-MESES.
                IF W-MESES > 36
                   DISPLAY "*** INFORME NO MAXIMO 36 MESES ***"
                   GO TO PEDIR-MESES.
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
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                COMPUTE W-DIAS-INI = W-DIAS-BASE - W-MESES * 365 / 12.
      *
       INICIO-SPOOL.
                MOVE "REVCRED" TO SPL-PROGRAMA
                MOVE W-SUP-NOME TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** REVCRED - REVISAO DE LIMITES DE CREDITO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN I-O ARQCLI
                IF ST-CLI NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCLI: "
                          ST-CLI
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQCR
                IF ST-CR NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCR: "
                          ST-CR
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCLI
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
                      CLOSE ARQCLI ARQCR
                      GO TO ROT-FIM2.
                OPEN OUTPUT ARQLTMP
                CLOSE ARQLTMP
                OPEN I-O ARQLTMP
                IF ST-TMP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO TEMPORARIO: "
                          ST-TMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCLI ARQCR ARQAUD
                   GO TO ROT-FIM2.
                OPEN INPUT ARQBXA
                IF ST-BXA = "00"
                   MOVE 1 TO W-TEM-BXA
                ELSE
                   MOVE 0 TO W-TEM-BXA
                   MOVE "00" TO ST-BXA.
                OPEN INPUT ARQCOB
                IF ST-COB = "00"
                   MOVE 1 TO W-TEM-COB
                ELSE
                   MOVE 0 TO W-TEM-COB
                   MOVE "00" TO ST-COB.
                OPEN INPUT ARQCHQ
                IF ST-CHQ = "00"
                   MOVE 1 TO W-TEM-CHQ
                ELSE
                   MOVE 0 TO W-TEM-CHQ
                   MOVE "00" TO ST-CHQ.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***************************************
      * LIMITE MAXIMO A SUGERIR (LIMMAXCR    *
      * NO ARQPARAM; ZERO = SEM TETO)        *
      ***************************************
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO CABECALHO.
                MOVE "LIMMAXCR" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-LIM-MAX
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== DATA BASE " W-DATA-BASE
                       " - HISTORICO DE " W-MESES " MESES ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CPF/CNPJ       NOME         ATR %AT CH E RIS"
                       "       VOLUME      ATUAL   SUGERIDO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
      ***************************************
      * 1A PASSADA: AVALIA CADA CLIENTE      *
      * ATIVO E GUARDA OS QUE TEM LIMITE     *
      * SUGERIDO DIFERENTE DO ATUAL          *
      ***************************************
      *
       AVALIAR.
                MOVE ZEROS TO CLI-CPF
                START ARQCLI KEY IS NOT LESS CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CLI.
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   GO TO RESUMO.
       AVALIAR-LOOP.
                READ ARQCLI NEXT
                   AT END MOVE "10" TO ST-CLI.
                MOVE REGCLI TO JRN-ANT-CLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   GO TO RESUMO.
                IF CLI-SIT = "E"
                   GO TO AVALIAR-LOOP.
                ADD 1 TO W-LIDOS
                PERFORM LER-TITULOS THRU LER-TITULOS-FIM
                IF W-TITULOS = ZEROS AND W-VOLUME = ZEROS
                   ADD 1 TO W-SEM-HIST
                   GO TO AVALIAR-LOOP.
                PERFORM LER-COBRANCA THRU LER-COBRANCA-FIM
                PERFORM CALC-RISCO THRU CALC-RISCO-FIM
                IF W-SUGERIDO = CLI-LIMITE-CREDITO
                   ADD 1 TO W-IGUAIS
                   GO TO AVALIAR-LOOP.
                ADD 1 TO W-PROPOSTOS
                MOVE CLI-CPF            TO LTP-CLI-CPF
                MOVE CLI-LIMITE-CREDITO TO LTP-ATUAL
                MOVE W-SUGERIDO         TO LTP-SUGERIDO
                MOVE W-RISCO            TO LTP-RISCO
                IF W-MEDIA > 999
                   MOVE 999 TO LTP-MEDIA
                ELSE
                   MOVE W-MEDIA TO LTP-MEDIA.
                MOVE W-PERC             TO LTP-PERC
                MOVE W-CHQ-DEV          TO LTP-CHQ
                MOVE W-ESTAGIO          TO LTP-ESTAGIO
                MOVE W-VOLUME           TO LTP-VOLUME
                WRITE REGLTP
                PERFORM LINHA-CLIENTE THRU LINHA-CLIENTE-FIM
                GO TO AVALIAR-LOOP.
      *
      ***************************************
      * PARCELAS DO CLIENTE NO PERIODO:      *
      * PAGA (P/H) = ULTIMA BAIXA X VENCTO;  *
      * ABERTA VENCIDA = DATA BASE X VENCTO; *
      * BAIXADA POR PERDA (L) CONTA COMO     *
      * ABERTA VENCIDA (PIOR COMPORTAMENTO); *
      * ESTORNADAS (C) NAO CONTAM            *
      ***************************************
      *
       LER-TITULOS.
                MOVE ZEROS TO W-TITULOS W-TIT-ATRASO W-SOMA-ATRASO
                              W-VENCIDO-30 W-CHQ-DEV W-VOLUME
                MOVE CLI-CPF TO CR-CLI-CPF
                START ARQCR KEY IS NOT LESS CR-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   GO TO LER-TITULOS-FIM.
       LER-TITULOS-LOOP.
                READ ARQCR NEXT
                   AT END MOVE "10" TO ST-CR.
                IF ST-CR NOT = "00"
                   MOVE "00" TO ST-CR
                   GO TO LER-TITULOS-FIM.
                IF CR-CLI-CPF NOT = CLI-CPF
                   GO TO LER-TITULOS-FIM.
                IF CR-STATUS = "C"
                   GO TO LER-TITULOS-LOOP.
                MOVE CR-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE CR-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE CR-DATA (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD (1:4) < 1601 OR W-DATA-AMD (1:4) > 2099
                   GO TO LER-TITULOS-LOOP.
                COMPUTE W-DIAS-VENC =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                IF W-DIAS-VENC < W-DIAS-INI AND CR-STATUS NOT = "A"
                   AND CR-STATUS NOT = "L"
                   GO TO LER-TITULOS-LOOP.
                IF W-DIAS-VENC NOT < W-DIAS-INI
                   ADD CR-VALOR TO W-VOLUME.
                PERFORM CONTAR-CHEQUES THRU CONTAR-CHEQUES-FIM
                IF CR-STATUS = "A" OR CR-STATUS = "L"
                   IF W-DIAS-VENC < W-DIAS-BASE
                      ADD 1 TO W-TITULOS W-TIT-ATRASO
                      COMPUTE W-ATRASO = W-DIAS-BASE - W-DIAS-VENC
                      ADD W-ATRASO TO W-SOMA-ATRASO
                      IF W-ATRASO > 30
                         MOVE 1 TO W-VENCIDO-30
                      END-IF
                   END-IF
                   GO TO LER-TITULOS-LOOP.
                IF W-DIAS-VENC > W-DIAS-BASE
                   GO TO LER-TITULOS-LOOP.
                ADD 1 TO W-TITULOS
                PERFORM ULTIMA-BAIXA THRU ULTIMA-BAIXA-FIM
                IF W-DATA-PGTO = ZEROS
                   GO TO LER-TITULOS-LOOP.
                MOVE W-DATA-PGTO (5:4) TO W-DATA-AMD (1:4)
                MOVE W-DATA-PGTO (3:2) TO W-DATA-AMD (5:2)
                MOVE W-DATA-PGTO (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD (1:4) < 1601 OR W-DATA-AMD (1:4) > 2099
                   GO TO LER-TITULOS-LOOP.
                COMPUTE W-DIAS-PGTO =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                COMPUTE W-ATRASO = W-DIAS-PGTO - W-DIAS-VENC
                IF W-ATRASO > ZEROS
                   ADD 1 TO W-TIT-ATRASO
                   ADD W-ATRASO TO W-SOMA-ATRASO.
                GO TO LER-TITULOS-LOOP.
       LER-TITULOS-FIM.
                EXIT.
      *
      ***************************************
      * DATA DA ULTIMA BAIXA DA PARCELA      *
      * (ZERO = PAGA A VISTA, SEM ATRASO)    *
      ***************************************
      *
       ULTIMA-BAIXA.
                MOVE ZEROS TO W-DATA-PGTO
                IF W-TEM-BXA = 0
                   GO TO ULTIMA-BAIXA-FIM.
                MOVE CR-NUM-NOTA TO BXA-NUM-NOTA
                MOVE CR-PARCELA  TO BXA-PARCELA
                MOVE ZEROS       TO BXA-SEQ
                START ARQBXA KEY IS NOT LESS BXA-CHAVE INVALID KEY
                      MOVE "10" TO ST-BXA.
       ULTIMA-BAIXA-LOOP.
                IF ST-BXA NOT = "00"
                   MOVE "00" TO ST-BXA
                   GO TO ULTIMA-BAIXA-FIM.
                READ ARQBXA NEXT
                   AT END MOVE "10" TO ST-BXA.
                IF ST-BXA NOT = "00"
                   MOVE "00" TO ST-BXA
                   GO TO ULTIMA-BAIXA-FIM.
                IF BXA-NUM-NOTA NOT = CR-NUM-NOTA OR
                   BXA-PARCELA NOT = CR-PARCELA
                   GO TO ULTIMA-BAIXA-FIM.
                MOVE BXA-DATA-PGTO TO W-DATA-PGTO
                GO TO ULTIMA-BAIXA-LOOP.
       ULTIMA-BAIXA-FIM.
                EXIT.
      *
      ***************************************
      * CHEQUES DEVOLVIDOS DA PARCELA        *
      ***************************************
      *
       CONTAR-CHEQUES.
                IF W-TEM-CHQ = 0
                   GO TO CONTAR-CHEQUES-FIM.
                MOVE CR-NUM-NOTA TO CHQ-NUM-NOTA
                MOVE CR-PARCELA  TO CHQ-PARCELA
                MOVE ZEROS       TO CHQ-SEQ
                START ARQCHQ KEY IS NOT LESS CHQ-CHAVE INVALID KEY
                      MOVE "10" TO ST-CHQ.
       CONTAR-CHEQUES-LOOP.
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO CONTAR-CHEQUES-FIM.
                READ ARQCHQ NEXT
                   AT END MOVE "10" TO ST-CHQ.
                IF ST-CHQ NOT = "00"
                   MOVE "00" TO ST-CHQ
                   GO TO CONTAR-CHEQUES-FIM.
                IF CHQ-NUM-NOTA NOT = CR-NUM-NOTA OR
                   CHQ-PARCELA NOT = CR-PARCELA
                   GO TO CONTAR-CHEQUES-FIM.
                IF CHQ-STATUS = "V" AND W-CHQ-DEV < 99
                   ADD 1 TO W-CHQ-DEV.
                GO TO CONTAR-CHEQUES-LOOP.
       CONTAR-CHEQUES-FIM.
                EXIT.
      *
      ***************************************
      * MAIOR ESTAGIO DE COBRANCA EMITIDO    *
      * PARA O CLIENTE DENTRO DO PERIODO     *
      ***************************************
      *
       LER-COBRANCA.
                MOVE ZEROS TO W-ESTAGIO
                IF W-TEM-COB = 0
                   GO TO LER-COBRANCA-FIM.
                MOVE CLI-CPF TO COB-CLI-CPF
                MOVE ZEROS   TO COB-SEQ
                START ARQCOB KEY IS NOT LESS COB-CHAVE INVALID KEY
                      MOVE "10" TO ST-COB.
       LER-COBRANCA-LOOP.
                IF ST-COB NOT = "00"
                   MOVE "00" TO ST-COB
                   GO TO LER-COBRANCA-FIM.
                READ ARQCOB NEXT
                   AT END MOVE "10" TO ST-COB.
                IF ST-COB NOT = "00"
                   MOVE "00" TO ST-COB
                   GO TO LER-COBRANCA-FIM.
                IF COB-CLI-CPF NOT = CLI-CPF
                   GO TO LER-COBRANCA-FIM.
                MOVE COB-DATA (5:4) TO W-DATA-AMD (1:4)
                MOVE COB-DATA (3:2) TO W-DATA-AMD (5:2)
                MOVE COB-DATA (1:2) TO W-DATA-AMD (7:2)
                IF W-DATA-AMD (1:4) < 1601 OR W-DATA-AMD (1:4) > 2099
                   GO TO LER-COBRANCA-LOOP.
                COMPUTE W-DIAS-PGTO =
                        FUNCTION INTEGER-OF-DATE (W-DATA-AMD)
                IF W-DIAS-PGTO NOT < W-DIAS-INI AND
                   COB-ESTAGIO > W-ESTAGIO
                   MOVE COB-ESTAGIO TO W-ESTAGIO.
                GO TO LER-COBRANCA-LOOP.
       LER-COBRANCA-FIM.
                EXIT.
      *
      ***************************************
      * NOTA DE RISCO (0 A 100) E LIMITE     *
      * SUGERIDO PELA COMPRA MEDIA MENSAL    *
      ***************************************
      *
       CALC-RISCO.
                MOVE ZEROS TO W-MEDIA W-PERC W-RISCO
                IF W-TITULOS NOT = ZEROS
                   COMPUTE W-MEDIA = W-SOMA-ATRASO / W-TITULOS
                   COMPUTE W-PERC = W-TIT-ATRASO * 100 / W-TITULOS.
                IF W-MEDIA > 60
                   COMPUTE W-PONTOS = 30
                ELSE
                   COMPUTE W-PONTOS = W-MEDIA / 2.
                ADD W-PONTOS TO W-RISCO
                COMPUTE W-PONTOS = W-PERC * 30 / 100
                ADD W-PONTOS TO W-RISCO
                IF W-CHQ-DEV > 1
                   ADD 20 TO W-RISCO
                ELSE
                   IF W-CHQ-DEV = 1
                      ADD 10 TO W-RISCO.
                COMPUTE W-PONTOS = W-ESTAGIO * 5
                ADD W-PONTOS TO W-RISCO
                IF W-VENCIDO-30 = 1
                   ADD 5 TO W-RISCO.
                COMPUTE W-MEDIA-MES = W-VOLUME / W-MESES
                IF W-RISCO NOT > 20
                   COMPUTE W-CALCULO = W-MEDIA-MES * 3
                ELSE
                   IF W-RISCO NOT > 40
                      COMPUTE W-CALCULO = W-MEDIA-MES * 2
                   ELSE
                      IF W-RISCO NOT > 60
                         MOVE W-MEDIA-MES TO W-CALCULO
                      ELSE
                         IF W-RISCO NOT > 80
                            COMPUTE W-CALCULO = W-MEDIA-MES / 2
                         ELSE
                            MOVE ZEROS TO W-CALCULO.
                DIVIDE W-CALCULO BY 100 GIVING W-CALCULO
                MULTIPLY 100 BY W-CALCULO
                IF W-CALCULO > 9999999999
                   MOVE 9999999999 TO W-CALCULO.
                MOVE W-CALCULO TO W-SUGERIDO
                IF W-LIM-MAX NOT = ZEROS AND W-SUGERIDO > W-LIM-MAX
                   MOVE W-LIM-MAX TO W-SUGERIDO.
       CALC-RISCO-FIM.
                EXIT.
      *
       LINHA-CLIENTE.
                MOVE SPACES TO SPL-LINHA
                STRING LTP-CLI-CPF " " CLI-NOME (1:12) " " LTP-MEDIA
                       " " LTP-PERC " " LTP-CHQ " " LTP-ESTAGIO " "
                       LTP-RISCO " " LTP-VOLUME " " LTP-ATUAL " "
                       LTP-SUGERIDO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       LINHA-CLIENTE-FIM.
                EXIT.
      *
       RESUMO.
                MOVE SPACES TO SPL-LINHA
                STRING "CLIENTES ATIVOS LIDOS    : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "SEM HISTORICO NO PERIODO : " W-SEM-HIST
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "LIMITE JA ADEQUADO       : " W-IGUAIS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ALTERACOES SUGERIDAS     : " W-PROPOSTOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-PROPOSTOS = ZEROS
                   GO TO FIM-LOTE.
      *
      ***************************************
      * 2A PASSADA: O SUPERVISOR APROVA CADA *
      * LINHA (S=SUGERIDO  N=MANTER  O=OUTRO *
      * VALOR  F=ENCERRA A REVISAO); CLIENTE *
      * COM LIMITE ALTERADO NO CADASTRO      *
      * DEPOIS DO CALCULO NAO E SOBREPOSTO   *
      ***************************************
      *
       APLICAR.
                MOVE ZEROS TO LTP-CLI-CPF
                START ARQLTMP KEY IS NOT LESS LTP-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO APLICAR-RESUMO.
       APLICAR-LOOP.
                READ ARQLTMP NEXT
                   AT END MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO APLICAR-RESUMO.
                IF W-OPCAO = "F"
                   ADD 1 TO W-NAO-REVIS
                   GO TO APLICAR-LOOP.
                MOVE LTP-CLI-CPF TO CLI-CPF
                READ ARQCLI
                MOVE REGCLI TO JRN-ANT-CLI
                IF ST-CLI NOT = "00"
                   MOVE "00" TO ST-CLI
                   ADD 1 TO W-ALTERADOS
                   GO TO APLICAR-LOOP.
                IF CLI-LIMITE-CREDITO NOT = LTP-ATUAL
                   ADD 1 TO W-ALTERADOS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** CLIENTE " CLI-CPF " NAO ALTERADO - "
                          "LIMITE MUDOU NO CADASTRO ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO APLICAR-LOOP.
                PERFORM CONFIRMAR-ITEM THRU CONFIRMAR-ITEM-FIM
                IF W-OPCAO = "F"
                   ADD 1 TO W-NAO-REVIS
                   GO TO APLICAR-LOOP.
                IF W-OPCAO = "N" OR W-NOVO = CLI-LIMITE-CREDITO
                   ADD 1 TO W-MANTIDOS
                   GO TO APLICAR-LOOP.
                MOVE W-NOVO TO CLI-LIMITE-CREDITO
                ADD 1 TO CLI-VERSAO
                REWRITE REGCLI
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-CLI THRU DIARIO-CLI-FIM
                IF ST-CLI NOT = "00"
                   MOVE "ARQCLI" TO ERR-ARQUIVO
                   MOVE ST-CLI   TO ERR-STATUS
                   MOVE "ERRO NA ALTERACAO DO LIMITE DO CLIENTE"
                                                      TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   MOVE "00" TO ST-CLI
                   GO TO APLICAR-LOOP.
                ADD 1 TO W-APLICADOS
                PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "    LIMITE DE " CLI-CPF " ALTERADO DE "
                       LTP-ATUAL " PARA " CLI-LIMITE-CREDITO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO APLICAR-LOOP.
      *
       CONFIRMAR-ITEM.
                MOVE LTP-SUGERIDO TO W-NOVO
                DISPLAY CLI-CPF " " CLI-NOME (1:20) " RISCO " LTP-RISCO
                DISPLAY "   ATRASO MEDIO " LTP-MEDIA " DIAS  EM ATRASO "
                        LTP-PERC "%  CHEQUES DEV " LTP-CHQ
                        "  ESTAGIO " LTP-ESTAGIO
                DISPLAY "   LIMITE ATUAL " LTP-ATUAL "  SUGERIDO "
                        LTP-SUGERIDO
                DISPLAY "APLICAR (S=SUGERIDO N=MANTER O=OUTRO F=FIM): "
                        WITH NO ADVANCING
                ACCEPT W-OPCAO
                IF W-OPCAO = "s"
                   MOVE "S" TO W-OPCAO.
                IF W-OPCAO = "n"
                   MOVE "N" TO W-OPCAO.
                IF W-OPCAO = "o"
                   MOVE "O" TO W-OPCAO.
                IF W-OPCAO = "f"
                   MOVE "F" TO W-OPCAO.
                IF W-OPCAO NOT = "S" AND NOT = "N" AND NOT = "O"
                                     AND NOT = "F"
                   DISPLAY "*** DIGITE APENAS S, N, O OU F ***"
                   GO TO CONFIRMAR-ITEM.
                IF W-OPCAO NOT = "O"
                   GO TO CONFIRMAR-ITEM-FIM.
       CONFIRMAR-VALOR.
                DISPLAY "NOVO LIMITE DE CREDITO                    : "
                        WITH NO ADVANCING
                ACCEPT W-NOVO.
       CONFIRMAR-ITEM-FIM.
                EXIT.
      *
       APLICAR-RESUMO.
                MOVE SPACES TO SPL-LINHA
                STRING "LIMITES ALTERADOS        : " W-APLICADOS
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
                STRING "ALTERADOS NO CADASTRO    : " W-ALTERADOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQCLI ARQCR ARQAUD ARQLTMP
                IF W-TEM-BXA = 1
                   CLOSE ARQBXA.
                IF W-TEM-COB = 1
                   CLOSE ARQCOB.
                IF W-TEM-CHQ = 1
                   CLOSE ARQCHQ.
                MOVE SPACES TO SPL-LINHA
                STRING "*** REVISAO CONCLUIDA ***"
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
                MOVE "ARQCLI"    TO AUD-ARQUIVO
                MOVE "A"         TO AUD-OPERACAO
                MOVE CLI-CPF     TO AUD-CHAVE-REG
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
                MOVE "REVCRED" TO ERR-PROGRAMA
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
                MOVE "REVCRED"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-CLI.
                MOVE "ARQCLI"     TO JRN-ARQUIVO
                MOVE ST-CLI       TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-CLI TO JRN-ANTES
                ELSE
                   MOVE REGCLI TO JRN-ANTES.
                MOVE REGCLI TO JRN-DEPOIS JRN-ANT-CLI
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-CLI-FIM.
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
