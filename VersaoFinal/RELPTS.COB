       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPTS.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RELATORIO DE PONTOS DE FIDELIDADE:           *
      *  E = EXTRATO POR CLIENTE (UM CPF OU TODOS):  *
      *      MOVIMENTOS DO ARQPTSM COM SALDO         *
      *      ACUMULADO                               *
      *  P = PASSIVO PARA A CONTABILIDADE: CLIENTES  *
      *      COM SALDO, VALOR DOS PONTOS (PONTOS X   *
      *      PTSVALOR / 100), LOTE MAIS ANTIGO E     *
      *      PONTOS QUE EXPIRAM NA PROXIMA EXECUCAO  *
      *      MENSAL (LOTES COM MAIS DE PTSMESES - 1  *
      *      MESES)                                  *
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
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQPARAM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PAR-COD
                    FILE STATUS  IS ST-PAR.
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
       FD ARQCLI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCLI.DAT".
       01 REGCLI.
                03 CLI-TIPO     PIC X(1).
                03 CLI-CPF      PIC 9(14).
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
       FD ARQPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPARAM.DAT".
       01 REGPARAM.
                03 PAR-COD        PIC X(08).
                03 PAR-DESC       PIC X(30).
                03 PAR-VALOR      PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-PTS         PIC X(02) VALUE "00".
       77 ST-PTM         PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-PAR         PIC X(02) VALUE "00".
       77 W-TEM-CLI      PIC 9(01) VALUE ZEROS.
       77 W-TIPO-REL     PIC X(01) VALUE SPACES.
       77 W-CPF          PIC 9(14) VALUE ZEROS.
       77 W-HOJE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-LOTE-AMD     PIC 9(08) VALUE ZEROS.
       77 W-ANTIGO-AMD   PIC 9(08) VALUE ZEROS.
       77 W-CORTE-AMD    PIC 9(08) VALUE ZEROS.
       77 W-ANO-BASE     PIC 9(04) VALUE ZEROS.
       77 W-MES-BASE     PIC 9(02) VALUE ZEROS.
       77 W-ANO-CORTE    PIC 9(04) VALUE ZEROS.
       77 W-MES-CORTE    PIC 9(02) VALUE ZEROS.
       77 W-MESES        PIC 9(08) VALUE ZEROS.
       77 W-MESES-TOT    PIC 9(06) VALUE ZEROS.
       77 W-PTS-VALOR    PIC 9(08) VALUE ZEROS.
       77 W-SALDO-MOV    PIC 9(10) VALUE ZEROS.
       77 W-DESC-TIPO    PIC X(10) VALUE SPACES.
       77 W-SINAL        PIC X(01) VALUE SPACES.
       77 W-MOVS         PIC 9(06) VALUE ZEROS.
       77 W-EXPIRA       PIC 9(10) VALUE ZEROS.
       77 W-VALOR        PIC 9(12) VALUE ZEROS.
       77 W-CLIENTES     PIC 9(08) VALUE ZEROS.
       77 W-TOT-PONTOS   PIC 9(12) VALUE ZEROS.
       77 W-TOT-VALOR    PIC 9(14) VALUE ZEROS.
       77 W-TOT-EXPIRA   PIC 9(12) VALUE ZEROS.
       77 W-TOT-GANHOS   PIC 9(12) VALUE ZEROS.
       77 W-TOT-RESGATE  PIC 9(12) VALUE ZEROS.
       77 W-TOT-ESTORNO  PIC 9(12) VALUE ZEROS.
       77 W-TOT-EXPIRAD  PIC 9(12) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** RELPTS - PONTOS DE FIDELIDADE ***".
       PEDIR-TIPO.
                DISPLAY "TIPO (E=EXTRATO P=PASSIVO)                : "
                        WITH NO ADVANCING
                ACCEPT W-TIPO-REL
                IF W-TIPO-REL = "e"
                   MOVE "E" TO W-TIPO-REL.
                IF W-TIPO-REL = "p"
                   MOVE "P" TO W-TIPO-REL.
                IF W-TIPO-REL NOT = "E" AND NOT = "P"
                   DISPLAY "*** DIGITE APENAS E OU P ***"
                   GO TO PEDIR-TIPO.
                IF W-TIPO-REL = "P"
                   GO TO INICIO-SPOOL.
                DISPLAY "CPF/CNPJ DO CLIENTE (ZERO = TODOS)        : "
                        WITH NO ADVANCING
                ACCEPT W-CPF.
      *
       INICIO-SPOOL.
                MOVE "RELPTS" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                IF W-TIPO-REL = "E"
                   STRING "*** RELPTS - EXTRATO DE PONTOS DE "
                          "FIDELIDADE ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "*** RELPTS - PASSIVO DE PONTOS DE "
                          "FIDELIDADE ***"
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQPTS
                IF ST-PTS NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** NENHUM PONTO REGISTRADO ("
                          ST-PTS ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM.
                OPEN INPUT ARQPTSM
                IF ST-PTM NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** EXTRATO DE PONTOS INDISPONIVEL ("
                          ST-PTM ") ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQPTS
                   GO TO ROT-FIM.
                OPEN INPUT ARQCLI
                IF ST-CLI = "00"
                   MOVE 1 TO W-TEM-CLI
                ELSE
                   MOVE 0 TO W-TEM-CLI
                   MOVE "00" TO ST-CLI.
      *
      ***************************************
      * VALOR DE 100 PONTOS (PTSVALOR) E     *
      * VALIDADE EM MESES (PTSMESES)         *
      ***************************************
      *
       LER-PARAM.
                OPEN INPUT ARQPARAM
                IF ST-PAR NOT = "00"
                   MOVE "00" TO ST-PAR
                   GO TO CALC-CORTE.
                MOVE "PTSVALOR" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-PTS-VALOR
                ELSE
                   MOVE "00" TO ST-PAR.
                MOVE "PTSMESES" TO PAR-COD
                READ ARQPARAM
                IF ST-PAR = "00"
                   MOVE PAR-VALOR TO W-MESES
                ELSE
                   MOVE "00" TO ST-PAR.
                CLOSE ARQPARAM.
      *
      ***** NA PROXIMA EXECUCAO EXPIRAM OS LOTES ANTERIORES A *****
      ***** HOJE MENOS (PTSMESES - 1) MESES                   *****
      *
       CALC-CORTE.
                MOVE ZEROS TO W-CORTE-AMD
                IF W-MESES = ZEROS
                   GO TO DESVIAR.
                MOVE W-HOJE-AMD (1:4) TO W-ANO-BASE
                MOVE W-HOJE-AMD (5:2) TO W-MES-BASE
                COMPUTE W-MESES-TOT = W-ANO-BASE * 12 + W-MES-BASE - 1
                SUBTRACT 1 FROM W-MESES
                IF W-MESES > W-MESES-TOT
                   MOVE W-MESES-TOT TO W-MESES.
                SUBTRACT W-MESES FROM W-MESES-TOT
                DIVIDE W-MESES-TOT BY 12 GIVING W-ANO-CORTE
                       REMAINDER W-MES-CORTE
                ADD 1 TO W-MES-CORTE
                MOVE W-ANO-CORTE       TO W-CORTE-AMD (1:4)
                MOVE W-MES-CORTE       TO W-CORTE-AMD (5:2)
                MOVE W-HOJE-AMD (7:2)  TO W-CORTE-AMD (7:2).
       DESVIAR.
                IF W-TIPO-REL = "P"
                   GO TO CAB-PASSIVO.
      *
      ***************************************
      * EXTRATO: MOVIMENTOS DE CADA CLIENTE  *
      * COM O SALDO APOS CADA UM             *
      ***************************************
      *
       CAB-EXTRATO.
                MOVE W-CPF TO PTS-CLI-CPF
                START ARQPTS KEY IS NOT LESS PTS-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-PTS.
       EXTRATO-LOOP.
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO RESUMO-EXTRATO.
                READ ARQPTS NEXT
                   AT END MOVE "10" TO ST-PTS.
                IF ST-PTS NOT = "00"
                   GO TO EXTRATO-LOOP.
                IF W-CPF NOT = ZEROS AND PTS-CLI-CPF NOT = W-CPF
                   MOVE "10" TO ST-PTS
                   GO TO EXTRATO-LOOP.
                ADD 1 TO W-CLIENTES
                PERFORM CAB-CLIENTE THRU CAB-CLIENTE-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   DATA     MOVIMENTO   NOTA             PONTOS"
                       "           SALDO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO W-SALDO-MOV W-MOVS
                MOVE PTS-CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS       TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       EXTRATO-MOV.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO EXTRATO-CLI-FIM.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                IF ST-PTM NOT = "00"
                   GO TO EXTRATO-MOV.
                IF PTM-CLI-CPF NOT = PTS-CLI-CPF
                   MOVE "10" TO ST-PTM
                   GO TO EXTRATO-MOV.
                ADD 1 TO W-MOVS
                PERFORM DESC-TIPO THRU DESC-TIPO-FIM
                IF W-SINAL = "+"
                   ADD PTM-PONTOS TO W-SALDO-MOV
                ELSE
                   IF PTM-PONTOS > W-SALDO-MOV
                      MOVE ZEROS TO W-SALDO-MOV
                   ELSE
                      SUBTRACT PTM-PONTOS FROM W-SALDO-MOV.
                MOVE SPACES TO SPL-LINHA
                STRING "   " PTM-DATA (1:2) "/" PTM-DATA (3:2) "/"
                       PTM-DATA (5:4) " " W-DESC-TIPO "  " PTM-NOTA
                       "   " W-SINAL PTM-PONTOS "      " W-SALDO-MOV
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO EXTRATO-MOV.
       EXTRATO-CLI-FIM.
                IF W-MOVS = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING "   *** SEM MOVIMENTOS ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                COMPUTE W-VALOR = PTS-SALDO * W-PTS-VALOR / 100
                MOVE SPACES TO SPL-LINHA
                STRING "   SALDO ATUAL: " PTS-SALDO " PONTOS  VALOR "
                       W-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ADD PTS-SALDO TO W-TOT-PONTOS
                ADD W-VALOR   TO W-TOT-VALOR
                GO TO EXTRATO-LOOP.
      *
       RESUMO-EXTRATO.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-CLIENTES = ZEROS
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** CLIENTE SEM PONTOS ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-LOTE.
                MOVE SPACES TO SPL-LINHA
                STRING "CLIENTES LISTADOS        : " W-CLIENTES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PONTOS GANHOS/DEVOLVIDOS : " W-TOT-GANHOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PONTOS RESGATADOS        : " W-TOT-RESGATE
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PONTOS ESTORNADOS        : " W-TOT-ESTORNO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PONTOS EXPIRADOS         : " W-TOT-EXPIRAD
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "SALDO DE PONTOS          : " W-TOT-PONTOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR DO SALDO           : " W-TOT-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO FIM-LOTE.
      *
      ***************************************
      * PASSIVO: CLIENTES COM SALDO, VALOR,  *
      * LOTE MAIS ANTIGO E PONTOS A EXPIRAR  *
      ***************************************
      *
       CAB-PASSIVO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== PONTOS EM ABERTO EM "
                       W-HOJE-AMD (7:2) "/" W-HOJE-AMD (5:2)
                       "/" W-HOJE-AMD (1:4) " ====="
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CPF/CNPJ       NOME                     SALDO"
                       "        VALOR  ANTIGO   A EXPIRAR"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO PTS-CLI-CPF
                START ARQPTS KEY IS NOT LESS PTS-CLI-CPF INVALID KEY
                      MOVE "10" TO ST-PTS.
       PASSIVO-LOOP.
                IF ST-PTS NOT = "00"
                   MOVE "00" TO ST-PTS
                   GO TO RESUMO-PASSIVO.
                READ ARQPTS NEXT
                   AT END MOVE "10" TO ST-PTS.
                IF ST-PTS NOT = "00"
                   GO TO PASSIVO-LOOP.
                IF PTS-SALDO = ZEROS
                   GO TO PASSIVO-LOOP.
                PERFORM LER-LOTES THRU LER-LOTES-FIM
                MOVE SPACES TO CLI-NOME
                IF W-TEM-CLI = 1
                   MOVE PTS-CLI-CPF TO CLI-CPF
                   READ ARQCLI
                   IF ST-CLI NOT = "00"
                      MOVE "00" TO ST-CLI
                      MOVE SPACES TO CLI-NOME.
                COMPUTE W-VALOR = PTS-SALDO * W-PTS-VALOR / 100
                ADD 1         TO W-CLIENTES
                ADD PTS-SALDO TO W-TOT-PONTOS
                ADD W-VALOR   TO W-TOT-VALOR
                ADD W-EXPIRA  TO W-TOT-EXPIRA
                MOVE SPACES TO SPL-LINHA
                STRING PTS-CLI-CPF " " CLI-NOME (1:20) " " PTS-SALDO
                       " " W-VALOR " " W-ANTIGO-AMD (7:2) "/"
                       W-ANTIGO-AMD (5:2) "/" W-ANTIGO-AMD (3:2) " "
                       W-EXPIRA
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO PASSIVO-LOOP.
      *
      ***************************************
      * LOTES COM SALDO DO CLIENTE: O MAIS   *
      * ANTIGO E O QUE EXPIRA NA PROXIMA     *
      * EXECUCAO MENSAL                      *
      ***************************************
      *
       LER-LOTES.
                MOVE ZEROS TO W-ANTIGO-AMD W-EXPIRA
                MOVE PTS-CLI-CPF TO PTM-CLI-CPF
                MOVE ZEROS       TO PTM-SEQ
                START ARQPTSM KEY IS NOT LESS PTM-CHAVE INVALID KEY
                      MOVE "10" TO ST-PTM.
       LER-LOTES2.
                IF ST-PTM NOT = "00"
                   MOVE "00" TO ST-PTM
                   GO TO LER-LOTES-FIM.
                READ ARQPTSM NEXT
                   AT END MOVE "10" TO ST-PTM.
                IF ST-PTM NOT = "00"
                   GO TO LER-LOTES2.
                IF PTM-CLI-CPF NOT = PTS-CLI-CPF
                   MOVE "10" TO ST-PTM
                   GO TO LER-LOTES2.
                IF PTM-TIPO NOT = "A" AND NOT = "D"
                   GO TO LER-LOTES2.
                IF PTM-RESTO = ZEROS
                   GO TO LER-LOTES2.
                MOVE PTM-DATA (5:4) TO W-LOTE-AMD (1:4)
                MOVE PTM-DATA (3:2) TO W-LOTE-AMD (5:2)
                MOVE PTM-DATA (1:2) TO W-LOTE-AMD (7:2)
                IF W-ANTIGO-AMD = ZEROS OR W-LOTE-AMD < W-ANTIGO-AMD
                   MOVE W-LOTE-AMD TO W-ANTIGO-AMD.
                IF W-CORTE-AMD NOT = ZEROS
                   AND W-LOTE-AMD < W-CORTE-AMD
                   ADD PTM-RESTO TO W-EXPIRA.
                GO TO LER-LOTES2.
       LER-LOTES-FIM.
                EXIT.
      *
       RESUMO-PASSIVO.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "CLIENTES COM SALDO       : " W-CLIENTES
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PONTOS EM ABERTO         : " W-TOT-PONTOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "VALOR DO PASSIVO         : " W-TOT-VALOR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                IF W-CORTE-AMD = ZEROS
                   STRING "PONTOS A EXPIRAR         : SEM VALIDADE "
                          "(PTSMESES)"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   STRING "PONTOS A EXPIRAR NO MES  : " W-TOT-EXPIRA
                          DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQPTS ARQPTSM
                IF W-TEM-CLI = 1
                   CLOSE ARQCLI.
                GO TO ROT-FIM.
      *
       CAB-CLIENTE.
                MOVE SPACES TO CLI-NOME
                IF W-TEM-CLI = 1
                   MOVE PTS-CLI-CPF TO CLI-CPF
                   READ ARQCLI
                   IF ST-CLI NOT = "00"
                      MOVE "00" TO ST-CLI
                      MOVE SPACES TO CLI-NOME.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " CLIENTE " PTS-CLI-CPF " " CLI-NOME
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       CAB-CLIENTE-FIM.
                EXIT.
      *
      ***************************************
      * DESCRICAO E SINAL DO MOVIMENTO       *
      ***************************************
      *
       DESC-TIPO.
                MOVE "-" TO W-SINAL
                IF PTM-TIPO = "A"
                   MOVE "+" TO W-SINAL
                   MOVE "GANHO"      TO W-DESC-TIPO
                   ADD PTM-PONTOS TO W-TOT-GANHOS
                   GO TO DESC-TIPO-FIM.
                IF PTM-TIPO = "D"
                   MOVE "+" TO W-SINAL
                   MOVE "DEVOLVIDO"  TO W-DESC-TIPO
                   ADD PTM-PONTOS TO W-TOT-GANHOS
                   GO TO DESC-TIPO-FIM.
                IF PTM-TIPO = "R"
                   MOVE "RESGATE"    TO W-DESC-TIPO
                   ADD PTM-PONTOS TO W-TOT-RESGATE
                   GO TO DESC-TIPO-FIM.
                IF PTM-TIPO = "E"
                   MOVE "ESTORNO"    TO W-DESC-TIPO
                   ADD PTM-PONTOS TO W-TOT-ESTORNO
                   GO TO DESC-TIPO-FIM.
                MOVE "EXPIRADO"   TO W-DESC-TIPO
                ADD PTM-PONTOS TO W-TOT-EXPIRAD.
       DESC-TIPO-FIM.
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
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                MOVE "F" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                EXIT PROGRAM.
