       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELINAD.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * PERDAS E RECUPERACOES DE TITULOS A RECEBER   *
      * NO ANO: LISTA O HISTORICO DE PERDAS (ARQPDA) *
      * COM AS BAIXAS POR PERDA (BXPERDA) E OS       *
      * VALORES RECUPERADOS DEPOIS (BAIXACR), COM    *
      * TOTAIS POR MES, TOTAL BAIXADO, RECUPERADO E  *
      * PERDA LIQUIDA DO ANO                         *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PDA-CHAVE
                    FILE STATUS  IS ST-PDA.
       SELECT ARQCLI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CLI-CPF
                    FILE STATUS  IS ST-CLI
                    ALTERNATE RECORD KEY IS CLI-NOME
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       77 ST-PDA         PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-CLI      PIC 9(01) VALUE ZEROS.
       77 W-ANO          PIC 9(04) VALUE ZEROS.
       77 W-MES          PIC 9(02) VALUE ZEROS.
       77 W-IDX          PIC 9(02) VALUE ZEROS.
       77 W-NOME-CLI     PIC X(30) VALUE SPACES.
       77 W-DESC-TIPO    PIC X(11) VALUE SPACES.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-LISTADOS     PIC 9(08) VALUE ZEROS.
       77 W-QT-BAIXA     PIC 9(08) VALUE ZEROS.
       77 W-QT-RECUP     PIC 9(08) VALUE ZEROS.
       77 W-TOT-BAIXA    PIC 9(14) VALUE ZEROS.
       77 W-TOT-RECUP    PIC 9(14) VALUE ZEROS.
       77 W-LIQUIDO      PIC S9(14) VALUE ZEROS.
       77 W-DATA-ED      PIC 99/99/9999.
       77 W-VALOR-ED     PIC ZZZ.ZZZ.ZZ9.
       77 W-BAIXA-ED     PIC ZZ.ZZZ.ZZZ.ZZ9.
       77 W-RECUP-ED     PIC ZZ.ZZZ.ZZZ.ZZ9.
       77 W-LIQ-ED       PIC -Z.ZZZ.ZZZ.ZZ9.
      *
      ***************************************
      * TOTAIS DO ANO POR MES                *
      ***************************************
      *
       01 TB-MESES.
          03 TB-MES OCCURS 12 TIMES.
             05 TB-MS-BAIXA   PIC 9(14).
             05 TB-MS-RECUP   PIC 9(14).
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE ZEROS TO TB-MESES
                MOVE "RELINAD" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELINAD - PERDAS E RECUPERACOES DE TITULOS"
                       " ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PEDIR-ANO.
                DISPLAY "ANO DE REFERENCIA (AAAA)                  : "
                        WITH NO ADVANCING
                ACCEPT W-ANO
                IF W-ANO < 1601 OR W-ANO > 2099
                   MOVE SPACES TO SPL-LINHA
                   STRING "*** ANO INVALIDO - USE AAAA ***"
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO PEDIR-ANO.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQPDA
                IF ST-PDA NOT = "00"
                   IF ST-PDA = "30" OR "35"
                      MOVE SPACES TO SPL-LINHA
                      STRING "NENHUMA BAIXA POR PERDA REGISTRADA"
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM2
                   ELSE
                      MOVE SPACES TO SPL-LINHA
                      STRING "ERRO NA ABERTURA DO ARQUIVO ARQPDA: "
                             ST-PDA
                             DELIMITED BY SIZE INTO SPL-LINHA
                      PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                      GO TO ROT-FIM2.
                OPEN INPUT ARQCLI
                IF ST-CLI = "00"
                   MOVE 1 TO W-TEM-CLI
                ELSE
                   MOVE 0 TO W-TEM-CLI
                   MOVE "00" TO ST-CLI.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== PERDAS E RECUPERACOES - ANO " W-ANO
                       " ===== "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   DATA     TITULO      CLIENTE"
                       "                   TIPO              VALOR"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       PROC-LOOP.
                READ ARQPDA NEXT
                   AT END MOVE "10" TO ST-PDA.
                IF ST-PDA = "10"
                   GO TO TOTAIS.
                IF ST-PDA NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA LEITURA DO ARQPDA: " ST-PDA
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   MOVE "ARQPDA" TO ERR-ARQUIVO
                   MOVE ST-PDA   TO ERR-STATUS
                   MOVE "ERRO NA LEITURA DO ARQPDA" TO ERR-MENSAGEM
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM
                   GO TO TOTAIS.
                ADD 1 TO W-LIDOS
                IF PDA-DATA (5:4) NOT = W-ANO
                   GO TO PROC-LOOP.
                MOVE PDA-DATA (3:2) TO W-MES
                IF W-MES < 01 OR W-MES > 12
                   GO TO PROC-LOOP.
                IF PDA-TIPO = "B"
                   MOVE "BAIXA"       TO W-DESC-TIPO
                   ADD 1              TO W-QT-BAIXA
                   ADD PDA-VALOR      TO W-TOT-BAIXA
                   ADD PDA-VALOR      TO TB-MS-BAIXA (W-MES)
                ELSE
                   MOVE "RECUPERACAO" TO W-DESC-TIPO
                   ADD 1              TO W-QT-RECUP
                   ADD PDA-VALOR      TO W-TOT-RECUP
                   ADD PDA-VALOR      TO TB-MS-RECUP (W-MES).
                PERFORM NOME-CLIENTE THRU NOME-CLIENTE-FIM
                MOVE PDA-DATA  TO W-DATA-ED
                MOVE PDA-VALOR TO W-VALOR-ED
                MOVE SPACES TO SPL-LINHA
                STRING W-DATA-ED " " PDA-NUM-NOTA "/" PDA-PARCELA " "
                       W-NOME-CLI (1:25) " " W-DESC-TIPO " "
                       W-VALOR-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ADD 1 TO W-LISTADOS
                GO TO PROC-LOOP.
      *
       NOME-CLIENTE.
                MOVE "*** NAO CADASTRADO ***" TO W-NOME-CLI
                IF W-TEM-CLI = 0
                   GO TO NOME-CLIENTE-FIM.
                MOVE PDA-CLI-CPF TO CLI-CPF
                READ ARQCLI
                IF ST-CLI = "00"
                   MOVE CLI-NOME TO W-NOME-CLI
                ELSE
                   MOVE "00" TO ST-CLI.
       NOME-CLIENTE-FIM.
                EXIT.
      *
      ***************************************
      * TOTAIS POR MES E DO ANO              *
      ***************************************
      *
       TOTAIS.
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " MES         BAIXADO     RECUPERADO"
                       "        LIQUIDO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE 1 TO W-IDX.
       TOTAIS-MES.
                IF W-IDX > 12
                   GO TO TOTAIS-ANO.
                IF TB-MS-BAIXA (W-IDX) = ZEROS
                   AND TB-MS-RECUP (W-IDX) = ZEROS
                   ADD 1 TO W-IDX
                   GO TO TOTAIS-MES.
                COMPUTE W-LIQUIDO = TB-MS-BAIXA (W-IDX)
                                  - TB-MS-RECUP (W-IDX)
                MOVE TB-MS-BAIXA (W-IDX) TO W-BAIXA-ED
                MOVE TB-MS-RECUP (W-IDX) TO W-RECUP-ED
                MOVE W-LIQUIDO TO W-LIQ-ED
                MOVE SPACES TO SPL-LINHA
                STRING "  " W-IDX "/" W-ANO " " W-BAIXA-ED " "
                       W-RECUP-ED " " W-LIQ-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ADD 1 TO W-IDX
                GO TO TOTAIS-MES.
       TOTAIS-ANO.
                COMPUTE W-LIQUIDO = W-TOT-BAIXA - W-TOT-RECUP
                MOVE W-TOT-BAIXA TO W-BAIXA-ED
                MOVE W-TOT-RECUP TO W-RECUP-ED
                MOVE W-LIQUIDO   TO W-LIQ-ED
                MOVE SPACES TO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "BAIXAS POR PERDA  : " W-QT-BAIXA
                       "  VALOR " W-BAIXA-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "RECUPERACOES      : " W-QT-RECUP
                       "  VALOR " W-RECUP-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PERDA LIQUIDA NO ANO         " W-LIQ-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       FIM-LOTE.
                CLOSE ARQPDA
                IF W-TEM-CLI = 1
                   CLOSE ARQCLI.
                MOVE SPACES TO SPL-LINHA
                STRING "REGISTROS LIDOS   : " W-LIDOS
                       "  LISTADOS: " W-LISTADOS
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
                MOVE "RELINAD" TO ERR-PROGRAMA
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
