       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELCMP.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * RESULTADO DE UMA CAMPANHA PROMOCIONAL        *
      * POR PRODUTO: QUANTIDADE, RECEITA E MARGEM    *
      * DOS ITENS VENDIDOS PELA CAMPANHA (VDA-PROMO) *
      * CONTRA O PERIODO ANTERIOR DE MESMA DURACAO,  *
      * NOS PRODUTOS COBERTOS PELA CAMPANHA (ALVO    *
      * PRODUTO OU TIPO NO ARQCMPI). A MARGEM USA O  *
      * CUSTO MEDIO ATUAL DO ARQCUS; NOTAS           *
      * CANCELADAS NAO ENTRAM                        *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQCMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMP-COD
                    FILE STATUS  IS ST-CMP.
       SELECT ARQCMPI ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CMI-CHAVE
                    FILE STATUS  IS ST-CMI
                    ALTERNATE RECORD KEY IS CMI-ALVO
                                   WITH DUPLICATES.
       SELECT ARQVDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS VDA-CHAVE
                    FILE STATUS  IS ST-VDA
                    ALTERNATE RECORD KEY IS VDA-NUM-NOTA
                                   WITH DUPLICATES.
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
       SELECT ARQOTMP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CTP-PRO-COD
                    FILE STATUS  IS ST-TMP.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMP.DAT".
       01 REGCMP.
                03 CMP-COD          PIC X(04).
                03 CMP-DESC         PIC X(30).
                03 CMP-DATA-INI     PIC 9(08).
                03 CMP-DATA-FIM     PIC 9(08).
                03 CMP-SIT          PIC X(01).
      *
       FD ARQCMPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCMPI.DAT".
       01 REGCMI.
                03 CMI-CHAVE.
                   05 CMI-COD          PIC X(04).
                   05 CMI-ALVO.
                      07 CMI-TIPO-ALVO PIC X(01).
                      07 CMI-ALVO-COD  PIC X(08).
                03 CMI-PRECO        PIC 9(08).
                03 CMI-PERC         PIC 9(02)V99.
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
       FD ARQOTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQOTMP.DAT".
       01 REGCTP.
                03 CTP-PRO-COD        PIC 9(08).
                03 CTP-QTDE-CMP       PIC 9(09).
                03 CTP-REC-CMP        PIC 9(14).
                03 CTP-QTDE-ANT       PIC 9(09).
                03 CTP-REC-ANT        PIC 9(14).
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
       77 ST-CMP         PIC X(02) VALUE "00".
       77 ST-CMI         PIC X(02) VALUE "00".
       77 ST-VDA         PIC X(02) VALUE "00".
       77 ST-CUS         PIC X(02) VALUE "00".
       77 ST-TMP         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-CUS      PIC 9(01) VALUE ZEROS.
       77 W-CMP-COD      PIC X(04) VALUE SPACES.
       77 W-INI-AMD      PIC 9(08) VALUE ZEROS.
       77 W-FIM-AMD      PIC 9(08) VALUE ZEROS.
       77 W-ANT-INI-AMD  PIC 9(08) VALUE ZEROS.
       77 W-ANT-FIM-AMD  PIC 9(08) VALUE ZEROS.
       77 W-VDA-AMD      PIC 9(08) VALUE ZEROS.
       77 W-DIA-INI      PIC 9(08) VALUE ZEROS.
       77 W-DIA-FIM      PIC 9(08) VALUE ZEROS.
       77 W-DIAS         PIC 9(05) VALUE ZEROS.
       77 W-COBERTO      PIC 9(01) VALUE ZEROS.
       77 W-PERIODO      PIC X(01) VALUE SPACES.
       77 W-RECEITA      PIC 9(14) VALUE ZEROS.
       77 W-CUSTO        PIC 9(08) VALUE ZEROS.
       77 W-CUSTO-TOT    PIC 9(14) VALUE ZEROS.
       77 W-MARGEM       PIC S9(14) VALUE ZEROS.
       77 W-MARGEM-ED    PIC -ZZZZZZZZZZZZ9.
       77 W-VAR-PERC     PIC S9(05)V99 VALUE ZEROS.
       77 W-VAR-ED       PIC -ZZZZ9,99.
       77 W-LIDOS        PIC 9(08) VALUE ZEROS.
       77 W-ITENS-CMP    PIC 9(08) VALUE ZEROS.
       77 W-ITENS-ANT    PIC 9(08) VALUE ZEROS.
       77 W-SEM-CUSTO    PIC 9(06) VALUE ZEROS.
       77 W-TOT-QTDE-CMP PIC 9(09) VALUE ZEROS.
       77 W-TOT-REC-CMP  PIC 9(14) VALUE ZEROS.
       77 W-TOT-MRG-CMP  PIC S9(14) VALUE ZEROS.
       77 W-TOT-QTDE-ANT PIC 9(09) VALUE ZEROS.
       77 W-TOT-REC-ANT  PIC 9(14) VALUE ZEROS.
       77 W-TOT-MRG-ANT  PIC S9(14) VALUE ZEROS.
       01 SPL-COMUNIC.
                03 SPL-FUNCAO     PIC X(01).
                03 SPL-PROGRAMA   PIC X(08).
                03 SPL-LINHA      PIC X(80).
                03 SPL-OPER       PIC X(20).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                MOVE "RELCMP" TO SPL-PROGRAMA
                MOVE SPACES TO SPL-OPER
                MOVE "A" TO SPL-FUNCAO
                CALL "SPLDRV" USING SPL-COMUNIC.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELCMP - RESULTADO DE CAMPANHA"
                       " PROMOCIONAL ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCMP: "
                          ST-CMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO ROT-FIM2.
                OPEN INPUT ARQCMPI
                IF ST-CMI NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQCMPI: "
                          ST-CMI
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCMP
                   GO TO ROT-FIM2.
                OPEN INPUT ARQVDA
                IF ST-VDA NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQVDA: "
                          ST-VDA
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCMP ARQCMPI
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                          ST-ERRO
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   CLOSE ARQCMP ARQCMPI ARQVDA
                   GO TO ROT-FIM2.
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
       PEDIR-CAMPANHA.
                DISPLAY "CODIGO DA CAMPANHA                        : "
                        WITH NO ADVANCING
                ACCEPT W-CMP-COD
                IF W-CMP-COD = SPACES
                   GO TO FIM-SEM-REL.
                MOVE W-CMP-COD TO CMP-COD
                READ ARQCMP
                IF ST-CMP NOT = "00"
                   MOVE "00" TO ST-CMP
                   DISPLAY "*** CAMPANHA NAO CADASTRADA ***"
                   GO TO PEDIR-CAMPANHA.
      *
      ***************************************
      * PERIODO DA CAMPANHA E PERIODO        *
      * ANTERIOR DE MESMA DURACAO, QUE       *
      * TERMINA NA VESPERA DO INICIO         *
      ***************************************
      *
       CALC-PERIODOS.
                MOVE CMP-DATA-INI (5:4) TO W-INI-AMD (1:4)
                MOVE CMP-DATA-INI (3:2) TO W-INI-AMD (5:2)
                MOVE CMP-DATA-INI (1:2) TO W-INI-AMD (7:2)
                MOVE CMP-DATA-FIM (5:4) TO W-FIM-AMD (1:4)
                MOVE CMP-DATA-FIM (3:2) TO W-FIM-AMD (5:2)
                MOVE CMP-DATA-FIM (1:2) TO W-FIM-AMD (7:2)
                COMPUTE W-DIA-INI =
                        FUNCTION INTEGER-OF-DATE (W-INI-AMD)
                COMPUTE W-DIA-FIM =
                        FUNCTION INTEGER-OF-DATE (W-FIM-AMD)
                COMPUTE W-DIAS = W-DIA-FIM - W-DIA-INI + 1
                COMPUTE W-ANT-INI-AMD =
                        FUNCTION DATE-OF-INTEGER (W-DIA-INI - W-DIAS)
                COMPUTE W-ANT-FIM-AMD =
                        FUNCTION DATE-OF-INTEGER (W-DIA-INI - 1).
       ABRIR-TMP.
                OPEN OUTPUT ARQOTMP
                CLOSE ARQOTMP
                OPEN I-O ARQOTMP
                IF ST-TMP NOT = "00"
                   MOVE SPACES TO SPL-LINHA
                   STRING "ERRO NA ABERTURA DO ARQUIVO TEMPORARIO: "
                          ST-TMP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                   GO TO FIM-SEM-REL.
      *
      ***************************************
      * 1A PASSADA: ITENS DE NOTA DA         *
      * CAMPANHA E ITENS DOS PRODUTOS        *
      * COBERTOS NO PERIODO ANTERIOR,        *
      * ACUMULADOS POR PRODUTO               *
      ***************************************
      *
       ACUMULAR.
                MOVE ZEROS TO VDA-NUM-NOTA VDA-ITEM
                START ARQVDA KEY IS NOT LESS VDA-CHAVE INVALID KEY
                      MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   GO TO CABECALHO.
       ACUMULAR-LOOP.
                READ ARQVDA NEXT
                   AT END MOVE "10" TO ST-VDA.
                IF ST-VDA NOT = "00"
                   MOVE "00" TO ST-VDA
                   GO TO CABECALHO.
                ADD 1 TO W-LIDOS
                IF VDA-SIT = "C"
                   GO TO ACUMULAR-LOOP.
                IF VDA-PROMO = W-CMP-COD
                   MOVE "C" TO W-PERIODO
                   ADD 1 TO W-ITENS-CMP
                   GO TO ACUMULAR-GRV.
                MOVE VDA-DATA (5:4) TO W-VDA-AMD (1:4)
                MOVE VDA-DATA (3:2) TO W-VDA-AMD (5:2)
                MOVE VDA-DATA (1:2) TO W-VDA-AMD (7:2)
                IF W-VDA-AMD < W-ANT-INI-AMD
                   OR W-VDA-AMD > W-ANT-FIM-AMD
                   GO TO ACUMULAR-LOOP.
                PERFORM VERIF-COBERTO THRU VERIF-COBERTO-FIM
                IF W-COBERTO = 0
                   GO TO ACUMULAR-LOOP.
                MOVE "A" TO W-PERIODO
                ADD 1 TO W-ITENS-ANT.
       ACUMULAR-GRV.
                COMPUTE W-RECEITA = VDA-QTDE * VDA-PRECO
                MOVE VDA-PRO-COD TO CTP-PRO-COD
                READ ARQOTMP
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   MOVE ZEROS TO CTP-QTDE-CMP CTP-REC-CMP
                                 CTP-QTDE-ANT CTP-REC-ANT
                   MOVE VDA-PRO-COD TO CTP-PRO-COD
                   WRITE REGCTP.
                IF W-PERIODO = "C"
                   ADD VDA-QTDE  TO CTP-QTDE-CMP
                   ADD W-RECEITA TO CTP-REC-CMP
                ELSE
                   ADD VDA-QTDE  TO CTP-QTDE-ANT
                   ADD W-RECEITA TO CTP-REC-ANT.
                REWRITE REGCTP
                GO TO ACUMULAR-LOOP.
      *
      ***************************************
      * O PRODUTO DO ITEM ESTA NA CAMPANHA?  *
      * (ALVO P COM O CODIGO DELE OU ALVO T  *
      * COM O TIPO DELE); W-COBERTO 1 = SIM  *
      ***************************************
      *
       VERIF-COBERTO.
                MOVE 1 TO W-COBERTO
                MOVE W-CMP-COD   TO CMI-COD
                MOVE "P"         TO CMI-TIPO-ALVO
                MOVE VDA-PRO-COD TO CMI-ALVO-COD
                READ ARQCMPI
                IF ST-CMI = "00"
                   GO TO VERIF-COBERTO-FIM.
                MOVE "00" TO ST-CMI
                MOVE VDA-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE "00" TO ST-ERRO
                   MOVE 0 TO W-COBERTO
                   GO TO VERIF-COBERTO-FIM.
                MOVE W-CMP-COD TO CMI-COD
                MOVE "T"       TO CMI-TIPO-ALVO
                MOVE SPACES    TO CMI-ALVO-COD
                MOVE PRO-TIPO  TO CMI-ALVO-COD
                READ ARQCMPI
                IF ST-CMI NOT = "00"
                   MOVE "00" TO ST-CMI
                   MOVE 0 TO W-COBERTO.
       VERIF-COBERTO-FIM.
                EXIT.
      *
      ***** 2A PASSADA: IMPRESSAO POR PRODUTO *****
      *
       CABECALHO.
                MOVE SPACES TO SPL-LINHA
                STRING " ===== CAMPANHA " CMP-COD " - " CMP-DESC
                       " ===== "
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " CAMPANHA DE " CMP-DATA-INI " A " CMP-DATA-FIM
                       " (" W-DIAS " DIAS)  ANTERIOR DE "
                       W-ANT-INI-AMD (7:2) W-ANT-INI-AMD (5:2)
                       W-ANT-INI-AMD (1:4) " A "
                       W-ANT-FIM-AMD (7:2) W-ANT-FIM-AMD (5:2)
                       W-ANT-FIM-AMD (1:4)
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "   PRODUTO   DESCRICAO"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "     PERIODO        QTDE         RECEITA"
                       "          MARGEM"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE ZEROS TO CTP-PRO-COD
                START ARQOTMP KEY IS NOT LESS CTP-PRO-COD INVALID KEY
                      MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO FIM-LOTE.
       IMPRIMIR-LOOP.
                READ ARQOTMP NEXT
                   AT END MOVE "10" TO ST-TMP.
                IF ST-TMP NOT = "00"
                   MOVE "00" TO ST-TMP
                   GO TO FIM-LOTE.
                MOVE CTP-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-ERRO NOT = "00"
                   MOVE "00"   TO ST-ERRO
                   MOVE SPACES TO PRO-DESC.
                MOVE ZEROS TO W-CUSTO
                IF W-TEM-CUS = 1
                   MOVE CTP-PRO-COD TO CUS-PRO-COD
                   READ ARQCUS
                   IF ST-CUS = "00"
                      MOVE CUS-MEDIO TO W-CUSTO
                   ELSE
                      MOVE "00" TO ST-CUS.
                IF W-CUSTO = ZEROS
                   ADD 1 TO W-SEM-CUSTO.
                MOVE SPACES TO SPL-LINHA
                STRING "   " CTP-PRO-COD "  " PRO-DESC
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                COMPUTE W-CUSTO-TOT = CTP-QTDE-CMP * W-CUSTO
                COMPUTE W-MARGEM = CTP-REC-CMP - W-CUSTO-TOT
                ADD CTP-QTDE-CMP TO W-TOT-QTDE-CMP
                ADD CTP-REC-CMP  TO W-TOT-REC-CMP
                ADD W-MARGEM     TO W-TOT-MRG-CMP
                MOVE W-MARGEM TO W-MARGEM-ED
                MOVE SPACES TO SPL-LINHA
                STRING "     CAMPANHA  " CTP-QTDE-CMP "  " CTP-REC-CMP
                       "  " W-MARGEM-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                COMPUTE W-CUSTO-TOT = CTP-QTDE-ANT * W-CUSTO
                COMPUTE W-MARGEM = CTP-REC-ANT - W-CUSTO-TOT
                ADD CTP-QTDE-ANT TO W-TOT-QTDE-ANT
                ADD CTP-REC-ANT  TO W-TOT-REC-ANT
                ADD W-MARGEM     TO W-TOT-MRG-ANT
                MOVE W-MARGEM TO W-MARGEM-ED
                MOVE SPACES TO SPL-LINHA
                STRING "     ANTERIOR  " CTP-QTDE-ANT "  " CTP-REC-ANT
                       "  " W-MARGEM-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                GO TO IMPRIMIR-LOOP.
      *
       FIM-LOTE.
                CLOSE ARQOTMP
                MOVE SPACES TO SPL-LINHA
                STRING " ----- TOTAIS DA CAMPANHA -----"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-TOT-MRG-CMP TO W-MARGEM-ED
                MOVE SPACES TO SPL-LINHA
                STRING "     CAMPANHA  " W-TOT-QTDE-CMP "  "
                       W-TOT-REC-CMP "  " W-MARGEM-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE W-TOT-MRG-ANT TO W-MARGEM-ED
                MOVE SPACES TO SPL-LINHA
                STRING "     ANTERIOR  " W-TOT-QTDE-ANT "  "
                       W-TOT-REC-ANT "  " W-MARGEM-ED
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF W-TOT-QTDE-ANT NOT = ZEROS
                   COMPUTE W-VAR-PERC ROUNDED =
                           (W-TOT-QTDE-CMP - W-TOT-QTDE-ANT) * 100
                           / W-TOT-QTDE-ANT
                   MOVE W-VAR-PERC TO W-VAR-ED
                   MOVE SPACES TO SPL-LINHA
                   STRING "VARIACAO DA QUANTIDADE (%)  : " W-VAR-ED
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                IF W-TOT-REC-ANT NOT = ZEROS
                   COMPUTE W-VAR-PERC ROUNDED =
                           (W-TOT-REC-CMP - W-TOT-REC-ANT) * 100
                           / W-TOT-REC-ANT
                   MOVE W-VAR-PERC TO W-VAR-ED
                   MOVE SPACES TO SPL-LINHA
                   STRING "VARIACAO DA RECEITA (%)     : " W-VAR-ED
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING "*** RELATORIO CONCLUIDO ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ITENS DE NOTA LIDOS         : " W-LIDOS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ITENS VENDIDOS NA CAMPANHA  : " W-ITENS-CMP
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "ITENS DO PERIODO ANTERIOR   : " W-ITENS-ANT
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "PRODUTOS SEM CUSTO MEDIO    : " W-SEM-CUSTO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       FIM-SEM-REL.
                CLOSE ARQCMP ARQCMPI ARQVDA ARQPRO
                IF W-TEM-CUS = 1
                   CLOSE ARQCUS.
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
                MOVE "RELCMP" TO ERR-PROGRAMA
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
