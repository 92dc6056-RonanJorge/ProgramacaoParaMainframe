       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSSER.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * CONSULTA POR NUMERO DE SERIE (ARQSER) PARA   *
      * ATENDIMENTO DE GARANTIA: PRODUTO, SITUACAO,  *
      * FORNECEDOR E DATA DO RECEBIMENTO, NOTA E     *
      * CLIENTE DA VENDA E VENCIMENTO DA GARANTIA,   *
      * CONTADO DA DATA DA VENDA PELO PRAZO EM MESES *
      * DO COMPLEMENTO DO PRODUTO (ARQPROC). A MESMA *
      * SERIE EM PRODUTOS DIFERENTES E LISTADA UMA   *
      * VEZ POR PRODUTO                              *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQSER ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS SER-CHAVE
                    FILE STATUS  IS ST-SER
                    ALTERNATE RECORD KEY IS SER-NUMERO
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS SER-NOTA
                                   WITH DUPLICATES.
       SELECT ARQPRO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRO-COD
                    FILE STATUS  IS ST-PRO
                    ALTERNATE RECORD KEY IS PRO-DESC
                                   WITH DUPLICATES
                    ALTERNATE RECORD KEY IS PRO-BARRAS
                                   WITH DUPLICATES.
       SELECT ARQPROC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PRC-PRO-COD
                    FILE STATUS  IS ST-PRC.
       SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPF
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
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
       FD ARQSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSER.DAT".
       01 REGSER.
                03 SER-CHAVE.
                   05 SER-PRO-COD    PIC 9(08).
                   05 SER-NUMERO     PIC X(20).
                03 SER-SIT           PIC X(01).
                03 SER-NOTA          PIC 9(08).
                03 SER-ITEM          PIC 9(03).
                03 SER-CLI-CPF       PIC 9(14).
                03 SER-DATA-VENDA    PIC 9(08).
                03 SER-FOR-CPF       PIC 9(14).
                03 SER-DATA-ENT      PIC 9(08).
                03 SER-REC-NUM       PIC 9(08).
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
       FD ARQPROC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPRC.
                03 PRC-PRO-COD       PIC 9(08).
                03 PRC-MIN-FIXO      PIC X(01).
                03 PRC-SERIE         PIC X(01).
                03 PRC-GARANTIA      PIC 9(03).
                03 PRC-CATEGORIA     PIC 9(06).
                03 PRC-PESO          PIC 9(05)V999.
                03 PRC-VOLUME        PIC 9(03)V999.
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
                03 FOR-TIPO     PIC X(1).
                03 FOR-CPF      PIC 9(14).
                03 FOR-CPF-TAB REDEFINES FOR-CPF.
                    05 FOR-CPF-DIG      PIC 9 OCCURS 14 TIMES.
                03 FOR-NOME     	PIC X(30).
                03 FOR-FANTASIA     	PIC X(12).
                03 FOR-DDD				PIC 9(2).
                03 FOR-NUMTEL      PIC 9(9).
                03 FOR-DDD2     PIC 9(2).
                03 FOR-NUMTEL2  PIC 9(9).
                03 FOR-DDD3     PIC 9(2).
                03 FOR-NUMTEL3  PIC 9(9).
                03 FOR-EMAIL      PIC X(30).
                03 FOR-CEP      PIC X(8).
                03 FOR-CONTATO      PIC X(30).
                03 FOR-NUM-LOGR      PIC 9(5).
                03 FOR-COMP-LOGR      PIC X(12).
                03 FOR-LOGRADOURO      PIC X(30).
                03 FOR-BAIRRO          PIC X(20).
                03 FOR-CIDADE          PIC X(20).
                03 FOR-UF              PIC X(02).
                03 FOR-SIT                PIC X(01).
                03 FOR-VERSAO             PIC 9(08).
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
       77 ST-SER         PIC X(02) VALUE "00".
       77 ST-PRO         PIC X(02) VALUE "00".
       77 ST-PRC         PIC X(02) VALUE "00".
       77 ST-FOR         PIC X(02) VALUE "00".
       77 ST-CLI         PIC X(02) VALUE "00".
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-TEM-PRC      PIC 9(01) VALUE ZEROS.
       77 W-TEM-FOR      PIC 9(01) VALUE ZEROS.
       77 W-TEM-CLI      PIC 9(01) VALUE ZEROS.
       77 W-SERIE        PIC X(20) VALUE SPACES.
       77 W-ACHADOS      PIC 9(03) VALUE ZEROS.
       77 W-GARANTIA     PIC 9(03) VALUE ZEROS.
       77 W-HOJE         PIC 9(08) VALUE ZEROS.
       77 W-VENC-AMD     PIC 9(08) VALUE ZEROS.
       77 W-MESES        PIC 9(05) VALUE ZEROS.
       77 W-ANOS         PIC 9(03) VALUE ZEROS.
       77 W-RESTO        PIC 9(03) VALUE ZEROS.
       77 W-DIA-MAX      PIC 9(02) VALUE ZEROS.
       77 W-DATA-ED      PIC 99/99/9999.
       01 W-VENC.
                03 W-VENC-DIA    PIC 9(02).
                03 W-VENC-MES    PIC 9(02).
                03 W-VENC-ANO    PIC 9(04).
       01 W-VENC-N REDEFINES W-VENC PIC 9(08).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                DISPLAY "*** CONSSER - CONSULTA POR SERIE ***".
                ACCEPT W-HOJE FROM DATE YYYYMMDD.
      *
       ABRIR-ARQ.
                OPEN INPUT ARQSER
                IF ST-SER NOT = "00"
                   IF ST-SER = "30" OR "35"
                      DISPLAY "NENHUM NUMERO DE SERIE REGISTRADO"
                      GO TO ROT-FIM2
                   ELSE
                      DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQSER: "
                              ST-SER
                      GO TO ROT-FIM2.
                OPEN INPUT ARQPRO
                IF ST-PRO NOT = "00"
                   DISPLAY "ERRO NA ABERTURA DO ARQUIVO ARQPRO: "
                           ST-PRO
                   CLOSE ARQSER
                   GO TO ROT-FIM2.
                OPEN INPUT ARQPROC
                IF ST-PRC = "00"
                   MOVE 1 TO W-TEM-PRC
                ELSE
                   MOVE 0 TO W-TEM-PRC
                   MOVE "00" TO ST-PRC.
                OPEN INPUT ARQFOR
                IF ST-FOR = "00"
                   MOVE 1 TO W-TEM-FOR
                ELSE
                   MOVE 0 TO W-TEM-FOR
                   MOVE "00" TO ST-FOR.
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
       PEDIR-SERIE.
                MOVE SPACES TO W-SERIE
                DISPLAY " "
                DISPLAY "NUMERO DE SERIE (BRANCO = FIM)            : "
                        WITH NO ADVANCING
                ACCEPT W-SERIE
                IF W-SERIE = SPACES
                   GO TO FIM-LOTE.
                MOVE ZEROS   TO W-ACHADOS
                MOVE W-SERIE TO SER-NUMERO
                START ARQSER KEY IS EQUAL SER-NUMERO INVALID KEY
                      MOVE "10" TO ST-SER.
                IF ST-SER NOT = "00"
                   MOVE "00" TO ST-SER
                   DISPLAY "*** NUMERO DE SERIE NAO ENCONTRADO ***"
                   GO TO PEDIR-SERIE.
       LER-SERIE.
                READ ARQSER NEXT
                   AT END MOVE "10" TO ST-SER.
                IF ST-SER NOT = "00" OR SER-NUMERO NOT = W-SERIE
                   MOVE "00" TO ST-SER
                   DISPLAY " UNIDADES ENCONTRADAS : " W-ACHADOS
                   GO TO PEDIR-SERIE.
                ADD 1 TO W-ACHADOS
                PERFORM MOSTRAR-SERIE THRU MOSTRAR-SERIE-FIM
                GO TO LER-SERIE.
      *
      ***************************************
      * DADOS DA UNIDADE: PRODUTO, ENTRADA,  *
      * VENDA E GARANTIA                     *
      ***************************************
      *
       MOSTRAR-SERIE.
                MOVE SER-PRO-COD TO PRO-COD
                READ ARQPRO
                IF ST-PRO NOT = "00"
                   MOVE "00" TO ST-PRO
                   MOVE "*** PRODUTO NAO CADASTRADO ***" TO PRO-DESC.
                DISPLAY "-------------------------------------------"
                        "-----------------"
                DISPLAY " PRODUTO    : " SER-PRO-COD " " PRO-DESC
                IF SER-SIT = "V"
                   DISPLAY " SITUACAO   : VENDIDA"
                ELSE
                   DISPLAY " SITUACAO   : EM ESTOQUE".
                MOVE SPACES TO FOR-NOME
                IF W-TEM-FOR = 1
                   MOVE SER-FOR-CPF TO FOR-CPF
                   READ ARQFOR
                   IF ST-FOR NOT = "00"
                      MOVE "00" TO ST-FOR
                      MOVE SPACES TO FOR-NOME.
                DISPLAY " FORNECEDOR : " SER-FOR-CPF " " FOR-NOME
                MOVE SER-DATA-ENT TO W-DATA-ED
                DISPLAY " RECEBIDA EM: " W-DATA-ED
                        "   LANCAMENTO : " SER-REC-NUM
                IF SER-SIT NOT = "V"
                   GO TO MOSTRAR-SERIE-FIM.
                MOVE SER-DATA-VENDA TO W-DATA-ED
                DISPLAY " NOTA       : " SER-NOTA "  ITEM " SER-ITEM
                        "   VENDIDA EM : " W-DATA-ED
                MOVE SPACES TO CLI-NOME
                IF W-TEM-CLI = 1
                   MOVE SER-CLI-CPF TO CLI-CPF
                   READ ARQCLI
                   IF ST-CLI NOT = "00"
                      MOVE "00" TO ST-CLI
                      MOVE SPACES TO CLI-NOME.
                DISPLAY " CLIENTE    : " SER-CLI-CPF " " CLI-NOME
                PERFORM CALC-GARANTIA THRU CALC-GARANTIA-FIM
                IF W-GARANTIA = ZEROS
                   DISPLAY " GARANTIA   : PRODUTO SEM PRAZO DE GARANTIA"
                   GO TO MOSTRAR-SERIE-FIM.
                MOVE W-VENC-N TO W-DATA-ED
                IF W-VENC-AMD < W-HOJE
                   DISPLAY " GARANTIA   : " W-GARANTIA " MESES - VENCEU"
                           " EM " W-DATA-ED
                ELSE
                   DISPLAY " GARANTIA   : " W-GARANTIA " MESES - VALIDA"
                           " ATE " W-DATA-ED.
       MOSTRAR-SERIE-FIM.
                EXIT.
      *
      ***************************************
      * VENCIMENTO DA GARANTIA: DATA DA      *
      * VENDA MAIS O PRAZO EM MESES; DIA     *
      * INEXISTENTE NO MES DO VENCIMENTO     *
      * CAI NO ULTIMO DIA DESSE MES          *
      ***************************************
      *
       CALC-GARANTIA.
                MOVE ZEROS TO W-GARANTIA W-VENC-AMD
                IF W-TEM-PRC = 0
                   GO TO CALC-GARANTIA-FIM.
                MOVE SER-PRO-COD TO PRC-PRO-COD
                READ ARQPROC
                IF ST-PRC NOT = "00"
                   MOVE "00" TO ST-PRC
                   GO TO CALC-GARANTIA-FIM.
                MOVE PRC-GARANTIA TO W-GARANTIA
                IF W-GARANTIA = ZEROS
                   GO TO CALC-GARANTIA-FIM.
                MOVE SER-DATA-VENDA TO W-VENC-N
                COMPUTE W-MESES = W-VENC-MES - 1 + W-GARANTIA
                DIVIDE W-MESES BY 12 GIVING W-ANOS REMAINDER W-RESTO
                ADD W-ANOS TO W-VENC-ANO
                COMPUTE W-VENC-MES = W-RESTO + 1
                EVALUATE W-VENC-MES
                   WHEN 04 WHEN 06 WHEN 09 WHEN 11
                      MOVE 30 TO W-DIA-MAX
                   WHEN 02
                      MOVE 28 TO W-DIA-MAX
                      DIVIDE W-VENC-ANO BY 4 GIVING W-ANOS
                             REMAINDER W-RESTO
                      IF W-RESTO = 0
                         MOVE 29 TO W-DIA-MAX
                         DIVIDE W-VENC-ANO BY 100 GIVING W-ANOS
                                REMAINDER W-RESTO
                         IF W-RESTO = 0
                            MOVE 28 TO W-DIA-MAX
                            DIVIDE W-VENC-ANO BY 400 GIVING W-ANOS
                                   REMAINDER W-RESTO
                            IF W-RESTO = 0
                               MOVE 29 TO W-DIA-MAX
                            END-IF
                         END-IF
                      END-IF
                   WHEN OTHER
                      MOVE 31 TO W-DIA-MAX
                END-EVALUATE
                IF W-VENC-DIA > W-DIA-MAX
                   MOVE W-DIA-MAX TO W-VENC-DIA.
                MOVE W-VENC-ANO TO W-VENC-AMD (1:4)
                MOVE W-VENC-MES TO W-VENC-AMD (5:2)
                MOVE W-VENC-DIA TO W-VENC-AMD (7:2).
       CALC-GARANTIA-FIM.
                EXIT.
      *
       FIM-LOTE.
                CLOSE ARQSER ARQPRO
                IF W-TEM-PRC = 1
                   CLOSE ARQPROC.
                IF W-TEM-FOR = 1
                   CLOSE ARQFOR.
                IF W-TEM-CLI = 1
                   CLOSE ARQCLI.
                DISPLAY "*** CONSULTA ENCERRADA ***"
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "CONSSER" TO ERR-PROGRAMA
                WRITE REGERRO.
       GRAVAR-ERRO-FIM.
                EXIT.
      *
      **** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                EXIT PROGRAM.
       ROT-FIM2.
                EXIT PROGRAM.
