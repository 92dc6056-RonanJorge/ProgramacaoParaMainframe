      * IDENTIFICACAO DA LOJA, BLOCO DO CLIENTE      *
      * (ARQCLI), ITENS DO ARQVDA COM DESCRICAO DO   *
      * ARQPRO E UNIDADE DO ARQUNID, TOTAIS POR      *
      * LINHA, FRETE DA ENTREGA (ARQFRN) EM LINHA    *
      * PROPRIA E TOTAL DA NOTA. NOTA COM ENTREGA    *
      * (ARQENT) IMPRIME O LOCAL DE ENTREGA          *
      * ESCOLHIDO NA VENDA (ARQEND)                  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NFI-NUM-NOTA
                    FILE STATUS  IS ST-NFI.
       SELECT ARQFRN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FRN-NUM-NOTA
                    FILE STATUS  IS ST-FRN.
       SELECT ARQENT ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ENT-NUM-NOTA
                    FILE STATUS  IS ST-ENT.
       SELECT ARQEND ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS END-CHAVE
                    FILE STATUS  IS ST-END.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 VDA-DESC-PERC   PIC 9(02)V99.
                03 VDA-SIT         PIC X(01).
                03 VDA-LOC         PIC X(02).
                03 VDA-PROMO       PIC X(04).
      *
       FD ARQCLI
               LABEL RECORD IS STANDARD
                03 NFI-BASE       PIC 9(14).
                03 NFI-ICMS-VALOR PIC 9(12)V99.
                03 NFI-IPI-VALOR  PIC 9(12)V99.
      *
       FD ARQFRN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFRN.DAT".
       01 REGFRN.
                03 FRN-NUM-NOTA     PIC 9(08).
                03 FRN-DATA         PIC 9(08).
                03 FRN-CLI-CPF      PIC 9(14).
                03 FRN-FRT-COD      PIC X(04).
                03 FRN-VALOR-CALC   PIC 9(08).
                03 FRN-VALOR        PIC 9(08).
                03 FRN-SIT          PIC X(01).
                03 FRN-SUPERVISOR   PIC X(08).
      *
       FD ARQENT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQENT.DAT".
       01 REGENT.
                03 ENT-NUM-NOTA      PIC 9(08).
                03 ENT-STATUS        PIC X(01).
                03 ENT-MOTORISTA     PIC X(20).
                03 ENT-DATA-ENTREGA  PIC 9(08).
                03 ENT-RECEBEDOR     PIC X(30).
                03 ENT-END-SEQ       PIC 9(02).
                03 ENT-PLACA         PIC X(07).
                03 ENT-DATA-ROT      PIC 9(08).
                03 ENT-PESO          PIC 9(06)V999.
                03 ENT-VOLUME        PIC 9(04)V999.
      *
       FD ARQEND
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQEND.DAT".
       01 REGEND.
                03 END-CHAVE.
                   05 END-CLI-CPF      PIC 9(14).
                   05 END-SEQ          PIC 9(02).
                03 END-APELIDO      PIC X(20).
                03 END-CEP          PIC X(08).
                03 END-LOGRADOURO   PIC X(30).
                03 END-NUM-LOGR     PIC 9(05).
                03 END-COMPL-LOGR   PIC X(12).
                03 END-BAIRRO       PIC X(20).
                03 END-CIDADE       PIC X(20).
                03 END-UF           PIC X(02).
                03 END-CONTATO      PIC X(30).
                03 END-DDD          PIC 9(02).
                03 END-NUMTEL       PIC 9(09).
                03 END-SIT          PIC X(01).
      *
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-NFI         PIC X(02) VALUE "00".
       77 W-TEM-ALQ      PIC 9(01) VALUE ZEROS.
       77 W-TEM-NFI      PIC 9(01) VALUE ZEROS.
       77 ST-FRN         PIC X(02) VALUE "00".
       77 W-TEM-FRN      PIC 9(01) VALUE ZEROS.
       77 ST-ENT         PIC X(02) VALUE "00".
       77 W-TEM-ENT      PIC 9(01) VALUE ZEROS.
       77 ST-END         PIC X(02) VALUE "00".
       77 W-TEM-END      PIC 9(01) VALUE ZEROS.
       77 ST-LOG         PIC X(02) VALUE "00".
       77 W-NOTA         PIC 9(08) VALUE ZEROS.
       77 W-ITENS        PIC 9(03) VALUE ZEROS.
                ELSE
                   MOVE 0 TO W-TEM-NFI
                   MOVE "00" TO ST-NFI.
                OPEN INPUT ARQFRN
                IF ST-FRN = "00"
                   MOVE 1 TO W-TEM-FRN
                ELSE
                   MOVE 0 TO W-TEM-FRN
                   MOVE "00" TO ST-FRN.
                OPEN INPUT ARQENT
                IF ST-ENT = "00"
                   MOVE 1 TO W-TEM-ENT
                ELSE
                   MOVE 0 TO W-TEM-ENT
                   MOVE "00" TO ST-ENT.
                OPEN INPUT ARQEND
                IF ST-END = "00"
                   MOVE 1 TO W-TEM-END
                ELSE
                   MOVE 0 TO W-TEM-END
                   MOVE "00" TO ST-END.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   STRING " CEP     : " CLI-CEP
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                PERFORM LOCAL-ENTREGA THRU LOCAL-ENTREGA-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING " --------------------------------------------"
                       DELIMITED BY SIZE INTO SPL-LINHA
                STRING " QUANTIDADE DE ITENS : " W-ITENS
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                PERFORM LINHA-FRETE THRU LINHA-FRETE-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " TOTAL DA NOTA       : " W-TOT-NOTA
                       DELIMITED BY SIZE INTO SPL-LINHA
                   CLOSE ARQALIQ.
                IF W-TEM-NFI = 1
                   CLOSE ARQNFI.
                IF W-TEM-FRN = 1
                   CLOSE ARQFRN.
                IF W-TEM-ENT = 1
                   CLOSE ARQENT.
                IF W-TEM-END = 1
                   CLOSE ARQEND.
                MOVE SPACES TO SPL-LINHA
                STRING "*** IMPRESSAO CONCLUIDA ***"
                       DELIMITED BY SIZE INTO SPL-LINHA
                GO TO ROT-FIM.
      *
      ***************************************
      * LOCAL DE ENTREGA: NOTA MARCADA PARA  *
      * ENTREGA (ARQENT) IMPRIME O LOCAL     *
      * ESCOLHIDO NA VENDA (ARQEND) OU, COM  *
      * SEQUENCIA 00, O ENDERECO DO CLIENTE  *
      ***************************************
      *
       LOCAL-ENTREGA.
                IF W-TEM-ENT = 0
                   GO TO LOCAL-ENTREGA-FIM.
                MOVE W-NOTA TO ENT-NUM-NOTA
                READ ARQENT
                IF ST-ENT NOT = "00"
                   MOVE "00" TO ST-ENT
                   GO TO LOCAL-ENTREGA-FIM.
                IF ENT-END-SEQ = ZEROS OR W-TEM-END = 0
                   GO TO LOCAL-ENTREGA-CLI.
                MOVE VDA-CLI-CPF TO END-CLI-CPF
                MOVE ENT-END-SEQ TO END-SEQ
                READ ARQEND
                IF ST-END NOT = "00"
                   MOVE "00" TO ST-END
                   GO TO LOCAL-ENTREGA-CLI.
                MOVE SPACES TO SPL-LINHA
                STRING " LOCAL DE ENTREGA: " END-APELIDO
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " ENDERECO: " END-LOGRADOURO " "
                       END-NUM-LOGR " " END-COMPL-LOGR
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING "           " END-BAIRRO " - " END-CIDADE
                       " - " END-UF
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                STRING " CEP     : " END-CEP
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                IF END-CONTATO NOT = SPACES
                   MOVE SPACES TO SPL-LINHA
                   STRING " CONTATO : " END-CONTATO " FONE "
                          END-DDD " " END-NUMTEL
                          DELIMITED BY SIZE INTO SPL-LINHA
                   PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
                GO TO LOCAL-ENTREGA-FIM.
       LOCAL-ENTREGA-CLI.
                MOVE SPACES TO SPL-LINHA
                STRING " LOCAL DE ENTREGA: O MESMO ENDERECO DO CLIENTE"
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM.
       LOCAL-ENTREGA-FIM.
                EXIT.
      *
      ***************************************
      * LINHA DO FRETE DA ENTREGA (ARQFRN):  *
      * SUBTOTAL DOS PRODUTOS, FRETE COBRADO *
      * (OU GRATIS/DISPENSADO, COM O VALOR   *
      * DA TABELA) SOMADO AO TOTAL DA NOTA   *
      ***************************************
      *
       LINHA-FRETE.
                IF W-TEM-FRN = 0
                   GO TO LINHA-FRETE-FIM.
                MOVE W-NOTA TO FRN-NUM-NOTA
                READ ARQFRN
                IF ST-FRN NOT = "00"
                   MOVE "00" TO ST-FRN
                   GO TO LINHA-FRETE-FIM.
                MOVE SPACES TO SPL-LINHA
                STRING " TOTAL DOS PRODUTOS  : " W-TOT-NOTA
                       DELIMITED BY SIZE INTO SPL-LINHA
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                MOVE SPACES TO SPL-LINHA
                IF FRN-SIT = "G"
                   STRING " FRETE DA ENTREGA    : " FRN-VALOR
                          "  (GRATIS - TABELA " FRN-VALOR-CALC ")"
                          DELIMITED BY SIZE INTO SPL-LINHA
                ELSE
                   IF FRN-SIT = "D"
                      STRING " FRETE DA ENTREGA    : " FRN-VALOR
                             "  (DISPENSADO - TABELA "
                             FRN-VALOR-CALC ")"
                             DELIMITED BY SIZE INTO SPL-LINHA
                   ELSE
                      STRING " FRETE DA ENTREGA    : " FRN-VALOR
                             DELIMITED BY SIZE INTO SPL-LINHA.
                PERFORM GRAVAR-SPOOL THRU GRAVAR-SPOOL-FIM
                ADD FRN-VALOR TO W-TOT-NOTA.
       LINHA-FRETE-FIM.
                EXIT.
      *
      ***************************************
      * IMPRESSAO DE UMA LINHA DO RELATORIO  *
      * NA TELA E NO SPOOL (SPLDRV)          *
      ***************************************
