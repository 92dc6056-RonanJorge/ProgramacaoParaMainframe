      * PRODUTO). O PRECO ACORDADO E O PRAZO DE     *
      * ENTREGA VEM DO VINCULO PRODUTO X FORNECEDOR *
      * (ARQPROFOR); A DATA PREVISTA DO PEDIDO E A  *
      * EMISSAO MAIS O MAIOR PRAZO DOS ITENS. O     *
      * PEDIDO ACIMA DO LIMITE DE COMPRA DO         *
      * EMITENTE FICA AGUARDANDO APROVACAO (APRPED) *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FER-DATA
                    FILE STATUS  IS ST-FER.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
                03 PED-DATA-EMISSAO   PIC 9(08).
                03 PED-DATA-PREV      PIC 9(08).
                03 PED-STATUS         PIC X(01).
                03 PED-VALOR          PIC 9(12).
                03 PED-EMITENTE       PIC X(08).
                03 PED-APROVADOR      PIC X(08).
                03 PED-DATA-APROV     PIC 9(08).
                03 PED-OBS-APROV      PIC X(40).
      *
       FD ARQPEDI
               LABEL RECORD IS STANDARD
       01 REGFER.
                03 FER-DATA       PIC 9(08).
                03 FER-DESC       PIC X(30).
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
       FD ARQERRO
               LABEL RECORD IS STANDARD
       77 ST-FER        PIC X(02) VALUE "00".
       77 W-TEM-FER     PIC 9(01) VALUE ZEROS.
       77 W-DIA-SEM     PIC 9(01) VALUE ZEROS.
       77 ST-OPE        PIC X(02) VALUE "00".
       77 W-EMI-COD     PIC X(08) VALUE SPACES.
       77 W-EMI-SENHA   PIC X(08) VALUE SPACES.
       77 W-EMI-LIM     PIC 9(10) VALUE ZEROS.
       77 W-VALOR-PED   PIC 9(12) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPED.
               VALUE  "   PRAZO ENTREGA (DIAS) :".
           05  LINE 16  COLUMN 01
               VALUE  "             QUANTIDADE :".
           05  LINE 18  COLUMN 01
               VALUE  "        VALOR DO PEDIDO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TPED-NUM
           05  TPDI-QTDE
               LINE 16  COLUMN 27  PIC 9(06)
               USING  PDI-QTDE.
           05  TW-VALOR-PED
               LINE 18  COLUMN 27  PIC 9(12)
               USING  W-VALOR-PED.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***** IDENTIFICACAO DO EMITENTE (LIMITE DE COMPRA) *****
      *
       ABRIR-OPE.
                OPEN INPUT ARQOPE
                IF ST-OPE NOT = "00"
                   MOVE "ERRO NA ABERTURA DO ARQ OPERADOR" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   CLOSE ARQPED ARQPEDI ARQFOR ARQPRO ARQPROFOR
                   IF W-TEM-FER = 1
                      CLOSE ARQFER
                   END-IF
                   GO TO ROT-FIM.
                DISPLAY (01, 01) ERASE.
       EMITENTE.
                MOVE SPACES TO W-EMI-COD W-EMI-SENHA
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 02) "EMITENTE : "
                ACCEPT  (22, 16) W-EMI-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQPED ARQPEDI ARQFOR ARQPRO ARQPROFOR ARQOPE
                   IF W-TEM-FER = 1
                      CLOSE ARQFER
                   END-IF
                   GO TO ROT-FIM.
                DISPLAY (22, 30) "SENHA : "
                ACCEPT  (22, 39) W-EMI-SENHA WITH NO ECHO
                MOVE W-EMI-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00"
                   MOVE "00" TO ST-OPE
                   MOVE "*** EMITENTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMITENTE.
                IF OPE-SIT = "E" OR OPE-BLOQ = "S"
                   OR OPE-SENHA NOT = W-EMI-SENHA
                   OR OPE-PERM-MOV NOT = "S"
                   MOVE "*** EMITENTE NAO AUTORIZADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EMITENTE.
                MOVE OPE-LIM-COMPRA TO W-EMI-LIM
                CLOSE ARQOPE
                DISPLAY (22, 02) LIMPA.
       R1.
                MOVE SPACES TO FOR-NOME PRO-DESC.
                MOVE ZEROS  TO PED-NUM PED-FOR-CPF W-DATA-EMIS.
                MOVE ZEROS  TO W-DATA-PREV W-ITEM W-DIAS-PREV.
                MOVE ZEROS  TO PDI-PRO-COD PDI-QTDE W-VALOR-PED.
                DISPLAY TELAPED.
       R2.
                ACCEPT TPED-NUM
                MOVE PF-PRECO  TO PDI-PRECO.
                MOVE ZEROS     TO PDI-QTDE-RECEBIDA.
                WRITE REGPEDI
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PEDI THRU DIARIO-PEDI-FIM
                IF ST-PDI NOT = "00" AND NOT = "02"
                   MOVE "ERRO NA GRAVACAO DO ITEM DO PEDIDO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                COMPUTE W-VALOR-PED = W-VALOR-PED + PDI-QTDE * PDI-PRECO
                DISPLAY TW-VALOR-PED
                MOVE "*** ITEM GRAVADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R5.
       INC-WR-PED.
                MOVE W-DATA-EMIS TO PED-DATA-EMISSAO.
                MOVE W-DATA-PREV TO PED-DATA-PREV.
                MOVE W-VALOR-PED TO PED-VALOR.
                MOVE W-EMI-COD   TO PED-EMITENTE.
                MOVE SPACES      TO PED-OBS-APROV.
                IF W-VALOR-PED > W-EMI-LIM
                   MOVE "E"         TO PED-STATUS
                   MOVE SPACES      TO PED-APROVADOR
                   MOVE ZEROS       TO PED-DATA-APROV
                ELSE
                   MOVE "A"         TO PED-STATUS
                   MOVE W-EMI-COD   TO PED-APROVADOR
                   MOVE W-DATA-EMIS TO PED-DATA-APROV.
                WRITE REGPED
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-PED THRU DIARIO-PED-FIM
                IF ST-ERRO = "00" OR "02"
                   IF PED-STATUS = "E"
                      MOVE "*** PEDIDO GRAVADO P/ APROVACAO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      MOVE "*** PEDIDO GRAVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO PEDIDO DE COMPRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
                IF ST-PDI NOT = "00" OR PDI-PED-NUM NOT = PED-NUM
                   MOVE "00" TO ST-PDI
                   GO TO LIMPAR-ITENS-ORFAOS-FIM.
                DELETE ARQPEDI RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-PEDI THRU DIARIO-PEDI-FIM.
                GO TO LIMPAR-ITENS-LOOP.
       LIMPAR-ITENS-ORFAOS-FIM.
                EXIT.
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
                MOVE "PEDCOMP"    TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PEDI.
                MOVE "ARQPEDI"    TO JRN-ARQUIVO
                MOVE ST-PDI       TO JRN-STATUS
                MOVE REGPEDI TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PEDI-FIM.
                EXIT.
       DIARIO-PED.
                MOVE "ARQPED"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                MOVE REGPED TO JRN-ANTES JRN-DEPOIS
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PED-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
