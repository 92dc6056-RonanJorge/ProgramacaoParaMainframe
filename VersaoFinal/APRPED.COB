       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRPED.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * APROVACAO DE PEDIDO DE COMPRA               *
      * O PEDIDO EMITIDO (PEDCOMP/COTCOMP) ACIMA DO *
      * LIMITE DE COMPRA DO EMITENTE FICA COM       *
      * STATUS E (AGUARDANDO APROVACAO). UM         *
      * OPERADOR COM LIMITE SUFICIENTE APROVA       *
      * (STATUS A) OU REPROVA (STATUS X) COM UM     *
      * COMENTARIO; A DECISAO VAI PARA A TRILHA DE  *
      * AUDITORIA (ARQAUD, V=APROVADO R=REPROVADO)  *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQPED ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PED-NUM
                    FILE STATUS  IS ST-ERRO
                    ALTERNATE RECORD KEY IS PED-FOR-CPF
                                   WITH DUPLICATES.
       SELECT ARQFOR ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FOR-CPF
                    FILE STATUS  IS ST-FOR
                    ALTERNATE RECORD KEY IS FOR-NOME
                                   WITH DUPLICATES.
       SELECT ARQOPE ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS OPE-COD
                    FILE STATUS  IS ST-OPE
                    ALTERNATE RECORD KEY IS OPE-NOME
                                   WITH DUPLICATES.
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
       FD ARQPED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPED.DAT".
       01 REGPED.
                03 PED-NUM            PIC 9(08).
                03 PED-FOR-CPF        PIC 9(14).
                03 PED-DATA-EMISSAO   PIC 9(08).
                03 PED-DATA-PREV      PIC 9(08).
                03 PED-STATUS         PIC X(01).
                03 PED-VALOR          PIC 9(12).
                03 PED-EMITENTE       PIC X(08).
                03 PED-APROVADOR      PIC X(08).
                03 PED-DATA-APROV     PIC 9(08).
                03 PED-OBS-APROV      PIC X(40).
      *
       FD ARQFOR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOR.DAT".
       01 REGFOR.
                03 FOR-TIPO     PIC X(1).
                03 FOR-CPF      PIC 9(14).
                03 FOR-CPF-TAB REDEFINES FOR-CPF.
                    05 FOR-CPF-DIG      PIC 9 OCCURS 14 TIMES.
                03 FOR-NOME      PIC X(30).
                03 FOR-FANTASIA  PIC X(12).
                03 FOR-DDD       PIC 9(2).
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
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 ST-ERRO       PIC X(02) VALUE "00".
       77 ST-FOR        PIC X(02) VALUE "00".
       77 ST-OPE        PIC X(02) VALUE "00".
       77 ST-AUD        PIC X(02) VALUE "00".
       77 ST-LOG        PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(50) VALUE SPACES.
       77 W-APR-COD     PIC X(08) VALUE SPACES.
       77 W-APR-SENHA   PIC X(08) VALUE SPACES.
       77 W-APR-NOME    PIC X(30) VALUE SPACES.
       77 W-APR-LIM     PIC 9(10) VALUE ZEROS.
       77 W-DECISAO     PIC X(01) VALUE SPACES.
       77 W-OBS         PIC X(40) VALUE SPACES.
       77 W-AUD-OP      PIC X(01) VALUE SPACES.
       77 W-HOJE-AMD    PIC 9(08) VALUE ZEROS.
       77 W-HOJE        PIC 9(08) VALUE ZEROS.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-PED          PIC X(115).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAAPR.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "   ===================  APROVACAO DE PEDIDO".
           05  LINE 03  COLUMN 44
               VALUE  " DE COMPRA  ========================  ".
           05  LINE 05  COLUMN 01
               VALUE  "             APROVADOR :".
           05  LINE 06  COLUMN 01
               VALUE  "   SEU LIMITE DE COMPRA :".
           05  LINE 08  COLUMN 01
               VALUE  "       NUMERO DO PEDIDO :".
           05  LINE 09  COLUMN 01
               VALUE  "    CPF/CNPJ FORNECEDOR :".
           05  LINE 10  COLUMN 01
               VALUE  "     NOME DO FORNECEDOR :".
           05  LINE 11  COLUMN 01
               VALUE  "        DATA DE EMISSAO :".
           05  LINE 12  COLUMN 01
               VALUE  "        VALOR DO PEDIDO :".
           05  LINE 13  COLUMN 01
               VALUE  "               EMITENTE :".
           05  LINE 15  COLUMN 01
               VALUE  "  DECISAO (A=APROVAR  R=REPROVAR) :".
           05  LINE 16  COLUMN 01
               VALUE  "             COMENTARIO :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-APR-NOME
               LINE 05  COLUMN 27  PIC X(30)
               USING  W-APR-NOME.
           05  TW-APR-LIM
               LINE 06  COLUMN 27  PIC 9(10)
               USING  W-APR-LIM.
           05  TPED-NUM
               LINE 08  COLUMN 27  PIC 9(08)
               USING  PED-NUM.
           05  TPED-FOR-CPF
               LINE 09  COLUMN 27  PIC 9(14)
               USING  PED-FOR-CPF.
           05  TFOR-NOME
               LINE 10  COLUMN 27  PIC X(30)
               USING  FOR-NOME.
           05  TPED-DATA-EMISSAO
               LINE 11  COLUMN 27  PIC 9(08)
               USING  PED-DATA-EMISSAO.
           05  TPED-VALOR
               LINE 12  COLUMN 27  PIC 9(12)
               USING  PED-VALOR.
           05  TPED-EMITENTE
               LINE 13  COLUMN 27  PIC X(08)
               USING  PED-EMITENTE.
           05  TW-DECISAO
               LINE 15  COLUMN 37  PIC X(01)
               USING  W-DECISAO.
           05  TW-OBS
               LINE 16  COLUMN 27  PIC X(40)
               USING  W-OBS.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
                ACCEPT W-HOJE-AMD FROM DATE YYYYMMDD
                MOVE W-HOJE-AMD (7:2) TO W-HOJE (1:2)
                MOVE W-HOJE-AMD (5:2) TO W-HOJE (3:2)
                MOVE W-HOJE-AMD (1:4) TO W-HOJE (5:4).
      *
       INC-OP0.
           OPEN I-O ARQPED
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      MOVE "* ARQUIVO DE PEDIDO DE COMPRA NAO EXISTE *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ PEDIDO DE COMPRA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       INC-OP0B.
           OPEN INPUT ARQFOR
           IF ST-FOR NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ FORNECEDOR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQPED
                      GO TO ROT-FIM2.
       INC-OP0C.
           OPEN INPUT ARQOPE
           IF ST-OPE NOT = "00"
                      MOVE "ERRO NA ABERTURA DO ARQ OPERADOR" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQPED ARQFOR
                      GO TO ROT-FIM2.
       INC-OP0D.
           OPEN I-O ARQAUD
           IF ST-AUD NOT = "00"
               IF ST-AUD = "30"
                      OPEN OUTPUT ARQAUD
                      CLOSE ARQAUD
                      OPEN I-O ARQAUD
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ AUDITORIA" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      CLOSE ARQPED ARQFOR ARQOPE
                      GO TO ROT-FIM2
           ELSE
                    NEXT SENTENCE.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
      *
      ***** IDENTIFICACAO DO APROVADOR *****
      *
       APROVADOR.
                DISPLAY (01, 01) ERASE.
       APROVADOR1.
                MOVE SPACES TO W-APR-COD W-APR-SENHA
                DISPLAY (22, 02) LIMPA
                DISPLAY (22, 02) "APROVADOR : "
                ACCEPT  (22, 16) W-APR-COD
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQPED ARQFOR ARQOPE ARQAUD
                   GO TO ROT-FIM.
                DISPLAY (22, 30) "SENHA : "
                ACCEPT  (22, 39) W-APR-SENHA WITH NO ECHO
                MOVE W-APR-COD TO OPE-COD
                READ ARQOPE
                IF ST-OPE NOT = "00"
                   MOVE "00" TO ST-OPE
                   MOVE "*** APROVADOR NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APROVADOR1.
                IF OPE-SIT = "E" OR OPE-BLOQ = "S"
                   OR OPE-SENHA NOT = W-APR-SENHA
                   OR OPE-PERM-MOV NOT = "S"
                   MOVE "*** APROVADOR NAO AUTORIZADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APROVADOR1.
                IF OPE-LIM-COMPRA = ZEROS
                   MOVE "*** OPERADOR SEM LIMITE DE COMPRA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO APROVADOR1.
                MOVE OPE-NOME       TO W-APR-NOME
                MOVE OPE-LIM-COMPRA TO W-APR-LIM
                DISPLAY (22, 02) LIMPA.
      *
      ***** ROTINA DE APROVACAO/REPROVACAO *****
      *
       R1.
                MOVE SPACES TO FOR-NOME PED-EMITENTE W-DECISAO W-OBS.
                MOVE ZEROS  TO PED-NUM PED-FOR-CPF PED-DATA-EMISSAO.
                MOVE ZEROS  TO PED-VALOR.
                DISPLAY TELAAPR.
       R2.
                ACCEPT TPED-NUM
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQPED ARQFOR ARQOPE ARQAUD
                   GO TO ROT-FIM.
                IF PED-NUM = ZEROS
                   MOVE "NUMERO DO PEDIDO NAO PODE SER ZEROS" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-PED01.
                READ ARQPED
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "23"
                      MOVE "00" TO ST-ERRO
                      MOVE "*** PEDIDO NAO CADASTRADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R2
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. PEDIDO DE COMPRA"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                MOVE PED-FOR-CPF TO FOR-CPF
                READ ARQFOR
                IF ST-FOR NOT = "00"
                   MOVE "00"   TO ST-FOR
                   MOVE SPACES TO FOR-NOME.
                DISPLAY TELAAPR.
                IF PED-STATUS NOT = "E"
                   MOVE "*** PEDIDO NAO ESTA AGUARDANDO APROVACAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF PED-EMITENTE = W-APR-COD
                   MOVE "*** EMITENTE NAO DECIDE O PROPRIO PEDIDO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF PED-VALOR > W-APR-LIM
                   MOVE "*** VALOR ACIMA DO SEU LIMITE DE COMPRA ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
       R3.
                ACCEPT TW-DECISAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R1.
                IF W-DECISAO = "a"
                   MOVE "A" TO W-DECISAO.
                IF W-DECISAO = "r"
                   MOVE "R" TO W-DECISAO.
                IF W-DECISAO NOT = "A" AND "R"
                   MOVE "*** DIGITE APENAS A=APROVAR  R=REPROVAR ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TW-OBS
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF W-DECISAO = "R" AND W-OBS = SPACES
                   MOVE "*** INFORME O MOTIVO DA REPROVACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.
      *
      ***** RELEITURA (CONCORRENCIA) E GRAVACAO DA DECISAO *****
      *
       GRV-PED.
                READ ARQPED
                MOVE REGPED TO JRN-ANT-PED
                IF ST-ERRO NOT = "00"
                   MOVE "ERRO NA VERIFICACAO DE CONCORRENCIA" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                IF PED-STATUS NOT = "E"
                   MOVE "*** PEDIDO ALTERADO, REFACA A OPERACAO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-DECISAO = "A"
                   MOVE "A" TO PED-STATUS
                   MOVE "V" TO W-AUD-OP
                ELSE
                   MOVE "X" TO PED-STATUS
                   MOVE "R" TO W-AUD-OP.
                MOVE W-APR-COD TO PED-APROVADOR
                MOVE W-HOJE    TO PED-DATA-APROV
                MOVE W-OBS     TO PED-OBS-APROV
                REWRITE REGPED
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-PED THRU DIARIO-PED-FIM
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVAR-AUDITORIA THRU GRAVAR-AUDITORIA-FIM
                   IF W-DECISAO = "A"
                      MOVE "*** PEDIDO APROVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                   ELSE
                      MOVE "*** PEDIDO REPROVADO ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                MOVE "ERRO NA GRAVACAO DO PEDIDO DE COMPRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * GRAVACAO DA TRILHA DE AUDITORIA      *
      * (V=APROVADO  R=REPROVADO; O          *
      * COMENTARIO FICA NO PROPRIO PEDIDO)   *
      ***************************************
      *
       GRAVAR-AUDITORIA.
                ACCEPT AUD-DATA FROM DATE YYYYMMDD
                ACCEPT AUD-HORA FROM TIME
                MOVE "ARQPED"    TO AUD-ARQUIVO
                MOVE W-AUD-OP    TO AUD-OPERACAO
                MOVE PED-NUM     TO AUD-CHAVE-REG
                MOVE W-APR-NOME  TO AUD-OPERADOR.
       GRAVAR-AUDITORIA-WR.
                WRITE REGAUD
                IF ST-AUD = "22"
                   ADD 1 TO AUD-HORA
                   GO TO GRAVAR-AUDITORIA-WR.
                IF ST-AUD NOT = "00"
                   MOVE "*** TRILHA AUDITORIA NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE "00" TO ST-AUD.
       GRAVAR-AUDITORIA-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "APRPED"  TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                IF ST-FOR NOT = "00"
                   MOVE "ARQFOR" TO ERR-ARQUIVO
                   MOVE ST-FOR   TO ERR-STATUS
                ELSE
                   IF ST-OPE NOT = "00"
                      MOVE "ARQOPE" TO ERR-ARQUIVO
                      MOVE ST-OPE   TO ERR-STATUS
                   ELSE
                      IF ST-AUD NOT = "00"
                         MOVE "ARQAUD" TO ERR-ARQUIVO
                         MOVE ST-AUD   TO ERR-STATUS
                      ELSE
                         MOVE "ARQPED" TO ERR-ARQUIVO
                         MOVE ST-ERRO  TO ERR-STATUS
                      END-IF
                   END-IF
                END-IF
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
                MOVE "APRPED"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-PED.
                MOVE "ARQPED"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-PED TO JRN-ANTES
                ELSE
                   MOVE REGPED TO JRN-ANTES.
                MOVE REGPED TO JRN-DEPOIS JRN-ANT-PED
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-PED-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIM2.
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
      *
      **** ROTINA DE MENSAGEM *****
      *
       ROT-MENS.
                MOVE ZEROS TO W-CONT
                IF MENS(1:4) = "ERRO"
                   PERFORM GRAVAR-ERRO THRU GRAVAR-ERRO-FIM.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
