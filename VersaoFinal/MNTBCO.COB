       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNTBCO.
       AUTHOR. RONAN FELIPE JORGE
      ***********************************************
      * MANUTENCAO DAS CONTAS BANCARIAS DA EMPRESA   *
      * (BANCO, AGENCIA, CONTA, DESCRICAO, SALDO DE  *
      * ABERTURA E SITUACAO). O SALDO ATUAL E OS     *
      * LANCAMENTOS SAO MANTIDOS PELO BCODRV; O      *
      * SALDO DE ABERTURA SO PODE SER ALTERADO E A   *
      * CONTA SO PODE SER EXCLUIDA ENQUANTO NAO      *
      * HOUVER LANCAMENTO NO RAZAO BANCARIO          *
      ***********************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARQBCO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS BCO-CONTA
                    FILE STATUS  IS ST-ERRO.
       SELECT ARQERRO ASSIGN TO DISK
                    ORGANIZATION IS SEQUENTIAL
                    FILE STATUS  IS ST-LOG.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBCO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBCO.DAT".
       01 REGBCO.
                03 BCO-CONTA          PIC 9(04).
                03 BCO-BANCO          PIC 9(03).
                03 BCO-AGENCIA        PIC 9(05).
                03 BCO-NUM-CONTA      PIC X(12).
                03 BCO-DESC           PIC X(30).
                03 BCO-SALDO-INI      PIC S9(12).
                03 BCO-SALDO          PIC S9(12).
                03 BCO-ULT-SEQ        PIC 9(08).
                03 BCO-ULT-EXT        PIC 9(08).
                03 BCO-SIT            PIC X(01).
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
       77 W-SEL          PIC 9(01) VALUE ZEROS.
       77 W-CONT       PIC 9(06) VALUE ZEROS.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO     PIC X(02) VALUE "00".
       77 ST-LOG      PIC X(02) VALUE "00".
       77 W-ACT         PIC 9(02) VALUE ZEROS.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-SALDO-INI    PIC 9(12) VALUE ZEROS.
       77 W-SALDO-NEG    PIC X(01) VALUE SPACES.
       77 W-SALDO-ED     PIC -ZZZZZZZZZZZ9.
       01 JRN-COMUNIC.
                03 JRN-PROGRAMA   PIC X(08).
                03 JRN-OPERADOR   PIC X(20).
                03 JRN-ARQUIVO    PIC X(10).
                03 JRN-OPERACAO   PIC X(01).
                03 JRN-STATUS     PIC X(02).
                03 JRN-ANTES      PIC X(330).
                03 JRN-DEPOIS     PIC X(330).
       01 JRN-ANT-BCO          PIC X(95).
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELABCO.
           05  BLANK SCREEN.
           05  LINE 03  COLUMN 01
               VALUE  "========================CONTAS BA".
           05  LINE 03  COLUMN 34
               VALUE  "NCARIAS ===================================".
           05  LINE 07  COLUMN 01
               VALUE  "               CONTA :".
           05  LINE 08  COLUMN 01
               VALUE  "               BANCO :".
           05  LINE 09  COLUMN 01
               VALUE  "             AGENCIA :".
           05  LINE 10  COLUMN 01
               VALUE  "     NUMERO DA CONTA :".
           05  LINE 11  COLUMN 01
               VALUE  "           DESCRICAO :".
           05  LINE 12  COLUMN 01
               VALUE  "    SALDO DE ABERTURA:".
           05  LINE 12  COLUMN 38
               VALUE  "NEGATIVO (S/N) :".
           05  LINE 13  COLUMN 01
               VALUE  "  SITUACAO (A/I)     :".
           05  LINE 15  COLUMN 01
               VALUE  "         SALDO ATUAL :".
           05  LINE 23  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TBCO-CONTA
               LINE 07  COLUMN 24  PIC 9(04)
               USING  BCO-CONTA.
           05  TBCO-BANCO
               LINE 08  COLUMN 24  PIC 9(03)
               USING  BCO-BANCO.
           05  TBCO-AGENCIA
               LINE 09  COLUMN 24  PIC 9(05)
               USING  BCO-AGENCIA.
           05  TBCO-NUM-CONTA
               LINE 10  COLUMN 24  PIC X(12)
               USING  BCO-NUM-CONTA.
           05  TBCO-DESC
               LINE 11  COLUMN 24  PIC X(30)
               USING  BCO-DESC.
           05  TBCO-SALDO-INI
               LINE 12  COLUMN 24  PIC 9(12)
               USING  W-SALDO-INI.
           05  TBCO-SALDO-NEG
               LINE 12  COLUMN 55  PIC X(01)
               USING  W-SALDO-NEG.
           05  TBCO-SIT
               LINE 13  COLUMN 24  PIC X(01)
               USING  BCO-SIT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
      *
       INC-OP0.
           OPEN I-O ARQBCO
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "30" OR "35"
                      OPEN OUTPUT ARQBCO
                      CLOSE ARQBCO
                      MOVE "* ARQ CONTAS BANCARIAS SENDO CRIADO *"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO INC-OP0
               ELSE
                      MOVE "ERRO NA ABERTURA DO ARQ CONTAS BANCARIAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
           ELSE
                    NEXT SENTENCE.
       ABRIR-LOG.
                OPEN EXTEND ARQERRO
                IF ST-LOG NOT = "00"
                   OPEN OUTPUT ARQERRO
                   CLOSE ARQERRO
                   OPEN EXTEND ARQERRO.
       R1.
                MOVE SPACES TO BCO-NUM-CONTA BCO-DESC BCO-SIT
                               W-SALDO-NEG.
                MOVE ZEROS  TO BCO-CONTA BCO-BANCO BCO-AGENCIA
                               BCO-SALDO-INI BCO-SALDO BCO-ULT-SEQ
                               BCO-ULT-EXT W-SALDO-INI.
                DISPLAY TELABCO.
       R2.
                ACCEPT TBCO-CONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02
                   CLOSE ARQBCO ARQERRO
                   GO TO ROT-FIM.
                IF BCO-CONTA = ZEROS
                   MOVE "*** CONTA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2.
       LER-BCO01.
                MOVE 0 TO W-SEL
                READ ARQBCO
                MOVE REGBCO TO JRN-ANT-BCO
                IF ST-ERRO NOT = "23"
                   IF ST-ERRO = "00"
                      PERFORM MOSTRAR-SALDO THRU MOSTRAR-SALDO-FIM
                      DISPLAY TELABCO
                      DISPLAY (15, 24) W-SALDO-ED
                      MOVE "*** CONTA JA CADASTRADA ***" TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      MOVE 1 TO W-SEL
                      GO TO ACE-001
                   ELSE
                      MOVE "ERRO NA LEITURA ARQ. CONTAS BANCARIAS"
                                                             TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
       R3.
                ACCEPT TBCO-BANCO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R2.
                IF BCO-BANCO = ZEROS
                   MOVE "*** CODIGO DO BANCO DEVE SER INFORMADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
       R4.
                ACCEPT TBCO-AGENCIA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R3.
                IF BCO-AGENCIA = ZEROS
                   MOVE "*** AGENCIA DEVE SER INFORMADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
       R5.
                ACCEPT TBCO-NUM-CONTA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R4.
                IF BCO-NUM-CONTA = SPACES
                   MOVE "*** NUMERO DA CONTA DEVE SER INFORMADO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R5.
       R6.
                ACCEPT TBCO-DESC
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R5.
                IF BCO-DESC = SPACES
                   MOVE "DESCRICAO DEVE SER DIFERENTE DE BRANCOS"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R6.
                IF W-SEL = 1 AND BCO-ULT-SEQ NOT = ZEROS
                   MOVE "*** CONTA COM MOVIMENTO: SALDO DE ABERTURA MANT
      -                 "IDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
       R7.
                ACCEPT TBCO-SALDO-INI
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
       R7A.
                ACCEPT TBCO-SALDO-NEG
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R7.
                IF W-SALDO-NEG = "s"
                   MOVE "S" TO W-SALDO-NEG.
                IF W-SALDO-NEG = "n" OR SPACES
                   MOVE "N" TO W-SALDO-NEG.
                IF W-SALDO-NEG NOT = "S" AND "N"
                   MOVE "*** DIGITE S=NEGATIVO OU N=POSITIVO ***"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R7A.
                IF W-SALDO-NEG = "S"
                   COMPUTE BCO-SALDO-INI = 0 - W-SALDO-INI
                ELSE
                   MOVE W-SALDO-INI TO BCO-SALDO-INI.
                MOVE BCO-SALDO-INI TO BCO-SALDO.
       R8.
                ACCEPT TBCO-SIT
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R6.
                IF BCO-SIT = "a" OR SPACES
                   MOVE "A" TO BCO-SIT.
                IF BCO-SIT = "i"
                   MOVE "I" TO BCO-SIT.
                IF BCO-SIT NOT = "A" AND "I"
                   MOVE "*** DIGITE A=ATIVA OU I=INATIVA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R8.
                IF W-SEL = 1
                              GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "* DADOS RECUSADOS PELO OPERADOR *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                MOVE ZEROS TO BCO-ULT-SEQ BCO-ULT-EXT
                WRITE REGBCO
                MOVE "I" TO JRN-OPERACAO
                PERFORM DIARIO-BCO THRU DIARIO-BCO-FIM
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                      MOVE "*** CONTA JA EXISTE ***         " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQ CONTAS BANCARIAS"
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      ****** ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO DE CONTA ******
      *
       ACE-001.
                DISPLAY (23, 12)
                     "F1=NOVO REGISTRO   F2=ALTERAR   F3=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT NOT = 02 AND W-ACT NOT = 03 AND W-ACT NOT = 04
                   GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-ACT = 02
                   MOVE 02 TO W-SEL
                   GO TO R1.
                IF W-ACT = 03
                   GO TO R3.
      *
       EXC-OPC.
                IF BCO-ULT-SEQ NOT = ZEROS
                   MOVE "*** CONTA COM MOVIMENTO NAO PODE SER EXCLUIDA"
                                                             TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQBCO RECORD
                MOVE "E" TO JRN-OPERACAO
                PERFORM DIARIO-BCO THRU DIARIO-BCO-FIM
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO EXCLUIDO ***        " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      **********
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 02 GO TO R8.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGBCO
                MOVE "A" TO JRN-OPERACAO
                PERFORM DIARIO-BCO THRU DIARIO-BCO-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***         " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA CONTA BANCARIA"
                                                       TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      ***************************************
      * SALDOS DA CONTA LIDA PARA A TELA     *
      ***************************************
      *
       MOSTRAR-SALDO.
                MOVE BCO-SALDO TO W-SALDO-ED
                IF BCO-SALDO-INI < ZEROS
                   COMPUTE W-SALDO-INI = 0 - BCO-SALDO-INI
                   MOVE "S" TO W-SALDO-NEG
                ELSE
                   MOVE BCO-SALDO-INI TO W-SALDO-INI
                   MOVE "N" TO W-SALDO-NEG.
       MOSTRAR-SALDO-FIM.
                EXIT.
      *
      ***************************************
      * GRAVACAO DO LOG DE ERROS DE ARQUIVO  *
      ***************************************
      *
       GRAVAR-ERRO.
                ACCEPT ERR-DATA FROM DATE YYYYMMDD
                ACCEPT ERR-HORA FROM TIME
                MOVE "MNTBCO" TO ERR-PROGRAMA
                MOVE MENS      TO ERR-MENSAGEM
                MOVE "ARQBCO" TO ERR-ARQUIVO
                MOVE ST-ERRO   TO ERR-STATUS
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
                MOVE "MNTBCO"     TO JRN-PROGRAMA
                MOVE SPACES       TO JRN-OPERADOR
                CALL "JRNDRV" USING JRN-COMUNIC.
       GRAVAR-DIARIO-FIM.
                EXIT.
       DIARIO-BCO.
                MOVE "ARQBCO"     TO JRN-ARQUIVO
                MOVE ST-ERRO      TO JRN-STATUS
                IF JRN-OPERACAO = "A"
                   MOVE JRN-ANT-BCO TO JRN-ANTES
                ELSE
                   MOVE REGBCO TO JRN-ANTES.
                MOVE REGBCO TO JRN-DEPOIS JRN-ANT-BCO
                PERFORM GRAVAR-DIARIO THRU GRAVAR-DIARIO-FIM.
       DIARIO-BCO-FIM.
                EXIT.
      *
      ***** ROTINA DE FIM *****
      *
       ROT-FIM.
                CLOSE ARQERRO
                DISPLAY (01, 01) ERASE
                EXIT PROGRAM.
       ROT-FIMP.
                EXIT PROGRAM.

       ROT-FIMS.
                STOP RUN.
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
       FIM-ROT-TEMPO.
